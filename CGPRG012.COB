      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    SET/2026 010019  CRIACAO DO PROGRAMA
      *  V02    OUT/2026 010032  QTDE DE PERIODOS DO CURSO (COLUNAS
      *                          50-51 DA TRANSACAO, 01 A 20),
      *                          OBRIGATORIA NA INCLUSAO E NA
      *                          ALTERACAO; SAI NA AUDITORIA
      *  V03    OUT/2026 010038  EXCLUSAO RECUSADA QUANDO ALGUM ALUNO
      *                          DO CGMESTRE OU ALGUMA DISCIPLINA DO
      *                          CGDISCIP AINDA REFERENCIA O CURSO
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS CRS-CODIGO
               FILE STATUS  IS WS-CURSO-STATUS.
      *----> CADASTRO DE ALUNOS (VSAM KSDS - CHAVE = NUMERO) - SO
      *      CONSULTA NA EXCLUSAO
           SELECT CGMESTRE-FILE ASSIGN TO CGMESTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS MST-NUMERO
               FILE STATUS  IS WS-MESTRE-STATUS.
      *----> CATALOGO DE DISCIPLINAS (VSAM KSDS - CHAVE = CURSO +
      *      CODIGO) - SO CONSULTA NA EXCLUSAO
           SELECT CGDISCIP-FILE ASSIGN TO CGDISCIP
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS DSC-CHAVE
               FILE STATUS  IS WS-DISCIP-STATUS.
      *----> LISTAGEM DE AUDITORIA DA MANUTENCAO
           SELECT CGCRSLST-FILE ASSIGN TO CGCRSLST
               ORGANIZATION IS SEQUENTIAL.
           LABEL RECORDS ARE STANDARD.
           COPY CGREGCRS.

       FD  CGMESTRE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CGREGMST.

       FD  CGDISCIP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CGREGDSC.

       FD  CGCRSLST-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           05 WS-MOV-CODIGO       PIC X(12).
           05 WS-MOV-DESCRICAO    PIC X(30).
           05 WS-MOV-MENSALIDADE  PIC 9(04)V99.
           05 WS-MOV-QTDE-PERIODOS PIC 9(02).
           05 FILLER              PIC X(29).

      *-----> CONTROLE DE ARQUIVOS
       77  WS-MOVTO-STATUS            PIC X(02).
       77  WS-ABORTAR-SW              PIC X(01)      VALUE 'N'.
       77  WS-MOVTO-ABERTO-SW         PIC X(01)      VALUE 'N'.
       77  WS-CURSO-ABERTO-SW         PIC X(01)      VALUE 'N'.
       77  WS-MESTRE-STATUS           PIC X(02).
       77  WS-DISCIP-STATUS           PIC X(02).
       77  WS-MESTRE-ABERTO-SW        PIC X(01)      VALUE 'N'.
       77  WS-DISCIP-ABERTO-SW        PIC X(01)      VALUE 'N'.
       77  WS-FIM-MESTRE              PIC X(01)      VALUE 'N'.

      *-----> CONTROLE DA TRANSACAO CORRENTE
       01  WS-SW-VALIDO               PIC X(01).
       77  WS-CT-ED                   PIC ZZZZZ9.

      *-----> LINHAS DA LISTAGEM DE AUDITORIA
       01  WS-LIN-COLUNAS.
           05 FILLER              PIC X(52)      VALUE
              ' T CODIGO       DESCRICAO                      MENS.'.
           05 FILLER              PIC X(68)      VALUE '  PER'.
       01  WS-LINHA-AUDIT.
           05 WS-AUD-TIPO         PIC X(01).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-AUD-MENSALIDADE  PIC ZZZ9,99.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-AUD-QTDE-PERIODOS PIC Z9.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-AUD-ACAO         PIC X(10).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-AUD-MOTIVO       PIC X(40).
           05 FILLER              PIC X(12)      VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *==================*
              MOVE 'S' TO WS-MOVTO-ABERTO-SW
              PERFORM 011-ABRIR-CURSO
           END-IF
           IF WS-ABORTAR-SW = 'N'
              PERFORM 012-ABRIR-REFERENCIAS
           END-IF
           IF WS-ABORTAR-SW = 'N'
              OPEN OUTPUT CGCRSLST-FILE
              PERFORM 015-CABECALHO-LISTA
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRE O CADASTRO DE ALUNOS E O CATALOGO DE DISCIPLINAS PARA
      *    CONFERIR AS EXCLUSOES; STATUS 35 (AINDA NAO CRIADO) = NADA
      *    REFERENCIA O CURSO; OUTRO ERRO ABORTA (CODIGO 12), POIS
      *    SEM ELES A EXCLUSAO PODERIA DEIXAR ALUNO SEM CURSO
      *--------------------------------------------------------------*
       012-ABRIR-REFERENCIAS.

           OPEN INPUT CGMESTRE-FILE
           EVALUATE TRUE
              WHEN WS-MESTRE-STATUS = '00'
                 MOVE 'S' TO WS-MESTRE-ABERTO-SW
              WHEN WS-MESTRE-STATUS = '35'
                 DISPLAY ' *  CGMESTRE AINDA NAO CRIADO - NENHUM ALUNO'
                    ' A CONFERIR'
              WHEN OTHER
                 DISPLAY ' *** CGPRG012 - ERRO NA ABERTURA DO CGMESTRE'
                    ' - STATUS=' WS-MESTRE-STATUS
                 MOVE 'S' TO WS-ABORTAR-SW
                 MOVE 'S' TO WS-FIM-MOVTO
           END-EVALUATE
           IF WS-ABORTAR-SW = 'N'
              OPEN INPUT CGDISCIP-FILE
              EVALUATE TRUE
                 WHEN WS-DISCIP-STATUS = '00'
                    MOVE 'S' TO WS-DISCIP-ABERTO-SW
                 WHEN WS-DISCIP-STATUS = '35'
                    DISPLAY ' *  CGDISCIP AINDA NAO CRIADO - NENHUMA '
                       'DISCIPLINA A CONFERIR'
                 WHEN OTHER
                    DISPLAY ' *** CGPRG012 - ERRO NA ABERTURA DO '
                       'CGDISCIP - STATUS=' WS-DISCIP-STATUS
                    MOVE 'S' TO WS-ABORTAR-SW
                    MOVE 'S' TO WS-FIM-MOVTO
              END-EVALUATE
           END-IF
           .
      *--------------------------------------------------------------*
      *    CABECALHO DA LISTAGEM DE AUDITORIA
      *--------------------------------------------------------------*
       015-CABECALHO-LISTA.
              TO CGCRSLST-REG
           WRITE CGCRSLST-REG
           MOVE SPACES TO CGCRSLST-REG
           MOVE WS-LIN-COLUNAS TO CGCRSLST-REG
           WRITE CGCRSLST-REG
           .
      *--------------------------------------------------------------*
                 SET MOV-INVALIDO TO TRUE
                 MOVE 'MENSALIDADE NAO PODE SER ZERO' TO WS-MSG-ERRO
              END-IF
              IF MOV-VALIDO
                 IF WS-MOV-QTDE-PERIODOS NOT NUMERIC
                    OR WS-MOV-QTDE-PERIODOS = ZERO
                    OR WS-MOV-QTDE-PERIODOS > 20
                    SET MOV-INVALIDO TO TRUE
                    MOVE 'QTDE DE PERIODOS INVALIDA (01 A 20)'
                       TO WS-MSG-ERRO
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
           END-IF
           .
      *--------------------------------------------------------------*
      *    EXCLUSAO - O CODIGO PRECISA EXISTIR NO CATALOGO E NAO PODE
      *    SER O CURSO DE NENHUM ALUNO NEM TER DISCIPLINAS (A
      *    EXCLUSAO DEIXARIA ESSES REGISTROS SEM CURSO)
      *--------------------------------------------------------------*
       070-EXCLUIR.

           PERFORM 071-CONFERIR-DISCIPLINAS
           IF MOV-VALIDO
              AND WS-MESTRE-ABERTO-SW = 'S'
              PERFORM 072-CONFERIR-ALUNOS
           END-IF
           IF MOV-VALIDO
              PERFORM 074-EFETIVAR-EXCLUSAO
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCURA A PRIMEIRA DISCIPLINA DO CURSO NO CGDISCIP; ERRO
      *    DE LEITURA ABORTA A MANUTENCAO (CODIGO 12)
      *--------------------------------------------------------------*
       071-CONFERIR-DISCIPLINAS.

           IF WS-DISCIP-ABERTO-SW = 'S'
              MOVE WS-MOV-CODIGO TO DSC-CURSO
              MOVE LOW-VALUES    TO DSC-CODIGO
              START CGDISCIP-FILE KEY IS NOT LESS THAN DSC-CHAVE
              IF WS-DISCIP-STATUS = '00'
                 READ CGDISCIP-FILE NEXT RECORD
              END-IF
              EVALUATE TRUE
                 WHEN WS-DISCIP-STATUS = '00'
                    AND DSC-CURSO = WS-MOV-CODIGO
                    SET MOV-INVALIDO TO TRUE
                    MOVE 'CURSO COM DISCIPLINAS NO CGDISCIP'
                       TO WS-MSG-ERRO
                 WHEN WS-DISCIP-STATUS = '00'
                    OR WS-DISCIP-STATUS = '10'
                    OR WS-DISCIP-STATUS = '23'
                    CONTINUE
                 WHEN OTHER
                    SET MOV-INVALIDO TO TRUE
                    MOVE 'S' TO WS-ABORTAR-SW
                    MOVE 'S' TO WS-FIM-MOVTO
                    MOVE 'ERRO DE LEITURA NAS DISCIPLINAS'
                       TO WS-MSG-ERRO
                    DISPLAY ' *** CGPRG012 - ERRO DE LEITURA NO '
                       'CGDISCIP - STATUS=' WS-DISCIP-STATUS
              END-EVALUATE
           END-IF
           .
      *--------------------------------------------------------------*
      *    PERCORRE O CADASTRO DE ALUNOS (NAO HA CHAVE POR CURSO)
      *    ATE ACHAR UM ALUNO DO CURSO - QUALQUER SITUACAO, POIS O
      *    TRANCADO E O CANCELADO CONTINUAM NO CADASTRO
      *--------------------------------------------------------------*
       072-CONFERIR-ALUNOS.

           MOVE 'N'  TO WS-FIM-MESTRE
           MOVE ZERO TO MST-NUMERO
           START CGMESTRE-FILE KEY IS NOT LESS THAN MST-NUMERO
              INVALID KEY
                 MOVE 'S' TO WS-FIM-MESTRE
           END-START
           PERFORM 073-LER-MESTRE THRU 073-EXIT
              UNTIL WS-FIM-MESTRE = 'S'
           .
       073-LER-MESTRE.

           READ CGMESTRE-FILE NEXT RECORD
              AT END
                 MOVE 'S' TO WS-FIM-MESTRE
              NOT AT END
                 IF MST-CURSO = WS-MOV-CODIGO
                    SET MOV-INVALIDO TO TRUE
                    MOVE 'CURSO DE ALUNOS DO CADASTRO (CGMESTRE)'
                       TO WS-MSG-ERRO
                    MOVE 'S' TO WS-FIM-MESTRE
                 END-IF
           END-READ
           IF WS-MESTRE-STATUS NOT = '00'
              AND WS-MESTRE-STATUS NOT = '10'
              SET MOV-INVALIDO TO TRUE
              MOVE 'S' TO WS-ABORTAR-SW
              MOVE 'S' TO WS-FIM-MOVTO
              MOVE 'S' TO WS-FIM-MESTRE
              MOVE 'ERRO DE LEITURA NO CADASTRO DE ALUNOS'
                 TO WS-MSG-ERRO
              DISPLAY ' *** CGPRG012 - ERRO DE LEITURA NO '
                 'CGMESTRE - STATUS=' WS-MESTRE-STATUS
           END-IF
           .
       073-EXIT.
           EXIT.
       074-EFETIVAR-EXCLUSAO.

           MOVE WS-MOV-CODIGO TO CRS-CODIGO
           DELETE CGCURSO-FILE
           IF WS-CURSO-STATUS = '00'
           MOVE WS-MOV-CODIGO      TO CRS-CODIGO
           MOVE WS-MOV-DESCRICAO   TO CRS-DESCRICAO
           MOVE WS-MOV-MENSALIDADE TO CRS-MENSALIDADE
           MOVE WS-MOV-QTDE-PERIODOS TO CRS-QTDE-PERIODOS
           .
      *--------------------------------------------------------------*
      *    REJEITA A TRANSACAO NA LISTAGEM DE AUDITORIA
           ELSE
              MOVE ZERO               TO WS-AUD-MENSALIDADE
           END-IF
           IF WS-MOV-QTDE-PERIODOS IS NUMERIC
              MOVE WS-MOV-QTDE-PERIODOS TO WS-AUD-QTDE-PERIODOS
           ELSE
              MOVE ZERO                 TO WS-AUD-QTDE-PERIODOS
           END-IF
           MOVE WS-MSG-ERRO        TO WS-AUD-MOTIVO
           MOVE WS-LINHA-AUDIT     TO CGCRSLST-REG
           WRITE CGCRSLST-REG
           IF WS-CURSO-ABERTO-SW = 'S'
              CLOSE CGCURSO-FILE
           END-IF
           IF WS-MESTRE-ABERTO-SW = 'S'
              CLOSE CGMESTRE-FILE
           END-IF
           IF WS-DISCIP-ABERTO-SW = 'S'
              CLOSE CGDISCIP-FILE
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGPRG012 <-------------------*
