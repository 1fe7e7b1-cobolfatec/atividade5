      *                          SITUACAO SEM DESTRUIR O REGISTRO;
      *                          INCLUSAO NASCE ATIVA E ALTERACAO
      *                          PRESERVA A SITUACAO CORRENTE
      *  V05    OUT/2026 010033  T/C/R GRAVAM A DATA DA MUDANCA DE
      *                          SITUACAO E O TRANCAMENTO SOMA NA
      *                          QTDE DE TRANCAMENTOS DO ALUNO;
      *                          INCLUSAO NASCE COM A DATA DO DIA E
      *                          ALTERACAO PRESERVA OS DOIS CAMPOS
      *  V06    OUT/2026 010038  EXCLUSAO RECUSADA QUANDO O ALUNO TEM
      *                          HISTORICO NO CGHISTK, MOVIMENTO
      *                          RETIDO NO CGBOLPEN OU MOVIMENTO NO
      *                          CGBOLSA/CGRETFIN (DDS OPCIONAIS) -
      *                          PARA ESSE ALUNO USAR O CANCELAMENTO
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS CRS-CODIGO
               FILE STATUS  IS WS-CURSO-STATUS.
      *----> HISTORICO ACADEMICO CONSOLIDADO (VSAM KSDS - CHAVE =
      *      ALUNO/ANO/PERIODO/DISCIPLINA) - SO CONSULTA NA EXCLUSAO
           SELECT CGHISTK-FILE  ASSIGN TO CGHISTK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS HSK-CHAVE
               FILE STATUS  IS WS-HISTK-STATUS.
      *----> MOVIMENTOS DE BOLSA RETIDOS (VSAM KSDS - CHAVE = ALUNO/
      *      COMPETENCIA) - SO CONSULTA NA EXCLUSAO
           SELECT CGBOLPEN-FILE ASSIGN TO CGBOLPEN
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS PEN-CHAVE
               FILE STATUS  IS WS-BOLPEN-STATUS.
      *----> MOVIMENTO DE BOLSAS ENVIADO AO FINANCEIRO (DD OPCIONAL)
           SELECT CGBOLSA-FILE  ASSIGN TO CGBOLSA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-BOLSA-STATUS.
      *----> RETORNO DO FINANCEIRO (DD OPCIONAL)
           SELECT CGRETFIN-FILE ASSIGN TO CGRETFIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-RETFIN-STATUS.
      *----> LISTAGEM DE AUDITORIA DA MANUTENCAO
           SELECT CGLISTA-FILE  ASSIGN TO CGLISTA
               ORGANIZATION IS SEQUENTIAL.
           LABEL RECORDS ARE STANDARD.
           COPY CGREGCRS.

       FD  CGHISTK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CGREGHSK.

       FD  CGBOLPEN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CGREGPEN.

       FD  CGBOLSA-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CGBOLSA-REG                PIC X(60).

       FD  CGRETFIN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CGRETFIN-REG               PIC X(60).

       FD  CGLISTA-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       77  WS-MOVTO-ABERTO-SW         PIC X(01)      VALUE 'N'.
       77  WS-MESTRE-ABERTO-SW        PIC X(01)      VALUE 'N'.
       77  WS-CURSO-ABERTO-SW         PIC X(01)      VALUE 'N'.
       77  WS-HISTK-STATUS            PIC X(02).
       77  WS-BOLPEN-STATUS           PIC X(02).
       77  WS-BOLSA-STATUS            PIC X(02).
       77  WS-RETFIN-STATUS           PIC X(02).
       77  WS-HISTK-ABERTO-SW         PIC X(01)      VALUE 'N'.
       77  WS-BOLPEN-ABERTO-SW        PIC X(01)      VALUE 'N'.
       77  WS-FIM-FINANC              PIC X(01)      VALUE 'N'.

      *-----> MOVIMENTOS DO FINANCEIRO (CGBOLSA E CGRETFIN): TABELA
      *       POR NUMERO DO ALUNO - S = ALUNO COM MOVIMENTO, NAO
      *       PODE SER EXCLUIDO DO CADASTRO
           COPY CGREGBOL.
           COPY CGREGRFN.
       01  WS-TAB-FINANC.
           05 WS-FIN-MOVTO OCCURS 9999 TIMES
                                  PIC X(01).
       77  WS-CTFIN-BOLSA             PIC 9(06)      VALUE ZERO.
       77  WS-CTFIN-RETFIN            PIC 9(06)      VALUE ZERO.

      *-----> CONTROLE DA TRANSACAO CORRENTE
       01  WS-SW-VALIDO               PIC X(01).
       77  WS-CTSITUACAO              PIC 9(06)      VALUE ZERO.
       77  WS-CTREJEITADO             PIC 9(06)      VALUE ZERO.
       77  WS-SIT-GUARDADA            PIC X(01)      VALUE SPACE.
       77  WS-DATA-SIT-GUARDADA       PIC X(08)      VALUE SPACES.
       77  WS-QTDE-TRANC-GUARDADA     PIC X(02)      VALUE SPACES.
       01  WS-DATA-HOJE               PIC 9(08)      VALUE ZERO.
       77  WS-CT-ED                   PIC ZZZZZ9.

      *-----> LINHAS DA LISTAGEM DE AUDITORIA
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           OPEN INPUT CGMOVTO-FILE
           IF WS-MOVTO-STATUS NOT = '00'
              DISPLAY ' *** CGPRG010 - ERRO NA ABERTURA DO CGMOVTO'
              PERFORM 012-ABRIR-CURSO
           END-IF
           IF WS-ABORTAR-SW = 'N'
              PERFORM 013-ABRIR-HISTK
           END-IF
           IF WS-ABORTAR-SW = 'N'
              PERFORM 014-ABRIR-BOLPEN
           END-IF
           IF WS-ABORTAR-SW = 'N'
              PERFORM 016-CARREGAR-FINANCEIRO
              OPEN OUTPUT CGLISTA-FILE
              PERFORM 015-CABECALHO-LISTA
              PERFORM 025-LER-MOVTO
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRE O HISTORICO CONSOLIDADO (CGHISTK) PARA CONFERIR AS
      *    EXCLUSOES; STATUS 35 (AINDA NAO CRIADO) = NENHUM ALUNO
      *    TEM HISTORICO; OUTRO ERRO ABORTA (CODIGO 12), POIS SEM
      *    ELE A EXCLUSAO PODERIA DEIXAR HISTORICO SEM ALUNO
      *--------------------------------------------------------------*
       013-ABRIR-HISTK.

           OPEN INPUT CGHISTK-FILE
           EVALUATE TRUE
              WHEN WS-HISTK-STATUS = '00'
                 MOVE 'S' TO WS-HISTK-ABERTO-SW
              WHEN WS-HISTK-STATUS = '35'
                 DISPLAY ' *  CGHISTK AINDA NAO CRIADO - NENHUM ALUNO '
                    'COM HISTORICO'
              WHEN OTHER
                 DISPLAY ' *** CGPRG010 - ERRO NA ABERTURA DO CGHISTK'
                    ' - STATUS=' WS-HISTK-STATUS
                 MOVE 'S' TO WS-ABORTAR-SW
                 MOVE 'S' TO WS-FIM-MOVTO
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    ABRE OS MOVIMENTOS DE BOLSA RETIDOS (CGBOLPEN) PARA
      *    CONFERIR AS EXCLUSOES; STATUS 35 = NENHUM RETIDO
      *--------------------------------------------------------------*
       014-ABRIR-BOLPEN.

           OPEN INPUT CGBOLPEN-FILE
           EVALUATE TRUE
              WHEN WS-BOLPEN-STATUS = '00'
                 MOVE 'S' TO WS-BOLPEN-ABERTO-SW
              WHEN WS-BOLPEN-STATUS = '35'
                 DISPLAY ' *  CGBOLPEN AINDA NAO CRIADO - NENHUM '
                    'MOVIMENTO RETIDO'
              WHEN OTHER
                 DISPLAY ' *** CGPRG010 - ERRO NA ABERTURA DO CGBOLPEN'
                    ' - STATUS=' WS-BOLPEN-STATUS
                 MOVE 'S' TO WS-ABORTAR-SW
                 MOVE 'S' TO WS-FIM-MOVTO
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    MARCA OS ALUNOS COM MOVIMENTO NO CGBOLSA E NO CGRETFIN
      *    (DDS OPCIONAIS - SEM A DD O ARQUIVO NAO E CONFERIDO)
      *--------------------------------------------------------------*
       016-CARREGAR-FINANCEIRO.

           MOVE SPACES TO WS-TAB-FINANC
           OPEN INPUT CGBOLSA-FILE
           IF WS-BOLSA-STATUS = '00'
              MOVE 'N' TO WS-FIM-FINANC
              PERFORM 017-LER-BOLSA
                 UNTIL WS-FIM-FINANC = 'S'
              CLOSE CGBOLSA-FILE
              DISPLAY ' *  CGPRG010 - ' WS-CTFIN-BOLSA
                 ' MOVIMENTOS NO CGBOLSA'
           ELSE
              CLOSE CGBOLSA-FILE
              DISPLAY ' *  SEM DD CGBOLSA - EXCLUSAO NAO CONFERE '
                 'O MOVIMENTO DE BOLSAS'
           END-IF
           OPEN INPUT CGRETFIN-FILE
           IF WS-RETFIN-STATUS = '00'
              MOVE 'N' TO WS-FIM-FINANC
              PERFORM 018-LER-RETFIN
                 UNTIL WS-FIM-FINANC = 'S'
              CLOSE CGRETFIN-FILE
              DISPLAY ' *  CGPRG010 - ' WS-CTFIN-RETFIN
                 ' MOVIMENTOS NO CGRETFIN'
           ELSE
              CLOSE CGRETFIN-FILE
              DISPLAY ' *  SEM DD CGRETFIN - EXCLUSAO NAO CONFERE '
                 'O RETORNO DO FINANCEIRO'
           END-IF
           .
       017-LER-BOLSA.

           READ CGBOLSA-FILE INTO WS-REG-BOLSA
              AT END
                 MOVE 'S' TO WS-FIM-FINANC
              NOT AT END
                 IF BOL-MOVIMENTO
                    AND BOL-NUMERO IS NUMERIC
                    AND BOL-NUMERO > ZERO
                    MOVE 'S' TO WS-FIN-MOVTO (BOL-NUMERO)
                    ADD 1 TO WS-CTFIN-BOLSA
                 END-IF
           END-READ
           .
       018-LER-RETFIN.

           READ CGRETFIN-FILE INTO WS-REG-RETFIN
              AT END
                 MOVE 'S' TO WS-FIM-FINANC
              NOT AT END
                 IF RFN-MOVIMENTO
                    AND RFN-NUMERO IS NUMERIC
                    AND RFN-NUMERO > ZERO
                    MOVE 'S' TO WS-FIN-MOVTO (RFN-NUMERO)
                    ADD 1 TO WS-CTFIN-RETFIN
                 END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    CABECALHO DA LISTAGEM DE AUDITORIA
      *--------------------------------------------------------------*
       015-CABECALHO-LISTA.
       061-REGRAVAR.

           MOVE MST-SITUACAO TO WS-SIT-GUARDADA
           MOVE MST-DATA-SITUACAO     TO WS-DATA-SIT-GUARDADA
           MOVE MST-QTDE-TRANCAMENTOS TO WS-QTDE-TRANC-GUARDADA
           PERFORM 045-MONTAR-MESTRE
           MOVE WS-SIT-GUARDADA TO MST-SITUACAO
           MOVE WS-DATA-SIT-GUARDADA   TO MST-DATA-SITUACAO
           MOVE WS-QTDE-TRANC-GUARDADA TO MST-QTDE-TRANCAMENTOS
           REWRITE MST-REG-MESTRE
           IF WS-MESTRE-STATUS = '00'
              ADD 1 TO WS-CTALTERADO
           END-IF
           .
      *--------------------------------------------------------------*
      *    EXCLUSAO - O NUMERO PRECISA EXISTIR NO CADASTRO E O ALUNO
      *    NAO PODE TER HISTORICO NEM MOVIMENTO NO FINANCEIRO (A
      *    EXCLUSAO DEIXARIA ESSES REGISTROS SEM ALUNO)
      *--------------------------------------------------------------*
       070-EXCLUIR.

           PERFORM 071-CONFERIR-VINCULOS
           IF MOV-VALIDO
              PERFORM 072-EFETIVAR-EXCLUSAO
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCURA A PRIMEIRA DISCIPLINA DO ALUNO NO CGHISTK E O
      *    PRIMEIRO MOVIMENTO RETIDO NO CGBOLPEN; ERRO DE LEITURA
      *    NELES ABORTA A MANUTENCAO (CODIGO 12)
      *--------------------------------------------------------------*
       071-CONFERIR-VINCULOS.

           IF WS-HISTK-ABERTO-SW = 'S'
              MOVE WS-MOV-NUMERO TO HSK-NUMERO
              MOVE ZERO          TO HSK-ANO
              MOVE ZERO          TO HSK-PER
              MOVE LOW-VALUES    TO HSK-DISCIPLINA
              START CGHISTK-FILE KEY IS NOT LESS THAN HSK-CHAVE
              IF WS-HISTK-STATUS = '00'
                 READ CGHISTK-FILE NEXT RECORD
              END-IF
              EVALUATE TRUE
                 WHEN WS-HISTK-STATUS = '00'
                    AND HSK-NUMERO = WS-MOV-NUMERO
                    SET MOV-INVALIDO TO TRUE
                    MOVE 'ALUNO COM HISTORICO - USAR CANCELAMENTO'
                       TO WS-MSG-ERRO
                 WHEN WS-HISTK-STATUS = '00'
                    OR WS-HISTK-STATUS = '10'
                    OR WS-HISTK-STATUS = '23'
                    CONTINUE
                 WHEN OTHER
                    SET MOV-INVALIDO TO TRUE
                    MOVE 'S' TO WS-ABORTAR-SW
                    MOVE 'S' TO WS-FIM-MOVTO
                    MOVE 'ERRO DE LEITURA NO HISTORICO' TO WS-MSG-ERRO
                    DISPLAY ' *** CGPRG010 - ERRO DE LEITURA NO '
                       'CGHISTK - STATUS=' WS-HISTK-STATUS
              END-EVALUATE
           END-IF
           IF MOV-VALIDO
              AND WS-BOLPEN-ABERTO-SW = 'S'
              MOVE WS-MOV-NUMERO TO PEN-NUMERO
              MOVE ZERO          TO PEN-COMPETENCIA
              START CGBOLPEN-FILE KEY IS NOT LESS THAN PEN-CHAVE
              IF WS-BOLPEN-STATUS = '00'
                 READ CGBOLPEN-FILE NEXT RECORD
              END-IF
              EVALUATE TRUE
                 WHEN WS-BOLPEN-STATUS = '00'
                    AND PEN-NUMERO = WS-MOV-NUMERO
                    SET MOV-INVALIDO TO TRUE
                    MOVE 'ALUNO COM BOLSA RETIDA NO CGBOLPEN'
                       TO WS-MSG-ERRO
                 WHEN WS-BOLPEN-STATUS = '00'
                    OR WS-BOLPEN-STATUS = '10'
                    OR WS-BOLPEN-STATUS = '23'
                    CONTINUE
                 WHEN OTHER
                    SET MOV-INVALIDO TO TRUE
                    MOVE 'S' TO WS-ABORTAR-SW
                    MOVE 'S' TO WS-FIM-MOVTO
                    MOVE 'ERRO DE LEITURA NOS RETIDOS' TO WS-MSG-ERRO
                    DISPLAY ' *** CGPRG010 - ERRO DE LEITURA NO '
                       'CGBOLPEN - STATUS=' WS-BOLPEN-STATUS
              END-EVALUATE
           END-IF
           IF MOV-VALIDO
              AND WS-MOV-NUMERO > ZERO
              IF WS-FIN-MOVTO (WS-MOV-NUMERO) = 'S'
                 SET MOV-INVALIDO TO TRUE
                 MOVE 'ALUNO COM MOVIMENTO NO CGBOLSA/CGRETFIN'
                    TO WS-MSG-ERRO
              END-IF
           END-IF
           .
       072-EFETIVAR-EXCLUSAO.

           MOVE WS-MOV-NUMERO TO MST-NUMERO
           DELETE CGMESTRE-FILE
           IF WS-MESTRE-STATUS = '00'
           .
       076-APLICAR-SITUACAO.

      *----> REGISTRO ANTERIOR A DATA DE SITUACAO COMECA A CONTAR
      *      OS TRANCAMENTOS A PARTIR DESTA MUDANCA
           IF MST-QTDE-TRANCAMENTOS NOT NUMERIC
              MOVE ZERO TO MST-QTDE-TRANCAMENTOS
           END-IF
           MOVE WS-DATA-HOJE TO MST-DATA-SITUACAO
           EVALUATE TRUE
              WHEN MOV-TRANCAR
                 MOVE 'T'          TO MST-SITUACAO
                 MOVE 'TRANCADO'   TO WS-AUD-ACAO
                 IF MST-QTDE-TRANCAMENTOS < 99
                    ADD 1 TO MST-QTDE-TRANCAMENTOS
                 END-IF
              WHEN MOV-CANCELAR
                 MOVE 'C'          TO MST-SITUACAO
                 MOVE 'CANCELADO'  TO WS-AUD-ACAO
           MOVE WS-MOV-IDADE  TO MST-IDADE
           MOVE WS-MOV-CURSO  TO MST-CURSO
           MOVE 'A'           TO MST-SITUACAO
           MOVE WS-DATA-HOJE  TO MST-DATA-SITUACAO
           MOVE ZERO          TO MST-QTDE-TRANCAMENTOS
           .
      *--------------------------------------------------------------*
      *    REJEITA A TRANSACAO NA LISTAGEM DE AUDITORIA
           IF WS-CURSO-ABERTO-SW = 'S'
              CLOSE CGCURSO-FILE
           END-IF
           IF WS-HISTK-ABERTO-SW = 'S'
              CLOSE CGHISTK-FILE
           END-IF
           IF WS-BOLPEN-ABERTO-SW = 'S'
              CLOSE CGBOLPEN-FILE
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGPRG010 <-------------------*
