       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG013.
      *AUTHOR.       ALVARO PEREIRA DO NASCIMENTO.
      *DATE-WRITTEN. 10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: MANUTENCAO DO CATALOGO DE DISCIPLINAS (CGDISCIP)
      *           APLICA TRANSACOES DE INCLUSAO/ALTERACAO/EXCLUSAO
      *           (CGDSCMOV) E GRAVA LISTAGEM DE AUDITORIA (CGDSCLST);
      *           TODA DISCIPLINA PERTENCE A UM CURSO DO CATALOGO DE
      *           CURSOS (CGCURSO)
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010029  CRIACAO DO PROGRAMA
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
       CONFIGURATION SECTION.
      *---------------------*
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           .
       INPUT-OUTPUT SECTION.
      *---------------------*
       FILE-CONTROL.
      *----> ARQUIVO DE TRANSACOES DE MANUTENCAO (I/A/E)
           SELECT CGDSCMOV-FILE ASSIGN TO CGDSCMOV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-MOVTO-STATUS.
      *----> CATALOGO DE DISCIPLINAS (VSAM KSDS - CHAVE = CURSO +
      *      CODIGO DA DISCIPLINA)
           SELECT CGDISCIP-FILE ASSIGN TO CGDISCIP
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS DSC-CHAVE
               FILE STATUS  IS WS-DISC-STATUS.
      *----> CATALOGO DE CURSOS (VSAM KSDS - CHAVE = CODIGO)
           SELECT CGCURSO-FILE  ASSIGN TO CGCURSO
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS CRS-CODIGO
               FILE STATUS  IS WS-CURSO-STATUS.
      *----> LISTAGEM DE AUDITORIA DA MANUTENCAO
           SELECT CGDSCLST-FILE ASSIGN TO CGDSCLST
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  CGDSCMOV-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CGDSCMOV-REG               PIC X(80).

       FD  CGDISCIP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CGREGDSC.

       FD  CGCURSO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CGREGCRS.

       FD  CGDSCLST-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CGDSCLST-REG               PIC X(120).

       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> TRANSACAO DE MANUTENCAO (CGDSCMOV)
       01  WS-REG-MOVTO.
           05 WS-MOV-TIPO         PIC X(01).
              88 MOV-INCLUSAO     VALUE 'I'.
              88 MOV-ALTERACAO    VALUE 'A'.
              88 MOV-EXCLUSAO     VALUE 'E'.
           05 WS-MOV-CURSO        PIC X(12).
           05 WS-MOV-CODIGO       PIC X(06).
           05 WS-MOV-DESCRICAO    PIC X(30).
           05 FILLER              PIC X(31).

      *-----> CONTROLE DE ARQUIVOS
       77  WS-MOVTO-STATUS            PIC X(02).
       77  WS-DISC-STATUS             PIC X(02).
       77  WS-CURSO-STATUS            PIC X(02).
       77  WS-FIM-MOVTO               PIC X(01)      VALUE 'N'.
       77  WS-ABORTAR-SW              PIC X(01)      VALUE 'N'.
       77  WS-MOVTO-ABERTO-SW         PIC X(01)      VALUE 'N'.
       77  WS-DISC-ABERTO-SW          PIC X(01)      VALUE 'N'.
       77  WS-CURSO-ABERTO-SW         PIC X(01)      VALUE 'N'.

      *-----> CONTROLE DA TRANSACAO CORRENTE
       01  WS-SW-VALIDO               PIC X(01).
           88  MOV-VALIDO             VALUE 'S'.
           88  MOV-INVALIDO           VALUE 'N'.
       77  WS-MSG-ERRO                PIC X(40).

      *-----> TOTAIS DE CONTROLE
       77  WS-CTLIDO                  PIC 9(06)      VALUE ZERO.
       77  WS-CTINCLUIDO              PIC 9(06)      VALUE ZERO.
       77  WS-CTALTERADO              PIC 9(06)      VALUE ZERO.
       77  WS-CTEXCLUIDO              PIC 9(06)      VALUE ZERO.
       77  WS-CTREJEITADO             PIC 9(06)      VALUE ZERO.
       77  WS-CT-ED                   PIC ZZZZZ9.

      *-----> LINHAS DA LISTAGEM DE AUDITORIA
       01  WS-LINHA-AUDIT.
           05 WS-AUD-TIPO         PIC X(01).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-AUD-CURSO        PIC X(12).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-AUD-CODIGO       PIC X(06).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-AUD-DESCRICAO    PIC X(30).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-AUD-ACAO         PIC X(10).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-AUD-MOTIVO       PIC X(40).
           05 FILLER              PIC X(16)      VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG013.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-FIM-MOVTO = 'S'
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS - ERRO DE ABERTURA DO CGDSCMOV, DO
      *    CGDISCIP OU DO CGCURSO ABORTA A MANUTENCAO (CODIGO 12)
      *    PARA O SCHEDULER NAO SEGUIR COM UM CATALOGO DESATUALIZADO
      *--------------------------------------------------------------*
       010-INICIAR.

           OPEN INPUT CGDSCMOV-FILE
           IF WS-MOVTO-STATUS NOT = '00'
              DISPLAY ' *** CGPRG013 - ERRO NA ABERTURA DO CGDSCMOV'
                 ' - STATUS=' WS-MOVTO-STATUS
              MOVE 'S' TO WS-ABORTAR-SW
              MOVE 'S' TO WS-FIM-MOVTO
           ELSE
              MOVE 'S' TO WS-MOVTO-ABERTO-SW
              PERFORM 011-ABRIR-DISCIPLINA
           END-IF
           IF WS-ABORTAR-SW = 'N'
              PERFORM 012-ABRIR-CURSO
           END-IF
           IF WS-ABORTAR-SW = 'N'
              OPEN OUTPUT CGDSCLST-FILE
              PERFORM 015-CABECALHO-LISTA
              PERFORM 025-LER-MOVTO
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRE O CATALOGO DE DISCIPLINAS EM I-O; STATUS 35 INDICA
      *    CATALOGO AINDA INEXISTENTE (PRIMEIRA CARGA) - CRIA VAZIO
      *    E REABRE
      *--------------------------------------------------------------*
       011-ABRIR-DISCIPLINA.

           OPEN I-O CGDISCIP-FILE
           IF WS-DISC-STATUS = '35'
              OPEN OUTPUT CGDISCIP-FILE
              CLOSE CGDISCIP-FILE
              OPEN I-O CGDISCIP-FILE
           END-IF
           IF WS-DISC-STATUS NOT = '00'
              DISPLAY ' *** CGPRG013 - ERRO NA ABERTURA DO CGDISCIP'
                 ' - STATUS=' WS-DISC-STATUS
              MOVE 'S' TO WS-ABORTAR-SW
              MOVE 'S' TO WS-FIM-MOVTO
           ELSE
              MOVE 'S' TO WS-DISC-ABERTO-SW
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRE O CATALOGO DE CURSOS (SO CONSULTA) - E ELE QUE DIZ SE
      *    O CURSO DA DISCIPLINA EXISTE
      *--------------------------------------------------------------*
       012-ABRIR-CURSO.

           OPEN INPUT CGCURSO-FILE
           IF WS-CURSO-STATUS NOT = '00'
              DISPLAY ' *** CGPRG013 - ERRO NA ABERTURA DO CGCURSO'
                 ' - STATUS=' WS-CURSO-STATUS
              MOVE 'S' TO WS-ABORTAR-SW
              MOVE 'S' TO WS-FIM-MOVTO
           ELSE
              MOVE 'S' TO WS-CURSO-ABERTO-SW
           END-IF
           .
      *--------------------------------------------------------------*
      *    CABECALHO DA LISTAGEM DE AUDITORIA
      *--------------------------------------------------------------*
       015-CABECALHO-LISTA.

           MOVE SPACES TO CGDSCLST-REG
           MOVE ' CGPRG013 - MANUTENCAO DO CATALOGO DE DISCIPLINAS'
              TO CGDSCLST-REG
           WRITE CGDSCLST-REG
           MOVE SPACES TO CGDSCLST-REG
           MOVE ' T CURSO        DISCIP DESCRICAO'
              TO CGDSCLST-REG
           WRITE CGDSCLST-REG
           .
      *--------------------------------------------------------------*
      *    LEITURA DO ARQUIVO DE TRANSACOES
      *--------------------------------------------------------------*
       025-LER-MOVTO.

           READ CGDSCMOV-FILE INTO WS-REG-MOVTO
              AT END
                 MOVE 'S' TO WS-FIM-MOVTO
           END-READ
           .
      *--------------------------------------------------------------*
      *    PROCESSA UMA TRANSACAO DE MANUTENCAO
      *--------------------------------------------------------------*
       030-PROCESSAR.

           ADD 1 TO WS-CTLIDO
           PERFORM 040-VALIDAR-MOVTO
           IF MOV-VALIDO
              EVALUATE TRUE
                 WHEN MOV-INCLUSAO
                    PERFORM 050-INCLUIR
                 WHEN MOV-ALTERACAO
                    PERFORM 060-ALTERAR
                 WHEN MOV-EXCLUSAO
                    PERFORM 070-EXCLUIR
              END-EVALUATE
           END-IF
           IF MOV-INVALIDO
              PERFORM 080-REJEITAR
           END-IF
           PERFORM 025-LER-MOVTO
           .
      *--------------------------------------------------------------*
      *    VALIDA OS CAMPOS DA TRANSACAO; NA INCLUSAO E NA ALTERACAO
      *    O CURSO PRECISA EXISTIR NO CATALOGO DE CURSOS
      *--------------------------------------------------------------*
       040-VALIDAR-MOVTO.

           SET MOV-VALIDO TO TRUE
           MOVE SPACES    TO WS-MSG-ERRO
           IF NOT MOV-INCLUSAO AND NOT MOV-ALTERACAO
              AND NOT MOV-EXCLUSAO
              SET MOV-INVALIDO TO TRUE
              MOVE 'TIPO DE TRANSACAO INVALIDO (I/A/E)'
                 TO WS-MSG-ERRO
           END-IF
           IF MOV-VALIDO AND WS-MOV-CURSO = SPACES
              SET MOV-INVALIDO TO TRUE
              MOVE 'CURSO DA DISCIPLINA NAO INFORMADO' TO WS-MSG-ERRO
           END-IF
           IF MOV-VALIDO AND WS-MOV-CODIGO = SPACES
              SET MOV-INVALIDO TO TRUE
              MOVE 'CODIGO DA DISCIPLINA NAO INFORMADO'
                 TO WS-MSG-ERRO
           END-IF
           IF MOV-VALIDO AND (MOV-INCLUSAO OR MOV-ALTERACAO)
              IF WS-MOV-DESCRICAO = SPACES
                 SET MOV-INVALIDO TO TRUE
                 MOVE 'DESCRICAO DA DISCIPLINA NAO INFORMADA'
                    TO WS-MSG-ERRO
              END-IF
              IF MOV-VALIDO
                 PERFORM 042-LER-CURSO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERE O CURSO DA TRANSACAO NO CATALOGO DE CURSOS; SO A
      *    CHAVE INEXISTENTE (23) E REJEICAO DE DADO - OUTRO ERRO
      *    ABORTA A MANUTENCAO (CODIGO 12)
      *--------------------------------------------------------------*
       042-LER-CURSO.

           MOVE SPACES       TO CRS-REG-CURSO
           MOVE WS-MOV-CURSO TO CRS-CODIGO
           READ CGCURSO-FILE
           EVALUATE TRUE
              WHEN WS-CURSO-STATUS = '00'
                 CONTINUE
              WHEN WS-CURSO-STATUS = '23'
                 SET MOV-INVALIDO TO TRUE
                 MOVE 'CURSO FORA DO CATALOGO (CGCURSO)'
                    TO WS-MSG-ERRO
              WHEN OTHER
                 SET MOV-INVALIDO TO TRUE
                 MOVE 'ERRO DE LEITURA NO CATALOGO DE CURSOS'
                    TO WS-MSG-ERRO
                 MOVE 'S' TO WS-ABORTAR-SW
                 MOVE 'S' TO WS-FIM-MOVTO
                 DISPLAY ' *** CGPRG013 - ERRO DE LEITURA NO CGCURSO'
                    ' - STATUS=' WS-CURSO-STATUS
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    INCLUSAO - A DISCIPLINA NAO PODE EXISTIR NO CURSO
      *--------------------------------------------------------------*
       050-INCLUIR.

           PERFORM 045-MONTAR-DISCIPLINA
           WRITE DSC-REG-DISCIPLINA
           IF WS-DISC-STATUS = '00'
              ADD 1 TO WS-CTINCLUIDO
              MOVE 'INCLUIDO'  TO WS-AUD-ACAO
              PERFORM 085-GRAVAR-LISTA
           ELSE
              IF WS-DISC-STATUS = '22'
                 SET MOV-INVALIDO TO TRUE
                 MOVE 'DISCIPLINA JA EXISTE NO CURSO' TO WS-MSG-ERRO
              ELSE
                 SET MOV-INVALIDO TO TRUE
                 MOVE 'ERRO DE GRAVACAO NO CATALOGO' TO WS-MSG-ERRO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ALTERACAO - A DISCIPLINA PRECISA EXISTIR NO CURSO
      *--------------------------------------------------------------*
       060-ALTERAR.

           PERFORM 045-MONTAR-DISCIPLINA
           REWRITE DSC-REG-DISCIPLINA
           IF WS-DISC-STATUS = '00'
              ADD 1 TO WS-CTALTERADO
              MOVE 'ALTERADO'  TO WS-AUD-ACAO
              PERFORM 085-GRAVAR-LISTA
           ELSE
              IF WS-DISC-STATUS = '23'
                 SET MOV-INVALIDO TO TRUE
                 MOVE 'DISCIPLINA NAO EXISTE NO CURSO'
                    TO WS-MSG-ERRO
              ELSE
                 SET MOV-INVALIDO TO TRUE
                 MOVE 'ERRO DE REGRAVACAO NO CATALOGO' TO WS-MSG-ERRO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    EXCLUSAO - A DISCIPLINA PRECISA EXISTIR NO CURSO
      *--------------------------------------------------------------*
       070-EXCLUIR.

           MOVE WS-MOV-CURSO  TO DSC-CURSO
           MOVE WS-MOV-CODIGO TO DSC-CODIGO
           DELETE CGDISCIP-FILE
           IF WS-DISC-STATUS = '00'
              ADD 1 TO WS-CTEXCLUIDO
              MOVE 'EXCLUIDO'  TO WS-AUD-ACAO
              PERFORM 085-GRAVAR-LISTA
           ELSE
              IF WS-DISC-STATUS = '23'
                 SET MOV-INVALIDO TO TRUE
                 MOVE 'DISCIPLINA NAO EXISTE NO CURSO'
                    TO WS-MSG-ERRO
              ELSE
                 SET MOV-INVALIDO TO TRUE
                 MOVE 'ERRO DE EXCLUSAO NO CATALOGO' TO WS-MSG-ERRO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    MONTA O REGISTRO DO CATALOGO A PARTIR DA TRANSACAO
      *--------------------------------------------------------------*
       045-MONTAR-DISCIPLINA.

           MOVE SPACES             TO DSC-REG-DISCIPLINA
           MOVE WS-MOV-CURSO       TO DSC-CURSO
           MOVE WS-MOV-CODIGO      TO DSC-CODIGO
           MOVE WS-MOV-DESCRICAO   TO DSC-DESCRICAO
           .
      *--------------------------------------------------------------*
      *    REJEITA A TRANSACAO NA LISTAGEM DE AUDITORIA
      *--------------------------------------------------------------*
       080-REJEITAR.

           ADD 1 TO WS-CTREJEITADO
           MOVE 'REJEITADO' TO WS-AUD-ACAO
           PERFORM 085-GRAVAR-LISTA
           DISPLAY ' *** TRANSACAO REJEITADA - CURSO='
              WS-MOV-CURSO ' DISCIPLINA=' WS-MOV-CODIGO
              ' MOTIVO=' WS-MSG-ERRO
           .
      *--------------------------------------------------------------*
      *    GRAVA UMA LINHA DE AUDITORIA DA TRANSACAO CORRENTE
      *--------------------------------------------------------------*
       085-GRAVAR-LISTA.

           MOVE WS-MOV-TIPO        TO WS-AUD-TIPO
           MOVE WS-MOV-CURSO       TO WS-AUD-CURSO
           MOVE WS-MOV-CODIGO      TO WS-AUD-CODIGO
           MOVE WS-MOV-DESCRICAO   TO WS-AUD-DESCRICAO
           MOVE WS-MSG-ERRO        TO WS-AUD-MOTIVO
           MOVE WS-LINHA-AUDIT     TO CGDSCLST-REG
           WRITE CGDSCLST-REG
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG013        *'
           DISPLAY ' *----------------------------------------*'
           MOVE WS-CTLIDO     TO WS-CT-ED
           DISPLAY ' * TRANSACOES LIDAS      = ' WS-CT-ED
           MOVE WS-CTINCLUIDO TO WS-CT-ED
           DISPLAY ' * INCLUSOES EFETUADAS   = ' WS-CT-ED
           MOVE WS-CTALTERADO TO WS-CT-ED
           DISPLAY ' * ALTERACOES EFETUADAS  = ' WS-CT-ED
           MOVE WS-CTEXCLUIDO TO WS-CT-ED
           DISPLAY ' * EXCLUSOES EFETUADAS   = ' WS-CT-ED
           MOVE WS-CTREJEITADO TO WS-CT-ED
           DISPLAY ' * TRANSACOES REJEITADAS = ' WS-CT-ED
           DISPLAY ' *----------------------------------------*'
           IF WS-ABORTAR-SW = 'S'
              DISPLAY ' *  TERMINO COM ERRO DO CGPRG013         *'
              MOVE 12 TO RETURN-CODE
           ELSE
              DISPLAY ' *      TERMINO NORMAL DO CGPRG013       *'
              MOVE SPACES TO CGDSCLST-REG
              MOVE ' *** FIM DA LISTAGEM DE AUDITORIA - CGPRG013'
                 TO CGDSCLST-REG
              WRITE CGDSCLST-REG
           END-IF
           DISPLAY ' *----------------------------------------*'
           IF WS-ABORTAR-SW = 'N'
              OR WS-CTLIDO > ZERO
              CLOSE CGDSCLST-FILE
           END-IF
           IF WS-MOVTO-ABERTO-SW = 'S'
              CLOSE CGDSCMOV-FILE
           END-IF
           IF WS-DISC-ABERTO-SW = 'S'
              CLOSE CGDISCIP-FILE
           END-IF
           IF WS-CURSO-ABERTO-SW = 'S'
              CLOSE CGCURSO-FILE
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGPRG013 <-------------------*
