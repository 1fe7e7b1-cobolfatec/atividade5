       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG060.
      *AUTHOR.       ALVARO PEREIRA DO NASCIMENTO.
      *DATE-WRITTEN. 10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: FECHAMENTO DE PERIODO LETIVO - APLICA OS CARTOES DE
      *           FECHAMENTO (CGFECMOV) NO CONTROLE DE PERIODOS
      *           (CGPERIOD). O PERIODO SO E FECHADO SEM PENDENCIA:
      *           NENHUMA RECUPERACAO DA LISTA CGRECLST AINDA EM
      *           ABERTO NO CGHISTK, NENHUM ALUNO/DISCIPLINA DO
      *           PERIODO NO CGFALTA E O CGEXCEP VAZIO. PERIODO
      *           FECHADO NAO E MAIS GRAVADO PELO CGPRG005 E SO E
      *           RETIFICADO PELO CGPRG050 COM AUTORIZACAO DE
      *           REABERTURA. GRAVA LISTAGEM DE AUDITORIA (CGFECLST)
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010031  CRIACAO DO PROGRAMA
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
      *----> CARTOES DE FECHAMENTO DE PERIODO (TIPO F)
           SELECT CGFECMOV-FILE ASSIGN TO CGFECMOV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-MOVTO-STATUS.
      *----> CONTROLE DE PERIODOS (VSAM KSDS - CHAVE = ANO/PERIODO)
           SELECT CGPERIOD-FILE ASSIGN TO CGPERIOD
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS PER-CHAVE
               FILE STATUS  IS WS-PERIODO-STATUS.
      *----> LISTA DE RECUPERACAO DA ULTIMA APURACAO NORMAL
           SELECT CGRECLST-FILE ASSIGN TO CGRECLST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-RECLST-STATUS.
      *----> HISTORICO ACADEMICO CONSOLIDADO (VSAM KSDS - CHAVE =
      *      ALUNO/ANO/PERIODO/DISCIPLINA) - SO CONSULTA
           SELECT CGHISTK-FILE  ASSIGN TO CGHISTK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS HSK-CHAVE
               FILE STATUS  IS WS-HISTK-STATUS.
      *----> ALUNOS/DISCIPLINAS SEM CARTAO DE NOTAS (CGPRG005)
           SELECT CGFALTA-FILE  ASSIGN TO CGFALTA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-FALTA-STATUS.
      *----> CARTOES REJEITADOS NA ULTIMA EXECUCAO DO CGPRG005
           SELECT CGEXCEP-FILE  ASSIGN TO CGEXCEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-EXCEP-STATUS.
      *----> LISTAGEM DE AUDITORIA DO FECHAMENTO
           SELECT CGFECLST-FILE ASSIGN TO CGFECLST
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  CGFECMOV-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CGFECMOV-REG               PIC X(80).

       FD  CGPERIOD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CGREGPER.

       FD  CGRECLST-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CGRECLST-REG               PIC X(60).

       FD  CGHISTK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CGREGHSK.

       FD  CGFALTA-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CGFALTA-REG                PIC X(80).

       FD  CGEXCEP-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CGEXCEP-REG                PIC X(100).

       FD  CGFECLST-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CGFECLST-REG               PIC X(120).

       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> CARTAO DE FECHAMENTO (CGFECMOV)
       01  WS-REG-MOVTO.
           05 WS-MOV-TIPO         PIC X(01).
              88 MOV-FECHAMENTO   VALUE 'F'.
           05 WS-MOV-PERIODO      PIC 9(06).
           05 WS-MOV-PERIODO-R REDEFINES WS-MOV-PERIODO.
              10 WS-MOV-ANO       PIC 9(04).
              10 WS-MOV-PER       PIC 9(02).
           05 WS-MOV-RESPONSAVEL  PIC X(10).
           05 FILLER              PIC X(63).

      *-----> LISTA DE RECUPERACAO (CGRECLST)
           COPY CGREGREC.

      *-----> ALUNO/DISCIPLINA SEM CARTAO (CGFALTA - MESMO LAYOUT
      *       GRAVADO PELO CGPRG005)
       01  WS-REG-FALTA.
           05 FAL-NUMERO          PIC 9(04).
           05 FILLER              PIC X(01).
           05 FAL-NOME            PIC X(20).
           05 FILLER              PIC X(01).
           05 FAL-CURSO           PIC X(12).
           05 FILLER              PIC X(01).
           05 FAL-PERIODO         PIC 9(06).
           05 FILLER              PIC X(01).
           05 FAL-DISCIPLINA      PIC X(06).
           05 FILLER              PIC X(28).

      *-----> CONTROLE DE ARQUIVOS
       77  WS-MOVTO-STATUS            PIC X(02).
       77  WS-PERIODO-STATUS          PIC X(02).
       77  WS-RECLST-STATUS           PIC X(02).
       77  WS-HISTK-STATUS            PIC X(02).
       77  WS-FALTA-STATUS            PIC X(02).
       77  WS-EXCEP-STATUS            PIC X(02).
       77  WS-FIM-MOVTO               PIC X(01)      VALUE 'N'.
       77  WS-FIM-RECLST              PIC X(01)      VALUE 'N'.
       77  WS-FIM-FALTA               PIC X(01)      VALUE 'N'.
       77  WS-FIM-EXCEP               PIC X(01)      VALUE 'N'.
       77  WS-ABORTAR-SW              PIC X(01)      VALUE 'N'.
       77  WS-MOVTO-ABERTO-SW         PIC X(01)      VALUE 'N'.
       77  WS-PERIODO-ABERTO-SW       PIC X(01)      VALUE 'N'.
       77  WS-HISTK-ABERTO-SW         PIC X(01)      VALUE 'N'.
       77  WS-LISTA-ABERTA-SW         PIC X(01)      VALUE 'N'.

      *-----> CONTROLE DO CARTAO CORRENTE
       01  WS-SW-VALIDO               PIC X(01).
           88  MOV-VALIDO             VALUE 'S'.
           88  MOV-INVALIDO           VALUE 'N'.
       77  WS-MSG-ERRO                PIC X(40).

      *-----> DATA/HORA DO FECHAMENTO
       01  WS-DATA-HOJE               PIC 9(08)      VALUE ZERO.
       01  WS-HORA-HOJE               PIC 9(08)      VALUE ZERO.
       01  WS-HORA-HOJE-R REDEFINES WS-HORA-HOJE.
           05 WS-HH-HHMMSS        PIC 9(06).
           05 FILLER              PIC 9(02).

      *-----> PENDENCIAS POR PERIODO, APURADAS ANTES DOS CARTOES
      *       (RECUPERACAO AINDA EM ABERTO E ALUNOS NO CGFALTA)
       01  WS-TAB-PENDENCIA.
           05 WS-PND-ENT OCCURS 200 TIMES.
              10 WS-PND-PERIODO      PIC 9(06).
              10 WS-PND-RECUP        PIC 9(05).
              10 WS-PND-FALTA        PIC 9(05).
       77  WS-PND-MAX                 PIC 9(03)      VALUE 200.
       77  WS-PND-QTDE                PIC 9(03)      VALUE ZERO.
       77  WS-PND-IDX                 PIC 9(03)      VALUE ZERO.
       77  WS-PND-ACHOU               PIC 9(03)      VALUE ZERO.
       01  WS-PND-PESQ                PIC 9(06)      VALUE ZERO.
       01  WS-PND-PESQ-R REDEFINES WS-PND-PESQ.
           05 WS-PND-PESQ-ANO     PIC 9(04).
           05 WS-PND-PESQ-PER     PIC 9(02).
       77  WS-QTDE-EXCECAO            PIC 9(06)      VALUE ZERO.

      *-----> TOTAIS DE CONTROLE
       77  WS-CTLIDO                  PIC 9(06)      VALUE ZERO.
       77  WS-CTFECHADO               PIC 9(06)      VALUE ZERO.
       77  WS-CTREJEITADO             PIC 9(06)      VALUE ZERO.
       77  WS-CTRECLST                PIC 9(06)      VALUE ZERO.
       77  WS-CTFALTA                 PIC 9(06)      VALUE ZERO.
       77  WS-CT-ED                   PIC ZZZZZ9.

      *-----> LINHA DA LISTAGEM DE AUDITORIA
       01  WS-LINHA-AUDIT.
           05 WS-AUD-TIPO         PIC X(01).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-AUD-ANO          PIC X(04).
           05 WS-AUD-BARRA        PIC X(01).
           05 WS-AUD-PER          PIC X(02).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-AUD-RESPONSAVEL  PIC X(10).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-AUD-RECUP        PIC ZZZZ9.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-AUD-FALTA        PIC ZZZZ9.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-AUD-EXCECAO      PIC ZZZZ9.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-AUD-ACAO         PIC X(10).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-AUD-MOTIVO       PIC X(40).
           05 FILLER              PIC X(30)      VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG060.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-FIM-MOVTO = 'S'
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS - ERRO DE ABERTURA DE QUALQUER
      *    ARQUIVO ABORTA O FECHAMENTO (CODIGO 12): SEM CONFERIR AS
      *    PENDENCIAS NENHUM PERIODO PODE SER FECHADO
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-HOJE FROM TIME
           OPEN INPUT CGFECMOV-FILE
           IF WS-MOVTO-STATUS NOT = '00'
              DISPLAY ' *** CGPRG060 - ERRO NA ABERTURA DO CGFECMOV'
                 ' - STATUS=' WS-MOVTO-STATUS
              MOVE 'S' TO WS-ABORTAR-SW
              MOVE 'S' TO WS-FIM-MOVTO
           ELSE
              MOVE 'S' TO WS-MOVTO-ABERTO-SW
              PERFORM 011-ABRIR-PERIODO
           END-IF
           IF WS-ABORTAR-SW = 'N'
              PERFORM 012-ABRIR-HISTK
           END-IF
           IF WS-ABORTAR-SW = 'N'
              PERFORM 020-APURAR-RECLST
           END-IF
           IF WS-ABORTAR-SW = 'N'
              PERFORM 022-APURAR-FALTA
           END-IF
           IF WS-ABORTAR-SW = 'N'
              PERFORM 024-APURAR-EXCECAO
           END-IF
           IF WS-ABORTAR-SW = 'N'
              OPEN OUTPUT CGFECLST-FILE
              MOVE 'S' TO WS-LISTA-ABERTA-SW
              PERFORM 015-CABECALHO-LISTA
              PERFORM 025-LER-MOVTO
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRE O CONTROLE DE PERIODOS EM I-O; STATUS 35 INDICA
      *    ARQUIVO AINDA INEXISTENTE (PRIMEIRO FECHAMENTO) - CRIA
      *    VAZIO E REABRE
      *--------------------------------------------------------------*
       011-ABRIR-PERIODO.

           OPEN I-O CGPERIOD-FILE
           IF WS-PERIODO-STATUS = '35'
              OPEN OUTPUT CGPERIOD-FILE
              CLOSE CGPERIOD-FILE
              OPEN I-O CGPERIOD-FILE
           END-IF
           IF WS-PERIODO-STATUS NOT = '00'
              DISPLAY ' *** CGPRG060 - ERRO NA ABERTURA DO CGPERIOD'
                 ' - STATUS=' WS-PERIODO-STATUS
              MOVE 'S' TO WS-ABORTAR-SW
              MOVE 'S' TO WS-FIM-MOVTO
           ELSE
              MOVE 'S' TO WS-PERIODO-ABERTO-SW
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRE O HISTORICO CONSOLIDADO (SO CONSULTA) - E ELE QUE DIZ
      *    SE A RECUPERACAO DA LISTA JA FOI APURADA
      *--------------------------------------------------------------*
       012-ABRIR-HISTK.

           OPEN INPUT CGHISTK-FILE
           IF WS-HISTK-STATUS NOT = '00'
              DISPLAY ' *** CGPRG060 - ERRO NA ABERTURA DO CGHISTK'
                 ' - STATUS=' WS-HISTK-STATUS
              MOVE 'S' TO WS-ABORTAR-SW
              MOVE 'S' TO WS-FIM-MOVTO
           ELSE
              MOVE 'S' TO WS-HISTK-ABERTO-SW
           END-IF
           .
      *--------------------------------------------------------------*
      *    CABECALHO DA LISTAGEM DE AUDITORIA
      *--------------------------------------------------------------*
       015-CABECALHO-LISTA.

           MOVE SPACES TO CGFECLST-REG
           MOVE ' CGPRG060 - FECHAMENTO DE PERIODO LETIVO'
              TO CGFECLST-REG
           WRITE CGFECLST-REG
           MOVE SPACES TO CGFECLST-REG
           MOVE ' T PERIODO RESPONSAV. RECUP FALTA EXCEC ACAO'
              TO CGFECLST-REG
           WRITE CGFECLST-REG
           .
      *--------------------------------------------------------------*
      *    PENDENCIAS DE RECUPERACAO: CADA DISCIPLINA DA CGRECLST
      *    CUJO HISTORICO AINDA ESTA EM RECUPERACAO (R) - OU QUE NEM
      *    CHEGOU AO CGHISTK - CONTA COMO PENDENTE NO SEU PERIODO
      *--------------------------------------------------------------*
       020-APURAR-RECLST.

           OPEN INPUT CGRECLST-FILE
           IF WS-RECLST-STATUS NOT = '00'
              DISPLAY ' *** CGPRG060 - ERRO NA ABERTURA DO CGRECLST'
                 ' - STATUS=' WS-RECLST-STATUS
              MOVE 'S' TO WS-ABORTAR-SW
              MOVE 'S' TO WS-FIM-MOVTO
           ELSE
              MOVE 'N' TO WS-FIM-RECLST
              PERFORM 021-LER-RECLST THRU 021-EXIT
                 UNTIL WS-FIM-RECLST = 'S'
              CLOSE CGRECLST-FILE
           END-IF
           .
       021-LER-RECLST.

           READ CGRECLST-FILE INTO WS-REG-RECLST
              AT END     MOVE 'S' TO WS-FIM-RECLST
              NOT AT END PERFORM 026-CONFERIR-RECUP
           END-READ
           IF WS-RECLST-STATUS NOT = '00'
              AND WS-RECLST-STATUS NOT = '10'
              MOVE 'S' TO WS-ABORTAR-SW
              MOVE 'S' TO WS-FIM-MOVTO
              MOVE 'S' TO WS-FIM-RECLST
              DISPLAY ' *** CGPRG060 - ERRO DE LEITURA NO CGRECLST'
                 ' - STATUS=' WS-RECLST-STATUS
           END-IF
           .
       021-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    CONFERE NO CGHISTK UMA DISCIPLINA DA LISTA DE RECUPERACAO;
      *    SO A CHAVE INEXISTENTE (23) E DADO - OUTRO ERRO ABORTA O
      *    FECHAMENTO (CODIGO 12)
      *--------------------------------------------------------------*
       026-CONFERIR-RECUP.

           ADD 1 TO WS-CTRECLST
           MOVE SPACES        TO HSK-REG-HISTORICO
           MOVE RL-NUMERO     TO HSK-NUMERO
           MOVE RL-PERIODO    TO WS-PND-PESQ
           MOVE WS-PND-PESQ-ANO TO HSK-ANO
           MOVE WS-PND-PESQ-PER TO HSK-PER
           MOVE RL-DISCIPLINA TO HSK-DISCIPLINA
           READ CGHISTK-FILE
           EVALUATE TRUE
              WHEN WS-HISTK-STATUS = '00'
                 IF HSK-RECUPERACAO
                    PERFORM 027-LOCALIZAR-PERIODO
                    IF WS-PND-ACHOU > ZERO
                       ADD 1 TO WS-PND-RECUP (WS-PND-ACHOU)
                    END-IF
                 END-IF
              WHEN WS-HISTK-STATUS = '23'
                 PERFORM 027-LOCALIZAR-PERIODO
                 IF WS-PND-ACHOU > ZERO
                    ADD 1 TO WS-PND-RECUP (WS-PND-ACHOU)
                 END-IF
              WHEN OTHER
                 MOVE 'S' TO WS-ABORTAR-SW
                 MOVE 'S' TO WS-FIM-MOVTO
                 MOVE 'S' TO WS-FIM-RECLST
                 DISPLAY ' *** CGPRG060 - ERRO DE LEITURA NO CGHISTK'
                    ' - STATUS=' WS-HISTK-STATUS
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    PENDENCIAS DO CGFALTA: CADA ALUNO/DISCIPLINA SEM CARTAO
      *    CONTA COMO PENDENTE NO SEU PERIODO
      *--------------------------------------------------------------*
       022-APURAR-FALTA.

           OPEN INPUT CGFALTA-FILE
           IF WS-FALTA-STATUS NOT = '00'
              DISPLAY ' *** CGPRG060 - ERRO NA ABERTURA DO CGFALTA'
                 ' - STATUS=' WS-FALTA-STATUS
              MOVE 'S' TO WS-ABORTAR-SW
              MOVE 'S' TO WS-FIM-MOVTO
           ELSE
              MOVE 'N' TO WS-FIM-FALTA
              PERFORM 023-LER-FALTA THRU 023-EXIT
                 UNTIL WS-FIM-FALTA = 'S'
              CLOSE CGFALTA-FILE
           END-IF
           .
       023-LER-FALTA.

           READ CGFALTA-FILE INTO WS-REG-FALTA
              AT END     MOVE 'S' TO WS-FIM-FALTA
              NOT AT END
                 ADD 1 TO WS-CTFALTA
                 MOVE FAL-PERIODO TO WS-PND-PESQ
                 PERFORM 027-LOCALIZAR-PERIODO
                 IF WS-PND-ACHOU > ZERO
                    ADD 1 TO WS-PND-FALTA (WS-PND-ACHOU)
                 END-IF
           END-READ
           IF WS-FALTA-STATUS NOT = '00'
              AND WS-FALTA-STATUS NOT = '10'
              MOVE 'S' TO WS-ABORTAR-SW
              MOVE 'S' TO WS-FIM-MOVTO
              MOVE 'S' TO WS-FIM-FALTA
              DISPLAY ' *** CGPRG060 - ERRO DE LEITURA NO CGFALTA'
                 ' - STATUS=' WS-FALTA-STATUS
           END-IF
           .
       023-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    CGEXCEP: O CARTAO REJEITADO NAO TRAZ O PERIODO (ESTA NO
      *    HEADER DO GRUPO) - QUALQUER EXCECAO DA ULTIMA EXECUCAO
      *    AINDA SEM REENTRADA IMPEDE O FECHAMENTO
      *--------------------------------------------------------------*
       024-APURAR-EXCECAO.

           OPEN INPUT CGEXCEP-FILE
           IF WS-EXCEP-STATUS NOT = '00'
              DISPLAY ' *** CGPRG060 - ERRO NA ABERTURA DO CGEXCEP'
                 ' - STATUS=' WS-EXCEP-STATUS
              MOVE 'S' TO WS-ABORTAR-SW
              MOVE 'S' TO WS-FIM-MOVTO
           ELSE
              MOVE 'N' TO WS-FIM-EXCEP
              PERFORM 029-LER-EXCECAO THRU 029-EXIT
                 UNTIL WS-FIM-EXCEP = 'S'
              CLOSE CGEXCEP-FILE
           END-IF
           .
       029-LER-EXCECAO.

           READ CGEXCEP-FILE
              AT END     MOVE 'S' TO WS-FIM-EXCEP
              NOT AT END ADD 1 TO WS-QTDE-EXCECAO
           END-READ
           IF WS-EXCEP-STATUS NOT = '00'
              AND WS-EXCEP-STATUS NOT = '10'
              MOVE 'S' TO WS-ABORTAR-SW
              MOVE 'S' TO WS-FIM-MOVTO
              MOVE 'S' TO WS-FIM-EXCEP
              DISPLAY ' *** CGPRG060 - ERRO DE LEITURA NO CGEXCEP'
                 ' - STATUS=' WS-EXCEP-STATUS
           END-IF
           .
       029-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    LOCALIZA (OU ABRE) NA TABELA DE PENDENCIAS A ENTRADA DO
      *    PERIODO EM WS-PND-PESQ; ESTOURO DA TABELA ABORTA O
      *    FECHAMENTO (CODIGO 12) - A CONFERENCIA FICARIA INCOMPLETA
      *--------------------------------------------------------------*
       027-LOCALIZAR-PERIODO.

           MOVE ZERO TO WS-PND-ACHOU
           PERFORM 028-COMPARAR-PERIODO
              VARYING WS-PND-IDX FROM 1 BY 1
              UNTIL WS-PND-IDX > WS-PND-QTDE
                 OR WS-PND-ACHOU > ZERO
           IF WS-PND-ACHOU = ZERO
              IF WS-PND-QTDE NOT < WS-PND-MAX
                 MOVE 'S' TO WS-ABORTAR-SW
                 MOVE 'S' TO WS-FIM-MOVTO
                 MOVE 'S' TO WS-FIM-RECLST
                 MOVE 'S' TO WS-FIM-FALTA
                 DISPLAY ' *** LIMITE DE ' WS-PND-MAX ' PERIODOS '
                    'NA TABELA DE PENDENCIAS ULTRAPASSADO'
              ELSE
                 ADD 1 TO WS-PND-QTDE
                 MOVE WS-PND-PESQ TO WS-PND-PERIODO (WS-PND-QTDE)
                 MOVE ZERO        TO WS-PND-RECUP (WS-PND-QTDE)
                 MOVE ZERO        TO WS-PND-FALTA (WS-PND-QTDE)
                 MOVE WS-PND-QTDE TO WS-PND-ACHOU
              END-IF
           END-IF
           .
       028-COMPARAR-PERIODO.

           IF WS-PND-PERIODO (WS-PND-IDX) = WS-PND-PESQ
              MOVE WS-PND-IDX TO WS-PND-ACHOU
           END-IF
           .
      *--------------------------------------------------------------*
      *    LEITURA DO ARQUIVO DE CARTOES DE FECHAMENTO
      *--------------------------------------------------------------*
       025-LER-MOVTO.

           READ CGFECMOV-FILE INTO WS-REG-MOVTO
              AT END
                 MOVE 'S' TO WS-FIM-MOVTO
           END-READ
           .
      *--------------------------------------------------------------*
      *    PROCESSA UM CARTAO DE FECHAMENTO
      *--------------------------------------------------------------*
       030-PROCESSAR.

           ADD 1 TO WS-CTLIDO
           PERFORM 040-VALIDAR-MOVTO
           IF MOV-VALIDO
              PERFORM 045-CONFERIR-PENDENCIA
           END-IF
           IF MOV-VALIDO
              PERFORM 050-FECHAR-PERIODO
           END-IF
           IF MOV-INVALIDO
              PERFORM 080-REJEITAR
           END-IF
           PERFORM 025-LER-MOVTO
           .
      *--------------------------------------------------------------*
      *    VALIDA OS CAMPOS DO CARTAO DE FECHAMENTO
      *--------------------------------------------------------------*
       040-VALIDAR-MOVTO.

           SET MOV-VALIDO TO TRUE
           MOVE SPACES    TO WS-MSG-ERRO
           MOVE ZERO      TO WS-PND-ACHOU
           IF NOT MOV-FECHAMENTO
              SET MOV-INVALIDO TO TRUE
              MOVE 'TIPO DE CARTAO INVALIDO (F)' TO WS-MSG-ERRO
           END-IF
           IF MOV-VALIDO
              IF WS-MOV-PERIODO NOT NUMERIC
                 OR WS-MOV-ANO = ZERO
                 OR WS-MOV-PER = ZERO
                 SET MOV-INVALIDO TO TRUE
                 MOVE 'PERIODO INVALIDO (AAAAPP)' TO WS-MSG-ERRO
              END-IF
           END-IF
           IF MOV-VALIDO AND WS-MOV-RESPONSAVEL = SPACES
              SET MOV-INVALIDO TO TRUE
              MOVE 'RESPONSAVEL PELO FECHAMENTO NAO INFORMADO'
                 TO WS-MSG-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    O PERIODO SO FECHA SEM RECUPERACAO PENDENTE, SEM ALUNO NO
      *    CGFALTA E COM O CGEXCEP VAZIO
      *--------------------------------------------------------------*
       045-CONFERIR-PENDENCIA.

           MOVE ZERO TO WS-PND-ACHOU
           MOVE WS-MOV-PERIODO TO WS-PND-PESQ
           PERFORM 028-COMPARAR-PERIODO
              VARYING WS-PND-IDX FROM 1 BY 1
              UNTIL WS-PND-IDX > WS-PND-QTDE
                 OR WS-PND-ACHOU > ZERO
           IF WS-PND-ACHOU > ZERO
              IF WS-PND-RECUP (WS-PND-ACHOU) > ZERO
                 SET MOV-INVALIDO TO TRUE
                 MOVE 'RECUPERACAO PENDENTE NO PERIODO'
                    TO WS-MSG-ERRO
              END-IF
              IF MOV-VALIDO
                 AND WS-PND-FALTA (WS-PND-ACHOU) > ZERO
                 SET MOV-INVALIDO TO TRUE
                 MOVE 'ALUNOS SEM CARTAO NO PERIODO (CGFALTA)'
                    TO WS-MSG-ERRO
              END-IF
           END-IF
           IF MOV-VALIDO AND WS-QTDE-EXCECAO > ZERO
              SET MOV-INVALIDO TO TRUE
              MOVE 'CARTOES REJEITADOS PENDENTES (CGEXCEP)'
                 TO WS-MSG-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    FECHA O PERIODO: SEM REGISTRO NO CONTROLE (PERIODO NUNCA
      *    FECHADO) GRAVA UM NOVO; ABERTO E REGRAVADO (MANTENDO O
      *    CONTADOR DE REABERTURAS); JA FECHADO E REJEITADO
      *--------------------------------------------------------------*
       050-FECHAR-PERIODO.

           MOVE SPACES     TO PER-REG-PERIODO
           MOVE WS-MOV-ANO TO PER-ANO
           MOVE WS-MOV-PER TO PER-PER
           READ CGPERIOD-FILE
           EVALUATE TRUE
              WHEN WS-PERIODO-STATUS = '00'
                 IF PER-FECHADO
                    SET MOV-INVALIDO TO TRUE
                    MOVE 'PERIODO JA FECHADO' TO WS-MSG-ERRO
                 ELSE
                    PERFORM 055-MONTAR-FECHAMENTO
                    REWRITE PER-REG-PERIODO
                    PERFORM 060-CONFERIR-GRAVACAO
                 END-IF
              WHEN WS-PERIODO-STATUS = '23'
                 MOVE ZERO   TO PER-QTDE-REABERTURA
                 MOVE ZERO   TO PER-DATA-REABERTURA
                 MOVE SPACES TO PER-AUT-REABERTURA
                 PERFORM 055-MONTAR-FECHAMENTO
                 WRITE PER-REG-PERIODO
                 PERFORM 060-CONFERIR-GRAVACAO
              WHEN OTHER
                 SET MOV-INVALIDO TO TRUE
                 MOVE 'ERRO DE LEITURA NO CONTROLE DE PERIODOS'
                    TO WS-MSG-ERRO
                 MOVE 'S' TO WS-ABORTAR-SW
                 MOVE 'S' TO WS-FIM-MOVTO
                 DISPLAY ' *** CGPRG060 - ERRO DE LEITURA NO CGPERIOD'
                    ' - STATUS=' WS-PERIODO-STATUS
           END-EVALUATE
           .
       055-MONTAR-FECHAMENTO.

           SET PER-FECHADO        TO TRUE
           MOVE WS-DATA-HOJE       TO PER-DATA-FECHAMENTO
           MOVE WS-HH-HHMMSS       TO PER-HORA-FECHAMENTO
           MOVE WS-MOV-RESPONSAVEL TO PER-RESPONSAVEL
           .
       060-CONFERIR-GRAVACAO.

           IF WS-PERIODO-STATUS = '00'
              ADD 1 TO WS-CTFECHADO
              MOVE 'FECHADO'   TO WS-AUD-ACAO
              PERFORM 085-GRAVAR-LISTA
           ELSE
              SET MOV-INVALIDO TO TRUE
              MOVE 'ERRO DE GRAVACAO NO CONTROLE DE PERIODOS'
                 TO WS-MSG-ERRO
              MOVE 'S' TO WS-ABORTAR-SW
              MOVE 'S' TO WS-FIM-MOVTO
              DISPLAY ' *** CGPRG060 - ERRO DE GRAVACAO NO CGPERIOD'
                 ' - STATUS=' WS-PERIODO-STATUS
           END-IF
           .
      *--------------------------------------------------------------*
      *    REJEITA O CARTAO NA LISTAGEM DE AUDITORIA
      *--------------------------------------------------------------*
       080-REJEITAR.

           ADD 1 TO WS-CTREJEITADO
           MOVE 'REJEITADO' TO WS-AUD-ACAO
           PERFORM 085-GRAVAR-LISTA
           DISPLAY ' *** CARTAO REJEITADO - PERIODO=' WS-MOV-PERIODO
              ' MOTIVO=' WS-MSG-ERRO
           .
      *--------------------------------------------------------------*
      *    GRAVA UMA LINHA DE AUDITORIA DO CARTAO CORRENTE COM AS
      *    PENDENCIAS APURADAS PARA O PERIODO
      *--------------------------------------------------------------*
       085-GRAVAR-LISTA.

           MOVE WS-MOV-TIPO        TO WS-AUD-TIPO
           MOVE WS-MOV-ANO         TO WS-AUD-ANO
           MOVE '/'                TO WS-AUD-BARRA
           MOVE WS-MOV-PER         TO WS-AUD-PER
           MOVE WS-MOV-RESPONSAVEL TO WS-AUD-RESPONSAVEL
           MOVE ZERO               TO WS-AUD-RECUP
           MOVE ZERO               TO WS-AUD-FALTA
           IF WS-PND-ACHOU > ZERO
              MOVE WS-PND-RECUP (WS-PND-ACHOU) TO WS-AUD-RECUP
              MOVE WS-PND-FALTA (WS-PND-ACHOU) TO WS-AUD-FALTA
           END-IF
           MOVE WS-QTDE-EXCECAO    TO WS-AUD-EXCECAO
           MOVE WS-MSG-ERRO        TO WS-AUD-MOTIVO
           MOVE WS-LINHA-AUDIT     TO CGFECLST-REG
           WRITE CGFECLST-REG
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS - CODIGO 12 NO ABORTO, 8 SEM CARTAO,
      *    4 COM CARTAO REJEITADO (PERIODO QUE NAO FECHOU)
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG060        *'
           DISPLAY ' *----------------------------------------*'
           MOVE WS-CTRECLST    TO WS-CT-ED
           DISPLAY ' * ENTRADAS NA CGRECLST  = ' WS-CT-ED
           MOVE WS-CTFALTA     TO WS-CT-ED
           DISPLAY ' * ENTRADAS NO CGFALTA   = ' WS-CT-ED
           MOVE WS-QTDE-EXCECAO TO WS-CT-ED
           DISPLAY ' * EXCECOES NO CGEXCEP   = ' WS-CT-ED
           MOVE WS-CTLIDO      TO WS-CT-ED
           DISPLAY ' * CARTOES LIDOS         = ' WS-CT-ED
           MOVE WS-CTFECHADO   TO WS-CT-ED
           DISPLAY ' * PERIODOS FECHADOS     = ' WS-CT-ED
           MOVE WS-CTREJEITADO TO WS-CT-ED
           DISPLAY ' * CARTOES REJEITADOS    = ' WS-CT-ED
           DISPLAY ' *----------------------------------------*'
           EVALUATE TRUE
              WHEN WS-ABORTAR-SW = 'S'
                 DISPLAY ' *  TERMINO COM ERRO DO CGPRG060         *'
                 MOVE 12 TO RETURN-CODE
              WHEN WS-CTLIDO = ZERO
                 DISPLAY ' *      TERMINO NORMAL DO CGPRG060       *'
                 MOVE 8  TO RETURN-CODE
              WHEN WS-CTREJEITADO > ZERO
                 DISPLAY ' *      TERMINO NORMAL DO CGPRG060       *'
                 MOVE 4  TO RETURN-CODE
              WHEN OTHER
                 DISPLAY ' *      TERMINO NORMAL DO CGPRG060       *'
                 MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           DISPLAY ' *----------------------------------------*'
           IF WS-LISTA-ABERTA-SW = 'S'
              IF WS-ABORTAR-SW = 'N'
                 MOVE SPACES TO CGFECLST-REG
                 MOVE ' *** FIM DA LISTAGEM DE AUDITORIA - CGPRG060'
                    TO CGFECLST-REG
                 WRITE CGFECLST-REG
              END-IF
              CLOSE CGFECLST-FILE
           END-IF
           IF WS-MOVTO-ABERTO-SW = 'S'
              CLOSE CGFECMOV-FILE
           END-IF
           IF WS-PERIODO-ABERTO-SW = 'S'
              CLOSE CGPERIOD-FILE
           END-IF
           IF WS-HISTK-ABERTO-SW = 'S'
              CLOSE CGHISTK-FILE
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGPRG060 <-------------------*
