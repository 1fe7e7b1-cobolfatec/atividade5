       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG085.
      *AUTHOR.       ALVARO PEREIRA DO NASCIMENTO.
      *DATE-WRITTEN. 10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: RECUPERAR O HISTORICO CONSOLIDADO (CGHISTK) A
      *           PARTIR DA COPIA DE SEGURANCA (CGHBKP - DESCARGA
      *           SEQUENCIAL NA ORDEM DA CHAVE) E DO JORNAL DE
      *           ATUALIZACOES (CGJRNL, GRAVADO PELO CGPRG005,
      *           CGPRG025 E CGPRG050): CARREGA A COPIA NO CGHISTK
      *           (CLUSTER VAZIO) E REAPLICA, NA ORDEM DO JORNAL, AS
      *           IMAGENS DEPOIS DAS ATUALIZACOES POSTERIORES A
      *           COPIA - TODAS, ATE UM MOMENTO, ATE O FIM DE UMA
      *           EXECUCAO OU TODAS MENOS AS DE UMA EXECUCAO
      *           (ESTORNO DE UMA EXECUCAO RUIM). CADA IMAGEM ANTES
      *           E CONFERIDA COM O REGISTRO CORRENTE; DIFERENCA SAI
      *           NA LISTAGEM CGRCVLST COMO DIVERGENCIA.
      *           CGPARM (OPCIONAL - SEM ELE TODO O JORNAL E
      *           REAPLICADO):
      *             COLS  1-14 DATA/HORA DA COPIA (AAAAMMDDHHMMSS) -
      *                        ATUALIZACOES ATE ELA JA ESTAO NA COPIA
      *             COL  15    MODO: C (OU BRANCO) = TODO O JORNAL,
      *                        T = ATE O MOMENTO DAS COLS 16-29,
      *                        R = ATE O FIM DA EXECUCAO DAS COLS
      *                        30-51, E = TODO O JORNAL MENOS A
      *                        EXECUCAO DAS COLS 30-51
      *             COLS 16-29 MOMENTO LIMITE (AAAAMMDDHHMMSS)
      *             COLS 30-51 EXECUCAO: PROGRAMA (8), DATA (8) E
      *                        HORA (6) DE INICIO, COMO NO JORNAL
      *           A COPIA TEM QUE ESTAR NO LAYOUT CGREGHSK ATUAL
      *           (CHAVE COM DISCIPLINA); COPIA NO LAYOUT ANTERIOR
      *           (CHAVE DE 10 BYTES) INTERROMPE A CARGA E DEVE SER
      *           CONVERTIDA ANTES PELO CGPRG095
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010037  CRIACAO DO PROGRAMA
      *  V02    OUT/2026 010039  COPIA NO LAYOUT ANTERIOR A CHAVE
      *                          COM DISCIPLINA (DATA DE
      *                          PROCESSAMENTO NAO NUMERICA NA
      *                          POSICAO ATUAL) INTERROMPE A CARGA
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
      *----> CARTAO DE CONTROLE: COPIA, MODO, MOMENTO E EXECUCAO
           SELECT CGPARM-FILE   ASSIGN TO CGPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-CGPARM-STATUS.
      *----> COPIA DE SEGURANCA DO CGHISTK (DESCARGA SEQUENCIAL NA
      *      ORDEM DA CHAVE, LAYOUT CGREGHSK)
           SELECT CGHBKP-FILE   ASSIGN TO CGHBKP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-BKP-STATUS.
      *----> JORNAL DE ATUALIZACOES DO CGHISTK
           SELECT CGJRNL-FILE   ASSIGN TO CGJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-JRNL-STATUS.
      *----> HISTORICO ACADEMICO CONSOLIDADO RECUPERADO (VSAM KSDS -
      *      CHAVE = ALUNO/ANO/PERIODO/DISCIPLINA; CLUSTER VAZIO,
      *      CARREGADO COM A COPIA E ATUALIZADO PELO JORNAL)
           SELECT CGHISTK-FILE  ASSIGN TO CGHISTK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS HSK-CHAVE
               FILE STATUS  IS WS-HISTK-STATUS.
      *----> LISTAGEM DA RECUPERACAO
           SELECT CGRCVLST-FILE ASSIGN TO CGRCVLST
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  CGPARM-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CGPARM-REG                 PIC X(80).

       FD  CGHBKP-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CGHBKP-REG                 PIC X(100).

       FD  CGJRNL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CGJRNL-REG                 PIC X(250).

       FD  CGHISTK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CGREGHSK.

       FD  CGRCVLST-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CGRCVLST-REG               PIC X(120).

       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> CARTAO DE CONTROLE DA RECUPERACAO
       01  WS-REG-PARM.
           05 WS-PARM-BACKUP.
              10 WS-PARM-BKP-DATA PIC X(08).
              10 WS-PARM-BKP-HORA PIC X(06).
           05 WS-PARM-MODO        PIC X(01).
              88 WS-MODO-COMPLETO VALUE 'C' ' '.
              88 WS-MODO-MOMENTO  VALUE 'T'.
              88 WS-MODO-EXECUCAO VALUE 'R'.
              88 WS-MODO-EXCLUIR  VALUE 'E'.
           05 WS-PARM-LIMITE.
              10 WS-PARM-LIM-DATA PIC X(08).
              10 WS-PARM-LIM-HORA PIC X(06).
           05 WS-PARM-EXECUCAO.
              10 WS-PARM-EXE-PROGRAMA
                                  PIC X(08).
              10 WS-PARM-EXE-DATA PIC X(08).
              10 WS-PARM-EXE-HORA PIC X(06).
           05 FILLER              PIC X(29).
       77  WS-BACKUP-SW               PIC X(01)      VALUE 'N'.

      *-----> DATA DA EMISSAO
       01  WS-DATA-HOJE               PIC 9(08)      VALUE ZERO.
       01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           05 WS-HOJE-ANO         PIC 9(04).
           05 WS-HOJE-MES         PIC 9(02).
           05 WS-HOJE-DIA         PIC 9(02).

      *-----> REGISTRO DO JORNAL DE ATUALIZACOES (CGJRNL)
           COPY CGREGJRN.

      *-----> CONTROLE DE ARQUIVOS
       77  WS-CGPARM-STATUS           PIC X(02).
       77  WS-BKP-STATUS              PIC X(02).
       77  WS-JRNL-STATUS             PIC X(02).
       77  WS-HISTK-STATUS            PIC X(02).
       77  WS-FIM-BKP                 PIC X(01)      VALUE 'N'.
       77  WS-FIM-JRNL                PIC X(01)      VALUE 'N'.
       77  WS-ABORTAR-SW              PIC X(01)      VALUE 'N'.
       77  WS-HISTK-ABERTO-SW         PIC X(01)      VALUE 'N'.
       77  WS-SAIDA-ABERTA-SW         PIC X(01)      VALUE 'N'.

      *-----> REAPLICACAO DO JORNAL
       77  WS-EXEC-ACHADA-SW          PIC X(01)      VALUE 'N'.
       77  WS-PONTO-PASSADO-SW        PIC X(01)      VALUE 'N'.
       77  WS-PRIMEIRA-EXEC           PIC X(01)      VALUE 'S'.
       77  WS-MSG-DIVERG              PIC X(35).
       01  WS-HSK-ATUAL               PIC X(100).
       01  WS-CHAVE-JRN.
           05 WS-CJ-NUMERO        PIC 9(04).
           05 WS-CJ-ANO           PIC 9(04).
           05 WS-CJ-PER           PIC 9(02).
           05 WS-CJ-DISCIPLINA    PIC X(06).
      *-----> EXECUCAO CORRENTE DO JORNAL (QUEBRA POR EXECUCAO)
       01  WS-EXEC-ANT.
           05 WS-EA-PROGRAMA      PIC X(08).
           05 WS-EA-DATA          PIC 9(08).
           05 WS-EA-HORA          PIC 9(06).
       77  WS-EX-REGS                 PIC 9(07)      VALUE ZERO.
       77  WS-EX-APLIC                PIC 9(07)      VALUE ZERO.
       77  WS-EX-ANTERIOR             PIC 9(07)      VALUE ZERO.

      *-----> TOTAIS DE CONTROLE
       77  WS-CTBACKUP                PIC 9(07)      VALUE ZERO.
       77  WS-CTJORNAL                PIC 9(07)      VALUE ZERO.
       77  WS-CTEXEC-PARM             PIC 9(07)      VALUE ZERO.
       77  WS-CTANTERIOR              PIC 9(07)      VALUE ZERO.
       77  WS-CTINCLUSAO              PIC 9(07)      VALUE ZERO.
       77  WS-CTALTERACAO             PIC 9(07)      VALUE ZERO.
       77  WS-CTEXCLUSAO              PIC 9(07)      VALUE ZERO.
       77  WS-CTPOSTERIOR             PIC 9(07)      VALUE ZERO.
       77  WS-CTEXCLUIDO              PIC 9(07)      VALUE ZERO.
       77  WS-CTDIVERGENCIA           PIC 9(07)      VALUE ZERO.
       77  WS-CTEXECUCOES             PIC 9(07)      VALUE ZERO.
       77  WS-CT-ED                   PIC ZZZZZZ9.

      *-----> LINHAS DA LISTAGEM
       01  WS-LIN-TITULO.
           05 FILLER              PIC X(32)      VALUE
              ' CGPRG085 - RECUPERACAO DO HISTO'.
           05 FILLER              PIC X(26)      VALUE
              'RICO CONSOLIDADO (CGHISTK)'.
           05 FILLER              PIC X(14)      VALUE
              '  EMITIDO EM: '.
           05 WS-TT-DIA           PIC 9(02).
           05 FILLER              PIC X(01)      VALUE '/'.
           05 WS-TT-MES           PIC 9(02).
           05 FILLER              PIC X(01)      VALUE '/'.
           05 WS-TT-ANO           PIC 9(04).
           05 FILLER              PIC X(38)      VALUE SPACES.
       01  WS-LIN-MODO.
           05 FILLER              PIC X(12)      VALUE ' MODO.....: '.
           05 WS-LM-MODO          PIC X(01).
           05 FILLER              PIC X(03)      VALUE ' - '.
           05 WS-LM-DESCRICAO     PIC X(50).
           05 FILLER              PIC X(54)      VALUE SPACES.
       01  WS-LIN-PONTOS.
           05 FILLER              PIC X(12)      VALUE ' COPIA....: '.
           05 WS-LP-BKP-DATA      PIC X(08).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-LP-BKP-HORA      PIC X(06).
           05 FILLER              PIC X(10)      VALUE '  LIMITE: '.
           05 WS-LP-LIM-DATA      PIC X(08).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-LP-LIM-HORA      PIC X(06).
           05 FILLER              PIC X(12)      VALUE
              '  EXECUCAO: '.
           05 WS-LP-EXE-PROGRAMA  PIC X(08).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-LP-EXE-DATA      PIC X(08).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-LP-EXE-HORA      PIC X(06).
           05 FILLER              PIC X(32)      VALUE SPACES.
       01  WS-LIN-AVISO.
           05 FILLER              PIC X(52)      VALUE
              ' OBS.: DIVERGENCIA DEPOIS DA EXECUCAO ESTORNADA E DE'.
           05 FILLER              PIC X(52)      VALUE
              ' CHAVE QUE ELA TAMBEM ATUALIZOU - CONFERIR O ALUNO'.
           05 FILLER              PIC X(16)      VALUE SPACES.
       01  WS-LIN-COLUNAS.
           05 FILLER              PIC X(34)      VALUE
              ' PROGRAMA DATA     HORA  REGISTROS'.
           05 FILLER              PIC X(31)      VALUE
              ' APLICADOS NAO APLIC.  SITUACAO'.
           05 FILLER              PIC X(55)      VALUE SPACES.
       01  WS-LIN-EXEC.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-LE-PROGRAMA      PIC X(08).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-LE-DATA          PIC 9(08).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-LE-HORA          PIC 9(06).
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-LE-REGS          PIC ZZZZZZ9.
           05 FILLER              PIC X(03)      VALUE SPACES.
           05 WS-LE-APLIC         PIC ZZZZZZ9.
           05 FILLER              PIC X(04)      VALUE SPACES.
           05 WS-LE-NAO-APLIC     PIC ZZZZZZ9.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-LE-SITUACAO      PIC X(20).
           05 FILLER              PIC X(43)      VALUE SPACES.
       01  WS-LIN-DIVERG.
           05 FILLER              PIC X(13)      VALUE
              ' *** DIVERG. '.
           05 WS-LD-PROGRAMA      PIC X(08).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-LD-DATA          PIC 9(08).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-LD-HORA          PIC 9(06).
           05 FILLER              PIC X(05)      VALUE ' SEQ '.
           05 WS-LD-SEQUENCIA     PIC ZZZZZZ9.
           05 FILLER              PIC X(06)      VALUE ' OPER '.
           05 WS-LD-OPERACAO      PIC X(01).
           05 FILLER              PIC X(07)      VALUE ' CHAVE '.
           05 WS-LD-NUMERO        PIC 9(04).
           05 FILLER              PIC X(01)      VALUE '/'.
           05 WS-LD-ANO           PIC 9(04).
           05 FILLER              PIC X(01)      VALUE '/'.
           05 WS-LD-PER           PIC 9(02).
           05 FILLER              PIC X(01)      VALUE '/'.
           05 WS-LD-DISCIPLINA    PIC X(06).
           05 FILLER              PIC X(03)      VALUE ' - '.
           05 WS-LD-MENSAGEM      PIC X(35).
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL - CARREGA A COPIA DE SEGURANCA NO
      *    CGHISTK E REAPLICA O JORNAL CONFORME O MODO DO CGPARM
      *--------------------------------------------------------------*
       000-CGPRG085.

           PERFORM 010-INICIAR
           IF WS-ABORTAR-SW = 'N'
              PERFORM 100-CARREGAR-BACKUP
           END-IF
           IF WS-ABORTAR-SW = 'N'
              PERFORM 200-REAPLICAR-JORNAL
           END-IF
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS - LE E CRITICA O CGPARM; NOS MODOS
      *    R E E A EXECUCAO INFORMADA PRECISA ESTAR NO JORNAL ANTES
      *    DE O CGHISTK SER RECRIADO
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM 015-LER-PARAMETRO
           IF WS-ABORTAR-SW = 'N'
              AND (WS-MODO-EXECUCAO OR WS-MODO-EXCLUIR)
              PERFORM 030-LOCALIZAR-EXECUCAO
           END-IF
           IF WS-ABORTAR-SW = 'N'
              OPEN OUTPUT CGRCVLST-FILE
              MOVE 'S' TO WS-SAIDA-ABERTA-SW
              PERFORM 020-IMPRIMIR-CABECALHO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARTAO DE CONTROLE (DD OPCIONAL) - SEM ELE, OU SEM A
      *    DATA/HORA DA COPIA, TODO O JORNAL E REAPLICADO (AS
      *    IMAGENS DEPOIS SAO COMPLETAS, ENTAO REAPLICAR O QUE JA
      *    ESTA NA COPIA NAO ALTERA O RESULTADO FINAL)
      *--------------------------------------------------------------*
       015-LER-PARAMETRO.

           MOVE SPACES TO WS-REG-PARM
           OPEN INPUT CGPARM-FILE
           IF WS-CGPARM-STATUS = '00'
              READ CGPARM-FILE INTO WS-REG-PARM
              CLOSE CGPARM-FILE
           ELSE
              CLOSE CGPARM-FILE
              DISPLAY ' *  SEM DD CGPARM - TODO O JORNAL SERA '
                 'REAPLICADO SOBRE A COPIA'
           END-IF
           IF WS-PARM-BACKUP = SPACES
              DISPLAY ' *  DATA/HORA DA COPIA NAO INFORMADA - TODO O '
                 'JORNAL SERA REAPLICADO'
           ELSE
              IF WS-PARM-BKP-DATA IS NUMERIC
                 AND WS-PARM-BKP-HORA IS NUMERIC
                 MOVE 'S' TO WS-BACKUP-SW
              ELSE
                 DISPLAY ' *** CGPRG085 - DATA/HORA DA COPIA INVALIDA'
                    ' NO CGPARM (COLS 1-14)'
                 MOVE 'S' TO WS-ABORTAR-SW
              END-IF
           END-IF
           EVALUATE TRUE
              WHEN WS-MODO-COMPLETO
                 CONTINUE
              WHEN WS-MODO-MOMENTO
                 IF WS-PARM-LIM-DATA NOT NUMERIC
                    OR WS-PARM-LIM-HORA NOT NUMERIC
                    DISPLAY ' *** CGPRG085 - MOMENTO LIMITE INVALIDO'
                       ' NO CGPARM (COLS 16-29)'
                    MOVE 'S' TO WS-ABORTAR-SW
                 END-IF
              WHEN WS-MODO-EXECUCAO
                 OR WS-MODO-EXCLUIR
                 IF WS-PARM-EXE-PROGRAMA = SPACES
                    OR WS-PARM-EXE-DATA NOT NUMERIC
                    OR WS-PARM-EXE-HORA NOT NUMERIC
                    DISPLAY ' *** CGPRG085 - EXECUCAO INVALIDA NO '
                       'CGPARM (COLS 30-51)'
                    MOVE 'S' TO WS-ABORTAR-SW
                 END-IF
              WHEN OTHER
                 DISPLAY ' *** CGPRG085 - MODO INVALIDO NO CGPARM '
                    '(COL 15 = C, T, R OU E)'
                 MOVE 'S' TO WS-ABORTAR-SW
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    CABECALHO DA LISTAGEM COM OS PARAMETROS DA RECUPERACAO
      *--------------------------------------------------------------*
       020-IMPRIMIR-CABECALHO.

           MOVE WS-HOJE-DIA  TO WS-TT-DIA
           MOVE WS-HOJE-MES  TO WS-TT-MES
           MOVE WS-HOJE-ANO  TO WS-TT-ANO
           MOVE WS-LIN-TITULO TO CGRCVLST-REG
           WRITE CGRCVLST-REG
           MOVE SPACES       TO CGRCVLST-REG
           WRITE CGRCVLST-REG
           MOVE WS-PARM-MODO TO WS-LM-MODO
           EVALUATE TRUE
              WHEN WS-MODO-MOMENTO
                 MOVE 'REAPLICACAO ATE O MOMENTO LIMITE'
                    TO WS-LM-DESCRICAO
              WHEN WS-MODO-EXECUCAO
                 MOVE 'REAPLICACAO ATE O FIM DA EXECUCAO INFORMADA'
                    TO WS-LM-DESCRICAO
              WHEN WS-MODO-EXCLUIR
                 MOVE 'REAPLICACAO SEM A EXECUCAO INFORMADA (ESTORNO)'
                    TO WS-LM-DESCRICAO
              WHEN OTHER
                 MOVE 'C'          TO WS-LM-MODO
                 MOVE 'REAPLICACAO DE TODO O JORNAL'
                    TO WS-LM-DESCRICAO
           END-EVALUATE
           MOVE WS-LIN-MODO  TO CGRCVLST-REG
           WRITE CGRCVLST-REG
           MOVE WS-PARM-BKP-DATA     TO WS-LP-BKP-DATA
           MOVE WS-PARM-BKP-HORA     TO WS-LP-BKP-HORA
           MOVE WS-PARM-LIM-DATA     TO WS-LP-LIM-DATA
           MOVE WS-PARM-LIM-HORA     TO WS-LP-LIM-HORA
           MOVE WS-PARM-EXE-PROGRAMA TO WS-LP-EXE-PROGRAMA
           MOVE WS-PARM-EXE-DATA     TO WS-LP-EXE-DATA
           MOVE WS-PARM-EXE-HORA     TO WS-LP-EXE-HORA
           MOVE WS-LIN-PONTOS TO CGRCVLST-REG
           WRITE CGRCVLST-REG
           IF WS-MODO-EXCLUIR
              MOVE WS-LIN-AVISO TO CGRCVLST-REG
              WRITE CGRCVLST-REG
           END-IF
           MOVE SPACES       TO CGRCVLST-REG
           WRITE CGRCVLST-REG
           MOVE WS-LIN-COLUNAS TO CGRCVLST-REG
           WRITE CGRCVLST-REG
           .
      *--------------------------------------------------------------*
      *    PRIMEIRA PASSADA NO JORNAL (MODOS R E E): CONFIRMA QUE A
      *    EXECUCAO INFORMADA EXISTE - SEM ELA A RECUPERACAO NAO E
      *    FEITA (NO MODO R TODO O JORNAL SERIA REAPLICADO E NO
      *    MODO E NADA SERIA ESTORNADO)
      *--------------------------------------------------------------*
       030-LOCALIZAR-EXECUCAO.

           OPEN INPUT CGJRNL-FILE
           IF WS-JRNL-STATUS NOT = '00'
              DISPLAY ' *** CGPRG085 - ERRO NA ABERTURA DO CGJRNL'
                 ' - STATUS=' WS-JRNL-STATUS
              MOVE 'S' TO WS-ABORTAR-SW
           ELSE
              MOVE 'N' TO WS-FIM-JRNL
              PERFORM 035-CONTAR-EXECUCAO THRU 035-EXIT
                 UNTIL WS-FIM-JRNL = 'S'
              CLOSE CGJRNL-FILE
              IF WS-ABORTAR-SW = 'N'
                 AND WS-CTEXEC-PARM = ZERO
                 DISPLAY ' *** CGPRG085 - EXECUCAO ' WS-PARM-EXECUCAO
                    ' NAO ENCONTRADA NO JORNAL'
                 MOVE 'S' TO WS-ABORTAR-SW
              END-IF
           END-IF
           .
       035-CONTAR-EXECUCAO.

           READ CGJRNL-FILE INTO WS-REG-JORNAL
              AT END
                 MOVE 'S' TO WS-FIM-JRNL
              NOT AT END
                 IF JRN-EXECUCAO = WS-PARM-EXECUCAO
                    ADD 1 TO WS-CTEXEC-PARM
                 END-IF
           END-READ
           IF WS-JRNL-STATUS NOT = '00'
              AND WS-JRNL-STATUS NOT = '10'
              MOVE 'S' TO WS-ABORTAR-SW
              MOVE 'S' TO WS-FIM-JRNL
              DISPLAY ' *** CGPRG085 - ERRO DE LEITURA NO CGJRNL'
                 ' - STATUS=' WS-JRNL-STATUS
           END-IF
           .
       035-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    CARREGA A COPIA DE SEGURANCA NO CGHISTK VAZIO E O REABRE
      *    PARA ATUALIZACAO; CHAVE FORA DE ORDEM OU DUPLICADA NA
      *    COPIA ABORTA A RECUPERACAO (CODIGO 12)
      *--------------------------------------------------------------*
       100-CARREGAR-BACKUP.

           OPEN INPUT CGHBKP-FILE
           IF WS-BKP-STATUS NOT = '00'
              DISPLAY ' *** CGPRG085 - ERRO NA ABERTURA DA COPIA '
                 '(CGHBKP) - STATUS=' WS-BKP-STATUS
              MOVE 'S' TO WS-ABORTAR-SW
           ELSE
              OPEN OUTPUT CGHISTK-FILE
              IF WS-HISTK-STATUS NOT = '00'
                 DISPLAY ' *** CGPRG085 - ERRO NA CRIACAO DO CGHISTK'
                    ' - STATUS=' WS-HISTK-STATUS
                 MOVE 'S' TO WS-ABORTAR-SW
              ELSE
                 MOVE 'N' TO WS-FIM-BKP
                 PERFORM 110-LER-BACKUP THRU 110-EXIT
                    UNTIL WS-FIM-BKP = 'S'
                 CLOSE CGHISTK-FILE
              END-IF
              CLOSE CGHBKP-FILE
           END-IF
           IF WS-ABORTAR-SW = 'N'
              OPEN I-O CGHISTK-FILE
              IF WS-HISTK-STATUS NOT = '00'
                 DISPLAY ' *** CGPRG085 - ERRO NA REABERTURA DO '
                    'CGHISTK - STATUS=' WS-HISTK-STATUS
                 MOVE 'S' TO WS-ABORTAR-SW
              ELSE
                 MOVE 'S' TO WS-HISTK-ABERTO-SW
              END-IF
           END-IF
           .
       110-LER-BACKUP.

           READ CGHBKP-FILE INTO HSK-REG-HISTORICO
              AT END
                 MOVE 'S' TO WS-FIM-BKP
              NOT AT END
                 PERFORM 120-GRAVAR-BACKUP
           END-READ
           IF WS-BKP-STATUS NOT = '00'
              AND WS-BKP-STATUS NOT = '10'
              MOVE 'S' TO WS-ABORTAR-SW
              MOVE 'S' TO WS-FIM-BKP
              DISPLAY ' *** CGPRG085 - ERRO DE LEITURA NA COPIA '
                 '(CGHBKP) - STATUS=' WS-BKP-STATUS
           END-IF
           .
       110-EXIT.
           EXIT.
       120-GRAVAR-BACKUP.

           IF HSK-DATA-PROC NOT NUMERIC
              MOVE 'S' TO WS-ABORTAR-SW
              MOVE 'S' TO WS-FIM-BKP
              DISPLAY ' *** CGPRG085 - COPIA NO LAYOUT ANTERIOR A '
                 'CHAVE COM DISCIPLINA - CONVERTER PELO CGPRG095'
           ELSE
              WRITE HSK-REG-HISTORICO
              IF WS-HISTK-STATUS = '00'
                 ADD 1 TO WS-CTBACKUP
              ELSE
                 MOVE 'S' TO WS-ABORTAR-SW
                 MOVE 'S' TO WS-FIM-BKP
                 DISPLAY ' *** CGPRG085 - ERRO NA CARGA DA COPIA NO '
                    'CGHISTK - STATUS=' WS-HISTK-STATUS
                    ' - CHAVE=' HSK-CHAVE
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    REAPLICA O JORNAL NA ORDEM DE GRAVACAO, COM QUEBRA POR
      *    EXECUCAO PARA A LISTAGEM
      *--------------------------------------------------------------*
       200-REAPLICAR-JORNAL.

           OPEN INPUT CGJRNL-FILE
           IF WS-JRNL-STATUS NOT = '00'
              DISPLAY ' *** CGPRG085 - ERRO NA ABERTURA DO CGJRNL'
                 ' - STATUS=' WS-JRNL-STATUS
              MOVE 'S' TO WS-ABORTAR-SW
           ELSE
              MOVE 'N' TO WS-FIM-JRNL
              MOVE 'S' TO WS-PRIMEIRA-EXEC
              PERFORM 210-LER-JORNAL THRU 210-EXIT
                 UNTIL WS-FIM-JRNL = 'S'
              IF WS-PRIMEIRA-EXEC = 'N'
                 PERFORM 260-LISTAR-EXECUCAO
              END-IF
              CLOSE CGJRNL-FILE
           END-IF
           .
       210-LER-JORNAL.

           READ CGJRNL-FILE INTO WS-REG-JORNAL
              AT END
                 MOVE 'S' TO WS-FIM-JRNL
              NOT AT END
                 PERFORM 220-TRATAR-ATUALIZACAO
           END-READ
           IF WS-JRNL-STATUS NOT = '00'
              AND WS-JRNL-STATUS NOT = '10'
              MOVE 'S' TO WS-ABORTAR-SW
              MOVE 'S' TO WS-FIM-JRNL
              DISPLAY ' *** CGPRG085 - ERRO DE LEITURA NO CGJRNL'
                 ' - STATUS=' WS-JRNL-STATUS
           END-IF
           .
       210-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    DECIDE SE A ATUALIZACAO E REAPLICADA: JA CONTIDA NA COPIA,
      *    DA EXECUCAO ESTORNADA (MODO E) OU DEPOIS DO PONTO DE
      *    PARADA (MODOS T E R) NAO SAO; NO MODO R O PONTO E PASSADO
      *    NA PRIMEIRA ATUALIZACAO DE OUTRA EXECUCAO DEPOIS DA
      *    INFORMADA
      *--------------------------------------------------------------*
       220-TRATAR-ATUALIZACAO.

           ADD 1 TO WS-CTJORNAL
           IF WS-PRIMEIRA-EXEC = 'S'
              OR JRN-EXECUCAO NOT = WS-EXEC-ANT
              IF WS-PRIMEIRA-EXEC = 'N'
                 PERFORM 260-LISTAR-EXECUCAO
              END-IF
              MOVE 'N'          TO WS-PRIMEIRA-EXEC
              MOVE JRN-EXECUCAO TO WS-EXEC-ANT
              MOVE ZERO         TO WS-EX-REGS
              MOVE ZERO         TO WS-EX-APLIC
              MOVE ZERO         TO WS-EX-ANTERIOR
              ADD 1 TO WS-CTEXECUCOES
           END-IF
           ADD 1 TO WS-EX-REGS
           IF WS-MODO-EXECUCAO
              IF JRN-EXECUCAO = WS-PARM-EXECUCAO
                 MOVE 'S' TO WS-EXEC-ACHADA-SW
              ELSE
                 IF WS-EXEC-ACHADA-SW = 'S'
                    MOVE 'S' TO WS-PONTO-PASSADO-SW
                 END-IF
              END-IF
           END-IF
           EVALUATE TRUE
              WHEN WS-BACKUP-SW = 'S'
                 AND JRN-MOMENTO NOT > WS-PARM-BACKUP
                 ADD 1 TO WS-CTANTERIOR
                 ADD 1 TO WS-EX-ANTERIOR
              WHEN WS-MODO-EXCLUIR
                 AND JRN-EXECUCAO = WS-PARM-EXECUCAO
                 ADD 1 TO WS-CTEXCLUIDO
              WHEN WS-MODO-MOMENTO
                 AND JRN-MOMENTO > WS-PARM-LIMITE
                 ADD 1 TO WS-CTPOSTERIOR
              WHEN WS-MODO-EXECUCAO
                 AND WS-PONTO-PASSADO-SW = 'S'
                 ADD 1 TO WS-CTPOSTERIOR
              WHEN OTHER
                 PERFORM 230-APLICAR-IMAGEM
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    APLICA A ATUALIZACAO NO CGHISTK: INCLUSAO E ALTERACAO
      *    GRAVAM A IMAGEM DEPOIS, EXCLUSAO EXCLUI A CHAVE; O
      *    REGISTRO CORRENTE E CONFERIDO COM A IMAGEM ANTES (A
      *    INCLUSAO NAO PODE ENCONTRAR A CHAVE) E A DIFERENCA E
      *    LISTADA, MAS A ATUALIZACAO E APLICADA DO MESMO JEITO
      *--------------------------------------------------------------*
       230-APLICAR-IMAGEM.

           IF JRN-EXCLUSAO
              MOVE JRN-IMAGEM-ANTES  TO HSK-REG-HISTORICO
           ELSE
              MOVE JRN-IMAGEM-DEPOIS TO HSK-REG-HISTORICO
           END-IF
           MOVE HSK-CHAVE TO WS-CHAVE-JRN
           IF NOT JRN-INCLUSAO
              AND NOT JRN-ALTERACAO
              AND NOT JRN-EXCLUSAO
              MOVE 'OPERACAO INVALIDA - NAO APLICADA'
                 TO WS-MSG-DIVERG
              PERFORM 250-LISTAR-DIVERGENCIA
           ELSE
              READ CGHISTK-FILE
              EVALUATE TRUE
                 WHEN WS-HISTK-STATUS = '00'
                    PERFORM 235-ATUALIZAR-EXISTENTE
                 WHEN WS-HISTK-STATUS = '23'
                    PERFORM 240-ATUALIZAR-INEXISTENTE
                 WHEN OTHER
                    MOVE 'S' TO WS-ABORTAR-SW
                    MOVE 'S' TO WS-FIM-JRNL
                    DISPLAY ' *** CGPRG085 - ERRO DE LEITURA NO '
                       'CGHISTK - STATUS=' WS-HISTK-STATUS
              END-EVALUATE
           END-IF
           .
       235-ATUALIZAR-EXISTENTE.

           MOVE HSK-REG-HISTORICO TO WS-HSK-ATUAL
           IF JRN-INCLUSAO
              MOVE 'INCLUSAO DE CHAVE JA EXISTENTE'
                 TO WS-MSG-DIVERG
              PERFORM 250-LISTAR-DIVERGENCIA
           ELSE
              IF WS-HSK-ATUAL NOT = JRN-IMAGEM-ANTES
                 MOVE 'IMAGEM ANTES NAO CONFERE'
                    TO WS-MSG-DIVERG
                 PERFORM 250-LISTAR-DIVERGENCIA
              END-IF
           END-IF
           IF JRN-EXCLUSAO
              DELETE CGHISTK-FILE
           ELSE
              MOVE JRN-IMAGEM-DEPOIS TO HSK-REG-HISTORICO
              REWRITE HSK-REG-HISTORICO
           END-IF
           PERFORM 245-CONFERIR-GRAVACAO
           .
       240-ATUALIZAR-INEXISTENTE.

           IF NOT JRN-INCLUSAO
              MOVE 'CHAVE NAO ENCONTRADA NO CONSOLIDADO'
                 TO WS-MSG-DIVERG
              PERFORM 250-LISTAR-DIVERGENCIA
           END-IF
           IF JRN-EXCLUSAO
              ADD 1 TO WS-EX-APLIC
              ADD 1 TO WS-CTEXCLUSAO
           ELSE
              MOVE JRN-IMAGEM-DEPOIS TO HSK-REG-HISTORICO
              WRITE HSK-REG-HISTORICO
              PERFORM 245-CONFERIR-GRAVACAO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERE A GRAVACAO/REGRAVACAO/EXCLUSAO E CONTA A
      *    ATUALIZACAO APLICADA; ERRO ABORTA (CODIGO 12 - O CGHISTK
      *    FICA PELA METADE E A RECUPERACAO DEVE SER REFEITA)
      *--------------------------------------------------------------*
       245-CONFERIR-GRAVACAO.

           IF WS-HISTK-STATUS = '00'
              ADD 1 TO WS-EX-APLIC
              EVALUATE TRUE
                 WHEN JRN-INCLUSAO
                    ADD 1 TO WS-CTINCLUSAO
                 WHEN JRN-ALTERACAO
                    ADD 1 TO WS-CTALTERACAO
                 WHEN OTHER
                    ADD 1 TO WS-CTEXCLUSAO
              END-EVALUATE
           ELSE
              MOVE 'S' TO WS-ABORTAR-SW
              MOVE 'S' TO WS-FIM-JRNL
              DISPLAY ' *** CGPRG085 - ERRO DE ATUALIZACAO NO '
                 'CGHISTK - STATUS=' WS-HISTK-STATUS
                 ' - CHAVE=' WS-CHAVE-JRN
           END-IF
           .
      *--------------------------------------------------------------*
      *    LISTA UMA DIVERGENCIA ENTRE O JORNAL E O CGHISTK
      *--------------------------------------------------------------*
       250-LISTAR-DIVERGENCIA.

           ADD 1 TO WS-CTDIVERGENCIA
           MOVE JRN-PROGRAMA      TO WS-LD-PROGRAMA
           MOVE JRN-EXEC-DATA     TO WS-LD-DATA
           MOVE JRN-EXEC-HORA     TO WS-LD-HORA
           MOVE JRN-SEQUENCIA     TO WS-LD-SEQUENCIA
           MOVE JRN-OPERACAO      TO WS-LD-OPERACAO
           MOVE WS-CJ-NUMERO      TO WS-LD-NUMERO
           MOVE WS-CJ-ANO         TO WS-LD-ANO
           MOVE WS-CJ-PER         TO WS-LD-PER
           MOVE WS-CJ-DISCIPLINA  TO WS-LD-DISCIPLINA
           MOVE WS-MSG-DIVERG     TO WS-LD-MENSAGEM
           MOVE WS-LIN-DIVERG     TO CGRCVLST-REG
           WRITE CGRCVLST-REG
           .
      *--------------------------------------------------------------*
      *    LINHA DE RESUMO DE UMA EXECUCAO DO JORNAL
      *--------------------------------------------------------------*
       260-LISTAR-EXECUCAO.

           MOVE WS-EA-PROGRAMA    TO WS-LE-PROGRAMA
           MOVE WS-EA-DATA        TO WS-LE-DATA
           MOVE WS-EA-HORA        TO WS-LE-HORA
           MOVE WS-EX-REGS        TO WS-LE-REGS
           MOVE WS-EX-APLIC       TO WS-LE-APLIC
           COMPUTE WS-LE-NAO-APLIC = WS-EX-REGS - WS-EX-APLIC
           EVALUATE TRUE
              WHEN WS-MODO-EXCLUIR
                 AND WS-EXEC-ANT = WS-PARM-EXECUCAO
                 MOVE 'ESTORNADA'            TO WS-LE-SITUACAO
              WHEN WS-EX-APLIC = WS-EX-REGS
                 MOVE 'REAPLICADA'           TO WS-LE-SITUACAO
              WHEN WS-EX-ANTERIOR = WS-EX-REGS
                 MOVE 'JA CONTIDA NA COPIA'  TO WS-LE-SITUACAO
              WHEN WS-EX-APLIC = ZERO
                 MOVE 'NAO REAPLICADA'       TO WS-LE-SITUACAO
              WHEN OTHER
                 MOVE 'REAPLICADA EM PARTE'  TO WS-LE-SITUACAO
           END-EVALUATE
           MOVE WS-LIN-EXEC       TO CGRCVLST-REG
           WRITE CGRCVLST-REG
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS - CODIGO 12 NO ABORTO (CGHISTK NAO
      *    RECUPERADO), 4 COM DIVERGENCIA ENTRE O JORNAL E A COPIA
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG085        *'
           DISPLAY ' *----------------------------------------*'
           MOVE WS-CTBACKUP          TO WS-CT-ED
           DISPLAY ' * REGISTROS DA COPIA       = ' WS-CT-ED
           MOVE WS-CTJORNAL          TO WS-CT-ED
           DISPLAY ' * REGISTROS DO JORNAL      = ' WS-CT-ED
           MOVE WS-CTEXECUCOES       TO WS-CT-ED
           DISPLAY ' * EXECUCOES NO JORNAL      = ' WS-CT-ED
           MOVE WS-CTANTERIOR        TO WS-CT-ED
           DISPLAY ' * JA CONTIDOS NA COPIA     = ' WS-CT-ED
           MOVE WS-CTINCLUSAO        TO WS-CT-ED
           DISPLAY ' * INCLUSOES REAPLICADAS    = ' WS-CT-ED
           MOVE WS-CTALTERACAO       TO WS-CT-ED
           DISPLAY ' * ALTERACOES REAPLICADAS   = ' WS-CT-ED
           MOVE WS-CTEXCLUSAO        TO WS-CT-ED
           DISPLAY ' * EXCLUSOES REAPLICADAS    = ' WS-CT-ED
           MOVE WS-CTPOSTERIOR       TO WS-CT-ED
           DISPLAY ' * DEPOIS DO PONTO DE PARADA= ' WS-CT-ED
           MOVE WS-CTEXCLUIDO        TO WS-CT-ED
           DISPLAY ' * DA EXECUCAO ESTORNADA    = ' WS-CT-ED
           MOVE WS-CTDIVERGENCIA     TO WS-CT-ED
           DISPLAY ' * DIVERGENCIAS             = ' WS-CT-ED
           DISPLAY ' *----------------------------------------*'
           EVALUATE TRUE
              WHEN WS-ABORTAR-SW = 'S'
                 DISPLAY ' *  TERMINO COM ERRO DO CGPRG085         *'
                 MOVE 12 TO RETURN-CODE
              WHEN WS-CTDIVERGENCIA > ZERO
                 DISPLAY ' *  TERMINO COM AVISOS DO CGPRG085       *'
                 MOVE 4  TO RETURN-CODE
              WHEN OTHER
                 DISPLAY ' *      TERMINO NORMAL DO CGPRG085       *'
                 MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           DISPLAY ' *----------------------------------------*'
           IF WS-SAIDA-ABERTA-SW = 'S'
              MOVE SPACES TO CGRCVLST-REG
              WRITE CGRCVLST-REG
              IF WS-ABORTAR-SW = 'S'
                 MOVE ' *** RECUPERACAO INTERROMPIDA - REFAZER'
                    TO CGRCVLST-REG
              ELSE
                 MOVE ' *** FIM DA RECUPERACAO - CGPRG085'
                    TO CGRCVLST-REG
              END-IF
              WRITE CGRCVLST-REG
              CLOSE CGRCVLST-FILE
           END-IF
           IF WS-HISTK-ABERTO-SW = 'S'
              CLOSE CGHISTK-FILE
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGPRG085 <-------------------*
