       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG095.
      *AUTHOR.       ALVARO PEREIRA DO NASCIMENTO.
      *DATE-WRITTEN. 10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: CONVERTER UMA DESCARGA SEQUENCIAL DO HISTORICO
      *           CONSOLIDADO NO LAYOUT ANTERIOR A CHAVE COM
      *           DISCIPLINA (CGREGHSK V01 - CHAVE ALUNO/ANO/PERIODO
      *           DE 10 BYTES) PARA O LAYOUT CGREGHSK ATUAL (CHAVE
      *           DE 16 BYTES COM A DISCIPLINA): CAMPO A CAMPO, COM
      *           A DISCIPLINA E A TURMA EM BRANCO. A SAIDA E
      *           CARREGADA NO CGHISTK PELO CGPRG085 COMO COPIA DE
      *           SEGURANCA (CGHBKP). USO:
      *             1 - DESCARREGAR O CGHISTK ANTIGO (IDCAMS REPRO)
      *                 OU USAR UMA COPIA CGHBKP ANTIGA COMO CGHSKANT
      *             2 - EXECUTAR O CGPRG095 (CGHSKANT -> CGHSKNOV)
      *             3 - IDCAMS DELETE/DEFINE DO CGHISTK COM KEYS(16 0)
      *                 E RECORDSIZE(100 100)
      *             4 - EXECUTAR O CGPRG085 COM CGHBKP = CGHSKNOV E O
      *                 JORNAL CGJRNL VAZIO (OU COM A DATA/HORA DA
      *                 DESCARGA NO CGPARM)
      *           A ENTRADA TEM QUE VIR NA ORDEM DA CHAVE E NO LAYOUT
      *           ANTERIOR; REGISTRO FORA DISSO INTERROMPE A
      *           CONVERSAO (CODIGO 12) E A SAIDA NAO DEVE SER USADA
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010039  CRIACAO DO PROGRAMA
      *  V02    OUT/2026 010040  COMPETENCIA DO PERIODO (CGREGHSK
      *                          V04) TIRADA DA DATA-PROC DO
      *                          REGISTRO ANTERIOR
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
      *----> DESCARGA DO CGHISTK NO LAYOUT ANTERIOR (CHAVE DE 10
      *      BYTES, NA ORDEM DA CHAVE)
           SELECT CGHSKANT-FILE ASSIGN TO CGHSKANT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-ANT-STATUS.
      *----> DESCARGA CONVERTIDA PARA O LAYOUT CGREGHSK ATUAL
           SELECT CGHSKNOV-FILE ASSIGN TO CGHSKNOV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-NOV-STATUS.
      *
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  CGHSKANT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CGHSKANT-REG               PIC X(100).

       FD  CGHSKNOV-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CGHSKNOV-REG               PIC X(100).

       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> REGISTRO NO LAYOUT ANTERIOR (CGREGHSK V01)
       01  WS-REG-ANTERIOR.
           05 WS-ANT-CHAVE.
              10 WS-ANT-NUMERO    PIC 9(04).
              10 WS-ANT-ANO       PIC 9(04).
              10 WS-ANT-PER       PIC 9(02).
           05 WS-ANT-NOME         PIC X(20).
           05 WS-ANT-CURSO        PIC X(12).
           05 WS-ANT-QTDNOTA      PIC 9(01).
           05 WS-ANT-NOTA1        PIC 9(02)V99.
           05 WS-ANT-NOTA2        PIC 9(02)V99.
           05 WS-ANT-NOTA3        PIC 9(02)V99.
           05 WS-ANT-NOTA4        PIC 9(02)V99.
           05 WS-ANT-MEDIA        PIC 9(02)V99.
           05 WS-ANT-BOLSA        PIC 9(04)V99.
           05 WS-ANT-DATA-PROC    PIC 9(08).
           05 WS-ANT-FREQUENCIA   PIC 9(03).
           05 WS-ANT-SITUACAO     PIC X(01).
              88 WS-ANT-SIT-NUMERICA VALUE '0' THRU '9'.
           05 FILLER              PIC X(19).

       01  WS-DATA-ANT                PIC 9(08)      VALUE ZERO.
       01  WS-DATA-ANT-R REDEFINES WS-DATA-ANT.
           05 WS-DAN-AAAAMM       PIC 9(06).
           05 FILLER              PIC 9(02).

      *-----> REGISTRO NO LAYOUT ATUAL
           COPY CGREGHSK.

      *-----> CONTROLE DE ARQUIVOS
       77  WS-ANT-STATUS              PIC X(02).
       77  WS-NOV-STATUS              PIC X(02).
       77  WS-FIM-ANT                 PIC X(01)      VALUE 'N'.
       77  WS-ABORTAR-SW              PIC X(01)      VALUE 'N'.
       77  WS-ANT-ABERTO-SW           PIC X(01)      VALUE 'N'.
       77  WS-NOV-ABERTO-SW           PIC X(01)      VALUE 'N'.

      *-----> SEQUENCIA DA CHAVE (A CARGA DO KSDS EXIGE A ORDEM)
       01  WS-CHAVE-ANT               PIC X(10)      VALUE LOW-VALUES.

      *-----> TOTAIS DE CONTROLE
       77  WS-CTLIDO                  PIC 9(07)      VALUE ZERO.
       77  WS-CTGRAVADO               PIC 9(07)      VALUE ZERO.
       77  WS-CT-ED                   PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG095.

           PERFORM 010-INICIAR
           IF WS-ABORTAR-SW = 'N'
              PERFORM 020-LER-ANTERIOR THRU 020-EXIT
                 UNTIL WS-FIM-ANT = 'S'
           END-IF
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS - SEM A DESCARGA DE ENTRADA OU SEM
      *    A SAIDA NAO HA CONVERSAO (CODIGO 12)
      *--------------------------------------------------------------*
       010-INICIAR.

           OPEN INPUT CGHSKANT-FILE
           IF WS-ANT-STATUS NOT = '00'
              DISPLAY ' *** CGPRG095 - ERRO NA ABERTURA DA DESCARGA '
                 '(CGHSKANT) - STATUS=' WS-ANT-STATUS
              MOVE 'S' TO WS-ABORTAR-SW
           ELSE
              MOVE 'S' TO WS-ANT-ABERTO-SW
              OPEN OUTPUT CGHSKNOV-FILE
              IF WS-NOV-STATUS NOT = '00'
                 DISPLAY ' *** CGPRG095 - ERRO NA ABERTURA DA SAIDA '
                    '(CGHSKNOV) - STATUS=' WS-NOV-STATUS
                 MOVE 'S' TO WS-ABORTAR-SW
              ELSE
                 MOVE 'S' TO WS-NOV-ABERTO-SW
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    LE UM REGISTRO DA DESCARGA NO LAYOUT ANTERIOR
      *--------------------------------------------------------------*
       020-LER-ANTERIOR.

           READ CGHSKANT-FILE INTO WS-REG-ANTERIOR
              AT END
                 MOVE 'S' TO WS-FIM-ANT
              NOT AT END
                 ADD 1 TO WS-CTLIDO
                 PERFORM 030-CONFERIR-ANTERIOR
                 IF WS-ABORTAR-SW = 'N'
                    PERFORM 040-CONVERTER
                    PERFORM 050-GRAVAR-CONVERTIDO
                 END-IF
           END-READ
           IF WS-ANT-STATUS NOT = '00'
              AND WS-ANT-STATUS NOT = '10'
              MOVE 'S' TO WS-ABORTAR-SW
              DISPLAY ' *** CGPRG095 - ERRO DE LEITURA NA DESCARGA '
                 '(CGHSKANT) - STATUS=' WS-ANT-STATUS
           END-IF
           IF WS-ABORTAR-SW = 'S'
              MOVE 'S' TO WS-FIM-ANT
           END-IF
           .
       020-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    CONFERE O REGISTRO LIDO: CHAVE E DATA DE PROCESSAMENTO
      *    NUMERICAS E SITUACAO NAO NUMERICA NAS POSICOES DO LAYOUT
      *    ANTERIOR (REGISTRO JA CONVERTIDO TEM DIGITO DA DATA NA
      *    POSICAO DA SITUACAO) E CHAVE EM ORDEM CRESCENTE
      *--------------------------------------------------------------*
       030-CONFERIR-ANTERIOR.

           EVALUATE TRUE
              WHEN WS-ANT-NUMERO NOT NUMERIC
                 OR WS-ANT-ANO NOT NUMERIC
                 OR WS-ANT-PER NOT NUMERIC
                 DISPLAY ' *** CGPRG095 - CHAVE NAO NUMERICA NO '
                    'REGISTRO ' WS-CTLIDO ' - CHAVE=' WS-ANT-CHAVE
                 MOVE 'S' TO WS-ABORTAR-SW
              WHEN WS-ANT-DATA-PROC NOT NUMERIC
                 OR WS-ANT-SIT-NUMERICA
                 DISPLAY ' *** CGPRG095 - REGISTRO ' WS-CTLIDO
                    ' FORA DO LAYOUT ANTERIOR (JA CONVERTIDO?) - '
                    'CHAVE=' WS-ANT-CHAVE
                 MOVE 'S' TO WS-ABORTAR-SW
              WHEN WS-ANT-CHAVE NOT > WS-CHAVE-ANT
                 DISPLAY ' *** CGPRG095 - CHAVE FORA DE ORDEM OU '
                    'DUPLICADA NO REGISTRO ' WS-CTLIDO
                    ' - CHAVE=' WS-ANT-CHAVE
                 MOVE 'S' TO WS-ABORTAR-SW
              WHEN OTHER
                 MOVE WS-ANT-CHAVE TO WS-CHAVE-ANT
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    MONTA O REGISTRO NO LAYOUT ATUAL CAMPO A CAMPO; A
      *    DISCIPLINA E A TURMA NAO EXISTIAM E FICAM EM BRANCO; A
      *    COMPETENCIA DO PERIODO VEM DA DATA-PROC (A MELHOR
      *    INFORMACAO DISPONIVEL NO LAYOUT ANTERIOR)
      *--------------------------------------------------------------*
       040-CONVERTER.

           MOVE SPACES             TO HSK-REG-HISTORICO
           MOVE WS-ANT-NUMERO      TO HSK-NUMERO
           MOVE WS-ANT-ANO         TO HSK-ANO
           MOVE WS-ANT-PER         TO HSK-PER
           MOVE SPACES             TO HSK-DISCIPLINA
           MOVE WS-ANT-NOME        TO HSK-NOME
           MOVE WS-ANT-CURSO       TO HSK-CURSO
           MOVE WS-ANT-QTDNOTA     TO HSK-QTDNOTA
           MOVE WS-ANT-NOTA1       TO HSK-NOTA1
           MOVE WS-ANT-NOTA2       TO HSK-NOTA2
           MOVE WS-ANT-NOTA3       TO HSK-NOTA3
           MOVE WS-ANT-NOTA4       TO HSK-NOTA4
           MOVE WS-ANT-MEDIA       TO HSK-MEDIA
           MOVE WS-ANT-BOLSA       TO HSK-BOLSA
           MOVE WS-ANT-DATA-PROC   TO HSK-DATA-PROC
           MOVE WS-ANT-FREQUENCIA  TO HSK-FREQUENCIA
           MOVE WS-ANT-SITUACAO    TO HSK-SITUACAO
           MOVE SPACES             TO HSK-TURMA
           MOVE WS-ANT-DATA-PROC   TO WS-DATA-ANT
           MOVE WS-DAN-AAAAMM      TO HSK-COMPETENCIA
           .
      *--------------------------------------------------------------*
      *    GRAVA O REGISTRO CONVERTIDO NA SAIDA
      *--------------------------------------------------------------*
       050-GRAVAR-CONVERTIDO.

           WRITE CGHSKNOV-REG FROM HSK-REG-HISTORICO
           IF WS-NOV-STATUS = '00'
              ADD 1 TO WS-CTGRAVADO
           ELSE
              MOVE 'S' TO WS-ABORTAR-SW
              DISPLAY ' *** CGPRG095 - ERRO DE GRAVACAO NA SAIDA '
                 '(CGHSKNOV) - STATUS=' WS-NOV-STATUS
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG095        *'
           DISPLAY ' *----------------------------------------*'
           MOVE WS-CTLIDO    TO WS-CT-ED
           DISPLAY ' * REGISTROS LIDOS          = ' WS-CT-ED
           MOVE WS-CTGRAVADO TO WS-CT-ED
           DISPLAY ' * REGISTROS CONVERTIDOS    = ' WS-CT-ED
           DISPLAY ' *----------------------------------------*'
           EVALUATE TRUE
              WHEN WS-ABORTAR-SW = 'S'
                 DISPLAY ' *  TERMINO COM ERRO DO CGPRG095         *'
                 DISPLAY ' *  SAIDA INCOMPLETA - NAO CARREGAR      *'
                 MOVE 12 TO RETURN-CODE
              WHEN WS-CTLIDO = ZERO
                 DISPLAY ' *  TERMINO COM AVISOS DO CGPRG095       *'
                 DISPLAY ' *  DESCARGA DE ENTRADA VAZIA            *'
                 MOVE 4  TO RETURN-CODE
              WHEN OTHER
                 DISPLAY ' *      TERMINO NORMAL DO CGPRG095       *'
                 MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           DISPLAY ' *----------------------------------------*'
           IF WS-ANT-ABERTO-SW = 'S'
              CLOSE CGHSKANT-FILE
           END-IF
           IF WS-NOV-ABERTO-SW = 'S'
              CLOSE CGHSKNOV-FILE
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGPRG095 <-------------------*
