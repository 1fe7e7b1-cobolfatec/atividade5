       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG070.
      *AUTHOR.       ALVARO PEREIRA DO NASCIMENTO.
      *DATE-WRITTEN. 10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: ALERTA DE RISCO DE EVASAO (CGEVASAO) - CRUZA, POR
      *           ALUNO DO CADASTRO (CGMESTRE):
      *           - AS PRESENCAS DO PERIODO EM CURSO (CGPRESEN):
      *             FALTAS SEGUIDAS NAS ULTIMAS AULAS E QUEDA DA
      *             FREQUENCIA DAS ULTIMAS AULAS CONTRA A DO PERIODO
      *             (A DO PERIODO VEM DO CGFREQ QUANDO APURADA);
      *           - O HISTORICO CONSOLIDADO (CGHISTK): MEDIA EM
      *             QUEDA DE UM PERIODO PARA O OUTRO E RESULTADOS
      *             REPETIDOS DE RECUPERACAO (R) OU FALTA AO EXAME
      *             (F);
      *           - O TRANCAMENTO RECENTE DA MATRICULA (CGMESTRE).
      *           CADA MOTIVO SOMA PONTOS; O ALUNO COM PONTOS SAI NO
      *           RELATORIO AGRUPADO POR CURSO, COM O NIVEL DE RISCO
      *           (ALTO/MEDIO/BAIXO) E OS MOTIVOS, PARA OS TUTORES
      *           PROCURAREM O ALUNO COM O PERIODO AINDA EM CURSO
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010033  CRIACAO DO PROGRAMA
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
      *----> CADASTRO DE ALUNOS (VSAM KSDS - CHAVE = NUMERO; LIDO
      *      SEQUENCIALMENTE PELA CHAVE)
           SELECT CGMESTRE-FILE ASSIGN TO CGMESTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS MST-NUMERO
               FILE STATUS  IS WS-MESTRE-STATUS.
      *----> HISTORICO ACADEMICO CONSOLIDADO (VSAM KSDS - CHAVE =
      *      ALUNO/ANO/PERIODO/DISCIPLINA; LIDO SEQUENCIALMENTE PELA
      *      CHAVE)
           SELECT CGHISTK-FILE  ASSIGN TO CGHISTK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS HSK-CHAVE
               FILE STATUS  IS WS-HIST-STATUS.
      *----> REGISTROS DE PRESENCA POR DIA DE AULA DO PERIODO EM
      *      CURSO (DD OPCIONAL)
           SELECT CGPRESEN-FILE ASSIGN TO CGPRESEN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-PRESEN-STATUS.
      *----> FREQUENCIA APURADA PELO CGPRG003 (DD OPCIONAL)
           SELECT CGFREQ-FILE   ASSIGN TO CGFREQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-FREQ-STATUS.
      *----> RELATORIO DE ALERTA DE RISCO DE EVASAO
           SELECT CGEVASAO-FILE ASSIGN TO CGEVASAO
               ORGANIZATION IS SEQUENTIAL.
      *----> ARQUIVO DE TRABALHO PARA ORDENACAO DAS PRESENCAS
           SELECT SORT-PRES     ASSIGN TO SORTWK1.
      *----> ARQUIVO DE TRABALHO PARA ORDENACAO DOS ALUNOS EM RISCO
           SELECT SORT-RISCO    ASSIGN TO SORTWK2.
      *
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  CGMESTRE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CGREGMST.

       FD  CGHISTK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CGREGHSK.

       FD  CGPRESEN-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  CGPRESEN-REG               PIC X(80).

       FD  CGFREQ-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CGFREQ-REG                 PIC X(20).

       FD  CGEVASAO-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CGEVASAO-REG               PIC X(120).

       SD  SORT-PRES.
       01  SR-PRES-REG.
           05 SR-PR-NUMERO            PIC 9(04).
           05 SR-PR-DATA              PIC 9(08).
           05 FILLER                  PIC X(68).

       SD  SORT-RISCO.
       01  SR-RISCO-REG.
           05 SR-CURSO                PIC X(12).
           05 SR-PONTOS               PIC 9(02).
           05 SR-NUMERO               PIC 9(04).
           05 SR-NOME                 PIC X(20).
           05 SR-SITUACAO             PIC X(01).
           05 SR-SEGUIDAS             PIC 9(03).
           05 SR-FREQ-PERIODO         PIC 9(03).
           05 SR-FREQ-RECENTE         PIC 9(03).
           05 SR-MEDIA-ANT            PIC 9(02)V99.
           05 SR-MEDIA-ULT            PIC 9(02)V99.
           05 SR-QUEDAS               PIC 9(02).
           05 SR-QTDE-RF              PIC 9(03).
           05 SR-DATA-SITUACAO        PIC 9(08).
           05 SR-DATA-SITUACAO-R REDEFINES SR-DATA-SITUACAO.
              10 SR-SIT-ANO           PIC 9(04).
              10 SR-SIT-MES           PIC 9(02).
              10 SR-SIT-DIA           PIC 9(02).
           05 SR-MOT-SEGUIDAS         PIC X(01).
           05 SR-MOT-FREQ-QUEDA       PIC X(01).
           05 SR-MOT-FREQ-BAIXA       PIC X(01).
           05 SR-MOT-MEDIA            PIC X(01).
           05 SR-MOT-RF               PIC X(01).
           05 SR-MOT-TRANC            PIC X(01).
              88 SR-TRANCADO-RECENTE  VALUE 'T'.
              88 SR-REATIVADO-RECENTE VALUE 'R'.
           05 FILLER                  PIC X(05).

       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> REGISTRO DE PRESENCA EM TRATAMENTO (LAYOUT DO CGPRESEN)
       01  WS-REG-PRESEN.
           05 WS-PRS-NUMERO       PIC 9(04).
           05 WS-PRS-DATA         PIC 9(08).
           05 WS-PRS-PRESENCA     PIC X(01).
              88 PRS-PRESENTE     VALUE 'P'.
              88 PRS-AUSENTE      VALUE 'A'.
           05 FILLER              PIC X(67).

      *-----> FREQUENCIA APURADA (CGFREQ, GRAVADA PELO CGPRG003):
      *       TABELA POR NUMERO DO ALUNO - ENTRADA EM BRANCO = ALUNO
      *       SEM FREQUENCIA APURADA
           COPY CGREGFRQ.
       01  WS-TAB-FREQAP.
           05 WS-FQA-PCT OCCURS 9999 TIMES
                                  PIC X(03).
       01  WS-FQA-PCT-N               PIC 9(03)      VALUE ZERO.

      *-----> PRESENCAS DO PERIODO EM CURSO POR NUMERO DO ALUNO:
      *       AULAS, PRESENCAS, FALTAS SEGUIDAS ATE A ULTIMA AULA E
      *       AULAS/PRESENCAS DA JANELA DAS ULTIMAS AULAS
       01  WS-TAB-PRESENCA.
           05 WS-TPS-ENT OCCURS 9999 TIMES.
              10 WS-TPS-AULAS        PIC 9(04).
              10 WS-TPS-PRESENCAS    PIC 9(04).
              10 WS-TPS-SEGUIDAS     PIC 9(03).
              10 WS-TPS-REC-AULAS    PIC 9(02).
              10 WS-TPS-REC-PRES     PIC 9(02).

      *-----> JANELA CIRCULAR DAS ULTIMAS AULAS DO ALUNO CORRENTE
       01  WS-TAB-JANELA.
           05 WS-JAN-MARCA OCCURS 10 TIMES
                                  PIC X(01).
       77  WS-JAN-TAM                 PIC 9(02)      VALUE 10.
       77  WS-JAN-POS                 PIC 9(02)      VALUE ZERO.
       77  WS-JAN-IDX                 PIC 9(02)      VALUE ZERO.

      *-----> CRITERIOS DE RISCO (PONTOS POR MOTIVO)
       77  WS-LIM-FALTAS-SEGUIDAS     PIC 9(03)      VALUE 3.
       77  WS-LIM-QUEDA-FREQ          PIC 9(03)      VALUE 15.
       77  WS-FREQ-MINIMA             PIC 9(03)      VALUE 75.
       77  WS-LIM-QTDE-RF             PIC 9(03)      VALUE 2.
       77  WS-JANELA-MESES            PIC 9(02)      VALUE 6.
       77  WS-PONTOS-ALTO             PIC 9(02)      VALUE 5.
       77  WS-PONTOS-MEDIO            PIC 9(02)      VALUE 3.

      *-----> CONTROLE DE ARQUIVOS
       77  WS-MESTRE-STATUS           PIC X(02).
       77  WS-HIST-STATUS             PIC X(02).
       77  WS-PRESEN-STATUS           PIC X(02).
       77  WS-FREQ-STATUS             PIC X(02).
       77  WS-FIM-MESTRE              PIC X(01)      VALUE 'N'.
       77  WS-FIM-HIST                PIC X(01)      VALUE 'N'.
       77  WS-FIM-PRES                PIC X(01)      VALUE 'N'.
       77  WS-FIM-FREQ                PIC X(01)      VALUE 'N'.
       77  WS-FIM-RISCO               PIC X(01)      VALUE 'N'.
       77  WS-ABORTAR-SW              PIC X(01)      VALUE 'N'.
       77  WS-MESTRE-ABERTO-SW        PIC X(01)      VALUE 'N'.
       77  WS-HIST-ABERTO-SW          PIC X(01)      VALUE 'N'.
       77  WS-RELAT-ABERTO-SW         PIC X(01)      VALUE 'N'.
       77  WS-PRESEN-ATIVO-SW         PIC X(01)      VALUE 'N'.
       77  WS-FREQ-ATIVO-SW           PIC X(01)      VALUE 'N'.

      *-----> DATA DO RELATORIO E JANELA DO TRANCAMENTO RECENTE
       01  WS-DATA-HOJE               PIC 9(08)      VALUE ZERO.
       01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           05 WS-HOJE-ANO         PIC 9(04).
           05 WS-HOJE-MES         PIC 9(02).
           05 WS-HOJE-DIA         PIC 9(02).
       77  WS-MESES-HOJE              PIC 9(06)      VALUE ZERO.
       77  WS-MESES-SITUACAO          PIC 9(06)      VALUE ZERO.
       77  WS-RECENTE-SW              PIC X(01)      VALUE 'N'.

      *-----> ACUMULADORES DO ALUNO CORRENTE NAS PRESENCAS
       77  WS-ALUNO-ANT               PIC 9(04)      VALUE ZERO.
       77  WS-CTAULAS                 PIC 9(04)      VALUE ZERO.
       77  WS-CTPRESENCAS             PIC 9(04)      VALUE ZERO.
       77  WS-CTSEGUIDAS              PIC 9(03)      VALUE ZERO.
       77  WS-CTREC-PRES              PIC 9(02)      VALUE ZERO.

      *-----> ACUMULADORES DO ALUNO CORRENTE NO HISTORICO: MEDIA DE
      *       CADA PERIODO (MEDIA DAS DISCIPLINAS) E QUEDAS SEGUIDAS
      *       ATE O ULTIMO PERIODO
       77  WS-HST-ANO                 PIC 9(04)      VALUE ZERO.
       77  WS-HST-PER                 PIC 9(02)      VALUE ZERO.
       77  WS-HST-SOMA-MEDIAS         PIC 9(05)V99   VALUE ZERO.
       77  WS-HST-QTDE-DISC           PIC 9(03)      VALUE ZERO.
       77  WS-HST-QTDE-PER            PIC 9(03)      VALUE ZERO.
       77  WS-HST-MEDIA-PER           PIC 9(02)V99   VALUE ZERO.
       77  WS-HST-MEDIA-ULT           PIC 9(02)V99   VALUE ZERO.
       77  WS-HST-MEDIA-ANT           PIC 9(02)V99   VALUE ZERO.
       77  WS-HST-QUEDAS              PIC 9(02)      VALUE ZERO.
       77  WS-HST-QTDE-RF             PIC 9(03)      VALUE ZERO.

      *-----> QUEBRA POR CURSO NO RELATORIO
       77  WS-CURSO-ANT               PIC X(12)      VALUE SPACES.
       77  WS-PRIMEIRO-CURSO          PIC X(01)      VALUE 'S'.
       77  WS-CRS-ALTO                PIC 9(05)      VALUE ZERO.
       77  WS-CRS-MEDIO               PIC 9(05)      VALUE ZERO.
       77  WS-CRS-BAIXO               PIC 9(05)      VALUE ZERO.

      *-----> TOTAIS DE CONTROLE
       77  WS-CTPRES-LIDAS            PIC 9(06)      VALUE ZERO.
       77  WS-CTPRES-REJEITADAS       PIC 9(06)      VALUE ZERO.
       77  WS-CTFREQ-CARREGADA        PIC 9(06)      VALUE ZERO.
       77  WS-CTALUNOS                PIC 9(06)      VALUE ZERO.
       77  WS-CTFORA                  PIC 9(06)      VALUE ZERO.
       77  WS-CTHIST-SEMCAD           PIC 9(06)      VALUE ZERO.
       77  WS-CTRISCO                 PIC 9(06)      VALUE ZERO.
       77  WS-CTALTO                  PIC 9(06)      VALUE ZERO.
       77  WS-CTMEDIO                 PIC 9(06)      VALUE ZERO.
       77  WS-CTBAIXO                 PIC 9(06)      VALUE ZERO.
       77  WS-CT-ED                   PIC ZZZZZ9.

      *-----> LINHAS DO RELATORIO
       01  WS-LIN-TITULO.
           05 FILLER              PIC X(40)      VALUE
              ' CGPRG070 - ALERTA DE RISCO DE EVASAO'.
           05 FILLER              PIC X(10)      VALUE 'EMISSAO: '.
           05 WS-TT-DIA           PIC 9(02).
           05 FILLER              PIC X(01)      VALUE '/'.
           05 WS-TT-MES           PIC 9(02).
           05 FILLER              PIC X(01)      VALUE '/'.
           05 WS-TT-ANO           PIC 9(04).
           05 FILLER              PIC X(60)      VALUE SPACES.
       01  WS-LIN-CURSO.
           05 FILLER              PIC X(08)      VALUE ' CURSO: '.
           05 WS-LC-CURSO         PIC X(12).
           05 FILLER              PIC X(100)     VALUE SPACES.
       01  WS-LIN-COLUNAS.
           05 FILLER              PIC X(44)      VALUE
              ' NUM. NOME                 S NIVEL  PONTOS'.
           05 FILLER              PIC X(76)      VALUE SPACES.
       01  WS-LIN-ALUNO.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-LA-NUMERO        PIC 9(04).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-LA-NOME          PIC X(20).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-LA-SITUACAO      PIC X(01).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-LA-NIVEL         PIC X(05).
           05 FILLER              PIC X(05)      VALUE SPACES.
           05 WS-LA-PONTOS        PIC Z9.
           05 FILLER              PIC X(79)      VALUE SPACES.
       01  WS-LIN-SEGUIDAS.
           05 FILLER              PIC X(40)      VALUE
              '          - FALTAS SEGUIDAS ATE A ULTIMA'.
           05 FILLER              PIC X(08)      VALUE ' AULA: '.
           05 WS-LM-SEGUIDAS      PIC ZZ9.
           05 FILLER              PIC X(69)      VALUE SPACES.
       01  WS-LIN-FREQ-QUEDA.
           05 FILLER              PIC X(33)      VALUE
              '          - FREQUENCIA EM QUEDA: '.
           05 WS-LM-FREQ-RECENTE  PIC ZZ9.
           05 FILLER              PIC X(28)      VALUE
              '% NAS ULTIMAS AULAS CONTRA '.
           05 WS-LM-FREQ-PERIODO  PIC ZZ9.
           05 FILLER              PIC X(12)      VALUE '% NO PERIODO'.
           05 FILLER              PIC X(41)      VALUE SPACES.
       01  WS-LIN-FREQ-BAIXA.
           05 FILLER              PIC X(40)      VALUE
              '          - FREQUENCIA DO PERIODO ABAIXO'.
           05 FILLER              PIC X(14)      VALUE ' DO MINIMO: '.
           05 WS-LM-FREQ-BAIXA    PIC ZZ9.
           05 FILLER              PIC X(01)      VALUE '%'.
           05 FILLER              PIC X(62)      VALUE SPACES.
       01  WS-LIN-MEDIA.
           05 FILLER              PIC X(29)      VALUE
              '          - MEDIA EM QUEDA HA'.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-LM-QUEDAS        PIC Z9.
           05 FILLER              PIC X(15)      VALUE
              ' PERIODO(S): '.
           05 WS-LM-MEDIA-ANT     PIC Z9,99.
           05 FILLER              PIC X(04)      VALUE ' -> '.
           05 WS-LM-MEDIA-ULT     PIC Z9,99.
           05 FILLER              PIC X(59)      VALUE SPACES.
       01  WS-LIN-RF.
           05 FILLER              PIC X(12)      VALUE
              '          - '.
           05 WS-LM-QTDE-RF       PIC ZZ9.
           05 FILLER              PIC X(40)      VALUE
              ' RESULTADOS EM RECUPERACAO (R) OU FALTA'.
           05 FILLER              PIC X(15)      VALUE
              ' AO EXAME (F)'.
           05 FILLER              PIC X(50)      VALUE SPACES.
       01  WS-LIN-TRANC.
           05 FILLER              PIC X(23)      VALUE
              '          - MATRICULA '.
           05 WS-LM-TRANC         PIC X(13).
           05 WS-LM-SIT-DIA       PIC 9(02).
           05 FILLER              PIC X(01)      VALUE '/'.
           05 WS-LM-SIT-MES       PIC 9(02).
           05 FILLER              PIC X(01)      VALUE '/'.
           05 WS-LM-SIT-ANO       PIC 9(04).
           05 WS-LM-TRANC-COMPL   PIC X(20).
           05 FILLER              PIC X(54)      VALUE SPACES.
       01  WS-LIN-TOT-CURSO.
           05 FILLER              PIC X(24)      VALUE
              ' TOTAL DO CURSO - ALTO: '.
           05 WS-TC-ALTO          PIC ZZZZ9.
           05 FILLER              PIC X(09)      VALUE '  MEDIO: '.
           05 WS-TC-MEDIO         PIC ZZZZ9.
           05 FILLER              PIC X(09)      VALUE '  BAIXO: '.
           05 WS-TC-BAIXO         PIC ZZZZ9.
           05 FILLER              PIC X(63)      VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL - APURA AS PRESENCAS DO PERIODO EM
      *    CURSO, CARREGA A FREQUENCIA APURADA E CLASSIFICA OS ALUNOS
      *    EM RISCO POR CURSO/PONTOS PARA O RELATORIO
      *--------------------------------------------------------------*
       000-CGPRG070.

           PERFORM 010-INICIAR
           IF WS-ABORTAR-SW = 'N'
              PERFORM 020-APURAR-PRESENCAS
              PERFORM 030-CARREGAR-FREQUENCIA
              SORT SORT-RISCO
                 ON ASCENDING  KEY SR-CURSO
                    DESCENDING KEY SR-PONTOS
                    ASCENDING  KEY SR-NUMERO
                 INPUT PROCEDURE  200-SELECIONAR-ALUNOS
                 OUTPUT PROCEDURE 500-IMPRIMIR-RELATORIO
           END-IF
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS - SEM O CADASTRO OU O HISTORICO NAO
      *    HA O QUE CRUZAR (CODIGO 12)
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-MESES-HOJE = WS-HOJE-ANO * 12 + WS-HOJE-MES
           OPEN INPUT CGMESTRE-FILE
           IF WS-MESTRE-STATUS NOT = '00'
              DISPLAY ' *** CGPRG070 - ERRO NA ABERTURA DO CGMESTRE'
                 ' - STATUS=' WS-MESTRE-STATUS
              MOVE 'S' TO WS-ABORTAR-SW
           ELSE
              MOVE 'S' TO WS-MESTRE-ABERTO-SW
              OPEN INPUT CGHISTK-FILE
              IF WS-HIST-STATUS NOT = '00'
                 DISPLAY ' *** CGPRG070 - ERRO NA ABERTURA DO CGHISTK'
                    ' - STATUS=' WS-HIST-STATUS
                 MOVE 'S' TO WS-ABORTAR-SW
              ELSE
                 MOVE 'S' TO WS-HIST-ABERTO-SW
              END-IF
           END-IF
           IF WS-ABORTAR-SW = 'N'
              OPEN OUTPUT CGEVASAO-FILE
              MOVE 'S' TO WS-RELAT-ABERTO-SW
              MOVE WS-HOJE-DIA TO WS-TT-DIA
              MOVE WS-HOJE-MES TO WS-TT-MES
              MOVE WS-HOJE-ANO TO WS-TT-ANO
              MOVE WS-LIN-TITULO TO CGEVASAO-REG
              WRITE CGEVASAO-REG
           END-IF
           .
      *--------------------------------------------------------------*
      *    APURA AS PRESENCAS DO PERIODO EM CURSO (DD CGPRESEN,
      *    OPCIONAL) NUMA TABELA POR NUMERO DO ALUNO; SEM A DD AS
      *    FALTAS SEGUIDAS E A QUEDA DE FREQUENCIA NAO SAO AVALIADAS
      *--------------------------------------------------------------*
       020-APURAR-PRESENCAS.

           MOVE ZEROS TO WS-TAB-PRESENCA
           OPEN INPUT CGPRESEN-FILE
           IF WS-PRESEN-STATUS = '00'
              CLOSE CGPRESEN-FILE
              MOVE 'S' TO WS-PRESEN-ATIVO-SW
              SORT SORT-PRES
                 ON ASCENDING KEY SR-PR-NUMERO SR-PR-DATA
                 USING CGPRESEN-FILE
                 OUTPUT PROCEDURE 100-APURAR-PRESENCAS
           ELSE
              CLOSE CGPRESEN-FILE
              DISPLAY ' *  SEM DD CGPRESEN - FALTAS SEGUIDAS E QUEDA '
                 'DE FREQUENCIA NAO AVALIADAS'
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARREGA A FREQUENCIA APURADA PELO CGPRG003 (DD CGFREQ,
      *    OPCIONAL); SEM ELA A FREQUENCIA DO PERIODO E CALCULADA
      *    DAS PROPRIAS PRESENCAS
      *--------------------------------------------------------------*
       030-CARREGAR-FREQUENCIA.

           MOVE SPACES TO WS-TAB-FREQAP
           OPEN INPUT CGFREQ-FILE
           IF WS-FREQ-STATUS = '00'
              MOVE 'S' TO WS-FREQ-ATIVO-SW
              MOVE 'N' TO WS-FIM-FREQ
              PERFORM 035-LER-FREQUENCIA
                 UNTIL WS-FIM-FREQ = 'S'
              CLOSE CGFREQ-FILE
              DISPLAY ' *  FREQUENCIA APURADA (CGFREQ) CARREGADA - '
                 WS-CTFREQ-CARREGADA ' ALUNOS'
           ELSE
              CLOSE CGFREQ-FILE
              DISPLAY ' *  SEM DD CGFREQ - FREQUENCIA DO PERIODO '
                 'CALCULADA DAS PRESENCAS'
           END-IF
           .
       035-LER-FREQUENCIA.

           READ CGFREQ-FILE INTO WS-REG-FREQ
              AT END
                 MOVE 'S' TO WS-FIM-FREQ
              NOT AT END
                 IF FRQ-NUMERO IS NUMERIC
                    AND FRQ-NUMERO > ZERO
                    AND FRQ-PERCENTUAL IS NUMERIC
                    AND FRQ-PERCENTUAL NOT > 100
                    MOVE FRQ-PERCENTUAL
                       TO WS-FQA-PCT (FRQ-NUMERO)
                    ADD 1 TO WS-CTFREQ-CARREGADA
                 ELSE
                    DISPLAY ' *** REGISTRO DE CGFREQ INVALIDO '
                       'IGNORADO - NUMERO=' FRQ-NUMERO
                 END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    SAIDA DA CLASSIFICACAO DAS PRESENCAS - QUEBRA POR ALUNO
      *--------------------------------------------------------------*
       100-APURAR-PRESENCAS.

           MOVE 'N'  TO WS-FIM-PRES
           MOVE ZERO TO WS-ALUNO-ANT
           PERFORM 110-LER-PRESENCA THRU 110-EXIT
              UNTIL WS-FIM-PRES = 'S'
           IF WS-ALUNO-ANT NOT = ZERO
              PERFORM 160-FECHAR-ALUNO-PRES
           END-IF
           .
       110-LER-PRESENCA.

           RETURN SORT-PRES INTO WS-REG-PRESEN
              AT END     MOVE 'S' TO WS-FIM-PRES
              NOT AT END PERFORM 120-TRATAR-PRESENCA
           .
       110-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    TRATA UM REGISTRO DE PRESENCA JA CLASSIFICADO (MESMA
      *    CRITICA DO CGPRG003; O REJEITADO SO E CONTADO)
      *--------------------------------------------------------------*
       120-TRATAR-PRESENCA.

           ADD 1 TO WS-CTPRES-LIDAS
           IF WS-PRS-NUMERO NOT NUMERIC
              OR WS-PRS-NUMERO = ZERO
              OR WS-PRS-DATA NOT NUMERIC
              OR (NOT PRS-PRESENTE AND NOT PRS-AUSENTE)
              ADD 1 TO WS-CTPRES-REJEITADAS
           ELSE
              IF WS-PRS-NUMERO NOT = WS-ALUNO-ANT
                 IF WS-ALUNO-ANT NOT = ZERO
                    PERFORM 160-FECHAR-ALUNO-PRES
                 END-IF
                 PERFORM 130-ABRIR-ALUNO-PRES
              END-IF
              ADD 1 TO WS-CTAULAS
              ADD 1 TO WS-JAN-POS
              IF WS-JAN-POS > WS-JAN-TAM
                 MOVE 1 TO WS-JAN-POS
              END-IF
              MOVE WS-PRS-PRESENCA TO WS-JAN-MARCA (WS-JAN-POS)
              IF PRS-PRESENTE
                 ADD 1 TO WS-CTPRESENCAS
                 MOVE ZERO TO WS-CTSEGUIDAS
              ELSE
                 IF WS-CTSEGUIDAS < 999
                    ADD 1 TO WS-CTSEGUIDAS
                 END-IF
              END-IF
           END-IF
           .
       130-ABRIR-ALUNO-PRES.

           MOVE WS-PRS-NUMERO TO WS-ALUNO-ANT
           MOVE ZERO          TO WS-CTAULAS
           MOVE ZERO          TO WS-CTPRESENCAS
           MOVE ZERO          TO WS-CTSEGUIDAS
           MOVE ZERO          TO WS-JAN-POS
           MOVE SPACES        TO WS-TAB-JANELA
           .
      *--------------------------------------------------------------*
      *    FECHA O ALUNO NAS PRESENCAS: GUARDA OS TOTAIS E A JANELA
      *    DAS ULTIMAS AULAS NA TABELA POR NUMERO
      *--------------------------------------------------------------*
       160-FECHAR-ALUNO-PRES.

           MOVE ZERO TO WS-CTREC-PRES
           PERFORM 165-CONTAR-JANELA
              VARYING WS-JAN-IDX FROM 1 BY 1
              UNTIL WS-JAN-IDX > WS-JAN-TAM
           MOVE WS-CTAULAS     TO WS-TPS-AULAS (WS-ALUNO-ANT)
           MOVE WS-CTPRESENCAS TO WS-TPS-PRESENCAS (WS-ALUNO-ANT)
           MOVE WS-CTSEGUIDAS  TO WS-TPS-SEGUIDAS (WS-ALUNO-ANT)
           IF WS-CTAULAS < WS-JAN-TAM
              MOVE WS-CTAULAS  TO WS-TPS-REC-AULAS (WS-ALUNO-ANT)
           ELSE
              MOVE WS-JAN-TAM  TO WS-TPS-REC-AULAS (WS-ALUNO-ANT)
           END-IF
           MOVE WS-CTREC-PRES  TO WS-TPS-REC-PRES (WS-ALUNO-ANT)
           .
       165-CONTAR-JANELA.

           IF WS-JAN-MARCA (WS-JAN-IDX) = 'P'
              ADD 1 TO WS-CTREC-PRES
           END-IF
           .
      *--------------------------------------------------------------*
      *    ENTRADA DA CLASSIFICACAO DOS ALUNOS EM RISCO - CASA O
      *    CADASTRO COM O HISTORICO (AMBOS NA ORDEM DO NUMERO)
      *--------------------------------------------------------------*
       200-SELECIONAR-ALUNOS.

           MOVE 'N' TO WS-FIM-HIST
           PERFORM 710-LER-HISTORICO
           MOVE 'N' TO WS-FIM-MESTRE
           PERFORM 210-LER-MESTRE THRU 210-EXIT
              UNTIL WS-FIM-MESTRE = 'S'
           .
       210-LER-MESTRE.

           READ CGMESTRE-FILE
              AT END     MOVE 'S' TO WS-FIM-MESTRE
              NOT AT END PERFORM 220-AVALIAR-ALUNO
           END-READ
           IF WS-MESTRE-STATUS NOT = '00'
              AND WS-MESTRE-STATUS NOT = '10'
              MOVE 'S' TO WS-ABORTAR-SW
              MOVE 'S' TO WS-FIM-MESTRE
              DISPLAY ' *** CGPRG070 - ERRO DE LEITURA NO CGMESTRE'
                 ' - STATUS=' WS-MESTRE-STATUS
           END-IF
           IF WS-ABORTAR-SW = 'S'
              MOVE 'S' TO WS-FIM-MESTRE
           END-IF
           .
       210-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    AVALIA UM ALUNO DO CADASTRO: CONSOME O HISTORICO DELE,
      *    APURA OS MOTIVOS E LIBERA PARA O RELATORIO SE HOUVER
      *    PONTOS; MATRICULA CANCELADA NAO E AVALIADA
      *--------------------------------------------------------------*
       220-AVALIAR-ALUNO.

           ADD 1 TO WS-CTALUNOS
           PERFORM 225-ZERAR-HISTORICO
           PERFORM 230-CONSUMIR-HISTORICO
              UNTIL WS-FIM-HIST = 'S'
                 OR HSK-NUMERO > MST-NUMERO
           IF WS-HST-QTDE-DISC > ZERO
              PERFORM 240-FECHAR-PERIODO-HST
           END-IF
           IF MST-CANCELADO
              ADD 1 TO WS-CTFORA
           ELSE
              PERFORM 250-APURAR-RISCO
           END-IF
           .
       225-ZERAR-HISTORICO.

           MOVE ZERO TO WS-HST-ANO
           MOVE ZERO TO WS-HST-PER
           MOVE ZERO TO WS-HST-SOMA-MEDIAS
           MOVE ZERO TO WS-HST-QTDE-DISC
           MOVE ZERO TO WS-HST-QTDE-PER
           MOVE ZERO TO WS-HST-MEDIA-ULT
           MOVE ZERO TO WS-HST-MEDIA-ANT
           MOVE ZERO TO WS-HST-QUEDAS
           MOVE ZERO TO WS-HST-QTDE-RF
           .
      *--------------------------------------------------------------*
      *    ACUMULA UM REGISTRO DO HISTORICO DO ALUNO CORRENTE; O DE
      *    NUMERO MENOR E DE ALUNO FORA DO CADASTRO (SO CONTADO)
      *--------------------------------------------------------------*
       230-CONSUMIR-HISTORICO.

           IF HSK-NUMERO = MST-NUMERO
              IF HSK-ANO NOT = WS-HST-ANO
                 OR HSK-PER NOT = WS-HST-PER
                 IF WS-HST-QTDE-DISC > ZERO
                    PERFORM 240-FECHAR-PERIODO-HST
                 END-IF
                 MOVE HSK-ANO TO WS-HST-ANO
                 MOVE HSK-PER TO WS-HST-PER
              END-IF
              ADD HSK-MEDIA TO WS-HST-SOMA-MEDIAS
              ADD 1         TO WS-HST-QTDE-DISC
              IF HSK-RECUPERACAO OR HSK-FALTOU-EXAME
                 ADD 1 TO WS-HST-QTDE-RF
              END-IF
           ELSE
              ADD 1 TO WS-CTHIST-SEMCAD
           END-IF
           PERFORM 710-LER-HISTORICO
           .
      *--------------------------------------------------------------*
      *    FECHA UM PERIODO DO HISTORICO: MEDIA DO PERIODO E CONTAGEM
      *    DAS QUEDAS SEGUIDAS EM RELACAO AO PERIODO ANTERIOR
      *--------------------------------------------------------------*
       240-FECHAR-PERIODO-HST.

           COMPUTE WS-HST-MEDIA-PER ROUNDED =
              WS-HST-SOMA-MEDIAS / WS-HST-QTDE-DISC
           IF WS-HST-QTDE-PER > ZERO
              IF WS-HST-MEDIA-PER < WS-HST-MEDIA-ULT
                 ADD 1 TO WS-HST-QUEDAS
              ELSE
                 MOVE ZERO TO WS-HST-QUEDAS
              END-IF
           END-IF
           MOVE WS-HST-MEDIA-ULT TO WS-HST-MEDIA-ANT
           MOVE WS-HST-MEDIA-PER TO WS-HST-MEDIA-ULT
           ADD 1 TO WS-HST-QTDE-PER
           MOVE ZERO TO WS-HST-SOMA-MEDIAS
           MOVE ZERO TO WS-HST-QTDE-DISC
           .
      *--------------------------------------------------------------*
      *    APURA OS MOTIVOS E OS PONTOS DO ALUNO:
      *      TRANCAMENTO NOS ULTIMOS MESES ............ 3
      *      REATIVADO NOS ULTIMOS MESES APOS TRANCAR .. 1
      *      FALTAS SEGUIDAS ATE A ULTIMA AULA ........ 2
      *      FREQUENCIA DO PERIODO ABAIXO DO MINIMO ... 2
      *      FREQUENCIA DAS ULTIMAS AULAS EM QUEDA .... 1
      *      MEDIA EM QUEDA (2 OU MAIS PERIODOS = 2) .. 1
      *      RESULTADOS R/F REPETIDOS ................. 1
      *    MATRICULA TRANCADA HA MAIS TEMPO NAO E AVALIADA
      *--------------------------------------------------------------*
       250-APURAR-RISCO.

           MOVE SPACES        TO SR-RISCO-REG
           MOVE ZERO          TO SR-PONTOS
           MOVE ZERO          TO SR-SEGUIDAS
           MOVE ZERO          TO SR-FREQ-PERIODO
           MOVE ZERO          TO SR-FREQ-RECENTE
           MOVE ZERO          TO SR-QUEDAS
           MOVE ZERO          TO SR-QTDE-RF
           MOVE ZERO          TO SR-DATA-SITUACAO
           MOVE WS-HST-MEDIA-ANT TO SR-MEDIA-ANT
           MOVE WS-HST-MEDIA-ULT TO SR-MEDIA-ULT
           MOVE MST-CURSO     TO SR-CURSO
           MOVE MST-NUMERO    TO SR-NUMERO
           MOVE MST-NOME      TO SR-NOME
           MOVE MST-SITUACAO  TO SR-SITUACAO
           PERFORM 255-CONFERIR-RECENTE
           IF MST-TRANCADO AND WS-RECENTE-SW = 'N'
              ADD 1 TO WS-CTFORA
           ELSE
              PERFORM 260-MOTIVO-TRANCAMENTO
              IF MST-NUMERO > ZERO
                 PERFORM 265-MOTIVO-FREQUENCIA
              END-IF
              PERFORM 270-MOTIVO-HISTORICO
              IF SR-PONTOS > ZERO
                 ADD 1 TO WS-CTRISCO
                 RELEASE SR-RISCO-REG
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    A MUDANCA DE SITUACAO E RECENTE SE CAIU NA JANELA DE
      *    MESES ATE O MES CORRENTE (REGISTRO SEM DATA NAO E)
      *--------------------------------------------------------------*
       255-CONFERIR-RECENTE.

           MOVE 'N' TO WS-RECENTE-SW
           IF MST-DATA-SITUACAO IS NUMERIC
              AND MST-DATA-SITUACAO > ZERO
              COMPUTE WS-MESES-SITUACAO =
                 MST-SIT-ANO * 12 + MST-SIT-MES
              IF WS-MESES-SITUACAO + WS-JANELA-MESES
                 NOT < WS-MESES-HOJE
                 MOVE 'S' TO WS-RECENTE-SW
              END-IF
           END-IF
           .
       260-MOTIVO-TRANCAMENTO.

           IF WS-RECENTE-SW = 'S'
              IF MST-TRANCADO
                 SET SR-TRANCADO-RECENTE TO TRUE
                 MOVE MST-DATA-SITUACAO TO SR-DATA-SITUACAO
                 ADD 3 TO SR-PONTOS
              ELSE
                 IF MST-QTDE-TRANCAMENTOS IS NUMERIC
                    AND MST-QTDE-TRANCAMENTOS > ZERO
                    SET SR-REATIVADO-RECENTE TO TRUE
                    MOVE MST-DATA-SITUACAO TO SR-DATA-SITUACAO
                    ADD 1 TO SR-PONTOS
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    FREQUENCIA DO PERIODO EM CURSO: A APURADA NO CGFREQ OU,
      *    SEM ELA, A CALCULADA DAS PRESENCAS; A DAS ULTIMAS AULAS
      *    SO E COMPARADA COM A JANELA COMPLETA
      *--------------------------------------------------------------*
       265-MOTIVO-FREQUENCIA.

           IF WS-TPS-AULAS (MST-NUMERO) > ZERO
              COMPUTE SR-FREQ-PERIODO ROUNDED =
                 (WS-TPS-PRESENCAS (MST-NUMERO) * 100)
                 / WS-TPS-AULAS (MST-NUMERO)
              COMPUTE SR-FREQ-RECENTE ROUNDED =
                 (WS-TPS-REC-PRES (MST-NUMERO) * 100)
                 / WS-TPS-REC-AULAS (MST-NUMERO)
              MOVE WS-TPS-SEGUIDAS (MST-NUMERO) TO SR-SEGUIDAS
           END-IF
           IF WS-FQA-PCT (MST-NUMERO) NOT = SPACES
              MOVE WS-FQA-PCT (MST-NUMERO) TO WS-FQA-PCT-N
              MOVE WS-FQA-PCT-N TO SR-FREQ-PERIODO
           END-IF
           IF SR-SEGUIDAS NOT < WS-LIM-FALTAS-SEGUIDAS
              MOVE 'S' TO SR-MOT-SEGUIDAS
              ADD 2 TO SR-PONTOS
           END-IF
           IF WS-TPS-AULAS (MST-NUMERO) > ZERO
              OR WS-FQA-PCT (MST-NUMERO) NOT = SPACES
              IF SR-FREQ-PERIODO < WS-FREQ-MINIMA
                 MOVE 'S' TO SR-MOT-FREQ-BAIXA
                 ADD 2 TO SR-PONTOS
              END-IF
           END-IF
           IF WS-TPS-REC-AULAS (MST-NUMERO) = WS-JAN-TAM
              AND SR-FREQ-RECENTE + WS-LIM-QUEDA-FREQ
                  < SR-FREQ-PERIODO
              MOVE 'S' TO SR-MOT-FREQ-QUEDA
              ADD 1 TO SR-PONTOS
           END-IF
           .
       270-MOTIVO-HISTORICO.

           IF WS-HST-QUEDAS > ZERO
              MOVE 'S'           TO SR-MOT-MEDIA
              MOVE WS-HST-QUEDAS TO SR-QUEDAS
              IF WS-HST-QUEDAS > 1
                 ADD 2 TO SR-PONTOS
              ELSE
                 ADD 1 TO SR-PONTOS
              END-IF
           END-IF
           IF WS-HST-QTDE-RF NOT < WS-LIM-QTDE-RF
              MOVE 'S'            TO SR-MOT-RF
              MOVE WS-HST-QTDE-RF TO SR-QTDE-RF
              ADD 1 TO SR-PONTOS
           END-IF
           .
      *--------------------------------------------------------------*
      *    SAIDA DA CLASSIFICACAO - RELATORIO COM QUEBRA POR CURSO
      *--------------------------------------------------------------*
       500-IMPRIMIR-RELATORIO.

           MOVE 'N' TO WS-FIM-RISCO
           MOVE 'S' TO WS-PRIMEIRO-CURSO
           PERFORM 510-LER-RISCO THRU 510-EXIT
              UNTIL WS-FIM-RISCO = 'S'
           IF WS-PRIMEIRO-CURSO = 'N'
              PERFORM 560-FECHAR-CURSO
           END-IF
           .
       510-LER-RISCO.

           RETURN SORT-RISCO
              AT END     MOVE 'S' TO WS-FIM-RISCO
              NOT AT END PERFORM 520-IMPRIMIR-ALUNO
           .
       510-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    IMPRIME UM ALUNO EM RISCO E OS SEUS MOTIVOS
      *--------------------------------------------------------------*
       520-IMPRIMIR-ALUNO.

           IF WS-PRIMEIRO-CURSO = 'S'
              OR SR-CURSO NOT = WS-CURSO-ANT
              IF WS-PRIMEIRO-CURSO = 'N'
                 PERFORM 560-FECHAR-CURSO
              END-IF
              PERFORM 550-ABRIR-CURSO
           END-IF
           MOVE SR-NUMERO   TO WS-LA-NUMERO
           MOVE SR-NOME     TO WS-LA-NOME
           MOVE SR-SITUACAO TO WS-LA-SITUACAO
           MOVE SR-PONTOS   TO WS-LA-PONTOS
           EVALUATE TRUE
              WHEN SR-PONTOS NOT < WS-PONTOS-ALTO
                 MOVE 'ALTO'  TO WS-LA-NIVEL
                 ADD 1 TO WS-CRS-ALTO
                 ADD 1 TO WS-CTALTO
              WHEN SR-PONTOS NOT < WS-PONTOS-MEDIO
                 MOVE 'MEDIO' TO WS-LA-NIVEL
                 ADD 1 TO WS-CRS-MEDIO
                 ADD 1 TO WS-CTMEDIO
              WHEN OTHER
                 MOVE 'BAIXO' TO WS-LA-NIVEL
                 ADD 1 TO WS-CRS-BAIXO
                 ADD 1 TO WS-CTBAIXO
           END-EVALUATE
           MOVE WS-LIN-ALUNO TO CGEVASAO-REG
           WRITE CGEVASAO-REG
           PERFORM 530-IMPRIMIR-MOTIVOS
           .
       530-IMPRIMIR-MOTIVOS.

           IF SR-TRANCADO-RECENTE OR SR-REATIVADO-RECENTE
              IF SR-TRANCADO-RECENTE
                 MOVE 'TRANCADA EM '  TO WS-LM-TRANC
                 MOVE SPACES          TO WS-LM-TRANC-COMPL
              ELSE
                 MOVE 'REATIVADA EM ' TO WS-LM-TRANC
                 MOVE ' APOS TRANCAMENTO'
                    TO WS-LM-TRANC-COMPL
              END-IF
              MOVE SR-SIT-DIA TO WS-LM-SIT-DIA
              MOVE SR-SIT-MES TO WS-LM-SIT-MES
              MOVE SR-SIT-ANO TO WS-LM-SIT-ANO
              MOVE WS-LIN-TRANC TO CGEVASAO-REG
              WRITE CGEVASAO-REG
           END-IF
           IF SR-MOT-SEGUIDAS = 'S'
              MOVE SR-SEGUIDAS TO WS-LM-SEGUIDAS
              MOVE WS-LIN-SEGUIDAS TO CGEVASAO-REG
              WRITE CGEVASAO-REG
           END-IF
           IF SR-MOT-FREQ-BAIXA = 'S'
              MOVE SR-FREQ-PERIODO TO WS-LM-FREQ-BAIXA
              MOVE WS-LIN-FREQ-BAIXA TO CGEVASAO-REG
              WRITE CGEVASAO-REG
           END-IF
           IF SR-MOT-FREQ-QUEDA = 'S'
              MOVE SR-FREQ-RECENTE TO WS-LM-FREQ-RECENTE
              MOVE SR-FREQ-PERIODO TO WS-LM-FREQ-PERIODO
              MOVE WS-LIN-FREQ-QUEDA TO CGEVASAO-REG
              WRITE CGEVASAO-REG
           END-IF
           IF SR-MOT-MEDIA = 'S'
              MOVE SR-QUEDAS    TO WS-LM-QUEDAS
              MOVE SR-MEDIA-ANT TO WS-LM-MEDIA-ANT
              MOVE SR-MEDIA-ULT TO WS-LM-MEDIA-ULT
              MOVE WS-LIN-MEDIA TO CGEVASAO-REG
              WRITE CGEVASAO-REG
           END-IF
           IF SR-MOT-RF = 'S'
              MOVE SR-QTDE-RF TO WS-LM-QTDE-RF
              MOVE WS-LIN-RF  TO CGEVASAO-REG
              WRITE CGEVASAO-REG
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRE UM NOVO CURSO NO RELATORIO
      *--------------------------------------------------------------*
       550-ABRIR-CURSO.

           MOVE 'N'      TO WS-PRIMEIRO-CURSO
           MOVE SR-CURSO TO WS-CURSO-ANT
           MOVE ZERO     TO WS-CRS-ALTO
           MOVE ZERO     TO WS-CRS-MEDIO
           MOVE ZERO     TO WS-CRS-BAIXO
           MOVE SPACES   TO CGEVASAO-REG
           WRITE CGEVASAO-REG
           MOVE SR-CURSO TO WS-LC-CURSO
           MOVE WS-LIN-CURSO TO CGEVASAO-REG
           WRITE CGEVASAO-REG
           MOVE WS-LIN-COLUNAS TO CGEVASAO-REG
           WRITE CGEVASAO-REG
           .
      *--------------------------------------------------------------*
      *    FECHA O CURSO CORRENTE COM OS TOTAIS POR NIVEL DE RISCO
      *--------------------------------------------------------------*
       560-FECHAR-CURSO.

           MOVE WS-CRS-ALTO  TO WS-TC-ALTO
           MOVE WS-CRS-MEDIO TO WS-TC-MEDIO
           MOVE WS-CRS-BAIXO TO WS-TC-BAIXO
           MOVE WS-LIN-TOT-CURSO TO CGEVASAO-REG
           WRITE CGEVASAO-REG
           .
      *--------------------------------------------------------------*
      *    LEITURA DO HISTORICO CONSOLIDADO - ERRO ABORTA (CODIGO 12)
      *--------------------------------------------------------------*
       710-LER-HISTORICO.

           READ CGHISTK-FILE
              AT END     MOVE 'S' TO WS-FIM-HIST
           END-READ
           IF WS-HIST-STATUS NOT = '00'
              AND WS-HIST-STATUS NOT = '10'
              MOVE 'S' TO WS-ABORTAR-SW
              MOVE 'S' TO WS-FIM-HIST
              DISPLAY ' *** CGPRG070 - ERRO DE LEITURA NO CGHISTK'
                 ' - STATUS=' WS-HIST-STATUS
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS - CODIGO 12 NO ABORTO, 8 COM O
      *    CADASTRO VAZIO
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG070        *'
           DISPLAY ' *----------------------------------------*'
           MOVE WS-CTPRES-LIDAS      TO WS-CT-ED
           DISPLAY ' * PRESENCAS LIDAS        = ' WS-CT-ED
           MOVE WS-CTPRES-REJEITADAS TO WS-CT-ED
           DISPLAY ' * PRESENCAS REJEITADAS   = ' WS-CT-ED
           MOVE WS-CTALUNOS          TO WS-CT-ED
           DISPLAY ' * ALUNOS DO CADASTRO     = ' WS-CT-ED
           MOVE WS-CTFORA            TO WS-CT-ED
           DISPLAY ' * CANCELADOS/TRANCADOS   = ' WS-CT-ED
           MOVE WS-CTHIST-SEMCAD     TO WS-CT-ED
           DISPLAY ' * HISTORICO SEM CADASTRO = ' WS-CT-ED
           MOVE WS-CTRISCO           TO WS-CT-ED
           DISPLAY ' * ALUNOS EM RISCO        = ' WS-CT-ED
           MOVE WS-CTALTO            TO WS-CT-ED
           DISPLAY ' *   RISCO ALTO           = ' WS-CT-ED
           MOVE WS-CTMEDIO           TO WS-CT-ED
           DISPLAY ' *   RISCO MEDIO          = ' WS-CT-ED
           MOVE WS-CTBAIXO           TO WS-CT-ED
           DISPLAY ' *   RISCO BAIXO          = ' WS-CT-ED
           DISPLAY ' *----------------------------------------*'
           EVALUATE TRUE
              WHEN WS-ABORTAR-SW = 'S'
                 DISPLAY ' *  TERMINO COM ERRO DO CGPRG070         *'
                 MOVE 12 TO RETURN-CODE
              WHEN WS-CTALUNOS = ZERO
                 DISPLAY ' *      TERMINO NORMAL DO CGPRG070       *'
                 MOVE 8  TO RETURN-CODE
              WHEN OTHER
                 DISPLAY ' *      TERMINO NORMAL DO CGPRG070       *'
                 MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           DISPLAY ' *----------------------------------------*'
           IF WS-RELAT-ABERTO-SW = 'S'
              IF WS-ABORTAR-SW = 'N'
                 MOVE SPACES TO CGEVASAO-REG
                 MOVE ' *** FIM DO RELATORIO DE RISCO DE EVASAO'
                    TO CGEVASAO-REG
                 WRITE CGEVASAO-REG
              END-IF
              CLOSE CGEVASAO-FILE
           END-IF
           IF WS-MESTRE-ABERTO-SW = 'S'
              CLOSE CGMESTRE-FILE
           END-IF
           IF WS-HIST-ABERTO-SW = 'S'
              CLOSE CGHISTK-FILE
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGPRG070 <-------------------*
