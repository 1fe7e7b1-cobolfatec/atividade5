       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG075.
      *AUTHOR.       ALVARO PEREIRA DO NASCIMENTO.
      *DATE-WRITTEN. 10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: EXTRACAO ANUAL PARA O CENSO DA EDUCACAO SUPERIOR
      *           (INEP) - GRAVA O CGCENSO (LAYOUT CGREGCEN) COM O
      *           REGISTRO DA INSTITUICAO, E POR CURSO O REGISTRO DO
      *           CURSO (CGCURSO) SEGUIDO DOS SEUS ALUNOS VINCULADOS
      *           NO ANO-BASE: VINCULO TIRADO DA SITUACAO DA
      *           MATRICULA (CGMESTRE) E SITUACAO ACADEMICA DO ANO
      *           TIRADA DAS DISCIPLINAS DO ANO NO HISTORICO
      *           (CGHISTK). EMITE A LISTAGEM DE CONTROLE (CGCENLST)
      *           COM AS QUANTIDADES POR TIPO DE REGISTRO E POR
      *           CURSO, PARA CONFERENCIA ANTES DO ENVIO.
      *           ANO-BASE, CODIGO E NOME DA INSTITUICAO VEM DO
      *           CGPARM (ANO-BASE PADRAO = ANO ANTERIOR AO CORRENTE)
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010034  CRIACAO DO PROGRAMA
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
      *----> CARTAO DE CONTROLE: ANO-BASE E DADOS DA INSTITUICAO
           SELECT CGPARM-FILE   ASSIGN TO CGPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-CGPARM-STATUS.
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
      *----> CATALOGO DE CURSOS (VSAM KSDS - CHAVE = CODIGO)
           SELECT CGCURSO-FILE  ASSIGN TO CGCURSO
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS CRS-CODIGO
               FILE STATUS  IS WS-CURSO-STATUS.
      *----> ARQUIVO DO CENSO PARA O INEP
           SELECT CGCENSO-FILE  ASSIGN TO CGCENSO
               ORGANIZATION IS SEQUENTIAL.
      *----> LISTAGEM DE CONTROLE DO CENSO
           SELECT CGCENLST-FILE ASSIGN TO CGCENLST
               ORGANIZATION IS SEQUENTIAL.
      *----> ARQUIVO DE TRABALHO PARA ORDENACAO POR CURSO/ALUNO
           SELECT SORT-CENSO    ASSIGN TO SORTWK1.
      *
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  CGPARM-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CGPARM-REG                 PIC X(80).

       FD  CGMESTRE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CGREGMST.

       FD  CGHISTK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CGREGHSK.

       FD  CGCURSO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CGREGCRS.

       FD  CGCENSO-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CGCENSO-REG                PIC X(100).

       FD  CGCENLST-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CGCENLST-REG               PIC X(120).

       SD  SORT-CENSO.
       01  SR-CENSO-REG.
           05 SR-CURSO                PIC X(12).
           05 SR-NUMERO               PIC 9(04).
           05 SR-NOME                 PIC X(20).
           05 SR-SEXO                 PIC X(01).
           05 SR-IDADE                PIC 9(02).
           05 SR-VINCULO              PIC 9(01).
           05 SR-SITUACAO-ANO         PIC X(01).
           05 SR-QTDE-DISC            PIC 9(03).
           05 SR-QTDE-APROV           PIC 9(03).
           05 SR-QTDE-REPROV          PIC 9(03).
           05 SR-QTDE-PEND            PIC 9(03).
           05 FILLER                  PIC X(07).

       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> REGISTRO DO CENSO (TIPOS 40/41/42)
           COPY CGREGCEN.

      *-----> CARTAO DE CONTROLE: ANO-BASE (AAAA), CODIGO INEP DA
      *       INSTITUICAO E NOME DA INSTITUICAO
       01  WS-REG-PARM.
           05 WS-PARM-ANO-BASE    PIC X(04).
           05 WS-PARM-IES-CODIGO  PIC X(08).
           05 WS-PARM-IES-NOME    PIC X(50).
           05 FILLER              PIC X(18).
       01  WS-PARM-ANO-BASE-N REDEFINES WS-REG-PARM.
           05 WS-PARM-ANO-NUM     PIC 9(04).
           05 WS-PARM-IES-NUM     PIC 9(08).
           05 FILLER              PIC X(68).
       77  WS-ANO-BASE                PIC 9(04)      VALUE ZERO.
       77  WS-IES-CODIGO              PIC 9(08)      VALUE ZERO.
       77  WS-IES-NOME                PIC X(50)      VALUE SPACES.

      *-----> DATA DA GERACAO
       01  WS-DATA-HOJE               PIC 9(08)      VALUE ZERO.
       01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           05 WS-HOJE-ANO         PIC 9(04).
           05 WS-HOJE-MES         PIC 9(02).
           05 WS-HOJE-DIA         PIC 9(02).

      *-----> CONTROLE DE ARQUIVOS
       77  WS-CGPARM-STATUS           PIC X(02).
       77  WS-MESTRE-STATUS           PIC X(02).
       77  WS-HIST-STATUS             PIC X(02).
       77  WS-CURSO-STATUS            PIC X(02).
       77  WS-FIM-MESTRE              PIC X(01)      VALUE 'N'.
       77  WS-FIM-HIST                PIC X(01)      VALUE 'N'.
       77  WS-FIM-CENSO               PIC X(01)      VALUE 'N'.
       77  WS-ABORTAR-SW              PIC X(01)      VALUE 'N'.
       77  WS-MESTRE-ABERTO-SW        PIC X(01)      VALUE 'N'.
       77  WS-HIST-ABERTO-SW          PIC X(01)      VALUE 'N'.
       77  WS-CURSO-ABERTO-SW         PIC X(01)      VALUE 'N'.
       77  WS-SAIDA-ABERTA-SW         PIC X(01)      VALUE 'N'.

      *-----> DISCIPLINAS DO ANO-BASE NO HISTORICO DO ALUNO CORRENTE
       77  WS-TEM-HISTORICO           PIC X(01)      VALUE 'N'.
       77  WS-ANO-QTDE-DISC           PIC 9(03)      VALUE ZERO.
       77  WS-ANO-QTDE-APROV          PIC 9(03)      VALUE ZERO.
       77  WS-ANO-QTDE-REPROV         PIC 9(03)      VALUE ZERO.
       77  WS-ANO-QTDE-PEND           PIC 9(03)      VALUE ZERO.
       77  WS-SIT-ANO-CONHECIDO       PIC X(01)      VALUE 'N'.
       77  WS-EXPORTAR-SW             PIC X(01)      VALUE 'N'.

      *-----> QUEBRA POR CURSO
       77  WS-CURSO-ANT               PIC X(12)      VALUE SPACES.
       77  WS-PRIMEIRO-CURSO          PIC X(01)      VALUE 'S'.
       77  WS-CURSO-VALIDO-SW         PIC X(01)      VALUE 'N'.
       77  WS-CRS-DESCRICAO           PIC X(30)      VALUE SPACES.
       01  WS-TOT-CURSO.
           05 WS-TC-ALUNOS        PIC 9(05).
           05 WS-TC-CURSANDO      PIC 9(05).
           05 WS-TC-TRANCADO      PIC 9(05).
           05 WS-TC-DESVINC       PIC 9(05).
           05 WS-TC-APROV         PIC 9(05).
           05 WS-TC-REPROV        PIC 9(05).
           05 WS-TC-PEND          PIC 9(05).
           05 WS-TC-EVADIDO       PIC 9(05).
           05 WS-TC-SEM-MOVTO     PIC 9(05).

      *-----> TOTAIS DE CONTROLE
       77  WS-CTALUNOS                PIC 9(06)      VALUE ZERO.
       77  WS-CTFORA-ANO              PIC 9(06)      VALUE ZERO.
       77  WS-CTHIST-SEMCAD           PIC 9(06)      VALUE ZERO.
       77  WS-CTSELECIONADOS          PIC 9(06)      VALUE ZERO.
       77  WS-CTREJ-CURSO             PIC 9(06)      VALUE ZERO.
       77  WS-CTCURSOS-REJ            PIC 9(06)      VALUE ZERO.
       77  WS-CTTIPO40                PIC 9(06)      VALUE ZERO.
       77  WS-CTTIPO41                PIC 9(06)      VALUE ZERO.
       77  WS-CTTIPO42                PIC 9(06)      VALUE ZERO.
       77  WS-CTGRAVADOS              PIC 9(06)      VALUE ZERO.
       77  WS-CT-ED                   PIC ZZZZZ9.

      *-----> LINHAS DA LISTAGEM DE CONTROLE
       01  WS-LIN-TITULO.
           05 FILLER              PIC X(42)      VALUE
              ' CGPRG075 - CENSO DA EDUCACAO SUPERIOR - '.
           05 FILLER              PIC X(10)      VALUE 'ANO-BASE: '.
           05 WS-TT-ANO-BASE      PIC 9(04).
           05 FILLER              PIC X(13)      VALUE
              '  GERADO EM: '.
           05 WS-TT-DIA           PIC 9(02).
           05 FILLER              PIC X(01)      VALUE '/'.
           05 WS-TT-MES           PIC 9(02).
           05 FILLER              PIC X(01)      VALUE '/'.
           05 WS-TT-ANO           PIC 9(04).
           05 FILLER              PIC X(41)      VALUE SPACES.
       01  WS-LIN-IES.
           05 FILLER              PIC X(15)      VALUE
              ' INSTITUICAO: '.
           05 WS-LI-CODIGO        PIC 9(08).
           05 FILLER              PIC X(03)      VALUE ' - '.
           05 WS-LI-NOME          PIC X(50).
           05 FILLER              PIC X(44)      VALUE SPACES.
       01  WS-LIN-COLUNAS.
           05 FILLER              PIC X(44)      VALUE
              ' CURSO        DESCRICAO                     '.
           05 FILLER              PIC X(54)      VALUE
              ' ALUN. CURS. TRANC DESVI APROV REPRO PENDE EVADI S/MOV'.
           05 FILLER              PIC X(22)      VALUE SPACES.
       01  WS-LIN-CURSO.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-LC-CURSO         PIC X(12).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-LC-DESCRICAO     PIC X(30).
           05 WS-LC-ALUNOS        PIC ZZZZZ9.
           05 WS-LC-CURSANDO      PIC ZZZZZ9.
           05 WS-LC-TRANCADO      PIC ZZZZZ9.
           05 WS-LC-DESVINC       PIC ZZZZZ9.
           05 WS-LC-APROV         PIC ZZZZZ9.
           05 WS-LC-REPROV        PIC ZZZZZ9.
           05 WS-LC-PEND          PIC ZZZZZ9.
           05 WS-LC-EVADIDO       PIC ZZZZZ9.
           05 WS-LC-SEM-MOVTO     PIC ZZZZZ9.
           05 FILLER              PIC X(22)      VALUE SPACES.
       01  WS-LIN-CURSO-REJ.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-LR-CURSO         PIC X(12).
           05 FILLER              PIC X(40)      VALUE
              ' *** CURSO INEXISTENTE NO CGCURSO - '.
           05 WS-LR-ALUNOS        PIC ZZZZZ9.
           05 FILLER              PIC X(30)      VALUE
              ' ALUNO(S) NAO EXPORTADO(S)'.
           05 FILLER              PIC X(31)      VALUE SPACES.
       01  WS-LIN-TIPO.
           05 FILLER              PIC X(22)      VALUE
              ' REGISTROS DO TIPO '.
           05 WS-LT-TIPO          PIC 9(02).
           05 FILLER              PIC X(03)      VALUE ' - '.
           05 WS-LT-DESCRICAO     PIC X(20).
           05 FILLER              PIC X(03)      VALUE ' : '.
           05 WS-LT-QTDE          PIC ZZZZZ9.
           05 FILLER              PIC X(64)      VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL - SELECIONA OS ALUNOS VINCULADOS NO
      *    ANO-BASE, CLASSIFICA POR CURSO/ALUNO E GRAVA O CENSO COM
      *    QUEBRA POR CURSO
      *--------------------------------------------------------------*
       000-CGPRG075.

           PERFORM 010-INICIAR
           IF WS-ABORTAR-SW = 'N'
              SORT SORT-CENSO
                 ON ASCENDING KEY SR-CURSO SR-NUMERO
                 INPUT PROCEDURE  200-SELECIONAR-ALUNOS
                 OUTPUT PROCEDURE 500-GRAVAR-CENSO
              PERFORM 080-LISTAR-TOTAIS
           END-IF
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS - LE O CGPARM (OPCIONAL), ABRE OS
      *    ARQUIVOS E GRAVA O REGISTRO DA INSTITUICAO (TIPO 40)
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-ANO-BASE = WS-HOJE-ANO - 1
           PERFORM 015-LER-PARAMETRO
           OPEN INPUT CGMESTRE-FILE
           IF WS-MESTRE-STATUS NOT = '00'
              DISPLAY ' *** CGPRG075 - ERRO NA ABERTURA DO CGMESTRE'
                 ' - STATUS=' WS-MESTRE-STATUS
              MOVE 'S' TO WS-ABORTAR-SW
           ELSE
              MOVE 'S' TO WS-MESTRE-ABERTO-SW
           END-IF
           IF WS-ABORTAR-SW = 'N'
              OPEN INPUT CGHISTK-FILE
              IF WS-HIST-STATUS NOT = '00'
                 DISPLAY ' *** CGPRG075 - ERRO NA ABERTURA DO CGHISTK'
                    ' - STATUS=' WS-HIST-STATUS
                 MOVE 'S' TO WS-ABORTAR-SW
              ELSE
                 MOVE 'S' TO WS-HIST-ABERTO-SW
              END-IF
           END-IF
           IF WS-ABORTAR-SW = 'N'
              OPEN INPUT CGCURSO-FILE
              IF WS-CURSO-STATUS NOT = '00'
                 DISPLAY ' *** CGPRG075 - ERRO NA ABERTURA DO CGCURSO'
                    ' - STATUS=' WS-CURSO-STATUS
                 MOVE 'S' TO WS-ABORTAR-SW
              ELSE
                 MOVE 'S' TO WS-CURSO-ABERTO-SW
              END-IF
           END-IF
           IF WS-ABORTAR-SW = 'N'
              OPEN OUTPUT CGCENSO-FILE
              OPEN OUTPUT CGCENLST-FILE
              MOVE 'S' TO WS-SAIDA-ABERTA-SW
              PERFORM 020-GRAVAR-INSTITUICAO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARTAO DE CONTROLE (DD OPCIONAL): COLS 1-4 ANO-BASE,
      *    5-12 CODIGO INEP DA INSTITUICAO, 13-62 NOME; SEM CODIGO
      *    O ARQUIVO E GERADO COM CODIGO ZERO E TERMINA COM AVISO
      *--------------------------------------------------------------*
       015-LER-PARAMETRO.

           MOVE SPACES TO WS-REG-PARM
           OPEN INPUT CGPARM-FILE
           IF WS-CGPARM-STATUS = '00'
              READ CGPARM-FILE INTO WS-REG-PARM
              CLOSE CGPARM-FILE
           ELSE
              CLOSE CGPARM-FILE
              DISPLAY ' *  SEM DD CGPARM - ANO-BASE PADRAO '
                 WS-ANO-BASE
           END-IF
           IF WS-PARM-ANO-BASE IS NUMERIC
              AND WS-PARM-ANO-NUM > ZERO
              MOVE WS-PARM-ANO-NUM TO WS-ANO-BASE
           END-IF
           IF WS-PARM-IES-CODIGO IS NUMERIC
              MOVE WS-PARM-IES-NUM TO WS-IES-CODIGO
           ELSE
              DISPLAY ' *  CODIGO INEP DA INSTITUICAO NAO INFORMADO'
                 ' NO CGPARM'
           END-IF
           MOVE WS-PARM-IES-NOME TO WS-IES-NOME
           .
       020-GRAVAR-INSTITUICAO.

           MOVE SPACES       TO CEN-REG-CENSO
           MOVE 40           TO CEN-TIPO
           MOVE WS-ANO-BASE  TO CEN-ANO-BASE
           MOVE WS-IES-CODIGO TO CEN-IES-CODIGO
           MOVE WS-IES-NOME  TO CEN-IES-NOME
           MOVE WS-DATA-HOJE TO CEN-IES-DATA-GER
           PERFORM 800-GRAVAR-CENSO
           MOVE WS-ANO-BASE  TO WS-TT-ANO-BASE
           MOVE WS-HOJE-DIA  TO WS-TT-DIA
           MOVE WS-HOJE-MES  TO WS-TT-MES
           MOVE WS-HOJE-ANO  TO WS-TT-ANO
           MOVE WS-LIN-TITULO TO CGCENLST-REG
           WRITE CGCENLST-REG
           MOVE WS-IES-CODIGO TO WS-LI-CODIGO
           MOVE WS-IES-NOME  TO WS-LI-NOME
           MOVE WS-LIN-IES   TO CGCENLST-REG
           WRITE CGCENLST-REG
           MOVE SPACES       TO CGCENLST-REG
           WRITE CGCENLST-REG
           MOVE WS-LIN-COLUNAS TO CGCENLST-REG
           WRITE CGCENLST-REG
           .
      *--------------------------------------------------------------*
      *    LISTA AS QUANTIDADES POR TIPO DE REGISTRO GRAVADO
      *--------------------------------------------------------------*
       080-LISTAR-TOTAIS.

           MOVE SPACES TO CGCENLST-REG
           WRITE CGCENLST-REG
           MOVE 40                      TO WS-LT-TIPO
           MOVE 'INSTITUICAO'           TO WS-LT-DESCRICAO
           MOVE WS-CTTIPO40             TO WS-LT-QTDE
           MOVE WS-LIN-TIPO TO CGCENLST-REG
           WRITE CGCENLST-REG
           MOVE 41                      TO WS-LT-TIPO
           MOVE 'CURSO'                 TO WS-LT-DESCRICAO
           MOVE WS-CTTIPO41             TO WS-LT-QTDE
           MOVE WS-LIN-TIPO TO CGCENLST-REG
           WRITE CGCENLST-REG
           MOVE 42                      TO WS-LT-TIPO
           MOVE 'ALUNO'                 TO WS-LT-DESCRICAO
           MOVE WS-CTTIPO42             TO WS-LT-QTDE
           MOVE WS-LIN-TIPO TO CGCENLST-REG
           WRITE CGCENLST-REG
           MOVE ZERO                    TO WS-LT-TIPO
           MOVE 'TOTAL DO ARQUIVO'      TO WS-LT-DESCRICAO
           MOVE WS-CTGRAVADOS           TO WS-LT-QTDE
           MOVE WS-LIN-TIPO TO CGCENLST-REG
           WRITE CGCENLST-REG
           .
      *--------------------------------------------------------------*
      *    ENTRADA DA CLASSIFICACAO - CASA O CADASTRO COM O
      *    HISTORICO (AMBOS NA ORDEM DO NUMERO)
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
              DISPLAY ' *** CGPRG075 - ERRO DE LEITURA NO CGMESTRE'
                 ' - STATUS=' WS-MESTRE-STATUS
           END-IF
           IF WS-ABORTAR-SW = 'S'
              MOVE 'S' TO WS-FIM-MESTRE
           END-IF
           .
       210-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    AVALIA UM ALUNO DO CADASTRO: APURA AS DISCIPLINAS DO
      *    ANO-BASE NO HISTORICO E, SE VINCULADO NO ANO, LIBERA
      *    PARA O CENSO
      *--------------------------------------------------------------*
       220-AVALIAR-ALUNO.

           ADD 1 TO WS-CTALUNOS
           MOVE 'N'  TO WS-TEM-HISTORICO
           MOVE ZERO TO WS-ANO-QTDE-DISC
           MOVE ZERO TO WS-ANO-QTDE-APROV
           MOVE ZERO TO WS-ANO-QTDE-REPROV
           MOVE ZERO TO WS-ANO-QTDE-PEND
           PERFORM 230-CONSUMIR-HISTORICO
              UNTIL WS-FIM-HIST = 'S'
                 OR HSK-NUMERO > MST-NUMERO
           PERFORM 240-APURAR-VINCULO
           IF WS-EXPORTAR-SW = 'S'
              PERFORM 250-APURAR-SITUACAO-ANO
              ADD 1 TO WS-CTSELECIONADOS
              RELEASE SR-CENSO-REG
           ELSE
              ADD 1 TO WS-CTFORA-ANO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONTA AS DISCIPLINAS DO ANO-BASE DO ALUNO CORRENTE PELA
      *    SITUACAO FINAL; HISTORICO DE NUMERO MENOR E DE ALUNO FORA
      *    DO CADASTRO (SO CONTADO)
      *--------------------------------------------------------------*
       230-CONSUMIR-HISTORICO.

           IF HSK-NUMERO = MST-NUMERO
              IF HSK-ANO = WS-ANO-BASE
                 MOVE 'S' TO WS-TEM-HISTORICO
                 ADD 1 TO WS-ANO-QTDE-DISC
                 EVALUATE TRUE
                    WHEN HSK-APROVADO
                       ADD 1 TO WS-ANO-QTDE-APROV
                    WHEN HSK-RECUPERACAO
                       ADD 1 TO WS-ANO-QTDE-PEND
                    WHEN OTHER
                       ADD 1 TO WS-ANO-QTDE-REPROV
                 END-EVALUATE
              END-IF
           ELSE
              ADD 1 TO WS-CTHIST-SEMCAD
           END-IF
           PERFORM 710-LER-HISTORICO
           .
      *--------------------------------------------------------------*
      *    VINCULO NO FIM DO ANO-BASE PELA SITUACAO DA MATRICULA:
      *    A = CURSANDO (2), T = TRANCADO (3), C = DESVINCULADO (4).
      *    MUDANCA DE SITUACAO DEPOIS DO ANO-BASE: O ALUNO AINDA
      *    CURSAVA NO ANO SE TEM DISCIPLINAS NELE, SENAO NAO ESTAVA
      *    VINCULADO; CANCELADO ANTES DO ANO-BASE E SEM DISCIPLINAS
      *    NELE NAO ENTRA NO CENSO. REGISTRO SEM DATA DE SITUACAO
      *    VALE PELA SITUACAO ATUAL
      *--------------------------------------------------------------*
       240-APURAR-VINCULO.

           MOVE 'S'  TO WS-EXPORTAR-SW
           MOVE 'N'  TO WS-SIT-ANO-CONHECIDO
           MOVE SPACES TO SR-CENSO-REG
           MOVE MST-CURSO  TO SR-CURSO
           MOVE MST-NUMERO TO SR-NUMERO
           MOVE MST-NOME   TO SR-NOME
           MOVE MST-SEXO   TO SR-SEXO
           MOVE ZERO       TO SR-IDADE
           IF MST-IDADE IS NUMERIC
              MOVE MST-IDADE TO SR-IDADE
           END-IF
           IF MST-DATA-SITUACAO IS NUMERIC
              AND MST-DATA-SITUACAO > ZERO
              MOVE 'S' TO WS-SIT-ANO-CONHECIDO
           END-IF
           EVALUATE TRUE
              WHEN WS-SIT-ANO-CONHECIDO = 'S'
                 AND MST-SIT-ANO > WS-ANO-BASE
                 IF WS-TEM-HISTORICO = 'S'
                    MOVE 2 TO SR-VINCULO
                 ELSE
                    MOVE 'N' TO WS-EXPORTAR-SW
                 END-IF
              WHEN MST-TRANCADO
                 MOVE 3 TO SR-VINCULO
              WHEN MST-CANCELADO
                 MOVE 4 TO SR-VINCULO
                 IF WS-TEM-HISTORICO = 'N'
                    AND (WS-SIT-ANO-CONHECIDO = 'N'
                         OR MST-SIT-ANO < WS-ANO-BASE)
                    MOVE 'N' TO WS-EXPORTAR-SW
                 END-IF
              WHEN OTHER
                 MOVE 2 TO SR-VINCULO
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    SITUACAO ACADEMICA NO ANO-BASE: EVADIDO SE DESVINCULADO
      *    NO ANO, SENAO REPROVADO SE HA DISCIPLINA P/F, PENDENTE SE
      *    HA RECUPERACAO EM ABERTO, APROVADO SE TODAS A, SEM
      *    MOVIMENTO SE NAO CURSOU DISCIPLINA NO ANO
      *--------------------------------------------------------------*
       250-APURAR-SITUACAO-ANO.

           MOVE WS-ANO-QTDE-DISC   TO SR-QTDE-DISC
           MOVE WS-ANO-QTDE-APROV  TO SR-QTDE-APROV
           MOVE WS-ANO-QTDE-REPROV TO SR-QTDE-REPROV
           MOVE WS-ANO-QTDE-PEND   TO SR-QTDE-PEND
           EVALUATE TRUE
              WHEN SR-VINCULO = 4
                 MOVE 'E' TO SR-SITUACAO-ANO
              WHEN WS-ANO-QTDE-DISC = ZERO
                 MOVE 'S' TO SR-SITUACAO-ANO
              WHEN WS-ANO-QTDE-REPROV > ZERO
                 MOVE 'R' TO SR-SITUACAO-ANO
              WHEN WS-ANO-QTDE-PEND > ZERO
                 MOVE 'P' TO SR-SITUACAO-ANO
              WHEN OTHER
                 MOVE 'A' TO SR-SITUACAO-ANO
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    SAIDA DA CLASSIFICACAO - GRAVA O CENSO COM QUEBRA POR
      *    CURSO
      *--------------------------------------------------------------*
       500-GRAVAR-CENSO.

           MOVE 'N' TO WS-FIM-CENSO
           MOVE 'S' TO WS-PRIMEIRO-CURSO
           PERFORM 510-LER-CENSO THRU 510-EXIT
              UNTIL WS-FIM-CENSO = 'S'
           IF WS-PRIMEIRO-CURSO = 'N'
              PERFORM 560-FECHAR-CURSO
           END-IF
           .
       510-LER-CENSO.

           RETURN SORT-CENSO
              AT END     MOVE 'S' TO WS-FIM-CENSO
              NOT AT END PERFORM 520-GRAVAR-ALUNO
           .
       510-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    GRAVA O REGISTRO DO ALUNO (TIPO 42); ALUNO DE CURSO FORA
      *    DO CATALOGO SO E CONTADO NA LINHA DE REJEICAO DO CURSO
      *--------------------------------------------------------------*
       520-GRAVAR-ALUNO.

           IF WS-PRIMEIRO-CURSO = 'S'
              OR SR-CURSO NOT = WS-CURSO-ANT
              IF WS-PRIMEIRO-CURSO = 'N'
                 PERFORM 560-FECHAR-CURSO
              END-IF
              PERFORM 550-ABRIR-CURSO
           END-IF
           ADD 1 TO WS-TC-ALUNOS
           IF WS-CURSO-VALIDO-SW = 'S'
              MOVE SPACES          TO CEN-REG-CENSO
              MOVE 42              TO CEN-TIPO
              MOVE WS-ANO-BASE     TO CEN-ANO-BASE
              MOVE SR-NUMERO       TO CEN-ALU-NUMERO
              MOVE SR-NOME         TO CEN-ALU-NOME
              MOVE SR-SEXO         TO CEN-ALU-SEXO
              MOVE SR-IDADE        TO CEN-ALU-IDADE
              MOVE SR-CURSO        TO CEN-ALU-CURSO
              MOVE SR-VINCULO      TO CEN-ALU-VINCULO
              MOVE SR-SITUACAO-ANO TO CEN-ALU-SITUACAO-ANO
              MOVE SR-QTDE-DISC    TO CEN-ALU-QTDE-DISC
              MOVE SR-QTDE-APROV   TO CEN-ALU-QTDE-APROV
              MOVE SR-QTDE-REPROV  TO CEN-ALU-QTDE-REPROV
              MOVE SR-QTDE-PEND    TO CEN-ALU-QTDE-PEND
              PERFORM 800-GRAVAR-CENSO
              PERFORM 530-SOMAR-CURSO
           ELSE
              ADD 1 TO WS-CTREJ-CURSO
           END-IF
           .
       530-SOMAR-CURSO.

           EVALUATE TRUE
              WHEN CEN-TRANCADO
                 ADD 1 TO WS-TC-TRANCADO
              WHEN CEN-DESVINCULADO
                 ADD 1 TO WS-TC-DESVINC
              WHEN OTHER
                 ADD 1 TO WS-TC-CURSANDO
           END-EVALUATE
           EVALUATE TRUE
              WHEN CEN-ANO-APROVADO
                 ADD 1 TO WS-TC-APROV
              WHEN CEN-ANO-REPROVADO
                 ADD 1 TO WS-TC-REPROV
              WHEN CEN-ANO-PENDENTE
                 ADD 1 TO WS-TC-PEND
              WHEN CEN-ANO-EVADIDO
                 ADD 1 TO WS-TC-EVADIDO
              WHEN OTHER
                 ADD 1 TO WS-TC-SEM-MOVTO
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    ABRE UM NOVO CURSO: BUSCA NO CATALOGO E GRAVA O REGISTRO
      *    DO CURSO (TIPO 41)
      *--------------------------------------------------------------*
       550-ABRIR-CURSO.

           MOVE 'N'      TO WS-PRIMEIRO-CURSO
           MOVE SR-CURSO TO WS-CURSO-ANT
           MOVE ZEROS    TO WS-TOT-CURSO
           MOVE SPACES   TO WS-CRS-DESCRICAO
           MOVE 'N'      TO WS-CURSO-VALIDO-SW
           MOVE SR-CURSO TO CRS-CODIGO
           READ CGCURSO-FILE
           EVALUATE TRUE
              WHEN WS-CURSO-STATUS = '00'
                 MOVE 'S' TO WS-CURSO-VALIDO-SW
                 MOVE CRS-DESCRICAO TO WS-CRS-DESCRICAO
                 MOVE SPACES        TO CEN-REG-CENSO
                 MOVE 41            TO CEN-TIPO
                 MOVE WS-ANO-BASE   TO CEN-ANO-BASE
                 MOVE CRS-CODIGO    TO CEN-CRS-CODIGO
                 MOVE CRS-DESCRICAO TO CEN-CRS-DESCRICAO
                 MOVE ZERO          TO CEN-CRS-QTDE-PERIODOS
                 IF CRS-QTDE-PERIODOS IS NUMERIC
                    MOVE CRS-QTDE-PERIODOS TO CEN-CRS-QTDE-PERIODOS
                 END-IF
                 MOVE CRS-MENSALIDADE TO CEN-CRS-MENSALIDADE
                 PERFORM 800-GRAVAR-CENSO
              WHEN WS-CURSO-STATUS = '23'
                 ADD 1 TO WS-CTCURSOS-REJ
              WHEN OTHER
                 MOVE 'S' TO WS-ABORTAR-SW
                 MOVE 'S' TO WS-FIM-CENSO
                 DISPLAY ' *** CGPRG075 - ERRO DE LEITURA NO CGCURSO'
                    ' - STATUS=' WS-CURSO-STATUS
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    FECHA O CURSO NA LISTAGEM DE CONTROLE
      *--------------------------------------------------------------*
       560-FECHAR-CURSO.

           IF WS-CURSO-VALIDO-SW = 'S'
              MOVE WS-CURSO-ANT     TO WS-LC-CURSO
              MOVE WS-CRS-DESCRICAO TO WS-LC-DESCRICAO
              MOVE WS-TC-ALUNOS     TO WS-LC-ALUNOS
              MOVE WS-TC-CURSANDO   TO WS-LC-CURSANDO
              MOVE WS-TC-TRANCADO   TO WS-LC-TRANCADO
              MOVE WS-TC-DESVINC    TO WS-LC-DESVINC
              MOVE WS-TC-APROV      TO WS-LC-APROV
              MOVE WS-TC-REPROV     TO WS-LC-REPROV
              MOVE WS-TC-PEND       TO WS-LC-PEND
              MOVE WS-TC-EVADIDO    TO WS-LC-EVADIDO
              MOVE WS-TC-SEM-MOVTO  TO WS-LC-SEM-MOVTO
              MOVE WS-LIN-CURSO     TO CGCENLST-REG
           ELSE
              MOVE WS-CURSO-ANT     TO WS-LR-CURSO
              MOVE WS-TC-ALUNOS     TO WS-LR-ALUNOS
              MOVE WS-LIN-CURSO-REJ TO CGCENLST-REG
           END-IF
           WRITE CGCENLST-REG
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
              DISPLAY ' *** CGPRG075 - ERRO DE LEITURA NO CGHISTK'
                 ' - STATUS=' WS-HIST-STATUS
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVA UM REGISTRO DO CENSO E CONTA POR TIPO
      *--------------------------------------------------------------*
       800-GRAVAR-CENSO.

           WRITE CGCENSO-REG FROM CEN-REG-CENSO
           ADD 1 TO WS-CTGRAVADOS
           EVALUATE TRUE
              WHEN CEN-TIPO-IES
                 ADD 1 TO WS-CTTIPO40
              WHEN CEN-TIPO-CURSO
                 ADD 1 TO WS-CTTIPO41
              WHEN OTHER
                 ADD 1 TO WS-CTTIPO42
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS - CODIGO 12 NO ABORTO, 8 SEM ALUNO NO
      *    CENSO, 4 COM ALUNO DE CURSO FORA DO CATALOGO OU SEM O
      *    CODIGO DA INSTITUICAO
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG075        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * ANO-BASE               =   ' WS-ANO-BASE
           MOVE WS-CTALUNOS          TO WS-CT-ED
           DISPLAY ' * ALUNOS DO CADASTRO     = ' WS-CT-ED
           MOVE WS-CTFORA-ANO        TO WS-CT-ED
           DISPLAY ' * SEM VINCULO NO ANO     = ' WS-CT-ED
           MOVE WS-CTHIST-SEMCAD     TO WS-CT-ED
           DISPLAY ' * HISTORICO SEM CADASTRO = ' WS-CT-ED
           MOVE WS-CTREJ-CURSO       TO WS-CT-ED
           DISPLAY ' * ALUNOS C/CURSO INVAL.  = ' WS-CT-ED
           MOVE WS-CTTIPO40          TO WS-CT-ED
           DISPLAY ' * REGISTROS TIPO 40      = ' WS-CT-ED
           MOVE WS-CTTIPO41          TO WS-CT-ED
           DISPLAY ' * REGISTROS TIPO 41      = ' WS-CT-ED
           MOVE WS-CTTIPO42          TO WS-CT-ED
           DISPLAY ' * REGISTROS TIPO 42      = ' WS-CT-ED
           MOVE WS-CTGRAVADOS        TO WS-CT-ED
           DISPLAY ' * TOTAL GRAVADO CGCENSO  = ' WS-CT-ED
           DISPLAY ' *----------------------------------------*'
           EVALUATE TRUE
              WHEN WS-ABORTAR-SW = 'S'
                 DISPLAY ' *  TERMINO COM ERRO DO CGPRG075         *'
                 MOVE 12 TO RETURN-CODE
              WHEN WS-CTTIPO42 = ZERO
                 DISPLAY ' *  NENHUM ALUNO GRAVADO NO CENSO        *'
                 MOVE 8  TO RETURN-CODE
              WHEN WS-CTREJ-CURSO > ZERO
                 OR WS-IES-CODIGO = ZERO
                 DISPLAY ' *  TERMINO COM AVISOS DO CGPRG075       *'
                 MOVE 4  TO RETURN-CODE
              WHEN OTHER
                 DISPLAY ' *      TERMINO NORMAL DO CGPRG075       *'
                 MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           DISPLAY ' *----------------------------------------*'
           IF WS-SAIDA-ABERTA-SW = 'S'
              MOVE SPACES TO CGCENLST-REG
              MOVE ' *** FIM DA LISTAGEM DE CONTROLE - CGPRG075'
                 TO CGCENLST-REG
              WRITE CGCENLST-REG
              CLOSE CGCENSO-FILE
              CLOSE CGCENLST-FILE
           END-IF
           IF WS-MESTRE-ABERTO-SW = 'S'
              CLOSE CGMESTRE-FILE
           END-IF
           IF WS-HIST-ABERTO-SW = 'S'
              CLOSE CGHISTK-FILE
           END-IF
           IF WS-CURSO-ABERTO-SW = 'S'
              CLOSE CGCURSO-FILE
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGPRG075 <-------------------*
