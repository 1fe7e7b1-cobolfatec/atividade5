       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG065.
      *AUTHOR.       ALVARO PEREIRA DO NASCIMENTO.
      *DATE-WRITTEN. 10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: INTEGRALIZACAO DE CURSO - CONFERE O HISTORICO
      *           CONSOLIDADO (CGHISTK) DE CADA ALUNO CONTRA A QTDE
      *           DE PERIODOS DO SEU CURSO NO CATALOGO (CGCURSO).
      *           O PERIODO ESTA CONCLUIDO QUANDO TODAS AS SUAS
      *           DISCIPLINAS ESTAO COM SITUACAO A (A DISCIPLINA
      *           R/P/F SO DEIXA DE CONTAR COMO EM ABERTO SE FOR
      *           APROVADA EM PERIODO POSTERIOR). O ALUNO ATIVO SEM
      *           DISCIPLINA EM ABERTO E COM OS PERIODOS EXIGIDOS
      *           SAI NA LISTA DE CONCLUINTES (CGCONLST) E RECEBE O
      *           CERTIFICADO DE CONCLUSAO (CGCERTIF); OS DEMAIS SAEM
      *           NA LISTA DE PENDENCIAS (CGPENLST) COM OS PERIODOS
      *           QUE FALTAM E AS DISCIPLINAS EM ABERTO
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010032  CRIACAO DO PROGRAMA
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
      *----> HISTORICO ACADEMICO CONSOLIDADO (VSAM KSDS - CHAVE =
      *      ALUNO/ANO/PERIODO/DISCIPLINA; LIDO SEQUENCIALMENTE PELA
      *      CHAVE)
           SELECT CGHISTK-FILE  ASSIGN TO CGHISTK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS HSK-CHAVE
               FILE STATUS  IS WS-HIST-STATUS.
      *----> CADASTRO DE ALUNOS (VSAM KSDS - CHAVE = NUMERO)
           SELECT CGMESTRE-FILE ASSIGN TO CGMESTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS MST-NUMERO
               FILE STATUS  IS WS-MESTRE-STATUS.
      *----> CATALOGO DE CURSOS (VSAM KSDS - CHAVE = CODIGO)
           SELECT CGCURSO-FILE  ASSIGN TO CGCURSO
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS CRS-CODIGO
               FILE STATUS  IS WS-CURSO-STATUS.
      *----> LISTA DE CONCLUINTES
           SELECT CGCONLST-FILE ASSIGN TO CGCONLST
               ORGANIZATION IS SEQUENTIAL.
      *----> LISTA DE ALUNOS COM PENDENCIA DE INTEGRALIZACAO
           SELECT CGPENLST-FILE ASSIGN TO CGPENLST
               ORGANIZATION IS SEQUENTIAL.
      *----> CERTIFICADOS DE CONCLUSAO DE CURSO
           SELECT CGCERTIF-FILE ASSIGN TO CGCERTIF
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  CGHISTK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CGREGHSK.

       FD  CGMESTRE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CGREGMST.

       FD  CGCURSO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CGREGCRS.

       FD  CGCONLST-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CGCONLST-REG               PIC X(120).

       FD  CGPENLST-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CGPENLST-REG               PIC X(120).

       FD  CGCERTIF-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CGCERTIF-REG               PIC X(120).

       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> CONTROLE DE ARQUIVOS
       77  WS-HIST-STATUS             PIC X(02).
       77  WS-MESTRE-STATUS           PIC X(02).
       77  WS-CURSO-STATUS            PIC X(02).
       77  WS-FIM-HIST                PIC X(01)      VALUE 'N'.
       77  WS-ABORTAR-SW              PIC X(01)      VALUE 'N'.
       77  WS-HIST-ABERTO-SW          PIC X(01)      VALUE 'N'.
       77  WS-MESTRE-ABERTO-SW        PIC X(01)      VALUE 'N'.
       77  WS-CURSO-ABERTO-SW         PIC X(01)      VALUE 'N'.
       77  WS-LISTAS-ABERTAS-SW       PIC X(01)      VALUE 'N'.

      *-----> DATA DE EMISSAO DOS CERTIFICADOS
       01  WS-DATA-HOJE               PIC 9(08)      VALUE ZERO.
       01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           05 WS-HOJE-ANO         PIC 9(04).
           05 WS-HOJE-MES         PIC 9(02).
           05 WS-HOJE-DIA         PIC 9(02).

      *-----> ALUNO CORRENTE (QUEBRA DO CGHISTK)
       77  WS-ALUNO-ANT               PIC 9(04)      VALUE ZERO.
       77  WS-ANO-ANT                 PIC 9(04)      VALUE ZERO.
       77  WS-PER-ANT                 PIC 9(02)      VALUE ZERO.
       77  WS-ALU-NOME                PIC X(20)      VALUE SPACES.
       77  WS-ALU-CURSO               PIC X(12)      VALUE SPACES.
       77  WS-ALU-DESCR-CURSO         PIC X(30)      VALUE SPACES.
       77  WS-ALU-CADASTRO            PIC X(01)      VALUE SPACES.
           88 ALU-ATIVO               VALUE 'A'.
           88 ALU-TRANCADO            VALUE 'T'.
           88 ALU-CANCELADO           VALUE 'C'.
           88 ALU-FORA-CADASTRO       VALUE 'N'.
       77  WS-ESTOURO-SW              PIC X(01)      VALUE 'N'.
       77  WS-QTDE-EXIGIDA            PIC 9(02)      VALUE ZERO.
       77  WS-QTDE-CURSADOS           PIC 9(03)      VALUE ZERO.
       77  WS-QTDE-CONCLUIDOS         PIC 9(03)      VALUE ZERO.
       77  WS-QTDE-ABERTOS            PIC 9(03)      VALUE ZERO.
       77  WS-QTDE-FALTAM             PIC 9(03)      VALUE ZERO.

      *-----> PERIODOS CURSADOS PELO ALUNO, COM A QTDE DE DISCIPLINAS
      *       AINDA EM ABERTO EM CADA UM
       01  WS-TAB-PERIODO.
           05 WS-TPR-ENT OCCURS 30 TIMES.
              10 WS-TPR-ANO          PIC 9(04).
              10 WS-TPR-PER          PIC 9(02).
              10 WS-TPR-ABERTAS      PIC 9(03).
       77  WS-TPR-MAX                 PIC 9(03)      VALUE 30.
       77  WS-TPR-QTDE                PIC 9(03)      VALUE ZERO.
       77  WS-TPR-IDX                 PIC 9(03)      VALUE ZERO.

      *-----> DISCIPLINAS CURSADAS PELO ALUNO NA ORDEM DO HISTORICO
      *       (ANO/PERIODO); CUMPRIDA = R/P/F APROVADA DEPOIS
       01  WS-TAB-DISCIPLINA.
           05 WS-TDS-ENT OCCURS 400 TIMES.
              10 WS-TDS-DISCIPLINA   PIC X(06).
              10 WS-TDS-TPR          PIC 9(03).
              10 WS-TDS-SITUACAO     PIC X(01).
              10 WS-TDS-CUMPRIDA     PIC X(01).
       77  WS-TDS-MAX                 PIC 9(03)      VALUE 400.
       77  WS-TDS-QTDE                PIC 9(03)      VALUE ZERO.
       77  WS-TDS-IDX                 PIC 9(03)      VALUE ZERO.
       77  WS-TDS-IDX2                PIC 9(03)      VALUE ZERO.

      *-----> TOTAIS DE CONTROLE
       77  WS-CTREGISTROS             PIC 9(06)      VALUE ZERO.
       77  WS-CTALUNOS                PIC 9(06)      VALUE ZERO.
       77  WS-CTCONCLUINTES           PIC 9(06)      VALUE ZERO.
       77  WS-CTPENDENTES             PIC 9(06)      VALUE ZERO.
       77  WS-CTNAOVERIF              PIC 9(06)      VALUE ZERO.
       77  WS-CT-ED                   PIC ZZZZZ9.

      *-----> LINHAS DA LISTA DE CONCLUINTES
       01  WS-CAB-CONCLUINTE.
           05 FILLER              PIC X(40)      VALUE
              ' NUM. NOME                 CURSO'.
           05 FILLER              PIC X(30)      VALUE 'DESCRICAO'.
           05 FILLER              PIC X(05)      VALUE ' PER.'.
           05 FILLER              PIC X(09)      VALUE 'CONCLUSAO'.
           05 FILLER              PIC X(36)      VALUE 'CERTIFICADO'.
       01  WS-LIN-CONCLUINTE.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-CL-NUMERO        PIC 9(04).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-CL-NOME          PIC X(20).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-CL-CURSO         PIC X(12).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-CL-DESCRICAO     PIC X(30).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-CL-CURSADOS      PIC ZZ9.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-CL-ANO-CONC      PIC 9(04).
           05 FILLER              PIC X(01)      VALUE '/'.
           05 WS-CL-PER-CONC      PIC 9(02).
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-CL-CERTIFICADO   PIC X(11).
           05 FILLER              PIC X(25)      VALUE SPACES.

      *-----> NUMERO DO CERTIFICADO: PERIODO DE CONCLUSAO + ALUNO
       01  WS-NR-CERTIFICADO.
           05 WS-NRC-ANO          PIC 9(04).
           05 WS-NRC-PER          PIC 9(02).
           05 FILLER              PIC X(01)      VALUE '-'.
           05 WS-NRC-NUMERO       PIC 9(04).

      *-----> LINHAS DA LISTA DE PENDENCIAS
       01  WS-CAB-PENDENTE.
           05 FILLER              PIC X(39)      VALUE
              ' NUM. NOME                 CURSO'.
           05 FILLER              PIC X(33)      VALUE
              ' EXIGE  CONCL FALTA ABERT  MOTIVO'.
           05 FILLER              PIC X(48)      VALUE SPACES.
       01  WS-LIN-PENDENTE.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-PD-NUMERO        PIC 9(04).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-PD-NOME          PIC X(20).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-PD-CURSO         PIC X(12).
           05 FILLER              PIC X(04)      VALUE SPACES.
           05 WS-PD-EXIGE         PIC Z9.
           05 FILLER              PIC X(04)      VALUE SPACES.
           05 WS-PD-CONCL         PIC ZZ9.
           05 FILLER              PIC X(03)      VALUE SPACES.
           05 WS-PD-FALTA         PIC ZZ9.
           05 FILLER              PIC X(03)      VALUE SPACES.
           05 WS-PD-ABERTO        PIC ZZ9.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-PD-MOTIVO        PIC X(40).
           05 FILLER              PIC X(14)      VALUE SPACES.
       01  WS-LIN-ABERTA.
           05 FILLER              PIC X(15)      VALUE
              '       PERIODO '.
           05 WS-PA-ANO           PIC 9(04).
           05 FILLER              PIC X(01)      VALUE '/'.
           05 WS-PA-PER           PIC 9(02).
           05 FILLER              PIC X(13)      VALUE
              '  DISCIPLINA '.
           05 WS-PA-DISCIPLINA    PIC X(06).
           05 FILLER              PIC X(11)      VALUE
              '  SITUACAO '.
           05 WS-PA-SITUACAO      PIC X(01).
           05 FILLER              PIC X(03)      VALUE ' - '.
           05 WS-PA-DESCRICAO     PIC X(20).
           05 FILLER              PIC X(44)      VALUE SPACES.

      *-----> LINHAS DO CERTIFICADO DE CONCLUSAO
       01  WS-CRT-TITULO.
           05 FILLER              PIC X(30)      VALUE SPACES.
           05 FILLER              PIC X(34)      VALUE
              'CERTIFICADO DE CONCLUSAO DE CURSO'.
           05 FILLER              PIC X(56)      VALUE SPACES.
       01  WS-CRT-LINHA1.
           05 FILLER              PIC X(34)      VALUE
              '   CERTIFICAMOS QUE O(A) ALUNO(A) '.
           05 WS-CRT-NOME         PIC X(20).
           05 FILLER              PIC X(12)      VALUE
              ', MATRICULA '.
           05 WS-CRT-NUMERO       PIC 9(04).
           05 FILLER              PIC X(01)      VALUE ','.
           05 FILLER              PIC X(49)      VALUE SPACES.
       01  WS-CRT-LINHA2.
           05 FILLER              PIC X(20)      VALUE
              '   CONCLUIU O CURSO '.
           05 WS-CRT-CURSO        PIC X(12).
           05 FILLER              PIC X(03)      VALUE ' - '.
           05 WS-CRT-DESCRICAO    PIC X(30).
           05 FILLER              PIC X(01)      VALUE ','.
           05 FILLER              PIC X(54)      VALUE SPACES.
       01  WS-CRT-LINHA3.
           05 FILLER              PIC X(20)      VALUE
              '   INTEGRALIZANDO OS'.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-CRT-EXIGIDOS     PIC Z9.
           05 FILLER              PIC X(34)      VALUE
              ' PERIODOS EXIGIDOS, COM CONCLUSAO '.
           05 FILLER              PIC X(11)      VALUE
              'NO PERIODO '.
           05 WS-CRT-ANO          PIC 9(04).
           05 FILLER              PIC X(01)      VALUE '/'.
           05 WS-CRT-PER          PIC 9(02).
           05 FILLER              PIC X(01)      VALUE '.'.
           05 FILLER              PIC X(44)      VALUE SPACES.
       01  WS-CRT-LINHA4.
           05 FILLER              PIC X(19)      VALUE
              '   CERTIFICADO NR. '.
           05 WS-CRT-NR           PIC X(11).
           05 FILLER              PIC X(16)      VALUE
              '   EMITIDO EM '.
           05 WS-CRT-DIA          PIC 9(02).
           05 FILLER              PIC X(01)      VALUE '/'.
           05 WS-CRT-MES          PIC 9(02).
           05 FILLER              PIC X(01)      VALUE '/'.
           05 WS-CRT-ANO-EMISSAO  PIC 9(04).
           05 FILLER              PIC X(64)      VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL - O CONSOLIDADO JA VEM NA ORDEM
      *    ALUNO/ANO/PERIODO/DISCIPLINA PELA PROPRIA CHAVE
      *--------------------------------------------------------------*
       000-CGPRG065.

           PERFORM 010-INICIAR
           IF WS-ABORTAR-SW = 'N'
              PERFORM 700-APURAR-ALUNOS
           END-IF
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS - ERRO DE ABERTURA DE QUALQUER
      *    ARQUIVO DE ENTRADA ABORTA A APURACAO (CODIGO 12)
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           OPEN INPUT CGHISTK-FILE
           IF WS-HIST-STATUS NOT = '00'
              DISPLAY ' *** CGPRG065 - ERRO NA ABERTURA DO CGHISTK'
                 ' - STATUS=' WS-HIST-STATUS
              MOVE 'S' TO WS-ABORTAR-SW
           ELSE
              MOVE 'S' TO WS-HIST-ABERTO-SW
           END-IF
           IF WS-ABORTAR-SW = 'N'
              OPEN INPUT CGMESTRE-FILE
              IF WS-MESTRE-STATUS NOT = '00'
                 DISPLAY ' *** CGPRG065 - ERRO NA ABERTURA DO CGMESTRE'
                    ' - STATUS=' WS-MESTRE-STATUS
                 MOVE 'S' TO WS-ABORTAR-SW
              ELSE
                 MOVE 'S' TO WS-MESTRE-ABERTO-SW
              END-IF
           END-IF
           IF WS-ABORTAR-SW = 'N'
              OPEN INPUT CGCURSO-FILE
              IF WS-CURSO-STATUS NOT = '00'
                 DISPLAY ' *** CGPRG065 - ERRO NA ABERTURA DO CGCURSO'
                    ' - STATUS=' WS-CURSO-STATUS
                 MOVE 'S' TO WS-ABORTAR-SW
              ELSE
                 MOVE 'S' TO WS-CURSO-ABERTO-SW
              END-IF
           END-IF
           IF WS-ABORTAR-SW = 'N'
              OPEN OUTPUT CGCONLST-FILE
              OPEN OUTPUT CGPENLST-FILE
              OPEN OUTPUT CGCERTIF-FILE
              MOVE 'S' TO WS-LISTAS-ABERTAS-SW
              PERFORM 015-CABECALHO-LISTAS
           END-IF
           .
      *--------------------------------------------------------------*
      *    CABECALHOS DAS LISTAS DE CONCLUINTES E DE PENDENCIAS
      *--------------------------------------------------------------*
       015-CABECALHO-LISTAS.

           MOVE SPACES TO CGCONLST-REG
           MOVE ' CGPRG065 - INTEGRALIZACAO DE CURSO - CONCLUINTES'
              TO CGCONLST-REG
           WRITE CGCONLST-REG
           MOVE WS-CAB-CONCLUINTE TO CGCONLST-REG
           WRITE CGCONLST-REG
           MOVE SPACES TO CGPENLST-REG
           MOVE ' CGPRG065 - INTEGRALIZACAO DE CURSO - PENDENCIAS'
              TO CGPENLST-REG
           WRITE CGPENLST-REG
           MOVE WS-CAB-PENDENTE TO CGPENLST-REG
           WRITE CGPENLST-REG
           .
      *--------------------------------------------------------------*
      *    LEITURA DO CONSOLIDADO - QUEBRA POR ALUNO
      *--------------------------------------------------------------*
       700-APURAR-ALUNOS.

           MOVE 'N'  TO WS-FIM-HIST
           MOVE ZERO TO WS-ALUNO-ANT
           PERFORM 710-LER-HISTORICO THRU 710-EXIT
              UNTIL WS-FIM-HIST = 'S'
           IF WS-ALUNO-ANT NOT = ZERO
              AND WS-ABORTAR-SW = 'N'
              PERFORM 760-FECHAR-ALUNO
           END-IF
           .
       710-LER-HISTORICO.

           READ CGHISTK-FILE
              AT END     MOVE 'S' TO WS-FIM-HIST
              NOT AT END PERFORM 720-TRATAR-REGISTRO
           END-READ
           IF WS-HIST-STATUS NOT = '00'
              AND WS-HIST-STATUS NOT = '10'
              MOVE 'S' TO WS-ABORTAR-SW
              MOVE 'S' TO WS-FIM-HIST
              DISPLAY ' *** CGPRG065 - ERRO DE LEITURA NO CGHISTK'
                 ' - STATUS=' WS-HIST-STATUS
           END-IF
           .
       710-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    TRATA UM REGISTRO DO HISTORICO: NA TROCA DE ALUNO FECHA O
      *    ANTERIOR; NA TROCA DE PERIODO ABRE UMA ENTRADA NA TABELA
      *--------------------------------------------------------------*
       720-TRATAR-REGISTRO.

           ADD 1 TO WS-CTREGISTROS
           IF HSK-NUMERO NOT = WS-ALUNO-ANT
              IF WS-ALUNO-ANT NOT = ZERO
                 PERFORM 760-FECHAR-ALUNO
              END-IF
              PERFORM 730-ABRIR-ALUNO
           END-IF
           IF HSK-ANO NOT = WS-ANO-ANT
              OR HSK-PER NOT = WS-PER-ANT
              PERFORM 735-ABRIR-PERIODO
           END-IF
           PERFORM 740-GUARDAR-DISCIPLINA
           .
      *--------------------------------------------------------------*
      *    INICIA AS TABELAS DE UM NOVO ALUNO
      *--------------------------------------------------------------*
       730-ABRIR-ALUNO.

           ADD 1 TO WS-CTALUNOS
           MOVE HSK-NUMERO TO WS-ALUNO-ANT
           MOVE ZERO       TO WS-ANO-ANT
           MOVE ZERO       TO WS-PER-ANT
           MOVE ZERO       TO WS-TPR-QTDE
           MOVE ZERO       TO WS-TDS-QTDE
           MOVE 'N'        TO WS-ESTOURO-SW
           .
      *--------------------------------------------------------------*
      *    ABRE A ENTRADA DE UM NOVO PERIODO CURSADO PELO ALUNO;
      *    ESTOURO DA TABELA DEIXA O ALUNO SEM VERIFICACAO
      *--------------------------------------------------------------*
       735-ABRIR-PERIODO.

           MOVE HSK-ANO TO WS-ANO-ANT
           MOVE HSK-PER TO WS-PER-ANT
           IF WS-TPR-QTDE NOT < WS-TPR-MAX
              MOVE 'S' TO WS-ESTOURO-SW
           ELSE
              ADD 1 TO WS-TPR-QTDE
              MOVE HSK-ANO TO WS-TPR-ANO (WS-TPR-QTDE)
              MOVE HSK-PER TO WS-TPR-PER (WS-TPR-QTDE)
              MOVE ZERO    TO WS-TPR-ABERTAS (WS-TPR-QTDE)
           END-IF
           .
      *--------------------------------------------------------------*
      *    GUARDA A DISCIPLINA DO REGISTRO NO PERIODO CORRENTE; O
      *    NOME E O CURSO FICAM OS DO ULTIMO REGISTRO (CASO O ALUNO
      *    NAO ESTEJA NO CADASTRO)
      *--------------------------------------------------------------*
       740-GUARDAR-DISCIPLINA.

           MOVE HSK-NOME  TO WS-ALU-NOME
           MOVE HSK-CURSO TO WS-ALU-CURSO
           IF WS-TDS-QTDE NOT < WS-TDS-MAX
              OR WS-ESTOURO-SW = 'S'
              MOVE 'S' TO WS-ESTOURO-SW
           ELSE
              ADD 1 TO WS-TDS-QTDE
              MOVE HSK-DISCIPLINA TO WS-TDS-DISCIPLINA (WS-TDS-QTDE)
              MOVE WS-TPR-QTDE    TO WS-TDS-TPR (WS-TDS-QTDE)
              MOVE HSK-SITUACAO   TO WS-TDS-SITUACAO (WS-TDS-QTDE)
              MOVE 'N'            TO WS-TDS-CUMPRIDA (WS-TDS-QTDE)
           END-IF
           .
      *--------------------------------------------------------------*
      *    FECHA O ALUNO: BUSCA CADASTRO E CURSO, APURA OS PERIODOS
      *    CONCLUIDOS E DECIDE ENTRE CONCLUINTE E PENDENTE
      *--------------------------------------------------------------*
       760-FECHAR-ALUNO.

           PERFORM 762-BUSCAR-CADASTRO
           IF WS-ABORTAR-SW = 'N'
              PERFORM 764-BUSCAR-CURSO
           END-IF
           IF WS-ABORTAR-SW = 'N'
              PERFORM 770-CONFERIR-DISCIPLINA
                 VARYING WS-TDS-IDX FROM 1 BY 1
                 UNTIL WS-TDS-IDX > WS-TDS-QTDE
              MOVE WS-TPR-QTDE TO WS-QTDE-CURSADOS
              MOVE ZERO        TO WS-QTDE-ABERTOS
              PERFORM 775-CONTAR-PERIODO
                 VARYING WS-TPR-IDX FROM 1 BY 1
                 UNTIL WS-TPR-IDX > WS-TPR-QTDE
              COMPUTE WS-QTDE-CONCLUIDOS =
                 WS-QTDE-CURSADOS - WS-QTDE-ABERTOS
              IF WS-QTDE-EXIGIDA > WS-QTDE-CURSADOS
                 COMPUTE WS-QTDE-FALTAM =
                    WS-QTDE-EXIGIDA - WS-QTDE-CURSADOS
              ELSE
                 MOVE ZERO TO WS-QTDE-FALTAM
              END-IF
              EVALUATE TRUE
                 WHEN WS-ESTOURO-SW = 'S'
                    ADD 1 TO WS-CTNAOVERIF
                    MOVE 'HISTORICO EXCEDE A TABELA DO PROGRAMA'
                       TO WS-PD-MOTIVO
                    PERFORM 790-LISTAR-PENDENTE
                 WHEN WS-QTDE-EXIGIDA = ZERO
                    ADD 1 TO WS-CTNAOVERIF
                    MOVE 'CURSO SEM QTDE DE PERIODOS NO CATALOGO'
                       TO WS-PD-MOTIVO
                    PERFORM 790-LISTAR-PENDENTE
                 WHEN WS-QTDE-ABERTOS = ZERO
                    AND WS-QTDE-FALTAM = ZERO
                    AND ALU-ATIVO
                    PERFORM 780-EMITIR-CERTIFICADO
                 WHEN WS-QTDE-ABERTOS = ZERO
                    AND WS-QTDE-FALTAM = ZERO
                    PERFORM 766-MOTIVO-CADASTRO
                    PERFORM 790-LISTAR-PENDENTE
                 WHEN WS-QTDE-ABERTOS > ZERO
                    AND WS-QTDE-FALTAM > ZERO
                    MOVE 'FALTAM PERIODOS E HA DISCIPLINA ABERTA'
                       TO WS-PD-MOTIVO
                    PERFORM 790-LISTAR-PENDENTE
                 WHEN WS-QTDE-ABERTOS > ZERO
                    MOVE 'DISCIPLINA EM ABERTO (R/P/F)'
                       TO WS-PD-MOTIVO
                    PERFORM 790-LISTAR-PENDENTE
                 WHEN OTHER
                    MOVE 'PERIODOS AINDA NAO CURSADOS'
                       TO WS-PD-MOTIVO
                    PERFORM 790-LISTAR-PENDENTE
              END-EVALUATE
           END-IF
           .
      *--------------------------------------------------------------*
      *    BUSCA O ALUNO NO CADASTRO (CGMESTRE): O CURSO E O NOME DO
      *    CADASTRO PREVALECEM SOBRE OS DO HISTORICO; ALUNO FORA DO
      *    CADASTRO (23) FICA COM OS DADOS DO HISTORICO E NAO
      *    RECEBE CERTIFICADO; OUTRO ERRO ABORTA (CODIGO 12)
      *--------------------------------------------------------------*
       762-BUSCAR-CADASTRO.

           MOVE WS-ALUNO-ANT TO MST-NUMERO
           READ CGMESTRE-FILE
           EVALUATE TRUE
              WHEN WS-MESTRE-STATUS = '00'
                 MOVE MST-NOME  TO WS-ALU-NOME
                 MOVE MST-CURSO TO WS-ALU-CURSO
                 IF MST-ATIVO
                    SET ALU-ATIVO TO TRUE
                 ELSE
                    MOVE MST-SITUACAO TO WS-ALU-CADASTRO
                 END-IF
              WHEN WS-MESTRE-STATUS = '23'
                 SET ALU-FORA-CADASTRO TO TRUE
              WHEN OTHER
                 MOVE 'S' TO WS-ABORTAR-SW
                 MOVE 'S' TO WS-FIM-HIST
                 DISPLAY ' *** CGPRG065 - ERRO DE LEITURA NO CGMESTRE'
                    ' - STATUS=' WS-MESTRE-STATUS
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    BUSCA A QTDE DE PERIODOS DO CURSO NO CATALOGO; CURSO FORA
      *    DO CATALOGO OU SEM A QTDE (REGISTRO ANTERIOR) FICA COM
      *    ZERO - ALUNO NAO VERIFICADO
      *--------------------------------------------------------------*
       764-BUSCAR-CURSO.

           MOVE ZERO         TO WS-QTDE-EXIGIDA
           MOVE SPACES       TO WS-ALU-DESCR-CURSO
           MOVE WS-ALU-CURSO TO CRS-CODIGO
           READ CGCURSO-FILE
           EVALUATE TRUE
              WHEN WS-CURSO-STATUS = '00'
                 MOVE CRS-DESCRICAO TO WS-ALU-DESCR-CURSO
                 IF CRS-QTDE-PERIODOS IS NUMERIC
                    MOVE CRS-QTDE-PERIODOS TO WS-QTDE-EXIGIDA
                 END-IF
              WHEN WS-CURSO-STATUS = '23'
                 CONTINUE
              WHEN OTHER
                 MOVE 'S' TO WS-ABORTAR-SW
                 MOVE 'S' TO WS-FIM-HIST
                 DISPLAY ' *** CGPRG065 - ERRO DE LEITURA NO CGCURSO'
                    ' - STATUS=' WS-CURSO-STATUS
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    MOTIVO DO ALUNO SEM PENDENCIA ACADEMICA QUE NAO RECEBE O
      *    CERTIFICADO: MATRICULA NAO ATIVA OU FORA DO CADASTRO
      *--------------------------------------------------------------*
       766-MOTIVO-CADASTRO.

           EVALUATE TRUE
              WHEN ALU-TRANCADO
                 MOVE 'MATRICULA TRANCADA' TO WS-PD-MOTIVO
              WHEN ALU-CANCELADO
                 MOVE 'MATRICULA CANCELADA' TO WS-PD-MOTIVO
              WHEN OTHER
                 MOVE 'ALUNO FORA DO CADASTRO (CGMESTRE)'
                    TO WS-PD-MOTIVO
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    DISCIPLINA R/P/F: PROCURA APROVACAO DA MESMA DISCIPLINA
      *    EM PERIODO POSTERIOR; SEM ELA A DISCIPLINA FICA EM ABERTO
      *    NO SEU PERIODO
      *--------------------------------------------------------------*
       770-CONFERIR-DISCIPLINA.

           IF WS-TDS-SITUACAO (WS-TDS-IDX) NOT = 'A'
              COMPUTE WS-TDS-IDX2 = WS-TDS-IDX + 1
              PERFORM 772-PROCURAR-APROVACAO
                 VARYING WS-TDS-IDX2 FROM WS-TDS-IDX2 BY 1
                 UNTIL WS-TDS-IDX2 > WS-TDS-QTDE
                    OR WS-TDS-CUMPRIDA (WS-TDS-IDX) = 'S'
              IF WS-TDS-CUMPRIDA (WS-TDS-IDX) = 'N'
                 MOVE WS-TDS-TPR (WS-TDS-IDX) TO WS-TPR-IDX
                 ADD 1 TO WS-TPR-ABERTAS (WS-TPR-IDX)
              END-IF
           END-IF
           .
       772-PROCURAR-APROVACAO.

           IF WS-TDS-DISCIPLINA (WS-TDS-IDX2) =
              WS-TDS-DISCIPLINA (WS-TDS-IDX)
              AND WS-TDS-SITUACAO (WS-TDS-IDX2) = 'A'
              MOVE 'S' TO WS-TDS-CUMPRIDA (WS-TDS-IDX)
           END-IF
           .
       775-CONTAR-PERIODO.

           IF WS-TPR-ABERTAS (WS-TPR-IDX) > ZERO
              ADD 1 TO WS-QTDE-ABERTOS
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONCLUINTE: GRAVA O CERTIFICADO E A LINHA NA LISTA; O
      *    PERIODO DE CONCLUSAO E O ULTIMO CURSADO
      *--------------------------------------------------------------*
       780-EMITIR-CERTIFICADO.

           ADD 1 TO WS-CTCONCLUINTES
           MOVE WS-TPR-ANO (WS-TPR-QTDE) TO WS-NRC-ANO
           MOVE WS-TPR-PER (WS-TPR-QTDE) TO WS-NRC-PER
           MOVE WS-ALUNO-ANT              TO WS-NRC-NUMERO
           MOVE SPACES TO CGCERTIF-REG
           WRITE CGCERTIF-REG
           MOVE ALL '=' TO CGCERTIF-REG
           WRITE CGCERTIF-REG
           MOVE SPACES TO CGCERTIF-REG
           WRITE CGCERTIF-REG
           MOVE WS-CRT-TITULO TO CGCERTIF-REG
           WRITE CGCERTIF-REG
           MOVE SPACES TO CGCERTIF-REG
           WRITE CGCERTIF-REG
           MOVE WS-ALU-NOME  TO WS-CRT-NOME
           MOVE WS-ALUNO-ANT TO WS-CRT-NUMERO
           MOVE WS-CRT-LINHA1 TO CGCERTIF-REG
           WRITE CGCERTIF-REG
           MOVE WS-ALU-CURSO       TO WS-CRT-CURSO
           MOVE WS-ALU-DESCR-CURSO TO WS-CRT-DESCRICAO
           MOVE WS-CRT-LINHA2 TO CGCERTIF-REG
           WRITE CGCERTIF-REG
           MOVE WS-QTDE-EXIGIDA TO WS-CRT-EXIGIDOS
           MOVE WS-NRC-ANO      TO WS-CRT-ANO
           MOVE WS-NRC-PER      TO WS-CRT-PER
           MOVE WS-CRT-LINHA3 TO CGCERTIF-REG
           WRITE CGCERTIF-REG
           MOVE SPACES TO CGCERTIF-REG
           WRITE CGCERTIF-REG
           MOVE WS-NR-CERTIFICADO TO WS-CRT-NR
           MOVE WS-HOJE-DIA       TO WS-CRT-DIA
           MOVE WS-HOJE-MES       TO WS-CRT-MES
           MOVE WS-HOJE-ANO       TO WS-CRT-ANO-EMISSAO
           MOVE WS-CRT-LINHA4 TO CGCERTIF-REG
           WRITE CGCERTIF-REG
           MOVE ALL '=' TO CGCERTIF-REG
           WRITE CGCERTIF-REG
           MOVE WS-ALUNO-ANT       TO WS-CL-NUMERO
           MOVE WS-ALU-NOME        TO WS-CL-NOME
           MOVE WS-ALU-CURSO       TO WS-CL-CURSO
           MOVE WS-ALU-DESCR-CURSO TO WS-CL-DESCRICAO
           MOVE WS-QTDE-CURSADOS   TO WS-CL-CURSADOS
           MOVE WS-NRC-ANO         TO WS-CL-ANO-CONC
           MOVE WS-NRC-PER         TO WS-CL-PER-CONC
           MOVE WS-NR-CERTIFICADO  TO WS-CL-CERTIFICADO
           MOVE WS-LIN-CONCLUINTE  TO CGCONLST-REG
           WRITE CGCONLST-REG
           .
      *--------------------------------------------------------------*
      *    PENDENTE: LINHA DO ALUNO COM OS PERIODOS EXIGIDOS,
      *    CONCLUIDOS, QUE FALTAM E EM ABERTO, SEGUIDA DE UMA LINHA
      *    POR DISCIPLINA AINDA EM ABERTO
      *--------------------------------------------------------------*
       790-LISTAR-PENDENTE.

           IF WS-ESTOURO-SW = 'N'
              AND WS-QTDE-EXIGIDA > ZERO
              ADD 1 TO WS-CTPENDENTES
           END-IF
           MOVE WS-ALUNO-ANT       TO WS-PD-NUMERO
           MOVE WS-ALU-NOME        TO WS-PD-NOME
           MOVE WS-ALU-CURSO       TO WS-PD-CURSO
           MOVE WS-QTDE-EXIGIDA    TO WS-PD-EXIGE
           MOVE WS-QTDE-CONCLUIDOS TO WS-PD-CONCL
           MOVE WS-QTDE-FALTAM     TO WS-PD-FALTA
           MOVE WS-QTDE-ABERTOS    TO WS-PD-ABERTO
           MOVE SPACES TO CGPENLST-REG
           WRITE CGPENLST-REG
           MOVE WS-LIN-PENDENTE TO CGPENLST-REG
           WRITE CGPENLST-REG
           PERFORM 795-LISTAR-ABERTA
              VARYING WS-TDS-IDX FROM 1 BY 1
              UNTIL WS-TDS-IDX > WS-TDS-QTDE
           .
       795-LISTAR-ABERTA.

           IF WS-TDS-SITUACAO (WS-TDS-IDX) NOT = 'A'
              AND WS-TDS-CUMPRIDA (WS-TDS-IDX) = 'N'
              MOVE WS-TDS-TPR (WS-TDS-IDX) TO WS-TPR-IDX
              MOVE WS-TPR-ANO (WS-TPR-IDX) TO WS-PA-ANO
              MOVE WS-TPR-PER (WS-TPR-IDX) TO WS-PA-PER
              MOVE WS-TDS-DISCIPLINA (WS-TDS-IDX)
                 TO WS-PA-DISCIPLINA
              MOVE WS-TDS-SITUACAO (WS-TDS-IDX) TO WS-PA-SITUACAO
              EVALUATE WS-TDS-SITUACAO (WS-TDS-IDX)
                 WHEN 'R'
                    MOVE 'EM RECUPERACAO'  TO WS-PA-DESCRICAO
                 WHEN 'P'
                    MOVE 'REPROVADO'       TO WS-PA-DESCRICAO
                 WHEN 'F'
                    MOVE 'FALTOU AO EXAME' TO WS-PA-DESCRICAO
                 WHEN OTHER
                    MOVE 'SEM RESULTADO'   TO WS-PA-DESCRICAO
              END-EVALUATE
              MOVE WS-LIN-ABERTA TO CGPENLST-REG
              WRITE CGPENLST-REG
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS - CODIGO 12 NO ABORTO, 8 COM O
      *    HISTORICO VAZIO, 4 COM ALUNO NAO VERIFICADO (CURSO SEM
      *    QTDE DE PERIODOS OU TABELA ESTOURADA)
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG065        *'
           DISPLAY ' *----------------------------------------*'
           MOVE WS-CTREGISTROS   TO WS-CT-ED
           DISPLAY ' * REGISTROS DO HISTORICO = ' WS-CT-ED
           MOVE WS-CTALUNOS      TO WS-CT-ED
           DISPLAY ' * ALUNOS CONFERIDOS      = ' WS-CT-ED
           MOVE WS-CTCONCLUINTES TO WS-CT-ED
           DISPLAY ' * CONCLUINTES/CERTIFIC.  = ' WS-CT-ED
           MOVE WS-CTPENDENTES   TO WS-CT-ED
           DISPLAY ' * ALUNOS COM PENDENCIA   = ' WS-CT-ED
           MOVE WS-CTNAOVERIF    TO WS-CT-ED
           DISPLAY ' * ALUNOS NAO VERIFICADOS = ' WS-CT-ED
           DISPLAY ' *----------------------------------------*'
           EVALUATE TRUE
              WHEN WS-ABORTAR-SW = 'S'
                 DISPLAY ' *  TERMINO COM ERRO DO CGPRG065         *'
                 MOVE 12 TO RETURN-CODE
              WHEN WS-CTREGISTROS = ZERO
                 DISPLAY ' *      TERMINO NORMAL DO CGPRG065       *'
                 MOVE 8  TO RETURN-CODE
              WHEN WS-CTNAOVERIF > ZERO
                 DISPLAY ' *      TERMINO NORMAL DO CGPRG065       *'
                 MOVE 4  TO RETURN-CODE
              WHEN OTHER
                 DISPLAY ' *      TERMINO NORMAL DO CGPRG065       *'
                 MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           DISPLAY ' *----------------------------------------*'
           IF WS-LISTAS-ABERTAS-SW = 'S'
              IF WS-ABORTAR-SW = 'N'
                 MOVE SPACES TO CGCONLST-REG
                 MOVE ' *** FIM DA LISTA DE CONCLUINTES - CGPRG065'
                    TO CGCONLST-REG
                 WRITE CGCONLST-REG
                 MOVE SPACES TO CGPENLST-REG
                 MOVE ' *** FIM DA LISTA DE PENDENCIAS - CGPRG065'
                    TO CGPENLST-REG
                 WRITE CGPENLST-REG
              END-IF
              CLOSE CGCONLST-FILE
              CLOSE CGPENLST-FILE
              CLOSE CGCERTIF-FILE
           END-IF
           IF WS-HIST-ABERTO-SW = 'S'
              CLOSE CGHISTK-FILE
           END-IF
           IF WS-MESTRE-ABERTO-SW = 'S'
              CLOSE CGMESTRE-FILE
           END-IF
           IF WS-CURSO-ABERTO-SW = 'S'
              CLOSE CGCURSO-FILE
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGPRG065 <-------------------*
