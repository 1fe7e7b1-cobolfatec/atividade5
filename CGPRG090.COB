       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG090.
      *AUTHOR.       ALVARO PEREIRA DO NASCIMENTO.
      *DATE-WRITTEN. 10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: CONFERIR A INTEGRIDADE ENTRE OS ARQUIVOS ANTES DO
      *           FECHAMENTO MENSAL, LISTANDO EM CGINTLST OS
      *           REGISTROS ORFAOS EM TODAS AS DIRECOES:
      *             - ALUNO DO CGMESTRE EM CURSO FORA DO CGCURSO
      *             - HISTORICO DO CGHISTK SEM ALUNO NO CGMESTRE
      *             - MOVIMENTO DE BOLSA (CGBOLSA E RETIDOS DO
      *               CGBOLPEN) SEM ALUNO NO CGMESTRE
      *             - RETORNO DO FINANCEIRO (CGRETFIN) SEM ALUNO
      *             - ALUNO ATIVO COM CURSO E SEM HISTORICO
      *           SO CONSULTA - NENHUM ARQUIVO E ALTERADO. CGBOLSA E
      *           CGRETFIN SAO DDS OPCIONAIS (SEM A DD A SECAO SAI
      *           COMO NAO CONFERIDA). CODIGO DE RETORNO 4 QUANDO HA
      *           ORFAOS, 12 EM ERRO DE ARQUIVO.
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010038  CRIACAO DO PROGRAMA
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
      *      SEQUENCIALMENTE PELA CHAVE, DUAS VEZES)
           SELECT CGMESTRE-FILE ASSIGN TO CGMESTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS MST-NUMERO
               FILE STATUS  IS WS-MESTRE-STATUS.
      *----> CATALOGO DE CURSOS (VSAM KSDS - CHAVE = CODIGO)
           SELECT CGCURSO-FILE  ASSIGN TO CGCURSO
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS CRS-CODIGO
               FILE STATUS  IS WS-CURSO-STATUS.
      *----> HISTORICO ACADEMICO CONSOLIDADO (VSAM KSDS - CHAVE =
      *      ALUNO/ANO/PERIODO/DISCIPLINA; LIDO SEQUENCIALMENTE PELA
      *      CHAVE)
           SELECT CGHISTK-FILE  ASSIGN TO CGHISTK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS HSK-CHAVE
               FILE STATUS  IS WS-HISTK-STATUS.
      *----> MOVIMENTOS DE BOLSA RETIDOS (VSAM KSDS - CHAVE = ALUNO/
      *      COMPETENCIA; LIDO SEQUENCIALMENTE PELA CHAVE)
           SELECT CGBOLPEN-FILE ASSIGN TO CGBOLPEN
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
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
      *----> LISTAGEM DA CONFERENCIA DE INTEGRIDADE
           SELECT CGINTLST-FILE ASSIGN TO CGINTLST
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  CGMESTRE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CGREGMST.

       FD  CGCURSO-FILE
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

       FD  CGINTLST-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CGINTLST-REG               PIC X(120).

       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> DATA DA EMISSAO
       01  WS-DATA-HOJE               PIC 9(08)      VALUE ZERO.
       01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           05 WS-HOJE-ANO         PIC 9(04).
           05 WS-HOJE-MES         PIC 9(02).
           05 WS-HOJE-DIA         PIC 9(02).

      *-----> MOVIMENTO DE BOLSA ENVIADO (CGBOLSA)
           COPY CGREGBOL.

      *-----> MOVIMENTO DO RETORNO DO FINANCEIRO (CGRETFIN)
           COPY CGREGRFN.

      *-----> ALUNOS DO CADASTRO: TABELA POR NUMERO DO ALUNO -
      *       CADASTRO S = EXISTE NO CGMESTRE; HISTORICO S = TEM
      *       PELO MENOS UMA DISCIPLINA NO CGHISTK
       01  WS-TAB-ALUNO.
           05 WS-ALU-ENT OCCURS 9999 TIMES.
              10 WS-ALU-CADASTRO  PIC X(01).
              10 WS-ALU-HISTORICO PIC X(01).

      *-----> CONTROLE DE ARQUIVOS
       77  WS-MESTRE-STATUS           PIC X(02).
       77  WS-CURSO-STATUS            PIC X(02).
       77  WS-HISTK-STATUS            PIC X(02).
       77  WS-BOLPEN-STATUS           PIC X(02).
       77  WS-BOLSA-STATUS            PIC X(02).
       77  WS-RETFIN-STATUS           PIC X(02).
       77  WS-FIM-ARQ                 PIC X(01)      VALUE 'N'.
       77  WS-ABORTAR-SW              PIC X(01)      VALUE 'N'.
       77  WS-CURSO-ABERTO-SW         PIC X(01)      VALUE 'N'.
       77  WS-SAIDA-ABERTA-SW         PIC X(01)      VALUE 'N'.

      *-----> CONTROLE DA CONFERENCIA
       77  WS-ORFAO-SW                PIC X(01).
       77  WS-ALUNO-ANT               PIC 9(04)      VALUE ZERO.
       77  WS-PRIMEIRO-SW             PIC X(01).
       01  WS-REF-PERIODO.
           05 WS-RP-ANO           PIC 9(04).
           05 FILLER              PIC X(01)      VALUE '/'.
           05 WS-RP-PER           PIC 9(02).

      *-----> TOTAIS DE CONTROLE
       77  WS-CTMESTRE                PIC 9(07)      VALUE ZERO.
       77  WS-CTHISTK                 PIC 9(07)      VALUE ZERO.
       77  WS-CTBOLSA                 PIC 9(07)      VALUE ZERO.
       77  WS-CTBOLPEN                PIC 9(07)      VALUE ZERO.
       77  WS-CTRETFIN                PIC 9(07)      VALUE ZERO.
       77  WS-CTSECAO                 PIC 9(07)      VALUE ZERO.
       77  WS-CTCURSO-ORFAO           PIC 9(07)      VALUE ZERO.
       77  WS-CTHIST-ORFAO            PIC 9(07)      VALUE ZERO.
       77  WS-CTBOLSA-ORFAO           PIC 9(07)      VALUE ZERO.
       77  WS-CTBOLPEN-ORFAO          PIC 9(07)      VALUE ZERO.
       77  WS-CTRETFIN-ORFAO          PIC 9(07)      VALUE ZERO.
       77  WS-CTSEM-HIST              PIC 9(07)      VALUE ZERO.
       77  WS-CTNAO-CONFERIDO         PIC 9(07)      VALUE ZERO.
       77  WS-CTOCORRENCIAS           PIC 9(07)      VALUE ZERO.
       77  WS-CT-ED                   PIC ZZZZZZ9.

      *-----> LINHAS DA LISTAGEM
       01  WS-LIN-TITULO.
           05 FILLER              PIC X(53)      VALUE
              ' CGPRG090 - CONFERENCIA DE INTEGRIDADE ENTRE ARQUIVOS'.
           05 FILLER              PIC X(14)      VALUE
              '  EMITIDO EM: '.
           05 WS-TT-DIA           PIC 9(02).
           05 FILLER              PIC X(01)      VALUE '/'.
           05 WS-TT-MES           PIC 9(02).
           05 FILLER              PIC X(01)      VALUE '/'.
           05 WS-TT-ANO           PIC 9(04).
           05 FILLER              PIC X(43)      VALUE SPACES.
       01  WS-LIN-SECAO.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-LS-TITULO        PIC X(60).
           05 FILLER              PIC X(59)      VALUE SPACES.
       01  WS-LIN-COLUNAS.
           05 FILLER              PIC X(23)      VALUE
              '   ARQUIVO   NUM.  NOME'.
           05 FILLER              PIC X(18)      VALUE SPACES.
           05 FILLER              PIC X(21)      VALUE
              'CURSO         DETALHE'.
           05 FILLER              PIC X(58)      VALUE SPACES.
       01  WS-LIN-OCORRENCIA.
           05 FILLER              PIC X(03)      VALUE SPACES.
           05 WS-LO-ARQUIVO       PIC X(08).
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-LO-NUMERO        PIC X(04).
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-LO-NOME          PIC X(20).
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-LO-CURSO         PIC X(12).
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-LO-ROTULO        PIC X(13).
           05 WS-LO-REFERENCIA    PIC X(10).
           05 WS-LO-OBSERVACAO    PIC X(27).
           05 FILLER              PIC X(15)      VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL - UMA SECAO DA LISTAGEM POR TIPO DE
      *    ORFAO; O CADASTRO E LIDO PRIMEIRO PARA MONTAR A TABELA DE
      *    ALUNOS E DE NOVO NO FIM, JA COM O HISTORICO MARCADO
      *--------------------------------------------------------------*
       000-CGPRG090.

           PERFORM 010-INICIAR
           IF WS-ABORTAR-SW = 'N'
              PERFORM 100-CONFERIR-CURSOS
           END-IF
           IF WS-ABORTAR-SW = 'N'
              PERFORM 200-CONFERIR-HISTORICO
           END-IF
           IF WS-ABORTAR-SW = 'N'
              PERFORM 300-CONFERIR-BOLSAS
           END-IF
           IF WS-ABORTAR-SW = 'N'
              PERFORM 400-CONFERIR-RETIDOS
           END-IF
           IF WS-ABORTAR-SW = 'N'
              PERFORM 500-CONFERIR-RETORNO
           END-IF
           IF WS-ABORTAR-SW = 'N'
              PERFORM 600-CONFERIR-SEM-HISTORICO
           END-IF
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS - SEM O CATALOGO DE CURSOS NAO HA
      *    CONFERENCIA (CODIGO 12)
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-TAB-ALUNO
           OPEN INPUT CGCURSO-FILE
           IF WS-CURSO-STATUS NOT = '00'
              DISPLAY ' *** CGPRG090 - CATALOGO DE CURSOS AUSENTE '
                 'OU COM ERRO (CGCURSO) - STATUS=' WS-CURSO-STATUS
              MOVE 'S' TO WS-ABORTAR-SW
           ELSE
              MOVE 'S' TO WS-CURSO-ABERTO-SW
              OPEN OUTPUT CGINTLST-FILE
              MOVE 'S' TO WS-SAIDA-ABERTA-SW
              PERFORM 020-IMPRIMIR-CABECALHO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CABECALHO DA LISTAGEM
      *--------------------------------------------------------------*
       020-IMPRIMIR-CABECALHO.

           MOVE WS-HOJE-DIA  TO WS-TT-DIA
           MOVE WS-HOJE-MES  TO WS-TT-MES
           MOVE WS-HOJE-ANO  TO WS-TT-ANO
           MOVE WS-LIN-TITULO TO CGINTLST-REG
           WRITE CGINTLST-REG
           .
      *--------------------------------------------------------------*
      *    ABRE UMA SECAO DA LISTAGEM (TITULO EM WS-LS-TITULO)
      *--------------------------------------------------------------*
       030-ABRIR-SECAO.

           MOVE ZERO         TO WS-CTSECAO
           MOVE SPACES       TO CGINTLST-REG
           WRITE CGINTLST-REG
           MOVE WS-LIN-SECAO TO CGINTLST-REG
           WRITE CGINTLST-REG
           MOVE WS-LIN-COLUNAS TO CGINTLST-REG
           WRITE CGINTLST-REG
           .
      *--------------------------------------------------------------*
      *    FECHA A SECAO - SEM ORFAOS SAI A LINHA DE NENHUMA
      *    OCORRENCIA
      *--------------------------------------------------------------*
       035-FECHAR-SECAO.

           IF WS-CTSECAO = ZERO
              MOVE '   NENHUMA OCORRENCIA' TO CGINTLST-REG
              WRITE CGINTLST-REG
           END-IF
           .
      *--------------------------------------------------------------*
      *    SECAO DE ARQUIVO OPCIONAL SEM DD - NAO CONFERIDA
      *--------------------------------------------------------------*
       037-SECAO-NAO-CONFERIDA.

           ADD 1 TO WS-CTNAO-CONFERIDO
           MOVE '   ARQUIVO NAO CONFERIDO - SEM DD' TO CGINTLST-REG
           WRITE CGINTLST-REG
           .
      *--------------------------------------------------------------*
      *    GRAVA UMA OCORRENCIA (LINHA MONTADA PELO CHAMADOR)
      *--------------------------------------------------------------*
       040-LISTAR-OCORRENCIA.

           ADD 1 TO WS-CTSECAO
           ADD 1 TO WS-CTOCORRENCIAS
           MOVE WS-LIN-OCORRENCIA TO CGINTLST-REG
           WRITE CGINTLST-REG
           .
      *--------------------------------------------------------------*
      *    1A LEITURA DO CADASTRO: MARCA OS ALUNOS NA TABELA E
      *    CONFERE O CURSO DE CADA UM NO CATALOGO (QUALQUER
      *    SITUACAO - TRANCADO E CANCELADO TAMBEM GUARDAM O CURSO)
      *--------------------------------------------------------------*
       100-CONFERIR-CURSOS.

           MOVE '*** ALUNOS EM CURSO INEXISTENTE (CGMESTRE X CGCURSO)'
              TO WS-LS-TITULO
           PERFORM 030-ABRIR-SECAO
           OPEN INPUT CGMESTRE-FILE
           IF WS-MESTRE-STATUS NOT = '00'
              DISPLAY ' *** CGPRG090 - ERRO NA ABERTURA DO CGMESTRE'
                 ' - STATUS=' WS-MESTRE-STATUS
              MOVE 'S' TO WS-ABORTAR-SW
           ELSE
              MOVE 'N' TO WS-FIM-ARQ
              PERFORM 110-LER-MESTRE THRU 110-EXIT
                 UNTIL WS-FIM-ARQ = 'S'
              CLOSE CGMESTRE-FILE
              PERFORM 035-FECHAR-SECAO
           END-IF
           .
       110-LER-MESTRE.

           READ CGMESTRE-FILE
              AT END
                 MOVE 'S' TO WS-FIM-ARQ
              NOT AT END
                 ADD 1 TO WS-CTMESTRE
                 IF MST-NUMERO > ZERO
                    MOVE 'S' TO WS-ALU-CADASTRO (MST-NUMERO)
                 END-IF
                 IF MST-CURSO NOT = SPACES
                    PERFORM 120-CONFERIR-CURSO
                 END-IF
           END-READ
           IF WS-MESTRE-STATUS NOT = '00'
              AND WS-MESTRE-STATUS NOT = '10'
              MOVE 'S' TO WS-ABORTAR-SW
              MOVE 'S' TO WS-FIM-ARQ
              DISPLAY ' *** CGPRG090 - ERRO DE LEITURA NO CGMESTRE'
                 ' - STATUS=' WS-MESTRE-STATUS
           END-IF
           .
       110-EXIT.
           EXIT.
       120-CONFERIR-CURSO.

           MOVE MST-CURSO TO CRS-CODIGO
           READ CGCURSO-FILE
           EVALUATE TRUE
              WHEN WS-CURSO-STATUS = '00'
                 CONTINUE
              WHEN WS-CURSO-STATUS = '23'
                 ADD 1 TO WS-CTCURSO-ORFAO
                 PERFORM 130-MONTAR-LINHA-MESTRE
                 MOVE 'SITUACAO...: ' TO WS-LO-ROTULO
                 MOVE MST-SITUACAO    TO WS-LO-REFERENCIA
                 MOVE 'CURSO FORA DO CGCURSO'
                    TO WS-LO-OBSERVACAO
                 PERFORM 040-LISTAR-OCORRENCIA
              WHEN OTHER
                 MOVE 'S' TO WS-ABORTAR-SW
                 MOVE 'S' TO WS-FIM-ARQ
                 DISPLAY ' *** CGPRG090 - ERRO DE LEITURA NO CGCURSO'
                    ' - STATUS=' WS-CURSO-STATUS
           END-EVALUATE
           .
       130-MONTAR-LINHA-MESTRE.

           MOVE SPACES     TO WS-LIN-OCORRENCIA
           MOVE 'CGMESTRE' TO WS-LO-ARQUIVO
           MOVE MST-NUMERO TO WS-LO-NUMERO
           MOVE MST-NOME   TO WS-LO-NOME
           MOVE MST-CURSO  TO WS-LO-CURSO
           .
      *--------------------------------------------------------------*
      *    HISTORICO: MARCA OS ALUNOS COM HISTORICO E LISTA UMA VEZ
      *    POR ALUNO O HISTORICO SEM ALUNO NO CADASTRO (PRIMEIRO
      *    PERIODO DELE); CGHISTK AINDA NAO CRIADO (STATUS 35) =
      *    NENHUM HISTORICO
      *--------------------------------------------------------------*
       200-CONFERIR-HISTORICO.

           MOVE '*** HISTORICO SEM ALUNO (CGHISTK X CGMESTRE)'
              TO WS-LS-TITULO
           PERFORM 030-ABRIR-SECAO
           OPEN INPUT CGHISTK-FILE
           EVALUATE TRUE
              WHEN WS-HISTK-STATUS = '00'
                 MOVE 'N'  TO WS-FIM-ARQ
                 MOVE 'S'  TO WS-PRIMEIRO-SW
                 MOVE ZERO TO WS-ALUNO-ANT
                 PERFORM 210-LER-HISTORICO THRU 210-EXIT
                    UNTIL WS-FIM-ARQ = 'S'
                 CLOSE CGHISTK-FILE
                 PERFORM 035-FECHAR-SECAO
              WHEN WS-HISTK-STATUS = '35'
                 DISPLAY ' *  CGHISTK AINDA NAO CRIADO - NENHUM '
                    'HISTORICO'
                 PERFORM 035-FECHAR-SECAO
              WHEN OTHER
                 DISPLAY ' *** CGPRG090 - ERRO NA ABERTURA DO CGHISTK'
                    ' - STATUS=' WS-HISTK-STATUS
                 MOVE 'S' TO WS-ABORTAR-SW
           END-EVALUATE
           .
       210-LER-HISTORICO.

           READ CGHISTK-FILE
              AT END
                 MOVE 'S' TO WS-FIM-ARQ
              NOT AT END
                 ADD 1 TO WS-CTHISTK
                 PERFORM 220-CONFERIR-ALUNO-HIST
           END-READ
           IF WS-HISTK-STATUS NOT = '00'
              AND WS-HISTK-STATUS NOT = '10'
              MOVE 'S' TO WS-ABORTAR-SW
              MOVE 'S' TO WS-FIM-ARQ
              DISPLAY ' *** CGPRG090 - ERRO DE LEITURA NO CGHISTK'
                 ' - STATUS=' WS-HISTK-STATUS
           END-IF
           .
       210-EXIT.
           EXIT.
       220-CONFERIR-ALUNO-HIST.

           IF WS-PRIMEIRO-SW = 'S'
              OR HSK-NUMERO NOT = WS-ALUNO-ANT
              MOVE 'N'        TO WS-PRIMEIRO-SW
              MOVE HSK-NUMERO TO WS-ALUNO-ANT
              MOVE 'S'        TO WS-ORFAO-SW
              IF HSK-NUMERO > ZERO
                 IF WS-ALU-CADASTRO (HSK-NUMERO) = 'S'
                    MOVE 'N' TO WS-ORFAO-SW
                    MOVE 'S' TO WS-ALU-HISTORICO (HSK-NUMERO)
                 END-IF
              END-IF
              IF WS-ORFAO-SW = 'S'
                 ADD 1 TO WS-CTHIST-ORFAO
                 MOVE SPACES     TO WS-LIN-OCORRENCIA
                 MOVE 'CGHISTK'  TO WS-LO-ARQUIVO
                 MOVE HSK-NUMERO TO WS-LO-NUMERO
                 MOVE HSK-NOME   TO WS-LO-NOME
                 MOVE HSK-CURSO  TO WS-LO-CURSO
                 MOVE HSK-ANO    TO WS-RP-ANO
                 MOVE HSK-PER    TO WS-RP-PER
                 MOVE 'PERIODO....: ' TO WS-LO-ROTULO
                 MOVE WS-REF-PERIODO  TO WS-LO-REFERENCIA
                 MOVE 'PRIMEIRO PERIODO DO ALUNO'
                    TO WS-LO-OBSERVACAO
                 PERFORM 040-LISTAR-OCORRENCIA
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    MOVIMENTO DE BOLSAS ENVIADO (CGBOLSA, DD OPCIONAL)
      *--------------------------------------------------------------*
       300-CONFERIR-BOLSAS.

           MOVE '*** BOLSAS ENVIADAS SEM ALUNO (CGBOLSA X CGMESTRE)'
              TO WS-LS-TITULO
           PERFORM 030-ABRIR-SECAO
           OPEN INPUT CGBOLSA-FILE
           IF WS-BOLSA-STATUS = '00'
              MOVE 'N' TO WS-FIM-ARQ
              PERFORM 310-LER-BOLSA THRU 310-EXIT
                 UNTIL WS-FIM-ARQ = 'S'
              CLOSE CGBOLSA-FILE
              PERFORM 035-FECHAR-SECAO
           ELSE
              CLOSE CGBOLSA-FILE
              DISPLAY ' *  SEM DD CGBOLSA - MOVIMENTO DE BOLSAS NAO '
                 'CONFERIDO'
              PERFORM 037-SECAO-NAO-CONFERIDA
           END-IF
           .
       310-LER-BOLSA.

           READ CGBOLSA-FILE INTO WS-REG-BOLSA
              AT END
                 MOVE 'S' TO WS-FIM-ARQ
              NOT AT END
                 IF BOL-MOVIMENTO
                    ADD 1 TO WS-CTBOLSA
                    MOVE 'S' TO WS-ORFAO-SW
                    IF BOL-NUMERO IS NUMERIC
                       AND BOL-NUMERO > ZERO
                       IF WS-ALU-CADASTRO (BOL-NUMERO) = 'S'
                          MOVE 'N' TO WS-ORFAO-SW
                       END-IF
                    END-IF
                    IF WS-ORFAO-SW = 'S'
                       ADD 1 TO WS-CTBOLSA-ORFAO
                       MOVE SPACES          TO WS-LIN-OCORRENCIA
                       MOVE 'CGBOLSA'       TO WS-LO-ARQUIVO
                       MOVE BOL-NUMERO      TO WS-LO-NUMERO
                       MOVE BOL-CURSO       TO WS-LO-CURSO
                       MOVE 'COMPETENCIA: ' TO WS-LO-ROTULO
                       MOVE BOL-COMPETENCIA TO WS-LO-REFERENCIA
                       PERFORM 040-LISTAR-OCORRENCIA
                    END-IF
                 END-IF
           END-READ
           IF WS-BOLSA-STATUS NOT = '00'
              AND WS-BOLSA-STATUS NOT = '10'
              MOVE 'S' TO WS-ABORTAR-SW
              MOVE 'S' TO WS-FIM-ARQ
              DISPLAY ' *** CGPRG090 - ERRO DE LEITURA NO CGBOLSA'
                 ' - STATUS=' WS-BOLSA-STATUS
           END-IF
           .
       310-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    MOVIMENTOS DE BOLSA RETIDOS (CGBOLPEN); AINDA NAO CRIADO
      *    (STATUS 35) = NENHUM RETIDO
      *--------------------------------------------------------------*
       400-CONFERIR-RETIDOS.

           MOVE '*** BOLSAS RETIDAS SEM ALUNO (CGBOLPEN X CGMESTRE)'
              TO WS-LS-TITULO
           PERFORM 030-ABRIR-SECAO
           OPEN INPUT CGBOLPEN-FILE
           EVALUATE TRUE
              WHEN WS-BOLPEN-STATUS = '00'
                 MOVE 'N' TO WS-FIM-ARQ
                 PERFORM 410-LER-RETIDO THRU 410-EXIT
                    UNTIL WS-FIM-ARQ = 'S'
                 CLOSE CGBOLPEN-FILE
                 PERFORM 035-FECHAR-SECAO
              WHEN WS-BOLPEN-STATUS = '35'
                 DISPLAY ' *  CGBOLPEN AINDA NAO CRIADO - NENHUM '
                    'MOVIMENTO RETIDO'
                 PERFORM 035-FECHAR-SECAO
              WHEN OTHER
                 DISPLAY ' *** CGPRG090 - ERRO NA ABERTURA DO CGBOLPEN'
                    ' - STATUS=' WS-BOLPEN-STATUS
                 MOVE 'S' TO WS-ABORTAR-SW
           END-EVALUATE
           .
       410-LER-RETIDO.

           READ CGBOLPEN-FILE
              AT END
                 MOVE 'S' TO WS-FIM-ARQ
              NOT AT END
                 ADD 1 TO WS-CTBOLPEN
                 MOVE 'S' TO WS-ORFAO-SW
                 IF PEN-NUMERO > ZERO
                    IF WS-ALU-CADASTRO (PEN-NUMERO) = 'S'
                       MOVE 'N' TO WS-ORFAO-SW
                    END-IF
                 END-IF
                 IF WS-ORFAO-SW = 'S'
                    ADD 1 TO WS-CTBOLPEN-ORFAO
                    MOVE SPACES          TO WS-LIN-OCORRENCIA
                    MOVE 'CGBOLPEN'      TO WS-LO-ARQUIVO
                    MOVE PEN-NUMERO      TO WS-LO-NUMERO
                    MOVE PEN-CURSO       TO WS-LO-CURSO
                    MOVE 'COMPETENCIA: ' TO WS-LO-ROTULO
                    MOVE PEN-COMPETENCIA TO WS-LO-REFERENCIA
                    PERFORM 040-LISTAR-OCORRENCIA
                 END-IF
           END-READ
           IF WS-BOLPEN-STATUS NOT = '00'
              AND WS-BOLPEN-STATUS NOT = '10'
              MOVE 'S' TO WS-ABORTAR-SW
              MOVE 'S' TO WS-FIM-ARQ
              DISPLAY ' *** CGPRG090 - ERRO DE LEITURA NO CGBOLPEN'
                 ' - STATUS=' WS-BOLPEN-STATUS
           END-IF
           .
       410-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    RETORNO DO FINANCEIRO (CGRETFIN, DD OPCIONAL)
      *--------------------------------------------------------------*
       500-CONFERIR-RETORNO.

           MOVE '*** RETORNOS SEM ALUNO (CGRETFIN X CGMESTRE)'
              TO WS-LS-TITULO
           PERFORM 030-ABRIR-SECAO
           OPEN INPUT CGRETFIN-FILE
           IF WS-RETFIN-STATUS = '00'
              MOVE 'N' TO WS-FIM-ARQ
              PERFORM 510-LER-RETORNO THRU 510-EXIT
                 UNTIL WS-FIM-ARQ = 'S'
              CLOSE CGRETFIN-FILE
              PERFORM 035-FECHAR-SECAO
           ELSE
              CLOSE CGRETFIN-FILE
              DISPLAY ' *  SEM DD CGRETFIN - RETORNO DO FINANCEIRO '
                 'NAO CONFERIDO'
              PERFORM 037-SECAO-NAO-CONFERIDA
           END-IF
           .
       510-LER-RETORNO.

           READ CGRETFIN-FILE INTO WS-REG-RETFIN
              AT END
                 MOVE 'S' TO WS-FIM-ARQ
              NOT AT END
                 IF RFN-MOVIMENTO
                    ADD 1 TO WS-CTRETFIN
                    MOVE 'S' TO WS-ORFAO-SW
                    IF RFN-NUMERO IS NUMERIC
                       AND RFN-NUMERO > ZERO
                       IF WS-ALU-CADASTRO (RFN-NUMERO) = 'S'
                          MOVE 'N' TO WS-ORFAO-SW
                       END-IF
                    END-IF
                    IF WS-ORFAO-SW = 'S'
                       ADD 1 TO WS-CTRETFIN-ORFAO
                       MOVE SPACES          TO WS-LIN-OCORRENCIA
                       MOVE 'CGRETFIN'      TO WS-LO-ARQUIVO
                       MOVE RFN-NUMERO      TO WS-LO-NUMERO
                       MOVE 'COMPETENCIA: ' TO WS-LO-ROTULO
                       MOVE RFN-COMPETENCIA TO WS-LO-REFERENCIA
                       PERFORM 040-LISTAR-OCORRENCIA
                    END-IF
                 END-IF
           END-READ
           IF WS-RETFIN-STATUS NOT = '00'
              AND WS-RETFIN-STATUS NOT = '10'
              MOVE 'S' TO WS-ABORTAR-SW
              MOVE 'S' TO WS-FIM-ARQ
              DISPLAY ' *** CGPRG090 - ERRO DE LEITURA NO CGRETFIN'
                 ' - STATUS=' WS-RETFIN-STATUS
           END-IF
           .
       510-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    2A LEITURA DO CADASTRO: ALUNO ATIVO COM CURSO E NENHUMA
      *    DISCIPLINA NO HISTORICO
      *--------------------------------------------------------------*
       600-CONFERIR-SEM-HISTORICO.

           MOVE '*** ALUNOS ATIVOS SEM HISTORICO (CGMESTRE X CGHISTK)'
              TO WS-LS-TITULO
           PERFORM 030-ABRIR-SECAO
           OPEN INPUT CGMESTRE-FILE
           IF WS-MESTRE-STATUS NOT = '00'
              DISPLAY ' *** CGPRG090 - ERRO NA REABERTURA DO CGMESTRE'
                 ' - STATUS=' WS-MESTRE-STATUS
              MOVE 'S' TO WS-ABORTAR-SW
           ELSE
              MOVE 'N' TO WS-FIM-ARQ
              PERFORM 610-LER-MESTRE THRU 610-EXIT
                 UNTIL WS-FIM-ARQ = 'S'
              CLOSE CGMESTRE-FILE
              PERFORM 035-FECHAR-SECAO
           END-IF
           .
       610-LER-MESTRE.

           READ CGMESTRE-FILE
              AT END
                 MOVE 'S' TO WS-FIM-ARQ
              NOT AT END
                 IF MST-ATIVO
                    AND MST-CURSO NOT = SPACES
                    AND MST-NUMERO > ZERO
                    IF WS-ALU-HISTORICO (MST-NUMERO) NOT = 'S'
                       ADD 1 TO WS-CTSEM-HIST
                       PERFORM 130-MONTAR-LINHA-MESTRE
                       MOVE 'ATIVO DESDE: ' TO WS-LO-ROTULO
                       IF MST-DATA-SITUACAO IS NUMERIC
                          MOVE MST-DATA-SITUACAO
                             TO WS-LO-REFERENCIA
                       END-IF
                       MOVE 'NENHUMA DISCIPLINA NO CGHISTK'
                          TO WS-LO-OBSERVACAO
                       PERFORM 040-LISTAR-OCORRENCIA
                    END-IF
                 END-IF
           END-READ
           IF WS-MESTRE-STATUS NOT = '00'
              AND WS-MESTRE-STATUS NOT = '10'
              MOVE 'S' TO WS-ABORTAR-SW
              MOVE 'S' TO WS-FIM-ARQ
              DISPLAY ' *** CGPRG090 - ERRO DE LEITURA NO CGMESTRE'
                 ' - STATUS=' WS-MESTRE-STATUS
           END-IF
           .
       610-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS - CODIGO 12 EM ERRO DE ARQUIVO, 4
      *    QUANDO HA ORFAOS OU ARQUIVO OPCIONAL NAO CONFERIDO
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG090        *'
           DISPLAY ' *----------------------------------------*'
           MOVE WS-CTMESTRE          TO WS-CT-ED
           DISPLAY ' * ALUNOS NO CADASTRO       = ' WS-CT-ED
           MOVE WS-CTHISTK           TO WS-CT-ED
           DISPLAY ' * REGISTROS DO HISTORICO   = ' WS-CT-ED
           MOVE WS-CTBOLSA           TO WS-CT-ED
           DISPLAY ' * MOVIMENTOS DO CGBOLSA    = ' WS-CT-ED
           MOVE WS-CTBOLPEN          TO WS-CT-ED
           DISPLAY ' * MOVIMENTOS DO CGBOLPEN   = ' WS-CT-ED
           MOVE WS-CTRETFIN          TO WS-CT-ED
           DISPLAY ' * MOVIMENTOS DO CGRETFIN   = ' WS-CT-ED
           DISPLAY ' *----------------------------------------*'
           MOVE WS-CTCURSO-ORFAO     TO WS-CT-ED
           DISPLAY ' * ALUNO EM CURSO INEXIST.  = ' WS-CT-ED
           MOVE WS-CTHIST-ORFAO      TO WS-CT-ED
           DISPLAY ' * HISTORICO SEM ALUNO      = ' WS-CT-ED
           MOVE WS-CTBOLSA-ORFAO     TO WS-CT-ED
           DISPLAY ' * BOLSA ENVIADA SEM ALUNO  = ' WS-CT-ED
           MOVE WS-CTBOLPEN-ORFAO    TO WS-CT-ED
           DISPLAY ' * BOLSA RETIDA SEM ALUNO   = ' WS-CT-ED
           MOVE WS-CTRETFIN-ORFAO    TO WS-CT-ED
           DISPLAY ' * RETORNO SEM ALUNO        = ' WS-CT-ED
           MOVE WS-CTSEM-HIST        TO WS-CT-ED
           DISPLAY ' * ATIVO SEM HISTORICO      = ' WS-CT-ED
           MOVE WS-CTNAO-CONFERIDO   TO WS-CT-ED
           DISPLAY ' * ARQUIVOS NAO CONFERIDOS  = ' WS-CT-ED
           DISPLAY ' *----------------------------------------*'
           EVALUATE TRUE
              WHEN WS-ABORTAR-SW = 'S'
                 DISPLAY ' *  TERMINO COM ERRO DO CGPRG090         *'
                 MOVE 12 TO RETURN-CODE
              WHEN WS-CTOCORRENCIAS > ZERO
                 OR WS-CTNAO-CONFERIDO > ZERO
                 DISPLAY ' *  TERMINO COM AVISOS DO CGPRG090       *'
                 MOVE 4  TO RETURN-CODE
              WHEN OTHER
                 DISPLAY ' *      TERMINO NORMAL DO CGPRG090       *'
                 MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           DISPLAY ' *----------------------------------------*'
           IF WS-SAIDA-ABERTA-SW = 'S'
              MOVE SPACES TO CGINTLST-REG
              WRITE CGINTLST-REG
              IF WS-ABORTAR-SW = 'S'
                 MOVE ' *** CONFERENCIA INTERROMPIDA - CGPRG090'
                    TO CGINTLST-REG
              ELSE
                 MOVE ' *** FIM DA CONFERENCIA - CGPRG090'
                    TO CGINTLST-REG
              END-IF
              WRITE CGINTLST-REG
              CLOSE CGINTLST-FILE
           END-IF
           IF WS-CURSO-ABERTO-SW = 'S'
              CLOSE CGCURSO-FILE
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGPRG090 <-------------------*
