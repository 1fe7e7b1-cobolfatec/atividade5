       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG080.
      *AUTHOR.       ALVARO PEREIRA DO NASCIMENTO.
      *DATE-WRITTEN. 10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: RELATORIO ESTATISTICO DE COMPARACAO ENTRE TURMAS
      *           (CGTURLST) PARA A COORDENACAO PEDAGOGICA: A PARTIR
      *           DO HISTORICO CONSOLIDADO (CGHISTK), PARA CADA
      *           CURSO E PERIODO LISTA AS SUAS TURMAS COM A
      *           DISTRIBUICAO DAS MEDIAS POR FAIXA, A MEDIA, O
      *           DESVIO PADRAO, AS TAXAS DE APROVACAO, RECUPERACAO
      *           E REPROVACAO (REPROVADO OU FALTOU AO EXAME) E A
      *           FREQUENCIA MEDIA, SEGUIDAS DO TOTAL DO CURSO NO
      *           PERIODO. TURMA CUJA MEDIA SE AFASTA DA DO CURSO
      *           MAIS QUE O LIMITE, OU CUJA TAXA DE APROVACAO SE
      *           AFASTA MAIS QUE O LIMITE, SAI COM ALERTA.
      *           CGPARM OPCIONAL: COLS 1-6 PERIODO (AAAAPP) - SEM
      *           ELE TODOS OS PERIODOS DO CONSOLIDADO SAO LISTADOS.
      *           REGISTROS ANTERIORES A GRAVACAO DA TURMA SAEM NA
      *           TURMA S/TUR
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010036  CRIACAO DO PROGRAMA
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
      *----> CARTAO DE CONTROLE: PERIODO A LISTAR (OPCIONAL)
           SELECT CGPARM-FILE   ASSIGN TO CGPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-CGPARM-STATUS.
      *----> HISTORICO ACADEMICO CONSOLIDADO (VSAM KSDS - CHAVE =
      *      ALUNO/ANO/PERIODO/DISCIPLINA; LIDO SEQUENCIALMENTE PELA
      *      CHAVE)
           SELECT CGHISTK-FILE  ASSIGN TO CGHISTK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS HSK-CHAVE
               FILE STATUS  IS WS-HIST-STATUS.
      *----> RELATORIO DE COMPARACAO ENTRE TURMAS
           SELECT CGTURLST-FILE ASSIGN TO CGTURLST
               ORGANIZATION IS SEQUENTIAL.
      *----> ARQUIVO DE TRABALHO PARA ORDENACAO POR CURSO/PERIODO/
      *      TURMA
           SELECT SORT-TURMA    ASSIGN TO SORTWK1.
      *
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  CGPARM-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CGPARM-REG                 PIC X(80).

       FD  CGHISTK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CGREGHSK.

       FD  CGTURLST-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CGTURLST-REG               PIC X(120).

       SD  SORT-TURMA.
       01  SR-TURMA-REG.
           05 SR-CURSO                PIC X(12).
           05 SR-ANO                  PIC 9(04).
           05 SR-PER                  PIC 9(02).
           05 SR-TURMA                PIC X(05).
           05 SR-MEDIA                PIC 9(02)V99.
           05 SR-FREQUENCIA           PIC 9(03).
           05 SR-SITUACAO             PIC X(01).
              88 SR-APROVADO          VALUE 'A'.
              88 SR-RECUPERACAO       VALUE 'R'.
           05 FILLER                  PIC X(09).

       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> CARTAO DE CONTROLE: PERIODO (AAAAPP) A LISTAR
       01  WS-REG-PARM.
           05 WS-PARM-PERIODO     PIC X(06).
           05 FILLER              PIC X(74).
       01  WS-REG-PARM-R REDEFINES WS-REG-PARM.
           05 WS-PARM-ANO         PIC 9(04).
           05 WS-PARM-PER         PIC 9(02).
           05 FILLER              PIC X(74).
       77  WS-FILTRO-SW               PIC X(01)      VALUE 'N'.
       77  WS-FILTRO-ANO              PIC 9(04)      VALUE ZERO.
       77  WS-FILTRO-PER              PIC 9(02)      VALUE ZERO.

      *-----> LIMITES DO ALERTA DE TURMA FORA DA LINHA DO CURSO
       77  WS-LIM-DIF-MEDIA           PIC 9(02)V99   VALUE 1,50.
       77  WS-LIM-DIF-APROV           PIC 9(03)V9    VALUE 20,0.

      *-----> DATA DA EMISSAO
       01  WS-DATA-HOJE               PIC 9(08)      VALUE ZERO.
       01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           05 WS-HOJE-ANO         PIC 9(04).
           05 WS-HOJE-MES         PIC 9(02).
           05 WS-HOJE-DIA         PIC 9(02).

      *-----> CONTROLE DE ARQUIVOS
       77  WS-CGPARM-STATUS           PIC X(02).
       77  WS-HIST-STATUS             PIC X(02).
       77  WS-FIM-HIST                PIC X(01)      VALUE 'N'.
       77  WS-FIM-SORT                PIC X(01)      VALUE 'N'.
       77  WS-ABORTAR-SW              PIC X(01)      VALUE 'N'.
       77  WS-HIST-ABERTO-SW          PIC X(01)      VALUE 'N'.
       77  WS-SAIDA-ABERTA-SW         PIC X(01)      VALUE 'N'.

      *-----> QUEBRA POR CURSO/PERIODO E TABELA DAS TURMAS DO GRUPO
       77  WS-PRIMEIRO-GRUPO          PIC X(01)      VALUE 'S'.
       77  WS-CURSO-ANT               PIC X(12)      VALUE SPACES.
       77  WS-ANO-ANT                 PIC 9(04)      VALUE ZERO.
       77  WS-PER-ANT                 PIC 9(02)      VALUE ZERO.
       77  WS-TURMA-ANT               PIC X(05)      VALUE SPACES.
       77  WS-TUR-MAX                 PIC 9(03)      VALUE 50.
       77  WS-TUR-QTDE                PIC 9(03)      VALUE ZERO.
       77  WS-TUR-IDX                 PIC 9(03)      VALUE ZERO.
       77  WS-TUR-EXCEDIDA-SW         PIC X(01)      VALUE 'N'.
       77  WS-FX-IDX                  PIC 9(01)      VALUE ZERO.
       01  WS-TAB-TURMAS.
           05 WS-TUR-ENT OCCURS 50 TIMES.
              10 WS-TUR-TURMA     PIC X(05).
              10 WS-TUR-DADOS.
                 15 WS-TUR-QTDE-REG   PIC 9(05).
                 15 WS-TUR-SOMA-MEDIA PIC 9(07)V99.
                 15 WS-TUR-SOMA-QUAD  PIC 9(09)V9999.
                 15 WS-TUR-FAIXA OCCURS 5 TIMES
                                      PIC 9(05).
                 15 WS-TUR-QTDE-A     PIC 9(05).
                 15 WS-TUR-QTDE-R     PIC 9(05).
                 15 WS-TUR-QTDE-P     PIC 9(05).
                 15 WS-TUR-SOMA-FREQ  PIC 9(08).
      *-----> TOTAL DO CURSO NO PERIODO (MESMA DISPOSICAO DE UMA
      *       TURMA DA TABELA)
       01  WS-TOT-GRUPO.
           05 WS-GRP-QTDE-REG     PIC 9(05).
           05 WS-GRP-SOMA-MEDIA   PIC 9(07)V99.
           05 WS-GRP-SOMA-QUAD    PIC 9(09)V9999.
           05 WS-GRP-FAIXA OCCURS 5 TIMES
                                  PIC 9(05).
           05 WS-GRP-QTDE-A       PIC 9(05).
           05 WS-GRP-QTDE-R       PIC 9(05).
           05 WS-GRP-QTDE-P       PIC 9(05).
           05 WS-GRP-SOMA-FREQ    PIC 9(08).
      *-----> AREA DE CALCULO DE UMA LINHA (TURMA OU TOTAL)
       01  WS-CALC.
           05 WS-CAL-QTDE-REG     PIC 9(05).
           05 WS-CAL-SOMA-MEDIA   PIC 9(07)V99.
           05 WS-CAL-SOMA-QUAD    PIC 9(09)V9999.
           05 WS-CAL-FAIXA OCCURS 5 TIMES
                                  PIC 9(05).
           05 WS-CAL-QTDE-A       PIC 9(05).
           05 WS-CAL-QTDE-R       PIC 9(05).
           05 WS-CAL-QTDE-P       PIC 9(05).
           05 WS-CAL-SOMA-FREQ    PIC 9(08).
       77  AS-MEDIA-CALC              PIC 9(02)V9999 VALUE ZERO.
       77  AS-VARIANCIA               PIC S9(03)V9999 VALUE ZERO.
       77  AS-DESVIO                  PIC 9(02)V9999 VALUE ZERO.
       77  AS-PCT-APR                 PIC 9(03)V9    VALUE ZERO.
       77  AS-PCT-REC                 PIC 9(03)V9    VALUE ZERO.
       77  AS-PCT-REP                 PIC 9(03)V9    VALUE ZERO.
       77  AS-FREQ-MEDIA              PIC 9(03)V9    VALUE ZERO.
       77  AS-GRP-MEDIA               PIC 9(02)V9999 VALUE ZERO.
       77  AS-GRP-PCT-APR             PIC 9(03)V9    VALUE ZERO.
       77  AS-DIFERENCA               PIC S9(03)V9999 VALUE ZERO.
       77  WS-ALERTA-MEDIA-SW         PIC X(01)      VALUE 'N'.
       77  WS-ALERTA-APROV-SW         PIC X(01)      VALUE 'N'.
      *-----> RAIZ QUADRADA PELO METODO DE NEWTON (DESVIO PADRAO)
       77  AS-RAIZ                    PIC 9(03)V9(06) VALUE ZERO.
       77  WS-ITERACOES               PIC 9(02)      VALUE 20.

      *-----> TOTAIS DE CONTROLE
       77  WS-CTLIDO                  PIC 9(06)      VALUE ZERO.
       77  WS-CTFORA-PERIODO          PIC 9(06)      VALUE ZERO.
       77  WS-CTSELECIONADO           PIC 9(06)      VALUE ZERO.
       77  WS-CTSEM-TURMA             PIC 9(06)      VALUE ZERO.
       77  WS-CTGRUPOS                PIC 9(06)      VALUE ZERO.
       77  WS-CTTURMAS                PIC 9(06)      VALUE ZERO.
       77  WS-CTALERTAS               PIC 9(06)      VALUE ZERO.
       77  WS-CTTUR-EXCEDIDA          PIC 9(06)      VALUE ZERO.
       77  WS-CT-ED                   PIC ZZZZZ9.

      *-----> LINHAS DO RELATORIO
       01  WS-LIN-TITULO.
           05 FILLER              PIC X(44)      VALUE
              ' CGPRG080 - COMPARACAO ENTRE TURMAS - '.
           05 WS-TT-FILTRO.
              10 WS-TT-FILTRO-TXT PIC X(08).
              10 WS-TT-FILTRO-PER PIC X(12).
           05 FILLER              PIC X(14)      VALUE
              '  EMITIDO EM: '.
           05 WS-TT-DIA           PIC 9(02).
           05 FILLER              PIC X(01)      VALUE '/'.
           05 WS-TT-MES           PIC 9(02).
           05 FILLER              PIC X(01)      VALUE '/'.
           05 WS-TT-ANO           PIC 9(04).
           05 FILLER              PIC X(32)      VALUE SPACES.
       01  WS-LIN-LIMITES.
           05 FILLER              PIC X(40)      VALUE
              ' ALERTA: DIFERENCA PARA O CURSO ACIMA DE'.
           05 FILLER              PIC X(07)      VALUE ' MEDIA '.
           05 WS-LL-MEDIA         PIC Z9,99.
           05 FILLER              PIC X(18)      VALUE
              ' PONTOS OU APROV. '.
           05 WS-LL-APROV         PIC ZZ9,9.
           05 FILLER              PIC X(45)      VALUE
              ' PONTOS PERCENTUAIS'.
       01  WS-LIN-COLUNAS.
           05 FILLER              PIC X(33)      VALUE
              ' CURSO        ANO/PE  TURMA  QTDE'.
           05 FILLER              PIC X(30)      VALUE
              ' 0-2,9 3-4,9 5-6,9 7-8,9  9-10'.
           05 FILLER              PIC X(31)      VALUE
              '  MEDIA DESVP  %APR  %REC  %REP'.
           05 FILLER              PIC X(14)      VALUE
              '  FREQ  ALERTA'.
           05 FILLER              PIC X(12)      VALUE SPACES.
       01  WS-LIN-TURMA.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-LT-CURSO         PIC X(12).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-LT-ANO           PIC 9(04).
           05 FILLER              PIC X(01)      VALUE '/'.
           05 WS-LT-PER           PIC 9(02).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-LT-TURMA         PIC X(05).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-LT-QTDE          PIC ZZZZ9.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-LT-FAIXA1        PIC ZZZZ9.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-LT-FAIXA2        PIC ZZZZ9.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-LT-FAIXA3        PIC ZZZZ9.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-LT-FAIXA4        PIC ZZZZ9.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-LT-FAIXA5        PIC ZZZZ9.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-LT-MEDIA         PIC Z9,99.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-LT-DESVIO        PIC Z9,99.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-LT-PCT-APR       PIC ZZ9,9.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-LT-PCT-REC       PIC ZZ9,9.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-LT-PCT-REP       PIC ZZ9,9.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-LT-FREQ          PIC ZZ9,9.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-LT-ALERTA        PIC X(12).
           05 FILLER              PIC X(06)      VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL - SELECIONA OS RESULTADOS DO PERIODO,
      *    CLASSIFICA POR CURSO/PERIODO/TURMA E EMITE O RELATORIO
      *    COM QUEBRA POR CURSO/PERIODO
      *--------------------------------------------------------------*
       000-CGPRG080.

           PERFORM 010-INICIAR
           IF WS-ABORTAR-SW = 'N'
              SORT SORT-TURMA
                 ON ASCENDING KEY SR-CURSO SR-ANO SR-PER SR-TURMA
                 INPUT PROCEDURE  200-SELECIONAR-RESULTADOS
                 OUTPUT PROCEDURE 500-EMITIR-RELATORIO
           END-IF
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS - LE O CGPARM (OPCIONAL), ABRE OS
      *    ARQUIVOS E IMPRIME O CABECALHO DO RELATORIO
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM 015-LER-PARAMETRO
           OPEN INPUT CGHISTK-FILE
           IF WS-HIST-STATUS NOT = '00'
              DISPLAY ' *** CGPRG080 - ERRO NA ABERTURA DO CGHISTK'
                 ' - STATUS=' WS-HIST-STATUS
              MOVE 'S' TO WS-ABORTAR-SW
           ELSE
              MOVE 'S' TO WS-HIST-ABERTO-SW
              OPEN OUTPUT CGTURLST-FILE
              MOVE 'S' TO WS-SAIDA-ABERTA-SW
              PERFORM 020-IMPRIMIR-CABECALHO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARTAO DE CONTROLE (DD OPCIONAL): COLS 1-6 PERIODO AAAAPP;
      *    SEM ELE (OU INVALIDO) TODOS OS PERIODOS SAO LISTADOS
      *--------------------------------------------------------------*
       015-LER-PARAMETRO.

           MOVE SPACES TO WS-REG-PARM
           OPEN INPUT CGPARM-FILE
           IF WS-CGPARM-STATUS = '00'
              READ CGPARM-FILE INTO WS-REG-PARM
              CLOSE CGPARM-FILE
           ELSE
              CLOSE CGPARM-FILE
              DISPLAY ' *  SEM DD CGPARM - TODOS OS PERIODOS SERAO '
                 'LISTADOS'
           END-IF
           IF WS-PARM-PERIODO IS NUMERIC
              AND WS-PARM-ANO > ZERO
              AND WS-PARM-PER > ZERO
              MOVE 'S'         TO WS-FILTRO-SW
              MOVE WS-PARM-ANO TO WS-FILTRO-ANO
              MOVE WS-PARM-PER TO WS-FILTRO-PER
              DISPLAY ' *  CGPRG080 - PERIODO SELECIONADO = '
                 WS-FILTRO-ANO '/' WS-FILTRO-PER
           END-IF
           .
       020-IMPRIMIR-CABECALHO.

           IF WS-FILTRO-SW = 'S'
              MOVE 'PERIODO '      TO WS-TT-FILTRO-TXT
              MOVE WS-PARM-PERIODO TO WS-TT-FILTRO-PER
           ELSE
              MOVE 'TODOS OS PERIODOS' TO WS-TT-FILTRO
           END-IF
           MOVE WS-HOJE-DIA  TO WS-TT-DIA
           MOVE WS-HOJE-MES  TO WS-TT-MES
           MOVE WS-HOJE-ANO  TO WS-TT-ANO
           MOVE WS-LIN-TITULO TO CGTURLST-REG
           WRITE CGTURLST-REG
           MOVE WS-LIM-DIF-MEDIA TO WS-LL-MEDIA
           MOVE WS-LIM-DIF-APROV TO WS-LL-APROV
           MOVE WS-LIN-LIMITES TO CGTURLST-REG
           WRITE CGTURLST-REG
           MOVE SPACES       TO CGTURLST-REG
           WRITE CGTURLST-REG
           MOVE WS-LIN-COLUNAS TO CGTURLST-REG
           WRITE CGTURLST-REG
           .
      *--------------------------------------------------------------*
      *    ENTRADA DA CLASSIFICACAO - UM RESULTADO (ALUNO/DISCIPLINA)
      *    DO PERIODO SELECIONADO POR REGISTRO DO CONSOLIDADO
      *--------------------------------------------------------------*
       200-SELECIONAR-RESULTADOS.

           MOVE 'N' TO WS-FIM-HIST
           PERFORM 210-LER-HISTORICO THRU 210-EXIT
              UNTIL WS-FIM-HIST = 'S'
           .
       210-LER-HISTORICO.

           READ CGHISTK-FILE
              AT END     MOVE 'S' TO WS-FIM-HIST
              NOT AT END PERFORM 220-LIBERAR-RESULTADO
           END-READ
           IF WS-HIST-STATUS NOT = '00'
              AND WS-HIST-STATUS NOT = '10'
              MOVE 'S' TO WS-ABORTAR-SW
              MOVE 'S' TO WS-FIM-HIST
              DISPLAY ' *** CGPRG080 - ERRO DE LEITURA NO CGHISTK'
                 ' - STATUS=' WS-HIST-STATUS
           END-IF
           .
       210-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    LIBERA O RESULTADO PARA A CLASSIFICACAO; REGISTRO SEM
      *    TURMA (GRAVADO ANTES DELA IR PARA O HISTORICO) ENTRA NA
      *    TURMA S/TUR DO CURSO/PERIODO
      *--------------------------------------------------------------*
       220-LIBERAR-RESULTADO.

           ADD 1 TO WS-CTLIDO
           IF WS-FILTRO-SW = 'S'
              AND (HSK-ANO NOT = WS-FILTRO-ANO
                   OR HSK-PER NOT = WS-FILTRO-PER)
              ADD 1 TO WS-CTFORA-PERIODO
           ELSE
              ADD 1 TO WS-CTSELECIONADO
              MOVE SPACES         TO SR-TURMA-REG
              MOVE HSK-CURSO      TO SR-CURSO
              MOVE HSK-ANO        TO SR-ANO
              MOVE HSK-PER        TO SR-PER
              IF HSK-TURMA = SPACES OR LOW-VALUES
                 ADD 1 TO WS-CTSEM-TURMA
                 MOVE 'S/TUR'     TO SR-TURMA
              ELSE
                 MOVE HSK-TURMA   TO SR-TURMA
              END-IF
              MOVE HSK-MEDIA      TO SR-MEDIA
              MOVE HSK-FREQUENCIA TO SR-FREQUENCIA
              MOVE HSK-SITUACAO   TO SR-SITUACAO
              RELEASE SR-TURMA-REG
           END-IF
           .
      *--------------------------------------------------------------*
      *    SAIDA DA CLASSIFICACAO - QUEBRA POR CURSO/PERIODO (GRUPO)
      *    E POR TURMA DENTRO DO GRUPO
      *--------------------------------------------------------------*
       500-EMITIR-RELATORIO.

           MOVE 'N' TO WS-FIM-SORT
           MOVE 'S' TO WS-PRIMEIRO-GRUPO
           PERFORM 510-LER-CLASSIFICADO THRU 510-EXIT
              UNTIL WS-FIM-SORT = 'S'
           IF WS-PRIMEIRO-GRUPO = 'N'
              PERFORM 560-FECHAR-GRUPO
           END-IF
           .
       510-LER-CLASSIFICADO.

           RETURN SORT-TURMA
              AT END     MOVE 'S' TO WS-FIM-SORT
              NOT AT END PERFORM 520-TRATAR-RESULTADO
           .
       510-EXIT.
           EXIT.
       520-TRATAR-RESULTADO.

           IF WS-PRIMEIRO-GRUPO = 'S'
              OR SR-CURSO NOT = WS-CURSO-ANT
              OR SR-ANO   NOT = WS-ANO-ANT
              OR SR-PER   NOT = WS-PER-ANT
              IF WS-PRIMEIRO-GRUPO = 'N'
                 PERFORM 560-FECHAR-GRUPO
              END-IF
              PERFORM 550-ABRIR-GRUPO
           END-IF
           IF SR-TURMA NOT = WS-TURMA-ANT
              PERFORM 540-ABRIR-TURMA
           END-IF
           PERFORM 530-ACUMULAR-RESULTADO
           .
      *--------------------------------------------------------------*
      *    ACUMULA O RESULTADO NA TURMA CORRENTE E NO TOTAL DO CURSO
      *    NO PERIODO; FAIXAS DE MEDIA: 1 = ATE 2,99, 2 = 3,00 A
      *    4,99, 3 = 5,00 A 6,99, 4 = 7,00 A 8,99, 5 = 9,00 A 10,00
      *--------------------------------------------------------------*
       530-ACUMULAR-RESULTADO.

           EVALUATE TRUE
              WHEN SR-MEDIA < 3
                 MOVE 1 TO WS-FX-IDX
              WHEN SR-MEDIA < 5
                 MOVE 2 TO WS-FX-IDX
              WHEN SR-MEDIA < 7
                 MOVE 3 TO WS-FX-IDX
              WHEN SR-MEDIA < 9
                 MOVE 4 TO WS-FX-IDX
              WHEN OTHER
                 MOVE 5 TO WS-FX-IDX
           END-EVALUATE
           ADD 1 TO WS-GRP-QTDE-REG
           ADD SR-MEDIA      TO WS-GRP-SOMA-MEDIA
           COMPUTE WS-GRP-SOMA-QUAD =
              WS-GRP-SOMA-QUAD + SR-MEDIA * SR-MEDIA
           ADD 1 TO WS-GRP-FAIXA (WS-FX-IDX)
           ADD SR-FREQUENCIA TO WS-GRP-SOMA-FREQ
           EVALUATE TRUE
              WHEN SR-APROVADO
                 ADD 1 TO WS-GRP-QTDE-A
              WHEN SR-RECUPERACAO
                 ADD 1 TO WS-GRP-QTDE-R
              WHEN OTHER
                 ADD 1 TO WS-GRP-QTDE-P
           END-EVALUATE
      *----> TURMA ALEM DO LIMITE DA TABELA SO ENTRA NO TOTAL
           IF WS-TUR-EXCEDIDA-SW = 'N'
              ADD 1 TO WS-TUR-QTDE-REG (WS-TUR-IDX)
              ADD SR-MEDIA TO WS-TUR-SOMA-MEDIA (WS-TUR-IDX)
              COMPUTE WS-TUR-SOMA-QUAD (WS-TUR-IDX) =
                 WS-TUR-SOMA-QUAD (WS-TUR-IDX) + SR-MEDIA * SR-MEDIA
              ADD 1 TO WS-TUR-FAIXA (WS-TUR-IDX, WS-FX-IDX)
              ADD SR-FREQUENCIA TO WS-TUR-SOMA-FREQ (WS-TUR-IDX)
              EVALUATE TRUE
                 WHEN SR-APROVADO
                    ADD 1 TO WS-TUR-QTDE-A (WS-TUR-IDX)
                 WHEN SR-RECUPERACAO
                    ADD 1 TO WS-TUR-QTDE-R (WS-TUR-IDX)
                 WHEN OTHER
                    ADD 1 TO WS-TUR-QTDE-P (WS-TUR-IDX)
              END-EVALUATE
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRE UMA NOVA TURMA NA TABELA DO GRUPO
      *--------------------------------------------------------------*
       540-ABRIR-TURMA.

           MOVE SR-TURMA TO WS-TURMA-ANT
           IF WS-TUR-QTDE < WS-TUR-MAX
              ADD 1 TO WS-TUR-QTDE
              MOVE WS-TUR-QTDE TO WS-TUR-IDX
              MOVE SR-TURMA    TO WS-TUR-TURMA (WS-TUR-IDX)
              MOVE ZEROS       TO WS-TUR-DADOS (WS-TUR-IDX)
              MOVE 'N'         TO WS-TUR-EXCEDIDA-SW
           ELSE
              MOVE 'S'         TO WS-TUR-EXCEDIDA-SW
              ADD 1 TO WS-CTTUR-EXCEDIDA
              DISPLAY ' *** LIMITE DE ' WS-TUR-MAX ' TURMAS NO CURSO '
                 SR-CURSO ' PERIODO ' SR-ANO '/' SR-PER
                 ' - TURMA ' SR-TURMA ' SO ENTRA NO TOTAL'
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRE UM NOVO CURSO/PERIODO
      *--------------------------------------------------------------*
       550-ABRIR-GRUPO.

           MOVE 'N'      TO WS-PRIMEIRO-GRUPO
           MOVE SR-CURSO TO WS-CURSO-ANT
           MOVE SR-ANO   TO WS-ANO-ANT
           MOVE SR-PER   TO WS-PER-ANT
           MOVE SPACES   TO WS-TURMA-ANT
           MOVE ZERO     TO WS-TUR-QTDE
           MOVE ZEROS    TO WS-TOT-GRUPO
           MOVE 'N'      TO WS-TUR-EXCEDIDA-SW
           ADD 1 TO WS-CTGRUPOS
           .
      *--------------------------------------------------------------*
      *    FECHA O CURSO/PERIODO: APURA O TOTAL DO CURSO (REFERENCIA
      *    DOS ALERTAS), LISTA CADA TURMA E DEPOIS A LINHA DO TOTAL
      *--------------------------------------------------------------*
       560-FECHAR-GRUPO.

           MOVE WS-TOT-GRUPO TO WS-CALC
           PERFORM 570-CALCULAR-ESTATISTICAS
           MOVE AS-MEDIA-CALC TO AS-GRP-MEDIA
           MOVE AS-PCT-APR    TO AS-GRP-PCT-APR
           PERFORM 565-LISTAR-TURMA
              VARYING WS-TUR-IDX FROM 1 BY 1
              UNTIL WS-TUR-IDX > WS-TUR-QTDE
           MOVE WS-TOT-GRUPO TO WS-CALC
           PERFORM 570-CALCULAR-ESTATISTICAS
           PERFORM 580-MONTAR-LINHA
           MOVE 'TOTAL'      TO WS-LT-TURMA
           MOVE SPACES       TO WS-LT-ALERTA
           MOVE WS-LIN-TURMA TO CGTURLST-REG
           WRITE CGTURLST-REG
           MOVE SPACES       TO CGTURLST-REG
           WRITE CGTURLST-REG
           .
      *--------------------------------------------------------------*
      *    LINHA DE UMA TURMA - COM MAIS DE UMA TURMA NO CURSO/
      *    PERIODO, A DIFERENCA PARA O TOTAL DO CURSO ACIMA DO LIMITE
      *    (MEDIA OU TAXA DE APROVACAO) GERA O ALERTA
      *--------------------------------------------------------------*
       565-LISTAR-TURMA.

           ADD 1 TO WS-CTTURMAS
           MOVE WS-TUR-DADOS (WS-TUR-IDX) TO WS-CALC
           PERFORM 570-CALCULAR-ESTATISTICAS
           PERFORM 580-MONTAR-LINHA
           MOVE WS-TUR-TURMA (WS-TUR-IDX) TO WS-LT-TURMA
           MOVE 'N' TO WS-ALERTA-MEDIA-SW
           MOVE 'N' TO WS-ALERTA-APROV-SW
           IF WS-TUR-QTDE > 1
              COMPUTE AS-DIFERENCA = AS-MEDIA-CALC - AS-GRP-MEDIA
              IF AS-DIFERENCA > WS-LIM-DIF-MEDIA
                 OR AS-DIFERENCA < ZERO - WS-LIM-DIF-MEDIA
                 MOVE 'S' TO WS-ALERTA-MEDIA-SW
              END-IF
              COMPUTE AS-DIFERENCA = AS-PCT-APR - AS-GRP-PCT-APR
              IF AS-DIFERENCA > WS-LIM-DIF-APROV
                 OR AS-DIFERENCA < ZERO - WS-LIM-DIF-APROV
                 MOVE 'S' TO WS-ALERTA-APROV-SW
              END-IF
           END-IF
           EVALUATE TRUE
              WHEN WS-ALERTA-MEDIA-SW = 'S'
                 AND WS-ALERTA-APROV-SW = 'S'
                 MOVE '<< MEDIA/APR' TO WS-LT-ALERTA
              WHEN WS-ALERTA-MEDIA-SW = 'S'
                 MOVE '<< MEDIA'     TO WS-LT-ALERTA
              WHEN WS-ALERTA-APROV-SW = 'S'
                 MOVE '<< APROVACAO' TO WS-LT-ALERTA
              WHEN OTHER
                 MOVE SPACES         TO WS-LT-ALERTA
           END-EVALUATE
           IF WS-LT-ALERTA NOT = SPACES
              ADD 1 TO WS-CTALERTAS
           END-IF
           MOVE WS-LIN-TURMA TO CGTURLST-REG
           WRITE CGTURLST-REG
           .
      *--------------------------------------------------------------*
      *    ESTATISTICAS DA AREA DE CALCULO: MEDIA, DESVIO PADRAO DA
      *    POPULACAO (RAIZ DA MEDIA DOS QUADRADOS MENOS O QUADRADO
      *    DA MEDIA), TAXAS E FREQUENCIA MEDIA
      *--------------------------------------------------------------*
       570-CALCULAR-ESTATISTICAS.

           MOVE ZERO TO AS-MEDIA-CALC AS-DESVIO AS-PCT-APR
                        AS-PCT-REC AS-PCT-REP AS-FREQ-MEDIA
           IF WS-CAL-QTDE-REG > ZERO
              COMPUTE AS-MEDIA-CALC ROUNDED =
                 WS-CAL-SOMA-MEDIA / WS-CAL-QTDE-REG
              COMPUTE AS-VARIANCIA ROUNDED =
                 WS-CAL-SOMA-QUAD / WS-CAL-QTDE-REG
                 - AS-MEDIA-CALC * AS-MEDIA-CALC
              IF AS-VARIANCIA > ZERO
                 PERFORM 575-RAIZ-QUADRADA
              END-IF
              COMPUTE AS-PCT-APR ROUNDED =
                 WS-CAL-QTDE-A * 100 / WS-CAL-QTDE-REG
              COMPUTE AS-PCT-REC ROUNDED =
                 WS-CAL-QTDE-R * 100 / WS-CAL-QTDE-REG
              COMPUTE AS-PCT-REP ROUNDED =
                 WS-CAL-QTDE-P * 100 / WS-CAL-QTDE-REG
              COMPUTE AS-FREQ-MEDIA ROUNDED =
                 WS-CAL-SOMA-FREQ / WS-CAL-QTDE-REG
           END-IF
           .
      *--------------------------------------------------------------*
      *    RAIZ QUADRADA DA VARIANCIA PELO METODO DE NEWTON (A
      *    VARIANCIA DAS MEDIAS NAO PASSA DE 25 - VINTE ITERACOES
      *    PARTINDO DE (V + 1) / 2 BASTAM PARA QUATRO DECIMAIS)
      *--------------------------------------------------------------*
       575-RAIZ-QUADRADA.

           COMPUTE AS-RAIZ ROUNDED = (AS-VARIANCIA + 1) / 2
           PERFORM 576-ITERAR-RAIZ WS-ITERACOES TIMES
           MOVE AS-RAIZ TO AS-DESVIO
           .
       576-ITERAR-RAIZ.

           COMPUTE AS-RAIZ ROUNDED =
              (AS-RAIZ + AS-VARIANCIA / AS-RAIZ) / 2
           .
      *--------------------------------------------------------------*
      *    MONTA A LINHA DO RELATORIO COM A AREA DE CALCULO
      *--------------------------------------------------------------*
       580-MONTAR-LINHA.

           MOVE WS-CURSO-ANT        TO WS-LT-CURSO
           MOVE WS-ANO-ANT          TO WS-LT-ANO
           MOVE WS-PER-ANT          TO WS-LT-PER
           MOVE WS-CAL-QTDE-REG     TO WS-LT-QTDE
           MOVE WS-CAL-FAIXA (1)    TO WS-LT-FAIXA1
           MOVE WS-CAL-FAIXA (2)    TO WS-LT-FAIXA2
           MOVE WS-CAL-FAIXA (3)    TO WS-LT-FAIXA3
           MOVE WS-CAL-FAIXA (4)    TO WS-LT-FAIXA4
           MOVE WS-CAL-FAIXA (5)    TO WS-LT-FAIXA5
           COMPUTE WS-LT-MEDIA  ROUNDED = AS-MEDIA-CALC
           COMPUTE WS-LT-DESVIO ROUNDED = AS-DESVIO
           MOVE AS-PCT-APR          TO WS-LT-PCT-APR
           MOVE AS-PCT-REC          TO WS-LT-PCT-REC
           MOVE AS-PCT-REP          TO WS-LT-PCT-REP
           MOVE AS-FREQ-MEDIA       TO WS-LT-FREQ
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS - CODIGO 12 NO ABORTO, 8 SEM NENHUM
      *    RESULTADO SELECIONADO, 4 COM TURMA ALEM DO LIMITE DA
      *    TABELA (SO ENTROU NO TOTAL DO CURSO)
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG080        *'
           DISPLAY ' *----------------------------------------*'
           MOVE WS-CTLIDO            TO WS-CT-ED
           DISPLAY ' * REGISTROS DO HISTORICO = ' WS-CT-ED
           MOVE WS-CTFORA-PERIODO    TO WS-CT-ED
           DISPLAY ' * FORA DO PERIODO        = ' WS-CT-ED
           MOVE WS-CTSELECIONADO     TO WS-CT-ED
           DISPLAY ' * RESULTADOS LISTADOS    = ' WS-CT-ED
           MOVE WS-CTSEM-TURMA       TO WS-CT-ED
           DISPLAY ' * RESULTADOS SEM TURMA   = ' WS-CT-ED
           MOVE WS-CTGRUPOS          TO WS-CT-ED
           DISPLAY ' * CURSOS/PERIODOS        = ' WS-CT-ED
           MOVE WS-CTTURMAS          TO WS-CT-ED
           DISPLAY ' * TURMAS LISTADAS        = ' WS-CT-ED
           MOVE WS-CTALERTAS         TO WS-CT-ED
           DISPLAY ' * TURMAS COM ALERTA      = ' WS-CT-ED
           MOVE WS-CTTUR-EXCEDIDA    TO WS-CT-ED
           DISPLAY ' * TURMAS ALEM DO LIMITE  = ' WS-CT-ED
           DISPLAY ' *----------------------------------------*'
           EVALUATE TRUE
              WHEN WS-ABORTAR-SW = 'S'
                 DISPLAY ' *  TERMINO COM ERRO DO CGPRG080         *'
                 MOVE 12 TO RETURN-CODE
              WHEN WS-CTSELECIONADO = ZERO
                 DISPLAY ' *  NENHUM RESULTADO NO PERIODO          *'
                 MOVE 8  TO RETURN-CODE
              WHEN WS-CTTUR-EXCEDIDA > ZERO
                 DISPLAY ' *  TERMINO COM AVISOS DO CGPRG080       *'
                 MOVE 4  TO RETURN-CODE
              WHEN OTHER
                 DISPLAY ' *      TERMINO NORMAL DO CGPRG080       *'
                 MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           DISPLAY ' *----------------------------------------*'
           IF WS-SAIDA-ABERTA-SW = 'S'
              MOVE SPACES TO CGTURLST-REG
              MOVE ' *** FIM DO RELATORIO DE TURMAS - CGPRG080'
                 TO CGTURLST-REG
              WRITE CGTURLST-REG
              CLOSE CGTURLST-FILE
           END-IF
           IF WS-HIST-ABERTO-SW = 'S'
              CLOSE CGHISTK-FILE
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGPRG080 <-------------------*
