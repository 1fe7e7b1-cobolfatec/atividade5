      *                          COMO NAO ENCONTRADO E FORCA CODIGO
      *                          DE RETORNO 4); SEM A DD TODOS OS
      *                          BOLETINS SAEM, COMO ANTES
      *  V06    OUT/2026 010029  BOLETIM POR DISCIPLINA: UMA LINHA
      *                          POR DISCIPLINA DO PERIODO, COM A
      *                          SITUACAO; A BOLSA (DO ALUNO NO
      *                          PERIODO) SAI SO NA PRIMEIRA LINHA
      *                          DO PERIODO; A MEDIA DO ANO PASSA A
      *                          SER A DAS DISCIPLINAS DO ANO
      *  V07    OUT/2026 010035  BOLETIM RETIDO POR PENDENCIA FINAN-
      *                          CEIRA: ALUNO INADIMPLENTE NO
      *                          CGINADIM (DD OPCIONAL, ENVIADO PELO
      *                          FINANCEIRO) SAI SO COM O CABECALHO E
      *                          O AVISO DE RETENCAO; ARQUIVO SEM
      *                          TRAILER OU COM QTDE DIVERGENTE E
      *                          IGNORADO E FORCA CODIGO DE RETORNO 4
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
      *---------------------*
       FILE-CONTROL.
      *----> HISTORICO ACADEMICO CONSOLIDADO (VSAM KSDS - CHAVE =
      *      ALUNO/ANO/PERIODO/DISCIPLINA; LIDO SEQUENCIALMENTE PELA
      *      CHAVE)
           SELECT CGHISTK-FILE  ASSIGN TO CGHISTK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
           SELECT CGPEDIDO-FILE ASSIGN TO CGPEDIDO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-PEDIDO-STATUS.
      *----> ALUNOS INADIMPLENTES/REGULARIZADOS ENVIADOS PELO
      *      FINANCEIRO (DD OPCIONAL - SEM ELA NENHUM BOLETIM E RETIDO)
           SELECT CGINADIM-FILE ASSIGN TO CGINADIM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-INADIM-STATUS.
      *
       DATA DIVISION.
      *=============*
           RECORDING MODE IS F.
       01  CGPEDIDO-REG               PIC X(80).

       FD  CGINADIM-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CGINADIM-REG               PIC X(60).

       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
       77  WS-CTPED-INVAL             PIC 9(06)      VALUE ZERO.
       77  WS-IMPRIMIR-SW             PIC X(01)      VALUE 'S'.

      *-----> INADIMPLENCIA (CGINADIM): TABELA POR NUMERO DO ALUNO -
      *       I = INADIMPLENTE (BOLETIM RETIDO), R = REGULARIZADO,
      *       BRANCO = EM DIA; ARQUIVO SEM TRAILER OU COM QTDE
      *       DIVERGENTE E IGNORADO
           COPY CGREGINA.
       01  WS-TAB-INADIM.
           05 WS-INA-SIT OCCURS 9999 TIMES
                                  PIC X(01).
       77  WS-INADIM-STATUS           PIC X(02).
       77  WS-INADIM-DIVERG-SW        PIC X(01)      VALUE 'N'.
       77  WS-FIM-INADIM              PIC X(01)      VALUE 'N'.
       77  WS-INA-TRAILER-SW          PIC X(01)      VALUE 'N'.
       77  WS-INA-TRL-QTDE            PIC 9(06)      VALUE ZERO.
       77  WS-CTINA-MOVTO             PIC 9(06)      VALUE ZERO.
       77  WS-CTINADIMPLENTE          PIC 9(06)      VALUE ZERO.
       77  WS-CTRETIDOS               PIC 9(06)      VALUE ZERO.

      *-----> QUEBRAS DE CONTROLE (ALUNO E ANO)
       77  WS-ALUNO-ANT               PIC 9(04)      VALUE ZERO.
       77  WS-ANO-ANT                 PIC 9(04)      VALUE ZERO.
      *-----> PERIODO DA ULTIMA LINHA IMPRESSA (A BOLSA DO PERIODO
      *       SAI SO NA PRIMEIRA DISCIPLINA DELE)
       77  WS-ANO-PER-ANT             PIC 9(04)      VALUE ZERO.
       77  WS-PER-ANT                 PIC 9(02)      VALUE ZERO.

      *-----> ACUMULADORES DO ANO CORRENTE DO ALUNO (UMA PARCELA
      *       POR DISCIPLINA DO ANO)
       77  AS-SOMA-MEDIAS-ANO         PIC 9(05)V99   VALUE ZERO.
       77  WS-QTDE-PER-ANO            PIC 9(03)      VALUE ZERO.
       77  AS-MEDIA-ANO               PIC 9(02)V99   VALUE ZERO.
       77  AS-MEDIA-ANO-ANT           PIC 9(02)V99   VALUE ZERO.
       77  WS-TEM-ANO-ANT             PIC X(01)      VALUE 'N'.
           05 WS-BL-CURSO         PIC X(12).
           05 FILLER              PIC X(43)      VALUE SPACES.
       01  WS-LIN-COLUNAS.
           05 FILLER              PIC X(52)      VALUE
              '  ANO  PER DISCIP  NOTA1  NOTA2  NOTA3  NOTA4  MEDIA'.
           05 FILLER              PIC X(12)      VALUE
              '  S    BOLSA'.
           05 FILLER              PIC X(56)      VALUE SPACES.
       01  WS-LIN-PERIODO.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-BL-ANO           PIC 9(04).
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-BL-PER           PIC 9(02).
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-BL-DISCIPLINA    PIC X(06).
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-BL-NOTA1         PIC Z9,99.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-BL-NOTA2         PIC Z9,99.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-BL-MEDIA         PIC Z9,99.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-BL-SITUACAO      PIC X(01).
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-BL-BOLSA         PIC ZZZ9,99    BLANK WHEN ZERO.
           05 FILLER              PIC X(56)      VALUE SPACES.
       01  WS-LIN-ANO.
           05 FILLER              PIC X(25)      VALUE
              ' MEDIA ACUMULADA DO ANO '.
              '  EVOLUCAO ANO A ANO: '.
           05 WS-BL-EVOLUCAO      PIC X(20).
           05 FILLER              PIC X(39)      VALUE SPACES.
       01  WS-LIN-RETIDO.
           05 FILLER              PIC X(40)      VALUE
              ' BOLETIM RETIDO - PENDENCIA FINANCEIRA -'.
           05 FILLER              PIC X(22)      VALUE
              ' PROCURAR A TESOURARIA'.
           05 FILLER              PIC X(58)      VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *==================*
       000-CGPRG030.

           PERFORM 020-CARREGAR-PEDIDOS
           PERFORM 030-CARREGAR-INADIMPLENCIA
           OPEN INPUT CGHISTK-FILE
           IF WS-HIST-STATUS NOT = '00'
              DISPLAY ' *** CGPRG030 - ERRO NA ABERTURA DO CGHISTK'
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    CARREGA A INADIMPLENCIA ENVIADA PELO FINANCEIRO (DD
      *    CGINADIM, OPCIONAL); SEM A DD, OU COM O TRAILER AUSENTE
      *    OU DIVERGENTE, NENHUM BOLETIM E RETIDO
      *--------------------------------------------------------------*
       030-CARREGAR-INADIMPLENCIA.

           MOVE SPACES TO WS-TAB-INADIM
           OPEN INPUT CGINADIM-FILE
           IF WS-INADIM-STATUS = '00'
              MOVE 'N' TO WS-FIM-INADIM
              PERFORM 035-LER-INADIMPLENCIA
                 UNTIL WS-FIM-INADIM = 'S'
              CLOSE CGINADIM-FILE
              IF WS-INA-TRAILER-SW = 'N'
                 OR WS-INA-TRL-QTDE NOT = WS-CTINA-MOVTO
                 MOVE 'S'    TO WS-INADIM-DIVERG-SW
                 MOVE SPACES TO WS-TAB-INADIM
                 DISPLAY ' *** CGINADIM SEM TRAILER OU COM QTDE '
                    'DIVERGENTE (LIDOS=' WS-CTINA-MOVTO ' TRAILER='
                    WS-INA-TRL-QTDE ') - ARQUIVO IGNORADO'
              ELSE
                 DISPLAY ' *  CGPRG030 - ' WS-CTINADIMPLENTE
                    ' ALUNOS INADIMPLENTES (CGINADIM)'
              END-IF
           ELSE
              CLOSE CGINADIM-FILE
              DISPLAY ' *  SEM DD CGINADIM - NENHUM BOLETIM SERA '
                 'RETIDO'
           END-IF
           .
       035-LER-INADIMPLENCIA.

           READ CGINADIM-FILE INTO WS-REG-INADIM
              AT END
                 MOVE 'S' TO WS-FIM-INADIM
              NOT AT END
                 EVALUATE TRUE
                    WHEN INA-TRAILER
                       AND INA-TRL-QTDE IS NUMERIC
                       MOVE 'S'          TO WS-INA-TRAILER-SW
                       MOVE INA-TRL-QTDE TO WS-INA-TRL-QTDE
                    WHEN INA-MOVIMENTO
                       ADD 1 TO WS-CTINA-MOVTO
                       IF INA-NUMERO IS NUMERIC
                          AND INA-NUMERO > ZERO
                          AND (INA-INADIMPLENTE OR INA-REGULARIZADO)
                          MOVE INA-SITUACAO
                             TO WS-INA-SIT (INA-NUMERO)
                          IF INA-INADIMPLENTE
                             ADD 1 TO WS-CTINADIMPLENTE
                          END-IF
                       ELSE
                          DISPLAY ' *** REGISTRO DE CGINADIM INVALIDO '
                             'IGNORADO - NUMERO=' INA-NUMERO
                             ' SITUACAO=' INA-SITUACAO
                       END-IF
                    WHEN OTHER
                       DISPLAY ' *** REGISTRO DE CGINADIM INVALIDO '
                          'IGNORADO - TIPO=' INA-TIPO
                 END-EVALUATE
           END-READ
           .
      *--------------------------------------------------------------*
      *    LEITURA DO CONSOLIDADO - QUEBRAS POR ALUNO E POR ANO
      *--------------------------------------------------------------*
       700-IMPRIMIR-BOLETINS.
           MOVE HSK-NUMERO TO WS-ALUNO-ANT
           MOVE 'N'        TO WS-TEM-ANO-ANT
           MOVE ZERO       TO AS-MEDIA-ANO-ANT
           MOVE ZERO       TO WS-ANO-PER-ANT
           MOVE ZERO       TO WS-PER-ANT
      *----> COM PEDIDOS CARREGADOS SO SAI O BOLETIM PEDIDO
           PERFORM 725-DECIDIR-IMPRESSAO
           IF WS-IMPRIMIR-SW = 'S'
              MOVE SPACES TO CGBOLETI-REG
              WRITE CGBOLETI-REG
              MOVE ALL '=' TO CGBOLETI-REG
              MOVE HSK-CURSO  TO WS-BL-CURSO
              MOVE WS-LIN-TITULO TO CGBOLETI-REG
              WRITE CGBOLETI-REG
      *----> ALUNO INADIMPLENTE: SO O CABECALHO E O AVISO - O RESTO
      *      DO BOLETIM DELE NAO E IMPRESSO
              IF WS-INA-SIT (HSK-NUMERO) = 'I'
                 ADD 1 TO WS-CTRETIDOS
                 MOVE WS-LIN-RETIDO TO CGBOLETI-REG
                 WRITE CGBOLETI-REG
                 MOVE 'N' TO WS-IMPRIMIR-SW
              ELSE
                 ADD 1 TO WS-CTBOLETINS
                 MOVE WS-LIN-COLUNAS TO CGBOLETI-REG
                 WRITE CGBOLETI-REG
              END-IF
           END-IF
           PERFORM 735-ABRIR-ANO
           .
           MOVE ZERO    TO WS-QTDE-PER-ANO
           .
      *--------------------------------------------------------------*
      *    IMPRIME A LINHA DE UMA DISCIPLINA DO PERIODO E ACUMULA A
      *    MEDIA DO ANO - O CONSOLIDADO TEM UM UNICO REGISTRO FINAL
      *    POR ALUNO/ANO/PERIODO/DISCIPLINA; A BOLSA E DO ALUNO NO
      *    PERIODO (REPETIDA EM CADA DISCIPLINA) E SO SAI NA PRIMEIRA
      *--------------------------------------------------------------*
       740-IMPRIMIR-PERIODO.

           MOVE HSK-ANO        TO WS-BL-ANO
           MOVE HSK-PER        TO WS-BL-PER
           MOVE HSK-DISCIPLINA TO WS-BL-DISCIPLINA
           MOVE HSK-NOTA1      TO WS-BL-NOTA1
           MOVE HSK-NOTA2      TO WS-BL-NOTA2
           MOVE HSK-NOTA3      TO WS-BL-NOTA3
           MOVE HSK-NOTA4      TO WS-BL-NOTA4
           MOVE HSK-MEDIA      TO WS-BL-MEDIA
           MOVE HSK-SITUACAO   TO WS-BL-SITUACAO
           IF HSK-ANO NOT = WS-ANO-PER-ANT
              OR HSK-PER NOT = WS-PER-ANT
              MOVE HSK-BOLSA   TO WS-BL-BOLSA
              MOVE HSK-ANO     TO WS-ANO-PER-ANT
              MOVE HSK-PER     TO WS-PER-ANT
           ELSE
              MOVE ZERO        TO WS-BL-BOLSA
           END-IF
           IF WS-IMPRIMIR-SW = 'S'
              MOVE WS-LIN-PERIODO TO CGBOLETI-REG
              WRITE CGBOLETI-REG
           DISPLAY ' * REGISTROS DO HISTORICO = ' WS-CT-ED
           MOVE WS-CTBOLETINS  TO WS-CT-ED
           DISPLAY ' * BOLETINS IMPRESSOS     = ' WS-CT-ED
           MOVE WS-CTRETIDOS   TO WS-CT-ED
           DISPLAY ' * BOLETINS RETIDOS (PENDENCIA FINANCEIRA) = '
              WS-CT-ED
           IF WS-PED-QTDE > ZERO
              DISPLAY ' *---- ATENDIMENTO DOS PEDIDOS ----------*'
              PERFORM 095-LISTAR-PEDIDO
           DISPLAY ' *      TERMINO NORMAL DO CGPRG030        *'
           DISPLAY ' *----------------------------------------*'
      *----> PEDIDO SEM BOLETIM (NUMERO/CURSO DIGITADO ERRADO) OU
      *      CARTAO INVALIDO PRECISA APARECER PARA O SCHEDULER, E
      *      TAMBEM A INADIMPLENCIA IGNORADA (NADA FOI RETIDO)
           IF WS-PED-NAOATEND > ZERO
              OR WS-CTPED-INVAL > ZERO
              OR WS-INADIM-DIVERG-SW = 'S'
              MOVE 4 TO RETURN-CODE
           END-IF
           .
