      *--------------------------------------------------------------*
      * OBJETIVO: CONSOLIDAR O HISTORICO ACADEMICO: CLASSIFICA O
      *           CGHIST SEQUENCIAL (ACUMULATIVO) POR ALUNO/ANO/
      *           PERIODO/DISCIPLINA, COLAPSA CADA CHAVE NO SEU
      *           REGISTRO FINAL (PREVALECE O RESULTADO NAO-R, A
      *           MESMA REGRA QUE O CGPRG030 APLICAVA NA LEITURA) E
      *           CARGA O RESULTADO NO HISTORICO CONSOLIDADO COM
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    SET/2026 010024  CRIACAO DO PROGRAMA
      *  V02    OUT/2026 010029  DISCIPLINA NA CHAVE DA CONSOLIDACAO
      *                          (ALUNO/ANO/PERIODO/DISCIPLINA) E NO
      *                          REGISTRO DO ARQUIVO MORTO
      *  V03    OUT/2026 010036  TURMA LEVADA DO CGHIST AO CGHISTK E
      *                          DO CGHISTK AO ARQUIVO MORTO
      *  V04    OUT/2026 010037  CARGAS, REGRAVACOES E EXCLUSOES NO
      *                          CGHISTK GRAVAM AS IMAGENS ANTES/
      *                          DEPOIS NO JORNAL CGJRNL (SEM O
      *                          JORNAL O CONSOLIDADO NAO E
      *                          ATUALIZADO)
      *  V05    OUT/2026 010040  COMPETENCIA DO PERIODO NO CGHISTK: A
      *                          MENOR DATA-PROC (AAAAMM) DOS
      *                          REGISTROS DA CHAVE NO CGHIST - A DA
      *                          APURACAO NORMAL, NAO A DA
      *                          RECUPERACAO
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-HIST-STATUS.
      *----> HISTORICO CONSOLIDADO (VSAM KSDS - CHAVE = ALUNO/ANO/
      *      PERIODO/DISCIPLINA); ACESSO DINAMICO: RANDOMICO NA CARGA E
      *      SEQUENCIAL NO ARQUIVAMENTO
           SELECT CGHISTK-FILE  ASSIGN TO CGHISTK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS HSK-CHAVE
               FILE STATUS  IS WS-HISTK-STATUS.
      *----> JORNAL DE ATUALIZACOES DO CGHISTK (ACUMULATIVO - ABERTO
      *      EM EXTEND; COMPARTILHADO COM O CGPRG005 E O CGPRG050)
           SELECT CGJRNL-FILE   ASSIGN TO CGJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-JRNL-STATUS.
      *----> ARQUIVO MORTO DOS ANOS ENCERRADOS (ACUMULATIVO)
           SELECT CGHISTAR-FILE ASSIGN TO CGHISTAR
               ORGANIZATION IS SEQUENTIAL.
           LABEL RECORDS ARE STANDARD.
           COPY CGREGHSK.

       FD  CGJRNL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CGJRNL-REG                 PIC X(250).

       FD  CGHISTAR-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> REGISTRO CONSOLIDADO EM FORMACAO (UM POR ALUNO/ANO/
      *       PERIODO/DISCIPLINA - O ULTIMO RESULTADO NAO-R
      *       PREVALECE)
       01  WS-REG-ATUAL.
           05 WS-AT-NUMERO        PIC 9(04).
           05 WS-AT-ANO           PIC 9(04).
           05 WS-AT-PER           PIC 9(02).
           05 WS-AT-DISCIPLINA    PIC X(06).
           05 WS-AT-NOME          PIC X(20).
           05 WS-AT-CURSO         PIC X(12).
           05 WS-AT-QTDNOTA       PIC 9(01).
           05 WS-AT-DATA-PROC     PIC 9(08).
           05 WS-AT-FREQUENCIA    PIC 9(03).
           05 WS-AT-SITUACAO      PIC X(01).
           05 WS-AT-TURMA         PIC X(05).
           05 WS-AT-COMPETENCIA   PIC 9(06).
       77  WS-TEM-ATUAL               PIC X(01)      VALUE 'N'.
       01  WS-DATA-HST                PIC 9(08)      VALUE ZERO.
       01  WS-DATA-HST-R REDEFINES WS-DATA-HST.
           05 WS-DHS-AAAAMM       PIC 9(06).
           05 FILLER              PIC 9(02).

      *-----> REGISTRO DO ARQUIVO MORTO (MESMA DISPOSICAO DE CAMPOS
      *       DO CGREGHST, O LAYOUT SEQUENCIAL LEGADO DO CGHIST)
           05 WS-AR-DATA-PROC     PIC 9(08).
           05 WS-AR-FREQUENCIA    PIC 9(03).
           05 WS-AR-SITUACAO      PIC X(01).
           05 WS-AR-DISCIPLINA    PIC X(06).
           05 WS-AR-TURMA         PIC X(05).
           05 FILLER              PIC X(08).

      *-----> CARTAO DE CONTROLE: ANO DE CORTE DO ARQUIVAMENTO
       01  WS-REG-PARM.
       01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           05 WS-DH-ANO           PIC 9(04).
           05 FILLER              PIC 9(04).
       01  WS-HORA-HOJE               PIC 9(08)      VALUE ZERO.
       01  WS-HORA-HOJE-R REDEFINES WS-HORA-HOJE.
           05 WS-HH-HHMMSS        PIC 9(06).
           05 FILLER              PIC 9(02).

      *-----> JORNAL DE ATUALIZACOES DO CGHISTK (CGJRNL)
           COPY CGREGJRN.
       77  WS-JRNL-STATUS             PIC X(02).
       77  WS-JRNL-ABERTO-SW          PIC X(01)      VALUE 'N'.
       77  WS-CTJORNAL                PIC 9(07)      VALUE ZERO.
       77  WS-JRN-OPERACAO            PIC X(01).
       01  WS-HSK-ANTES               PIC X(100).
       01  WS-HSK-DEPOIS              PIC X(100).
       01  WS-HORA-JRN                PIC 9(08)      VALUE ZERO.
       01  WS-HORA-JRN-R REDEFINES WS-HORA-JRN.
           05 WS-HJ-HHMMSS        PIC 9(06).
           05 FILLER              PIC 9(02).

      *-----> CONTROLE DE ARQUIVOS
       77  WS-HIST-STATUS             PIC X(02).
              IF WS-TEM-CGHIST-SW = 'S'
                 SORT SORT-HIST
                    ON ASCENDING KEY HST-NUMERO HST-ANO HST-PER
                                     HST-DISCIPLINA
                    USING CGHIST-FILE
                    OUTPUT PROCEDURE 100-CONSOLIDAR
              END-IF
       010-INICIAR.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-HOJE FROM TIME
           MOVE WS-DH-ANO TO WS-ANO-CORTE
           PERFORM 011-LER-PARM
           OPEN INPUT CGHIST-FILE
           ELSE
              MOVE 'S' TO WS-HISTK-ABERTO-SW
              OPEN EXTEND CGHISTAR-FILE
              PERFORM 015-ABRIR-JORNAL
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRE O JORNAL DE ATUALIZACOES DO CGHISTK EM EXTEND - SEM
      *    ELE NAO HA CARGA NEM ARQUIVAMENTO (CODIGO 12): A
      *    RECUPERACAO DO CGPRG085 DEPENDE DE TODAS AS ATUALIZACOES
      *    ESTAREM NELE
      *--------------------------------------------------------------*
       015-ABRIR-JORNAL.

           OPEN EXTEND CGJRNL-FILE
           IF WS-JRNL-STATUS = '00'
              MOVE 'S' TO WS-JRNL-ABERTO-SW
           ELSE
              DISPLAY ' *** CGPRG025 - ERRO NA ABERTURA DO JORNAL '
                 '(CGJRNL) - STATUS=' WS-JRNL-STATUS
              MOVE 'S' TO WS-ABORTAR-SW
           END-IF
           .
      *--------------------------------------------------------------*
              WS-ANO-CORTE
           .
      *--------------------------------------------------------------*
      *    SAIDA DA CLASSIFICACAO - COLAPSA CADA ALUNO/ANO/PERIODO/
      *    DISCIPLINA NO REGISTRO FINAL: O PRIMEIRO REGISTRO DA CHAVE
      *    E RETIDO E CADA REGRAVACAO POSTERIOR COM RESULTADO NAO-R
      *    PREVALECE (MESMA REGRA DO BOLETIM DE ANTES DA CONSOLIDACAO)
      *--------------------------------------------------------------*
       100-CONSOLIDAR.

              AND HST-NUMERO = WS-AT-NUMERO
              AND HST-ANO    = WS-AT-ANO
              AND HST-PER    = WS-AT-PER
              AND HST-DISCIPLINA = WS-AT-DISCIPLINA
      *----> MESMA CHAVE: A REGRAVACAO (RECUPERACAO) SO PREVALECE
      *      QUANDO TRAZ UM RESULTADO FINAL (NAO-R)
              ADD 1 TO WS-CTCOLAPSADO
                 PERFORM 150-GRAVAR-CONSOLIDADO
              END-IF
              PERFORM 130-RETER-REGISTRO
              MOVE 999999 TO WS-AT-COMPETENCIA
              MOVE 'S' TO WS-TEM-ATUAL
           END-IF
           PERFORM 135-APURAR-COMPETENCIA
           .
       130-RETER-REGISTRO.

           MOVE HST-NUMERO     TO WS-AT-NUMERO
           MOVE HST-ANO        TO WS-AT-ANO
           MOVE HST-PER        TO WS-AT-PER
           MOVE HST-DISCIPLINA TO WS-AT-DISCIPLINA
           MOVE HST-NOME       TO WS-AT-NOME
           MOVE HST-CURSO      TO WS-AT-CURSO
           MOVE HST-QTDNOTA    TO WS-AT-QTDNOTA
           MOVE HST-DATA-PROC  TO WS-AT-DATA-PROC
           MOVE HST-FREQUENCIA TO WS-AT-FREQUENCIA
           MOVE HST-SITUACAO   TO WS-AT-SITUACAO
           MOVE HST-TURMA      TO WS-AT-TURMA
           .
      *--------------------------------------------------------------*
      *    COMPETENCIA DO PERIODO: A MENOR DATA-PROC (AAAAMM) DOS
      *    REGISTROS DA CHAVE - A APURACAO NORMAL (DATA DO HEADER)
      *    VEM ANTES DA RECUPERACAO, QUE GRAVA A DATA DA EXECUCAO
      *--------------------------------------------------------------*
       135-APURAR-COMPETENCIA.

           MOVE HST-DATA-PROC TO WS-DATA-HST
           IF WS-DHS-AAAAMM < WS-AT-COMPETENCIA
              MOVE WS-DHS-AAAAMM TO WS-AT-COMPETENCIA
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVA O REGISTRO FINAL DA CHAVE NO CONSOLIDADO; CHAVE JA
      *    EXISTENTE (CARGA REEXECUTADA) E REGRAVADA COM O RESULTADO
      *    DO JORNAL - ELE E O RETRATO FINAL DO PERIODO; A IMAGEM
      *    ANTES DA REGRAVACAO E LIDA PARA O JORNAL DE ATUALIZACOES
      *--------------------------------------------------------------*
       150-GRAVAR-CONSOLIDADO.

           MOVE WS-AT-NUMERO     TO HSK-NUMERO
           MOVE WS-AT-ANO        TO HSK-ANO
           MOVE WS-AT-PER        TO HSK-PER
           MOVE WS-AT-DISCIPLINA TO HSK-DISCIPLINA
           MOVE WS-AT-NOME       TO HSK-NOME
           MOVE WS-AT-CURSO      TO HSK-CURSO
           MOVE WS-AT-QTDNOTA    TO HSK-QTDNOTA
           MOVE WS-AT-DATA-PROC  TO HSK-DATA-PROC
           MOVE WS-AT-FREQUENCIA TO HSK-FREQUENCIA
           MOVE WS-AT-SITUACAO   TO HSK-SITUACAO
           MOVE WS-AT-TURMA      TO HSK-TURMA
           MOVE WS-AT-COMPETENCIA TO HSK-COMPETENCIA
           MOVE HSK-REG-HISTORICO TO WS-HSK-DEPOIS
           MOVE SPACES           TO WS-HSK-ANTES
           WRITE HSK-REG-HISTORICO
           EVALUATE TRUE
              WHEN WS-HISTK-STATUS = '00'
                 ADD 1 TO WS-CTCARREGADO
                 MOVE 'I' TO WS-JRN-OPERACAO
                 PERFORM 400-GRAVAR-JORNAL
              WHEN WS-HISTK-STATUS = '22'
                 READ CGHISTK-FILE
                 IF WS-HISTK-STATUS = '00'
                    MOVE HSK-REG-HISTORICO TO WS-HSK-ANTES
                    MOVE WS-HSK-DEPOIS     TO HSK-REG-HISTORICO
                    REWRITE HSK-REG-HISTORICO
                 END-IF
                 IF WS-HISTK-STATUS = '00'
                    ADD 1 TO WS-CTREGRAVADO
                    MOVE 'A' TO WS-JRN-OPERACAO
                    PERFORM 400-GRAVAR-JORNAL
                 ELSE
                    MOVE 'S' TO WS-ABORTAR-SW
                    MOVE 'S' TO WS-FIM-SORT
           MOVE HSK-DATA-PROC    TO WS-AR-DATA-PROC
           MOVE HSK-FREQUENCIA   TO WS-AR-FREQUENCIA
           MOVE HSK-SITUACAO     TO WS-AR-SITUACAO
           MOVE HSK-DISCIPLINA   TO WS-AR-DISCIPLINA
           MOVE HSK-TURMA        TO WS-AR-TURMA
           MOVE WS-REG-ARQMORTO  TO CGHISTAR-REG
           WRITE CGHISTAR-REG
           MOVE HSK-REG-HISTORICO TO WS-HSK-ANTES
           MOVE SPACES           TO WS-HSK-DEPOIS
           DELETE CGHISTK-FILE
           IF WS-HISTK-STATUS = '00'
              ADD 1 TO WS-CTARQUIVADO
              MOVE 'E' TO WS-JRN-OPERACAO
              PERFORM 400-GRAVAR-JORNAL
           ELSE
              MOVE 'S' TO WS-FIM-HISTK
              MOVE 'S' TO WS-ABORTAR-SW
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVA NO JORNAL A ATUALIZACAO DO CGHISTK (INCLUSAO,
      *    REGRAVACAO OU EXCLUSAO DO ARQUIVAMENTO); A EXECUCAO E
      *    IDENTIFICADA PELO PROGRAMA E PELA DATA/HORA DE INICIO.
      *    ERRO NO JORNAL INTERROMPE A CARGA E O ARQUIVAMENTO
      *--------------------------------------------------------------*
       400-GRAVAR-JORNAL.

           ADD 1 TO WS-CTJORNAL
           MOVE SPACES          TO WS-REG-JORNAL
           MOVE 'CGPRG025'      TO JRN-PROGRAMA
           MOVE WS-DATA-HOJE    TO JRN-EXEC-DATA
           MOVE WS-HH-HHMMSS    TO JRN-EXEC-HORA
           MOVE WS-CTJORNAL     TO JRN-SEQUENCIA
           ACCEPT JRN-DATA      FROM DATE YYYYMMDD
           ACCEPT WS-HORA-JRN   FROM TIME
           MOVE WS-HJ-HHMMSS    TO JRN-HORA
           MOVE WS-JRN-OPERACAO TO JRN-OPERACAO
           MOVE WS-HSK-ANTES    TO JRN-IMAGEM-ANTES
           MOVE WS-HSK-DEPOIS   TO JRN-IMAGEM-DEPOIS
           MOVE WS-REG-JORNAL   TO CGJRNL-REG
           WRITE CGJRNL-REG
           IF WS-JRNL-STATUS NOT = '00'
              MOVE 'S' TO WS-ABORTAR-SW
              MOVE 'S' TO WS-FIM-SORT
              MOVE 'S' TO WS-FIM-HISTK
              DISPLAY ' *** CGPRG025 - ERRO DE GRAVACAO NO JORNAL '
                 '(CGJRNL) - STATUS=' WS-JRNL-STATUS
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.
           DISPLAY ' * PERIODOS ARQUIVADOS        = ' WS-CT-ED
           MOVE WS-CTMANTIDO    TO WS-CT-ED
           DISPLAY ' * PERIODOS MANTIDOS          = ' WS-CT-ED
           MOVE WS-CTJORNAL     TO WS-CT-ED
           DISPLAY ' * REGISTROS NO JORNAL        = ' WS-CT-ED
           DISPLAY ' *----------------------------------------*'
           IF WS-ABORTAR-SW = 'S'
              DISPLAY ' *  TERMINO COM ERRO DO CGPRG025         *'
              CLOSE CGHISTK-FILE
              CLOSE CGHISTAR-FILE
           END-IF
           IF WS-JRNL-ABERTO-SW = 'S'
              CLOSE CGJRNL-FILE
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGPRG025 <-------------------*
