      * OBJETIVO: RETIFICAR NOTAS JA EFETIVADAS NO HISTORICO
      *           CONSOLIDADO (CGHISTK): APLICA TRANSACOES
      *           AUTORIZADAS DE CORRECAO (CGRETIF - ALUNO, ANO/
      *           PERIODO, QUAL NOTA, NOVO VALOR, IDENTIFICACAO DA
      *           AUTORIZACAO E DISCIPLINA), REAPURA A MEDIA E A
      *           SITUACAO FINAL DA DISCIPLINA (CONTRA A NOTA DE
      *           CORTE DO CGPARM, COMO NO CGPRG005) E O VALOR DA
      *           BOLSA DO PERIODO (MEDIA DAS DISCIPLINAS, REGRA DE
      *           BOLSA VIGENTE NO CGBOLFX E MENSALIDADE DO CATALOGO
      *           CGCURSO), REGRAVA O PERIODO E EMITE A LISTAGEM DE
      *           AUDITORIA ANTES/DEPOIS (CGRETLST);
      *           QUANDO O DESCONTO MUDA, GRAVA UM MOVIMENTO DE
      *           AJUSTE PARA O FINANCEIRO (CGBOLAJ, LAYOUT DO
      *           CGBOLSA) COM O NOVO VALOR DA COMPETENCIA (SE O
      *           MOVIMENTO DA COMPETENCIA ESTIVER RETIDO NO CGBOLPEN,
      *           O NOVO VALOR E REGRAVADO NELE). PERIODO
      *           FECHADO NO CGPERIOD SO E RETIFICADO COM AUTORIZACAO
      *           DE REABERTURA, REGISTRADA NO LOG CGREABLG
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    SET/2026 010026  CRIACAO DO PROGRAMA
      *  V02    OUT/2026 010029  RETIFICACAO POR DISCIPLINA: A
      *                          TRANSACAO TRAZ A DISCIPLINA (COL
      *                          26-31) E A BOLSA DO PERIODO E
      *                          REAPURADA SOBRE TODAS AS DISCIPLINAS
      *                          DO ALUNO NO PERIODO E REGRAVADA EM
      *                          CADA UMA DELAS
      *  V03    OUT/2026 010030  FAIXAS DE BOLSA DAS REGRAS CGBOLFX
      *                          (MESMA REGRA DO CGPRG005): VALE A
      *                          REGRA VIGENTE NA COMPETENCIA DO
      *                          PERIODO RETIFICADO
      *  V04    OUT/2026 010031  PERIODO FECHADO (CGPERIOD, CGPRG060)
      *                          EXIGE A AUTORIZACAO DE REABERTURA
      *                          (COL 32-41), DIFERENTE DA DE
      *                          RETIFICACAO; A REABERTURA E GRAVADA
      *                          NO LOG CGREABLG E CONTADA NO
      *                          CONTROLE DE PERIODOS
      *  V05    OUT/2026 010036  TURMA DA DISCIPLINA NAS IMAGENS
      *                          ANTES/DEPOIS DA AUDITORIA (A
      *                          REGRAVACAO MANTEM A TURMA DO
      *                          REGISTRO LIDO)
      *  V06    OUT/2026 010037  CADA REGRAVACAO DO CGHISTK GRAVA AS
      *                          IMAGENS ANTES/DEPOIS NO JORNAL
      *                          CGJRNL (SEM O JORNAL NAO HA
      *                          RETIFICACAO)
      *  V07    OUT/2026 010039  MOVIMENTO DA COMPETENCIA RETIDO NO
      *                          CGBOLPEN (ALUNO INADIMPLENTE) TEM O
      *                          DESCONTO/LIQUIDO REGRAVADOS NELE EM
      *                          VEZ DE IR AJUSTE PARA O CGBOLAJ
      *  V08    OUT/2026 010040  COMPETENCIA UNICA DO PERIODO (A
      *                          MENOR DAS DISCIPLINAS, PELA
      *                          COMPETENCIA GRAVADA NO CGHISTK OU,
      *                          SEM ELA, PELA DATA-PROC) NA REGRA DE
      *                          BOLSA, NO CGBOLPEN E NO CGBOLAJ - A
      *                          DATA-PROC DE DISCIPLINA RECUPERADA E
      *                          A DA RECUPERACAO
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-RETIF-STATUS.
      *----> HISTORICO ACADEMICO CONSOLIDADO (VSAM KSDS - CHAVE =
      *      ALUNO/ANO/PERIODO/DISCIPLINA); ACESSO DINAMICO:
      *      RANDOMICO NA DISCIPLINA RETIFICADA E SEQUENCIAL NAS
      *      DEMAIS DISCIPLINAS DO PERIODO
           SELECT CGHISTK-FILE  ASSIGN TO CGHISTK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS HSK-CHAVE
               FILE STATUS  IS WS-HISTK-STATUS.
      *----> JORNAL DE ATUALIZACOES DO CGHISTK (ACUMULATIVO - ABERTO
      *      EM EXTEND; COMPARTILHADO COM O CGPRG005 E O CGPRG025)
           SELECT CGJRNL-FILE   ASSIGN TO CGJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-JRNL-STATUS.
      *----> CATALOGO DE CURSOS (VSAM KSDS - CHAVE = CODIGO)
           SELECT CGCURSO-FILE  ASSIGN TO CGCURSO
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS CRS-CODIGO
               FILE STATUS  IS WS-CURSO-STATUS.
      *----> REGRAS DE BOLSA (VSAM KSDS - CHAVE = CURSO + INICIO,
      *      MANTIDO PELO CGPRG014; CARREGADO NA TABELA DE REGRAS)
           SELECT CGBOLFX-FILE  ASSIGN TO CGBOLFX
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS FXB-CHAVE
               FILE STATUS  IS WS-REGRA-STATUS.
      *----> CARTAO DE CONTROLE COM A NOTA DE CORTE (COL 1-2)
           SELECT CGPARM-FILE   ASSIGN TO CGPARM
               ORGANIZATION IS SEQUENTIAL
      *      (LAYOUT DO CGBOLSA)
           SELECT CGBOLAJ-FILE  ASSIGN TO CGBOLAJ
               ORGANIZATION IS SEQUENTIAL.
      *----> MOVIMENTOS DE BOLSA RETIDOS (VSAM KSDS - CHAVE = ALUNO/
      *      COMPETENCIA, GRAVADO PELO CGPRG005) - O AJUSTE DE
      *      MOVIMENTO RETIDO E REGRAVADO NELE
           SELECT CGBOLPEN-FILE ASSIGN TO CGBOLPEN
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS PEN-CHAVE
               FILE STATUS  IS WS-BOLPEN-STATUS.
      *----> CONTROLE DE PERIODOS (VSAM KSDS - CHAVE = ANO/PERIODO,
      *      FECHADO PELO CGPRG060)
           SELECT CGPERIOD-FILE ASSIGN TO CGPERIOD
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS PER-CHAVE
               FILE STATUS  IS WS-PERIODO-STATUS.
      *----> LOG DAS RETIFICACOES EM PERIODO FECHADO (ACUMULATIVO -
      *      ABERTO EM EXTEND)
           SELECT CGREABLG-FILE ASSIGN TO CGREABLG
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
      *=============*
           LABEL RECORDS ARE STANDARD.
           COPY CGREGHSK.

       FD  CGJRNL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CGJRNL-REG                 PIC X(250).

       FD  CGCURSO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CGREGCRS.

       FD  CGBOLFX-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CGREGFXB.

       FD  CGPARM-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  CGBOLAJ-REG                PIC X(60).

       FD  CGPERIOD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CGREGPER.

       FD  CGBOLPEN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CGREGPEN.

       FD  CGREABLG-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CGREABLG-REG               PIC X(100).

       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           05 WS-RET-QUAL-NOTA    PIC 9(01).
           05 WS-RET-VALOR        PIC 9(02)V99.
           05 WS-RET-AUTORIZACAO  PIC X(10).
           05 WS-RET-DISCIPLINA   PIC X(06).
           05 WS-RET-REABERTURA   PIC X(10).
           05 FILLER              PIC X(39).

      *-----> MOVIMENTO DE AJUSTE DE BOLSA (LAYOUT DO CGBOLSA)
           COPY CGREGBOL.

      *-----> REGISTRO DO LOG DE REABERTURAS (CGREABLG)
           COPY CGREGREA.

      *-----> JORNAL DE ATUALIZACOES DO CGHISTK (CGJRNL)
           COPY CGREGJRN.
       77  WS-JRNL-STATUS             PIC X(02).
       77  WS-JRNL-ABERTO-SW          PIC X(01)      VALUE 'N'.
       77  WS-CTJORNAL                PIC 9(07)      VALUE ZERO.
       01  WS-HSK-ANTES               PIC X(100).
       01  WS-HORA-JRN                PIC 9(08)      VALUE ZERO.
       01  WS-HORA-JRN-R REDEFINES WS-HORA-JRN.
           05 WS-HJ-HHMMSS        PIC 9(06).
           05 FILLER              PIC 9(02).

      *-----> CONTROLE DE ARQUIVOS
       77  WS-RETIF-STATUS            PIC X(02).
       77  WS-HISTK-STATUS            PIC X(02).
       77  WS-CURSO-ABERTO-SW         PIC X(01)      VALUE 'N'.
       77  WS-SAIDAS-ABERTAS-SW       PIC X(01)      VALUE 'N'.

      *-----> CONTROLE DE PERIODOS (CGPERIOD) - SEM O ARQUIVO
      *       (STATUS 35) NENHUM PERIODO ESTA FECHADO
       77  WS-PERIODO-STATUS          PIC X(02).
       77  WS-PERIODO-ABERTO-SW       PIC X(01)      VALUE 'N'.
       77  WS-PER-REABERTO-SW         PIC X(01)      VALUE 'N'.
       77  WS-NOTA-ANTES              PIC 9(02)V99   VALUE ZERO.

      *-----> MOVIMENTOS DE BOLSA RETIDOS (CGBOLPEN) - SEM O ARQUIVO
      *       (STATUS 35) NENHUM MOVIMENTO ESTA RETIDO
       77  WS-BOLPEN-STATUS           PIC X(02).
       77  WS-BOLPEN-ABERTO-SW        PIC X(01)      VALUE 'N'.
       77  WS-RETIDO-SW               PIC X(01)      VALUE 'N'.
       01  WS-DATA-HOJE               PIC 9(08)      VALUE ZERO.
       01  WS-HORA-HOJE               PIC 9(08)      VALUE ZERO.
       01  WS-HORA-HOJE-R REDEFINES WS-HORA-HOJE.
           05 WS-HH-HHMMSS        PIC 9(06).
           05 FILLER              PIC 9(02).

      *-----> PARAMETROS DA REAPURACAO (MESMA REGRA DO CGPRG005)
       01  WS-REG-PARM.
           05 WS-PARM-CORTE       PIC X(02).
       77  WS-NOTA-RECUP              PIC 9(02)      VALUE ZERO.
       77  WS-FREQ-MINIMA             PIC 9(03)      VALUE 75.

      *-----> REGRAS DE BOLSA (CGBOLFX) - MESMA TABELA DO CGPRG005:
      *       NA ORDEM DA CHAVE (CURSO + INICIO), A ULTIMA REGRA DO
      *       CURSO COM INICIO ATE A COMPETENCIA E A VIGENTE; CURSO
      *       SEM REGRA USA A GERAL ('*') E, SEM ELA, AS FAIXAS
      *       PADRAO (+3 50%, +2 30%, +1 15%, +0 5%)
       01  WS-TAB-REGRA-BOLSA.
           05 WS-RGB-ENT OCCURS 500 TIMES.
              10 WS-RGB-CURSO        PIC X(12).
              10 WS-RGB-INICIO       PIC 9(06).
              10 WS-RGB-QTDE-FAIXAS  PIC 9(01).
              10 WS-RGB-FAIXAS       PIC X(28).
       77  WS-RGB-MAX                 PIC 9(03)      VALUE 500.
       77  WS-RGB-QTDE                PIC 9(03)      VALUE ZERO.
       77  WS-RGB-IDX                 PIC 9(03)      VALUE ZERO.
       77  WS-RGB-ACHOU               PIC 9(03)      VALUE ZERO.
       77  WS-RGB-PESQ-CURSO          PIC X(12)      VALUE SPACES.
       77  WS-CURSO-GERAL             PIC X(12)      VALUE '*'.
       77  WS-REGRA-STATUS            PIC X(02).
       77  WS-FIM-REGRA               PIC X(01)      VALUE 'N'.
       01  WS-REGRA-PADRAO.
           05 WS-RGP-QTDE-FAIXAS  PIC 9(01)      VALUE 4.
           05 WS-RGP-FAIXAS       PIC X(28)      VALUE
              '0305000020300001015000000500'.
       01  WS-REGRA-VIGENTE.
           05 WS-RGV-QTDE-FAIXAS  PIC 9(01).
           05 WS-RGV-FAIXAS.
              10 WS-RGV-FAIXA     OCCURS 4 TIMES.
                 15 WS-RGV-ACRESCIMO  PIC 9(02).
                 15 WS-RGV-PERCENTUAL PIC 9(03)V99.
       77  WS-RGV-IDX                 PIC 9(01)      VALUE ZERO.
       77  WS-RGV-ACHOU-SW            PIC X(01)      VALUE 'N'.

      *-----> REAPURACAO DA TRANSACAO CORRENTE
       01  WS-SW-VALIDO               PIC X(01).
           88  RET-VALIDO             VALUE 'S'.
       77  WS-VALOR-MENSALIDADE       PIC 9(04)V99   VALUE ZERO.
       77  WS-VALOR-BOLSA             PIC 9(04)V99   VALUE ZERO.
       77  WS-BOLSA-ANTES             PIC 9(04)V99   VALUE ZERO.

      *-----> REAPURACAO DA BOLSA DO PERIODO (TODAS AS DISCIPLINAS
      *       DO ALUNO NO ANO/PERIODO DA TRANSACAO)
       01  WS-HSK-RETIFICADO          PIC X(100).
       77  WS-FIM-PERIODO             PIC X(01)      VALUE 'N'.
       77  WS-PER-TODAS-A             PIC X(01)      VALUE 'S'.
       77  WS-QTDE-DISC-PER           PIC 9(02)      VALUE ZERO.
       77  AS-SOMA-MEDIAS-PER         PIC 9(04)V99   VALUE ZERO.
       77  AS-MEDIA-PERIODO           PIC 9(02)V99   VALUE ZERO.
       01  WS-COMPETENCIA-AP          PIC 9(08)      VALUE ZERO.
       01  WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA-AP.
           05 WS-CP-AAAAMM        PIC 9(06).
           05 FILLER              PIC 9(02).
       01  WS-DATA-DISC               PIC 9(08)      VALUE ZERO.
       01  WS-DATA-DISC-R REDEFINES WS-DATA-DISC.
           05 WS-DD-AAAAMM        PIC 9(06).
           05 FILLER              PIC 9(02).
       77  WS-COMPET-DISC             PIC 9(06)      VALUE ZERO.

      *-----> TOTAIS DE CONTROLE
       77  WS-CTLIDO                  PIC 9(06)      VALUE ZERO.
       77  WS-CTRETIFICADO            PIC 9(06)      VALUE ZERO.
       77  WS-CTREJEITADO             PIC 9(06)      VALUE ZERO.
       77  WS-CTAJUSTE                PIC 9(06)      VALUE ZERO.
       77  WS-CTRETIDO                PIC 9(06)      VALUE ZERO.
       77  WS-CTREABERTURA            PIC 9(06)      VALUE ZERO.
       77  AS-AJUSTE-DESCONTO        PIC 9(09)V99    VALUE ZERO.
       77  WS-CT-ED                   PIC ZZZZZ9.
       77  WS-RETORNO                 PIC 9(02)      VALUE ZERO.
           05 WS-RL-PER           PIC 9(02).
           05 FILLER              PIC X(07)      VALUE ' NOTA: '.
           05 WS-RL-QUAL          PIC 9(01).
           05 FILLER              PIC X(07)      VALUE ' DISC: '.
           05 WS-RL-DISCIPLINA    PIC X(06).
           05 FILLER              PIC X(14)      VALUE
              ' AUTORIZACAO: '.
           05 WS-RL-AUTORIZACAO   PIC X(10).
           05 FILLER              PIC X(09)      VALUE ' ACAO: '.
           05 WS-RL-ACAO          PIC X(11).
           05 FILLER              PIC X(24)      VALUE SPACES.
       01  WS-LIN-IMAGEM.
           05 WS-RI-ROTULO        PIC X(09).
           05 FILLER              PIC X(03)      VALUE ' N1'.
           05 WS-RI-SITUACAO      PIC X(01).
           05 FILLER              PIC X(07)      VALUE ' BOLSA'.
           05 WS-RI-BOLSA         PIC ZZZ9,99.
           05 FILLER              PIC X(07)      VALUE ' TURMA '.
           05 WS-RI-TURMA         PIC X(05).
           05 FILLER              PIC X(40)      VALUE SPACES.
       01  WS-LIN-MOTIVO.
           05 FILLER              PIC X(11)      VALUE ' MOTIVO..: '.
           05 WS-RM-MOTIVO        PIC X(40).
           05 FILLER              PIC X(69)      VALUE SPACES.
       01  WS-LIN-REABERTURA.
           05 FILLER              PIC X(11)      VALUE ' REABERT.: '.
           05 WS-RR-AUTORIZACAO   PIC X(10).
           05 FILLER              PIC X(33)      VALUE
              ' - PERIODO FECHADO REABERTO EM '.
           05 WS-RR-DATA          PIC 9(08).
           05 FILLER              PIC X(58)      VALUE SPACES.
       01  WS-LIN-RETIDO.
           05 FILLER              PIC X(11)      VALUE ' AJUSTE..: '.
           05 FILLER              PIC X(18)      VALUE
              'RETIDO ATUALIZADO'.
           05 FILLER              PIC X(13)      VALUE ' COMPETENCIA '.
           05 WS-RT-COMPETENCIA   PIC 9(06).
           05 FILLER              PIC X(10)      VALUE ' DESCONTO '.
           05 WS-RT-DESCONTO      PIC ZZZ9,99.
           05 FILLER              PIC X(09)      VALUE ' LIQUIDO '.
           05 WS-RT-LIQUIDO       PIC ZZZ9,99.
           05 FILLER              PIC X(39)      VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *==================*
       010-INICIAR.

           PERFORM 011-LER-PARM
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-HOJE FROM TIME
           OPEN INPUT CGRETIF-FILE
           IF WS-RETIF-STATUS NOT = '00'
              DISPLAY ' *** CGPRG050 - TRANSACOES DE RETIFICACAO '
              MOVE 'S' TO WS-FIM-RETIF
           ELSE
              MOVE 'S' TO WS-RETIF-ABERTO-SW
              PERFORM 013-CARREGAR-REGRAS-BOLSA
              IF WS-ABORTAR-SW = 'N'
                 PERFORM 012-ABRIR-HISTK
              END-IF
              IF WS-ABORTAR-SW = 'N'
                 PERFORM 016-ABRIR-PERIODO
              END-IF
              IF WS-ABORTAR-SW = 'N'
                 PERFORM 017-ABRIR-BOLPEN
              END-IF
           END-IF
           IF WS-ABORTAR-SW = 'N'
              OPEN OUTPUT CGRETLST-FILE
              OPEN OUTPUT CGBOLAJ-FILE
              OPEN EXTEND CGREABLG-FILE
              MOVE 'S' TO WS-SAIDAS-ABERTAS-SW
              PERFORM 015-CABECALHO-LISTA
              PERFORM 025-LER-RETIF
              MOVE 'S' TO WS-FIM-RETIF
           ELSE
              MOVE 'S' TO WS-HISTK-ABERTO-SW
              PERFORM 077-ABRIR-JORNAL
           END-IF
           IF WS-ABORTAR-SW = 'N'
              OPEN INPUT CGCURSO-FILE
              IF WS-CURSO-STATUS NOT = '00'
                 DISPLAY ' *** CGPRG050 - CATALOGO DE CURSOS '
              WS-NOTA-CORTE
           .
      *--------------------------------------------------------------*
      *    CARREGA AS REGRAS DE BOLSA (DD CGBOLFX) NA TABELA DE
      *    REGRAS; A DD E OPCIONAL - SEM ELA (OU COM ERRO DE
      *    ABERTURA) VALEM AS FAIXAS PADRAO. PASSAR DO LIMITE DA
      *    TABELA ABORTA A RETIFICACAO (CODIGO 12)
      *--------------------------------------------------------------*
       013-CARREGAR-REGRAS-BOLSA.

           MOVE ZERO TO WS-RGB-QTDE
           OPEN INPUT CGBOLFX-FILE
           IF WS-REGRA-STATUS = '00'
              MOVE 'N' TO WS-FIM-REGRA
              PERFORM 014-LER-REGRA-BOLSA
                 UNTIL WS-FIM-REGRA = 'S'
              CLOSE CGBOLFX-FILE
              DISPLAY ' *  CGPRG050 - REGRAS DE BOLSA CARREGADAS = '
                 WS-RGB-QTDE
           ELSE
              CLOSE CGBOLFX-FILE
              DISPLAY ' *  CGPRG050 - SEM DD CGBOLFX - VALEM AS '
                 'FAIXAS DE BOLSA PADRAO (50/30/15/5%)'
           END-IF
           .
       014-LER-REGRA-BOLSA.

           READ CGBOLFX-FILE
              AT END
                 MOVE 'S' TO WS-FIM-REGRA
              NOT AT END
                 IF FXB-QTDE-FAIXAS IS NUMERIC
                    AND FXB-QTDE-FAIXAS > ZERO
                    AND FXB-QTDE-FAIXAS NOT > 4
                    AND FXB-FAIXAS IS NUMERIC
                    IF WS-RGB-QTDE NOT < WS-RGB-MAX
                       MOVE 'S' TO WS-FIM-REGRA
                       MOVE 'S' TO WS-ABORTAR-SW
                       MOVE 'S' TO WS-FIM-RETIF
                       DISPLAY ' *** CGPRG050 - LIMITE DE ' WS-RGB-MAX
                          ' REGRAS DE BOLSA (CGBOLFX) ULTRAPASSADO'
                    ELSE
                       ADD 1 TO WS-RGB-QTDE
                       MOVE FXB-CURSO
                          TO WS-RGB-CURSO (WS-RGB-QTDE)
                       MOVE FXB-INICIO
                          TO WS-RGB-INICIO (WS-RGB-QTDE)
                       MOVE FXB-QTDE-FAIXAS
                          TO WS-RGB-QTDE-FAIXAS (WS-RGB-QTDE)
                       MOVE FXB-FAIXAS
                          TO WS-RGB-FAIXAS (WS-RGB-QTDE)
                    END-IF
                 ELSE
                    DISPLAY ' *** REGRA DE BOLSA INVALIDA IGNORADA'
                       ' - CURSO=' FXB-CURSO ' INICIO=' FXB-INICIO
                 END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    ABRE O CONTROLE DE PERIODOS EM I-O (A REABERTURA E CONTADA
      *    NO REGISTRO DO PERIODO); STATUS 35 E O ARQUIVO AINDA
      *    INEXISTENTE (NENHUM PERIODO FECHADO PELO CGPRG060) - SEGUE
      *    SEM O CONTROLE; OUTRO ERRO ABORTA A RETIFICACAO (CODIGO 12)
      *--------------------------------------------------------------*
       016-ABRIR-PERIODO.

           OPEN I-O CGPERIOD-FILE
           EVALUATE TRUE
              WHEN WS-PERIODO-STATUS = '00'
                 MOVE 'S' TO WS-PERIODO-ABERTO-SW
              WHEN WS-PERIODO-STATUS = '35'
                 DISPLAY ' *  CGPRG050 - SEM CONTROLE DE PERIODOS '
                    '(CGPERIOD) - NENHUM PERIODO FECHADO'
              WHEN OTHER
                 DISPLAY ' *** CGPRG050 - CONTROLE DE PERIODOS '
                    'COM ERRO (CGPERIOD) - STATUS='
                    WS-PERIODO-STATUS
                 MOVE 'S' TO WS-ABORTAR-SW
                 MOVE 'S' TO WS-FIM-RETIF
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    ABRE OS MOVIMENTOS DE BOLSA RETIDOS (CGBOLPEN) EM I-O (O
      *    AJUSTE DE MOVIMENTO RETIDO E REGRAVADO NELE); STATUS 35 E O
      *    ARQUIVO AINDA NAO CRIADO PELO CGPRG005 - NENHUM MOVIMENTO
      *    RETIDO; OUTRO ERRO ABORTA A RETIFICACAO (CODIGO 12)
      *--------------------------------------------------------------*
       017-ABRIR-BOLPEN.

           OPEN I-O CGBOLPEN-FILE
           EVALUATE TRUE
              WHEN WS-BOLPEN-STATUS = '00'
                 MOVE 'S' TO WS-BOLPEN-ABERTO-SW
              WHEN WS-BOLPEN-STATUS = '35'
                 DISPLAY ' *  CGPRG050 - CGBOLPEN AINDA NAO CRIADO - '
                    'NENHUM MOVIMENTO RETIDO'
              WHEN OTHER
                 DISPLAY ' *** CGPRG050 - ERRO NA ABERTURA DO CGBOLPEN'
                    ' - STATUS=' WS-BOLPEN-STATUS
                 MOVE 'S' TO WS-ABORTAR-SW
                 MOVE 'S' TO WS-FIM-RETIF
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    CABECALHO DA LISTAGEM DE AUDITORIA
      *--------------------------------------------------------------*
       015-CABECALHO-LISTA.
           IF RET-VALIDO
              PERFORM 047-LER-CURSO
           END-IF
           IF RET-VALIDO
              PERFORM 048-VERIFICAR-PERIODO
           END-IF
           .
       045-LOCALIZAR-PERIODO.

           MOVE WS-RET-NUMERO TO HSK-NUMERO
           MOVE WS-RET-ANO    TO HSK-ANO
           MOVE WS-RET-PER    TO HSK-PER
           MOVE WS-RET-DISCIPLINA TO HSK-DISCIPLINA
           READ CGHISTK-FILE
           EVALUATE TRUE
              WHEN WS-HISTK-STATUS = '00'
                 CONTINUE
              WHEN WS-HISTK-STATUS = '23'
                 SET RET-INVALIDO TO TRUE
                 MOVE 'ALUNO/PERIODO/DISCIPLINA NAO ENCONTRADO'
                    TO WS-MSG-ERRO
              WHEN OTHER
                 SET RET-INVALIDO TO TRUE
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    PERIODO FECHADO NO CGPERIOD SO ACEITA A RETIFICACAO COM A
      *    AUTORIZACAO ESPECIAL DE REABERTURA, DIFERENTE DA
      *    AUTORIZACAO DA RETIFICACAO; PERIODO SEM REGISTRO NO
      *    CONTROLE ESTA ABERTO
      *--------------------------------------------------------------*
       048-VERIFICAR-PERIODO.

           MOVE 'N' TO WS-PER-REABERTO-SW
           IF WS-PERIODO-ABERTO-SW = 'S'
              MOVE SPACES     TO PER-REG-PERIODO
              MOVE WS-RET-ANO TO PER-ANO
              MOVE WS-RET-PER TO PER-PER
              READ CGPERIOD-FILE
              EVALUATE TRUE
                 WHEN WS-PERIODO-STATUS = '00'
                    IF PER-FECHADO
                       PERFORM 049-CRITICAR-REABERTURA
                    END-IF
                 WHEN WS-PERIODO-STATUS = '23'
                    CONTINUE
                 WHEN OTHER
                    SET RET-INVALIDO TO TRUE
                    MOVE 'S' TO WS-ABORTAR-SW
                    MOVE 'S' TO WS-FIM-RETIF
                    MOVE 'ERRO DE LEITURA NO CONTROLE DE PERIODOS'
                       TO WS-MSG-ERRO
                    DISPLAY ' *** CGPRG050 - ERRO DE LEITURA NO '
                       'CGPERIOD - STATUS=' WS-PERIODO-STATUS
              END-EVALUATE
           END-IF
           .
       049-CRITICAR-REABERTURA.

           EVALUATE TRUE
              WHEN WS-RET-REABERTURA = SPACES
                 SET RET-INVALIDO TO TRUE
                 MOVE 'PERIODO FECHADO SEM AUTORIZ. REABERTURA'
                    TO WS-MSG-ERRO
              WHEN WS-RET-REABERTURA = WS-RET-AUTORIZACAO
                 SET RET-INVALIDO TO TRUE
                 MOVE 'AUTORIZ. DE REABERTURA IGUAL A DA RETIF.'
                    TO WS-MSG-ERRO
              WHEN OTHER
                 MOVE 'S' TO WS-PER-REABERTO-SW
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    APLICA A CORRECAO: LISTA O ANTES, TROCA A NOTA, REAPURA
      *    MEDIA/SITUACAO, REGRAVA A DISCIPLINA, REAPURA A BOLSA DO
      *    PERIODO E LISTA O DEPOIS; MUDANCA NO DESCONTO GERA O
      *    MOVIMENTO DE AJUSTE
      *--------------------------------------------------------------*
       050-RETIFICAR.

           MOVE 'ANTES....' TO WS-RI-ROTULO
           PERFORM 060-LISTAR-IMAGEM
           MOVE HSK-BOLSA TO WS-BOLSA-ANTES
           MOVE HSK-REG-HISTORICO TO WS-HSK-ANTES
           EVALUATE WS-RET-QUAL-NOTA
              WHEN 1
                 MOVE HSK-NOTA1    TO WS-NOTA-ANTES
                 MOVE WS-RET-VALOR TO HSK-NOTA1
              WHEN 2
                 MOVE HSK-NOTA2    TO WS-NOTA-ANTES
                 MOVE WS-RET-VALOR TO HSK-NOTA2
              WHEN 3
                 MOVE HSK-NOTA3    TO WS-NOTA-ANTES
                 MOVE WS-RET-VALOR TO HSK-NOTA3
              WHEN 4
                 MOVE HSK-NOTA4    TO WS-NOTA-ANTES
                 MOVE WS-RET-VALOR TO HSK-NOTA4
           END-EVALUATE
           PERFORM 062-REAPURAR-MEDIA
           PERFORM 064-REAPURAR-SITUACAO
           REWRITE HSK-REG-HISTORICO
           IF WS-HISTK-STATUS NOT = '00'
              PERFORM 069-ERRO-REGRAVACAO
           ELSE
              PERFORM 078-GRAVAR-JORNAL
           END-IF
           IF WS-ABORTAR-SW = 'N'
              PERFORM 066-REAPURAR-BOLSA
           END-IF
           IF WS-ABORTAR-SW = 'N'
              ADD 1 TO WS-CTRETIFICADO
              MOVE 'DEPOIS...' TO WS-RI-ROTULO
              PERFORM 060-LISTAR-IMAGEM
              IF WS-PER-REABERTO-SW = 'S'
                 PERFORM 075-REGISTRAR-REABERTURA
              END-IF
              IF HSK-BOLSA NOT = WS-BOLSA-ANTES
                 PERFORM 070-GRAVAR-AJUSTE
              END-IF
              MOVE SPACES TO CGRETLST-REG
              WRITE CGRETLST-REG
           END-IF
           .
      *--------------------------------------------------------------*
           MOVE WS-SITUACAO-COD TO HSK-SITUACAO
           .
      *--------------------------------------------------------------*
      *    REAPURA O VALOR DA BOLSA DO PERIODO (COMO NO CGPRG005: A
      *    MEDIA DAS DISCIPLINAS DO ALUNO NO PERIODO, SO CONCORRENDO
      *    QUEM FOI APROVADO EM TODAS); SE O VALOR MUDAR, REGRAVA A
      *    BOLSA EM CADA DISCIPLINA DO PERIODO. AO FINAL A AREA DO
      *    ARQUIVO VOLTA A TER A DISCIPLINA RETIFICADA (IMAGEM DEPOIS).
      *    A COMPETENCIA DO PERIODO (REGRA DE BOLSA E AJUSTE) E A
      *    MENOR ENTRE AS DISCIPLINAS DELE (VER 061)
      *--------------------------------------------------------------*
       066-REAPURAR-BOLSA.

           MOVE HSK-REG-HISTORICO TO WS-HSK-RETIFICADO
           MOVE ZERO              TO WS-COMPETENCIA-AP
           MOVE 999999            TO WS-CP-AAAAMM
           PERFORM 061-COMPETENCIA-DISCIPLINA
           MOVE HSK-CURSO         TO WS-RGB-PESQ-CURSO
           MOVE ZERO TO AS-SOMA-MEDIAS-PER
           MOVE ZERO TO WS-QTDE-DISC-PER
           MOVE 'S'  TO WS-PER-TODAS-A
           PERFORM 063-POSICIONAR-PERIODO
           PERFORM 067-SOMAR-PERIODO UNTIL WS-FIM-PERIODO = 'S'
           MOVE ZERO TO WS-VALOR-BOLSA
           IF WS-QTDE-DISC-PER > ZERO
              COMPUTE AS-MEDIA-PERIODO ROUNDED =
                 AS-SOMA-MEDIAS-PER / WS-QTDE-DISC-PER
              IF WS-PER-TODAS-A = 'S'
                 PERFORM 065-APURAR-FAIXA-BOLSA
              END-IF
           END-IF
           IF WS-ABORTAR-SW = 'N'
              AND WS-VALOR-BOLSA NOT = WS-BOLSA-ANTES
              PERFORM 063-POSICIONAR-PERIODO
              PERFORM 068-REGRAVAR-BOLSA UNTIL WS-FIM-PERIODO = 'S'
           END-IF
           MOVE WS-HSK-RETIFICADO TO HSK-REG-HISTORICO
           IF WS-ABORTAR-SW = 'N'
              MOVE WS-VALOR-BOLSA TO HSK-BOLSA
           END-IF
           .
      *--------------------------------------------------------------*
      *    COMPETENCIA DA DISCIPLINA NA AREA DO ARQUIVO - A GRAVADA
      *    NO CGHISTK (DATA DO HEADER DA APURACAO NORMAL, MANTIDA NA
      *    RECUPERACAO) OU, EM REGISTRO ANTERIOR AO CAMPO, A DA
      *    DATA-PROC - E GUARDA A MENOR DO PERIODO EM WS-CP-AAAAMM
      *    (A DATA-PROC DE DISCIPLINA RECUPERADA E POSTERIOR)
      *--------------------------------------------------------------*
       061-COMPETENCIA-DISCIPLINA.

           IF HSK-COMPETENCIA NUMERIC
              AND HSK-COMPETENCIA > ZERO
              MOVE HSK-COMPETENCIA TO WS-COMPET-DISC
           ELSE
              MOVE HSK-DATA-PROC   TO WS-DATA-DISC
              MOVE WS-DD-AAAAMM    TO WS-COMPET-DISC
           END-IF
           IF WS-COMPET-DISC < WS-CP-AAAAMM
              MOVE WS-COMPET-DISC  TO WS-CP-AAAAMM
           END-IF
           .
      *--------------------------------------------------------------*
      *    POSICIONA NA PRIMEIRA DISCIPLINA DO ALUNO NO ANO/PERIODO
      *    DA TRANSACAO
      *--------------------------------------------------------------*
       063-POSICIONAR-PERIODO.

           MOVE 'N'           TO WS-FIM-PERIODO
           MOVE WS-RET-NUMERO TO HSK-NUMERO
           MOVE WS-RET-ANO    TO HSK-ANO
           MOVE WS-RET-PER    TO HSK-PER
           MOVE LOW-VALUES    TO HSK-DISCIPLINA
           START CGHISTK-FILE KEY IS NOT LESS THAN HSK-CHAVE
           IF WS-HISTK-STATUS NOT = '00'
              MOVE 'S' TO WS-FIM-PERIODO
              PERFORM 069-ERRO-REGRAVACAO
           END-IF
           .
      *--------------------------------------------------------------*
      *    FAIXAS RELATIVAS A NOTA DE CORTE SOBRE A MENSALIDADE DO
      *    CATALOGO, DA REGRA VIGENTE NA COMPETENCIA DO PERIODO
      *    (MESMA REGRA DO 036 DO CGPRG005)
      *--------------------------------------------------------------*
       065-APURAR-FAIXA-BOLSA.

           PERFORM 071-LOCALIZAR-REGRA-BOLSA
           MOVE ZERO TO WS-VALOR-BOLSA
           MOVE 'N'  TO WS-RGV-ACHOU-SW
           PERFORM 073-TESTAR-FAIXA-BOLSA
              VARYING WS-RGV-IDX FROM 1 BY 1
              UNTIL WS-RGV-IDX > WS-RGV-QTDE-FAIXAS
                 OR WS-RGV-ACHOU-SW = 'S'
           .
      *--------------------------------------------------------------*
      *    LOCALIZA A REGRA DE BOLSA VIGENTE PARA O CURSO EM
      *    WS-RGB-PESQ-CURSO NA COMPETENCIA DO PERIODO: A REGRA DO
      *    CURSO, SENAO A GERAL, SENAO AS FAIXAS PADRAO
      *--------------------------------------------------------------*
       071-LOCALIZAR-REGRA-BOLSA.

           MOVE ZERO TO WS-RGB-ACHOU
           PERFORM 072-COMPARAR-REGRA-BOLSA
              VARYING WS-RGB-IDX FROM 1 BY 1
              UNTIL WS-RGB-IDX > WS-RGB-QTDE
           IF WS-RGB-ACHOU = ZERO
              MOVE WS-CURSO-GERAL TO WS-RGB-PESQ-CURSO
              PERFORM 072-COMPARAR-REGRA-BOLSA
                 VARYING WS-RGB-IDX FROM 1 BY 1
                 UNTIL WS-RGB-IDX > WS-RGB-QTDE
           END-IF
           IF WS-RGB-ACHOU > ZERO
              MOVE WS-RGB-QTDE-FAIXAS (WS-RGB-ACHOU)
                 TO WS-RGV-QTDE-FAIXAS
              MOVE WS-RGB-FAIXAS (WS-RGB-ACHOU) TO WS-RGV-FAIXAS
           ELSE
              MOVE WS-RGP-QTDE-FAIXAS TO WS-RGV-QTDE-FAIXAS
              MOVE WS-RGP-FAIXAS      TO WS-RGV-FAIXAS
           END-IF
           .
       072-COMPARAR-REGRA-BOLSA.

           IF WS-RGB-CURSO (WS-RGB-IDX) = WS-RGB-PESQ-CURSO
              AND WS-RGB-INICIO (WS-RGB-IDX) NOT > WS-CP-AAAAMM
              MOVE WS-RGB-IDX TO WS-RGB-ACHOU
           END-IF
           .
      *--------------------------------------------------------------*
      *    A PRIMEIRA FAIXA (DA MAIOR PARA A MENOR) QUE A MEDIA DO
      *    PERIODO ALCANCA DA O PERCENTUAL DA MENSALIDADE
      *--------------------------------------------------------------*
       073-TESTAR-FAIXA-BOLSA.

           IF AS-MEDIA-PERIODO >=
              WS-NOTA-CORTE + WS-RGV-ACRESCIMO (WS-RGV-IDX)
              COMPUTE WS-VALOR-BOLSA = WS-VALOR-MENSALIDADE
                 * WS-RGV-PERCENTUAL (WS-RGV-IDX) / 100
              MOVE 'S' TO WS-RGV-ACHOU-SW
           END-IF
           .
      *--------------------------------------------------------------*
      *    LE A PROXIMA DISCIPLINA DO PERIODO E ACUMULA A MEDIA, A
      *    SITUACAO E A COMPETENCIA DELA
      *--------------------------------------------------------------*
       067-SOMAR-PERIODO.

           READ CGHISTK-FILE NEXT
           EVALUATE TRUE
              WHEN WS-HISTK-STATUS = '10'
                 MOVE 'S' TO WS-FIM-PERIODO
              WHEN WS-HISTK-STATUS NOT = '00'
                 MOVE 'S' TO WS-FIM-PERIODO
                 PERFORM 069-ERRO-REGRAVACAO
              WHEN HSK-NUMERO NOT = WS-RET-NUMERO
                 OR HSK-ANO NOT = WS-RET-ANO
                 OR HSK-PER NOT = WS-RET-PER
                 MOVE 'S' TO WS-FIM-PERIODO
              WHEN OTHER
                 ADD 1         TO WS-QTDE-DISC-PER
                 ADD HSK-MEDIA TO AS-SOMA-MEDIAS-PER
                 PERFORM 061-COMPETENCIA-DISCIPLINA
                 IF HSK-SITUACAO NOT = 'A'
                    MOVE 'N' TO WS-PER-TODAS-A
                 END-IF
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    LE A PROXIMA DISCIPLINA DO PERIODO E REGRAVA NELA A NOVA
      *    BOLSA DO ALUNO NO PERIODO
      *--------------------------------------------------------------*
       068-REGRAVAR-BOLSA.

           READ CGHISTK-FILE NEXT
           EVALUATE TRUE
              WHEN WS-HISTK-STATUS = '10'
                 MOVE 'S' TO WS-FIM-PERIODO
              WHEN WS-HISTK-STATUS NOT = '00'
                 MOVE 'S' TO WS-FIM-PERIODO
                 PERFORM 069-ERRO-REGRAVACAO
              WHEN HSK-NUMERO NOT = WS-RET-NUMERO
                 OR HSK-ANO NOT = WS-RET-ANO
                 OR HSK-PER NOT = WS-RET-PER
                 MOVE 'S' TO WS-FIM-PERIODO
              WHEN OTHER
                 MOVE HSK-REG-HISTORICO TO WS-HSK-ANTES
                 MOVE WS-VALOR-BOLSA TO HSK-BOLSA
                 REWRITE HSK-REG-HISTORICO
                 IF WS-HISTK-STATUS NOT = '00'
                    MOVE 'S' TO WS-FIM-PERIODO
                    PERFORM 069-ERRO-REGRAVACAO
                 ELSE
                    PERFORM 078-GRAVAR-JORNAL
                    IF WS-ABORTAR-SW = 'S'
                       MOVE 'S' TO WS-FIM-PERIODO
                    END-IF
                 END-IF
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    ERRO DE ACESSO AO CONSOLIDADO DURANTE A REGRAVACAO -
      *    INTERROMPE O PROCESSAMENTO (CODIGO 12)
      *--------------------------------------------------------------*
       069-ERRO-REGRAVACAO.

           SET RET-INVALIDO TO TRUE
           MOVE 'S' TO WS-ABORTAR-SW
           MOVE 'S' TO WS-FIM-RETIF
           MOVE 'ERRO DE REGRAVACAO NO CONSOLIDADO'
              TO WS-MSG-ERRO
           DISPLAY ' *** CGPRG050 - ERRO DE REGRAVACAO NO '
              'CGHISTK - STATUS=' WS-HISTK-STATUS
           .
      *--------------------------------------------------------------*
      *    MOVIMENTO DE AJUSTE PARA O FINANCEIRO: O NOVO VALOR DO
      *    DESCONTO DA COMPETENCIA DO PERIODO RETIFICADO, APURADA NO
      *    066 (O FINANCEIRO SUBSTITUI O MOVIMENTO ORIGINAL). SE O
      *    MOVIMENTO DA COMPETENCIA AINDA ESTA RETIDO NO CGBOLPEN, O
      *    FINANCEIRO NAO O RECEBEU: O NOVO VALOR E REGRAVADO NO
      *    RETIDO (SAI CORRETO QUANDO O CGPRG005 O LIBERAR) E NAO HA
      *    AJUSTE
      *--------------------------------------------------------------*
       070-GRAVAR-AJUSTE.

           PERFORM 074-ATUALIZAR-RETIDO
           IF WS-RETIDO-SW = 'N'
              AND WS-ABORTAR-SW = 'N'
              PERFORM 076-EMITIR-AJUSTE
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCURA O MOVIMENTO DO ALUNO NA COMPETENCIA NO CGBOLPEN
      *    (STATUS 23 = NAO RETIDO) E, SE RETIDO, REGRAVA O NOVO
      *    DESCONTO/LIQUIDO E LISTA NA AUDITORIA; OUTRO ERRO
      *    INTERROMPE O PROCESSAMENTO (CODIGO 12)
      *--------------------------------------------------------------*
       074-ATUALIZAR-RETIDO.

           MOVE 'N' TO WS-RETIDO-SW
           IF WS-BOLPEN-ABERTO-SW = 'S'
              MOVE HSK-NUMERO   TO PEN-NUMERO
              MOVE WS-CP-AAAAMM TO PEN-COMPETENCIA
              READ CGBOLPEN-FILE
              EVALUATE TRUE
                 WHEN WS-BOLPEN-STATUS = '00'
                    MOVE 'S' TO WS-RETIDO-SW
                    MOVE WS-VALOR-BOLSA TO PEN-DESCONTO
                    COMPUTE PEN-LIQUIDO =
                       PEN-MENSALIDADE - WS-VALOR-BOLSA
                    REWRITE PEN-REG-RETIDO
                    IF WS-BOLPEN-STATUS = '00'
                       ADD 1 TO WS-CTRETIDO
                       MOVE PEN-COMPETENCIA TO WS-RT-COMPETENCIA
                       MOVE PEN-DESCONTO    TO WS-RT-DESCONTO
                       MOVE PEN-LIQUIDO     TO WS-RT-LIQUIDO
                       MOVE WS-LIN-RETIDO   TO CGRETLST-REG
                       WRITE CGRETLST-REG
                    ELSE
                       MOVE 'S' TO WS-ABORTAR-SW
                       MOVE 'S' TO WS-FIM-RETIF
                       DISPLAY ' *** CGPRG050 - ERRO DE REGRAVACAO NO '
                          'CGBOLPEN - STATUS=' WS-BOLPEN-STATUS
                    END-IF
                 WHEN WS-BOLPEN-STATUS = '23'
                    CONTINUE
                 WHEN OTHER
                    MOVE 'S' TO WS-ABORTAR-SW
                    MOVE 'S' TO WS-FIM-RETIF
                    DISPLAY ' *** CGPRG050 - ERRO DE LEITURA NO '
                       'CGBOLPEN - STATUS=' WS-BOLPEN-STATUS
              END-EVALUATE
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVA O MOVIMENTO DE AJUSTE NO CGBOLAJ (LAYOUT DO CGBOLSA)
      *--------------------------------------------------------------*
       076-EMITIR-AJUSTE.

           ADD 1 TO WS-CTAJUSTE
           ADD WS-VALOR-BOLSA TO AS-AJUSTE-DESCONTO
           MOVE SPACES              TO WS-REG-BOLSA
           MOVE 'M'                 TO BOL-TIPO
           MOVE HSK-NUMERO          TO BOL-NUMERO
           WRITE CGBOLAJ-REG
           .
      *--------------------------------------------------------------*
      *    RETIFICACAO EFETIVADA EM PERIODO FECHADO: GRAVA O LOG DE
      *    REABERTURA (CGREABLG), CONTA A REABERTURA NO CONTROLE DE
      *    PERIODOS (O PERIODO CONTINUA FECHADO) E LISTA A
      *    AUTORIZACAO NA AUDITORIA
      *--------------------------------------------------------------*
       075-REGISTRAR-REABERTURA.

           ADD 1 TO WS-CTREABERTURA
           MOVE SPACES             TO WS-REG-REABERTURA
           MOVE WS-DATA-HOJE       TO REA-DATA
           MOVE WS-HH-HHMMSS       TO REA-HORA
           MOVE 'CGPRG050'         TO REA-PROGRAMA
           MOVE WS-RET-ANO         TO REA-ANO
           MOVE WS-RET-PER         TO REA-PER
           MOVE WS-RET-NUMERO      TO REA-NUMERO
           MOVE WS-RET-DISCIPLINA  TO REA-DISCIPLINA
           MOVE WS-RET-QUAL-NOTA   TO REA-QUAL-NOTA
           MOVE WS-NOTA-ANTES      TO REA-NOTA-ANTES
           MOVE WS-RET-VALOR       TO REA-NOTA-DEPOIS
           MOVE WS-RET-AUTORIZACAO TO REA-AUT-RETIFICACAO
           MOVE WS-RET-REABERTURA  TO REA-AUT-REABERTURA
           MOVE WS-REG-REABERTURA  TO CGREABLG-REG
           WRITE CGREABLG-REG
           ADD 1 TO PER-QTDE-REABERTURA
           MOVE WS-DATA-HOJE       TO PER-DATA-REABERTURA
           MOVE WS-RET-REABERTURA  TO PER-AUT-REABERTURA
           REWRITE PER-REG-PERIODO
           IF WS-PERIODO-STATUS NOT = '00'
              MOVE 'S' TO WS-ABORTAR-SW
              MOVE 'S' TO WS-FIM-RETIF
              DISPLAY ' *** CGPRG050 - ERRO DE REGRAVACAO NO '
                 'CGPERIOD - STATUS=' WS-PERIODO-STATUS
           END-IF
           MOVE WS-RET-REABERTURA  TO WS-RR-AUTORIZACAO
           MOVE WS-DATA-HOJE       TO WS-RR-DATA
           MOVE WS-LIN-REABERTURA  TO CGRETLST-REG
           WRITE CGRETLST-REG
           .
      *--------------------------------------------------------------*
      *    ABRE O JORNAL DE ATUALIZACOES DO CGHISTK EM EXTEND - SEM
      *    ELE NAO HA RETIFICACAO (CODIGO 12): A RECUPERACAO DO
      *    CGPRG085 DEPENDE DE TODAS AS ATUALIZACOES ESTAREM NELE
      *--------------------------------------------------------------*
       077-ABRIR-JORNAL.

           OPEN EXTEND CGJRNL-FILE
           IF WS-JRNL-STATUS = '00'
              MOVE 'S' TO WS-JRNL-ABERTO-SW
           ELSE
              DISPLAY ' *** CGPRG050 - ERRO NA ABERTURA DO JORNAL '
                 '(CGJRNL) - STATUS=' WS-JRNL-STATUS
              MOVE 'S' TO WS-ABORTAR-SW
              MOVE 'S' TO WS-FIM-RETIF
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVA NO JORNAL A REGRAVACAO DO CGHISTK (IMAGEM ANTES EM
      *    WS-HSK-ANTES, IMAGEM DEPOIS NO REGISTRO REGRAVADO); A
      *    EXECUCAO E IDENTIFICADA PELO PROGRAMA E PELA DATA/HORA DE
      *    INICIO. ERRO NO JORNAL INTERROMPE A RETIFICACAO
      *--------------------------------------------------------------*
       078-GRAVAR-JORNAL.

           ADD 1 TO WS-CTJORNAL
           MOVE SPACES            TO WS-REG-JORNAL
           MOVE 'CGPRG050'        TO JRN-PROGRAMA
           MOVE WS-DATA-HOJE      TO JRN-EXEC-DATA
           MOVE WS-HH-HHMMSS      TO JRN-EXEC-HORA
           MOVE WS-CTJORNAL       TO JRN-SEQUENCIA
           ACCEPT JRN-DATA        FROM DATE YYYYMMDD
           ACCEPT WS-HORA-JRN     FROM TIME
           MOVE WS-HJ-HHMMSS      TO JRN-HORA
           MOVE 'A'               TO JRN-OPERACAO
           MOVE WS-HSK-ANTES      TO JRN-IMAGEM-ANTES
           MOVE HSK-REG-HISTORICO TO JRN-IMAGEM-DEPOIS
           MOVE WS-REG-JORNAL     TO CGJRNL-REG
           WRITE CGJRNL-REG
           IF WS-JRNL-STATUS NOT = '00'
              SET RET-INVALIDO TO TRUE
              MOVE 'S' TO WS-ABORTAR-SW
              MOVE 'S' TO WS-FIM-RETIF
              MOVE 'ERRO DE GRAVACAO NO JORNAL' TO WS-MSG-ERRO
              DISPLAY ' *** CGPRG050 - ERRO DE GRAVACAO NO JORNAL '
                 '(CGJRNL) - STATUS=' WS-JRNL-STATUS
           END-IF
           .
      *--------------------------------------------------------------*
      *    LISTA A LINHA DA TRANSACAO NA AUDITORIA
      *--------------------------------------------------------------*
       055-LISTAR-TRANSACAO.
           MOVE WS-RET-ANO         TO WS-RL-ANO
           MOVE WS-RET-PER         TO WS-RL-PER
           MOVE WS-RET-QUAL-NOTA   TO WS-RL-QUAL
           MOVE WS-RET-DISCIPLINA  TO WS-RL-DISCIPLINA
           MOVE WS-RET-AUTORIZACAO TO WS-RL-AUTORIZACAO
           MOVE WS-LIN-TRANS       TO CGRETLST-REG
           WRITE CGRETLST-REG
           MOVE HSK-MEDIA    TO WS-RI-MEDIA
           MOVE HSK-SITUACAO TO WS-RI-SITUACAO
           MOVE HSK-BOLSA    TO WS-RI-BOLSA
           MOVE HSK-TURMA    TO WS-RI-TURMA
           MOVE WS-LIN-IMAGEM TO CGRETLST-REG
           WRITE CGRETLST-REG
           .
           DISPLAY ' * TRANSACOES REJEITADAS   = ' WS-CT-ED
           MOVE WS-CTAJUSTE     TO WS-CT-ED
           DISPLAY ' * AJUSTES DE BOLSA EMITIDOS = ' WS-CT-ED
           MOVE WS-CTRETIDO     TO WS-CT-ED
           DISPLAY ' * RETIDOS ATUALIZADOS     = ' WS-CT-ED
           MOVE WS-CTREABERTURA TO WS-CT-ED
           DISPLAY ' * REABERTURAS DE PERIODO  = ' WS-CT-ED
           MOVE WS-CTJORNAL     TO WS-CT-ED
           DISPLAY ' * REGISTROS NO JORNAL     = ' WS-CT-ED
           DISPLAY ' *----------------------------------------*'
           EVALUATE TRUE
              WHEN WS-ABORTAR-SW = 'S'
           IF WS-HISTK-ABERTO-SW = 'S'
              CLOSE CGHISTK-FILE
           END-IF
           IF WS-JRNL-ABERTO-SW = 'S'
              CLOSE CGJRNL-FILE
           END-IF
           IF WS-CURSO-ABERTO-SW = 'S'
              CLOSE CGCURSO-FILE
           END-IF
           IF WS-PERIODO-ABERTO-SW = 'S'
              CLOSE CGPERIOD-FILE
           END-IF
           IF WS-BOLPEN-ABERTO-SW = 'S'
              CLOSE CGBOLPEN-FILE
           END-IF
           IF WS-SAIDAS-ABERTAS-SW = 'S'
              PERFORM 085-TRAILER-AJUSTE
              CLOSE CGRETLST-FILE
              CLOSE CGBOLAJ-FILE
              CLOSE CGREABLG-FILE
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGPRG050 <-------------------*
