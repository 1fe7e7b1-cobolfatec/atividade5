      *                          DUPLICADOS SAI NOS TOTAIS DE
      *                          CONTROLE, NO CHECKPOINT E NO
      *                          REGISTRO DE AUDITORIA (CGAUDIT)
      *  V26    OUT/2026 010029  NOTAS POR DISCIPLINA: O CARTAO DE
      *                          NOTAS TRAZ A DISCIPLINA, VALIDADA
      *                          CONTRA O CATALOGO CGDISCIP DO CURSO
      *                          DO ALUNO (MOTIVO 14); DUPLICIDADE
      *                          PASSA A SER POR ALUNO E DISCIPLINA;
      *                          HISTORICO, LISTA DE RECUPERACAO E
      *                          EXAME DE RECUPERACAO POR
      *                          DISCIPLINA; A BOLSA PASSA A SER DO
      *                          ALUNO NO PERIODO (MEDIA DAS MEDIAS
      *                          DAS DISCIPLINAS, SO COM TODAS
      *                          APROVADAS), APURADA NO FECHAMENTO
      *                          DE CADA GRUPO; O CGFALTA PASSA A
      *                          LISTAR TAMBEM A DISCIPLINA DO GRUPO
      *                          SEM CARTAO DO ALUNO; O CHECKPOINT
      *                          GUARDA A DISCIPLINA (LRECL 100)
      *  V27    OUT/2026 010030  FAIXAS DE BOLSA PASSAM A VIR DAS
      *                          REGRAS DE BOLSA (CGBOLFX, MANTIDAS
      *                          PELO CGPRG014): VALE A REGRA DO
      *                          CURSO (OU A GERAL '*') DE MAIOR
      *                          INICIO ATE A COMPETENCIA DO GRUPO;
      *                          SEM REGRA (OU SEM A DD) VALEM AS
      *                          FAIXAS PADRAO 50/30/15/5%
      *  V28    OUT/2026 010031  CONTROLE DE PERIODOS (CGPERIOD,
      *                          FECHADO PELO CGPRG060): GRUPO DE
      *                          PERIODO FECHADO E REJEITADO (MOTIVO
      *                          15 NO CGEXCEP); NO MODO RECUPERACAO
      *                          O EXAME DE PERIODO FECHADO VAI PARA
      *                          O CGEXCEP E O FALTOSO E IGNORADO;
      *                          SEM A DD NENHUM PERIODO ESTA FECHADO
      *  V29    OUT/2026 010035  INADIMPLENCIA ENVIADA PELO FINAN-
      *                          CEIRO (DD CGINADIM, OPCIONAL): O
      *                          MOVIMENTO DE BOLSA DE ALUNO INADIM-
      *                          PLENTE NAO VAI PARA O CGBOLSA - FICA
      *                          RETIDO NO CGBOLPEN E SAI NA LISTA
      *                          CGBOLSUS; NUMA EXECUCAO INTEGRA OS
      *                          RETIDOS DE ALUNO QUE NAO CONSTA MAIS
      *                          COMO INADIMPLENTE SAO LIBERADOS PARA
      *                          O CGBOLSA; O TRAILER DO CGBOLSA
      *                          PASSA A TOTALIZAR SO O ENVIADO
      *  V30    OUT/2026 010036  TURMA DO HEADER GRAVADA NO
      *                          HISTORICO (CGHIST/CGHISTK) E NA
      *                          LISTA DE RECUPERACAO, DE ONDE O
      *                          MODO RECUPERACAO A LEVA AO CGHISTK
      *  V31    OUT/2026 010037  TODA ATUALIZACAO DO CGHISTK GRAVA
      *                          AS IMAGENS ANTES/DEPOIS NO JORNAL
      *                          CGJRNL (SEM O JORNAL O CONSOLIDADO
      *                          NAO E ATUALIZADO)
      *  V32    OUT/2026 010040  COMPETENCIA DO PERIODO GRAVADA NO
      *                          CGHISTK (AAAAMM DA DATA DO HEADER);
      *                          A RECUPERACAO MANTEM A DO REGISTRO
      *                          REGRAVADO
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS HSK-CHAVE
               FILE STATUS  IS WS-HISTK-STATUS.
      *----> JORNAL DE ATUALIZACOES DO CGHISTK (ACUMULATIVO - ABERTO
      *      EM EXTEND; COMPARTILHADO COM O CGPRG025 E O CGPRG050)
           SELECT CGJRNL-FILE   ASSIGN TO CGJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-JRNL-STATUS.
      *----> ARQUIVO DE TRABALHO DO HISTORICO - EFETIVADO EM CGHISTK
      *      SO NO TERMINO DE UMA EXECUCAO INTEGRA
           SELECT CGHISWK-FILE  ASSIGN TO CGHISWK
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS CRS-CODIGO
               FILE STATUS  IS WS-CURSO-STATUS.
      *----> CATALOGO DE DISCIPLINAS (VSAM KSDS - CHAVE = CURSO +
      *      CODIGO DA DISCIPLINA, MANTIDO PELO CGPRG013)
           SELECT CGDISCIP-FILE ASSIGN TO CGDISCIP
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS DSC-CHAVE
               FILE STATUS  IS WS-DISC-STATUS.
      *----> REGRAS DE BOLSA (VSAM KSDS - CHAVE = CURSO + INICIO,
      *      MANTIDO PELO CGPRG014; CARREGADO NA TABELA DE REGRAS)
           SELECT CGBOLFX-FILE  ASSIGN TO CGBOLFX
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS FXB-CHAVE
               FILE STATUS  IS WS-REGRA-STATUS.
      *----> CONTROLE DE PERIODOS (VSAM KSDS - CHAVE = ANO/PERIODO,
      *      MANTIDO PELO CGPRG060) - PERIODO FECHADO NAO E GRAVADO
           SELECT CGPERIOD-FILE ASSIGN TO CGPERIOD
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS PER-CHAVE
               FILE STATUS  IS WS-PERIODO-STATUS.
      *----> ALUNOS INADIMPLENTES/REGULARIZADOS ENVIADOS PELO
      *      FINANCEIRO (DD OPCIONAL - SEM ELA NADA E RETIDO NEM
      *      LIBERADO)
           SELECT CGINADIM-FILE ASSIGN TO CGINADIM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-INADIM-STATUS.
      *----> MOVIMENTOS DE BOLSA RETIDOS POR INADIMPLENCIA (VSAM
      *      KSDS - CHAVE = ALUNO/COMPETENCIA)
           SELECT CGBOLPEN-FILE ASSIGN TO CGBOLPEN
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS PEN-CHAVE
               FILE STATUS  IS WS-BOLPEN-STATUS.
      *----> LISTA DAS BOLSAS RETIDAS E LIBERADAS
           SELECT CGBOLSUS-FILE ASSIGN TO CGBOLSUS
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
      *=============*
       FD  CGCKPT-IN
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CGCKPT-REG-IN              PIC X(100).

       FD  CGCKPT-OUT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CGCKPT-REG-OUT             PIC X(100).

       FD  CGRECLST-FILE
           LABEL RECORDS ARE STANDARD
           LABEL RECORDS ARE STANDARD.
           COPY CGREGHSK.

       FD  CGJRNL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CGJRNL-REG                 PIC X(250).

       FD  CGHISWK-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           LABEL RECORDS ARE STANDARD.
           COPY CGREGCRS.

       FD  CGDISCIP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CGREGDSC.

       FD  CGBOLFX-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CGREGFXB.

       FD  CGPERIOD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CGREGPER.

       FD  CGFALTA-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  CGFREQ-REG                 PIC X(20).

       FD  CGINADIM-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CGINADIM-REG               PIC X(60).

       FD  CGBOLPEN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CGREGPEN.

       FD  CGBOLSUS-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CGBOLSUS-REG               PIC X(120).

       SD  SORT-RECL.
       01  SR-RECL-REG.
           05 SR-RL-NUMERO            PIC 9(04).
           05 FILLER                  PIC X(45).
           05 SR-RL-DISCIPLINA        PIC X(06).
           05 FILLER                  PIC X(05).

       SD  SORT-REL.
       01  SR-REL-REG.
       77  WS-HISTK-ERRO-SW           PIC X(01)      VALUE 'N'.
       77  WS-CTHIST-REGRAVADO        PIC 9(06)      VALUE ZERO.

      *-----> JORNAL DE ATUALIZACOES DO CGHISTK (CGJRNL)
           COPY CGREGJRN.
       77  WS-JRNL-STATUS             PIC X(02).
       77  WS-JRNL-ABERTO-SW          PIC X(01)      VALUE 'N'.
       77  WS-CTJORNAL                PIC 9(07)      VALUE ZERO.
       77  WS-JRN-OPERACAO            PIC X(01).
       01  WS-HSK-ANTES               PIC X(100).
       01  WS-HSK-DEPOIS              PIC X(100).
      *-----> COMPETENCIA DO PERIODO NO CGHISTK (AAAAMM DA DATA-PROC)
       01  WS-DATA-HSK                PIC 9(08)      VALUE ZERO.
       01  WS-DATA-HSK-R REDEFINES WS-DATA-HSK.
           05 WS-DHK-AAAAMM       PIC 9(06).
           05 FILLER              PIC 9(02).
       77  WS-COMPET-HSK              PIC 9(06)      VALUE ZERO.
       01  WS-HORA-JRN                PIC 9(08)      VALUE ZERO.
       01  WS-HORA-JRN-R REDEFINES WS-HORA-JRN.
           05 WS-HJ-HHMMSS        PIC 9(06).
           05 FILLER              PIC 9(02).

      *-----> CONTROLE DE REGISTROS VALIDOS/REJEITADOS (VALIDACAO)
       01  WS-SW-VALIDO               PIC X(01).
           88  REG-VALIDO             VALUE 'S'.
       77  WS-CURSO-ACHADO-SW         PIC X(01)      VALUE 'N'.
       77  WS-MENS-ULT                PIC 9(04)V99   VALUE ZERO.

      *-----> CATALOGO DE DISCIPLINAS (CGDISCIP) - A DISCIPLINA DO
      *       CARTAO PRECISA EXISTIR NO CURSO DO ALUNO
       77  WS-DISC-STATUS             PIC X(02).
       77  WS-DISC-ERRO-SW            PIC X(01)      VALUE 'N'.
       77  WS-DISC-ABERTO-SW          PIC X(01)      VALUE 'N'.
       77  WS-DISC-ACHADO-SW          PIC X(01)      VALUE 'N'.

      *-----> CONTROLE DE PERIODOS (CGPERIOD) - O ULTIMO PERIODO
      *       LIDO E GUARDADO PARA NAO RELER O MESMO PERIODO; SEM O
      *       ARQUIVO (STATUS 35) NENHUM PERIODO ESTA FECHADO
       77  WS-PERIODO-STATUS          PIC X(02).
       77  WS-PERIODO-ERRO-SW         PIC X(01)      VALUE 'N'.
       77  WS-PERIODO-ABERTO-SW       PIC X(01)      VALUE 'N'.
       77  WS-PER-FECHADO-SW          PIC X(01)      VALUE 'N'.
       77  WS-PER-ULT                 PIC 9(06)      VALUE ZERO.
       01  WS-PER-PESQ                PIC 9(06)      VALUE ZERO.
       01  WS-PER-PESQ-R REDEFINES WS-PER-PESQ.
           05 WS-PPQ-ANO          PIC 9(04).
           05 WS-PPQ-PER          PIC 9(02).
       77  WS-CTRECUP-FECHADO         PIC 9(06)      VALUE ZERO.

      *-----> CONTROLE DE INTEGRIDADE DO ROTEIRO (HEADER/TRAILER);
      *       O ROTEIRO CARREGA VARIOS GRUPOS H/D/T (UM POR TURMA) -
      *       WS-HEADER-SW LIGADO INDICA GRUPO ABERTO (SEM TRAILER)
       77  WS-CTGRUPO-ERRO            PIC 9(03)      VALUE ZERO.
       77  WS-CTGRPPULADO             PIC 9(06)      VALUE ZERO.

      *-----> DETECCAO DE CARTAO DUPLICADO NO GRUPO: PARES ALUNO/
      *       DISCIPLINA DOS CARTOES VALIDOS, ZERADOS A CADA HEADER -
      *       O SEGUNDO CARTAO DO MESMO ALUNO NA MESMA DISCIPLINA NO
      *       MESMO GRUPO E REJEITADO; OS PARES TAMBEM APONTAM A
      *       DISCIPLINA DO GRUPO QUE FICOU SEM CARTAO DO ALUNO
       77  WS-PAR-MAX                 PIC 9(04)      VALUE 3000.
       77  WS-PAR-QTDE                PIC 9(04)      VALUE ZERO.
       77  WS-PAR-IDX                 PIC 9(04)      VALUE ZERO.
       77  WS-PAR-ACHOU-SW            PIC X(01)      VALUE 'N'.
       01  WS-TAB-PAR.
           05 WS-PAR-ENT OCCURS 3000 TIMES.
              10 WS-PAR-NUMERO    PIC 9(04).
              10 WS-PAR-DISC      PIC X(06).
       01  WS-PAR-PESQ.
           05 WS-PPQ-NUMERO       PIC 9(04).
           05 WS-PPQ-DISC         PIC X(06).
       77  WS-CTDUPLICADO             PIC 9(06)      VALUE ZERO.

      *-----> ALUNOS E DISCIPLINAS DO GRUPO CORRENTE (ZERADOS A
      *       CADA HEADER): BASE DA BOLSA DO ALUNO NO PERIODO
      *       (MEDIA DAS MEDIAS DAS DISCIPLINAS, SO COM TODAS
      *       APROVADAS) APURADA NO FECHAMENTO DO GRUPO
       77  WS-ALG-MAX                 PIC 9(04)      VALUE 1000.
       77  WS-ALG-QTDE                PIC 9(04)      VALUE ZERO.
       77  WS-ALG-IDX                 PIC 9(04)      VALUE ZERO.
       77  WS-ALG-POS                 PIC 9(04)      VALUE ZERO.
       77  WS-ALG-ACHOU-SW            PIC X(01)      VALUE 'N'.
       01  WS-TAB-ALUNOS-GRUPO.
           05 WS-ALG-ENT OCCURS 1000 TIMES.
              10 WS-ALG-NUMERO    PIC 9(04).
              10 WS-ALG-NOME      PIC X(20).
              10 WS-ALG-CURSO     PIC X(12).
              10 WS-ALG-MENS      PIC 9(04)V99.
              10 WS-ALG-QTDDISC   PIC 9(02).
              10 WS-ALG-SOMA      PIC 9(04)V99.
              10 WS-ALG-SIT       PIC X(01).
       77  WS-DSG-MAX                 PIC 9(02)      VALUE 30.
       77  WS-DSG-QTDE                PIC 9(02)      VALUE ZERO.
       77  WS-DSG-IDX                 PIC 9(02)      VALUE ZERO.
       77  WS-DSG-ACHOU-SW            PIC X(01)      VALUE 'N'.
       01  WS-TAB-DISC-GRUPO.
           05 WS-DSG-ENT OCCURS 30 TIMES.
              10 WS-DSG-CURSO     PIC X(12).
              10 WS-DSG-CODIGO    PIC X(06).

      *-----> CONCILIACAO DE ALUNOS SEM CARTAO NO PERIODO (CGFALTA):
      *       MARCA POR NUMERO (1-9999) DOS ALUNOS COM CARTAO NO
      *       ROTEIRO; NO TERMINO O CADASTRO E VARRIDO E O ALUNO
           05 FAL-CURSO           PIC X(12).
           05 FILLER              PIC X(01).
           05 FAL-PERIODO         PIC 9(06).
           05 FILLER              PIC X(01).
           05 FAL-DISCIPLINA      PIC X(06).
           05 FILLER              PIC X(28).

      *-----> FREQUENCIA APURADA (CGFREQ, GRAVADA PELO CGPRG003):
      *       TABELA POR NUMERO DO ALUNO - ENTRADA EM BRANCO = ALUNO
       77  WS-CTFREQ-CARREGADA        PIC 9(06)      VALUE ZERO.
       77  WS-CTFREQ-APLICADA         PIC 9(06)      VALUE ZERO.

      *-----> INADIMPLENCIA (CGINADIM, ENVIADO PELO FINANCEIRO):
      *       TABELA POR NUMERO DO ALUNO - I = INADIMPLENTE, R =
      *       REGULARIZADO, BRANCO = EM DIA; ARQUIVO SEM TRAILER OU
      *       COM QTDE DIVERGENTE E IGNORADO (NADA RETIDO NEM
      *       LIBERADO)
           COPY CGREGINA.
       01  WS-TAB-INADIM.
           05 WS-INA-SIT OCCURS 9999 TIMES
                                  PIC X(01).
       77  WS-INADIM-STATUS           PIC X(02).
       77  WS-INADIM-ATIVO-SW         PIC X(01)      VALUE 'N'.
       77  WS-INADIM-DIVERG-SW        PIC X(01)      VALUE 'N'.
       77  WS-FIM-INADIM              PIC X(01)      VALUE 'N'.
       77  WS-INA-TRAILER-SW          PIC X(01)      VALUE 'N'.
       77  WS-INA-TRL-QTDE            PIC 9(06)      VALUE ZERO.
       77  WS-CTINA-MOVTO             PIC 9(06)      VALUE ZERO.
       77  WS-CTINADIMPLENTE          PIC 9(06)      VALUE ZERO.
       77  WS-CTREGULARIZADO          PIC 9(06)      VALUE ZERO.

      *-----> MOVIMENTOS DE BOLSA RETIDOS (CGBOLPEN) E LISTA DE
      *       RETIDOS/LIBERADOS (CGBOLSUS)
       77  WS-BOLPEN-STATUS           PIC X(02).
       77  WS-BOLPEN-ERRO-SW          PIC X(01)      VALUE 'N'.
       77  WS-BOLPEN-ABERTO-SW        PIC X(01)      VALUE 'N'.
       77  WS-FIM-BOLPEN              PIC X(01)      VALUE 'N'.
       77  WS-CTBOLSA-RETIDA          PIC 9(06)      VALUE ZERO.
       77  WS-CTBOLSA-LIBERADA        PIC 9(06)      VALUE ZERO.
       77  WS-CTBOLSA-MANTIDA         PIC 9(06)      VALUE ZERO.
       77  AS-VALOR-BOLSA-RETIDA      PIC 9(07)V99   VALUE ZERO.
       77  AS-VALOR-BOLSA-LIBERADA    PIC 9(07)V99   VALUE ZERO.
       77  AS-VALOR-BOLSA-ENVIADA     PIC 9(09)V99   VALUE ZERO.
       01  WS-LIN-RETENCAO.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-LRT-ACAO         PIC X(08).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-LRT-NUMERO       PIC 9(04).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-LRT-CURSO        PIC X(12).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-LRT-COMPETENCIA  PIC 9(06).
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-LRT-MENSALIDADE  PIC ZZZ9,99.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-LRT-DESCONTO     PIC ZZZ9,99.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-LRT-DATA         PIC 9(08).
           05 FILLER              PIC X(58)      VALUE SPACES.
       01  WS-LIN-RETENCAO-CAB.
           05 FILLER              PIC X(34)      VALUE
              ' ACAO     NUM. CURSO        COMPET'.
           05 FILLER              PIC X(28)      VALUE
              '   MENSAL   DESCTO  DT.RETEN'.
           05 FILLER              PIC X(58)      VALUE SPACES.
       01  WS-LIN-TOT-RETENCAO.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-LTR-TEXTO        PIC X(40).
           05 WS-LTR-QTDE         PIC ZZZZZ9.
           05 FILLER              PIC X(03)      VALUE SPACES.
           05 WS-LTR-VALOR        PIC ZZZZZZ9,99.
           05 FILLER              PIC X(60)      VALUE SPACES.

      *-----> REGRAS DE BOLSA (CGBOLFX, GRAVADO PELO CGPRG014):
      *       TABELA NA ORDEM DA CHAVE (CURSO + INICIO) - A ULTIMA
      *       REGRA DO CURSO COM INICIO ATE A COMPETENCIA E A
      *       VIGENTE; CURSO SEM REGRA USA A GERAL ('*') E, SEM
      *       ELA, AS FAIXAS PADRAO (ACRESCIMO SOBRE A NOTA DE CORTE
      *       E PERCENTUAL: +3 50%, +2 30%, +1 15%, +0 5%)
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

      *-----> ACUMULADORES DO GRUPO CORRENTE (ZERADOS A CADA HEADER
      *       E CONFERIDOS CONTRA O TRAILER DO PROPRIO GRUPO)
       77  WS-GR-CTLIDO               PIC 9(06)      VALUE ZERO.
       77  WS-CTREPROVADO             PIC 9(06)      VALUE ZERO.

      *-----> MODO RECUPERACAO - NOTA DE EXAME E CONTROLES DO
      *       CASAMENTO LISTA X EXAMES (AMBOS POR NUMERO E
      *       DISCIPLINA)
       01  WS-REG-EXAME.
           05 WS-EXM-NUMERO       PIC 9(04).
           05 WS-EXM-NOTA         PIC 9(02)V99.
           05 WS-EXM-DISCIPLINA   PIC X(06).
           05 FILLER              PIC X(66).
       01  WS-CHV-LISTA.
           05 WS-CHL-NUMERO       PIC X(04).
           05 WS-CHL-DISC         PIC X(06).
       01  WS-CHV-EXAME.
           05 WS-CHE-NUMERO       PIC X(04).
           05 WS-CHE-DISC         PIC X(06).
       77  WS-RECUP-STATUS            PIC X(02).
       77  WS-FIM-LISTA               PIC X(01)      VALUE 'N'.
       77  WS-FIM-EXAME               PIC X(01)      VALUE 'N'.
       77  AS-VALOR-BOLSA-TOTAL       PIC 9(07)V99   VALUE ZERO.
       77  WS-VALOR-BOLSA-TOT         PIC $$$$$$9,99.
       77  WS-CTBOLSA                 PIC 9(06)      VALUE ZERO.
      *-----> BOLSA APURADA DO ALUNO NO PERIODO, POR NUMERO - LEVADA
      *       A CADA DISCIPLINA DELE NA EFETIVACAO DO HISTORICO
       01  WS-TAB-BOLHST.
           05 WS-BHS-VALOR OCCURS 9999 TIMES
                                  PIC 9(04)V99.

      *-----> MOVIMENTO DE BOLSAS PARA O FINANCEIRO (CGBOLSA)
           COPY CGREGBOL.
           05 FILLER              PIC X(44)      VALUE
              'NUM  NOME                 S ID CURSO'.
           05 FILLER              PIC X(56)      VALUE
              'NOTA1 NOTA2 NOTA3 NOTA4 MEDIA DISCIP  FRQ SITUACAO'.
           05 FILLER              PIC X(32)      VALUE SPACES.
       01  WS-LIN-DET.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 CK-CTREPROVADO          PIC 9(06).
           05 CK-GRUPO                PIC 9(03).
           05 CK-CTDUPLICADO          PIC 9(06).
           05 CK-DISCIPLINA           PIC X(06).
           05 FILLER                  PIC X(17).
       77  WS-CKPTI-STATUS            PIC X(02).
       77  WS-RESTART-SW              PIC X(01)      VALUE 'N'.
      *-----> CHAVE DO CARTAO NO GRUPO (NUMERO + DISCIPLINA - OS
      *       CARTOES DE UMA TURMA VEM NESSA ORDEM) E A CHAVE DO
      *       ULTIMO CARTAO DO CHECKPOINT, PARA PULAR NUM RESTART
       01  WS-CHV-CARTAO.
           05 WS-CHV-NUMERO           PIC X(04).
           05 WS-CHV-DISC             PIC X(06).
       01  WS-ULT-CKPT-CHAVE.
           05 WS-ULT-CKPT-NUMERO      PIC 9(04)      VALUE ZERO.
           05 WS-ULT-CKPT-DISC        PIC X(06)      VALUE SPACES.
       77  WS-ULT-CKPT-GRUPO          PIC 9(03)      VALUE ZERO.
       77  WS-ULT-CKPT-NOTA-CORTE     PIC 9(02)      VALUE ZERO.
       77  WS-CKPT-QUOC               PIC 9(06).
                 DISPLAY ' *** CGPRG005 - HISTORICO CONSOLIDADO '
                    'AUSENTE OU COM ERRO (CGHISTK) - STATUS='
                    WS-HISTK-STATUS
              ELSE
                 PERFORM 103-ABRIR-JORNAL
                 IF WS-JRNL-ABERTO-SW = 'N'
                    MOVE 'S' TO WS-RECUP-ERRO-SW
                    MOVE 'S' TO WS-HISTK-ERRO-SW
                 END-IF
              END-IF
              PERFORM 020-ABRIR-PERIODO
              IF WS-PERIODO-ERRO-SW = 'S'
                 MOVE 'S' TO WS-RECUP-ERRO-SW
              END-IF
              OPEN INPUT CGRECUP-FILE
              IF WS-RECUP-STATUS NOT = '00'
              OPEN OUTPUT CGBOLSA-FILE
              OPEN OUTPUT CGFALTA-FILE
              MOVE SPACES TO WS-TAB-FALTA
              MOVE ZEROS  TO WS-TAB-BOLHST
              PERFORM 009-CARREGAR-FREQUENCIA
              PERFORM 007-CARREGAR-REGRAS-BOLSA
              PERFORM 054-CARREGAR-INADIMPLENCIA
              OPEN INPUT  CGMESTRE-FILE
              IF WS-MESTRE-STATUS NOT = '00'
                 MOVE 'S' TO WS-MESTRE-ERRO-SW
           END-READ
           .
      *--------------------------------------------------------------*
      *    CARREGA AS REGRAS DE BOLSA (DD CGBOLFX) NA TABELA DE
      *    REGRAS; A DD E OPCIONAL - SEM ELA (OU COM ERRO DE
      *    ABERTURA) VALEM AS FAIXAS PADRAO. PASSAR DO LIMITE DA
      *    TABELA INVALIDA A EXECUCAO (BOLSA SEM A REGRA CERTA)
      *--------------------------------------------------------------*
       007-CARREGAR-REGRAS-BOLSA.

           MOVE ZERO TO WS-RGB-QTDE
           OPEN INPUT CGBOLFX-FILE
           IF WS-REGRA-STATUS = '00'
              MOVE 'N' TO WS-FIM-REGRA
              PERFORM 006-LER-REGRA-BOLSA
                 UNTIL WS-FIM-REGRA = 'S'
              CLOSE CGBOLFX-FILE
              DISPLAY ' *  REGRAS DE BOLSA (CGBOLFX) CARREGADAS - '
                 WS-RGB-QTDE ' REGRAS'
           ELSE
              CLOSE CGBOLFX-FILE
              DISPLAY ' *  SEM DD CGBOLFX - VALEM AS FAIXAS DE '
                 'BOLSA PADRAO (50/30/15/5%)'
           END-IF
           .
       006-LER-REGRA-BOLSA.

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
                       MOVE 'S' TO WS-ESTRUTURA-ERRO-SW
                       MOVE 'S' TO WS-FIM
                       DISPLAY ' *** LIMITE DE ' WS-RGB-MAX
                          ' REGRAS DE BOLSA (CGBOLFX) ULTRAPASSADO'
                          ' - EXECUCAO INVALIDADA'
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
      *    ABRE O CATALOGO DE CURSOS - SEM ELE NAO HA COMO VALIDAR O
      *    CURSO NEM APURAR A MENSALIDADE DA BOLSA, ENTAO ERRO DE
      *    ABERTURA ABORTA A EXECUCAO (CODIGO 12)
                 WS-CURSO-STATUS
           ELSE
              MOVE 'S' TO WS-CURSO-ABERTO-SW
              PERFORM 017-ABRIR-DISCIPLINA
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRE O CATALOGO DE DISCIPLINAS - SEM ELE NAO HA COMO
      *    VALIDAR A DISCIPLINA DO CARTAO, ENTAO ERRO DE ABERTURA
      *    ABORTA A EXECUCAO (CODIGO 12)
      *--------------------------------------------------------------*
       017-ABRIR-DISCIPLINA.

           OPEN INPUT CGDISCIP-FILE
           IF WS-DISC-STATUS NOT = '00'
              MOVE 'S' TO WS-DISC-ERRO-SW
              MOVE 'S' TO WS-FIM
              DISPLAY ' *** CGPRG005 - CATALOGO DE DISCIPLINAS '
                 'AUSENTE OU COM ERRO (CGDISCIP) - STATUS='
                 WS-DISC-STATUS
           ELSE
              MOVE 'S' TO WS-DISC-ABERTO-SW
              PERFORM 020-ABRIR-PERIODO
              IF WS-PERIODO-ERRO-SW = 'N'
                 PERFORM 016-ABRIR-ALUNOS
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRE O CONTROLE DE PERIODOS (SO CONSULTA); STATUS 35 E O
      *    ARQUIVO AINDA INEXISTENTE (NENHUM PERIODO FECHADO PELO
      *    CGPRG060) - A EXECUCAO SEGUE SEM O CONTROLE; OUTRO ERRO
      *    ABORTA A EXECUCAO (CODIGO 12)
      *--------------------------------------------------------------*
       020-ABRIR-PERIODO.

           OPEN INPUT CGPERIOD-FILE
           EVALUATE TRUE
              WHEN WS-PERIODO-STATUS = '00'
                 MOVE 'S' TO WS-PERIODO-ABERTO-SW
              WHEN WS-PERIODO-STATUS = '35'
                 DISPLAY ' *  SEM CONTROLE DE PERIODOS (CGPERIOD) - '
                    'NENHUM PERIODO FECHADO'
              WHEN OTHER
                 MOVE 'S' TO WS-PERIODO-ERRO-SW
                 MOVE 'S' TO WS-FIM
                 DISPLAY ' *** CGPRG005 - CONTROLE DE PERIODOS '
                    'COM ERRO (CGPERIOD) - STATUS='
                    WS-PERIODO-STATUS
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    ABRE O ROTEIRO DE NOTAS E DISPARA A PRIMEIRA LEITURA
      *--------------------------------------------------------------*
       016-ABRIR-ALUNOS.
              MOVE CK-CTREPROVADO TO WS-CTREPROVADO
              MOVE CK-GRUPO       TO WS-ULT-CKPT-GRUPO
              MOVE CK-CTDUPLICADO TO WS-CTDUPLICADO
              MOVE CK-DISCIPLINA  TO WS-ULT-CKPT-DISC
           END-IF
           .
       013-EXIT.
      *--------------------------------------------------------------*
       019-DESPACHAR-CARTAO.

           MOVE WS-NUMERO-IN     TO WS-CHV-NUMERO
           MOVE WS-DISCIPLINA-IN TO WS-CHV-DISC
           EVALUATE TRUE
              WHEN SYSIN-HEADER
                 PERFORM 021-TRATAR-HEADER
                    AND WS-NUMERO-IN IS NUMERIC
                    AND (WS-GRP-IDX < WS-ULT-CKPT-GRUPO
                       OR (WS-GRP-IDX = WS-ULT-CKPT-GRUPO
                          AND WS-CHV-CARTAO NOT > WS-ULT-CKPT-CHAVE))
                    MOVE 'N' TO WS-PROCESSAR-SW
                    ADD 1 TO WS-GR-CTREJ
                    SET EXC-TIPO-INVALIDO TO TRUE
      *    TRAILER) REJEITA O GRUPO ANTERIOR E SEGUE; O CURSO DO
      *    HEADER E VALIDADO CONTRA O CATALOGO (CGCURSO): CURSO
      *    DESCONHECIDO VAI PARA O CGEXCEP (MOTIVO 11) E REJEITA O
      *    GRUPO (OS CARTOES DELE SO CONTAM PARA O TRAILER); O GRUPO
      *    ANTERIOR SEM TRAILER TEM AS BOLSAS APURADAS ANTES DE O
      *    NOVO HEADER TROCAR A COMPETENCIA
      *--------------------------------------------------------------*
       021-TRATAR-HEADER.

           MOVE 'N'             TO WS-PROCESSAR-SW
           IF WS-HEADER-SW = 'S'
              PERFORM 085-REJEITAR-GRUPO
              PERFORM 040-FECHAR-ALUNOS-GRUPO
              DISPLAY ' *** GRUPO ' WS-GRP-IDX ' (TURMA ' WS-TURMA
                 ') SEM TRAILER - GRUPO REJEITADO'
           END-IF
              MOVE ZERO              TO WS-GR-CTRECUP
              MOVE ZERO              TO WS-GR-CTREPROVADO
              MOVE ZERO              TO AS-GR-HASH
              MOVE ZERO              TO WS-PAR-QTDE
              MOVE ZERO              TO WS-ALG-QTDE
              MOVE ZERO              TO WS-DSG-QTDE
              MOVE WS-HDR-CURSO-IN   TO WS-CURSO-PESQ
              PERFORM 018-LER-CURSO
              IF WS-CURSO-ERRO-SW = 'N'
                    ' REJEITADO'
                 PERFORM 047-REEMITIR-EXCECAO
              END-IF
      *----> PERIODO JA FECHADO PELO CGPRG060 NAO PODE SER REGRAVADO
      *      NO HISTORICO - O GRUPO INTEIRO E REJEITADO (MOTIVO 15)
              IF WS-GRP-HDR-REJ-SW = 'N'
                 AND WS-CURSO-ERRO-SW = 'N'
                 MOVE WS-HDR-PERIODO-IN TO WS-PER-PESQ
                 PERFORM 053-LER-PERIODO
                 IF WS-PER-FECHADO-SW = 'S'
                    AND WS-PERIODO-ERRO-SW = 'N'
                    MOVE 'S' TO WS-GRP-HDR-REJ-SW
                    PERFORM 085-REJEITAR-GRUPO
                    SET EXC-PERIODO-FECHADO TO TRUE
                    MOVE 'PERIODO' TO WS-EXC-CAMPO
                    DISPLAY ' *** PERIODO DO HEADER JA FECHADO = '
                       WS-HDR-PERIODO-IN ' - GRUPO ' WS-GRP-IDX
                       ' REJEITADO'
                    PERFORM 047-REEMITIR-EXCECAO
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONSULTA O PERIODO EM WS-PER-PESQ NO CONTROLE DE PERIODOS
      *    E LIGA WS-PER-FECHADO-SW SE ELE JA FOI FECHADO; O ULTIMO
      *    PERIODO LIDO FICA EM CACHE. SO A CHAVE INEXISTENTE (23) E
      *    PERIODO ABERTO - OUTRO ERRO ABORTA A EXECUCAO (CODIGO 12)
      *--------------------------------------------------------------*
       053-LER-PERIODO.

           IF WS-PERIODO-ABERTO-SW = 'N'
              MOVE 'N' TO WS-PER-FECHADO-SW
           ELSE
              IF WS-PER-PESQ NOT = WS-PER-ULT
                 MOVE WS-PER-PESQ TO WS-PER-ULT
                 MOVE 'N'         TO WS-PER-FECHADO-SW
                 MOVE SPACES      TO PER-REG-PERIODO
                 MOVE WS-PPQ-ANO  TO PER-ANO
                 MOVE WS-PPQ-PER  TO PER-PER
                 READ CGPERIOD-FILE
                 EVALUATE TRUE
                    WHEN WS-PERIODO-STATUS = '00'
                       IF PER-FECHADO
                          MOVE 'S' TO WS-PER-FECHADO-SW
                       END-IF
                    WHEN WS-PERIODO-STATUS = '23'
                       CONTINUE
                    WHEN OTHER
                       MOVE 'S' TO WS-PERIODO-ERRO-SW
                       MOVE 'S' TO WS-PER-FECHADO-SW
                       MOVE 'S' TO WS-FIM
                       MOVE 'S' TO WS-FIM-LISTA
                       MOVE 'S' TO WS-FIM-EXAME
                       DISPLAY ' *** CGPRG005 - ERRO DE LEITURA NO '
                          'CGPERIOD - STATUS=' WS-PERIODO-STATUS
                 END-EVALUATE
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    FECHA O GRUPO CORRENTE NO SEU TRAILER: CONFERE QTDE/HASH
      *    DO GRUPO, APONTA NO CGFALTA AS DISCIPLINAS DO GRUPO SEM
      *    CARTAO DO ALUNO (SO GRUPO OK), APURA AS BOLSAS DO GRUPO E
      *    EXIBE OS TOTAIS DA TURMA; TRAILER SEM GRUPO ABERTO E ERRO
      *    DE ESTRUTURA DO ROTEIRO
      *--------------------------------------------------------------*
       022-TRATAR-TRAILER.

              MOVE WS-TRL-QTDE-IN TO WS-GR-TRL-QTDE
              MOVE WS-TRL-HASH-IN TO WS-GR-TRL-HASH
              PERFORM 089-CONFERIR-GRUPO
              IF WS-GRP-OK (WS-GRP-IDX) = 'S'
                 PERFORM 044-APONTAR-DISC-FALTANTES
              END-IF
              PERFORM 040-FECHAR-ALUNOS-GRUPO
              PERFORM 088-EXIBIR-TOTAIS-GRUPO
              MOVE 'N' TO WS-HEADER-SW
           END-IF
           IF WS-RESTART-SW = 'S'
              AND (WS-GRP-IDX < WS-ULT-CKPT-GRUPO
                 OR (WS-GRP-IDX = WS-ULT-CKPT-GRUPO
                    AND WS-CHV-CARTAO NOT > WS-ULT-CKPT-CHAVE))
              MOVE 'N' TO WS-PROCESSAR-SW
      *----> O HISTORICO (E A LISTA DE RECUPERACAO) DO CARTAO PULADO
      *      E REEMITIDO PARA QUE A EFETIVACAO NO TERMINO FIQUE
              ADD 1  TO WS-CTLIDO
              PERFORM 027-VALIDAR-SYSIN
              IF WS-MESTRE-ERRO-SW = 'S'
                 OR WS-DISC-ERRO-SW = 'S'
                 MOVE 'N' TO WS-PROCESSAR-SW
              ELSE
                 IF REG-INVALIDO
              MOVE WS-FQA-PCT (WS-NUMERO-IN) TO WS-FREQUENCIA-IN
              ADD 1 TO WS-CTFREQ-APLICADA
           END-IF
           PERFORM 023-LER-MESTRE
      *----> MATRICULA TRANCADA OU CANCELADA NAO PROCESSA NOTAS -
      *      O CARTAO VAI PARA A FOLHA DE CORRECAO DO CGPRG015
           IF REG-VALIDO
                 MOVE 'CURSO' TO WS-EXC-CAMPO
              END-IF
           END-IF
      *----> A DISCIPLINA DO CARTAO PRECISA SER DO CURSO DO ALUNO
           IF REG-VALIDO
              PERFORM 048-LER-DISCIPLINA
              IF WS-DISC-ERRO-SW = 'S'
                 OR WS-DISC-ACHADO-SW = 'N'
                 SET REG-INVALIDO TO TRUE
                 SET EXC-DISC-SEM-CATAL TO TRUE
                 MOVE 'DISCIPLINA' TO WS-EXC-CAMPO
              END-IF
           END-IF
           IF REG-VALIDO
              AND (WS-NOTA1-IN NOT NUMERIC OR WS-NOTA1-IN > 10)
              SET REG-INVALIDO TO TRUE
              SET EXC-FREQ-INVALIDA TO TRUE
              MOVE 'FREQUENCIA' TO WS-EXC-CAMPO
           END-IF
      *----> O PRIMEIRO CARTAO VALIDO DO ALUNO NA DISCIPLINA ENTRA NA
      *      TABELA DE PARES DO GRUPO; O SEGUINTE DO MESMO ALUNO NA
      *      MESMA DISCIPLINA E REJEITADO (O TRAILER NAO FLAGRA -
      *      QTDE E HASH BATEM COM O QUE FOI PERFURADO)
           IF REG-VALIDO
              MOVE WS-NUMERO-IN     TO WS-PPQ-NUMERO
              MOVE WS-DISCIPLINA-IN TO WS-PPQ-DISC
              PERFORM 042-LOCALIZAR-PAR
              IF WS-PAR-ACHOU-SW = 'S'
                 SET REG-INVALIDO TO TRUE
                 SET EXC-CARTAO-DUPLIC TO TRUE
                 MOVE 'DISCIPLINA' TO WS-EXC-CAMPO
              ELSE
                 PERFORM 049-INCLUIR-PAR
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCURA O PAR ALUNO/DISCIPLINA DE WS-PAR-PESQ NA TABELA DE
      *    PARES DO GRUPO CORRENTE
      *--------------------------------------------------------------*
       042-LOCALIZAR-PAR.

           MOVE 'N' TO WS-PAR-ACHOU-SW
           PERFORM 084-COMPARAR-PAR
              VARYING WS-PAR-IDX FROM 1 BY 1
              UNTIL WS-PAR-IDX > WS-PAR-QTDE
                 OR WS-PAR-ACHOU-SW = 'S'
           .
       084-COMPARAR-PAR.

           IF WS-PAR-ENT (WS-PAR-IDX) = WS-PAR-PESQ
              MOVE 'S' TO WS-PAR-ACHOU-SW
           END-IF
           .
      *--------------------------------------------------------------*
      *    INCLUI O PAR ALUNO/DISCIPLINA NA TABELA DO GRUPO; TABELA
      *    CHEIA INVALIDA A EXECUCAO (A DUPLICIDADE DEIXARIA DE SER
      *    CONFERIDA)
      *--------------------------------------------------------------*
       049-INCLUIR-PAR.

           IF WS-PAR-QTDE NOT < WS-PAR-MAX
              MOVE 'S' TO WS-ESTRUTURA-ERRO-SW
              MOVE 'S' TO WS-FIM
              DISPLAY ' *** LIMITE DE ' WS-PAR-MAX ' CARTOES '
                 'ALUNO/DISCIPLINA POR GRUPO ULTRAPASSADO - '
                 'EXECUCAO INVALIDADA'
           ELSE
              ADD 1 TO WS-PAR-QTDE
              MOVE WS-PAR-PESQ TO WS-PAR-ENT (WS-PAR-QTDE)
           END-IF
           .
      *--------------------------------------------------------------*
      *    BUSCA A DISCIPLINA DO CARTAO NO CATALOGO (CGDISCIP) PELA
      *    CHAVE CURSO DO ALUNO + CODIGO; SO A CHAVE INEXISTENTE (23)
      *    E DADO - OUTRO ERRO E DE INFRAESTRUTURA E ABORTA A
      *    EXECUCAO (CODIGO 12)
      *--------------------------------------------------------------*
       048-LER-DISCIPLINA.

           MOVE 'N'              TO WS-DISC-ACHADO-SW
           MOVE SPACES           TO DSC-REG-DISCIPLINA
           MOVE MST-CURSO        TO DSC-CURSO
           MOVE WS-DISCIPLINA-IN TO DSC-CODIGO
           READ CGDISCIP-FILE
           EVALUATE TRUE
              WHEN WS-DISC-STATUS = '00'
                 MOVE 'S' TO WS-DISC-ACHADO-SW
              WHEN WS-DISC-STATUS = '23'
                 CONTINUE
              WHEN OTHER
                 MOVE 'S' TO WS-DISC-ERRO-SW
                 MOVE 'S' TO WS-FIM
                 DISPLAY ' *** CGPRG005 - ERRO DE LEITURA NO '
                    'CGDISCIP - STATUS=' WS-DISC-STATUS
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    ENVIA REGISTRO COM NOTA/SEXO INVALIDO PARA A LISTAGEM DE
           IF WS-PROCESSAR-SW = 'S'
              PERFORM 031-CALCULAR-MEDIA
              PERFORM 035-DETERMINAR-SITUACAO
              PERFORM 032-ACUMULAR-BOLSA
              MOVE WS-DISCIPLINA-IN TO WS-DIS

      *----> CALCULO DA MEDIA GERAL DOS ALUNOS
              ADD     AS-MEDIA TO AS-MEDG
           MOVE  AS-MEDIA      TO WS-MED
           .
      *--------------------------------------------------------------*
      *    ACUMULA A DISCIPLINA NO ALUNO DO GRUPO PARA A BOLSA DO
      *    PERIODO (APURADA NO FECHAMENTO DO GRUPO EM 040) E GUARDA
      *    A DISCIPLINA ENTRE AS OFERECIDAS NO GRUPO
      *--------------------------------------------------------------*
       032-ACUMULAR-BOLSA.

           MOVE 'N'  TO WS-ALG-ACHOU-SW
           MOVE ZERO TO WS-ALG-POS
           PERFORM 033-PROCURAR-ALUNO-GRUPO
              VARYING WS-ALG-IDX FROM 1 BY 1
              UNTIL WS-ALG-IDX > WS-ALG-QTDE
                 OR WS-ALG-ACHOU-SW = 'S'
           IF WS-ALG-ACHOU-SW = 'N'
              IF WS-ALG-QTDE NOT < WS-ALG-MAX
                 MOVE 'S' TO WS-ESTRUTURA-ERRO-SW
                 MOVE 'S' TO WS-FIM
                 DISPLAY ' *** LIMITE DE ' WS-ALG-MAX ' ALUNOS POR '
                    'GRUPO ULTRAPASSADO - EXECUCAO INVALIDADA'
              ELSE
                 ADD 1 TO WS-ALG-QTDE
                 MOVE WS-ALG-QTDE  TO WS-ALG-POS
                 MOVE WS-NUMERO-IN TO WS-ALG-NUMERO (WS-ALG-POS)
                 MOVE MST-NOME     TO WS-ALG-NOME (WS-ALG-POS)
                 MOVE MST-CURSO    TO WS-ALG-CURSO (WS-ALG-POS)
                 MOVE WS-VALOR-MENSALIDADE
                                   TO WS-ALG-MENS (WS-ALG-POS)
                 MOVE ZERO         TO WS-ALG-QTDDISC (WS-ALG-POS)
                 MOVE ZERO         TO WS-ALG-SOMA (WS-ALG-POS)
                 MOVE 'A'          TO WS-ALG-SIT (WS-ALG-POS)
              END-IF
           END-IF
           IF WS-ALG-POS > ZERO
              ADD 1        TO WS-ALG-QTDDISC (WS-ALG-POS)
              ADD AS-MEDIA TO WS-ALG-SOMA (WS-ALG-POS)
      *----> UMA DISCIPLINA NAO APROVADA TIRA O ALUNO DA BOLSA
              IF WS-SITUACAO-COD NOT = 'A'
                 MOVE 'N' TO WS-ALG-SIT (WS-ALG-POS)
              END-IF
           END-IF
           MOVE 'N' TO WS-DSG-ACHOU-SW
           PERFORM 076-PROCURAR-DISC-GRUPO
              VARYING WS-DSG-IDX FROM 1 BY 1
              UNTIL WS-DSG-IDX > WS-DSG-QTDE
                 OR WS-DSG-ACHOU-SW = 'S'
           IF WS-DSG-ACHOU-SW = 'N'
              IF WS-DSG-QTDE NOT < WS-DSG-MAX
                 MOVE 'S' TO WS-ESTRUTURA-ERRO-SW
                 MOVE 'S' TO WS-FIM
                 DISPLAY ' *** LIMITE DE ' WS-DSG-MAX ' DISCIPLINAS '
                    'POR GRUPO ULTRAPASSADO - EXECUCAO INVALIDADA'
              ELSE
                 ADD 1 TO WS-DSG-QTDE
                 MOVE MST-CURSO        TO WS-DSG-CURSO (WS-DSG-QTDE)
                 MOVE WS-DISCIPLINA-IN TO WS-DSG-CODIGO (WS-DSG-QTDE)
              END-IF
           END-IF
           .
       033-PROCURAR-ALUNO-GRUPO.

           IF WS-ALG-NUMERO (WS-ALG-IDX) = WS-NUMERO-IN
              MOVE 'S'        TO WS-ALG-ACHOU-SW
              MOVE WS-ALG-IDX TO WS-ALG-POS
           END-IF
           .
       076-PROCURAR-DISC-GRUPO.

           IF WS-DSG-CURSO (WS-DSG-IDX) = MST-CURSO
              AND WS-DSG-CODIGO (WS-DSG-IDX) = WS-DISCIPLINA-IN
              MOVE 'S' TO WS-DSG-ACHOU-SW
           END-IF
           .
      *--------------------------------------------------------------*
      *    FECHAMENTO DO GRUPO: APURA A BOLSA DE CADA ALUNO NO
      *    PERIODO PELA MEDIA DAS MEDIAS DAS SUAS DISCIPLINAS (SO
      *    COM TODAS APROVADAS) E ESVAZIA A TABELA DE ALUNOS - UMA
      *    SEGUNDA CHAMADA PARA O MESMO GRUPO NAO REEMITE NADA
      *--------------------------------------------------------------*
       040-FECHAR-ALUNOS-GRUPO.

           PERFORM 041-APURAR-BOLSA-ALUNO
              VARYING WS-ALG-IDX FROM 1 BY 1
              UNTIL WS-ALG-IDX > WS-ALG-QTDE
           MOVE ZERO TO WS-ALG-QTDE
           .
       041-APURAR-BOLSA-ALUNO.

           COMPUTE AS-MEDIA ROUNDED =
              WS-ALG-SOMA (WS-ALG-IDX) / WS-ALG-QTDDISC (WS-ALG-IDX)
           MOVE WS-ALG-MENS (WS-ALG-IDX) TO WS-VALOR-MENSALIDADE
           IF WS-ALG-SIT (WS-ALG-IDX) = 'A'
              PERFORM 036-APURAR-FAIXA-BOLSA
           ELSE
              MOVE ZERO TO WS-VALOR-BOLSA
           END-IF
           MOVE WS-VALOR-BOLSA
              TO WS-BHS-VALOR (WS-ALG-NUMERO (WS-ALG-IDX))
           ADD  WS-VALOR-BOLSA TO AS-VALOR-BOLSA-TOTAL
      *----> ALUNO INADIMPLENTE TEM O MOVIMENTO RETIDO (NAO VAI PARA
      *      O FINANCEIRO ATE SER REGULARIZADO)
           IF WS-VALOR-BOLSA > ZERO
              IF WS-INADIM-ATIVO-SW = 'S'
                 AND WS-INA-SIT (WS-ALG-NUMERO (WS-ALG-IDX)) = 'I'
                 PERFORM 057-RETER-BOLSA
              ELSE
                 PERFORM 039-GRAVAR-BOLSA
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONCILIACAO POR DISCIPLINA NO TRAILER DE UM GRUPO OK: O
      *    ALUNO COM CARTAO NO GRUPO QUE NAO TEVE CARTAO NUMA
      *    DISCIPLINA DO SEU CURSO OFERECIDA NO GRUPO E LISTADO EM
      *    CGFALTA COM A DISCIPLINA (O ALUNO SEM CARTAO NENHUM SAI
      *    NA VARREDURA DO CADASTRO EM 087, SEM DISCIPLINA)
      *--------------------------------------------------------------*
       044-APONTAR-DISC-FALTANTES.

           PERFORM 080-CONFERIR-DISC-ALUNO
              VARYING WS-ALG-IDX FROM 1 BY 1
              UNTIL WS-ALG-IDX > WS-ALG-QTDE
           .
       080-CONFERIR-DISC-ALUNO.

           PERFORM 079-CONFERIR-PAR-ALUNO
              VARYING WS-DSG-IDX FROM 1 BY 1
              UNTIL WS-DSG-IDX > WS-DSG-QTDE
           .
       079-CONFERIR-PAR-ALUNO.

           IF WS-DSG-CURSO (WS-DSG-IDX) = WS-ALG-CURSO (WS-ALG-IDX)
              MOVE WS-ALG-NUMERO (WS-ALG-IDX) TO WS-PPQ-NUMERO
              MOVE WS-DSG-CODIGO (WS-DSG-IDX) TO WS-PPQ-DISC
              PERFORM 042-LOCALIZAR-PAR
              IF WS-PAR-ACHOU-SW = 'N'
                 ADD 1 TO WS-CTFALTANTE
                 MOVE SPACES                     TO WS-REG-FALTA
                 MOVE WS-ALG-NUMERO (WS-ALG-IDX) TO FAL-NUMERO
                 MOVE WS-ALG-NOME (WS-ALG-IDX)   TO FAL-NOME
                 MOVE WS-ALG-CURSO (WS-ALG-IDX)  TO FAL-CURSO
                 MOVE WS-PERIODO                 TO FAL-PERIODO
                 MOVE WS-DSG-CODIGO (WS-DSG-IDX) TO FAL-DISCIPLINA
                 MOVE WS-REG-FALTA               TO CGFALTA-REG
                 WRITE CGFALTA-REG
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    FAIXAS DE DESCONTO DA REGRA VIGENTE, RELATIVAS A NOTA DE
      *    CORTE (SO O CALCULO DO VALOR - USADO TAMBEM NA REEMISSAO
      *    DO HISTORICO, QUE NAO TOCA TOTAIS NEM O FINANCEIRO)
      *--------------------------------------------------------------*
       036-APURAR-FAIXA-BOLSA.

      *----> FAIXAS RELATIVAS A NOTA DE CORTE (WS-NOTA-CORTE), PARA
      *      QUE UM CORTE PARAMETRIZADO ACIMA DE 7 NAO DEIXE ALUNO
      *      ABAIXO DELE RECEBENDO DESCONTO; AS FAIXAS SAO AS DA
      *      REGRA VIGENTE NA COMPETENCIA DO GRUPO PARA O CURSO
           MOVE WS-ALG-CURSO (WS-ALG-IDX) TO WS-RGB-PESQ-CURSO
           PERFORM 050-LOCALIZAR-REGRA-BOLSA
           MOVE ZERO TO WS-VALOR-BOLSA
           MOVE 'N'  TO WS-RGV-ACHOU-SW
           PERFORM 052-TESTAR-FAIXA-BOLSA
              VARYING WS-RGV-IDX FROM 1 BY 1
              UNTIL WS-RGV-IDX > WS-RGV-QTDE-FAIXAS
                 OR WS-RGV-ACHOU-SW = 'S'
           .
      *--------------------------------------------------------------*
      *    LOCALIZA A REGRA DE BOLSA VIGENTE PARA O CURSO EM
      *    WS-RGB-PESQ-CURSO NA COMPETENCIA DO GRUPO: A REGRA DO
      *    CURSO, SENAO A GERAL, SENAO AS FAIXAS PADRAO
      *--------------------------------------------------------------*
       050-LOCALIZAR-REGRA-BOLSA.

           MOVE ZERO TO WS-RGB-ACHOU
           PERFORM 051-COMPARAR-REGRA-BOLSA
              VARYING WS-RGB-IDX FROM 1 BY 1
              UNTIL WS-RGB-IDX > WS-RGB-QTDE
           IF WS-RGB-ACHOU = ZERO
              MOVE WS-CURSO-GERAL TO WS-RGB-PESQ-CURSO
              PERFORM 051-COMPARAR-REGRA-BOLSA
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
       051-COMPARAR-REGRA-BOLSA.

           IF WS-RGB-CURSO (WS-RGB-IDX) = WS-RGB-PESQ-CURSO
              AND WS-RGB-INICIO (WS-RGB-IDX) NOT > WS-DP-COMPETENCIA
              MOVE WS-RGB-IDX TO WS-RGB-ACHOU
           END-IF
           .
      *--------------------------------------------------------------*
      *    A PRIMEIRA FAIXA (DA MAIOR PARA A MENOR) QUE A MEDIA
      *    ALCANCA DA O PERCENTUAL DA MENSALIDADE
      *--------------------------------------------------------------*
       052-TESTAR-FAIXA-BOLSA.

           IF AS-MEDIA >= WS-NOTA-CORTE + WS-RGV-ACRESCIMO (WS-RGV-IDX)
              COMPUTE WS-VALOR-BOLSA = WS-VALOR-MENSALIDADE
                 * WS-RGV-PERCENTUAL (WS-RGV-IDX) / 100
              MOVE 'S' TO WS-RGV-ACHOU-SW
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVA O MOVIMENTO DE BOLSA DO ALUNO NO PERIODO PARA O
      *    FINANCEIRO (ALUNO CORRENTE DA TABELA DO GRUPO)
      *--------------------------------------------------------------*
       039-GRAVAR-BOLSA.

           ADD 1 TO WS-CTBOLSA
           MOVE SPACES              TO WS-REG-BOLSA
           MOVE 'M'                 TO BOL-TIPO
           MOVE WS-ALG-NUMERO (WS-ALG-IDX) TO BOL-NUMERO
           MOVE WS-ALG-CURSO (WS-ALG-IDX)  TO BOL-CURSO
           MOVE WS-DP-COMPETENCIA   TO BOL-COMPETENCIA
           MOVE WS-VALOR-MENSALIDADE TO BOL-MENSALIDADE
           MOVE WS-VALOR-BOLSA      TO BOL-DESCONTO
              WS-VALOR-MENSALIDADE - WS-VALOR-BOLSA
           MOVE WS-REG-BOLSA        TO CGBOLSA-REG
           WRITE CGBOLSA-REG
           ADD WS-VALOR-BOLSA       TO AS-VALOR-BOLSA-ENVIADA
           .
      *--------------------------------------------------------------*
      *    CARREGA A INADIMPLENCIA ENVIADA PELO FINANCEIRO (DD
      *    CGINADIM, OPCIONAL) NA TABELA POR NUMERO DO ALUNO E ABRE
      *    OS MOVIMENTOS RETIDOS; SEM A DD, OU COM O TRAILER AUSENTE
      *    OU DIVERGENTE, NADA E RETIDO NEM LIBERADO NESTA EXECUCAO
      *--------------------------------------------------------------*
       054-CARREGAR-INADIMPLENCIA.

           MOVE SPACES TO WS-TAB-INADIM
           OPEN OUTPUT CGBOLSUS-FILE
           MOVE SPACES TO CGBOLSUS-REG
           MOVE ' CGPRG005 - BOLSAS RETIDAS POR INADIMPLENCIA E BOLSAS
      -         ' LIBERADAS' TO CGBOLSUS-REG
           WRITE CGBOLSUS-REG
           MOVE WS-LIN-RETENCAO-CAB TO CGBOLSUS-REG
           WRITE CGBOLSUS-REG
           OPEN INPUT CGINADIM-FILE
           IF WS-INADIM-STATUS = '00'
              MOVE 'N' TO WS-FIM-INADIM
              PERFORM 055-LER-INADIMPLENCIA
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
                 MOVE 'S' TO WS-INADIM-ATIVO-SW
                 DISPLAY ' *  INADIMPLENCIA (CGINADIM) CARREGADA - '
                    WS-CTINADIMPLENTE ' INADIMPLENTES, '
                    WS-CTREGULARIZADO ' REGULARIZADOS'
                 PERFORM 056-ABRIR-BOLSAS-RETIDAS
              END-IF
           ELSE
              CLOSE CGINADIM-FILE
              DISPLAY ' *  SEM DD CGINADIM - NENHUMA BOLSA RETIDA '
                 'OU LIBERADA'
           END-IF
           .
       055-LER-INADIMPLENCIA.

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
                          ELSE
                             ADD 1 TO WS-CTREGULARIZADO
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
      *    ABRE OS MOVIMENTOS RETIDOS; STATUS 35 E O ARQUIVO AINDA
      *    INEXISTENTE (PRIMEIRA RETENCAO) - CRIA VAZIO E REABRE;
      *    OUTRO ERRO ABORTA A EXECUCAO (CODIGO 12)
      *--------------------------------------------------------------*
       056-ABRIR-BOLSAS-RETIDAS.

           OPEN I-O CGBOLPEN-FILE
           IF WS-BOLPEN-STATUS = '35'
              OPEN OUTPUT CGBOLPEN-FILE
              CLOSE CGBOLPEN-FILE
              OPEN I-O CGBOLPEN-FILE
           END-IF
           IF WS-BOLPEN-STATUS = '00'
              MOVE 'S' TO WS-BOLPEN-ABERTO-SW
           ELSE
              MOVE 'S' TO WS-BOLPEN-ERRO-SW
              MOVE 'N' TO WS-INADIM-ATIVO-SW
              MOVE 'S' TO WS-FIM
              DISPLAY ' *** CGPRG005 - MOVIMENTOS RETIDOS COM ERRO '
                 '(CGBOLPEN) - STATUS=' WS-BOLPEN-STATUS
           END-IF
           .
      *--------------------------------------------------------------*
      *    RETEM O MOVIMENTO DE BOLSA DO ALUNO INADIMPLENTE (ALUNO
      *    CORRENTE DA TABELA DO GRUPO) - A MESMA COMPETENCIA JA
      *    RETIDA (REEXECUCAO OU RESTART) E REGRAVADA
      *--------------------------------------------------------------*
       057-RETER-BOLSA.

           ADD 1              TO WS-CTBOLSA-RETIDA
           ADD WS-VALOR-BOLSA TO AS-VALOR-BOLSA-RETIDA
           MOVE SPACES                     TO PEN-REG-RETIDO
           MOVE WS-ALG-NUMERO (WS-ALG-IDX) TO PEN-NUMERO
           MOVE WS-DP-COMPETENCIA          TO PEN-COMPETENCIA
           MOVE WS-ALG-CURSO (WS-ALG-IDX)  TO PEN-CURSO
           MOVE WS-VALOR-MENSALIDADE       TO PEN-MENSALIDADE
           MOVE WS-VALOR-BOLSA             TO PEN-DESCONTO
           COMPUTE PEN-LIQUIDO =
              WS-VALOR-MENSALIDADE - WS-VALOR-BOLSA
           MOVE WS-DATA-HOJE               TO PEN-DATA-RETENCAO
           WRITE PEN-REG-RETIDO
           IF WS-BOLPEN-STATUS = '22'
              REWRITE PEN-REG-RETIDO
           END-IF
           IF WS-BOLPEN-STATUS NOT = '00'
              MOVE 'S' TO WS-BOLPEN-ERRO-SW
              MOVE 'S' TO WS-FIM
              DISPLAY ' *** CGPRG005 - ERRO DE GRAVACAO NO CGBOLPEN'
                 ' - STATUS=' WS-BOLPEN-STATUS
           END-IF
           MOVE 'RETIDA' TO WS-LRT-ACAO
           PERFORM 060-LISTAR-RETENCAO
           .
      *--------------------------------------------------------------*
      *    LIBERA PARA O CGBOLSA OS MOVIMENTOS RETIDOS DE ALUNO QUE
      *    NAO CONSTA MAIS COMO INADIMPLENTE (REGULARIZADO OU FORA
      *    DO ARQUIVO) - SO NUMA EXECUCAO INTEGRA, ANTES DO TRAILER
      *--------------------------------------------------------------*
       058-LIBERAR-RETIDAS.

           MOVE 'N'   TO WS-FIM-BOLPEN
           MOVE ZEROS TO PEN-CHAVE
           START CGBOLPEN-FILE KEY IS NOT LESS THAN PEN-CHAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIM-BOLPEN
           END-START
           PERFORM 059-LIBERAR-RETIDA
              UNTIL WS-FIM-BOLPEN = 'S'
           .
       059-LIBERAR-RETIDA.

           READ CGBOLPEN-FILE NEXT RECORD
              AT END
                 MOVE 'S' TO WS-FIM-BOLPEN
              NOT AT END
                 IF WS-INA-SIT (PEN-NUMERO) = 'I'
                    ADD 1 TO WS-CTBOLSA-MANTIDA
                 ELSE
                    ADD 1            TO WS-CTBOLSA
                    ADD 1            TO WS-CTBOLSA-LIBERADA
                    ADD PEN-DESCONTO TO AS-VALOR-BOLSA-LIBERADA
                    ADD PEN-DESCONTO TO AS-VALOR-BOLSA-ENVIADA
                    MOVE SPACES          TO WS-REG-BOLSA
                    MOVE 'M'             TO BOL-TIPO
                    MOVE PEN-NUMERO      TO BOL-NUMERO
                    MOVE PEN-CURSO       TO BOL-CURSO
                    MOVE PEN-COMPETENCIA TO BOL-COMPETENCIA
                    MOVE PEN-MENSALIDADE TO BOL-MENSALIDADE
                    MOVE PEN-DESCONTO    TO BOL-DESCONTO
                    MOVE PEN-LIQUIDO     TO BOL-LIQUIDO
                    MOVE WS-REG-BOLSA    TO CGBOLSA-REG
                    WRITE CGBOLSA-REG
                    MOVE 'LIBERADA'      TO WS-LRT-ACAO
                    PERFORM 060-LISTAR-RETENCAO
                    DELETE CGBOLPEN-FILE RECORD
                 END-IF
           END-READ
           IF WS-BOLPEN-STATUS NOT = '00'
              AND WS-BOLPEN-STATUS NOT = '10'
              MOVE 'S' TO WS-BOLPEN-ERRO-SW
              MOVE 'S' TO WS-FIM-BOLPEN
              DISPLAY ' *** CGPRG005 - ERRO NA LIBERACAO DO CGBOLPEN'
                 ' - STATUS=' WS-BOLPEN-STATUS
           END-IF
           .
      *--------------------------------------------------------------*
      *    LINHA DO MOVIMENTO RETIDO NA LISTA CGBOLSUS
      *--------------------------------------------------------------*
       060-LISTAR-RETENCAO.

           MOVE PEN-NUMERO        TO WS-LRT-NUMERO
           MOVE PEN-CURSO         TO WS-LRT-CURSO
           MOVE PEN-COMPETENCIA   TO WS-LRT-COMPETENCIA
           MOVE PEN-MENSALIDADE   TO WS-LRT-MENSALIDADE
           MOVE PEN-DESCONTO      TO WS-LRT-DESCONTO
           MOVE PEN-DATA-RETENCAO TO WS-LRT-DATA
           MOVE WS-LIN-RETENCAO   TO CGBOLSUS-REG
           WRITE CGBOLSUS-REG
           .
      *--------------------------------------------------------------*
      *    TOTAIS DA LISTA CGBOLSUS E FECHAMENTO DOS RETIDOS
      *--------------------------------------------------------------*
       061-FECHAR-RETENCAO.

           MOVE SPACES TO CGBOLSUS-REG
           WRITE CGBOLSUS-REG
           MOVE 'BOLSAS RETIDAS NESTA EXECUCAO'  TO WS-LTR-TEXTO
           MOVE WS-CTBOLSA-RETIDA                TO WS-LTR-QTDE
           MOVE AS-VALOR-BOLSA-RETIDA            TO WS-LTR-VALOR
           MOVE WS-LIN-TOT-RETENCAO TO CGBOLSUS-REG
           WRITE CGBOLSUS-REG
           MOVE 'BOLSAS LIBERADAS PARA O CGBOLSA' TO WS-LTR-TEXTO
           MOVE WS-CTBOLSA-LIBERADA              TO WS-LTR-QTDE
           MOVE AS-VALOR-BOLSA-LIBERADA          TO WS-LTR-VALOR
           MOVE WS-LIN-TOT-RETENCAO TO CGBOLSUS-REG
           WRITE CGBOLSUS-REG
           IF WS-INADIM-ATIVO-SW = 'N'
              MOVE SPACES TO CGBOLSUS-REG
              MOVE ' *** SEM INADIMPLENCIA VALIDA NESTA EXECUCAO - '
                 TO CGBOLSUS-REG
              WRITE CGBOLSUS-REG
              MOVE ' *** NENHUMA BOLSA RETIDA OU LIBERADA'
                 TO CGBOLSUS-REG
              WRITE CGBOLSUS-REG
           END-IF
           CLOSE CGBOLSUS-FILE
           IF WS-BOLPEN-ABERTO-SW = 'S'
              CLOSE CGBOLPEN-FILE
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVA O DETALHE NO ARQUIVO DE TRABALHO DO RELATORIO, DE
              MOVE ZERO        TO HST-NOTA4
           END-IF
           MOVE AS-MEDIA       TO HST-MEDIA
      *----> A BOLSA E DO ALUNO NO PERIODO - SO E CONHECIDA NO
      *      FECHAMENTO DO GRUPO E ENTRA NA EFETIVACAO (101)
           MOVE ZERO           TO HST-BOLSA
           MOVE WS-DATA-PROC   TO HST-DATA-PROC
           MOVE WS-FREQUENCIA-IN TO HST-FREQUENCIA
           MOVE WS-SITUACAO-COD  TO HST-SITUACAO
           MOVE WS-DISCIPLINA-IN TO HST-DISCIPLINA
           MOVE WS-TURMA         TO HST-TURMA
      *----> O REGISTRO LEVA O NUMERO DO GRUPO PARA A EFETIVACAO
      *      PULAR OS GRUPOS REJEITADOS (TRAILER DIVERGENTE)
           MOVE WS-GRP-IDX       TO HWK-GRUPO
           .
      *--------------------------------------------------------------*
      *    NUM RESTART, REAPURA SO O NECESSARIO DO CARTAO PULADO
      *    (CADASTRO, MEDIA, SITUACAO E ACUMULO DA BOLSA) PARA
      *    REEMITIR O SEU HISTORICO E A SUA ENTRADA NA LISTA DE
      *    RECUPERACAO, SEM TOCAR CONTADORES, DETALHE OU RELATORIO
      *--------------------------------------------------------------*
       045-REEMITIR-HISTORICO.

                 WHEN 'P'
                    ADD 1 TO WS-GR-CTREPROVADO
              END-EVALUATE
      *----> A INTERFACE DE BOLSAS E RECRIADA A CADA EXECUCAO, ENTAO
      *      A DISCIPLINA DO CARTAO PULADO TAMBEM ENTRA NA BOLSA DO
      *      ALUNO PARA O TRAILER CONCILIAR COM O ROTEIRO COMPLETO
              PERFORM 032-ACUMULAR-BOLSA
              IF WS-SITUACAO-COD = 'R'
                 PERFORM 037-GRAVAR-RECLST
              END-IF
      *      CORRECAO DO CICLO DE REENTRADA PERDERIA AS REJEICOES
      *      ANTERIORES AO CHECKPOINT
              IF WS-MESTRE-ERRO-SW = 'N'
                 AND WS-DISC-ERRO-SW = 'N'
                 ADD 1 TO WS-GR-CTREJ
                 PERFORM 047-REEMITIR-EXCECAO
              END-IF
           MOVE AS-MEDIA         TO RL-MEDIA
           MOVE WS-FREQUENCIA-IN TO RL-FREQUENCIA
           MOVE WS-PERIODO       TO RL-PERIODO
           MOVE WS-DISCIPLINA-IN TO RL-DISCIPLINA
           MOVE WS-TURMA         TO RL-TURMA
           MOVE WS-REG-RECLST    TO CGRECLST-REG
           WRITE CGRECLST-REG
           .
      *--------------------------------------------------------------*
      *    MODO RECUPERACAO - CASA A LISTA DE RECUPERACAO DA APURACAO
      *    NORMAL (CGRECLST, CLASSIFICADA AQUI POR NUMERO E
      *    DISCIPLINA) COM AS NOTAS DO EXAME (CGRECUP, JA
      *    CLASSIFICADO POR NUMERO E DISCIPLINA NO JCL) E REAPURA A
      *    SITUACAO FINAL SO DESSAS DISCIPLINAS
      *--------------------------------------------------------------*
       200-PROCESSAR-RECUP.

           DISPLAY ' *  CGPRG005 EM MODO RECUPERACAO (CGPARM=R)  *'
           SORT SORT-RECL
              ON ASCENDING KEY SR-RL-NUMERO SR-RL-DISCIPLINA
              USING CGRECLST-FILE
              OUTPUT PROCEDURE 210-CASAR-RECUPERACAO
           PERFORM 290-TERMINAR-RECUP
           .
      *--------------------------------------------------------------*
      *    CASAMENTO BALANCEADO LISTA X EXAMES (AMBOS POR NUMERO E
      *    DISCIPLINA)
      *--------------------------------------------------------------*
       210-CASAR-RECUPERACAO.

           .
      *--------------------------------------------------------------*
      *    UM PASSO DO CASAMENTO: LISTA SEM EXAME = FALTOSO; EXAME
      *    SEM PENDENCIA NA LISTA = EXCECAO; IGUAIS = REAPURACAO (A
      *    CHAVE E O NUMERO DO ALUNO + A DISCIPLINA)
      *--------------------------------------------------------------*
       225-COMPARAR.

           MOVE RL-NUMERO         TO WS-CHL-NUMERO
           MOVE RL-DISCIPLINA     TO WS-CHL-DISC
           MOVE WS-EXM-NUMERO     TO WS-CHE-NUMERO
           MOVE WS-EXM-DISCIPLINA TO WS-CHE-DISC
           EVALUATE TRUE
              WHEN WS-FIM-EXAME = 'N'
                 AND WS-EXM-NUMERO NOT NUMERIC
                 MOVE 'NUMERO' TO WS-EXC-CAMPO
                 PERFORM 235-REJEITAR-EXAME
                 PERFORM 220-LER-EXAME
              WHEN WS-CHV-LISTA < WS-CHV-EXAME
                 PERFORM 230-TRATAR-FALTOSO
                 PERFORM 215-LER-LISTA THRU 215-EXIT
              WHEN WS-CHV-EXAME < WS-CHV-LISTA
                 SET EXC-SEM-RECUP TO TRUE
                 MOVE 'NUMERO' TO WS-EXC-CAMPO
                 PERFORM 235-REJEITAR-EXAME
           .
      *--------------------------------------------------------------*
      *    ALUNO DA LISTA SEM NOTA DE EXAME - FALTOU A RECUPERACAO
      *    (EM PERIODO JA FECHADO SO E CONTADO E EXIBIDO)
      *--------------------------------------------------------------*
       230-TRATAR-FALTOSO.

           MOVE RL-PERIODO TO WS-PER-PESQ
           PERFORM 053-LER-PERIODO
           IF WS-PER-FECHADO-SW = 'S'
      *----> PERIODO JA FECHADO - O HISTORICO NAO E MAIS TOCADO
              IF WS-PERIODO-ERRO-SW = 'N'
                 ADD 1 TO WS-CTRECUP-FECHADO
                 DISPLAY ' *** FALTOSO DE PERIODO FECHADO IGNORADO'
                    ' - NUMERO=' RL-NUMERO ' DISCIPLINA='
                    RL-DISCIPLINA ' PERIODO=' RL-PERIODO
              END-IF
           ELSE
              ADD 1 TO WS-CTFALTOSO
              MOVE RL-MEDIA      TO AS-MEDIA-FINAL
              MOVE ZERO          TO WS-NOTA-EXAME-APUR
              MOVE 'FALTA EXAME' TO WS-SITUACAO
              MOVE 'F'           TO WS-SITUACAO-COD
              PERFORM 250-GRAVAR-RESULT-RECUP
           END-IF
           .
      *--------------------------------------------------------------*
      *    ENVIA UM CARTAO DE EXAME INVALIDO/SEM PENDENCIA PARA O
           MOVE WS-REG-EXCECAO TO CGEXCEP-REG
           WRITE CGEXCEP-REG
           DISPLAY ' *** CARTAO DE EXAME REJEITADO - NUMERO = '
              WS-EXM-NUMERO ' DISCIPLINA=' WS-EXM-DISCIPLINA
              ' MOTIVO=' WS-EXC-MOTIVO
              ' CAMPO=' WS-EXC-CAMPO
           .
      *--------------------------------------------------------------*
      *    REAPURA A SITUACAO FINAL COM A NOTA DO EXAME: MEDIA FINAL
      *    = (MEDIA DO PERIODO + NOTA DO EXAME) / 2; CARTAO COM NOTA
      *    INVALIDA VAI PARA O CGEXCEP E O ALUNO SEGUE PENDENTE; O
      *    EXAME DE PERIODO JA FECHADO VAI PARA O CGEXCEP (MOTIVO 15)
      *--------------------------------------------------------------*
       240-APURAR-EXAME.

           MOVE RL-PERIODO TO WS-PER-PESQ
           PERFORM 053-LER-PERIODO
           EVALUATE TRUE
              WHEN WS-PERIODO-ERRO-SW = 'S'
                 CONTINUE
              WHEN WS-PER-FECHADO-SW = 'S'
                 ADD 1 TO WS-CTRECUP-FECHADO
                 SET EXC-PERIODO-FECHADO TO TRUE
                 MOVE 'PERIODO' TO WS-EXC-CAMPO
                 PERFORM 235-REJEITAR-EXAME
              WHEN OTHER
                 PERFORM 245-REAPURAR-EXAME
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    REAPURACAO DO EXAME DE UM PERIODO AINDA ABERTO
      *--------------------------------------------------------------*
       245-REAPURAR-EXAME.

           IF WS-EXM-NOTA NOT NUMERIC OR WS-EXM-NOTA > 10
              SET EXC-NOTAEX-INVALIDA TO TRUE
              MOVE 'NOTAEXAME' TO WS-EXC-CAMPO
           MOVE ZERO               TO WS-NT3
           MOVE ZERO               TO WS-NT4
           MOVE AS-MEDIA-FINAL     TO WS-MED
           MOVE RL-DISCIPLINA      TO WS-DIS
           MOVE RL-FREQUENCIA      TO WS-FRE
           MOVE WS-SITUACAO        TO WS-SIT
           MOVE WS-REGSYSOUT       TO CGSAIDA-REG
           MOVE WS-DATA-HOJE       TO HST-DATA-PROC
           MOVE RL-FREQUENCIA      TO HST-FREQUENCIA
           MOVE WS-SITUACAO-COD    TO HST-SITUACAO
           MOVE RL-DISCIPLINA      TO HST-DISCIPLINA
           MOVE RL-TURMA           TO HST-TURMA
      *----> NO CONSOLIDADO A RECUPERACAO REGRAVA A DISCIPLINA DO
      *      ALUNO NO PERIODO EM VEZ DE ANEXAR UM SEGUNDO REGISTRO
           PERFORM 102-GRAVAR-HISTK
           .
      *--------------------------------------------------------------*
           DISPLAY ' * FALTOSOS AO EXAME         = ' WS-CTFALTOSO
           DISPLAY ' * CARTOES DE EXAME REJEITADOS = '
              WS-CTEXAME-REJ
           DISPLAY ' * DISCIPLINAS DE PERIODO FECHADO = '
              WS-CTRECUP-FECHADO
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG005        *'
           DISPLAY ' *----------------------------------------*'
           EVALUATE TRUE
              WHEN WS-RECUP-ERRO-SW = 'S'
                 MOVE 12 TO WS-RETORNO
              WHEN WS-PERIODO-ERRO-SW = 'S'
                 MOVE 12 TO WS-RETORNO
              WHEN WS-PARM-ERRO-SW = 'S'
                 MOVE 12 TO WS-RETORNO
              WHEN WS-CTEXAME = ZERO
           CLOSE CGSAIDA-FILE
           CLOSE CGEXCEP-FILE
           CLOSE CGHISTK-FILE
           IF WS-JRNL-ABERTO-SW = 'S'
              DISPLAY ' *  ' WS-CTJORNAL ' ATUALIZACOES GRAVADAS NO '
                 'JORNAL (CGJRNL)'
              CLOSE CGJRNL-FILE
           END-IF
           IF WS-RECUP-ABERTO-SW = 'S'
              CLOSE CGRECUP-FILE
           END-IF
           IF WS-PERIODO-ABERTO-SW = 'S'
              CLOSE CGPERIOD-FILE
           END-IF
           CLOSE CGAUDIT-FILE
           .
      *--------------------------------------------------------------*
           MOVE WS-CTREPROVADO TO CK-CTREPROVADO
           MOVE WS-GRP-IDX     TO CK-GRUPO
           MOVE WS-CTDUPLICADO TO CK-CTDUPLICADO
           MOVE WS-DISCIPLINA-IN TO CK-DISCIPLINA
           WRITE CGCKPT-REG-OUT FROM WS-CKPT-REG
           .
      *--------------------------------------------------------------*
           END-IF
           CLOSE CGRELWK-FILE
           CLOSE CGHISWK-FILE
      *----> GRUPO AINDA ABERTO (SEM TRAILER) TEM AS BOLSAS APURADAS
      *      ANTES DO TRAILER DA INTERFACE
           IF WS-HEADER-SW = 'S'
              PERFORM 040-FECHAR-ALUNOS-GRUPO
           END-IF
           IF WS-ABORT-REJ-SW = 'N' AND WS-ALUNOS-ERRO-SW = 'N'
              AND WS-MESTRE-ERRO-SW = 'N'
              AND WS-CURSO-ERRO-SW = 'N'
              AND WS-DISC-ERRO-SW = 'N'
              AND WS-PERIODO-ERRO-SW = 'N'
              PERFORM 091-CONFERIR-ROTEIRO
           END-IF
           IF WS-INTEGRIDADE-SW = 'S' AND WS-ABORT-REJ-SW = 'N'
              AND WS-ALUNOS-ERRO-SW = 'N'
              AND WS-MESTRE-ERRO-SW = 'N'
              AND WS-CURSO-ERRO-SW = 'N'
              AND WS-DISC-ERRO-SW = 'N'
              AND WS-PERIODO-ERRO-SW = 'N'
              AND WS-BOLPEN-ERRO-SW = 'N'
              PERFORM 099-EFETIVAR-HISTORICO
      *----> RETIDOS DE ALUNO REGULARIZADO ENTRAM NO CGBOLSA ANTES
      *      DO TRAILER
              IF WS-INADIM-ATIVO-SW = 'S'
                 AND WS-BOLPEN-ERRO-SW = 'N'
                 PERFORM 058-LIBERAR-RETIDAS
              END-IF
              PERFORM 087-RECONCILIAR-FALTANTES
              PERFORM 092-EXIBIR-TOTAIS
              PERFORM 500-EMITIR-RELATORIO
           END-IF
           PERFORM 093-TRAILER-BOLSA
           PERFORM 061-FECHAR-RETENCAO
           PERFORM 094-APURAR-RETORNO
           PERFORM 098-GRAVAR-AUDITORIA
           CLOSE CGSAIDA-FILE
           IF WS-CURSO-ABERTO-SW = 'S'
              CLOSE CGCURSO-FILE
           END-IF
           IF WS-DISC-ABERTO-SW = 'S'
              CLOSE CGDISCIP-FILE
           END-IF
           IF WS-PERIODO-ABERTO-SW = 'S'
              CLOSE CGPERIOD-FILE
           END-IF
           .
      *--------------------------------------------------------------*
      *    EFETIVA O HISTORICO PREPARADO EM CGHISWK NO CONSOLIDADO
                 ' - STATUS=' WS-HISTK-STATUS
                 ' - HISTORICO NAO EFETIVADO'
           ELSE
              PERFORM 103-ABRIR-JORNAL
           END-IF
           IF WS-HISTK-STATUS = '00'
              AND WS-JRNL-ABERTO-SW = 'N'
              MOVE 'S' TO WS-HISTK-ERRO-SW
              DISPLAY ' *** CGPRG005 - HISTORICO NAO EFETIVADO POR '
                 'FALTA DO JORNAL (CGJRNL)'
              CLOSE CGHISTK-FILE
           END-IF
           IF WS-HISTK-ERRO-SW = 'N'
              MOVE 'N'  TO WS-FIM-HISWK
              MOVE ZERO TO WS-CTEFET-PULADO
              PERFORM 101-COPIAR-HISTORICO
                 DISPLAY ' *  ' WS-CTHIST-REGRAVADO ' PERIODOS JA '
                    'EXISTENTES REGRAVADOS NO CGHISTK'
              END-IF
              DISPLAY ' *  ' WS-CTJORNAL ' ATUALIZACOES GRAVADAS NO '
                 'JORNAL (CGJRNL)'
              CLOSE CGHISTK-FILE
              CLOSE CGJRNL-FILE
           END-IF
           CLOSE CGHISWK-FILE
           .
                    ADD 1 TO WS-CTEFET-PULADO
                 ELSE
                    MOVE HWK-DADOS TO WS-REG-HISTORICO
      *----> A BOLSA DO ALUNO NO PERIODO (APURADA NO FECHAMENTO DO
      *      GRUPO) SE REPETE EM CADA DISCIPLINA DELE
                    IF HST-NUMERO > ZERO
                       MOVE WS-BHS-VALOR (HST-NUMERO) TO HST-BOLSA
                    END-IF
                    PERFORM 102-GRAVAR-HISTK
                 END-IF
           END-READ
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVA UM RESULTADO ALUNO/ANO/PERIODO/DISCIPLINA NO
      *    CONSOLIDADO
      *    (CGHISTK): CHAVE NOVA E INCLUIDA, CHAVE EXISTENTE E
      *    REGRAVADA - E ASSIM QUE A RECUPERACAO SUBSTITUI O
      *    RESULTADO DO PERIODO SEM ANEXAR UM SEGUNDO REGISTRO
      *    (MANTENDO A COMPETENCIA DO PERIODO, VER 105);
      *    CADA ATUALIZACAO VAI PARA O JORNAL COM A IMAGEM ANTES
      *    (LIDA ANTES DA REGRAVACAO) E A IMAGEM DEPOIS
      *--------------------------------------------------------------*
       102-GRAVAR-HISTK.

           MOVE HST-NUMERO      TO HSK-NUMERO
           MOVE HST-ANO         TO HSK-ANO
           MOVE HST-PER         TO HSK-PER
           MOVE HST-DISCIPLINA  TO HSK-DISCIPLINA
           MOVE HST-NOME        TO HSK-NOME
           MOVE HST-CURSO       TO HSK-CURSO
           MOVE HST-QTDNOTA     TO HSK-QTDNOTA
           MOVE HST-DATA-PROC   TO HSK-DATA-PROC
           MOVE HST-FREQUENCIA  TO HSK-FREQUENCIA
           MOVE HST-SITUACAO    TO HSK-SITUACAO
           MOVE HST-TURMA       TO HSK-TURMA
           MOVE HST-DATA-PROC   TO WS-DATA-HSK
           MOVE WS-DHK-AAAAMM   TO HSK-COMPETENCIA
           MOVE HSK-REG-HISTORICO TO WS-HSK-DEPOIS
           MOVE SPACES          TO WS-HSK-ANTES
           WRITE HSK-REG-HISTORICO
           EVALUATE TRUE
              WHEN WS-HISTK-STATUS = '00'
                 MOVE 'I' TO WS-JRN-OPERACAO
                 PERFORM 104-GRAVAR-JORNAL
              WHEN WS-HISTK-STATUS = '22'
                 READ CGHISTK-FILE
                 IF WS-HISTK-STATUS = '00'
                    MOVE HSK-REG-HISTORICO TO WS-HSK-ANTES
                    PERFORM 105-MANTER-COMPETENCIA
                    REWRITE HSK-REG-HISTORICO
                 END-IF
                 IF WS-HISTK-STATUS = '00'
                    ADD 1 TO WS-CTHIST-REGRAVADO
                    MOVE 'A' TO WS-JRN-OPERACAO
                    PERFORM 104-GRAVAR-JORNAL
                 ELSE
                    MOVE 'S' TO WS-HISTK-ERRO-SW
                    DISPLAY ' *** CGPRG005 - ERRO DE REGRAVACAO NO'
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    MONTA A IMAGEM DEPOIS DA REGRAVACAO (REGISTRO EXISTENTE
      *    NA AREA DO ARQUIVO): NA RECUPERACAO A DATA-PROC E A DA
      *    EXECUCAO DE RECUPERACAO, ENTAO A COMPETENCIA DO PERIODO
      *    CONTINUA A DO REGISTRO EXISTENTE (OU, EM REGISTRO
      *    ANTERIOR AO CAMPO, A DA DATA-PROC DELE - A DA APURACAO
      *    NORMAL); NO MODO NORMAL VALE A DO HEADER REPROCESSADO
      *--------------------------------------------------------------*
       105-MANTER-COMPETENCIA.

           MOVE ZERO TO WS-COMPET-HSK
           IF MODO-RECUPERACAO
              IF HSK-COMPETENCIA NUMERIC
                 AND HSK-COMPETENCIA > ZERO
                 MOVE HSK-COMPETENCIA TO WS-COMPET-HSK
              ELSE
                 IF HSK-DATA-PROC NUMERIC
                    MOVE HSK-DATA-PROC TO WS-DATA-HSK
                    MOVE WS-DHK-AAAAMM TO WS-COMPET-HSK
                 END-IF
              END-IF
           END-IF
           MOVE WS-HSK-DEPOIS TO HSK-REG-HISTORICO
           IF WS-COMPET-HSK > ZERO
              MOVE WS-COMPET-HSK     TO HSK-COMPETENCIA
              MOVE HSK-REG-HISTORICO TO WS-HSK-DEPOIS
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRE O JORNAL DE ATUALIZACOES DO CGHISTK EM EXTEND (SEM
      *    ELE O CONSOLIDADO NAO E ATUALIZADO - A RECUPERACAO DO
      *    CGPRG085 DEPENDE DE TODAS AS ATUALIZACOES ESTAREM NELE)
      *--------------------------------------------------------------*
       103-ABRIR-JORNAL.

           OPEN EXTEND CGJRNL-FILE
           IF WS-JRNL-STATUS = '00'
              MOVE 'S' TO WS-JRNL-ABERTO-SW
           ELSE
              DISPLAY ' *** CGPRG005 - ERRO NA ABERTURA DO JORNAL '
                 '(CGJRNL) - STATUS=' WS-JRNL-STATUS
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVA NO JORNAL A ATUALIZACAO DO CGHISTK: A EXECUCAO E
      *    IDENTIFICADA PELO PROGRAMA E PELA DATA/HORA DE INICIO (A
      *    MESMA DO REGISTRO DE AUDITORIA); ERRO NO JORNAL
      *    INTERROMPE A ATUALIZACAO DO CONSOLIDADO
      *--------------------------------------------------------------*
       104-GRAVAR-JORNAL.

           ADD 1 TO WS-CTJORNAL
           MOVE SPACES          TO WS-REG-JORNAL
           MOVE 'CGPRG005'      TO JRN-PROGRAMA
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
              MOVE 'S' TO WS-HISTK-ERRO-SW
              DISPLAY ' *** CGPRG005 - ERRO DE GRAVACAO NO JORNAL '
                 '(CGJRNL) - STATUS=' WS-JRNL-STATUS
           END-IF
           .
      *--------------------------------------------------------------*
      *    APURA O CODIGO DE RETORNO DA EXECUCAO NORMAL PARA O
      *    SCHEDULER: 12=ABORTO/TRAILER/PARAMETRO, 8=ENTRADA VAZIA,
      *    4=HOUVE REJEICAO, 0=EXECUCAO LIMPA
                 MOVE 12 TO WS-RETORNO
              WHEN WS-CURSO-ERRO-SW = 'S'
                 MOVE 12 TO WS-RETORNO
              WHEN WS-DISC-ERRO-SW = 'S'
                 MOVE 12 TO WS-RETORNO
              WHEN WS-PERIODO-ERRO-SW = 'S'
                 MOVE 12 TO WS-RETORNO
              WHEN WS-HISTK-ERRO-SW = 'S'
                 MOVE 12 TO WS-RETORNO
              WHEN WS-BOLPEN-ERRO-SW = 'S'
                 MOVE 12 TO WS-RETORNO
              WHEN WS-INTEGRIDADE-SW = 'N'
                 MOVE 12 TO WS-RETORNO
              WHEN WS-PARM-ERRO-SW = 'S'
      *      PRECISA ENXERGAR A PENDENCIA (LISTA EM CGFALTA)
              WHEN WS-CTFALTANTE > ZERO
                 MOVE 4  TO WS-RETORNO
      *----> INADIMPLENCIA DIVERGENTE: NADA FOI RETIDO NEM LIBERADO
              WHEN WS-INADIM-DIVERG-SW = 'S'
                 MOVE 4  TO WS-RETORNO
              WHEN OTHER
                 MOVE ZERO TO WS-RETORNO
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    FECHA A INTERFACE DE BOLSAS COM O TRAILER DE CONCILIACAO
      *    (QTDE DE MOVIMENTOS E TOTAL DE DESCONTO ENVIADO - SEM OS
      *    RETIDOS E COM OS LIBERADOS)
      *--------------------------------------------------------------*
       093-TRAILER-BOLSA.

           MOVE SPACES              TO WS-REG-BOLSA
           MOVE 'T'                 TO BOL-TIPO
           MOVE WS-CTBOLSA          TO BOL-TRL-QTDE
           MOVE AS-VALOR-BOLSA-ENVIADA TO BOL-TRL-DESCONTO
           MOVE WS-REG-BOLSA        TO CGBOLSA-REG
           WRITE CGBOLSA-REG
           .
           DISPLAY ' * TOTAL DE ALUNOS ABAIXO DA MEDIA = ' WS-MSEIS
           DISPLAY ' * PROCENTAGEM DE ALUNOS ABAIXO DA MEDIA = '
              WS-MMED
           DISPLAY ' * CARTOES FALTANTES NO PERIODO (CGFALTA) = '
              WS-CTFALTANTE
           IF WS-FREQ-ATIVO-SW = 'S'
              DISPLAY ' * FREQUENCIAS APURADAS APLICADAS (CGFREQ) = '
           DISPLAY ' * IDADE MEDIA  DOS ALUNOS = ' WS-IDADE-MEDIA-ED
           DISPLAY ' * VALOR TOTAL DE BOLSAS CONCEDIDAS = '
              WS-VALOR-BOLSA-TOT
           IF WS-INADIM-ATIVO-SW = 'S'
              DISPLAY ' * BOLSAS RETIDAS POR INADIMPLENCIA = '
                 WS-CTBOLSA-RETIDA
              DISPLAY ' * BOLSAS RETIDAS LIBERADAS (CGBOLSA) = '
                 WS-CTBOLSA-LIBERADA
              DISPLAY ' * BOLSAS QUE PERMANECEM RETIDAS = '
                 WS-CTBOLSA-MANTIDA
           END-IF
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * SUBTOTAIS POR CURSO E QUADRO DE HONRA  *'
           DISPLAY ' *   IMPRESSOS NO RELATORIO CGRELAT       *'
                                        TO WS-RT-LABEL
           MOVE WS-MMED                 TO WS-RT-VALOR
           PERFORM 555-GRAVAR-TOTAL
           MOVE 'CARTOES FALTANTES NO PERIODO (CGFALTA)'
                                        TO WS-RT-LABEL
           MOVE WS-CTFALTANTE           TO WS-RT-VALOR
           PERFORM 555-GRAVAR-TOTAL
