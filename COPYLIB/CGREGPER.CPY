      *--------------------------------------------------------------*
      *    CGREGPER   - LAYOUT DO REGISTRO DE CONTROLE DE PERIODOS    *
      *                 (CGPERIOD - VSAM KSDS, CHAVE = ANO/PERIODO):  *
      *                 SITUACAO DO PERIODO LETIVO (ABERTO/FECHADO),  *
      *                 QUEM E QUANDO FECHOU (CGPRG060) E A ULTIMA    *
      *                 REABERTURA AUTORIZADA PARA RETIFICACAO        *
      *                 (CGPRG050); PERIODO SEM REGISTRO E ABERTO     *
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010031  CRIACAO DO CONTROLE DE PERIODOS     *
      *--------------------------------------------------------------*
       01  PER-REG-PERIODO.
           05 PER-CHAVE.
              10 PER-ANO          PIC 9(04).
              10 PER-PER          PIC 9(02).
           05 PER-SITUACAO        PIC X(01).
              88 PER-ABERTO       VALUE 'A'.
              88 PER-FECHADO      VALUE 'F'.
           05 PER-DATA-FECHAMENTO PIC 9(08).
           05 PER-HORA-FECHAMENTO PIC 9(06).
           05 PER-RESPONSAVEL     PIC X(10).
           05 PER-QTDE-REABERTURA PIC 9(03).
           05 PER-DATA-REABERTURA PIC 9(08).
           05 PER-AUT-REABERTURA  PIC X(10).
           05 FILLER              PIC X(08).
