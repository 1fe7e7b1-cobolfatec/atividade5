      *--------------------------------------------------------------*
      *    CGREGREA   - LAYOUT DO REGISTRO DO LOG DE REABERTURAS      *
      *                 (CGREABLG - UM REGISTRO POR RETIFICACAO       *
      *                 EFETIVADA PELO CGPRG050 NUM PERIODO FECHADO,  *
      *                 COM A AUTORIZACAO ESPECIAL DE REABERTURA)     *
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010031  CRIACAO DO LOG DE REABERTURAS       *
      *--------------------------------------------------------------*
       01  WS-REG-REABERTURA.
           05 REA-DATA            PIC 9(08).
           05 REA-HORA            PIC 9(06).
           05 REA-PROGRAMA        PIC X(08).
           05 REA-ANO             PIC 9(04).
           05 REA-PER             PIC 9(02).
           05 REA-NUMERO          PIC 9(04).
           05 REA-DISCIPLINA      PIC X(06).
           05 REA-QUAL-NOTA       PIC 9(01).
           05 REA-NOTA-ANTES      PIC 9(02)V99.
           05 REA-NOTA-DEPOIS     PIC 9(02)V99.
           05 REA-AUT-RETIFICACAO PIC X(10).
           05 REA-AUT-REABERTURA  PIC X(10).
           05 FILLER              PIC X(33).
