      *                          REGISTRO ANTERIOR A ESTA VERSAO,    *
      *                          TRATADO COMO ATIVO) - MANTIDA PELO  *
      *                          CGPRG010 E EXIGIDA PELO CGPRG005    *
      *  V03    OUT/2026 010033  DATA DA ULTIMA MUDANCA DE SITUACAO  *
      *                          E QTDE DE TRANCAMENTOS (TIRADAS DO  *
      *                          FILLER; NAO NUMERICAS = REGISTRO    *
      *                          ANTERIOR A ESTA VERSAO, SEM DATA)   *
      *--------------------------------------------------------------*
       01  MST-REG-MESTRE.
           05 MST-NUMERO          PIC 9(04).
              88 MST-ATIVO        VALUE 'A' SPACE.
              88 MST-TRANCADO     VALUE 'T'.
              88 MST-CANCELADO    VALUE 'C'.
           05 MST-DATA-SITUACAO   PIC 9(08).
           05 MST-DATA-SITUACAO-R REDEFINES MST-DATA-SITUACAO.
              10 MST-SIT-ANO      PIC 9(04).
              10 MST-SIT-MES      PIC 9(02).
              10 MST-SIT-DIA      PIC 9(02).
           05 MST-QTDE-TRANCAMENTOS PIC 9(02).
           05 FILLER              PIC X(10).
