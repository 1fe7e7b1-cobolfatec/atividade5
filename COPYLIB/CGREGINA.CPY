      *--------------------------------------------------------------*
      *    CGREGINA   - LAYOUT DO ARQUIVO DE INADIMPLENCIA ENVIADO    *
      *                 PELO SISTEMA FINANCEIRO (CGINADIM): POSICAO   *
      *                 COMPLETA A CADA ENVIO - UM MOVIMENTO (M) POR  *
      *                 ALUNO INADIMPLENTE (I) OU REGULARIZADO DESDE  *
      *                 O ENVIO ANTERIOR (R), E UM TRAILER (T) COM A  *
      *                 QTDE DE MOVIMENTOS PARA CONFERENCIA; ALUNO    *
      *                 FORA DO ARQUIVO ESTA EM DIA                   *
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010035  CRIACAO DO ARQUIVO DE INADIMPLENCIA *
      *--------------------------------------------------------------*
       01  WS-REG-INADIM.
           05 INA-TIPO            PIC X(01).
              88 INA-MOVIMENTO    VALUE 'M'.
              88 INA-TRAILER      VALUE 'T'.
           05 INA-DADOS.
              10 INA-NUMERO       PIC 9(04).
              10 INA-SITUACAO     PIC X(01).
                 88 INA-INADIMPLENTE VALUE 'I'.
                 88 INA-REGULARIZADO VALUE 'R'.
              10 INA-DATA-REF     PIC 9(08).
              10 INA-VALOR-ABERTO PIC 9(07)V99.
              10 FILLER           PIC X(37).
           05 INA-TRL REDEFINES INA-DADOS.
              10 INA-TRL-QTDE     PIC 9(06).
              10 FILLER           PIC X(53).
