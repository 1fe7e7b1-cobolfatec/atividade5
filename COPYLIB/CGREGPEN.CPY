      *--------------------------------------------------------------*
      *    CGREGPEN   - LAYOUT DO MOVIMENTO DE BOLSA RETIDO (CGBOLPEN *
      *                 - VSAM KSDS, CHAVE = ALUNO/COMPETENCIA): O    *
      *                 MOVIMENTO DE ALUNO INADIMPLENTE NAO VAI PARA  *
      *                 O CGBOLSA - FICA AQUI ATE O FINANCEIRO        *
      *                 REGULARIZAR O ALUNO, QUANDO O CGPRG005 O      *
      *                 LIBERA PARA O CGBOLSA E O EXCLUI              *
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010035  CRIACAO DOS MOVIMENTOS RETIDOS      *
      *--------------------------------------------------------------*
       01  PEN-REG-RETIDO.
           05 PEN-CHAVE.
              10 PEN-NUMERO       PIC 9(04).
              10 PEN-COMPETENCIA  PIC 9(06).
           05 PEN-CURSO           PIC X(12).
           05 PEN-MENSALIDADE     PIC 9(04)V99.
           05 PEN-DESCONTO        PIC 9(04)V99.
           05 PEN-LIQUIDO         PIC 9(04)V99.
           05 PEN-DATA-RETENCAO   PIC 9(08).
           05 FILLER              PIC X(12).
