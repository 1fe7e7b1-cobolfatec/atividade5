      *--------------------------------------------------------------*
      *    CGREGFXB   - LAYOUT DO REGISTRO DAS REGRAS DE BOLSA        *
      *                 (CGBOLFX - VSAM KSDS, CHAVE = CURSO +         *
      *                 COMPETENCIA DE INICIO AAAAMM): AS FAIXAS DE   *
      *                 DESCONTO DE CADA CURSO (CURSO '*' = REGRA     *
      *                 GERAL, PARA O CURSO SEM REGRA PROPRIA); VALE  *
      *                 A REGRA DE MAIOR INICIO ATE A COMPETENCIA DO  *
      *                 PERIODO. CADA FAIXA E UM ACRESCIMO SOBRE A    *
      *                 NOTA DE CORTE E O PERCENTUAL DA MENSALIDADE,  *
      *                 EM ORDEM DECRESCENTE DE ACRESCIMO             *
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010030  CRIACAO DAS REGRAS DE BOLSA         *
      *--------------------------------------------------------------*
       01  FXB-REG-REGRA.
           05 FXB-CHAVE.
              10 FXB-CURSO        PIC X(12).
              10 FXB-INICIO       PIC 9(06).
           05 FXB-QTDE-FAIXAS     PIC 9(01).
           05 FXB-FAIXAS.
              10 FXB-FAIXA        OCCURS 4 TIMES.
                 15 FXB-ACRESCIMO  PIC 9(02).
                 15 FXB-PERCENTUAL PIC 9(03)V99.
           05 FILLER              PIC X(13).
