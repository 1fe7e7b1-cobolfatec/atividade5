      *--------------------------------------------------------------*
      *    CGREGDSC   - LAYOUT DO REGISTRO DO CATALOGO DE DISCIPLINAS *
      *                 (CGDISCIP - VSAM KSDS, CHAVE = CURSO +        *
      *                 CODIGO DA DISCIPLINA): AS DISCIPLINAS DE CADA *
      *                 CURSO DO CGCURSO, BASE DA VALIDACAO DA        *
      *                 DISCIPLINA DO CARTAO DE NOTAS                 *
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010029  CRIACAO DO CATALOGO DE DISCIPLINAS  *
      *--------------------------------------------------------------*
       01  DSC-REG-DISCIPLINA.
           05 DSC-CHAVE.
              10 DSC-CURSO        PIC X(12).
              10 DSC-CODIGO       PIC X(06).
           05 DSC-DESCRICAO       PIC X(30).
           05 FILLER              PIC X(12).
