      *--------------------------------------------------------------*
      *    CGREGJRN   - LAYOUT DO JORNAL DE ATUALIZACOES DO CGHISTK   *
      *                 (CGJRNL - ACUMULATIVO, ABERTO EM EXTEND): UM  *
      *                 REGISTRO POR INCLUSAO, ALTERACAO OU EXCLUSAO  *
      *                 NO CONSOLIDADO, COM A IMAGEM ANTES E DEPOIS;  *
      *                 A EXECUCAO E IDENTIFICADA PELO PROGRAMA E     *
      *                 PELA DATA/HORA DE INICIO (NO CGPRG005 A MESMA *
      *                 DO REGISTRO DE AUDITORIA). BASE DA            *
      *                 RECUPERACAO DO CGPRG085                       *
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010037  CRIACAO DO JORNAL DO CONSOLIDADO    *
      *--------------------------------------------------------------*
       01  WS-REG-JORNAL.
           05 JRN-EXECUCAO.
              10 JRN-PROGRAMA     PIC X(08).
              10 JRN-EXEC-DATA    PIC 9(08).
              10 JRN-EXEC-HORA    PIC 9(06).
           05 JRN-SEQUENCIA       PIC 9(07).
      *----> MOMENTO DA ATUALIZACAO (AAAAMMDD + HHMMSS)
           05 JRN-MOMENTO.
              10 JRN-DATA         PIC 9(08).
              10 JRN-HORA         PIC 9(06).
           05 JRN-OPERACAO        PIC X(01).
              88 JRN-INCLUSAO     VALUE 'I'.
              88 JRN-ALTERACAO    VALUE 'A'.
              88 JRN-EXCLUSAO     VALUE 'E'.
      *----> IMAGEM ANTES (BRANCO NA INCLUSAO) E DEPOIS (BRANCO NA
      *      EXCLUSAO) DO REGISTRO DO CGHISTK (LAYOUT CGREGHSK)
           05 JRN-IMAGEM-ANTES    PIC X(100).
           05 JRN-IMAGEM-DEPOIS   PIC X(100).
           05 FILLER              PIC X(06).
