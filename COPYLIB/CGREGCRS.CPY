      *                 (CGCURSO - VSAM KSDS, CHAVE = CRS-CODIGO)     *
      *                 CODIGO, DESCRICAO E MENSALIDADE DO CURSO,     *
      *                 BASE DO CALCULO DA BOLSA E DA VALIDACAO DO    *
      *                 CURSO NOS HEADERS E NO CADASTRO DE ALUNOS;    *
      *                 A QTDE DE PERIODOS E A DURACAO DO CURSO,      *
      *                 BASE DA INTEGRALIZACAO (CGPRG065)             *
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    SET/2026 010019  CRIACAO DO CATALOGO DE CURSOS       *
      *  V02    OUT/2026 010032  QTDE DE PERIODOS DO CURSO (TIRADA   *
      *                          DO FILLER; NAO NUMERICA = REGISTRO  *
      *                          ANTERIOR, DURACAO NAO INFORMADA)    *
      *--------------------------------------------------------------*
       01  CRS-REG-CURSO.
           05 CRS-CODIGO          PIC X(12).
           05 CRS-DESCRICAO       PIC X(30).
           05 CRS-MENSALIDADE     PIC 9(04)V99.
           05 CRS-QTDE-PERIODOS   PIC 9(02).
           05 FILLER              PIC X(10).
