      *  V02    AGO/2026 010010  ACRESCIDOS FREQUENCIA E SITUACAO     *
      *                          FINAL (APROVADO/RECUPERACAO/         *
      *                          REPROVADO)                           *
      *  V03    OUT/2026 010029  A COLUNA DA BOLSA DA LUGAR A         *
      *                          DISCIPLINA - A BOLSA PASSA A SER DO  *
      *                          ALUNO NO PERIODO (CGBOLSA), NAO DO   *
      *                          CARTAO DE NOTAS                      *
      *--------------------------------------------------------------*
       01  WS-REGSYSOUT.
           05 WS-NUM              PIC 9(04).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-MED              PIC Z9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-DIS              PIC X(06).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-FRE              PIC ZZ9.
           05 FILLER              PIC X(01) VALUE SPACES.
