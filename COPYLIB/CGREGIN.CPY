      *  V07    AGO/2026 010015  O ROTEIRO PASSA A CHEGAR PELO        *
      *                          ARQUIVO SEQUENCIAL CGALUNOS (NAO     *
      *                          MAIS PELA SYSIN); LAYOUT INALTERADO  *
      *  V08    OUT/2026 010029  CARTAO DE NOTAS GANHA O CODIGO DA    *
      *                          DISCIPLINA (CATALOGO CGDISCIP DO     *
      *                          CURSO DO ALUNO) - UM CARTAO POR      *
      *                          ALUNO E DISCIPLINA NO GRUPO          *
      *--------------------------------------------------------------*
       01  WS-REG-SYSIN.
           05 WS-TIPO-IN          PIC X(01).
              10 WS-NOTA3-IN      PIC 9(02)V99.
              10 WS-NOTA4-IN      PIC 9(02)V99.
              10 WS-FREQUENCIA-IN PIC 9(03).
              10 WS-DISCIPLINA-IN PIC X(06).
              10 FILLER           PIC X(49).
           05 WS-HEADER-IN REDEFINES WS-DADOS-IN.
              10 WS-HDR-DATA-IN   PIC 9(08).
              10 WS-HDR-CURSO-IN  PIC X(12).
