      *--------------------------------------------------------------*
      *    CGREGCEN   - LAYOUT DO ARQUIVO DO CENSO DA EDUCACAO        *
      *                 SUPERIOR (CGCENSO - GRAVADO PELO CGPRG075):   *
      *                 TIPO 40 = INSTITUICAO (UM POR ARQUIVO),       *
      *                 TIPO 41 = CURSO, SEGUIDO DOS TIPOS 42 = ALUNO *
      *                 VINCULADO AO CURSO NO ANO-BASE                *
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010034  CRIACAO DO ARQUIVO DO CENSO         *
      *--------------------------------------------------------------*
       01  CEN-REG-CENSO.
           05 CEN-TIPO            PIC 9(02).
              88 CEN-TIPO-IES     VALUE 40.
              88 CEN-TIPO-CURSO   VALUE 41.
              88 CEN-TIPO-ALUNO   VALUE 42.
           05 CEN-ANO-BASE        PIC 9(04).
           05 CEN-DADOS           PIC X(94).
      *----> TIPO 40 - INSTITUICAO
           05 CEN-DADOS-IES REDEFINES CEN-DADOS.
              10 CEN-IES-CODIGO   PIC 9(08).
              10 CEN-IES-NOME     PIC X(50).
              10 CEN-IES-DATA-GER PIC 9(08).
              10 FILLER           PIC X(28).
      *----> TIPO 41 - CURSO
           05 CEN-DADOS-CURSO REDEFINES CEN-DADOS.
              10 CEN-CRS-CODIGO   PIC X(12).
              10 CEN-CRS-DESCRICAO
                                  PIC X(30).
              10 CEN-CRS-QTDE-PERIODOS
                                  PIC 9(02).
              10 CEN-CRS-MENSALIDADE
                                  PIC 9(04)V99.
              10 FILLER           PIC X(44).
      *----> TIPO 42 - ALUNO: VINCULO NO FIM DO ANO-BASE E SITUACAO
      *      ACADEMICA DO ANO (DISCIPLINAS DO ANO NO CGHISTK)
           05 CEN-DADOS-ALUNO REDEFINES CEN-DADOS.
              10 CEN-ALU-NUMERO   PIC 9(04).
              10 CEN-ALU-NOME     PIC X(20).
              10 CEN-ALU-SEXO     PIC X(01).
              10 CEN-ALU-IDADE    PIC 9(02).
              10 CEN-ALU-CURSO    PIC X(12).
              10 CEN-ALU-VINCULO  PIC 9(01).
                 88 CEN-CURSANDO      VALUE 2.
                 88 CEN-TRANCADO      VALUE 3.
                 88 CEN-DESVINCULADO  VALUE 4.
              10 CEN-ALU-SITUACAO-ANO
                                  PIC X(01).
                 88 CEN-ANO-APROVADO  VALUE 'A'.
                 88 CEN-ANO-REPROVADO VALUE 'R'.
                 88 CEN-ANO-PENDENTE  VALUE 'P'.
                 88 CEN-ANO-EVADIDO   VALUE 'E'.
                 88 CEN-ANO-SEM-MOVTO VALUE 'S'.
              10 CEN-ALU-QTDE-DISC
                                  PIC 9(03).
              10 CEN-ALU-QTDE-APROV
                                  PIC 9(03).
              10 CEN-ALU-QTDE-REPROV
                                  PIC 9(03).
              10 CEN-ALU-QTDE-PEND
                                  PIC 9(03).
              10 FILLER           PIC X(41).
