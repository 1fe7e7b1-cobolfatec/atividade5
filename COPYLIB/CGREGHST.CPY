      *--------------------------------------------------------------*
      *    CGREGHST   - LAYOUT DO REGISTRO DO HISTORICO ACADEMICO     *
      *                 (CGHIST - UM REGISTRO POR ALUNO/PERIODO/      *
      *                 DISCIPLINA)                                   *
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      *  V02    AGO/2026 010010  ACRESCIDOS FREQUENCIA E SITUACAO    *
      *                          (A=APROVADO R=RECUPERACAO           *
      *                          P=REPROVADO F=FALTOU AO EXAME)      *
      *  V03    OUT/2026 010029  ACRESCIDA A DISCIPLINA (BRANCO NOS  *
      *                          REGISTROS ANTERIORES A ESTA VERSAO) *
      *  V04    OUT/2026 010036  ACRESCIDA A TURMA DO HEADER (BRANCO *
      *                          NOS REGISTROS ANTERIORES)           *
      *--------------------------------------------------------------*
       01  WS-REG-HISTORICO.
           05 HST-NUMERO          PIC 9(04).
              88 HST-RECUPERACAO  VALUE 'R'.
              88 HST-REPROVADO    VALUE 'P'.
              88 HST-FALTOU-EXAME VALUE 'F'.
           05 HST-DISCIPLINA      PIC X(06).
           05 HST-TURMA           PIC X(05).
           05 FILLER              PIC X(08).
