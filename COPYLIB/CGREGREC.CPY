      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    AGO/2026 010010  CRIACAO DA LISTA DE RECUPERACAO     *
      *  V02    OUT/2026 010029  DISCIPLINA EM RECUPERACAO (O ALUNO  *
      *                          ENTRA UMA VEZ POR DISCIPLINA)       *
      *  V03    OUT/2026 010036  TURMA DO ALUNO NA APURACAO NORMAL   *
      *                          (LEVADA AO CGHISTK NA RECUPERACAO)  *
      *--------------------------------------------------------------*
       01  WS-REG-RECLST.
           05 RL-NUMERO           PIC 9(04).
           05 RL-MEDIA            PIC 9(02)V99.
           05 RL-FREQUENCIA       PIC 9(03).
           05 RL-PERIODO          PIC 9(06).
           05 RL-DISCIPLINA       PIC X(06).
           05 RL-TURMA            PIC X(05).
