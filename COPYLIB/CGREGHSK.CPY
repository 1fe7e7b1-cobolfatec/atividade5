      *--------------------------------------------------------------*
      *    CGREGHSK   - LAYOUT DO HISTORICO ACADEMICO CONSOLIDADO     *
      *                 (CGHISTK - VSAM KSDS, CHAVE = ALUNO/ANO/      *
      *                 PERIODO/DISCIPLINA): UM UNICO REGISTRO FINAL  *
      *                 POR ALUNO/ANO/PERIODO/DISCIPLINA - A          *
      *                 RECUPERACAO REGRAVA A DISCIPLINA EM VEZ DE    *
      *                 ANEXAR UM SEGUNDO REGISTRO COMO NO CGHIST     *
      *                 SEQUENCIAL ANTIGO; A BOLSA E DO ALUNO NO      *
      *                 PERIODO E SE REPETE EM CADA DISCIPLINA DELE   *
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      *  V01    SET/2026 010024  CRIACAO DO HISTORICO CONSOLIDADO    *
      *                          (MESMOS CAMPOS DO CGREGHST, COM A   *
      *                          CHAVE NO INICIO DO REGISTRO)        *
      *  V02    OUT/2026 010029  DISCIPLINA ACRESCIDA A CHAVE (UM    *
      *                          RESULTADO POR DISCIPLINA NO         *
      *                          PERIODO) - CHAVE DE 10 PARA 16      *
      *                          BYTES E CAMPOS SEGUINTES DESLOCADOS *
      *                          6 POSICOES: O CLUSTER E REDEFINIDO  *
      *                          COM KEYS(16 0) E RECARREGADO PELO   *
      *                          CGPRG085 COM A DESCARGA CONVERTIDA  *
      *                          PELO CGPRG095 (DISCIPLINA EM        *
      *                          BRANCO); COPIAS CGHBKP ANTERIORES   *
      *                          TAMBEM PASSAM PELO CGPRG095         *
      *  V03    OUT/2026 010036  ACRESCIDA A TURMA DO HEADER (FORA   *
      *                          DA CHAVE; BRANCO NOS REGISTROS      *
      *                          ANTERIORES A ESTA VERSAO)           *
      *  V04    OUT/2026 010040  COMPETENCIA DO PERIODO (AAAAMM DA   *
      *                          DATA DO HEADER DA APURACAO NORMAL), *
      *                          MANTIDA NA RECUPERACAO E NA         *
      *                          RETIFICACAO - A DATA-PROC DE UMA    *
      *                          DISCIPLINA RECUPERADA E A DA        *
      *                          RECUPERACAO; BRANCO NOS REGISTROS   *
      *                          ANTERIORES A ESTA VERSAO            *
      *--------------------------------------------------------------*
       01  HSK-REG-HISTORICO.
           05 HSK-CHAVE.
              10 HSK-NUMERO       PIC 9(04).
              10 HSK-ANO          PIC 9(04).
              10 HSK-PER          PIC 9(02).
              10 HSK-DISCIPLINA   PIC X(06).
           05 HSK-NOME            PIC X(20).
           05 HSK-CURSO           PIC X(12).
           05 HSK-QTDNOTA         PIC 9(01).
              88 HSK-RECUPERACAO  VALUE 'R'.
              88 HSK-REPROVADO    VALUE 'P'.
              88 HSK-FALTOU-EXAME VALUE 'F'.
           05 HSK-TURMA           PIC X(05).
           05 HSK-COMPETENCIA     PIC 9(06).
           05 FILLER              PIC X(02).
