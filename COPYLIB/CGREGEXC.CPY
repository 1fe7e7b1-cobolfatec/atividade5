      *                          ATIVA - TRANCADA OU CANCELADA)       *
      *  V05    SET/2026 010028  MOTIVO 13 (SEGUNDO CARTAO DO MESMO   *
      *                          ALUNO NO MESMO GRUPO DO ROTEIRO)     *
      *  V06    OUT/2026 010029  MOTIVO 13 PASSA A SER POR ALUNO E    *
      *                          DISCIPLINA; MOTIVO 14 (DISCIPLINA    *
      *                          FORA DO CATALOGO CGDISCIP DO CURSO)  *
      *  V07    OUT/2026 010031  MOTIVO 15 (PERIODO JA FECHADO NO     *
      *                          CONTROLE DE PERIODOS CGPERIOD)       *
      *--------------------------------------------------------------*
       01  WS-REG-EXCECAO.
           05 WS-EXC-MOTIVO       PIC X(02).
              88 EXC-CURSO-SEM-CATAL VALUE '11'.
              88 EXC-ALUNO-INATIVO   VALUE '12'.
              88 EXC-CARTAO-DUPLIC   VALUE '13'.
              88 EXC-DISC-SEM-CATAL  VALUE '14'.
              88 EXC-PERIODO-FECHADO VALUE '15'.
           05 WS-EXC-CAMPO        PIC X(12).
           05 WS-EXC-IMAGEM       PIC X(80).
           05 FILLER              PIC X(06).
