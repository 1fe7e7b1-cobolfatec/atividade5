      *                          MATRICULA TRANCADA OU CANCELADA)
      *  V06    SET/2026 010028  DESCRICAO DO MOTIVO 13 (CARTAO
      *                          DUPLICADO NO MESMO GRUPO)
      *  V07    OUT/2026 010029  DESCRICAO DO MOTIVO 14 (DISCIPLINA
      *                          FORA DO CATALOGO CGDISCIP)
      *  V08    OUT/2026 010031  DESCRICAO DO MOTIVO 15 (PERIODO JA
      *                          FECHADO NO CGPERIOD)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
              WHEN EXC-CARTAO-DUPLIC
                 MOVE 'CARTAO DUPLICADO NO ROTEIRO'
                    TO WS-MOTIVO-DESC
              WHEN EXC-DISC-SEM-CATAL
                 MOVE 'DISCIPLINA FORA DO CATALOGO'
                    TO WS-MOTIVO-DESC
              WHEN EXC-PERIODO-FECHADO
                 MOVE 'PERIODO JA FECHADO'
                    TO WS-MOTIVO-DESC
              WHEN OTHER
                 MOVE 'MOTIVO NAO CATALOGADO'    TO WS-MOTIVO-DESC
           END-EVALUATE
