                  MOVE 'AJU.SAI'  TO W-TIPO-DET
             WHEN TMOV-ORIG-ABERTURA
                  MOVE 'ABERTUR'  TO W-TIPO-DET
             WHEN TMOV-ORIG-DEVOLUCAO
                  MOVE 'DEV.ENT'  TO W-TIPO-DET
             WHEN TMOV-ORIG-PRODUCAO AND TMOV-ENTRADA
                  MOVE 'PRD.ENT'  TO W-TIPO-DET
             WHEN TMOV-ORIG-PRODUCAO
                  MOVE 'PRD.SAI'  TO W-TIPO-DET
             WHEN TMOV-ENTRADA
                  MOVE 'ENTRADA'  TO W-TIPO-DET
             WHEN OTHER
