      *-----------------------------------------------------------------
      * FERIASP.CPY  -  controle de ferias.
      * ATUALIZA-FERIAS-FUNC gera no CADFER (aberto I-O) os periodos
      * aquisitivos que faltam para o funcionario em DFUN-REGISTR-1,
      * da admissao ate W-FER-HOJE (ou ate o desligamento), encerra
      * os periodos abertos de quem tem DFUN-DATADMS-1 e reabre os
      * encerrados se o desligamento for retirado.  As demais rotinas
      * fazem contas com a data em W-FER-DATA (AAAAMMDD): ultimo dia
      * do mes, soma de um ano, soma e subtracao de dias.  Campos em
      * FERIASW.CPY.
      *-----------------------------------------------------------------
       ATUALIZA-FERIAS-FUNC.
           IF DFUN-DATADMI-1 = 0
              EXIT PARAGRAPH.

           MOVE W-FER-HOJE TO W-FER-LIMGER
           IF DFUN-DATADMS-1 <> 0 AND DFUN-DATADMS-1 < W-FER-LIMGER
              MOVE DFUN-DATADMS-1 TO W-FER-LIMGER
           END-IF

           MOVE DFUN-DATADMI-1 TO W-FER-AQUINI
           PERFORM UNTIL W-FER-AQUINI > W-FER-LIMGER
              INITIALIZE             FER-REGISTR-1
              MOVE DFUN-EMPRESA-1 TO FER-EMPRESA-1
              MOVE DFUN-CODFUNC-1 TO FER-CODFUNC-1
              MOVE W-FER-AQUINI   TO FER-AQUINI-1
              READ CADFER
              IF STAT-CADFER = '23'
                 PERFORM GERA-PERIODO-FERIAS
              ELSE
                 IF NOT VALID-CADFER
                    PERFORM ERRO-ARQUIVO
                 END-IF
              END-IF
              MOVE W-FER-AQUINI TO W-FER-DATA
              PERFORM SOMA-ANO-FER
              MOVE W-FER-DATA   TO W-FER-AQUINI
           END-PERFORM

           INITIALIZE             FER-REGISTR-1
           MOVE DFUN-EMPRESA-1 TO FER-EMPRESA-1
           MOVE DFUN-CODFUNC-1 TO FER-CODFUNC-1
           START CADFER KEY >= FER-RECORDK-1
           IF NOT VALID-CADFER
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ CADFER NEXT AT END
                          EXIT PERFORM
              END-READ
              IF NOT VALID-CADFER
                 EXIT PERFORM
              END-IF
              IF FER-EMPRESA-1 <> DFUN-EMPRESA-1 OR
                 FER-CODFUNC-1 <> DFUN-CODFUNC-1
                 EXIT PERFORM
              END-IF
              EVALUATE TRUE
                WHEN DFUN-DATADMS-1 <> 0 AND FER-ABERTO
                     SET FER-ENCERRADO TO TRUE
                     MOVE DFUN-DATADMS-1 TO FER-DATAENC-1
                     REWRITE FER-REGISTR-1
                     IF NOT VALID-CADFER
                        PERFORM ERRO-ARQUIVO
                     END-IF
                WHEN DFUN-DATADMS-1 = 0 AND FER-ENCERRADO
                     IF FER-DIASGOZ-1 < FER-DIASDIR-1
                        SET FER-ABERTO  TO TRUE
                     ELSE
                        SET FER-QUITADO TO TRUE
                     END-IF
                     MOVE 0 TO FER-DATAENC-1
                     REWRITE FER-REGISTR-1
                     IF NOT VALID-CADFER
                        PERFORM ERRO-ARQUIVO
                     END-IF
              END-EVALUATE
           END-PERFORM.

      *-----------------------------------------------------------------
      * novo periodo aquisitivo: um ano a partir de W-FER-AQUINI, e o
      * concessivo vai ate um ano depois do fim do aquisitivo
      *-----------------------------------------------------------------
       GERA-PERIODO-FERIAS.
           INITIALIZE             FER-REGISTR-1
           MOVE DFUN-EMPRESA-1 TO FER-EMPRESA-1
           MOVE DFUN-CODFUNC-1 TO FER-CODFUNC-1
           MOVE W-FER-AQUINI   TO FER-AQUINI-1
           MOVE W-FER-AQUINI   TO W-FER-DATA
           PERFORM SOMA-ANO-FER
           PERFORM SUBTRAI-UM-DIA-FER
           MOVE W-FER-DATA     TO FER-AQUFIM-1
           PERFORM SOMA-ANO-FER
           MOVE W-FER-DATA     TO FER-LIMITE-1
           MOVE 30             TO FER-DIASDIR-1
           MOVE 0              TO FER-DIASGOZ-1
           SET FER-ABERTO TO TRUE
           MOVE 'SISTEMA'      TO FER-OPERADOR-1

           WRITE FER-REGISTR-1
           IF NOT VALID-CADFER
              PERFORM ERRO-ARQUIVO
           END-IF.

       ULTIMO-DIA-MES-FER.
           MOVE W-FER-DIAS-MES (W-FER-MES) TO W-FER-ULTDIA
           IF W-FER-MES = 2
              DIVIDE W-FER-ANO BY 4 GIVING W-FER-QUOC
                                    REMAINDER W-FER-RESTO
              IF W-FER-RESTO = 0
                 MOVE 29 TO W-FER-ULTDIA
                 DIVIDE W-FER-ANO BY 100 GIVING W-FER-QUOC
                                         REMAINDER W-FER-RESTO
                 IF W-FER-RESTO = 0
                    MOVE 28 TO W-FER-ULTDIA
                    DIVIDE W-FER-ANO BY 400 GIVING W-FER-QUOC
                                            REMAINDER W-FER-RESTO
                    IF W-FER-RESTO = 0
                       MOVE 29 TO W-FER-ULTDIA
                    END-IF
                 END-IF
              END-IF
           END-IF.

       SOMA-ANO-FER.
           ADD 1 TO W-FER-ANO
           PERFORM ULTIMO-DIA-MES-FER
           IF W-FER-DIA > W-FER-ULTDIA
              MOVE W-FER-ULTDIA TO W-FER-DIA
           END-IF.

       SOMA-UM-DIA-FER.
           PERFORM ULTIMO-DIA-MES-FER
           IF W-FER-DIA < W-FER-ULTDIA
              ADD 1 TO W-FER-DIA
           ELSE
              MOVE 1 TO W-FER-DIA
              IF W-FER-MES < 12
                 ADD 1 TO W-FER-MES
              ELSE
                 MOVE 1 TO W-FER-MES
                 ADD 1 TO W-FER-ANO
              END-IF
           END-IF.

       SUBTRAI-UM-DIA-FER.
           IF W-FER-DIA > 1
              SUBTRACT 1 FROM W-FER-DIA
           ELSE
              IF W-FER-MES > 1
                 SUBTRACT 1 FROM W-FER-MES
              ELSE
                 MOVE 12 TO W-FER-MES
                 SUBTRACT 1 FROM W-FER-ANO
              END-IF
              PERFORM ULTIMO-DIA-MES-FER
              MOVE W-FER-ULTDIA TO W-FER-DIA
           END-IF.

      *-----------------------------------------------------------------
      * ultimo dia de um periodo de W-FER-NDIAS dias que comeca em
      * W-FER-DATA (o resultado fica em W-FER-DATA)
      *-----------------------------------------------------------------
       FIM-PERIODO-FER.
           IF W-FER-NDIAS > 1
              SUBTRACT 1 FROM W-FER-NDIAS
              PERFORM SOMA-UM-DIA-FER W-FER-NDIAS TIMES
           END-IF.
