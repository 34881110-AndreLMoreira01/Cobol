      * Parametros (RELACES.PAR):  DATAINI=DD/MM/AAAA
      *                            DATAFIN=DD/MM/AAAA
      *                            OPERADOR=xxxxxxxxxx
      *                            ARQMORTO=nome do arquivo morto
      * Com ARQMORTO (arquivo ACESLOGAAAAMMDD.ARC gravado pelo
      * LIMPALOG) a consulta le o arquivo morto no lugar do ACESLOG,
      * para periodos ja expurgados, e confere a contagem do trailer.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       FILE-CONTROL.

           copy "aceslog.sl".
           copy "arclog.sl".
           copy "errlog.sl".

           SELECT PARAMS ASSIGN TO 'RELACES.PAR'
       FILE SECTION.

           copy "aceslog.fd".
           copy "arclog.fd".
           copy "errlog.fd".

       FD  PARAMS LABEL RECORD OMITTED.
       01  CAMPOS-W.
           03  STAT-ACESLOG              PIC  X(02).
               88 VALID-ACESLOG          VALUE '00' THRU '09'.
           03  STAT-ARCLOG               PIC  X(02).
               88 VALID-ARCLOG           VALUE '00' THRU '09'.
           03  STAT-PARAMS               PIC  X(02).
               88 VALID-PARAMS           VALUE '00' THRU '09'.
           03  STAT-RELATO               PIC  X(02).
               88 VALID-ERRLOG           VALUE '00' THRU '09'.
           03  STAT-ERRLOG-ABERTO        PIC  X(01) VALUE 'N'.
               88 ERRLOG-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-FIM-LOG              PIC  X(01) VALUE 'N'.
               88 FIM-LOG                VALUE 'S' FALSE 'N'.
           03  STAT-ARC-CONFERE          PIC  X(01) VALUE 'N'.
               88 ARQUIVO-MORTO-OK       VALUE 'S' FALSE 'N'.

           03  CAMPOS-FILTRO-W.
               05 W-DATAINI-I            PIC  9(08) VALUE 0.
               05 W-DATAFIN-I            PIC  9(08) VALUE 99999999.
               05 W-OPERADOR-FIL         PIC  X(10) VALUE SPACES.
               05 W-ARCLOG-NOME          PIC  X(40) VALUE SPACES.
                  88 LE-LOG-VIVO         VALUE SPACES.

           03  CAMPOS-TRABALHO-W.
               05 W-TOT-LIDOS            PIC  9(08) VALUE 0.
               05 W-TOT-LISTADOS         PIC  9(08) VALUE 0.
               05 W-PRIM-DATA            PIC  9(08) VALUE 0.
               05 W-ARC-CONTAGEM         PIC  9(09) VALUE 0.
               05 W-ARC-DATAINI          PIC  9(08) VALUE 0.
               05 W-ARC-DATAFIN          PIC  9(08) VALUE 0.

               05 W-DATAIMP              PIC  9(08) VALUE 0.
               05 W-DATASIS-IMP          PIC  9(08) VALUE 0.
                     '   LISTADAS:'.
                  07 W-TOTLIST-TOT       PIC  ZZZZ.ZZ9.

               05 W-LINHA-ARQMORTO.
                  07 FILLER              PIC  X(16) VALUE
                     'ARQUIVO MORTO: '.
                  07 W-ARCLOG-TOT        PIC  X(40)B.
                  07 FILLER              PIC  X(09) VALUE 'PERIODO '.
                  07 W-ARCINI-TOT        PIC  99/99/9999.
                  07 FILLER              PIC  X(03) VALUE ' A '.
                  07 W-ARCFIN-TOT        PIC  99/99/9999.

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).

           PERFORM LE-PARAMETROS.

           IF LE-LOG-VIVO
              OPEN INPUT ACESLOG
              IF NOT VALID-ACESLOG
                 PERFORM ERRO-ARQUIVO
              END-IF
           ELSE
              PERFORM ABRE-ARQUIVO-MORTO
           END-IF.

           OPEN OUTPUT RELATO
           IF NOT VALID-RELATO

       FIM.
           CLOSE ACESLOG.
           CLOSE ARCLOG.
           CLOSE RELATO.
           IF ERRLOG-ABERTO
              CLOSE ERRLOG
                     MOVE W-DATAUXI TO W-DATAFIN-I
                WHEN 'OPERADOR'
                     MOVE W-PAR-VALOR (1:10) TO W-OPERADOR-FIL
                WHEN 'ARQMORTO'
                     MOVE W-PAR-VALOR (1:40) TO W-ARCLOG-NOME
                WHEN OTHER
                     CONTINUE
              END-EVALUATE

       PROCESSA-ACESLOG.
           PERFORM UNTIL 1 = 2
              PERFORM LE-REGISTRO-LOG
              IF FIM-LOG
                 EXIT PERFORM
              END-IF

              ADD 1 TO W-TOT-LIDOS
              IF W-TOT-LIDOS = 1
                 MOVE ACES-DATA-1 TO W-PRIM-DATA
              END-IF

              IF ACES-DATA-1 < W-DATAINI-I OR
                 ACES-DATA-1 > W-DATAFIN-I
              PERFORM IMPRIME-ENTRADA
           END-PERFORM.

      *-----------------------------------------------------------------
      * leitura do ACESLOG vivo ou do arquivo morto (ARQMORTO)
      *-----------------------------------------------------------------
       ABRE-ARQUIVO-MORTO.
           OPEN INPUT ARCLOG
           IF NOT VALID-ARCLOG
              PERFORM ERRO-ARQUIVO.

           READ ARCLOG AT END
                MOVE SPACES TO ARC-TIPO-1
           END-READ
           IF NOT ARC-HEADER OR ARC-ARQUIVO-1 NOT = 'ACESLOG'
              DISPLAY 'RELACES - ' W-ARCLOG-NOME (1:30)
                      ' NAO E ARQUIVO MORTO DO ACESLOG'
              MOVE 8 TO RETURN-CODE
              PERFORM FIM.

       LE-REGISTRO-LOG.
           IF LE-LOG-VIVO
              READ ACESLOG AT END
                           SET FIM-LOG TO TRUE
              END-READ
              IF NOT VALID-ACESLOG
                 SET FIM-LOG TO TRUE
              END-IF
              EXIT PARAGRAPH.

           READ ARCLOG AT END
                SET FIM-LOG TO TRUE
           END-READ
           IF NOT VALID-ARCLOG
              SET FIM-LOG TO TRUE
           END-IF
           IF FIM-LOG
              EXIT PARAGRAPH.

           IF ARC-TRAILER
              SET FIM-LOG TO TRUE
              MOVE ARC-DATAINI-1 TO W-ARC-DATAINI
              MOVE ARC-DATAFIN-1 TO W-ARC-DATAFIN
              IF ARC-CONTAGEM-1 = W-ARC-CONTAGEM
                 SET ARQUIVO-MORTO-OK TO TRUE
              END-IF
              EXIT PARAGRAPH.

           ADD 1 TO W-ARC-CONTAGEM
           MOVE ARC-DADOS-1 TO ACES-REGISTR-1.

       IMPRIME-ENTRADA.
           PERFORM TESTA-QUEBRA-PAGINA

           IF W-TOT-LISTADOS = 0
              MOVE 'NENHUMA ENTRADA SELECIONADA.' TO RELATO-R
              WRITE RELATO-R
           END-IF

           IF LE-LOG-VIVO
              IF W-DATAINI-I NOT = 0 AND W-DATAINI-I < W-PRIM-DATA
                 MOVE 'PERIODO ANTERIOR AO INICIO DO LOG - CONSULTAR O A
      -               'RQUIVO MORTO (ARQMORTO=)' TO RELATO-R
                 WRITE RELATO-R
              END-IF
              EXIT PARAGRAPH.

           MOVE W-ARCLOG-NOME  TO W-ARCLOG-TOT
           MOVE W-ARC-DATAINI  TO W-DATAUXI
           COMPUTE W-ARCINI-TOT = W-ANOAUXI-I +
                                  W-MESAUXI-I * 10000 +
                                  W-DIAAUXI-I * 1000000
           MOVE W-ARC-DATAFIN  TO W-DATAUXI
           COMPUTE W-ARCFIN-TOT = W-ANOAUXI-I +
                                  W-MESAUXI-I * 10000 +
                                  W-DIAAUXI-I * 1000000
           WRITE RELATO-R FROM W-LINHA-ARQMORTO

           IF NOT ARQUIVO-MORTO-OK
              MOVE 'ATENCAO - ARQUIVO MORTO INCOMPLETO OU COM CONTAGEM D
      -               'IVERGENTE DO TRAILER' TO RELATO-R
              WRITE RELATO-R
              MOVE 4 TO RETURN-CODE
           END-IF.

       TESTA-QUEBRA-PAGINA.
