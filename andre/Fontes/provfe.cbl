      * detalhe com totais por centro de custo, por empresa e geral.
      * Competencia ja fechada em FECHCTL nao e refeita: a empresa
      * sai no relatorio como tal, do mesmo jeito que o FECHMES
      * recusa.  Funcionario com rescisao gravada na competencia
      * (RESCIS, tela RESCISAO) tem a provisao revertida: a
      * fotografia fica zerada, como a propria RESCISAO grava.
      * Saida em PROVFE.TXT.
      * Parametros (PROVFE.PAR):  COMPETENCIA=AAAAMM (obrigatorio)
      *                           EMPRESA=nnn        (0 = todas)
      *                           ENCARGOS=nn,nn     (%, padrao 0)
           copy "cadfun.sl".
           copy "provmes.sl".
           copy "fechctl.sl".
           copy "rescis.sl".
           copy "errlog.sl".

           SELECT SORTER ASSIGN TO 'SORTER.ARQ'
           copy "cadfun.fd".
           copy "provmes.fd".
           copy "fechctl.fd".
           copy "rescis.fd".
           copy "errlog.fd".

       SD  SORTER.
               88 VALID-FECHCTL          VALUE '00' THRU '09'.
           03  STAT-FECHCTL-ABERTO      PIC  X(01) VALUE 'N'.
               88 FECHCTL-ABERTO         VALUE 'S' FALSE 'N'.
           03  STAT-RESCIS               PIC  X(02).
               88 VALID-RESCIS           VALUE '00' THRU '09'.
           03  STAT-RESCIS-ABERTO        PIC  X(01) VALUE 'N'.
               88 RESCIS-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-RESCISAO-FUNC        PIC  X(01) VALUE 'N'.
               88 TEM-RESCISAO-FUNC      VALUE 'S' FALSE 'N'.
           03  STAT-SORTER               PIC  X(02).
               88 VALID-SORTER           VALUE '00' THRU '09'.
           03  STAT-PARAMS               PIC  X(02).
              SET FECHCTL-ABERTO TO TRUE
           END-IF.

           OPEN INPUT RESCIS
           IF VALID-RESCIS
              SET RESCIS-ABERTO TO TRUE
           END-IF.

           OPEN OUTPUT RELATO
           IF NOT VALID-RELATO
              PERFORM ERRO-ARQUIVO.
           IF FECHCTL-ABERTO
              CLOSE FECHCTL
           END-IF.
           IF RESCIS-ABERTO
              CLOSE RESCIS
           END-IF.
           CLOSE RELATO.
           IF ERRLOG-ABERTO
              CLOSE ERRLOG
                   (W-FERIAS + W-TERCO + W-DECIMO) *
                   W-PCT-ENCARGOS / 100
           COMPUTE W-TOTAL-PROV =
                   W-FERIAS + W-TERCO + W-DECIMO + W-ENCARGOS

           PERFORM LE-RESCISAO-FUNC
           IF TEM-RESCISAO-FUNC
              MOVE 0 TO W-AVOS W-FERIAS W-TERCO W-DECIMO W-ENCARGOS
                        W-TOTAL-PROV
           END-IF.

      *-----------------------------------------------------------------
      * rescisao gravada com desligamento na competencia
      *-----------------------------------------------------------------
       LE-RESCISAO-FUNC.
           SET TEM-RESCISAO-FUNC TO FALSE
           IF NOT RESCIS-ABERTO
              EXIT PARAGRAPH.

           INITIALIZE             RES-REGISTR-1
           MOVE SORT-EMPRESA-1 TO RES-EMPRESA-1
           MOVE SORT-CODFUNC-1 TO RES-CODFUNC-1
           START RESCIS KEY >= RES-RECORDK-1
           IF NOT VALID-RESCIS
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ RESCIS NEXT AT END
                          EXIT PERFORM
              END-READ
              IF NOT VALID-RESCIS
                 EXIT PERFORM
              END-IF
              IF RES-EMPRESA-1 <> SORT-EMPRESA-1 OR
                 RES-CODFUNC-1 <> SORT-CODFUNC-1
                 EXIT PERFORM
              END-IF
              IF RES-COMPET-1 = W-COMPETENCIA
                 SET TEM-RESCISAO-FUNC TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       GRAVA-PROVMES.
           INITIALIZE            PRV-REGISTR-1
