      * item compara o liquido (quantidade x preco - desconto) com o
      * custo do produto (quantidade x TDES-CUSTOMED-1), imprime a
      * margem em valor e em percentual e marca com PREJUIZO o item
      * cujo desconto comeu toda a margem.  A quantidade ja devolvida
      * do item (DEVOLUC, pelo DEVOLVE) e descontada antes do calculo
      * - liquido e custo saem pela quantidade que ficou com o
      * cliente - e item devolvido por inteiro fica fora.  Quebras
      * por produto e por empresa, total geral, impressora ou
      * arquivo e MARGEM.CSV.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           copy "pedcab.sl".
           copy "pedido.sl".
           copy "tabpr.sl".
           copy "devoluc.sl".
           copy "errlog.sl".

           SELECT SORTER ASSIGN TO 'SORTER.ARQ'
           copy "pedcab.fd".
           copy "pedido.fd".
           copy "tabpr.fd".
           copy "devoluc.fd".
           copy "errlog.fd".

       FD  PRINTF LABEL RECORD OMITTED.
               88 VALID-PEDIDO            VALUE '00' THRU '09'.
           03  STAT-TABPR                 PIC  X(02).
               88 VALID-TABPR             VALUE '00' THRU '09'.
           03  STAT-DEVOLUC               PIC  X(02).
               88 VALID-DEVOLUC           VALUE '00' THRU '09'.
           03  STAT-DEVOLUC-ABERTO        PIC  X(01) VALUE 'N'.
               88 DEVOLUC-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-SORTER                PIC  X(02).
               88 VALID-SORTER            VALUE '00' THRU '09'.
           03  STAT-PRINTF                PIC  X(02).
               05 W-BRUTO                 PIC  9(13)V99 VALUE 0.
               05 W-VALOR-DESC            PIC  9(13)V99 VALUE 0.
               05 W-LIQUIDO               PIC  9(13)V99 VALUE 0.
               05 W-QTD-DEVOLVIDA         PIC  9(09)V99 VALUE 0.
               05 W-CUSTO-TOTAL           PIC  9(13)V99 VALUE 0.
               05 W-MARGEM                PIC S9(13)V99 VALUE 0.
               05 W-MARGEM-PCT            PIC S9(03)V99 VALUE 0.
           IF NOT VALID-TABPR
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT DEVOLUC
           IF VALID-DEVOLUC
              SET DEVOLUC-ABERTO TO TRUE
           END-IF.

           DISPLAY "USERNAME" UPON ENVIRONMENT-NAME.
           ACCEPT  W-OPERADOR-ID FROM ENVIRONMENT-VALUE.

           CLOSE PEDCAB.
           CLOSE PEDIDO.
           CLOSE TABPR.
           IF DEVOLUC-ABERTO
              CLOSE DEVOLUC
           END-IF.
           IF ERRLOG-ABERTO
              CLOSE ERRLOG
           END-IF.
                 EXIT PERFORM
              END-IF

              MOVE 0 TO W-QTD-DEVOLVIDA
              IF DEVOLUC-ABERTO
                 PERFORM SOMA-DEVOLVIDO-ITEM
              END-IF
              IF W-QTD-DEVOLVIDA >= TPED-QUANTIDADE-1
                 EXIT PERFORM CYCLE
              END-IF

              INITIALIZE               SORT-REGISTR-1
              MOVE PCAB-EMPRESA-1    TO SORT-EMPRESA-1
              MOVE TPED-CODIGO-1     TO SORT-CODIGO-1
              MOVE PCAB-NROPED-1     TO SORT-NROPED-1
              MOVE PCAB-DATAPED-1    TO SORT-DATAPED-1
              COMPUTE SORT-QUANTIDADE-1 =
                      TPED-QUANTIDADE-1 - W-QTD-DEVOLVIDA
              MOVE TPED-PRECO-1      TO SORT-PRECO-1
              MOVE TPED-DESCONTO-1   TO SORT-DESCONTO-1

              RELEASE SORT-REGISTR-1
           END-PERFORM.

       SOMA-DEVOLVIDO-ITEM.
           INITIALIZE            DEVL-REGISTR-1
           MOVE TPED-EMPRESA-1 TO DEVL-EMPRESA-1
           MOVE TPED-NROPED-1  TO DEVL-NROPED-1
           MOVE TPED-SEQITEM-1 TO DEVL-SEQITEM-1
           START DEVOLUC KEY >= DEVL-RECORDK-1
           IF NOT VALID-DEVOLUC
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ DEVOLUC NEXT AT END
                           EXIT PERFORM
              END-READ
              IF NOT VALID-DEVOLUC OR
                 DEVL-EMPRESA-1 NOT = TPED-EMPRESA-1 OR
                 DEVL-NROPED-1 NOT = TPED-NROPED-1 OR
                 DEVL-SEQITEM-1 NOT = TPED-SEQITEM-1
                 EXIT PERFORM
              END-IF
              ADD DEVL-QUANTIDADE-1 TO W-QTD-DEVOLVIDA
           END-PERFORM.

       OUTPUTPROC.
           SET PRIMEIRA-LINHA TO TRUE
           PERFORM UNTIL 1 = 2
