      * filtro de empresa, classificacao por produto ou por operador,
      * valor bruto (quantidade x preco), valor do desconto e valor
      * liquido por item do pedido (cabecalho em PEDCAB, itens em
      * PEDIDO; cancelados fora), valor ja devolvido do item
      * (DEVOLUC, pelo DEVOLVE) e liquido final (liquido menos o
      * devolvido), com subtotais por quebra e por empresa, total
      * geral, impressora ou arquivo e RELVEN.CSV.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.

           copy "pedcab.sl".
           copy "pedido.sl".
           copy "devoluc.sl".
           copy "errlog.sl".

           SELECT SORTER ASSIGN TO 'SORTER.ARQ'

           copy "pedcab.fd".
           copy "pedido.fd".
           copy "devoluc.fd".
           copy "errlog.fd".

       FD  PRINTF LABEL RECORD OMITTED.
           03  SORT-QUANTIDADE-1          PIC  9(09)V99.
           03  SORT-PRECO-1               PIC  9(09)V99.
           03  SORT-DESCONTO-1            PIC  9(03)V99.
           03  SORT-VALDEV-1              PIC  9(13)V99.

       WORKING-STORAGE SECTION.
       77  SMALL-FONT                     HANDLE.
               88 VALID-PEDCAB            VALUE '00' THRU '09'.
           03  STAT-PEDIDO                PIC  X(02).
               88 VALID-PEDIDO            VALUE '00' THRU '09'.
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
               05 W-VALOR-DEV             PIC  9(13)V99 VALUE 0.

               05 W-EMPRESA-ANTERIOR      PIC  9(03).
               05 W-CODIGO-ANTERIOR       PIC  X(10).

               05 W-TOTAL-QUEBRA-BRU      PIC  9(13)V99 VALUE 0.
               05 W-TOTAL-QUEBRA-DES      PIC  9(13)V99 VALUE 0.
               05 W-TOTAL-QUEBRA-DEV      PIC  9(13)V99 VALUE 0.
               05 W-TOTAL-QUEBRA-LIQ      PIC  9(13)V99 VALUE 0.
               05 W-TOTAL-EMPRESA-BRU     PIC  9(13)V99 VALUE 0.
               05 W-TOTAL-EMPRESA-DES     PIC  9(13)V99 VALUE 0.
               05 W-TOTAL-EMPRESA-DEV     PIC  9(13)V99 VALUE 0.
               05 W-TOTAL-EMPRESA-LIQ     PIC  9(13)V99 VALUE 0.
               05 W-TOT-GERAL-BRU         PIC  9(13)V99 VALUE 0.
               05 W-TOT-GERAL-DES         PIC  9(13)V99 VALUE 0.
               05 W-TOT-GERAL-DEV         PIC  9(13)V99 VALUE 0.
               05 W-TOT-GERAL-LIQ         PIC  9(13)V99 VALUE 0.

               05 W-LINHA-DETALHE.
                  07 W-QUANTIDA-DET       PIC  ZZ.ZZZ.ZZ9,99B.
                  07 W-BRUTO-DET          PIC  ZZZ.ZZZ.ZZZ.ZZ9,99B.
                  07 W-VDESC-DET          PIC  ZZ.ZZZ.ZZZ.ZZ9,99B.
                  07 W-VDEV-DET           PIC  ZZZ.ZZZ.ZZ9,99B.
                  07 W-LIQUIDO-DET        PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.

               05 W-LINHA-TOTAL.
                  07 W-CHAVE-TOT          PIC  X(14).
                  07 W-BRUTO-TOT          PIC  ZZZ.ZZZ.ZZZ.ZZ9,99B.
                  07 W-VDESC-TOT          PIC  ZZ.ZZZ.ZZZ.ZZ9,99B.
                  07 W-VDEV-TOT           PIC  ZZZ.ZZZ.ZZ9,99B.
                  07 W-LIQUIDO-TOT        PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.

               05 W-CSV-QTD-EDIT          PIC  Z(09)9,99.
               05 W-CSV-BRU-EDIT          PIC  Z(13)9,99.
               05 W-CSV-DES-EDIT          PIC  Z(13)9,99.
               05 W-CSV-DEV-EDIT          PIC  Z(13)9,99.
               05 W-CSV-LIQ-EDIT          PIC  Z(13)9,99.
               05 W-CSV-LINHA             PIC  X(200).

               05 W-CAB-2.
                  07 PIC X(132) VALUE 'EMP ---CODIGO- -PEDIDO- ---DATA--
      -              '-- -OPERADOR- --QUANTIDADE-- ----VALOR BRUTO---- -
      -              '--VALOR DESCONTO-- -VALOR DEVOLV- ---VALOR LIQUI
      -              'DO---'.

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           IF NOT VALID-PEDIDO
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT DEVOLUC
           IF VALID-DEVOLUC
              SET DEVOLUC-ABERTO TO TRUE
           END-IF.

           DISPLAY "USERNAME" UPON ENVIRONMENT-NAME.
           ACCEPT  W-OPERADOR-ID FROM ENVIRONMENT-VALUE.

           CLOSE WINDOW JANELA-PROGRAMA.
           CLOSE PEDCAB.
           CLOSE PEDIDO.
           IF DEVOLUC-ABERTO
              CLOSE DEVOLUC
           END-IF.
           IF ERRLOG-ABERTO
              CLOSE ERRLOG
           END-IF.
       EXECUTA-RELATORIO.
           INITIALIZE W-NROPAGI
                      W-TOTAL-QUEBRA-BRU W-TOTAL-QUEBRA-DES
                      W-TOTAL-QUEBRA-DEV W-TOTAL-QUEBRA-LIQ
                      W-TOTAL-EMPRESA-BRU W-TOTAL-EMPRESA-DES
                      W-TOTAL-EMPRESA-DEV W-TOTAL-EMPRESA-LIQ
                      W-TOT-GERAL-BRU W-TOT-GERAL-DES
                      W-TOT-GERAL-DEV W-TOT-GERAL-LIQ
           MOVE 800 TO W-CONTLIN

           OPEN OUTPUT PRINTF
           END-IF
           STRING 'EMPRESA;PRODUTO;PEDIDO;DATA;'     DELIMITED BY SIZE
                  'OPERADOR;QUANTIDADE;VALOR BRUTO;' DELIMITED BY SIZE
                  'VALOR DESCONTO;VALOR DEVOLVIDO;'  DELIMITED BY SIZE
                  'VALOR LIQUIDO'                    DELIMITED BY SIZE
             INTO CSVVEN-R
           END-STRING
           WRITE CSVVEN-R
              MOVE TPED-QUANTIDADE-1 TO SORT-QUANTIDADE-1
              MOVE TPED-PRECO-1      TO SORT-PRECO-1
              MOVE TPED-DESCONTO-1   TO SORT-DESCONTO-1
              IF DEVOLUC-ABERTO
                 PERFORM SOMA-DEVOLVIDO-ITEM
              END-IF

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
              ADD DEVL-VALOR-1 TO SORT-VALDEV-1
           END-PERFORM.

       OUTPUTPROC.
           SET PRIMEIRA-LINHA TO TRUE
           PERFORM UNTIL 1 = 2
           COMPUTE W-VALOR-DESC ROUNDED =
                   W-BRUTO * SORT-DESCONTO-1 / 100
           COMPUTE W-LIQUIDO = W-BRUTO - W-VALOR-DESC
           MOVE SORT-VALDEV-1 TO W-VALOR-DEV
           IF W-VALOR-DEV > W-LIQUIDO
              MOVE W-LIQUIDO TO W-VALOR-DEV
           END-IF
           SUBTRACT W-VALOR-DEV FROM W-LIQUIDO

           MOVE SORT-EMPRESA-1    TO W-EMPRESA-DET
           MOVE SORT-CODIGO-1     TO W-CODIGO-DET
           MOVE SORT-QUANTIDADE-1 TO W-QUANTIDA-DET
           MOVE W-BRUTO           TO W-BRUTO-DET
           MOVE W-VALOR-DESC      TO W-VDESC-DET
           MOVE W-VALOR-DEV       TO W-VDEV-DET
           MOVE W-LIQUIDO         TO W-LIQUIDO-DET

           WRITE PRINTF-R FROM W-LINHA-DETALHE AFTER 1
           MOVE SORT-QUANTIDADE-1 TO W-CSV-QTD-EDIT
           MOVE W-BRUTO           TO W-CSV-BRU-EDIT
           MOVE W-VALOR-DESC      TO W-CSV-DES-EDIT
           MOVE W-VALOR-DEV       TO W-CSV-DEV-EDIT
           MOVE W-LIQUIDO         TO W-CSV-LIQ-EDIT
           STRING SORT-EMPRESA-1  DELIMITED BY SIZE
                  ';'             DELIMITED BY SIZE
                  ';'             DELIMITED BY SIZE
                  W-CSV-DES-EDIT  DELIMITED BY SIZE
                  ';'             DELIMITED BY SIZE
                  W-CSV-DEV-EDIT  DELIMITED BY SIZE
                  ';'             DELIMITED BY SIZE
                  W-CSV-LIQ-EDIT  DELIMITED BY SIZE
             INTO W-CSV-LINHA
           END-STRING
                               W-TOT-GERAL-BRU
           ADD W-VALOR-DESC TO W-TOTAL-QUEBRA-DES W-TOTAL-EMPRESA-DES
                               W-TOT-GERAL-DES
           ADD W-VALOR-DEV  TO W-TOTAL-QUEBRA-DEV W-TOTAL-EMPRESA-DEV
                               W-TOT-GERAL-DEV
           ADD W-LIQUIDO    TO W-TOTAL-QUEBRA-LIQ W-TOTAL-EMPRESA-LIQ
                               W-TOT-GERAL-LIQ.

           END-IF
           MOVE W-TOTAL-QUEBRA-BRU TO W-BRUTO-TOT
           MOVE W-TOTAL-QUEBRA-DES TO W-VDESC-TOT
           MOVE W-TOTAL-QUEBRA-DEV TO W-VDEV-TOT
           MOVE W-TOTAL-QUEBRA-LIQ TO W-LIQUIDO-TOT
           WRITE PRINTF-R FROM W-LINHA-TOTAL AFTER 1
           ADD 1 TO W-CONTLIN
           MOVE 0 TO W-TOTAL-QUEBRA-BRU W-TOTAL-QUEBRA-DES
                     W-TOTAL-QUEBRA-DEV W-TOTAL-QUEBRA-LIQ.

       TOTAL-EMPRESA.
           MOVE SPACES TO W-LINHA-TOTAL
           MOVE W-EMPRESA-ANTERIOR    TO W-CHAVE-TOT
           MOVE W-TOTAL-EMPRESA-BRU   TO W-BRUTO-TOT
           MOVE W-TOTAL-EMPRESA-DES   TO W-VDESC-TOT
           MOVE W-TOTAL-EMPRESA-DEV   TO W-VDEV-TOT
           MOVE W-TOTAL-EMPRESA-LIQ   TO W-LIQUIDO-TOT
           WRITE PRINTF-R FROM W-LINHA-TOTAL AFTER 1
           ADD 1 TO W-CONTLIN
           MOVE 0 TO W-TOTAL-EMPRESA-BRU W-TOTAL-EMPRESA-DES
                     W-TOTAL-EMPRESA-DEV W-TOTAL-EMPRESA-LIQ.

       TOTAL-GERAL.
           MOVE SPACES TO W-LINHA-TOTAL
           MOVE '*** TOTAL GERAL'     TO W-ROTULO-TOT
           MOVE W-TOT-GERAL-BRU       TO W-BRUTO-TOT
           MOVE W-TOT-GERAL-DES       TO W-VDESC-TOT
           MOVE W-TOT-GERAL-DEV       TO W-VDEV-TOT
           MOVE W-TOT-GERAL-LIQ       TO W-LIQUIDO-TOT
           WRITE PRINTF-R FROM W-LINHA-TOTAL AFTER 2
           ADD 2 TO W-CONTLIN.
