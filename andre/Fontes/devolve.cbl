       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DEVOLVE.
       AUTHOR.        ANDRE.
      *-----------------------------------------------------------------
      * DEVOLVE - devolucao de venda contra pedido faturado.
      * Lido o pedido (PEDCAB faturado), lista os itens com a
      * quantidade faturada e a ja devolvida (DEVOLUC) e aceita, item
      * a item, a quantidade devolvida agora - nunca mais do que o
      * faturado menos as devolucoes anteriores.  Na confirmacao:
      *  - grava uma entrada no MOVESTO de origem 'D' por movimento de
      *    faturamento devolvido (TMOV-REFPED-1 = pedido, TMOV-REFMOV-1
      *    = saida original), ao custo da saida, no mesmo deposito e
      *    lote, e devolve o saldo em TABPR, SALDEP e LOTSLD; a saida
      *    ja arquivada pelo ARQMOV e procurada no MOVHIST;
      *  - grava o DEVOLUC (numero da serie DEV do NUMCTL) com o valor
      *    liquido devolvido, visto pelo CONTABIL, COMISSAO, RELVEN e
      *    MARGEM;
      *  - abate o valor devolvido, mais a parte devolvida do IPI da
      *    nota (NFITE), dos titulos em aberto do pedido no CONTREC e
      *    o que sobrar (titulos ja quitados ou ja enviados ao banco
      *    em remessa de cobranca, que o REMBCO nao reenvia com o
      *    valor novo) vira credito do cliente no CREDCLI.
      * Produto indivisivel nao aceita quantidade fracionada.
      * Respeita a competencia fechada (FECHCTL).
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           copy "pedcab.sl".
           copy "pedido.sl".
           copy "cadcli.sl".
           copy "tabpr.sl".
           copy "movesto.sl".
           copy "movhist.sl".
           copy "nfite.sl".
           copy "saldep.sl".
           copy "lotsld.sl".
           copy "numctl.sl".
           copy "contrec.sl".
           copy "devoluc.sl".
           copy "credcli.sl".
           copy "fechctl.sl".
           copy "errlog.sl".

       DATA DIVISION.
       FILE SECTION.

           copy "pedcab.fd".
           copy "pedido.fd".
           copy "cadcli.fd".
           copy "tabpr.fd".
           copy "movesto.fd".
           copy "movhist.fd".
           copy "nfite.fd".
           copy "saldep.fd".
           copy "lotsld.fd".
           copy "numctl.fd".
           copy "contrec.fd".
           copy "devoluc.fd".
           copy "credcli.fd".
           copy "fechctl.fd".
           copy "errlog.fd".

       WORKING-STORAGE SECTION.
       77  SMALL-FONT                     HANDLE.
       78  EXCEPTION-LER                  VALUE 02.
       78  EXCEPTION-INFORMAR             VALUE 03.
       78  EXCEPTION-DEVOLVER             VALUE 04.
       78  ID-LISTA-ITENS                 VALUE 30.
       78  MAX-ITENS                      VALUE 50.
       78  MAX-SAIDAS                     VALUE 50.

       01  CAMPOS-W.
           03  STAT-PEDCAB               PIC  X(02).
               88 VALID-PEDCAB           VALUE '00' THRU '09'.
           03  STAT-PEDIDO               PIC  X(02).
               88 VALID-PEDIDO           VALUE '00' THRU '09'.
           03  STAT-CADCLI               PIC  X(02).
               88 VALID-CADCLI           VALUE '00' THRU '09'.
           03  STAT-TABPR                PIC  X(02).
               88 VALID-TABPR            VALUE '00' THRU '09'.
           03  STAT-MOVESTO              PIC  X(02).
               88 VALID-MOVESTO          VALUE '00' THRU '09'.
           03  STAT-MOVHIST              PIC  X(02).
               88 VALID-MOVHIST          VALUE '00' THRU '09'.
           03  STAT-MOVHIST-ABERTO       PIC  X(01) VALUE 'N'.
               88 MOVHIST-ABERTO         VALUE 'S' FALSE 'N'.
           03  STAT-NFITE                PIC  X(02).
               88 VALID-NFITE            VALUE '00' THRU '09'.
           03  STAT-NFITE-ABERTO         PIC  X(01) VALUE 'N'.
               88 NFITE-ABERTO           VALUE 'S' FALSE 'N'.
           03  STAT-SALDEP               PIC  X(02).
               88 VALID-SALDEP           VALUE '00' THRU '09'.
           03  STAT-LOTSLD               PIC  X(02).
               88 VALID-LOTSLD           VALUE '00' THRU '09'.
           03  STAT-NUMCTL               PIC  X(02).
               88 VALID-NUMCTL           VALUE '00' THRU '09'.
           03  STAT-CONTREC              PIC  X(02).
               88 VALID-CONTREC          VALUE '00' THRU '09'.
           03  STAT-DEVOLUC              PIC  X(02).
               88 VALID-DEVOLUC          VALUE '00' THRU '09'.
           03  STAT-CREDCLI              PIC  X(02).
               88 VALID-CREDCLI          VALUE '00' THRU '09'.
           03  STAT-FECHCTL              PIC  X(02).
               88 VALID-FECHCTL          VALUE '00' THRU '09'.
           03  STAT-FECHCTL-ABERTO      PIC  X(01) VALUE 'N'.
               88 FECHCTL-ABERTO         VALUE 'S' FALSE 'N'.
           03  STAT-ERRLOG               PIC  X(02).
               88 VALID-ERRLOG           VALUE '00' THRU '09'.
           03  STAT-ERRLOG-ABERTO        PIC  X(01) VALUE 'N'.
               88 ERRLOG-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-PEDLIDO              PIC  X(01) VALUE 'N'.
               88 PEDIDO-LIDO            VALUE 'S' FALSE 'N'.
           03  STAT-VALIDA               PIC  X(01) VALUE 'N'.
               88 DEVOLUCAO-OK           VALUE 'S' FALSE 'N'.

           03  CAMPOS-TELA-W.
               05 W-EMPRESA-EDIT         PIC  9(003).
               05 W-NROPED-EDIT          PIC  9(006).
               05 W-CLIENTE-EDIT         PIC  X(40).
               05 W-DATAFAT-EDIT         PIC  99/99/9999.
               05 W-TOTAL-EDIT           PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
               05 W-QTDRET-EDIT          PIC  ZZ.ZZZ.ZZ9,99.
               05 W-MOTIVO-EDIT          PIC  X(40).
               05 W-TOTDEV-EDIT          PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.

               05 W-OPERADOR-ID          PIC  X(10).
               05 W-DATA-SISTEMA         PIC  9(08) VALUE 0.
               05 W-COMPET-MOV           PIC  9(06) VALUE 0.
               05 W-CLIENTE-PED          PIC  9(06) VALUE 0.
               05 W-DATAUXI              PIC  9(08).
               05 REDEFINES W-DATAUXI.
                  07 W-ANOAUXI-I         PIC  9(04).
                  07 W-MESAUXI-I         PIC  9(02).
                  07 W-DIAAUXI-I         PIC  9(02).
               05 W-DATAIMP              PIC  9(08) VALUE 0.

               05 W-LINHA-LISTA.
                  07 W-SEQ-LIS           PIC  9(03).
                  07 FILLER              PIC  X(01).
                  07 W-CODIGO-LIS        PIC  X(10).
                  07 FILLER              PIC  X(01).
                  07 W-QTDFAT-LIS        PIC  ZZ.ZZZ.ZZ9,99.
                  07 FILLER              PIC  X(01).
                  07 W-QTDDEV-LIS        PIC  ZZ.ZZZ.ZZ9,99.
                  07 FILLER              PIC  X(01).
                  07 W-QTDRET-LIS        PIC  ZZ.ZZZ.ZZ9,99.

           03  CAMPOS-LISTA-W.
               05 W-LISTA-QTDE            PIC  9(02) VALUE 0.
               05 W-LISTA-SEL             PIC  9(02) VALUE 0.
               05 W-LISTA-ITENS           PIC  X(70)
                                          OCCURS 1 TO 50 TIMES
                                          DEPENDING ON W-LISTA-QTDE.

           03  CAMPOS-ITENS-W.
               05 W-ITEM-QTDE            PIC  9(02) VALUE 0.
               05 W-ITEM-TAB OCCURS 50 TIMES.
                  07 W-ITEM-SEQ          PIC  9(03).
                  07 W-ITEM-CODIGO       PIC  X(10).
                  07 W-ITEM-QTDFAT       PIC  9(09)V99.
                  07 W-ITEM-QTDDEV       PIC  9(09)V99.
                  07 W-ITEM-QTDRET       PIC  9(09)V99.
                  07 W-ITEM-PRECO        PIC  9(09)V99.
                  07 W-ITEM-DESCONTO     PIC  9(03)V99.
                  07 W-ITEM-VALIPI       PIC  9(13)V99.
               05 W-IX-ITEM              PIC  9(02) VALUE 0.
               05 W-IX-AUX               PIC  9(02) VALUE 0.

           03  CAMPOS-SAIDAS-W.
               05 W-SAI-QTDE             PIC  9(02) VALUE 0.
               05 W-SAI-TAB OCCURS 50 TIMES.
                  07 W-SAI-NROMOV        PIC  9(06).
                  07 W-SAI-DISPON        PIC  9(09)V99.
                  07 W-SAI-CUSTO         PIC  9(09)V99.
                  07 W-SAI-DEPOSITO      PIC  9(02).
                  07 W-SAI-LOTE          PIC  X(10).
                  07 W-SAI-VALIDADE      PIC  9(08).
               05 W-IX-SAI               PIC  9(02) VALUE 0.

           03  CAMPOS-CALCULO-W.
               05 W-QTD-PRODUTO          PIC  9(09)V99 VALUE 0.
               05 W-QTD-DISPON           PIC  9(09)V99 VALUE 0.
               05 W-RESTANTE             PIC  9(09)V99 VALUE 0.
               05 W-QTD-PARTE            PIC  9(09)V99 VALUE 0.
               05 W-QTD-INFORMADA        PIC  9(09)V99 VALUE 0.
               05 W-QTDE-INTEIRA         PIC  9(09) VALUE 0.
               05 W-REFMOV-DEV           PIC  9(06) VALUE 0.
               05 W-QTD-DEVOLVIDA        PIC  9(09)V99 VALUE 0.
               05 W-QTDMOV-DEP           PIC S9(10)V99 VALUE 0.
               05 W-BRUTO                PIC  9(13)V99 VALUE 0.
               05 W-VALOR-DESC           PIC  9(13)V99 VALUE 0.
               05 W-VALOR-ITEM           PIC  9(13)V99 VALUE 0.
               05 W-IPI-ITEM             PIC  9(13)V99 VALUE 0.
               05 W-CUSTO-ITEM           PIC  9(13)V99 VALUE 0.
               05 W-TOT-DEVOLUCAO        PIC  9(13)V99 VALUE 0.
               05 W-RESTO-CREDITO        PIC  9(13)V99 VALUE 0.
               05 W-SALDO-ABERTO         PIC  9(13)V99 VALUE 0.
               05 W-VALOR-ABATE          PIC  9(13)V99 VALUE 0.
               05 W-TOT-ABATIDO          PIC  9(13)V99 VALUE 0.
               05 W-NROMOV-MAIOR         PIC  9(06) VALUE 0.
               05 W-NROMOV-NOVO          PIC  9(06) VALUE 0.
               05 W-NRODEV-MAIOR         PIC  9(06) VALUE 0.
               05 W-NRODEV-NOVO          PIC  9(06) VALUE 0.
               05 W-CODIGO-ATUAL         PIC  X(10).
               05 W-VALOR-MSG            PIC  ZZZ.ZZZ.ZZ9,99.

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           03  W-EXTSTAT                  PIC  X(08).
           03  W-ARQUIVO                  PIC  X(150).

       01  CAMPOS-CONTROLE-TELA-GRAFICA.
           03  EVENT-STATUS IS SPECIAL-NAMES EVENT STATUS.
               05 EVENT-TYPE              PIC X(4) COMP-X.
                  88 CA-CMD-CLOSE         VALUE 1.
                  88 CA-CMD-TABCHANGED    VALUE 7.
               05 EVENT-WINDOW-HANDLE     HANDLE OF WINDOW.
               05 EVENT-CONTROL-HANDLE    HANDLE.
               05 EVENT-CONTROL-ID        PIC XX COMP-X.
               05 EVENT-DATA-1            SIGNED-SHORT.
               05 EVENT-DATA-2            SIGNED-LONG.
               05 EVENT-ACTION            PIC X COMP-X.

           03  TECLA-ESCAPE IS SPECIAL-NAMES CRT STATUS
                                          PIC 9(4) VALUE 0.
               88 TECLOU-ESC              VALUE 27.

       01  JANELA-PROGRAMA                PIC X(10).

           COPY "MAINRTN.MSG".
           COPY "ACUGUI.DEF".

       SCREEN SECTION.
       01  TELA-PRINCIPAL.
           03 LABEL       LINE 01 COL 05
                          TITLE "Empresa: "
                          ID 1
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-EMPRESA-EDIT
                          LINE 01
                          COL 25
                          SIZE 10
                          3-D
                          BOXED
                          AUTO
                          ID 2
                          FONT SMALL-FONT.

           03 LABEL       LINE 02,5 COL 05
                          TITLE "Pedido: "
                          ID 3
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-NROPED-EDIT
                          LINE 02,5
                          COL 25
                          SIZE 10
                          3-D
                          BOXED
                          AUTO
                          ID 4
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "&Ler pedido"
                          LINE 02,5
                          COL 40
                          SIZE 14
                          ID 5
                          EXCEPTION-VALUE EXCEPTION-LER.

           03 LABEL       LINE 04 COL 05
                          TITLE "Cliente: "
                          ID 6
                          TRANSPARENT.

           03 DISPLAY-FIELD USING W-CLIENTE-EDIT
                          LINE 04
                          COL 25
                          SIZE 40
                          ID 7.

           03 LABEL       LINE 05 COL 05
                          TITLE "Faturado em: "
                          ID 8
                          TRANSPARENT.

           03 DISPLAY-FIELD USING W-DATAFAT-EDIT
                          LINE 05
                          COL 25
                          ID 9.

           03 LABEL       LINE 05 COL 45
                          TITLE "Total: "
                          ID 10
                          TRANSPARENT.

           03 DISPLAY-FIELD USING W-TOTAL-EDIT
                          LINE 05
                          COL 55
                          SIZE 20
                          ID 11.

           03 LABEL       LINE 06,5 COL 05
                          TITLE "Seq Codigo      Faturado     Devolvido
      -                         "    Devolver"
                          ID 12
                          TRANSPARENT.

           03 LIST-BOX    USING W-LISTA-ITENS (W-LISTA-SEL)
                          LINE 07,5
                          COL 05
                          LINES 8
                          SIZE 84
                          3-D
                          ID ID-LISTA-ITENS
                          FONT SMALL-FONT
                          NOTIFY.

           03 LABEL       LINE 16,5 COL 05
                          TITLE "Quantidade a devolver: "
                          ID 13
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-QTDRET-EDIT
                          LINE 16,5
                          COL 30
                          3-D
                          BOXED
                          AUTO
                          ID 14
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "&Informar"
                          LINE 16,5
                          COL 50
                          SIZE 12
                          ID 15
                          EXCEPTION-VALUE EXCEPTION-INFORMAR.

           03 LABEL       LINE 18 COL 05
                          TITLE "Motivo: "
                          ID 16
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-MOTIVO-EDIT
                          LINE 18
                          COL 30
                          SIZE 40
                          3-D
                          BOXED
                          AUTO
                          ID 17
                          FONT SMALL-FONT.

           03 LABEL       LINE 19,5 COL 05
                          TITLE "Valor a devolver: "
                          ID 18
                          TRANSPARENT.

           03 DISPLAY-FIELD USING W-TOTDEV-EDIT
                          LINE 19,5
                          COL 30
                          SIZE 20
                          ID 19.

           03 PUSH-BUTTON TITLE "&Devolver"
                          LINE 21
                          COL 05
                          SIZE 12
                          ID 20
                          EXCEPTION-VALUE EXCEPTION-DEVOLVER.

           03 PUSH-BUTTON TITLE "&Sair"
                          LINE 21
                          COL 20
                          SIZE 12
                          SELF-ACT
                          ID 21
                          EXCEPTION-VALUE 27.

       PROCEDURE DIVISION.
       INICIO.
           OPEN EXTEND ERRLOG
           IF VALID-ERRLOG
              SET ERRLOG-ABERTO TO TRUE
           END-IF.

           OPEN I-O PEDCAB
           IF NOT VALID-PEDCAB
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT PEDIDO
           IF NOT VALID-PEDIDO
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CADCLI
           IF NOT VALID-CADCLI
              PERFORM ERRO-ARQUIVO.

           OPEN I-O TABPR
           IF NOT VALID-TABPR
              PERFORM ERRO-ARQUIVO.

           OPEN I-O MOVESTO
           IF NOT VALID-MOVESTO
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT MOVHIST
           IF VALID-MOVHIST
              SET MOVHIST-ABERTO TO TRUE
           END-IF.

           OPEN INPUT NFITE
           IF VALID-NFITE
              SET NFITE-ABERTO TO TRUE
           END-IF.

           OPEN I-O SALDEP
           IF STAT-SALDEP = '35'
              OPEN OUTPUT SALDEP
              CLOSE SALDEP
              OPEN I-O SALDEP.
           IF NOT VALID-SALDEP
              PERFORM ERRO-ARQUIVO.

           OPEN I-O LOTSLD
           IF STAT-LOTSLD = '35'
              OPEN OUTPUT LOTSLD
              CLOSE LOTSLD
              OPEN I-O LOTSLD.
           IF NOT VALID-LOTSLD
              PERFORM ERRO-ARQUIVO.

           OPEN I-O NUMCTL
           IF STAT-NUMCTL = '35'
              OPEN OUTPUT NUMCTL
              CLOSE NUMCTL
              OPEN I-O NUMCTL.
           IF NOT VALID-NUMCTL
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CONTREC
           IF STAT-CONTREC = '35'
              OPEN OUTPUT CONTREC
              CLOSE CONTREC
              OPEN I-O CONTREC.
           IF NOT VALID-CONTREC
              PERFORM ERRO-ARQUIVO.

           OPEN I-O DEVOLUC
           IF STAT-DEVOLUC = '35'
              OPEN OUTPUT DEVOLUC
              CLOSE DEVOLUC
              OPEN I-O DEVOLUC.
           IF NOT VALID-DEVOLUC
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CREDCLI
           IF STAT-CREDCLI = '35'
              OPEN OUTPUT CREDCLI
              CLOSE CREDCLI
              OPEN I-O CREDCLI.
           IF NOT VALID-CREDCLI
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT FECHCTL
           IF VALID-FECHCTL
              SET FECHCTL-ABERTO TO TRUE
           END-IF.

           DISPLAY "USERNAME" UPON ENVIRONMENT-NAME.
           ACCEPT  W-OPERADOR-ID FROM ENVIRONMENT-VALUE.

           ACCEPT SMALL-FONT FROM STANDARD OBJECT "SMALL-FONT".

           DISPLAY FLOATING GRAPHICAL WINDOW
                            SIZE 95 LINES 23
                            CONTROL FONT SMALL-FONT
                            COLOR 257
                            TITLE "Devolucao de Venda"
                            NO SCROLL
                            SYSTEM MENU
                            AUTO-RESIZE
                            BACKGROUND-LOW
                            HANDLE JANELA-PROGRAMA.

           MOVE 1 TO W-LISTA-QTDE
           MOVE SPACES TO W-LISTA-ITENS (1)

           DISPLAY TELA-PRINCIPAL.

           PERFORM TEST AFTER UNTIL TECLOU-ESC
              ACCEPT TELA-PRINCIPAL
                     ON EXCEPTION PERFORM TRATA-EXCEPTION-TELA-PRINCIPAL
              END-ACCEPT
           END-PERFORM.

       FIM.
           CLOSE PEDCAB.
           CLOSE PEDIDO.
           CLOSE CADCLI.
           CLOSE TABPR.
           CLOSE MOVESTO.
           IF MOVHIST-ABERTO
              CLOSE MOVHIST
           END-IF.
           IF NFITE-ABERTO
              CLOSE NFITE
           END-IF.
           CLOSE SALDEP.
           CLOSE LOTSLD.
           CLOSE NUMCTL.
           CLOSE CONTREC.
           CLOSE DEVOLUC.
           CLOSE CREDCLI.
           IF FECHCTL-ABERTO
              CLOSE FECHCTL
           END-IF.
           IF ERRLOG-ABERTO
              CLOSE ERRLOG
           END-IF.

           CLOSE WINDOW JANELA-PROGRAMA.

           EXIT PROGRAM
           STOP RUN.

       TRATA-EXCEPTION-TELA-PRINCIPAL.
           IF EVENT-TYPE = CMD-CLOSE
              SET TECLOU-ESC TO TRUE
              EXIT PARAGRAPH.

           EVALUATE TECLA-ESCAPE
             WHEN EXCEPTION-LER
                  PERFORM ROTINA-LER
             WHEN EXCEPTION-INFORMAR
                  PERFORM ROTINA-INFORMAR
             WHEN EXCEPTION-DEVOLVER
                  PERFORM ROTINA-DEVOLVER
           END-EVALUATE.

      *-----------------------------------------------------------------
      * le o pedido faturado e carrega os itens com o ja devolvido
      *-----------------------------------------------------------------
       ROTINA-LER.
           SET PEDIDO-LIDO TO FALSE
           MOVE 0 TO W-ITEM-QTDE W-TOT-DEVOLUCAO
           MOVE SPACES TO W-CLIENTE-EDIT
           MOVE 0 TO W-DATAFAT-EDIT W-TOTAL-EDIT W-TOTDEV-EDIT

           INITIALIZE          PCAB-REGISTR-1
           MOVE W-EMPRESA-EDIT TO PCAB-EMPRESA-1
           MOVE W-NROPED-EDIT  TO PCAB-NROPED-1
           READ PEDCAB
           IF STAT-PEDCAB = '99'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Registro bloqueado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ATENCAO
              PERFORM MONTA-LISTA
              EXIT PARAGRAPH.
           IF STAT-PEDCAB = '23'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Pedido nao encontrado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-MENSAGEM
              PERFORM MONTA-LISTA
              EXIT PARAGRAPH
           ELSE
              IF NOT VALID-PEDCAB
                 PERFORM ERRO-ARQUIVO.
           UNLOCK PEDCAB

           IF NOT PCAB-FATURADO
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Somente pedido faturado aceita devolucao.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              PERFORM MONTA-LISTA
              EXIT PARAGRAPH.

           MOVE PCAB-CLIENTE-1 TO W-CLIENTE-PED
           MOVE PCAB-TOTAL-1   TO W-TOTAL-EDIT
           MOVE PCAB-DATAFAT-1 TO W-DATAUXI
           COMPUTE W-DATAIMP = W-ANOAUXI-I +
                               W-MESAUXI-I * 10000 +
                               W-DIAAUXI-I * 1000000
           MOVE W-DATAIMP      TO W-DATAFAT-EDIT

           INITIALIZE          DCLI-REGISTR-1
           MOVE PCAB-EMPRESA-1 TO DCLI-EMPRESA-1
           MOVE PCAB-CLIENTE-1 TO DCLI-CODCLI-1
           READ CADCLI
           IF VALID-CADCLI
              STRING PCAB-CLIENTE-1 DELIMITED BY SIZE
                     ' - '          DELIMITED BY SIZE
                     DCLI-RAZAO-1   DELIMITED BY SIZE
                INTO W-CLIENTE-EDIT
              END-STRING
           ELSE
              MOVE PCAB-CLIENTE-1 TO W-CLIENTE-EDIT
           END-IF

           PERFORM CARREGA-ITENS

           SET PEDIDO-LIDO TO TRUE
           PERFORM MONTA-LISTA.

       CARREGA-ITENS.
           INITIALIZE          TPED-REGISTR-1
           MOVE W-EMPRESA-EDIT TO TPED-EMPRESA-1
           MOVE W-NROPED-EDIT  TO TPED-NROPED-1
           START PEDIDO KEY >= TPED-RECORDK-1
           IF NOT VALID-PEDIDO
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ PEDIDO NEXT AT END
                          EXIT PERFORM
              END-READ
              IF NOT VALID-PEDIDO OR
                 TPED-EMPRESA-1 NOT = W-EMPRESA-EDIT OR
                 TPED-NROPED-1 NOT = W-NROPED-EDIT
                 EXIT PERFORM
              END-IF
              IF W-ITEM-QTDE >= MAX-ITENS
                 EXIT PERFORM
              END-IF

              ADD 1 TO W-ITEM-QTDE
              MOVE TPED-SEQITEM-1    TO W-ITEM-SEQ (W-ITEM-QTDE)
              MOVE TPED-CODIGO-1     TO W-ITEM-CODIGO (W-ITEM-QTDE)
              MOVE TPED-QUANTIDADE-1 TO W-ITEM-QTDFAT (W-ITEM-QTDE)
              MOVE TPED-PRECO-1      TO W-ITEM-PRECO (W-ITEM-QTDE)
              MOVE TPED-DESCONTO-1   TO W-ITEM-DESCONTO (W-ITEM-QTDE)
              MOVE 0                 TO W-ITEM-QTDRET (W-ITEM-QTDE)
              MOVE W-ITEM-QTDE TO W-IX-ITEM
              PERFORM LE-IPI-ITEM
              PERFORM SOMA-DEVOLVIDO-ITEM
           END-PERFORM.

      *-----------------------------------------------------------------
      * IPI do item na nota do pedido (NFITE); pedido sem nota fica
      * sem IPI
      *-----------------------------------------------------------------
       LE-IPI-ITEM.
           MOVE 0 TO W-ITEM-VALIPI (W-IX-ITEM)
           IF NOT NFITE-ABERTO OR PCAB-NFNUMERO-1 = 0
              EXIT PARAGRAPH.

           MOVE PCAB-EMPRESA-1  TO NFIT-EMPRESA-1
           MOVE PCAB-NFSERIE-1  TO NFIT-SERIE-1
           MOVE PCAB-NFNUMERO-1 TO NFIT-NUMERO-1
           MOVE TPED-SEQITEM-1  TO NFIT-SEQITEM-1
           READ NFITE
           IF VALID-NFITE
              MOVE NFIT-VALIPI-1 TO W-ITEM-VALIPI (W-IX-ITEM)
           END-IF.

       SOMA-DEVOLVIDO-ITEM.
           MOVE 0 TO W-ITEM-QTDDEV (W-IX-ITEM)

           INITIALIZE          DEVL-REGISTR-1
           MOVE W-EMPRESA-EDIT TO DEVL-EMPRESA-1
           MOVE W-NROPED-EDIT  TO DEVL-NROPED-1
           MOVE W-ITEM-SEQ (W-IX-ITEM) TO DEVL-SEQITEM-1
           START DEVOLUC KEY >= DEVL-RECORDK-1
           IF NOT VALID-DEVOLUC
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ DEVOLUC NEXT AT END
                           EXIT PERFORM
              END-READ
              IF NOT VALID-DEVOLUC OR
                 DEVL-EMPRESA-1 NOT = W-EMPRESA-EDIT OR
                 DEVL-NROPED-1 NOT = W-NROPED-EDIT OR
                 DEVL-SEQITEM-1 NOT = W-ITEM-SEQ (W-IX-ITEM)
                 EXIT PERFORM
              END-IF
              ADD DEVL-QUANTIDADE-1 TO W-ITEM-QTDDEV (W-IX-ITEM)
           END-PERFORM.

       MONTA-LISTA.
           MOVE 1 TO W-LISTA-QTDE
           MOVE SPACES TO W-LISTA-ITENS (1)
           MOVE 0 TO W-TOT-DEVOLUCAO

           PERFORM VARYING W-IX-ITEM FROM 1 BY 1
                   UNTIL W-IX-ITEM > W-ITEM-QTDE
              MOVE SPACES TO W-LINHA-LISTA
              MOVE W-ITEM-SEQ (W-IX-ITEM)    TO W-SEQ-LIS
              MOVE W-ITEM-CODIGO (W-IX-ITEM) TO W-CODIGO-LIS
              MOVE W-ITEM-QTDFAT (W-IX-ITEM) TO W-QTDFAT-LIS
              MOVE W-ITEM-QTDDEV (W-IX-ITEM) TO W-QTDDEV-LIS
              MOVE W-ITEM-QTDRET (W-IX-ITEM) TO W-QTDRET-LIS
              MOVE W-LINHA-LISTA TO W-LISTA-ITENS (W-IX-ITEM)
              MOVE W-IX-ITEM TO W-LISTA-QTDE
              PERFORM CALCULA-VALOR-ITEM
              ADD W-VALOR-ITEM W-IPI-ITEM TO W-TOT-DEVOLUCAO
           END-PERFORM.

           IF W-LISTA-SEL = 0 OR W-LISTA-SEL > W-LISTA-QTDE
              MOVE 1 TO W-LISTA-SEL
           END-IF.

           MOVE W-TOT-DEVOLUCAO TO W-TOTDEV-EDIT

           DISPLAY TELA-PRINCIPAL.

      *-----------------------------------------------------------------
      * valor liquido da quantidade devolvida, pela mesma regra do
      * RELVEN (bruto menos desconto), e a parte devolvida do IPI da
      * nota; o IPI nao entra no DEVOLUC (venda liquida), mas entra no
      * total devolvido, abatido dos titulos que o FATURA gerou pelo
      * total da nota
      *-----------------------------------------------------------------
       CALCULA-VALOR-ITEM.
           COMPUTE W-BRUTO ROUNDED = W-ITEM-QTDRET (W-IX-ITEM) *
                                     W-ITEM-PRECO (W-IX-ITEM)
           COMPUTE W-VALOR-DESC ROUNDED =
                   W-BRUTO * W-ITEM-DESCONTO (W-IX-ITEM) / 100
           COMPUTE W-VALOR-ITEM = W-BRUTO - W-VALOR-DESC

           MOVE 0 TO W-IPI-ITEM
           IF W-ITEM-QTDFAT (W-IX-ITEM) > 0
              COMPUTE W-IPI-ITEM ROUNDED =
                      W-ITEM-VALIPI (W-IX-ITEM) *
                      W-ITEM-QTDRET (W-IX-ITEM) /
                      W-ITEM-QTDFAT (W-IX-ITEM)
           END-IF.

       ROTINA-INFORMAR.
           IF NOT PEDIDO-LIDO
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Leia o pedido antes de informar a quantidade.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           IF W-LISTA-SEL = 0 OR W-LISTA-SEL > W-ITEM-QTDE
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Selecione o item na lista.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           MOVE W-LISTA-SEL TO W-IX-ITEM
           IF W-QTDRET-EDIT > W-ITEM-QTDFAT (W-IX-ITEM) -
                              W-ITEM-QTDDEV (W-IX-ITEM)
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Quantidade maior que o saldo a devolver do item.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           MOVE W-QTDRET-EDIT TO W-QTD-INFORMADA
           MOVE W-QTD-INFORMADA TO W-QTDE-INTEIRA
           IF W-QTDE-INTEIRA NOT = W-QTD-INFORMADA
              INITIALIZE                   TDES-REGISTR-1
              MOVE W-EMPRESA-EDIT        TO TDES-EMPRESA-1
              MOVE W-ITEM-CODIGO (W-IX-ITEM) TO TDES-CODIGO-1
              READ TABPR
              IF NOT VALID-TABPR
                 PERFORM ERRO-ARQUIVO
              END-IF
              UNLOCK TABPR
              IF TDES-INDIVISIVEL
                 INITIALIZE CA-MESSAGE-LINK
                 MOVE 'Produto indivisivel: quantidade nao pode ter fra
      -               'cao.'               TO CA-MESSAGE-1
                 PERFORM MOSTRA-MSG-ERRO
                 EXIT PARAGRAPH
              END-IF
           END-IF

           MOVE W-QTD-INFORMADA TO W-ITEM-QTDRET (W-IX-ITEM)
           MOVE 0 TO W-QTDRET-EDIT

           PERFORM MONTA-LISTA.

      *-----------------------------------------------------------------
      * grava a devolucao
      *-----------------------------------------------------------------
       ROTINA-DEVOLVER.
           IF NOT PEDIDO-LIDO
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Leia o pedido antes de devolver.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           IF W-TOT-DEVOLUCAO = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Nenhuma quantidade informada para devolucao.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           ACCEPT W-DATA-SISTEMA FROM CENTURY-DATE

           IF FECHCTL-ABERTO
              COMPUTE W-COMPET-MOV = W-DATA-SISTEMA / 100
              MOVE W-EMPRESA-EDIT TO FCTL-EMPRESA-1
              MOVE W-COMPET-MOV   TO FCTL-COMPET-1
              READ FECHCTL
              IF VALID-FECHCTL
                 INITIALIZE CA-MESSAGE-LINK
                 MOVE 'Competencia fechada para lancamentos.'
                                          TO CA-MESSAGE-1
                 PERFORM MOSTRA-MSG-ERRO
                 EXIT PARAGRAPH
              END-IF
           END-IF

           PERFORM VALIDA-DEVOLUCAO
           IF NOT DEVOLUCAO-OK
              EXIT PARAGRAPH.

           INITIALIZE CA-MESSAGE-LINK
           MOVE 3 TO CA-MESSAGE-TYPE
           MOVE 22 TO CA-MESSAGE-RESP
           MOVE 'Confirma a devolucao dos itens informados?'
                                    TO CA-MESSAGE-1
           CALL 'CAMESSAG'
           CANCEL 'CAMESSAG'
           IF CA-MESSAGE-RESP NOT = 1
              EXIT PARAGRAPH.

           PERFORM DETERMINA-NRODEV

           MOVE 0 TO W-TOT-DEVOLUCAO
           PERFORM VARYING W-IX-ITEM FROM 1 BY 1
                   UNTIL W-IX-ITEM > W-ITEM-QTDE
              IF W-ITEM-QTDRET (W-IX-ITEM) > 0
                 PERFORM DEVOLVE-ITEM
              END-IF
           END-PERFORM

           PERFORM ABATE-TITULOS

           INITIALIZE CA-MESSAGE-LINK
           IF W-RESTO-CREDITO > 0
              MOVE W-RESTO-CREDITO TO W-VALOR-MSG
              STRING 'Devolucao gravada. Credito ao cliente: '
                                          DELIMITED BY SIZE
                     W-VALOR-MSG          DELIMITED BY SIZE
                INTO CA-MESSAGE-1
              END-STRING
           ELSE
              MOVE W-TOT-ABATIDO TO W-VALOR-MSG
              STRING 'Devolucao gravada. Abatido nos titulos: '
                                          DELIMITED BY SIZE
                     W-VALOR-MSG          DELIMITED BY SIZE
                INTO CA-MESSAGE-1
              END-STRING
           END-IF
           PERFORM MOSTRA-MSG-MENSAGEM

           MOVE SPACES TO W-MOTIVO-EDIT
           PERFORM ROTINA-LER.

      *-----------------------------------------------------------------
      * confere de novo o saldo a devolver de cada item (outro
      * terminal pode ter devolvido o mesmo pedido) e se os movimentos
      * de faturamento do produto cobrem a quantidade
      *-----------------------------------------------------------------
       VALIDA-DEVOLUCAO.
           SET DEVOLUCAO-OK TO TRUE

           PERFORM VARYING W-IX-ITEM FROM 1 BY 1
                   UNTIL W-IX-ITEM > W-ITEM-QTDE OR NOT DEVOLUCAO-OK
              IF W-ITEM-QTDRET (W-IX-ITEM) > 0
                 PERFORM SOMA-DEVOLVIDO-ITEM
                 IF W-ITEM-QTDRET (W-IX-ITEM) >
                    W-ITEM-QTDFAT (W-IX-ITEM) -
                    W-ITEM-QTDDEV (W-IX-ITEM)
                    SET DEVOLUCAO-OK TO FALSE
                    INITIALIZE CA-MESSAGE-LINK
                    MOVE 'Item ja devolvido por outro terminal. Leia o p
      -                  'edido de novo.'   TO CA-MESSAGE-1
                    PERFORM MOSTRA-MSG-ERRO
                    PERFORM MONTA-LISTA
                 ELSE
                    PERFORM TESTA-SAIDAS-PRODUTO
                 END-IF
              END-IF
           END-PERFORM.

       TESTA-SAIDAS-PRODUTO.
           MOVE W-ITEM-CODIGO (W-IX-ITEM) TO W-CODIGO-ATUAL
           MOVE 0 TO W-QTD-PRODUTO
           PERFORM VARYING W-IX-AUX FROM 1 BY 1
                   UNTIL W-IX-AUX > W-ITEM-QTDE
              IF W-ITEM-CODIGO (W-IX-AUX) = W-CODIGO-ATUAL
                 ADD W-ITEM-QTDRET (W-IX-AUX) TO W-QTD-PRODUTO
              END-IF
           END-PERFORM

           PERFORM CARREGA-SAIDAS

           MOVE 0 TO W-QTD-DISPON
           PERFORM VARYING W-IX-SAI FROM 1 BY 1
                   UNTIL W-IX-SAI > W-SAI-QTDE
              ADD W-SAI-DISPON (W-IX-SAI) TO W-QTD-DISPON
           END-PERFORM

           IF W-SAI-QTDE = 0
              SET DEVOLUCAO-OK TO FALSE
              INITIALIZE CA-MESSAGE-LINK
              STRING 'Saidas de faturamento do produto '
                                          DELIMITED BY SIZE
                     W-CODIGO-ATUAL       DELIMITED BY SIZE
                     ' nao encontradas'   DELIMITED BY SIZE
                INTO CA-MESSAGE-1
              END-STRING
              MOVE 'no MOVESTO nem no historico (MOVHIST).'
                                          TO CA-MESSAGE-2
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           IF W-QTD-PRODUTO > W-QTD-DISPON
              SET DEVOLUCAO-OK TO FALSE
              INITIALIZE CA-MESSAGE-LINK
              STRING 'Movimentos de faturamento nao cobrem a devoluc'
                                          DELIMITED BY SIZE
                     'ao do produto '     DELIMITED BY SIZE
                     W-CODIGO-ATUAL       DELIMITED BY SIZE
                INTO CA-MESSAGE-1
              END-STRING
              PERFORM MOSTRA-MSG-ERRO
           END-IF.

      *-----------------------------------------------------------------
      * saidas de faturamento do pedido para o produto, menos o que ja
      * voltou por devolucao (entradas 'D' que apontam para a saida);
      * o historico (MOVHIST) vem antes, por ter os movimentos mais
      * antigos, para a saida ja estar na tabela quando a devolucao
      * dela aparecer no MOVESTO
      *-----------------------------------------------------------------
       CARREGA-SAIDAS.
           MOVE 0 TO W-SAI-QTDE

           IF MOVHIST-ABERTO
              PERFORM CARREGA-SAIDAS-HISTORICO
           END-IF

           INITIALIZE          TMOV-REGISTR-1
           MOVE W-EMPRESA-EDIT TO TMOV-EMPRESA-1
           MOVE W-CODIGO-ATUAL TO TMOV-CODIGO-1
           START MOVESTO KEY >= TMOV-RECORDK-1
           IF NOT VALID-MOVESTO
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ MOVESTO NEXT AT END
                           EXIT PERFORM
              END-READ
              IF NOT VALID-MOVESTO OR
                 TMOV-EMPRESA-1 NOT = W-EMPRESA-EDIT OR
                 TMOV-CODIGO-1 NOT = W-CODIGO-ATUAL
                 EXIT PERFORM
              END-IF
              IF TMOV-REFPED-1 NOT = W-NROPED-EDIT
                 EXIT PERFORM CYCLE
              END-IF

              EVALUATE TRUE
                WHEN TMOV-ORIG-FATURA AND TMOV-SAIDA AND
                     NOT TMOV-ESTORNADO
                     IF W-SAI-QTDE < MAX-SAIDAS
                        ADD 1 TO W-SAI-QTDE
                        MOVE TMOV-NROMOV-1
                          TO W-SAI-NROMOV (W-SAI-QTDE)
                        MOVE TMOV-QUANTIDADE-1
                          TO W-SAI-DISPON (W-SAI-QTDE)
                        MOVE TMOV-CUSTO-1
                          TO W-SAI-CUSTO (W-SAI-QTDE)
                        MOVE TMOV-DEPOSITO-1
                          TO W-SAI-DEPOSITO (W-SAI-QTDE)
                        MOVE TMOV-LOTE-1
                          TO W-SAI-LOTE (W-SAI-QTDE)
                        MOVE TMOV-VALIDADE-1
                          TO W-SAI-VALIDADE (W-SAI-QTDE)
                     END-IF
                WHEN TMOV-ORIG-DEVOLUCAO AND TMOV-ENTRADA
                     MOVE TMOV-REFMOV-1     TO W-REFMOV-DEV
                     MOVE TMOV-QUANTIDADE-1 TO W-QTD-DEVOLVIDA
                     PERFORM DESCONTA-DEVOLVIDO
              END-EVALUATE
           END-PERFORM.

       CARREGA-SAIDAS-HISTORICO.
           INITIALIZE          HMOV-REGISTR-1
           MOVE W-EMPRESA-EDIT TO HMOV-EMPRESA-1
           MOVE W-CODIGO-ATUAL TO HMOV-CODIGO-1
           START MOVHIST KEY >= HMOV-RECORDK-1
           IF NOT VALID-MOVHIST
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ MOVHIST NEXT AT END
                           EXIT PERFORM
              END-READ
              IF NOT VALID-MOVHIST OR
                 HMOV-EMPRESA-1 NOT = W-EMPRESA-EDIT OR
                 HMOV-CODIGO-1 NOT = W-CODIGO-ATUAL
                 EXIT PERFORM
              END-IF
              IF HMOV-REFPED-1 NOT = W-NROPED-EDIT
                 EXIT PERFORM CYCLE
              END-IF

              EVALUATE TRUE
                WHEN HMOV-ORIGEM-1 = 'F' AND HMOV-SAIDA AND
                     HMOV-SITUACAO-1 NOT = 'X'
                     IF W-SAI-QTDE < MAX-SAIDAS
                        ADD 1 TO W-SAI-QTDE
                        MOVE HMOV-NROMOV-1
                          TO W-SAI-NROMOV (W-SAI-QTDE)
                        MOVE HMOV-QUANTIDADE-1
                          TO W-SAI-DISPON (W-SAI-QTDE)
                        MOVE HMOV-CUSTO-1
                          TO W-SAI-CUSTO (W-SAI-QTDE)
                        MOVE HMOV-DEPOSITO-1
                          TO W-SAI-DEPOSITO (W-SAI-QTDE)
                        MOVE HMOV-LOTE-1
                          TO W-SAI-LOTE (W-SAI-QTDE)
                        MOVE HMOV-VALIDADE-1
                          TO W-SAI-VALIDADE (W-SAI-QTDE)
                     END-IF
                WHEN HMOV-ORIGEM-1 = 'D' AND HMOV-ENTRADA
                     MOVE HMOV-REFMOV-1     TO W-REFMOV-DEV
                     MOVE HMOV-QUANTIDADE-1 TO W-QTD-DEVOLVIDA
                     PERFORM DESCONTA-DEVOLVIDO
              END-EVALUATE
           END-PERFORM.

       DESCONTA-DEVOLVIDO.
           PERFORM VARYING W-IX-SAI FROM 1 BY 1
                   UNTIL W-IX-SAI > W-SAI-QTDE
              IF W-SAI-NROMOV (W-IX-SAI) = W-REFMOV-DEV
                 IF W-QTD-DEVOLVIDA > W-SAI-DISPON (W-IX-SAI)
                    MOVE 0 TO W-SAI-DISPON (W-IX-SAI)
                 ELSE
                    SUBTRACT W-QTD-DEVOLVIDA
                        FROM W-SAI-DISPON (W-IX-SAI)
                 END-IF
                 MOVE W-SAI-QTDE TO W-IX-SAI
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * um item: entradas de devolucao por saida original, saldo do
      * produto e registro no DEVOLUC
      *-----------------------------------------------------------------
       DEVOLVE-ITEM.
           MOVE W-ITEM-CODIGO (W-IX-ITEM) TO W-CODIGO-ATUAL
           PERFORM CARREGA-SAIDAS

           INITIALIZE          TDES-REGISTR-1
           MOVE W-EMPRESA-EDIT TO TDES-EMPRESA-1
           MOVE W-CODIGO-ATUAL TO TDES-CODIGO-1
           READ TABPR
           IF NOT VALID-TABPR
              PERFORM ERRO-ARQUIVO.

           MOVE 0 TO W-CUSTO-ITEM
           MOVE W-ITEM-QTDRET (W-IX-ITEM) TO W-RESTANTE
           PERFORM VARYING W-IX-SAI FROM 1 BY 1
                   UNTIL W-IX-SAI > W-SAI-QTDE OR W-RESTANTE = 0
              IF W-SAI-DISPON (W-IX-SAI) > 0
                 IF W-RESTANTE > W-SAI-DISPON (W-IX-SAI)
                    MOVE W-SAI-DISPON (W-IX-SAI) TO W-QTD-PARTE
                 ELSE
                    MOVE W-RESTANTE TO W-QTD-PARTE
                 END-IF
                 PERFORM GRAVA-ENTRADA-DEVOLUCAO
                 SUBTRACT W-QTD-PARTE FROM W-RESTANTE
              END-IF
           END-PERFORM

           ADD W-ITEM-QTDRET (W-IX-ITEM) TO TDES-ESTOQM-1
           REWRITE TDES-REGISTR-1
           IF NOT VALID-TABPR
              PERFORM ERRO-ARQUIVO.

           PERFORM CALCULA-VALOR-ITEM
           ADD W-VALOR-ITEM W-IPI-ITEM TO W-TOT-DEVOLUCAO

           INITIALIZE                DEVL-REGISTR-1
           MOVE W-EMPRESA-EDIT     TO DEVL-EMPRESA-1
           MOVE W-NROPED-EDIT      TO DEVL-NROPED-1
           MOVE W-ITEM-SEQ (W-IX-ITEM) TO DEVL-SEQITEM-1
           MOVE W-NRODEV-NOVO      TO DEVL-NRODEV-1
           MOVE W-CODIGO-ATUAL     TO DEVL-CODIGO-1
           MOVE W-CLIENTE-PED      TO DEVL-CLIENTE-1
           MOVE W-ITEM-QTDRET (W-IX-ITEM) TO DEVL-QUANTIDADE-1
           MOVE W-VALOR-ITEM       TO DEVL-VALOR-1
           MOVE W-CUSTO-ITEM       TO DEVL-CUSTO-1
           MOVE W-DATA-SISTEMA     TO DEVL-DATADEV-1
           MOVE W-MOTIVO-EDIT      TO DEVL-MOTIVO-1
           MOVE W-OPERADOR-ID      TO DEVL-OPERADOR-1
           WRITE DEVL-REGISTR-1
           IF NOT VALID-DEVOLUC
              PERFORM ERRO-ARQUIVO.

       GRAVA-ENTRADA-DEVOLUCAO.
           PERFORM DETERMINA-NROMOV

           INITIALIZE              TMOV-REGISTR-1
           MOVE W-EMPRESA-EDIT   TO TMOV-EMPRESA-1
           MOVE W-CODIGO-ATUAL   TO TMOV-CODIGO-1
           MOVE W-NROMOV-NOVO    TO TMOV-NROMOV-1
           SET TMOV-ENTRADA      TO TRUE
           MOVE W-QTD-PARTE      TO TMOV-QUANTIDADE-1
           MOVE W-DATA-SISTEMA   TO TMOV-DATAMOV-1
           STRING 'DEVOLUCAO PEDIDO ' DELIMITED BY SIZE
                  W-NROPED-EDIT       DELIMITED BY SIZE
                  ' DEV '             DELIMITED BY SIZE
                  W-NRODEV-NOVO       DELIMITED BY SIZE
             INTO TMOV-OBS-1
           END-STRING
           SET TMOV-ORIG-DEVOLUCAO TO TRUE
           MOVE W-NROPED-EDIT    TO TMOV-REFPED-1
           MOVE W-SAI-NROMOV (W-IX-SAI)   TO TMOV-REFMOV-1
           MOVE W-OPERADOR-ID    TO TMOV-OPERADOR-1
           MOVE W-SAI-CUSTO (W-IX-SAI)    TO TMOV-CUSTO-1
           MOVE W-SAI-DEPOSITO (W-IX-SAI) TO TMOV-DEPOSITO-1
           MOVE W-SAI-LOTE (W-IX-SAI)     TO TMOV-LOTE-1
           MOVE W-SAI-VALIDADE (W-IX-SAI) TO TMOV-VALIDADE-1

           WRITE TMOV-REGISTR-1
           IF NOT VALID-MOVESTO
              PERFORM ERRO-ARQUIVO.

           COMPUTE W-CUSTO-ITEM ROUNDED = W-CUSTO-ITEM +
                   W-QTD-PARTE * W-SAI-CUSTO (W-IX-SAI)

           SUBTRACT W-QTD-PARTE FROM W-SAI-DISPON (W-IX-SAI)
           MOVE W-QTD-PARTE TO W-QTDMOV-DEP

           IF W-SAI-DEPOSITO (W-IX-SAI) <> 0
              PERFORM ATUALIZA-SALDO-DEPOSITO
           END-IF

           IF W-SAI-LOTE (W-IX-SAI) NOT = SPACES
              PERFORM ATUALIZA-SALDO-LOTE
           END-IF.

       ATUALIZA-SALDO-DEPOSITO.
           INITIALIZE            SDEP-REGISTR-1
           MOVE W-EMPRESA-EDIT TO SDEP-EMPRESA-1
           MOVE W-CODIGO-ATUAL TO SDEP-CODIGO-1
           MOVE W-SAI-DEPOSITO (W-IX-SAI) TO SDEP-CODDEP-1
           READ SALDEP
           IF STAT-SALDEP = '23'
              INITIALIZE            SDEP-REGISTR-1
              MOVE W-EMPRESA-EDIT TO SDEP-EMPRESA-1
              MOVE W-CODIGO-ATUAL TO SDEP-CODIGO-1
              MOVE W-SAI-DEPOSITO (W-IX-SAI) TO SDEP-CODDEP-1
              MOVE W-QTDMOV-DEP   TO SDEP-SALDO-1
              WRITE SDEP-REGISTR-1
              IF NOT VALID-SALDEP
                 PERFORM ERRO-ARQUIVO
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF NOT VALID-SALDEP
              PERFORM ERRO-ARQUIVO.

           ADD W-QTDMOV-DEP TO SDEP-SALDO-1
           REWRITE SDEP-REGISTR-1
           IF NOT VALID-SALDEP
              PERFORM ERRO-ARQUIVO.

       ATUALIZA-SALDO-LOTE.
           INITIALIZE             LOTS-REGISTR-1
           MOVE W-EMPRESA-EDIT  TO LOTS-EMPRESA-1
           MOVE W-CODIGO-ATUAL  TO LOTS-CODIGO-1
           MOVE W-SAI-LOTE (W-IX-SAI) TO LOTS-LOTE-1
           READ LOTSLD
           IF STAT-LOTSLD = '23'
              INITIALIZE             LOTS-REGISTR-1
              MOVE W-EMPRESA-EDIT  TO LOTS-EMPRESA-1
              MOVE W-CODIGO-ATUAL  TO LOTS-CODIGO-1
              MOVE W-SAI-LOTE (W-IX-SAI)     TO LOTS-LOTE-1
              MOVE W-SAI-VALIDADE (W-IX-SAI) TO LOTS-VALIDADE-1
              MOVE W-QTDMOV-DEP    TO LOTS-SALDO-1
              WRITE LOTS-REGISTR-1
              IF NOT VALID-LOTSLD
                 PERFORM ERRO-ARQUIVO
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF NOT VALID-LOTSLD
              PERFORM ERRO-ARQUIVO.

           ADD W-QTDMOV-DEP TO LOTS-SALDO-1
           REWRITE LOTS-REGISTR-1
           IF NOT VALID-LOTSLD
              PERFORM ERRO-ARQUIVO.

      *-----------------------------------------------------------------
      * abate o valor devolvido dos titulos em aberto do pedido; titulo
      * ja em remessa de cobranca nao e abatido (o banco cobraria o
      * valor antigo) e o que nao couber vira credito do cliente
      *-----------------------------------------------------------------
       ABATE-TITULOS.
           MOVE W-TOT-DEVOLUCAO TO W-RESTO-CREDITO
           MOVE 0 TO W-TOT-ABATIDO

           INITIALIZE          CREC-REGISTR-1
           MOVE W-EMPRESA-EDIT TO CREC-EMPRESA-1
           START CONTREC KEY >= CREC-RECORDK-1
           IF VALID-CONTREC
              PERFORM UNTIL W-RESTO-CREDITO = 0
                 READ CONTREC NEXT AT END
                              EXIT PERFORM
                 END-READ
                 IF NOT VALID-CONTREC OR
                    CREC-EMPRESA-1 NOT = W-EMPRESA-EDIT
                    EXIT PERFORM
                 END-IF
                 IF CREC-NROPED-1 NOT = W-NROPED-EDIT OR
                    CREC-QUITADO OR
                    (CREC-REMESSA-1 NUMERIC AND CREC-REMESSA-1 <> 0)
                    EXIT PERFORM CYCLE
                 END-IF
                 PERFORM ABATE-UM-TITULO
              END-PERFORM
           END-IF.

           IF W-RESTO-CREDITO > 0
              PERFORM GRAVA-CREDITO-CLIENTE
           END-IF.

       ABATE-UM-TITULO.
           COMPUTE W-SALDO-ABERTO = CREC-VALOR-1 - CREC-PAGO-1
           IF W-RESTO-CREDITO > W-SALDO-ABERTO
              MOVE W-SALDO-ABERTO  TO W-VALOR-ABATE
           ELSE
              MOVE W-RESTO-CREDITO TO W-VALOR-ABATE
           END-IF

           SUBTRACT W-VALOR-ABATE FROM CREC-VALOR-1
           MOVE W-OPERADOR-ID TO CREC-OPERADOR-1
           IF CREC-PAGO-1 >= CREC-VALOR-1
              SET CREC-QUITADO TO TRUE
              MOVE W-DATA-SISTEMA TO CREC-DATABX-1
           END-IF

           REWRITE CREC-REGISTR-1
           IF NOT VALID-CONTREC
              PERFORM ERRO-ARQUIVO.

           SUBTRACT W-VALOR-ABATE FROM W-RESTO-CREDITO
           ADD W-VALOR-ABATE TO W-TOT-ABATIDO.

       GRAVA-CREDITO-CLIENTE.
           INITIALIZE              CCRE-REGISTR-1
           MOVE W-EMPRESA-EDIT   TO CCRE-EMPRESA-1
           MOVE W-CLIENTE-PED    TO CCRE-CLIENTE-1
           MOVE W-NRODEV-NOVO    TO CCRE-NRODEV-1
           MOVE W-NROPED-EDIT    TO CCRE-NROPED-1
           MOVE W-DATA-SISTEMA   TO CCRE-DATA-1
           MOVE W-RESTO-CREDITO  TO CCRE-VALOR-1
           MOVE 0                TO CCRE-UTILIZ-1
           MOVE W-OPERADOR-ID    TO CCRE-OPERADOR-1
           SET CCRE-ABERTO       TO TRUE
           WRITE CCRE-REGISTR-1
           IF NOT VALID-CREDCLI
              PERFORM ERRO-ARQUIVO.

       DETERMINA-NROMOV.
           MOVE W-EMPRESA-EDIT TO NCTL-EMPRESA-1
           MOVE W-CODIGO-ATUAL TO NCTL-CODIGO-1
           MOVE 'MOV'          TO NCTL-SERIE-1
           READ NUMCTL
           IF STAT-NUMCTL = '23'
              PERFORM SEMEIA-MOV
              INITIALIZE NCTL-REGISTR-1
              MOVE W-EMPRESA-EDIT TO NCTL-EMPRESA-1
              MOVE W-CODIGO-ATUAL TO NCTL-CODIGO-1
              MOVE 'MOV'          TO NCTL-SERIE-1
              MOVE W-NROMOV-MAIOR TO NCTL-ULTNUM-1
              WRITE NCTL-REGISTR-1
              IF NOT VALID-NUMCTL
                 PERFORM ERRO-ARQUIVO
              END-IF
           ELSE
              IF NOT VALID-NUMCTL
                 PERFORM ERRO-ARQUIVO.

           ADD 1 TO NCTL-ULTNUM-1
           MOVE NCTL-ULTNUM-1 TO W-NROMOV-NOVO
           REWRITE NCTL-REGISTR-1
           IF NOT VALID-NUMCTL
              PERFORM ERRO-ARQUIVO.

       SEMEIA-MOV.
           MOVE 0 TO W-NROMOV-MAIOR
           MOVE W-EMPRESA-EDIT TO TMOV-EMPRESA-1
           MOVE W-CODIGO-ATUAL TO TMOV-CODIGO-1
           MOVE 0              TO TMOV-NROMOV-1
           START MOVESTO KEY >= TMOV-RECORDK-1
           IF VALID-MOVESTO
              PERFORM UNTIL 1 = 2
                 READ MOVESTO NEXT AT END
                              EXIT PERFORM
                 END-READ
                 IF NOT VALID-MOVESTO OR
                    TMOV-EMPRESA-1 NOT = W-EMPRESA-EDIT OR
                    TMOV-CODIGO-1 NOT = W-CODIGO-ATUAL
                    EXIT PERFORM
                 END-IF
                 MOVE TMOV-NROMOV-1 TO W-NROMOV-MAIOR
              END-PERFORM
           END-IF.

       DETERMINA-NRODEV.
           MOVE W-EMPRESA-EDIT TO NCTL-EMPRESA-1
           MOVE SPACES         TO NCTL-CODIGO-1
           MOVE 'DEV'          TO NCTL-SERIE-1
           READ NUMCTL
           IF STAT-NUMCTL = '23'
              PERFORM SEMEIA-DEV
              INITIALIZE NCTL-REGISTR-1
              MOVE W-EMPRESA-EDIT TO NCTL-EMPRESA-1
              MOVE SPACES         TO NCTL-CODIGO-1
              MOVE 'DEV'          TO NCTL-SERIE-1
              MOVE W-NRODEV-MAIOR TO NCTL-ULTNUM-1
              WRITE NCTL-REGISTR-1
              IF NOT VALID-NUMCTL
                 PERFORM ERRO-ARQUIVO
              END-IF
           ELSE
              IF NOT VALID-NUMCTL
                 PERFORM ERRO-ARQUIVO.

           ADD 1 TO NCTL-ULTNUM-1
           MOVE NCTL-ULTNUM-1 TO W-NRODEV-NOVO
           REWRITE NCTL-REGISTR-1
           IF NOT VALID-NUMCTL
              PERFORM ERRO-ARQUIVO.

       SEMEIA-DEV.
           MOVE 0 TO W-NRODEV-MAIOR
           INITIALIZE          DEVL-REGISTR-1
           MOVE W-EMPRESA-EDIT TO DEVL-EMPRESA-1
           START DEVOLUC KEY >= DEVL-RECORDK-1
           IF VALID-DEVOLUC
              PERFORM UNTIL 1 = 2
                 READ DEVOLUC NEXT AT END
                              EXIT PERFORM
                 END-READ
                 IF NOT VALID-DEVOLUC OR
                    DEVL-EMPRESA-1 NOT = W-EMPRESA-EDIT
                    EXIT PERFORM
                 END-IF
                 IF DEVL-NRODEV-1 > W-NRODEV-MAIOR
                    MOVE DEVL-NRODEV-1 TO W-NRODEV-MAIOR
                 END-IF
              END-PERFORM
           END-IF.

       ERRO-ARQUIVO.
           CALL "C$RERR" USING WS-EXTEND-STATUS
           MOVE WS-EXTEND-STATUS(1:2) TO W-FSTATUS
           MOVE WS-EXTEND-STATUS(3:)  TO W-EXTSTAT
           CALL "C$RERRNAME" USING W-ARQUIVO.

           IF ERRLOG-ABERTO
              INITIALIZE ERRL-REGISTR-1
              ACCEPT ERRL-DATA-1 FROM CENTURY-DATE
              ACCEPT ERRL-HORA-1 FROM TIME
              MOVE 'DEVOLVE'  TO ERRL-PROGRAMA-1
              MOVE W-ARQUIVO  TO ERRL-ARQUIVO-1
              MOVE W-FSTATUS  TO ERRL-STATUS-1
              WRITE ERRL-REGISTR-1
           END-IF.

           INITIALIZE CA-MESSAGE-LINK
           MOVE W-FSTATUS TO CA-MESSAGE-ID CONVERT
           MOVE W-ARQUIVO TO CA-ERR-FILE
           MOVE SPACES    TO CA-ERR-BUF
           MOVE 1 TO CA-MESSAGE-TYPE CA-MESSAGE-RESP
           CALL "CAMESSAG"
           CANCEL "CAMESSAG".

           PERFORM FIM.

       MOSTRA-MSG-ERRO.
           MOVE 1 TO CA-MESSAGE-TYPE CA-MESSAGE-RESP
           CALL "CAMESSAG"
           CANCEL "CAMESSAG".

       MOSTRA-MSG-ATENCAO.
           MOVE 2 TO CA-MESSAGE-TYPE
           MOVE 1 TO CA-MESSAGE-RESP
           CALL "CAMESSAG"
           CANCEL "CAMESSAG".

       MOSTRA-MSG-MENSAGEM.
           MOVE 3 TO CA-MESSAGE-TYPE
           MOVE 1 TO CA-MESSAGE-RESP
           CALL "CAMESSAG"
           CANCEL "CAMESSAG".
