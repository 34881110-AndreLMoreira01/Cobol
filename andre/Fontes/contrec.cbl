      * e registra a baixa informada: pagamento parcial acumula em
      * CREC-PAGO-1 (situacao PARCIAL) e o pagamento do saldo quita o
      * titulo (situacao QUITADO).  Baixa maior que o saldo em aberto
      * e recusada; titulo quitado nao recebe nova baixa.  Titulo de
      * pedido faturado em parcelas mostra a parcela (n/m).
      * Titulo vencido mostra a multa e os juros de mora ate hoje
      * (taxas do COBRANCA.PAR, calculo do MORAP.CPY) e sugere como
      * baixa o saldo com encargos; a baixa pode chegar a esse total,
      * quita primeiro o valor do titulo e o excedente vai para
      * CREC-ENCARGOS-1.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           copy "contrec.sl".
           copy "errlog.sl".

           SELECT PARAMS ASSIGN TO 'COBRANCA.PAR'
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  IS STAT-PARAMS.

       DATA DIVISION.
       FILE SECTION.

           copy "contrec.fd".
           copy "errlog.fd".

       FD  PARAMS LABEL RECORD OMITTED.

       01  PARAMS-R                       PIC X(80).

       WORKING-STORAGE SECTION.
       77  SMALL-FONT                     HANDLE.
       78  EXCEPTION-BAIXAR               VALUE 02.
               88 VALID-ERRLOG           VALUE '00' THRU '09'.
           03  STAT-ERRLOG-ABERTO        PIC  X(01) VALUE 'N'.
               88 ERRLOG-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-PARAMS               PIC  X(02).
               88 VALID-PARAMS           VALUE '00' THRU '09'.
           03  STAT-TITLIDO              PIC  X(01) VALUE 'N'.
               88 TITULO-LIDO            VALUE 'S' FALSE 'N'.

               05 W-PAGO-EDIT            PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
               05 W-SALDO-EDIT           PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
               05 W-SITUACAO-EDIT        PIC  X(12).
               05 W-ENCARGOS-EDIT        PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
               05 W-ATRASO-EDIT          PIC  X(20).
               05 W-ATRASO-AUX.
                  07 W-ATRASO-DIAS       PIC  ZZZZ9.
                  07 FILLER              PIC  X(15) VALUE
                     ' dia(s) atraso'.
               05 W-PARCELA-EDIT         PIC  X(16).
               05 W-PARCELA-AUX.
                  07 FILLER              PIC  X(08) VALUE 'Parcela '.
                  07 W-PARCELA-NUM       PIC  Z9.
                  07 FILLER              PIC  X(01) VALUE '/'.
                  07 W-PARCELA-QTD       PIC  99.
               05 W-BAIXA-EDIT           PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.

               05 W-OPERADOR-ID          PIC  X(10).
               05 W-VALOR-BAIXA          PIC  9(13)V99 VALUE 0.
               05 W-SALDO-ABERTO         PIC  9(13)V99 VALUE 0.
               05 W-LIMITE-BAIXA         PIC  9(13)V99 VALUE 0.
               05 W-PRINCIPAL-BAIXA      PIC  9(13)V99 VALUE 0.
               05 W-DATA-SISTEMA         PIC  9(08) VALUE 0.
               05 W-DATAUXI              PIC  9(08).
               05 REDEFINES W-DATAUXI.
           03  W-EXTSTAT                  PIC  X(08).
           03  W-ARQUIVO                  PIC  X(150).

           COPY "PARAMW.CPY".
           COPY "DIASW.CPY".
           COPY "MORAW.CPY".

       01  CAMPOS-CONTROLE-TELA-GRAFICA.
           03  EVENT-STATUS IS SPECIAL-NAMES EVENT STATUS.
               05 EVENT-TYPE              PIC X(4) COMP-X.
                          COL 30
                          ID 9.

           03 DISPLAY-FIELD USING W-PARCELA-EDIT
                          LINE 05
                          COL 45
                          ID 26.

           03 LABEL       LINE 06 COL 05
                          TITLE "Emissao: "
                          ID 10
                          COL 30
                          ID 21.

           03 LABEL       LINE 12 COL 05
                          TITLE "Multa e juros ate hoje: "
                          ID 27
                          TRANSPARENT.

           03 DISPLAY-FIELD USING W-ENCARGOS-EDIT
                          LINE 12
                          COL 30
                          ID 28.

           03 DISPLAY-FIELD USING W-ATRASO-EDIT
                          LINE 12
                          COL 50
                          ID 29.

           03 LABEL       LINE 13,5 COL 05
                          TITLE "Valor da baixa: "
                          ID 22
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-BAIXA-EDIT
                          LINE 13,5
                          COL 30
                          3-D
                          BOXED
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "&Baixar"
                          LINE 15,5
                          COL 05
                          SIZE 12
                          ID 24
                          EXCEPTION-VALUE EXCEPTION-BAIXAR.

           03 PUSH-BUTTON TITLE "&Sair"
                          LINE 15,5
                          COL 20
                          SIZE 12
                          SELF-ACT
           DISPLAY "USERNAME" UPON ENVIRONMENT-NAME.
           ACCEPT  W-OPERADOR-ID FROM ENVIRONMENT-VALUE.

           PERFORM LE-PARAMETROS.

           ACCEPT SMALL-FONT FROM STANDARD OBJECT "SMALL-FONT".

           DISPLAY FLOATING GRAPHICAL WINDOW
                            SIZE 95 LINES 18
                            CONTROL FONT SMALL-FONT
                            COLOR 257
                            TITLE "Baixa de Titulos a Receber"
           EXIT PROGRAM
           STOP RUN.

       LE-PARAMETROS.
           OPEN INPUT PARAMS
           IF STAT-PARAMS = '35'
              EXIT PARAGRAPH.
           IF NOT VALID-PARAMS
              PERFORM ERRO-ARQUIVO.

           PERFORM UNTIL 1 = 2
              READ PARAMS INTO W-PAR-LINHA AT END
                          EXIT PERFORM
              END-READ
              IF NOT VALID-PARAMS
                 EXIT PERFORM
              END-IF
              PERFORM SEPARA-PARAMETRO
              EVALUATE W-PAR-NOME
                WHEN 'MULTA'
                     PERFORM CONVERTE-PARAM-NUM
                     MOVE W-PAR-NUMERO TO W-MOR-PMULTA
                WHEN 'JUROS'
                     PERFORM CONVERTE-PARAM-NUM
                     MOVE W-PAR-NUMERO TO W-MOR-PJUROS
                WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-PERFORM.

           CLOSE PARAMS.

       TRATA-EXCEPTION-TELA-PRINCIPAL.
           IF EVENT-TYPE = CMD-CLOSE
              SET TECLOU-ESC TO TRUE

           MOVE CREC-CLIENTE-1    TO W-CLIENTE-EDIT
           MOVE CREC-NROPED-1     TO W-NROPED-EDIT
           IF CREC-QTDPARC-1 NUMERIC AND CREC-QTDPARC-1 > 1
              MOVE CREC-PARCELA-1 TO W-PARCELA-NUM
              MOVE CREC-QTDPARC-1 TO W-PARCELA-QTD
              MOVE W-PARCELA-AUX  TO W-PARCELA-EDIT
           ELSE
              MOVE SPACES         TO W-PARCELA-EDIT
           END-IF
           MOVE CREC-EMISSAO-1    TO W-DATAUXI
           COMPUTE W-DATAIMP = W-ANOAUXI-I +
                               W-MESAUXI-I * 10000 +
           MOVE CREC-PAGO-1       TO W-PAGO-EDIT
           COMPUTE W-SALDO-ABERTO = CREC-VALOR-1 - CREC-PAGO-1
           MOVE W-SALDO-ABERTO    TO W-SALDO-EDIT
           PERFORM CALCULA-MORA-TITULO
           COMPUTE W-ENCARGOS-EDIT = W-MOR-MULTA + W-MOR-JUROS
           IF W-MOR-DIAS > 0
              MOVE W-MOR-DIAS     TO W-ATRASO-DIAS
              MOVE W-ATRASO-AUX   TO W-ATRASO-EDIT
           ELSE
              MOVE SPACES         TO W-ATRASO-EDIT
           END-IF
           IF CREC-QUITADO
              MOVE 0              TO W-BAIXA-EDIT
           ELSE
              MOVE W-MOR-TOTAL    TO W-BAIXA-EDIT
           END-IF
           EVALUATE TRUE
             WHEN CREC-QUITADO
                  MOVE 'QUITADO'   TO W-SITUACAO-EDIT
              EXIT PARAGRAPH.

           COMPUTE W-SALDO-ABERTO = CREC-VALOR-1 - CREC-PAGO-1
           PERFORM CALCULA-MORA-TITULO
           MOVE W-MOR-TOTAL TO W-LIMITE-BAIXA
           IF W-VALOR-BAIXA > W-LIMITE-BAIXA
              INITIALIZE CA-MESSAGE-LINK
              IF W-LIMITE-BAIXA > W-SALDO-ABERTO
                 MOVE 'Baixa maior que o saldo com multa e juros.'
                                       TO CA-MESSAGE-1
              ELSE
                 MOVE 'Baixa maior que o saldo em aberto.'
                                       TO CA-MESSAGE-1
              END-IF
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.


           ACCEPT W-DATA-SISTEMA FROM CENTURY-DATE

           IF W-VALOR-BAIXA > W-SALDO-ABERTO
              MOVE W-SALDO-ABERTO TO W-PRINCIPAL-BAIXA
           ELSE
              MOVE W-VALOR-BAIXA  TO W-PRINCIPAL-BAIXA
           END-IF
           IF CREC-ENCARGOS-1 NOT NUMERIC
              MOVE 0 TO CREC-ENCARGOS-1
           END-IF
           ADD W-PRINCIPAL-BAIXA TO CREC-PAGO-1
           COMPUTE CREC-ENCARGOS-1 = CREC-ENCARGOS-1 + W-VALOR-BAIXA
                                   - W-PRINCIPAL-BAIXA
           MOVE W-DATA-SISTEMA TO CREC-DATABX-1
           MOVE W-OPERADOR-ID  TO CREC-OPERADOR-1
           IF CREC-PAGO-1 >= CREC-VALOR-1

           PERFORM ROTINA-LER.

      *-----------------------------------------------------------------
      * multa e juros do saldo em aberto ate a data de hoje
      *-----------------------------------------------------------------
       CALCULA-MORA-TITULO.
           MOVE W-SALDO-ABERTO    TO W-MOR-SALDO
           MOVE CREC-VENCIMENTO-1 TO W-MOR-VENCTO
           ACCEPT W-MOR-DATA FROM CENTURY-DATE
           IF CREC-QUITADO
              MOVE W-MOR-VENCTO   TO W-MOR-DATA
           END-IF
           PERFORM CALCULA-MORA.

       ERRO-ARQUIVO.
           CALL "C$RERR" USING WS-EXTEND-STATUS
           MOVE WS-EXTEND-STATUS(1:2) TO W-FSTATUS
           MOVE 1 TO CA-MESSAGE-RESP
           CALL "CAMESSAG"
           CANCEL "CAMESSAG".

           COPY "PARAMP.CPY".
           COPY "DIASP.CPY".
           COPY "MORAP.CPY".
