       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CONTPAG.
       AUTHOR.        ANDRE.
      *-----------------------------------------------------------------
      * CONTPAG - titulos a pagar: inclusao manual e baixa.
      * Localizado o titulo (empresa/numero) - gerado pelo recebimento
      * do OCOMPRA ou incluido aqui - mostra fornecedor, ordem de
      * compra, documento, vencimento, valor e o que ja foi pago, e
      * registra a baixa informada: pagamento parcial acumula em
      * CTPG-PAGO-1 (situacao PARCIAL) e o pagamento do saldo quita o
      * titulo (situacao QUITADO).  Baixa maior que o saldo e
      * recusada; titulo quitado ou cancelado nao recebe baixa.
      * Despesa sem ordem de compra e incluida no quadro de inclusao
      * (fornecedor ativo em CADFOR, vencimento e valor obrigatorios,
      * numero da serie PAG do NUMCTL, origem 'M'); titulo manual sem
      * nenhuma baixa pode ser cancelado.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           copy "contpag.sl".
           copy "cadfor.sl".
           copy "numctl.sl".
           copy "errlog.sl".

       DATA DIVISION.
       FILE SECTION.

           copy "contpag.fd".
           copy "cadfor.fd".
           copy "numctl.fd".
           copy "errlog.fd".

       WORKING-STORAGE SECTION.
       77  SMALL-FONT                     HANDLE.
       78  EXCEPTION-BAIXAR               VALUE 02.
       78  EXCEPTION-CANCELAR             VALUE 03.
       78  EXCEPTION-LER                  VALUE 04.
       78  EXCEPTION-INCLUIR              VALUE 06.

       01  CAMPOS-W.
           03  STAT-CONTPAG              PIC  X(02).
               88 VALID-CONTPAG          VALUE '00' THRU '09'.
           03  STAT-CADFOR               PIC  X(02).
               88 VALID-CADFOR           VALUE '00' THRU '09'.
           03  STAT-NUMCTL               PIC  X(02).
               88 VALID-NUMCTL           VALUE '00' THRU '09'.
           03  STAT-ERRLOG               PIC  X(02).
               88 VALID-ERRLOG           VALUE '00' THRU '09'.
           03  STAT-ERRLOG-ABERTO        PIC  X(01) VALUE 'N'.
               88 ERRLOG-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-TITLIDO              PIC  X(01) VALUE 'N'.
               88 TITULO-LIDO            VALUE 'S' FALSE 'N'.

           03  CAMPOS-TELA-W.
               05 W-EMPRESA-EDIT         PIC  9(003).
               05 W-NUMTIT-EDIT          PIC  9(006).
               05 W-FORNEC-EDIT          PIC  9(006).
               05 W-FORRAZAO-EDIT        PIC  X(040).
               05 W-NROOCP-EDIT          PIC  X(010).
               05 W-DOCUMENTO-EDIT       PIC  X(010).
               05 W-HISTORICO-EDIT       PIC  X(040).
               05 W-EMISSAO-EDIT         PIC  99/99/9999.
               05 W-VENCIMENTO-EDIT      PIC  99/99/9999.
               05 W-VALOR-EDIT           PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
               05 W-PAGO-EDIT            PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
               05 W-SALDO-EDIT           PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
               05 W-SITUACAO-EDIT        PIC  X(12).
               05 W-BAIXA-EDIT           PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.

               05 W-INC-FORNEC-EDIT      PIC  9(006).
               05 W-INC-RAZAO-EDIT       PIC  X(040).
               05 W-INC-DOCUMENTO-EDIT   PIC  X(010).
               05 W-INC-HISTORICO-EDIT   PIC  X(040).
               05 W-INC-VENCTO           PIC  99/99/9999.
               05 W-INC-VALOR-EDIT       PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.

               05 W-OPERADOR-ID          PIC  X(10).
               05 W-VALOR-BAIXA          PIC  9(13)V99 VALUE 0.
               05 W-SALDO-ABERTO         PIC  9(13)V99 VALUE 0.
               05 W-INC-VALOR            PIC  9(13)V99 VALUE 0.
               05 W-INC-VENCTO-I         PIC  9(08) VALUE 0.
               05 W-NROTIT-NOVO          PIC  9(06) VALUE 0.
               05 W-NROTIT-MAIOR         PIC  9(06) VALUE 0.
               05 W-DATA-SISTEMA         PIC  9(08) VALUE 0.
               05 W-DATAUXI              PIC  9(08).
               05 REDEFINES W-DATAUXI.
                  07 W-ANOAUXI-I         PIC  9(04).
                  07 W-MESAUXI-I         PIC  9(02).
                  07 W-DIAAUXI-I         PIC  9(02).
               05 W-DATAIMP              PIC  9(08) VALUE 0.
               05 W-NROOCP-AUX           PIC  ZZZZZ9.

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
           COPY "DATASW.CPY".

       SCREEN SECTION.
       01  TELA-PRINCIPAL.
           03 LABEL       LINE 01 COL 05
                          TITLE "Empresa: "
                          ID 1
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-EMPRESA-EDIT
                          LINE 01
                          COL 30
                          SIZE 12
                          3-D
                          BOXED
                          AUTO
                          ID 2
                          FONT SMALL-FONT.

           03 LABEL       LINE 02 COL 05
                          TITLE "Numero do Titulo: "
                          ID 3
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-NUMTIT-EDIT
                          LINE 02
                          COL 30
                          SIZE 12
                          3-D
                          BOXED
                          AUTO
                          ID 4
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "&Ler titulo"
                          LINE 02
                          COL 50
                          SIZE 14
                          ID 5
                          EXCEPTION-VALUE EXCEPTION-LER.

           03 LABEL       LINE 04 COL 05
                          TITLE "Fornecedor: "
                          ID 6
                          TRANSPARENT.

           03 DISPLAY-FIELD USING W-FORNEC-EDIT
                          LINE 04
                          COL 30
                          ID 7.

           03 DISPLAY-FIELD USING W-FORRAZAO-EDIT
                          LINE 04
                          COL 45
                          SIZE 40
                          ID 8.

           03 LABEL       LINE 05 COL 05
                          TITLE "Ordem de compra: "
                          ID 9
                          TRANSPARENT.

           03 DISPLAY-FIELD USING W-NROOCP-EDIT
                          LINE 05
                          COL 30
                          ID 10.

           03 LABEL       LINE 05 COL 45
                          TITLE "Documento: "
                          ID 11
                          TRANSPARENT.

           03 DISPLAY-FIELD USING W-DOCUMENTO-EDIT
                          LINE 05
                          COL 60
                          ID 12.

           03 LABEL       LINE 06 COL 05
                          TITLE "Historico: "
                          ID 13
                          TRANSPARENT.

           03 DISPLAY-FIELD USING W-HISTORICO-EDIT
                          LINE 06
                          COL 30
                          SIZE 40
                          ID 14.

           03 LABEL       LINE 07 COL 05
                          TITLE "Emissao: "
                          ID 15
                          TRANSPARENT.

           03 DISPLAY-FIELD USING W-EMISSAO-EDIT
                          LINE 07
                          COL 30
                          ID 16.

           03 LABEL       LINE 08 COL 05
                          TITLE "Vencimento: "
                          ID 17
                          TRANSPARENT.

           03 DISPLAY-FIELD USING W-VENCIMENTO-EDIT
                          LINE 08
                          COL 30
                          ID 18.

           03 LABEL       LINE 09 COL 05
                          TITLE "Valor do titulo: "
                          ID 19
                          TRANSPARENT.

           03 DISPLAY-FIELD USING W-VALOR-EDIT
                          LINE 09
                          COL 30
                          ID 20.

           03 LABEL       LINE 10 COL 05
                          TITLE "Valor ja pago: "
                          ID 21
                          TRANSPARENT.

           03 DISPLAY-FIELD USING W-PAGO-EDIT
                          LINE 10
                          COL 30
                          ID 22.

           03 LABEL       LINE 11 COL 05
                          TITLE "Saldo a pagar: "
                          ID 23
                          TRANSPARENT.

           03 DISPLAY-FIELD USING W-SALDO-EDIT
                          LINE 11
                          COL 30
                          ID 24.

           03 LABEL       LINE 12 COL 05
                          TITLE "Situacao: "
                          ID 25
                          TRANSPARENT.

           03 DISPLAY-FIELD USING W-SITUACAO-EDIT
                          LINE 12
                          COL 30
                          ID 26.

           03 LABEL       LINE 13,5 COL 05
                          TITLE "Valor da baixa: "
                          ID 27
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-BAIXA-EDIT
                          LINE 13,5
                          COL 30
                          3-D
                          BOXED
                          AUTO
                          ID 28
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "&Baixar"
                          LINE 15,5
                          COL 05
                          SIZE 12
                          ID 29
                          EXCEPTION-VALUE EXCEPTION-BAIXAR.

           03 PUSH-BUTTON TITLE "&Cancelar titulo"
                          LINE 15,5
                          COL 20
                          SIZE 16
                          ID 30
                          EXCEPTION-VALUE EXCEPTION-CANCELAR.

           03 FRAME    LINE 17
                       COL 04
                       LINES 06,5
                       SIZE 88
                       TITLE "Inclusao de titulo sem ordem de compra"
                       TITLE-POSITION 1
                       ENGRAVED
                       FONT SMALL-FONT.

           03 LABEL       LINE 18 COL 05
                          TITLE "Fornecedor: "
                          ID 31
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-INC-FORNEC-EDIT
                          LINE 18
                          COL 30
                          SIZE 12
                          3-D
                          BOXED
                          AUTO
                          ID 32
                          FONT SMALL-FONT.

           03 DISPLAY-FIELD USING W-INC-RAZAO-EDIT
                          LINE 18
                          COL 45
                          SIZE 40
                          ID 33.

           03 LABEL       LINE 19,3 COL 05
                          TITLE "Documento: "
                          ID 34
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-INC-DOCUMENTO-EDIT
                          LINE 19,3
                          COL 30
                          SIZE 12
                          3-D
                          BOXED
                          AUTO
                          ID 35
                          FONT SMALL-FONT.

           03 LABEL       LINE 19,3 COL 45
                          TITLE "Vencimento: "
                          ID 36
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-INC-VENCTO
                          LINE 19,3
                          COL 60
                          3-D
                          BOXED
                          AUTO
                          ID 37
                          FONT SMALL-FONT.

           03 LABEL       LINE 20,6 COL 05
                          TITLE "Historico: "
                          ID 38
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-INC-HISTORICO-EDIT
                          LINE 20,6
                          COL 30
                          SIZE 40
                          3-D
                          BOXED
                          AUTO
                          ID 39
                          FONT SMALL-FONT.

           03 LABEL       LINE 21,9 COL 05
                          TITLE "Valor: "
                          ID 40
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-INC-VALOR-EDIT
                          LINE 21,9
                          COL 30
                          3-D
                          BOXED
                          AUTO
                          ID 41
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "&Incluir titulo"
                          LINE 21,9
                          COL 60
                          SIZE 16
                          ID 42
                          EXCEPTION-VALUE EXCEPTION-INCLUIR.

           03 PUSH-BUTTON TITLE "&Sair"
                          LINE 24,5
                          COL 05
                          SIZE 12
                          SELF-ACT
                          ID 43
                          EXCEPTION-VALUE 27.

       PROCEDURE DIVISION.
       INICIO.
           OPEN EXTEND ERRLOG
           IF VALID-ERRLOG
              SET ERRLOG-ABERTO TO TRUE
           END-IF.

           OPEN I-O CONTPAG
           IF STAT-CONTPAG = '35'
              OPEN OUTPUT CONTPAG
              CLOSE CONTPAG
              OPEN I-O CONTPAG.
           IF NOT VALID-CONTPAG
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CADFOR
           IF STAT-CADFOR = '35'
              PERFORM PERGUNTA-INICIALIZA
              OPEN OUTPUT CADFOR
              CLOSE CADFOR
              OPEN INPUT CADFOR.
           IF NOT VALID-CADFOR
              PERFORM ERRO-ARQUIVO.

           OPEN I-O NUMCTL
           IF STAT-NUMCTL = '35'
              OPEN OUTPUT NUMCTL
              CLOSE NUMCTL
              OPEN I-O NUMCTL.
           IF NOT VALID-NUMCTL
              PERFORM ERRO-ARQUIVO.

           DISPLAY "USERNAME" UPON ENVIRONMENT-NAME.
           ACCEPT  W-OPERADOR-ID FROM ENVIRONMENT-VALUE.

           ACCEPT SMALL-FONT FROM STANDARD OBJECT "SMALL-FONT".

           DISPLAY FLOATING GRAPHICAL WINDOW
                            SIZE 95 LINES 26
                            CONTROL FONT SMALL-FONT
                            COLOR 257
                            TITLE "Titulos a Pagar"
                            NO SCROLL
                            SYSTEM MENU
                            AUTO-RESIZE
                            BACKGROUND-LOW
                            HANDLE JANELA-PROGRAMA.

           DISPLAY TELA-PRINCIPAL.

           PERFORM TEST AFTER UNTIL TECLOU-ESC
              ACCEPT TELA-PRINCIPAL
                     ON EXCEPTION PERFORM TRATA-EXCEPTION-TELA-PRINCIPAL
              END-ACCEPT
           END-PERFORM.

       FIM.
           CLOSE CONTPAG.
           CLOSE CADFOR.
           CLOSE NUMCTL.
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
             WHEN EXCEPTION-BAIXAR
                  PERFORM ROTINA-BAIXAR
             WHEN EXCEPTION-CANCELAR
                  PERFORM ROTINA-CANCELAR
             WHEN EXCEPTION-INCLUIR
                  PERFORM ROTINA-INCLUIR
           END-EVALUATE.

       ROTINA-LER.
           SET TITULO-LIDO TO FALSE

           INITIALIZE          CTPG-REGISTR-1
           MOVE W-EMPRESA-EDIT TO CTPG-EMPRESA-1
           MOVE W-NUMTIT-EDIT  TO CTPG-NUMTIT-1
           READ CONTPAG
           IF STAT-CONTPAG = '99'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Registro bloqueado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ATENCAO
              EXIT PARAGRAPH.
           IF STAT-CONTPAG = '23'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Titulo nao encontrado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-MENSAGEM
              EXIT PARAGRAPH
           ELSE
              IF NOT VALID-CONTPAG
                 PERFORM ERRO-ARQUIVO.

           MOVE CTPG-FORNEC-1     TO W-FORNEC-EDIT
           MOVE SPACES            TO W-FORRAZAO-EDIT
           MOVE CTPG-EMPRESA-1    TO DFOR-EMPRESA-1
           MOVE CTPG-FORNEC-1     TO DFOR-CODFOR-1
           READ CADFOR
           IF VALID-CADFOR
              MOVE DFOR-RAZAO-1   TO W-FORRAZAO-EDIT
           END-IF
           IF CTPG-ORIG-COMPRA
              MOVE CTPG-NROOCP-1  TO W-NROOCP-AUX
              MOVE W-NROOCP-AUX   TO W-NROOCP-EDIT
           ELSE
              MOVE 'SEM ORDEM'    TO W-NROOCP-EDIT
           END-IF
           MOVE CTPG-DOCUMENTO-1  TO W-DOCUMENTO-EDIT
           MOVE CTPG-HISTORICO-1  TO W-HISTORICO-EDIT
           MOVE CTPG-EMISSAO-1    TO W-DATAUXI
           COMPUTE W-DATAIMP = W-ANOAUXI-I +
                               W-MESAUXI-I * 10000 +
                               W-DIAAUXI-I * 1000000
           MOVE W-DATAIMP         TO W-EMISSAO-EDIT
           MOVE CTPG-VENCIMENTO-1 TO W-DATAUXI
           COMPUTE W-DATAIMP = W-ANOAUXI-I +
                               W-MESAUXI-I * 10000 +
                               W-DIAAUXI-I * 1000000
           MOVE W-DATAIMP         TO W-VENCIMENTO-EDIT
           MOVE CTPG-VALOR-1      TO W-VALOR-EDIT
           MOVE CTPG-PAGO-1       TO W-PAGO-EDIT
           COMPUTE W-SALDO-ABERTO = CTPG-VALOR-1 - CTPG-PAGO-1
           MOVE W-SALDO-ABERTO    TO W-SALDO-EDIT
           EVALUATE TRUE
             WHEN CTPG-QUITADO
                  MOVE 'QUITADO'   TO W-SITUACAO-EDIT
             WHEN CTPG-PARCIAL
                  MOVE 'PARCIAL'   TO W-SITUACAO-EDIT
             WHEN CTPG-CANCELADO
                  MOVE 'CANCELADO' TO W-SITUACAO-EDIT
             WHEN OTHER
                  MOVE 'ABERTO'    TO W-SITUACAO-EDIT
           END-EVALUATE

           SET TITULO-LIDO TO TRUE

           DISPLAY TELA-PRINCIPAL.

       ROTINA-BAIXAR.
           IF NOT TITULO-LIDO
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Leia o titulo antes de baixar.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           MOVE W-BAIXA-EDIT TO W-VALOR-BAIXA
           IF W-VALOR-BAIXA = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Valor da baixa deve ser maior que zero.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           INITIALIZE          CTPG-REGISTR-1
           MOVE W-EMPRESA-EDIT TO CTPG-EMPRESA-1
           MOVE W-NUMTIT-EDIT  TO CTPG-NUMTIT-1
           READ CONTPAG
           IF NOT VALID-CONTPAG
              PERFORM ERRO-ARQUIVO.

           IF CTPG-QUITADO
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Titulo ja quitado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           IF CTPG-CANCELADO
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Titulo cancelado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           COMPUTE W-SALDO-ABERTO = CTPG-VALOR-1 - CTPG-PAGO-1
           IF W-VALOR-BAIXA > W-SALDO-ABERTO
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Baixa maior que o saldo a pagar.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           INITIALIZE CA-MESSAGE-LINK
           MOVE 3 TO CA-MESSAGE-TYPE
           MOVE 22 TO CA-MESSAGE-RESP
           MOVE 'Confirma a baixa do titulo?' TO CA-MESSAGE-1
           CALL 'CAMESSAG'
           CANCEL 'CAMESSAG'
           IF CA-MESSAGE-RESP NOT = 1
              EXIT PARAGRAPH.

           ACCEPT W-DATA-SISTEMA FROM CENTURY-DATE

           ADD W-VALOR-BAIXA TO CTPG-PAGO-1
           MOVE W-DATA-SISTEMA TO CTPG-DATABX-1
           MOVE W-OPERADOR-ID  TO CTPG-OPERADOR-1
           IF CTPG-PAGO-1 >= CTPG-VALOR-1
              SET CTPG-QUITADO TO TRUE
           ELSE
              SET CTPG-PARCIAL TO TRUE
           END-IF

           REWRITE CTPG-REGISTR-1
           IF NOT VALID-CONTPAG
              PERFORM ERRO-ARQUIVO.

           MOVE 0 TO W-BAIXA-EDIT

           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Baixa registrada.' TO CA-MESSAGE-1
           PERFORM MOSTRA-MSG-MENSAGEM

           PERFORM ROTINA-LER.

      *-----------------------------------------------------------------
      * so o titulo incluido a mao e sem baixa pode ser cancelado; o
      * titulo do recebimento acompanha a entrada do estoque
      *-----------------------------------------------------------------
       ROTINA-CANCELAR.
           IF NOT TITULO-LIDO
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Leia o titulo antes de cancelar.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           INITIALIZE          CTPG-REGISTR-1
           MOVE W-EMPRESA-EDIT TO CTPG-EMPRESA-1
           MOVE W-NUMTIT-EDIT  TO CTPG-NUMTIT-1
           READ CONTPAG
           IF NOT VALID-CONTPAG
              PERFORM ERRO-ARQUIVO.

           IF NOT CTPG-ORIG-MANUAL
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Titulo de ordem de compra nao pode ser cancelado.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           IF CTPG-CANCELADO
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Titulo ja cancelado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           IF CTPG-PAGO-1 > 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Titulo com baixa nao pode ser cancelado.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           INITIALIZE CA-MESSAGE-LINK
           MOVE 3 TO CA-MESSAGE-TYPE
           MOVE 22 TO CA-MESSAGE-RESP
           MOVE 'Confirma o cancelamento do titulo?' TO CA-MESSAGE-1
           CALL 'CAMESSAG'
           CANCEL 'CAMESSAG'
           IF CA-MESSAGE-RESP NOT = 1
              EXIT PARAGRAPH.

           ACCEPT W-DATA-SISTEMA FROM CENTURY-DATE
           MOVE W-DATA-SISTEMA TO CTPG-DATABX-1
           MOVE W-OPERADOR-ID  TO CTPG-OPERADOR-1
           SET CTPG-CANCELADO TO TRUE
           REWRITE CTPG-REGISTR-1
           IF NOT VALID-CONTPAG
              PERFORM ERRO-ARQUIVO.

           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Titulo cancelado.' TO CA-MESSAGE-1
           PERFORM MOSTRA-MSG-MENSAGEM

           PERFORM ROTINA-LER.

      *-----------------------------------------------------------------
      * inclusao de titulo de despesa sem ordem de compra
      *-----------------------------------------------------------------
       ROTINA-INCLUIR.
           MOVE SPACES TO W-INC-RAZAO-EDIT
           MOVE W-EMPRESA-EDIT    TO DFOR-EMPRESA-1
           MOVE W-INC-FORNEC-EDIT TO DFOR-CODFOR-1
           READ CADFOR
           IF NOT VALID-CADFOR
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Fornecedor nao cadastrado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              DISPLAY TELA-PRINCIPAL
              EXIT PARAGRAPH.
           MOVE DFOR-RAZAO-1 TO W-INC-RAZAO-EDIT
           IF DFOR-INATIVO
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Fornecedor inativo.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              DISPLAY TELA-PRINCIPAL
              EXIT PARAGRAPH.

           MOVE W-INC-VENCTO TO W-DATA-CRIT
           PERFORM CRITICA-DATA
           IF NOT DATA-OK
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Data de vencimento invalida.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              DISPLAY TELA-PRINCIPAL
              EXIT PARAGRAPH.
           COMPUTE W-INC-VENCTO-I = W-ANO-CRIT * 10000 +
                                    W-MES-CRIT * 100 +
                                    W-DIA-CRIT

           MOVE W-INC-VALOR-EDIT TO W-INC-VALOR
           IF W-INC-VALOR = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Valor deve ser maior que zero.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              DISPLAY TELA-PRINCIPAL
              EXIT PARAGRAPH.

           IF W-INC-HISTORICO-EDIT = SPACES
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe o historico da despesa.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              DISPLAY TELA-PRINCIPAL
              EXIT PARAGRAPH.

           INITIALIZE CA-MESSAGE-LINK
           MOVE 3 TO CA-MESSAGE-TYPE
           MOVE 22 TO CA-MESSAGE-RESP
           MOVE 'Confirma a inclusao do titulo?' TO CA-MESSAGE-1
           CALL 'CAMESSAG'
           CANCEL 'CAMESSAG'
           IF CA-MESSAGE-RESP NOT = 1
              EXIT PARAGRAPH.

           ACCEPT W-DATA-SISTEMA FROM CENTURY-DATE

           PERFORM DETERMINA-NROTIT

           INITIALIZE                 CTPG-REGISTR-1
           MOVE W-EMPRESA-EDIT     TO CTPG-EMPRESA-1
           MOVE W-NROTIT-NOVO      TO CTPG-NUMTIT-1
           MOVE W-INC-FORNEC-EDIT  TO CTPG-FORNEC-1
           MOVE 0                  TO CTPG-NROOCP-1
           MOVE W-INC-DOCUMENTO-EDIT TO CTPG-DOCUMENTO-1
           MOVE W-INC-HISTORICO-EDIT TO CTPG-HISTORICO-1
           MOVE W-DATA-SISTEMA     TO CTPG-EMISSAO-1
           MOVE W-INC-VENCTO-I     TO CTPG-VENCIMENTO-1
           MOVE W-INC-VALOR        TO CTPG-VALOR-1
           MOVE 0                  TO CTPG-PAGO-1 CTPG-DATABX-1
           MOVE W-OPERADOR-ID      TO CTPG-OPERADOR-1
           SET CTPG-ABERTO         TO TRUE
           SET CTPG-ORIG-MANUAL    TO TRUE
           WRITE CTPG-REGISTR-1
           IF NOT VALID-CONTPAG
              PERFORM ERRO-ARQUIVO.

           MOVE 0      TO W-INC-FORNEC-EDIT W-INC-VALOR-EDIT
           MOVE SPACES TO W-INC-RAZAO-EDIT W-INC-DOCUMENTO-EDIT
                          W-INC-HISTORICO-EDIT
           MOVE 0      TO W-INC-VENCTO

           INITIALIZE CA-MESSAGE-LINK
           STRING 'Titulo incluido com o numero ' DELIMITED BY SIZE
                  W-NROTIT-NOVO                   DELIMITED BY SIZE
                  '.'                             DELIMITED BY SIZE
             INTO CA-MESSAGE-1
           END-STRING
           PERFORM MOSTRA-MSG-MENSAGEM

           MOVE W-NROTIT-NOVO TO W-NUMTIT-EDIT
           PERFORM ROTINA-LER.

       DETERMINA-NROTIT.
           MOVE W-EMPRESA-EDIT TO NCTL-EMPRESA-1
           MOVE SPACES         TO NCTL-CODIGO-1
           MOVE 'PAG'          TO NCTL-SERIE-1
           READ NUMCTL
           IF STAT-NUMCTL = '23'
              PERFORM SEMEIA-PAG
              INITIALIZE NCTL-REGISTR-1
              MOVE W-EMPRESA-EDIT TO NCTL-EMPRESA-1
              MOVE SPACES         TO NCTL-CODIGO-1
              MOVE 'PAG'          TO NCTL-SERIE-1
              MOVE W-NROTIT-MAIOR TO NCTL-ULTNUM-1
              WRITE NCTL-REGISTR-1
              IF NOT VALID-NUMCTL
                 PERFORM ERRO-ARQUIVO
              END-IF
           ELSE
              IF NOT VALID-NUMCTL
                 PERFORM ERRO-ARQUIVO.

           ADD 1 TO NCTL-ULTNUM-1
           MOVE NCTL-ULTNUM-1 TO W-NROTIT-NOVO
           REWRITE NCTL-REGISTR-1
           IF NOT VALID-NUMCTL
              PERFORM ERRO-ARQUIVO.

       SEMEIA-PAG.
           MOVE 0 TO W-NROTIT-MAIOR
           INITIALIZE CTPG-REGISTR-1
           MOVE W-EMPRESA-EDIT TO CTPG-EMPRESA-1
           MOVE 0              TO CTPG-NUMTIT-1
           START CONTPAG KEY >= CTPG-RECORDK-1
           IF VALID-CONTPAG
              PERFORM UNTIL 1 = 2
                 READ CONTPAG NEXT AT END
                              EXIT PERFORM
                 END-READ
                 IF NOT VALID-CONTPAG OR
                    CTPG-EMPRESA-1 NOT = W-EMPRESA-EDIT
                    EXIT PERFORM
                 END-IF
                 MOVE CTPG-NUMTIT-1 TO W-NROTIT-MAIOR
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
              MOVE 'CONTPAG'  TO ERRL-PROGRAMA-1
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

       PERGUNTA-INICIALIZA.
           CALL "C$RERRNAME" USING W-ARQUIVO.

           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Deseja inicializar o arquivo' TO CA-MESSAGE-1
           MOVE W-ARQUIVO TO CA-MESSAGE-2
           MOVE 2 TO CA-MESSAGE-TYPE
           MOVE 22 TO CA-MESSAGE-RESP
           CALL 'CAMESSAG'
           CANCEL 'CAMESSAG'
           IF CA-MESSAGE-RESP = 2
              PERFORM ERRO-ARQUIVO.

       COPY "DATASP.CPY".
