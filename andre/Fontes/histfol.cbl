       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HISTFOL.
       AUTHOR.        ANDRE.
      *-----------------------------------------------------------------
      * HISTFOL - consulta do historico de pagamentos do funcionario.
      * Informados a empresa e o funcionario (e opcionalmente o ano),
      * lista uma linha por competencia calculada pela FOLHA no
      * FOLRES com o bruto, o INSS, o IRRF, o liquido e o FGTS,
      * marcando com 'R' os meses com rescisao, e fecha com a linha
      * de total.  Sem ano informado traz todas as competencias
      * gravadas; acima de 48 meses pede que o ano seja informado.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           copy "folres.sl".
           copy "cadfun.sl".
           copy "errlog.sl".

       DATA DIVISION.
       FILE SECTION.

           copy "folres.fd".
           copy "cadfun.fd".
           copy "errlog.fd".

       WORKING-STORAGE SECTION.
       77  SMALL-FONT                     HANDLE.
       78  EXCEPTION-CONSULTAR            VALUE 02.
       78  ID-LISTA-HISTORICO             VALUE 30.
       78  MAX-LINHAS-HISTORICO           VALUE 48.

       01  CAMPOS-W.
           03  STAT-FOLRES               PIC  X(02).
               88 VALID-FOLRES           VALUE '00' THRU '09'.
           03  STAT-FOLRES-ABERTO        PIC  X(01) VALUE 'N'.
               88 FOLRES-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-CADFUN               PIC  X(02).
               88 VALID-CADFUN           VALUE '00' THRU '09'.
           03  STAT-ERRLOG               PIC  X(02).
               88 VALID-ERRLOG           VALUE '00' THRU '09'.
           03  STAT-ERRLOG-ABERTO        PIC  X(01) VALUE 'N'.
               88 ERRLOG-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-EXCEDEU              PIC  X(01).
               88 EXCEDEU-LISTA          VALUE 'S' FALSE 'N'.

           03  CAMPOS-TELA-W.
               05 W-EMPRESA-EDIT         PIC  9(03).
               05 W-CODFUNC-EDIT         PIC  9(06).
               05 W-ANO-EDIT             PIC  9(04).
               05 W-NOMEFUN-EDIT         PIC  X(60).

               05 W-TOT-BRUTO            PIC  9(13)V99 VALUE 0.
               05 W-TOT-INSS             PIC  9(13)V99 VALUE 0.
               05 W-TOT-IRRF             PIC  9(13)V99 VALUE 0.
               05 W-TOT-LIQUIDO          PIC S9(13)V99 VALUE 0.
               05 W-TOT-FGTS             PIC  9(13)V99 VALUE 0.
               05 W-COMPET-W             PIC  9(06) VALUE 0.
               05 W-COMPET-R REDEFINES W-COMPET-W.
                  07 W-COMPET-ANO        PIC  9(04).
                  07 W-COMPET-MES        PIC  9(02).

           03  CAMPOS-LISTA-W.
               05 W-LINHA-HISTORICO.
                  07 W-MES-LIS           PIC  99.
                  07 W-BARRA-LIS         PIC  X(01).
                  07 W-ANO-LIS           PIC  9999.
                  07 FILLER              PIC  X(01).
                  07 W-BRUTO-LIS         PIC  ZZ.ZZZ.ZZ9,99.
                  07 FILLER              PIC  X(01).
                  07 W-INSS-LIS          PIC  ZZ.ZZZ.ZZ9,99.
                  07 FILLER              PIC  X(01).
                  07 W-IRRF-LIS          PIC  ZZ.ZZZ.ZZ9,99.
                  07 FILLER              PIC  X(01).
                  07 W-LIQUIDO-LIS       PIC  ZZ.ZZZ.ZZ9,99-.
                  07 FILLER              PIC  X(01).
                  07 W-FGTS-LIS          PIC  ZZ.ZZZ.ZZ9,99.
                  07 FILLER              PIC  X(01).
                  07 W-RESCISAO-LIS      PIC  X(01).
               05 W-LISTA-QTDE            PIC  9(02) VALUE 0.
               05 W-LISTA-SEL             PIC  9(02) VALUE 0.
               05 W-LISTA-HISTORICO       PIC  X(82)
                                          OCCURS 1 TO 50 TIMES
                                          DEPENDING ON W-LISTA-QTDE.

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
                          TITLE "Empresa"
                          ID 1
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-EMPRESA-EDIT
                          LINE 01
                          COL 20
                          3-D
                          BOXED
                          AUTO
                          ID 2
                          FONT SMALL-FONT.

           03 LABEL       LINE 02,5 COL 05
                          TITLE "Funcionario"
                          ID 3
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-CODFUNC-EDIT
                          LINE 02,5
                          COL 20
                          3-D
                          BOXED
                          AUTO
                          ID 4
                          FONT SMALL-FONT.

           03 DISPLAY-FIELD USING W-NOMEFUN-EDIT
                          LINE 02,5
                          COL 32
                          SIZE 50
                          ID 5.

           03 LABEL       LINE 04 COL 05
                          TITLE "Ano (0 = todos)"
                          ID 6
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-ANO-EDIT
                          LINE 04
                          COL 20
                          3-D
                          BOXED
                          AUTO
                          ID 7
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "&Consultar"
                          LINE 04
                          COL 32
                          SIZE 12
                          ID 8
                          EXCEPTION-VALUE EXCEPTION-CONSULTAR.

           03 LABEL       LINE 06 COL 05
                          TITLE "COMPET. ----BRUTO---- -----INSS---- ---
      -                         "--IRRF---- ---LIQUIDO---- -----FGTS----
      -                         " R"
                          ID 9
                          TRANSPARENT.

           03 LIST-BOX    USING W-LISTA-HISTORICO (W-LISTA-SEL)
                          LINE 07
                          COL 05
                          LINES 12
                          SIZE 88
                          3-D
                          ID ID-LISTA-HISTORICO
                          FONT SMALL-FONT
                          NOTIFY.

           03 PUSH-BUTTON TITLE "&Sair"
                          LINE 19,5
                          COL 05
                          SIZE 12
                          SELF-ACT
                          ID 10
                          EXCEPTION-VALUE 27.

       PROCEDURE DIVISION.
       INICIO.
           OPEN EXTEND ERRLOG
           IF VALID-ERRLOG
              SET ERRLOG-ABERTO TO TRUE
           END-IF.

           OPEN INPUT FOLRES
           IF VALID-FOLRES
              SET FOLRES-ABERTO TO TRUE
           ELSE
              IF STAT-FOLRES NOT = '35'
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-IF.

           OPEN INPUT CADFUN
           IF NOT VALID-CADFUN
              PERFORM ERRO-ARQUIVO.

           ACCEPT SMALL-FONT FROM STANDARD OBJECT "SMALL-FONT".

           DISPLAY FLOATING GRAPHICAL WINDOW
                            SIZE 98 LINES 21,5
                            CONTROL FONT SMALL-FONT
                            COLOR 257
                            TITLE "Historico de Pagamentos do Funcionari
      -                           "o"
                            NO SCROLL
                            SYSTEM MENU
                            AUTO-RESIZE
                            BACKGROUND-LOW
                            HANDLE JANELA-PROGRAMA.

           MOVE 1 TO W-LISTA-QTDE
           MOVE SPACES TO W-LISTA-HISTORICO (1)
           MOVE 1 TO W-LISTA-SEL

           DISPLAY TELA-PRINCIPAL.

           PERFORM TEST AFTER UNTIL TECLOU-ESC
              ACCEPT TELA-PRINCIPAL
                     ON EXCEPTION PERFORM TRATA-EXCEPTION-TELA-PRINCIPAL
              END-ACCEPT
           END-PERFORM.

       FIM.
           IF FOLRES-ABERTO
              CLOSE FOLRES
           END-IF.
           CLOSE CADFUN.
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
             WHEN EXCEPTION-CONSULTAR
                  PERFORM ROTINA-CONSULTAR
           END-EVALUATE.

       ROTINA-CONSULTAR.
           MOVE 1 TO W-LISTA-QTDE W-LISTA-SEL
           MOVE SPACES TO W-LISTA-HISTORICO (1)
           MOVE SPACES TO W-NOMEFUN-EDIT
           MOVE 0 TO W-TOT-BRUTO W-TOT-INSS W-TOT-IRRF
                     W-TOT-LIQUIDO W-TOT-FGTS
           SET EXCEDEU-LISTA TO FALSE

           IF W-EMPRESA-EDIT = 0 OR W-CODFUNC-EDIT = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe a empresa e o funcionario.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              DISPLAY TELA-PRINCIPAL
              EXIT PARAGRAPH.

           INITIALIZE DFUN-REGISTR-1
           MOVE W-EMPRESA-EDIT TO DFUN-EMPRESA-1
           MOVE W-CODFUNC-EDIT TO DFUN-CODFUNC-1
           READ CADFUN
           IF VALID-CADFUN
              MOVE DFUN-NOMEFUN-1 TO W-NOMEFUN-EDIT
           ELSE
              MOVE '** Funcionario nao cadastrado' TO W-NOMEFUN-EDIT
           END-IF.

           IF FOLRES-ABERTO
              PERFORM LE-HISTORICO
           END-IF.

           IF W-LISTA-QTDE > 1
              SUBTRACT 1 FROM W-LISTA-QTDE
              PERFORM MONTA-LINHA-TOTAL
              IF EXCEDEU-LISTA
                 INITIALIZE CA-MESSAGE-LINK
                 MOVE 'Mais de 48 competencias - informe o ano.'
                                          TO CA-MESSAGE-1
                 PERFORM MOSTRA-MSG-ATENCAO
              END-IF
           ELSE
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Nenhuma folha calculada para o funcionario.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-MENSAGEM
           END-IF.

           DISPLAY TELA-PRINCIPAL.

      *-----------------------------------------------------------------
      * a chave do FOLRES e empresa/competencia/funcionario; varre as
      * competencias da empresa e separa as do funcionario
      *-----------------------------------------------------------------
       LE-HISTORICO.
           INITIALIZE FRES-REGISTR-1
           MOVE W-EMPRESA-EDIT TO FRES-EMPRESA-1
           IF W-ANO-EDIT <> 0
              COMPUTE FRES-COMPET-1 = W-ANO-EDIT * 100
           END-IF
           START FOLRES KEY >= FRES-RECORDK-1
           IF NOT VALID-FOLRES
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ FOLRES NEXT AT END
                          EXIT PERFORM
              END-READ
              IF NOT VALID-FOLRES OR
                 FRES-EMPRESA-1 NOT = W-EMPRESA-EDIT
                 EXIT PERFORM
              END-IF

              MOVE FRES-COMPET-1 TO W-COMPET-W
              IF W-ANO-EDIT <> 0 AND W-COMPET-ANO > W-ANO-EDIT
                 EXIT PERFORM
              END-IF
              IF FRES-CODFUNC-1 NOT = W-CODFUNC-EDIT
                 EXIT PERFORM CYCLE
              END-IF

              IF W-LISTA-QTDE > MAX-LINHAS-HISTORICO
                 SET EXCEDEU-LISTA TO TRUE
                 EXIT PERFORM
              END-IF
              PERFORM MONTA-LINHA-HISTORICO
           END-PERFORM.

       MONTA-LINHA-HISTORICO.
           MOVE SPACES          TO W-LINHA-HISTORICO
           MOVE W-COMPET-MES    TO W-MES-LIS
           MOVE '/'             TO W-BARRA-LIS
           MOVE W-COMPET-ANO    TO W-ANO-LIS
           MOVE FRES-BRUTO-1    TO W-BRUTO-LIS
           MOVE FRES-INSS-1     TO W-INSS-LIS
           MOVE FRES-IRRF-1     TO W-IRRF-LIS
           MOVE FRES-LIQUIDO-1  TO W-LIQUIDO-LIS
           MOVE FRES-FGTS-1     TO W-FGTS-LIS
           IF FRES-COM-RESCISAO
              MOVE 'R'          TO W-RESCISAO-LIS
           END-IF

           MOVE W-LINHA-HISTORICO TO W-LISTA-HISTORICO (W-LISTA-QTDE)
           ADD 1 TO W-LISTA-QTDE

           ADD FRES-BRUTO-1   TO W-TOT-BRUTO
           ADD FRES-INSS-1    TO W-TOT-INSS
           ADD FRES-IRRF-1    TO W-TOT-IRRF
           ADD FRES-LIQUIDO-1 TO W-TOT-LIQUIDO
           ADD FRES-FGTS-1    TO W-TOT-FGTS.

       MONTA-LINHA-TOTAL.
           IF W-LISTA-QTDE >= 50
              EXIT PARAGRAPH.

           MOVE SPACES        TO W-LINHA-HISTORICO
           MOVE W-TOT-BRUTO   TO W-BRUTO-LIS
           MOVE W-TOT-INSS    TO W-INSS-LIS
           MOVE W-TOT-IRRF    TO W-IRRF-LIS
           MOVE W-TOT-LIQUIDO TO W-LIQUIDO-LIS
           MOVE W-TOT-FGTS    TO W-FGTS-LIS
           MOVE 'TOTAL'       TO W-LINHA-HISTORICO (1:5)
           ADD 1 TO W-LISTA-QTDE
           MOVE W-LINHA-HISTORICO TO W-LISTA-HISTORICO (W-LISTA-QTDE).

       ERRO-ARQUIVO.
           CALL "C$RERR" USING WS-EXTEND-STATUS
           MOVE WS-EXTEND-STATUS(1:2) TO W-FSTATUS
           MOVE WS-EXTEND-STATUS(3:)  TO W-EXTSTAT
           CALL "C$RERRNAME" USING W-ARQUIVO.

           IF ERRLOG-ABERTO
              INITIALIZE ERRL-REGISTR-1
              ACCEPT ERRL-DATA-1 FROM CENTURY-DATE
              ACCEPT ERRL-HORA-1 FROM TIME
              MOVE 'HISTFOL'  TO ERRL-PROGRAMA-1
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
