       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CONDPAG.
       AUTHOR.        ANDRE.
      *-----------------------------------------------------------------
      * CONDPAG - manutencao do cadastro de condicoes de pagamento.
      * A condicao (codigo, descricao e de 1 a 12 parcelas, cada uma
      * com os dias apos o faturamento e o percentual do total) e
      * informada como padrao no cadastro do cliente, escolhida no
      * cabecalho do PEDIDO/ORCAMEN e usada pelo FATURA para gerar um
      * titulo de CONTREC por parcela.  Dias 0 = a vista/entrada; os
      * dias nao podem diminuir de uma parcela para a seguinte e a
      * soma dos percentuais tem de fechar 100.  A exclusao inativa o
      * registro e respeita a permissao de excluir da tabela CADPRM.
      * Alteracoes vao para o AUDITLOG.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           copy "condpag.sl".
           copy "cadprm.sl".
           copy "auditlog.sl".
           copy "errlog.sl".

       DATA DIVISION.
       FILE SECTION.

           copy "condpag.fd".
           copy "cadprm.fd".
           copy "auditlog.fd".
           copy "errlog.fd".

       WORKING-STORAGE SECTION.
       77  SMALL-FONT                     HANDLE.
       78  EXCEPTION-GRAVAR               VALUE 02.
       78  EXCEPTION-EXCLUIR              VALUE 03.
       78  EXCEPTION-LER                  VALUE 04.
       78  EXCEPTION-INCLUIR              VALUE 06.
       78  EXCEPTION-RETIRAR              VALUE 07.
       78  ID-LISTA-PARCELAS              VALUE 30.
       78  MAX-PARCELAS                   VALUE 12.

       01  CAMPOS-W.
           03  STAT-CONDPAG               PIC  X(02).
               88 VALID-CONDPAG           VALUE '00' THRU '09'.
           03  STAT-CADPRM                PIC  X(02).
               88 VALID-CADPRM            VALUE '00' THRU '09'.
           03  STAT-CADPRM-ABERTO         PIC  X(01) VALUE 'N'.
               88 CADPRM-ABERTO           VALUE 'S' FALSE 'N'.
           03  STAT-PODE-EXCLUIR          PIC  X(01) VALUE 'S'.
               88 PODE-EXCLUIR            VALUE 'S' FALSE 'N'.
           03  STAT-AUDITLOG              PIC  X(02).
               88 VALID-AUDITLOG          VALUE '00' THRU '09'.
           03  STAT-ERRLOG                PIC  X(02).
               88 VALID-ERRLOG            VALUE '00' THRU '09'.
           03  STAT-ERRLOG-ABERTO         PIC  X(01) VALUE 'N'.
               88 ERRLOG-ABERTO           VALUE 'S' FALSE 'N'.

           03  CAMPOS-AUDITLOG-W.
               05 W-ANTES-CPAG            PIC  X(142).
               05 W-OPERADOR-ID           PIC  X(10).

           03  CAMPOS-TELA-W.
               05 W-CODCOND-EDIT          PIC  X(003).
               05 W-DESCRICAO-EDIT        PIC  X(030).
               05 W-DIAS-EDIT             PIC  ZZ9.
               05 W-PERCENT-EDIT          PIC  ZZ9,99.
               05 W-TOTPERC-EDIT          PIC  ZZ9,99.

           03  CAMPOS-PARCELAS-W.
               05 W-PARC-QTDE             PIC  9(02) VALUE 0.
               05 W-PARC-TAB OCCURS 12 TIMES.
                  07 W-PARC-DIAS          PIC  9(03).
                  07 W-PARC-PERCENT       PIC  9(03)V99.
               05 W-IX-PARC               PIC  9(02) VALUE 0.
               05 W-DIAS                  PIC  9(03) VALUE 0.
               05 W-PERCENT               PIC  9(03)V99 VALUE 0.
               05 W-TOTPERC               PIC  9(05)V99 VALUE 0.

           03  CAMPOS-LISTA-W.
               05 W-LINHA-LISTA.
                  07 W-PARC-LIS          PIC  Z9.
                  07 FILLER              PIC  X(06).
                  07 W-DIAS-LIS          PIC  ZZ9.
                  07 FILLER              PIC  X(08).
                  07 W-PERCENT-LIS       PIC  ZZ9,99.
               05 W-LISTA-QTDE            PIC  9(02) VALUE 0.
               05 W-LISTA-SEL             PIC  9(02) VALUE 0.
               05 W-LISTA-PARCELAS        PIC  X(40)
                                          OCCURS 1 TO 12 TIMES
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

           03  W-SCREEN-CONTROL IS SPECIAL-NAMES SCREEN CONTROL.
               05 W-ACCEPT-CONTROL        PIC 9.
               05 W-CONTROL-VALUE         PIC 999.
               05 W-CONTROL-HANDLE        USAGE HANDLE.
               05 W-CONTROL-ID            PIC X(2) COMP-X.

       01  JANELA-PROGRAMA                PIC X(10).

           COPY "MAINRTN.MSG".
           COPY "ACUGUI.DEF".

       SCREEN SECTION.
       01  TELA-PRINCIPAL.
           03 LABEL       LINE 02
                          COL 05
                          TITLE "Codigo da Condicao"
                          ID 1
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-CODCOND-EDIT
                          LINE 02
                          COL 30
                          SIZE 08
                          3-D
                          BOXED
                          AUTO
                          ID 2
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "&Ler o arquivo"
                          LINE 02
                          COL 50
                          SIZE 12
                          ID 5
                          EXCEPTION-VALUE EXCEPTION-LER.

           03 LABEL       LINE 03,5
                          COL 05
                          TITLE "Descricao"
                          ID 6
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-DESCRICAO-EDIT
                          SIZE 30
                          LINE 03,5
                          COL 30
                          3-D
                          BOXED
                          AUTO
                          ID 7
                          FONT SMALL-FONT.

           03 LABEL       LINE 05,5
                          COL 05
                          TITLE "Dias da Parcela"
                          ID 8
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-DIAS-EDIT
                          LINE 05,5
                          COL 30
                          SIZE 06
                          3-D
                          BOXED
                          AUTO
                          ID 9
                          FONT SMALL-FONT.

           03 LABEL       LINE 05,5
                          COL 40
                          TITLE "Percentual (%)"
                          ID 13
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-PERCENT-EDIT
                          LINE 05,5
                          COL 56
                          SIZE 08
                          3-D
                          BOXED
                          AUTO
                          ID 14
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "&Incluir Parcela"
                          LINE 07
                          COL 05
                          SIZE 16
                          ID 15
                          EXCEPTION-VALUE EXCEPTION-INCLUIR.

           03 PUSH-BUTTON TITLE "&Retirar Parcela"
                          LINE 07
                          COL 24
                          SIZE 16
                          ID 16
                          EXCEPTION-VALUE EXCEPTION-RETIRAR.

           03 LIST-BOX    USING W-LISTA-PARCELAS (W-LISTA-SEL)
                          LINE 08,5
                          COL 05
                          LINES 06
                          SIZE 40
                          3-D
                          ID ID-LISTA-PARCELAS
                          FONT SMALL-FONT
                          NOTIFY.

           03 LABEL       LINE 14,8
                          COL 05
                          TITLE "Total dos percentuais: "
                          ID 17
                          TRANSPARENT.

           03 DISPLAY-FIELD USING W-TOTPERC-EDIT
                          LINE 14,8
                          COL 30
                          SIZE 08
                          ID 18.

           03 PUSH-BUTTON TITLE "&Gravar"
                          LINE 16,5
                          COL 05
                          SIZE 12
                          ID 10
                          EXCEPTION-VALUE EXCEPTION-GRAVAR.

           03 PUSH-BUTTON TITLE "&Excluir"
                          LINE 16,5
                          COL 20
                          SIZE 12
                          ID 11
                          EXCEPTION-VALUE EXCEPTION-EXCLUIR.

           03 PUSH-BUTTON TITLE "&Sair"
                          LINE 16,5
                          COL 35
                          SIZE 12
                          SELF-ACT
                          ID 12
                          EXCEPTION-VALUE 27.

       PROCEDURE DIVISION.
       INICIO.
           OPEN EXTEND ERRLOG
           IF VALID-ERRLOG
              SET ERRLOG-ABERTO TO TRUE
           END-IF.

           OPEN I-O CONDPAG
           IF STAT-CONDPAG = '35'
              PERFORM PERGUNTA-INICIALIZA
              OPEN OUTPUT CONDPAG
              CLOSE CONDPAG
              OPEN I-O CONDPAG.
           IF NOT VALID-CONDPAG
              PERFORM ERRO-ARQUIVO.

           OPEN EXTEND AUDITLOG
           IF NOT VALID-AUDITLOG
              PERFORM ERRO-ARQUIVO.

           DISPLAY "USERNAME" UPON ENVIRONMENT-NAME.
           ACCEPT  W-OPERADOR-ID FROM ENVIRONMENT-VALUE.

           OPEN INPUT CADPRM
           IF VALID-CADPRM
              SET CADPRM-ABERTO TO TRUE
           END-IF.
           PERFORM CARREGA-PERMISSAO.

           ACCEPT SMALL-FONT FROM STANDARD OBJECT "SMALL-FONT".

           DISPLAY FLOATING GRAPHICAL WINDOW
                            SIZE 95 LINES 19
                            CONTROL FONT SMALL-FONT
                            COLOR 257
                            TITLE "Manutencao de Condicoes de Pagamento"
                            NO SCROLL
                            SYSTEM MENU
                            AUTO-RESIZE
                            BACKGROUND-LOW
                            HANDLE JANELA-PROGRAMA.

           PERFORM LIMPA-PARCELAS.

           DISPLAY TELA-PRINCIPAL.

           PERFORM TEST AFTER UNTIL TECLOU-ESC
              ACCEPT TELA-PRINCIPAL
                     ON EXCEPTION PERFORM TRATA-EXCEPTION-TELA-PRINCIPAL
              END-ACCEPT
           END-PERFORM.

       FIM.
           CLOSE CONDPAG.
           CLOSE AUDITLOG.
           IF CADPRM-ABERTO
              CLOSE CADPRM
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
             WHEN EXCEPTION-GRAVAR
                  PERFORM ROTINA-GRAVAR
             WHEN EXCEPTION-EXCLUIR
                  PERFORM ROTINA-EXCLUIR
             WHEN EXCEPTION-LER
                  PERFORM ROTINA-LER
             WHEN EXCEPTION-INCLUIR
                  PERFORM ROTINA-INCLUIR-PARCELA
             WHEN EXCEPTION-RETIRAR
                  PERFORM ROTINA-RETIRAR-PARCELA
           END-EVALUATE.

       LIMPA-PARCELAS.
           MOVE 0 TO W-PARC-QTDE
           PERFORM MONTA-LISTA-PARCELAS.

      *-----------------------------------------------------------------
      * as parcelas sao montadas em memoria e so vao para o arquivo
      * no Gravar; os dias de cada parcela nao podem ser menores que
      * os da parcela anterior
      *-----------------------------------------------------------------
       ROTINA-INCLUIR-PARCELA.
           IF W-PARC-QTDE >= MAX-PARCELAS
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Limite de 12 parcelas atingido.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           MOVE W-DIAS-EDIT    TO W-DIAS
           MOVE W-PERCENT-EDIT TO W-PERCENT

           IF W-PERCENT = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'O percentual deve ser maior que zero.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           IF W-PARC-QTDE > 0 AND
              W-DIAS < W-PARC-DIAS (W-PARC-QTDE)
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Dias menores que os da parcela anterior.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           IF W-TOTPERC + W-PERCENT > 100
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'A soma dos percentuais passa de 100.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           ADD 1 TO W-PARC-QTDE
           MOVE W-DIAS    TO W-PARC-DIAS    (W-PARC-QTDE)
           MOVE W-PERCENT TO W-PARC-PERCENT (W-PARC-QTDE)

           MOVE 0 TO W-DIAS-EDIT W-PERCENT-EDIT
           PERFORM MONTA-LISTA-PARCELAS
           MOVE W-PARC-QTDE TO W-LISTA-SEL

           DISPLAY TELA-PRINCIPAL.

       ROTINA-RETIRAR-PARCELA.
           IF W-PARC-QTDE = 0 OR
              W-LISTA-SEL = 0 OR W-LISTA-SEL > W-PARC-QTDE
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Selecione uma parcela na lista.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           PERFORM VARYING W-IX-PARC FROM W-LISTA-SEL BY 1
                   UNTIL W-IX-PARC >= W-PARC-QTDE
              MOVE W-PARC-TAB (W-IX-PARC + 1)
                TO W-PARC-TAB (W-IX-PARC)
           END-PERFORM
           SUBTRACT 1 FROM W-PARC-QTDE

           PERFORM MONTA-LISTA-PARCELAS

           DISPLAY TELA-PRINCIPAL.

       MONTA-LISTA-PARCELAS.
           MOVE 0 TO W-TOTPERC
           MOVE 1 TO W-LISTA-QTDE
           MOVE SPACES TO W-LISTA-PARCELAS (1)

           PERFORM VARYING W-IX-PARC FROM 1 BY 1
                   UNTIL W-IX-PARC > W-PARC-QTDE
              MOVE SPACES     TO W-LINHA-LISTA
              MOVE W-IX-PARC  TO W-PARC-LIS
              MOVE W-PARC-DIAS    (W-IX-PARC) TO W-DIAS-LIS
              MOVE W-PARC-PERCENT (W-IX-PARC) TO W-PERCENT-LIS
              MOVE W-IX-PARC  TO W-LISTA-QTDE
              MOVE W-LINHA-LISTA TO W-LISTA-PARCELAS (W-IX-PARC)
              ADD W-PARC-PERCENT (W-IX-PARC) TO W-TOTPERC
           END-PERFORM

           MOVE 1 TO W-LISTA-SEL
           MOVE W-TOTPERC TO W-TOTPERC-EDIT.

       ROTINA-GRAVAR.
           IF W-CODCOND-EDIT = SPACES
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Condicao invalida.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 2 TO W-CONTROL-ID
              EXIT PARAGRAPH.

           IF W-DESCRICAO-EDIT = SPACES
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'A descricao e obrigatoria.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           IF W-PARC-QTDE = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Inclua ao menos uma parcela.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           IF W-TOTPERC NOT = 100
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'A soma dos percentuais deve ser 100.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           INITIALIZE             CPAG-REGISTR-1
           MOVE W-CODCOND-EDIT TO CPAG-CODCOND-1
           READ CONDPAG
           IF STAT-CONDPAG = '23'
              INITIALIZE             CPAG-REGISTR-1
              MOVE W-CODCOND-EDIT TO CPAG-CODCOND-1
           ELSE
              IF NOT VALID-CONDPAG
                 PERFORM ERRO-ARQUIVO.

           IF STAT-CONDPAG = '23'
              MOVE SPACES TO W-ANTES-CPAG
              SET CPAG-ATIVO TO TRUE
           ELSE
              MOVE CPAG-REGISTR-1 TO W-ANTES-CPAG
           END-IF.

           MOVE W-DESCRICAO-EDIT TO CPAG-DESCRICAO-1
           MOVE W-PARC-QTDE      TO CPAG-QTDPARC-1
           PERFORM VARYING W-IX-PARC FROM 1 BY 1
                   UNTIL W-IX-PARC > MAX-PARCELAS
              IF W-IX-PARC > W-PARC-QTDE
                 MOVE 0 TO CPAG-DIAS-1    (W-IX-PARC)
                           CPAG-PERCENT-1 (W-IX-PARC)
              ELSE
                 MOVE W-PARC-DIAS    (W-IX-PARC)
                   TO CPAG-DIAS-1    (W-IX-PARC)
                 MOVE W-PARC-PERCENT (W-IX-PARC)
                   TO CPAG-PERCENT-1 (W-IX-PARC)
              END-IF
           END-PERFORM
           MOVE W-OPERADOR-ID    TO CPAG-OPERADOR-1

           INITIALIZE CA-MESSAGE-LINK

           IF STAT-CONDPAG = '23'
              WRITE CPAG-REGISTR-1
              MOVE 'Registro gravado.' TO CA-MESSAGE-1
           ELSE
              REWRITE CPAG-REGISTR-1
              MOVE 'Registro regravado.' TO CA-MESSAGE-1
           END-IF.

           IF NOT VALID-CONDPAG
              PERFORM ERRO-ARQUIVO.

           MOVE CPAG-CODCOND-1 TO AUDIT-CHAVE-1
           MOVE 'CONDPAG'      TO AUDIT-ARQUIVO-1
           MOVE W-ANTES-CPAG   TO AUDIT-ANTES-1
           MOVE CPAG-REGISTR-1 TO AUDIT-DEPOIS-1
           SET AUDIT-GRAVACAO TO TRUE
           PERFORM GRAVA-AUDITLOG

           PERFORM MOSTRA-MSG-MENSAGEM.

       ROTINA-EXCLUIR.
           IF NOT PODE-EXCLUIR
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Operador sem permissao para excluir.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ATENCAO
              EXIT PARAGRAPH.

           INITIALIZE             CPAG-REGISTR-1
           MOVE W-CODCOND-EDIT TO CPAG-CODCOND-1
           READ CONDPAG
           IF STAT-CONDPAG = '23'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Condicao nao cadastrada.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-MENSAGEM
              EXIT PARAGRAPH
           ELSE
              IF NOT VALID-CONDPAG
                 PERFORM ERRO-ARQUIVO.

           INITIALIZE CA-MESSAGE-LINK
           MOVE 3 TO CA-MESSAGE-TYPE
           MOVE 22 TO CA-MESSAGE-RESP
           MOVE 'Deseja realmente excluir o registro?' TO CA-MESSAGE-1
           CALL 'CAMESSAG'
           CANCEL 'CAMESSAG'
           IF CA-MESSAGE-RESP = 1
              MOVE CPAG-REGISTR-1 TO W-ANTES-CPAG

              SET CPAG-INATIVO TO TRUE
              REWRITE CPAG-REGISTR-1
              IF NOT VALID-CONDPAG
                 PERFORM ERRO-ARQUIVO
              END-IF

              MOVE CPAG-CODCOND-1 TO AUDIT-CHAVE-1
              MOVE 'CONDPAG'      TO AUDIT-ARQUIVO-1
              MOVE W-ANTES-CPAG   TO AUDIT-ANTES-1
              MOVE CPAG-REGISTR-1 TO AUDIT-DEPOIS-1
              SET AUDIT-EXCLUSAO TO TRUE
              PERFORM GRAVA-AUDITLOG

              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Registro inativado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-MENSAGEM

              INITIALIZE CAMPOS-TELA-W
              PERFORM LIMPA-PARCELAS
              DISPLAY TELA-PRINCIPAL
           END-IF.

       ROTINA-LER.
           IF EVENT-TYPE <> CMD-GOTO AND CMD-CLICKED
              EXIT PARAGRAPH.

           INITIALIZE        CPAG-REGISTR-1
           MOVE W-CODCOND-EDIT TO CPAG-CODCOND-1
           READ CONDPAG
           IF STAT-CONDPAG = '99'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Registro bloqueado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ATENCAO
              EXIT PARAGRAPH.
           IF STAT-CONDPAG = '23'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Condicao nao cadastrada.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-MENSAGEM
           ELSE
              IF NOT VALID-CONDPAG
                 PERFORM ERRO-ARQUIVO.

           MOVE CPAG-DESCRICAO-1 TO W-DESCRICAO-EDIT
           MOVE CPAG-QTDPARC-1   TO W-PARC-QTDE
           PERFORM VARYING W-IX-PARC FROM 1 BY 1
                   UNTIL W-IX-PARC > W-PARC-QTDE
              MOVE CPAG-DIAS-1    (W-IX-PARC)
                TO W-PARC-DIAS    (W-IX-PARC)
              MOVE CPAG-PERCENT-1 (W-IX-PARC)
                TO W-PARC-PERCENT (W-IX-PARC)
           END-PERFORM
           PERFORM MONTA-LISTA-PARCELAS

           IF CPAG-INATIVO
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Condicao inativa.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ATENCAO
           END-IF.

           DISPLAY TELA-PRINCIPAL.

       CARREGA-PERMISSAO.
           SET PODE-EXCLUIR TO TRUE
           IF NOT CADPRM-ABERTO
              EXIT PARAGRAPH.
           IF W-OPERADOR-ID = 'SUPER'
              EXIT PARAGRAPH.

           MOVE W-OPERADOR-ID TO DPRM-CODOPE-1
           MOVE 'CONDPAG' TO DPRM-PROGRAMA-1
           READ CADPRM
           IF VALID-CADPRM AND DPRM-PODE-EXCLUIR
              SET PODE-EXCLUIR TO TRUE
           ELSE
              SET PODE-EXCLUIR TO FALSE
           END-IF.

       GRAVA-AUDITLOG.
           ACCEPT AUDIT-DATA-1 FROM CENTURY-DATE
           ACCEPT AUDIT-HORA-1 FROM TIME
           MOVE W-OPERADOR-ID TO AUDIT-OPERADOR-1
           MOVE 'CONDPAG'     TO AUDIT-PROGRAMA-1

           WRITE AUDIT-REGISTR-1
           IF NOT VALID-AUDITLOG
              PERFORM ERRO-ARQUIVO
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
              MOVE 'CONDPAG'  TO ERRL-PROGRAMA-1
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
