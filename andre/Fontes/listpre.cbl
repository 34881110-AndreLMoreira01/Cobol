       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LISTPRE.
       AUTHOR.        ANDRE.
      *-----------------------------------------------------------------
      * LISTPRE - manutencao das listas de preco de cliente.
      * A lista (empresa, codigo, descricao e validade de/ate - ate
      * em branco = sem fim) e gravada no LPRCAB e os precos por
      * produto no LPRITE.  O botao Gravar Preco inclui ou altera o
      * preco do produto informado (produto do TABPR da empresa) e o
      * Retirar Preco tira da lista o produto selecionado; produto
      * fora da lista e vendido pelo preco do TABPR.  A lista e
      * atribuida ao cliente no CLIENTE e usada pelo PEDIDO/ORCAMEN
      * enquanto estiver ativa e vigente.  A exclusao inativa a lista
      * e, como a retirada de preco, respeita a permissao de excluir
      * da tabela CADPRM.  Alteracoes vao para o AUDITLOG.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           copy "lprcab.sl".
           copy "lprite.sl".
           copy "tabpr.sl".
           copy "cademp.sl".
           copy "cadprm.sl".
           copy "auditlog.sl".
           copy "errlog.sl".

       DATA DIVISION.
       FILE SECTION.

           copy "lprcab.fd".
           copy "lprite.fd".
           copy "tabpr.fd".
           copy "cademp.fd".
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
       78  ID-LISTA-PRECOS                VALUE 30.
       78  MAX-PRECOS                     VALUE 500.

       01  CAMPOS-W.
           03  STAT-LPRCAB                PIC  X(02).
               88 VALID-LPRCAB            VALUE '00' THRU '09'.
           03  STAT-LPRITE                PIC  X(02).
               88 VALID-LPRITE            VALUE '00' THRU '09'.
           03  STAT-TABPR                 PIC  X(02).
               88 VALID-TABPR             VALUE '00' THRU '09'.
           03  STAT-CADEMP                PIC  X(02).
               88 VALID-CADEMP            VALUE '00' THRU '09'.
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
               05 W-ANTES-LPCB            PIC  X(65).
               05 W-ANTES-LPIT            PIC  X(39).
               05 W-OPERADOR-ID           PIC  X(10).

           03  CAMPOS-TELA-W.
               05 W-EMPRESA-EDIT          PIC  9(003).
               05 W-CODLIS-EDIT           PIC  X(005).
               05 W-DESCRICAO-EDIT        PIC  X(030).
               05 W-DATINI-EDIT           PIC  99/99/9999.
               05 W-DATFIM-EDIT           PIC  99/99/9999.
               05 W-CODIGO-EDIT           PIC  X(010).
               05 W-PRECO-EDIT            PIC  ZZZ.ZZZ.ZZ9,99.
               05 W-DESCPRO-EDIT          PIC  X(050).
               05 W-PRECOTAB-EDIT         PIC  ZZZ.ZZZ.ZZ9,99.

           03  CAMPOS-AUXILIARES-W.
               05 W-DATINI-I              PIC  9(08) VALUE 0.
               05 W-DATFIM-I              PIC  9(08) VALUE 0.
               05 W-PRECO                 PIC  9(09)V99 VALUE 0.
               05 W-DATAUXI               PIC  9(08).
               05 REDEFINES W-DATAUXI.
                  07 W-ANOAUXI-I          PIC  9(04).
                  07 W-MESAUXI-I          PIC  9(02).
                  07 W-DIAAUXI-I          PIC  9(02).
               05 W-DATAIMP               PIC  9(08) VALUE 0.

           03  CAMPOS-LISTA-W.
               05 W-PRECO-QTDE            PIC  9(03) VALUE 0.
               05 W-LISTA-CODIGO          PIC  X(10)
                                          OCCURS 500 TIMES.
               05 W-LINHA-LISTA.
                  07 W-CODIGO-LIS         PIC  X(10).
                  07 FILLER               PIC  X(02).
                  07 W-DESC-LIS           PIC  X(30).
                  07 FILLER               PIC  X(02).
                  07 W-PRECO-LIS          PIC  ZZZ.ZZZ.ZZ9,99.
                  07 FILLER               PIC  X(02).
                  07 W-PRECOTAB-LIS       PIC  ZZZ.ZZZ.ZZ9,99.
               05 W-LISTA-QTDE            PIC  9(03) VALUE 0.
               05 W-LISTA-SEL             PIC  9(03) VALUE 0.
               05 W-LISTA-PRECOS          PIC  X(80)
                                          OCCURS 1 TO 500 TIMES
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
           COPY "DATASW.CPY".

       SCREEN SECTION.
       01  TELA-PRINCIPAL.
           03 LABEL       LINE 02
                          COL 05
                          TITLE "Empresa"
                          ID 1
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-EMPRESA-EDIT
                          LINE 02
                          COL 30
                          SIZE 08
                          3-D
                          BOXED
                          AUTO
                          ID 2
                          FONT SMALL-FONT.

           03 LABEL       LINE 03,5
                          COL 05
                          TITLE "Codigo da Lista"
                          ID 3
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-CODLIS-EDIT
                          LINE 03,5
                          COL 30
                          SIZE 08
                          3-D
                          BOXED
                          AUTO
                          ID 4
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "&Ler o arquivo"
                          LINE 03,5
                          COL 50
                          SIZE 12
                          ID 5
                          EXCEPTION-VALUE EXCEPTION-LER.

           03 LABEL       LINE 05
                          COL 05
                          TITLE "Descricao"
                          ID 6
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-DESCRICAO-EDIT
                          SIZE 30
                          LINE 05
                          COL 30
                          3-D
                          BOXED
                          AUTO
                          ID 7
                          FONT SMALL-FONT.

           03 LABEL       LINE 06,5
                          COL 05
                          TITLE "Valida de"
                          ID 8
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-DATINI-EDIT
                          LINE 06,5
                          COL 30
                          3-D
                          BOXED
                          AUTO
                          ID 9
                          FONT SMALL-FONT.

           03 LABEL       LINE 06,5
                          COL 50
                          TITLE "ate"
                          ID 13
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-DATFIM-EDIT
                          LINE 06,5
                          COL 56
                          3-D
                          BOXED
                          AUTO
                          ID 14
                          FONT SMALL-FONT.

           03 LABEL       LINE 08,5
                          COL 05
                          TITLE "Produto"
                          ID 15
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-CODIGO-EDIT
                          LINE 08,5
                          COL 30
                          SIZE 12
                          3-D
                          BOXED
                          AUTO
                          ID 16
                          FONT SMALL-FONT.

           03 DISPLAY-FIELD USING W-DESCPRO-EDIT
                          LINE 08,5
                          COL 50
                          SIZE 40
                          ID 17.

           03 LABEL       LINE 10
                          COL 05
                          TITLE "Preco da Lista"
                          ID 18
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-PRECO-EDIT
                          LINE 10
                          COL 30
                          SIZE 14
                          3-D
                          BOXED
                          AUTO
                          ID 19
                          FONT SMALL-FONT.

           03 LABEL       LINE 10
                          COL 50
                          TITLE "Preco TABPR: "
                          ID 20
                          TRANSPARENT.

           03 DISPLAY-FIELD USING W-PRECOTAB-EDIT
                          LINE 10
                          COL 64
                          SIZE 14
                          ID 21.

           03 PUSH-BUTTON TITLE "Gravar &Preco"
                          LINE 11,5
                          COL 05
                          SIZE 16
                          ID 22
                          EXCEPTION-VALUE EXCEPTION-INCLUIR.

           03 PUSH-BUTTON TITLE "&Retirar Preco"
                          LINE 11,5
                          COL 24
                          SIZE 16
                          ID 23
                          EXCEPTION-VALUE EXCEPTION-RETIRAR.

           03 LIST-BOX    USING W-LISTA-PRECOS (W-LISTA-SEL)
                          LINE 13
                          COL 05
                          LINES 10
                          SIZE 85
                          3-D
                          ID ID-LISTA-PRECOS
                          FONT SMALL-FONT
                          NOTIFY.

           03 PUSH-BUTTON TITLE "&Gravar"
                          LINE 24
                          COL 05
                          SIZE 12
                          ID 10
                          EXCEPTION-VALUE EXCEPTION-GRAVAR.

           03 PUSH-BUTTON TITLE "&Excluir"
                          LINE 24
                          COL 20
                          SIZE 12
                          ID 11
                          EXCEPTION-VALUE EXCEPTION-EXCLUIR.

           03 PUSH-BUTTON TITLE "&Sair"
                          LINE 24
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

           OPEN I-O LPRCAB
           IF STAT-LPRCAB = '35'
              PERFORM PERGUNTA-INICIALIZA
              OPEN OUTPUT LPRCAB
              CLOSE LPRCAB
              OPEN I-O LPRCAB.
           IF NOT VALID-LPRCAB
              PERFORM ERRO-ARQUIVO.

           OPEN I-O LPRITE
           IF STAT-LPRITE = '35'
              OPEN OUTPUT LPRITE
              CLOSE LPRITE
              OPEN I-O LPRITE.
           IF NOT VALID-LPRITE
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT TABPR
           IF NOT VALID-TABPR
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CADEMP
           IF NOT VALID-CADEMP
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
                            SIZE 95 LINES 26
                            CONTROL FONT SMALL-FONT
                            COLOR 257
                            TITLE "Listas de Preco de Cliente"
                            NO SCROLL
                            SYSTEM MENU
                            AUTO-RESIZE
                            BACKGROUND-LOW
                            HANDLE JANELA-PROGRAMA.

           PERFORM LIMPA-PRECOS.

           DISPLAY TELA-PRINCIPAL.

           PERFORM TEST AFTER UNTIL TECLOU-ESC
              ACCEPT TELA-PRINCIPAL
                     ON EXCEPTION PERFORM TRATA-EXCEPTION-TELA-PRINCIPAL
              END-ACCEPT
           END-PERFORM.

       FIM.
           CLOSE LPRCAB.
           CLOSE LPRITE.
           CLOSE TABPR.
           CLOSE CADEMP.
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
                  PERFORM ROTINA-GRAVAR-PRECO
             WHEN EXCEPTION-RETIRAR
                  PERFORM ROTINA-RETIRAR-PRECO
           END-EVALUATE.

       LIMPA-PRECOS.
           MOVE 0 TO W-PRECO-QTDE
           MOVE 1 TO W-LISTA-QTDE
           MOVE SPACES TO W-LISTA-PRECOS (1)
           MOVE 1 TO W-LISTA-SEL.

      *-----------------------------------------------------------------
      * critica das datas de validade: a inicial e obrigatoria, a
      * final em branco (zero) deixa a lista sem fim
      *-----------------------------------------------------------------
       CRITICA-VALIDADE.
           SET DATA-OK TO TRUE
           MOVE W-DATINI-EDIT TO W-DATA-CRIT
           PERFORM CRITICA-DATA
           IF NOT DATA-OK
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Data inicial de validade invalida.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.
           COMPUTE W-DATINI-I = W-ANO-CRIT * 10000 +
                                W-MES-CRIT * 100 +
                                W-DIA-CRIT

           MOVE 0 TO W-DATFIM-I
           MOVE W-DATFIM-EDIT TO W-DATA-CRIT
           IF W-DIA-CRIT = 0 AND W-MES-CRIT = 0 AND W-ANO-CRIT = 0
              EXIT PARAGRAPH.

           PERFORM CRITICA-DATA
           IF NOT DATA-OK
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Data final de validade invalida.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.
           COMPUTE W-DATFIM-I = W-ANO-CRIT * 10000 +
                                W-MES-CRIT * 100 +
                                W-DIA-CRIT

           IF W-DATFIM-I < W-DATINI-I
              SET DATA-INVALIDA TO TRUE
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Data final menor que a inicial.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
           END-IF.

       ROTINA-GRAVAR.
           IF W-EMPRESA-EDIT = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Empresa invalida.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           IF W-CODLIS-EDIT = SPACES
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Lista invalida.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 4 TO W-CONTROL-ID
              EXIT PARAGRAPH.

           IF W-DESCRICAO-EDIT = SPACES
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'A descricao e obrigatoria.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           PERFORM CRITICA-VALIDADE
           IF NOT DATA-OK
              EXIT PARAGRAPH.

           MOVE W-EMPRESA-EDIT TO DEMP-CODEMP-1
           READ CADEMP
           IF NOT VALID-CADEMP
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Empresa nao cadastrada.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.
           IF DEMP-INATIVO
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Empresa inativa.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           INITIALIZE             LPCB-REGISTR-1
           MOVE W-EMPRESA-EDIT TO LPCB-EMPRESA-1
           MOVE W-CODLIS-EDIT  TO LPCB-CODLIS-1
           READ LPRCAB
           IF STAT-LPRCAB = '23'
              INITIALIZE             LPCB-REGISTR-1
              MOVE W-EMPRESA-EDIT TO LPCB-EMPRESA-1
              MOVE W-CODLIS-EDIT  TO LPCB-CODLIS-1
           ELSE
              IF NOT VALID-LPRCAB
                 PERFORM ERRO-ARQUIVO.

           IF STAT-LPRCAB = '23'
              MOVE SPACES TO W-ANTES-LPCB
           ELSE
              MOVE LPCB-REGISTR-1 TO W-ANTES-LPCB
           END-IF.

           MOVE W-DESCRICAO-EDIT TO LPCB-DESCRICAO-1
           MOVE W-DATINI-I       TO LPCB-DATINI-1
           MOVE W-DATFIM-I       TO LPCB-DATFIM-1
           MOVE W-OPERADOR-ID    TO LPCB-OPERADOR-1
           SET LPCB-ATIVO TO TRUE

           INITIALIZE CA-MESSAGE-LINK

           IF STAT-LPRCAB = '23'
              WRITE LPCB-REGISTR-1
              MOVE 'Registro gravado.' TO CA-MESSAGE-1
           ELSE
              REWRITE LPCB-REGISTR-1
              MOVE 'Registro regravado.' TO CA-MESSAGE-1
           END-IF.

           IF NOT VALID-LPRCAB
              PERFORM ERRO-ARQUIVO.

           MOVE LPCB-RECORDK-1 TO AUDIT-CHAVE-1
           MOVE 'LPRCAB'       TO AUDIT-ARQUIVO-1
           MOVE W-ANTES-LPCB   TO AUDIT-ANTES-1
           MOVE LPCB-REGISTR-1 TO AUDIT-DEPOIS-1
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

           INITIALIZE             LPCB-REGISTR-1
           MOVE W-EMPRESA-EDIT TO LPCB-EMPRESA-1
           MOVE W-CODLIS-EDIT  TO LPCB-CODLIS-1
           READ LPRCAB
           IF STAT-LPRCAB = '23'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Lista nao cadastrada.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-MENSAGEM
              EXIT PARAGRAPH
           ELSE
              IF NOT VALID-LPRCAB
                 PERFORM ERRO-ARQUIVO.

           INITIALIZE CA-MESSAGE-LINK
           MOVE 3 TO CA-MESSAGE-TYPE
           MOVE 22 TO CA-MESSAGE-RESP
           MOVE 'Deseja realmente excluir o registro?' TO CA-MESSAGE-1
           CALL 'CAMESSAG'
           CANCEL 'CAMESSAG'
           IF CA-MESSAGE-RESP = 1
              MOVE LPCB-REGISTR-1 TO W-ANTES-LPCB

              SET LPCB-INATIVO TO TRUE
              MOVE W-OPERADOR-ID TO LPCB-OPERADOR-1
              REWRITE LPCB-REGISTR-1
              IF NOT VALID-LPRCAB
                 PERFORM ERRO-ARQUIVO
              END-IF

              MOVE LPCB-RECORDK-1 TO AUDIT-CHAVE-1
              MOVE 'LPRCAB'       TO AUDIT-ARQUIVO-1
              MOVE W-ANTES-LPCB   TO AUDIT-ANTES-1
              MOVE LPCB-REGISTR-1 TO AUDIT-DEPOIS-1
              SET AUDIT-EXCLUSAO TO TRUE
              PERFORM GRAVA-AUDITLOG

              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Registro inativado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-MENSAGEM

              INITIALIZE CAMPOS-TELA-W
              PERFORM LIMPA-PRECOS
              DISPLAY TELA-PRINCIPAL
           END-IF.

       ROTINA-LER.
           IF EVENT-TYPE <> CMD-GOTO AND CMD-CLICKED
              EXIT PARAGRAPH.

           INITIALIZE             LPCB-REGISTR-1
           MOVE W-EMPRESA-EDIT TO LPCB-EMPRESA-1
           MOVE W-CODLIS-EDIT  TO LPCB-CODLIS-1
           READ LPRCAB
           IF STAT-LPRCAB = '99'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Registro bloqueado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ATENCAO
              EXIT PARAGRAPH.
           IF STAT-LPRCAB = '23'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Lista nao cadastrada.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-MENSAGEM
              PERFORM LIMPA-PRECOS
              DISPLAY TELA-PRINCIPAL
              EXIT PARAGRAPH
           ELSE
              IF NOT VALID-LPRCAB
                 PERFORM ERRO-ARQUIVO.

           MOVE LPCB-DESCRICAO-1 TO W-DESCRICAO-EDIT
           MOVE LPCB-DATINI-1    TO W-DATAUXI
           COMPUTE W-DATAIMP = W-ANOAUXI-I +
                               W-MESAUXI-I * 10000 +
                               W-DIAAUXI-I * 1000000
           MOVE W-DATAIMP        TO W-DATINI-EDIT
           MOVE LPCB-DATFIM-1    TO W-DATAUXI
           COMPUTE W-DATAIMP = W-ANOAUXI-I +
                               W-MESAUXI-I * 10000 +
                               W-DIAAUXI-I * 1000000
           MOVE W-DATAIMP        TO W-DATFIM-EDIT

           PERFORM CARREGA-PRECOS

           IF LPCB-INATIVO
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Lista inativa.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ATENCAO
           END-IF.

           DISPLAY TELA-PRINCIPAL.

      *-----------------------------------------------------------------
      * monta a lista com os precos gravados da lista lida, lado a
      * lado com o preco atual do TABPR
      *-----------------------------------------------------------------
       CARREGA-PRECOS.
           PERFORM LIMPA-PRECOS

           INITIALIZE             LPIT-REGISTR-1
           MOVE W-EMPRESA-EDIT TO LPIT-EMPRESA-1
           MOVE W-CODLIS-EDIT  TO LPIT-CODLIS-1
           START LPRITE KEY >= LPIT-RECORDK-1
           IF VALID-LPRITE
              PERFORM UNTIL W-PRECO-QTDE >= MAX-PRECOS
                 READ LPRITE NEXT AT END
                             EXIT PERFORM
                 END-READ
                 IF NOT VALID-LPRITE
                    EXIT PERFORM
                 END-IF
                 IF LPIT-EMPRESA-1 <> W-EMPRESA-EDIT OR
                    LPIT-CODLIS-1  <> W-CODLIS-EDIT
                    EXIT PERFORM
                 END-IF
                 PERFORM MONTA-LINHA-PRECO
              END-PERFORM
           END-IF.

           MOVE 1 TO W-LISTA-SEL.

       MONTA-LINHA-PRECO.
           INITIALIZE             TDES-REGISTR-1
           MOVE LPIT-EMPRESA-1 TO TDES-EMPRESA-1
           MOVE LPIT-CODIGO-1  TO TDES-CODIGO-1
           READ TABPR
           IF NOT VALID-TABPR
              MOVE 'Produto nao cadastrado' TO TDES-DESC-1
              MOVE 0                        TO TDES-PRECO-1
           END-IF

           ADD 1 TO W-PRECO-QTDE
           MOVE SPACES        TO W-LINHA-LISTA
           MOVE LPIT-CODIGO-1 TO W-CODIGO-LIS
           MOVE TDES-DESC-1   TO W-DESC-LIS
           MOVE LPIT-PRECO-1  TO W-PRECO-LIS
           MOVE TDES-PRECO-1  TO W-PRECOTAB-LIS
           MOVE W-PRECO-QTDE  TO W-LISTA-QTDE
           MOVE W-LINHA-LISTA TO W-LISTA-PRECOS (W-PRECO-QTDE)
           MOVE LPIT-CODIGO-1 TO W-LISTA-CODIGO (W-PRECO-QTDE).

      *-----------------------------------------------------------------
      * grava (inclui ou altera) o preco do produto na lista; a lista
      * tem de estar gravada e o produto cadastrado no TABPR
      *-----------------------------------------------------------------
       ROTINA-GRAVAR-PRECO.
           INITIALIZE             LPCB-REGISTR-1
           MOVE W-EMPRESA-EDIT TO LPCB-EMPRESA-1
           MOVE W-CODLIS-EDIT  TO LPCB-CODLIS-1
           READ LPRCAB
           IF STAT-LPRCAB = '23'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Grave a lista antes de incluir precos.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           ELSE
              IF NOT VALID-LPRCAB
                 PERFORM ERRO-ARQUIVO.

           IF LPCB-INATIVO
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Lista inativa.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           IF W-CODIGO-EDIT = SPACES
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Produto invalido.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 16 TO W-CONTROL-ID
              EXIT PARAGRAPH.

           INITIALIZE             TDES-REGISTR-1
           MOVE W-EMPRESA-EDIT TO TDES-EMPRESA-1
           MOVE W-CODIGO-EDIT  TO TDES-CODIGO-1
           READ TABPR
           IF STAT-TABPR = '23'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Produto nao cadastrado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           ELSE
              IF NOT VALID-TABPR
                 PERFORM ERRO-ARQUIVO.

           MOVE TDES-DESC-1  TO W-DESCPRO-EDIT
           MOVE TDES-PRECO-1 TO W-PRECOTAB-EDIT

           IF TDES-INATIVO
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Produto inativo.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              DISPLAY TELA-PRINCIPAL
              EXIT PARAGRAPH.

           MOVE W-PRECO-EDIT TO W-PRECO
           IF W-PRECO = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'O preco deve ser maior que zero.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              DISPLAY TELA-PRINCIPAL
              EXIT PARAGRAPH.

           INITIALIZE             LPIT-REGISTR-1
           MOVE W-EMPRESA-EDIT TO LPIT-EMPRESA-1
           MOVE W-CODLIS-EDIT  TO LPIT-CODLIS-1
           MOVE W-CODIGO-EDIT  TO LPIT-CODIGO-1
           READ LPRITE
           IF STAT-LPRITE = '23'
              INITIALIZE             LPIT-REGISTR-1
              MOVE W-EMPRESA-EDIT TO LPIT-EMPRESA-1
              MOVE W-CODLIS-EDIT  TO LPIT-CODLIS-1
              MOVE W-CODIGO-EDIT  TO LPIT-CODIGO-1
              MOVE SPACES         TO W-ANTES-LPIT
           ELSE
              IF NOT VALID-LPRITE
                 PERFORM ERRO-ARQUIVO
              ELSE
                 MOVE LPIT-REGISTR-1 TO W-ANTES-LPIT
              END-IF
           END-IF.

           MOVE W-PRECO       TO LPIT-PRECO-1
           MOVE W-OPERADOR-ID TO LPIT-OPERADOR-1

           IF STAT-LPRITE = '23'
              WRITE LPIT-REGISTR-1
           ELSE
              REWRITE LPIT-REGISTR-1
           END-IF.

           IF NOT VALID-LPRITE
              PERFORM ERRO-ARQUIVO.

           MOVE LPIT-RECORDK-1 TO AUDIT-CHAVE-1
           MOVE 'LPRITE'       TO AUDIT-ARQUIVO-1
           MOVE W-ANTES-LPIT   TO AUDIT-ANTES-1
           MOVE LPIT-REGISTR-1 TO AUDIT-DEPOIS-1
           SET AUDIT-GRAVACAO TO TRUE
           PERFORM GRAVA-AUDITLOG

           MOVE SPACES TO W-CODIGO-EDIT W-DESCPRO-EDIT
           MOVE 0      TO W-PRECO-EDIT W-PRECOTAB-EDIT
           PERFORM CARREGA-PRECOS

           DISPLAY TELA-PRINCIPAL.

      *-----------------------------------------------------------------
      * retira da lista o produto selecionado (volta a ser vendido
      * pelo preco do TABPR)
      *-----------------------------------------------------------------
       ROTINA-RETIRAR-PRECO.
           IF NOT PODE-EXCLUIR
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Operador sem permissao para excluir.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ATENCAO
              EXIT PARAGRAPH.

           IF W-PRECO-QTDE = 0 OR
              W-LISTA-SEL = 0 OR W-LISTA-SEL > W-PRECO-QTDE
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Selecione um preco na lista.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           INITIALIZE             LPIT-REGISTR-1
           MOVE W-EMPRESA-EDIT TO LPIT-EMPRESA-1
           MOVE W-CODLIS-EDIT  TO LPIT-CODLIS-1
           MOVE W-LISTA-CODIGO (W-LISTA-SEL) TO LPIT-CODIGO-1
           READ LPRITE
           IF STAT-LPRITE = '23'
              PERFORM CARREGA-PRECOS
              DISPLAY TELA-PRINCIPAL
              EXIT PARAGRAPH
           ELSE
              IF NOT VALID-LPRITE
                 PERFORM ERRO-ARQUIVO.

           MOVE LPIT-REGISTR-1 TO W-ANTES-LPIT

           DELETE LPRITE RECORD
           IF NOT VALID-LPRITE
              PERFORM ERRO-ARQUIVO.

           MOVE W-ANTES-LPIT (1:18) TO AUDIT-CHAVE-1
           MOVE 'LPRITE'            TO AUDIT-ARQUIVO-1
           MOVE W-ANTES-LPIT        TO AUDIT-ANTES-1
           MOVE SPACES              TO AUDIT-DEPOIS-1
           SET AUDIT-EXCLUSAO TO TRUE
           PERFORM GRAVA-AUDITLOG

           PERFORM CARREGA-PRECOS

           DISPLAY TELA-PRINCIPAL.

       CARREGA-PERMISSAO.
           SET PODE-EXCLUIR TO TRUE
           IF NOT CADPRM-ABERTO
              EXIT PARAGRAPH.
           IF W-OPERADOR-ID = 'SUPER'
              EXIT PARAGRAPH.

           MOVE W-OPERADOR-ID TO DPRM-CODOPE-1
           MOVE 'LISTPRE' TO DPRM-PROGRAMA-1
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
           MOVE 'LISTPRE'     TO AUDIT-PROGRAMA-1

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
              MOVE 'LISTPRE'  TO ERRL-PROGRAMA-1
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
