       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FORNPRO.
       AUTHOR.        ANDRE.
      *-----------------------------------------------------------------
      * FORNPRO - manutencao do catalogo fornecedor x produto.
      * Informados a empresa e o produto, lista os fornecedores
      * gravados no FORNPR com o codigo do item no fornecedor, o prazo
      * de entrega, a quantidade minima de compra, o ultimo preco e a
      * data da ultima compra (estes dois atualizados pelos
      * recebimentos do OCOMPRA) e o indicador de preferencial.  O
      * botao Gravar Fornecedor inclui ou altera o fornecedor
      * informado (valido e ativo em CADFOR); Carregar traz para a
      * tela o fornecedor selecionado na lista e Retirar Fornecedor
      * tira do catalogo o selecionado (respeita a permissao de
      * excluir da tabela CADPRM).  Marcar um fornecedor como
      * preferencial desmarca o anterior do mesmo produto.
      * Alteracoes vao para o AUDITLOG.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           copy "fornpr.sl".
           copy "tabpr.sl".
           copy "cadfor.sl".
           copy "cadprm.sl".
           copy "auditlog.sl".
           copy "errlog.sl".

       DATA DIVISION.
       FILE SECTION.

           copy "fornpr.fd".
           copy "tabpr.fd".
           copy "cadfor.fd".
           copy "cadprm.fd".
           copy "auditlog.fd".
           copy "errlog.fd".

       WORKING-STORAGE SECTION.
       77  SMALL-FONT                     HANDLE.
       78  EXCEPTION-LER                  VALUE 04.
       78  EXCEPTION-INCLUIR              VALUE 06.
       78  EXCEPTION-RETIRAR              VALUE 07.
       78  EXCEPTION-CARREGAR             VALUE 08.
       78  ID-LISTA-FORNECEDORES          VALUE 30.
       78  MAX-FORNECEDORES               VALUE 50.

       01  CAMPOS-W.
           03  STAT-FORNPR                PIC  X(02).
               88 VALID-FORNPR            VALUE '00' THRU '09'.
           03  STAT-TABPR                 PIC  X(02).
               88 VALID-TABPR             VALUE '00' THRU '09'.
           03  STAT-CADFOR                PIC  X(02).
               88 VALID-CADFOR            VALUE '00' THRU '09'.
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
               05 W-ANTES-FNPR            PIC  X(83).
               05 W-OPERADOR-ID           PIC  X(10).

           03  CAMPOS-TELA-W.
               05 W-EMPRESA-EDIT          PIC  9(003).
               05 W-CODIGO-EDIT           PIC  X(010).
               05 W-DESC-EDIT             PIC  X(050).
               05 W-UNCOMPRA-EDIT         PIC  X(003).
               05 W-FORNEC-EDIT           PIC  9(006).
               05 W-FORRAZAO-EDIT         PIC  X(040).
               05 W-CODFORN-EDIT          PIC  X(020).
               05 W-PRAZO-EDIT            PIC  ZZ9.
               05 W-QTDMIN-EDIT           PIC  ZZ.ZZZ.ZZ9,99.
               05 W-PREFER-EDIT           PIC  X(001).

           03  CAMPOS-AUXILIARES-W.
               05 W-QTDMIN                PIC  9(09)V99 VALUE 0.
               05 W-FORNEC-PREFER         PIC  9(06) VALUE 0.
               05 W-DATAUXI               PIC  9(08).
               05 REDEFINES W-DATAUXI.
                  07 W-ANOAUXI-I          PIC  9(04).
                  07 W-MESAUXI-I          PIC  9(02).
                  07 W-DIAAUXI-I          PIC  9(02).
               05 W-DATAIMP               PIC  9(08) VALUE 0.

           03  CAMPOS-LISTA-W.
               05 W-FORN-QTDE             PIC  9(03) VALUE 0.
               05 W-LISTA-FORNEC          PIC  9(06)
                                          OCCURS 50 TIMES.
               05 W-LINHA-LISTA.
                  07 W-FORNEC-LIS         PIC  9(06).
                  07 FILLER               PIC  X(02).
                  07 W-RAZAO-LIS          PIC  X(18).
                  07 FILLER               PIC  X(02).
                  07 W-CODFORN-LIS        PIC  X(14).
                  07 FILLER               PIC  X(02).
                  07 W-PRAZO-LIS          PIC  ZZ9.
                  07 FILLER               PIC  X(02).
                  07 W-QTDMIN-LIS         PIC  ZZZ.ZZ9,99.
                  07 FILLER               PIC  X(02).
                  07 W-ULTPRECO-LIS       PIC  ZZ.ZZZ.ZZ9,99.
                  07 FILLER               PIC  X(01).
                  07 W-ULTDATA-LIS        PIC  99/99/9999
                                          BLANK WHEN ZERO.
                  07 FILLER               PIC  X(02).
                  07 W-PREFER-LIS         PIC  X(01).
               05 W-LISTA-QTDE            PIC  9(03) VALUE 0.
               05 W-LISTA-SEL             PIC  9(03) VALUE 0.
               05 W-LISTA-FORNECEDORES    PIC  X(88)
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
                          TITLE "Produto"
                          ID 3
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-CODIGO-EDIT
                          LINE 03,5
                          COL 30
                          SIZE 12
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

           03 DISPLAY-FIELD USING W-DESC-EDIT
                          LINE 05
                          COL 30
                          SIZE 50
                          ID 6.

           03 LABEL       LINE 05
                          COL 82
                          TITLE "Un.compra"
                          ID 20
                          TRANSPARENT.

           03 DISPLAY-FIELD USING W-UNCOMPRA-EDIT
                          LINE 05
                          COL 91
                          SIZE 04
                          ID 21.

           03 LABEL       LINE 07
                          COL 05
                          TITLE "Fornecedor"
                          ID 7
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-FORNEC-EDIT
                          LINE 07
                          COL 30
                          SIZE 10
                          3-D
                          BOXED
                          AUTO
                          ID 8
                          FONT SMALL-FONT.

           03 DISPLAY-FIELD USING W-FORRAZAO-EDIT
                          LINE 07
                          COL 50
                          SIZE 40
                          ID 9.

           03 LABEL       LINE 08,5
                          COL 05
                          TITLE "Codigo no Fornecedor"
                          ID 10
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-CODFORN-EDIT
                          LINE 08,5
                          COL 30
                          SIZE 22
                          3-D
                          BOXED
                          AUTO
                          ID 11
                          FONT SMALL-FONT.

           03 LABEL       LINE 08,5
                          COL 60
                          TITLE "Prazo (dias)"
                          ID 12
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-PRAZO-EDIT
                          LINE 08,5
                          COL 75
                          SIZE 06
                          3-D
                          BOXED
                          AUTO
                          ID 13
                          FONT SMALL-FONT.

           03 LABEL       LINE 10
                          COL 05
                          TITLE "Quantidade Minima"
                          ID 22
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-QTDMIN-EDIT
                          LINE 10
                          COL 30
                          SIZE 14
                          3-D
                          BOXED
                          AUTO
                          ID 23
                          FONT SMALL-FONT.

           03 LABEL       LINE 10
                          COL 60
                          TITLE "Preferencial (S/N)"
                          ID 24
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-PREFER-EDIT
                          LINE 10
                          COL 80
                          SIZE 03
                          3-D
                          BOXED
                          AUTO
                          ID 25
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "Gravar &Fornecedor"
                          LINE 11,5
                          COL 05
                          SIZE 18
                          ID 14
                          EXCEPTION-VALUE EXCEPTION-INCLUIR.

           03 PUSH-BUTTON TITLE "&Carregar"
                          LINE 11,5
                          COL 26
                          SIZE 12
                          ID 26
                          EXCEPTION-VALUE EXCEPTION-CARREGAR.

           03 PUSH-BUTTON TITLE "&Retirar Fornecedor"
                          LINE 11,5
                          COL 41
                          SIZE 18
                          ID 15
                          EXCEPTION-VALUE EXCEPTION-RETIRAR.

           03 LABEL       LINE 13 COL 05
                          TITLE "FORNEC  ------RAZAO-------  -COD.FORNEC
      -                         "ED-  PRZ  -QTD.MIN.-  -ULTIMO PRECO UL
      -                         "T.COMPRA  P"
                          ID 16
                          TRANSPARENT.

           03 LIST-BOX    USING W-LISTA-FORNECEDORES (W-LISTA-SEL)
                          LINE 14
                          COL 05
                          LINES 08
                          SIZE 88
                          3-D
                          ID ID-LISTA-FORNECEDORES
                          FONT SMALL-FONT
                          NOTIFY.

           03 PUSH-BUTTON TITLE "&Sair"
                          LINE 23
                          COL 05
                          SIZE 12
                          SELF-ACT
                          ID 19
                          EXCEPTION-VALUE 27.

       PROCEDURE DIVISION.
       INICIO.
           OPEN EXTEND ERRLOG
           IF VALID-ERRLOG
              SET ERRLOG-ABERTO TO TRUE
           END-IF.

           OPEN I-O FORNPR
           IF STAT-FORNPR = '35'
              PERFORM PERGUNTA-INICIALIZA
              OPEN OUTPUT FORNPR
              CLOSE FORNPR
              OPEN I-O FORNPR.
           IF NOT VALID-FORNPR
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT TABPR
           IF NOT VALID-TABPR
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CADFOR
           IF NOT VALID-CADFOR
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
                            SIZE 97 LINES 25
                            CONTROL FONT SMALL-FONT
                            COLOR 257
                            TITLE "Fornecedores por Produto"
                            NO SCROLL
                            SYSTEM MENU
                            AUTO-RESIZE
                            BACKGROUND-LOW
                            HANDLE JANELA-PROGRAMA.

           PERFORM LIMPA-FORNECEDORES.

           DISPLAY TELA-PRINCIPAL.

           PERFORM TEST AFTER UNTIL TECLOU-ESC
              ACCEPT TELA-PRINCIPAL
                     ON EXCEPTION PERFORM TRATA-EXCEPTION-TELA-PRINCIPAL
              END-ACCEPT
           END-PERFORM.

       FIM.
           CLOSE FORNPR.
           CLOSE TABPR.
           CLOSE CADFOR.
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
             WHEN EXCEPTION-LER
                  PERFORM ROTINA-LER
             WHEN EXCEPTION-INCLUIR
                  PERFORM ROTINA-GRAVAR-FORNECEDOR
             WHEN EXCEPTION-CARREGAR
                  PERFORM ROTINA-CARREGAR-FORNECEDOR
             WHEN EXCEPTION-RETIRAR
                  PERFORM ROTINA-RETIRAR-FORNECEDOR
           END-EVALUATE.

       LIMPA-FORNECEDORES.
           MOVE 0 TO W-FORN-QTDE
           MOVE 1 TO W-LISTA-QTDE
           MOVE SPACES TO W-LISTA-FORNECEDORES (1)
           MOVE 1 TO W-LISTA-SEL.

       LIMPA-CAMPOS-FORNECEDOR.
           MOVE 0      TO W-FORNEC-EDIT W-PRAZO-EDIT W-QTDMIN-EDIT
           MOVE SPACES TO W-FORRAZAO-EDIT W-CODFORN-EDIT
                          W-PREFER-EDIT.

      *-----------------------------------------------------------------
      * o produto tem de estar cadastrado no TABPR da empresa
      *-----------------------------------------------------------------
       LE-PRODUTO.
           INITIALIZE             TDES-REGISTR-1
           MOVE W-EMPRESA-EDIT TO TDES-EMPRESA-1
           MOVE W-CODIGO-EDIT  TO TDES-CODIGO-1
           READ TABPR
           IF STAT-TABPR = '23'
              MOVE SPACES TO W-DESC-EDIT W-UNCOMPRA-EDIT
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Produto nao cadastrado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           ELSE
              IF NOT VALID-TABPR
                 PERFORM ERRO-ARQUIVO.

           MOVE TDES-DESC-1 TO W-DESC-EDIT
           MOVE TDES-UNCOMPRA-1 TO W-UNCOMPRA-EDIT
           IF W-UNCOMPRA-EDIT = SPACES
              MOVE TDES-UNIDADE-1 TO W-UNCOMPRA-EDIT
           END-IF
           IF W-UNCOMPRA-EDIT = SPACES
              MOVE 'UN' TO W-UNCOMPRA-EDIT
           END-IF.

       ROTINA-LER.
           IF EVENT-TYPE <> CMD-GOTO AND CMD-CLICKED
              EXIT PARAGRAPH.

           IF W-EMPRESA-EDIT = 0 OR W-CODIGO-EDIT = SPACES
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe a empresa e o produto.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           PERFORM LIMPA-FORNECEDORES
           PERFORM LIMPA-CAMPOS-FORNECEDOR
           PERFORM LE-PRODUTO
           IF NOT VALID-TABPR
              DISPLAY TELA-PRINCIPAL
              EXIT PARAGRAPH.

           PERFORM CARREGA-FORNECEDORES

           IF W-FORN-QTDE = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Produto sem fornecedores no catalogo.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-MENSAGEM
           END-IF.

           DISPLAY TELA-PRINCIPAL.

      *-----------------------------------------------------------------
      * monta a lista com os fornecedores do produto
      *-----------------------------------------------------------------
       CARREGA-FORNECEDORES.
           PERFORM LIMPA-FORNECEDORES

           INITIALIZE             FNPR-REGISTR-1
           MOVE W-EMPRESA-EDIT TO FNPR-EMPRESA-1
           MOVE W-CODIGO-EDIT  TO FNPR-CODIGO-1
           START FORNPR KEY >= FNPR-RECORDK-1
           IF VALID-FORNPR
              PERFORM UNTIL W-FORN-QTDE >= MAX-FORNECEDORES
                 READ FORNPR NEXT AT END
                             EXIT PERFORM
                 END-READ
                 IF NOT VALID-FORNPR
                    EXIT PERFORM
                 END-IF
                 IF FNPR-EMPRESA-1 <> W-EMPRESA-EDIT OR
                    FNPR-CODIGO-1 <> W-CODIGO-EDIT
                    EXIT PERFORM
                 END-IF
                 PERFORM MONTA-LINHA-FORNECEDOR
              END-PERFORM
           END-IF.

           MOVE 1 TO W-LISTA-SEL.

       MONTA-LINHA-FORNECEDOR.
           INITIALIZE             DFOR-REGISTR-1
           MOVE FNPR-EMPRESA-1 TO DFOR-EMPRESA-1
           MOVE FNPR-FORNEC-1  TO DFOR-CODFOR-1
           READ CADFOR
           IF NOT VALID-CADFOR
              MOVE 'Fornecedor nao cadastrado' TO DFOR-RAZAO-1
           END-IF

           ADD 1 TO W-FORN-QTDE
           MOVE SPACES            TO W-LINHA-LISTA
           MOVE FNPR-FORNEC-1     TO W-FORNEC-LIS
           MOVE DFOR-RAZAO-1      TO W-RAZAO-LIS
           MOVE FNPR-CODFORN-1    TO W-CODFORN-LIS
           MOVE FNPR-PRAZO-1      TO W-PRAZO-LIS
           MOVE FNPR-QTDMIN-1     TO W-QTDMIN-LIS
           MOVE FNPR-ULTPRECO-1   TO W-ULTPRECO-LIS
           MOVE FNPR-ULTDATA-1    TO W-DATAUXI
           COMPUTE W-DATAIMP = W-ANOAUXI-I +
                               W-MESAUXI-I * 10000 +
                               W-DIAAUXI-I * 1000000
           MOVE W-DATAIMP         TO W-ULTDATA-LIS
           IF FNPR-PREFERIDO
              MOVE 'S' TO W-PREFER-LIS
           END-IF
           MOVE W-FORN-QTDE       TO W-LISTA-QTDE
           MOVE W-LINHA-LISTA     TO W-LISTA-FORNECEDORES (W-FORN-QTDE)
           MOVE FNPR-FORNEC-1     TO W-LISTA-FORNEC (W-FORN-QTDE).

      *-----------------------------------------------------------------
      * grava (inclui ou altera) o fornecedor no catalogo do produto
      *-----------------------------------------------------------------
       ROTINA-GRAVAR-FORNECEDOR.
           IF W-EMPRESA-EDIT = 0 OR W-CODIGO-EDIT = SPACES
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe a empresa e o produto.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           PERFORM LE-PRODUTO
           IF NOT VALID-TABPR
              DISPLAY TELA-PRINCIPAL
              EXIT PARAGRAPH.

           IF W-FORNEC-EDIT = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe o fornecedor.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 8 TO W-CONTROL-ID
              EXIT PARAGRAPH.

           INITIALIZE            DFOR-REGISTR-1
           MOVE W-EMPRESA-EDIT TO DFOR-EMPRESA-1
           MOVE W-FORNEC-EDIT  TO DFOR-CODFOR-1
           READ CADFOR
           IF STAT-CADFOR = '23'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Fornecedor nao cadastrado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           ELSE
              IF NOT VALID-CADFOR
                 PERFORM ERRO-ARQUIVO.

           MOVE DFOR-RAZAO-1 TO W-FORRAZAO-EDIT

           IF DFOR-INATIVO
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Fornecedor inativo.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              DISPLAY TELA-PRINCIPAL
              EXIT PARAGRAPH.

           INSPECT W-PREFER-EDIT CONVERTING 'sn' TO 'SN'
           IF W-PREFER-EDIT = SPACES
              MOVE 'N' TO W-PREFER-EDIT
           END-IF
           IF W-PREFER-EDIT <> 'S' AND W-PREFER-EDIT <> 'N'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Preferencial deve ser S ou N.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              DISPLAY TELA-PRINCIPAL
              EXIT PARAGRAPH.

           MOVE W-QTDMIN-EDIT TO W-QTDMIN

           INITIALIZE             FNPR-REGISTR-1
           MOVE W-EMPRESA-EDIT TO FNPR-EMPRESA-1
           MOVE W-CODIGO-EDIT  TO FNPR-CODIGO-1
           MOVE W-FORNEC-EDIT  TO FNPR-FORNEC-1
           READ FORNPR
           IF STAT-FORNPR = '23'
              INITIALIZE             FNPR-REGISTR-1
              MOVE W-EMPRESA-EDIT TO FNPR-EMPRESA-1
              MOVE W-CODIGO-EDIT  TO FNPR-CODIGO-1
              MOVE W-FORNEC-EDIT  TO FNPR-FORNEC-1
              MOVE SPACES         TO W-ANTES-FNPR
           ELSE
              IF NOT VALID-FORNPR
                 PERFORM ERRO-ARQUIVO
              ELSE
                 MOVE FNPR-REGISTR-1 TO W-ANTES-FNPR
              END-IF
           END-IF.

           IF STAT-FORNPR = '23' AND W-FORN-QTDE >= MAX-FORNECEDORES
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Produto com o maximo de 50 fornecedores.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           MOVE W-CODFORN-EDIT TO FNPR-CODFORN-1
           MOVE W-PRAZO-EDIT   TO FNPR-PRAZO-1
           MOVE W-QTDMIN       TO FNPR-QTDMIN-1
           MOVE W-PREFER-EDIT  TO FNPR-PREFER-1
           MOVE W-OPERADOR-ID  TO FNPR-OPERADOR-1

           IF STAT-FORNPR = '23'
              WRITE FNPR-REGISTR-1
           ELSE
              REWRITE FNPR-REGISTR-1
           END-IF.

           IF NOT VALID-FORNPR
              PERFORM ERRO-ARQUIVO.

           MOVE FNPR-RECORDK-1 TO AUDIT-CHAVE-1
           MOVE 'FORNPR'       TO AUDIT-ARQUIVO-1
           MOVE W-ANTES-FNPR   TO AUDIT-ANTES-1
           MOVE FNPR-REGISTR-1 TO AUDIT-DEPOIS-1
           SET AUDIT-GRAVACAO TO TRUE
           PERFORM GRAVA-AUDITLOG

           IF FNPR-PREFERIDO
              MOVE FNPR-FORNEC-1 TO W-FORNEC-PREFER
              PERFORM DESMARCA-PREFERENCIAL
           END-IF

           PERFORM LIMPA-CAMPOS-FORNECEDOR
           PERFORM CARREGA-FORNECEDORES

           DISPLAY TELA-PRINCIPAL.

      *-----------------------------------------------------------------
      * so um fornecedor preferencial por produto: desmarca os demais
      *-----------------------------------------------------------------
       DESMARCA-PREFERENCIAL.
           INITIALIZE             FNPR-REGISTR-1
           MOVE W-EMPRESA-EDIT TO FNPR-EMPRESA-1
           MOVE W-CODIGO-EDIT  TO FNPR-CODIGO-1
           START FORNPR KEY >= FNPR-RECORDK-1
           IF NOT VALID-FORNPR
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ FORNPR NEXT AT END
                          EXIT PERFORM
              END-READ
              IF NOT VALID-FORNPR OR
                 FNPR-EMPRESA-1 <> W-EMPRESA-EDIT OR
                 FNPR-CODIGO-1 <> W-CODIGO-EDIT
                 EXIT PERFORM
              END-IF
              IF FNPR-PREFERIDO AND FNPR-FORNEC-1 <> W-FORNEC-PREFER
                 MOVE FNPR-REGISTR-1 TO W-ANTES-FNPR
                 MOVE 'N'            TO FNPR-PREFER-1
                 MOVE W-OPERADOR-ID  TO FNPR-OPERADOR-1
                 REWRITE FNPR-REGISTR-1
                 IF NOT VALID-FORNPR
                    PERFORM ERRO-ARQUIVO
                 END-IF
                 MOVE FNPR-RECORDK-1 TO AUDIT-CHAVE-1
                 MOVE 'FORNPR'       TO AUDIT-ARQUIVO-1
                 MOVE W-ANTES-FNPR   TO AUDIT-ANTES-1
                 MOVE FNPR-REGISTR-1 TO AUDIT-DEPOIS-1
                 SET AUDIT-GRAVACAO TO TRUE
                 PERFORM GRAVA-AUDITLOG
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * traz para a tela o fornecedor selecionado na lista
      *-----------------------------------------------------------------
       ROTINA-CARREGAR-FORNECEDOR.
           IF W-FORN-QTDE = 0 OR
              W-LISTA-SEL = 0 OR W-LISTA-SEL > W-FORN-QTDE
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Selecione um fornecedor na lista.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           INITIALIZE             FNPR-REGISTR-1
           MOVE W-EMPRESA-EDIT TO FNPR-EMPRESA-1
           MOVE W-CODIGO-EDIT  TO FNPR-CODIGO-1
           MOVE W-LISTA-FORNEC (W-LISTA-SEL) TO FNPR-FORNEC-1
           READ FORNPR
           IF STAT-FORNPR = '23'
              PERFORM CARREGA-FORNECEDORES
              DISPLAY TELA-PRINCIPAL
              EXIT PARAGRAPH
           ELSE
              IF NOT VALID-FORNPR
                 PERFORM ERRO-ARQUIVO.

           MOVE FNPR-FORNEC-1  TO W-FORNEC-EDIT
           MOVE FNPR-CODFORN-1 TO W-CODFORN-EDIT
           MOVE FNPR-PRAZO-1   TO W-PRAZO-EDIT
           MOVE FNPR-QTDMIN-1  TO W-QTDMIN-EDIT
           MOVE FNPR-PREFER-1  TO W-PREFER-EDIT

           INITIALIZE             DFOR-REGISTR-1
           MOVE FNPR-EMPRESA-1 TO DFOR-EMPRESA-1
           MOVE FNPR-FORNEC-1  TO DFOR-CODFOR-1
           READ CADFOR
           IF VALID-CADFOR
              MOVE DFOR-RAZAO-1 TO W-FORRAZAO-EDIT
           ELSE
              MOVE SPACES       TO W-FORRAZAO-EDIT
           END-IF

           DISPLAY TELA-PRINCIPAL.

      *-----------------------------------------------------------------
      * retira do catalogo o fornecedor selecionado na lista
      *-----------------------------------------------------------------
       ROTINA-RETIRAR-FORNECEDOR.
           IF NOT PODE-EXCLUIR
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Operador sem permissao para excluir.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ATENCAO
              EXIT PARAGRAPH.

           IF W-FORN-QTDE = 0 OR
              W-LISTA-SEL = 0 OR W-LISTA-SEL > W-FORN-QTDE
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Selecione um fornecedor na lista.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           INITIALIZE             FNPR-REGISTR-1
           MOVE W-EMPRESA-EDIT TO FNPR-EMPRESA-1
           MOVE W-CODIGO-EDIT  TO FNPR-CODIGO-1
           MOVE W-LISTA-FORNEC (W-LISTA-SEL) TO FNPR-FORNEC-1
           READ FORNPR
           IF STAT-FORNPR = '23'
              PERFORM CARREGA-FORNECEDORES
              DISPLAY TELA-PRINCIPAL
              EXIT PARAGRAPH
           ELSE
              IF NOT VALID-FORNPR
                 PERFORM ERRO-ARQUIVO.

           INITIALIZE CA-MESSAGE-LINK
           MOVE 3 TO CA-MESSAGE-TYPE
           MOVE 22 TO CA-MESSAGE-RESP
           MOVE 'Deseja realmente retirar o fornecedor?'
                                    TO CA-MESSAGE-1
           CALL 'CAMESSAG'
           CANCEL 'CAMESSAG'
           IF CA-MESSAGE-RESP NOT = 1
              EXIT PARAGRAPH.

           MOVE FNPR-REGISTR-1 TO W-ANTES-FNPR

           DELETE FORNPR RECORD
           IF NOT VALID-FORNPR
              PERFORM ERRO-ARQUIVO.

           MOVE W-ANTES-FNPR (1:19) TO AUDIT-CHAVE-1
           MOVE 'FORNPR'            TO AUDIT-ARQUIVO-1
           MOVE W-ANTES-FNPR        TO AUDIT-ANTES-1
           MOVE SPACES              TO AUDIT-DEPOIS-1
           SET AUDIT-EXCLUSAO TO TRUE
           PERFORM GRAVA-AUDITLOG

           PERFORM LIMPA-CAMPOS-FORNECEDOR
           PERFORM CARREGA-FORNECEDORES

           DISPLAY TELA-PRINCIPAL.

       CARREGA-PERMISSAO.
           SET PODE-EXCLUIR TO TRUE
           IF NOT CADPRM-ABERTO
              EXIT PARAGRAPH.
           IF W-OPERADOR-ID = 'SUPER'
              EXIT PARAGRAPH.

           MOVE W-OPERADOR-ID TO DPRM-CODOPE-1
           MOVE 'FORNPRO' TO DPRM-PROGRAMA-1
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
           MOVE 'FORNPRO'     TO AUDIT-PROGRAMA-1

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
              MOVE 'FORNPRO'  TO ERRL-PROGRAMA-1
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
