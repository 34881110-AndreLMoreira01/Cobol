       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ESTRUTU.
       AUTHOR.        ANDRE.
      *-----------------------------------------------------------------
      * ESTRUTU - manutencao da estrutura de produtos (lista de
      * materiais).  Informados a empresa e o produto acabado, lista
      * os componentes gravados no ESTRUT com a quantidade por
      * unidade, o percentual de perda e o custo medio atual do TABPR,
      * fechando com o custo estimado de uma unidade do acabado (soma
      * do custo dos componentes com a perda).  O botao Gravar
      * Componente inclui ou altera o componente informado e o
      * Retirar Componente tira da estrutura o componente selecionado
      * (respeita a permissao de excluir da tabela CADPRM).
      * Componente nao pode ser o proprio acabado nem um produto que
      * tenha o acabado na sua estrutura.  Alteracoes vao para o
      * AUDITLOG.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           copy "estrut.sl".
           copy "tabpr.sl".
           copy "cadprm.sl".
           copy "auditlog.sl".
           copy "errlog.sl".

       DATA DIVISION.
       FILE SECTION.

           copy "estrut.fd".
           copy "tabpr.fd".
           copy "cadprm.fd".
           copy "auditlog.fd".
           copy "errlog.fd".

       WORKING-STORAGE SECTION.
       77  SMALL-FONT                     HANDLE.
       78  EXCEPTION-LER                  VALUE 04.
       78  EXCEPTION-INCLUIR              VALUE 06.
       78  EXCEPTION-RETIRAR              VALUE 07.
       78  ID-LISTA-COMPONENTES           VALUE 30.
       78  MAX-COMPONENTES                VALUE 50.

       01  CAMPOS-W.
           03  STAT-ESTRUT                PIC  X(02).
               88 VALID-ESTRUT            VALUE '00' THRU '09'.
           03  STAT-TABPR                 PIC  X(02).
               88 VALID-TABPR             VALUE '00' THRU '09'.
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
               05 W-ANTES-ESTR            PIC  X(49).
               05 W-OPERADOR-ID           PIC  X(10).

           03  CAMPOS-TELA-W.
               05 W-EMPRESA-EDIT          PIC  9(003).
               05 W-CODACAB-EDIT          PIC  X(010).
               05 W-DESCACAB-EDIT         PIC  X(050).
               05 W-CODCOMP-EDIT          PIC  X(010).
               05 W-DESCCOMP-EDIT         PIC  X(050).
               05 W-QTDUNIT-EDIT          PIC  Z.ZZZ.ZZ9,9999.
               05 W-PERDA-EDIT            PIC  ZZ9,99.
               05 W-CUSTOEST-EDIT         PIC  ZZZ.ZZZ.ZZ9,99.

           03  CAMPOS-AUXILIARES-W.
               05 W-QTDUNIT               PIC  9(07)V9999 VALUE 0.
               05 W-PERDA                 PIC  9(03)V99 VALUE 0.
               05 W-CUSTO-COMP            PIC  9(11)V99 VALUE 0.
               05 W-CUSTO-ESTIMADO        PIC  9(11)V99 VALUE 0.

           03  CAMPOS-LISTA-W.
               05 W-COMP-QTDE             PIC  9(03) VALUE 0.
               05 W-LISTA-CODIGO          PIC  X(10)
                                          OCCURS 50 TIMES.
               05 W-LINHA-LISTA.
                  07 W-CODIGO-LIS         PIC  X(10).
                  07 FILLER               PIC  X(02).
                  07 W-DESC-LIS           PIC  X(30).
                  07 FILLER               PIC  X(02).
                  07 W-QTDUNIT-LIS        PIC  Z.ZZZ.ZZ9,9999.
                  07 FILLER               PIC  X(02).
                  07 W-PERDA-LIS          PIC  ZZ9,99.
                  07 FILLER               PIC  X(02).
                  07 W-CUSTO-LIS          PIC  ZZ.ZZZ.ZZ9,99.
               05 W-LISTA-QTDE            PIC  9(03) VALUE 0.
               05 W-LISTA-SEL             PIC  9(03) VALUE 0.
               05 W-LISTA-COMPONENTES     PIC  X(85)
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
                          TITLE "Produto Acabado"
                          ID 3
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-CODACAB-EDIT
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

           03 DISPLAY-FIELD USING W-DESCACAB-EDIT
                          LINE 05
                          COL 30
                          SIZE 50
                          ID 6.

           03 LABEL       LINE 07
                          COL 05
                          TITLE "Componente"
                          ID 7
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-CODCOMP-EDIT
                          LINE 07
                          COL 30
                          SIZE 12
                          3-D
                          BOXED
                          AUTO
                          ID 8
                          FONT SMALL-FONT.

           03 DISPLAY-FIELD USING W-DESCCOMP-EDIT
                          LINE 07
                          COL 50
                          SIZE 40
                          ID 9.

           03 LABEL       LINE 08,5
                          COL 05
                          TITLE "Quantidade por Unidade"
                          ID 10
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-QTDUNIT-EDIT
                          LINE 08,5
                          COL 30
                          SIZE 14
                          3-D
                          BOXED
                          AUTO
                          ID 11
                          FONT SMALL-FONT.

           03 LABEL       LINE 08,5
                          COL 50
                          TITLE "Perda %"
                          ID 12
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-PERDA-EDIT
                          LINE 08,5
                          COL 60
                          SIZE 08
                          3-D
                          BOXED
                          AUTO
                          ID 13
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "Gravar &Componente"
                          LINE 10
                          COL 05
                          SIZE 18
                          ID 14
                          EXCEPTION-VALUE EXCEPTION-INCLUIR.

           03 PUSH-BUTTON TITLE "&Retirar Componente"
                          LINE 10
                          COL 26
                          SIZE 18
                          ID 15
                          EXCEPTION-VALUE EXCEPTION-RETIRAR.

           03 LABEL       LINE 11,5 COL 05
                          TITLE "-CODIGO---  -----------DESCRICAO-------
      -                         "---  -QTD.UNIDADE--  PERDA%  -CUSTO MED
      -                         "IO-"
                          ID 16
                          TRANSPARENT.

           03 LIST-BOX    USING W-LISTA-COMPONENTES (W-LISTA-SEL)
                          LINE 12,5
                          COL 05
                          LINES 09
                          SIZE 85
                          3-D
                          ID ID-LISTA-COMPONENTES
                          FONT SMALL-FONT
                          NOTIFY.

           03 LABEL       LINE 22
                          COL 05
                          TITLE "Custo estimado por unidade: "
                          ID 17
                          TRANSPARENT.

           03 DISPLAY-FIELD USING W-CUSTOEST-EDIT
                          LINE 22
                          COL 30
                          SIZE 14
                          ID 18.

           03 PUSH-BUTTON TITLE "&Sair"
                          LINE 24
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

           OPEN I-O ESTRUT
           IF STAT-ESTRUT = '35'
              PERFORM PERGUNTA-INICIALIZA
              OPEN OUTPUT ESTRUT
              CLOSE ESTRUT
              OPEN I-O ESTRUT.
           IF NOT VALID-ESTRUT
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT TABPR
           IF NOT VALID-TABPR
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
                            TITLE "Estrutura de Produtos"
                            NO SCROLL
                            SYSTEM MENU
                            AUTO-RESIZE
                            BACKGROUND-LOW
                            HANDLE JANELA-PROGRAMA.

           PERFORM LIMPA-COMPONENTES.

           DISPLAY TELA-PRINCIPAL.

           PERFORM TEST AFTER UNTIL TECLOU-ESC
              ACCEPT TELA-PRINCIPAL
                     ON EXCEPTION PERFORM TRATA-EXCEPTION-TELA-PRINCIPAL
              END-ACCEPT
           END-PERFORM.

       FIM.
           CLOSE ESTRUT.
           CLOSE TABPR.
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
                  PERFORM ROTINA-GRAVAR-COMPONENTE
             WHEN EXCEPTION-RETIRAR
                  PERFORM ROTINA-RETIRAR-COMPONENTE
           END-EVALUATE.

       LIMPA-COMPONENTES.
           MOVE 0 TO W-COMP-QTDE W-CUSTO-ESTIMADO
           MOVE 0 TO W-CUSTOEST-EDIT
           MOVE 1 TO W-LISTA-QTDE
           MOVE SPACES TO W-LISTA-COMPONENTES (1)
           MOVE 1 TO W-LISTA-SEL.

      *-----------------------------------------------------------------
      * o acabado tem de estar cadastrado no TABPR da empresa
      *-----------------------------------------------------------------
       LE-ACABADO.
           INITIALIZE             TDES-REGISTR-1
           MOVE W-EMPRESA-EDIT TO TDES-EMPRESA-1
           MOVE W-CODACAB-EDIT TO TDES-CODIGO-1
           READ TABPR
           IF STAT-TABPR = '23'
              MOVE SPACES TO W-DESCACAB-EDIT
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Produto acabado nao cadastrado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           ELSE
              IF NOT VALID-TABPR
                 PERFORM ERRO-ARQUIVO.

           MOVE TDES-DESC-1 TO W-DESCACAB-EDIT.

       ROTINA-LER.
           IF EVENT-TYPE <> CMD-GOTO AND CMD-CLICKED
              EXIT PARAGRAPH.

           IF W-EMPRESA-EDIT = 0 OR W-CODACAB-EDIT = SPACES
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe a empresa e o produto acabado.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           PERFORM LIMPA-COMPONENTES
           PERFORM LE-ACABADO
           IF NOT VALID-TABPR
              DISPLAY TELA-PRINCIPAL
              EXIT PARAGRAPH.

           PERFORM CARREGA-COMPONENTES

           IF W-COMP-QTDE = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Produto sem estrutura cadastrada.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-MENSAGEM
           END-IF.

           DISPLAY TELA-PRINCIPAL.

      *-----------------------------------------------------------------
      * monta a lista com os componentes do acabado e o custo atual de
      * cada um (quantidade com a perda vezes o custo medio)
      *-----------------------------------------------------------------
       CARREGA-COMPONENTES.
           PERFORM LIMPA-COMPONENTES

           INITIALIZE             ESTR-REGISTR-1
           MOVE W-EMPRESA-EDIT TO ESTR-EMPRESA-1
           MOVE W-CODACAB-EDIT TO ESTR-CODACAB-1
           START ESTRUT KEY >= ESTR-RECORDK-1
           IF VALID-ESTRUT
              PERFORM UNTIL W-COMP-QTDE >= MAX-COMPONENTES
                 READ ESTRUT NEXT AT END
                             EXIT PERFORM
                 END-READ
                 IF NOT VALID-ESTRUT
                    EXIT PERFORM
                 END-IF
                 IF ESTR-EMPRESA-1 <> W-EMPRESA-EDIT OR
                    ESTR-CODACAB-1 <> W-CODACAB-EDIT
                    EXIT PERFORM
                 END-IF
                 PERFORM MONTA-LINHA-COMPONENTE
              END-PERFORM
           END-IF.

           MOVE W-CUSTO-ESTIMADO TO W-CUSTOEST-EDIT
           MOVE 1 TO W-LISTA-SEL.

       MONTA-LINHA-COMPONENTE.
           INITIALIZE             TDES-REGISTR-1
           MOVE ESTR-EMPRESA-1 TO TDES-EMPRESA-1
           MOVE ESTR-CODCOMP-1 TO TDES-CODIGO-1
           READ TABPR
           IF NOT VALID-TABPR
              MOVE 'Produto nao cadastrado' TO TDES-DESC-1
              MOVE 0                        TO TDES-CUSTOMED-1
           END-IF

           COMPUTE W-CUSTO-COMP ROUNDED =
                   ESTR-QTDUNIT-1 * (1 + ESTR-PERDA-1 / 100) *
                   TDES-CUSTOMED-1
           ADD W-CUSTO-COMP TO W-CUSTO-ESTIMADO

           ADD 1 TO W-COMP-QTDE
           MOVE SPACES          TO W-LINHA-LISTA
           MOVE ESTR-CODCOMP-1  TO W-CODIGO-LIS
           MOVE TDES-DESC-1     TO W-DESC-LIS
           MOVE ESTR-QTDUNIT-1  TO W-QTDUNIT-LIS
           MOVE ESTR-PERDA-1    TO W-PERDA-LIS
           MOVE TDES-CUSTOMED-1 TO W-CUSTO-LIS
           MOVE W-COMP-QTDE     TO W-LISTA-QTDE
           MOVE W-LINHA-LISTA   TO W-LISTA-COMPONENTES (W-COMP-QTDE)
           MOVE ESTR-CODCOMP-1  TO W-LISTA-CODIGO (W-COMP-QTDE).

      *-----------------------------------------------------------------
      * grava (inclui ou altera) o componente na estrutura do acabado
      *-----------------------------------------------------------------
       ROTINA-GRAVAR-COMPONENTE.
           IF W-EMPRESA-EDIT = 0 OR W-CODACAB-EDIT = SPACES
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe a empresa e o produto acabado.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           PERFORM LE-ACABADO
           IF NOT VALID-TABPR
              DISPLAY TELA-PRINCIPAL
              EXIT PARAGRAPH.

           IF W-CODCOMP-EDIT = SPACES
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Componente invalido.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 8 TO W-CONTROL-ID
              EXIT PARAGRAPH.

           IF W-CODCOMP-EDIT = W-CODACAB-EDIT
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'O componente nao pode ser o proprio acabado.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           INITIALIZE             TDES-REGISTR-1
           MOVE W-EMPRESA-EDIT TO TDES-EMPRESA-1
           MOVE W-CODCOMP-EDIT TO TDES-CODIGO-1
           READ TABPR
           IF STAT-TABPR = '23'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Componente nao cadastrado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           ELSE
              IF NOT VALID-TABPR
                 PERFORM ERRO-ARQUIVO.

           MOVE TDES-DESC-1 TO W-DESCCOMP-EDIT

           IF TDES-INATIVO
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Componente inativo.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              DISPLAY TELA-PRINCIPAL
              EXIT PARAGRAPH.

           MOVE W-QTDUNIT-EDIT TO W-QTDUNIT
           IF W-QTDUNIT = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'A quantidade deve ser maior que zero.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              DISPLAY TELA-PRINCIPAL
              EXIT PARAGRAPH.

           MOVE W-PERDA-EDIT TO W-PERDA
           IF W-PERDA >= 100
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Percentual de perda deve ser menor que 100.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              DISPLAY TELA-PRINCIPAL
              EXIT PARAGRAPH.

      *    o componente nao pode ter o acabado na sua propria estrutura
           INITIALIZE             ESTR-REGISTR-1
           MOVE W-EMPRESA-EDIT TO ESTR-EMPRESA-1
           MOVE W-CODCOMP-EDIT TO ESTR-CODACAB-1
           MOVE W-CODACAB-EDIT TO ESTR-CODCOMP-1
           READ ESTRUT
           IF VALID-ESTRUT
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'O componente usa este acabado na sua estrutura.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           INITIALIZE             ESTR-REGISTR-1
           MOVE W-EMPRESA-EDIT TO ESTR-EMPRESA-1
           MOVE W-CODACAB-EDIT TO ESTR-CODACAB-1
           MOVE W-CODCOMP-EDIT TO ESTR-CODCOMP-1
           READ ESTRUT
           IF STAT-ESTRUT = '23'
              INITIALIZE             ESTR-REGISTR-1
              MOVE W-EMPRESA-EDIT TO ESTR-EMPRESA-1
              MOVE W-CODACAB-EDIT TO ESTR-CODACAB-1
              MOVE W-CODCOMP-EDIT TO ESTR-CODCOMP-1
              MOVE SPACES         TO W-ANTES-ESTR
           ELSE
              IF NOT VALID-ESTRUT
                 PERFORM ERRO-ARQUIVO
              ELSE
                 MOVE ESTR-REGISTR-1 TO W-ANTES-ESTR
              END-IF
           END-IF.

           IF STAT-ESTRUT = '23' AND W-COMP-QTDE >= MAX-COMPONENTES
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Estrutura com o maximo de 50 componentes.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           MOVE W-QTDUNIT     TO ESTR-QTDUNIT-1
           MOVE W-PERDA       TO ESTR-PERDA-1
           MOVE W-OPERADOR-ID TO ESTR-OPERADOR-1

           IF STAT-ESTRUT = '23'
              WRITE ESTR-REGISTR-1
           ELSE
              REWRITE ESTR-REGISTR-1
           END-IF.

           IF NOT VALID-ESTRUT
              PERFORM ERRO-ARQUIVO.

           MOVE ESTR-RECORDK-1 TO AUDIT-CHAVE-1
           MOVE 'ESTRUT'       TO AUDIT-ARQUIVO-1
           MOVE W-ANTES-ESTR   TO AUDIT-ANTES-1
           MOVE ESTR-REGISTR-1 TO AUDIT-DEPOIS-1
           SET AUDIT-GRAVACAO TO TRUE
           PERFORM GRAVA-AUDITLOG

           MOVE SPACES TO W-CODCOMP-EDIT W-DESCCOMP-EDIT
           MOVE 0      TO W-QTDUNIT-EDIT W-PERDA-EDIT
           PERFORM CARREGA-COMPONENTES

           DISPLAY TELA-PRINCIPAL.

      *-----------------------------------------------------------------
      * retira da estrutura o componente selecionado na lista
      *-----------------------------------------------------------------
       ROTINA-RETIRAR-COMPONENTE.
           IF NOT PODE-EXCLUIR
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Operador sem permissao para excluir.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ATENCAO
              EXIT PARAGRAPH.

           IF W-COMP-QTDE = 0 OR
              W-LISTA-SEL = 0 OR W-LISTA-SEL > W-COMP-QTDE
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Selecione um componente na lista.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           INITIALIZE             ESTR-REGISTR-1
           MOVE W-EMPRESA-EDIT TO ESTR-EMPRESA-1
           MOVE W-CODACAB-EDIT TO ESTR-CODACAB-1
           MOVE W-LISTA-CODIGO (W-LISTA-SEL) TO ESTR-CODCOMP-1
           READ ESTRUT
           IF STAT-ESTRUT = '23'
              PERFORM CARREGA-COMPONENTES
              DISPLAY TELA-PRINCIPAL
              EXIT PARAGRAPH
           ELSE
              IF NOT VALID-ESTRUT
                 PERFORM ERRO-ARQUIVO.

           MOVE ESTR-REGISTR-1 TO W-ANTES-ESTR

           DELETE ESTRUT RECORD
           IF NOT VALID-ESTRUT
              PERFORM ERRO-ARQUIVO.

           MOVE W-ANTES-ESTR (1:20) TO AUDIT-CHAVE-1
           MOVE 'ESTRUT'            TO AUDIT-ARQUIVO-1
           MOVE W-ANTES-ESTR        TO AUDIT-ANTES-1
           MOVE SPACES              TO AUDIT-DEPOIS-1
           SET AUDIT-EXCLUSAO TO TRUE
           PERFORM GRAVA-AUDITLOG

           PERFORM CARREGA-COMPONENTES

           DISPLAY TELA-PRINCIPAL.

       CARREGA-PERMISSAO.
           SET PODE-EXCLUIR TO TRUE
           IF NOT CADPRM-ABERTO
              EXIT PARAGRAPH.
           IF W-OPERADOR-ID = 'SUPER'
              EXIT PARAGRAPH.

           MOVE W-OPERADOR-ID TO DPRM-CODOPE-1
           MOVE 'ESTRUTU' TO DPRM-PROGRAMA-1
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
           MOVE 'ESTRUTU'     TO AUDIT-PROGRAMA-1

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
              MOVE 'ESTRUTU'  TO ERRL-PROGRAMA-1
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
