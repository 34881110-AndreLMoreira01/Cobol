       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LANEVE.
       AUTHOR.        ANDRE.
      *-----------------------------------------------------------------
      * LANEVE - lancamento mensal dos eventos da folha.
      * Para a empresa, competencia (AAAAMM) e funcionario do CADFUN
      * informados mostra os eventos ja lancados no MOVEVE; o botao
      * Gravar Evento inclui ou altera o evento informado (codigo
      * ativo do TABEVE): evento por hora pede as horas (o valor sai
      * na FOLHA pelo salario do funcionario), evento de valor fixo
      * pede o valor (em branco assume o valor padrao do TABEVE).  O
      * Retirar Evento tira o evento selecionado e respeita a
      * permissao de excluir da tabela CADPRM.  Funcionario admitido
      * depois ou desligado antes da competencia nao recebe evento.
      * A conferencia dos lancamentos e o relatorio RELEVE.
      * Alteracoes vao para o AUDITLOG.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           copy "moveve.sl".
           copy "tabeve.sl".
           copy "cadfun.sl".
           copy "cademp.sl".
           copy "cadprm.sl".
           copy "auditlog.sl".
           copy "errlog.sl".

       DATA DIVISION.
       FILE SECTION.

           copy "moveve.fd".
           copy "tabeve.fd".
           copy "cadfun.fd".
           copy "cademp.fd".
           copy "cadprm.fd".
           copy "auditlog.fd".
           copy "errlog.fd".

       WORKING-STORAGE SECTION.
       77  SMALL-FONT                     HANDLE.
       78  EXCEPTION-LER                  VALUE 04.
       78  EXCEPTION-INCLUIR              VALUE 06.
       78  EXCEPTION-RETIRAR              VALUE 07.
       78  ID-LISTA-EVENTOS               VALUE 30.
       78  MAX-EVENTOS                    VALUE 100.

       01  CAMPOS-W.
           03  STAT-MOVEVE                PIC  X(02).
               88 VALID-MOVEVE            VALUE '00' THRU '09'.
           03  STAT-TABEVE                PIC  X(02).
               88 VALID-TABEVE            VALUE '00' THRU '09'.
           03  STAT-CADFUN                PIC  X(02).
               88 VALID-CADFUN            VALUE '00' THRU '09'.
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
           03  STAT-FUNCIONARIO           PIC  X(01) VALUE 'N'.
               88 FUNCIONARIO-OK          VALUE 'S' FALSE 'N'.

           03  CAMPOS-AUDITLOG-W.
               05 W-ANTES-MEVE            PIC  X(56).
               05 W-OPERADOR-ID           PIC  X(10).

           03  CAMPOS-TELA-W.
               05 W-EMPRESA-EDIT          PIC  9(003).
               05 W-COMPET-EDIT           PIC  9(006).
               05 W-CODFUNC-EDIT          PIC  9(006).
               05 W-NOMEFUN-EDIT          PIC  X(060).
               05 W-CODEVE-EDIT           PIC  9(003).
               05 W-DESCEVE-EDIT          PIC  X(040).
               05 W-HORAS-EDIT            PIC  ZZ.ZZ9,99.
               05 W-VALOR-EDIT            PIC  ZZZ.ZZZ.ZZ9,99.

           03  CAMPOS-AUXILIARES-W.
               05 W-COMPET-R              PIC  9(06).
               05 REDEFINES W-COMPET-R.
                  07 W-COMPET-ANO         PIC  9(04).
                  07 W-COMPET-MES         PIC  9(02).
               05 W-COMPET-INI            PIC  9(08) VALUE 0.
               05 W-COMPET-FIM            PIC  9(08) VALUE 0.
               05 W-HORAS                 PIC  9(05)V99 VALUE 0.
               05 W-VALOR                 PIC  9(11)V99 VALUE 0.
               05 W-DATA-SISTEMA          PIC  9(08) VALUE 0.

           03  CAMPOS-LISTA-W.
               05 W-EVENTO-QTDE           PIC  9(03) VALUE 0.
               05 W-LISTA-CODEVE          PIC  9(03)
                                          OCCURS 100 TIMES.
               05 W-LINHA-LISTA.
                  07 W-CODEVE-LIS         PIC  ZZ9.
                  07 FILLER               PIC  X(02).
                  07 W-DESCEVE-LIS        PIC  X(30).
                  07 FILLER               PIC  X(02).
                  07 W-TIPO-LIS           PIC  X(08).
                  07 FILLER               PIC  X(02).
                  07 W-HORAS-LIS          PIC  ZZ.ZZ9,99.
                  07 FILLER               PIC  X(02).
                  07 W-VALOR-LIS          PIC  ZZZ.ZZZ.ZZ9,99.
               05 W-LISTA-QTDE            PIC  9(03) VALUE 0.
               05 W-LISTA-SEL             PIC  9(03) VALUE 0.
               05 W-LISTA-EVENTOS         PIC  X(80)
                                          OCCURS 1 TO 100 TIMES
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
                          TITLE "Competencia (AAAAMM)"
                          ID 3
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-COMPET-EDIT
                          LINE 03,5
                          COL 30
                          SIZE 08
                          3-D
                          BOXED
                          AUTO
                          ID 4
                          FONT SMALL-FONT.

           03 LABEL       LINE 05
                          COL 05
                          TITLE "Funcionario"
                          ID 5
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-CODFUNC-EDIT
                          LINE 05
                          COL 30
                          SIZE 08
                          3-D
                          BOXED
                          AUTO
                          ID 6
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "&Ler o arquivo"
                          LINE 05
                          COL 50
                          SIZE 12
                          ID 7
                          EXCEPTION-VALUE EXCEPTION-LER.

           03 DISPLAY-FIELD USING W-NOMEFUN-EDIT
                          LINE 06,5
                          COL 30
                          SIZE 60
                          ID 8.

           03 LABEL       LINE 08,5
                          COL 05
                          TITLE "Evento"
                          ID 9
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-CODEVE-EDIT
                          LINE 08,5
                          COL 30
                          SIZE 06
                          3-D
                          BOXED
                          AUTO
                          ID 10
                          FONT SMALL-FONT.

           03 DISPLAY-FIELD USING W-DESCEVE-EDIT
                          LINE 08,5
                          COL 50
                          SIZE 40
                          ID 11.

           03 LABEL       LINE 10
                          COL 05
                          TITLE "Horas"
                          ID 12
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-HORAS-EDIT
                          LINE 10
                          COL 30
                          SIZE 10
                          3-D
                          BOXED
                          AUTO
                          ID 13
                          FONT SMALL-FONT.

           03 LABEL       LINE 10
                          COL 50
                          TITLE "Valor"
                          ID 14
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-VALOR-EDIT
                          LINE 10
                          COL 58
                          SIZE 14
                          3-D
                          BOXED
                          AUTO
                          ID 15
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "Gravar &Evento"
                          LINE 11,5
                          COL 05
                          SIZE 16
                          ID 16
                          EXCEPTION-VALUE EXCEPTION-INCLUIR.

           03 PUSH-BUTTON TITLE "&Retirar Evento"
                          LINE 11,5
                          COL 24
                          SIZE 16
                          ID 17
                          EXCEPTION-VALUE EXCEPTION-RETIRAR.

           03 LIST-BOX    USING W-LISTA-EVENTOS (W-LISTA-SEL)
                          LINE 13
                          COL 05
                          LINES 10
                          SIZE 85
                          3-D
                          ID ID-LISTA-EVENTOS
                          FONT SMALL-FONT
                          NOTIFY.

           03 PUSH-BUTTON TITLE "&Sair"
                          LINE 24
                          COL 05
                          SIZE 12
                          SELF-ACT
                          ID 18
                          EXCEPTION-VALUE 27.

       PROCEDURE DIVISION.
       INICIO.
           OPEN EXTEND ERRLOG
           IF VALID-ERRLOG
              SET ERRLOG-ABERTO TO TRUE
           END-IF.

           OPEN I-O MOVEVE
           IF STAT-MOVEVE = '35'
              PERFORM PERGUNTA-INICIALIZA
              OPEN OUTPUT MOVEVE
              CLOSE MOVEVE
              OPEN I-O MOVEVE.
           IF NOT VALID-MOVEVE
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT TABEVE
           IF NOT VALID-TABEVE
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CADFUN
           IF NOT VALID-CADFUN
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

           ACCEPT W-DATA-SISTEMA FROM CENTURY-DATE.

           ACCEPT SMALL-FONT FROM STANDARD OBJECT "SMALL-FONT".

           DISPLAY FLOATING GRAPHICAL WINDOW
                            SIZE 95 LINES 26
                            CONTROL FONT SMALL-FONT
                            COLOR 257
                            TITLE "Lancamento de Eventos da Folha"
                            NO SCROLL
                            SYSTEM MENU
                            AUTO-RESIZE
                            BACKGROUND-LOW
                            HANDLE JANELA-PROGRAMA.

           PERFORM LIMPA-EVENTOS.

           DISPLAY TELA-PRINCIPAL.

           PERFORM TEST AFTER UNTIL TECLOU-ESC
              ACCEPT TELA-PRINCIPAL
                     ON EXCEPTION PERFORM TRATA-EXCEPTION-TELA-PRINCIPAL
              END-ACCEPT
           END-PERFORM.

       FIM.
           CLOSE MOVEVE.
           CLOSE TABEVE.
           CLOSE CADFUN.
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
             WHEN EXCEPTION-LER
                  PERFORM ROTINA-LER
             WHEN EXCEPTION-INCLUIR
                  PERFORM ROTINA-GRAVAR-EVENTO
             WHEN EXCEPTION-RETIRAR
                  PERFORM ROTINA-RETIRAR-EVENTO
           END-EVALUATE.

       LIMPA-EVENTOS.
           MOVE 0 TO W-EVENTO-QTDE
           MOVE 1 TO W-LISTA-QTDE
           MOVE SPACES TO W-LISTA-EVENTOS (1)
           MOVE 1 TO W-LISTA-SEL.

      *-----------------------------------------------------------------
      * confere empresa, competencia e funcionario da tela; o
      * funcionario tem de estar admitido e nao desligado na
      * competencia
      *-----------------------------------------------------------------
       CONFERE-FUNCIONARIO.
           SET FUNCIONARIO-OK TO FALSE
           MOVE SPACES TO W-NOMEFUN-EDIT

           MOVE W-EMPRESA-EDIT TO DEMP-CODEMP-1
           READ CADEMP
           IF NOT VALID-CADEMP
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Empresa nao cadastrada.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           MOVE W-COMPET-EDIT TO W-COMPET-R
           IF W-COMPET-R = 0 OR W-COMPET-ANO < 1900 OR
              W-COMPET-MES < 1 OR W-COMPET-MES > 12
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Competencia invalida (AAAAMM).' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 4 TO W-CONTROL-ID
              EXIT PARAGRAPH.
           COMPUTE W-COMPET-INI = W-COMPET-R * 100 + 1
           COMPUTE W-COMPET-FIM = W-COMPET-R * 100 + 31

           INITIALIZE             DFUN-REGISTR-1
           MOVE W-EMPRESA-EDIT TO DFUN-EMPRESA-1
           MOVE W-CODFUNC-EDIT TO DFUN-CODFUNC-1
           READ CADFUN
           IF STAT-CADFUN = '23'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Funcionario nao cadastrado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 6 TO W-CONTROL-ID
              EXIT PARAGRAPH
           ELSE
              IF NOT VALID-CADFUN
                 PERFORM ERRO-ARQUIVO.

           MOVE DFUN-NOMEFUN-1 TO W-NOMEFUN-EDIT

           IF DFUN-DATADMI-1 > W-COMPET-FIM
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Funcionario admitido depois da competencia.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           IF DFUN-DATADMS-1 <> 0 AND
              DFUN-DATADMS-1 < W-COMPET-INI
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Funcionario desligado antes da competencia.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           SET FUNCIONARIO-OK TO TRUE.

       ROTINA-LER.
           IF EVENT-TYPE <> CMD-GOTO AND CMD-CLICKED
              EXIT PARAGRAPH.

           PERFORM LIMPA-EVENTOS
           PERFORM CONFERE-FUNCIONARIO
           IF FUNCIONARIO-OK
              PERFORM CARREGA-EVENTOS
           END-IF.

           DISPLAY TELA-PRINCIPAL.

      *-----------------------------------------------------------------
      * monta a lista com os eventos lancados para o funcionario na
      * competencia
      *-----------------------------------------------------------------
       CARREGA-EVENTOS.
           PERFORM LIMPA-EVENTOS

           INITIALIZE             MEVE-REGISTR-1
           MOVE W-EMPRESA-EDIT TO MEVE-EMPRESA-1
           MOVE W-COMPET-EDIT  TO MEVE-COMPET-1
           MOVE W-CODFUNC-EDIT TO MEVE-CODFUNC-1
           START MOVEVE KEY >= MEVE-RECORDK-1
           IF VALID-MOVEVE
              PERFORM UNTIL W-EVENTO-QTDE >= MAX-EVENTOS
                 READ MOVEVE NEXT AT END
                             EXIT PERFORM
                 END-READ
                 IF NOT VALID-MOVEVE
                    EXIT PERFORM
                 END-IF
                 IF MEVE-EMPRESA-1 <> W-EMPRESA-EDIT OR
                    MEVE-COMPET-1  <> W-COMPET-EDIT  OR
                    MEVE-CODFUNC-1 <> W-CODFUNC-EDIT
                    EXIT PERFORM
                 END-IF
                 PERFORM MONTA-LINHA-EVENTO
              END-PERFORM
           END-IF.

           MOVE 1 TO W-LISTA-SEL.

       MONTA-LINHA-EVENTO.
           INITIALIZE             TEVE-REGISTR-1
           MOVE MEVE-CODEVE-1  TO TEVE-CODEVE-1
           READ TABEVE
           IF NOT VALID-TABEVE
              MOVE 'Evento nao cadastrado' TO TEVE-DESCEVE-1
           END-IF

           ADD 1 TO W-EVENTO-QTDE
           MOVE SPACES         TO W-LINHA-LISTA
           MOVE MEVE-CODEVE-1  TO W-CODEVE-LIS
           MOVE TEVE-DESCEVE-1 TO W-DESCEVE-LIS
           EVALUATE TRUE
             WHEN TEVE-PROVENTO
                  MOVE 'PROVENTO' TO W-TIPO-LIS
             WHEN TEVE-DESCONTO
                  MOVE 'DESCONTO' TO W-TIPO-LIS
           END-EVALUATE
           IF TEVE-POR-HORA
              MOVE MEVE-HORAS-1 TO W-HORAS-LIS
           ELSE
              MOVE MEVE-VALOR-1 TO W-VALOR-LIS
           END-IF
           MOVE W-EVENTO-QTDE  TO W-LISTA-QTDE
           MOVE W-LINHA-LISTA  TO W-LISTA-EVENTOS (W-EVENTO-QTDE)
           MOVE MEVE-CODEVE-1  TO W-LISTA-CODEVE (W-EVENTO-QTDE).

      *-----------------------------------------------------------------
      * grava (inclui ou altera) o evento informado para o
      * funcionario na competencia
      *-----------------------------------------------------------------
       ROTINA-GRAVAR-EVENTO.
           PERFORM CONFERE-FUNCIONARIO
           IF NOT FUNCIONARIO-OK
              DISPLAY TELA-PRINCIPAL
              EXIT PARAGRAPH.

           INITIALIZE             TEVE-REGISTR-1
           MOVE W-CODEVE-EDIT  TO TEVE-CODEVE-1
           READ TABEVE
           IF STAT-TABEVE = '23'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Evento nao cadastrado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 10 TO W-CONTROL-ID
              EXIT PARAGRAPH
           ELSE
              IF NOT VALID-TABEVE
                 PERFORM ERRO-ARQUIVO.

           MOVE TEVE-DESCEVE-1 TO W-DESCEVE-EDIT

           IF TEVE-INATIVO
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Evento inativo.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              DISPLAY TELA-PRINCIPAL
              EXIT PARAGRAPH.

           MOVE W-HORAS-EDIT TO W-HORAS
           MOVE W-VALOR-EDIT TO W-VALOR
           IF TEVE-POR-HORA
              IF W-HORAS = 0
                 INITIALIZE CA-MESSAGE-LINK
                 MOVE 'Informe as horas do evento.' TO CA-MESSAGE-1
                 PERFORM MOSTRA-MSG-ERRO
                 DISPLAY TELA-PRINCIPAL
                 MOVE 4 TO W-ACCEPT-CONTROL
                 MOVE 13 TO W-CONTROL-ID
                 EXIT PARAGRAPH
              END-IF
              MOVE 0 TO W-VALOR
           ELSE
              IF W-VALOR = 0
                 MOVE TEVE-VALOR-1 TO W-VALOR
              END-IF
              IF W-VALOR = 0
                 INITIALIZE CA-MESSAGE-LINK
                 MOVE 'Informe o valor do evento.' TO CA-MESSAGE-1
                 PERFORM MOSTRA-MSG-ERRO
                 DISPLAY TELA-PRINCIPAL
                 MOVE 4 TO W-ACCEPT-CONTROL
                 MOVE 15 TO W-CONTROL-ID
                 EXIT PARAGRAPH
              END-IF
              MOVE 0 TO W-HORAS
           END-IF.

           INITIALIZE             MEVE-REGISTR-1
           MOVE W-EMPRESA-EDIT TO MEVE-EMPRESA-1
           MOVE W-COMPET-EDIT  TO MEVE-COMPET-1
           MOVE W-CODFUNC-EDIT TO MEVE-CODFUNC-1
           MOVE W-CODEVE-EDIT  TO MEVE-CODEVE-1
           READ MOVEVE
           IF STAT-MOVEVE = '23'
              INITIALIZE             MEVE-REGISTR-1
              MOVE W-EMPRESA-EDIT TO MEVE-EMPRESA-1
              MOVE W-COMPET-EDIT  TO MEVE-COMPET-1
              MOVE W-CODFUNC-EDIT TO MEVE-CODFUNC-1
              MOVE W-CODEVE-EDIT  TO MEVE-CODEVE-1
              MOVE SPACES         TO W-ANTES-MEVE
           ELSE
              IF NOT VALID-MOVEVE
                 PERFORM ERRO-ARQUIVO
              ELSE
                 MOVE MEVE-REGISTR-1 TO W-ANTES-MEVE
              END-IF
           END-IF.

           MOVE W-HORAS        TO MEVE-HORAS-1
           MOVE W-VALOR        TO MEVE-VALOR-1
           MOVE W-DATA-SISTEMA TO MEVE-DATALAN-1
           MOVE W-OPERADOR-ID  TO MEVE-OPERADOR-1

           IF STAT-MOVEVE = '23'
              WRITE MEVE-REGISTR-1
           ELSE
              REWRITE MEVE-REGISTR-1
           END-IF.

           IF NOT VALID-MOVEVE
              PERFORM ERRO-ARQUIVO.

           MOVE MEVE-RECORDK-1 TO AUDIT-CHAVE-1
           MOVE 'MOVEVE'       TO AUDIT-ARQUIVO-1
           MOVE W-ANTES-MEVE   TO AUDIT-ANTES-1
           MOVE MEVE-REGISTR-1 TO AUDIT-DEPOIS-1
           SET AUDIT-GRAVACAO TO TRUE
           PERFORM GRAVA-AUDITLOG

           MOVE 0      TO W-CODEVE-EDIT W-HORAS-EDIT W-VALOR-EDIT
           MOVE SPACES TO W-DESCEVE-EDIT
           PERFORM CARREGA-EVENTOS

           DISPLAY TELA-PRINCIPAL.

      *-----------------------------------------------------------------
      * retira o evento selecionado na lista
      *-----------------------------------------------------------------
       ROTINA-RETIRAR-EVENTO.
           IF NOT PODE-EXCLUIR
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Operador sem permissao para excluir.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ATENCAO
              EXIT PARAGRAPH.

           IF W-EVENTO-QTDE = 0 OR
              W-LISTA-SEL = 0 OR W-LISTA-SEL > W-EVENTO-QTDE
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Selecione um evento na lista.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           INITIALIZE             MEVE-REGISTR-1
           MOVE W-EMPRESA-EDIT TO MEVE-EMPRESA-1
           MOVE W-COMPET-EDIT  TO MEVE-COMPET-1
           MOVE W-CODFUNC-EDIT TO MEVE-CODFUNC-1
           MOVE W-LISTA-CODEVE (W-LISTA-SEL) TO MEVE-CODEVE-1
           READ MOVEVE
           IF STAT-MOVEVE = '23'
              PERFORM CARREGA-EVENTOS
              DISPLAY TELA-PRINCIPAL
              EXIT PARAGRAPH
           ELSE
              IF NOT VALID-MOVEVE
                 PERFORM ERRO-ARQUIVO.

           MOVE MEVE-REGISTR-1 TO W-ANTES-MEVE

           DELETE MOVEVE RECORD
           IF NOT VALID-MOVEVE
              PERFORM ERRO-ARQUIVO.

           MOVE W-ANTES-MEVE (1:18) TO AUDIT-CHAVE-1
           MOVE 'MOVEVE'            TO AUDIT-ARQUIVO-1
           MOVE W-ANTES-MEVE        TO AUDIT-ANTES-1
           MOVE SPACES              TO AUDIT-DEPOIS-1
           SET AUDIT-EXCLUSAO TO TRUE
           PERFORM GRAVA-AUDITLOG

           PERFORM CARREGA-EVENTOS

           DISPLAY TELA-PRINCIPAL.

       CARREGA-PERMISSAO.
           SET PODE-EXCLUIR TO TRUE
           IF NOT CADPRM-ABERTO
              EXIT PARAGRAPH.
           IF W-OPERADOR-ID = 'SUPER'
              EXIT PARAGRAPH.

           MOVE W-OPERADOR-ID TO DPRM-CODOPE-1
           MOVE 'LANEVE' TO DPRM-PROGRAMA-1
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
           MOVE 'LANEVE'      TO AUDIT-PROGRAMA-1

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
              MOVE 'LANEVE'   TO ERRL-PROGRAMA-1
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
