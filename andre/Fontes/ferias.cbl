       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FERIAS.
       AUTHOR.        ANDRE.
      *-----------------------------------------------------------------
      * FERIAS - controle e programacao de ferias.
      * Para a empresa e funcionario do CADFUN informados gera no
      * CADFER os periodos aquisitivos que faltam (a partir da data de
      * admissao, encerrando os periodos abertos de quem ja foi
      * desligado) e mostra a lista dos periodos com limite de
      * concessao, dias de direito, gozados, programados e saldo.  No
      * periodo selecionado as ferias podem ser programadas em ate tres
      * periodos (cada um com no minimo 5 dias e, havendo mais de um,
      * um deles com no minimo 14), sempre depois do fim do periodo
      * aquisitivo e sem passar do saldo.  Confirmar Ferias passa as
      * programacoes para confirmadas: os dias entram nos gozados e a
      * FOLHA paga ferias + 1/3 na competencia do inicio.  Cancelar
      * Programacao tira as programacoes ainda nao confirmadas e
      * respeita a permissao de excluir da tabela CADPRM.  As
      * ferias vencidas e a vencer saem no relatorio RELFER.
      * Alteracoes vao para o AUDITLOG.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           copy "cadfer.sl".
           copy "cadfun.sl".
           copy "cademp.sl".
           copy "cadprm.sl".
           copy "auditlog.sl".
           copy "errlog.sl".

       DATA DIVISION.
       FILE SECTION.

           copy "cadfer.fd".
           copy "cadfun.fd".
           copy "cademp.fd".
           copy "cadprm.fd".
           copy "auditlog.fd".
           copy "errlog.fd".

       WORKING-STORAGE SECTION.
       77  SMALL-FONT                     HANDLE.
       78  EXCEPTION-LER                  VALUE 04.
       78  EXCEPTION-SELECIONAR           VALUE 05.
       78  EXCEPTION-GRAVAR               VALUE 06.
       78  EXCEPTION-CONFIRMAR            VALUE 07.
       78  EXCEPTION-CANCELAR             VALUE 08.
       78  ID-LISTA-PERIODOS              VALUE 30.
       78  MAX-PERIODOS                   VALUE 100.

       01  CAMPOS-W.
           03  STAT-CADFER                PIC  X(02).
               88 VALID-CADFER            VALUE '00' THRU '09'.
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
           03  STAT-PERIODO               PIC  X(01) VALUE 'N'.
               88 PERIODO-OK              VALUE 'S' FALSE 'N'.
           03  STAT-PROGRAMACAO           PIC  X(01) VALUE 'N'.
               88 PROGRAMACAO-OK          VALUE 'S' FALSE 'N'.

           03  CAMPOS-AUDITLOG-W.
               05 W-ANTES-FER             PIC  X(89).
               05 W-OPERADOR-ID           PIC  X(10).

           03  CAMPOS-TELA-W.
               05 W-EMPRESA-EDIT          PIC  9(003).
               05 W-CODFUNC-EDIT          PIC  9(006).
               05 W-NOMEFUN-EDIT          PIC  X(060).
               05 W-DATADMI-EDIT          PIC  99/99/9999.
               05 W-DATADMS-EDIT          PIC  99/99/9999.
               05 W-PERIODO-EDIT          PIC  X(060).
               05 W-DIASDIR-EDIT          PIC  Z9.
               05 W-DIASGOZ-EDIT          PIC  Z9.
               05 W-SALDO-EDIT            PIC  Z9.
               05 W-PROGRAMACOES-EDIT.
                  07 W-INICIO1-EDIT       PIC  99/99/9999.
                  07 W-DIAS1-EDIT         PIC  Z9.
                  07 W-SITPRG1-EDIT       PIC  X(12).
                  07 W-INICIO2-EDIT       PIC  99/99/9999.
                  07 W-DIAS2-EDIT         PIC  Z9.
                  07 W-SITPRG2-EDIT       PIC  X(12).
                  07 W-INICIO3-EDIT       PIC  99/99/9999.
                  07 W-DIAS3-EDIT         PIC  Z9.
                  07 W-SITPRG3-EDIT       PIC  X(12).
               05 REDEFINES W-PROGRAMACOES-EDIT.
                  07 W-PRG-EDIT           OCCURS 3 TIMES.
                     09 W-INICIO-EDIT     PIC  99/99/9999.
                     09 W-DIAS-EDIT       PIC  Z9.
                     09 W-SITPRG-EDIT     PIC  X(12).

           03  CAMPOS-AUXILIARES-W.
               05 W-DATA-SISTEMA          PIC  9(08) VALUE 0.
               05 W-DATAUXI               PIC  9(08).
               05 REDEFINES W-DATAUXI.
                  07 W-ANOAUXI-I          PIC  9(04).
                  07 W-MESAUXI-I          PIC  9(02).
                  07 W-DIAAUXI-I          PIC  9(02).
               05 W-DATAIMP               PIC  9(08) VALUE 0.
               05 W-AQUINI-SEL            PIC  9(08) VALUE 0.
               05 W-DIASDIR               PIC  9(02) VALUE 0.
               05 W-DIAS-PROG             PIC  9(02) VALUE 0.
               05 W-SALDO                 PIC S9(03) VALUE 0.
               05 W-TOTAL-DIAS            PIC  9(03) VALUE 0.
               05 W-QTDE-PRG              PIC  9(01) VALUE 0.
               05 W-QTDE-14               PIC  9(01) VALUE 0.
               05 W-IX                    PIC  9(01) VALUE 0.
               05 W-IY                    PIC  9(01) VALUE 0.
               05 W-PRG-TAB               OCCURS 3 TIMES.
                  07 W-PRG-INICIO         PIC  9(08).
                  07 W-PRG-DIAS           PIC  9(02).
                  07 W-PRG-SIT            PIC  X(01).
                  07 W-PRG-DIAINI         PIC S9(08).
                  07 W-PRG-DIAFIM         PIC S9(08).

           03  CAMPOS-LISTA-W.
               05 W-PERIODO-QTDE          PIC  9(03) VALUE 0.
               05 W-LISTA-AQUINI          PIC  9(08)
                                          OCCURS 100 TIMES.
               05 W-LINHA-LISTA.
                  07 W-AQUINI-LIS         PIC  99/99/9999.
                  07 FILLER               PIC  X(03).
                  07 W-AQUFIM-LIS         PIC  99/99/9999.
                  07 FILLER               PIC  X(03).
                  07 W-LIMITE-LIS         PIC  99/99/9999.
                  07 FILLER               PIC  X(03).
                  07 W-DIASDIR-LIS        PIC  Z9.
                  07 FILLER               PIC  X(03).
                  07 W-DIASGOZ-LIS        PIC  Z9.
                  07 FILLER               PIC  X(03).
                  07 W-DIASPRG-LIS        PIC  Z9.
                  07 FILLER               PIC  X(03).
                  07 W-SALDO-LIS          PIC  Z9.
                  07 FILLER               PIC  X(03).
                  07 W-SITUACAO-LIS       PIC  X(12).
               05 W-LISTA-QTDE            PIC  9(03) VALUE 0.
               05 W-LISTA-SEL             PIC  9(03) VALUE 0.
               05 W-LISTA-PERIODOS        PIC  X(80)
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

           COPY "DATASW.CPY".
           COPY "DIASW.CPY".
           COPY "FERIASW.CPY".

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
                          TITLE "Funcionario"
                          ID 3
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-CODFUNC-EDIT
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

           03 DISPLAY-FIELD USING W-NOMEFUN-EDIT
                          LINE 05
                          COL 30
                          SIZE 60
                          ID 6.

           03 LABEL       LINE 06,5
                          COL 05
                          TITLE "Admissao"
                          ID 7
                          TRANSPARENT.

           03 DISPLAY-FIELD USING W-DATADMI-EDIT
                          LINE 06,5
                          COL 30
                          SIZE 12
                          ID 8.

           03 LABEL       LINE 06,5
                          COL 50
                          TITLE "Desligamento"
                          ID 9
                          TRANSPARENT.

           03 DISPLAY-FIELD USING W-DATADMS-EDIT
                          LINE 06,5
                          COL 65
                          SIZE 12
                          ID 10.

           03 LABEL       LINE 08
                          COL 05
                          TITLE "Aquisitivo/limite/dir./goz./prg./saldo"
                          ID 11
                          TRANSPARENT.

           03 LIST-BOX    USING W-LISTA-PERIODOS (W-LISTA-SEL)
                          LINE 09
                          COL 05
                          LINES 6
                          SIZE 85
                          3-D
                          ID ID-LISTA-PERIODOS
                          FONT SMALL-FONT
                          NOTIFY.

           03 PUSH-BUTTON TITLE "&Selecionar Periodo"
                          LINE 15,5
                          COL 05
                          SIZE 18
                          ID 12
                          EXCEPTION-VALUE EXCEPTION-SELECIONAR.

           03 LABEL       LINE 17
                          COL 05
                          TITLE "Periodo aquisitivo"
                          ID 13
                          TRANSPARENT.

           03 DISPLAY-FIELD USING W-PERIODO-EDIT
                          LINE 17
                          COL 30
                          SIZE 60
                          ID 14.

           03 LABEL       LINE 18,5
                          COL 05
                          TITLE "Dias de direito"
                          ID 15
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-DIASDIR-EDIT
                          LINE 18,5
                          COL 30
                          SIZE 06
                          3-D
                          BOXED
                          AUTO
                          ID 16
                          FONT SMALL-FONT.

           03 LABEL       LINE 18,5
                          COL 45
                          TITLE "Gozados"
                          ID 17
                          TRANSPARENT.

           03 DISPLAY-FIELD USING W-DIASGOZ-EDIT
                          LINE 18,5
                          COL 55
                          SIZE 04
                          ID 18.

           03 LABEL       LINE 18,5
                          COL 65
                          TITLE "Saldo"
                          ID 19
                          TRANSPARENT.

           03 DISPLAY-FIELD USING W-SALDO-EDIT
                          LINE 18,5
                          COL 75
                          SIZE 04
                          ID 20.

           03 LABEL       LINE 20
                          COL 30
                          TITLE "Inicio"
                          ID 21
                          TRANSPARENT.

           03 LABEL       LINE 20
                          COL 45
                          TITLE "Dias"
                          ID 22
                          TRANSPARENT.

           03 LABEL       LINE 20
                          COL 55
                          TITLE "Situacao"
                          ID 23
                          TRANSPARENT.

           03 LABEL       LINE 21
                          COL 05
                          TITLE "1a. programacao"
                          ID 24
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-INICIO1-EDIT
                          LINE 21
                          COL 30
                          SIZE 12
                          3-D
                          BOXED
                          AUTO
                          ID 25
                          FONT SMALL-FONT.

           03 ENTRY-FIELD USING W-DIAS1-EDIT
                          LINE 21
                          COL 45
                          SIZE 06
                          3-D
                          BOXED
                          AUTO
                          ID 26
                          FONT SMALL-FONT.

           03 DISPLAY-FIELD USING W-SITPRG1-EDIT
                          LINE 21
                          COL 55
                          SIZE 15
                          ID 27.

           03 LABEL       LINE 22,5
                          COL 05
                          TITLE "2a. programacao"
                          ID 28
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-INICIO2-EDIT
                          LINE 22,5
                          COL 30
                          SIZE 12
                          3-D
                          BOXED
                          AUTO
                          ID 29
                          FONT SMALL-FONT.

           03 ENTRY-FIELD USING W-DIAS2-EDIT
                          LINE 22,5
                          COL 45
                          SIZE 06
                          3-D
                          BOXED
                          AUTO
                          ID 31
                          FONT SMALL-FONT.

           03 DISPLAY-FIELD USING W-SITPRG2-EDIT
                          LINE 22,5
                          COL 55
                          SIZE 15
                          ID 32.

           03 LABEL       LINE 24
                          COL 05
                          TITLE "3a. programacao"
                          ID 33
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-INICIO3-EDIT
                          LINE 24
                          COL 30
                          SIZE 12
                          3-D
                          BOXED
                          AUTO
                          ID 34
                          FONT SMALL-FONT.

           03 ENTRY-FIELD USING W-DIAS3-EDIT
                          LINE 24
                          COL 45
                          SIZE 06
                          3-D
                          BOXED
                          AUTO
                          ID 35
                          FONT SMALL-FONT.

           03 DISPLAY-FIELD USING W-SITPRG3-EDIT
                          LINE 24
                          COL 55
                          SIZE 15
                          ID 36.

           03 PUSH-BUTTON TITLE "Gravar &Programacao"
                          LINE 26
                          COL 05
                          SIZE 20
                          ID 37
                          EXCEPTION-VALUE EXCEPTION-GRAVAR.

           03 PUSH-BUTTON TITLE "&Confirmar Ferias"
                          LINE 26
                          COL 28
                          SIZE 18
                          ID 38
                          EXCEPTION-VALUE EXCEPTION-CONFIRMAR.

           03 PUSH-BUTTON TITLE "Ca&ncelar Programacao"
                          LINE 26
                          COL 49
                          SIZE 22
                          ID 39
                          EXCEPTION-VALUE EXCEPTION-CANCELAR.

           03 PUSH-BUTTON TITLE "&Sair"
                          LINE 26
                          COL 78
                          SIZE 12
                          SELF-ACT
                          ID 40
                          EXCEPTION-VALUE 27.

       PROCEDURE DIVISION.
       INICIO.
           OPEN EXTEND ERRLOG
           IF VALID-ERRLOG
              SET ERRLOG-ABERTO TO TRUE
           END-IF.

           OPEN I-O CADFER
           IF STAT-CADFER = '35'
              PERFORM PERGUNTA-INICIALIZA
              OPEN OUTPUT CADFER
              CLOSE CADFER
              OPEN I-O CADFER.
           IF NOT VALID-CADFER
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
           MOVE W-DATA-SISTEMA TO W-FER-HOJE.

           ACCEPT SMALL-FONT FROM STANDARD OBJECT "SMALL-FONT".

           DISPLAY FLOATING GRAPHICAL WINDOW
                            SIZE 95 LINES 28
                            CONTROL FONT SMALL-FONT
                            COLOR 257
                            TITLE "Controle e Programacao de Ferias"
                            NO SCROLL
                            SYSTEM MENU
                            AUTO-RESIZE
                            BACKGROUND-LOW
                            HANDLE JANELA-PROGRAMA.

           PERFORM LIMPA-PERIODOS.
           PERFORM LIMPA-PERIODO-SEL.

           DISPLAY TELA-PRINCIPAL.

           PERFORM TEST AFTER UNTIL TECLOU-ESC
              ACCEPT TELA-PRINCIPAL
                     ON EXCEPTION PERFORM TRATA-EXCEPTION-TELA-PRINCIPAL
              END-ACCEPT
           END-PERFORM.

       FIM.
           CLOSE CADFER.
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
             WHEN EXCEPTION-SELECIONAR
                  PERFORM ROTINA-SELECIONAR
             WHEN EXCEPTION-GRAVAR
                  PERFORM ROTINA-GRAVAR-PROGRAMACAO
             WHEN EXCEPTION-CONFIRMAR
                  PERFORM ROTINA-CONFIRMAR-FERIAS
             WHEN EXCEPTION-CANCELAR
                  PERFORM ROTINA-CANCELAR-PROGRAMACAO
           END-EVALUATE.

       LIMPA-PERIODOS.
           MOVE 0 TO W-PERIODO-QTDE
           MOVE 1 TO W-LISTA-QTDE
           MOVE SPACES TO W-LISTA-PERIODOS (1)
           MOVE 1 TO W-LISTA-SEL.

       LIMPA-PERIODO-SEL.
           SET PERIODO-OK TO FALSE
           MOVE 0      TO W-AQUINI-SEL
           MOVE SPACES TO W-PERIODO-EDIT
           MOVE 0      TO W-DIASDIR-EDIT W-DIASGOZ-EDIT W-SALDO-EDIT
           INITIALIZE     W-PROGRAMACOES-EDIT.

      *-----------------------------------------------------------------
      * AAAAMMDD em W-DATAUXI para DDMMAAAA em W-DATAIMP (campos de
      * tela 99/99/9999)
      *-----------------------------------------------------------------
       FORMATA-DATA-TELA.
           COMPUTE W-DATAIMP = W-ANOAUXI-I +
                               W-MESAUXI-I * 10000 +
                               W-DIAAUXI-I * 1000000.

      *-----------------------------------------------------------------
      * confere empresa e funcionario da tela e atualiza os periodos
      * aquisitivos dele no CADFER
      *-----------------------------------------------------------------
       CONFERE-FUNCIONARIO.
           SET FUNCIONARIO-OK TO FALSE
           MOVE SPACES TO W-NOMEFUN-EDIT
           MOVE 0      TO W-DATADMI-EDIT W-DATADMS-EDIT

           MOVE W-EMPRESA-EDIT TO DEMP-CODEMP-1
           READ CADEMP
           IF NOT VALID-CADEMP
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Empresa nao cadastrada.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 2 TO W-CONTROL-ID
              EXIT PARAGRAPH.

           INITIALIZE             DFUN-REGISTR-1
           MOVE W-EMPRESA-EDIT TO DFUN-EMPRESA-1
           MOVE W-CODFUNC-EDIT TO DFUN-CODFUNC-1
           READ CADFUN
           IF STAT-CADFUN = '23'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Funcionario nao cadastrado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 4 TO W-CONTROL-ID
              EXIT PARAGRAPH
           ELSE
              IF NOT VALID-CADFUN
                 PERFORM ERRO-ARQUIVO.

           MOVE DFUN-NOMEFUN-1 TO W-NOMEFUN-EDIT
           MOVE DFUN-DATADMI-1 TO W-DATAUXI
           PERFORM FORMATA-DATA-TELA
           MOVE W-DATAIMP      TO W-DATADMI-EDIT
           MOVE DFUN-DATADMS-1 TO W-DATAUXI
           PERFORM FORMATA-DATA-TELA
           MOVE W-DATAIMP      TO W-DATADMS-EDIT

           IF DFUN-DATADMI-1 = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Funcionario sem data de admissao.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           PERFORM ATUALIZA-FERIAS-FUNC

           SET FUNCIONARIO-OK TO TRUE.

       ROTINA-LER.
           IF EVENT-TYPE <> CMD-GOTO AND CMD-CLICKED
              EXIT PARAGRAPH.

           PERFORM LIMPA-PERIODOS
           PERFORM LIMPA-PERIODO-SEL
           PERFORM CONFERE-FUNCIONARIO
           IF FUNCIONARIO-OK
              PERFORM CARREGA-PERIODOS
           END-IF.

           DISPLAY TELA-PRINCIPAL.

      *-----------------------------------------------------------------
      * monta a lista com os periodos aquisitivos do funcionario
      *-----------------------------------------------------------------
       CARREGA-PERIODOS.
           PERFORM LIMPA-PERIODOS

           INITIALIZE             FER-REGISTR-1
           MOVE W-EMPRESA-EDIT TO FER-EMPRESA-1
           MOVE W-CODFUNC-EDIT TO FER-CODFUNC-1
           START CADFER KEY >= FER-RECORDK-1
           IF VALID-CADFER
              PERFORM UNTIL W-PERIODO-QTDE >= MAX-PERIODOS
                 READ CADFER NEXT AT END
                             EXIT PERFORM
                 END-READ
                 IF NOT VALID-CADFER
                    EXIT PERFORM
                 END-IF
                 IF FER-EMPRESA-1 <> W-EMPRESA-EDIT OR
                    FER-CODFUNC-1 <> W-CODFUNC-EDIT
                    EXIT PERFORM
                 END-IF
                 PERFORM MONTA-LINHA-PERIODO
              END-PERFORM
           END-IF.

           MOVE 1 TO W-LISTA-SEL.

      *-----------------------------------------------------------------
      * dias programados (ainda nao confirmados) e saldo do periodo
      * que esta em FER-REGISTR-1
      *-----------------------------------------------------------------
       CALCULA-SALDO-PERIODO.
           MOVE 0 TO W-DIAS-PROG
           PERFORM VARYING W-IX FROM 1 BY 1 UNTIL W-IX > 3
              IF FER-PRG-PROGRAMADA (W-IX)
                 ADD FER-DIAS-1 (W-IX) TO W-DIAS-PROG
              END-IF
           END-PERFORM
           COMPUTE W-SALDO = FER-DIASDIR-1 - FER-DIASGOZ-1
           IF W-SALDO < 0
              MOVE 0 TO W-SALDO
           END-IF.

       MONTA-LINHA-PERIODO.
           PERFORM CALCULA-SALDO-PERIODO

           ADD 1 TO W-PERIODO-QTDE
           MOVE SPACES         TO W-LINHA-LISTA
           MOVE FER-AQUINI-1   TO W-DATAUXI
           PERFORM FORMATA-DATA-TELA
           MOVE W-DATAIMP      TO W-AQUINI-LIS
           MOVE FER-AQUFIM-1   TO W-DATAUXI
           PERFORM FORMATA-DATA-TELA
           MOVE W-DATAIMP      TO W-AQUFIM-LIS
           MOVE FER-LIMITE-1   TO W-DATAUXI
           PERFORM FORMATA-DATA-TELA
           MOVE W-DATAIMP      TO W-LIMITE-LIS
           MOVE FER-DIASDIR-1  TO W-DIASDIR-LIS
           MOVE FER-DIASGOZ-1  TO W-DIASGOZ-LIS
           MOVE W-DIAS-PROG    TO W-DIASPRG-LIS
           MOVE W-SALDO        TO W-SALDO-LIS
           EVALUATE TRUE
             WHEN FER-ENCERRADO
                  MOVE 'ENCERRADO'    TO W-SITUACAO-LIS
             WHEN FER-QUITADO
                  MOVE 'QUITADO'      TO W-SITUACAO-LIS
             WHEN FER-AQUFIM-1 >= W-DATA-SISTEMA
                  MOVE 'EM AQUISICAO' TO W-SITUACAO-LIS
             WHEN FER-LIMITE-1 < W-DATA-SISTEMA
                  MOVE 'EM DOBRO'     TO W-SITUACAO-LIS
             WHEN OTHER
                  MOVE 'VENCIDA'      TO W-SITUACAO-LIS
           END-EVALUATE
           MOVE W-PERIODO-QTDE TO W-LISTA-QTDE
           MOVE W-LINHA-LISTA  TO W-LISTA-PERIODOS (W-PERIODO-QTDE)
           MOVE FER-AQUINI-1   TO W-LISTA-AQUINI (W-PERIODO-QTDE).

      *-----------------------------------------------------------------
      * le o periodo selecionado na lista e mostra as programacoes
      *-----------------------------------------------------------------
       ROTINA-SELECIONAR.
           IF W-PERIODO-QTDE = 0 OR
              W-LISTA-SEL = 0 OR W-LISTA-SEL > W-PERIODO-QTDE
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Selecione um periodo na lista.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           MOVE W-LISTA-AQUINI (W-LISTA-SEL) TO W-AQUINI-SEL
           PERFORM LE-PERIODO-SEL
           IF PERIODO-OK
              PERFORM MOSTRA-PERIODO
           END-IF.

           DISPLAY TELA-PRINCIPAL.

       LE-PERIODO-SEL.
           SET PERIODO-OK TO FALSE
           INITIALIZE             FER-REGISTR-1
           MOVE W-EMPRESA-EDIT TO FER-EMPRESA-1
           MOVE W-CODFUNC-EDIT TO FER-CODFUNC-1
           MOVE W-AQUINI-SEL   TO FER-AQUINI-1
           READ CADFER
           IF STAT-CADFER = '99'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Registro bloqueado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ATENCAO
              EXIT PARAGRAPH.
           IF STAT-CADFER = '23'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Periodo nao encontrado, leia o funcionario.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           ELSE
              IF NOT VALID-CADFER
                 PERFORM ERRO-ARQUIVO.

           SET PERIODO-OK TO TRUE.

       MOSTRA-PERIODO.
           PERFORM CALCULA-SALDO-PERIODO

           MOVE SPACES         TO W-PERIODO-EDIT
           MOVE FER-AQUINI-1   TO W-DATAUXI
           PERFORM FORMATA-DATA-TELA
           MOVE W-DATAIMP      TO W-AQUINI-LIS
           MOVE FER-AQUFIM-1   TO W-DATAUXI
           PERFORM FORMATA-DATA-TELA
           MOVE W-DATAIMP      TO W-AQUFIM-LIS
           MOVE FER-LIMITE-1   TO W-DATAUXI
           PERFORM FORMATA-DATA-TELA
           MOVE W-DATAIMP      TO W-LIMITE-LIS
           STRING W-AQUINI-LIS    DELIMITED BY SIZE
                  ' a '           DELIMITED BY SIZE
                  W-AQUFIM-LIS    DELIMITED BY SIZE
                  ' - gozar ate ' DELIMITED BY SIZE
                  W-LIMITE-LIS    DELIMITED BY SIZE
                  INTO W-PERIODO-EDIT

           MOVE FER-DIASDIR-1  TO W-DIASDIR-EDIT
           MOVE FER-DIASGOZ-1  TO W-DIASGOZ-EDIT
           MOVE W-SALDO        TO W-SALDO-EDIT

           PERFORM VARYING W-IX FROM 1 BY 1 UNTIL W-IX > 3
              MOVE FER-INICIO-1 (W-IX) TO W-DATAUXI
              PERFORM FORMATA-DATA-TELA
              MOVE W-DATAIMP           TO W-INICIO-EDIT (W-IX)
              MOVE FER-DIAS-1 (W-IX)   TO W-DIAS-EDIT (W-IX)
              EVALUATE TRUE
                WHEN FER-PRG-CONFIRMADA (W-IX)
                     MOVE 'CONFIRMADA' TO W-SITPRG-EDIT (W-IX)
                WHEN FER-PRG-PROGRAMADA (W-IX)
                     MOVE 'PROGRAMADA' TO W-SITPRG-EDIT (W-IX)
                WHEN OTHER
                     MOVE SPACES       TO W-SITPRG-EDIT (W-IX)
              END-EVALUATE
           END-PERFORM.

      *-----------------------------------------------------------------
      * critica das tres programacoes da tela contra o periodo que
      * esta em FER-REGISTR-1; as confirmadas ficam como estao no
      * arquivo.  O resultado fica em W-PRG-TAB.
      *-----------------------------------------------------------------
       CRITICA-PROGRAMACAO.
           SET PROGRAMACAO-OK TO FALSE

           MOVE W-DIASDIR-EDIT TO W-DIASDIR
           IF W-DIASDIR = 0 OR W-DIASDIR > 30
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Dias de direito invalidos (1 a 30).'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 16 TO W-CONTROL-ID
              EXIT PARAGRAPH.
           IF W-DIASDIR < FER-DIASGOZ-1
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Dias de direito menor que os dias gozados.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 16 TO W-CONTROL-ID
              EXIT PARAGRAPH.

           MOVE 0 TO W-TOTAL-DIAS W-QTDE-PRG W-QTDE-14
           PERFORM VARYING W-IX FROM 1 BY 1 UNTIL W-IX > 3
              INITIALIZE W-PRG-TAB (W-IX)
              IF FER-PRG-CONFIRMADA (W-IX)
                 MOVE FER-INICIO-1 (W-IX) TO W-PRG-INICIO (W-IX)
                 MOVE FER-DIAS-1 (W-IX)   TO W-PRG-DIAS (W-IX)
                 MOVE 'C'                 TO W-PRG-SIT (W-IX)
              ELSE
                 MOVE W-INICIO-EDIT (W-IX) TO W-DATA-CRIT
                 MOVE W-DIAS-EDIT (W-IX)   TO W-PRG-DIAS (W-IX)
                 IF W-DIA-CRIT <> 0 OR W-MES-CRIT <> 0 OR
                    W-ANO-CRIT <> 0 OR W-PRG-DIAS (W-IX) <> 0
                    PERFORM CRITICA-DATA
                    IF NOT DATA-OK
                       INITIALIZE CA-MESSAGE-LINK
                       MOVE 'Data de inicio das ferias invalida.'
                                                TO CA-MESSAGE-1
                       PERFORM MOSTRA-MSG-ERRO
                       EXIT PARAGRAPH
                    END-IF
                    COMPUTE W-PRG-INICIO (W-IX) =
                            W-ANO-CRIT * 10000 +
                            W-MES-CRIT * 100 +
                            W-DIA-CRIT
                    IF W-PRG-DIAS (W-IX) < 5
                       INITIALIZE CA-MESSAGE-LINK
                       MOVE 'Cada periodo de ferias deve ter no minimo 5
      -                     ' dias.'             TO CA-MESSAGE-1
                       PERFORM MOSTRA-MSG-ERRO
                       EXIT PARAGRAPH
                    END-IF
                    IF W-PRG-INICIO (W-IX) <= FER-AQUFIM-1
                       INITIALIZE CA-MESSAGE-LINK
                       MOVE 'As ferias so podem comecar depois do fim d
      -                     'o periodo aquisitivo.' TO CA-MESSAGE-1
                       PERFORM MOSTRA-MSG-ERRO
                       EXIT PARAGRAPH
                    END-IF
                    MOVE 'P' TO W-PRG-SIT (W-IX)
                 END-IF
              END-IF
              IF W-PRG-SIT (W-IX) <> SPACE
                 ADD 1                  TO W-QTDE-PRG
                 ADD W-PRG-DIAS (W-IX)  TO W-TOTAL-DIAS
                 IF W-PRG-DIAS (W-IX) >= 14
                    ADD 1 TO W-QTDE-14
                 END-IF
                 MOVE W-PRG-INICIO (W-IX) TO W-CDD-DATA
                 PERFORM CONVERTE-DATA-DIAS
                 MOVE W-CDD-DIAS TO W-PRG-DIAINI (W-IX)
                 COMPUTE W-PRG-DIAFIM (W-IX) =
                         W-CDD-DIAS + W-PRG-DIAS (W-IX) - 1
              END-IF
           END-PERFORM

           IF W-TOTAL-DIAS > W-DIASDIR
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Dias programados maior que os dias de direito.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           IF W-QTDE-PRG > 1 AND W-QTDE-14 = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Um dos periodos de ferias deve ter no minimo 14 d
      -            'ias.'                  TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           PERFORM VARYING W-IX FROM 1 BY 1 UNTIL W-IX > 2
              PERFORM VARYING W-IY FROM W-IX BY 1 UNTIL W-IY > 3
                 IF W-IY > W-IX AND
                    W-PRG-SIT (W-IX) <> SPACE AND
                    W-PRG-SIT (W-IY) <> SPACE AND
                    W-PRG-DIAINI (W-IX) <= W-PRG-DIAFIM (W-IY) AND
                    W-PRG-DIAINI (W-IY) <= W-PRG-DIAFIM (W-IX)
                    INITIALIZE CA-MESSAGE-LINK
                    MOVE 'Periodos de ferias sobrepostos.'
                                             TO CA-MESSAGE-1
                    PERFORM MOSTRA-MSG-ERRO
                    EXIT PARAGRAPH
                 END-IF
              END-PERFORM
           END-PERFORM

           SET PROGRAMACAO-OK TO TRUE.

      *-----------------------------------------------------------------
      * grava a programacao de ferias do periodo selecionado
      *-----------------------------------------------------------------
       ROTINA-GRAVAR-PROGRAMACAO.
           IF W-AQUINI-SEL = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Selecione um periodo aquisitivo.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           PERFORM LE-PERIODO-SEL
           IF NOT PERIODO-OK
              EXIT PARAGRAPH.

           IF NOT FER-ABERTO
              UNLOCK CADFER
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Periodo quitado ou encerrado pelo desligamento.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           PERFORM CRITICA-PROGRAMACAO
           IF NOT PROGRAMACAO-OK
              UNLOCK CADFER
              DISPLAY TELA-PRINCIPAL
              EXIT PARAGRAPH.

           MOVE FER-REGISTR-1 TO W-ANTES-FER

           MOVE W-DIASDIR TO FER-DIASDIR-1
           PERFORM VARYING W-IX FROM 1 BY 1 UNTIL W-IX > 3
              MOVE W-PRG-INICIO (W-IX) TO FER-INICIO-1 (W-IX)
              MOVE W-PRG-DIAS (W-IX)   TO FER-DIAS-1 (W-IX)
              MOVE W-PRG-SIT (W-IX)    TO FER-SITPRG-1 (W-IX)
           END-PERFORM
           IF FER-DIASGOZ-1 >= FER-DIASDIR-1
              SET FER-QUITADO TO TRUE
           END-IF
           MOVE W-OPERADOR-ID TO FER-OPERADOR-1

           REWRITE FER-REGISTR-1
           IF NOT VALID-CADFER
              PERFORM ERRO-ARQUIVO.

           PERFORM GRAVA-AUDITLOG-FER

           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Programacao gravada.' TO CA-MESSAGE-1
           PERFORM MOSTRA-MSG-MENSAGEM

           PERFORM MOSTRA-PERIODO
           PERFORM CARREGA-PERIODOS

           DISPLAY TELA-PRINCIPAL.

      *-----------------------------------------------------------------
      * confirma as programacoes gravadas: os dias passam para os
      * gozados e a FOLHA paga as ferias na competencia do inicio
      *-----------------------------------------------------------------
       ROTINA-CONFIRMAR-FERIAS.
           IF W-AQUINI-SEL = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Selecione um periodo aquisitivo.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           PERFORM LE-PERIODO-SEL
           IF NOT PERIODO-OK
              EXIT PARAGRAPH.

           PERFORM CALCULA-SALDO-PERIODO
           IF NOT FER-ABERTO OR W-DIAS-PROG = 0
              UNLOCK CADFER
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Nao ha programacao gravada a confirmar.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ATENCAO
              EXIT PARAGRAPH.

           INITIALIZE CA-MESSAGE-LINK
           MOVE 3 TO CA-MESSAGE-TYPE
           MOVE 22 TO CA-MESSAGE-RESP
           MOVE 'Confirma as ferias programadas?' TO CA-MESSAGE-1
           CALL 'CAMESSAG'
           CANCEL 'CAMESSAG'
           IF CA-MESSAGE-RESP <> 1
              UNLOCK CADFER
              EXIT PARAGRAPH.

           MOVE FER-REGISTR-1 TO W-ANTES-FER

           PERFORM VARYING W-IX FROM 1 BY 1 UNTIL W-IX > 3
              IF FER-PRG-PROGRAMADA (W-IX)
                 SET FER-PRG-CONFIRMADA (W-IX) TO TRUE
                 ADD FER-DIAS-1 (W-IX) TO FER-DIASGOZ-1
              END-IF
           END-PERFORM
           IF FER-DIASGOZ-1 >= FER-DIASDIR-1
              SET FER-QUITADO TO TRUE
           END-IF
           MOVE W-OPERADOR-ID TO FER-OPERADOR-1

           REWRITE FER-REGISTR-1
           IF NOT VALID-CADFER
              PERFORM ERRO-ARQUIVO.

           PERFORM GRAVA-AUDITLOG-FER

           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Ferias confirmadas.' TO CA-MESSAGE-1
           PERFORM MOSTRA-MSG-MENSAGEM

           PERFORM MOSTRA-PERIODO
           PERFORM CARREGA-PERIODOS

           DISPLAY TELA-PRINCIPAL.

      *-----------------------------------------------------------------
      * retira as programacoes ainda nao confirmadas do periodo
      *-----------------------------------------------------------------
       ROTINA-CANCELAR-PROGRAMACAO.
           IF NOT PODE-EXCLUIR
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Operador sem permissao para excluir.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ATENCAO
              EXIT PARAGRAPH.

           IF W-AQUINI-SEL = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Selecione um periodo aquisitivo.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           PERFORM LE-PERIODO-SEL
           IF NOT PERIODO-OK
              EXIT PARAGRAPH.

           PERFORM CALCULA-SALDO-PERIODO
           IF W-DIAS-PROG = 0
              UNLOCK CADFER
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Nao ha programacao a cancelar.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ATENCAO
              EXIT PARAGRAPH.

           INITIALIZE CA-MESSAGE-LINK
           MOVE 3 TO CA-MESSAGE-TYPE
           MOVE 22 TO CA-MESSAGE-RESP
           MOVE 'Deseja realmente cancelar a programacao?'
                                    TO CA-MESSAGE-1
           CALL 'CAMESSAG'
           CANCEL 'CAMESSAG'
           IF CA-MESSAGE-RESP <> 1
              UNLOCK CADFER
              EXIT PARAGRAPH.

           MOVE FER-REGISTR-1 TO W-ANTES-FER

           PERFORM VARYING W-IX FROM 1 BY 1 UNTIL W-IX > 3
              IF FER-PRG-PROGRAMADA (W-IX)
                 MOVE 0     TO FER-INICIO-1 (W-IX)
                 MOVE 0     TO FER-DIAS-1 (W-IX)
                 MOVE SPACE TO FER-SITPRG-1 (W-IX)
              END-IF
           END-PERFORM
           MOVE W-OPERADOR-ID TO FER-OPERADOR-1

           REWRITE FER-REGISTR-1
           IF NOT VALID-CADFER
              PERFORM ERRO-ARQUIVO.

           PERFORM GRAVA-AUDITLOG-FER

           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Programacao cancelada.' TO CA-MESSAGE-1
           PERFORM MOSTRA-MSG-MENSAGEM

           PERFORM MOSTRA-PERIODO
           PERFORM CARREGA-PERIODOS

           DISPLAY TELA-PRINCIPAL.

       GRAVA-AUDITLOG-FER.
           MOVE FER-RECORDK-1 TO AUDIT-CHAVE-1
           MOVE 'CADFER'      TO AUDIT-ARQUIVO-1
           MOVE W-ANTES-FER   TO AUDIT-ANTES-1
           MOVE FER-REGISTR-1 TO AUDIT-DEPOIS-1
           SET AUDIT-GRAVACAO TO TRUE
           PERFORM GRAVA-AUDITLOG.

       CARREGA-PERMISSAO.
           SET PODE-EXCLUIR TO TRUE
           IF NOT CADPRM-ABERTO
              EXIT PARAGRAPH.
           IF W-OPERADOR-ID = 'SUPER'
              EXIT PARAGRAPH.

           MOVE W-OPERADOR-ID TO DPRM-CODOPE-1
           MOVE 'FERIAS' TO DPRM-PROGRAMA-1
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
           MOVE 'FERIAS'      TO AUDIT-PROGRAMA-1

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
              MOVE 'FERIAS'   TO ERRL-PROGRAMA-1
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
           COPY "DIASP.CPY".
           COPY "FERIASP.CPY".
