       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TABEVE.
       AUTHOR.        ANDRE.
      *-----------------------------------------------------------------
      * TABEVE - manutencao da tabela de eventos da folha.
      * Cada evento (codigo, descricao, provento ou desconto,
      * incidencia em INSS/IRRF/FGTS e forma de calculo - valor fixo
      * ou horas x valor-hora x fator) e lancado por funcionario e
      * competencia na tela LANEVE e aplicado pelo calculo da folha
      * (FOLHA).  A exclusao inativa o evento (os lancamentos antigos
      * continuam apontando para ele) e respeita a permissao de
      * excluir da tabela CADPRM.  Alteracoes vao para o AUDITLOG.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           copy "tabeve.sl".
           copy "cadprm.sl".
           copy "auditlog.sl".
           copy "errlog.sl".

       DATA DIVISION.
       FILE SECTION.

           copy "tabeve.fd".
           copy "cadprm.fd".
           copy "auditlog.fd".
           copy "errlog.fd".

       WORKING-STORAGE SECTION.
       77  SMALL-FONT                     HANDLE.
       78  EXCEPTION-GRAVAR               VALUE 02.
       78  EXCEPTION-EXCLUIR              VALUE 03.
       78  EXCEPTION-LER                  VALUE 04.

       01  CAMPOS-W.
           03  STAT-TABEVE                PIC  X(02).
               88 VALID-TABEVE            VALUE '00' THRU '09'.
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
               05 W-ANTES-TEVE            PIC  X(75).
               05 W-OPERADOR-ID           PIC  X(10).

           03  CAMPOS-TELA-W.
               05 W-CODEVE-EDIT           PIC  9(003).
               05 W-DESCEVE-EDIT          PIC  X(040).
               05 W-INDICADORES-EDIT.
                  07 W-TIPO-EDIT          PIC  X(001).
                  07 W-INCINSS-EDIT       PIC  X(001).
                  07 W-INCIRRF-EDIT       PIC  X(001).
                  07 W-INCFGTS-EDIT       PIC  X(001).
                  07 W-FORMA-EDIT         PIC  X(001).
               05 W-VALOR-EDIT            PIC  ZZZ.ZZZ.ZZ9,99.
               05 W-FATOR-EDIT            PIC  ZZ9,99.
               05 W-SITUACAO-EDIT         PIC  X(020).

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
           03 LABEL       LINE 02
                          COL 05
                          TITLE "Codigo do evento"
                          ID 1
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-CODEVE-EDIT
                          LINE 02
                          COL 30
                          SIZE 06
                          3-D
                          BOXED
                          AUTO
                          ID 2
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "&Ler o arquivo"
                          LINE 02
                          COL 50
                          SIZE 12
                          ID 3
                          EXCEPTION-VALUE EXCEPTION-LER.

           03 DISPLAY-FIELD USING W-SITUACAO-EDIT
                          LINE 02
                          COL 66
                          SIZE 20
                          ID 4.

           03 LABEL       LINE 03,5
                          COL 05
                          TITLE "Descricao"
                          ID 5
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-DESCEVE-EDIT
                          LINE 03,5
                          COL 30
                          SIZE 40
                          3-D
                          BOXED
                          AUTO
                          ID 6
                          FONT SMALL-FONT.

           03 LABEL       LINE 05
                          COL 05
                          TITLE "Tipo (P=provento D=desconto)"
                          ID 7
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-TIPO-EDIT
                          LINE 05
                          COL 30
                          SIZE 04
                          3-D
                          BOXED
                          AUTO
                          ID 8
                          FONT SMALL-FONT.

           03 LABEL       LINE 06,5
                          COL 05
                          TITLE "Incide INSS (S/N)"
                          ID 9
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-INCINSS-EDIT
                          LINE 06,5
                          COL 30
                          SIZE 04
                          3-D
                          BOXED
                          AUTO
                          ID 10
                          FONT SMALL-FONT.

           03 LABEL       LINE 06,5
                          COL 38
                          TITLE "IRRF (S/N)"
                          ID 11
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-INCIRRF-EDIT
                          LINE 06,5
                          COL 50
                          SIZE 04
                          3-D
                          BOXED
                          AUTO
                          ID 12
                          FONT SMALL-FONT.

           03 LABEL       LINE 06,5
                          COL 58
                          TITLE "FGTS (S/N)"
                          ID 13
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-INCFGTS-EDIT
                          LINE 06,5
                          COL 70
                          SIZE 04
                          3-D
                          BOXED
                          AUTO
                          ID 14
                          FONT SMALL-FONT.

           03 LABEL       LINE 08
                          COL 05
                          TITLE "Forma (V=valor H=horas)"
                          ID 15
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-FORMA-EDIT
                          LINE 08
                          COL 30
                          SIZE 04
                          3-D
                          BOXED
                          AUTO
                          ID 16
                          FONT SMALL-FONT.

           03 LABEL       LINE 09,5
                          COL 05
                          TITLE "Valor padrao"
                          ID 17
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-VALOR-EDIT
                          LINE 09,5
                          COL 30
                          SIZE 16
                          3-D
                          BOXED
                          AUTO
                          ID 18
                          FONT SMALL-FONT.

           03 LABEL       LINE 11
                          COL 05
                          TITLE "Fator da hora (%)"
                          ID 19
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-FATOR-EDIT
                          LINE 11
                          COL 30
                          SIZE 08
                          3-D
                          BOXED
                          AUTO
                          ID 20
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "&Gravar"
                          LINE 13
                          COL 05
                          SIZE 12
                          ID 21
                          EXCEPTION-VALUE EXCEPTION-GRAVAR.

           03 PUSH-BUTTON TITLE "&Excluir"
                          LINE 13
                          COL 20
                          SIZE 12
                          ID 22
                          EXCEPTION-VALUE EXCEPTION-EXCLUIR.

           03 PUSH-BUTTON TITLE "&Sair"
                          LINE 13
                          COL 35
                          SIZE 12
                          SELF-ACT
                          ID 23
                          EXCEPTION-VALUE 27.

       PROCEDURE DIVISION.
       INICIO.
           OPEN EXTEND ERRLOG
           IF VALID-ERRLOG
              SET ERRLOG-ABERTO TO TRUE
           END-IF.

           OPEN I-O TABEVE
           IF STAT-TABEVE = '35'
              PERFORM PERGUNTA-INICIALIZA
              OPEN OUTPUT TABEVE
              CLOSE TABEVE
              OPEN I-O TABEVE.
           IF NOT VALID-TABEVE
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
                            SIZE 95 LINES 15
                            CONTROL FONT SMALL-FONT
                            COLOR 257
                            TITLE "Eventos da Folha"
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
           CLOSE TABEVE.
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
           END-EVALUATE.

       ROTINA-GRAVAR.
           INSPECT W-INDICADORES-EDIT CONVERTING
                   'abcdefghijklmnopqrstuvwxyz' TO
                   'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           IF W-CODEVE-EDIT = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Codigo de evento invalido.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           IF W-DESCEVE-EDIT = SPACES
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'A descricao e obrigatoria.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           IF W-TIPO-EDIT NOT = 'P' AND W-TIPO-EDIT NOT = 'D'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Tipo invalido (P ou D).' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           IF (W-INCINSS-EDIT NOT = 'S' AND W-INCINSS-EDIT NOT = 'N')
           OR (W-INCIRRF-EDIT NOT = 'S' AND W-INCIRRF-EDIT NOT = 'N')
           OR (W-INCFGTS-EDIT NOT = 'S' AND W-INCFGTS-EDIT NOT = 'N')
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe S ou N nas incidencias.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           IF W-FORMA-EDIT NOT = 'V' AND W-FORMA-EDIT NOT = 'H'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Forma invalida (V ou H).' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           INITIALIZE            TEVE-REGISTR-1
           MOVE W-CODEVE-EDIT TO TEVE-CODEVE-1
           READ TABEVE
           IF STAT-TABEVE = '23'
              INITIALIZE            TEVE-REGISTR-1
              MOVE W-CODEVE-EDIT TO TEVE-CODEVE-1
              MOVE SPACES TO W-ANTES-TEVE
           ELSE
              IF NOT VALID-TABEVE
                 PERFORM ERRO-ARQUIVO
              END-IF
              MOVE TEVE-REGISTR-1 TO W-ANTES-TEVE
           END-IF.

           MOVE W-DESCEVE-EDIT  TO TEVE-DESCEVE-1
           MOVE W-TIPO-EDIT     TO TEVE-TIPO-1
           MOVE W-INCINSS-EDIT  TO TEVE-INCINSS-1
           MOVE W-INCIRRF-EDIT  TO TEVE-INCIRRF-1
           MOVE W-INCFGTS-EDIT  TO TEVE-INCFGTS-1
           MOVE W-FORMA-EDIT    TO TEVE-FORMA-1
           MOVE W-VALOR-EDIT    TO TEVE-VALOR-1
           MOVE W-FATOR-EDIT    TO TEVE-FATOR-1
           MOVE W-OPERADOR-ID   TO TEVE-OPERADOR-1
           SET TEVE-ATIVO TO TRUE

           INITIALIZE CA-MESSAGE-LINK

           IF STAT-TABEVE = '23'
              WRITE TEVE-REGISTR-1
              MOVE 'Registro gravado.' TO CA-MESSAGE-1
           ELSE
              REWRITE TEVE-REGISTR-1
              MOVE 'Registro regravado.' TO CA-MESSAGE-1
           END-IF.

           IF NOT VALID-TABEVE
              PERFORM ERRO-ARQUIVO.

           MOVE TEVE-RECORDK-1 TO AUDIT-CHAVE-1
           MOVE 'TABEVE'       TO AUDIT-ARQUIVO-1
           MOVE W-ANTES-TEVE   TO AUDIT-ANTES-1
           MOVE TEVE-REGISTR-1 TO AUDIT-DEPOIS-1
           SET AUDIT-GRAVACAO TO TRUE
           PERFORM GRAVA-AUDITLOG

           MOVE SPACES TO W-SITUACAO-EDIT
           DISPLAY TELA-PRINCIPAL

           PERFORM MOSTRA-MSG-MENSAGEM.

       ROTINA-EXCLUIR.
           IF NOT PODE-EXCLUIR
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Operador sem permissao para excluir.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ATENCAO
              EXIT PARAGRAPH.

           INITIALIZE            TEVE-REGISTR-1
           MOVE W-CODEVE-EDIT TO TEVE-CODEVE-1
           READ TABEVE
           IF STAT-TABEVE = '23'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Evento nao cadastrado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-MENSAGEM
              EXIT PARAGRAPH
           ELSE
              IF NOT VALID-TABEVE
                 PERFORM ERRO-ARQUIVO.

           INITIALIZE CA-MESSAGE-LINK
           MOVE 3 TO CA-MESSAGE-TYPE
           MOVE 22 TO CA-MESSAGE-RESP
           MOVE 'Deseja realmente excluir o evento?' TO CA-MESSAGE-1
           CALL 'CAMESSAG'
           CANCEL 'CAMESSAG'
           IF CA-MESSAGE-RESP = 1
              MOVE TEVE-REGISTR-1 TO W-ANTES-TEVE

              SET TEVE-INATIVO TO TRUE
              MOVE W-OPERADOR-ID TO TEVE-OPERADOR-1
              REWRITE TEVE-REGISTR-1
              IF NOT VALID-TABEVE
                 PERFORM ERRO-ARQUIVO
              END-IF

              MOVE TEVE-RECORDK-1 TO AUDIT-CHAVE-1
              MOVE 'TABEVE'       TO AUDIT-ARQUIVO-1
              MOVE W-ANTES-TEVE   TO AUDIT-ANTES-1
              MOVE TEVE-REGISTR-1 TO AUDIT-DEPOIS-1
              SET AUDIT-EXCLUSAO TO TRUE
              PERFORM GRAVA-AUDITLOG

              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Evento inativado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-MENSAGEM

              INITIALIZE CAMPOS-TELA-W
              DISPLAY TELA-PRINCIPAL
           END-IF.

       ROTINA-LER.
           IF EVENT-TYPE <> CMD-GOTO AND CMD-CLICKED
              EXIT PARAGRAPH.

           INITIALIZE            TEVE-REGISTR-1
           MOVE W-CODEVE-EDIT TO TEVE-CODEVE-1
           READ TABEVE
           IF STAT-TABEVE = '99'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Registro bloqueado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ATENCAO
              EXIT PARAGRAPH.
           IF STAT-TABEVE = '23'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Evento nao cadastrado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-MENSAGEM
              EXIT PARAGRAPH
           ELSE
              IF NOT VALID-TABEVE
                 PERFORM ERRO-ARQUIVO.

           MOVE TEVE-DESCEVE-1  TO W-DESCEVE-EDIT
           MOVE TEVE-TIPO-1     TO W-TIPO-EDIT
           MOVE TEVE-INCINSS-1  TO W-INCINSS-EDIT
           MOVE TEVE-INCIRRF-1  TO W-INCIRRF-EDIT
           MOVE TEVE-INCFGTS-1  TO W-INCFGTS-EDIT
           MOVE TEVE-FORMA-1    TO W-FORMA-EDIT
           MOVE TEVE-VALOR-1    TO W-VALOR-EDIT
           MOVE TEVE-FATOR-1    TO W-FATOR-EDIT
           IF TEVE-INATIVO
              MOVE 'EVENTO INATIVO' TO W-SITUACAO-EDIT
           ELSE
              MOVE SPACES           TO W-SITUACAO-EDIT
           END-IF

           DISPLAY TELA-PRINCIPAL.

       CARREGA-PERMISSAO.
           SET PODE-EXCLUIR TO TRUE
           IF NOT CADPRM-ABERTO
              EXIT PARAGRAPH.
           IF W-OPERADOR-ID = 'SUPER'
              EXIT PARAGRAPH.

           MOVE W-OPERADOR-ID TO DPRM-CODOPE-1
           MOVE 'TABEVE' TO DPRM-PROGRAMA-1
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
           MOVE 'TABEVE'      TO AUDIT-PROGRAMA-1

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
              MOVE 'TABEVE'   TO ERRL-PROGRAMA-1
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
