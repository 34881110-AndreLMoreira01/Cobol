       IDENTIFICATION DIVISION.
       PROGRAM-ID.    METAVEN.
       AUTHOR.        ANDRE.
      *-----------------------------------------------------------------
      * METAVEN - manutencao das metas de venda.
      * Informadas a empresa e a competencia (AAAAMM), lista as metas
      * gravadas no META por operador e grupo de produtos com o valor
      * a faturar no mes.  O botao Gravar Meta inclui ou altera a
      * meta do operador informado (cadastrado no CADOPE); o grupo e
      * opcional e, quando informado, e o prefixo do codigo dos
      * produtos que contam para a meta (tem de existir produto no
      * TABPR da empresa com esse inicio de codigo).  Carregar traz
      * para a tela a meta selecionada na lista e Retirar Meta tira a
      * selecionada (respeita a permissao de excluir da tabela
      * CADPRM).  Alteracoes vao para o AUDITLOG.  O acompanhamento
      * e o relatorio METAS.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           copy "meta.sl".
           copy "cadope.sl".
           copy "tabpr.sl".
           copy "cadprm.sl".
           copy "auditlog.sl".
           copy "errlog.sl".

       DATA DIVISION.
       FILE SECTION.

           copy "meta.fd".
           copy "cadope.fd".
           copy "tabpr.fd".
           copy "cadprm.fd".
           copy "auditlog.fd".
           copy "errlog.fd".

       WORKING-STORAGE SECTION.
       77  SMALL-FONT                     HANDLE.
       78  EXCEPTION-LER                  VALUE 04.
       78  EXCEPTION-INCLUIR              VALUE 06.
       78  EXCEPTION-RETIRAR              VALUE 07.
       78  EXCEPTION-CARREGAR             VALUE 08.
       78  ID-LISTA-METAS                 VALUE 30.
       78  MAX-METAS                      VALUE 100.

       01  CAMPOS-W.
           03  STAT-META                  PIC  X(02).
               88 VALID-META              VALUE '00' THRU '09'.
           03  STAT-CADOPE                PIC  X(02).
               88 VALID-CADOPE            VALUE '00' THRU '09'.
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
           03  STAT-COMPET-LIDA           PIC  X(01) VALUE 'N'.
               88 COMPET-LIDA             VALUE 'S' FALSE 'N'.

           03  CAMPOS-AUDITLOG-W.
               05 W-ANTES-META            PIC  X(62).
               05 W-OPERADOR-ID           PIC  X(10).

           03  CAMPOS-TELA-W.
               05 W-EMPRESA-EDIT          PIC  9(003).
               05 W-COMPET-EDIT           PIC  9(006).
               05 W-COMPET-EDIT-R REDEFINES W-COMPET-EDIT.
                  07 W-COMPET-ANO-EDIT    PIC  9(004).
                  07 W-COMPET-MES-EDIT    PIC  9(002).
               05 W-VENDEDOR-EDIT         PIC  X(010).
               05 W-NOMEVEN-EDIT          PIC  X(040).
               05 W-GRUPO-EDIT            PIC  X(010).
               05 W-VALOR-EDIT            PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
               05 W-TOTAL-EDIT            PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.

           03  CAMPOS-AUXILIARES-W.
               05 W-VALOR-META            PIC  9(13)V99 VALUE 0.
               05 W-TOTAL-METAS           PIC  9(13)V99 VALUE 0.
               05 W-TAM-GRUPO             PIC  9(02) VALUE 0.

           03  CAMPOS-LISTA-W.
               05 W-META-QTDE             PIC  9(03) VALUE 0.
               05 W-LISTA-CHAVE           OCCURS 100 TIMES.
                  07 W-LISTA-VENDEDOR     PIC  X(10).
                  07 W-LISTA-GRUPO        PIC  X(10).
               05 W-LINHA-LISTA.
                  07 W-VENDEDOR-LIS       PIC  X(10).
                  07 FILLER               PIC  X(02).
                  07 W-NOMEVEN-LIS        PIC  X(24).
                  07 FILLER               PIC  X(02).
                  07 W-GRUPO-LIS          PIC  X(10).
                  07 FILLER               PIC  X(02).
                  07 W-VALOR-LIS          PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
               05 W-LISTA-QTDE            PIC  9(03) VALUE 0.
               05 W-LISTA-SEL             PIC  9(03) VALUE 0.
               05 W-LISTA-METAS           PIC  X(68)
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
                          SIZE 10
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

           03 LABEL       LINE 06
                          COL 05
                          TITLE "Operador"
                          ID 7
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-VENDEDOR-EDIT
                          LINE 06
                          COL 30
                          SIZE 12
                          3-D
                          BOXED
                          AUTO
                          ID 8
                          FONT SMALL-FONT.

           03 DISPLAY-FIELD USING W-NOMEVEN-EDIT
                          LINE 06
                          COL 50
                          SIZE 40
                          ID 9.

           03 LABEL       LINE 07,5
                          COL 05
                          TITLE "Grupo (inicio do codigo)"
                          ID 10
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-GRUPO-EDIT
                          LINE 07,5
                          COL 30
                          SIZE 12
                          3-D
                          BOXED
                          AUTO
                          ID 11
                          FONT SMALL-FONT.

           03 LABEL       LINE 09
                          COL 05
                          TITLE "Valor da Meta"
                          ID 12
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-VALOR-EDIT
                          LINE 09
                          COL 30
                          SIZE 20
                          3-D
                          BOXED
                          AUTO
                          ID 13
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "Gravar &Meta"
                          LINE 10,5
                          COL 05
                          SIZE 18
                          ID 14
                          EXCEPTION-VALUE EXCEPTION-INCLUIR.

           03 PUSH-BUTTON TITLE "&Carregar"
                          LINE 10,5
                          COL 26
                          SIZE 12
                          ID 26
                          EXCEPTION-VALUE EXCEPTION-CARREGAR.

           03 PUSH-BUTTON TITLE "&Retirar Meta"
                          LINE 10,5
                          COL 41
                          SIZE 18
                          ID 15
                          EXCEPTION-VALUE EXCEPTION-RETIRAR.

           03 LABEL       LINE 12 COL 05
                          TITLE "OPERADOR  ----------NOME-----------
      -                         "  --GRUPO---  ------VALOR DA META"
                          ID 16
                          TRANSPARENT.

           03 LIST-BOX    USING W-LISTA-METAS (W-LISTA-SEL)
                          LINE 13
                          COL 05
                          LINES 08
                          SIZE 68
                          3-D
                          ID ID-LISTA-METAS
                          FONT SMALL-FONT
                          NOTIFY.

           03 LABEL       LINE 21,5
                          COL 30
                          TITLE "Total das metas sem grupo"
                          ID 17
                          TRANSPARENT.

           03 DISPLAY-FIELD USING W-TOTAL-EDIT
                          LINE 21,5
                          COL 53
                          SIZE 20
                          ID 18.

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

           OPEN I-O META
           IF STAT-META = '35'
              PERFORM PERGUNTA-INICIALIZA
              OPEN OUTPUT META
              CLOSE META
              OPEN I-O META.
           IF NOT VALID-META
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CADOPE
           IF NOT VALID-CADOPE
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
                            SIZE 80 LINES 25
                            CONTROL FONT SMALL-FONT
                            COLOR 257
                            TITLE "Metas de Venda"
                            NO SCROLL
                            SYSTEM MENU
                            AUTO-RESIZE
                            BACKGROUND-LOW
                            HANDLE JANELA-PROGRAMA.

           PERFORM LIMPA-METAS.

           DISPLAY TELA-PRINCIPAL.

           PERFORM TEST AFTER UNTIL TECLOU-ESC
              ACCEPT TELA-PRINCIPAL
                     ON EXCEPTION PERFORM TRATA-EXCEPTION-TELA-PRINCIPAL
              END-ACCEPT
           END-PERFORM.

       FIM.
           CLOSE META.
           CLOSE CADOPE.
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
                  PERFORM ROTINA-GRAVAR-META
             WHEN EXCEPTION-CARREGAR
                  PERFORM ROTINA-CARREGAR-META
             WHEN EXCEPTION-RETIRAR
                  PERFORM ROTINA-RETIRAR-META
           END-EVALUATE.

       LIMPA-METAS.
           MOVE 0 TO W-META-QTDE W-TOTAL-METAS W-TOTAL-EDIT
           MOVE 1 TO W-LISTA-QTDE
           MOVE SPACES TO W-LISTA-METAS (1)
           MOVE 1 TO W-LISTA-SEL.

       LIMPA-CAMPOS-META.
           MOVE 0      TO W-VALOR-EDIT
           MOVE SPACES TO W-VENDEDOR-EDIT W-NOMEVEN-EDIT
                          W-GRUPO-EDIT.

      *-----------------------------------------------------------------
      * empresa informada e competencia com mes valido
      *-----------------------------------------------------------------
       CRITICA-COMPETENCIA.
           SET COMPET-LIDA TO FALSE

           IF W-EMPRESA-EDIT = 0 OR W-COMPET-EDIT = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe a empresa e a competencia.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           IF W-COMPET-MES-EDIT < 1 OR W-COMPET-MES-EDIT > 12 OR
              W-COMPET-ANO-EDIT < 2000
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Competencia invalida (AAAAMM).' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 4 TO W-CONTROL-ID
              EXIT PARAGRAPH.

           SET COMPET-LIDA TO TRUE.

       ROTINA-LER.
           IF EVENT-TYPE <> CMD-GOTO AND CMD-CLICKED
              EXIT PARAGRAPH.

           PERFORM LIMPA-METAS
           PERFORM LIMPA-CAMPOS-META
           PERFORM CRITICA-COMPETENCIA
           IF NOT COMPET-LIDA
              DISPLAY TELA-PRINCIPAL
              EXIT PARAGRAPH.

           PERFORM CARREGA-METAS

           IF W-META-QTDE = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Nenhuma meta gravada na competencia.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-MENSAGEM
           END-IF.

           DISPLAY TELA-PRINCIPAL.

      *-----------------------------------------------------------------
      * monta a lista com as metas da empresa na competencia
      *-----------------------------------------------------------------
       CARREGA-METAS.
           PERFORM LIMPA-METAS

           INITIALIZE             META-REGISTR-1
           MOVE W-EMPRESA-EDIT TO META-EMPRESA-1
           MOVE W-COMPET-EDIT  TO META-COMPET-1
           START META KEY >= META-RECORDK-1
           IF VALID-META
              PERFORM UNTIL W-META-QTDE >= MAX-METAS
                 READ META NEXT AT END
                           EXIT PERFORM
                 END-READ
                 IF NOT VALID-META
                    EXIT PERFORM
                 END-IF
                 IF META-EMPRESA-1 <> W-EMPRESA-EDIT OR
                    META-COMPET-1 <> W-COMPET-EDIT
                    EXIT PERFORM
                 END-IF
                 PERFORM MONTA-LINHA-META
              END-PERFORM
           END-IF.

           MOVE W-TOTAL-METAS TO W-TOTAL-EDIT
           MOVE 1 TO W-LISTA-SEL.

       MONTA-LINHA-META.
           INITIALIZE              DOPE-REGISTR-1
           MOVE META-OPERADOR-1 TO DOPE-CODOPE-1
           READ CADOPE
           IF NOT VALID-CADOPE
              MOVE 'Operador nao cadastrado' TO DOPE-NOMEOPE-1
           END-IF

           ADD 1 TO W-META-QTDE
           MOVE SPACES            TO W-LINHA-LISTA
           MOVE META-OPERADOR-1   TO W-VENDEDOR-LIS
           MOVE DOPE-NOMEOPE-1    TO W-NOMEVEN-LIS
           MOVE META-GRUPO-1      TO W-GRUPO-LIS
           MOVE META-VALOR-1      TO W-VALOR-LIS
           IF META-GRUPO-1 = SPACES
              ADD META-VALOR-1 TO W-TOTAL-METAS
           END-IF
           MOVE W-META-QTDE       TO W-LISTA-QTDE
           MOVE W-LINHA-LISTA     TO W-LISTA-METAS (W-META-QTDE)
           MOVE META-OPERADOR-1   TO W-LISTA-VENDEDOR (W-META-QTDE)
           MOVE META-GRUPO-1      TO W-LISTA-GRUPO (W-META-QTDE).

      *-----------------------------------------------------------------
      * grava (inclui ou altera) a meta do operador na competencia
      *-----------------------------------------------------------------
       ROTINA-GRAVAR-META.
           PERFORM CRITICA-COMPETENCIA
           IF NOT COMPET-LIDA
              DISPLAY TELA-PRINCIPAL
              EXIT PARAGRAPH.

           IF W-VENDEDOR-EDIT = SPACES
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe o operador.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 8 TO W-CONTROL-ID
              EXIT PARAGRAPH.

           INITIALIZE              DOPE-REGISTR-1
           MOVE W-VENDEDOR-EDIT TO DOPE-CODOPE-1
           READ CADOPE
           IF STAT-CADOPE = '23'
              MOVE SPACES TO W-NOMEVEN-EDIT
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Operador nao cadastrado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              DISPLAY TELA-PRINCIPAL
              EXIT PARAGRAPH
           ELSE
              IF NOT VALID-CADOPE
                 PERFORM ERRO-ARQUIVO.

           MOVE DOPE-NOMEOPE-1 TO W-NOMEVEN-EDIT

           IF W-GRUPO-EDIT NOT = SPACES
              PERFORM CRITICA-GRUPO
              IF NOT VALID-TABPR
                 INITIALIZE CA-MESSAGE-LINK
                 MOVE 'Nenhum produto com esse inicio de codigo.'
                                       TO CA-MESSAGE-1
                 PERFORM MOSTRA-MSG-ERRO
                 DISPLAY TELA-PRINCIPAL
                 MOVE 4 TO W-ACCEPT-CONTROL
                 MOVE 11 TO W-CONTROL-ID
                 EXIT PARAGRAPH
              END-IF
           END-IF

           MOVE W-VALOR-EDIT TO W-VALOR-META
           IF W-VALOR-META = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe o valor da meta.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              DISPLAY TELA-PRINCIPAL
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 13 TO W-CONTROL-ID
              EXIT PARAGRAPH.

           INITIALIZE              META-REGISTR-1
           MOVE W-EMPRESA-EDIT  TO META-EMPRESA-1
           MOVE W-COMPET-EDIT   TO META-COMPET-1
           MOVE W-VENDEDOR-EDIT TO META-OPERADOR-1
           MOVE W-GRUPO-EDIT    TO META-GRUPO-1
           READ META
           IF STAT-META = '23'
              INITIALIZE              META-REGISTR-1
              MOVE W-EMPRESA-EDIT  TO META-EMPRESA-1
              MOVE W-COMPET-EDIT   TO META-COMPET-1
              MOVE W-VENDEDOR-EDIT TO META-OPERADOR-1
              MOVE W-GRUPO-EDIT    TO META-GRUPO-1
              MOVE SPACES          TO W-ANTES-META
           ELSE
              IF NOT VALID-META
                 PERFORM ERRO-ARQUIVO
              ELSE
                 MOVE META-REGISTR-1 TO W-ANTES-META
              END-IF
           END-IF.

           IF STAT-META = '23' AND W-META-QTDE >= MAX-METAS
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Competencia com o maximo de 100 metas.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           MOVE W-VALOR-META   TO META-VALOR-1
           ACCEPT META-DATAGRV-1 FROM CENTURY-DATE
           MOVE W-OPERADOR-ID  TO META-OPEGRV-1

           IF STAT-META = '23'
              WRITE META-REGISTR-1
           ELSE
              REWRITE META-REGISTR-1
           END-IF.

           IF NOT VALID-META
              PERFORM ERRO-ARQUIVO.

           MOVE META-RECORDK-1 TO AUDIT-CHAVE-1
           MOVE 'META'         TO AUDIT-ARQUIVO-1
           MOVE W-ANTES-META   TO AUDIT-ANTES-1
           MOVE META-REGISTR-1 TO AUDIT-DEPOIS-1
           SET AUDIT-GRAVACAO TO TRUE
           PERFORM GRAVA-AUDITLOG

           PERFORM LIMPA-CAMPOS-META
           PERFORM CARREGA-METAS

           DISPLAY TELA-PRINCIPAL.

      *-----------------------------------------------------------------
      * o grupo tem de ser o inicio do codigo de algum produto da
      * empresa
      *-----------------------------------------------------------------
       CRITICA-GRUPO.
           PERFORM VARYING W-TAM-GRUPO FROM 10 BY -1
                   UNTIL W-TAM-GRUPO = 1 OR
                         W-GRUPO-EDIT (W-TAM-GRUPO:1) NOT = SPACE
              CONTINUE
           END-PERFORM

           INITIALIZE             TDES-REGISTR-1
           MOVE W-EMPRESA-EDIT TO TDES-EMPRESA-1
           MOVE W-GRUPO-EDIT   TO TDES-CODIGO-1
           START TABPR KEY >= TDES-RECORDK-1
           IF NOT VALID-TABPR
              EXIT PARAGRAPH.

           READ TABPR NEXT
           IF VALID-TABPR
              IF TDES-EMPRESA-1 NOT = W-EMPRESA-EDIT OR
                 TDES-CODIGO-1 (1:W-TAM-GRUPO) NOT =
                 W-GRUPO-EDIT (1:W-TAM-GRUPO)
                 MOVE '23' TO STAT-TABPR
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * traz para a tela a meta selecionada na lista
      *-----------------------------------------------------------------
       ROTINA-CARREGAR-META.
           IF W-META-QTDE = 0 OR
              W-LISTA-SEL = 0 OR W-LISTA-SEL > W-META-QTDE
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Selecione uma meta na lista.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           INITIALIZE             META-REGISTR-1
           MOVE W-EMPRESA-EDIT TO META-EMPRESA-1
           MOVE W-COMPET-EDIT  TO META-COMPET-1
           MOVE W-LISTA-VENDEDOR (W-LISTA-SEL) TO META-OPERADOR-1
           MOVE W-LISTA-GRUPO (W-LISTA-SEL)    TO META-GRUPO-1
           READ META
           IF STAT-META = '23'
              PERFORM CARREGA-METAS
              DISPLAY TELA-PRINCIPAL
              EXIT PARAGRAPH
           ELSE
              IF NOT VALID-META
                 PERFORM ERRO-ARQUIVO.

           MOVE META-OPERADOR-1 TO W-VENDEDOR-EDIT
           MOVE META-GRUPO-1    TO W-GRUPO-EDIT
           MOVE META-VALOR-1    TO W-VALOR-EDIT

           INITIALIZE              DOPE-REGISTR-1
           MOVE META-OPERADOR-1 TO DOPE-CODOPE-1
           READ CADOPE
           IF VALID-CADOPE
              MOVE DOPE-NOMEOPE-1 TO W-NOMEVEN-EDIT
           ELSE
              MOVE SPACES         TO W-NOMEVEN-EDIT
           END-IF

           DISPLAY TELA-PRINCIPAL.

      *-----------------------------------------------------------------
      * retira a meta selecionada na lista
      *-----------------------------------------------------------------
       ROTINA-RETIRAR-META.
           IF NOT PODE-EXCLUIR
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Operador sem permissao para excluir.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ATENCAO
              EXIT PARAGRAPH.

           IF W-META-QTDE = 0 OR
              W-LISTA-SEL = 0 OR W-LISTA-SEL > W-META-QTDE
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Selecione uma meta na lista.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           INITIALIZE             META-REGISTR-1
           MOVE W-EMPRESA-EDIT TO META-EMPRESA-1
           MOVE W-COMPET-EDIT  TO META-COMPET-1
           MOVE W-LISTA-VENDEDOR (W-LISTA-SEL) TO META-OPERADOR-1
           MOVE W-LISTA-GRUPO (W-LISTA-SEL)    TO META-GRUPO-1
           READ META
           IF STAT-META = '23'
              PERFORM CARREGA-METAS
              DISPLAY TELA-PRINCIPAL
              EXIT PARAGRAPH
           ELSE
              IF NOT VALID-META
                 PERFORM ERRO-ARQUIVO.

           INITIALIZE CA-MESSAGE-LINK
           MOVE 3 TO CA-MESSAGE-TYPE
           MOVE 22 TO CA-MESSAGE-RESP
           MOVE 'Deseja realmente retirar a meta?' TO CA-MESSAGE-1
           CALL 'CAMESSAG'
           CANCEL 'CAMESSAG'
           IF CA-MESSAGE-RESP NOT = 1
              EXIT PARAGRAPH.

           MOVE META-REGISTR-1 TO W-ANTES-META

           DELETE META RECORD
           IF NOT VALID-META
              PERFORM ERRO-ARQUIVO.

           MOVE W-ANTES-META (1:20) TO AUDIT-CHAVE-1
           MOVE 'META'              TO AUDIT-ARQUIVO-1
           MOVE W-ANTES-META        TO AUDIT-ANTES-1
           MOVE SPACES              TO AUDIT-DEPOIS-1
           SET AUDIT-EXCLUSAO TO TRUE
           PERFORM GRAVA-AUDITLOG

           PERFORM LIMPA-CAMPOS-META
           PERFORM CARREGA-METAS

           DISPLAY TELA-PRINCIPAL.

       CARREGA-PERMISSAO.
           SET PODE-EXCLUIR TO TRUE
           IF NOT CADPRM-ABERTO
              EXIT PARAGRAPH.
           IF W-OPERADOR-ID = 'SUPER'
              EXIT PARAGRAPH.

           MOVE W-OPERADOR-ID TO DPRM-CODOPE-1
           MOVE 'METAVEN' TO DPRM-PROGRAMA-1
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
           MOVE 'METAVEN'     TO AUDIT-PROGRAMA-1

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
              MOVE 'METAVEN'  TO ERRL-PROGRAMA-1
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
