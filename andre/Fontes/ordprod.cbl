       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ORDPROD.
       AUTHOR.        ANDRE.
      *-----------------------------------------------------------------
      * ORDPROD - ordens de producao.
      * Informados empresa, produto acabado (com estrutura no ESTRUT),
      * quantidade, deposito dos componentes e deposito do acabado,
      * explode a estrutura (quantidade por unidade mais a perda) e
      * lista a necessidade de cada componente contra o saldo do
      * deposito (SALDEP) e o disponivel do TABPR (saldo menos
      * reservado), com a falta quando houver.
      *   Gravar   - grava a ordem planejada (numero pela serie OPR do
      *              NUMCTL); planejadas entram na explosao do SUGCOMP.
      *   Produzir - com todos os componentes disponiveis, grava numa
      *              unica operacao as saidas dos componentes (por lote,
      *              FEFO, como o MOVESTO) e a entrada do acabado no
      *              MOVESTO com origem 'M' e o numero da ordem em
      *              TMOV-REFOPR-1, baixa e credita TABPR e SALDEP.  O
      *              acabado entra pela soma do custo medio
      *              (TDES-CUSTOMED-1) dos componentes consumidos, que
      *              recompoe o seu custo medio.
      *   Cancelar - cancela ordem planejada (permissao de excluir da
      *              tabela CADPRM).
      * Respeita a competencia fechada (FECHCTL).
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           copy "ordprd.sl".
           copy "estrut.sl".
           copy "tabpr.sl".
           copy "movesto.sl".
           copy "caddep.sl".
           copy "saldep.sl".
           copy "lotsld.sl".
           copy "numctl.sl".
           copy "fechctl.sl".
           copy "cadprm.sl".
           copy "errlog.sl".

       DATA DIVISION.
       FILE SECTION.

           copy "ordprd.fd".
           copy "estrut.fd".
           copy "tabpr.fd".
           copy "movesto.fd".
           copy "caddep.fd".
           copy "saldep.fd".
           copy "lotsld.fd".
           copy "numctl.fd".
           copy "fechctl.fd".
           copy "cadprm.fd".
           copy "errlog.fd".

       WORKING-STORAGE SECTION.
       77  SMALL-FONT                     HANDLE.
       78  EXCEPTION-GRAVAR               VALUE 02.
       78  EXCEPTION-CANCELAR             VALUE 03.
       78  EXCEPTION-LER                  VALUE 04.
       78  EXCEPTION-VERIFICAR            VALUE 05.
       78  EXCEPTION-PRODUZIR             VALUE 06.
       78  ID-LISTA-COMPONENTES           VALUE 30.
       78  MAX-COMPONENTES                VALUE 50.

       01  CAMPOS-W.
           03  STAT-ORDPRD               PIC  X(02).
               88 VALID-ORDPRD           VALUE '00' THRU '09'.
           03  STAT-ESTRUT               PIC  X(02).
               88 VALID-ESTRUT           VALUE '00' THRU '09'.
           03  STAT-TABPR                PIC  X(02).
               88 VALID-TABPR            VALUE '00' THRU '09'.
           03  STAT-MOVESTO              PIC  X(02).
               88 VALID-MOVESTO          VALUE '00' THRU '09'.
           03  STAT-CADDEP               PIC  X(02).
               88 VALID-CADDEP           VALUE '00' THRU '09'.
           03  STAT-SALDEP               PIC  X(02).
               88 VALID-SALDEP           VALUE '00' THRU '09'.
           03  STAT-LOTSLD               PIC  X(02).
               88 VALID-LOTSLD           VALUE '00' THRU '09'.
           03  STAT-ACHOU-LOTE           PIC  X(01).
               88 ACHOU-LOTE             VALUE 'S' FALSE 'N'.
           03  STAT-NUMCTL               PIC  X(02).
               88 VALID-NUMCTL           VALUE '00' THRU '09'.
           03  STAT-FECHCTL              PIC  X(02).
               88 VALID-FECHCTL          VALUE '00' THRU '09'.
           03  STAT-FECHCTL-ABERTO      PIC  X(01) VALUE 'N'.
               88 FECHCTL-ABERTO         VALUE 'S' FALSE 'N'.
           03  STAT-CADPRM               PIC  X(02).
               88 VALID-CADPRM           VALUE '00' THRU '09'.
           03  STAT-CADPRM-ABERTO        PIC  X(01) VALUE 'N'.
               88 CADPRM-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-PODE-EXCLUIR         PIC  X(01) VALUE 'S'.
               88 PODE-EXCLUIR           VALUE 'S' FALSE 'N'.
           03  STAT-ERRLOG               PIC  X(02).
               88 VALID-ERRLOG           VALUE '00' THRU '09'.
           03  STAT-ERRLOG-ABERTO        PIC  X(01) VALUE 'N'.
               88 ERRLOG-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-COMPET               PIC  X(01).
               88 COMPET-FECHADA         VALUE 'S' FALSE 'N'.
           03  STAT-FALTA                PIC  X(01).
               88 TEM-FALTA              VALUE 'S' FALSE 'N'.
           03  STAT-ORDEM                PIC  X(01).
               88 ORDEM-NOVA             VALUE 'S' FALSE 'N'.

           03  CAMPOS-TELA-W.
               05 W-EMPRESA-EDIT         PIC  9(003).
               05 W-NUMERO-EDIT          PIC  9(006).
               05 W-SITUACAO-EDIT        PIC  X(030).
               05 W-CODIGO-EDIT          PIC  X(010).
               05 W-DESC-EDIT            PIC  X(050).
               05 W-QUANTIDADE-EDIT      PIC  ZZ.ZZZ.ZZ9,99.
               05 W-DATAPREV-EDIT        PIC  99/99/9999.
               05 W-DEPCOMP-EDIT         PIC  9(02) VALUE 1.
               05 W-DEPPROD-EDIT         PIC  9(02) VALUE 1.
               05 W-OBS-EDIT             PIC  X(040).
               05 W-CUSTOTOT-EDIT        PIC  ZZZ.ZZZ.ZZ9,99.
               05 W-CUSTOUNI-EDIT        PIC  ZZZ.ZZZ.ZZ9,99.

           03  CAMPOS-TRABALHO-W.
               05 W-QUANTIDADE           PIC  9(09)V99 VALUE 0.
               05 W-DATAPREV-I           PIC  9(08) VALUE 0.
               05 W-OPERADOR-ID          PIC  X(10).
               05 W-CODIGO-ATUAL         PIC  X(10).
               05 W-DEPOSITO-ATUAL       PIC  9(02) VALUE 0.
               05 W-DEPOSITO-TESTE       PIC  9(02) VALUE 0.
               05 W-QTDMOV-DEP           PIC S9(10)V99 VALUE 0.
               05 W-QTDMOV               PIC  9(09)V99 VALUE 0.
               05 W-DISPONIVEL           PIC S9(10)V99 VALUE 0.
               05 W-CUSTO                PIC  9(09)V99 VALUE 0.
               05 W-CUSTO-TOTAL          PIC  9(11)V99 VALUE 0.
               05 W-RESTANTE             PIC  9(09)V99 VALUE 0.
               05 W-QTD-LOTE             PIC  9(09)V99 VALUE 0.
               05 W-FEFO-LOTE            PIC  X(10).
               05 W-FEFO-VALIDADE        PIC  9(08) VALUE 0.
               05 W-FEFO-ORDEM           PIC  9(08) VALUE 0.
               05 W-ORDEM-LOTE           PIC  9(08) VALUE 0.
               05 W-NROMOV-MAIOR         PIC  9(06) VALUE 0.
               05 W-NROMOV-NOVO          PIC  9(06) VALUE 0.
               05 W-NROORD               PIC  9(06) VALUE 0.
               05 W-OBS-MOV              PIC  X(40).
               05 W-DATA-SISTEMA         PIC  9(08) VALUE 0.
               05 W-COMPET-MOV           PIC  9(06) VALUE 0.
               05 W-DATAUXI              PIC  9(08).
               05 REDEFINES W-DATAUXI.
                  07 W-ANOAUXI-I         PIC  9(04).
                  07 W-MESAUXI-I         PIC  9(02).
                  07 W-DIAAUXI-I         PIC  9(02).
               05 W-DATAIMP              PIC  9(08) VALUE 0.

           03  CAMPOS-COMPONENTES-W.
               05 W-COMP-QTDE            PIC  9(03) VALUE 0.
               05 W-IX-COMP              PIC  9(03) VALUE 0.
               05 W-COMP-TABELA          OCCURS 50 TIMES.
                  07 W-COMP-CODIGO       PIC  X(10).
                  07 W-COMP-NECESS       PIC  9(09)V99.
                  07 W-COMP-SALDO        PIC S9(10)V99.
                  07 W-COMP-FALTA        PIC  9(09)V99.
                  07 W-COMP-CUSTO        PIC  9(09)V99.

           03  CAMPOS-LISTA-W.
               05 W-LINHA-LISTA.
                  07 W-CODIGO-LIS        PIC  X(10).
                  07 FILLER              PIC  X(02).
                  07 W-DESC-LIS          PIC  X(30).
                  07 FILLER              PIC  X(02).
                  07 W-NECESS-LIS        PIC  ZZ.ZZZ.ZZ9,99.
                  07 FILLER              PIC  X(02).
                  07 W-SALDO-LIS         PIC  ZZ.ZZZ.ZZ9,99-.
                  07 FILLER              PIC  X(02).
                  07 W-FALTA-LIS         PIC  ZZ.ZZZ.ZZ9,99
                                         BLANK WHEN ZERO.
               05 W-LISTA-QTDE            PIC  9(03) VALUE 0.
               05 W-LISTA-SEL             PIC  9(03) VALUE 0.
               05 W-LISTA-COMPONENTES     PIC  X(90)
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
           COPY "DATASW.CPY".

       SCREEN SECTION.
       01  TELA-PRINCIPAL.
           03 LABEL       LINE 02 COL 05
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

           03 LABEL       LINE 03,5 COL 05
                          TITLE "Ordem (0 = nova)"
                          ID 3
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-NUMERO-EDIT
                          LINE 03,5
                          COL 30
                          SIZE 08
                          3-D
                          BOXED
                          AUTO
                          ID 4
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "&Ler a Ordem"
                          LINE 03,5
                          COL 42
                          SIZE 12
                          ID 5
                          EXCEPTION-VALUE EXCEPTION-LER.

           03 DISPLAY-FIELD USING W-SITUACAO-EDIT
                          LINE 03,5
                          COL 58
                          SIZE 30
                          ID 6.

           03 LABEL       LINE 05 COL 05
                          TITLE "Produto Acabado"
                          ID 7
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-CODIGO-EDIT
                          LINE 05
                          COL 30
                          SIZE 12
                          3-D
                          BOXED
                          AUTO
                          ID 8
                          FONT SMALL-FONT.

           03 DISPLAY-FIELD USING W-DESC-EDIT
                          LINE 05
                          COL 45
                          SIZE 45
                          ID 9.

           03 LABEL       LINE 06,5 COL 05
                          TITLE "Quantidade"
                          ID 10
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-QUANTIDADE-EDIT
                          LINE 06,5
                          COL 30
                          3-D
                          BOXED
                          AUTO
                          ID 11
                          FONT SMALL-FONT.

           03 LABEL       LINE 06,5 COL 50
                          TITLE "Data Prevista"
                          ID 12
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-DATAPREV-EDIT
                          LINE 06,5
                          COL 65
                          3-D
                          BOXED
                          AUTO
                          ID 13
                          FONT SMALL-FONT.

           03 LABEL       LINE 08 COL 05
                          TITLE "Deposito dos Componentes"
                          ID 14
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-DEPCOMP-EDIT
                          LINE 08
                          COL 30
                          SIZE 06
                          3-D
                          BOXED
                          AUTO
                          ID 15
                          FONT SMALL-FONT.

           03 LABEL       LINE 08 COL 50
                          TITLE "Deposito do Acabado"
                          ID 16
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-DEPPROD-EDIT
                          LINE 08
                          COL 65
                          SIZE 06
                          3-D
                          BOXED
                          AUTO
                          ID 17
                          FONT SMALL-FONT.

           03 LABEL       LINE 09,5 COL 05
                          TITLE "Observacao"
                          ID 18
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-OBS-EDIT
                          LINE 09,5
                          COL 30
                          SIZE 40
                          3-D
                          BOXED
                          AUTO
                          ID 19
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "&Verificar"
                          LINE 11
                          COL 05
                          SIZE 14
                          ID 20
                          EXCEPTION-VALUE EXCEPTION-VERIFICAR.

           03 PUSH-BUTTON TITLE "&Gravar"
                          LINE 11
                          COL 22
                          SIZE 14
                          ID 21
                          EXCEPTION-VALUE EXCEPTION-GRAVAR.

           03 PUSH-BUTTON TITLE "&Produzir"
                          LINE 11
                          COL 39
                          SIZE 14
                          ID 22
                          EXCEPTION-VALUE EXCEPTION-PRODUZIR.

           03 PUSH-BUTTON TITLE "&Cancelar Ordem"
                          LINE 11
                          COL 56
                          SIZE 14
                          ID 23
                          EXCEPTION-VALUE EXCEPTION-CANCELAR.

           03 LABEL       LINE 12,5 COL 05
                          TITLE "-CODIGO---  -----------DESCRICAO-------
      -                         "---  -NECESSIDADE-  SALDO DEPOSITO  ---
      -                         "--FALTA----"
                          ID 24
                          TRANSPARENT.

           03 LIST-BOX    USING W-LISTA-COMPONENTES (W-LISTA-SEL)
                          LINE 13,5
                          COL 05
                          LINES 08
                          SIZE 90
                          3-D
                          ID ID-LISTA-COMPONENTES
                          FONT SMALL-FONT
                          NOTIFY.

           03 LABEL       LINE 22 COL 05
                          TITLE "Custo total: "
                          ID 25
                          TRANSPARENT.

           03 DISPLAY-FIELD USING W-CUSTOTOT-EDIT
                          LINE 22
                          COL 30
                          SIZE 14
                          ID 26.

           03 LABEL       LINE 22 COL 50
                          TITLE "Custo unitario: "
                          ID 27
                          TRANSPARENT.

           03 DISPLAY-FIELD USING W-CUSTOUNI-EDIT
                          LINE 22
                          COL 65
                          SIZE 14
                          ID 28.

           03 PUSH-BUTTON TITLE "&Sair"
                          LINE 24
                          COL 05
                          SIZE 12
                          SELF-ACT
                          ID 29
                          EXCEPTION-VALUE 27.

       PROCEDURE DIVISION.
       INICIO.
           OPEN EXTEND ERRLOG
           IF VALID-ERRLOG
              SET ERRLOG-ABERTO TO TRUE
           END-IF.

           OPEN I-O ORDPRD
           IF STAT-ORDPRD = '35'
              OPEN OUTPUT ORDPRD
              CLOSE ORDPRD
              OPEN I-O ORDPRD.
           IF NOT VALID-ORDPRD
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT ESTRUT
           IF STAT-ESTRUT = '35'
              OPEN OUTPUT ESTRUT
              CLOSE ESTRUT
              OPEN INPUT ESTRUT.
           IF NOT VALID-ESTRUT
              PERFORM ERRO-ARQUIVO.

           OPEN I-O TABPR
           IF NOT VALID-TABPR
              PERFORM ERRO-ARQUIVO.

           OPEN I-O MOVESTO
           IF NOT VALID-MOVESTO
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CADDEP
           IF NOT VALID-CADDEP
              PERFORM ERRO-ARQUIVO.

           OPEN I-O SALDEP
           IF STAT-SALDEP = '35'
              OPEN OUTPUT SALDEP
              CLOSE SALDEP
              OPEN I-O SALDEP.
           IF NOT VALID-SALDEP
              PERFORM ERRO-ARQUIVO.

           OPEN I-O LOTSLD
           IF STAT-LOTSLD = '35'
              OPEN OUTPUT LOTSLD
              CLOSE LOTSLD
              OPEN I-O LOTSLD.
           IF NOT VALID-LOTSLD
              PERFORM ERRO-ARQUIVO.

           OPEN I-O NUMCTL
           IF STAT-NUMCTL = '35'
              OPEN OUTPUT NUMCTL
              CLOSE NUMCTL
              OPEN I-O NUMCTL.
           IF NOT VALID-NUMCTL
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT FECHCTL
           IF VALID-FECHCTL
              SET FECHCTL-ABERTO TO TRUE
           END-IF.

           DISPLAY "USERNAME" UPON ENVIRONMENT-NAME.
           ACCEPT  W-OPERADOR-ID FROM ENVIRONMENT-VALUE.

           OPEN INPUT CADPRM
           IF VALID-CADPRM
              SET CADPRM-ABERTO TO TRUE
           END-IF.
           PERFORM CARREGA-PERMISSAO.

           ACCEPT SMALL-FONT FROM STANDARD OBJECT "SMALL-FONT".

           DISPLAY FLOATING GRAPHICAL WINDOW
                            SIZE 98 LINES 26
                            CONTROL FONT SMALL-FONT
                            COLOR 257
                            TITLE "Ordens de Producao"
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
           CLOSE ORDPRD.
           CLOSE ESTRUT.
           CLOSE TABPR.
           CLOSE MOVESTO.
           CLOSE CADDEP.
           CLOSE SALDEP.
           CLOSE LOTSLD.
           CLOSE NUMCTL.
           IF FECHCTL-ABERTO
              CLOSE FECHCTL
           END-IF.
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
             WHEN EXCEPTION-VERIFICAR
                  PERFORM ROTINA-VERIFICAR
             WHEN EXCEPTION-GRAVAR
                  PERFORM ROTINA-GRAVAR
             WHEN EXCEPTION-PRODUZIR
                  PERFORM ROTINA-PRODUZIR
             WHEN EXCEPTION-CANCELAR
                  PERFORM ROTINA-CANCELAR
           END-EVALUATE.

       LIMPA-COMPONENTES.
           MOVE 0 TO W-COMP-QTDE W-CUSTO-TOTAL
           MOVE 0 TO W-CUSTOTOT-EDIT W-CUSTOUNI-EDIT
           MOVE 1 TO W-LISTA-QTDE
           MOVE SPACES TO W-LISTA-COMPONENTES (1)
           MOVE 1 TO W-LISTA-SEL.

       ROTINA-LER.
           IF EVENT-TYPE <> CMD-GOTO AND CMD-CLICKED
              EXIT PARAGRAPH.

           PERFORM LIMPA-COMPONENTES

           INITIALIZE             ORDP-REGISTR-1
           MOVE W-EMPRESA-EDIT TO ORDP-EMPRESA-1
           MOVE W-NUMERO-EDIT  TO ORDP-NUMERO-1
           READ ORDPRD
           IF STAT-ORDPRD = '23'
              MOVE SPACES TO W-SITUACAO-EDIT
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Ordem de producao nao cadastrada.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-MENSAGEM
              DISPLAY TELA-PRINCIPAL
              EXIT PARAGRAPH
           ELSE
              IF NOT VALID-ORDPRD
                 PERFORM ERRO-ARQUIVO.

           MOVE ORDP-CODIGO-1     TO W-CODIGO-EDIT
           MOVE ORDP-QUANTIDADE-1 TO W-QUANTIDADE-EDIT
           MOVE ORDP-DEPCOMP-1    TO W-DEPCOMP-EDIT
           MOVE ORDP-DEPPROD-1    TO W-DEPPROD-EDIT
           MOVE ORDP-OBS-1        TO W-OBS-EDIT
           MOVE ORDP-DATAPREV-1   TO W-DATAUXI
           COMPUTE W-DATAIMP = W-ANOAUXI-I +
                               W-MESAUXI-I * 10000 +
                               W-DIAAUXI-I * 1000000
           MOVE W-DATAIMP         TO W-DATAPREV-EDIT
           PERFORM MONTA-SITUACAO

           PERFORM LE-ACABADO
           MOVE ORDP-QUANTIDADE-1 TO W-QUANTIDADE
           PERFORM MONTA-NECESSIDADES

           IF ORDP-PRODUZIDA
              MOVE ORDP-CUSTOTOT-1 TO W-CUSTOTOT-EDIT
              MOVE ORDP-CUSTOUNI-1 TO W-CUSTOUNI-EDIT
           END-IF.

           DISPLAY TELA-PRINCIPAL.

       MONTA-SITUACAO.
           MOVE SPACES TO W-SITUACAO-EDIT
           EVALUATE TRUE
             WHEN ORDP-PLANEJADA
                  MOVE 'PLANEJADA' TO W-SITUACAO-EDIT
             WHEN ORDP-CANCELADA
                  MOVE 'CANCELADA' TO W-SITUACAO-EDIT
             WHEN ORDP-PRODUZIDA
                  MOVE ORDP-DATAPROD-1 TO W-DATAUXI
                  COMPUTE W-DATAIMP = W-ANOAUXI-I +
                                      W-MESAUXI-I * 10000 +
                                      W-DIAAUXI-I * 1000000
                  STRING 'PRODUZIDA EM '         DELIMITED BY SIZE
                         W-DATAIMP (1:2) '/'     DELIMITED BY SIZE
                         W-DATAIMP (3:2) '/'     DELIMITED BY SIZE
                         W-DATAIMP (5:4)         DELIMITED BY SIZE
                    INTO W-SITUACAO-EDIT
                  END-STRING
           END-EVALUATE.

       ROTINA-VERIFICAR.
           PERFORM LIMPA-COMPONENTES
           PERFORM VALIDA-TELA
           IF NOT VALID-TABPR OR NOT VALID-CADDEP
              DISPLAY TELA-PRINCIPAL
              EXIT PARAGRAPH.

           PERFORM MONTA-NECESSIDADES
           PERFORM AVISA-NECESSIDADES

           DISPLAY TELA-PRINCIPAL.

      *-----------------------------------------------------------------
      * critica comum a Verificar/Gravar/Produzir: empresa, acabado
      * cadastrado e ativo, quantidade, data prevista e depositos
      *-----------------------------------------------------------------
       VALIDA-TELA.
           MOVE '23' TO STAT-TABPR
           MOVE '00' TO STAT-CADDEP

           IF W-EMPRESA-EDIT = 0 OR W-CODIGO-EDIT = SPACES
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe a empresa e o produto acabado.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           PERFORM LE-ACABADO
           IF NOT VALID-TABPR
              EXIT PARAGRAPH.
           IF TDES-INATIVO
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Produto acabado inativo.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE '23' TO STAT-TABPR
              EXIT PARAGRAPH.

           MOVE W-QUANTIDADE-EDIT TO W-QUANTIDADE
           IF W-QUANTIDADE = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Quantidade deve ser maior que zero.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE '23' TO STAT-TABPR
              EXIT PARAGRAPH.

           MOVE 0 TO W-DATAPREV-I
           MOVE W-DATAPREV-EDIT TO W-DATA-CRIT
           IF W-DIA-CRIT <> 0 OR W-MES-CRIT <> 0 OR W-ANO-CRIT <> 0
              PERFORM CRITICA-DATA
              IF NOT DATA-OK
                 INITIALIZE CA-MESSAGE-LINK
                 MOVE 'Data prevista invalida.' TO CA-MESSAGE-1
                 PERFORM MOSTRA-MSG-ERRO
                 MOVE '23' TO STAT-TABPR
                 EXIT PARAGRAPH
              END-IF
              COMPUTE W-DATAPREV-I = W-ANO-CRIT * 10000 +
                                     W-MES-CRIT * 100 +
                                     W-DIA-CRIT
           END-IF

           IF W-DEPCOMP-EDIT = 0
              MOVE 1 TO W-DEPCOMP-EDIT
           END-IF
           IF W-DEPPROD-EDIT = 0
              MOVE 1 TO W-DEPPROD-EDIT
           END-IF

           MOVE W-DEPCOMP-EDIT TO W-DEPOSITO-TESTE
           PERFORM TESTA-DEPOSITO
           IF NOT VALID-CADDEP
              EXIT PARAGRAPH.
           MOVE W-DEPPROD-EDIT TO W-DEPOSITO-TESTE
           PERFORM TESTA-DEPOSITO.

       LE-ACABADO.
           INITIALIZE             TDES-REGISTR-1
           MOVE W-EMPRESA-EDIT TO TDES-EMPRESA-1
           MOVE W-CODIGO-EDIT  TO TDES-CODIGO-1
           READ TABPR
           IF STAT-TABPR = '23'
              MOVE SPACES TO W-DESC-EDIT
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Produto acabado nao cadastrado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           ELSE
              IF NOT VALID-TABPR
                 PERFORM ERRO-ARQUIVO.

           MOVE TDES-DESC-1 TO W-DESC-EDIT
           UNLOCK TABPR.

       TESTA-DEPOSITO.
           INITIALIZE              DDEP-REGISTR-1
           MOVE W-EMPRESA-EDIT   TO DDEP-EMPRESA-1
           MOVE W-DEPOSITO-TESTE TO DDEP-CODDEP-1
           READ CADDEP
           IF STAT-CADDEP = '23'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Deposito nao cadastrado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.
           IF NOT VALID-CADDEP
              PERFORM ERRO-ARQUIVO.

           IF DDEP-INATIVO
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Deposito inativo.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE '23' TO STAT-CADDEP
              EXIT PARAGRAPH.

       TESTA-COMPETENCIA.
           SET COMPET-FECHADA TO FALSE
           IF NOT FECHCTL-ABERTO
              EXIT PARAGRAPH.
           COMPUTE W-COMPET-MOV = W-DATA-SISTEMA / 100
           MOVE W-EMPRESA-EDIT TO FCTL-EMPRESA-1
           MOVE W-COMPET-MOV   TO FCTL-COMPET-1
           READ FECHCTL
           IF VALID-FECHCTL
              SET COMPET-FECHADA TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * explode a estrutura do acabado para a quantidade da ordem:
      * necessidade = quantidade x quantidade por unidade acrescida da
      * perda; o disponivel e o menor entre o saldo do deposito dos
      * componentes e o saldo menos reservado do TABPR
      *-----------------------------------------------------------------
       MONTA-NECESSIDADES.
           PERFORM LIMPA-COMPONENTES
           SET TEM-FALTA TO FALSE

           INITIALIZE             ESTR-REGISTR-1
           MOVE W-EMPRESA-EDIT TO ESTR-EMPRESA-1
           MOVE W-CODIGO-EDIT  TO ESTR-CODACAB-1
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
                    ESTR-CODACAB-1 <> W-CODIGO-EDIT
                    EXIT PERFORM
                 END-IF
                 PERFORM MONTA-LINHA-COMPONENTE
              END-PERFORM
           END-IF.

           MOVE W-CUSTO-TOTAL TO W-CUSTOTOT-EDIT
           IF W-QUANTIDADE > 0
              COMPUTE W-CUSTO ROUNDED = W-CUSTO-TOTAL / W-QUANTIDADE
              MOVE W-CUSTO TO W-CUSTOUNI-EDIT
           END-IF
           MOVE 1 TO W-LISTA-SEL.

       MONTA-LINHA-COMPONENTE.
           ADD 1 TO W-COMP-QTDE
           MOVE W-COMP-QTDE TO W-IX-COMP

           INITIALIZE             TDES-REGISTR-1
           MOVE ESTR-EMPRESA-1 TO TDES-EMPRESA-1
           MOVE ESTR-CODCOMP-1 TO TDES-CODIGO-1
           READ TABPR
           IF NOT VALID-TABPR
              INITIALIZE             TDES-REGISTR-1
              MOVE 'Produto nao cadastrado' TO TDES-DESC-1
           END-IF
           UNLOCK TABPR

           MOVE ESTR-CODCOMP-1  TO W-COMP-CODIGO (W-IX-COMP)
           COMPUTE W-COMP-NECESS (W-IX-COMP) ROUNDED =
                   W-QUANTIDADE * ESTR-QTDUNIT-1 *
                   (1 + ESTR-PERDA-1 / 100)
           MOVE TDES-CUSTOMED-1 TO W-COMP-CUSTO (W-IX-COMP)
           COMPUTE W-CUSTO-TOTAL ROUNDED = W-CUSTO-TOTAL +
                   W-COMP-NECESS (W-IX-COMP) * TDES-CUSTOMED-1

           MOVE ESTR-CODCOMP-1 TO W-CODIGO-ATUAL
           MOVE W-DEPCOMP-EDIT TO W-DEPOSITO-ATUAL
           PERFORM LE-SALDO-DEPOSITO
           MOVE SDEP-SALDO-1 TO W-COMP-SALDO (W-IX-COMP)

           COMPUTE W-DISPONIVEL = TDES-ESTOQM-1 - TDES-RESERV-1
           IF SDEP-SALDO-1 < W-DISPONIVEL
              MOVE SDEP-SALDO-1 TO W-DISPONIVEL
           END-IF
           MOVE 0 TO W-COMP-FALTA (W-IX-COMP)
           IF W-COMP-NECESS (W-IX-COMP) > W-DISPONIVEL
              COMPUTE W-COMP-FALTA (W-IX-COMP) =
                      W-COMP-NECESS (W-IX-COMP) - W-DISPONIVEL
              SET TEM-FALTA TO TRUE
           END-IF

           MOVE SPACES                    TO W-LINHA-LISTA
           MOVE ESTR-CODCOMP-1            TO W-CODIGO-LIS
           MOVE TDES-DESC-1               TO W-DESC-LIS
           MOVE W-COMP-NECESS (W-IX-COMP) TO W-NECESS-LIS
           MOVE W-COMP-SALDO (W-IX-COMP)  TO W-SALDO-LIS
           MOVE W-COMP-FALTA (W-IX-COMP)  TO W-FALTA-LIS
           MOVE W-COMP-QTDE               TO W-LISTA-QTDE
           MOVE W-LINHA-LISTA TO W-LISTA-COMPONENTES (W-COMP-QTDE).

       AVISA-NECESSIDADES.
           IF W-COMP-QTDE = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Produto sem estrutura cadastrada.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           IF TEM-FALTA
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Componentes sem saldo suficiente no deposito.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ATENCAO
           END-IF.

      *-----------------------------------------------------------------
      * grava a ordem planejada (nova ou alterada); a falta de
      * componentes nao impede o planejamento
      *-----------------------------------------------------------------
       ROTINA-GRAVAR.
           PERFORM LIMPA-COMPONENTES
           PERFORM VALIDA-TELA
           IF NOT VALID-TABPR OR NOT VALID-CADDEP
              DISPLAY TELA-PRINCIPAL
              EXIT PARAGRAPH.

           PERFORM LE-ORDEM-TELA
           IF NOT VALID-ORDPRD
              DISPLAY TELA-PRINCIPAL
              EXIT PARAGRAPH.

           PERFORM MONTA-NECESSIDADES
           IF W-COMP-QTDE = 0
              IF NOT ORDEM-NOVA
                 UNLOCK ORDPRD
              END-IF
              PERFORM AVISA-NECESSIDADES
              DISPLAY TELA-PRINCIPAL
              EXIT PARAGRAPH.

           IF ORDEM-NOVA
              PERFORM DETERMINA-NROORD
              PERFORM INICIA-ORDEM
           END-IF
           SET ORDP-PLANEJADA TO TRUE
           PERFORM MOVE-TELA-ORDEM

           IF ORDEM-NOVA
              WRITE ORDP-REGISTR-1
           ELSE
              REWRITE ORDP-REGISTR-1
           END-IF
           IF NOT VALID-ORDPRD
              PERFORM ERRO-ARQUIVO.

           MOVE ORDP-NUMERO-1 TO W-NUMERO-EDIT
           PERFORM MONTA-SITUACAO

           INITIALIZE CA-MESSAGE-LINK
           STRING 'Ordem '          DELIMITED BY SIZE
                  ORDP-NUMERO-1     DELIMITED BY SIZE
                  ' gravada como planejada.' DELIMITED BY SIZE
             INTO CA-MESSAGE-1
           END-STRING
           IF TEM-FALTA
              MOVE 'Ha componentes sem saldo suficiente no deposito.'
                                       TO CA-MESSAGE-2
              PERFORM MOSTRA-MSG-ATENCAO
           ELSE
              PERFORM MOSTRA-MSG-MENSAGEM
           END-IF.

           DISPLAY TELA-PRINCIPAL.

      *-----------------------------------------------------------------
      * numero zero e ordem nova; numero informado tem de ser de uma
      * ordem planejada
      *-----------------------------------------------------------------
       LE-ORDEM-TELA.
           SET ORDEM-NOVA TO FALSE
           MOVE '00' TO STAT-ORDPRD

           IF W-NUMERO-EDIT = 0
              SET ORDEM-NOVA TO TRUE
              EXIT PARAGRAPH.

           INITIALIZE             ORDP-REGISTR-1
           MOVE W-EMPRESA-EDIT TO ORDP-EMPRESA-1
           MOVE W-NUMERO-EDIT  TO ORDP-NUMERO-1
           READ ORDPRD
           IF STAT-ORDPRD = '23'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Ordem de producao nao cadastrada.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.
           IF NOT VALID-ORDPRD
              PERFORM ERRO-ARQUIVO.

           IF NOT ORDP-PLANEJADA
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'A ordem nao esta planejada.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              UNLOCK ORDPRD
              MOVE '23' TO STAT-ORDPRD
              EXIT PARAGRAPH.

       INICIA-ORDEM.
           INITIALIZE             ORDP-REGISTR-1
           MOVE W-EMPRESA-EDIT TO ORDP-EMPRESA-1
           MOVE W-NROORD       TO ORDP-NUMERO-1.

       MOVE-TELA-ORDEM.
           MOVE W-CODIGO-EDIT  TO ORDP-CODIGO-1
           MOVE W-QUANTIDADE   TO ORDP-QUANTIDADE-1
           MOVE W-DEPCOMP-EDIT TO ORDP-DEPCOMP-1
           MOVE W-DEPPROD-EDIT TO ORDP-DEPPROD-1
           MOVE W-DATAPREV-I   TO ORDP-DATAPREV-1
           MOVE W-OBS-EDIT     TO ORDP-OBS-1
           MOVE W-OPERADOR-ID  TO ORDP-OPERADOR-1.

      *-----------------------------------------------------------------
      * produz: confere a disponibilidade de todos os componentes
      * antes de gravar qualquer movimento; depois grava as saidas dos
      * componentes e a entrada do acabado com a mesma ordem
      *-----------------------------------------------------------------
       ROTINA-PRODUZIR.
           PERFORM LIMPA-COMPONENTES
           PERFORM VALIDA-TELA
           IF NOT VALID-TABPR OR NOT VALID-CADDEP
              DISPLAY TELA-PRINCIPAL
              EXIT PARAGRAPH.

           ACCEPT W-DATA-SISTEMA FROM CENTURY-DATE
           PERFORM TESTA-COMPETENCIA
           IF COMPET-FECHADA
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Competencia fechada para lancamentos.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           PERFORM LE-ORDEM-TELA
           IF NOT VALID-ORDPRD
              DISPLAY TELA-PRINCIPAL
              EXIT PARAGRAPH.

           PERFORM MONTA-NECESSIDADES
           IF W-COMP-QTDE = 0 OR TEM-FALTA
              IF NOT ORDEM-NOVA
                 UNLOCK ORDPRD
              END-IF
              PERFORM AVISA-NECESSIDADES
              DISPLAY TELA-PRINCIPAL
              EXIT PARAGRAPH.

           DISPLAY TELA-PRINCIPAL

           INITIALIZE CA-MESSAGE-LINK
           MOVE 3 TO CA-MESSAGE-TYPE
           MOVE 22 TO CA-MESSAGE-RESP
           MOVE 'Confirma a producao?' TO CA-MESSAGE-1
           CALL 'CAMESSAG'
           CANCEL 'CAMESSAG'
           IF CA-MESSAGE-RESP NOT = 1
              IF NOT ORDEM-NOVA
                 UNLOCK ORDPRD
              END-IF
              EXIT PARAGRAPH.

           IF ORDEM-NOVA
              PERFORM DETERMINA-NROORD
              PERFORM INICIA-ORDEM
           ELSE
              MOVE ORDP-NUMERO-1 TO W-NROORD
           END-IF

           MOVE SPACES TO W-OBS-MOV
           STRING 'ORDEM DE PRODUCAO ' DELIMITED BY SIZE
                  W-NROORD             DELIMITED BY SIZE
             INTO W-OBS-MOV
           END-STRING

           MOVE 1 TO W-IX-COMP
           PERFORM BAIXA-COMPONENTE UNTIL W-IX-COMP > W-COMP-QTDE

           PERFORM ENTRADA-ACABADO

           SET ORDP-PRODUZIDA TO TRUE
           PERFORM MOVE-TELA-ORDEM
           MOVE W-DATA-SISTEMA TO ORDP-DATAPROD-1
           MOVE W-CUSTO-TOTAL  TO ORDP-CUSTOTOT-1
           MOVE W-CUSTO        TO ORDP-CUSTOUNI-1
           IF ORDEM-NOVA
              WRITE ORDP-REGISTR-1
           ELSE
              REWRITE ORDP-REGISTR-1
           END-IF
           IF NOT VALID-ORDPRD
              PERFORM ERRO-ARQUIVO.

           MOVE ORDP-NUMERO-1 TO W-NUMERO-EDIT
           PERFORM MONTA-SITUACAO

           INITIALIZE CA-MESSAGE-LINK
           STRING 'Ordem '          DELIMITED BY SIZE
                  ORDP-NUMERO-1     DELIMITED BY SIZE
                  ' produzida.'     DELIMITED BY SIZE
             INTO CA-MESSAGE-1
           END-STRING
           PERFORM MOSTRA-MSG-MENSAGEM

           DISPLAY TELA-PRINCIPAL.

       BAIXA-COMPONENTE.
           MOVE W-COMP-CODIGO (W-IX-COMP) TO W-CODIGO-ATUAL
           MOVE W-DEPCOMP-EDIT            TO W-DEPOSITO-ATUAL
           MOVE W-COMP-NECESS (W-IX-COMP) TO W-QTDMOV

           INITIALIZE             TDES-REGISTR-1
           MOVE W-EMPRESA-EDIT TO TDES-EMPRESA-1
           MOVE W-CODIGO-ATUAL TO TDES-CODIGO-1
           READ TABPR
           IF NOT VALID-TABPR
              PERFORM ERRO-ARQUIVO.

           PERFORM GRAVA-SAIDA-LOTES
           SUBTRACT W-QTDMOV FROM TDES-ESTOQM-1
           REWRITE TDES-REGISTR-1
           IF NOT VALID-TABPR
              PERFORM ERRO-ARQUIVO.

           COMPUTE W-QTDMOV-DEP = 0 - W-QTDMOV
           PERFORM ATUALIZA-SALDO-DEPOSITO

           ADD 1 TO W-IX-COMP.

      *-----------------------------------------------------------------
      * entrada do acabado ao custo dos componentes consumidos, que
      * entra no custo medio ponderado do produto
      *-----------------------------------------------------------------
       ENTRADA-ACABADO.
           MOVE W-CODIGO-EDIT  TO W-CODIGO-ATUAL
           MOVE W-DEPPROD-EDIT TO W-DEPOSITO-ATUAL
           MOVE W-QUANTIDADE   TO W-QTDMOV
           COMPUTE W-CUSTO ROUNDED = W-CUSTO-TOTAL / W-QUANTIDADE

           INITIALIZE             TDES-REGISTR-1
           MOVE W-EMPRESA-EDIT TO TDES-EMPRESA-1
           MOVE W-CODIGO-ATUAL TO TDES-CODIGO-1
           READ TABPR
           IF NOT VALID-TABPR
              PERFORM ERRO-ARQUIVO.

           PERFORM DETERMINA-NROMOV

           INITIALIZE              TMOV-REGISTR-1
           MOVE W-EMPRESA-EDIT  TO TMOV-EMPRESA-1
           MOVE W-CODIGO-ATUAL  TO TMOV-CODIGO-1
           MOVE W-NROMOV-NOVO   TO TMOV-NROMOV-1
           SET TMOV-ENTRADA     TO TRUE
           MOVE W-QTDMOV        TO TMOV-QUANTIDADE-1
           MOVE W-DATA-SISTEMA  TO TMOV-DATAMOV-1
           MOVE W-OBS-MOV       TO TMOV-OBS-1
           SET TMOV-ORIG-PRODUCAO TO TRUE
           MOVE W-OPERADOR-ID   TO TMOV-OPERADOR-1
           MOVE W-CUSTO         TO TMOV-CUSTO-1
           MOVE W-DEPOSITO-ATUAL TO TMOV-DEPOSITO-1
           MOVE W-NROORD        TO TMOV-REFOPR-1

           WRITE TMOV-REGISTR-1
           IF NOT VALID-MOVESTO
              PERFORM ERRO-ARQUIVO.

           PERFORM ATUALIZA-CUSTO-MEDIO
           ADD W-QTDMOV TO TDES-ESTOQM-1
           REWRITE TDES-REGISTR-1
           IF NOT VALID-TABPR
              PERFORM ERRO-ARQUIVO.

           MOVE W-QTDMOV TO W-QTDMOV-DEP
           PERFORM ATUALIZA-SALDO-DEPOSITO.

      *-----------------------------------------------------------------
      * custo medio ponderado: saldo atual ao custo atual mais a
      * entrada ao custo apurado, dividido pelo saldo resultante
      *-----------------------------------------------------------------
       ATUALIZA-CUSTO-MEDIO.
           IF TDES-ESTOQM-1 + W-QTDMOV = 0
              EXIT PARAGRAPH.

           COMPUTE TDES-CUSTOMED-1 ROUNDED =
                   (TDES-ESTOQM-1 * TDES-CUSTOMED-1 +
                    W-QTDMOV * W-CUSTO) /
                   (TDES-ESTOQM-1 + W-QTDMOV).

      *-----------------------------------------------------------------
      * saida por lote: consome os lotes com saldo em ordem de
      * validade (FEFO), um movimento por lote; o que nao estiver
      * controlado por lote sai por ultimo, sem lote
      *-----------------------------------------------------------------
       GRAVA-SAIDA-LOTES.
           MOVE W-QTDMOV TO W-RESTANTE

           PERFORM UNTIL W-RESTANTE = 0
              PERFORM ACHA-LOTE-FEFO
              IF NOT ACHOU-LOTE
                 MOVE W-RESTANTE TO W-QTD-LOTE
                 MOVE SPACES     TO W-FEFO-LOTE
                 MOVE 0          TO W-FEFO-VALIDADE
              ELSE
                 INITIALIZE          LOTS-REGISTR-1
                 MOVE W-EMPRESA-EDIT TO LOTS-EMPRESA-1
                 MOVE W-CODIGO-ATUAL TO LOTS-CODIGO-1
                 MOVE W-FEFO-LOTE    TO LOTS-LOTE-1
                 READ LOTSLD
                 IF NOT VALID-LOTSLD
                    PERFORM ERRO-ARQUIVO
                 END-IF
                 IF W-RESTANTE > LOTS-SALDO-1
                    MOVE LOTS-SALDO-1 TO W-QTD-LOTE
                 ELSE
                    MOVE W-RESTANTE TO W-QTD-LOTE
                 END-IF
                 SUBTRACT W-QTD-LOTE FROM LOTS-SALDO-1
                 REWRITE LOTS-REGISTR-1
                 IF NOT VALID-LOTSLD
                    PERFORM ERRO-ARQUIVO
                 END-IF
              END-IF

              PERFORM GRAVA-UMA-SAIDA
              SUBTRACT W-QTD-LOTE FROM W-RESTANTE
           END-PERFORM.

       GRAVA-UMA-SAIDA.
           PERFORM DETERMINA-NROMOV

           INITIALIZE              TMOV-REGISTR-1
           MOVE W-EMPRESA-EDIT  TO TMOV-EMPRESA-1
           MOVE W-CODIGO-ATUAL  TO TMOV-CODIGO-1
           MOVE W-NROMOV-NOVO   TO TMOV-NROMOV-1
           SET TMOV-SAIDA       TO TRUE
           MOVE W-QTD-LOTE      TO TMOV-QUANTIDADE-1
           MOVE W-DATA-SISTEMA  TO TMOV-DATAMOV-1
           MOVE W-OBS-MOV       TO TMOV-OBS-1
           SET TMOV-ORIG-PRODUCAO TO TRUE
           MOVE W-OPERADOR-ID   TO TMOV-OPERADOR-1
           MOVE W-DEPOSITO-ATUAL TO TMOV-DEPOSITO-1
           MOVE W-FEFO-LOTE     TO TMOV-LOTE-1
           MOVE W-FEFO-VALIDADE TO TMOV-VALIDADE-1
           MOVE TDES-CUSTOMED-1 TO TMOV-CUSTO-1
           MOVE W-NROORD        TO TMOV-REFOPR-1

           WRITE TMOV-REGISTR-1
           IF NOT VALID-MOVESTO
              PERFORM ERRO-ARQUIVO.

      *-----------------------------------------------------------------
      * localiza o lote com saldo de validade mais antiga (validade
      * zero conta como a mais nova)
      *-----------------------------------------------------------------
       ACHA-LOTE-FEFO.
           SET ACHOU-LOTE TO FALSE
           MOVE 99999999 TO W-FEFO-ORDEM

           INITIALIZE          LOTS-REGISTR-1
           MOVE W-EMPRESA-EDIT TO LOTS-EMPRESA-1
           MOVE W-CODIGO-ATUAL TO LOTS-CODIGO-1
           START LOTSLD KEY >= LOTS-RECORDK-1
           IF NOT VALID-LOTSLD
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ LOTSLD NEXT AT END
                          EXIT PERFORM
              END-READ
              IF NOT VALID-LOTSLD OR
                 LOTS-EMPRESA-1 NOT = W-EMPRESA-EDIT OR
                 LOTS-CODIGO-1 NOT = W-CODIGO-ATUAL
                 EXIT PERFORM
              END-IF
              IF LOTS-SALDO-1 <= 0
                 EXIT PERFORM CYCLE
              END-IF

              IF LOTS-VALIDADE-1 = 0
                 MOVE 99999998 TO W-ORDEM-LOTE
              ELSE
                 MOVE LOTS-VALIDADE-1 TO W-ORDEM-LOTE
              END-IF
              IF W-ORDEM-LOTE < W-FEFO-ORDEM
                 MOVE W-ORDEM-LOTE    TO W-FEFO-ORDEM
                 MOVE LOTS-LOTE-1     TO W-FEFO-LOTE
                 MOVE LOTS-VALIDADE-1 TO W-FEFO-VALIDADE
                 SET ACHOU-LOTE TO TRUE
              END-IF
           END-PERFORM.

       ROTINA-CANCELAR.
           IF NOT PODE-EXCLUIR
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Operador sem permissao para cancelar.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ATENCAO
              EXIT PARAGRAPH.

           IF W-NUMERO-EDIT = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe o numero da ordem.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           PERFORM LE-ORDEM-TELA
           IF NOT VALID-ORDPRD
              EXIT PARAGRAPH.

           INITIALIZE CA-MESSAGE-LINK
           MOVE 3 TO CA-MESSAGE-TYPE
           MOVE 22 TO CA-MESSAGE-RESP
           MOVE 'Deseja realmente cancelar a ordem?' TO CA-MESSAGE-1
           CALL 'CAMESSAG'
           CANCEL 'CAMESSAG'
           IF CA-MESSAGE-RESP NOT = 1
              UNLOCK ORDPRD
              EXIT PARAGRAPH.

           SET ORDP-CANCELADA TO TRUE
           MOVE W-OPERADOR-ID TO ORDP-OPERADOR-1
           REWRITE ORDP-REGISTR-1
           IF NOT VALID-ORDPRD
              PERFORM ERRO-ARQUIVO.

           PERFORM MONTA-SITUACAO

           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Ordem cancelada.' TO CA-MESSAGE-1
           PERFORM MOSTRA-MSG-MENSAGEM

           DISPLAY TELA-PRINCIPAL.

       LE-SALDO-DEPOSITO.
           INITIALIZE              SDEP-REGISTR-1
           MOVE W-EMPRESA-EDIT   TO SDEP-EMPRESA-1
           MOVE W-CODIGO-ATUAL   TO SDEP-CODIGO-1
           MOVE W-DEPOSITO-ATUAL TO SDEP-CODDEP-1
           READ SALDEP
           IF STAT-SALDEP = '23'
              MOVE 0 TO SDEP-SALDO-1
           ELSE
              IF NOT VALID-SALDEP
                 PERFORM ERRO-ARQUIVO
              ELSE
                 UNLOCK SALDEP.

       ATUALIZA-SALDO-DEPOSITO.
           INITIALIZE              SDEP-REGISTR-1
           MOVE W-EMPRESA-EDIT   TO SDEP-EMPRESA-1
           MOVE W-CODIGO-ATUAL   TO SDEP-CODIGO-1
           MOVE W-DEPOSITO-ATUAL TO SDEP-CODDEP-1
           READ SALDEP
           IF STAT-SALDEP = '23'
              INITIALIZE              SDEP-REGISTR-1
              MOVE W-EMPRESA-EDIT   TO SDEP-EMPRESA-1
              MOVE W-CODIGO-ATUAL   TO SDEP-CODIGO-1
              MOVE W-DEPOSITO-ATUAL TO SDEP-CODDEP-1
              MOVE W-QTDMOV-DEP     TO SDEP-SALDO-1
              WRITE SDEP-REGISTR-1
              IF NOT VALID-SALDEP
                 PERFORM ERRO-ARQUIVO
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF NOT VALID-SALDEP
              PERFORM ERRO-ARQUIVO.

           ADD W-QTDMOV-DEP TO SDEP-SALDO-1
           REWRITE SDEP-REGISTR-1
           IF NOT VALID-SALDEP
              PERFORM ERRO-ARQUIVO.

       DETERMINA-NROORD.
           MOVE W-EMPRESA-EDIT TO NCTL-EMPRESA-1
           MOVE SPACES         TO NCTL-CODIGO-1
           MOVE 'OPR'          TO NCTL-SERIE-1
           READ NUMCTL
           IF STAT-NUMCTL = '23'
              INITIALIZE NCTL-REGISTR-1
              MOVE W-EMPRESA-EDIT TO NCTL-EMPRESA-1
              MOVE SPACES         TO NCTL-CODIGO-1
              MOVE 'OPR'          TO NCTL-SERIE-1
              MOVE 0              TO NCTL-ULTNUM-1
              WRITE NCTL-REGISTR-1
              IF NOT VALID-NUMCTL
                 PERFORM ERRO-ARQUIVO
              END-IF
           ELSE
              IF NOT VALID-NUMCTL
                 PERFORM ERRO-ARQUIVO.

           ADD 1 TO NCTL-ULTNUM-1
           MOVE NCTL-ULTNUM-1 TO W-NROORD
           REWRITE NCTL-REGISTR-1
           IF NOT VALID-NUMCTL
              PERFORM ERRO-ARQUIVO.

       DETERMINA-NROMOV.
           MOVE W-EMPRESA-EDIT TO NCTL-EMPRESA-1
           MOVE W-CODIGO-ATUAL TO NCTL-CODIGO-1
           MOVE 'MOV'          TO NCTL-SERIE-1
           READ NUMCTL
           IF STAT-NUMCTL = '23'
              PERFORM SEMEIA-MOV
              INITIALIZE NCTL-REGISTR-1
              MOVE W-EMPRESA-EDIT TO NCTL-EMPRESA-1
              MOVE W-CODIGO-ATUAL TO NCTL-CODIGO-1
              MOVE 'MOV'          TO NCTL-SERIE-1
              MOVE W-NROMOV-MAIOR TO NCTL-ULTNUM-1
              WRITE NCTL-REGISTR-1
              IF NOT VALID-NUMCTL
                 PERFORM ERRO-ARQUIVO
              END-IF
           ELSE
              IF NOT VALID-NUMCTL
                 PERFORM ERRO-ARQUIVO.

           ADD 1 TO NCTL-ULTNUM-1
           MOVE NCTL-ULTNUM-1 TO W-NROMOV-NOVO
           REWRITE NCTL-REGISTR-1
           IF NOT VALID-NUMCTL
              PERFORM ERRO-ARQUIVO.

       SEMEIA-MOV.
           MOVE 0 TO W-NROMOV-MAIOR
           MOVE W-EMPRESA-EDIT TO TMOV-EMPRESA-1
           MOVE W-CODIGO-ATUAL TO TMOV-CODIGO-1
           MOVE 0              TO TMOV-NROMOV-1
           START MOVESTO KEY >= TMOV-RECORDK-1
           IF VALID-MOVESTO
              PERFORM UNTIL 1 = 2
                 READ MOVESTO NEXT AT END
                              EXIT PERFORM
                 END-READ
                 IF NOT VALID-MOVESTO OR
                    TMOV-EMPRESA-1 NOT = W-EMPRESA-EDIT OR
                    TMOV-CODIGO-1 NOT = W-CODIGO-ATUAL
                    EXIT PERFORM
                 END-IF
                 MOVE TMOV-NROMOV-1 TO W-NROMOV-MAIOR
              END-PERFORM
           END-IF.

       CARREGA-PERMISSAO.
           SET PODE-EXCLUIR TO TRUE
           IF NOT CADPRM-ABERTO
              EXIT PARAGRAPH.
           IF W-OPERADOR-ID = 'SUPER'
              EXIT PARAGRAPH.

           MOVE W-OPERADOR-ID TO DPRM-CODOPE-1
           MOVE 'ORDPROD' TO DPRM-PROGRAMA-1
           READ CADPRM
           IF VALID-CADPRM AND DPRM-PODE-EXCLUIR
              SET PODE-EXCLUIR TO TRUE
           ELSE
              SET PODE-EXCLUIR TO FALSE
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
              MOVE 'ORDPROD'  TO ERRL-PROGRAMA-1
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

       COPY "DATASP.CPY".
