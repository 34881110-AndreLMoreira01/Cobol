      * CADEMP; a exclusao inativa o registro e respeita a permissao
      * de excluir da tabela CADPRM.  Alteracoes vao para o AUDITLOG.
      * O limite de credito (zero = sem limite) e conferido pelo
      * PEDIDO na gravacao e pelo FATURA na hora de faturar.  A
      * condicao de pagamento padrao, quando informada, tem de existir
      * e estar ativa em CONDPAG; ela vem sugerida no PEDIDO/ORCAMEN.
      * A lista de preco do cliente (opcional) tem de existir e estar
      * ativa no LPRCAB da empresa; enquanto vigente, o PEDIDO/ORCAMEN
      * cobram o preco da lista em vez do preco do TABPR.
      * Mostra a ultima carta de cobranca enviada pelo COBRANCA e se o
      * cliente esta bloqueado pelo aviso final; o botao Liberar tira
      * o bloqueio (mesma permissao da exclusao) e vai para o AUDITLOG.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.

           copy "cadcli.sl".
           copy "cademp.sl".
           copy "condpag.sl".
           copy "lprcab.sl".
           copy "cadprm.sl".
           copy "auditlog.sl".
           copy "errlog.sl".

           copy "cadcli.fd".
           copy "cademp.fd".
           copy "condpag.fd".
           copy "lprcab.fd".
           copy "cadprm.fd".
           copy "auditlog.fd".
           copy "errlog.fd".
       78  EXCEPTION-GRAVAR               VALUE 02.
       78  EXCEPTION-EXCLUIR              VALUE 03.
       78  EXCEPTION-LER                  VALUE 04.
       78  EXCEPTION-LIBERAR              VALUE 05.

       01  CAMPOS-W.
           03  STAT-CADCLI                PIC  X(02).
               88 VALID-CADCLI            VALUE '00' THRU '09'.
           03  STAT-CADEMP                PIC  X(02).
               88 VALID-CADEMP            VALUE '00' THRU '09'.
           03  STAT-CONDPAG               PIC  X(02).
               88 VALID-CONDPAG           VALUE '00' THRU '09'.
           03  STAT-CONDPAG-ABERTO        PIC  X(01) VALUE 'N'.
               88 CONDPAG-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-LPRCAB                PIC  X(02).
               88 VALID-LPRCAB            VALUE '00' THRU '09'.
           03  STAT-LPRCAB-ABERTO         PIC  X(01) VALUE 'N'.
               88 LPRCAB-ABERTO           VALUE 'S' FALSE 'N'.
           03  STAT-CADPRM                PIC  X(02).
               88 VALID-CADPRM            VALUE '00' THRU '09'.
           03  STAT-CADPRM-ABERTO         PIC  X(01) VALUE 'N'.
               88 ERRLOG-ABERTO           VALUE 'S' FALSE 'N'.

           03  CAMPOS-AUDITLOG-W.
               05 W-AUDIT-CLIENTE.
                  07 W-AUD-LAYOUT         PIC  X(01).
                  07 W-AUD-EMPRESA        PIC  9(03).
                  07 W-AUD-CODCLI         PIC  9(06).
                  07 W-AUD-STATUS         PIC  X(01).
                  07 W-AUD-CONDPAG        PIC  X(03).
                  07 W-AUD-CODLIS         PIC  X(05).
                  07 W-AUD-NIVCOB         PIC  9(01).
                  07 W-AUD-DATCOB         PIC  9(08).
                  07 W-AUD-BLOQCOB        PIC  X(01).
                  07 W-AUD-UF             PIC  X(02).
                  07 W-AUD-IE             PIC  X(13).
                  07 W-AUD-CNPJ           PIC  X(14).
                  07 W-AUD-LIMITE         PIC  9(11)V99.
                  07 W-AUD-RAZAO          PIC  X(60).
                  07 W-AUD-ENDER          PIC  X(39).
               05 W-ANTES-DCLI            PIC  X(170).
               05 W-OPERADOR-ID           PIC  X(10).

           03  CAMPOS-TELA-W.
               05 W-CODCLI-EDIT           PIC  9(006).
               05 W-RAZAO-EDIT            PIC  X(060).
               05 W-CNPJ-EDIT             PIC  X(014).
               05 W-UF-EDIT               PIC  X(002).
                  88 UF-VALIDA            VALUE 'AC' 'AL' 'AM' 'AP'
                                          'BA' 'CE' 'DF' 'ES' 'GO'
                                          'MA' 'MG' 'MS' 'MT' 'PA'
                                          'PB' 'PE' 'PI' 'PR' 'RJ'
                                          'RN' 'RO' 'RR' 'RS' 'SC'
                                          'SE' 'SP' 'TO'.
               05 W-IE-EDIT               PIC  X(013).
               05 W-LIMITE-EDIT           PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
               05 W-ENDER-EDIT            PIC  X(060).
               05 W-CONDPAG-EDIT          PIC  X(003).
               05 W-CONDDESC-EDIT         PIC  X(030).
               05 W-CODLIS-EDIT           PIC  X(005).
               05 W-LISDESC-EDIT          PIC  X(030).
               05 W-COBRANCA-EDIT         PIC  X(060).
               05 W-COBRANCA-AUX.
                  07 W-COBBLOQ-AUX        PIC  X(25).
                  07 FILLER               PIC  X(13) VALUE
                     'Ultima carta '.
                  07 W-COBNIV-AUX         PIC  9.
                  07 FILLER               PIC  X(04) VALUE ' em '.
                  07 W-COBDAT-AUX         PIC  99/99/9999.
               05 W-DATCOB-AUX            PIC  9(08).
               05 REDEFINES W-DATCOB-AUX.
                  07 W-DATCOB-ANO         PIC  9(04).
                  07 W-DATCOB-MES         PIC  9(02).
                  07 W-DATCOB-DIA         PIC  9(02).

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
                          ID 9
                          FONT SMALL-FONT.

           03 LABEL       LINE 07,5
                          COL 52
                          TITLE "UF"
                          ID 26
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-UF-EDIT
                          LINE 07,5
                          COL 56
                          SIZE 04
                          3-D
                          BOXED
                          AUTO
                          ID 27
                          FONT SMALL-FONT.

           03 LABEL       LINE 07,5
                          COL 63
                          TITLE "Insc. Estadual"
                          ID 28
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-IE-EDIT
                          LINE 07,5
                          COL 78
                          SIZE 16
                          3-D
                          BOXED
                          AUTO
                          ID 29
                          FONT SMALL-FONT.

           03 LABEL       LINE 09
                          COL 05
                          TITLE "Limite de Credito"
                          ID 16
                          FONT SMALL-FONT.

           03 LABEL       LINE 12
                          COL 05
                          TITLE "Condicao de Pagamento"
                          ID 17
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-CONDPAG-EDIT
                          LINE 12
                          COL 30
                          SIZE 08
                          3-D
                          BOXED
                          AUTO
                          ID 18
                          FONT SMALL-FONT.

           03 DISPLAY-FIELD USING W-CONDDESC-EDIT
                          LINE 12
                          COL 40
                          SIZE 30
                          ID 19.

           03 LABEL       LINE 13,5
                          COL 05
                          TITLE "Lista de Preco"
                          ID 20
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-CODLIS-EDIT
                          LINE 13,5
                          COL 30
                          SIZE 08
                          3-D
                          BOXED
                          AUTO
                          ID 21
                          FONT SMALL-FONT.

           03 DISPLAY-FIELD USING W-LISDESC-EDIT
                          LINE 13,5
                          COL 40
                          SIZE 30
                          ID 22.

           03 LABEL       LINE 15
                          COL 05
                          TITLE "Cobranca"
                          ID 23
                          TRANSPARENT.

           03 DISPLAY-FIELD USING W-COBRANCA-EDIT
                          LINE 15
                          COL 30
                          SIZE 60
                          ID 24.

           03 PUSH-BUTTON TITLE "&Gravar"
                          LINE 17,5
                          COL 05
                          SIZE 12
                          ID 10
                          EXCEPTION-VALUE EXCEPTION-GRAVAR.

           03 PUSH-BUTTON TITLE "&Excluir"
                          LINE 17,5
                          COL 20
                          SIZE 12
                          ID 11
                          EXCEPTION-VALUE EXCEPTION-EXCLUIR.

           03 PUSH-BUTTON TITLE "L&iberar"
                          LINE 17,5
                          COL 35
                          SIZE 12
                          ID 25
                          EXCEPTION-VALUE EXCEPTION-LIBERAR.

           03 PUSH-BUTTON TITLE "&Sair"
                          LINE 17,5
                          COL 50
                          SIZE 12
                          SELF-ACT
                          ID 12
                          EXCEPTION-VALUE 27.
           IF NOT VALID-CADEMP
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CONDPAG
           IF VALID-CONDPAG
              SET CONDPAG-ABERTO TO TRUE
           END-IF.

           OPEN INPUT LPRCAB
           IF VALID-LPRCAB
              SET LPRCAB-ABERTO TO TRUE
           END-IF.

           OPEN EXTEND AUDITLOG
           IF NOT VALID-AUDITLOG
              PERFORM ERRO-ARQUIVO.
           ACCEPT SMALL-FONT FROM STANDARD OBJECT "SMALL-FONT".

           DISPLAY FLOATING GRAPHICAL WINDOW
                            SIZE 95 LINES 20
                            CONTROL FONT SMALL-FONT
                            COLOR 257
                            TITLE "Manutencao de Clientes"
       FIM.
           CLOSE CADCLI.
           CLOSE CADEMP.
           IF CONDPAG-ABERTO
              CLOSE CONDPAG
           END-IF.
           IF LPRCAB-ABERTO
              CLOSE LPRCAB
           END-IF.
           CLOSE AUDITLOG.
           IF CADPRM-ABERTO
              CLOSE CADPRM
                  PERFORM ROTINA-GRAVAR
             WHEN EXCEPTION-EXCLUIR
                  PERFORM ROTINA-EXCLUIR
             WHEN EXCEPTION-LIBERAR
                  PERFORM ROTINA-LIBERAR
             WHEN EXCEPTION-LER
                  PERFORM ROTINA-LER
           END-EVALUATE.
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           INSPECT W-UF-EDIT CONVERTING
                   'abcdefghijklmnopqrstuvwxyz' TO
                   'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT W-IE-EDIT CONVERTING
                   'abcdefghijklmnopqrstuvwxyz' TO
                   'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF W-UF-EDIT NOT = SPACES AND NOT UF-VALIDA
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'UF invalida.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 27 TO W-CONTROL-ID
              EXIT PARAGRAPH.

           PERFORM VALIDA-CONDPAG
           IF NOT VALID-CONDPAG
              EXIT PARAGRAPH.

           PERFORM VALIDA-LISTA
           IF NOT VALID-LPRCAB
              EXIT PARAGRAPH.

           INITIALIZE             DCLI-REGISTR-1
           MOVE W-EMPRESA-EDIT TO DCLI-EMPRESA-1
           MOVE W-CODCLI-EDIT  TO DCLI-CODCLI-1
              MOVE SPACES TO W-ANTES-DCLI
              SET DCLI-ATIVO TO TRUE
           ELSE
              PERFORM MONTA-AUDIT-CLIENTE
              MOVE W-AUDIT-CLIENTE TO W-ANTES-DCLI
           END-IF.

           MOVE W-RAZAO-EDIT  TO DCLI-RAZAO-1
           MOVE W-CNPJ-EDIT   TO DCLI-CNPJ-1
           MOVE W-UF-EDIT     TO DCLI-UF-1
           MOVE W-IE-EDIT     TO DCLI-IE-1
           MOVE W-LIMITE-EDIT TO DCLI-LIMITE-1
           MOVE W-ENDER-EDIT  TO DCLI-ENDER-1
           MOVE W-CONDPAG-EDIT TO DCLI-CONDPAG-1
           MOVE W-CODLIS-EDIT  TO DCLI-CODLIS-1
           MOVE W-OPERADOR-ID TO DCLI-OPERADOR-1

           INITIALIZE CA-MESSAGE-LINK
           IF NOT VALID-CADCLI
              PERFORM ERRO-ARQUIVO.

           PERFORM MONTA-AUDIT-CLIENTE
           MOVE DCLI-RECORDK-1  TO AUDIT-CHAVE-1
           MOVE 'CADCLI'        TO AUDIT-ARQUIVO-1
           MOVE W-ANTES-DCLI    TO AUDIT-ANTES-1
           MOVE W-AUDIT-CLIENTE TO AUDIT-DEPOIS-1
           SET AUDIT-GRAVACAO TO TRUE
           PERFORM GRAVA-AUDITLOG

           CALL 'CAMESSAG'
           CANCEL 'CAMESSAG'
           IF CA-MESSAGE-RESP = 1
              PERFORM MONTA-AUDIT-CLIENTE
              MOVE W-AUDIT-CLIENTE TO W-ANTES-DCLI

              SET DCLI-INATIVO TO TRUE
              REWRITE DCLI-REGISTR-1
                 PERFORM ERRO-ARQUIVO
              END-IF

              PERFORM MONTA-AUDIT-CLIENTE
              MOVE DCLI-RECORDK-1  TO AUDIT-CHAVE-1
              MOVE 'CADCLI'        TO AUDIT-ARQUIVO-1
              MOVE W-ANTES-DCLI    TO AUDIT-ANTES-1
              MOVE W-AUDIT-CLIENTE TO AUDIT-DEPOIS-1
              SET AUDIT-EXCLUSAO TO TRUE
              PERFORM GRAVA-AUDITLOG


           MOVE DCLI-RAZAO-1  TO W-RAZAO-EDIT
           MOVE DCLI-CNPJ-1   TO W-CNPJ-EDIT
           MOVE DCLI-UF-1     TO W-UF-EDIT
           MOVE DCLI-IE-1     TO W-IE-EDIT
           MOVE DCLI-LIMITE-1 TO W-LIMITE-EDIT
           MOVE DCLI-ENDER-1  TO W-ENDER-EDIT
           MOVE DCLI-CONDPAG-1 TO W-CONDPAG-EDIT
           MOVE SPACES        TO W-CONDDESC-EDIT
           IF W-CONDPAG-EDIT NOT = SPACES AND CONDPAG-ABERTO
              MOVE W-CONDPAG-EDIT TO CPAG-CODCOND-1
              READ CONDPAG
              IF VALID-CONDPAG
                 MOVE CPAG-DESCRICAO-1 TO W-CONDDESC-EDIT
              END-IF
           END-IF
           MOVE DCLI-CODLIS-1 TO W-CODLIS-EDIT
           MOVE SPACES        TO W-LISDESC-EDIT
           IF W-CODLIS-EDIT NOT = SPACES AND LPRCAB-ABERTO
              MOVE DCLI-EMPRESA-1 TO LPCB-EMPRESA-1
              MOVE W-CODLIS-EDIT  TO LPCB-CODLIS-1
              READ LPRCAB
              IF VALID-LPRCAB
                 MOVE LPCB-DESCRICAO-1 TO W-LISDESC-EDIT
              END-IF
           END-IF

           PERFORM MONTA-SITUACAO-COBRANCA

           IF DCLI-INATIVO
              INITIALIZE CA-MESSAGE-LINK

           DISPLAY TELA-PRINCIPAL.

       MONTA-SITUACAO-COBRANCA.
           MOVE SPACES TO W-COBRANCA-EDIT
           IF DCLI-BLOQUEADO
              MOVE 'BLOQUEADO PELA COBRANCA' TO W-COBBLOQ-AUX
           ELSE
              MOVE SPACES                    TO W-COBBLOQ-AUX
           END-IF
           IF DCLI-NIVCOB-1 NUMERIC AND DCLI-NIVCOB-1 > 0 AND
              DCLI-DATCOB-1 NUMERIC
              MOVE DCLI-NIVCOB-1 TO W-COBNIV-AUX
              MOVE DCLI-DATCOB-1 TO W-DATCOB-AUX
              COMPUTE W-COBDAT-AUX = W-DATCOB-ANO +
                                     W-DATCOB-MES * 10000 +
                                     W-DATCOB-DIA * 1000000
              MOVE W-COBRANCA-AUX TO W-COBRANCA-EDIT
           ELSE
              MOVE W-COBBLOQ-AUX  TO W-COBRANCA-EDIT
           END-IF.

      *-----------------------------------------------------------------
      * liberacao do cliente bloqueado pelo aviso final da cobranca;
      * o nivel da ultima carta fica, para nao repetir o aviso
      *-----------------------------------------------------------------
       ROTINA-LIBERAR.
           IF NOT PODE-EXCLUIR
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Operador sem permissao para liberar.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ATENCAO
              EXIT PARAGRAPH.

           INITIALIZE             DCLI-REGISTR-1
           MOVE W-EMPRESA-EDIT TO DCLI-EMPRESA-1
           MOVE W-CODCLI-EDIT  TO DCLI-CODCLI-1
           READ CADCLI
           IF STAT-CADCLI = '23'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Cliente nao cadastrado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-MENSAGEM
              EXIT PARAGRAPH
           ELSE
              IF NOT VALID-CADCLI
                 PERFORM ERRO-ARQUIVO.

           IF NOT DCLI-BLOQUEADO
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Cliente nao esta bloqueado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-MENSAGEM
              EXIT PARAGRAPH.

           INITIALIZE CA-MESSAGE-LINK
           MOVE 3 TO CA-MESSAGE-TYPE
           MOVE 22 TO CA-MESSAGE-RESP
           MOVE 'Confirma a liberacao do cliente?' TO CA-MESSAGE-1
           CALL 'CAMESSAG'
           CANCEL 'CAMESSAG'
           IF CA-MESSAGE-RESP NOT = 1
              EXIT PARAGRAPH.

           PERFORM MONTA-AUDIT-CLIENTE
           MOVE W-AUDIT-CLIENTE TO W-ANTES-DCLI
           MOVE 'N'            TO DCLI-BLOQCOB-1
           REWRITE DCLI-REGISTR-1
           IF NOT VALID-CADCLI
              PERFORM ERRO-ARQUIVO.

           PERFORM MONTA-AUDIT-CLIENTE
           MOVE DCLI-RECORDK-1  TO AUDIT-CHAVE-1
           MOVE 'CADCLI'        TO AUDIT-ARQUIVO-1
           MOVE W-ANTES-DCLI    TO AUDIT-ANTES-1
           MOVE W-AUDIT-CLIENTE TO AUDIT-DEPOIS-1
           SET AUDIT-GRAVACAO TO TRUE
           PERFORM GRAVA-AUDITLOG

           PERFORM MONTA-SITUACAO-COBRANCA
           DISPLAY TELA-PRINCIPAL

           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Cliente liberado.' TO CA-MESSAGE-1
           PERFORM MOSTRA-MSG-MENSAGEM.

      *-----------------------------------------------------------------
      * a condicao de pagamento padrao e opcional; quando informada
      * tem de estar cadastrada e ativa
      *-----------------------------------------------------------------
       VALIDA-CONDPAG.
           MOVE '00'   TO STAT-CONDPAG
           MOVE SPACES TO W-CONDDESC-EDIT
           IF W-CONDPAG-EDIT = SPACES
              EXIT PARAGRAPH.

           IF NOT CONDPAG-ABERTO
              MOVE '23' TO STAT-CONDPAG
           ELSE
              MOVE W-CONDPAG-EDIT TO CPAG-CODCOND-1
              READ CONDPAG
           END-IF.

           IF STAT-CONDPAG = '23'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Condicao de pagamento nao cadastrada.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.
           IF NOT VALID-CONDPAG
              PERFORM ERRO-ARQUIVO.

           IF CPAG-INATIVO
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Condicao de pagamento inativa.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE '23' TO STAT-CONDPAG
              EXIT PARAGRAPH.

           MOVE CPAG-DESCRICAO-1 TO W-CONDDESC-EDIT.

      *-----------------------------------------------------------------
      * a lista de preco tambem e opcional; quando informada tem de
      * estar cadastrada e ativa na empresa do cliente (a vigencia e
      * conferida na hora da venda)
      *-----------------------------------------------------------------
       VALIDA-LISTA.
           MOVE '00'   TO STAT-LPRCAB
           MOVE SPACES TO W-LISDESC-EDIT
           IF W-CODLIS-EDIT = SPACES
              EXIT PARAGRAPH.

           IF NOT LPRCAB-ABERTO
              MOVE '23' TO STAT-LPRCAB
           ELSE
              MOVE W-EMPRESA-EDIT TO LPCB-EMPRESA-1
              MOVE W-CODLIS-EDIT  TO LPCB-CODLIS-1
              READ LPRCAB
           END-IF.

           IF STAT-LPRCAB = '23'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Lista de preco nao cadastrada.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.
           IF NOT VALID-LPRCAB
              PERFORM ERRO-ARQUIVO.

           IF LPCB-INATIVO
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Lista de preco inativa.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE '23' TO STAT-LPRCAB
              EXIT PARAGRAPH.

           MOVE LPCB-DESCRICAO-1 TO W-LISDESC-EDIT.

       CARREGA-PERMISSAO.
           SET PODE-EXCLUIR TO TRUE
           IF NOT CADPRM-ABERTO
              SET PODE-EXCLUIR TO FALSE
           END-IF.

      *-----------------------------------------------------------------
      * imagem do cliente para o AUDITLOG: o registro inteiro nao cabe
      * na imagem, entao vao a chave, a situacao, os campos de
      * cobranca e fiscais e o resto do cadastro (endereco truncado).
      * O 'R' no primeiro byte indica ao RELAUDI a imagem reduzida.
      *-----------------------------------------------------------------
       MONTA-AUDIT-CLIENTE.
           MOVE 'R'             TO W-AUD-LAYOUT
           MOVE DCLI-EMPRESA-1  TO W-AUD-EMPRESA
           MOVE DCLI-CODCLI-1   TO W-AUD-CODCLI
           MOVE DCLI-STATUS-1   TO W-AUD-STATUS
           MOVE DCLI-CONDPAG-1  TO W-AUD-CONDPAG
           MOVE DCLI-CODLIS-1   TO W-AUD-CODLIS
           MOVE DCLI-NIVCOB-1   TO W-AUD-NIVCOB
           MOVE DCLI-DATCOB-1   TO W-AUD-DATCOB
           MOVE DCLI-BLOQCOB-1  TO W-AUD-BLOQCOB
           MOVE DCLI-UF-1       TO W-AUD-UF
           MOVE DCLI-IE-1       TO W-AUD-IE
           MOVE DCLI-CNPJ-1     TO W-AUD-CNPJ
           MOVE DCLI-LIMITE-1   TO W-AUD-LIMITE
           MOVE DCLI-RAZAO-1    TO W-AUD-RAZAO
           MOVE DCLI-ENDER-1    TO W-AUD-ENDER.

       GRAVA-AUDITLOG.
           ACCEPT AUDIT-DATA-1 FROM CENTURY-DATE
           ACCEPT AUDIT-HORA-1 FROM TIME
