      * automaticamente), grava o operador verificado na variavel de
      * ambiente USERNAME (lida por todos os modulos) e apresenta os
      * modulos agrupados por area (cadastros, movimentos,
      * relatorios, comercial/financeiro).  A senha expira apos
      * SENHADIAS dias (troca obrigatoria no login, sem repetir as
      * ultimas senhas do SENHIST) e FALHAS erros consecutivos
      * bloqueiam o operador (status 'B' em CADOPE, desbloqueio na
      * tela OPERADOR).  Cada login (inclusive falho), logout e modulo
      * chamado e registrado no log de acesso ACESLOG com operador,
      * data/hora e terminal (relatorio no RELACES).
      * Parametros (MENU.PAR):  SENHADIAS=nnn (padrao 90)
      *                         FALHAS=nn     (padrao 5)
      *                         HISTORICO=n   (senhas lembradas, 5)
      * Logo apos o login e mostrado o painel de pendencias do
      * operador, com a quantidade de cada item que ele pode tratar
      * (so entram as linhas dos programas liberados no CADPRM; o
      * SUPER ve todas): pedidos aguardando aprovacao (APROVA), lotes
      * com saldo vencidos ou a vencer em LOTEDIAS dias (VENCLOT),
      * produtos ativos no estoque minimo ou abaixo (SUGCOMP),
      * contagens fisicas geradas ou digitadas e ainda nao aplicadas
      * (CONTDIG), passos com erro na ultima rotina noturna, de ontem
      * ou de hoje, no ROTSTA (ROTDIA) e ocorrencias do ERRLOG desde a
      * ultima vez que o painel foi levantado para o operador - na
      * primeira vez, dos ultimos ERRODIAS dias (RESDIA).  Clicar na
      * linha chama o programa correspondente e, na volta, o painel e
      * recontado.  Sem pendencias o painel nao aparece; o botao Nao
      * mostrar mais desliga o painel para o operador (religado no
      * campo Alertas da tela OPERADOR).
      * Parametros do painel:   LOTEDIAS=nnn  (padrao 30)
      *                         ERRODIAS=nnn  (padrao 1)
      * Cada CALL e autorizado
      * pela tabela de permissoes CADPRM (SUPER dispensa); na saida do
      * modulo o controle volta ao menu.  Ponto unico de entrada e de
           copy "senhist.sl".
           copy "aceslog.sl".
           copy "errlog.sl".
           copy "pedcab.sl".
           copy "lotsld.sl".
           copy "tabpr.sl".
           copy "contage.sl".
           copy "rotsta.sl".

           SELECT PARAMS ASSIGN TO 'MENU.PAR'
                  ORGANIZATION LINE SEQUENTIAL
           copy "senhist.fd".
           copy "aceslog.fd".
           copy "errlog.fd".
           copy "pedcab.fd".
           copy "lotsld.fd".
           copy "tabpr.fd".
           copy "contage.fd".
           copy "rotsta.fd".

       FD  PARAMS LABEL RECORD OMITTED.

       78  EXCEPTION-TRFDEP               VALUE 53.
       78  EXCEPTION-ORCAMEN              VALUE 54.
       78  EXCEPTION-APROVA               VALUE 55.
       78  EXCEPTION-DEVOLVE              VALUE 56.
       78  EXCEPTION-PRG11B               VALUE 31.
       78  EXCEPTION-RELVEN               VALUE 32.
       78  EXCEPTION-KARDEX               VALUE 33.
       78  EXCEPTION-MARGEM               VALUE 61.
       78  EXCEPTION-ESTINQ               VALUE 62.
       78  EXCEPTION-CONDPAG              VALUE 71.
       78  EXCEPTION-LISTPRE              VALUE 72.
       78  EXCEPTION-CONTPAG              VALUE 73.
       78  EXCEPTION-TABEVE               VALUE 74.
       78  EXCEPTION-LANEVE               VALUE 75.
       78  EXCEPTION-FERIAS               VALUE 76.
       78  EXCEPTION-RESCISAO             VALUE 77.
       78  EXCEPTION-HISTFOL              VALUE 78.
       78  EXCEPTION-ESTRUTU              VALUE 79.
       78  EXCEPTION-ORDPROD              VALUE 80.
       78  EXCEPTION-UNIDADE              VALUE 81.
       78  EXCEPTION-FORNPRO              VALUE 82.
       78  EXCEPTION-METAVEN              VALUE 83.
       78  EXCEPTION-LOGIN                VALUE 05.
       78  EXCEPTION-TROCAR               VALUE 06.
       78  EXCEPTION-ALERTA-1             VALUE 84.
       78  EXCEPTION-ALERTA-2             VALUE 85.
       78  EXCEPTION-ALERTA-3             VALUE 86.
       78  EXCEPTION-ALERTA-4             VALUE 87.
       78  EXCEPTION-ALERTA-5             VALUE 88.
       78  EXCEPTION-ALERTA-6             VALUE 89.
       78  EXCEPTION-SEM-ALERTA           VALUE 91.
       78  MAX-ALERTAS                    VALUE 6.
       78  MAX-SENHAS-HIST                VALUE 9.
       78  OPERADOR-SUPERVISOR            VALUE 'SUPER'.

               88 LOGIN-OK                VALUE 'S' FALSE 'N'.
           03  STAT-PERMISSAO             PIC  X(01) VALUE 'N'.
               88 PERMISSAO-OK            VALUE 'S' FALSE 'N'.
           03  STAT-PEDCAB                PIC  X(02).
               88 VALID-PEDCAB            VALUE '00' THRU '09'.
           03  STAT-LOTSLD                PIC  X(02).
               88 VALID-LOTSLD            VALUE '00' THRU '09'.
           03  STAT-TABPR                 PIC  X(02).
               88 VALID-TABPR             VALUE '00' THRU '09'.
           03  STAT-CONTAGE               PIC  X(02).
               88 VALID-CONTAGE           VALUE '00' THRU '09'.
           03  STAT-ROTSTA                PIC  X(02).
               88 VALID-ROTSTA            VALUE '00' THRU '09'.

           03  CAMPOS-TRABALHO-W.
               05 W-CODIGO-PARAM          PIC  9(03) VALUE 0.
               05 W-EVENTO-LOG            PIC  X(08).
               05 W-PROGRAMA-LOG          PIC  X(08).

           03  CAMPOS-ALERTA-W.
               05 W-LOTE-DIAS             PIC  9(03) VALUE 30.
               05 W-ERRO-DIAS             PIC  9(03) VALUE 1.
               05 W-ALE-DATA              PIC  9(08) VALUE 0.
               05 W-ALE-HORA              PIC  9(08) VALUE 0.
               05 W-ULT-DATA              PIC  9(08) VALUE 0.
               05 W-ULT-HORA              PIC  9(08) VALUE 0.
               05 W-DIAS-ALERTA           PIC S9(08) VALUE 0.
               05 W-DIAS-LIMITE           PIC S9(08) VALUE 0.
               05 W-ROT-DATA              PIC  9(08) VALUE 0.
               05 W-ROT-FALHAS            PIC  9(04) VALUE 0.
               05 W-ALE-QTDE              PIC  9(06) VALUE 0.
               05 W-ALE-QTDE-ED           PIC  ZZZ.ZZ9.
               05 W-ALE-DESCRICAO         PIC  X(50).
               05 W-TOT-ALERTAS           PIC  9(02) VALUE 0.
               05 W-IX-ALE                PIC  9(02) VALUE 0.

       01  TABELA-ALERTAS-W.
           03  W-ALE-LINHA OCCURS 6 TIMES.
               05 W-ALE-PROGRAMA          PIC  X(08).
               05 W-ALE-TITULO            PIC  X(60).
               05 W-ALE-VISIVEL           PIC  9(01).

       01  TABELA-ALERTAS-R REDEFINES TABELA-ALERTAS-W.
           03  FILLER                     PIC  X(08).
           03  W-ALE-TITULO-1             PIC  X(60).
           03  W-ALE-VISIVEL-1            PIC  9(01).
           03  FILLER                     PIC  X(08).
           03  W-ALE-TITULO-2             PIC  X(60).
           03  W-ALE-VISIVEL-2            PIC  9(01).
           03  FILLER                     PIC  X(08).
           03  W-ALE-TITULO-3             PIC  X(60).
           03  W-ALE-VISIVEL-3            PIC  9(01).
           03  FILLER                     PIC  X(08).
           03  W-ALE-TITULO-4             PIC  X(60).
           03  W-ALE-VISIVEL-4            PIC  9(01).
           03  FILLER                     PIC  X(08).
           03  W-ALE-TITULO-5             PIC  X(60).
           03  W-ALE-VISIVEL-5            PIC  9(01).
           03  FILLER                     PIC  X(08).
           03  W-ALE-TITULO-6             PIC  X(60).
           03  W-ALE-VISIVEL-6            PIC  9(01).

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
               88 TECLOU-ESC              VALUE 27.

       01  JANELA-PRINCIPAL             PIC X(10) EXTERNAL.
       01  JANELA-ALERTAS               PIC X(10).

           COPY "MAINRTN.MSG".
           COPY "ACUGUI.DEF".
                          ID 6
                          EXCEPTION-VALUE 27.

       01  TELA-ALERTAS.
           03 LABEL       LINE 02 COL 05
                          TITLE "Pendencias do operador"
                          ID 1
                          TRANSPARENT.

           03 PUSH-BUTTON TITLE W-ALE-TITULO-1
                          LINE 04
                          COL 05
                          SIZE 60
                          VISIBLE W-ALE-VISIVEL-1
                          ID 11
                          EXCEPTION-VALUE EXCEPTION-ALERTA-1.

           03 PUSH-BUTTON TITLE W-ALE-TITULO-2
                          LINE 06
                          COL 05
                          SIZE 60
                          VISIBLE W-ALE-VISIVEL-2
                          ID 12
                          EXCEPTION-VALUE EXCEPTION-ALERTA-2.

           03 PUSH-BUTTON TITLE W-ALE-TITULO-3
                          LINE 08
                          COL 05
                          SIZE 60
                          VISIBLE W-ALE-VISIVEL-3
                          ID 13
                          EXCEPTION-VALUE EXCEPTION-ALERTA-3.

           03 PUSH-BUTTON TITLE W-ALE-TITULO-4
                          LINE 10
                          COL 05
                          SIZE 60
                          VISIBLE W-ALE-VISIVEL-4
                          ID 14
                          EXCEPTION-VALUE EXCEPTION-ALERTA-4.

           03 PUSH-BUTTON TITLE W-ALE-TITULO-5
                          LINE 12
                          COL 05
                          SIZE 60
                          VISIBLE W-ALE-VISIVEL-5
                          ID 15
                          EXCEPTION-VALUE EXCEPTION-ALERTA-5.

           03 PUSH-BUTTON TITLE W-ALE-TITULO-6
                          LINE 14
                          COL 05
                          SIZE 60
                          VISIBLE W-ALE-VISIVEL-6
                          ID 16
                          EXCEPTION-VALUE EXCEPTION-ALERTA-6.

           03 PUSH-BUTTON TITLE "&Continuar"
                          LINE 16,5
                          COL 05
                          SIZE 15
                          SELF-ACT
                          ID 20
                          EXCEPTION-VALUE 27.

           03 PUSH-BUTTON TITLE "&Nao mostrar mais"
                          LINE 16,5
                          COL 50
                          SIZE 15
                          ID 21
                          EXCEPTION-VALUE EXCEPTION-SEM-ALERTA.

       01  TELA-MENU.
           03 FRAME    LINE 02
                       COL 05
                          ID 36
                          EXCEPTION-VALUE EXCEPTION-APROVA.

           03 PUSH-BUTTON TITLE "Devolucao de Venda"
                          LINE 25,5
                          COL 40
                          SIZE 25
                          ID 37
                          EXCEPTION-VALUE EXCEPTION-DEVOLVE.

           03 FRAME    LINE 02
                       COL 71
                       LINES 26
                       SIZE 30
                       TITLE "Relatorios / Producao"
                       TITLE-POSITION 1
                       ENGRAVED
                       FONT SMALL-FONT.
                          ID 35
                          EXCEPTION-VALUE EXCEPTION-ESTINQ.

           03 PUSH-BUTTON TITLE "Estrutura de Produtos"
                          LINE 13,5
                          COL 73
                          SIZE 25
                          ID 48
                          EXCEPTION-VALUE EXCEPTION-ESTRUTU.

           03 PUSH-BUTTON TITLE "Ordens de Producao"
                          LINE 15,5
                          COL 73
                          SIZE 25
                          ID 49
                          EXCEPTION-VALUE EXCEPTION-ORDPROD.

           03 PUSH-BUTTON TITLE "Unidades de Medida"
                          LINE 17,5
                          COL 73
                          SIZE 25
                          ID 50
                          EXCEPTION-VALUE EXCEPTION-UNIDADE.

           03 PUSH-BUTTON TITLE "Fornecedores x Produtos"
                          LINE 19,5
                          COL 73
                          SIZE 25
                          ID 51
                          EXCEPTION-VALUE EXCEPTION-FORNPRO.

           03 FRAME    LINE 02
                       COL 104
                       LINES 26
                       SIZE 30
                       TITLE "Comercial / Financeiro / RH"
                       TITLE-POSITION 1
                       ENGRAVED
                       FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "Condicoes de Pagamento"
                          LINE 03,5
                          COL 106
                          SIZE 25
                          ID 38
                          EXCEPTION-VALUE EXCEPTION-CONDPAG.

           03 PUSH-BUTTON TITLE "Listas de Preco"
                          LINE 05,5
                          COL 106
                          SIZE 25
                          ID 39
                          EXCEPTION-VALUE EXCEPTION-LISTPRE.

           03 PUSH-BUTTON TITLE "Contas a Pagar"
                          LINE 07,5
                          COL 106
                          SIZE 25
                          ID 40
                          EXCEPTION-VALUE EXCEPTION-CONTPAG.

           03 PUSH-BUTTON TITLE "Eventos da Folha"
                          LINE 09,5
                          COL 106
                          SIZE 25
                          ID 43
                          EXCEPTION-VALUE EXCEPTION-TABEVE.

           03 PUSH-BUTTON TITLE "Lancamento de Eventos"
                          LINE 11,5
                          COL 106
                          SIZE 25
                          ID 44
                          EXCEPTION-VALUE EXCEPTION-LANEVE.

           03 PUSH-BUTTON TITLE "Controle de Ferias"
                          LINE 13,5
                          COL 106
                          SIZE 25
                          ID 45
                          EXCEPTION-VALUE EXCEPTION-FERIAS.

           03 PUSH-BUTTON TITLE "Rescisao de Contrato"
                          LINE 15,5
                          COL 106
                          SIZE 25
                          ID 46
                          EXCEPTION-VALUE EXCEPTION-RESCISAO.

           03 PUSH-BUTTON TITLE "Historico da Folha"
                          LINE 17,5
                          COL 106
                          SIZE 25
                          ID 47
                          EXCEPTION-VALUE EXCEPTION-HISTFOL.

           03 PUSH-BUTTON TITLE "Metas de Venda"
                          LINE 19,5
                          COL 106
                          SIZE 25
                          ID 52
                          EXCEPTION-VALUE EXCEPTION-METAVEN.

           03 LABEL       LINE 29 COL 05
                          TITLE VERSAO-SISTEMA
                          ID 90

           03 PUSH-BUTTON TITLE "&Sair"
                          LINE 29
                          COL 118
                          SIZE 13
                          SELF-ACT
                          ID 99
           ACCEPT SMALL-FONT FROM STANDARD OBJECT "SMALL-FONT".

           DISPLAY INITIAL GRAPHICAL WINDOW
                           SIZE 138 LINES 31
                           CONTROL FONT SMALL-FONT
                           COLOR 257
                           TITLE "Sistema de Estoque e Vendas"
           DISPLAY "USERNAME" UPON ENVIRONMENT-NAME
           DISPLAY W-OPERADOR-LOGIN UPON ENVIRONMENT-VALUE

           PERFORM ROTINA-ALERTAS

           MOVE 0 TO TECLA-ESCAPE
           DISPLAY TELA-MENU.

                     IF W-PAR-NUMERO <> 0
                        MOVE W-PAR-NUMERO TO W-SENHAS-LEMBRADAS
                     END-IF
                WHEN 'LOTEDIAS'
                     PERFORM CONVERTE-PARAM-NUM
                     IF W-PAR-NUMERO <> 0
                        MOVE W-PAR-NUMERO TO W-LOTE-DIAS
                     END-IF
                WHEN 'ERRODIAS'
                     PERFORM CONVERTE-PARAM-NUM
                     IF W-PAR-NUMERO <> 0
                        MOVE W-PAR-NUMERO TO W-ERRO-DIAS
                     END-IF
                WHEN OTHER
                     CONTINUE
              END-EVALUATE
                  MOVE 'ORCAMEN'  TO W-PROGRAMA-CHAMADO
             WHEN EXCEPTION-APROVA
                  MOVE 'APROVA'   TO W-PROGRAMA-CHAMADO
             WHEN EXCEPTION-DEVOLVE
                  MOVE 'DEVOLVE'  TO W-PROGRAMA-CHAMADO
             WHEN EXCEPTION-CONDPAG
                  MOVE 'CONDPAG'  TO W-PROGRAMA-CHAMADO
             WHEN EXCEPTION-LISTPRE
                  MOVE 'LISTPRE'  TO W-PROGRAMA-CHAMADO
             WHEN EXCEPTION-CONTPAG
                  MOVE 'CONTPAG'  TO W-PROGRAMA-CHAMADO
             WHEN EXCEPTION-TABEVE
                  MOVE 'TABEVE'   TO W-PROGRAMA-CHAMADO
             WHEN EXCEPTION-LANEVE
                  MOVE 'LANEVE'   TO W-PROGRAMA-CHAMADO
             WHEN EXCEPTION-FERIAS
                  MOVE 'FERIAS'   TO W-PROGRAMA-CHAMADO
             WHEN EXCEPTION-RESCISAO
                  MOVE 'RESCISAO' TO W-PROGRAMA-CHAMADO
             WHEN EXCEPTION-HISTFOL
                  MOVE 'HISTFOL'  TO W-PROGRAMA-CHAMADO
             WHEN EXCEPTION-ESTRUTU
                  MOVE 'ESTRUTU'  TO W-PROGRAMA-CHAMADO
             WHEN EXCEPTION-ORDPROD
                  MOVE 'ORDPROD'  TO W-PROGRAMA-CHAMADO
             WHEN EXCEPTION-UNIDADE
                  MOVE 'UNIDADE'  TO W-PROGRAMA-CHAMADO
             WHEN EXCEPTION-FORNPRO
                  MOVE 'FORNPRO'  TO W-PROGRAMA-CHAMADO
             WHEN EXCEPTION-METAVEN
                  MOVE 'METAVEN'  TO W-PROGRAMA-CHAMADO
             WHEN EXCEPTION-PRG11B
                  MOVE 'PRG11B'   TO W-PROGRAMA-CHAMADO
             WHEN EXCEPTION-RELVEN
             WHEN 'APROVA'
                  CALL   'APROVA'
                  CANCEL 'APROVA'
             WHEN 'DEVOLVE'
                  CALL   'DEVOLVE'
                  CANCEL 'DEVOLVE'
             WHEN 'PRG11B'
                  CALL   'PRG11B'
                  CANCEL 'PRG11B'
             WHEN 'ESTINQ'
                  CALL   'ESTINQ'
                  CANCEL 'ESTINQ'
             WHEN 'CONDPAG'
                  CALL   'CONDPAG'
                  CANCEL 'CONDPAG'
             WHEN 'LISTPRE'
                  CALL   'LISTPRE'
                  CANCEL 'LISTPRE'
             WHEN 'CONTPAG'
                  CALL   'CONTPAG'
                  CANCEL 'CONTPAG'
             WHEN 'TABEVE'
                  CALL   'TABEVE'
                  CANCEL 'TABEVE'
             WHEN 'LANEVE'
                  CALL   'LANEVE'
                  CANCEL 'LANEVE'
             WHEN 'FERIAS'
                  CALL   'FERIAS'
                  CANCEL 'FERIAS'
             WHEN 'RESCISAO'
                  CALL   'RESCISAO'
                  CANCEL 'RESCISAO'
             WHEN 'HISTFOL'
                  CALL   'HISTFOL'
                  CANCEL 'HISTFOL'
             WHEN 'ESTRUTU'
                  CALL   'ESTRUTU'
                  CANCEL 'ESTRUTU'
             WHEN 'ORDPROD'
                  CALL   'ORDPROD'
                  CANCEL 'ORDPROD'
             WHEN 'UNIDADE'
                  CALL   'UNIDADE'
                  CANCEL 'UNIDADE'
             WHEN 'FORNPRO'
                  CALL   'FORNPRO'
                  CANCEL 'FORNPRO'
             WHEN 'METAVEN'
                  CALL   'METAVEN'
                  CANCEL 'METAVEN'
             WHEN 'VENCLOT'
                  CALL   'VENCLOT'
                  CANCEL 'VENCLOT'
             WHEN 'SUGCOMP'
                  CALL   'SUGCOMP'
                  CANCEL 'SUGCOMP'
             WHEN 'ROTDIA'
                  CALL   'ROTDIA'
                  CANCEL 'ROTDIA'
             WHEN 'RESDIA'
                  CALL   'RESDIA'
                  CANCEL 'RESDIA'
           END-EVALUATE.

      *-----------------------------------------------------------------
      * painel de pendencias do operador, logo apos o login
      *-----------------------------------------------------------------
       ROTINA-ALERTAS.
           MOVE W-OPERADOR-LOGIN TO DOPE-CODOPE-1
           READ CADOPE
           IF NOT VALID-CADOPE
              EXIT PARAGRAPH.
           UNLOCK CADOPE
           IF DOPE-SEM-ALERTA
              EXIT PARAGRAPH.

           ACCEPT W-ALE-DATA FROM CENTURY-DATE
           ACCEPT W-ALE-HORA FROM TIME
           MOVE DOPE-ALEDATA-1 TO W-ULT-DATA
           MOVE DOPE-ALEHORA-1 TO W-ULT-HORA
           IF DOPE-ALEDATA-1 NOT NUMERIC OR
              DOPE-ALEHORA-1 NOT NUMERIC
              MOVE 0 TO W-ULT-DATA W-ULT-HORA
           END-IF

           MOVE W-ALE-DATA TO W-CDD-DATA
           PERFORM CONVERTE-DATA-DIAS
           MOVE W-CDD-DIAS TO W-DIAS-ALERTA

           PERFORM LEVANTA-ALERTAS

           IF W-TOT-ALERTAS > 0
              PERFORM MOSTRA-PAINEL-ALERTAS
           END-IF

           PERFORM MARCA-ALERTAS-VISTOS.

       MOSTRA-PAINEL-ALERTAS.
           DISPLAY FLOATING GRAPHICAL WINDOW
                            SIZE 70 LINES 18
                            CONTROL FONT SMALL-FONT
                            COLOR 257
                            TITLE "Pendencias"
                            NO SCROLL
                            SYSTEM MENU
                            AUTO-RESIZE
                            BACKGROUND-LOW
                            HANDLE JANELA-ALERTAS.

           MOVE 0 TO TECLA-ESCAPE
           DISPLAY TELA-ALERTAS.

           PERFORM TEST AFTER UNTIL TECLOU-ESC
              ACCEPT TELA-ALERTAS
                     ON EXCEPTION PERFORM TRATA-EXCEPTION-TELA-ALERTAS
              END-ACCEPT
           END-PERFORM.

           CLOSE WINDOW JANELA-ALERTAS.

       TRATA-EXCEPTION-TELA-ALERTAS.
           IF EVENT-TYPE = CMD-CLOSE
              SET TECLOU-ESC TO TRUE
              EXIT PARAGRAPH.

           EVALUATE TECLA-ESCAPE
             WHEN EXCEPTION-ALERTA-1 THRU EXCEPTION-ALERTA-6
                  COMPUTE W-IX-ALE = TECLA-ESCAPE -
                                     EXCEPTION-ALERTA-1 + 1
                  MOVE W-ALE-PROGRAMA (W-IX-ALE)
                                          TO W-PROGRAMA-CHAMADO
             WHEN EXCEPTION-SEM-ALERTA
                  PERFORM DESLIGA-ALERTAS
                  SET TECLOU-ESC TO TRUE
                  EXIT PARAGRAPH
             WHEN OTHER
                  EXIT PARAGRAPH
           END-EVALUATE

           IF W-PROGRAMA-CHAMADO = SPACES
              EXIT PARAGRAPH.

           MOVE W-OPERADOR-LOGIN   TO ACES-OPERADOR-1
           MOVE 'CHAMADA' TO W-EVENTO-LOG
           MOVE W-PROGRAMA-CHAMADO TO W-PROGRAMA-LOG
           PERFORM GRAVA-ACESSO

           PERFORM CHAMA-PROGRAMA

           PERFORM LEVANTA-ALERTAS
           IF W-TOT-ALERTAS = 0
              SET TECLOU-ESC TO TRUE
              EXIT PARAGRAPH.

           MOVE 0 TO TECLA-ESCAPE
           DISPLAY TELA-ALERTAS.

      *-----------------------------------------------------------------
      * monta as linhas do painel: so os programas liberados para o
      * operador e com alguma pendencia
      *-----------------------------------------------------------------
       LEVANTA-ALERTAS.
           INITIALIZE TABELA-ALERTAS-W
           MOVE 0 TO W-TOT-ALERTAS

           MOVE 'APROVA'   TO W-PROGRAMA-CHAMADO
           PERFORM TESTA-PERMISSAO
           IF PERMISSAO-OK
              PERFORM CONTA-PEDIDOS-APROVACAO
              MOVE 'Pedidos aguardando aprovacao' TO W-ALE-DESCRICAO
              PERFORM INCLUI-ALERTA
           END-IF

           MOVE 'VENCLOT'  TO W-PROGRAMA-CHAMADO
           PERFORM TESTA-PERMISSAO
           IF PERMISSAO-OK
              PERFORM CONTA-LOTES-VENCER
              MOVE 'Lotes com saldo vencidos ou a vencer'
                                          TO W-ALE-DESCRICAO
              PERFORM INCLUI-ALERTA
           END-IF

           MOVE 'SUGCOMP'  TO W-PROGRAMA-CHAMADO
           PERFORM TESTA-PERMISSAO
           IF PERMISSAO-OK
              PERFORM CONTA-ESTOQUE-MINIMO
              MOVE 'Produtos no estoque minimo ou abaixo'
                                          TO W-ALE-DESCRICAO
              PERFORM INCLUI-ALERTA
           END-IF

           MOVE 'CONTDIG'  TO W-PROGRAMA-CHAMADO
           PERFORM TESTA-PERMISSAO
           IF PERMISSAO-OK
              PERFORM CONTA-CONTAGENS-PENDENTES
              MOVE 'Contagens fisicas pendentes' TO W-ALE-DESCRICAO
              PERFORM INCLUI-ALERTA
           END-IF

           MOVE 'ROTDIA'   TO W-PROGRAMA-CHAMADO
           PERFORM TESTA-PERMISSAO
           IF PERMISSAO-OK
              PERFORM CONTA-ROTINA-INTERROMPIDA
              MOVE 'Passos com erro na rotina noturna'
                                          TO W-ALE-DESCRICAO
              PERFORM INCLUI-ALERTA
           END-IF

           MOVE 'RESDIA'   TO W-PROGRAMA-CHAMADO
           PERFORM TESTA-PERMISSAO
           IF PERMISSAO-OK
              PERFORM CONTA-ERROS-NOVOS
              MOVE 'Ocorrencias novas no log de erros'
                                          TO W-ALE-DESCRICAO
              PERFORM INCLUI-ALERTA
           END-IF

           MOVE SPACES TO W-PROGRAMA-CHAMADO.

       INCLUI-ALERTA.
           IF W-ALE-QTDE = 0 OR W-TOT-ALERTAS NOT < MAX-ALERTAS
              EXIT PARAGRAPH.

           ADD 1 TO W-TOT-ALERTAS
           MOVE W-ALE-QTDE         TO W-ALE-QTDE-ED
           MOVE W-PROGRAMA-CHAMADO TO W-ALE-PROGRAMA (W-TOT-ALERTAS)
           MOVE W-ALE-QTDE-ED      TO W-ALE-TITULO (W-TOT-ALERTAS)
           MOVE W-ALE-DESCRICAO    TO W-ALE-TITULO (W-TOT-ALERTAS) (10:)
           MOVE 1                  TO W-ALE-VISIVEL (W-TOT-ALERTAS).

       CONTA-PEDIDOS-APROVACAO.
           MOVE 0 TO W-ALE-QTDE
           OPEN INPUT PEDCAB
           IF NOT VALID-PEDCAB
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ PEDCAB NEXT AT END
                          EXIT PERFORM
              END-READ
              IF NOT VALID-PEDCAB
                 EXIT PERFORM
              END-IF
              IF PCAB-AGUARD-APR
                 ADD 1 TO W-ALE-QTDE
              END-IF
           END-PERFORM

           CLOSE PEDCAB.

       CONTA-LOTES-VENCER.
           MOVE 0 TO W-ALE-QTDE
           OPEN INPUT LOTSLD
           IF NOT VALID-LOTSLD
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ LOTSLD NEXT AT END
                          EXIT PERFORM
              END-READ
              IF NOT VALID-LOTSLD
                 EXIT PERFORM
              END-IF
              IF LOTS-SALDO-1 <= 0 OR LOTS-VALIDADE-1 = 0
                 EXIT PERFORM CYCLE
              END-IF
              MOVE LOTS-VALIDADE-1 TO W-CDD-DATA
              PERFORM CONVERTE-DATA-DIAS
              IF W-CDD-DIAS - W-DIAS-ALERTA <= W-LOTE-DIAS
                 ADD 1 TO W-ALE-QTDE
              END-IF
           END-PERFORM

           CLOSE LOTSLD.

       CONTA-ESTOQUE-MINIMO.
           MOVE 0 TO W-ALE-QTDE
           OPEN INPUT TABPR
           IF NOT VALID-TABPR
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ TABPR NEXT AT END
                         EXIT PERFORM
              END-READ
              IF NOT VALID-TABPR
                 EXIT PERFORM
              END-IF
              IF TDES-ATIVO AND TDES-ESTMIN-1 > 0 AND
                 TDES-ESTOQM-1 <= TDES-ESTMIN-1
                 ADD 1 TO W-ALE-QTDE
              END-IF
           END-PERFORM

           CLOSE TABPR.

       CONTA-CONTAGENS-PENDENTES.
           MOVE 0 TO W-ALE-QTDE
           OPEN INPUT CONTAGE
           IF NOT VALID-CONTAGE
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ CONTAGE NEXT AT END
                           EXIT PERFORM
              END-READ
              IF NOT VALID-CONTAGE
                 EXIT PERFORM
              END-IF
              IF CNTG-GERADO OR CNTG-DIGITADO
                 ADD 1 TO W-ALE-QTDE
              END-IF
           END-PERFORM

           CLOSE CONTAGE.

      *-----------------------------------------------------------------
      * passos com erro na ultima data do ROTSTA, quando essa data e
      * ontem ou hoje (a cadeia da noite anterior parou)
      *-----------------------------------------------------------------
       CONTA-ROTINA-INTERROMPIDA.
           MOVE 0 TO W-ALE-QTDE W-ROT-DATA W-ROT-FALHAS
           OPEN INPUT ROTSTA
           IF NOT VALID-ROTSTA
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ ROTSTA NEXT AT END
                          EXIT PERFORM
              END-READ
              IF NOT VALID-ROTSTA
                 EXIT PERFORM
              END-IF
              IF RSTA-DATA-1 NOT = W-ROT-DATA
                 MOVE RSTA-DATA-1 TO W-ROT-DATA
                 MOVE 0           TO W-ROT-FALHAS
              END-IF
              IF RSTA-FALHOU
                 ADD 1 TO W-ROT-FALHAS
              END-IF
           END-PERFORM

           CLOSE ROTSTA

           IF W-ROT-DATA = 0
              EXIT PARAGRAPH.

           MOVE W-ROT-DATA TO W-CDD-DATA
           PERFORM CONVERTE-DATA-DIAS
           IF W-DIAS-ALERTA - W-CDD-DIAS <= 1
              MOVE W-ROT-FALHAS TO W-ALE-QTDE
           END-IF.

      *-----------------------------------------------------------------
      * ocorrencias do ERRLOG gravadas depois do ultimo levantamento
      * do painel para o operador (na primeira vez, dos ultimos
      * ERRODIAS dias); o ERRLOG e reaberto em EXTEND no fim
      *-----------------------------------------------------------------
       CONTA-ERROS-NOVOS.
           MOVE 0 TO W-ALE-QTDE
           IF NOT ERRLOG-ABERTO
              EXIT PARAGRAPH.

           COMPUTE W-DIAS-LIMITE = W-DIAS-ALERTA - W-ERRO-DIAS

           CLOSE ERRLOG
           OPEN INPUT ERRLOG
           IF VALID-ERRLOG
              PERFORM UNTIL 1 = 2
                 READ ERRLOG AT END
                             EXIT PERFORM
                 END-READ
                 IF NOT VALID-ERRLOG
                    EXIT PERFORM
                 END-IF
                 IF W-ULT-DATA = 0
                    MOVE ERRL-DATA-1 TO W-CDD-DATA
                    PERFORM CONVERTE-DATA-DIAS
                    IF W-CDD-DIAS >= W-DIAS-LIMITE
                       ADD 1 TO W-ALE-QTDE
                    END-IF
                 ELSE
                    IF ERRL-DATA-1 > W-ULT-DATA OR
                      (ERRL-DATA-1 = W-ULT-DATA AND
                       ERRL-HORA-1 > W-ULT-HORA)
                       ADD 1 TO W-ALE-QTDE
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ERRLOG
           END-IF

           OPEN EXTEND ERRLOG
           IF NOT VALID-ERRLOG
              SET ERRLOG-ABERTO TO FALSE
           END-IF.

       DESLIGA-ALERTAS.
           MOVE W-OPERADOR-LOGIN TO DOPE-CODOPE-1
           READ CADOPE
           IF NOT VALID-CADOPE
              PERFORM ERRO-ARQUIVO.

           MOVE 'N' TO DOPE-ALERTA-1
           REWRITE DOPE-REGISTR-1
           IF NOT VALID-CADOPE
              PERFORM ERRO-ARQUIVO.

           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Painel desligado. Para religar, use a tela Operadores.'
                                    TO CA-MESSAGE-1
           PERFORM MOSTRA-MSG-MENSAGEM.

       MARCA-ALERTAS-VISTOS.
           MOVE W-OPERADOR-LOGIN TO DOPE-CODOPE-1
           READ CADOPE
           IF NOT VALID-CADOPE
              PERFORM ERRO-ARQUIVO.

           MOVE W-ALE-DATA TO DOPE-ALEDATA-1
           MOVE W-ALE-HORA TO DOPE-ALEHORA-1
           REWRITE DOPE-REGISTR-1
           IF NOT VALID-CADOPE
              PERFORM ERRO-ARQUIVO.

       GRAVA-ACESSO.
           IF NOT ACESLOG-ABERTO
              EXIT PARAGRAPH.
           CALL "CAMESSAG"
           CANCEL "CAMESSAG".

       MOSTRA-MSG-MENSAGEM.
           MOVE 3 TO CA-MESSAGE-TYPE
           MOVE 1 TO CA-MESSAGE-RESP
           CALL "CAMESSAG"
           CANCEL "CAMESSAG".

       ERRO-ARQUIVO.
           CALL "C$RERR" USING WS-EXTEND-STATUS
           MOVE WS-EXTEND-STATUS(1:2) TO W-FSTATUS
