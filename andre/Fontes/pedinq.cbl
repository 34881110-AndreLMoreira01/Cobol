      * PEDINQ - consulta de pedidos de venda.
      * Filtra por empresa, produto (pedido que contenha o item),
      * faixa de datas e operador, lista os cabecalhos de PEDCAB com
      * cliente, total, situacao (aberto, faturado, cancelado) e o
      * numero do pedido do cliente (pedidos importados pelo IMPPED)
      * com totais no rodape, e permite cancelar um pedido em aberto
      * guardando o motivo.  A situacao e a mesma usada pelo
      * faturamento (FATURA), de modo que a lista reflete o estado
      * real da carteira.  O botao de romaneio reimprime o romaneio
      * de separacao do pedido faturado selecionado (subprograma
      * ROMANEIO, acumulado em ROMANEIO.TXT).
      * Pedido faturado com nota fiscal so pode ser cancelado junto
      * com a nota: o CANCNF confere devolucao, titulos e competencia,
      * estorna as saidas de faturamento e cancela a nota; so entao o
      * pedido fica cancelado (sem liberar reservas, que o faturamento
      * ja consumiu).  O botao de nota reimprime o documento fiscal do
      * pedido selecionado (subprograma IMPNF, em NOTAFIS.TXT).
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       78  EXCEPTION-LISTAR               VALUE 02.
       78  EXCEPTION-CANCELAR             VALUE 03.
       78  EXCEPTION-ROMANEIO             VALUE 05.
       78  EXCEPTION-NOTA                 VALUE 06.
       78  ID-LISTA-PEDIDOS               VALUE 30.

       01  CAMPOS-W.
               05 W-MOTIVO-EDIT          PIC  X(40).
               05 W-EMPRESA-ROM          PIC  9(03) VALUE 0.
               05 W-NROPED-ROM           PIC  9(06) VALUE 0.
               05 W-SERIE-NF             PIC  X(03).
               05 W-NUMERO-NF            PIC  9(06) VALUE 0.
               05 W-RETORNO-NF           PIC  9(01) VALUE 0.
               05 W-MENSAGEM-NF          PIC  X(60).

               05 W-DATAINI-I            PIC  9(08) VALUE 0.
               05 W-DATAFIN-I            PIC  9(08) VALUE 99999999.
                  07 W-TOTAL-LIS         PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
                  07 FILLER              PIC  X(01).
                  07 W-STATUS-LIS        PIC  X(09).
                  07 FILLER              PIC  X(01).
                  07 W-PEDCLI-LIS        PIC  X(16).

           03  CAMPOS-LISTA-W.
               05 W-LISTA-QTDE            PIC  9(02) VALUE 0.
                          ID 20
                          EXCEPTION-VALUE EXCEPTION-ROMANEIO.

           03 PUSH-BUTTON TITLE "Reimprimir &Nota"
                          LINE 19
                          COL 46
                          SIZE 18
                          ID 21
                          EXCEPTION-VALUE EXCEPTION-NOTA.

           03 PUSH-BUTTON TITLE "&Sair"
                          LINE 19
                          COL 67
                          SIZE 12
                          SELF-ACT
                          ID 19
                  PERFORM ROTINA-CANCELAR
             WHEN EXCEPTION-ROMANEIO
                  PERFORM ROTINA-ROMANEIO
             WHEN EXCEPTION-NOTA
                  PERFORM ROTINA-NOTA
           END-EVALUATE.

       ROTINA-LISTAR.
             WHEN OTHER
                  MOVE 'ABERTO'    TO W-STATUS-LIS
           END-EVALUATE
           MOVE PCAB-PEDCLI-1     TO W-PEDCLI-LIS

           MOVE W-LINHA-LISTA TO W-LISTA-PEDIDOS (W-LISTA-QTDE)
           ADD 1 TO W-LISTA-QTDE
           IF NOT VALID-PEDCAB
              PERFORM ERRO-ARQUIVO.

           IF PCAB-FATURADO AND PCAB-NFNUMERO-1 NOT = 0
              PERFORM CANCELA-FATURADO
              EXIT PARAGRAPH.

           IF NOT PCAB-ABERTO
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Somente pedido em aberto pode ser cancelado.'

           PERFORM ROTINA-LISTAR.

      *-----------------------------------------------------------------
      * pedido faturado: cancela primeiro a nota fiscal (CANCNF) e so
      * com a nota cancelada marca o pedido
      *-----------------------------------------------------------------
       CANCELA-FATURADO.
           INITIALIZE CA-MESSAGE-LINK
           MOVE 3 TO CA-MESSAGE-TYPE
           MOVE 22 TO CA-MESSAGE-RESP
           MOVE 'Pedido faturado com nota fiscal.' TO CA-MESSAGE-1
           MOVE 'Cancelar a nota fiscal e o pedido?' TO CA-MESSAGE-2
           CALL 'CAMESSAG'
           CANCEL 'CAMESSAG'
           IF CA-MESSAGE-RESP NOT = 1
              EXIT PARAGRAPH.

           MOVE PCAB-NFSERIE-1  TO W-SERIE-NF
           MOVE PCAB-NFNUMERO-1 TO W-NUMERO-NF
           MOVE 0               TO W-RETORNO-NF
           MOVE SPACES          TO W-MENSAGEM-NF
           CALL   'CANCNF' USING PCAB-EMPRESA-1, W-SERIE-NF,
                                 W-NUMERO-NF, W-MOTIVO-EDIT,
                                 W-RETORNO-NF, W-MENSAGEM-NF
           CANCEL 'CANCNF'

           IF W-RETORNO-NF NOT = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Nota fiscal nao cancelada.' TO CA-MESSAGE-1
              MOVE W-MENSAGEM-NF TO CA-MESSAGE-2
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           SET PCAB-CANCELADO TO TRUE
           MOVE W-MOTIVO-EDIT TO PCAB-MOTCAN-1
           REWRITE PCAB-REGISTR-1
           IF NOT VALID-PEDCAB
              PERFORM ERRO-ARQUIVO.

           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Nota fiscal e pedido cancelados.' TO CA-MESSAGE-1
           PERFORM MOSTRA-MSG-MENSAGEM

           PERFORM ROTINA-LISTAR.

       ROTINA-NOTA.
           IF W-LISTA-SEL = 0 OR W-LISTA-SEL > W-LISTA-QTDE OR
              W-LISTA-PEDIDOS (W-LISTA-SEL) = SPACES
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Selecione um pedido na lista.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           INITIALIZE PCAB-REGISTR-1
           MOVE W-EMPRESA-EDIT TO PCAB-EMPRESA-1
           MOVE W-LISTA-PEDIDOS (W-LISTA-SEL) (1:6) TO PCAB-NROPED-1
           READ PEDCAB
           IF STAT-PEDCAB = '23'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Pedido nao encontrado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-MENSAGEM
              EXIT PARAGRAPH.
           IF NOT VALID-PEDCAB
              PERFORM ERRO-ARQUIVO.

           IF PCAB-NFNUMERO-1 = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Pedido sem nota fiscal.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           MOVE PCAB-EMPRESA-1  TO W-EMPRESA-ROM
           MOVE PCAB-NFSERIE-1  TO W-SERIE-NF
           MOVE PCAB-NFNUMERO-1 TO W-NUMERO-NF
           CALL   'IMPNF' USING W-EMPRESA-ROM, W-SERIE-NF, W-NUMERO-NF
           CANCEL 'IMPNF'

           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Nota fiscal gravada em NOTAFIS.TXT.' TO CA-MESSAGE-1
           PERFORM MOSTRA-MSG-MENSAGEM.

       ROTINA-ROMANEIO.
           IF W-LISTA-SEL = 0 OR W-LISTA-SEL > W-LISTA-QTDE OR
              W-LISTA-PEDIDOS (W-LISTA-SEL) = SPACES
