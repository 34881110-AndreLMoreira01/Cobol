      * aberto e dentro da validade pode ser impresso (ORCAMEN.TXT) e
      * convertido em um pedido real de PEDCAB/PEDIDO com um botao,
      * passando pelas mesmas criticas do PEDIDO (cliente, limite de
      * credito com liberacao do SUPER e dia util).  A condicao de
      * pagamento vem sugerida do cliente, e conferida contra CONDPAG
      * e passa do orcamento para o pedido na conversao.  O preco do
      * item sai da lista de preco do cliente como no PEDIDO.
      * Cliente bloqueado pelo aviso final do COBRANCA e recusado,
      * como no PEDIDO, ate ser liberado na tela CLIENTE.
      * Quantidades na unidade de estoque do produto, mostrada na tela
      * e na lista de itens (UN quando o produto nao tem unidade).
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           copy "tabpr.sl".
           copy "cadcli.sl".
           copy "cademp.sl".
           copy "condpag.sl".
           copy "lprcab.sl".
           copy "lprite.sl".
           copy "orccab.sl".
           copy "orcite.sl".
           copy "pedcab.sl".
           copy "tabpr.fd".
           copy "cadcli.fd".
           copy "cademp.fd".
           copy "condpag.fd".
           copy "lprcab.fd".
           copy "lprite.fd".
           copy "orccab.fd".
           copy "orcite.fd".
           copy "pedcab.fd".
               88 VALID-CADEMP           VALUE '00' THRU '09'.
           03  STAT-CADEMP-ABERTO        PIC  X(01) VALUE 'N'.
               88 CADEMP-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-CONDPAG              PIC  X(02).
               88 VALID-CONDPAG          VALUE '00' THRU '09'.
           03  STAT-CONDPAG-ABERTO       PIC  X(01) VALUE 'N'.
               88 CONDPAG-ABERTO         VALUE 'S' FALSE 'N'.
           03  STAT-LPRCAB               PIC  X(02).
               88 VALID-LPRCAB           VALUE '00' THRU '09'.
           03  STAT-LPRITE               PIC  X(02).
               88 VALID-LPRITE           VALUE '00' THRU '09'.
           03  STAT-LISTA-ABERTA         PIC  X(01) VALUE 'N'.
               88 LISTA-ABERTA           VALUE 'S' FALSE 'N'.
           03  STAT-ORCCAB               PIC  X(02).
               88 VALID-ORCCAB           VALUE '00' THRU '09'.
           03  STAT-ORCITE               PIC  X(02).
               05 W-PRECO-EDIT           PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
               05 W-DMAX-EDIT            PIC  ZZ9,99.
               05 W-QUANTIDADE-EDIT      PIC  ZZ.ZZZ.ZZ9,99.
               05 W-UNIDADE-EDIT         PIC  X(03).
               05 W-QUANTIDADE           PIC  9(09)V99.
               05 W-DESCONTO-EDIT        PIC  ZZ9,99.
               05 W-DESCONTO             PIC  9(03)V99.
               05 W-TOTAL-EDIT           PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
               05 W-VALIDADE             PIC  99/99/9999.
               05 W-VALIDADE-I           PIC  9(08) VALUE 0.
               05 W-CONDPAG-EDIT         PIC  X(003).
               05 W-CONDDESC-EDIT        PIC  X(030).
               05 W-PRECO-VENDA          PIC  9(09)V99 VALUE 0.
               05 W-DATA-HOJE            PIC  9(08) VALUE 0.

               05 W-NROORC-NOVO          PIC  9(06) VALUE 0.
               05 W-NROORC-MAIOR         PIC  9(06) VALUE 0.
                  07 FILLER              PIC  X(01).
                  07 W-QTDE-LIS          PIC  ZZ.ZZZ.ZZ9,99.
                  07 FILLER              PIC  X(01).
                  07 W-UNID-LIS          PIC  X(03).
                  07 FILLER              PIC  X(01).
                  07 W-PRECO-LIS         PIC  ZZ.ZZZ.ZZ9,99.
                  07 FILLER              PIC  X(01).
                  07 W-DESC-LIS          PIC  ZZ9,99.
                          ID 15
                          FONT SMALL-FONT.

           03 DISPLAY-FIELD USING W-UNIDADE-EDIT
                          LINE 05,5
                          COL 33
                          SIZE 05
                          ID 41.

           03 LABEL       LINE 05,5 COL 40
                          TITLE "Desconto (%): "
                          ID 16
                          SIZE 20
                          ID 22.

           03 LABEL       LINE 13,8 COL 50
                          TITLE "Cond.Pagto: "
                          ID 32
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-CONDPAG-EDIT
                          LINE 13,8
                          COL 62
                          SIZE 06
                          3-D
                          BOXED
                          AUTO
                          ID 33
                          FONT SMALL-FONT.

           03 DISPLAY-FIELD USING W-CONDDESC-EDIT
                          LINE 13,8
                          COL 70
                          SIZE 22
                          ID 34.

           03 PUSH-BUTTON TITLE "&Confirmar Orcamento"
                          LINE 15,3
                          COL 05
              SET CALEND-ABERTO TO TRUE
           END-IF.

           OPEN INPUT CONDPAG
           IF VALID-CONDPAG
              SET CONDPAG-ABERTO TO TRUE
           END-IF.

           OPEN INPUT LPRCAB
           IF VALID-LPRCAB
              OPEN INPUT LPRITE
              IF VALID-LPRITE
                 SET LISTA-ABERTA TO TRUE
              ELSE
                 CLOSE LPRCAB
              END-IF
           END-IF.

           OPEN I-O NUMCTL
           IF STAT-NUMCTL = '35'
              OPEN OUTPUT NUMCTL
           IF CALEND-ABERTO
              CLOSE CALEND
           END-IF.
           IF CONDPAG-ABERTO
              CLOSE CONDPAG
           END-IF.
           IF LISTA-ABERTA
              CLOSE LPRCAB
              CLOSE LPRITE
           END-IF.
           CLOSE NUMCTL.
           CLOSE RELATO.
           IF ERRLOG-ABERTO
              PERFORM MOSTRA-MSG-ATENCAO.

           MOVE TDES-DESC-1   TO W-DESC-EDIT
           MOVE TDES-PRECO-1  TO W-PRECO-VENDA
           IF W-CLIENTE-EDIT NOT = 0
              MOVE W-EMPRESA-EDIT TO DCLI-EMPRESA-1
              MOVE W-CLIENTE-EDIT TO DCLI-CODCLI-1
              READ CADCLI
              IF VALID-CADCLI
                 PERFORM BUSCA-PRECO-LISTA
              END-IF
           END-IF
           MOVE W-PRECO-VENDA TO W-PRECO-EDIT
           MOVE TDES-DMAX-1   TO W-DMAX-EDIT
           PERFORM ACHA-UNIDADE-PRODUTO

           DISPLAY TELA-PRINCIPAL.

              MOVE '23' TO STAT-CADCLI
              EXIT PARAGRAPH.

           IF DCLI-BLOQUEADO
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Cliente bloqueado pela cobranca.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE '23' TO STAT-CADCLI
              EXIT PARAGRAPH.

           MOVE DCLI-RAZAO-1  TO W-CLIRAZAO-EDIT
           MOVE DCLI-LIMITE-1 TO W-LIMITE-CLI
           IF W-CONDPAG-EDIT = SPACES AND DCLI-CONDPAG-1 NOT = SPACES
              MOVE DCLI-CONDPAG-1 TO W-CONDPAG-EDIT
              PERFORM VALIDA-CONDPAG
              DISPLAY TELA-PRINCIPAL
           END-IF.

      *-----------------------------------------------------------------
      * condicao de pagamento: opcional; quando informada tem de estar
      * cadastrada e ativa em CONDPAG (mesma critica do PEDIDO)
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
      * preco de venda do item: o da lista de preco do cliente
      * (DCLI-CODLIS-1, lido no VALIDA-CLIENTE) quando a lista esta
      * ativa, dentro da validade e tem o produto; senao o TDES-PRECO-1
      *-----------------------------------------------------------------
       BUSCA-PRECO-LISTA.
           MOVE TDES-PRECO-1 TO W-PRECO-VENDA
           IF DCLI-CODLIS-1 = SPACES OR NOT LISTA-ABERTA
              EXIT PARAGRAPH.

           MOVE DCLI-EMPRESA-1 TO LPCB-EMPRESA-1
           MOVE DCLI-CODLIS-1  TO LPCB-CODLIS-1
           READ LPRCAB
           IF NOT VALID-LPRCAB
              EXIT PARAGRAPH.
           IF LPCB-INATIVO
              EXIT PARAGRAPH.

           ACCEPT W-DATA-HOJE FROM CENTURY-DATE
           IF W-DATA-HOJE < LPCB-DATINI-1
              EXIT PARAGRAPH.
           IF LPCB-DATFIM-1 NOT = 0 AND W-DATA-HOJE > LPCB-DATFIM-1
              EXIT PARAGRAPH.

           MOVE DCLI-EMPRESA-1 TO LPIT-EMPRESA-1
           MOVE DCLI-CODLIS-1  TO LPIT-CODLIS-1
           MOVE TDES-CODIGO-1  TO LPIT-CODIGO-1
           READ LPRITE
           IF VALID-LPRITE
              MOVE LPIT-PRECO-1 TO W-PRECO-VENDA
           END-IF.

       CRITICA-VALIDADE-ORC.
           SET DATA-OK TO TRUE
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           PERFORM BUSCA-PRECO-LISTA

           MOVE W-QUANTIDADE-EDIT TO W-QUANTIDADE
           MOVE W-DESCONTO-EDIT   TO W-DESCONTO

           ADD 1 TO W-ITEM-QTDE
           MOVE W-CODIGO-EDIT TO W-ITEM-CODIGO     (W-ITEM-QTDE)
           MOVE W-QUANTIDADE  TO W-ITEM-QUANTIDADE (W-ITEM-QTDE)
           MOVE W-PRECO-VENDA TO W-ITEM-PRECO      (W-ITEM-QTDE)
           MOVE W-DESCONTO    TO W-ITEM-DESCONTO   (W-ITEM-QTDE)

           COMPUTE W-BRUTO ROUNDED = W-QUANTIDADE * W-PRECO-VENDA
           COMPUTE W-VALOR-DESC ROUNDED =
                   W-BRUTO * W-DESCONTO / 100
           COMPUTE W-LIQUIDO = W-BRUTO - W-VALOR-DESC
           MOVE SPACES        TO W-LINHA-LISTA
           MOVE W-CODIGO-EDIT TO W-CODIGO-LIS
           MOVE W-QUANTIDADE  TO W-QTDE-LIS
           PERFORM ACHA-UNIDADE-PRODUTO
           MOVE W-UNIDADE-EDIT TO W-UNID-LIS
           MOVE W-PRECO-VENDA TO W-PRECO-LIS
           MOVE W-DESCONTO    TO W-DESC-LIS
           MOVE W-LIQUIDO     TO W-LIQUIDO-LIS
           MOVE W-ITEM-QTDE   TO W-LISTA-QTDE
           MOVE W-LINHA-LISTA TO W-LISTA-ITENS (W-ITEM-QTDE)
           MOVE W-ITEM-QTDE   TO W-LISTA-SEL

           MOVE SPACES TO W-CODIGO-EDIT W-DESC-EDIT W-UNIDADE-EDIT
           MOVE 0 TO W-QUANTIDADE-EDIT W-DESCONTO-EDIT
                     W-PRECO-EDIT W-DMAX-EDIT

           DISPLAY TELA-PRINCIPAL.

       ACHA-UNIDADE-PRODUTO.
           MOVE TDES-UNIDADE-1 TO W-UNIDADE-EDIT
           IF W-UNIDADE-EDIT = SPACES
              MOVE 'UN' TO W-UNIDADE-EDIT
           END-IF.

       ROTINA-CONFIRMAR.
           IF W-ITEM-QTDE = 0
              INITIALIZE CA-MESSAGE-LINK
           IF NOT DATA-OK
              EXIT PARAGRAPH.

           PERFORM VALIDA-CONDPAG
           IF NOT VALID-CONDPAG
              EXIT PARAGRAPH.

           INITIALIZE CA-MESSAGE-LINK
           MOVE 3 TO CA-MESSAGE-TYPE
           MOVE 22 TO CA-MESSAGE-RESP
           MOVE W-VALIDADE-I    TO ORCC-VALIDADE-1
           MOVE W-TOTAL-ORCAMENTO TO ORCC-TOTAL-1
           MOVE W-OPERADOR-ID   TO ORCC-OPERADOR-1
           MOVE W-CONDPAG-EDIT  TO ORCC-CONDPAG-1
           SET ORCC-ABERTO TO TRUE

           WRITE ORCC-REGISTR-1
              EXIT PARAGRAPH.

           MOVE ORCC-CLIENTE-1 TO W-CLIENTE-EDIT
           MOVE ORCC-CONDPAG-1 TO W-CONDPAG-EDIT
           PERFORM VALIDA-CLIENTE
           IF NOT VALID-CADCLI
              EXIT PARAGRAPH.

           PERFORM VALIDA-CONDPAG
           IF NOT VALID-CONDPAG
              EXIT PARAGRAPH.

           MOVE ORCC-TOTAL-1 TO W-TOTAL-ORCAMENTO
           PERFORM TESTA-LIMITE-CREDITO
           IF NOT CREDITO-OK
           END-IF
           MOVE ORCC-TOTAL-1    TO PCAB-TOTAL-1
           MOVE DCLI-ENDER-1    TO PCAB-ENDENT-1
           MOVE W-CONDPAG-EDIT  TO PCAB-CONDPAG-1

           WRITE PCAB-REGISTR-1
           IF NOT VALID-PEDCAB
