      * ETIQPR - impressao de etiquetas de prateleira/produto.
      * Varre os produtos ativos da empresa na faixa de codigos e
      * imprime QUANTIDADE etiquetas por produto, cada uma com o
      * codigo, a descricao, o preco por unidade de estoque e o
      * codigo de barras de TABPR (produto sem codigo de barras sai
      * com o campo em branco; sem unidade sai UN).
      * Saida em ETIQPR.TXT, uma etiqueta por bloco.
      * Parametros (ETIQPR.PAR):  EMPRESA=nnn        (obrigatorio)
      *                           CODIGODE=xxxxxxxxxx
                  07 FILLER              PIC  X(02).
                  07 W-CODIGO-ETQ        PIC  X(10)B(3).
                  07 W-PRECO-ETQ         PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
                  07 FILLER              PIC  X(01) VALUE '/'.
                  07 W-UNID-ETQ          PIC  X(03).

               05 W-LINHA-ETIQ-2.
                  07 FILLER              PIC  X(02).

           MOVE TDES-CODIGO-1 TO W-CODIGO-ETQ
           MOVE TDES-PRECO-1  TO W-PRECO-ETQ
           MOVE TDES-UNIDADE-1 TO W-UNID-ETQ
           IF W-UNID-ETQ = SPACES
              MOVE 'UN' TO W-UNID-ETQ
           END-IF
           WRITE RELATO-R FROM W-LINHA-ETIQ-1

           MOVE TDES-DESC-1   TO W-DESC-ETQ
