      * chama um romaneio por pedido faturado e o PEDINQ reimprime o
      * romaneio do pedido selecionado.  Imprime os dados de entrega
      * do cabecalho (endereco, transportadora, observacao), os itens
      * com codigo, descricao de TABPR, quantidade e unidade de
      * estoque (UN quando o produto nao tem unidade), e as linhas de
      * assinatura do separador e do conferente.  A saida acumula em
      * ROMANEIO.TXT, um romaneio apos o outro.
      *-----------------------------------------------------------------
                  07 W-CODIGO-DET        PIC  X(10)B(2).
                  07 W-DESC-DET          PIC  X(50)B(2).
                  07 W-QUANTIDA-DET      PIC  ZZ.ZZZ.ZZ9,99.
                  07 FILLER              PIC  X(01).
                  07 W-UNID-DET          PIC  X(03).
                  07 FILLER              PIC  X(01).
                  07 W-SEPARA-DET        PIC  X(14).

               05 W-CAB-ITENS.
                  07 PIC X(132) VALUE '  ---CODIGO-  ------------------D
      -              'ESCRICAO-------------------  --QUANTIDADE-- UN  -S
      -              'EPARADO-'.

               05 W-LINHA-ASSINA.
              MOVE TPED-CODIGO-1     TO W-CODIGO-DET
              MOVE TDES-DESC-1       TO W-DESC-DET
              MOVE TPED-QUANTIDADE-1 TO W-QUANTIDA-DET
              MOVE TDES-UNIDADE-1    TO W-UNID-DET
              IF W-UNID-DET = SPACES
                 MOVE 'UN' TO W-UNID-DET
              END-IF
              MOVE '( ) __________'  TO W-SEPARA-DET
              WRITE RELATO-R FROM W-LINHA-DETALHE
           END-PERFORM.
