      * numero original em TMOV-REFMOV-1), ajusta TDES-ESTOQM-1 e
      * marca o original como estornado para que nao seja estornado
      * duas vezes.  Respeita a competencia fechada (FECHCTL) e o
      * saldo disponivel ao estornar uma entrada.  Devolucao de venda
      * (origem 'D') e saida de faturamento que ja teve devolucao nao
      * se estornam aqui - o acerto e feito pelo DEVOLVE.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               88 ERRLOG-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-MOVLIDO              PIC  X(01) VALUE 'N'.
               88 MOVIMENTO-LIDO         VALUE 'S' FALSE 'N'.
           03  STAT-TEM-DEVOLUCAO        PIC  X(01) VALUE 'N'.
               88 TEM-DEVOLUCAO          VALUE 'S' FALSE 'N'.

           03  CAMPOS-TELA-W.
               05 W-EMPRESA-EDIT         PIC  9(003).
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           IF TMOV-ORIG-DEVOLUCAO
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Devolucao de venda nao pode ser estornada.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           IF TMOV-ORIG-FATURA AND TMOV-SAIDA
              PERFORM TESTA-DEVOLUCAO-SAIDA
              IF TEM-DEVOLUCAO
                 INITIALIZE CA-MESSAGE-LINK
                 MOVE 'Saida de faturamento com devolucao de venda.'
                                          TO CA-MESSAGE-1
                 MOVE 'Acerte a quantidade pelo DEVOLVE.'
                                          TO CA-MESSAGE-2
                 PERFORM MOSTRA-MSG-ERRO
                 EXIT PARAGRAPH
              END-IF
              INITIALIZE         TMOV-REGISTR-1
              MOVE W-EMPRESA-EDIT TO TMOV-EMPRESA-1
              MOVE W-CODIGO-EDIT  TO TMOV-CODIGO-1
              MOVE W-NROMOV-EDIT  TO TMOV-NROMOV-1
              READ MOVESTO
              IF NOT VALID-MOVESTO
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-IF.

           MOVE TMOV-TIPO-1       TO W-TIPO-ORIGINAL
           MOVE TMOV-QUANTIDADE-1 TO W-QTD-ORIGINAL
           MOVE TMOV-CUSTO-1      TO W-CUSTO-ORIGINAL
           IF NOT VALID-NUMCTL
              PERFORM ERRO-ARQUIVO.

      *-----------------------------------------------------------------
      * procura entrada de devolucao (origem 'D') que aponte para a
      * saida de faturamento lida
      *-----------------------------------------------------------------
       TESTA-DEVOLUCAO-SAIDA.
           SET TEM-DEVOLUCAO TO FALSE
           MOVE W-EMPRESA-EDIT TO TMOV-EMPRESA-1
           MOVE W-CODIGO-EDIT  TO TMOV-CODIGO-1
           MOVE 0              TO TMOV-NROMOV-1
           START MOVESTO KEY >= TMOV-RECORDK-1
           IF VALID-MOVESTO
              PERFORM UNTIL 1 = 2
                 READ MOVESTO NEXT AT END
                              EXIT PERFORM
                 END-READ
                 IF NOT VALID-MOVESTO OR
                    TMOV-EMPRESA-1 NOT = W-EMPRESA-EDIT OR
                    TMOV-CODIGO-1 NOT = W-CODIGO-EDIT
                    EXIT PERFORM
                 END-IF
                 IF TMOV-ORIG-DEVOLUCAO AND
                    TMOV-REFMOV-1 = W-NROMOV-EDIT
                    SET TEM-DEVOLUCAO TO TRUE
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-IF.

       SEMEIA-MOV.
           MOVE 0 TO W-NROMOV-MAIOR
           MOVE W-EMPRESA-EDIT TO TMOV-EMPRESA-1
