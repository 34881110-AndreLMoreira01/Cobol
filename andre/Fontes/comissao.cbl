      * imprime o detalhe pedido a pedido com subtotal por operador e
      * total geral.  Pedidos cancelados ficam fora; pedido cujos
      * movimentos de faturamento foram todos estornados sai listado
      * como ESTORNADO e fora do total.  Devolucoes de venda (DEVOLUC)
      * com data na competencia saem como DEVOLUCAO, com o valor
      * devolvido e a comissao correspondente negativos, abatendo o
      * total do operador do pedido.  A competencia e a mesma do
      * calendario do FECHMES.  Saida em COMISSAO.TXT.
      * Parametros (COMISSAO.PAR):  COMPETENCIA=AAAAMM (obrigatorio)
      *                             EMPRESA=nnn        (0 = todas)
           copy "pedido.sl".
           copy "movesto.sl".
           copy "cadope.sl".
           copy "devoluc.sl".
           copy "errlog.sl".

           SELECT SORTER ASSIGN TO 'SORTER.ARQ'
           copy "pedido.fd".
           copy "movesto.fd".
           copy "cadope.fd".
           copy "devoluc.fd".
           copy "errlog.fd".

       SD  SORTER.
           03  SORT-SITUACAO-1            PIC  X(01).
               88 SORT-COMISSIONA         VALUE ' '.
               88 SORT-ESTORNADO          VALUE 'X'.
               88 SORT-DEVOLUCAO          VALUE 'D'.

       FD  PARAMS LABEL RECORD OMITTED.

               88 VALID-MOVESTO          VALUE '00' THRU '09'.
           03  STAT-CADOPE               PIC  X(02).
               88 VALID-CADOPE           VALUE '00' THRU '09'.
           03  STAT-DEVOLUC              PIC  X(02).
               88 VALID-DEVOLUC          VALUE '00' THRU '09'.
           03  STAT-DEVOLUC-ABERTO       PIC  X(01) VALUE 'N'.
               88 DEVOLUC-ABERTO         VALUE 'S' FALSE 'N'.
           03  STAT-SORTER               PIC  X(02).
               88 VALID-SORTER           VALUE '00' THRU '09'.
           03  STAT-PARAMS               PIC  X(02).
               05 W-COMPET-FAT           PIC  9(06) VALUE 0.
               05 W-OPERADOR-ANTERIOR    PIC  X(10).
               05 W-PCT-COMISSAO         PIC  9(03)V99 VALUE 0.
               05 W-VALOR-COMISSAO       PIC S9(13)V99 VALUE 0.
               05 W-VALOR-LIQUIDO        PIC S9(13)V99 VALUE 0.
               05 W-TOT-OPE-LIQ          PIC S9(13)V99 VALUE 0.
               05 W-TOT-OPE-COM          PIC S9(13)V99 VALUE 0.
               05 W-TOT-GER-LIQ          PIC S9(13)V99 VALUE 0.
               05 W-TOT-GER-COM          PIC S9(13)V99 VALUE 0.
               05 W-TOT-PEDIDOS          PIC  9(06) VALUE 0.
               05 W-TOT-ESTORNADOS       PIC  9(06) VALUE 0.
               05 W-TOT-DEVOLUCOES       PIC  9(06) VALUE 0.
               05 W-DEV-EMPRESA          PIC  9(03) VALUE 0.
               05 W-DEV-NROPED           PIC  9(06) VALUE 0.
               05 W-DEV-DATA             PIC  9(08) VALUE 0.
               05 W-DEV-VALOR            PIC  9(13)V99 VALUE 0.

               05 W-DATAIMP              PIC  9(08) VALUE 0.
               05 W-DATAUXI              PIC  9(08).
                  07 W-NROPED-DET        PIC  ZZZ.ZZ9B.
                  07 W-CLIENTE-DET       PIC  ZZZ.ZZ9B.
                  07 W-DATAFAT-DET       PIC  99/99/9999B.
                  07 W-LIQUIDO-DET       PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.
                  07 FILLER              PIC  X(01).
                  07 W-COMISSAO-DET      PIC  ZZZ.ZZZ.ZZ9,99-.
                  07 FILLER              PIC  X(01).
                  07 W-SITUACAO-DET      PIC  X(10).

               05 W-LINHA-TOTAL.
                  07 FILLER              PIC  X(04).
                  07 W-ROTULO-TOT        PIC  X(22).
                  07 W-CHAVE-TOT         PIC  X(12).
                  07 W-LIQUIDO-TOT       PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.
                  07 FILLER              PIC  X(01).
                  07 W-COMISSAO-TOT      PIC  ZZZ.ZZZ.ZZ9,99-.

               05 W-CAB-1.
                  07 FILLER              PIC  X(40) VALUE

               05 W-CAB-2.
                  07 PIC X(132) VALUE '    EMP -PEDIDO- CLIENTE --DATA F
      -              'AT.-- ---VALOR LIQUIDO---  ---COMISSAO---  SITU
      -              'ACAO'.

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           IF NOT VALID-CADOPE
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT DEVOLUC
           IF VALID-DEVOLUC
              SET DEVOLUC-ABERTO TO TRUE
           END-IF.

           OPEN OUTPUT RELATO
           IF NOT VALID-RELATO
              PERFORM ERRO-ARQUIVO.
           SORT SORTER ASCENDING KEY SORT-OPERADOR-1
                                     SORT-EMPRESA-1
                                     SORT-NROPED-1
                                     SORT-SITUACAO-1
                INPUT  PROCEDURE INPUTPROCE
                OUTPUT PROCEDURE OUTPUTPROC

           CLOSE PEDIDO.
           CLOSE MOVESTO.
           CLOSE CADOPE.
           IF DEVOLUC-ABERTO
              CLOSE DEVOLUC
           END-IF.
           CLOSE RELATO.
           IF ERRLOG-ABERTO
              CLOSE ERRLOG
              RELEASE SORT-REGISTR-1
           END-PERFORM.

           IF DEVOLUC-ABERTO
              PERFORM SOLTA-DEVOLUCOES
           END-IF.

      *-----------------------------------------------------------------
      * devolucoes da competencia, somadas por pedido, saem no
      * operador que vendeu o pedido
      *-----------------------------------------------------------------
       SOLTA-DEVOLUCOES.
           MOVE 0 TO W-DEV-NROPED W-DEV-VALOR
           INITIALIZE DEVL-REGISTR-1
           IF W-EMPRESA-FILTRO <> 0
              MOVE W-EMPRESA-FILTRO TO DEVL-EMPRESA-1
           END-IF
           START DEVOLUC KEY >= DEVL-RECORDK-1
           IF NOT VALID-DEVOLUC
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ DEVOLUC NEXT AT END
                           EXIT PERFORM
              END-READ
              IF NOT VALID-DEVOLUC
                 EXIT PERFORM
              END-IF
              IF W-EMPRESA-FILTRO <> 0 AND
                 DEVL-EMPRESA-1 > W-EMPRESA-FILTRO
                 EXIT PERFORM
              END-IF

              COMPUTE W-COMPET-FAT = DEVL-DATADEV-1 / 100
              IF W-COMPET-FAT NOT = W-COMPETENCIA
                 EXIT PERFORM CYCLE
              END-IF

              IF DEVL-EMPRESA-1 NOT = W-DEV-EMPRESA OR
                 DEVL-NROPED-1 NOT = W-DEV-NROPED
                 PERFORM SOLTA-DEVOLUCAO-PEDIDO
                 MOVE DEVL-EMPRESA-1 TO W-DEV-EMPRESA
                 MOVE DEVL-NROPED-1  TO W-DEV-NROPED
                 MOVE 0              TO W-DEV-DATA
              END-IF
              ADD DEVL-VALOR-1 TO W-DEV-VALOR
              IF DEVL-DATADEV-1 > W-DEV-DATA
                 MOVE DEVL-DATADEV-1 TO W-DEV-DATA
              END-IF
           END-PERFORM.

           PERFORM SOLTA-DEVOLUCAO-PEDIDO.

       SOLTA-DEVOLUCAO-PEDIDO.
           IF W-DEV-VALOR = 0
              EXIT PARAGRAPH.

           INITIALIZE          PCAB-REGISTR-1
           MOVE W-DEV-EMPRESA TO PCAB-EMPRESA-1
           MOVE W-DEV-NROPED  TO PCAB-NROPED-1
           READ PEDCAB
           IF VALID-PEDCAB
              INITIALIZE               SORT-REGISTR-1
              MOVE PCAB-OPERADOR-1   TO SORT-OPERADOR-1
              MOVE PCAB-EMPRESA-1    TO SORT-EMPRESA-1
              MOVE PCAB-NROPED-1     TO SORT-NROPED-1
              MOVE PCAB-CLIENTE-1    TO SORT-CLIENTE-1
              MOVE W-DEV-DATA        TO SORT-DATAFAT-1
              MOVE W-DEV-VALOR       TO SORT-LIQUIDO-1
              SET SORT-DEVOLUCAO     TO TRUE
              RELEASE SORT-REGISTR-1
           END-IF

           MOVE 0 TO W-DEV-VALOR.

      *-----------------------------------------------------------------
      * um pedido faturado so deixa de comissionar quando todos os
      * seus movimentos de faturamento foram estornados
       IMPRIME-DETALHE.
           PERFORM TESTA-QUEBRA-PAGINA

           IF SORT-DEVOLUCAO
              COMPUTE W-VALOR-LIQUIDO = 0 - SORT-LIQUIDO-1
           ELSE
              MOVE SORT-LIQUIDO-1 TO W-VALOR-LIQUIDO
           END-IF

           IF SORT-ESTORNADO
              MOVE 0 TO W-VALOR-COMISSAO
           ELSE
              COMPUTE W-VALOR-COMISSAO ROUNDED =
                      W-VALOR-LIQUIDO * W-PCT-COMISSAO / 100
           END-IF

           MOVE SPACES          TO W-LINHA-DETALHE
                               W-MESAUXI-I * 10000 +
                               W-DIAAUXI-I * 1000000
           MOVE W-DATAIMP       TO W-DATAFAT-DET
           MOVE W-VALOR-LIQUIDO TO W-LIQUIDO-DET
           MOVE W-VALOR-COMISSAO TO W-COMISSAO-DET
           EVALUATE TRUE
             WHEN SORT-ESTORNADO
                  MOVE 'ESTORNADO'  TO W-SITUACAO-DET
                  ADD 1 TO W-TOT-ESTORNADOS
             WHEN SORT-DEVOLUCAO
                  MOVE 'DEVOLUCAO'  TO W-SITUACAO-DET
                  ADD 1 TO W-TOT-DEVOLUCOES
                  ADD W-VALOR-LIQUIDO  TO W-TOT-OPE-LIQ W-TOT-GER-LIQ
                  ADD W-VALOR-COMISSAO TO W-TOT-OPE-COM W-TOT-GER-COM
             WHEN OTHER
                  MOVE SPACES       TO W-SITUACAO-DET
                  ADD 1 TO W-TOT-PEDIDOS
                  ADD W-VALOR-LIQUIDO  TO W-TOT-OPE-LIQ W-TOT-GER-LIQ
                  ADD W-VALOR-COMISSAO TO W-TOT-OPE-COM W-TOT-GER-COM
           END-EVALUATE

           WRITE RELATO-R FROM W-LINHA-DETALHE
           ADD 1 TO W-CONTLIN.
