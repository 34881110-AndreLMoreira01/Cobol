      *-----------------------------------------------------------------
      * CONTABIL - exportacao do diario contabil da competencia.
      * Agrega os movimentos de MOVESTO da competencia por empresa,
      * origem ('F','E','T','A','C','D','M' e branco = manual) e tipo
      * (entrada/saida), valorizados ao custo do movimento
      * (TMOV-CUSTO-1), mais o valor do faturamento da competencia
      * (PEDCAB faturado pela data de faturamento, origem 'V') e o
      * valor das devolucoes de venda (DEVOLUC pela data da
      * devolucao, origem 'R', estorno da receita), a despesa com
      * salarios da folha calculada (bruto do FOLRES da competencia,
      * origem 'P'), e
      * gera um lancamento por agregado com as contas de debito e
      * credito do CONTMAP (nas saidas as contas sao invertidas).
      * Os lancamentos saem no arquivo de exportacao CONTABIL.EXP

           copy "movesto.sl".
           copy "pedcab.sl".
           copy "devoluc.sl".
           copy "folres.sl".
           copy "contmap.sl".
           copy "errlog.sl".


           copy "movesto.fd".
           copy "pedcab.fd".
           copy "devoluc.fd".
           copy "folres.fd".
           copy "contmap.fd".
           copy "errlog.fd".

               88 VALID-MOVESTO          VALUE '00' THRU '09'.
           03  STAT-PEDCAB               PIC  X(02).
               88 VALID-PEDCAB           VALUE '00' THRU '09'.
           03  STAT-DEVOLUC              PIC  X(02).
               88 VALID-DEVOLUC          VALUE '00' THRU '09'.
           03  STAT-DEVOLUC-ABERTO       PIC  X(01) VALUE 'N'.
               88 DEVOLUC-ABERTO         VALUE 'S' FALSE 'N'.
           03  STAT-FOLRES               PIC  X(02).
               88 VALID-FOLRES           VALUE '00' THRU '09'.
           03  STAT-FOLRES-ABERTO        PIC  X(01) VALUE 'N'.
               88 FOLRES-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-CONTMAP              PIC  X(02).
               88 VALID-CONTMAP          VALUE '00' THRU '09'.
           03  STAT-PARAMS               PIC  X(02).
           03  CAMPOS-TRABALHO-W.
               05 W-COMPET-MOV           PIC  9(06) VALUE 0.
               05 W-VALOR-MOV            PIC  9(13)V99 VALUE 0.
               05 W-EMPRESA-AGR          PIC  9(03) VALUE 0.
               05 W-ORIGEM-AGR           PIC  X(01).
               05 W-DEBITO-W             PIC  X(10).
               05 W-CREDITO-W            PIC  X(10).
               05 W-TOT-CONTROLE         PIC  9(15)V99 VALUE 0.
           IF NOT VALID-PEDCAB
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT DEVOLUC
           IF VALID-DEVOLUC
              SET DEVOLUC-ABERTO TO TRUE
           END-IF.

           OPEN INPUT FOLRES
           IF VALID-FOLRES
              SET FOLRES-ABERTO TO TRUE
           END-IF.

           OPEN INPUT CONTMAP
           IF NOT VALID-CONTMAP
              PERFORM ERRO-ARQUIVO.

           PERFORM AGREGA-MOVESTO
           PERFORM AGREGA-FATURAMENTO
           IF DEVOLUC-ABERTO
              PERFORM AGREGA-DEVOLUCOES
           END-IF
           IF FOLRES-ABERTO
              PERFORM AGREGA-FOLHA
           END-IF
           PERFORM GERA-LANCAMENTOS
           PERFORM IMPRIME-TOTAIS

       FIM.
           CLOSE MOVESTO.
           CLOSE PEDCAB.
           IF DEVOLUC-ABERTO
              CLOSE DEVOLUC
           END-IF.
           IF FOLRES-ABERTO
              CLOSE FOLRES
           END-IF.
           CLOSE CONTMAP.
           CLOSE EXPORTA.
           CLOSE RELATO.
                 EXIT PERFORM CYCLE
              END-IF

              MOVE PCAB-TOTAL-1   TO W-VALOR-MOV
              MOVE PCAB-EMPRESA-1 TO W-EMPRESA-AGR
              MOVE 'V'            TO W-ORIGEM-AGR
              PERFORM ACUMULA-FATURAMENTO
           END-PERFORM.

       AGREGA-DEVOLUCOES.
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

              COMPUTE W-COMPET-MOV = DEVL-DATADEV-1 / 100
              IF W-COMPET-MOV NOT = W-COMPETENCIA
                 EXIT PERFORM CYCLE
              END-IF

              MOVE DEVL-VALOR-1   TO W-VALOR-MOV
              MOVE DEVL-EMPRESA-1 TO W-EMPRESA-AGR
              MOVE 'R'            TO W-ORIGEM-AGR
              PERFORM ACUMULA-FATURAMENTO
           END-PERFORM.

      *-----------------------------------------------------------------
      * despesa com salarios: bruto de cada funcionario calculado pela
      * FOLHA na competencia
      *-----------------------------------------------------------------
       AGREGA-FOLHA.
           INITIALIZE FRES-REGISTR-1
           IF W-EMPRESA-FILTRO <> 0
              MOVE W-EMPRESA-FILTRO TO FRES-EMPRESA-1
           END-IF
           START FOLRES KEY >= FRES-RECORDK-1
           IF NOT VALID-FOLRES
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ FOLRES NEXT AT END
                          EXIT PERFORM
              END-READ
              IF NOT VALID-FOLRES
                 EXIT PERFORM
              END-IF
              IF W-EMPRESA-FILTRO <> 0 AND
                 FRES-EMPRESA-1 > W-EMPRESA-FILTRO
                 EXIT PERFORM
              END-IF

              IF FRES-COMPET-1 NOT = W-COMPETENCIA
                 EXIT PERFORM CYCLE
              END-IF

              MOVE FRES-BRUTO-1   TO W-VALOR-MOV
              MOVE FRES-EMPRESA-1 TO W-EMPRESA-AGR
              MOVE 'P'            TO W-ORIGEM-AGR
              PERFORM ACUMULA-FATURAMENTO
           END-PERFORM.

           SET AGREGADO-ACHADO TO FALSE
           PERFORM VARYING W-IX-AGR FROM 1 BY 1
                   UNTIL W-IX-AGR > W-AGR-QTDE
              IF W-AGR-EMPRESA (W-IX-AGR) = W-EMPRESA-AGR AND
                 W-AGR-ORIGEM (W-IX-AGR) = W-ORIGEM-AGR
                 ADD W-VALOR-MOV TO W-AGR-VALOR (W-IX-AGR)
                 SET AGREGADO-ACHADO TO TRUE
                 MOVE W-AGR-QTDE TO W-IX-AGR
                 PERFORM FIM
              END-IF
              ADD 1 TO W-AGR-QTDE
              MOVE W-EMPRESA-AGR  TO W-AGR-EMPRESA (W-AGR-QTDE)
              MOVE W-ORIGEM-AGR   TO W-AGR-ORIGEM (W-AGR-QTDE)
              MOVE SPACE          TO W-AGR-TIPO (W-AGR-QTDE)
              MOVE W-VALOR-MOV    TO W-AGR-VALOR (W-AGR-QTDE)
           END-IF.
                  MOVE 'COMPRA'   TO W-ORIGEM-DET
             WHEN 'V'
                  MOVE 'VENDA'    TO W-ORIGEM-DET
             WHEN 'D'
                  MOVE 'DEVOLUC'  TO W-ORIGEM-DET
             WHEN 'R'
                  MOVE 'DEV.VEND' TO W-ORIGEM-DET
             WHEN 'P'
                  MOVE 'FOLHA'    TO W-ORIGEM-DET
             WHEN 'M'
                  MOVE 'PRODUCAO' TO W-ORIGEM-DET
             WHEN OTHER
                  MOVE 'MANUAL'   TO W-ORIGEM-DET
           END-EVALUATE
