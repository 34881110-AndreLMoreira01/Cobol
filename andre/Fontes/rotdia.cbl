      * Le a lista de modulos em ROTDIA.CTL (um nome por linha, na
      * ordem de execucao; linha iniciada por '*' e comentario) e
      * chama cada um - FATURA, RECESTO, CONSIST, SEMGIRO, RESDIA,
      * METAS, etc., cada qual com o seu proprio .PAR.  O resultado
      * de cada passo vai para o controle ROTSTA (data/sequencia,
      * programa, hora e codigo de retorno) e para o log corrido
      * ROTDIA.TXT.
      * Retorno diferente de zero (o CONSIST devolve 4, o BACKARQ 8)
      * interrompe a cadeia; na reexecucao do mesmo dia os passos ja
      * concluidos sao pulados e a cadeia recomeca exatamente no
      * passo que falhou.  O ROTDIA devolve 8 quando a cadeia parou.
      * O FATURA interrompido no meio de um pedido e recuperado pelo
      * proprio FATURA (jornal FATJRN) na reexecucao do passo.
      * Passo marcado com R na coluna 10 do ROTDIA.CTL (ex.: o
      * CATALOGO) e executado em toda chamada do ROTDIA, mesmo ja
      * concluido no dia, para a cadeia poder rodar varias vezes ao
      * dia.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               05 W-PASSO-QTDE           PIC  9(02) VALUE 0.
               05 W-PASSO-TAB OCCURS 20 TIMES.
                  07 W-PASSO-PROGRAMA    PIC  X(08).
                  07 W-PASSO-REPETE      PIC  X(01).
                     88 PASSO-REPETE     VALUE 'R'.
               05 W-IX-PASSO             PIC  9(02) VALUE 0.
               05 W-LINHA-CTL            PIC  X(80).

              ADD 1 TO W-PASSO-QTDE
              MOVE W-LINHA-CTL (1:8)
                TO W-PASSO-PROGRAMA (W-PASSO-QTDE)
              MOVE W-LINHA-CTL (10:1)
                TO W-PASSO-REPETE (W-PASSO-QTDE)
           END-PERFORM.

           CLOSE CONTROLE.
           MOVE W-IX-PASSO     TO RSTA-SEQ-1
           READ ROTSTA
           IF VALID-ROTSTA AND RSTA-CONCLUIDO AND
              RSTA-PROGRAMA-1 = W-PROGRAMA-ATUAL AND
              NOT PASSO-REPETE (W-IX-PASSO)
              ADD 1 TO W-TOT-PULADOS
              MOVE RSTA-RETCODE-1 TO W-RETCODE
              MOVE 'PULADO - JA CONCLUIDO HOJE' TO W-ACAO-LOG
