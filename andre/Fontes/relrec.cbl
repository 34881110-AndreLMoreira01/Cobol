      * aberto distribuido por faixa de atraso contra o vencimento:
      * a vencer, vencido ha 1-30, 31-60, 61-90 e mais de 90 dias
      * (diferenca real de dias corridos, DIASP.CPY), com subtotal por
      * empresa e total geral.  Pedido faturado em parcelas tem um
      * titulo por parcela, e cada parcela cai na faixa do seu
      * proprio vencimento.  Saida em RELREC.TXT.
      * Parametros (RELREC.PAR):  EMPRESA=nnn  (0 = todas)
      *-----------------------------------------------------------------

