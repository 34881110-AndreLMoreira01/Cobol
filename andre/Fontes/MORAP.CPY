      *-----------------------------------------------------------------
      * MORAP.CPY  -  multa e juros de mora.  Recebe W-MOR-SALDO,
      * W-MOR-VENCTO e W-MOR-DATA (data de referencia, AAAAMMDD) e as
      * taxas W-MOR-PMULTA/W-MOR-PJUROS; devolve os dias de atraso em
      * W-MOR-DIAS, a multa (uma vez, sobre o saldo), os juros (taxa
      * mensal / 30 por dia de atraso) e o saldo com os encargos em
      * W-MOR-TOTAL.  Titulo nao vencido volta com encargos zerados.
      * Campos em MORAW.CPY.
      *-----------------------------------------------------------------
       CALCULA-MORA.
           MOVE 0 TO W-MOR-DIAS W-MOR-MULTA W-MOR-JUROS
           MOVE W-MOR-SALDO TO W-MOR-TOTAL

           MOVE W-MOR-VENCTO TO W-CDD-DATA
           PERFORM CONVERTE-DATA-DIAS
           MOVE W-CDD-DIAS TO W-MOR-DIAS-VENCTO

           MOVE W-MOR-DATA TO W-CDD-DATA
           PERFORM CONVERTE-DATA-DIAS

           IF W-CDD-DIAS > W-MOR-DIAS-VENCTO
              COMPUTE W-MOR-DIAS = W-CDD-DIAS - W-MOR-DIAS-VENCTO
              COMPUTE W-MOR-MULTA ROUNDED =
                      W-MOR-SALDO * W-MOR-PMULTA / 100
              COMPUTE W-MOR-JUROS ROUNDED =
                      W-MOR-SALDO * W-MOR-PJUROS * W-MOR-DIAS / 3000
              COMPUTE W-MOR-TOTAL = W-MOR-SALDO + W-MOR-MULTA
                                                + W-MOR-JUROS
           END-IF.
