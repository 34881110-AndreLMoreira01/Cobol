      *-----------------------------------------------------------------
      * MORAW.CPY  -  campos usados pelo calculo de multa e juros de
      * mora de titulo vencido (MORAP.CPY).  O programa que usa o
      * calculo precisa tambem dos campos de conversao de dias
      * (DIASW.CPY/DIASP.CPY).  As taxas vem do COBRANCA.PAR
      * (MULTA = % sobre o saldo, JUROS = % ao mes pro rata dia).
      *-----------------------------------------------------------------
       01  CAMPOS-MORA-W.
           03  W-MOR-PMULTA               PIC  9(03)V99 VALUE 2.
           03  W-MOR-PJUROS               PIC  9(03)V99 VALUE 1.
           03  W-MOR-SALDO                PIC  9(13)V99.
           03  W-MOR-VENCTO               PIC  9(08).
           03  W-MOR-DATA                 PIC  9(08).
           03  W-MOR-DIAS-VENCTO          PIC S9(08).
           03  W-MOR-DIAS                 PIC  9(05).
           03  W-MOR-MULTA                PIC  9(13)V99.
           03  W-MOR-JUROS                PIC  9(13)V99.
           03  W-MOR-TOTAL                PIC  9(13)V99.
