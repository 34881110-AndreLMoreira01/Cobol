               05 W-OPERADOR-ID          PIC  X(10).
               05 W-SALDO-CALC           PIC S9(10)V99 VALUE 0.
               05 W-DIFERENCA            PIC S9(10)V99 VALUE 0.
               05 W-ANTES-TDES           PIC  X(197).
               05 W-TOT-PRODUTOS         PIC  9(06) VALUE 0.
               05 W-TOT-DIVERG           PIC  9(06) VALUE 0.
               05 W-TOT-CORRIG           PIC  9(06) VALUE 0.
