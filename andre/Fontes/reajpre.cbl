               05 W-OPERADOR-ID          PIC  X(10).
               05 W-PRECO-NOVO           PIC  9(09)V99 VALUE 0.
               05 W-DIFERENCA            PIC S9(09)V99 VALUE 0.
               05 W-ANTES-TDES           PIC  X(197).
               05 W-TOT-LIDOS            PIC  9(06) VALUE 0.
               05 W-TOT-SELECIO          PIC  9(06) VALUE 0.
               05 W-TOT-ALTERADOS        PIC  9(06) VALUE 0.
