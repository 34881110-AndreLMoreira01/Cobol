      *-----------------------------------------------------------------
      * RESCISW.CPY  -  tabela das verbas de uma rescisao, montada a
      * partir do registro do RESCIS por MONTA-VERBAS-RESCISAO
      * (RESCISP.CPY).  Usada na tela RESCISAO e na FOLHA.
      *-----------------------------------------------------------------
       01  CAMPOS-RESCISAO-W.
           03  W-RVB-QTDE                 PIC  9(02) VALUE 0.
           03  W-RVB-TAB OCCURS 15 TIMES.
               05 W-RVB-DESCRICAO         PIC  X(30).
               05 W-RVB-REFER             PIC  9(03).
               05 W-RVB-UNIDADE           PIC  X(04).
               05 W-RVB-TIPO              PIC  X(01).
               05 W-RVB-VALOR             PIC  9(11)V99.
           03  W-RVB-DESCRICAO-W          PIC  X(30).
           03  W-RVB-REFER-W              PIC  9(03).
           03  W-RVB-UNIDADE-W            PIC  X(04).
           03  W-RVB-TIPO-W               PIC  X(01).
           03  W-RVB-VALOR-W              PIC  9(11)V99.
           03  W-RVB-IX                   PIC  9(02) VALUE 0.
