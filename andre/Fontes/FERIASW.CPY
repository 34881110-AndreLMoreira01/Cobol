      *-----------------------------------------------------------------
      * FERIASW.CPY  -  campos usados pela geracao dos periodos
      * aquisitivos de ferias e pelas contas de data do controle de
      * ferias (FERIASP.CPY).  O programa que usa precisa dos arquivos
      * CADFUN e CADFER.
      *-----------------------------------------------------------------
       01  CAMPOS-FERIAS-W.
           03  W-FER-HOJE                 PIC  9(08) VALUE 0.
           03  W-FER-LIMGER               PIC  9(08) VALUE 0.
           03  W-FER-AQUINI               PIC  9(08) VALUE 0.
           03  W-FER-DATA                 PIC  9(08) VALUE 0.
           03  W-FER-DATA-R REDEFINES W-FER-DATA.
               05 W-FER-ANO               PIC  9(04).
               05 W-FER-MES               PIC  9(02).
               05 W-FER-DIA               PIC  9(02).
           03  W-FER-NDIAS                PIC  9(03) VALUE 0.
           03  W-FER-ULTDIA               PIC  9(02) VALUE 0.
           03  W-FER-QUOC                 PIC  9(04) VALUE 0.
           03  W-FER-RESTO                PIC  9(04) VALUE 0.
           03  W-FER-TAB-MESES            PIC  X(24) VALUE
               '312831303130313130313031'.
           03  W-FER-TAB-MESES-R REDEFINES W-FER-TAB-MESES.
               05 W-FER-DIAS-MES          PIC  9(02) OCCURS 12 TIMES.
           03  W-FER-IX                   PIC  9(01) VALUE 0.
