           03  CAMPOS-TELA-W.
               05 W-CODEMP-EDIT           PIC  9(003).
               05 W-NOMEEMP-EDIT          PIC  X(060).
               05 W-CNPJ-EDIT             PIC  X(014).
               05 W-UF-EDIT               PIC  X(002).
                  88 UF-VALIDA            VALUE 'AC' 'AL' 'AM' 'AP'
                                          'BA' 'CE' 'DF' 'ES' 'GO'
                                          'MA' 'MG' 'MS' 'MT' 'PA'
                                          'PB' 'PE' 'PI' 'PR' 'RJ'
                                          'RN' 'RO' 'RR' 'RS' 'SC'
                                          'SE' 'SP' 'TO'.
               05 W-IE-EDIT               PIC  X(014).

           03  CAMPOS-AUDITLOG-W.
               05 W-ANTES-DEMP            PIC  X(117).
               05 W-LIMAPR-EDIT           PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
               05 W-OPERADOR-ID           PIC  X(10).

                          FONT SMALL-FONT.

           03 LABEL       LINE 11
                          COL 05
                          TITLE "CNPJ"
                          ID 21
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-CNPJ-EDIT
                          LINE 11
                          COL 30
                          SIZE 18
                          3-D
                          BOXED
                          AUTO
                          ID 22
                          FONT SMALL-FONT.

           03 LABEL       LINE 11
                          COL 52
                          TITLE "UF"
                          ID 23
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-UF-EDIT
                          LINE 11
                          COL 56
                          SIZE 04
                          3-D
                          BOXED
                          AUTO
                          ID 24
                          FONT SMALL-FONT.

           03 LABEL       LINE 11
                          COL 63
                          TITLE "Insc. Estadual"
                          ID 25
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-IE-EDIT
                          LINE 11
                          COL 76
                          SIZE 16
                          3-D
                          BOXED
                          AUTO
                          ID 26
                          FONT SMALL-FONT.

           03 LABEL       LINE 12,5
                          COL 05
                          TITLE "Buscar por Nome"
                          ID 16

           03 ENTRY-FIELD USING W-BUSCA-NOME-EDIT
                          SIZE 40
                          LINE 12,5
                          COL 30
                          3-D
                          BOXED
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "B&uscar"
                          LINE 12,5
                          COL 72
                          SIZE 12
                          ID 18
                          EXCEPTION-VALUE EXCEPTION-BUSCAR.

           03 LIST-BOX    USING W-LISTA-EMPRESAS (W-LISTA-SEL)
                          LINE 14
                          COL 05
                          LINES 08
                          SIZE 84
                          NOTIFY.

           03 PUSH-BUTTON TITLE "&Gravar"
                          LINE 22,5
                          COL 05
                          SIZE 12
                          ID 6
                          EXCEPTION-VALUE EXCEPTION-GRAVAR.

           03 PUSH-BUTTON TITLE "&Excluir"
                          LINE 22,5
                          COL 20
                          SIZE 12
                          ID 15
                          EXCEPTION-VALUE EXCEPTION-EXCLUIR.

           03 PUSH-BUTTON TITLE "&Sair"
                          LINE 22,5
                          COL 35
                          SIZE 12
                          SELF-ACT
           ACCEPT SMALL-FONT FROM STANDARD OBJECT "SMALL-FONT".
           
           DISPLAY FLOATING GRAPHICAL WINDOW
                            SIZE 95 LINES 25
                            CONTROL FONT SMALL-FONT
                            COLOR 257
                            TITLE "Manuten��o de Empresas"
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           INSPECT W-UF-EDIT CONVERTING
                   'abcdefghijklmnopqrstuvwxyz' TO
                   'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT W-IE-EDIT CONVERTING
                   'abcdefghijklmnopqrstuvwxyz' TO
                   'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF W-UF-EDIT NOT = SPACES AND NOT UF-VALIDA
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'UF invalida.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 24 TO W-CONTROL-ID
              EXIT PARAGRAPH.

           INITIALIZE             DEMP-REGISTR-1
           MOVE W-CODEMP-EDIT TO DEMP-CODEMP-1
           READ CADEMP

           MOVE W-NOMEEMP-EDIT TO DEMP-NOMEEMP-1
           MOVE W-LIMAPR-EDIT  TO DEMP-LIMAPR-1
           MOVE W-CNPJ-EDIT    TO DEMP-CNPJ-1
           MOVE W-UF-EDIT      TO DEMP-UF-1
           MOVE W-IE-EDIT      TO DEMP-IE-1
           MOVE W-OPERADOR-ID  TO DEMP-OPERADOR-1

           INITIALIZE CA-MESSAGE-LINK

           MOVE DEMP-NOMEEMP-1 TO W-NOMEEMP-EDIT
           MOVE DEMP-LIMAPR-1  TO W-LIMAPR-EDIT
           MOVE DEMP-CNPJ-1    TO W-CNPJ-EDIT
           MOVE DEMP-UF-1      TO W-UF-EDIT
           MOVE DEMP-IE-1      TO W-IE-EDIT

           IF DEMP-INATIVO
              INITIALIZE CA-MESSAGE-LINK

           MOVE DEMP-NOMEEMP-1 TO W-NOMEEMP-EDIT
           MOVE DEMP-LIMAPR-1  TO W-LIMAPR-EDIT
           MOVE DEMP-CNPJ-1    TO W-CNPJ-EDIT
           MOVE DEMP-UF-1      TO W-UF-EDIT
           MOVE DEMP-IE-1      TO W-IE-EDIT

           DISPLAY TELA-PRINCIPAL.

