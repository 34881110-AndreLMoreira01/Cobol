      * de comissao de venda e da tabela de permissoes por programa.
      * A exclusao do operador inativa o registro (como em
      * EMPRESA/PRODUTO); as alteracoes sao registradas no AUDITLOG.
      * O campo Alertas (S/N) liga ou desliga o painel de pendencias
      * mostrado pelo MENU apos o login do operador.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               88 ERRLOG-ABERTO           VALUE 'S' FALSE 'N'.

           03  CAMPOS-AUDITLOG-W.
               05 W-ANTES-DOPE            PIC  X(93).
               05 W-OPERADOR-ID           PIC  X(10).

           03  CAMPOS-TELA-W.
               05 W-SENHA-ANTIGA          PIC  X(10).
               05 W-PROGRAMA-EDIT         PIC  X(08).
               05 W-EXCLUI-EDIT           PIC  X(01) VALUE 'N'.
               05 W-ALERTA-EDIT           PIC  X(01) VALUE 'S'.

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
                          ID 19
                          EXCEPTION-VALUE EXCEPTION-DESBLOQ.

           03 LABEL       LINE 08
                          COL 55
                          TITLE "Alertas (S/N)"
                          ID 20
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-ALERTA-EDIT
                          LINE 08
                          COL 70
                          SIZE 04
                          3-D
                          BOXED
                          AUTO
                          ID 21
                          FONT SMALL-FONT.

           03 FRAME    LINE 10,5
                       COL 05
                       LINES 07
           MOVE W-NOMEOPE-EDIT  TO DOPE-NOMEOPE-1
           MOVE W-COMISSAO-EDIT TO DOPE-COMISSAO-1
           MOVE DOPE-SENHA-1    TO W-SENHA-ANTIGA
           IF W-ALERTA-EDIT = 'N'
              MOVE 'N' TO DOPE-ALERTA-1
           ELSE
              MOVE 'S' TO DOPE-ALERTA-1
           END-IF

           IF W-SENHA-EDIT NOT = SPACES AND
              W-SENHA-EDIT NOT = DOPE-SENHA-1
           MOVE DOPE-NOMEOPE-1  TO W-NOMEOPE-EDIT
           MOVE SPACES          TO W-SENHA-EDIT
           MOVE DOPE-COMISSAO-1 TO W-COMISSAO-EDIT
           IF DOPE-SEM-ALERTA
              MOVE 'N' TO W-ALERTA-EDIT
           ELSE
              MOVE 'S' TO W-ALERTA-EDIT
           END-IF

           IF DOPE-INATIVO
              INITIALIZE CA-MESSAGE-LINK
