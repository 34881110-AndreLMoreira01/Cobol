           copy "salhist.sl".
           copy "cadccu.sl".
           copy "cadprm.sl".
           copy "cadfer.sl".
           copy "errlog.sl".

       DATA DIVISION.
           copy "salhist.fd".
           copy "cadccu.fd".
           copy "cadprm.fd".
           copy "cadfer.fd".
           copy "errlog.fd".

       WORKING-STORAGE SECTION.
               88 CADPRM-ABERTO           VALUE 'S' FALSE 'N'.
           03  STAT-PODE-EXCLUIR          PIC  X(01) VALUE 'S'.
               88 PODE-EXCLUIR            VALUE 'S' FALSE 'N'.
           03  STAT-CADFER                PIC  X(02).
               88 VALID-CADFER            VALUE '00' THRU '09'.
           03  STAT-ERRLOG                PIC  X(02).
               88 VALID-ERRLOG            VALUE '00' THRU '09'.
           03  STAT-ERRLOG-ABERTO         PIC  X(01) VALUE 'N'.
               05 W-DATADMI-EDIT          PIC  9(008).
               05 W-SALARIO-EDIT          PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
               05 W-DATADMS-EDIT          PIC  9(008).
               05 W-BANCO-EDIT            PIC  9(003).
               05 W-AGENCIA-EDIT          PIC  9(005).
               05 W-DVAGENC-EDIT          PIC  X(001).
               05 W-CONTA-EDIT            PIC  9(012).
               05 W-DVCONTA-EDIT          PIC  X(002).
               05 W-TIPOCTA-EDIT          PIC  X(001).

               05 W-SALARIO               PIC  9(011)V99.
               05 W-SALARIO-ANT           PIC  9(011)V99 VALUE 0.

       01  JANELA-PROGRAMA                PIC X(10).

           COPY "FERIASW.CPY".

           COPY "MAINRTN.MSG".
           COPY "ACUGUI.DEF".

                          ID 18
                          FONT SMALL-FONT.

           03 LABEL       LINE 19
                          COL 05
                          TITLE "Banco"
                          ID 19
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-BANCO-EDIT
                          LINE 19
                          COL 30
                          SIZE 06
                          3-D
                          BOXED
                          AUTO
                          ID 20
                          FONT SMALL-FONT.

           03 LABEL       LINE 19
                          COL 45
                          TITLE "Agencia / DV"
                          ID 21
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-AGENCIA-EDIT
                          LINE 19
                          COL 60
                          SIZE 08
                          3-D
                          BOXED
                          AUTO
                          ID 22
                          FONT SMALL-FONT.

           03 ENTRY-FIELD USING W-DVAGENC-EDIT
                          LINE 19
                          COL 70
                          SIZE 03
                          3-D
                          BOXED
                          AUTO
                          ID 23
                          FONT SMALL-FONT.

           03 LABEL       LINE 21
                          COL 05
                          TITLE "Conta / DV"
                          ID 24
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-CONTA-EDIT
                          LINE 21
                          COL 30
                          SIZE 16
                          3-D
                          BOXED
                          AUTO
                          ID 25
                          FONT SMALL-FONT.

           03 ENTRY-FIELD USING W-DVCONTA-EDIT
                          LINE 21
                          COL 48
                          SIZE 04
                          3-D
                          BOXED
                          AUTO
                          ID 26
                          FONT SMALL-FONT.

           03 LABEL       LINE 21
                          COL 55
                          TITLE "Tipo de conta"
                          ID 27
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-TIPOCTA-EDIT
                          LINE 21
                          COL 70
                          SIZE 03
                          3-D
                          BOXED
                          AUTO
                          ID 28
                          FONT SMALL-FONT.

           03 LABEL       LINE 22,5
                          COL 55
                          TITLE "C=corrente P=poupanca S=salario"
                          ID 29
                          TRANSPARENT.

           03 PUSH-BUTTON TITLE "&Gravar"
                          LINE 24
                          COL 05
                          SIZE 12
                          ID 14
                          EXCEPTION-VALUE EXCEPTION-GRAVAR.

           03 PUSH-BUTTON TITLE "&Excluir"
                          LINE 24
                          COL 20
                          SIZE 12
                          ID 15
                          EXCEPTION-VALUE EXCEPTION-EXCLUIR.

           03 PUSH-BUTTON TITLE "&Sair"
                          LINE 24
                          COL 35
                          SIZE 12
                          SELF-ACT
           IF NOT VALID-SALHIST
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CADFER
           IF STAT-CADFER = '35'
              PERFORM PERGUNTA-INICIALIZA
              OPEN OUTPUT CADFER
              CLOSE CADFER
              OPEN I-O CADFER.
           IF NOT VALID-CADFER
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CADCCU
           IF VALID-CADCCU
              SET CADCCU-ABERTO TO TRUE
           ACCEPT SMALL-FONT FROM STANDARD OBJECT "SMALL-FONT".

           DISPLAY FLOATING GRAPHICAL WINDOW
                            SIZE 95 LINES 26,5
                            CONTROL FONT SMALL-FONT
                            COLOR 257
                            TITLE "Manuten��o de Funcion�rios"
       FIM.
           CLOSE CADFUN.
           CLOSE SALHIST.
           CLOSE CADFER.
           IF CADCCU-ABERTO
              CLOSE CADCCU
           END-IF.
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

      *    dados bancarios para o credito do salario: todos em branco
      *    ou todos preenchidos
           INSPECT W-TIPOCTA-EDIT CONVERTING 'cps' TO 'CPS'
           INSPECT W-DVAGENC-EDIT CONVERTING 'x' TO 'X'
           INSPECT W-DVCONTA-EDIT CONVERTING 'x' TO 'X'
           IF W-BANCO-EDIT <> 0 OR W-AGENCIA-EDIT <> 0 OR
              W-CONTA-EDIT <> 0 OR W-TIPOCTA-EDIT <> SPACE
              IF W-BANCO-EDIT = 0 OR W-AGENCIA-EDIT = 0 OR
                 W-CONTA-EDIT = 0
                 INITIALIZE CA-MESSAGE-LINK
                 MOVE 'Dados bancarios incompletos (banco, agencia e'
                                          TO CA-MESSAGE-1
                 MOVE 'conta).' TO CA-MESSAGE-2
                 PERFORM MOSTRA-MSG-ERRO
                 MOVE 4 TO W-ACCEPT-CONTROL
                 MOVE 20 TO W-CONTROL-ID
                 EXIT PARAGRAPH
              END-IF
              IF W-TIPOCTA-EDIT <> 'C' AND 'P' AND 'S'
                 INITIALIZE CA-MESSAGE-LINK
                 MOVE 'Tipo de conta invalido (C, P ou S).'
                                          TO CA-MESSAGE-1
                 PERFORM MOSTRA-MSG-ERRO
                 MOVE 4 TO W-ACCEPT-CONTROL
                 MOVE 28 TO W-CONTROL-ID
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           INITIALIZE             DFUN-REGISTR-1
           MOVE W-EMPRESA-EDIT TO DFUN-EMPRESA-1
           MOVE W-CODFUNC-EDIT TO DFUN-CODFUNC-1
           MOVE W-SALARIO-EDIT TO W-SALARIO
           MOVE W-SALARIO      TO DFUN-SALARIO-1
           MOVE W-DATADMS-EDIT TO DFUN-DATADMS-1
           MOVE W-BANCO-EDIT   TO DFUN-BANCO-1
           MOVE W-AGENCIA-EDIT TO DFUN-AGENCIA-1
           MOVE W-DVAGENC-EDIT TO DFUN-DVAGENC-1
           MOVE W-CONTA-EDIT   TO DFUN-CONTA-1
           MOVE W-DVCONTA-EDIT TO DFUN-DVCONTA-1
           MOVE W-TIPOCTA-EDIT TO DFUN-TIPOCTA-1

           INITIALIZE CA-MESSAGE-LINK

              PERFORM GRAVA-SALHIST
           END-IF.

      *    periodos aquisitivos de ferias; com desligamento informado
      *    os periodos em aberto sao encerrados
           ACCEPT W-FER-HOJE FROM CENTURY-DATE
           PERFORM ATUALIZA-FERIAS-FUNC.

           PERFORM MOSTRA-MSG-MENSAGEM.

       ROTINA-EXCLUIR.
           MOVE DFUN-DATADMI-1 TO W-DATADMI-EDIT
           MOVE DFUN-SALARIO-1 TO W-SALARIO-EDIT
           MOVE DFUN-DATADMS-1 TO W-DATADMS-EDIT
           MOVE DFUN-BANCO-1   TO W-BANCO-EDIT
           MOVE DFUN-AGENCIA-1 TO W-AGENCIA-EDIT
           MOVE DFUN-DVAGENC-1 TO W-DVAGENC-EDIT
           MOVE DFUN-CONTA-1   TO W-CONTA-EDIT
           MOVE DFUN-DVCONTA-1 TO W-DVCONTA-EDIT
           MOVE DFUN-TIPOCTA-1 TO W-TIPOCTA-EDIT

           DISPLAY TELA-PRINCIPAL.

           CANCEL 'CAMESSAG'
           IF CA-MESSAGE-RESP = 2
              PERFORM ERRO-ARQUIVO.

           COPY "FERIASP.CPY".
