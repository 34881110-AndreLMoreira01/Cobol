       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INFREND.
       AUTHOR.        ANDRE.
      *-----------------------------------------------------------------
      * INFREND - informe de rendimentos anual por funcionario.
      * Soma no FOLRES as competencias do ano-calendario informado e
      * imprime, uma pagina por funcionario, a fonte pagadora (nome e
      * CNPJ da empresa), o beneficiario, o quadro mes a mes e os
      * totais:
      *   rendimentos tributaveis - bruto pago menos o 13. salario,
      *     INSS (contribuicao previdenciaria oficial) e IRRF retido
      *     sobre eles;
      *   tributacao exclusiva - 13. salario, com o INSS e o IRRF
      *     calculados em separado (pago na rescisao).
      * Os valores sao os gravados pela FOLHA no calculo de cada
      * competencia; mes nao calculado nao aparece.  Saida em
      * INFREND.TXT.
      * Parametros (INFREND.PAR):  ANO=AAAA          (obrigatorio)
      *                            EMPRESA=nnn       (0 = todas)
      *                            FUNCIONARIO=nnnnnn (0 = todos)
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           copy "folres.sl".
           copy "cadfun.sl".
           copy "cademp.sl".
           copy "errlog.sl".

           SELECT SORTER ASSIGN TO 'SORTER.ARQ'
                  FILE STATUS   IS STAT-SORTER.

           SELECT PARAMS ASSIGN TO 'INFREND.PAR'
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  IS STAT-PARAMS.

           SELECT RELATO ASSIGN TO 'INFREND.TXT'
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  IS STAT-RELATO.

       DATA DIVISION.
       FILE SECTION.

           copy "folres.fd".
           copy "cadfun.fd".
           copy "cademp.fd".
           copy "errlog.fd".

       SD  SORTER.

       01  SORT-REGISTR-1.
           03  SORT-EMPRESA-1             PIC  9(03).
           03  SORT-CODFUNC-1             PIC  9(06).
           03  SORT-COMPET-1              PIC  9(06).
           03  SORT-RENDIM-1              PIC  9(11)V99.
           03  SORT-INSS-1                PIC  9(11)V99.
           03  SORT-IRRF-1                PIC  9(11)V99.
           03  SORT-DECIMO-1              PIC  9(11)V99.
           03  SORT-INSS13-1              PIC  9(11)V99.
           03  SORT-IRRF13-1              PIC  9(11)V99.

       FD  PARAMS LABEL RECORD OMITTED.

       01  PARAMS-R                       PIC X(80).

       FD  RELATO LABEL RECORD OMITTED.

       01  RELATO-R                       PIC X(132).

       WORKING-STORAGE SECTION.
       01  CAMPOS-W.
           03  STAT-FOLRES               PIC  X(02).
               88 VALID-FOLRES           VALUE '00' THRU '09'.
           03  STAT-CADFUN               PIC  X(02).
               88 VALID-CADFUN           VALUE '00' THRU '09'.
           03  STAT-CADEMP               PIC  X(02).
               88 VALID-CADEMP           VALUE '00' THRU '09'.
           03  STAT-CADEMP-ABERTO        PIC  X(01) VALUE 'N'.
               88 CADEMP-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-SORTER               PIC  X(02).
               88 VALID-SORTER           VALUE '00' THRU '09'.
           03  STAT-PARAMS               PIC  X(02).
               88 VALID-PARAMS           VALUE '00' THRU '09'.
           03  STAT-RELATO               PIC  X(02).
               88 VALID-RELATO           VALUE '00' THRU '09'.
           03  STAT-ERRLOG               PIC  X(02).
               88 VALID-ERRLOG           VALUE '00' THRU '09'.
           03  STAT-ERRLOG-ABERTO        PIC  X(01) VALUE 'N'.
               88 ERRLOG-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-PRIMEIRA-LINHA       PIC  X(01).
               88 PRIMEIRA-LINHA         VALUE 'S' FALSE 'N'.

           03  CAMPOS-FILTRO-W.
               05 W-ANO                  PIC  9(04) VALUE 0.
               05 W-EMPRESA-FILTRO       PIC  9(03) VALUE 0.
               05 W-CODFUNC-FILTRO       PIC  9(06) VALUE 0.

           03  CAMPOS-TOTAIS-W.
               05 W-EMPRESA-ANTERIOR     PIC  9(03) VALUE 0.
               05 W-CODFUNC-ANTERIOR     PIC  9(06) VALUE 0.
               05 W-TOT-RENDIM           PIC  9(13)V99 VALUE 0.
               05 W-TOT-INSS             PIC  9(13)V99 VALUE 0.
               05 W-TOT-IRRF             PIC  9(13)V99 VALUE 0.
               05 W-TOT-DECIMO           PIC  9(13)V99 VALUE 0.
               05 W-TOT-INSS13           PIC  9(13)V99 VALUE 0.
               05 W-TOT-IRRF13           PIC  9(13)V99 VALUE 0.
               05 W-TOT-INFORMES         PIC  9(06) VALUE 0.

           03  CAMPOS-TRABALHO-W.
               05 W-COMPET-W             PIC  9(06) VALUE 0.
               05 W-COMPET-R REDEFINES W-COMPET-W.
                  07 W-COMPET-ANO        PIC  9(04).
                  07 W-COMPET-MES        PIC  9(02).

               05 W-DATAIMP              PIC  9(08) VALUE 0.
               05 W-DATAUXI              PIC  9(08).
               05 REDEFINES W-DATAUXI.
                  07 W-ANOAUXI-I         PIC  9(04).
                  07 W-MESAUXI-I         PIC  9(02).
                  07 W-DIAAUXI-I         PIC  9(02).

               05 W-NROPAGI              PIC  9(05) VALUE 0.
               05 W-CONTLIN              PIC  9(03) VALUE 800.
               05 W-LINPAGINA            PIC  9(03) VALUE 64.

               05 W-LINHA-FONTE.
                  07 FILLER              PIC  X(17) VALUE
                     'FONTE PAGADORA:'.
                  07 W-EMPRESA-FON       PIC  ZZ9B.
                  07 W-NOMEEMP-FON       PIC  X(60)B(2).
                  07 FILLER              PIC  X(06) VALUE 'CNPJ: '.
                  07 W-CNPJ-FON          PIC  X(14).

               05 W-LINHA-BENEFICIARIO.
                  07 FILLER              PIC  X(17) VALUE
                     'BENEFICIARIO:'.
                  07 W-CODFUNC-BEN       PIC  ZZZ.ZZ9B.
                  07 W-NOMEFUN-BEN       PIC  X(60).

               05 W-LINHA-MES.
                  07 FILLER              PIC  X(04) VALUE SPACES.
                  07 W-MES-MES           PIC  99.
                  07 FILLER              PIC  X(01) VALUE '/'.
                  07 W-ANO-MES           PIC  9999B(3).
                  07 W-RENDIM-MES        PIC  ZZ.ZZZ.ZZZ.ZZ9,99B(2).
                  07 W-INSS-MES          PIC  ZZ.ZZZ.ZZZ.ZZ9,99B(2).
                  07 W-IRRF-MES          PIC  ZZ.ZZZ.ZZZ.ZZ9,99B(2).
                  07 W-DECIMO-MES        PIC  ZZ.ZZZ.ZZZ.ZZ9,99B(2)
                                         BLANK WHEN ZERO.
                  07 W-IRRF13-MES        PIC  ZZ.ZZZ.ZZZ.ZZ9,99
                                         BLANK WHEN ZERO.

               05 W-LINHA-VALOR.
                  07 FILLER              PIC  X(04) VALUE SPACES.
                  07 W-ROTULO-VAL        PIC  X(60).
                  07 W-VALOR-VAL         PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.

               05 W-LINHA-QUADRO.
                  07 W-TITULO-QUA        PIC  X(80).

               05 W-CAB-1.
                  07 FILLER              PIC  X(53) VALUE
                     'INFORME DE RENDIMENTOS - ANO-CALENDARIO'.
                  07 WCAB-ANO-1          PIC  9(04).
                  07 FILLER              PIC  X(17).
                  07 WCAB-DATASIS-1      PIC  99/99/9999B(4).
                  07 FILLER              PIC  X(05) VALUE 'PAG.'.
                  07 WCAB-NROPAGI-1      PIC  ZZ.ZZ9B.

               05 W-CAB-2.
                  07 FILLER              PIC  X(15) VALUE
                     '    COMPETENCIA'.
                  07 FILLER              PIC  X(19) VALUE
                     '        RENDIMENTOS'.
                  07 FILLER              PIC  X(19) VALUE
                     '               INSS'.
                  07 FILLER              PIC  X(19) VALUE
                     '               IRRF'.
                  07 FILLER              PIC  X(19) VALUE
                     '        13. SALARIO'.
                  07 FILLER              PIC  X(17) VALUE
                     '      IRRF S/ 13.'.

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           03  W-EXTSTAT                  PIC  X(08).
           03  W-ARQUIVO                  PIC  X(150).

           COPY "PARAMW.CPY".

       PROCEDURE DIVISION.
       INICIO.
           OPEN EXTEND ERRLOG
           IF VALID-ERRLOG
              SET ERRLOG-ABERTO TO TRUE
           END-IF.

           PERFORM LE-PARAMETROS.

           IF W-ANO < 1900
              DISPLAY 'INFREND - ANO INVALIDO OU NAO INFORMADO '
                      '(ANO=AAAA).'
              MOVE 8 TO RETURN-CODE
              PERFORM FIM.

           OPEN INPUT FOLRES
           IF STAT-FOLRES = '35'
              DISPLAY 'INFREND - FOLHA AINDA NAO CALCULADA (FOLRES '
                      'INEXISTENTE).'
              MOVE 8 TO RETURN-CODE
              PERFORM FIM.
           IF NOT VALID-FOLRES
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CADFUN
           IF NOT VALID-CADFUN
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CADEMP
           IF VALID-CADEMP
              SET CADEMP-ABERTO TO TRUE
           END-IF.

           OPEN OUTPUT RELATO
           IF NOT VALID-RELATO
              PERFORM ERRO-ARQUIVO.

           ACCEPT W-DATAUXI FROM DATE YYYYMMDD
           COMPUTE W-DATAIMP = W-ANOAUXI-I +
                               W-MESAUXI-I * 10000 +
                               W-DIAAUXI-I * 1000000

           SORT SORTER ASCENDING KEY SORT-EMPRESA-1
                                     SORT-CODFUNC-1
                                     SORT-COMPET-1
                INPUT  PROCEDURE INPUTPROCE
                OUTPUT PROCEDURE OUTPUTPROC

           PERFORM FIM.

       FIM.
           CLOSE FOLRES.
           CLOSE CADFUN.
           IF CADEMP-ABERTO
              CLOSE CADEMP
           END-IF.
           CLOSE RELATO.
           IF ERRLOG-ABERTO
              CLOSE ERRLOG
           END-IF.

           EXIT PROGRAM
           STOP RUN.

       LE-PARAMETROS.
           OPEN INPUT PARAMS
           IF STAT-PARAMS = '35'
              EXIT PARAGRAPH.
           IF NOT VALID-PARAMS
              PERFORM ERRO-ARQUIVO.

           PERFORM UNTIL 1 = 2
              READ PARAMS INTO W-PAR-LINHA AT END
                          EXIT PERFORM
              END-READ
              IF NOT VALID-PARAMS
                 EXIT PERFORM
              END-IF
              PERFORM SEPARA-PARAMETRO
              EVALUATE W-PAR-NOME
                WHEN 'ANO'
                     PERFORM CONVERTE-PARAM-NUM
                     MOVE W-PAR-NUMERO TO W-ANO
                WHEN 'EMPRESA'
                     PERFORM CONVERTE-PARAM-NUM
                     MOVE W-PAR-NUMERO TO W-EMPRESA-FILTRO
                WHEN 'FUNCIONARIO'
                     PERFORM CONVERTE-PARAM-NUM
                     MOVE W-PAR-NUMERO TO W-CODFUNC-FILTRO
                WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-PERFORM.

           CLOSE PARAMS.

      *-----------------------------------------------------------------
      * competencias do ano no FOLRES; o 13. pago na rescisao sai do
      * rendimento tributavel e do INSS e IRRF do mes
      *-----------------------------------------------------------------
       INPUTPROCE.
           INITIALIZE FRES-REGISTR-1
           IF W-EMPRESA-FILTRO <> 0
              MOVE W-EMPRESA-FILTRO TO FRES-EMPRESA-1
           END-IF
           START FOLRES KEY >= FRES-RECORDK-1
           IF NOT VALID-FOLRES
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ FOLRES NEXT AT END
                          EXIT PERFORM
              END-READ
              IF NOT VALID-FOLRES
                 EXIT PERFORM
              END-IF
              IF W-EMPRESA-FILTRO <> 0 AND
                 FRES-EMPRESA-1 > W-EMPRESA-FILTRO
                 EXIT PERFORM
              END-IF

              MOVE FRES-COMPET-1 TO W-COMPET-W
              IF W-COMPET-ANO <> W-ANO
                 EXIT PERFORM CYCLE
              END-IF
              IF W-CODFUNC-FILTRO <> 0 AND
                 FRES-CODFUNC-1 <> W-CODFUNC-FILTRO
                 EXIT PERFORM CYCLE
              END-IF

              INITIALIZE              SORT-REGISTR-1
              MOVE FRES-EMPRESA-1  TO SORT-EMPRESA-1
              MOVE FRES-CODFUNC-1  TO SORT-CODFUNC-1
              MOVE FRES-COMPET-1   TO SORT-COMPET-1
              MOVE FRES-DECIMO-1   TO SORT-DECIMO-1
              MOVE FRES-INSS13-1   TO SORT-INSS13-1
              MOVE FRES-IRRF13-1   TO SORT-IRRF13-1
              COMPUTE SORT-RENDIM-1 = FRES-BRUTO-1 - FRES-DECIMO-1
              COMPUTE SORT-INSS-1   = FRES-INSS-1  - FRES-INSS13-1
              COMPUTE SORT-IRRF-1   = FRES-IRRF-1  - FRES-IRRF13-1

              RELEASE SORT-REGISTR-1
           END-PERFORM.

       OUTPUTPROC.
           SET PRIMEIRA-LINHA TO TRUE
           PERFORM UNTIL 1 = 2
              RETURN SORTER AT END
                            EXIT PERFORM
              END-RETURN
              IF PRIMEIRA-LINHA
                 SET PRIMEIRA-LINHA TO FALSE
                 PERFORM INICIA-INFORME
              ELSE
                 IF SORT-EMPRESA-1 <> W-EMPRESA-ANTERIOR OR
                    SORT-CODFUNC-1 <> W-CODFUNC-ANTERIOR
                    PERFORM FECHA-INFORME
                    PERFORM INICIA-INFORME
                 END-IF
              END-IF

              PERFORM IMPRIME-MES
           END-PERFORM.

           IF NOT PRIMEIRA-LINHA
              PERFORM FECHA-INFORME
           ELSE
              PERFORM TESTA-QUEBRA-PAGINA
              MOVE 'NENHUM RESULTADO DA FOLHA NO ANO.' TO RELATO-R
              WRITE RELATO-R
           END-IF.

      *-----------------------------------------------------------------
      * cada funcionario comeca em pagina nova com a fonte pagadora e
      * o beneficiario
      *-----------------------------------------------------------------
       INICIA-INFORME.
           MOVE SORT-EMPRESA-1 TO W-EMPRESA-ANTERIOR
           MOVE SORT-CODFUNC-1 TO W-CODFUNC-ANTERIOR
           MOVE 0 TO W-TOT-RENDIM W-TOT-INSS W-TOT-IRRF
                     W-TOT-DECIMO W-TOT-INSS13 W-TOT-IRRF13
           ADD 1 TO W-TOT-INFORMES

           MOVE 800 TO W-CONTLIN
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE SORT-EMPRESA-1 TO W-EMPRESA-FON
           MOVE SPACES         TO W-NOMEEMP-FON W-CNPJ-FON
           IF CADEMP-ABERTO
              MOVE SORT-EMPRESA-1 TO DEMP-CODEMP-1
              READ CADEMP
              IF VALID-CADEMP
                 MOVE DEMP-NOMEEMP-1 TO W-NOMEEMP-FON
                 MOVE DEMP-CNPJ-1    TO W-CNPJ-FON
              END-IF
           END-IF
           WRITE RELATO-R FROM W-LINHA-FONTE

           MOVE SORT-CODFUNC-1 TO W-CODFUNC-BEN
           INITIALIZE             DFUN-REGISTR-1
           MOVE SORT-EMPRESA-1 TO DFUN-EMPRESA-1
           MOVE SORT-CODFUNC-1 TO DFUN-CODFUNC-1
           READ CADFUN
           IF VALID-CADFUN
              MOVE DFUN-NOMEFUN-1 TO W-NOMEFUN-BEN
           ELSE
              MOVE '** FUNCIONARIO NAO CADASTRADO' TO W-NOMEFUN-BEN
           END-IF
           WRITE RELATO-R FROM W-LINHA-BENEFICIARIO

           MOVE SPACES TO RELATO-R
           WRITE RELATO-R
           WRITE RELATO-R FROM W-CAB-2
           MOVE SPACES TO RELATO-R
           WRITE RELATO-R
           ADD 5 TO W-CONTLIN.

       IMPRIME-MES.
           PERFORM TESTA-QUEBRA-PAGINA
           MOVE SORT-COMPET-1 TO W-COMPET-W
           MOVE W-COMPET-MES  TO W-MES-MES
           MOVE W-COMPET-ANO  TO W-ANO-MES
           MOVE SORT-RENDIM-1 TO W-RENDIM-MES
           MOVE SORT-INSS-1   TO W-INSS-MES
           MOVE SORT-IRRF-1   TO W-IRRF-MES
           MOVE SORT-DECIMO-1 TO W-DECIMO-MES
           MOVE SORT-IRRF13-1 TO W-IRRF13-MES
           WRITE RELATO-R FROM W-LINHA-MES
           ADD 1 TO W-CONTLIN

           ADD SORT-RENDIM-1 TO W-TOT-RENDIM
           ADD SORT-INSS-1   TO W-TOT-INSS
           ADD SORT-IRRF-1   TO W-TOT-IRRF
           ADD SORT-DECIMO-1 TO W-TOT-DECIMO
           ADD SORT-INSS13-1 TO W-TOT-INSS13
           ADD SORT-IRRF13-1 TO W-TOT-IRRF13.

       FECHA-INFORME.
           PERFORM TESTA-QUEBRA-PAGINA
           MOVE SPACES TO RELATO-R
           WRITE RELATO-R
           MOVE 'RENDIMENTOS TRIBUTAVEIS, DEDUCOES E IMPOSTO SOBRE A '
             & 'RENDA RETIDO NA FONTE' TO W-TITULO-QUA
           WRITE RELATO-R FROM W-LINHA-QUADRO
           ADD 2 TO W-CONTLIN

           MOVE '1. TOTAL DOS RENDIMENTOS (INCLUSIVE FERIAS)'
                                      TO W-ROTULO-VAL
           MOVE W-TOT-RENDIM          TO W-VALOR-VAL
           PERFORM IMPRIME-VALOR
           MOVE '2. CONTRIBUICAO PREVIDENCIARIA OFICIAL (INSS)'
                                      TO W-ROTULO-VAL
           MOVE W-TOT-INSS            TO W-VALOR-VAL
           PERFORM IMPRIME-VALOR
           MOVE '3. IMPOSTO SOBRE A RENDA RETIDO NA FONTE'
                                      TO W-ROTULO-VAL
           MOVE W-TOT-IRRF            TO W-VALOR-VAL
           PERFORM IMPRIME-VALOR

           PERFORM TESTA-QUEBRA-PAGINA
           MOVE SPACES TO RELATO-R
           WRITE RELATO-R
           MOVE 'RENDIMENTOS SUJEITOS A TRIBUTACAO EXCLUSIVA'
                                      TO W-TITULO-QUA
           WRITE RELATO-R FROM W-LINHA-QUADRO
           ADD 2 TO W-CONTLIN

           MOVE '1. DECIMO TERCEIRO SALARIO' TO W-ROTULO-VAL
           MOVE W-TOT-DECIMO          TO W-VALOR-VAL
           PERFORM IMPRIME-VALOR
           MOVE '2. CONTRIBUICAO PREVIDENCIARIA SOBRE O 13. SALARIO'
                                      TO W-ROTULO-VAL
           MOVE W-TOT-INSS13          TO W-VALOR-VAL
           PERFORM IMPRIME-VALOR
           MOVE '3. IMPOSTO RETIDO NA FONTE SOBRE O 13. SALARIO'
                                      TO W-ROTULO-VAL
           MOVE W-TOT-IRRF13          TO W-VALOR-VAL
           PERFORM IMPRIME-VALOR.

       IMPRIME-VALOR.
           PERFORM TESTA-QUEBRA-PAGINA
           WRITE RELATO-R FROM W-LINHA-VALOR
           ADD 1 TO W-CONTLIN.

       TESTA-QUEBRA-PAGINA.
           IF W-CONTLIN > W-LINPAGINA
              PERFORM IMPRIME-CABECALHO
           END-IF.

       IMPRIME-CABECALHO.
           MOVE SPACES TO RELATO-R
           MOVE ALL '-' TO RELATO-R(1:132)
           WRITE RELATO-R

           ADD 1 TO W-NROPAGI
           MOVE W-NROPAGI TO WCAB-NROPAGI-1
           MOVE W-ANO     TO WCAB-ANO-1
           MOVE W-DATAIMP TO WCAB-DATASIS-1
           WRITE RELATO-R FROM W-CAB-1

           MOVE SPACES TO RELATO-R
           MOVE ALL '-' TO RELATO-R(1:132)
           WRITE RELATO-R

           MOVE 3 TO W-CONTLIN.

       ERRO-ARQUIVO.
           CALL "C$RERR" USING WS-EXTEND-STATUS
           MOVE WS-EXTEND-STATUS(1:2) TO W-FSTATUS
           MOVE WS-EXTEND-STATUS(3:)  TO W-EXTSTAT
           CALL "C$RERRNAME" USING W-ARQUIVO.

           IF ERRLOG-ABERTO
              INITIALIZE ERRL-REGISTR-1
              ACCEPT ERRL-DATA-1 FROM DATE YYYYMMDD
              ACCEPT ERRL-HORA-1 FROM TIME
              MOVE 'INFREND'  TO ERRL-PROGRAMA-1
              MOVE W-ARQUIVO  TO ERRL-ARQUIVO-1
              MOVE W-FSTATUS  TO ERRL-STATUS-1
              WRITE ERRL-REGISTR-1
           END-IF.

           DISPLAY 'INFREND - ERRO DE ARQUIVO ' W-FSTATUS
                   ' EM ' W-ARQUIVO (1:60).

           MOVE 8 TO RETURN-CODE.

           PERFORM FIM.

           COPY "PARAMP.CPY".
