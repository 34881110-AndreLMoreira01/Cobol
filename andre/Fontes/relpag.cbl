       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELPAG.
       AUTHOR.        ANDRE.
      *-----------------------------------------------------------------
      * RELPAG - vencimentos de titulos a pagar por fornecedor.
      * Le os titulos em aberto de CONTPAG (nao quitados nem
      * cancelados), classifica por empresa, fornecedor e vencimento
      * e imprime um titulo por linha com o saldo a pagar na faixa do
      * vencimento contra a data de hoje: vencido, nos proximos 7
      * dias, de 8 a 30 dias e apos 30 dias (diferenca real de dias
      * corridos, DIASP.CPY), com total por fornecedor, por empresa
      * e geral.  Saida em RELPAG.TXT.
      * Parametros (RELPAG.PAR):  EMPRESA=nnn  (0 = todas)
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           copy "contpag.sl".
           copy "cadfor.sl".
           copy "errlog.sl".

           SELECT SORTER ASSIGN TO 'SORTER.ARQ'
                  FILE STATUS   IS STAT-SORTER.

           SELECT PARAMS ASSIGN TO 'RELPAG.PAR'
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  IS STAT-PARAMS.

           SELECT RELATO ASSIGN TO 'RELPAG.TXT'
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  IS STAT-RELATO.

       DATA DIVISION.
       FILE SECTION.

           copy "contpag.fd".
           copy "cadfor.fd".
           copy "errlog.fd".

       SD  SORTER.

       01  SORT-REGISTR-1.
           03  SORT-EMPRESA-1             PIC  9(03).
           03  SORT-FORNEC-1              PIC  9(06).
           03  SORT-VENCIMENTO-1          PIC  9(08).
           03  SORT-NUMTIT-1              PIC  9(06).
           03  SORT-DOCUMENTO-1           PIC  X(10).
           03  SORT-SALDO-1               PIC  9(13)V99.

       FD  PARAMS LABEL RECORD OMITTED.

       01  PARAMS-R                       PIC X(80).

       FD  RELATO LABEL RECORD OMITTED.

       01  RELATO-R                       PIC X(132).

       WORKING-STORAGE SECTION.
       01  CAMPOS-W.
           03  STAT-CONTPAG              PIC  X(02).
               88 VALID-CONTPAG          VALUE '00' THRU '09'.
           03  STAT-CADFOR               PIC  X(02).
               88 VALID-CADFOR           VALUE '00' THRU '09'.
           03  STAT-CADFOR-ABERTO        PIC  X(01) VALUE 'N'.
               88 CADFOR-ABERTO          VALUE 'S' FALSE 'N'.
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
               05 W-EMPRESA-FILTRO       PIC  9(03) VALUE 0.

           03  CAMPOS-TRABALHO-W.
               05 W-DATA-HOJE            PIC  9(08) VALUE 0.
               05 W-DIAS-HOJE            PIC S9(08) VALUE 0.
               05 W-DIAS-PRAZO           PIC S9(08) VALUE 0.
               05 W-RAZAO-FORNEC         PIC  X(25).

               05 W-EMPRESA-ANTERIOR     PIC  9(03) VALUE 0.
               05 W-FORNEC-ANTERIOR      PIC  9(06) VALUE 0.

               05 W-TIT-VENCIDO          PIC  9(13)V99 VALUE 0.
               05 W-TIT-ATE7             PIC  9(13)V99 VALUE 0.
               05 W-TIT-ATE30            PIC  9(13)V99 VALUE 0.
               05 W-TIT-APOS30           PIC  9(13)V99 VALUE 0.

               05 W-FOR-VENCIDO          PIC  9(13)V99 VALUE 0.
               05 W-FOR-ATE7             PIC  9(13)V99 VALUE 0.
               05 W-FOR-ATE30            PIC  9(13)V99 VALUE 0.
               05 W-FOR-APOS30           PIC  9(13)V99 VALUE 0.

               05 W-EMP-VENCIDO          PIC  9(13)V99 VALUE 0.
               05 W-EMP-ATE7             PIC  9(13)V99 VALUE 0.
               05 W-EMP-ATE30            PIC  9(13)V99 VALUE 0.
               05 W-EMP-APOS30           PIC  9(13)V99 VALUE 0.

               05 W-GER-VENCIDO          PIC  9(13)V99 VALUE 0.
               05 W-GER-ATE7             PIC  9(13)V99 VALUE 0.
               05 W-GER-ATE30            PIC  9(13)V99 VALUE 0.
               05 W-GER-APOS30           PIC  9(13)V99 VALUE 0.

               05 W-DATAIMP              PIC  9(08) VALUE 0.
               05 W-DATASIS-IMP          PIC  9(08) VALUE 0.
               05 W-DATAUXI              PIC  9(08).
               05 REDEFINES W-DATAUXI.
                  07 W-ANOAUXI-I         PIC  9(04).
                  07 W-MESAUXI-I         PIC  9(02).
                  07 W-DIAAUXI-I         PIC  9(02).

               05 W-NROPAGI              PIC  9(05) VALUE 0.
               05 W-CONTLIN              PIC  9(03) VALUE 800.
               05 W-LINPAGINA            PIC  9(03) VALUE 64.

               05 W-LINHA-DETALHE.
                  07 W-EMPRESA-DET       PIC  ZZ9B.
                  07 W-FORNEC-DET        PIC  ZZZZZ9B.
                  07 W-RAZAO-DET         PIC  X(25)B.
                  07 W-NUMTIT-DET        PIC  ZZZZZ9B.
                  07 W-DOCUMENTO-DET     PIC  X(10)B.
                  07 W-VENCTO-DET        PIC  99/99/9999B.
                  07 W-VENCIDO-DET       PIC  ZZZ.ZZZ.ZZ9,99B
                                         BLANK WHEN ZERO.
                  07 W-ATE7-DET          PIC  ZZZ.ZZZ.ZZ9,99B
                                         BLANK WHEN ZERO.
                  07 W-ATE30-DET         PIC  ZZZ.ZZZ.ZZ9,99B
                                         BLANK WHEN ZERO.
                  07 W-APOS30-DET        PIC  ZZZ.ZZZ.ZZ9,99
                                         BLANK WHEN ZERO.

               05 W-LINHA-TOTAL.
                  07 W-ROTULO-TOT        PIC  X(14).
                  07 W-CHAVE-TOT         PIC  X(06).
                  07 FILLER              PIC  X(46).
                  07 W-VENCIDO-TOT       PIC  ZZZ.ZZZ.ZZ9,99B.
                  07 W-ATE7-TOT          PIC  ZZZ.ZZZ.ZZ9,99B.
                  07 W-ATE30-TOT         PIC  ZZZ.ZZZ.ZZ9,99B.
                  07 W-APOS30-TOT        PIC  ZZZ.ZZZ.ZZ9,99.

               05 W-CAB-1.
                  07 FILLER              PIC  X(74) VALUE
                     'VENCIMENTOS DE TITULOS A PAGAR POR FORNECEDOR'.
                  07 WCAB-DATASIS-1      PIC  99/99/9999B(4).
                  07 FILLER              PIC  X(05) VALUE 'PAG.'.
                  07 WCAB-NROPAGI-1      PIC  ZZ.ZZ9B.

               05 W-CAB-2.
                  07 PIC X(132) VALUE 'EMP FORNEC RAZAO SOCIAL          
      -              '    TITULO DOCUMENTO  VENCIMENTO -----VENCIDO-- -P
      -              'ROX. 7 DIAS- -8 A 30 DIAS-- -APOS 30 DIAS-'.

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           03  W-EXTSTAT                  PIC  X(08).
           03  W-ARQUIVO                  PIC  X(150).

           COPY "PARAMW.CPY".
           COPY "DIASW.CPY".

       PROCEDURE DIVISION.
       INICIO.
           OPEN EXTEND ERRLOG
           IF VALID-ERRLOG
              SET ERRLOG-ABERTO TO TRUE
           END-IF.

           PERFORM LE-PARAMETROS.

           OPEN INPUT CONTPAG
           IF NOT VALID-CONTPAG
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CADFOR
           IF VALID-CADFOR
              SET CADFOR-ABERTO TO TRUE
           END-IF.

           OPEN OUTPUT RELATO
           IF NOT VALID-RELATO
              PERFORM ERRO-ARQUIVO.

           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           MOVE W-DATA-HOJE TO W-DATAUXI
           PERFORM FORMATA-DATA
           MOVE W-DATAIMP   TO W-DATASIS-IMP

           MOVE W-DATA-HOJE TO W-CDD-DATA
           PERFORM CONVERTE-DATA-DIAS
           MOVE W-CDD-DIAS TO W-DIAS-HOJE

           SORT SORTER ASCENDING KEY SORT-EMPRESA-1
                                     SORT-FORNEC-1
                                     SORT-VENCIMENTO-1
                                     SORT-NUMTIT-1
                INPUT  PROCEDURE INPUTPROCE
                OUTPUT PROCEDURE OUTPUTPROC

           PERFORM FIM.

       FIM.
           CLOSE CONTPAG.
           IF CADFOR-ABERTO
              CLOSE CADFOR
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
                WHEN 'EMPRESA'
                     PERFORM CONVERTE-PARAM-NUM
                     MOVE W-PAR-NUMERO TO W-EMPRESA-FILTRO
                WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-PERFORM.

           CLOSE PARAMS.

       INPUTPROCE.
           INITIALIZE CTPG-REGISTR-1
           IF W-EMPRESA-FILTRO <> 0
              MOVE W-EMPRESA-FILTRO TO CTPG-EMPRESA-1
           END-IF
           START CONTPAG KEY >= CTPG-RECORDK-1
           IF NOT VALID-CONTPAG
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ CONTPAG NEXT AT END
                           EXIT PERFORM
              END-READ
              IF NOT VALID-CONTPAG
                 EXIT PERFORM
              END-IF
              IF W-EMPRESA-FILTRO <> 0 AND
                 CTPG-EMPRESA-1 > W-EMPRESA-FILTRO
                 EXIT PERFORM
              END-IF

              IF CTPG-QUITADO OR CTPG-CANCELADO OR
                 CTPG-PAGO-1 >= CTPG-VALOR-1
                 EXIT PERFORM CYCLE
              END-IF

              INITIALIZE                 SORT-REGISTR-1
              MOVE CTPG-EMPRESA-1     TO SORT-EMPRESA-1
              MOVE CTPG-FORNEC-1      TO SORT-FORNEC-1
              MOVE CTPG-VENCIMENTO-1  TO SORT-VENCIMENTO-1
              MOVE CTPG-NUMTIT-1      TO SORT-NUMTIT-1
              MOVE CTPG-DOCUMENTO-1   TO SORT-DOCUMENTO-1
              COMPUTE SORT-SALDO-1 = CTPG-VALOR-1 - CTPG-PAGO-1

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
                 PERFORM GUARDA-CHAVES
              ELSE
                 IF SORT-EMPRESA-1 <> W-EMPRESA-ANTERIOR
                    PERFORM TOTAL-FORNECEDOR
                    PERFORM TOTAL-EMPRESA
                    PERFORM GUARDA-CHAVES
                 ELSE
                    IF SORT-FORNEC-1 <> W-FORNEC-ANTERIOR
                       PERFORM TOTAL-FORNECEDOR
                       PERFORM GUARDA-CHAVES
                    END-IF
                 END-IF
              END-IF

              PERFORM IMPRIME-TITULO
           END-PERFORM.

           IF NOT PRIMEIRA-LINHA
              PERFORM TOTAL-FORNECEDOR
              PERFORM TOTAL-EMPRESA
              PERFORM TOTAL-GERAL
           ELSE
              PERFORM TESTA-QUEBRA-PAGINA
              MOVE 'NENHUM TITULO A PAGAR EM ABERTO.' TO RELATO-R
              WRITE RELATO-R
           END-IF.

       GUARDA-CHAVES.
           MOVE SORT-EMPRESA-1 TO W-EMPRESA-ANTERIOR
           MOVE SORT-FORNEC-1  TO W-FORNEC-ANTERIOR

           MOVE SPACES TO W-RAZAO-FORNEC
           IF CADFOR-ABERTO
              MOVE SORT-EMPRESA-1 TO DFOR-EMPRESA-1
              MOVE SORT-FORNEC-1  TO DFOR-CODFOR-1
              READ CADFOR
              IF VALID-CADFOR
                 MOVE DFOR-RAZAO-1 TO W-RAZAO-FORNEC
              END-IF
           END-IF.

       IMPRIME-TITULO.
           MOVE 0 TO W-TIT-VENCIDO W-TIT-ATE7 W-TIT-ATE30 W-TIT-APOS30

           MOVE SORT-VENCIMENTO-1 TO W-CDD-DATA
           PERFORM CONVERTE-DATA-DIAS
           COMPUTE W-DIAS-PRAZO = W-CDD-DIAS - W-DIAS-HOJE

           EVALUATE TRUE
             WHEN W-DIAS-PRAZO < 0
                  MOVE SORT-SALDO-1 TO W-TIT-VENCIDO
             WHEN W-DIAS-PRAZO <= 7
                  MOVE SORT-SALDO-1 TO W-TIT-ATE7
             WHEN W-DIAS-PRAZO <= 30
                  MOVE SORT-SALDO-1 TO W-TIT-ATE30
             WHEN OTHER
                  MOVE SORT-SALDO-1 TO W-TIT-APOS30
           END-EVALUATE

           PERFORM TESTA-QUEBRA-PAGINA

           MOVE SPACES             TO W-LINHA-DETALHE
           MOVE SORT-EMPRESA-1     TO W-EMPRESA-DET
           MOVE SORT-FORNEC-1      TO W-FORNEC-DET
           MOVE W-RAZAO-FORNEC     TO W-RAZAO-DET
           MOVE SORT-NUMTIT-1      TO W-NUMTIT-DET
           MOVE SORT-DOCUMENTO-1   TO W-DOCUMENTO-DET
           MOVE SORT-VENCIMENTO-1  TO W-DATAUXI
           PERFORM FORMATA-DATA
           MOVE W-DATAIMP          TO W-VENCTO-DET
           MOVE W-TIT-VENCIDO      TO W-VENCIDO-DET
           MOVE W-TIT-ATE7         TO W-ATE7-DET
           MOVE W-TIT-ATE30        TO W-ATE30-DET
           MOVE W-TIT-APOS30       TO W-APOS30-DET

           WRITE RELATO-R FROM W-LINHA-DETALHE
           ADD 1 TO W-CONTLIN

           ADD W-TIT-VENCIDO TO W-FOR-VENCIDO
           ADD W-TIT-ATE7    TO W-FOR-ATE7
           ADD W-TIT-ATE30   TO W-FOR-ATE30
           ADD W-TIT-APOS30  TO W-FOR-APOS30.

       TOTAL-FORNECEDOR.
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE SPACES             TO W-LINHA-TOTAL
           MOVE '*** TOTAL FOR:' TO W-ROTULO-TOT
           MOVE W-FORNEC-ANTERIOR  TO W-CHAVE-TOT
           MOVE W-FOR-VENCIDO      TO W-VENCIDO-TOT
           MOVE W-FOR-ATE7         TO W-ATE7-TOT
           MOVE W-FOR-ATE30        TO W-ATE30-TOT
           MOVE W-FOR-APOS30       TO W-APOS30-TOT
           WRITE RELATO-R FROM W-LINHA-TOTAL
           MOVE SPACES TO RELATO-R
           WRITE RELATO-R
           ADD 2 TO W-CONTLIN

           ADD W-FOR-VENCIDO TO W-EMP-VENCIDO W-GER-VENCIDO
           ADD W-FOR-ATE7    TO W-EMP-ATE7    W-GER-ATE7
           ADD W-FOR-ATE30   TO W-EMP-ATE30   W-GER-ATE30
           ADD W-FOR-APOS30  TO W-EMP-APOS30  W-GER-APOS30

           MOVE 0 TO W-FOR-VENCIDO W-FOR-ATE7 W-FOR-ATE30 W-FOR-APOS30.

       TOTAL-EMPRESA.
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE SPACES             TO W-LINHA-TOTAL
           MOVE '*** TOTAL EMP:' TO W-ROTULO-TOT
           MOVE W-EMPRESA-ANTERIOR TO W-CHAVE-TOT
           MOVE W-EMP-VENCIDO      TO W-VENCIDO-TOT
           MOVE W-EMP-ATE7         TO W-ATE7-TOT
           MOVE W-EMP-ATE30        TO W-ATE30-TOT
           MOVE W-EMP-APOS30       TO W-APOS30-TOT
           WRITE RELATO-R FROM W-LINHA-TOTAL
           ADD 1 TO W-CONTLIN

           MOVE 0 TO W-EMP-VENCIDO W-EMP-ATE7 W-EMP-ATE30 W-EMP-APOS30.

       TOTAL-GERAL.
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE SPACES TO RELATO-R
           WRITE RELATO-R

           MOVE SPACES             TO W-LINHA-TOTAL
           MOVE '*** TOTAL GER:' TO W-ROTULO-TOT
           MOVE W-GER-VENCIDO      TO W-VENCIDO-TOT
           MOVE W-GER-ATE7         TO W-ATE7-TOT
           MOVE W-GER-ATE30        TO W-ATE30-TOT
           MOVE W-GER-APOS30       TO W-APOS30-TOT
           WRITE RELATO-R FROM W-LINHA-TOTAL
           ADD 2 TO W-CONTLIN.

       FORMATA-DATA.
           COMPUTE W-DATAIMP = W-ANOAUXI-I +
                               W-MESAUXI-I * 10000 +
                               W-DIAAUXI-I * 1000000.

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
           MOVE W-DATASIS-IMP TO WCAB-DATASIS-1
           WRITE RELATO-R FROM W-CAB-1

           MOVE SPACES TO RELATO-R
           MOVE ALL '-' TO RELATO-R(1:132)
           WRITE RELATO-R

           WRITE RELATO-R FROM W-CAB-2
           MOVE SPACES TO RELATO-R
           WRITE RELATO-R

           MOVE 5 TO W-CONTLIN.

       ERRO-ARQUIVO.
           CALL "C$RERR" USING WS-EXTEND-STATUS
           MOVE WS-EXTEND-STATUS(1:2) TO W-FSTATUS
           MOVE WS-EXTEND-STATUS(3:)  TO W-EXTSTAT
           CALL "C$RERRNAME" USING W-ARQUIVO.

           IF ERRLOG-ABERTO
              INITIALIZE ERRL-REGISTR-1
              ACCEPT ERRL-DATA-1 FROM DATE YYYYMMDD
              ACCEPT ERRL-HORA-1 FROM TIME
              MOVE 'RELPAG'   TO ERRL-PROGRAMA-1
              MOVE W-ARQUIVO  TO ERRL-ARQUIVO-1
              MOVE W-FSTATUS  TO ERRL-STATUS-1
              WRITE ERRL-REGISTR-1
           END-IF.

           DISPLAY 'RELPAG - ERRO DE ARQUIVO ' W-FSTATUS
                   ' EM ' W-ARQUIVO (1:60).

           MOVE 8 TO RETURN-CODE.

           PERFORM FIM.

           COPY "PARAMP.CPY".
           COPY "DIASP.CPY".
