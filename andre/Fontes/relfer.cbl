       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELFER.
       AUTHOR.        ANDRE.
      *-----------------------------------------------------------------
      * RELFER - ferias vencidas e a vencer.
      * Primeiro atualiza o controle de ferias (CADFER) de todos os
      * funcionarios do CADFUN: gera os periodos aquisitivos que
      * faltam e encerra os periodos abertos de quem foi desligado.
      * Depois lista, por empresa e funcionario, os periodos
      * aquisitivos ja completos que ainda tem saldo de dias, com o
      * limite de concessao e os dias que faltam para ele.  Situacao:
      * EM DOBRO (limite ja passou), VENCE EM nnn DIAS (limite dentro
      * dos DIAS do parametro) ou VENCIDA.  Fecha cada empresa e o
      * geral com a quantidade de periodos em cada situacao e o
      * total de dias de saldo.  Saida em RELFER.TXT.
      * Parametros (RELFER.PAR):  DIAS=nnn     (padrao 60)
      *                           EMPRESA=nnn  (0 = todas)
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           copy "cadfer.sl".
           copy "cadfun.sl".
           copy "errlog.sl".

           SELECT PARAMS ASSIGN TO 'RELFER.PAR'
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  IS STAT-PARAMS.

           SELECT RELATO ASSIGN TO 'RELFER.TXT'
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  IS STAT-RELATO.

       DATA DIVISION.
       FILE SECTION.

           copy "cadfer.fd".
           copy "cadfun.fd".
           copy "errlog.fd".

       FD  PARAMS LABEL RECORD OMITTED.

       01  PARAMS-R                       PIC X(80).

       FD  RELATO LABEL RECORD OMITTED.

       01  RELATO-R                       PIC X(132).

       WORKING-STORAGE SECTION.
       01  CAMPOS-W.
           03  STAT-CADFER               PIC  X(02).
               88 VALID-CADFER           VALUE '00' THRU '09'.
           03  STAT-CADFUN               PIC  X(02).
               88 VALID-CADFUN           VALUE '00' THRU '09'.
           03  STAT-PARAMS               PIC  X(02).
               88 VALID-PARAMS           VALUE '00' THRU '09'.
           03  STAT-RELATO               PIC  X(02).
               88 VALID-RELATO           VALUE '00' THRU '09'.
           03  STAT-ERRLOG               PIC  X(02).
               88 VALID-ERRLOG           VALUE '00' THRU '09'.
           03  STAT-ERRLOG-ABERTO        PIC  X(01) VALUE 'N'.
               88 ERRLOG-ABERTO          VALUE 'S' FALSE 'N'.

           03  CAMPOS-FILTRO-W.
               05 W-DIAS-AVISO           PIC  9(03) VALUE 60.
               05 W-EMPRESA-FILTRO       PIC  9(03) VALUE 0.

           03  CAMPOS-CALCULO-W.
               05 W-DATA-HOJE            PIC  9(08) VALUE 0.
               05 W-DIAS-HOJE            PIC S9(08) VALUE 0.
               05 W-DIAS-LIMITE          PIC S9(08) VALUE 0.
               05 W-SALDO                PIC S9(03) VALUE 0.
               05 W-DIAS-PROG            PIC  9(03) VALUE 0.
               05 W-DIAS-AVI             PIC  ZZ9.
               05 W-IX                   PIC  9(01) VALUE 0.

           03  CAMPOS-TRABALHO-W.
               05 W-EMPRESA-ANTERIOR     PIC  9(03) VALUE 0.
               05 W-TOT-EMP-VEN          PIC  9(06) VALUE 0.
               05 W-TOT-EMP-AVI          PIC  9(06) VALUE 0.
               05 W-TOT-EMP-DOB          PIC  9(06) VALUE 0.
               05 W-TOT-EMP-DIAS         PIC  9(08) VALUE 0.
               05 W-TOT-GER-VEN          PIC  9(06) VALUE 0.
               05 W-TOT-GER-AVI          PIC  9(06) VALUE 0.
               05 W-TOT-GER-DOB          PIC  9(06) VALUE 0.
               05 W-TOT-GER-DIAS         PIC  9(08) VALUE 0.
               05 W-TOT-FUNC-ATU         PIC  9(06) VALUE 0.

               05 W-DATAIMP              PIC  9(08) VALUE 0.
               05 W-DATAUXI              PIC  9(08).
               05 REDEFINES W-DATAUXI.
                  07 W-ANOAUXI-I         PIC  9(04).
                  07 W-MESAUXI-I         PIC  9(02).
                  07 W-DIAAUXI-I         PIC  9(02).
               05 W-DATASIS-IMP          PIC  9(08) VALUE 0.

               05 W-NROPAGI              PIC  9(05) VALUE 0.
               05 W-CONTLIN              PIC  9(03) VALUE 800.
               05 W-LINPAGINA            PIC  9(03) VALUE 64.

               05 W-LINHA-DETALHE.
                  07 W-EMPRESA-DET       PIC  ZZ9B.
                  07 W-CODFUNC-DET       PIC  ZZZZZ9B.
                  07 W-NOMEFUN-DET       PIC  X(30)B.
                  07 W-CENTCUS-DET       PIC  99.99.99B.
                  07 W-AQUINI-DET        PIC  99/99/9999.
                  07 FILLER              PIC  X(03) VALUE ' A '.
                  07 W-AQUFIM-DET        PIC  99/99/9999B.
                  07 W-LIMITE-DET        PIC  99/99/9999B.
                  07 W-DIASDIR-DET       PIC  ZZ9B.
                  07 W-DIASGOZ-DET       PIC  ZZ9B.
                  07 W-DIASPRG-DET       PIC  ZZ9B.
                  07 W-SALDO-DET         PIC  ZZ9B.
                  07 W-DIASLIM-DET       PIC  -ZZZZ9BB.
                  07 W-SITUACAO-DET      PIC  X(18).

               05 W-LINHA-TOTAL.
                  07 FILLER              PIC  X(04) VALUE SPACES.
                  07 W-ROTULO-TOT        PIC  X(22).
                  07 W-CHAVE-TOT         PIC  X(06).
                  07 FILLER              PIC  X(10) VALUE
                     'VENCIDAS:'.
                  07 W-VENCIDAS-TOT      PIC  ZZZ.ZZ9B(3).
                  07 FILLER              PIC  X(10) VALUE
                     'A VENCER:'.
                  07 W-AVENCER-TOT       PIC  ZZZ.ZZ9B(3).
                  07 FILLER              PIC  X(10) VALUE
                     'EM DOBRO:'.
                  07 W-DOBRO-TOT         PIC  ZZZ.ZZ9B(3).
                  07 FILLER              PIC  X(15) VALUE
                     'DIAS DE SALDO:'.
                  07 W-DIAS-TOT          PIC  ZZ.ZZZ.ZZ9.

               05 W-CAB-1.
                  07 FILLER              PIC  X(35) VALUE
                     'FERIAS VENCIDAS E A VENCER'.
                  07 FILLER              PIC  X(16) VALUE
                     'AVISO COM DIAS: '.
                  07 WCAB-DIAS-1         PIC  ZZ9.
                  07 FILLER              PIC  X(20).
                  07 WCAB-DATASIS-1      PIC  99/99/9999B(4).
                  07 FILLER              PIC  X(05) VALUE 'PAG.'.
                  07 WCAB-NROPAGI-1      PIC  ZZ.ZZ9B.

               05 W-CAB-2.
                  07 PIC X(132) VALUE 'EMP FUNC.  ------------NOME------
      -              '-------- C.CUSTO  --PERIODO AQUISITIVO--- --LIMITE
      -              '-- DIR GOZ PRG SLD DIAS L. -----SITUACAO-----'.

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           03  W-EXTSTAT                  PIC  X(08).
           03  W-ARQUIVO                  PIC  X(150).

           COPY "PARAMW.CPY".
           COPY "DIASW.CPY".
           COPY "FERIASW.CPY".

       PROCEDURE DIVISION.
       INICIO.
           OPEN EXTEND ERRLOG
           IF VALID-ERRLOG
              SET ERRLOG-ABERTO TO TRUE
           END-IF.

           PERFORM LE-PARAMETROS.

           OPEN INPUT CADFUN
           IF NOT VALID-CADFUN
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CADFER
           IF STAT-CADFER = '35'
              OPEN OUTPUT CADFER
              CLOSE CADFER
              OPEN I-O CADFER.
           IF NOT VALID-CADFER
              PERFORM ERRO-ARQUIVO.

           OPEN OUTPUT RELATO
           IF NOT VALID-RELATO
              PERFORM ERRO-ARQUIVO.

           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           MOVE W-DATA-HOJE TO W-FER-HOJE
           MOVE W-DATA-HOJE TO W-DATAUXI
           PERFORM FORMATA-DATA
           MOVE W-DATAIMP   TO W-DATASIS-IMP

           MOVE W-DATA-HOJE TO W-CDD-DATA
           PERFORM CONVERTE-DATA-DIAS
           MOVE W-CDD-DIAS  TO W-DIAS-HOJE

           PERFORM ATUALIZA-CONTROLE
           PERFORM LISTA-PERIODOS
           PERFORM IMPRIME-TOTAIS

           PERFORM FIM.

       FIM.
           CLOSE CADFER.
           CLOSE CADFUN.
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
                WHEN 'DIAS'
                     PERFORM CONVERTE-PARAM-NUM
                     MOVE W-PAR-NUMERO TO W-DIAS-AVISO
                WHEN 'EMPRESA'
                     PERFORM CONVERTE-PARAM-NUM
                     MOVE W-PAR-NUMERO TO W-EMPRESA-FILTRO
                WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-PERFORM.

           CLOSE PARAMS.

       FORMATA-DATA.
           COMPUTE W-DATAIMP = W-ANOAUXI-I +
                               W-MESAUXI-I * 10000 +
                               W-DIAAUXI-I * 1000000.

      *-----------------------------------------------------------------
      * gera os periodos aquisitivos que faltam e encerra os periodos
      * dos desligados, para todos os funcionarios do CADFUN
      *-----------------------------------------------------------------
       ATUALIZA-CONTROLE.
           INITIALIZE DFUN-REGISTR-1
           MOVE W-EMPRESA-FILTRO TO DFUN-EMPRESA-1
           START CADFUN KEY >= DFUN-RECORDK-1
           IF NOT VALID-CADFUN
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ CADFUN NEXT AT END
                          EXIT PERFORM
              END-READ
              IF NOT VALID-CADFUN
                 EXIT PERFORM
              END-IF
              IF W-EMPRESA-FILTRO <> 0 AND
                 DFUN-EMPRESA-1 <> W-EMPRESA-FILTRO
                 EXIT PERFORM
              END-IF
              PERFORM ATUALIZA-FERIAS-FUNC
              ADD 1 TO W-TOT-FUNC-ATU
           END-PERFORM.

      *-----------------------------------------------------------------
      * percorre o CADFER na ordem empresa/funcionario/periodo e
      * imprime os periodos completos, abertos e com saldo
      *-----------------------------------------------------------------
       LISTA-PERIODOS.
           INITIALIZE FER-REGISTR-1
           MOVE W-EMPRESA-FILTRO TO FER-EMPRESA-1
           START CADFER KEY >= FER-RECORDK-1
           IF NOT VALID-CADFER
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ CADFER NEXT AT END
                          EXIT PERFORM
              END-READ
              IF NOT VALID-CADFER
                 EXIT PERFORM
              END-IF
              IF W-EMPRESA-FILTRO <> 0 AND
                 FER-EMPRESA-1 <> W-EMPRESA-FILTRO
                 EXIT PERFORM
              END-IF
              IF NOT FER-ABERTO OR FER-AQUFIM-1 >= W-DATA-HOJE
                 EXIT PERFORM CYCLE
              END-IF
              COMPUTE W-SALDO = FER-DIASDIR-1 - FER-DIASGOZ-1
              IF W-SALDO <= 0
                 EXIT PERFORM CYCLE
              END-IF

              IF W-EMPRESA-ANTERIOR <> 0 AND
                 FER-EMPRESA-1 <> W-EMPRESA-ANTERIOR
                 PERFORM TOTAL-EMPRESA
                 MOVE 800 TO W-CONTLIN
              END-IF
              MOVE FER-EMPRESA-1 TO W-EMPRESA-ANTERIOR

              PERFORM IMPRIME-PERIODO
           END-PERFORM.

           IF W-EMPRESA-ANTERIOR <> 0
              PERFORM TOTAL-EMPRESA
           END-IF.

       IMPRIME-PERIODO.
           INITIALIZE             DFUN-REGISTR-1
           MOVE FER-EMPRESA-1  TO DFUN-EMPRESA-1
           MOVE FER-CODFUNC-1  TO DFUN-CODFUNC-1
           READ CADFUN
           IF NOT VALID-CADFUN
              INITIALIZE DFUN-REGISTR-1
              MOVE 'FUNCIONARIO NAO CADASTRADO' TO DFUN-NOMEFUN-1
           END-IF

           MOVE 0 TO W-DIAS-PROG
           PERFORM VARYING W-IX FROM 1 BY 1 UNTIL W-IX > 3
              IF FER-PRG-PROGRAMADA (W-IX)
                 ADD FER-DIAS-1 (W-IX) TO W-DIAS-PROG
              END-IF
           END-PERFORM

           MOVE FER-LIMITE-1 TO W-CDD-DATA
           PERFORM CONVERTE-DATA-DIAS
           COMPUTE W-DIAS-LIMITE = W-CDD-DIAS - W-DIAS-HOJE

           MOVE SPACES TO W-SITUACAO-DET
           EVALUATE TRUE
             WHEN W-DIAS-LIMITE < 0
                  MOVE 'EM DOBRO' TO W-SITUACAO-DET
                  ADD 1 TO W-TOT-EMP-DOB
             WHEN W-DIAS-LIMITE <= W-DIAS-AVISO
                  MOVE W-DIAS-LIMITE TO W-DIAS-AVI
                  STRING 'VENCE EM '      DELIMITED BY SIZE
                         W-DIAS-AVI       DELIMITED BY SIZE
                         ' DIAS'          DELIMITED BY SIZE
                         INTO W-SITUACAO-DET
                  ADD 1 TO W-TOT-EMP-AVI
             WHEN OTHER
                  MOVE 'VENCIDA' TO W-SITUACAO-DET
                  ADD 1 TO W-TOT-EMP-VEN
           END-EVALUATE
           ADD W-SALDO TO W-TOT-EMP-DIAS

           PERFORM TESTA-QUEBRA-PAGINA

           MOVE FER-EMPRESA-1  TO W-EMPRESA-DET
           MOVE FER-CODFUNC-1  TO W-CODFUNC-DET
           MOVE DFUN-NOMEFUN-1 TO W-NOMEFUN-DET
           MOVE DFUN-CENTCUS-1 TO W-CENTCUS-DET
           MOVE FER-AQUINI-1   TO W-DATAUXI
           PERFORM FORMATA-DATA
           MOVE W-DATAIMP      TO W-AQUINI-DET
           MOVE FER-AQUFIM-1   TO W-DATAUXI
           PERFORM FORMATA-DATA
           MOVE W-DATAIMP      TO W-AQUFIM-DET
           MOVE FER-LIMITE-1   TO W-DATAUXI
           PERFORM FORMATA-DATA
           MOVE W-DATAIMP      TO W-LIMITE-DET
           MOVE FER-DIASDIR-1  TO W-DIASDIR-DET
           MOVE FER-DIASGOZ-1  TO W-DIASGOZ-DET
           MOVE W-DIAS-PROG    TO W-DIASPRG-DET
           MOVE W-SALDO        TO W-SALDO-DET
           MOVE W-DIAS-LIMITE  TO W-DIASLIM-DET

           WRITE RELATO-R FROM W-LINHA-DETALHE
           ADD 1 TO W-CONTLIN.

       TOTAL-EMPRESA.
           ADD 2 TO W-CONTLIN
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE SPACES TO RELATO-R
           WRITE RELATO-R

           MOVE '*** TOTAL empresa:' TO W-ROTULO-TOT
           MOVE W-EMPRESA-ANTERIOR TO W-CHAVE-TOT
           MOVE W-TOT-EMP-VEN      TO W-VENCIDAS-TOT
           MOVE W-TOT-EMP-AVI      TO W-AVENCER-TOT
           MOVE W-TOT-EMP-DOB      TO W-DOBRO-TOT
           MOVE W-TOT-EMP-DIAS     TO W-DIAS-TOT
           WRITE RELATO-R FROM W-LINHA-TOTAL

           ADD W-TOT-EMP-VEN  TO W-TOT-GER-VEN
           ADD W-TOT-EMP-AVI  TO W-TOT-GER-AVI
           ADD W-TOT-EMP-DOB  TO W-TOT-GER-DOB
           ADD W-TOT-EMP-DIAS TO W-TOT-GER-DIAS
           MOVE 0 TO W-TOT-EMP-VEN W-TOT-EMP-AVI W-TOT-EMP-DOB
                     W-TOT-EMP-DIAS.

       IMPRIME-TOTAIS.
           ADD 4 TO W-CONTLIN
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE SPACES TO RELATO-R
           WRITE RELATO-R

           MOVE '*** TOTAL GERAL'  TO W-ROTULO-TOT
           MOVE SPACES             TO W-CHAVE-TOT
           MOVE W-TOT-GER-VEN      TO W-VENCIDAS-TOT
           MOVE W-TOT-GER-AVI      TO W-AVENCER-TOT
           MOVE W-TOT-GER-DOB      TO W-DOBRO-TOT
           MOVE W-TOT-GER-DIAS     TO W-DIAS-TOT
           WRITE RELATO-R FROM W-LINHA-TOTAL

           MOVE SPACES TO RELATO-R
           STRING '    FUNCIONARIOS COM CONTROLE DE FERIAS ATUALIZADO: '
                  DELIMITED BY SIZE
                  W-TOT-FUNC-ATU DELIMITED BY SIZE
                  INTO RELATO-R
           WRITE RELATO-R.

       TESTA-QUEBRA-PAGINA.
           IF W-CONTLIN > W-LINPAGINA
              PERFORM IMPRIME-CABECALHO
           END-IF.

       IMPRIME-CABECALHO.
           MOVE SPACES TO RELATO-R
           MOVE ALL '-' TO RELATO-R(1:132)
           WRITE RELATO-R

           ADD 1 TO W-NROPAGI
           MOVE W-NROPAGI     TO WCAB-NROPAGI-1
           MOVE W-DIAS-AVISO  TO WCAB-DIAS-1
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
              MOVE 'RELFER'   TO ERRL-PROGRAMA-1
              MOVE W-ARQUIVO  TO ERRL-ARQUIVO-1
              MOVE W-FSTATUS  TO ERRL-STATUS-1
              WRITE ERRL-REGISTR-1
           END-IF.

           DISPLAY 'RELFER - ERRO DE ARQUIVO ' W-FSTATUS
                   ' EM ' W-ARQUIVO (1:60).

           MOVE 8 TO RETURN-CODE.

           PERFORM FIM.

           COPY "PARAMP.CPY".
           COPY "DIASP.CPY".
           COPY "FERIASP.CPY".
