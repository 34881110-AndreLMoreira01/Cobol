       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELLIS.
       AUTHOR.        ANDRE.
      *-----------------------------------------------------------------
      * RELLIS - relatorio das listas de preco de cliente.
      * Para cada lista (LPRCAB) lista os produtos com preco gravado
      * (LPRITE) lado a lado com o preco atual do TABPR e a diferenca
      * em percentual (negativa = lista abaixo do TABPR), com a
      * validade e a situacao da lista no cabecalho de cada uma e a
      * quantidade de produtos acima, abaixo e igual ao TABPR no fim
      * da lista.  Produto da lista que saiu do TABPR aparece com a
      * observacao SEM TABPR.  Saida em RELLIS.TXT.
      * Parametros (RELLIS.PAR):  EMPRESA=nnn    (0 = todas)
      *                           LISTA=xxxxx    (em branco = todas)
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           copy "lprcab.sl".
           copy "lprite.sl".
           copy "tabpr.sl".
           copy "errlog.sl".

           SELECT PARAMS ASSIGN TO 'RELLIS.PAR'
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  IS STAT-PARAMS.

           SELECT RELATO ASSIGN TO 'RELLIS.TXT'
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  IS STAT-RELATO.

       DATA DIVISION.
       FILE SECTION.

           copy "lprcab.fd".
           copy "lprite.fd".
           copy "tabpr.fd".
           copy "errlog.fd".

       FD  PARAMS LABEL RECORD OMITTED.

       01  PARAMS-R                       PIC X(80).

       FD  RELATO LABEL RECORD OMITTED.

       01  RELATO-R                       PIC X(132).

       WORKING-STORAGE SECTION.
       01  CAMPOS-W.
           03  STAT-LPRCAB               PIC  X(02).
               88 VALID-LPRCAB           VALUE '00' THRU '09'.
           03  STAT-LPRITE               PIC  X(02).
               88 VALID-LPRITE           VALUE '00' THRU '09'.
           03  STAT-TABPR                PIC  X(02).
               88 VALID-TABPR            VALUE '00' THRU '09'.
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
               05 W-LISTA-FILTRO         PIC  X(05) VALUE SPACES.

           03  CAMPOS-TRABALHO-W.
               05 W-PERCENTUAL           PIC S9(05)V99 VALUE 0.
               05 W-EMPRESA-ANTERIOR     PIC  9(03).
               05 W-LISTA-ANTERIOR       PIC  X(05).
               05 W-QTD-ACIMA            PIC  9(06) VALUE 0.
               05 W-QTD-ABAIXO           PIC  9(06) VALUE 0.
               05 W-QTD-IGUAL            PIC  9(06) VALUE 0.
               05 W-TOT-LISTAS           PIC  9(06) VALUE 0.
               05 W-TOT-LISTADOS         PIC  9(06) VALUE 0.

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

               05 W-LINHA-LISTA.
                  07 FILLER              PIC  X(08) VALUE 'EMPRESA '.
                  07 W-EMPRESA-LIS       PIC  ZZ9B(3).
                  07 FILLER              PIC  X(06) VALUE 'LISTA '.
                  07 W-CODLIS-LIS        PIC  X(05)B.
                  07 W-DESCRICAO-LIS     PIC  X(30)B(3).
                  07 FILLER              PIC  X(10) VALUE 'VALIDADE '.
                  07 W-DATINI-LIS        PIC  99/99/9999.
                  07 FILLER              PIC  X(05) VALUE ' A '.
                  07 W-DATFIM-LIS        PIC  X(10)B(3).
                  07 W-SITUACAO-LIS      PIC  X(08).

               05 W-LINHA-DETALHE.
                  07 W-CODIGO-DET        PIC  X(10)B.
                  07 W-DESC-DET          PIC  X(40)B.
                  07 W-PRECOTAB-DET      PIC  ZZZ.ZZZ.ZZ9,99B(2).
                  07 W-PRECOLIS-DET      PIC  ZZZ.ZZZ.ZZ9,99B(2).
                  07 W-PERCENT-DET       PIC  ZZ.ZZ9,99-.
                  07 FILLER              PIC  X(02).
                  07 W-OBS-DET           PIC  X(10).

               05 W-LINHA-TOTAL.
                  07 FILLER              PIC  X(04) VALUE SPACES.
                  07 W-ROTULO-TOT        PIC  X(22).
                  07 W-QTD-TOT           PIC  ZZZ.ZZ9B(3).
                  07 FILLER              PIC  X(07) VALUE 'ACIMA: '.
                  07 W-ACIMA-TOT         PIC  ZZZ.ZZ9B(3).
                  07 FILLER              PIC  X(08) VALUE 'ABAIXO: '.
                  07 W-ABAIXO-TOT        PIC  ZZZ.ZZ9B(3).
                  07 FILLER              PIC  X(07) VALUE 'IGUAL: '.
                  07 W-IGUAL-TOT         PIC  ZZZ.ZZ9.

               05 W-LINHA-GERAL.
                  07 FILLER              PIC  X(04) VALUE SPACES.
                  07 FILLER              PIC  X(22) VALUE
                     '*** TOTAL GERAL'.
                  07 W-LISTAS-GER        PIC  ZZZ.ZZ9.
                  07 FILLER              PIC  X(10) VALUE ' LISTA(S) '.
                  07 W-LISTADOS-GER      PIC  ZZZ.ZZ9.
                  07 FILLER              PIC  X(11) VALUE ' PRECO(S)'.

               05 W-CAB-1.
                  07 FILLER              PIC  X(74) VALUE
                     'LISTAS DE PRECO DE CLIENTE X TABELA DE PRODUTOS'.
                  07 WCAB-DATASIS-1      PIC  99/99/9999B(4).
                  07 FILLER              PIC  X(05) VALUE 'PAG.'.
                  07 WCAB-NROPAGI-1      PIC  ZZ.ZZ9B.

               05 W-CAB-2.
                  07 PIC X(132) VALUE '-PRODUTO-- ---------------DESCR
      -              'ICAO---------------- ---PRECO TABPR  ---PRECO LIS
      -              'TA  -DIFER.%--  -OBS------'.

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

           OPEN INPUT LPRCAB
           IF NOT VALID-LPRCAB
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT LPRITE
           IF NOT VALID-LPRITE
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT TABPR
           IF NOT VALID-TABPR
              PERFORM ERRO-ARQUIVO.

           OPEN OUTPUT RELATO
           IF NOT VALID-RELATO
              PERFORM ERRO-ARQUIVO.

           ACCEPT W-DATAUXI FROM DATE YYYYMMDD
           COMPUTE W-DATASIS-IMP = W-ANOAUXI-I +
                                   W-MESAUXI-I * 10000 +
                                   W-DIAAUXI-I * 1000000

           PERFORM PROCESSA-PRECOS

           PERFORM FIM.

       FIM.
           CLOSE LPRCAB.
           CLOSE LPRITE.
           CLOSE TABPR.
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
                WHEN 'LISTA'
                     MOVE W-PAR-VALOR (1:5) TO W-LISTA-FILTRO
                WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-PERFORM.

           CLOSE PARAMS.

      *-----------------------------------------------------------------
      * o LPRITE ja vem em ordem de empresa/lista/produto; a quebra
      * de lista imprime o cabecalho da lista (LPRCAB) e o total
      *-----------------------------------------------------------------
       PROCESSA-PRECOS.
           SET PRIMEIRA-LINHA TO TRUE

           INITIALIZE               LPIT-REGISTR-1
           MOVE W-EMPRESA-FILTRO TO LPIT-EMPRESA-1
           START LPRITE KEY >= LPIT-RECORDK-1
           IF VALID-LPRITE
              PERFORM UNTIL 1 = 2
                 READ LPRITE NEXT AT END
                             EXIT PERFORM
                 END-READ
                 IF NOT VALID-LPRITE
                    EXIT PERFORM
                 END-IF
                 IF W-EMPRESA-FILTRO <> 0 AND
                    LPIT-EMPRESA-1 NOT = W-EMPRESA-FILTRO
                    EXIT PERFORM
                 END-IF
                 IF W-LISTA-FILTRO NOT = SPACES AND
                    LPIT-CODLIS-1 NOT = W-LISTA-FILTRO
                    EXIT PERFORM CYCLE
                 END-IF

                 IF PRIMEIRA-LINHA
                    SET PRIMEIRA-LINHA TO FALSE
                    PERFORM INICIA-LISTA
                 ELSE
                    IF LPIT-EMPRESA-1 <> W-EMPRESA-ANTERIOR OR
                       LPIT-CODLIS-1  <> W-LISTA-ANTERIOR
                       PERFORM TOTAL-LISTA
                       PERFORM INICIA-LISTA
                    END-IF
                 END-IF

                 PERFORM TESTA-QUEBRA-PAGINA
                 PERFORM IMPRIME-DETALHE
              END-PERFORM
           END-IF.

           IF NOT PRIMEIRA-LINHA
              PERFORM TOTAL-LISTA
              PERFORM TOTAL-GERAL
           ELSE
              PERFORM TESTA-QUEBRA-PAGINA
              MOVE 'NENHUM PRECO DE LISTA CADASTRADO.' TO RELATO-R
              WRITE RELATO-R
           END-IF.

       INICIA-LISTA.
           MOVE LPIT-EMPRESA-1 TO W-EMPRESA-ANTERIOR
           MOVE LPIT-CODLIS-1  TO W-LISTA-ANTERIOR
           MOVE 0 TO W-QTD-ACIMA W-QTD-ABAIXO W-QTD-IGUAL
           ADD 1 TO W-TOT-LISTAS

           INITIALIZE             LPCB-REGISTR-1
           MOVE LPIT-EMPRESA-1 TO LPCB-EMPRESA-1
           MOVE LPIT-CODLIS-1  TO LPCB-CODLIS-1
           READ LPRCAB
           IF NOT VALID-LPRCAB
              INITIALIZE LPCB-DESCRICAO-1 LPCB-DATINI-1 LPCB-DATFIM-1
              MOVE '(SEM CABECALHO)' TO LPCB-DESCRICAO-1
           END-IF

           MOVE 800 TO W-CONTLIN
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE LPIT-EMPRESA-1   TO W-EMPRESA-LIS
           MOVE LPIT-CODLIS-1    TO W-CODLIS-LIS
           MOVE LPCB-DESCRICAO-1 TO W-DESCRICAO-LIS
           MOVE LPCB-DATINI-1    TO W-DATAUXI
           COMPUTE W-DATAIMP = W-ANOAUXI-I +
                               W-MESAUXI-I * 10000 +
                               W-DIAAUXI-I * 1000000
           MOVE W-DATAIMP        TO W-DATINI-LIS
           IF LPCB-DATFIM-1 = 0
              MOVE 'SEM FIM'     TO W-DATFIM-LIS
           ELSE
              MOVE LPCB-DATFIM-1 TO W-DATAUXI
              MOVE W-DIAAUXI-I   TO W-DATFIM-LIS (1:2)
              MOVE '/'           TO W-DATFIM-LIS (3:1)
              MOVE W-MESAUXI-I   TO W-DATFIM-LIS (4:2)
              MOVE '/'           TO W-DATFIM-LIS (6:1)
              MOVE W-ANOAUXI-I   TO W-DATFIM-LIS (7:4)
           END-IF
           IF LPCB-INATIVO
              MOVE 'INATIVA'     TO W-SITUACAO-LIS
           ELSE
              MOVE 'ATIVA'       TO W-SITUACAO-LIS
           END-IF

           WRITE RELATO-R FROM W-LINHA-LISTA
           MOVE SPACES TO RELATO-R
           WRITE RELATO-R
           ADD 2 TO W-CONTLIN.

       IMPRIME-DETALHE.
           ADD 1 TO W-TOT-LISTADOS

           MOVE SPACES          TO W-LINHA-DETALHE
           MOVE LPIT-CODIGO-1   TO W-CODIGO-DET
           MOVE LPIT-PRECO-1    TO W-PRECOLIS-DET

           INITIALIZE             TDES-REGISTR-1
           MOVE LPIT-EMPRESA-1 TO TDES-EMPRESA-1
           MOVE LPIT-CODIGO-1  TO TDES-CODIGO-1
           READ TABPR
           IF NOT VALID-TABPR
              MOVE 'SEM TABPR'  TO W-OBS-DET
              MOVE 0            TO W-PRECOTAB-DET W-PERCENT-DET
           ELSE
              MOVE TDES-DESC-1  TO W-DESC-DET
              MOVE TDES-PRECO-1 TO W-PRECOTAB-DET
              IF TDES-PRECO-1 = 0
                 MOVE 0 TO W-PERCENTUAL
              ELSE
                 COMPUTE W-PERCENTUAL ROUNDED =
                         (LPIT-PRECO-1 - TDES-PRECO-1) * 100
                         / TDES-PRECO-1
              END-IF
              MOVE W-PERCENTUAL TO W-PERCENT-DET
              EVALUATE TRUE
                WHEN LPIT-PRECO-1 > TDES-PRECO-1
                     ADD 1 TO W-QTD-ACIMA
                WHEN LPIT-PRECO-1 < TDES-PRECO-1
                     ADD 1 TO W-QTD-ABAIXO
                WHEN OTHER
                     ADD 1 TO W-QTD-IGUAL
              END-EVALUATE
              IF TDES-INATIVO
                 MOVE 'INATIVO' TO W-OBS-DET
              END-IF
           END-IF

           WRITE RELATO-R FROM W-LINHA-DETALHE
           ADD 1 TO W-CONTLIN.

       TOTAL-LISTA.
           MOVE '*** TOTAL lista: '   TO W-ROTULO-TOT
           MOVE W-LISTA-ANTERIOR      TO W-ROTULO-TOT (18:5)
           COMPUTE W-QTD-TOT = W-QTD-ACIMA + W-QTD-ABAIXO +
                               W-QTD-IGUAL
           MOVE W-QTD-ACIMA           TO W-ACIMA-TOT
           MOVE W-QTD-ABAIXO          TO W-ABAIXO-TOT
           MOVE W-QTD-IGUAL           TO W-IGUAL-TOT
           WRITE RELATO-R FROM W-LINHA-TOTAL
           ADD 1 TO W-CONTLIN.

       TOTAL-GERAL.
           PERFORM TESTA-QUEBRA-PAGINA
           MOVE SPACES TO RELATO-R
           WRITE RELATO-R
           MOVE W-TOT-LISTAS   TO W-LISTAS-GER
           MOVE W-TOT-LISTADOS TO W-LISTADOS-GER
           WRITE RELATO-R FROM W-LINHA-GERAL
           ADD 2 TO W-CONTLIN.

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
              MOVE 'RELLIS'   TO ERRL-PROGRAMA-1
              MOVE W-ARQUIVO  TO ERRL-ARQUIVO-1
              MOVE W-FSTATUS  TO ERRL-STATUS-1
              WRITE ERRL-REGISTR-1
           END-IF.

           DISPLAY 'RELLIS - ERRO DE ARQUIVO ' W-FSTATUS
                   ' EM ' W-ARQUIVO (1:60).

           MOVE 8 TO RETURN-CODE.

           PERFORM FIM.

           COPY "PARAMP.CPY".
