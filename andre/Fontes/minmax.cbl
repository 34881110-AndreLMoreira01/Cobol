       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MINMAX.
       AUTHOR.        ANDRE.
      *-----------------------------------------------------------------
      * MINMAX - recalculo do estoque minimo e maximo pelo consumo.
      * Para cada produto ativo da selecao (empresa e faixa de
      * codigos) mede o consumo medio diario pelas saidas do MOVESTO
      * (e do MOVHIST, quando o ARQMOV ja arquivou) dos ultimos MESES
      * meses - somente saidas faturadas (origem 'F') e digitadas
      * (origem branco), sem transferencias, estornos e movimentos
      * estornados.  Propoe:
      *   minimo = consumo diario x (PRAZO + SEGURANCA dias)
      *   maximo = minimo + consumo diario x CICLO dias
      * arredondados ao centesimo (para cima ao inteiro em produto
      * indivisivel).  Produto sem consumo no periodo fica com minimo
      * e maximo zero, e o SUGCOMP e o OCOMPRA deixam de sugeri-lo.
      * Imprime os valores atuais e propostos em MINMAX.TXT.  Com
      * MODO=P somente imprime a previa; com MODO=A regrava a TABPR e
      * registra um AUDITLOG por produto alterado (como o REAJPRE).
      * Parametros (MINMAX.PAR):  EMPRESA=nnn      (0 = todas)
      *                           CODIGODE=xxxxxxxxxx
      *                           CODIGOATE=xxxxxxxxxx
      *                           MESES=nn         (padrao 3, max. 24)
      *                           PRAZO=nnn        (dias de entrega,
      *                                             padrao 7)
      *                           SEGURANCA=nnn    (dias, padrao 3)
      *                           CICLO=nnn        (dias entre compras,
      *                                             padrao 30)
      *                           MODO=P/A
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           copy "tabpr.sl".
           copy "movesto.sl".
           copy "movhist.sl".
           copy "auditlog.sl".
           copy "errlog.sl".

           SELECT PARAMS ASSIGN TO 'MINMAX.PAR'
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  IS STAT-PARAMS.

           SELECT RELATO ASSIGN TO 'MINMAX.TXT'
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  IS STAT-RELATO.

       DATA DIVISION.
       FILE SECTION.

           copy "tabpr.fd".
           copy "movesto.fd".
           copy "movhist.fd".
           copy "auditlog.fd".
           copy "errlog.fd".

       FD  PARAMS LABEL RECORD OMITTED.

       01  PARAMS-R                       PIC X(80).

       FD  RELATO LABEL RECORD OMITTED.

       01  RELATO-R                       PIC X(132).

       WORKING-STORAGE SECTION.
       01  CAMPOS-W.
           03  STAT-TABPR                PIC  X(02).
               88 VALID-TABPR            VALUE '00' THRU '09'.
           03  STAT-MOVESTO              PIC  X(02).
               88 VALID-MOVESTO          VALUE '00' THRU '09'.
           03  STAT-MOVHIST              PIC  X(02).
               88 VALID-MOVHIST          VALUE '00' THRU '09'.
           03  STAT-MOVHIST-ABERTO       PIC  X(01) VALUE 'N'.
               88 MOVHIST-ABERTO         VALUE 'S' FALSE 'N'.
           03  STAT-AUDITLOG             PIC  X(02).
               88 VALID-AUDITLOG         VALUE '00' THRU '09'.
           03  STAT-PARAMS               PIC  X(02).
               88 VALID-PARAMS           VALUE '00' THRU '09'.
           03  STAT-RELATO               PIC  X(02).
               88 VALID-RELATO           VALUE '00' THRU '09'.
           03  STAT-ERRLOG               PIC  X(02).
               88 VALID-ERRLOG           VALUE '00' THRU '09'.
           03  STAT-ERRLOG-ABERTO        PIC  X(01) VALUE 'N'.
               88 ERRLOG-ABERTO          VALUE 'S' FALSE 'N'.

           03  CAMPOS-FILTRO-W.
               05 W-EMPRESA-FILTRO       PIC  9(03) VALUE 0.
               05 W-CODIGO-DE            PIC  X(10) VALUE SPACES.
               05 W-CODIGO-ATE           PIC  X(10) VALUE SPACES.
               05 W-MESES                PIC  9(02) VALUE 3.
               05 W-PRAZO                PIC  9(03) VALUE 7.
               05 W-SEGURANCA            PIC  9(03) VALUE 3.
               05 W-CICLO                PIC  9(03) VALUE 30.
               05 W-MODO                 PIC  X(01) VALUE 'P'.
                  88 MODO-PREVIA         VALUE 'P'.
                  88 MODO-APLICA         VALUE 'A'.

           03  CAMPOS-TRABALHO-W.
               05 W-OPERADOR-ID          PIC  X(10).
               05 W-DATA-HOJE            PIC  9(08) VALUE 0.
               05 W-DATA-INICIO          PIC  9(08) VALUE 0.
               05 W-DIAS-HOJE            PIC S9(08) VALUE 0.
               05 W-DIAS-PERIODO         PIC  9(05) VALUE 0.
               05 W-MESES-TOTAL          PIC  9(06) VALUE 0.
               05 W-ANO-INICIO           PIC  9(04) VALUE 0.
               05 W-MES-INICIO           PIC  9(02) VALUE 0.
               05 W-DIA-INICIO           PIC  9(02) VALUE 0.
               05 W-CONSUMO              PIC  9(11)V99 VALUE 0.
               05 W-MEDIA-DIA            PIC  9(09)V9999 VALUE 0.
               05 W-MIN-NOVO             PIC  9(09)V99 VALUE 0.
               05 W-MAX-NOVO             PIC  9(09)V99 VALUE 0.
               05 W-QTDE-INTEIRA         PIC  9(09) VALUE 0.
               05 W-ANTES-TDES           PIC  X(197).
               05 W-TOT-LIDOS            PIC  9(06) VALUE 0.
               05 W-TOT-SELECIO          PIC  9(06) VALUE 0.
               05 W-TOT-ALTERADOS        PIC  9(06) VALUE 0.

               05 W-DATAIMP              PIC  9(08) VALUE 0.
               05 W-DATAUXI              PIC  9(08).
               05 REDEFINES W-DATAUXI.
                  07 W-ANOAUXI-I         PIC  9(04).
                  07 W-MESAUXI-I         PIC  9(02).
                  07 W-DIAAUXI-I         PIC  9(02).

               05 W-NROPAGI              PIC  9(05) VALUE 0.
               05 W-CONTLIN              PIC  9(03) VALUE 800.
               05 W-LINPAGINA            PIC  9(03) VALUE 64.

               05 W-LINHA-PERIODO.
                  07 FILLER              PIC  X(20) VALUE
                     'CONSUMO APURADO DE '.
                  07 W-INICIO-PER        PIC  99/99/9999.
                  07 FILLER              PIC  X(04) VALUE ' A '.
                  07 W-FIM-PER           PIC  99/99/9999.
                  07 FILLER              PIC  X(03) VALUE ' ('.
                  07 W-DIAS-PER          PIC  ZZ.ZZ9.
                  07 FILLER              PIC  X(16) VALUE
                     ' DIAS) - PRAZO '.
                  07 W-PRAZO-PER         PIC  ZZ9.
                  07 FILLER              PIC  X(13) VALUE
                     ' SEGURANCA '.
                  07 W-SEGUR-PER         PIC  ZZ9.
                  07 FILLER              PIC  X(09) VALUE
                     ' CICLO '.
                  07 W-CICLO-PER         PIC  ZZ9.

               05 W-LINHA-DETALHE.
                  07 W-EMPRESA-DET       PIC  ZZ9B.
                  07 W-CODIGO-DET        PIC  X(10)B.
                  07 W-DESC-DET          PIC  X(20)B.
                  07 W-CONSUMO-DET       PIC  ZZ.ZZZ.ZZ9,99B.
                  07 W-MEDIA-DET         PIC  ZZZ.ZZ9,9999B.
                  07 W-MINANT-DET        PIC  ZZZ.ZZZ.ZZ9,99B.
                  07 W-MINNOV-DET        PIC  ZZZ.ZZZ.ZZ9,99B.
                  07 W-MAXANT-DET        PIC  ZZZ.ZZZ.ZZ9,99B.
                  07 W-MAXNOV-DET        PIC  ZZZ.ZZZ.ZZ9,99B.
                  07 W-SITUACAO-DET      PIC  X(13).

               05 W-CAB-1.
                  07 FILLER              PIC  X(74) VALUE
                     'RECALCULO DE ESTOQUE MINIMO E MAXIMO'.
                  07 WCAB-DATASIS-1      PIC  99/99/9999B(4).
                  07 FILLER              PIC  X(05) VALUE 'PAG.'.
                  07 WCAB-NROPAGI-1      PIC  ZZ.ZZ9B.

               05 W-CAB-2.
                  07 PIC X(132) VALUE 'EMP ---CODIGO- -----DESCRICAO----
      -              '-- ---CONSUMO--- -MEDIA/DIA-- --MIN.ATUAL-- --MIN.
      -              'NOVO--- --MAX.ATUAL-- --MAX.NOVO--- --SITUACAO--'.

               05 W-LINHA-TOTAL.
                  07 FILLER              PIC  X(20) VALUE
                     'PRODUTOS LIDOS:'.
                  07 W-TOTLIDO-TOT       PIC  ZZZ.ZZ9.
                  07 FILLER              PIC  X(18) VALUE
                     '   SELECIONADOS:'.
                  07 W-TOTSELE-TOT       PIC  ZZZ.ZZ9.
                  07 FILLER              PIC  X(16) VALUE
                     '   ALTERADOS:'.
                  07 W-TOTALTE-TOT       PIC  ZZZ.ZZ9.

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

           IF NOT MODO-PREVIA AND NOT MODO-APLICA
              DISPLAY 'MINMAX - MODO INVALIDO (MODO=P/A).'
              MOVE 8 TO RETURN-CODE
              PERFORM FIM.

           IF W-MESES = 0 OR W-MESES > 24
              DISPLAY 'MINMAX - MESES INVALIDO (1 A 24).'
              MOVE 8 TO RETURN-CODE
              PERFORM FIM.

           DISPLAY "USERNAME" UPON ENVIRONMENT-NAME.
           ACCEPT  W-OPERADOR-ID FROM ENVIRONMENT-VALUE.

           IF MODO-APLICA
              OPEN I-O TABPR
           ELSE
              OPEN INPUT TABPR
           END-IF.
           IF NOT VALID-TABPR
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT MOVESTO
           IF NOT VALID-MOVESTO
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT MOVHIST
           IF VALID-MOVHIST
              SET MOVHIST-ABERTO TO TRUE
           END-IF

           IF MODO-APLICA
              OPEN EXTEND AUDITLOG
              IF NOT VALID-AUDITLOG
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-IF.

           OPEN OUTPUT RELATO
           IF NOT VALID-RELATO
              PERFORM ERRO-ARQUIVO.

           ACCEPT W-DATAUXI FROM DATE YYYYMMDD
           MOVE W-DATAUXI TO W-DATA-HOJE
           COMPUTE W-DATAIMP = W-ANOAUXI-I +
                               W-MESAUXI-I * 10000 +
                               W-DIAAUXI-I * 1000000

           PERFORM CALCULA-PERIODO
           PERFORM PROCESSA-PRODUTOS
           PERFORM IMPRIME-TOTAIS

           PERFORM FIM.

       FIM.
           CLOSE TABPR.
           CLOSE MOVESTO.
           IF MOVHIST-ABERTO
              CLOSE MOVHIST
           END-IF.
           IF MODO-APLICA
              CLOSE AUDITLOG
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
                WHEN 'CODIGODE'
                     MOVE W-PAR-VALOR (1:10) TO W-CODIGO-DE
                WHEN 'CODIGOATE'
                     MOVE W-PAR-VALOR (1:10) TO W-CODIGO-ATE
                WHEN 'MESES'
                     PERFORM CONVERTE-PARAM-NUM
                     MOVE W-PAR-NUMERO TO W-MESES
                WHEN 'PRAZO'
                     PERFORM CONVERTE-PARAM-NUM
                     MOVE W-PAR-NUMERO TO W-PRAZO
                WHEN 'SEGURANCA'
                     PERFORM CONVERTE-PARAM-NUM
                     MOVE W-PAR-NUMERO TO W-SEGURANCA
                WHEN 'CICLO'
                     PERFORM CONVERTE-PARAM-NUM
                     MOVE W-PAR-NUMERO TO W-CICLO
                WHEN 'MODO'
                     MOVE W-PAR-VALOR (1:1) TO W-MODO
                WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-PERFORM.

           CLOSE PARAMS.

      *-----------------------------------------------------------------
      * periodo de apuracao: do mesmo dia MESES meses atras (dia 28
      * quando o mes de inicio e mais curto) ate hoje
      *-----------------------------------------------------------------
       CALCULA-PERIODO.
           COMPUTE W-MESES-TOTAL = W-ANOAUXI-I * 12 +
                                   W-MESAUXI-I - 1 - W-MESES
           DIVIDE W-MESES-TOTAL BY 12 GIVING W-ANO-INICIO
                                   REMAINDER W-MES-INICIO
           ADD 1 TO W-MES-INICIO
           MOVE W-DIAAUXI-I TO W-DIA-INICIO
           IF W-DIA-INICIO > 28
              MOVE 28 TO W-DIA-INICIO
           END-IF
           COMPUTE W-DATA-INICIO = W-ANO-INICIO * 10000 +
                                   W-MES-INICIO * 100 +
                                   W-DIA-INICIO

           MOVE W-DATA-HOJE TO W-CDD-DATA
           PERFORM CONVERTE-DATA-DIAS
           MOVE W-CDD-DIAS  TO W-DIAS-HOJE
           MOVE W-DATA-INICIO TO W-CDD-DATA
           PERFORM CONVERTE-DATA-DIAS
           COMPUTE W-DIAS-PERIODO = W-DIAS-HOJE - W-CDD-DIAS.

       PROCESSA-PRODUTOS.
           IF W-CODIGO-ATE = SPACES
              MOVE HIGH-VALUES TO W-CODIGO-ATE
           END-IF

           INITIALIZE TDES-REGISTR-1
           IF W-EMPRESA-FILTRO <> 0
              MOVE W-EMPRESA-FILTRO TO TDES-EMPRESA-1
           END-IF
           MOVE W-CODIGO-DE TO TDES-CODIGO-1
           START TABPR KEY >= TDES-RECORDK-1
           IF NOT VALID-TABPR
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ TABPR NEXT AT END
                         EXIT PERFORM
              END-READ
              IF NOT VALID-TABPR
                 EXIT PERFORM
              END-IF
              IF W-EMPRESA-FILTRO <> 0 AND
                 TDES-EMPRESA-1 > W-EMPRESA-FILTRO
                 EXIT PERFORM
              END-IF

              ADD 1 TO W-TOT-LIDOS

              IF TDES-INATIVO
                 EXIT PERFORM CYCLE
              END-IF
              IF TDES-CODIGO-1 < W-CODIGO-DE OR
                 TDES-CODIGO-1 > W-CODIGO-ATE
                 EXIT PERFORM CYCLE
              END-IF

              ADD 1 TO W-TOT-SELECIO
              PERFORM APURA-CONSUMO
              PERFORM RECALCULA-PRODUTO
           END-PERFORM.

      *-----------------------------------------------------------------
      * saidas faturadas e digitadas no periodo, nao estornadas
      *-----------------------------------------------------------------
       APURA-CONSUMO.
           MOVE 0 TO W-CONSUMO

           INITIALIZE TMOV-REGISTR-1
           MOVE TDES-EMPRESA-1 TO TMOV-EMPRESA-1
           MOVE TDES-CODIGO-1  TO TMOV-CODIGO-1
           START MOVESTO KEY >= TMOV-RECORDK-1
           IF VALID-MOVESTO
              PERFORM UNTIL 1 = 2
                 READ MOVESTO NEXT AT END
                              EXIT PERFORM
                 END-READ
                 IF NOT VALID-MOVESTO OR
                    TMOV-EMPRESA-1 NOT = TDES-EMPRESA-1 OR
                    TMOV-CODIGO-1 NOT = TDES-CODIGO-1
                    EXIT PERFORM
                 END-IF
                 IF TMOV-SAIDA AND NOT TMOV-ESTORNADO AND
                    (TMOV-ORIG-FATURA OR TMOV-ORIG-DIGITADO) AND
                    TMOV-DATAMOV-1 > W-DATA-INICIO AND
                    TMOV-DATAMOV-1 <= W-DATA-HOJE
                    ADD TMOV-QUANTIDADE-1 TO W-CONSUMO
                 END-IF
              END-PERFORM
           END-IF

           IF NOT MOVHIST-ABERTO
              EXIT PARAGRAPH.

           INITIALIZE HMOV-REGISTR-1
           MOVE TDES-EMPRESA-1 TO HMOV-EMPRESA-1
           MOVE TDES-CODIGO-1  TO HMOV-CODIGO-1
           START MOVHIST KEY >= HMOV-RECORDK-1
           IF NOT VALID-MOVHIST
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ MOVHIST NEXT AT END
                           EXIT PERFORM
              END-READ
              IF NOT VALID-MOVHIST OR
                 HMOV-EMPRESA-1 NOT = TDES-EMPRESA-1 OR
                 HMOV-CODIGO-1 NOT = TDES-CODIGO-1
                 EXIT PERFORM
              END-IF
              IF HMOV-SAIDA AND HMOV-SITUACAO-1 NOT = 'X' AND
                 (HMOV-ORIGEM-1 = 'F' OR HMOV-ORIGEM-1 = ' ') AND
                 HMOV-DATAMOV-1 > W-DATA-INICIO AND
                 HMOV-DATAMOV-1 <= W-DATA-HOJE
                 ADD HMOV-QUANTIDADE-1 TO W-CONSUMO
              END-IF
           END-PERFORM.

       RECALCULA-PRODUTO.
           IF W-DIAS-PERIODO = 0
              MOVE 0 TO W-MEDIA-DIA
           ELSE
              COMPUTE W-MEDIA-DIA ROUNDED =
                      W-CONSUMO / W-DIAS-PERIODO
           END-IF

           COMPUTE W-MIN-NOVO ROUNDED =
                   W-MEDIA-DIA * (W-PRAZO + W-SEGURANCA)
           COMPUTE W-MAX-NOVO ROUNDED =
                   W-MIN-NOVO + W-MEDIA-DIA * W-CICLO

           IF TDES-INDIVISIVEL
              MOVE W-MIN-NOVO TO W-QTDE-INTEIRA
              IF W-QTDE-INTEIRA < W-MIN-NOVO
                 ADD 1 TO W-QTDE-INTEIRA
              END-IF
              MOVE W-QTDE-INTEIRA TO W-MIN-NOVO
              MOVE W-MAX-NOVO TO W-QTDE-INTEIRA
              IF W-QTDE-INTEIRA < W-MAX-NOVO
                 ADD 1 TO W-QTDE-INTEIRA
              END-IF
              MOVE W-QTDE-INTEIRA TO W-MAX-NOVO
           END-IF

           PERFORM TESTA-QUEBRA-PAGINA

           MOVE SPACES         TO W-LINHA-DETALHE
           MOVE TDES-EMPRESA-1 TO W-EMPRESA-DET
           MOVE TDES-CODIGO-1  TO W-CODIGO-DET
           MOVE TDES-DESC-1    TO W-DESC-DET
           MOVE W-CONSUMO      TO W-CONSUMO-DET
           MOVE W-MEDIA-DIA    TO W-MEDIA-DET
           MOVE TDES-ESTMIN-1  TO W-MINANT-DET
           MOVE W-MIN-NOVO     TO W-MINNOV-DET
           MOVE TDES-ESTMAX-1  TO W-MAXANT-DET
           MOVE W-MAX-NOVO     TO W-MAXNOV-DET
           EVALUATE TRUE
             WHEN W-MIN-NOVO = TDES-ESTMIN-1 AND
                  W-MAX-NOVO = TDES-ESTMAX-1
                  MOVE 'SEM ALTERACAO' TO W-SITUACAO-DET
             WHEN MODO-APLICA
                  MOVE 'ALTERADO'      TO W-SITUACAO-DET
             WHEN OTHER
                  MOVE 'PREVIA'        TO W-SITUACAO-DET
           END-EVALUATE

           WRITE RELATO-R FROM W-LINHA-DETALHE
           ADD 1 TO W-CONTLIN

           IF W-MIN-NOVO = TDES-ESTMIN-1 AND
              W-MAX-NOVO = TDES-ESTMAX-1
              EXIT PARAGRAPH.

           IF MODO-APLICA
              MOVE TDES-REGISTR-1 TO W-ANTES-TDES
              MOVE W-MIN-NOVO     TO TDES-ESTMIN-1
              MOVE W-MAX-NOVO     TO TDES-ESTMAX-1
              MOVE W-OPERADOR-ID  TO TDES-OPERADOR-1
              REWRITE TDES-REGISTR-1
              IF NOT VALID-TABPR
                 PERFORM ERRO-ARQUIVO
              END-IF

              MOVE TDES-RECORDK-1 TO AUDIT-CHAVE-1
              MOVE 'TABPR'        TO AUDIT-ARQUIVO-1
              MOVE W-ANTES-TDES   TO AUDIT-ANTES-1
              MOVE TDES-REGISTR-1 TO AUDIT-DEPOIS-1
              SET AUDIT-GRAVACAO TO TRUE
              PERFORM GRAVA-AUDITLOG

              ADD 1 TO W-TOT-ALTERADOS
           END-IF.

       IMPRIME-TOTAIS.
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE SPACES TO RELATO-R
           WRITE RELATO-R

           MOVE W-TOT-LIDOS     TO W-TOTLIDO-TOT
           MOVE W-TOT-SELECIO   TO W-TOTSELE-TOT
           MOVE W-TOT-ALTERADOS TO W-TOTALTE-TOT
           WRITE RELATO-R FROM W-LINHA-TOTAL

           IF MODO-PREVIA
              MOVE 'PREVIA - NENHUM PRODUTO FOI ALTERADO.' TO RELATO-R
              WRITE RELATO-R
           END-IF.

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
           MOVE W-DATAIMP TO WCAB-DATASIS-1
           WRITE RELATO-R FROM W-CAB-1

           MOVE W-DATA-INICIO TO W-DATAUXI
           COMPUTE W-INICIO-PER = W-ANOAUXI-I +
                                  W-MESAUXI-I * 10000 +
                                  W-DIAAUXI-I * 1000000
           MOVE W-DATAIMP      TO W-FIM-PER
           MOVE W-DIAS-PERIODO TO W-DIAS-PER
           MOVE W-PRAZO        TO W-PRAZO-PER
           MOVE W-SEGURANCA    TO W-SEGUR-PER
           MOVE W-CICLO        TO W-CICLO-PER
           WRITE RELATO-R FROM W-LINHA-PERIODO

           MOVE SPACES TO RELATO-R
           MOVE ALL '-' TO RELATO-R(1:132)
           WRITE RELATO-R

           WRITE RELATO-R FROM W-CAB-2
           MOVE SPACES TO RELATO-R
           WRITE RELATO-R

           MOVE 6 TO W-CONTLIN.

       GRAVA-AUDITLOG.
           ACCEPT AUDIT-DATA-1 FROM DATE YYYYMMDD
           ACCEPT AUDIT-HORA-1 FROM TIME
           MOVE W-OPERADOR-ID TO AUDIT-OPERADOR-1
           MOVE 'MINMAX'      TO AUDIT-PROGRAMA-1

           WRITE AUDIT-REGISTR-1
           IF NOT VALID-AUDITLOG
              PERFORM ERRO-ARQUIVO
           END-IF.

       ERRO-ARQUIVO.
           CALL "C$RERR" USING WS-EXTEND-STATUS
           MOVE WS-EXTEND-STATUS(1:2) TO W-FSTATUS
           MOVE WS-EXTEND-STATUS(3:)  TO W-EXTSTAT
           CALL "C$RERRNAME" USING W-ARQUIVO.

           IF ERRLOG-ABERTO
              INITIALIZE ERRL-REGISTR-1
              ACCEPT ERRL-DATA-1 FROM DATE YYYYMMDD
              ACCEPT ERRL-HORA-1 FROM TIME
              MOVE 'MINMAX'   TO ERRL-PROGRAMA-1
              MOVE W-ARQUIVO  TO ERRL-ARQUIVO-1
              MOVE W-FSTATUS  TO ERRL-STATUS-1
              WRITE ERRL-REGISTR-1
           END-IF.

           DISPLAY 'MINMAX - ERRO DE ARQUIVO ' W-FSTATUS
                   ' EM ' W-ARQUIVO (1:60).

           MOVE 8 TO RETURN-CODE.

           PERFORM FIM.

           COPY "PARAMP.CPY".
           COPY "DIASP.CPY".
