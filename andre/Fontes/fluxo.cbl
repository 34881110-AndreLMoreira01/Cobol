       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FLUXO.
       AUTHOR.        ANDRE.
      *-----------------------------------------------------------------
      * FLUXO - fluxo de caixa projetado.
      * Projeta o caixa da empresa dia a dia ou semana a semana a
      * partir de hoje, no horizonte informado:
      *   entradas = saldo dos titulos a receber em aberto (CONTREC)
      *              pelo vencimento;
      *   saidas   = saldo dos titulos a pagar em aberto (CONTPAG)
      *              pelo vencimento, quantidade ainda a receber das
      *              ordens de compra abertas (OCPITE), convertida
      *              para a unidade de estoque pelo fator do item,
      *              vezes o custo medio do produto (TDES-CUSTOMED-1)
      *              na data prevista OITE-DATAPRV-1, e o liquido da
      *              ultima folha calculada (FOLTOT) no dia de
      *              pagamento de cada mes do horizonte.
      * Imprime o saldo inicial, e por periodo as entradas, as saidas,
      * o saldo do periodo e o saldo acumulado, marcando NEGATIVO o
      * periodo em que o acumulado fica abaixo de zero.  Titulos e
      * entregas com data anterior a hoje nao entram no periodo de
      * hoje: saem num quadro separado de vencidos, com o saldo final
      * que resultaria se fossem realizados.  Saida em FLUXO.TXT.
      * Parametros (FLUXO.PAR):  EMPRESA=nnn     (0 = todas)
      *                          SALDO=n,nn      (saldo inicial,
      *                                           -n,nn se negativo)
      *                          DIAS=nnn        (horizonte, padrao
      *                                           30, maximo 365)
      *                          PERIODO=D/S     (diario ou semanal,
      *                                           padrao D)
      *                          DIAFOLHA=nn     (dia de pagamento da
      *                                           folha, padrao 5)
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           copy "contrec.sl".
           copy "contpag.sl".
           copy "ocpcab.sl".
           copy "ocpite.sl".
           copy "tabpr.sl".
           copy "foltot.sl".
           copy "errlog.sl".

           SELECT PARAMS ASSIGN TO 'FLUXO.PAR'
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  IS STAT-PARAMS.

           SELECT RELATO ASSIGN TO 'FLUXO.TXT'
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  IS STAT-RELATO.

       DATA DIVISION.
       FILE SECTION.

           copy "contrec.fd".
           copy "contpag.fd".
           copy "ocpcab.fd".
           copy "ocpite.fd".
           copy "tabpr.fd".
           copy "foltot.fd".
           copy "errlog.fd".

       FD  PARAMS LABEL RECORD OMITTED.

       01  PARAMS-R                       PIC X(80).

       FD  RELATO LABEL RECORD OMITTED.

       01  RELATO-R                       PIC X(132).

       WORKING-STORAGE SECTION.
       01  CAMPOS-W.
           03  STAT-CONTREC              PIC  X(02).
               88 VALID-CONTREC          VALUE '00' THRU '09'.
           03  STAT-CONTPAG              PIC  X(02).
               88 VALID-CONTPAG          VALUE '00' THRU '09'.
           03  STAT-CONTPAG-ABERTO       PIC  X(01) VALUE 'N'.
               88 CONTPAG-ABERTO         VALUE 'S' FALSE 'N'.
           03  STAT-OCPCAB               PIC  X(02).
               88 VALID-OCPCAB           VALUE '00' THRU '09'.
           03  STAT-OCPITE               PIC  X(02).
               88 VALID-OCPITE           VALUE '00' THRU '09'.
           03  STAT-COMPRAS-ABERTO       PIC  X(01) VALUE 'N'.
               88 COMPRAS-ABERTO         VALUE 'S' FALSE 'N'.
           03  STAT-TABPR                PIC  X(02).
               88 VALID-TABPR            VALUE '00' THRU '09'.
           03  STAT-FOLTOT               PIC  X(02).
               88 VALID-FOLTOT           VALUE '00' THRU '09'.
           03  STAT-FOLTOT-ABERTO        PIC  X(01) VALUE 'N'.
               88 FOLTOT-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-PARAMS               PIC  X(02).
               88 VALID-PARAMS           VALUE '00' THRU '09'.
           03  STAT-RELATO               PIC  X(02).
               88 VALID-RELATO           VALUE '00' THRU '09'.
           03  STAT-ERRLOG               PIC  X(02).
               88 VALID-ERRLOG           VALUE '00' THRU '09'.
           03  STAT-ERRLOG-ABERTO        PIC  X(01) VALUE 'N'.
               88 ERRLOG-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-OCP-VALIDA           PIC  X(01) VALUE 'N'.
               88 OCP-VALIDA             VALUE 'S' FALSE 'N'.

           03  CAMPOS-FILTRO-W.
               05 W-EMPRESA-FILTRO       PIC  9(03) VALUE 0.
               05 W-SALDO-INICIAL        PIC S9(13)V99 VALUE 0.
               05 W-HORIZONTE            PIC  9(03) VALUE 30.
               05 W-TIPO-PERIODO         PIC  X(01) VALUE 'D'.
                  88 PERIODO-DIARIO      VALUE 'D'.
                  88 PERIODO-SEMANAL     VALUE 'S'.
               05 W-DIA-FOLHA            PIC  9(02) VALUE 5.

           03  CAMPOS-PERIODOS-W.
               05 W-QTDE-PERIODOS        PIC  9(03) VALUE 0.
               05 W-DIAS-PERIODO         PIC  9(01) VALUE 1.
               05 W-PERIODO OCCURS 366 TIMES.
                  07 W-PER-DATAINI       PIC  9(08).
                  07 W-PER-DATAFIM       PIC  9(08).
                  07 W-PER-ENTRADAS      PIC  9(13)V99.
                  07 W-PER-PAGAR         PIC  9(13)V99.
                  07 W-PER-COMPRAS       PIC  9(13)V99.
                  07 W-PER-FOLHA         PIC  9(13)V99.
               05 W-IX-PER               PIC  9(03) VALUE 0.

           03  CAMPOS-TRABALHO-W.
               05 W-DATA-HOJE            PIC  9(08) VALUE 0.
               05 W-DIAS-HOJE            PIC S9(08) VALUE 0.
               05 W-DIAS-PRAZO           PIC S9(08) VALUE 0.
               05 W-DATA-ITEM            PIC  9(08) VALUE 0.
               05 W-VALOR-ITEM           PIC  9(13)V99 VALUE 0.
               05 W-QTDE-ABERTA          PIC  9(09)V99 VALUE 0.
               05 W-OCP-ANTERIOR         PIC  9(06) VALUE 0.
               05 W-EMPRESA-ANTERIOR     PIC  9(03) VALUE 0.
               05 W-FOLHA-EMPRESA        PIC  9(13)V99 VALUE 0.
               05 W-FOLHA-LIQUIDO        PIC  9(13)V99 VALUE 0.
               05 W-COMPET-FOLHA         PIC  9(06) VALUE 0.
               05 W-TIPO-ITEM            PIC  X(01).
                  88 ITEM-RECEBER        VALUE 'R'.
                  88 ITEM-PAGAR          VALUE 'P'.
                  88 ITEM-COMPRA         VALUE 'C'.

               05 W-CAL-ANO              PIC  9(04).
               05 W-CAL-MES              PIC  9(02).
               05 W-CAL-DIA              PIC  9(02).
               05 W-CAL-ULTDIA           PIC  9(02).
               05 W-CAL-QUOC             PIC  9(04).
               05 W-CAL-RESTO-4          PIC  9(04).
               05 W-CAL-RESTO-100        PIC  9(04).
               05 W-CAL-RESTO-400        PIC  9(04).
               05 W-CAL-DATA             PIC  9(08).
               05 W-CAL-OFFSET           PIC  9(03).

               05 W-SALDO-PERIODO        PIC S9(13)V99 VALUE 0.
               05 W-SALDO-ACUMULADO      PIC S9(13)V99 VALUE 0.
               05 W-SALDO-VENCIDOS       PIC S9(13)V99 VALUE 0.
               05 W-QTDE-NEGATIVOS       PIC  9(03) VALUE 0.
               05 W-QTDE-NEG-EDIT        PIC  ZZ9.

               05 W-TOT-ENTRADAS         PIC  9(13)V99 VALUE 0.
               05 W-TOT-PAGAR            PIC  9(13)V99 VALUE 0.
               05 W-TOT-COMPRAS          PIC  9(13)V99 VALUE 0.
               05 W-TOT-FOLHA            PIC  9(13)V99 VALUE 0.

               05 W-VEN-ENTRADAS         PIC  9(13)V99 VALUE 0.
               05 W-VEN-PAGAR            PIC  9(13)V99 VALUE 0.
               05 W-VEN-COMPRAS          PIC  9(13)V99 VALUE 0.

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
                  07 W-PERIODO-DET.
                     09 W-DATAINI-DET    PIC  99/99/9999.
                     09 W-ATE-DET        PIC  X(03).
                     09 W-DATAFIM-DET    PIC  99/99/9999.
                  07 FILLER              PIC  X(01).
                  07 W-ENTRADAS-DET      PIC  ZZZ.ZZZ.ZZ9,99B
                                         BLANK WHEN ZERO.
                  07 W-PAGAR-DET         PIC  ZZZ.ZZZ.ZZ9,99B
                                         BLANK WHEN ZERO.
                  07 W-COMPRAS-DET       PIC  ZZZ.ZZZ.ZZ9,99B
                                         BLANK WHEN ZERO.
                  07 W-FOLHA-DET         PIC  ZZZ.ZZZ.ZZ9,99B
                                         BLANK WHEN ZERO.
                  07 W-SALDOPER-DET      PIC  -ZZZ.ZZZ.ZZ9,99B.
                  07 W-SALDOACU-DET      PIC  -ZZZ.ZZZ.ZZ9,99B.
                  07 W-SITUACAO-DET      PIC  X(10).

               05 W-LINHA-TOTAL REDEFINES W-LINHA-DETALHE.
                  07 W-ROTULO-TOT        PIC  X(24).
                  07 W-ENTRADAS-TOT      PIC  ZZZ.ZZZ.ZZ9,99B.
                  07 W-PAGAR-TOT         PIC  ZZZ.ZZZ.ZZ9,99B.
                  07 W-COMPRAS-TOT       PIC  ZZZ.ZZZ.ZZ9,99B.
                  07 W-FOLHA-TOT         PIC  ZZZ.ZZZ.ZZ9,99B.
                  07 W-SALDOPER-TOT      PIC  -ZZZ.ZZZ.ZZ9,99B.
                  07 W-SALDOACU-TOT      PIC  -ZZZ.ZZZ.ZZ9,99B.
                  07 W-SITUACAO-TOT      PIC  X(10).

               05 W-LINHA-SALDO.
                  07 W-ROTULO-SLD        PIC  X(40).
                  07 W-DATA-SLD          PIC  99/99/9999B.
                  07 FILLER              PIC  X(49).
                  07 W-VALOR-SLD         PIC  -ZZZ.ZZZ.ZZ9,99B.

               05 W-LINHA-PARAMETROS.
                  07 FILLER              PIC  X(11) VALUE 'HORIZONTE:'.
                  07 W-HORIZONTE-PAR     PIC  ZZ9.
                  07 FILLER              PIC  X(08) VALUE ' DIAS - '.
                  07 W-PERIODO-PAR       PIC  X(18).
                  07 FILLER              PIC  X(18) VALUE
                     'FOLHA PAGA NO DIA'.
                  07 W-DIAFOLHA-PAR      PIC  Z9.
                  07 FILLER              PIC  X(04) VALUE ' -  '.
                  07 FILLER              PIC  X(22) VALUE
                     'LIQUIDO DA COMPETENCIA'.
                  07 W-COMPET-PAR        PIC  BZZZZZ9B.
                  07 W-FOLHA-PAR         PIC  ZZZ.ZZZ.ZZ9,99.

               05 W-CAB-1.
                  07 FILLER              PIC  X(40) VALUE
                     'FLUXO DE CAIXA PROJETADO'.
                  07 FILLER              PIC  X(09) VALUE
                     'EMPRESA: '.
                  07 WCAB-EMPRESA-1      PIC  X(05).
                  07 FILLER              PIC  X(20).
                  07 WCAB-DATASIS-1      PIC  99/99/9999B(4).
                  07 FILLER              PIC  X(05) VALUE 'PAG.'.
                  07 WCAB-NROPAGI-1      PIC  ZZ.ZZ9B.

               05 W-CAB-2.
                  07 PIC X(132) VALUE 'PERIODO                       ENT
      -              'RADAS   TIT. A PAGAR        COMPRAS          FOLHA
      -              '   SALDO PERIODO   SALDO ACUMUL. SITUACAO'.

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

           IF W-HORIZONTE = 0 OR W-HORIZONTE > 365 OR
              NOT (PERIODO-DIARIO OR PERIODO-SEMANAL) OR
              W-DIA-FOLHA = 0 OR W-DIA-FOLHA > 31
              DISPLAY 'FLUXO - PARAMETROS INVALIDOS (DIAS=1 A 365, '
                      'PERIODO=D/S, DIAFOLHA=1 A 31).'
              MOVE 8 TO RETURN-CODE
              PERFORM FIM.

           OPEN INPUT CONTREC
           IF NOT VALID-CONTREC
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT TABPR
           IF NOT VALID-TABPR
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CONTPAG
           IF VALID-CONTPAG
              SET CONTPAG-ABERTO TO TRUE
           END-IF.

           OPEN INPUT OCPCAB
           IF VALID-OCPCAB
              OPEN INPUT OCPITE
              IF VALID-OCPITE
                 SET COMPRAS-ABERTO TO TRUE
              ELSE
                 CLOSE OCPCAB
              END-IF
           END-IF.

           OPEN INPUT FOLTOT
           IF VALID-FOLTOT
              SET FOLTOT-ABERTO TO TRUE
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

           IF PERIODO-SEMANAL
              MOVE 7 TO W-DIAS-PERIODO
           ELSE
              MOVE 1 TO W-DIAS-PERIODO
           END-IF

           PERFORM LE-ULTIMA-FOLHA
           PERFORM MONTA-PERIODOS
           PERFORM ACUMULA-RECEBER
           PERFORM ACUMULA-PAGAR
           PERFORM ACUMULA-COMPRAS
           PERFORM IMPRIME-FLUXO

           PERFORM FIM.

       FIM.
           CLOSE CONTREC.
           CLOSE TABPR.
           IF CONTPAG-ABERTO
              CLOSE CONTPAG
           END-IF.
           IF COMPRAS-ABERTO
              CLOSE OCPCAB
              CLOSE OCPITE
           END-IF.
           IF FOLTOT-ABERTO
              CLOSE FOLTOT
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
                WHEN 'SALDO'
                     PERFORM CONVERTE-PARAM-NUM
                     MOVE W-PAR-NUMERO TO W-SALDO-INICIAL
                     IF W-PAR-VALOR (1:1) = '-'
                        COMPUTE W-SALDO-INICIAL = 0 - W-PAR-NUMERO
                     END-IF
                WHEN 'DIAS'
                     PERFORM CONVERTE-PARAM-NUM
                     MOVE W-PAR-NUMERO TO W-HORIZONTE
                WHEN 'PERIODO'
                     MOVE W-PAR-VALOR (1:1) TO W-TIPO-PERIODO
                WHEN 'DIAFOLHA'
                     PERFORM CONVERTE-PARAM-NUM
                     MOVE W-PAR-NUMERO TO W-DIA-FOLHA
                WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-PERFORM.

           CLOSE PARAMS.

      *-----------------------------------------------------------------
      * liquido da ultima competencia calculada de cada empresa (soma
      * das empresas quando o fluxo e de todas)
      *-----------------------------------------------------------------
       LE-ULTIMA-FOLHA.
           MOVE 0 TO W-FOLHA-LIQUIDO W-FOLHA-EMPRESA W-COMPET-FOLHA
           IF NOT FOLTOT-ABERTO
              EXIT PARAGRAPH.

           INITIALIZE FTOT-REGISTR-1
           IF W-EMPRESA-FILTRO <> 0
              MOVE W-EMPRESA-FILTRO TO FTOT-EMPRESA-1
           END-IF
           START FOLTOT KEY >= FTOT-RECORDK-1
           IF NOT VALID-FOLTOT
              EXIT PARAGRAPH.

           MOVE 0 TO W-EMPRESA-ANTERIOR
           PERFORM UNTIL 1 = 2
              READ FOLTOT NEXT AT END
                          EXIT PERFORM
              END-READ
              IF NOT VALID-FOLTOT
                 EXIT PERFORM
              END-IF
              IF W-EMPRESA-FILTRO <> 0 AND
                 FTOT-EMPRESA-1 > W-EMPRESA-FILTRO
                 EXIT PERFORM
              END-IF

              IF FTOT-EMPRESA-1 <> W-EMPRESA-ANTERIOR
                 ADD W-FOLHA-EMPRESA TO W-FOLHA-LIQUIDO
                 MOVE FTOT-EMPRESA-1 TO W-EMPRESA-ANTERIOR
              END-IF
              MOVE FTOT-LIQUIDO-1 TO W-FOLHA-EMPRESA
              IF FTOT-COMPET-1 > W-COMPET-FOLHA
                 MOVE FTOT-COMPET-1 TO W-COMPET-FOLHA
              END-IF
           END-PERFORM.

           ADD W-FOLHA-EMPRESA TO W-FOLHA-LIQUIDO.

      *-----------------------------------------------------------------
      * monta a tabela de periodos andando dia a dia de hoje ate o fim
      * do horizonte; a folha cai no dia de pagamento de cada mes (no
      * ultimo dia do mes quando o mes e mais curto)
      *-----------------------------------------------------------------
       MONTA-PERIODOS.
           MOVE W-DATA-HOJE (1:4) TO W-CAL-ANO
           MOVE W-DATA-HOJE (5:2) TO W-CAL-MES
           MOVE W-DATA-HOJE (7:2) TO W-CAL-DIA
           PERFORM ACHA-ULTIMO-DIA-MES

           MOVE 0 TO W-QTDE-PERIODOS
           PERFORM VARYING W-CAL-OFFSET FROM 0 BY 1
                   UNTIL W-CAL-OFFSET >= W-HORIZONTE
              COMPUTE W-CAL-DATA = W-CAL-ANO * 10000 +
                                   W-CAL-MES * 100 +
                                   W-CAL-DIA
              COMPUTE W-IX-PER = W-CAL-OFFSET / W-DIAS-PERIODO + 1
              IF W-IX-PER > W-QTDE-PERIODOS
                 MOVE W-IX-PER TO W-QTDE-PERIODOS
                 MOVE W-CAL-DATA TO W-PER-DATAINI (W-IX-PER)
                 MOVE 0 TO W-PER-ENTRADAS (W-IX-PER)
                           W-PER-PAGAR    (W-IX-PER)
                           W-PER-COMPRAS  (W-IX-PER)
                           W-PER-FOLHA    (W-IX-PER)
              END-IF
              MOVE W-CAL-DATA TO W-PER-DATAFIM (W-IX-PER)

              IF W-CAL-DIA = W-DIA-FOLHA OR
                 (W-DIA-FOLHA > W-CAL-ULTDIA AND
                  W-CAL-DIA = W-CAL-ULTDIA)
                 ADD W-FOLHA-LIQUIDO TO W-PER-FOLHA (W-IX-PER)
              END-IF

              ADD 1 TO W-CAL-DIA
              IF W-CAL-DIA > W-CAL-ULTDIA
                 MOVE 1 TO W-CAL-DIA
                 ADD 1 TO W-CAL-MES
                 IF W-CAL-MES > 12
                    MOVE 1 TO W-CAL-MES
                    ADD 1 TO W-CAL-ANO
                 END-IF
                 PERFORM ACHA-ULTIMO-DIA-MES
              END-IF
           END-PERFORM.

       ACHA-ULTIMO-DIA-MES.
           EVALUATE W-CAL-MES
             WHEN 4 WHEN 6 WHEN 9 WHEN 11
                  MOVE 30 TO W-CAL-ULTDIA
             WHEN 2
                  DIVIDE W-CAL-ANO BY 4   GIVING W-CAL-QUOC
                                          REMAINDER W-CAL-RESTO-4
                  DIVIDE W-CAL-ANO BY 100 GIVING W-CAL-QUOC
                                          REMAINDER W-CAL-RESTO-100
                  DIVIDE W-CAL-ANO BY 400 GIVING W-CAL-QUOC
                                          REMAINDER W-CAL-RESTO-400
                  IF W-CAL-RESTO-4 = 0 AND
                     (W-CAL-RESTO-100 NOT = 0 OR W-CAL-RESTO-400 = 0)
                     MOVE 29 TO W-CAL-ULTDIA
                  ELSE
                     MOVE 28 TO W-CAL-ULTDIA
                  END-IF
             WHEN OTHER
                  MOVE 31 TO W-CAL-ULTDIA
           END-EVALUATE.

       ACUMULA-RECEBER.
           INITIALIZE CREC-REGISTR-1
           IF W-EMPRESA-FILTRO <> 0
              MOVE W-EMPRESA-FILTRO TO CREC-EMPRESA-1
           END-IF
           START CONTREC KEY >= CREC-RECORDK-1
           IF NOT VALID-CONTREC
              EXIT PARAGRAPH.

           SET ITEM-RECEBER TO TRUE
           PERFORM UNTIL 1 = 2
              READ CONTREC NEXT AT END
                           EXIT PERFORM
              END-READ
              IF NOT VALID-CONTREC
                 EXIT PERFORM
              END-IF
              IF W-EMPRESA-FILTRO <> 0 AND
                 CREC-EMPRESA-1 > W-EMPRESA-FILTRO
                 EXIT PERFORM
              END-IF

              IF CREC-QUITADO OR CREC-PAGO-1 >= CREC-VALOR-1
                 EXIT PERFORM CYCLE
              END-IF

              MOVE CREC-VENCIMENTO-1 TO W-DATA-ITEM
              COMPUTE W-VALOR-ITEM = CREC-VALOR-1 - CREC-PAGO-1
              PERFORM LANCA-ITEM
           END-PERFORM.

       ACUMULA-PAGAR.
           IF NOT CONTPAG-ABERTO
              EXIT PARAGRAPH.

           INITIALIZE CTPG-REGISTR-1
           IF W-EMPRESA-FILTRO <> 0
              MOVE W-EMPRESA-FILTRO TO CTPG-EMPRESA-1
           END-IF
           START CONTPAG KEY >= CTPG-RECORDK-1
           IF NOT VALID-CONTPAG
              EXIT PARAGRAPH.

           SET ITEM-PAGAR TO TRUE
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

              MOVE CTPG-VENCIMENTO-1 TO W-DATA-ITEM
              COMPUTE W-VALOR-ITEM = CTPG-VALOR-1 - CTPG-PAGO-1
              PERFORM LANCA-ITEM
           END-PERFORM.

      *-----------------------------------------------------------------
      * itens de ordens de compra abertas com saldo a receber, pelo
      * custo medio do produto na data prevista de entrega
      *-----------------------------------------------------------------
       ACUMULA-COMPRAS.
           IF NOT COMPRAS-ABERTO
              EXIT PARAGRAPH.

           INITIALIZE OITE-REGISTR-1
           IF W-EMPRESA-FILTRO <> 0
              MOVE W-EMPRESA-FILTRO TO OITE-EMPRESA-1
           END-IF
           START OCPITE KEY >= OITE-RECORDK-1
           IF NOT VALID-OCPITE
              EXIT PARAGRAPH.

           SET ITEM-COMPRA TO TRUE
           MOVE 0 TO W-EMPRESA-ANTERIOR W-OCP-ANTERIOR
           PERFORM UNTIL 1 = 2
              READ OCPITE NEXT AT END
                          EXIT PERFORM
              END-READ
              IF NOT VALID-OCPITE
                 EXIT PERFORM
              END-IF
              IF W-EMPRESA-FILTRO <> 0 AND
                 OITE-EMPRESA-1 > W-EMPRESA-FILTRO
                 EXIT PERFORM
              END-IF

              IF OITE-EMPRESA-1 <> W-EMPRESA-ANTERIOR OR
                 OITE-NROOCP-1  <> W-OCP-ANTERIOR
                 MOVE OITE-EMPRESA-1 TO W-EMPRESA-ANTERIOR
                 MOVE OITE-NROOCP-1  TO W-OCP-ANTERIOR
                 PERFORM VERIFICA-OCP
              END-IF
              IF NOT OCP-VALIDA
                 EXIT PERFORM CYCLE
              END-IF

              IF OITE-QTDREC-1 >= OITE-QUANTIDADE-1
                 EXIT PERFORM CYCLE
              END-IF
              COMPUTE W-QTDE-ABERTA = OITE-QUANTIDADE-1 - OITE-QTDREC-1
              IF OITE-FATCONV-1 > 0
                 COMPUTE W-QTDE-ABERTA ROUNDED =
                         W-QTDE-ABERTA * OITE-FATCONV-1
              END-IF

              MOVE OITE-EMPRESA-1 TO TDES-EMPRESA-1
              MOVE OITE-CODIGO-1  TO TDES-CODIGO-1
              READ TABPR
              IF NOT VALID-TABPR
                 EXIT PERFORM CYCLE
              END-IF

              COMPUTE W-VALOR-ITEM ROUNDED =
                      W-QTDE-ABERTA * TDES-CUSTOMED-1
              MOVE OITE-DATAPRV-1 TO W-DATA-ITEM
              IF W-DATA-ITEM = 0
                 MOVE W-DATA-HOJE TO W-DATA-ITEM
              END-IF
              PERFORM LANCA-ITEM
           END-PERFORM.

       VERIFICA-OCP.
           SET OCP-VALIDA TO FALSE
           MOVE OITE-EMPRESA-1 TO OCAB-EMPRESA-1
           MOVE OITE-NROOCP-1  TO OCAB-NROOCP-1
           READ OCPCAB
           IF VALID-OCPCAB AND OCAB-ABERTA
              SET OCP-VALIDA TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * coloca W-VALOR-ITEM no periodo da data W-DATA-ITEM; antes de
      * hoje vai para os vencidos, depois do horizonte fica de fora
      *-----------------------------------------------------------------
       LANCA-ITEM.
           IF W-VALOR-ITEM = 0
              EXIT PARAGRAPH.

           MOVE W-DATA-ITEM TO W-CDD-DATA
           PERFORM CONVERTE-DATA-DIAS
           COMPUTE W-DIAS-PRAZO = W-CDD-DIAS - W-DIAS-HOJE

           IF W-DIAS-PRAZO < 0
              EVALUATE TRUE
                WHEN ITEM-RECEBER
                     ADD W-VALOR-ITEM TO W-VEN-ENTRADAS
                WHEN ITEM-PAGAR
                     ADD W-VALOR-ITEM TO W-VEN-PAGAR
                WHEN ITEM-COMPRA
                     ADD W-VALOR-ITEM TO W-VEN-COMPRAS
              END-EVALUATE
              EXIT PARAGRAPH
           END-IF.

           IF W-DIAS-PRAZO >= W-HORIZONTE
              EXIT PARAGRAPH.

           COMPUTE W-IX-PER = W-DIAS-PRAZO / W-DIAS-PERIODO + 1
           EVALUATE TRUE
             WHEN ITEM-RECEBER
                  ADD W-VALOR-ITEM TO W-PER-ENTRADAS (W-IX-PER)
             WHEN ITEM-PAGAR
                  ADD W-VALOR-ITEM TO W-PER-PAGAR (W-IX-PER)
             WHEN ITEM-COMPRA
                  ADD W-VALOR-ITEM TO W-PER-COMPRAS (W-IX-PER)
           END-EVALUATE.

       IMPRIME-FLUXO.
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE SPACES              TO W-LINHA-SALDO
           MOVE 'SALDO INICIAL EM'  TO W-ROTULO-SLD
           MOVE W-DATASIS-IMP       TO W-DATA-SLD
           MOVE W-SALDO-INICIAL     TO W-VALOR-SLD
           WRITE RELATO-R FROM W-LINHA-SALDO
           MOVE SPACES TO RELATO-R
           WRITE RELATO-R
           ADD 2 TO W-CONTLIN

           MOVE W-SALDO-INICIAL TO W-SALDO-ACUMULADO
           MOVE 0 TO W-QTDE-NEGATIVOS
           PERFORM VARYING W-IX-PER FROM 1 BY 1
                   UNTIL W-IX-PER > W-QTDE-PERIODOS
              PERFORM IMPRIME-PERIODO
           END-PERFORM

           PERFORM TESTA-QUEBRA-PAGINA
           MOVE SPACES TO RELATO-R
           WRITE RELATO-R

           COMPUTE W-SALDO-PERIODO = W-TOT-ENTRADAS - W-TOT-PAGAR
                                   - W-TOT-COMPRAS  - W-TOT-FOLHA
           MOVE SPACES                 TO W-LINHA-TOTAL
           MOVE '*** TOTAL DO HORIZONTE' TO W-ROTULO-TOT
           MOVE W-TOT-ENTRADAS         TO W-ENTRADAS-TOT
           MOVE W-TOT-PAGAR            TO W-PAGAR-TOT
           MOVE W-TOT-COMPRAS          TO W-COMPRAS-TOT
           MOVE W-TOT-FOLHA            TO W-FOLHA-TOT
           MOVE W-SALDO-PERIODO        TO W-SALDOPER-TOT
           MOVE W-SALDO-ACUMULADO      TO W-SALDOACU-TOT
           IF W-SALDO-ACUMULADO < 0
              MOVE 'NEGATIVO'          TO W-SITUACAO-TOT
           END-IF
           WRITE RELATO-R FROM W-LINHA-TOTAL
           ADD 2 TO W-CONTLIN

           PERFORM TESTA-QUEBRA-PAGINA
           MOVE SPACES TO RELATO-R
           IF W-QTDE-NEGATIVOS = 0
              MOVE '*** NENHUM PERIODO COM SALDO NEGATIVO.' TO RELATO-R
           ELSE
              MOVE W-QTDE-NEGATIVOS TO W-QTDE-NEG-EDIT
              STRING '*** PERIODOS COM SALDO NEGATIVO: '
                     DELIMITED BY SIZE
                     W-QTDE-NEG-EDIT DELIMITED BY SIZE
                     INTO RELATO-R
           END-IF
           WRITE RELATO-R
           ADD 1 TO W-CONTLIN

           PERFORM IMPRIME-VENCIDOS.

       IMPRIME-PERIODO.
           COMPUTE W-SALDO-PERIODO = W-PER-ENTRADAS (W-IX-PER)
                                   - W-PER-PAGAR    (W-IX-PER)
                                   - W-PER-COMPRAS  (W-IX-PER)
                                   - W-PER-FOLHA    (W-IX-PER)
           ADD W-SALDO-PERIODO TO W-SALDO-ACUMULADO

           ADD W-PER-ENTRADAS (W-IX-PER) TO W-TOT-ENTRADAS
           ADD W-PER-PAGAR    (W-IX-PER) TO W-TOT-PAGAR
           ADD W-PER-COMPRAS  (W-IX-PER) TO W-TOT-COMPRAS
           ADD W-PER-FOLHA    (W-IX-PER) TO W-TOT-FOLHA

           PERFORM TESTA-QUEBRA-PAGINA

           MOVE SPACES TO W-LINHA-DETALHE
           MOVE W-PER-DATAINI (W-IX-PER) TO W-DATAUXI
           PERFORM FORMATA-DATA
           MOVE W-DATAIMP TO W-DATAINI-DET
           IF PERIODO-SEMANAL
              MOVE ' A '                    TO W-ATE-DET
              MOVE W-PER-DATAFIM (W-IX-PER) TO W-DATAUXI
              PERFORM FORMATA-DATA
              MOVE W-DATAIMP                TO W-DATAFIM-DET
           END-IF
           MOVE W-PER-ENTRADAS (W-IX-PER) TO W-ENTRADAS-DET
           MOVE W-PER-PAGAR    (W-IX-PER) TO W-PAGAR-DET
           MOVE W-PER-COMPRAS  (W-IX-PER) TO W-COMPRAS-DET
           MOVE W-PER-FOLHA    (W-IX-PER) TO W-FOLHA-DET
           MOVE W-SALDO-PERIODO           TO W-SALDOPER-DET
           MOVE W-SALDO-ACUMULADO         TO W-SALDOACU-DET
           IF W-SALDO-ACUMULADO < 0
              MOVE 'NEGATIVO' TO W-SITUACAO-DET
              ADD 1 TO W-QTDE-NEGATIVOS
           END-IF

           WRITE RELATO-R FROM W-LINHA-DETALHE
           ADD 1 TO W-CONTLIN.

      *-----------------------------------------------------------------
      * quadro separado dos valores com data anterior a hoje, que nao
      * entram na projecao
      *-----------------------------------------------------------------
       IMPRIME-VENCIDOS.
           PERFORM TESTA-QUEBRA-PAGINA
           MOVE SPACES TO RELATO-R
           WRITE RELATO-R

           COMPUTE W-SALDO-VENCIDOS = W-VEN-ENTRADAS - W-VEN-PAGAR
                                    - W-VEN-COMPRAS
           MOVE SPACES                 TO W-LINHA-TOTAL
           MOVE 'VENCIDOS / ATRASADOS'   TO W-ROTULO-TOT
           MOVE W-VEN-ENTRADAS         TO W-ENTRADAS-TOT
           MOVE W-VEN-PAGAR            TO W-PAGAR-TOT
           MOVE W-VEN-COMPRAS          TO W-COMPRAS-TOT
           MOVE 0                      TO W-FOLHA-TOT
           MOVE W-SALDO-VENCIDOS       TO W-SALDOPER-TOT
           COMPUTE W-SALDO-PERIODO = W-SALDO-ACUMULADO
                                   + W-SALDO-VENCIDOS
           MOVE W-SALDO-PERIODO        TO W-SALDOACU-TOT
           IF W-SALDO-PERIODO < 0
              MOVE 'NEGATIVO'          TO W-SITUACAO-TOT
           END-IF
           WRITE RELATO-R FROM W-LINHA-TOTAL

           MOVE SPACES TO RELATO-R
           MOVE '    (DATA ANTERIOR A HOJE, FORA DA PROJECAO)'
                TO RELATO-R
           WRITE RELATO-R
           ADD 3 TO W-CONTLIN.

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
           IF W-EMPRESA-FILTRO = 0
              MOVE 'TODAS' TO WCAB-EMPRESA-1
           ELSE
              MOVE W-EMPRESA-FILTRO TO WCAB-EMPRESA-1
           END-IF
           WRITE RELATO-R FROM W-CAB-1

           MOVE W-HORIZONTE TO W-HORIZONTE-PAR
           IF PERIODO-SEMANAL
              MOVE 'PERIODOS SEMANAIS' TO W-PERIODO-PAR
           ELSE
              MOVE 'PERIODOS DIARIOS'  TO W-PERIODO-PAR
           END-IF
           MOVE W-DIA-FOLHA     TO W-DIAFOLHA-PAR
           MOVE W-COMPET-FOLHA  TO W-COMPET-PAR
           MOVE W-FOLHA-LIQUIDO TO W-FOLHA-PAR
           WRITE RELATO-R FROM W-LINHA-PARAMETROS

           MOVE SPACES TO RELATO-R
           MOVE ALL '-' TO RELATO-R(1:132)
           WRITE RELATO-R

           WRITE RELATO-R FROM W-CAB-2
           MOVE SPACES TO RELATO-R
           WRITE RELATO-R

           MOVE 6 TO W-CONTLIN.

       ERRO-ARQUIVO.
           CALL "C$RERR" USING WS-EXTEND-STATUS
           MOVE WS-EXTEND-STATUS(1:2) TO W-FSTATUS
           MOVE WS-EXTEND-STATUS(3:)  TO W-EXTSTAT
           CALL "C$RERRNAME" USING W-ARQUIVO.

           IF ERRLOG-ABERTO
              INITIALIZE ERRL-REGISTR-1
              ACCEPT ERRL-DATA-1 FROM DATE YYYYMMDD
              ACCEPT ERRL-HORA-1 FROM TIME
              MOVE 'FLUXO'    TO ERRL-PROGRAMA-1
              MOVE W-ARQUIVO  TO ERRL-ARQUIVO-1
              MOVE W-FSTATUS  TO ERRL-STATUS-1
              WRITE ERRL-REGISTR-1
           END-IF.

           DISPLAY 'FLUXO - ERRO DE ARQUIVO ' W-FSTATUS
                   ' EM ' W-ARQUIVO (1:60).

           MOVE 8 TO RETURN-CODE.

           PERFORM FIM.

           COPY "PARAMP.CPY".
           COPY "DIASP.CPY".
