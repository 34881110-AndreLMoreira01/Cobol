       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DRE.
       AUTHOR.        ANDRE.
      *-----------------------------------------------------------------
      * DRE - demonstracao do resultado gerencial por empresa e
      * competencia.  Monta, para a competencia informada, o mes
      * anterior e o mesmo mes do ano anterior (lado a lado):
      *   receita bruta     = PCAB-TOTAL-1 dos pedidos faturados na
      *                       competencia (PCAB-DATAFAT-1) mais os
      *                       descontos dos itens (PEDIDO)
      *   descontos         = quantidade x preco x desconto do PEDIDO
      *   devolucoes        = DEVL-VALOR-1 do DEVOLUC (pela data da
      *                       devolucao), quando o arquivo existe
      *   receita liquida   = bruta - descontos - devolucoes
      *   CMV               = saidas de origem 'F' do MOVESTO e do
      *                       MOVHIST (ja arquivadas pelo ARQMOV) ao
      *                       custo do movimento menos o custo
      *                       devolvido (DEVL-CUSTO-1); estornadas
      *                       ficam fora
      *   lucro bruto       = receita liquida - CMV
      *   perdas de estoque = saidas de ajuste (origem 'A') e saidas
      *                       manuais com motivo, ao custo, abertas
      *                       por motivo do CADMOT (MOVESTO e MOVHIST)
      *   folha             = bruto + FGTS do FOLTOT (FOLHA)
      *   provisao          = PRV-TOTAL-1 do PROVMES (ferias, 1/3,
      *                       13o e encargos)
      *   resultado operacional = lucro bruto - perdas - folha -
      *                       provisao
      * Cada linha sai tambem em percentual da receita liquida.  No
      * pe, o estoque inicial (fechamento da competencia anterior) e o
      * final ao custo, do SLDMES (saldo x custo medio); competencia
      * sem fechamento sai como tal.  Uma pagina por empresa, saida em
      * DRE.TXT.
      * Parametros (DRE.PAR):  EMPRESA=nnn        (0 = todas ativas)
      *                        COMPETENCIA=AAAAMM (padrao: mes
      *                                            anterior)
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           copy "cademp.sl".
           copy "pedcab.sl".
           copy "pedido.sl".
           copy "devoluc.sl".
           copy "movesto.sl".
           copy "movhist.sl".
           copy "cadmot.sl".
           copy "foltot.sl".
           copy "provmes.sl".
           copy "sldmes.sl".
           copy "errlog.sl".

           SELECT PARAMS ASSIGN TO 'DRE.PAR'
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  IS STAT-PARAMS.

           SELECT RELATO ASSIGN TO 'DRE.TXT'
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  IS STAT-RELATO.

       DATA DIVISION.
       FILE SECTION.

           copy "cademp.fd".
           copy "pedcab.fd".
           copy "pedido.fd".
           copy "devoluc.fd".
           copy "movesto.fd".
           copy "movhist.fd".
           copy "cadmot.fd".
           copy "foltot.fd".
           copy "provmes.fd".
           copy "sldmes.fd".
           copy "errlog.fd".

       FD  PARAMS LABEL RECORD OMITTED.

       01  PARAMS-R                       PIC X(80).

       FD  RELATO LABEL RECORD OMITTED.

       01  RELATO-R                       PIC X(132).

       WORKING-STORAGE SECTION.
       78  MAX-PERIODOS                   VALUE 3.
       78  MAX-MOTIVOS                    VALUE 40.

       01  CAMPOS-W.
           03  STAT-CADEMP               PIC  X(02).
               88 VALID-CADEMP           VALUE '00' THRU '09'.
           03  STAT-PEDCAB               PIC  X(02).
               88 VALID-PEDCAB           VALUE '00' THRU '09'.
           03  STAT-PEDIDO               PIC  X(02).
               88 VALID-PEDIDO           VALUE '00' THRU '09'.
           03  STAT-DEVOLUC              PIC  X(02).
               88 VALID-DEVOLUC          VALUE '00' THRU '09'.
           03  STAT-MOVESTO              PIC  X(02).
               88 VALID-MOVESTO          VALUE '00' THRU '09'.
           03  STAT-MOVHIST              PIC  X(02).
               88 VALID-MOVHIST          VALUE '00' THRU '09'.
           03  STAT-CADMOT               PIC  X(02).
               88 VALID-CADMOT           VALUE '00' THRU '09'.
           03  STAT-FOLTOT               PIC  X(02).
               88 VALID-FOLTOT           VALUE '00' THRU '09'.
           03  STAT-PROVMES              PIC  X(02).
               88 VALID-PROVMES          VALUE '00' THRU '09'.
           03  STAT-SLDMES               PIC  X(02).
               88 VALID-SLDMES           VALUE '00' THRU '09'.
           03  STAT-PARAMS               PIC  X(02).
               88 VALID-PARAMS           VALUE '00' THRU '09'.
           03  STAT-RELATO               PIC  X(02).
               88 VALID-RELATO           VALUE '00' THRU '09'.
           03  STAT-ERRLOG               PIC  X(02).
               88 VALID-ERRLOG           VALUE '00' THRU '09'.
           03  STAT-ERRLOG-ABERTO        PIC  X(01) VALUE 'N'.
               88 ERRLOG-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-DEVOLUC-ABERTO       PIC  X(01) VALUE 'N'.
               88 DEVOLUC-ABERTO         VALUE 'S' FALSE 'N'.
           03  STAT-MOVHIST-ABERTO       PIC  X(01) VALUE 'N'.
               88 MOVHIST-ABERTO         VALUE 'S' FALSE 'N'.
           03  STAT-CADMOT-ABERTO        PIC  X(01) VALUE 'N'.
               88 CADMOT-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-FOLTOT-ABERTO        PIC  X(01) VALUE 'N'.
               88 FOLTOT-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-PROVMES-ABERTO       PIC  X(01) VALUE 'N'.
               88 PROVMES-ABERTO         VALUE 'S' FALSE 'N'.
           03  STAT-SLDMES-ABERTO        PIC  X(01) VALUE 'N'.
               88 SLDMES-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-MOT-ACHOU            PIC  X(01).
               88 MOTIVO-ACHADO          VALUE 'S' FALSE 'N'.

           03  CAMPOS-FILTRO-W.
               05 W-EMPRESA-FILTRO       PIC  9(03) VALUE 0.
               05 W-COMPETENCIA          PIC  9(06) VALUE 0.
               05 W-COMPET-R REDEFINES W-COMPETENCIA.
                  07 W-COMPET-ANO        PIC  9(04).
                  07 W-COMPET-MES        PIC  9(02).

      * periodo 1 = competencia, 2 = mes anterior, 3 = mesmo mes do
      * ano anterior
           03  CAMPOS-PERIODOS-W.
               05 W-PER-TAB OCCURS MAX-PERIODOS.
                  07 W-PER-COMPET        PIC  9(06).
                  07 W-PER-COMPINI       PIC  9(06).
                  07 W-PER-FATURADO      PIC S9(13)V99.
                  07 W-PER-BRUTA         PIC S9(13)V99.
                  07 W-PER-DESCONTO      PIC S9(13)V99.
                  07 W-PER-DEVOLUCAO     PIC S9(13)V99.
                  07 W-PER-LIQUIDA       PIC S9(13)V99.
                  07 W-PER-CUSTOFAT      PIC S9(13)V99.
                  07 W-PER-CUSTODEV      PIC S9(13)V99.
                  07 W-PER-CMV           PIC S9(13)V99.
                  07 W-PER-LUCRO         PIC S9(13)V99.
                  07 W-PER-PERDAS        PIC S9(13)V99.
                  07 W-PER-FOLHA         PIC S9(13)V99.
                  07 W-PER-PROVISAO      PIC S9(13)V99.
                  07 W-PER-RESULTADO     PIC S9(13)V99.
                  07 W-PER-ESTINI        PIC S9(13)V99.
                  07 W-PER-ESTFIN        PIC S9(13)V99.
                  07 W-PER-ESTINI-OK     PIC  X(01).
                     88 PER-ESTINI-FECHADO VALUE 'S' FALSE 'N'.
                  07 W-PER-ESTFIN-OK     PIC  X(01).
                     88 PER-ESTFIN-FECHADO VALUE 'S' FALSE 'N'.
               05 W-IX-PER               PIC  9(02).
               05 W-IX-COL               PIC  9(02).

           03  CAMPOS-MOTIVOS-W.
               05 W-MOT-QTDE             PIC  9(03) VALUE 0.
               05 W-MOT-TAB OCCURS MAX-MOTIVOS.
                  07 W-MOT-CODIGO        PIC  X(04).
                  07 W-MOT-VALOR         PIC S9(13)V99
                                         OCCURS MAX-PERIODOS.
               05 W-IX-MOT               PIC  9(03).

           03  CAMPOS-TRABALHO-W.
               05 W-EMPRESA-ATUAL        PIC  9(03) VALUE 0.
               05 W-NOME-EMPRESA         PIC  X(60).
               05 W-TOT-EMPRESAS         PIC  9(03) VALUE 0.
               05 W-COMPET-VEZ           PIC  9(06).
               05 W-COMPET-CALC          PIC  9(06).
               05 W-COMPET-CALC-R REDEFINES W-COMPET-CALC.
                  07 W-CALC-ANO          PIC  9(04).
                  07 W-CALC-MES          PIC  9(02).
               05 W-VALOR-MOV            PIC S9(13)V99.
               05 W-MOTIVO-MOV           PIC  X(04).
               05 W-VALOR-DESC           PIC S9(13)V99.
               05 W-SOMA-ESTOQUE         PIC S9(13)V99.
               05 W-QTDE-ESTOQUE         PIC  9(07).
               05 W-VALOR-IMP            PIC S9(13)V99.
               05 W-PERC-IMP             PIC S9(05)V9.
               05 W-DESCMOT              PIC  X(30).

               05 W-DATA-SISTEMA         PIC  9(08) VALUE 0.
               05 W-DATAIMP              PIC  9(08) VALUE 0.
               05 W-DATAUXI              PIC  9(08).
               05 REDEFINES W-DATAUXI.
                  07 W-ANOAUXI-I         PIC  9(04).
                  07 W-MESAUXI-I         PIC  9(02).
                  07 W-DIAAUXI-I         PIC  9(02).

               05 W-NROPAGI              PIC  9(05) VALUE 0.
               05 W-CONTLIN              PIC  9(03) VALUE 800.
               05 W-LINPAGINA            PIC  9(03) VALUE 64.

               05 W-LINHA-DRE.
                  07 W-DESC-DRE          PIC  X(44).
                  07 W-COL-DRE OCCURS MAX-PERIODOS.
                     09 W-COL-VALOR      PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.
                     09 FILLER           PIC  X(01).
                     09 W-COL-PERC       PIC  ZZZZ9,9-.
                     09 FILLER           PIC  X(01).
                  07 W-COL-TEXTO-R REDEFINES W-COL-DRE.
                     09 W-COL-TEXTO      PIC  X(29)
                                         OCCURS MAX-PERIODOS.

               05 W-CAB-1.
                  07 FILLER              PIC  X(74) VALUE
                     'DEMONSTRACAO DO RESULTADO GERENCIAL'.
                  07 WCAB-DATASIS-1      PIC  99/99/9999B(4).
                  07 FILLER              PIC  X(05) VALUE 'PAG.'.
                  07 WCAB-NROPAGI-1      PIC  ZZ.ZZ9B.

               05 W-CAB-2.
                  07 FILLER              PIC  X(09) VALUE 'EMPRESA: '.
                  07 WCAB-EMPRESA-2      PIC  ZZ9B(2).
                  07 WCAB-NOME-2         PIC  X(60).

               05 W-CAB-3.
                  07 FILLER              PIC  X(44) VALUE
                     '---------------CONTA----------------'.
                  07 WCAB-COL-3 OCCURS MAX-PERIODOS.
                     09 WCAB-ROTULO-3    PIC  X(12).
                     09 WCAB-COMPET-3    PIC  99/9999.
                     09 FILLER           PIC  X(01).
                     09 WCAB-PERC-3      PIC  X(08).
                     09 FILLER           PIC  X(01).

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

           ACCEPT W-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE W-DATA-SISTEMA TO W-DATAUXI
           COMPUTE W-DATAIMP = W-ANOAUXI-I +
                               W-MESAUXI-I * 10000 +
                               W-DIAAUXI-I * 1000000

           IF W-COMPETENCIA = 0
              COMPUTE W-COMPET-CALC = W-DATA-SISTEMA / 100
              PERFORM SUBTRAI-MES
              MOVE W-COMPET-CALC TO W-COMPETENCIA
           END-IF

           IF W-COMPET-MES < 1 OR W-COMPET-MES > 12
              DISPLAY 'DRE - COMPETENCIA INVALIDA (COMPETENCIA=AAAAMM).'
              MOVE 8 TO RETURN-CODE
              PERFORM FIM.

           PERFORM MONTA-PERIODOS

           OPEN INPUT CADEMP
           IF NOT VALID-CADEMP
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT PEDCAB
           IF NOT VALID-PEDCAB
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT PEDIDO
           IF NOT VALID-PEDIDO
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT MOVESTO
           IF NOT VALID-MOVESTO
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT MOVHIST
           IF VALID-MOVHIST
              SET MOVHIST-ABERTO TO TRUE
           END-IF.

           OPEN INPUT DEVOLUC
           IF VALID-DEVOLUC
              SET DEVOLUC-ABERTO TO TRUE
           END-IF.

           OPEN INPUT CADMOT
           IF VALID-CADMOT
              SET CADMOT-ABERTO TO TRUE
           END-IF.

           OPEN INPUT FOLTOT
           IF VALID-FOLTOT
              SET FOLTOT-ABERTO TO TRUE
           END-IF.

           OPEN INPUT PROVMES
           IF VALID-PROVMES
              SET PROVMES-ABERTO TO TRUE
           END-IF.

           OPEN INPUT SLDMES
           IF VALID-SLDMES
              SET SLDMES-ABERTO TO TRUE
           END-IF.

           OPEN OUTPUT RELATO
           IF NOT VALID-RELATO
              PERFORM ERRO-ARQUIVO.

           PERFORM PROCESSA-EMPRESAS

           IF W-TOT-EMPRESAS = 0
              PERFORM TESTA-QUEBRA-PAGINA
              MOVE 'NENHUMA EMPRESA ATIVA SELECIONADA.' TO RELATO-R
              WRITE RELATO-R
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY 'DRE - COMPETENCIA ' W-COMPETENCIA
                   ' EMPRESAS: ' W-TOT-EMPRESAS

           PERFORM FIM.

       FIM.
           CLOSE CADEMP.
           CLOSE PEDCAB.
           CLOSE PEDIDO.
           CLOSE MOVESTO.
           IF MOVHIST-ABERTO
              CLOSE MOVHIST
           END-IF.
           IF DEVOLUC-ABERTO
              CLOSE DEVOLUC
           END-IF.
           IF CADMOT-ABERTO
              CLOSE CADMOT
           END-IF.
           IF FOLTOT-ABERTO
              CLOSE FOLTOT
           END-IF.
           IF PROVMES-ABERTO
              CLOSE PROVMES
           END-IF.
           IF SLDMES-ABERTO
              CLOSE SLDMES
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
                WHEN 'COMPETENCIA'
                     PERFORM CONVERTE-PARAM-NUM
                     MOVE W-PAR-NUMERO TO W-COMPETENCIA
                WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-PERFORM.

           CLOSE PARAMS.

      *-----------------------------------------------------------------
      * competencias comparadas e as anteriores a cada uma (estoque
      * inicial)
      *-----------------------------------------------------------------
       MONTA-PERIODOS.
           MOVE W-COMPETENCIA TO W-PER-COMPET (1)

           MOVE W-COMPETENCIA TO W-COMPET-CALC
           PERFORM SUBTRAI-MES
           MOVE W-COMPET-CALC TO W-PER-COMPET (2)

           COMPUTE W-PER-COMPET (3) = W-COMPETENCIA - 100

           PERFORM VARYING W-IX-PER FROM 1 BY 1
                     UNTIL W-IX-PER > MAX-PERIODOS
              MOVE W-PER-COMPET (W-IX-PER) TO W-COMPET-CALC
              PERFORM SUBTRAI-MES
              MOVE W-COMPET-CALC TO W-PER-COMPINI (W-IX-PER)
           END-PERFORM.

       SUBTRAI-MES.
           IF W-CALC-MES > 1
              SUBTRACT 1 FROM W-CALC-MES
           ELSE
              MOVE 12 TO W-CALC-MES
              SUBTRACT 1 FROM W-CALC-ANO
           END-IF.

       IDENTIFICA-PERIODO.
           PERFORM VARYING W-IX-PER FROM 1 BY 1
                     UNTIL W-IX-PER > MAX-PERIODOS
              IF W-PER-COMPET (W-IX-PER) = W-COMPET-VEZ
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF W-IX-PER > MAX-PERIODOS
              MOVE 0 TO W-IX-PER
           END-IF.

      *-----------------------------------------------------------------
      * uma DRE por empresa ativa
      *-----------------------------------------------------------------
       PROCESSA-EMPRESAS.
           INITIALIZE DEMP-REGISTR-1
           MOVE W-EMPRESA-FILTRO TO DEMP-CODEMP-1
           START CADEMP KEY >= DEMP-CODEMP-1
           IF NOT VALID-CADEMP
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ CADEMP NEXT AT END
                          EXIT PERFORM
              END-READ
              IF NOT VALID-CADEMP
                 EXIT PERFORM
              END-IF
              IF W-EMPRESA-FILTRO <> 0 AND
                 DEMP-CODEMP-1 > W-EMPRESA-FILTRO
                 EXIT PERFORM
              END-IF
              IF NOT DEMP-ATIVO
                 EXIT PERFORM CYCLE
              END-IF

              ADD 1 TO W-TOT-EMPRESAS
              MOVE DEMP-CODEMP-1  TO W-EMPRESA-ATUAL
              MOVE DEMP-NOMEEMP-1 TO W-NOME-EMPRESA
              PERFORM PROCESSA-EMPRESA
           END-PERFORM.

       PROCESSA-EMPRESA.
           PERFORM VARYING W-IX-PER FROM 1 BY 1
                     UNTIL W-IX-PER > MAX-PERIODOS
              MOVE 0 TO W-PER-FATURADO (W-IX-PER)
                        W-PER-BRUTA (W-IX-PER)
                        W-PER-DESCONTO (W-IX-PER)
                        W-PER-DEVOLUCAO (W-IX-PER)
                        W-PER-LIQUIDA (W-IX-PER)
                        W-PER-CUSTOFAT (W-IX-PER)
                        W-PER-CUSTODEV (W-IX-PER)
                        W-PER-CMV (W-IX-PER)
                        W-PER-LUCRO (W-IX-PER)
                        W-PER-PERDAS (W-IX-PER)
                        W-PER-FOLHA (W-IX-PER)
                        W-PER-PROVISAO (W-IX-PER)
                        W-PER-RESULTADO (W-IX-PER)
                        W-PER-ESTINI (W-IX-PER)
                        W-PER-ESTFIN (W-IX-PER)
              SET PER-ESTINI-FECHADO (W-IX-PER) TO FALSE
              SET PER-ESTFIN-FECHADO (W-IX-PER) TO FALSE
           END-PERFORM
           MOVE 0 TO W-MOT-QTDE

           PERFORM ACUMULA-VENDAS
           PERFORM ACUMULA-DEVOLUCOES
           PERFORM ACUMULA-MOVIMENTOS
           PERFORM ACUMULA-HISTORICO
           PERFORM ACUMULA-FOLHA
           PERFORM ACUMULA-PROVISAO
           PERFORM ACUMULA-ESTOQUES
           PERFORM CALCULA-RESULTADOS
           PERFORM IMPRIME-DRE.

      *-----------------------------------------------------------------
      * receita: pedidos faturados e descontos dos itens
      *-----------------------------------------------------------------
       ACUMULA-VENDAS.
           INITIALIZE PCAB-REGISTR-1
           MOVE W-EMPRESA-ATUAL TO PCAB-EMPRESA-1
           START PEDCAB KEY >= PCAB-RECORDK-1
           IF NOT VALID-PEDCAB
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ PEDCAB NEXT AT END
                          EXIT PERFORM
              END-READ
              IF NOT VALID-PEDCAB
                 EXIT PERFORM
              END-IF
              IF PCAB-EMPRESA-1 NOT = W-EMPRESA-ATUAL
                 EXIT PERFORM
              END-IF
              IF NOT PCAB-FATURADO
                 EXIT PERFORM CYCLE
              END-IF

              COMPUTE W-COMPET-VEZ = PCAB-DATAFAT-1 / 100
              PERFORM IDENTIFICA-PERIODO
              IF W-IX-PER = 0
                 EXIT PERFORM CYCLE
              END-IF

              ADD PCAB-TOTAL-1 TO W-PER-FATURADO (W-IX-PER)
              PERFORM SOMA-DESCONTOS
           END-PERFORM.

       SOMA-DESCONTOS.
           MOVE PCAB-EMPRESA-1 TO TPED-EMPRESA-1
           MOVE PCAB-NROPED-1  TO TPED-NROPED-1
           MOVE 0              TO TPED-SEQITEM-1
           START PEDIDO KEY >= TPED-RECORDK-1
           IF NOT VALID-PEDIDO
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ PEDIDO NEXT AT END
                          EXIT PERFORM
              END-READ
              IF NOT VALID-PEDIDO
                 EXIT PERFORM
              END-IF
              IF TPED-EMPRESA-1 NOT = PCAB-EMPRESA-1 OR
                 TPED-NROPED-1  NOT = PCAB-NROPED-1
                 EXIT PERFORM
              END-IF
              COMPUTE W-VALOR-DESC ROUNDED =
                      TPED-QUANTIDADE-1 * TPED-PRECO-1 *
                      TPED-DESCONTO-1 / 100
              ADD W-VALOR-DESC TO W-PER-DESCONTO (W-IX-PER)
           END-PERFORM.

       ACUMULA-DEVOLUCOES.
           IF NOT DEVOLUC-ABERTO
              EXIT PARAGRAPH.

           INITIALIZE DEVL-REGISTR-1
           MOVE W-EMPRESA-ATUAL TO DEVL-EMPRESA-1
           START DEVOLUC KEY >= DEVL-RECORDK-1
           IF NOT VALID-DEVOLUC
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ DEVOLUC NEXT AT END
                           EXIT PERFORM
              END-READ
              IF NOT VALID-DEVOLUC
                 EXIT PERFORM
              END-IF
              IF DEVL-EMPRESA-1 NOT = W-EMPRESA-ATUAL
                 EXIT PERFORM
              END-IF

              COMPUTE W-COMPET-VEZ = DEVL-DATADEV-1 / 100
              PERFORM IDENTIFICA-PERIODO
              IF W-IX-PER = 0
                 EXIT PERFORM CYCLE
              END-IF

              ADD DEVL-VALOR-1 TO W-PER-DEVOLUCAO (W-IX-PER)
              ADD DEVL-CUSTO-1 TO W-PER-CUSTODEV (W-IX-PER)
           END-PERFORM.

      *-----------------------------------------------------------------
      * custo das vendas (origem F) e perdas de estoque (ajuste e
      * saidas manuais com motivo)
      *-----------------------------------------------------------------
       ACUMULA-MOVIMENTOS.
           INITIALIZE TMOV-REGISTR-1
           MOVE W-EMPRESA-ATUAL TO TMOV-EMPRESA-1
           START MOVESTO KEY >= TMOV-RECORDK-1
           IF NOT VALID-MOVESTO
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ MOVESTO NEXT AT END
                           EXIT PERFORM
              END-READ
              IF NOT VALID-MOVESTO
                 EXIT PERFORM
              END-IF
              IF TMOV-EMPRESA-1 NOT = W-EMPRESA-ATUAL
                 EXIT PERFORM
              END-IF
              IF NOT TMOV-SAIDA OR TMOV-ESTORNADO
                 EXIT PERFORM CYCLE
              END-IF

              COMPUTE W-COMPET-VEZ = TMOV-DATAMOV-1 / 100
              PERFORM IDENTIFICA-PERIODO
              IF W-IX-PER = 0
                 EXIT PERFORM CYCLE
              END-IF

              COMPUTE W-VALOR-MOV ROUNDED =
                      TMOV-QUANTIDADE-1 * TMOV-CUSTO-1

              EVALUATE TRUE
                WHEN TMOV-ORIG-FATURA
                     ADD W-VALOR-MOV TO W-PER-CUSTOFAT (W-IX-PER)
                WHEN TMOV-ORIG-AJUSTE
                WHEN TMOV-ORIG-DIGITADO AND TMOV-MOTIVO-1 NOT = SPACES
                     ADD W-VALOR-MOV TO W-PER-PERDAS (W-IX-PER)
                     MOVE TMOV-MOTIVO-1 TO W-MOTIVO-MOV
                     PERFORM ACUMULA-MOTIVO
                WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-PERFORM.

      *-----------------------------------------------------------------
      * mesmo criterio sobre as saidas ja arquivadas pelo ARQMOV no
      * MOVHIST (as competencias de comparacao costumam estar la); os
      * saldos de abertura (origem B) nao sao movimento do periodo
      *-----------------------------------------------------------------
       ACUMULA-HISTORICO.
           IF NOT MOVHIST-ABERTO
              EXIT PARAGRAPH.

           INITIALIZE HMOV-REGISTR-1
           MOVE W-EMPRESA-ATUAL TO HMOV-EMPRESA-1
           START MOVHIST KEY >= HMOV-RECORDK-1
           IF NOT VALID-MOVHIST
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ MOVHIST NEXT AT END
                           EXIT PERFORM
              END-READ
              IF NOT VALID-MOVHIST
                 EXIT PERFORM
              END-IF
              IF HMOV-EMPRESA-1 NOT = W-EMPRESA-ATUAL
                 EXIT PERFORM
              END-IF
              IF NOT HMOV-SAIDA OR HMOV-SITUACAO-1 = 'X' OR
                 HMOV-ORIGEM-1 = 'B'
                 EXIT PERFORM CYCLE
              END-IF

              COMPUTE W-COMPET-VEZ = HMOV-DATAMOV-1 / 100
              PERFORM IDENTIFICA-PERIODO
              IF W-IX-PER = 0
                 EXIT PERFORM CYCLE
              END-IF

              COMPUTE W-VALOR-MOV ROUNDED =
                      HMOV-QUANTIDADE-1 * HMOV-CUSTO-1

              EVALUATE TRUE
                WHEN HMOV-ORIGEM-1 = 'F'
                     ADD W-VALOR-MOV TO W-PER-CUSTOFAT (W-IX-PER)
                WHEN HMOV-ORIGEM-1 = 'A'
                WHEN HMOV-ORIGEM-1 = ' ' AND HMOV-MOTIVO-1 NOT = SPACES
                     ADD W-VALOR-MOV TO W-PER-PERDAS (W-IX-PER)
                     MOVE HMOV-MOTIVO-1 TO W-MOTIVO-MOV
                     PERFORM ACUMULA-MOTIVO
                WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-PERFORM.

       ACUMULA-MOTIVO.
           SET MOTIVO-ACHADO TO FALSE
           PERFORM VARYING W-IX-MOT FROM 1 BY 1
                     UNTIL W-IX-MOT > W-MOT-QTDE
              IF W-MOT-CODIGO (W-IX-MOT) = W-MOTIVO-MOV
                 SET MOTIVO-ACHADO TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM

           IF NOT MOTIVO-ACHADO
              IF W-MOT-QTDE >= MAX-MOTIVOS
                 DISPLAY 'DRE - TABELA DE MOTIVOS CHEIA.'
                 MOVE 8 TO RETURN-CODE
                 PERFORM FIM
              END-IF
              ADD 1 TO W-MOT-QTDE
              MOVE W-MOT-QTDE    TO W-IX-MOT
              MOVE W-MOTIVO-MOV  TO W-MOT-CODIGO (W-IX-MOT)
              PERFORM VARYING W-IX-COL FROM 1 BY 1
                        UNTIL W-IX-COL > MAX-PERIODOS
                 MOVE 0 TO W-MOT-VALOR (W-IX-MOT W-IX-COL)
              END-PERFORM
           END-IF

           ADD W-VALOR-MOV TO W-MOT-VALOR (W-IX-MOT W-IX-PER).

      *-----------------------------------------------------------------
      * pessoal: folha (FOLTOT) e provisao de ferias/13o (PROVMES)
      *-----------------------------------------------------------------
       ACUMULA-FOLHA.
           IF NOT FOLTOT-ABERTO
              EXIT PARAGRAPH.

           PERFORM VARYING W-IX-PER FROM 1 BY 1
                     UNTIL W-IX-PER > MAX-PERIODOS
              MOVE W-EMPRESA-ATUAL         TO FTOT-EMPRESA-1
              MOVE W-PER-COMPET (W-IX-PER) TO FTOT-COMPET-1
              READ FOLTOT
              IF VALID-FOLTOT
                 ADD FTOT-BRUTO-1 FTOT-FGTS-1
                                  TO W-PER-FOLHA (W-IX-PER)
              END-IF
           END-PERFORM.

       ACUMULA-PROVISAO.
           IF NOT PROVMES-ABERTO
              EXIT PARAGRAPH.

           PERFORM VARYING W-IX-PER FROM 1 BY 1
                     UNTIL W-IX-PER > MAX-PERIODOS
              PERFORM SOMA-PROVISAO
           END-PERFORM.

       SOMA-PROVISAO.
           INITIALIZE PRV-REGISTR-1
           MOVE W-EMPRESA-ATUAL         TO PRV-EMPRESA-1
           MOVE W-PER-COMPET (W-IX-PER) TO PRV-COMPET-1
           START PROVMES KEY >= PRV-RECORDK-1
           IF NOT VALID-PROVMES
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ PROVMES NEXT AT END
                           EXIT PERFORM
              END-READ
              IF NOT VALID-PROVMES
                 EXIT PERFORM
              END-IF
              IF PRV-EMPRESA-1 NOT = W-EMPRESA-ATUAL OR
                 PRV-COMPET-1  NOT = W-PER-COMPET (W-IX-PER)
                 EXIT PERFORM
              END-IF
              ADD PRV-TOTAL-1 TO W-PER-PROVISAO (W-IX-PER)
           END-PERFORM.

      *-----------------------------------------------------------------
      * estoque ao custo pelos fechamentos do SLDMES
      *-----------------------------------------------------------------
       ACUMULA-ESTOQUES.
           IF NOT SLDMES-ABERTO
              EXIT PARAGRAPH.

           PERFORM VARYING W-IX-PER FROM 1 BY 1
                     UNTIL W-IX-PER > MAX-PERIODOS
              MOVE W-PER-COMPINI (W-IX-PER) TO W-COMPET-VEZ
              PERFORM SOMA-ESTOQUE
              MOVE W-SOMA-ESTOQUE TO W-PER-ESTINI (W-IX-PER)
              IF W-QTDE-ESTOQUE > 0
                 SET PER-ESTINI-FECHADO (W-IX-PER) TO TRUE
              END-IF

              MOVE W-PER-COMPET (W-IX-PER) TO W-COMPET-VEZ
              PERFORM SOMA-ESTOQUE
              MOVE W-SOMA-ESTOQUE TO W-PER-ESTFIN (W-IX-PER)
              IF W-QTDE-ESTOQUE > 0
                 SET PER-ESTFIN-FECHADO (W-IX-PER) TO TRUE
              END-IF
           END-PERFORM.

       SOMA-ESTOQUE.
           MOVE 0 TO W-SOMA-ESTOQUE W-QTDE-ESTOQUE
           INITIALIZE SMES-REGISTR-1
           MOVE W-EMPRESA-ATUAL TO SMES-EMPRESA-1
           MOVE W-COMPET-VEZ    TO SMES-COMPET-1
           START SLDMES KEY >= SMES-RECORDK-1
           IF NOT VALID-SLDMES
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ SLDMES NEXT AT END
                          EXIT PERFORM
              END-READ
              IF NOT VALID-SLDMES
                 EXIT PERFORM
              END-IF
              IF SMES-EMPRESA-1 NOT = W-EMPRESA-ATUAL OR
                 SMES-COMPET-1  NOT = W-COMPET-VEZ
                 EXIT PERFORM
              END-IF
              ADD 1 TO W-QTDE-ESTOQUE
              COMPUTE W-VALOR-MOV ROUNDED =
                      SMES-SALDO-1 * SMES-CUSTOM-1
              ADD W-VALOR-MOV TO W-SOMA-ESTOQUE
           END-PERFORM.

       CALCULA-RESULTADOS.
           PERFORM VARYING W-IX-PER FROM 1 BY 1
                     UNTIL W-IX-PER > MAX-PERIODOS
              COMPUTE W-PER-BRUTA (W-IX-PER) =
                      W-PER-FATURADO (W-IX-PER) +
                      W-PER-DESCONTO (W-IX-PER)
              COMPUTE W-PER-LIQUIDA (W-IX-PER) =
                      W-PER-FATURADO (W-IX-PER) -
                      W-PER-DEVOLUCAO (W-IX-PER)
              COMPUTE W-PER-CMV (W-IX-PER) =
                      W-PER-CUSTOFAT (W-IX-PER) -
                      W-PER-CUSTODEV (W-IX-PER)
              COMPUTE W-PER-LUCRO (W-IX-PER) =
                      W-PER-LIQUIDA (W-IX-PER) -
                      W-PER-CMV (W-IX-PER)
              COMPUTE W-PER-RESULTADO (W-IX-PER) =
                      W-PER-LUCRO (W-IX-PER) -
                      W-PER-PERDAS (W-IX-PER) -
                      W-PER-FOLHA (W-IX-PER) -
                      W-PER-PROVISAO (W-IX-PER)
           END-PERFORM.

      *-----------------------------------------------------------------
      * impressao: uma pagina por empresa, tres colunas de valor e
      * percentual sobre a receita liquida
      *-----------------------------------------------------------------
       IMPRIME-DRE.
           MOVE 800 TO W-CONTLIN
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE 'RECEITA BRUTA DE VENDAS' TO W-DESC-DRE
           PERFORM VARYING W-IX-COL FROM 1 BY 1
                     UNTIL W-IX-COL > MAX-PERIODOS
              MOVE W-PER-BRUTA (W-IX-COL) TO W-VALOR-IMP
              PERFORM MONTA-COLUNA
           END-PERFORM
           PERFORM IMPRIME-LINHA-DRE

           MOVE '(-) DESCONTOS CONCEDIDOS' TO W-DESC-DRE
           PERFORM VARYING W-IX-COL FROM 1 BY 1
                     UNTIL W-IX-COL > MAX-PERIODOS
              COMPUTE W-VALOR-IMP = 0 - W-PER-DESCONTO (W-IX-COL)
              PERFORM MONTA-COLUNA
           END-PERFORM
           PERFORM IMPRIME-LINHA-DRE

           MOVE '(-) DEVOLUCOES DE VENDAS' TO W-DESC-DRE
           PERFORM VARYING W-IX-COL FROM 1 BY 1
                     UNTIL W-IX-COL > MAX-PERIODOS
              COMPUTE W-VALOR-IMP = 0 - W-PER-DEVOLUCAO (W-IX-COL)
              PERFORM MONTA-COLUNA
           END-PERFORM
           PERFORM IMPRIME-LINHA-DRE

           MOVE '(=) RECEITA LIQUIDA' TO W-DESC-DRE
           PERFORM VARYING W-IX-COL FROM 1 BY 1
                     UNTIL W-IX-COL > MAX-PERIODOS
              MOVE W-PER-LIQUIDA (W-IX-COL) TO W-VALOR-IMP
              PERFORM MONTA-COLUNA
           END-PERFORM
           PERFORM IMPRIME-LINHA-DRE

           MOVE '(-) CUSTO DAS MERCADORIAS VENDIDAS' TO W-DESC-DRE
           PERFORM VARYING W-IX-COL FROM 1 BY 1
                     UNTIL W-IX-COL > MAX-PERIODOS
              COMPUTE W-VALOR-IMP = 0 - W-PER-CMV (W-IX-COL)
              PERFORM MONTA-COLUNA
           END-PERFORM
           PERFORM IMPRIME-LINHA-DRE

           MOVE '(=) LUCRO BRUTO (MARGEM BRUTA)' TO W-DESC-DRE
           PERFORM VARYING W-IX-COL FROM 1 BY 1
                     UNTIL W-IX-COL > MAX-PERIODOS
              MOVE W-PER-LUCRO (W-IX-COL) TO W-VALOR-IMP
              PERFORM MONTA-COLUNA
           END-PERFORM
           PERFORM IMPRIME-LINHA-DRE

           MOVE '(-) PERDAS DE ESTOQUE' TO W-DESC-DRE
           PERFORM VARYING W-IX-COL FROM 1 BY 1
                     UNTIL W-IX-COL > MAX-PERIODOS
              COMPUTE W-VALOR-IMP = 0 - W-PER-PERDAS (W-IX-COL)
              PERFORM MONTA-COLUNA
           END-PERFORM
           PERFORM IMPRIME-LINHA-DRE

           PERFORM VARYING W-IX-MOT FROM 1 BY 1
                     UNTIL W-IX-MOT > W-MOT-QTDE
              PERFORM IMPRIME-MOTIVO
           END-PERFORM

           MOVE '(-) FOLHA DE PAGAMENTO (BRUTO + FGTS)' TO W-DESC-DRE
           PERFORM VARYING W-IX-COL FROM 1 BY 1
                     UNTIL W-IX-COL > MAX-PERIODOS
              COMPUTE W-VALOR-IMP = 0 - W-PER-FOLHA (W-IX-COL)
              PERFORM MONTA-COLUNA
           END-PERFORM
           PERFORM IMPRIME-LINHA-DRE

           MOVE '(-) PROVISAO DE FERIAS E 13O SALARIO' TO W-DESC-DRE
           PERFORM VARYING W-IX-COL FROM 1 BY 1
                     UNTIL W-IX-COL > MAX-PERIODOS
              COMPUTE W-VALOR-IMP = 0 - W-PER-PROVISAO (W-IX-COL)
              PERFORM MONTA-COLUNA
           END-PERFORM
           PERFORM IMPRIME-LINHA-DRE

           MOVE '(=) RESULTADO OPERACIONAL' TO W-DESC-DRE
           PERFORM VARYING W-IX-COL FROM 1 BY 1
                     UNTIL W-IX-COL > MAX-PERIODOS
              MOVE W-PER-RESULTADO (W-IX-COL) TO W-VALOR-IMP
              PERFORM MONTA-COLUNA
           END-PERFORM
           PERFORM IMPRIME-LINHA-DRE

           MOVE SPACES TO RELATO-R
           WRITE RELATO-R
           ADD 1 TO W-CONTLIN

           MOVE 'ESTOQUE INICIAL AO CUSTO' TO W-DESC-DRE
           PERFORM VARYING W-IX-COL FROM 1 BY 1
                     UNTIL W-IX-COL > MAX-PERIODOS
              IF PER-ESTINI-FECHADO (W-IX-COL)
                 MOVE W-PER-ESTINI (W-IX-COL) TO W-COL-VALOR (W-IX-COL)
              ELSE
                 MOVE '       SEM FECHAMENTO'
                                    TO W-COL-TEXTO (W-IX-COL)
              END-IF
           END-PERFORM
           PERFORM IMPRIME-LINHA-DRE

           MOVE 'ESTOQUE FINAL AO CUSTO' TO W-DESC-DRE
           PERFORM VARYING W-IX-COL FROM 1 BY 1
                     UNTIL W-IX-COL > MAX-PERIODOS
              IF PER-ESTFIN-FECHADO (W-IX-COL)
                 MOVE W-PER-ESTFIN (W-IX-COL) TO W-COL-VALOR (W-IX-COL)
              ELSE
                 MOVE '       SEM FECHAMENTO'
                                    TO W-COL-TEXTO (W-IX-COL)
              END-IF
           END-PERFORM
           PERFORM IMPRIME-LINHA-DRE.

       IMPRIME-MOTIVO.
           MOVE SPACES TO W-DESCMOT
           EVALUATE TRUE
             WHEN W-MOT-CODIGO (W-IX-MOT) = SPACES
                  MOVE 'AJUSTE SEM MOTIVO' TO W-DESCMOT
             WHEN CADMOT-ABERTO
                  MOVE W-MOT-CODIGO (W-IX-MOT) TO DMOT-CODMOT-1
                  READ CADMOT
                  IF VALID-CADMOT
                     MOVE DMOT-DESCMOT-1 TO W-DESCMOT
                  ELSE
                     MOVE 'MOTIVO NAO CADASTRADO' TO W-DESCMOT
                  END-IF
           END-EVALUATE

           MOVE SPACES TO W-DESC-DRE
           STRING '      ' DELIMITED BY SIZE
                  W-MOT-CODIGO (W-IX-MOT) DELIMITED BY SIZE
                  ' '      DELIMITED BY SIZE
                  W-DESCMOT DELIMITED BY SIZE
             INTO W-DESC-DRE
           END-STRING
           PERFORM VARYING W-IX-COL FROM 1 BY 1
                     UNTIL W-IX-COL > MAX-PERIODOS
              COMPUTE W-VALOR-IMP =
                      0 - W-MOT-VALOR (W-IX-MOT W-IX-COL)
              PERFORM MONTA-COLUNA
           END-PERFORM
           PERFORM IMPRIME-LINHA-DRE.

       MONTA-COLUNA.
           MOVE W-VALOR-IMP TO W-COL-VALOR (W-IX-COL)
           IF W-PER-LIQUIDA (W-IX-COL) = 0
              EXIT PARAGRAPH.
           COMPUTE W-PERC-IMP ROUNDED =
                   W-VALOR-IMP * 100 / W-PER-LIQUIDA (W-IX-COL)
              ON SIZE ERROR
                 MOVE 0 TO W-PERC-IMP
           END-COMPUTE
           MOVE W-PERC-IMP TO W-COL-PERC (W-IX-COL).

       IMPRIME-LINHA-DRE.
           PERFORM TESTA-QUEBRA-PAGINA
           WRITE RELATO-R FROM W-LINHA-DRE
           ADD 1 TO W-CONTLIN
           MOVE SPACES TO W-LINHA-DRE.

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

           MOVE W-EMPRESA-ATUAL TO WCAB-EMPRESA-2
           MOVE W-NOME-EMPRESA  TO WCAB-NOME-2
           WRITE RELATO-R FROM W-CAB-2

           MOVE SPACES TO RELATO-R
           MOVE ALL '-' TO RELATO-R(1:132)
           WRITE RELATO-R

           MOVE '       ATUAL' TO WCAB-ROTULO-3 (1)
           MOVE '    MES ANT.' TO WCAB-ROTULO-3 (2)
           MOVE '    ANO ANT.' TO WCAB-ROTULO-3 (3)
           PERFORM VARYING W-IX-COL FROM 1 BY 1
                     UNTIL W-IX-COL > MAX-PERIODOS
              MOVE W-PER-COMPET (W-IX-COL) TO W-COMPET-CALC
              COMPUTE WCAB-COMPET-3 (W-IX-COL) =
                      W-CALC-MES * 10000 + W-CALC-ANO
              MOVE '  % R.L.' TO WCAB-PERC-3 (W-IX-COL)
           END-PERFORM
           WRITE RELATO-R FROM W-CAB-3
           MOVE SPACES TO RELATO-R
           WRITE RELATO-R

           MOVE SPACES TO W-LINHA-DRE
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
              MOVE 'DRE'      TO ERRL-PROGRAMA-1
              MOVE W-ARQUIVO  TO ERRL-ARQUIVO-1
              MOVE W-FSTATUS  TO ERRL-STATUS-1
              WRITE ERRL-REGISTR-1
           END-IF.

           DISPLAY 'DRE - ERRO DE ARQUIVO ' W-FSTATUS
                   ' EM ' W-ARQUIVO (1:60).

           MOVE 8 TO RETURN-CODE.

           PERFORM FIM.

           COPY "PARAMP.CPY".
