       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DESEMFOR.
       AUTHOR.        ANDRE.
      *-----------------------------------------------------------------
      * DESEMFOR - desempenho de entrega dos fornecedores.
      * Sobre as ordens de compra de OCPCAB/OCPITE emitidas na faixa
      * de datas (OCAB-DATAOCP-1), por empresa e fornecedor: numero
      * de ordens e de itens, percentual de itens entregues no prazo,
      * atraso medio em dias dos itens atrasados, percentual atendido
      * (recebido / pedido), ordens canceladas e ordens ainda abertas
      * com item vencido.  A data de entrega de cada item e a da
      * ultima entrada de compra em MOVESTO (e em MOVHIST, quando o
      * ARQMOV ja arquivou) com TMOV-REFOCP-1 = numero da ordem.
      * Entram na avaliacao os itens completos e os itens ainda
      * pendentes cuja data prevista ja passou (atraso contado ate
      * hoje); item sem data prevista so e avaliado quando completo
      * e conta como no prazo; itens de ordem cancelada contam no
      * numero de itens mas ficam fora do prazo e do atendido.
      * Pontuacao de 0 a 100: PESOPRAZO% do percentual no prazo mais
      * o restante do percentual atendido, menos o atraso medio em
      * dias.  Fornecedores classificados pela pontuacao dentro da
      * empresa, seguidos da secao de itens atrasados.  A agregacao
      * e em tabela de memoria de 1000 fornecedores (como o CURVABC);
      * excedente sai como TABELA CHEIA no rodape.
      * Saida em DESEMFOR.TXT e DESEMFOR.CSV.
      * Parametros (DESEMFOR.PAR):  DATAINI=DD/MM/AAAA
      *                             DATAFIN=DD/MM/AAAA
      *                             EMPRESA=nnn    (0 = todas)
      *                             PESOPRAZO=nn   (padrao 60)
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           copy "ocpcab.sl".
           copy "ocpite.sl".
           copy "movesto.sl".
           copy "movhist.sl".
           copy "cadfor.sl".
           copy "errlog.sl".

           SELECT SORTER ASSIGN TO 'SORTER.ARQ'
                  FILE STATUS   IS STAT-SORTER.

           SELECT PARAMS ASSIGN TO 'DESEMFOR.PAR'
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  IS STAT-PARAMS.

           SELECT RELATO ASSIGN TO 'DESEMFOR.TXT'
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  IS STAT-RELATO.

           SELECT CSVDES ASSIGN TO 'DESEMFOR.CSV'
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  IS STAT-CSVDES.

       DATA DIVISION.
       FILE SECTION.

           copy "ocpcab.fd".
           copy "ocpite.fd".
           copy "movesto.fd".
           copy "movhist.fd".
           copy "cadfor.fd".
           copy "errlog.fd".

       SD  SORTER.

       01  SORT-REGISTR-1.
           03  SORT-EMPRESA-1             PIC  9(03).
           03  SORT-SCORE-NEG-1           PIC S9(03)V99.
           03  SORT-FORNEC-1              PIC  9(06).
           03  SORT-IX-AGR-1              PIC  9(04).

       FD  PARAMS LABEL RECORD OMITTED.

       01  PARAMS-R                       PIC X(80).

       FD  RELATO LABEL RECORD OMITTED.

       01  RELATO-R                       PIC X(132).

       FD  CSVDES LABEL RECORD OMITTED.

       01  CSVDES-R                       PIC X(200).

       WORKING-STORAGE SECTION.
       78  MAX-AGREGADOS                  VALUE 1000.

       01  CAMPOS-W.
           03  STAT-OCPCAB               PIC  X(02).
               88 VALID-OCPCAB           VALUE '00' THRU '09'.
           03  STAT-OCPITE               PIC  X(02).
               88 VALID-OCPITE           VALUE '00' THRU '09'.
           03  STAT-MOVESTO              PIC  X(02).
               88 VALID-MOVESTO          VALUE '00' THRU '09'.
           03  STAT-MOVHIST              PIC  X(02).
               88 VALID-MOVHIST          VALUE '00' THRU '09'.
           03  STAT-MOVHIST-ABERTO       PIC  X(01) VALUE 'N'.
               88 MOVHIST-ABERTO         VALUE 'S' FALSE 'N'.
           03  STAT-CADFOR               PIC  X(02).
               88 VALID-CADFOR           VALUE '00' THRU '09'.
           03  STAT-SORTER               PIC  X(02).
               88 VALID-SORTER           VALUE '00' THRU '09'.
           03  STAT-PARAMS               PIC  X(02).
               88 VALID-PARAMS           VALUE '00' THRU '09'.
           03  STAT-RELATO               PIC  X(02).
               88 VALID-RELATO           VALUE '00' THRU '09'.
           03  STAT-CSVDES               PIC  X(02).
               88 VALID-CSVDES           VALUE '00' THRU '09'.
           03  STAT-ERRLOG               PIC  X(02).
               88 VALID-ERRLOG           VALUE '00' THRU '09'.
           03  STAT-ERRLOG-ABERTO        PIC  X(01) VALUE 'N'.
               88 ERRLOG-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-PRIMEIRA-LINHA       PIC  X(01).
               88 PRIMEIRA-LINHA         VALUE 'S' FALSE 'N'.
           03  STAT-TABELA               PIC  X(01) VALUE 'N'.
               88 TABELA-CHEIA           VALUE 'S' FALSE 'N'.
           03  STAT-AGR-ACHOU            PIC  X(01).
               88 AGREGADO-ACHADO        VALUE 'S' FALSE 'N'.
           03  STAT-ORDEM-VENCIDA        PIC  X(01).
               88 ORDEM-VENCIDA          VALUE 'S' FALSE 'N'.
           03  STAT-ITEM-AVALIADO        PIC  X(01).
               88 ITEM-AVALIADO          VALUE 'S' FALSE 'N'.
           03  STAT-ITEM-ATRASADO        PIC  X(01).
               88 ITEM-ATRASADO          VALUE 'S' FALSE 'N'.

           03  CAMPOS-FILTRO-W.
               05 W-DATAINI-I            PIC  9(08) VALUE 0.
               05 W-DATAFIN-I            PIC  9(08) VALUE 99999999.
               05 W-EMPRESA-FILTRO       PIC  9(03) VALUE 0.
               05 W-PESO-PRAZO           PIC  9(03) VALUE 60.

           03  CAMPOS-AGREGADOS-W.
               05 W-AGR-QTDE             PIC  9(04) VALUE 0.
               05 W-AGR-TAB OCCURS 1000 TIMES.
                  07 W-AGR-EMPRESA       PIC  9(03).
                  07 W-AGR-FORNEC        PIC  9(06).
                  07 W-AGR-ORDENS        PIC  9(05).
                  07 W-AGR-ITENS         PIC  9(06).
                  07 W-AGR-AVALIADOS     PIC  9(06).
                  07 W-AGR-NOPRAZO       PIC  9(06).
                  07 W-AGR-ATRASADOS     PIC  9(06).
                  07 W-AGR-DIASATR       PIC  9(08).
                  07 W-AGR-QTDPED        PIC  9(13)V99.
                  07 W-AGR-QTDREC        PIC  9(13)V99.
                  07 W-AGR-CANCEL        PIC  9(05).
                  07 W-AGR-VENCIDAS      PIC  9(05).
                  07 W-AGR-PRAZO         PIC  9(03)V99.
                  07 W-AGR-ATRMEDIO      PIC  9(05).
                  07 W-AGR-ATEND         PIC  9(03)V99.
                  07 W-AGR-SCORE         PIC  9(03)V99.
               05 W-IX-AGR               PIC  9(04) VALUE 0.
               05 W-IX-ACHADO            PIC  9(04) VALUE 0.

           03  CAMPOS-TRABALHO-W.
               05 W-SECAO                PIC  X(01) VALUE 'R'.
                  88 SECAO-RANKING       VALUE 'R'.
                  88 SECAO-ATRASOS       VALUE 'A'.
               05 W-DATA-HOJE            PIC  9(08) VALUE 0.
               05 W-DIAS-HOJE            PIC S9(08) VALUE 0.
               05 W-DATA-ENTREGA         PIC  9(08) VALUE 0.
               05 W-DIAS-ATRASO          PIC  9(05) VALUE 0.
               05 W-DIAS-ENTREGA         PIC S9(08) VALUE 0.
               05 W-SCORE-CALC           PIC S9(05)V99 VALUE 0.
               05 W-TOT-ATRASOS          PIC  9(06) VALUE 0.

               05 W-EMPRESA-ANTERIOR     PIC  9(03) VALUE 0.
               05 W-SEQ-RANK             PIC  9(04) VALUE 0.

               05 W-DATAIMP              PIC  9(08) VALUE 0.
               05 W-DATAUXI              PIC  9(08).
               05 REDEFINES W-DATAUXI.
                  07 W-ANOAUXI-I         PIC  9(04).
                  07 W-MESAUXI-I         PIC  9(02).
                  07 W-DIAAUXI-I         PIC  9(02).

               05 W-NROPAGI              PIC  9(05) VALUE 0.
               05 W-CONTLIN              PIC  9(03) VALUE 800.
               05 W-LINPAGINA            PIC  9(03) VALUE 64.

               05 W-LINHA-SECAO.
                  07 FILLER              PIC  X(07) VALUE 'SECAO: '.
                  07 W-TITULO-SEC        PIC  X(50).

               05 W-LINHA-DETALHE.
                  07 W-EMPRESA-DET       PIC  ZZ9B.
                  07 W-SEQ-DET           PIC  ZZZ9B(2).
                  07 W-FORNEC-DET        PIC  ZZZZZ9B(2).
                  07 W-RAZAO-DET         PIC  X(30)B(2).
                  07 W-ORDENS-DET        PIC  ZZ.ZZ9B(2).
                  07 W-ITENS-DET         PIC  ZZZ.ZZ9B(2).
                  07 W-PRAZO-DET         PIC  ZZ9,99B(3).
                  07 W-ATRASO-DET        PIC  ZZ.ZZ9B(3).
                  07 W-ATEND-DET         PIC  ZZ9,99B(3).
                  07 W-CANCEL-DET        PIC  ZZ.ZZ9B(3).
                  07 W-VENCID-DET        PIC  ZZ.ZZ9B(3).
                  07 W-SCORE-DET         PIC  ZZ9,99.

               05 W-LINHA-ATRASO.
                  07 W-EMPRESA-ATR       PIC  ZZ9B.
                  07 W-FORNEC-ATR        PIC  ZZZZZ9B(2).
                  07 W-ORDEM-ATR         PIC  ZZZZZ9B(2).
                  07 W-SEQ-ATR           PIC  ZZ9B(2).
                  07 W-CODIGO-ATR        PIC  X(10)B(2).
                  07 W-PREVISTA-ATR      PIC  99/99/9999B(2).
                  07 W-ENTREGA-ATR       PIC  X(10)B(2).
                  07 W-DIAS-ATR          PIC  ZZ.ZZ9B(2).
                  07 W-PEDIDA-ATR        PIC  ZZ.ZZZ.ZZ9,99B(2).
                  07 W-RECEBID-ATR       PIC  ZZ.ZZZ.ZZ9,99.

               05 W-DATA-EDIT            PIC  99/99/9999.

               05 W-LINHA-TOTAL.
                  07 W-ROTULO-TOT        PIC  X(30).
                  07 W-VALOR-TOT         PIC  ZZZ.ZZ9.

               05 W-CSV-PRAZO-EDIT       PIC  ZZ9,99.
               05 W-CSV-ATEND-EDIT       PIC  ZZ9,99.
               05 W-CSV-SCORE-EDIT       PIC  ZZ9,99.
               05 W-CSV-QTD1-EDIT        PIC  Z(08)9,99.
               05 W-CSV-QTD2-EDIT        PIC  Z(08)9,99.
               05 W-CSV-LINHA            PIC  X(200).

               05 W-CAB-1.
                  07 FILLER              PIC  X(74) VALUE
                     'DESEMPENHO DE ENTREGA DOS FORNECEDORES'.
                  07 WCAB-DATASIS-1      PIC  99/99/9999B(4).
                  07 FILLER              PIC  X(05) VALUE 'PAG.'.
                  07 WCAB-NROPAGI-1      PIC  ZZ.ZZ9B.

               05 W-CAB-2.
                  07 PIC X(132) VALUE 'EMP -POS- FORNEC  ---------RAZAO 
      -              'SOCIAL---------  ORDENS    ITENS  %PRAZO   ATR.MED
      -              '  %ATEND     CANC.  VENCID.   SCORE'.

               05 W-CAB-3.
                  07 PIC X(132) VALUE 'EMP FORNEC   ORDEM  SEQ  --PRODUT
      -              'O-  -PREVISTA-  -ENTREGA--    DIAS  --QTD.PEDIDA--
      -              ' -QTD.RECEBIDA'.

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           03  W-EXTSTAT                  PIC  X(08).
           03  W-ARQUIVO                  PIC  X(150).

           COPY "PARAMW.CPY".
           COPY "DATASW.CPY".
           COPY "DIASW.CPY".

       PROCEDURE DIVISION.
       INICIO.
           OPEN EXTEND ERRLOG
           IF VALID-ERRLOG
              SET ERRLOG-ABERTO TO TRUE
           END-IF.

           PERFORM LE-PARAMETROS.

           IF W-PESO-PRAZO > 100
              MOVE 60 TO W-PESO-PRAZO
           END-IF

           OPEN INPUT OCPCAB
           IF NOT VALID-OCPCAB
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT OCPITE
           IF NOT VALID-OCPITE
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT MOVESTO
           IF NOT VALID-MOVESTO
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT MOVHIST
           IF VALID-MOVHIST
              SET MOVHIST-ABERTO TO TRUE
           END-IF

           OPEN INPUT CADFOR
           IF NOT VALID-CADFOR
              PERFORM ERRO-ARQUIVO.

           OPEN OUTPUT RELATO
           IF NOT VALID-RELATO
              PERFORM ERRO-ARQUIVO.

           OPEN OUTPUT CSVDES
           IF NOT VALID-CSVDES
              PERFORM ERRO-ARQUIVO.
           STRING 'SECAO;EMPRESA;POSICAO;FORNECEDOR;RAZAO;'
                                                 DELIMITED BY SIZE
                  'ORDENS;ITENS;PCT NO PRAZO;ATRASO MEDIO;'
                                                 DELIMITED BY SIZE
                  'PCT ATENDIDO;CANCELADAS;ABERTAS VENCIDAS;'
                                                 DELIMITED BY SIZE
                  'PONTUACAO'                    DELIMITED BY SIZE
             INTO CSVDES-R
           END-STRING
           WRITE CSVDES-R

           ACCEPT W-DATAUXI FROM DATE YYYYMMDD
           MOVE W-DATAUXI TO W-DATA-HOJE
           COMPUTE W-DATAIMP = W-ANOAUXI-I +
                               W-MESAUXI-I * 10000 +
                               W-DIAAUXI-I * 1000000
           MOVE W-DATA-HOJE TO W-CDD-DATA
           PERFORM CONVERTE-DATA-DIAS
           MOVE W-CDD-DIAS  TO W-DIAS-HOJE

           SET SECAO-RANKING TO TRUE
           PERFORM VARRE-ORDENS
           PERFORM CALCULA-PONTUACAO

           SORT SORTER ASCENDING KEY SORT-EMPRESA-1
                                     SORT-SCORE-NEG-1
                                     SORT-FORNEC-1
                INPUT  PROCEDURE SOLTA-AGREGADOS
                OUTPUT PROCEDURE IMPRIME-RANKING

           SET SECAO-ATRASOS TO TRUE
           PERFORM ABRE-SECAO
           STRING 'SECAO;EMPRESA;FORNECEDOR;ORDEM;ITEM;PRODUTO;'
                                                 DELIMITED BY SIZE
                  'PREVISTA;ENTREGA;DIAS ATRASO;QTD PEDIDA;'
                                                 DELIMITED BY SIZE
                  'QTD RECEBIDA'                 DELIMITED BY SIZE
             INTO CSVDES-R
           END-STRING
           WRITE CSVDES-R
           PERFORM VARRE-ORDENS
           PERFORM IMPRIME-TOTAIS

           PERFORM FIM.

       FIM.
           CLOSE OCPCAB.
           CLOSE OCPITE.
           CLOSE MOVESTO.
           IF MOVHIST-ABERTO
              CLOSE MOVHIST
           END-IF.
           CLOSE CADFOR.
           CLOSE RELATO.
           CLOSE CSVDES.
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
                WHEN 'DATAINI'
                     PERFORM CONVERTE-PARAM-DATA
                     MOVE W-DATAUXI TO W-DATAINI-I
                WHEN 'DATAFIN'
                     PERFORM CONVERTE-PARAM-DATA
                     MOVE W-DATAUXI TO W-DATAFIN-I
                WHEN 'EMPRESA'
                     PERFORM CONVERTE-PARAM-NUM
                     MOVE W-PAR-NUMERO TO W-EMPRESA-FILTRO
                WHEN 'PESOPRAZO'
                     PERFORM CONVERTE-PARAM-NUM
                     MOVE W-PAR-NUMERO TO W-PESO-PRAZO
                WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-PERFORM.

           CLOSE PARAMS.

       CONVERTE-PARAM-DATA.
           MOVE W-PAR-VALOR (1:10) TO W-DATA-CRIT
           PERFORM CRITICA-DATA
           IF NOT DATA-OK
              DISPLAY 'DESEMFOR - DATA DE PARAMETRO INVALIDA: '
                      W-PAR-VALOR (1:10)
              MOVE 8 TO RETURN-CODE
              PERFORM FIM.
           COMPUTE W-DATAUXI = W-ANO-CRIT * 10000 +
                               W-MES-CRIT * 100 +
                               W-DIA-CRIT.

      *-----------------------------------------------------------------
      * varre as ordens da faixa: na secao de classificacao acumula
      * por empresa/fornecedor, na de atrasos imprime os itens
      * atrasados
      *-----------------------------------------------------------------
       VARRE-ORDENS.
           INITIALIZE OCAB-REGISTR-1
           IF W-EMPRESA-FILTRO <> 0
              MOVE W-EMPRESA-FILTRO TO OCAB-EMPRESA-1
           END-IF
           START OCPCAB KEY >= OCAB-RECORDK-1
           IF NOT VALID-OCPCAB
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ OCPCAB NEXT AT END
                          EXIT PERFORM
              END-READ
              IF NOT VALID-OCPCAB
                 EXIT PERFORM
              END-IF
              IF W-EMPRESA-FILTRO <> 0 AND
                 OCAB-EMPRESA-1 > W-EMPRESA-FILTRO
                 EXIT PERFORM
              END-IF
              IF OCAB-DATAOCP-1 < W-DATAINI-I OR
                 OCAB-DATAOCP-1 > W-DATAFIN-I
                 EXIT PERFORM CYCLE
              END-IF

              IF SECAO-RANKING
                 PERFORM ACHA-AGREGADO
                 IF W-IX-AGR = 0
                    EXIT PERFORM CYCLE
                 END-IF
                 ADD 1 TO W-AGR-ORDENS (W-IX-AGR)
                 IF OCAB-CANCELADA
                    ADD 1 TO W-AGR-CANCEL (W-IX-AGR)
                 END-IF
              END-IF

              SET ORDEM-VENCIDA TO FALSE
              PERFORM VARRE-ITENS-ORDEM

              IF SECAO-RANKING AND ORDEM-VENCIDA
                 ADD 1 TO W-AGR-VENCIDAS (W-IX-AGR)
              END-IF
           END-PERFORM.

       VARRE-ITENS-ORDEM.
           INITIALIZE OITE-REGISTR-1
           MOVE OCAB-EMPRESA-1 TO OITE-EMPRESA-1
           MOVE OCAB-NROOCP-1  TO OITE-NROOCP-1
           START OCPITE KEY >= OITE-RECORDK-1
           IF NOT VALID-OCPITE
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ OCPITE NEXT AT END
                          EXIT PERFORM
              END-READ
              IF NOT VALID-OCPITE OR
                 OITE-EMPRESA-1 NOT = OCAB-EMPRESA-1 OR
                 OITE-NROOCP-1 NOT = OCAB-NROOCP-1
                 EXIT PERFORM
              END-IF

              IF SECAO-RANKING
                 ADD 1 TO W-AGR-ITENS (W-IX-AGR)
              END-IF
              IF OCAB-CANCELADA
                 EXIT PERFORM CYCLE
              END-IF

              PERFORM AVALIA-ITEM
              IF NOT ITEM-AVALIADO
                 EXIT PERFORM CYCLE
              END-IF

              IF SECAO-RANKING
                 ADD 1 TO W-AGR-AVALIADOS (W-IX-AGR)
                 ADD OITE-QUANTIDADE-1 TO W-AGR-QTDPED (W-IX-AGR)
                 ADD OITE-QTDREC-1     TO W-AGR-QTDREC (W-IX-AGR)
                 IF ITEM-ATRASADO
                    ADD 1 TO W-AGR-ATRASADOS (W-IX-AGR)
                    ADD W-DIAS-ATRASO TO W-AGR-DIASATR (W-IX-AGR)
                 ELSE
                    ADD 1 TO W-AGR-NOPRAZO (W-IX-AGR)
                 END-IF
              ELSE
                 IF ITEM-ATRASADO
                    PERFORM IMPRIME-ATRASO
                 END-IF
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * item completo: avaliado pela data da ultima entrega contra a
      * prevista; item pendente de ordem aberta com a prevista
      * vencida: avaliado como atrasado ate hoje
      *-----------------------------------------------------------------
       AVALIA-ITEM.
           SET ITEM-AVALIADO TO FALSE
           SET ITEM-ATRASADO TO FALSE
           MOVE 0 TO W-DIAS-ATRASO W-DATA-ENTREGA

           IF OITE-QTDREC-1 >= OITE-QUANTIDADE-1
              SET ITEM-AVALIADO TO TRUE
              IF OITE-DATAPRV-1 = 0
                 EXIT PARAGRAPH
              END-IF
              PERFORM ACHA-ULTIMA-ENTREGA
              IF W-DATA-ENTREGA > OITE-DATAPRV-1
                 SET ITEM-ATRASADO TO TRUE
                 MOVE W-DATA-ENTREGA TO W-CDD-DATA
                 PERFORM CONVERTE-DATA-DIAS
                 MOVE W-CDD-DIAS     TO W-DIAS-ENTREGA
                 MOVE OITE-DATAPRV-1 TO W-CDD-DATA
                 PERFORM CONVERTE-DATA-DIAS
                 COMPUTE W-DIAS-ATRASO = W-DIAS-ENTREGA - W-CDD-DIAS
              END-IF
              EXIT PARAGRAPH
           END-IF

           IF OITE-DATAPRV-1 = 0 OR
              OITE-DATAPRV-1 >= W-DATA-HOJE OR
              NOT OCAB-ABERTA
              EXIT PARAGRAPH
           END-IF

           SET ITEM-AVALIADO TO TRUE
           SET ITEM-ATRASADO TO TRUE
           SET ORDEM-VENCIDA TO TRUE
           MOVE OITE-DATAPRV-1 TO W-CDD-DATA
           PERFORM CONVERTE-DATA-DIAS
           COMPUTE W-DIAS-ATRASO = W-DIAS-HOJE - W-CDD-DIAS.

      *-----------------------------------------------------------------
      * data da ultima entrada de compra do item contra a ordem, no
      * MOVESTO e no historico arquivado
      *-----------------------------------------------------------------
       ACHA-ULTIMA-ENTREGA.
           INITIALIZE TMOV-REGISTR-1
           MOVE OITE-EMPRESA-1 TO TMOV-EMPRESA-1
           MOVE OITE-CODIGO-1  TO TMOV-CODIGO-1
           START MOVESTO KEY >= TMOV-RECORDK-1
           IF VALID-MOVESTO
              PERFORM UNTIL 1 = 2
                 READ MOVESTO NEXT AT END
                              EXIT PERFORM
                 END-READ
                 IF NOT VALID-MOVESTO OR
                    TMOV-EMPRESA-1 NOT = OITE-EMPRESA-1 OR
                    TMOV-CODIGO-1 NOT = OITE-CODIGO-1
                    EXIT PERFORM
                 END-IF
                 IF TMOV-ENTRADA AND TMOV-ORIG-COMPRA AND
                    NOT TMOV-ESTORNADO AND
                    TMOV-REFOCP-1 = OITE-NROOCP-1 AND
                    TMOV-DATAMOV-1 > W-DATA-ENTREGA
                    MOVE TMOV-DATAMOV-1 TO W-DATA-ENTREGA
                 END-IF
              END-PERFORM
           END-IF

           IF NOT MOVHIST-ABERTO
              EXIT PARAGRAPH.

           INITIALIZE HMOV-REGISTR-1
           MOVE OITE-EMPRESA-1 TO HMOV-EMPRESA-1
           MOVE OITE-CODIGO-1  TO HMOV-CODIGO-1
           START MOVHIST KEY >= HMOV-RECORDK-1
           IF NOT VALID-MOVHIST
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ MOVHIST NEXT AT END
                           EXIT PERFORM
              END-READ
              IF NOT VALID-MOVHIST OR
                 HMOV-EMPRESA-1 NOT = OITE-EMPRESA-1 OR
                 HMOV-CODIGO-1 NOT = OITE-CODIGO-1
                 EXIT PERFORM
              END-IF
              IF HMOV-ENTRADA AND HMOV-ORIGEM-1 = 'C' AND
                 HMOV-SITUACAO-1 NOT = 'X' AND
                 HMOV-REFOCP-1 = OITE-NROOCP-1 AND
                 HMOV-DATAMOV-1 > W-DATA-ENTREGA
                 MOVE HMOV-DATAMOV-1 TO W-DATA-ENTREGA
              END-IF
           END-PERFORM.

       ACHA-AGREGADO.
           SET AGREGADO-ACHADO TO FALSE
           PERFORM VARYING W-IX-AGR FROM 1 BY 1
                   UNTIL W-IX-AGR > W-AGR-QTDE
              IF W-AGR-EMPRESA (W-IX-AGR) = OCAB-EMPRESA-1 AND
                 W-AGR-FORNEC (W-IX-AGR) = OCAB-FORNEC-1
                 SET AGREGADO-ACHADO TO TRUE
                 MOVE W-IX-AGR   TO W-IX-ACHADO
                 MOVE W-AGR-QTDE TO W-IX-AGR
              END-IF
           END-PERFORM

           IF AGREGADO-ACHADO
              MOVE W-IX-ACHADO TO W-IX-AGR
              EXIT PARAGRAPH.

           IF W-AGR-QTDE >= MAX-AGREGADOS
              SET TABELA-CHEIA TO TRUE
              MOVE 0 TO W-IX-AGR
              EXIT PARAGRAPH.

           ADD 1 TO W-AGR-QTDE
           MOVE W-AGR-QTDE TO W-IX-AGR
           INITIALIZE W-AGR-TAB (W-IX-AGR)
           MOVE OCAB-EMPRESA-1 TO W-AGR-EMPRESA (W-IX-AGR)
           MOVE OCAB-FORNEC-1  TO W-AGR-FORNEC (W-IX-AGR).

      *-----------------------------------------------------------------
      * percentuais, atraso medio e pontuacao de cada fornecedor
      *-----------------------------------------------------------------
       CALCULA-PONTUACAO.
           PERFORM VARYING W-IX-AGR FROM 1 BY 1
                   UNTIL W-IX-AGR > W-AGR-QTDE
              IF W-AGR-AVALIADOS (W-IX-AGR) = 0
                 MOVE 100 TO W-AGR-PRAZO (W-IX-AGR)
              ELSE
                 COMPUTE W-AGR-PRAZO (W-IX-AGR) ROUNDED =
                         W-AGR-NOPRAZO (W-IX-AGR) * 100 /
                         W-AGR-AVALIADOS (W-IX-AGR)
              END-IF

              IF W-AGR-ATRASADOS (W-IX-AGR) = 0
                 MOVE 0 TO W-AGR-ATRMEDIO (W-IX-AGR)
              ELSE
                 COMPUTE W-AGR-ATRMEDIO (W-IX-AGR) ROUNDED =
                         W-AGR-DIASATR (W-IX-AGR) /
                         W-AGR-ATRASADOS (W-IX-AGR)
              END-IF

              IF W-AGR-QTDPED (W-IX-AGR) = 0
                 MOVE 100 TO W-AGR-ATEND (W-IX-AGR)
              ELSE
                 COMPUTE W-AGR-ATEND (W-IX-AGR) ROUNDED =
                         W-AGR-QTDREC (W-IX-AGR) * 100 /
                         W-AGR-QTDPED (W-IX-AGR)
              END-IF
              IF W-AGR-ATEND (W-IX-AGR) > 100
                 MOVE 100 TO W-AGR-ATEND (W-IX-AGR)
              END-IF

              COMPUTE W-SCORE-CALC ROUNDED =
                      (W-AGR-PRAZO (W-IX-AGR) * W-PESO-PRAZO +
                       W-AGR-ATEND (W-IX-AGR) *
                       (100 - W-PESO-PRAZO)) / 100 -
                      W-AGR-ATRMEDIO (W-IX-AGR)
              IF W-SCORE-CALC < 0
                 MOVE 0 TO W-SCORE-CALC
              END-IF
              MOVE W-SCORE-CALC TO W-AGR-SCORE (W-IX-AGR)
           END-PERFORM.

       SOLTA-AGREGADOS.
           PERFORM VARYING W-IX-AGR FROM 1 BY 1
                   UNTIL W-IX-AGR > W-AGR-QTDE
              INITIALIZE SORT-REGISTR-1
              MOVE W-AGR-EMPRESA (W-IX-AGR) TO SORT-EMPRESA-1
              MOVE W-AGR-FORNEC (W-IX-AGR)  TO SORT-FORNEC-1
              MOVE W-IX-AGR                 TO SORT-IX-AGR-1
              COMPUTE SORT-SCORE-NEG-1 =
                      0 - W-AGR-SCORE (W-IX-AGR)
              RELEASE SORT-REGISTR-1
           END-PERFORM.

       IMPRIME-RANKING.
           PERFORM ABRE-SECAO

           SET PRIMEIRA-LINHA TO TRUE
           PERFORM UNTIL 1 = 2
              RETURN SORTER AT END
                            EXIT PERFORM
              END-RETURN
              IF PRIMEIRA-LINHA OR
                 SORT-EMPRESA-1 <> W-EMPRESA-ANTERIOR
                 SET PRIMEIRA-LINHA TO FALSE
                 MOVE SORT-EMPRESA-1 TO W-EMPRESA-ANTERIOR
                 MOVE 0 TO W-SEQ-RANK
              END-IF

              PERFORM IMPRIME-FORNECEDOR
           END-PERFORM

           IF PRIMEIRA-LINHA
              PERFORM TESTA-QUEBRA-PAGINA
              MOVE 'NENHUMA ORDEM DE COMPRA NA FAIXA.' TO RELATO-R
              WRITE RELATO-R
              ADD 1 TO W-CONTLIN
           END-IF

           IF TABELA-CHEIA
              PERFORM TESTA-QUEBRA-PAGINA
              MOVE 'TABELA CHEIA - PARTE DOS DADOS FICOU DE FORA.'
                   TO RELATO-R
              WRITE RELATO-R
              ADD 1 TO W-CONTLIN
           END-IF.

       IMPRIME-FORNECEDOR.
           ADD 1 TO W-SEQ-RANK
           MOVE SORT-IX-AGR-1 TO W-IX-AGR

           INITIALIZE DFOR-REGISTR-1
           MOVE SORT-EMPRESA-1 TO DFOR-EMPRESA-1
           MOVE SORT-FORNEC-1  TO DFOR-CODFOR-1
           READ CADFOR
           IF NOT VALID-CADFOR
              MOVE 'FORNECEDOR NAO CADASTRADO' TO DFOR-RAZAO-1
           END-IF

           PERFORM TESTA-QUEBRA-PAGINA

           MOVE SPACES                     TO W-LINHA-DETALHE
           MOVE SORT-EMPRESA-1             TO W-EMPRESA-DET
           MOVE W-SEQ-RANK                 TO W-SEQ-DET
           MOVE SORT-FORNEC-1              TO W-FORNEC-DET
           MOVE DFOR-RAZAO-1               TO W-RAZAO-DET
           MOVE W-AGR-ORDENS (W-IX-AGR)    TO W-ORDENS-DET
           MOVE W-AGR-ITENS (W-IX-AGR)     TO W-ITENS-DET
           MOVE W-AGR-PRAZO (W-IX-AGR)     TO W-PRAZO-DET
           MOVE W-AGR-ATRMEDIO (W-IX-AGR)  TO W-ATRASO-DET
           MOVE W-AGR-ATEND (W-IX-AGR)     TO W-ATEND-DET
           MOVE W-AGR-CANCEL (W-IX-AGR)    TO W-CANCEL-DET
           MOVE W-AGR-VENCIDAS (W-IX-AGR)  TO W-VENCID-DET
           MOVE W-AGR-SCORE (W-IX-AGR)     TO W-SCORE-DET

           WRITE RELATO-R FROM W-LINHA-DETALHE
           ADD 1 TO W-CONTLIN

           MOVE SPACES TO W-CSV-LINHA
           MOVE W-AGR-PRAZO (W-IX-AGR)     TO W-CSV-PRAZO-EDIT
           MOVE W-AGR-ATEND (W-IX-AGR)     TO W-CSV-ATEND-EDIT
           MOVE W-AGR-SCORE (W-IX-AGR)     TO W-CSV-SCORE-EDIT
           STRING W-SECAO                  DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  SORT-EMPRESA-1           DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  W-SEQ-RANK               DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  SORT-FORNEC-1            DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  DFOR-RAZAO-1             DELIMITED BY '  '
                  ';'                      DELIMITED BY SIZE
                  W-AGR-ORDENS (W-IX-AGR)  DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  W-AGR-ITENS (W-IX-AGR)   DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  W-CSV-PRAZO-EDIT         DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  W-AGR-ATRMEDIO (W-IX-AGR) DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  W-CSV-ATEND-EDIT         DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  W-AGR-CANCEL (W-IX-AGR)  DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  W-AGR-VENCIDAS (W-IX-AGR) DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  W-CSV-SCORE-EDIT         DELIMITED BY SIZE
             INTO W-CSV-LINHA
           END-STRING
           WRITE CSVDES-R FROM W-CSV-LINHA.

      *-----------------------------------------------------------------
      * secao de itens atrasados (segunda varredura das ordens)
      *-----------------------------------------------------------------
       IMPRIME-ATRASO.
           ADD 1 TO W-TOT-ATRASOS
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE SPACES            TO W-LINHA-ATRASO
           MOVE OCAB-EMPRESA-1    TO W-EMPRESA-ATR
           MOVE OCAB-FORNEC-1     TO W-FORNEC-ATR
           MOVE OCAB-NROOCP-1     TO W-ORDEM-ATR
           MOVE OITE-SEQITEM-1    TO W-SEQ-ATR
           MOVE OITE-CODIGO-1     TO W-CODIGO-ATR
           MOVE OITE-DATAPRV-1    TO W-DATAUXI
           PERFORM FORMATA-DATA
           MOVE W-DATA-EDIT       TO W-PREVISTA-ATR
           IF W-DATA-ENTREGA = 0
              MOVE 'EM ABERTO'    TO W-ENTREGA-ATR
           ELSE
              MOVE W-DATA-ENTREGA TO W-DATAUXI
              PERFORM FORMATA-DATA
              MOVE W-DATA-EDIT    TO W-ENTREGA-ATR
           END-IF
           MOVE W-DIAS-ATRASO     TO W-DIAS-ATR
           MOVE OITE-QUANTIDADE-1 TO W-PEDIDA-ATR
           MOVE OITE-QTDREC-1     TO W-RECEBID-ATR

           WRITE RELATO-R FROM W-LINHA-ATRASO
           ADD 1 TO W-CONTLIN

           MOVE SPACES TO W-CSV-LINHA
           MOVE OITE-QUANTIDADE-1 TO W-CSV-QTD1-EDIT
           MOVE OITE-QTDREC-1     TO W-CSV-QTD2-EDIT
           STRING W-SECAO            DELIMITED BY SIZE
                  ';'                DELIMITED BY SIZE
                  OCAB-EMPRESA-1     DELIMITED BY SIZE
                  ';'                DELIMITED BY SIZE
                  OCAB-FORNEC-1      DELIMITED BY SIZE
                  ';'                DELIMITED BY SIZE
                  OCAB-NROOCP-1      DELIMITED BY SIZE
                  ';'                DELIMITED BY SIZE
                  OITE-SEQITEM-1     DELIMITED BY SIZE
                  ';'                DELIMITED BY SIZE
                  OITE-CODIGO-1      DELIMITED BY SPACE
                  ';'                DELIMITED BY SIZE
                  W-PREVISTA-ATR     DELIMITED BY SPACE
                  ';'                DELIMITED BY SIZE
                  W-ENTREGA-ATR      DELIMITED BY '  '
                  ';'                DELIMITED BY SIZE
                  W-DIAS-ATRASO      DELIMITED BY SIZE
                  ';'                DELIMITED BY SIZE
                  W-CSV-QTD1-EDIT    DELIMITED BY SIZE
                  ';'                DELIMITED BY SIZE
                  W-CSV-QTD2-EDIT    DELIMITED BY SIZE
             INTO W-CSV-LINHA
           END-STRING
           WRITE CSVDES-R FROM W-CSV-LINHA.

       FORMATA-DATA.
           COMPUTE W-DATA-EDIT = W-ANOAUXI-I +
                                 W-MESAUXI-I * 10000 +
                                 W-DIAAUXI-I * 1000000.

       ABRE-SECAO.
           MOVE 800 TO W-CONTLIN
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE SPACES TO W-LINHA-SECAO (8:)
           IF SECAO-RANKING
              MOVE 'CLASSIFICACAO DOS FORNECEDORES POR PONTUACAO'
                TO W-TITULO-SEC
           ELSE
              MOVE 'ITENS ENTREGUES COM ATRASO OU VENCIDOS EM ABERTO'
                TO W-TITULO-SEC
           END-IF
           WRITE RELATO-R FROM W-LINHA-SECAO
           MOVE SPACES TO RELATO-R
           WRITE RELATO-R
           ADD 2 TO W-CONTLIN.

       IMPRIME-TOTAIS.
           IF W-TOT-ATRASOS = 0
              PERFORM TESTA-QUEBRA-PAGINA
              MOVE 'NENHUM ITEM ATRASADO NA FAIXA.' TO RELATO-R
              WRITE RELATO-R
              ADD 1 TO W-CONTLIN
           END-IF

           MOVE SPACES TO RELATO-R
           WRITE RELATO-R

           MOVE SPACES TO W-LINHA-TOTAL
           MOVE 'FORNECEDORES AVALIADOS:' TO W-ROTULO-TOT
           MOVE W-AGR-QTDE TO W-VALOR-TOT
           WRITE RELATO-R FROM W-LINHA-TOTAL

           MOVE SPACES TO W-LINHA-TOTAL
           MOVE 'ITENS ATRASADOS:' TO W-ROTULO-TOT
           MOVE W-TOT-ATRASOS TO W-VALOR-TOT
           WRITE RELATO-R FROM W-LINHA-TOTAL.

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

           MOVE SPACES TO RELATO-R
           MOVE ALL '-' TO RELATO-R(1:132)
           WRITE RELATO-R

           IF SECAO-RANKING
              WRITE RELATO-R FROM W-CAB-2
           ELSE
              WRITE RELATO-R FROM W-CAB-3
           END-IF
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
              MOVE 'DESEMFOR' TO ERRL-PROGRAMA-1
              MOVE W-ARQUIVO  TO ERRL-ARQUIVO-1
              MOVE W-FSTATUS  TO ERRL-STATUS-1
              WRITE ERRL-REGISTR-1
           END-IF.

           DISPLAY 'DESEMFOR - ERRO DE ARQUIVO ' W-FSTATUS
                   ' EM ' W-ARQUIVO (1:60).

           MOVE 8 TO RETURN-CODE.

           PERFORM FIM.

           COPY "PARAMP.CPY".
           COPY "DATASP.CPY".
           COPY "DIASP.CPY".
