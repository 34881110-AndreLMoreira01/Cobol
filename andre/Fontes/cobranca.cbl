       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBRANCA.
       AUTHOR.        ANDRE.
      *-----------------------------------------------------------------
      * COBRANCA - cobranca de titulos vencidos (cartas e bloqueio).
      * Le os titulos vencidos e nao quitados de CONTREC, classifica
      * por empresa e cliente e recalcula cada saldo com multa e juros
      * de mora (MORAP.CPY, taxas do COBRANCA.PAR).  Pelo maior atraso
      * do cliente define o nivel da carta: 1 = lembrete, 2 =
      * notificacao, 3 = aviso final.  A carta so e emitida quando o
      * nivel devido e maior que o ultimo enviado (DCLI-NIVCOB-1), que
      * fica gravado no CADCLI com a data; no aviso final o cliente e
      * bloqueado (DCLI-BLOQCOB-1) e o PEDIDO, o ORCAMEN e o FATURA
      * passam a recusar pedidos dele ate a liberacao na tela CLIENTE.
      * Cliente que ficou sem titulo vencido volta ao nivel 0 (o
      * bloqueio continua ate ser liberado).  Alteracoes do CADCLI vao
      * para o AUDITLOG.  Cartas em COBCARTA.TXT; resumo por cliente
      * com os totais em COBRANCA.TXT.
      * Parametros (COBRANCA.PAR):  EMPRESA=nnn  (0 = todas)
      *                             MULTA=n,nn   (% sobre o saldo,
      *                                           padrao 2,00)
      *                             JUROS=n,nn   (% ao mes pro rata
      *                                           dia, padrao 1,00)
      *                             DIAS1=nnn    (atraso do lembrete,
      *                                           padrao 5)
      *                             DIAS2=nnn    (notificacao, padrao
      *                                           15)
      *                             DIAS3=nnn    (aviso final e
      *                                           bloqueio, padrao 30)
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           copy "contrec.sl".
           copy "cadcli.sl".
           copy "cademp.sl".
           copy "auditlog.sl".
           copy "errlog.sl".

           SELECT SORTER ASSIGN TO 'SORTER.ARQ'
                  FILE STATUS   IS STAT-SORTER.

           SELECT PARAMS ASSIGN TO 'COBRANCA.PAR'
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  IS STAT-PARAMS.

           SELECT RELATO ASSIGN TO 'COBRANCA.TXT'
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  IS STAT-RELATO.

           SELECT CARTA ASSIGN TO 'COBCARTA.TXT'
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  IS STAT-CARTA.

       DATA DIVISION.
       FILE SECTION.

           copy "contrec.fd".
           copy "cadcli.fd".
           copy "cademp.fd".
           copy "auditlog.fd".
           copy "errlog.fd".

       SD  SORTER.

       01  SORT-REGISTR-1.
           03  SORT-EMPRESA-1             PIC  9(03).
           03  SORT-CLIENTE-1             PIC  9(06).
           03  SORT-TIPO-1                PIC  X(01).
               88 SORT-CLIENTE-NIVEL      VALUE '0'.
               88 SORT-TITULO             VALUE '1'.
           03  SORT-NUMTIT-1              PIC  9(06).
           03  SORT-PARCELA-1             PIC  9(02).
           03  SORT-QTDPARC-1             PIC  9(02).
           03  SORT-VENCIMENTO-1          PIC  9(08).
           03  SORT-SALDO-1               PIC  9(13)V99.

       FD  PARAMS LABEL RECORD OMITTED.

       01  PARAMS-R                       PIC X(80).

       FD  RELATO LABEL RECORD OMITTED.

       01  RELATO-R                       PIC X(132).

       FD  CARTA LABEL RECORD OMITTED.

       01  CARTA-R                        PIC X(132).

       WORKING-STORAGE SECTION.
       01  CAMPOS-W.
           03  STAT-CONTREC              PIC  X(02).
               88 VALID-CONTREC          VALUE '00' THRU '09'.
           03  STAT-CADCLI               PIC  X(02).
               88 VALID-CADCLI           VALUE '00' THRU '09'.
           03  STAT-CADEMP               PIC  X(02).
               88 VALID-CADEMP           VALUE '00' THRU '09'.
           03  STAT-CADEMP-ABERTO        PIC  X(01) VALUE 'N'.
               88 CADEMP-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-AUDITLOG             PIC  X(02).
               88 VALID-AUDITLOG         VALUE '00' THRU '09'.
           03  STAT-SORTER               PIC  X(02).
               88 VALID-SORTER           VALUE '00' THRU '09'.
           03  STAT-PARAMS               PIC  X(02).
               88 VALID-PARAMS           VALUE '00' THRU '09'.
           03  STAT-RELATO               PIC  X(02).
               88 VALID-RELATO           VALUE '00' THRU '09'.
           03  STAT-CARTA                PIC  X(02).
               88 VALID-CARTA            VALUE '00' THRU '09'.
           03  STAT-ERRLOG               PIC  X(02).
               88 VALID-ERRLOG           VALUE '00' THRU '09'.
           03  STAT-ERRLOG-ABERTO        PIC  X(01) VALUE 'N'.
               88 ERRLOG-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-PRIMEIRA-LINHA       PIC  X(01).
               88 PRIMEIRA-LINHA         VALUE 'S' FALSE 'N'.

           03  CAMPOS-FILTRO-W.
               05 W-EMPRESA-FILTRO       PIC  9(03) VALUE 0.
               05 W-DIAS-NIVEL-1         PIC  9(03) VALUE 5.
               05 W-DIAS-NIVEL-2         PIC  9(03) VALUE 15.
               05 W-DIAS-NIVEL-3         PIC  9(03) VALUE 30.

           03  CAMPOS-TRABALHO-W.
               05 W-OPERADOR-ID          PIC  X(10).
               05 W-AUDIT-CLIENTE.
                  07 W-AUD-LAYOUT        PIC  X(01).
                  07 W-AUD-EMPRESA       PIC  9(03).
                  07 W-AUD-CODCLI        PIC  9(06).
                  07 W-AUD-STATUS        PIC  X(01).
                  07 W-AUD-CONDPAG       PIC  X(03).
                  07 W-AUD-CODLIS        PIC  X(05).
                  07 W-AUD-NIVCOB        PIC  9(01).
                  07 W-AUD-DATCOB        PIC  9(08).
                  07 W-AUD-BLOQCOB       PIC  X(01).
                  07 W-AUD-UF            PIC  X(02).
                  07 W-AUD-IE            PIC  X(13).
                  07 W-AUD-CNPJ          PIC  X(14).
                  07 W-AUD-LIMITE        PIC  9(11)V99.
                  07 W-AUD-RAZAO         PIC  X(60).
                  07 W-AUD-ENDER         PIC  X(39).
               05 W-ANTES-DCLI           PIC  X(170).
               05 W-DATA-HOJE            PIC  9(08) VALUE 0.
               05 W-EMPRESA-ANTERIOR     PIC  9(03) VALUE 0.
               05 W-CLIENTE-ANTERIOR     PIC  9(06) VALUE 0.
               05 W-EMPRESA-CARTA        PIC  9(03) VALUE 0.
               05 W-NOMEEMP-CARTA        PIC  X(60).
               05 W-NIVEL-ANTERIOR       PIC  9(01) VALUE 0.
               05 W-NIVEL-DEVIDO         PIC  9(01) VALUE 0.
               05 W-IX-TIT               PIC  9(03) VALUE 0.
               05 W-IX-TXT               PIC  9(01) VALUE 0.

               05 W-CLI-TITULOS          PIC  9(05) VALUE 0.
               05 W-CLI-MAIOR-ATRASO     PIC  9(05) VALUE 0.
               05 W-CLI-SALDO            PIC  9(13)V99 VALUE 0.
               05 W-CLI-MULTA            PIC  9(13)V99 VALUE 0.
               05 W-CLI-JUROS            PIC  9(13)V99 VALUE 0.
               05 W-CLI-TOTAL            PIC  9(13)V99 VALUE 0.

               05 W-TOT-CLIENTES         PIC  9(06) VALUE 0.
               05 W-TOT-CARTA-1          PIC  9(06) VALUE 0.
               05 W-TOT-CARTA-2          PIC  9(06) VALUE 0.
               05 W-TOT-CARTA-3          PIC  9(06) VALUE 0.
               05 W-TOT-BLOQUEADOS       PIC  9(06) VALUE 0.
               05 W-TOT-REGULARIZADOS    PIC  9(06) VALUE 0.
               05 W-TOT-SALDO            PIC  9(15)V99 VALUE 0.
               05 W-TOT-ENCARGOS         PIC  9(15)V99 VALUE 0.

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

           03  CAMPOS-TITULOS-W.
               05 W-TIT-QTDE             PIC  9(03) VALUE 0.
               05 W-TIT-TAB OCCURS 300 TIMES.
                  07 W-TIT-NUMTIT        PIC  9(06).
                  07 W-TIT-PARCELA       PIC  9(02).
                  07 W-TIT-QTDPARC       PIC  9(02).
                  07 W-TIT-VENCTO        PIC  9(08).
                  07 W-TIT-DIAS          PIC  9(05).
                  07 W-TIT-SALDO         PIC  9(13)V99.
                  07 W-TIT-MULTA         PIC  9(13)V99.
                  07 W-TIT-JUROS         PIC  9(13)V99.
                  07 W-TIT-TOTAL         PIC  9(13)V99.

           03  CAMPOS-TEXTOS-W.
               05 W-TEXTOS-CARTA.
                  07 FILLER              PIC  X(40) VALUE
                     'LEMBRETE DE VENCIMENTO'.
                  07 FILLER              PIC  X(48) VALUE
                     'Prezado cliente, consta em nosso sistema o(s)'.
                  07 FILLER              PIC  X(48) VALUE
                     'titulo(s) abaixo vencido(s) e ainda em aberto.'.
                  07 FILLER              PIC  X(48) VALUE
                     'Caso o pagamento ja tenha sido efetuado, por'.
                  07 FILLER              PIC  X(48) VALUE
                     'favor desconsidere este aviso.'.
                  07 FILLER              PIC  X(40) VALUE
                     'NOTIFICACAO DE DEBITO EM ATRASO'.
                  07 FILLER              PIC  X(48) VALUE
                     'Apesar do aviso anterior, o(s) titulo(s) abaixo'.
                  07 FILLER              PIC  X(48) VALUE
                     'continua(m) em aberto. Solicitamos a imediata'.
                  07 FILLER              PIC  X(48) VALUE
                     'regularizacao do debito, acrescido de multa e'.
                  07 FILLER              PIC  X(48) VALUE
                     'juros de mora conforme demonstrado.'.
                  07 FILLER              PIC  X(40) VALUE
                     'AVISO FINAL - CREDITO BLOQUEADO'.
                  07 FILLER              PIC  X(48) VALUE
                     'Esgotados os avisos anteriores, informamos que'.
                  07 FILLER              PIC  X(48) VALUE
                     'o seu credito foi BLOQUEADO e novos pedidos'.
                  07 FILLER              PIC  X(48) VALUE
                     'ficam suspensos ate a quitacao do debito abaixo'.
                  07 FILLER              PIC  X(48) VALUE
                     'e a liberacao pelo departamento financeiro.'.
               05 W-TEXTOS-CARTA-R REDEFINES W-TEXTOS-CARTA.
                  07 W-TXT-NIVEL OCCURS 3 TIMES.
                     09 W-TXT-TITULO     PIC  X(40).
                     09 W-TXT-LINHA      PIC  X(48) OCCURS 4 TIMES.

           03  CAMPOS-IMPRESSAO-W.
               05 W-LINHA-DETALHE.
                  07 W-EMPRESA-DET       PIC  ZZ9B.
                  07 W-CLIENTE-DET       PIC  ZZZZZ9B.
                  07 W-RAZAO-DET         PIC  X(30)B.
                  07 W-TITULOS-DET       PIC  ZZ9B.
                  07 W-ATRASO-DET        PIC  ZZZZ9B.
                  07 W-SALDO-DET         PIC  ZZ.ZZZ.ZZZ.ZZ9,99B.
                  07 W-ENCARGOS-DET      PIC  Z.ZZZ.ZZ9,99B.
                  07 W-TOTAL-DET         PIC  ZZ.ZZZ.ZZZ.ZZ9,99B(2).
                  07 W-NIVANT-DET        PIC  9B(3).
                  07 W-NIVNOV-DET        PIC  9B(3).
                  07 W-SITUACAO-DET      PIC  X(20).

               05 W-LINHA-TOTAL.
                  07 FILLER              PIC  X(04) VALUE SPACES.
                  07 W-ROTULO-TOT        PIC  X(30).
                  07 W-VALOR-TOT         PIC  ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.

               05 W-CAB-1.
                  07 FILLER              PIC  X(74) VALUE
                     'COBRANCA DE TITULOS VENCIDOS - CARTAS E BLOQUEIO'.
                  07 WCAB-DATASIS-1      PIC  99/99/9999B(4).
                  07 FILLER              PIC  X(05) VALUE 'PAG.'.
                  07 WCAB-NROPAGI-1      PIC  ZZ.ZZ9B.

               05 W-CAB-2.
                  07 PIC X(132) VALUE 'EMP CLIENT -------RAZAO SOCIAL---
      -              '-------- TIT ATRAS ------------SALDO ----ENCARGOS 
      -              '-SALDO C/ENCARGOS  ANT NIV SITUACAO'.

               05 W-CARTA-EMPRESA.
                  07 W-NOMEEMP-CAR       PIC  X(60).
                  07 FILLER              PIC  X(10) VALUE SPACES.
                  07 W-DATA-CAR          PIC  99/99/9999.

               05 W-CARTA-CLIENTE.
                  07 FILLER              PIC  X(04) VALUE 'A/C '.
                  07 W-RAZAO-CAR         PIC  X(60).

               05 W-CARTA-ENDERECO.
                  07 FILLER              PIC  X(04) VALUE SPACES.
                  07 W-ENDER-CAR         PIC  X(60).

               05 W-CARTA-CNPJ.
                  07 FILLER              PIC  X(14) VALUE
                     '    CNPJ/CPF: '.
                  07 W-CNPJ-CAR          PIC  X(14).
                  07 FILLER              PIC  X(14) VALUE
                     '    CLIENTE: '.
                  07 W-CLIENTE-CAR       PIC  ZZZZZ9.

               05 W-CARTA-TITULO.
                  07 W-NUMTIT-CAR        PIC  ZZZZZ9B(2).
                  07 W-PARCELA-CAR       PIC  Z9.
                  07 FILLER              PIC  X(01) VALUE '/'.
                  07 W-QTDPARC-CAR       PIC  99B(2).
                  07 W-VENCTO-CAR        PIC  99/99/9999B(2).
                  07 W-DIAS-CAR          PIC  ZZZ9B(2).
                  07 W-SALDO-CAR         PIC  ZZZ.ZZZ.ZZZ.ZZ9,99B(2).
                  07 W-MULTA-CAR         PIC  ZZ.ZZZ.ZZ9,99B(2).
                  07 W-JUROS-CAR         PIC  ZZ.ZZZ.ZZ9,99B(2).
                  07 W-TOTAL-CAR         PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.

               05 W-CARTA-TOTAL.
                  07 FILLER              PIC  X(33) VALUE
                     'TOTAL EM ABERTO'.
                  07 W-SALDO-CTOT        PIC  ZZZ.ZZZ.ZZZ.ZZ9,99B(2).
                  07 W-MULTA-CTOT        PIC  ZZ.ZZZ.ZZ9,99B(2).
                  07 W-JUROS-CTOT        PIC  ZZ.ZZZ.ZZ9,99B(2).
                  07 W-TOTAL-CTOT        PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.

               05 W-CARTA-CAB.
                  07 PIC X(101) VALUE 'TITULO  PARC.  VENCIMENTO  DIAS  
      -              '---SALDO EM ABERTO  --------MULTA  --------JUROS  
      -              '-------------TOTAL'.

               05 W-CARTA-TAXAS.
                  07 FILLER              PIC  X(24) VALUE
                     'Encargos: multa de '.
                  07 W-PMULTA-CAR        PIC  ZZ9,99.
                  07 FILLER              PIC  X(16) VALUE
                     '% e juros de '.
                  07 W-PJUROS-CAR        PIC  ZZ9,99.
                  07 FILLER              PIC  X(34) VALUE
                     '% ao mes, calculados ate '.
                  07 W-DATA-TAXAS        PIC  99/99/9999.

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           03  W-EXTSTAT                  PIC  X(08).
           03  W-ARQUIVO                  PIC  X(150).

           COPY "PARAMW.CPY".
           COPY "DIASW.CPY".
           COPY "MORAW.CPY".

       PROCEDURE DIVISION.
       INICIO.
           OPEN EXTEND ERRLOG
           IF VALID-ERRLOG
              SET ERRLOG-ABERTO TO TRUE
           END-IF.

           PERFORM LE-PARAMETROS.

           DISPLAY "USERNAME" UPON ENVIRONMENT-NAME.
           ACCEPT  W-OPERADOR-ID FROM ENVIRONMENT-VALUE.

           OPEN INPUT CONTREC
           IF NOT VALID-CONTREC
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CADCLI
           IF NOT VALID-CADCLI
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CADEMP
           IF VALID-CADEMP
              SET CADEMP-ABERTO TO TRUE
           END-IF.

           OPEN EXTEND AUDITLOG
           IF NOT VALID-AUDITLOG
              PERFORM ERRO-ARQUIVO.

           OPEN OUTPUT RELATO
           IF NOT VALID-RELATO
              PERFORM ERRO-ARQUIVO.

           OPEN OUTPUT CARTA
           IF NOT VALID-CARTA
              PERFORM ERRO-ARQUIVO.

           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           MOVE W-DATA-HOJE TO W-DATAUXI
           PERFORM FORMATA-DATA
           MOVE W-DATAIMP   TO W-DATASIS-IMP

           SORT SORTER ASCENDING KEY SORT-EMPRESA-1
                                     SORT-CLIENTE-1
                                     SORT-TIPO-1
                                     SORT-NUMTIT-1
                INPUT  PROCEDURE INPUTPROCE
                OUTPUT PROCEDURE OUTPUTPROC

           PERFORM FIM.

       FIM.
           CLOSE CONTREC.
           CLOSE CADCLI.
           IF CADEMP-ABERTO
              CLOSE CADEMP
           END-IF.
           CLOSE AUDITLOG.
           CLOSE RELATO.
           CLOSE CARTA.
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
                WHEN 'MULTA'
                     PERFORM CONVERTE-PARAM-NUM
                     MOVE W-PAR-NUMERO TO W-MOR-PMULTA
                WHEN 'JUROS'
                     PERFORM CONVERTE-PARAM-NUM
                     MOVE W-PAR-NUMERO TO W-MOR-PJUROS
                WHEN 'DIAS1'
                     PERFORM CONVERTE-PARAM-NUM
                     MOVE W-PAR-NUMERO TO W-DIAS-NIVEL-1
                WHEN 'DIAS2'
                     PERFORM CONVERTE-PARAM-NUM
                     MOVE W-PAR-NUMERO TO W-DIAS-NIVEL-2
                WHEN 'DIAS3'
                     PERFORM CONVERTE-PARAM-NUM
                     MOVE W-PAR-NUMERO TO W-DIAS-NIVEL-3
                WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-PERFORM.

           CLOSE PARAMS.

      *-----------------------------------------------------------------
      * entram na classificacao os clientes que ja receberam carta
      * (para voltar ao nivel 0 se nao tiverem mais atraso) e os
      * titulos vencidos com saldo
      *-----------------------------------------------------------------
       INPUTPROCE.
           INITIALIZE DCLI-REGISTR-1
           MOVE W-EMPRESA-FILTRO TO DCLI-EMPRESA-1
           START CADCLI KEY >= DCLI-RECORDK-1
           IF VALID-CADCLI
              PERFORM UNTIL 1 = 2
                 READ CADCLI NEXT AT END
                             EXIT PERFORM
                 END-READ
                 IF NOT VALID-CADCLI
                    EXIT PERFORM
                 END-IF
                 IF W-EMPRESA-FILTRO <> 0 AND
                    DCLI-EMPRESA-1 > W-EMPRESA-FILTRO
                    EXIT PERFORM
                 END-IF
                 IF DCLI-NIVCOB-1 NOT NUMERIC OR DCLI-NIVCOB-1 = 0
                    EXIT PERFORM CYCLE
                 END-IF

                 INITIALIZE                 SORT-REGISTR-1
                 MOVE DCLI-EMPRESA-1     TO SORT-EMPRESA-1
                 MOVE DCLI-CODCLI-1      TO SORT-CLIENTE-1
                 SET SORT-CLIENTE-NIVEL  TO TRUE
                 RELEASE SORT-REGISTR-1
              END-PERFORM
           END-IF

           INITIALIZE CREC-REGISTR-1
           MOVE W-EMPRESA-FILTRO TO CREC-EMPRESA-1
           START CONTREC KEY >= CREC-RECORDK-1
           IF NOT VALID-CONTREC
              EXIT PARAGRAPH.

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

              IF CREC-QUITADO OR
                 CREC-VENCIMENTO-1 >= W-DATA-HOJE OR
                 CREC-PAGO-1 >= CREC-VALOR-1
                 EXIT PERFORM CYCLE
              END-IF

              INITIALIZE                 SORT-REGISTR-1
              MOVE CREC-EMPRESA-1     TO SORT-EMPRESA-1
              MOVE CREC-CLIENTE-1     TO SORT-CLIENTE-1
              SET SORT-TITULO         TO TRUE
              MOVE CREC-NUMTIT-1      TO SORT-NUMTIT-1
              IF CREC-QTDPARC-1 NUMERIC AND CREC-QTDPARC-1 > 0
                 MOVE CREC-PARCELA-1  TO SORT-PARCELA-1
                 MOVE CREC-QTDPARC-1  TO SORT-QTDPARC-1
              ELSE
                 MOVE 1               TO SORT-PARCELA-1
                                         SORT-QTDPARC-1
              END-IF
              MOVE CREC-VENCIMENTO-1  TO SORT-VENCIMENTO-1
              COMPUTE SORT-SALDO-1 = CREC-VALOR-1 - CREC-PAGO-1

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
                 IF SORT-EMPRESA-1 <> W-EMPRESA-ANTERIOR OR
                    SORT-CLIENTE-1 <> W-CLIENTE-ANTERIOR
                    PERFORM FECHA-CLIENTE
                    PERFORM GUARDA-CHAVES
                 END-IF
              END-IF

              IF SORT-TITULO
                 PERFORM ACUMULA-TITULO
              END-IF
           END-PERFORM.

           IF NOT PRIMEIRA-LINHA
              PERFORM FECHA-CLIENTE
              PERFORM TOTAL-GERAL
           ELSE
              PERFORM TESTA-QUEBRA-PAGINA
              MOVE 'NENHUM TITULO VENCIDO.' TO RELATO-R
              WRITE RELATO-R
           END-IF.

       GUARDA-CHAVES.
           MOVE SORT-EMPRESA-1 TO W-EMPRESA-ANTERIOR
           MOVE SORT-CLIENTE-1 TO W-CLIENTE-ANTERIOR
           MOVE 0 TO W-CLI-TITULOS W-CLI-MAIOR-ATRASO W-CLI-SALDO
                     W-CLI-MULTA W-CLI-JUROS W-CLI-TOTAL W-TIT-QTDE.

       ACUMULA-TITULO.
           MOVE SORT-SALDO-1      TO W-MOR-SALDO
           MOVE SORT-VENCIMENTO-1 TO W-MOR-VENCTO
           MOVE W-DATA-HOJE       TO W-MOR-DATA
           PERFORM CALCULA-MORA

           ADD 1           TO W-CLI-TITULOS
           ADD W-MOR-SALDO TO W-CLI-SALDO
           ADD W-MOR-MULTA TO W-CLI-MULTA
           ADD W-MOR-JUROS TO W-CLI-JUROS
           ADD W-MOR-TOTAL TO W-CLI-TOTAL
           IF W-MOR-DIAS > W-CLI-MAIOR-ATRASO
              MOVE W-MOR-DIAS TO W-CLI-MAIOR-ATRASO
           END-IF

           IF W-TIT-QTDE < 300
              ADD 1 TO W-TIT-QTDE
              MOVE SORT-NUMTIT-1     TO W-TIT-NUMTIT  (W-TIT-QTDE)
              MOVE SORT-PARCELA-1    TO W-TIT-PARCELA (W-TIT-QTDE)
              MOVE SORT-QTDPARC-1    TO W-TIT-QTDPARC (W-TIT-QTDE)
              MOVE SORT-VENCIMENTO-1 TO W-TIT-VENCTO  (W-TIT-QTDE)
              MOVE W-MOR-DIAS        TO W-TIT-DIAS    (W-TIT-QTDE)
              MOVE W-MOR-SALDO       TO W-TIT-SALDO   (W-TIT-QTDE)
              MOVE W-MOR-MULTA       TO W-TIT-MULTA   (W-TIT-QTDE)
              MOVE W-MOR-JUROS       TO W-TIT-JUROS   (W-TIT-QTDE)
              MOVE W-MOR-TOTAL       TO W-TIT-TOTAL   (W-TIT-QTDE)
           END-IF.

       FECHA-CLIENTE.
           IF W-CLI-TITULOS = 0
              PERFORM REGULARIZA-CLIENTE
           ELSE
              PERFORM TRATA-CLIENTE-VENCIDO
           END-IF.

      *-----------------------------------------------------------------
      * cliente que tinha carta e nao tem mais titulo vencido volta
      * ao nivel 0; o bloqueio so sai pela tela CLIENTE
      *-----------------------------------------------------------------
       REGULARIZA-CLIENTE.
           INITIALIZE                 DCLI-REGISTR-1
           MOVE W-EMPRESA-ANTERIOR TO DCLI-EMPRESA-1
           MOVE W-CLIENTE-ANTERIOR TO DCLI-CODCLI-1
           READ CADCLI
           IF NOT VALID-CADCLI
              EXIT PARAGRAPH.

           MOVE DCLI-NIVCOB-1   TO W-NIVEL-ANTERIOR
           PERFORM MONTA-AUDIT-CLIENTE
           MOVE W-AUDIT-CLIENTE TO W-ANTES-DCLI
           MOVE 0              TO DCLI-NIVCOB-1
           REWRITE DCLI-REGISTR-1
           IF NOT VALID-CADCLI
              PERFORM ERRO-ARQUIVO.
           PERFORM AUDITA-CADCLI
           ADD 1 TO W-TOT-REGULARIZADOS

           MOVE 0 TO W-NIVEL-DEVIDO
           IF DCLI-BLOQUEADO
              MOVE 'SEM ATRASO/BLOQUEADO' TO W-SITUACAO-DET
           ELSE
              MOVE 'REGULARIZADO'         TO W-SITUACAO-DET
           END-IF
           PERFORM IMPRIME-CLIENTE.

       TRATA-CLIENTE-VENCIDO.
           ADD 1             TO W-TOT-CLIENTES
           ADD W-CLI-SALDO   TO W-TOT-SALDO
           COMPUTE W-TOT-ENCARGOS = W-TOT-ENCARGOS + W-CLI-MULTA
                                                   + W-CLI-JUROS

           EVALUATE TRUE
             WHEN W-CLI-MAIOR-ATRASO >= W-DIAS-NIVEL-3
                  MOVE 3 TO W-NIVEL-DEVIDO
             WHEN W-CLI-MAIOR-ATRASO >= W-DIAS-NIVEL-2
                  MOVE 2 TO W-NIVEL-DEVIDO
             WHEN W-CLI-MAIOR-ATRASO >= W-DIAS-NIVEL-1
                  MOVE 1 TO W-NIVEL-DEVIDO
             WHEN OTHER
                  MOVE 0 TO W-NIVEL-DEVIDO
           END-EVALUATE

           INITIALIZE                 DCLI-REGISTR-1
           MOVE W-EMPRESA-ANTERIOR TO DCLI-EMPRESA-1
           MOVE W-CLIENTE-ANTERIOR TO DCLI-CODCLI-1
           READ CADCLI
           IF STAT-CADCLI = '23'
              MOVE 0 TO W-NIVEL-ANTERIOR
              MOVE SPACES TO DCLI-RAZAO-1
              MOVE 'CLIENTE SEM CADASTRO' TO W-SITUACAO-DET
              PERFORM IMPRIME-CLIENTE
              EXIT PARAGRAPH.
           IF NOT VALID-CADCLI
              PERFORM ERRO-ARQUIVO.

           IF DCLI-NIVCOB-1 NUMERIC
              MOVE DCLI-NIVCOB-1 TO W-NIVEL-ANTERIOR
           ELSE
              MOVE 0             TO W-NIVEL-ANTERIOR
           END-IF

           IF W-NIVEL-DEVIDO NOT > W-NIVEL-ANTERIOR
              EVALUATE TRUE
                WHEN DCLI-BLOQUEADO
                     MOVE 'BLOQUEADO'            TO W-SITUACAO-DET
                WHEN W-NIVEL-DEVIDO = 0
                     MOVE 'DENTRO DA TOLERANCIA' TO W-SITUACAO-DET
                WHEN OTHER
                     MOVE 'CARTA JA ENVIADA'     TO W-SITUACAO-DET
              END-EVALUATE
              PERFORM IMPRIME-CLIENTE
              EXIT PARAGRAPH.

           PERFORM EMITE-CARTA

           PERFORM MONTA-AUDIT-CLIENTE
           MOVE W-AUDIT-CLIENTE TO W-ANTES-DCLI
           MOVE W-NIVEL-DEVIDO TO DCLI-NIVCOB-1
           MOVE W-DATA-HOJE    TO DCLI-DATCOB-1
           EVALUATE W-NIVEL-DEVIDO
             WHEN 1
                  ADD 1 TO W-TOT-CARTA-1
                  MOVE 'LEMBRETE'         TO W-SITUACAO-DET
             WHEN 2
                  ADD 1 TO W-TOT-CARTA-2
                  MOVE 'NOTIFICACAO'      TO W-SITUACAO-DET
             WHEN 3
                  ADD 1 TO W-TOT-CARTA-3
                  MOVE 'AVISO FINAL/BLOQ.' TO W-SITUACAO-DET
                  IF NOT DCLI-BLOQUEADO
                     ADD 1 TO W-TOT-BLOQUEADOS
                  END-IF
                  SET DCLI-BLOQUEADO TO TRUE
           END-EVALUATE
           REWRITE DCLI-REGISTR-1
           IF NOT VALID-CADCLI
              PERFORM ERRO-ARQUIVO.
           PERFORM AUDITA-CADCLI

           PERFORM IMPRIME-CLIENTE.

       AUDITA-CADCLI.
           PERFORM MONTA-AUDIT-CLIENTE
           MOVE DCLI-RECORDK-1  TO AUDIT-CHAVE-1
           MOVE 'CADCLI'        TO AUDIT-ARQUIVO-1
           MOVE W-ANTES-DCLI    TO AUDIT-ANTES-1
           MOVE W-AUDIT-CLIENTE TO AUDIT-DEPOIS-1
           SET AUDIT-GRAVACAO TO TRUE
           PERFORM GRAVA-AUDITLOG.

      *-----------------------------------------------------------------
      * imagem do cliente para o AUDITLOG, igual a da tela CLIENTE: o
      * registro inteiro nao cabe na imagem, entao vao a chave, a
      * situacao, os campos de cobranca e fiscais e o resto do
      * cadastro (endereco truncado).  O 'R' no primeiro byte indica
      * ao RELAUDI a imagem reduzida.
      *-----------------------------------------------------------------
       MONTA-AUDIT-CLIENTE.
           MOVE 'R'             TO W-AUD-LAYOUT
           MOVE DCLI-EMPRESA-1  TO W-AUD-EMPRESA
           MOVE DCLI-CODCLI-1   TO W-AUD-CODCLI
           MOVE DCLI-STATUS-1   TO W-AUD-STATUS
           MOVE DCLI-CONDPAG-1  TO W-AUD-CONDPAG
           MOVE DCLI-CODLIS-1   TO W-AUD-CODLIS
           MOVE DCLI-NIVCOB-1   TO W-AUD-NIVCOB
           MOVE DCLI-DATCOB-1   TO W-AUD-DATCOB
           MOVE DCLI-BLOQCOB-1  TO W-AUD-BLOQCOB
           MOVE DCLI-UF-1       TO W-AUD-UF
           MOVE DCLI-IE-1       TO W-AUD-IE
           MOVE DCLI-CNPJ-1     TO W-AUD-CNPJ
           MOVE DCLI-LIMITE-1   TO W-AUD-LIMITE
           MOVE DCLI-RAZAO-1    TO W-AUD-RAZAO
           MOVE DCLI-ENDER-1    TO W-AUD-ENDER.

       IMPRIME-CLIENTE.
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE W-EMPRESA-ANTERIOR TO W-EMPRESA-DET
           MOVE W-CLIENTE-ANTERIOR TO W-CLIENTE-DET
           MOVE DCLI-RAZAO-1       TO W-RAZAO-DET
           MOVE W-CLI-TITULOS      TO W-TITULOS-DET
           MOVE W-CLI-MAIOR-ATRASO TO W-ATRASO-DET
           MOVE W-CLI-SALDO        TO W-SALDO-DET
           COMPUTE W-ENCARGOS-DET = W-CLI-MULTA + W-CLI-JUROS
           MOVE W-CLI-TOTAL        TO W-TOTAL-DET
           MOVE W-NIVEL-ANTERIOR   TO W-NIVANT-DET
           MOVE W-NIVEL-DEVIDO     TO W-NIVNOV-DET

           WRITE RELATO-R FROM W-LINHA-DETALHE
           ADD 1 TO W-CONTLIN.

      *-----------------------------------------------------------------
      * carta do nivel devido, com os titulos vencidos recalculados
      *-----------------------------------------------------------------
       EMITE-CARTA.
           IF W-EMPRESA-ANTERIOR <> W-EMPRESA-CARTA
              MOVE W-EMPRESA-ANTERIOR TO W-EMPRESA-CARTA
              MOVE SPACES             TO W-NOMEEMP-CARTA
              IF CADEMP-ABERTO
                 MOVE W-EMPRESA-ANTERIOR TO DEMP-CODEMP-1
                 READ CADEMP
                 IF VALID-CADEMP
                    MOVE DEMP-NOMEEMP-1 TO W-NOMEEMP-CARTA
                 END-IF
              END-IF
           END-IF

           MOVE SPACES TO CARTA-R
           MOVE ALL '=' TO CARTA-R(1:101)
           WRITE CARTA-R

           MOVE W-NOMEEMP-CARTA TO W-NOMEEMP-CAR
           MOVE W-DATASIS-IMP   TO W-DATA-CAR
           WRITE CARTA-R FROM W-CARTA-EMPRESA
           MOVE SPACES TO CARTA-R
           WRITE CARTA-R

           MOVE DCLI-RAZAO-1       TO W-RAZAO-CAR
           WRITE CARTA-R FROM W-CARTA-CLIENTE
           MOVE DCLI-ENDER-1       TO W-ENDER-CAR
           WRITE CARTA-R FROM W-CARTA-ENDERECO
           MOVE DCLI-CNPJ-1        TO W-CNPJ-CAR
           MOVE W-CLIENTE-ANTERIOR TO W-CLIENTE-CAR
           WRITE CARTA-R FROM W-CARTA-CNPJ
           MOVE SPACES TO CARTA-R
           WRITE CARTA-R

           MOVE W-TXT-TITULO (W-NIVEL-DEVIDO) TO CARTA-R
           WRITE CARTA-R
           MOVE SPACES TO CARTA-R
           WRITE CARTA-R

           PERFORM VARYING W-IX-TXT FROM 1 BY 1 UNTIL W-IX-TXT > 4
              MOVE W-TXT-LINHA (W-NIVEL-DEVIDO W-IX-TXT) TO CARTA-R
              WRITE CARTA-R
           END-PERFORM
           MOVE SPACES TO CARTA-R
           WRITE CARTA-R

           WRITE CARTA-R FROM W-CARTA-CAB
           PERFORM VARYING W-IX-TIT FROM 1 BY 1
                   UNTIL W-IX-TIT > W-TIT-QTDE
              MOVE W-TIT-NUMTIT  (W-IX-TIT) TO W-NUMTIT-CAR
              MOVE W-TIT-PARCELA (W-IX-TIT) TO W-PARCELA-CAR
              MOVE W-TIT-QTDPARC (W-IX-TIT) TO W-QTDPARC-CAR
              MOVE W-TIT-VENCTO  (W-IX-TIT) TO W-DATAUXI
              PERFORM FORMATA-DATA
              MOVE W-DATAIMP                TO W-VENCTO-CAR
              MOVE W-TIT-DIAS    (W-IX-TIT) TO W-DIAS-CAR
              MOVE W-TIT-SALDO   (W-IX-TIT) TO W-SALDO-CAR
              MOVE W-TIT-MULTA   (W-IX-TIT) TO W-MULTA-CAR
              MOVE W-TIT-JUROS   (W-IX-TIT) TO W-JUROS-CAR
              MOVE W-TIT-TOTAL   (W-IX-TIT) TO W-TOTAL-CAR
              WRITE CARTA-R FROM W-CARTA-TITULO
           END-PERFORM
           IF W-CLI-TITULOS > W-TIT-QTDE
              MOVE '(demais titulos somados no total)' TO CARTA-R
              WRITE CARTA-R
           END-IF

           MOVE W-CLI-SALDO TO W-SALDO-CTOT
           MOVE W-CLI-MULTA TO W-MULTA-CTOT
           MOVE W-CLI-JUROS TO W-JUROS-CTOT
           MOVE W-CLI-TOTAL TO W-TOTAL-CTOT
           WRITE CARTA-R FROM W-CARTA-TOTAL
           MOVE SPACES TO CARTA-R
           WRITE CARTA-R

           MOVE W-MOR-PMULTA  TO W-PMULTA-CAR
           MOVE W-MOR-PJUROS  TO W-PJUROS-CAR
           MOVE W-DATASIS-IMP TO W-DATA-TAXAS
           WRITE CARTA-R FROM W-CARTA-TAXAS
           MOVE SPACES TO CARTA-R
           WRITE CARTA-R

           MOVE 'Atenciosamente,' TO CARTA-R
           WRITE CARTA-R
           MOVE SPACES TO CARTA-R
           WRITE CARTA-R
           MOVE 'DEPARTAMENTO FINANCEIRO' TO CARTA-R
           WRITE CARTA-R
           MOVE W-NOMEEMP-CARTA TO CARTA-R
           WRITE CARTA-R
           MOVE SPACES TO CARTA-R
           WRITE CARTA-R
           WRITE CARTA-R.

       TOTAL-GERAL.
           PERFORM TESTA-QUEBRA-PAGINA
           MOVE SPACES TO RELATO-R
           WRITE RELATO-R

           MOVE '*** CLIENTES COM ATRASO'   TO W-ROTULO-TOT
           MOVE W-TOT-CLIENTES              TO W-VALOR-TOT
           WRITE RELATO-R FROM W-LINHA-TOTAL
           MOVE '*** CARTAS DE LEMBRETE'    TO W-ROTULO-TOT
           MOVE W-TOT-CARTA-1               TO W-VALOR-TOT
           WRITE RELATO-R FROM W-LINHA-TOTAL
           MOVE '*** CARTAS DE NOTIFICACAO' TO W-ROTULO-TOT
           MOVE W-TOT-CARTA-2               TO W-VALOR-TOT
           WRITE RELATO-R FROM W-LINHA-TOTAL
           MOVE '*** AVISOS FINAIS'         TO W-ROTULO-TOT
           MOVE W-TOT-CARTA-3               TO W-VALOR-TOT
           WRITE RELATO-R FROM W-LINHA-TOTAL
           MOVE '*** CLIENTES BLOQUEADOS'   TO W-ROTULO-TOT
           MOVE W-TOT-BLOQUEADOS            TO W-VALOR-TOT
           WRITE RELATO-R FROM W-LINHA-TOTAL
           MOVE '*** CLIENTES REGULARIZADOS' TO W-ROTULO-TOT
           MOVE W-TOT-REGULARIZADOS         TO W-VALOR-TOT
           WRITE RELATO-R FROM W-LINHA-TOTAL
           MOVE '*** SALDO VENCIDO'         TO W-ROTULO-TOT
           MOVE W-TOT-SALDO                 TO W-VALOR-TOT
           WRITE RELATO-R FROM W-LINHA-TOTAL
           MOVE '*** MULTA E JUROS'         TO W-ROTULO-TOT
           MOVE W-TOT-ENCARGOS              TO W-VALOR-TOT
           WRITE RELATO-R FROM W-LINHA-TOTAL
           ADD 9 TO W-CONTLIN.

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

       GRAVA-AUDITLOG.
           ACCEPT AUDIT-DATA-1 FROM DATE YYYYMMDD
           ACCEPT AUDIT-HORA-1 FROM TIME
           MOVE W-OPERADOR-ID TO AUDIT-OPERADOR-1
           MOVE 'COBRANCA'    TO AUDIT-PROGRAMA-1

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
              MOVE 'COBRANCA' TO ERRL-PROGRAMA-1
              MOVE W-ARQUIVO  TO ERRL-ARQUIVO-1
              MOVE W-FSTATUS  TO ERRL-STATUS-1
              WRITE ERRL-REGISTR-1
           END-IF.

           DISPLAY 'COBRANCA - ERRO DE ARQUIVO ' W-FSTATUS
                   ' EM ' W-ARQUIVO (1:60).

           MOVE 8 TO RETURN-CODE.

           PERFORM FIM.

           COPY "PARAMP.CPY".
           COPY "DIASP.CPY".
           COPY "MORAP.CPY".
