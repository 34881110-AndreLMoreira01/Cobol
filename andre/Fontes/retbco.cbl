       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RETBCO.
       AUTHOR.        ANDRE.
      *-----------------------------------------------------------------
      * RETBCO - retorno da cobranca bancaria (baixa de titulos).
      * Le o arquivo de retorno do banco (registros de 150 posicoes,
      * um lote por empresa):
      *   tipo 0 - header : empresa, 'RETORNO', numero do retorno,
      *                     data de geracao
      *   tipo 1 - detalhe: empresa, titulo, data do pagamento,
      *                     valor pago
      *   tipo 9 - trailer: empresa, quantidade de detalhes, soma dos
      *                     valores pagos
      * Primeira passada confere cada lote: trailer presente e batendo
      * com a quantidade e a soma dos detalhes.  Segunda passada aplica
      * as baixas dos lotes conferidos com as mesmas regras da tela
      * CONTREC: titulo vencido admite pagamento ate o saldo com multa
      * e juros de mora calculados ate a data do pagamento (taxas do
      * COBRANCA.PAR, calculo do MORAP.CPY); o pago quita primeiro o
      * valor do titulo em CREC-PAGO-1 e o excedente vai para
      * CREC-ENCARGOS-1; titulo quitado quando o pago alcanca o
      * valor, parcial se nao.  Lote com numero menor ou igual ao
      * ultimo retorno processado da empresa (serie RET do NUMCTL,
      * atualizada no fim de cada lote) e recusado inteiro.
      * Nao sao aplicados e saem no relatorio de rejeitados
      * (RETBCO.REJ): titulo inexistente, ja quitado, repetido no
      * mesmo retorno, valor zerado ou maior que o saldo com a mora,
      * detalhe de outra empresa ou de lote recusado.  Titulo ja
      * baixado por este mesmo retorno (rodada repetida apos queda)
      * sai como repetido, sem baixa em dobro.
      * Baixas e totais de controle (lidos, aplicados e rejeitados,
      * em quantidade e valor, por lote e geral) em RETBCO.TXT.
      * RETURN-CODE 4 quando ha rejeitados ou falta o arquivo.
      * Parametros (RETBCO.PAR):  ARQUIVO=nome  (padrao RETBCO.RET)
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           copy "contrec.sl".
           copy "numctl.sl".
           copy "errlog.sl".

           SELECT RETORNO ASSIGN TO W-RET-NOME
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  IS STAT-RETORNO.

           SELECT PARAMS ASSIGN TO 'RETBCO.PAR'
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  IS STAT-PARAMS.

           SELECT PARCOB ASSIGN TO 'COBRANCA.PAR'
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  IS STAT-PARCOB.

           SELECT RELATO ASSIGN TO 'RETBCO.TXT'
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  IS STAT-RELATO.

           SELECT REJEITA ASSIGN TO 'RETBCO.REJ'
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  IS STAT-REJEITA.

       DATA DIVISION.
       FILE SECTION.

           copy "contrec.fd".
           copy "numctl.fd".
           copy "errlog.fd".

       FD  RETORNO LABEL RECORD IS STANDARD.

       01  RET-REGISTR-1.
           03  RET-TIPO-1                PIC  X(01).
               88 RET-HEADER             VALUE '0'.
               88 RET-DETALHE            VALUE '1'.
               88 RET-TRAILER            VALUE '9'.
           03  RET-DADOS-1               PIC  X(149).
           03  RET-DADOS-HEADER REDEFINES RET-DADOS-1.
               05 RET-EMPRESA-H          PIC  9(03).
               05 RET-LITERAL-H          PIC  X(07).
               05 RET-NUMRET-H           PIC  9(06).
               05 RET-DATAGER-H          PIC  9(08).
               05 FILLER                 PIC  X(125).
           03  RET-DADOS-DETALHE REDEFINES RET-DADOS-1.
               05 RET-EMPRESA-D          PIC  9(03).
               05 RET-NUMTIT-D           PIC  9(06).
               05 RET-DATAPAG-D          PIC  9(08).
               05 RET-VALPAGO-D          PIC  9(13)V99.
               05 FILLER                 PIC  X(117).
           03  RET-DADOS-TRAILER REDEFINES RET-DADOS-1.
               05 RET-EMPRESA-T          PIC  9(03).
               05 RET-QTDREG-T           PIC  9(06).
               05 RET-TOTAL-T            PIC  9(15)V99.
               05 FILLER                 PIC  X(123).

       FD  PARAMS LABEL RECORD OMITTED.

       01  PARAMS-R                       PIC X(80).

       FD  PARCOB LABEL RECORD OMITTED.

       01  PARCOB-R                       PIC X(80).

       FD  RELATO LABEL RECORD OMITTED.

       01  RELATO-R                       PIC X(132).

       FD  REJEITA LABEL RECORD OMITTED.

       01  REJEITA-R                      PIC X(132).

       WORKING-STORAGE SECTION.
       01  CAMPOS-W.
           03  STAT-CONTREC              PIC  X(02).
               88 VALID-CONTREC          VALUE '00' THRU '09'.
           03  STAT-NUMCTL               PIC  X(02).
               88 VALID-NUMCTL           VALUE '00' THRU '09'.
           03  STAT-RETORNO              PIC  X(02).
               88 VALID-RETORNO          VALUE '00' THRU '09'.
           03  STAT-RETORNO-ABERTO       PIC  X(01) VALUE 'N'.
               88 RETORNO-ABERTO         VALUE 'S' FALSE 'N'.
           03  STAT-PARAMS               PIC  X(02).
               88 VALID-PARAMS           VALUE '00' THRU '09'.
           03  STAT-PARCOB               PIC  X(02).
               88 VALID-PARCOB           VALUE '00' THRU '09'.
           03  STAT-RELATO               PIC  X(02).
               88 VALID-RELATO           VALUE '00' THRU '09'.
           03  STAT-REJEITA              PIC  X(02).
               88 VALID-REJEITA          VALUE '00' THRU '09'.
           03  STAT-ERRLOG               PIC  X(02).
               88 VALID-ERRLOG           VALUE '00' THRU '09'.
           03  STAT-ERRLOG-ABERTO        PIC  X(01) VALUE 'N'.
               88 ERRLOG-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-EM-LOTE              PIC  X(01) VALUE 'N'.
               88 EM-LOTE                VALUE 'S' FALSE 'N'.
           03  STAT-LOTE-VALIDO          PIC  X(01) VALUE 'N'.
               88 LOTE-VALIDO            VALUE 'S' FALSE 'N'.

           03  CAMPOS-TRABALHO-W.
               05 W-RET-NOME             PIC  X(40) VALUE
                  'RETBCO.RET'.
               05 W-OPERADOR-ID          PIC  X(10).
               05 W-SALDO-TITULO         PIC  9(13)V99 VALUE 0.
               05 W-PRINCIPAL-BAIXA      PIC  9(13)V99 VALUE 0.
               05 W-MOTIVO               PIC  X(35).
               05 W-EMPRESA-LOTE         PIC  9(03) VALUE 0.
               05 W-NUMRET-LOTE          PIC  9(06) VALUE 0.
               05 W-DATA-SISTEMA         PIC  9(08) VALUE 0.

           03  CAMPOS-LOTES-W.
               05 W-LOT-QTDE             PIC  9(03) VALUE 0.
               05 W-LOT-TAB OCCURS 200 TIMES.
                  07 W-LOT-QTDREG        PIC  9(06).
                  07 W-LOT-TOTAL         PIC  9(15)V99.
                  07 W-LOT-STATUS        PIC  X(01).
                     88 W-LOT-OK         VALUE 'S'.
                  07 W-LOT-MOTIVO        PIC  X(35).
               05 W-IX-LOTE              PIC  9(03) VALUE 0.

           03  CAMPOS-TOTAIS-W.
               05 W-LOT-LIDOS            PIC  9(06) VALUE 0.
               05 W-LOT-VLIDOS           PIC  9(15)V99 VALUE 0.
               05 W-LOT-APLIC            PIC  9(06) VALUE 0.
               05 W-LOT-VAPLIC           PIC  9(15)V99 VALUE 0.
               05 W-LOT-REJEI            PIC  9(06) VALUE 0.
               05 W-LOT-VREJEI           PIC  9(15)V99 VALUE 0.
               05 W-TOT-LOTES            PIC  9(06) VALUE 0.
               05 W-TOT-LIDOS            PIC  9(06) VALUE 0.
               05 W-TOT-VLIDOS           PIC  9(15)V99 VALUE 0.
               05 W-TOT-APLIC            PIC  9(06) VALUE 0.
               05 W-TOT-VAPLIC           PIC  9(15)V99 VALUE 0.
               05 W-TOT-REJEI            PIC  9(06) VALUE 0.
               05 W-TOT-VREJEI           PIC  9(15)V99 VALUE 0.

               05 W-DATAIMP              PIC  9(08) VALUE 0.
               05 W-DATASIS-IMP          PIC  9(08) VALUE 0.
               05 W-DATAUXI              PIC  9(08).
               05 REDEFINES W-DATAUXI.
                  07 W-ANOAUXI-I         PIC  9(04).
                  07 W-MESAUXI-I         PIC  9(02).
                  07 W-DIAAUXI-I         PIC  9(02).

               05 W-NROPAGI              PIC  9(05) VALUE 0.
               05 W-CONTLIN              PIC  9(03) VALUE 800.
               05 W-NROPAGI-REJ          PIC  9(05) VALUE 0.
               05 W-CONTLIN-REJ          PIC  9(03) VALUE 800.
               05 W-LINPAGINA            PIC  9(03) VALUE 64.

               05 W-LINHA-LOTE.
                  07 FILLER              PIC  X(08) VALUE 'EMPRESA '.
                  07 W-EMPRESA-LOT       PIC  ZZ9B(3).
                  07 FILLER              PIC  X(08) VALUE 'RETORNO '.
                  07 W-NUMRET-LOT        PIC  ZZZ.ZZ9B(3).
                  07 FILLER              PIC  X(03) VALUE 'DE '.
                  07 W-DATAGER-LOT       PIC  99/99/9999B(3).
                  07 W-SITUACAO-LOT      PIC  X(45).

               05 W-LINHA-DETALHE.
                  07 W-NUMTIT-DET        PIC  ZZZ.ZZ9B(2).
                  07 W-CLIENTE-DET       PIC  ZZZZZ9B(2).
                  07 W-VENCTO-DET        PIC  99/99/9999B(2).
                  07 W-DATAPAG-DET       PIC  99/99/9999B(2).
                  07 W-VALPAGO-DET       PIC  ZZ.ZZZ.ZZZ.ZZ9,99B(2).
                  07 W-SALDO-DET         PIC  ZZ.ZZZ.ZZZ.ZZ9,99B(2).
                  07 W-SITUACAO-DET      PIC  X(10).

               05 W-LINHA-REJEITO.
                  07 W-EMPRESA-REJ       PIC  ZZ9B(2).
                  07 W-NUMRET-REJ        PIC  ZZZ.ZZ9B(2).
                  07 W-NUMTIT-REJ        PIC  ZZZ.ZZ9B(2).
                  07 W-DATAPAG-REJ       PIC  99/99/9999B(2).
                  07 W-VALPAGO-REJ       PIC  ZZ.ZZZ.ZZZ.ZZ9,99B(2).
                  07 W-MOTIVO-REJ        PIC  X(35).

               05 W-LINHA-TOTAL.
                  07 FILLER              PIC  X(04) VALUE SPACES.
                  07 W-ROTULO-TOT        PIC  X(20).
                  07 FILLER              PIC  X(07) VALUE 'LIDOS '.
                  07 W-LIDOS-TOT         PIC  ZZZ.ZZ9B.
                  07 W-VLIDOS-TOT        PIC  ZZZ.ZZZ.ZZZ.ZZ9,99B(3).
                  07 FILLER              PIC  X(11) VALUE 'APLICADOS '.
                  07 W-APLIC-TOT         PIC  ZZZ.ZZ9B.
                  07 W-VAPLIC-TOT        PIC  ZZZ.ZZZ.ZZZ.ZZ9,99B(3).
                  07 FILLER              PIC  X(12) VALUE
                     'REJEITADOS '.
                  07 W-REJEI-TOT         PIC  ZZZ.ZZ9B.
                  07 W-VREJEI-TOT        PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.

               05 W-CAB-1.
                  07 FILLER              PIC  X(74) VALUE
                     'RETORNO DA COBRANCA BANCARIA - BAIXAS APLICADAS'.
                  07 WCAB-DATASIS-1      PIC  99/99/9999B(4).
                  07 FILLER              PIC  X(05) VALUE 'PAG.'.
                  07 WCAB-NROPAGI-1      PIC  ZZ.ZZ9B.

               05 W-CAB-2.
                  07 PIC X(132) VALUE '-TITULO- CLIENTE  VENCIMENTO  -
      -              'PAGAMENTO  ------VALOR PAGO  ---SALDO RESTANTE  S
      -              'ITUACAO'.

               05 W-CAB-1-REJ.
                  07 FILLER              PIC  X(74) VALUE
                     'RETORNO DA COBRANCA BANCARIA - REJEITADOS'.
                  07 WCAB-DATASIS-1-REJ  PIC  99/99/9999B(4).
                  07 FILLER              PIC  X(05) VALUE 'PAG.'.
                  07 WCAB-NROPAGI-1-REJ  PIC  ZZ.ZZ9B.

               05 W-CAB-2-REJ.
                  07 PIC X(132) VALUE 'EMP RETORNO  -TITULO- -PAGAMENT
      -              'O-  ------VALOR PAGO  ------------MOTIVO---------
      -              '---------'.

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
           PERFORM LE-TAXAS-MORA.

           DISPLAY "USERNAME" UPON ENVIRONMENT-NAME.
           ACCEPT  W-OPERADOR-ID FROM ENVIRONMENT-VALUE.

           OPEN I-O CONTREC
           IF NOT VALID-CONTREC
              PERFORM ERRO-ARQUIVO.

           OPEN I-O NUMCTL
           IF STAT-NUMCTL = '35'
              OPEN OUTPUT NUMCTL
              CLOSE NUMCTL
              OPEN I-O NUMCTL.
           IF NOT VALID-NUMCTL
              PERFORM ERRO-ARQUIVO.

           OPEN OUTPUT RELATO
           IF NOT VALID-RELATO
              PERFORM ERRO-ARQUIVO.

           OPEN OUTPUT REJEITA
           IF NOT VALID-REJEITA
              PERFORM ERRO-ARQUIVO.

           ACCEPT W-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE W-DATA-SISTEMA TO W-DATAUXI
           COMPUTE W-DATASIS-IMP = W-ANOAUXI-I +
                                   W-MESAUXI-I * 10000 +
                                   W-DIAAUXI-I * 1000000

           OPEN INPUT RETORNO
           IF STAT-RETORNO = '35'
              PERFORM TESTA-QUEBRA-PAGINA
              MOVE 'ARQUIVO DE RETORNO NAO ENCONTRADO: ' TO RELATO-R
              MOVE W-RET-NOME TO RELATO-R (36:40)
              WRITE RELATO-R
              MOVE 4 TO RETURN-CODE
              PERFORM FIM.
           IF NOT VALID-RETORNO
              PERFORM ERRO-ARQUIVO.
           SET RETORNO-ABERTO TO TRUE

           PERFORM CONFERE-LOTES

           CLOSE RETORNO
           SET RETORNO-ABERTO TO FALSE
           OPEN INPUT RETORNO
           IF NOT VALID-RETORNO
              PERFORM ERRO-ARQUIVO.
           SET RETORNO-ABERTO TO TRUE

           PERFORM APLICA-RETORNO

           PERFORM TOTAL-GERAL

           IF W-TOT-REJEI > 0
              MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM FIM.

       FIM.
           IF RETORNO-ABERTO
              CLOSE RETORNO
           END-IF.
           CLOSE CONTREC.
           CLOSE NUMCTL.
           CLOSE RELATO.
           CLOSE REJEITA.
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
                WHEN 'ARQUIVO'
                     IF W-PAR-VALOR NOT = SPACES
                        MOVE W-PAR-VALOR TO W-RET-NOME
                     END-IF
                WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-PERFORM.

           CLOSE PARAMS.

      *-----------------------------------------------------------------
      * taxas de multa e juros de mora, as mesmas da tela CONTREC
      *-----------------------------------------------------------------
       LE-TAXAS-MORA.
           OPEN INPUT PARCOB
           IF STAT-PARCOB = '35'
              EXIT PARAGRAPH.
           IF NOT VALID-PARCOB
              PERFORM ERRO-ARQUIVO.

           PERFORM UNTIL 1 = 2
              READ PARCOB INTO W-PAR-LINHA AT END
                          EXIT PERFORM
              END-READ
              IF NOT VALID-PARCOB
                 EXIT PERFORM
              END-IF
              PERFORM SEPARA-PARAMETRO
              EVALUATE W-PAR-NOME
                WHEN 'MULTA'
                     PERFORM CONVERTE-PARAM-NUM
                     MOVE W-PAR-NUMERO TO W-MOR-PMULTA
                WHEN 'JUROS'
                     PERFORM CONVERTE-PARAM-NUM
                     MOVE W-PAR-NUMERO TO W-MOR-PJUROS
                WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-PERFORM.

           CLOSE PARCOB.

      *-----------------------------------------------------------------
      * primeira passada: quantidade e soma de cada lote contra o seu
      * trailer.  Lote sem trailer, trailer sem header ou lote alem da
      * tabela ficam recusados.
      *-----------------------------------------------------------------
       CONFERE-LOTES.
           MOVE 0 TO W-LOT-QTDE
           SET EM-LOTE TO FALSE

           PERFORM UNTIL 1 = 2
              READ RETORNO AT END
                          EXIT PERFORM
              END-READ
              IF NOT VALID-RETORNO
                 PERFORM ERRO-ARQUIVO
              END-IF

              EVALUATE TRUE
                WHEN RET-HEADER
                     IF EM-LOTE
                        MOVE 'LOTE SEM TRAILER'
                                      TO W-LOT-MOTIVO (W-LOT-QTDE)
                     END-IF
                     IF W-LOT-QTDE < 200
                        ADD 1 TO W-LOT-QTDE
                        MOVE 0 TO W-LOT-QTDREG (W-LOT-QTDE)
                                  W-LOT-TOTAL  (W-LOT-QTDE)
                        MOVE 'N'    TO W-LOT-STATUS (W-LOT-QTDE)
                        MOVE SPACES TO W-LOT-MOTIVO (W-LOT-QTDE)
                        SET EM-LOTE TO TRUE
                     ELSE
                        SET EM-LOTE TO FALSE
                     END-IF
                WHEN RET-DETALHE
                     IF EM-LOTE
                        ADD 1 TO W-LOT-QTDREG (W-LOT-QTDE)
                        ADD RET-VALPAGO-D TO W-LOT-TOTAL (W-LOT-QTDE)
                     END-IF
                WHEN RET-TRAILER
                     IF EM-LOTE
                        IF RET-QTDREG-T = W-LOT-QTDREG (W-LOT-QTDE)
                           AND RET-TOTAL-T = W-LOT-TOTAL (W-LOT-QTDE)
                           MOVE 'S' TO W-LOT-STATUS (W-LOT-QTDE)
                        ELSE
                           MOVE 'TRAILER NAO CONFERE COM O LOTE'
                                      TO W-LOT-MOTIVO (W-LOT-QTDE)
                        END-IF
                     END-IF
                     SET EM-LOTE TO FALSE
                WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-PERFORM.

           IF EM-LOTE
              MOVE 'LOTE SEM TRAILER' TO W-LOT-MOTIVO (W-LOT-QTDE)
           END-IF.

      *-----------------------------------------------------------------
      * segunda passada: baixa dos detalhes dos lotes conferidos
      *-----------------------------------------------------------------
       APLICA-RETORNO.
           MOVE 0 TO W-IX-LOTE
           SET EM-LOTE TO FALSE
           SET LOTE-VALIDO TO FALSE

           PERFORM UNTIL 1 = 2
              READ RETORNO AT END
                          EXIT PERFORM
              END-READ
              IF NOT VALID-RETORNO
                 PERFORM ERRO-ARQUIVO
              END-IF

              EVALUATE TRUE
                WHEN RET-HEADER
                     IF EM-LOTE
                        PERFORM FECHA-LOTE
                     END-IF
                     PERFORM INICIA-LOTE
                WHEN RET-DETALHE
                     PERFORM TRATA-DETALHE
                WHEN RET-TRAILER
                     IF EM-LOTE
                        PERFORM FECHA-LOTE
                     END-IF
                WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-PERFORM.

           IF EM-LOTE
              PERFORM FECHA-LOTE
           END-IF.

       INICIA-LOTE.
           ADD 1 TO W-IX-LOTE
           ADD 1 TO W-TOT-LOTES
           SET EM-LOTE TO TRUE
           MOVE RET-EMPRESA-H TO W-EMPRESA-LOTE
           MOVE RET-NUMRET-H  TO W-NUMRET-LOTE
           MOVE 0 TO W-LOT-LIDOS W-LOT-VLIDOS W-LOT-APLIC
                     W-LOT-VAPLIC W-LOT-REJEI W-LOT-VREJEI
           MOVE SPACES TO W-MOTIVO

           IF W-IX-LOTE > W-LOT-QTDE
              SET LOTE-VALIDO TO FALSE
              MOVE 'LOTE ALEM DO LIMITE DO ARQUIVO' TO W-MOTIVO
           ELSE
              IF W-LOT-OK (W-IX-LOTE)
                 SET LOTE-VALIDO TO TRUE
              ELSE
                 SET LOTE-VALIDO TO FALSE
                 MOVE W-LOT-MOTIVO (W-IX-LOTE) TO W-MOTIVO
              END-IF
           END-IF

           IF LOTE-VALIDO
              INITIALIZE              NCTL-REGISTR-1
              MOVE W-EMPRESA-LOTE  TO NCTL-EMPRESA-1
              MOVE SPACES          TO NCTL-CODIGO-1
              MOVE 'RET'           TO NCTL-SERIE-1
              READ NUMCTL
              IF VALID-NUMCTL
                 IF W-NUMRET-LOTE NOT > NCTL-ULTNUM-1
                    SET LOTE-VALIDO TO FALSE
                    MOVE 'RETORNO JA PROCESSADO' TO W-MOTIVO
                 END-IF
              ELSE
                 IF STAT-NUMCTL NOT = '23'
                    PERFORM ERRO-ARQUIVO
                 END-IF
              END-IF
           END-IF

           MOVE 800 TO W-CONTLIN
           PERFORM TESTA-QUEBRA-PAGINA
           MOVE W-EMPRESA-LOTE TO W-EMPRESA-LOT
           MOVE W-NUMRET-LOTE  TO W-NUMRET-LOT
           MOVE RET-DATAGER-H  TO W-DATAUXI
           PERFORM FORMATA-DATA
           MOVE W-DATAIMP      TO W-DATAGER-LOT
           IF LOTE-VALIDO
              MOVE SPACES      TO W-SITUACAO-LOT
           ELSE
              STRING 'RECUSADO: '  DELIMITED BY SIZE
                     W-MOTIVO      DELIMITED BY SIZE
                INTO W-SITUACAO-LOT
              END-STRING
           END-IF
           WRITE RELATO-R FROM W-LINHA-LOTE
           MOVE SPACES TO RELATO-R
           WRITE RELATO-R
           ADD 2 TO W-CONTLIN.

       TRATA-DETALHE.
           IF NOT EM-LOTE
              ADD 1             TO W-TOT-LIDOS W-TOT-REJEI
              ADD RET-VALPAGO-D TO W-TOT-VLIDOS W-TOT-VREJEI
              MOVE 'DETALHE FORA DE LOTE' TO W-MOTIVO
              PERFORM GRAVA-REJEITO
              EXIT PARAGRAPH.

           ADD 1             TO W-LOT-LIDOS
           ADD RET-VALPAGO-D TO W-LOT-VLIDOS

           IF NOT LOTE-VALIDO
              PERFORM REJEITA-DETALHE
              EXIT PARAGRAPH.

           IF RET-EMPRESA-D NOT = W-EMPRESA-LOTE
              MOVE 'EMPRESA DIFERENTE DA DO LOTE' TO W-MOTIVO
              PERFORM REJEITA-DETALHE
              EXIT PARAGRAPH.

           IF RET-VALPAGO-D = 0
              MOVE 'VALOR PAGO ZERADO' TO W-MOTIVO
              PERFORM REJEITA-DETALHE
              EXIT PARAGRAPH.

           INITIALIZE             CREC-REGISTR-1
           MOVE RET-EMPRESA-D  TO CREC-EMPRESA-1
           MOVE RET-NUMTIT-D   TO CREC-NUMTIT-1
           READ CONTREC
           IF STAT-CONTREC = '23'
              MOVE 'TITULO NAO ENCONTRADO' TO W-MOTIVO
              PERFORM REJEITA-DETALHE
              EXIT PARAGRAPH.
           IF NOT VALID-CONTREC
              PERFORM ERRO-ARQUIVO.

           IF CREC-RETORNO-1 NUMERIC AND
              CREC-RETORNO-1 = W-NUMRET-LOTE
              MOVE 'TITULO REPETIDO NO RETORNO' TO W-MOTIVO
              PERFORM REJEITA-DETALHE
              EXIT PARAGRAPH.

           IF CREC-QUITADO
              MOVE 'TITULO JA QUITADO' TO W-MOTIVO
              PERFORM REJEITA-DETALHE
              EXIT PARAGRAPH.

           COMPUTE W-SALDO-TITULO = CREC-VALOR-1 - CREC-PAGO-1
           MOVE W-SALDO-TITULO    TO W-MOR-SALDO
           MOVE CREC-VENCIMENTO-1 TO W-MOR-VENCTO
           IF RET-DATAPAG-D = 0
              MOVE W-DATA-SISTEMA TO W-MOR-DATA
           ELSE
              MOVE RET-DATAPAG-D  TO W-MOR-DATA
           END-IF
           PERFORM CALCULA-MORA
           IF RET-VALPAGO-D > W-MOR-TOTAL
              IF W-MOR-TOTAL > W-SALDO-TITULO
                 MOVE 'VALOR PAGO MAIOR QUE SALDO E MORA' TO W-MOTIVO
              ELSE
                 MOVE 'VALOR PAGO MAIOR QUE O SALDO' TO W-MOTIVO
              END-IF
              PERFORM REJEITA-DETALHE
              EXIT PARAGRAPH.

           IF RET-VALPAGO-D > W-SALDO-TITULO
              MOVE W-SALDO-TITULO TO W-PRINCIPAL-BAIXA
           ELSE
              MOVE RET-VALPAGO-D  TO W-PRINCIPAL-BAIXA
           END-IF
           IF CREC-ENCARGOS-1 NOT NUMERIC
              MOVE 0 TO CREC-ENCARGOS-1
           END-IF
           ADD W-PRINCIPAL-BAIXA TO CREC-PAGO-1
           COMPUTE CREC-ENCARGOS-1 = CREC-ENCARGOS-1 + RET-VALPAGO-D
                                   - W-PRINCIPAL-BAIXA
           MOVE W-MOR-DATA TO CREC-DATABX-1
           MOVE W-OPERADOR-ID TO CREC-OPERADOR-1
           IF CREC-PAGO-1 >= CREC-VALOR-1
              SET CREC-QUITADO TO TRUE
           ELSE
              SET CREC-PARCIAL TO TRUE
           END-IF
           MOVE W-NUMRET-LOTE TO CREC-RETORNO-1
           IF CREC-REMESSA-1 NOT NUMERIC
              MOVE 0 TO CREC-REMESSA-1
           END-IF

           REWRITE CREC-REGISTR-1
           IF NOT VALID-CONTREC
              PERFORM ERRO-ARQUIVO.

           ADD 1             TO W-LOT-APLIC
           ADD RET-VALPAGO-D TO W-LOT-VAPLIC

           PERFORM TESTA-QUEBRA-PAGINA
           MOVE CREC-NUMTIT-1     TO W-NUMTIT-DET
           MOVE CREC-CLIENTE-1    TO W-CLIENTE-DET
           MOVE CREC-VENCIMENTO-1 TO W-DATAUXI
           PERFORM FORMATA-DATA
           MOVE W-DATAIMP         TO W-VENCTO-DET
           MOVE CREC-DATABX-1     TO W-DATAUXI
           PERFORM FORMATA-DATA
           MOVE W-DATAIMP         TO W-DATAPAG-DET
           MOVE RET-VALPAGO-D     TO W-VALPAGO-DET
           COMPUTE W-SALDO-DET = CREC-VALOR-1 - CREC-PAGO-1
           IF CREC-QUITADO
              MOVE 'QUITADO'      TO W-SITUACAO-DET
           ELSE
              MOVE 'PARCIAL'      TO W-SITUACAO-DET
           END-IF
           WRITE RELATO-R FROM W-LINHA-DETALHE
           ADD 1 TO W-CONTLIN.

       REJEITA-DETALHE.
           ADD 1             TO W-LOT-REJEI
           ADD RET-VALPAGO-D TO W-LOT-VREJEI
           PERFORM GRAVA-REJEITO.

       GRAVA-REJEITO.
           PERFORM TESTA-QUEBRA-REJEITO
           MOVE RET-EMPRESA-D  TO W-EMPRESA-REJ
           IF EM-LOTE
              MOVE W-NUMRET-LOTE TO W-NUMRET-REJ
           ELSE
              MOVE 0             TO W-NUMRET-REJ
           END-IF
           MOVE RET-NUMTIT-D   TO W-NUMTIT-REJ
           MOVE RET-DATAPAG-D  TO W-DATAUXI
           PERFORM FORMATA-DATA
           MOVE W-DATAIMP      TO W-DATAPAG-REJ
           MOVE RET-VALPAGO-D  TO W-VALPAGO-REJ
           MOVE W-MOTIVO       TO W-MOTIVO-REJ
           WRITE REJEITA-R FROM W-LINHA-REJEITO
           ADD 1 TO W-CONTLIN-REJ.

      *-----------------------------------------------------------------
      * fim do lote: totais de controle e, se aplicado, numero do
      * retorno gravado na serie RET da empresa
      *-----------------------------------------------------------------
       FECHA-LOTE.
           SET EM-LOTE TO FALSE

           IF LOTE-VALIDO
              INITIALIZE              NCTL-REGISTR-1
              MOVE W-EMPRESA-LOTE  TO NCTL-EMPRESA-1
              MOVE SPACES          TO NCTL-CODIGO-1
              MOVE 'RET'           TO NCTL-SERIE-1
              READ NUMCTL
              IF STAT-NUMCTL = '23'
                 INITIALIZE              NCTL-REGISTR-1
                 MOVE W-EMPRESA-LOTE  TO NCTL-EMPRESA-1
                 MOVE SPACES          TO NCTL-CODIGO-1
                 MOVE 'RET'           TO NCTL-SERIE-1
                 MOVE W-NUMRET-LOTE   TO NCTL-ULTNUM-1
                 WRITE NCTL-REGISTR-1
              ELSE
                 IF NOT VALID-NUMCTL
                    PERFORM ERRO-ARQUIVO
                 END-IF
                 MOVE W-NUMRET-LOTE   TO NCTL-ULTNUM-1
                 REWRITE NCTL-REGISTR-1
              END-IF
              IF NOT VALID-NUMCTL
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-IF

           ADD W-LOT-LIDOS  TO W-TOT-LIDOS
           ADD W-LOT-VLIDOS TO W-TOT-VLIDOS
           ADD W-LOT-APLIC  TO W-TOT-APLIC
           ADD W-LOT-VAPLIC TO W-TOT-VAPLIC
           ADD W-LOT-REJEI  TO W-TOT-REJEI
           ADD W-LOT-VREJEI TO W-TOT-VREJEI

           PERFORM TESTA-QUEBRA-PAGINA
           MOVE '*** TOTAL DO LOTE' TO W-ROTULO-TOT
           MOVE W-LOT-LIDOS         TO W-LIDOS-TOT
           MOVE W-LOT-VLIDOS        TO W-VLIDOS-TOT
           MOVE W-LOT-APLIC         TO W-APLIC-TOT
           MOVE W-LOT-VAPLIC        TO W-VAPLIC-TOT
           MOVE W-LOT-REJEI         TO W-REJEI-TOT
           MOVE W-LOT-VREJEI        TO W-VREJEI-TOT
           WRITE RELATO-R FROM W-LINHA-TOTAL
           ADD 1 TO W-CONTLIN.

       TOTAL-GERAL.
           PERFORM TESTA-QUEBRA-PAGINA
           IF W-TOT-LOTES = 0 AND W-TOT-LIDOS = 0
              MOVE 'ARQUIVO DE RETORNO SEM LOTES.' TO RELATO-R
              WRITE RELATO-R
              EXIT PARAGRAPH.

           MOVE SPACES TO RELATO-R
           WRITE RELATO-R
           MOVE '*** TOTAL GERAL'   TO W-ROTULO-TOT
           MOVE W-TOT-LIDOS         TO W-LIDOS-TOT
           MOVE W-TOT-VLIDOS        TO W-VLIDOS-TOT
           MOVE W-TOT-APLIC         TO W-APLIC-TOT
           MOVE W-TOT-VAPLIC        TO W-VAPLIC-TOT
           MOVE W-TOT-REJEI         TO W-REJEI-TOT
           MOVE W-TOT-VREJEI        TO W-VREJEI-TOT
           WRITE RELATO-R FROM W-LINHA-TOTAL
           ADD 2 TO W-CONTLIN

           IF W-TOT-REJEI = 0
              PERFORM TESTA-QUEBRA-REJEITO
              MOVE 'NENHUM REGISTRO REJEITADO.' TO REJEITA-R
              WRITE REJEITA-R
           END-IF.

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

       TESTA-QUEBRA-REJEITO.
           IF W-CONTLIN-REJ > W-LINPAGINA
              PERFORM IMPRIME-CABECALHO-REJ
           END-IF.

       IMPRIME-CABECALHO-REJ.
           MOVE SPACES TO REJEITA-R
           MOVE ALL '-' TO REJEITA-R(1:132)
           WRITE REJEITA-R

           ADD 1 TO W-NROPAGI-REJ
           MOVE W-NROPAGI-REJ TO WCAB-NROPAGI-1-REJ
           MOVE W-DATASIS-IMP TO WCAB-DATASIS-1-REJ
           WRITE REJEITA-R FROM W-CAB-1-REJ

           MOVE SPACES TO REJEITA-R
           MOVE ALL '-' TO REJEITA-R(1:132)
           WRITE REJEITA-R

           WRITE REJEITA-R FROM W-CAB-2-REJ
           MOVE SPACES TO REJEITA-R
           WRITE REJEITA-R

           MOVE 5 TO W-CONTLIN-REJ.

       ERRO-ARQUIVO.
           CALL "C$RERR" USING WS-EXTEND-STATUS
           MOVE WS-EXTEND-STATUS(1:2) TO W-FSTATUS
           MOVE WS-EXTEND-STATUS(3:)  TO W-EXTSTAT
           CALL "C$RERRNAME" USING W-ARQUIVO.

           IF ERRLOG-ABERTO
              INITIALIZE ERRL-REGISTR-1
              ACCEPT ERRL-DATA-1 FROM DATE YYYYMMDD
              ACCEPT ERRL-HORA-1 FROM TIME
              MOVE 'RETBCO'   TO ERRL-PROGRAMA-1
              MOVE W-ARQUIVO  TO ERRL-ARQUIVO-1
              MOVE W-FSTATUS  TO ERRL-STATUS-1
              WRITE ERRL-REGISTR-1
           END-IF.

           DISPLAY 'RETBCO - ERRO DE ARQUIVO ' W-FSTATUS
                   ' EM ' W-ARQUIVO (1:60).

           MOVE 8 TO RETURN-CODE.

           PERFORM FIM.

           COPY "PARAMP.CPY".
           COPY "DIASP.CPY".
           COPY "MORAP.CPY".
