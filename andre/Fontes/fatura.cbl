      * na tela APROVA e sai como pendencia ate ser aprovado.
      * Pedido de cliente com limite de credito estourado (limite em
      * CADCLI mais os titulos nao quitados de CONTREC) nao e
      * faturado e sai como pendencia de credito no relatorio; o
      * mesmo vale para cliente bloqueado pelo aviso final do
      * COBRANCA (DCLI-BLOQCOB-1), ate a liberacao na tela CLIENTE.
      * Cada pedido faturado tem o seu romaneio de separacao impresso
      * pelo subprograma ROMANEIO (acumulado em ROMANEIO.TXT).
      * Cada pedido faturado gera os seus titulos a receber em
      * CONTREC (serie REC do NUMCTL), um por parcela da condicao de
      * pagamento do pedido (PCAB-CONDPAG-1 em CONDPAG): valor pelo
      * percentual da parcela sobre o PCAB-TOTAL-1 (a ultima parcela
      * leva a diferenca de arredondamento) e vencimento na data do
      * faturamento mais os dias da parcela.  Pedido sem condicao (ou
      * com condicao nao cadastrada) gera um titulo unico a PRAZO
      * dias.  Vencimento em fim de semana ou feriado do CALEND da
      * empresa passa para o proximo dia util.  Os titulos gerados
      * saem no relatorio logo apos os itens do pedido.
      * Cada pedido faturado gera a sua nota fiscal (NFCAB/NFITE),
      * numerada pelo NUMCTL (codigo 'NF', serie SERIENF): por item o
      * valor liquido do desconto, o IPI pela aliquota do TABPR e o
      * ICMS pela aliquota interna do TABPR ou, em operacao
      * interestadual (UF do cliente diferente da UF da empresa), pela
      * ALIQINTER (4% para mercadoria importada).  Destinatario nao
      * contribuinte (sem IE ou ISENTO) paga a aliquota interna e tem
      * o IPI na base do ICMS.  Os titulos saem sobre o total da nota
      * (produtos mais IPI).  A nota e impressa pelo subprograma IMPNF
      * (NOTAFIS.TXT) e exportada para o transmissor em NFEXP.TXT.
      * Produto sem NCM no TABPR deixa o pedido pendente.
      * Parametros (FATURA.PAR):  EMPRESA=nnn  (0 = todas)
      *                           PRAZO=nnn    (dias, padrao 30)
      *                           DEPOSITO=nn  (padrao 1)
      *                           SERIENF=xxx  (padrao 1)
      *                           CFOPINT=nnnn (padrao 5102)
      *                           CFOPEXT=nnnn (padrao 6102)
      *                           ALIQINTER=nn,nn (padrao 12)
      * Cada pedido tem a sua entrada no jornal FATJRN, gravada antes
      * da primeira baixa e atualizada a cada etapa (item a item na
      * baixa, nota, cabecalho, titulos) ate a conclusao.  No inicio
      * da rodada todo pedido com entrada iniciada e nao concluida
      * (rodada anterior interrompida) e recuperado antes do
      * faturamento normal: com a nota ja emitida o faturamento e
      * completado (nota reexportada se preciso, cabecalho marcado,
      * titulos regravados); sem nota, as baixas sao desfeitas
      * (saidas do MOVESTO apagadas, saldos de lote, deposito,
      * estoque e reserva devolvidos - a reserva so na quantidade
      * efetivamente baixada, guardada na entrada do item no
      * jornal, onde tambem fica marcado o que ja foi devolvido -,
      * titulos e itens de nota apagados) e o pedido, ainda em aberto,
      * e faturado de novo na mesma rodada.  Cada acao da recuperacao
      * sai no FATURA.TXT e no AUDITLOG; entradas concluidas de dias
      * anteriores sao apagadas do jornal.  Assim a reexecucao do
      * passo pelo ROTDIA e segura.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           copy "fechctl.sl".
           copy "numctl.sl".
           copy "contrec.sl".
           copy "condpag.sl".
           copy "calend.sl".
           copy "cademp.sl".
           copy "nfcab.sl".
           copy "nfite.sl".
           copy "nfexp.sl".
           copy "fatjrn.sl".
           copy "auditlog.sl".
           copy "errlog.sl".

           SELECT PARAMS ASSIGN TO 'FATURA.PAR'
           copy "fechctl.fd".
           copy "numctl.fd".
           copy "contrec.fd".
           copy "condpag.fd".
           copy "calend.fd".
           copy "cademp.fd".
           copy "nfcab.fd".
           copy "nfite.fd".
           copy "nfexp.fd".
           copy "fatjrn.fd".
           copy "auditlog.fd".
           copy "errlog.fd".

       FD  PARAMS LABEL RECORD OMITTED.
               88 CADCLI-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-CREDITO              PIC  X(01).
               88 CREDITO-OK             VALUE 'S' FALSE 'N'.
           03  STAT-BLOQUEIO             PIC  X(01).
               88 CLIENTE-BLOQUEADO      VALUE 'S' FALSE 'N'.
           03  STAT-FECHCTL              PIC  X(02).
               88 VALID-FECHCTL          VALUE '00' THRU '09'.
           03  STAT-FECHCTL-ABERTO      PIC  X(01) VALUE 'N'.
               88 VALID-NUMCTL           VALUE '00' THRU '09'.
           03  STAT-CONTREC              PIC  X(02).
               88 VALID-CONTREC          VALUE '00' THRU '09'.
           03  STAT-CONDPAG              PIC  X(02).
               88 VALID-CONDPAG          VALUE '00' THRU '09'.
           03  STAT-CONDPAG-ABERTO       PIC  X(01) VALUE 'N'.
               88 CONDPAG-ABERTO         VALUE 'S' FALSE 'N'.
           03  STAT-CADEMP               PIC  X(02).
               88 VALID-CADEMP           VALUE '00' THRU '09'.
           03  STAT-CADEMP-ABERTO        PIC  X(01) VALUE 'N'.
               88 CADEMP-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-NFCAB                PIC  X(02).
               88 VALID-NFCAB            VALUE '00' THRU '09'.
           03  STAT-NFITE                PIC  X(02).
               88 VALID-NFITE            VALUE '00' THRU '09'.
           03  STAT-NFEXP                PIC  X(02).
               88 VALID-NFEXP            VALUE '00' THRU '09'.
           03  STAT-FATJRN               PIC  X(02).
               88 VALID-FATJRN           VALUE '00' THRU '09'.
           03  STAT-AUDITLOG             PIC  X(02).
               88 VALID-AUDITLOG         VALUE '00' THRU '09'.
           03  STAT-AUDIT-ABERTO         PIC  X(01) VALUE 'N'.
               88 AUDIT-ABERTO           VALUE 'S' FALSE 'N'.
           03  STAT-RECUPERACAO          PIC  X(01) VALUE 'N'.
               88 EM-RECUPERACAO         VALUE 'S' FALSE 'N'.
           03  STAT-NOTA-RECUP           PIC  X(01).
               88 NOTA-EMITIDA           VALUE 'S' FALSE 'N'.
           03  STAT-ITEM-PRODUTO         PIC  X(01).
               88 ITEM-NO-PRODUTO        VALUE 'S' FALSE 'N'.
           03  STAT-ITEM-DEPOSITO        PIC  X(01).
               88 ITEM-NO-DEPOSITO       VALUE 'S' FALSE 'N'.
           03  STAT-JRN-PEDIDO           PIC  X(01) VALUE 'N'.
               88 JRN-PEDIDO-PENDENTE    VALUE 'S' FALSE 'N'.
           03  STAT-ERRLOG               PIC  X(02).
               88 VALID-ERRLOG           VALUE '00' THRU '09'.
           03  STAT-ERRLOG-ABERTO        PIC  X(01) VALUE 'N'.
               05 W-VEN-RESTO-4          PIC  9(04).
               05 W-VEN-RESTO-100        PIC  9(04).
               05 W-VEN-RESTO-400        PIC  9(04).
               05 W-VEN-BASE             PIC  9(08) VALUE 0.
               05 W-VEN-PRAZO            PIC  9(03) VALUE 0.

           03  CAMPOS-PARCELAS-W.
               05 W-CND-QTDPARC          PIC  9(02) VALUE 0.
               05 W-CND-TAB OCCURS 12 TIMES.
                  07 W-CND-DIAS          PIC  9(03).
                  07 W-CND-PERCENT       PIC  9(03)V99.
               05 W-IX-PARC              PIC  9(02) VALUE 0.
               05 W-VALOR-PARCELA        PIC  9(13)V99 VALUE 0.
               05 W-VALOR-ACUMULADO      PIC  9(13)V99 VALUE 0.
               05 W-VALOR-FATURA         PIC  9(13)V99 VALUE 0.

           03  CAMPOS-NOTA-W.
               05 W-SERIE-NF             PIC  X(03) VALUE '1'.
               05 W-CFOP-INTERNO         PIC  9(04) VALUE 5102.
               05 W-CFOP-INTEREST        PIC  9(04) VALUE 6102.
               05 W-ALIQ-INTEREST        PIC  9(02)V99 VALUE 12.
               05 W-NRONF-MAIOR          PIC  9(06) VALUE 0.
               05 W-NRONF-NOVO           PIC  9(06) VALUE 0.
               05 W-CFOP-NF              PIC  9(04) VALUE 0.
               05 W-UF-EMITENTE          PIC  X(02).
               05 W-OPERACAO             PIC  X(01).
                  88 OPERACAO-INTEREST   VALUE 'E' FALSE 'I'.
               05 W-CONTRIBUINTE         PIC  X(01).
                  88 DEST-CONTRIBUINTE   VALUE 'S' FALSE 'N'.
               05 W-ITEM-VALOR           PIC  9(13)V99 VALUE 0.
               05 W-ITEM-BASE            PIC  9(13)V99 VALUE 0.
               05 W-ITEM-ALIQ            PIC  9(02)V99 VALUE 0.
               05 W-ITEM-ICMS            PIC  9(13)V99 VALUE 0.
               05 W-ITEM-IPI             PIC  9(13)V99 VALUE 0.
               05 W-NF-ITENS             PIC  9(03) VALUE 0.
               05 W-NF-VALPROD           PIC  9(13)V99 VALUE 0.
               05 W-NF-BASE              PIC  9(13)V99 VALUE 0.
               05 W-NF-ICMS              PIC  9(13)V99 VALUE 0.
               05 W-NF-IPI               PIC  9(13)V99 VALUE 0.
               05 W-NF-TOTAL             PIC  9(13)V99 VALUE 0.

           03  CAMPOS-RECUPERACAO-W.
               05 W-DATA-EXECUCAO        PIC  9(08) VALUE 0.
               05 W-TOT-INTERROMPIDOS    PIC  9(06) VALUE 0.
               05 W-TOT-COMPLETADOS      PIC  9(06) VALUE 0.
               05 W-TOT-DESFEITOS        PIC  9(06) VALUE 0.
               05 W-CODIGO-REC-W         PIC  X(10).
               05 W-VALOR-REC-W          PIC  9(13)V99 VALUE 0.
               05 W-ACAO-REC-W           PIC  X(60).
               05 W-ANTES-REG            PIC  X(170).
               05 W-JRN-ANTES            PIC  X(170).
               05 W-JRN-PEDIDO           PIC  X(170).
               05 W-JRN-CHAVE-PEDIDO     PIC  X(09) VALUE SPACES.
               05 W-RESERVA-BAIXADA      PIC  9(09)V99 VALUE 0.
               05 W-RESERVA-DEVOLVER     PIC  9(09)V99 VALUE 0.
               05 W-ETAPA-ITEM-JRN       PIC  9(01) VALUE 0.
                  88 PRODUTO-JA-DEVOLVIDO VALUE 8 9.
                  88 DEPOSITO-JA-DEVOLVIDO VALUE 9.

           03  CAMPOS-EXPORTA-W.
               05 W-EXP-VALOR-1          PIC  9(13),99.
               05 W-EXP-VALOR-2          PIC  9(13),99.
               05 W-EXP-VALOR-3          PIC  9(13),99.
               05 W-EXP-VALOR-4          PIC  9(13),99.
               05 W-EXP-VALOR-5          PIC  9(13),99.
               05 W-EXP-QTDE             PIC  9(09),99.
               05 W-EXP-PRECO            PIC  9(09),99.
               05 W-EXP-ALIQ-1           PIC  9(02),99.
               05 W-EXP-ALIQ-2           PIC  9(02),99.

           03  CAMPOS-NECESSARIO-W.
               05 W-NEC-QTDE             PIC  9(03) VALUE 0.
      -              'ADE--- ---SALDO ATUAL-- ------------SITUACAO------
      -              '-----'.

               05 W-LINHA-TITULO.
                  07 W-EMPRESA-TIT       PIC  ZZ9B.
                  07 FILLER              PIC  X(11) VALUE 'TITULO'.
                  07 W-NROPED-TIT        PIC  ZZZ.ZZ9B.
                  07 W-VALOR-TIT         PIC  ZZ.ZZZ.ZZ9,99.
                  07 FILLER              PIC  X(02).
                  07 W-NUMTIT-TIT        PIC  ZZZ.ZZ9B(2).
                  07 FILLER              PIC  X(08) VALUE 'PARCELA '.
                  07 W-PARCELA-TIT       PIC  Z9.
                  07 FILLER              PIC  X(01) VALUE '/'.
                  07 W-QTDPARC-TIT       PIC  99B(2).
                  07 FILLER              PIC  X(07) VALUE 'VENCTO '.
                  07 W-VENCTO-TIT        PIC  99/99/9999.

               05 W-LINHA-NOTA.
                  07 W-EMPRESA-NOT       PIC  ZZ9B.
                  07 FILLER              PIC  X(11) VALUE 'NOTA FISCAL'.
                  07 W-NROPED-NOT        PIC  ZZZ.ZZ9B.
                  07 W-VALOR-NOT         PIC  ZZ.ZZZ.ZZ9,99.
                  07 FILLER              PIC  X(02).
                  07 W-NUMERO-NOT        PIC  ZZZ.ZZ9B(2).
                  07 FILLER              PIC  X(06) VALUE 'SERIE '.
                  07 W-SERIE-NOT         PIC  X(03)B(2).
                  07 FILLER              PIC  X(05) VALUE 'CFOP '.
                  07 W-CFOP-NOT          PIC  9(04)B(2).
                  07 FILLER              PIC  X(05) VALUE 'ICMS '.
                  07 W-ICMS-NOT          PIC  ZZ.ZZZ.ZZ9,99B(2).
                  07 FILLER              PIC  X(04) VALUE 'IPI '.
                  07 W-IPI-NOT           PIC  ZZ.ZZZ.ZZ9,99.

               05 W-LINHA-TOTAL.
                  07 FILLER              PIC  X(20) VALUE
                     'PEDIDOS LIDOS:'.
                     '   PENDENTES:'.
                  07 W-TOTPEND-TOT       PIC  ZZZ.ZZ9.

               05 W-LINHA-RECUPERA.
                  07 W-EMPRESA-REC       PIC  ZZ9B.
                  07 FILLER              PIC  X(12) VALUE
                     'RECUPERACAO'.
                  07 W-NROPED-REC        PIC  ZZZ.ZZ9B.
                  07 W-CODIGO-REC        PIC  X(10)B.
                  07 W-VALOR-REC         PIC  ZZ.ZZZ.ZZZ.ZZ9,99
                                         BLANK WHEN ZERO.
                  07 FILLER              PIC  X(02).
                  07 W-ACAO-REC          PIC  X(60).

               05 W-LINHA-TOTAL-REC.
                  07 FILLER              PIC  X(23) VALUE
                     'PEDIDOS INTERROMPIDOS:'.
                  07 W-TOTINTE-TOT       PIC  ZZZ.ZZ9.
                  07 FILLER              PIC  X(16) VALUE
                     '   COMPLETADOS:'.
                  07 W-TOTCOMP-TOT       PIC  ZZZ.ZZ9.
                  07 FILLER              PIC  X(16) VALUE
                     '   DESFEITOS:'.
                  07 W-TOTDESF-TOT       PIC  ZZZ.ZZ9.

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           03  W-ARQUIVO                  PIC  X(150).

           COPY "PARAMW.CPY".
           COPY "DIASW.CPY".
           COPY "DIAUTIW.CPY".

       PROCEDURE DIVISION.
       INICIO.
           IF NOT VALID-CONTREC
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CONDPAG
           IF VALID-CONDPAG
              SET CONDPAG-ABERTO TO TRUE
           END-IF.

           OPEN INPUT CALEND
           IF VALID-CALEND
              SET CALEND-ABERTO TO TRUE
           END-IF.

           OPEN INPUT CADEMP
           IF VALID-CADEMP
              SET CADEMP-ABERTO TO TRUE
           END-IF.

           OPEN I-O NFCAB
           IF STAT-NFCAB = '35'
              OPEN OUTPUT NFCAB
              CLOSE NFCAB
              OPEN I-O NFCAB.
           IF NOT VALID-NFCAB
              PERFORM ERRO-ARQUIVO.

           OPEN I-O NFITE
           IF STAT-NFITE = '35'
              OPEN OUTPUT NFITE
              CLOSE NFITE
              OPEN I-O NFITE.
           IF NOT VALID-NFITE
              PERFORM ERRO-ARQUIVO.

           OPEN EXTEND NFEXP
           IF STAT-NFEXP = '35'
              OPEN OUTPUT NFEXP.
           IF NOT VALID-NFEXP
              PERFORM ERRO-ARQUIVO.

           OPEN I-O FATJRN
           IF STAT-FATJRN = '35'
              OPEN OUTPUT FATJRN
              CLOSE FATJRN
              OPEN I-O FATJRN.
           IF NOT VALID-FATJRN
              PERFORM ERRO-ARQUIVO.

           OPEN OUTPUT RELATO
           IF NOT VALID-RELATO
              PERFORM ERRO-ARQUIVO.
                               W-MESAUXI-I * 10000 +
                               W-DIAAUXI-I * 1000000

           PERFORM RECUPERA-PEDIDOS
           PERFORM PROCESSA-PEDIDOS
           PERFORM IMPRIME-TOTAIS

           CLOSE RELATO.
           CLOSE NUMCTL.
           CLOSE CONTREC.
           IF CONDPAG-ABERTO
              CLOSE CONDPAG
           END-IF.
           IF CALEND-ABERTO
              CLOSE CALEND
           END-IF.
           IF CADEMP-ABERTO
              CLOSE CADEMP
           END-IF.
           CLOSE NFCAB.
           CLOSE NFITE.
           CLOSE NFEXP.
           CLOSE FATJRN.
           IF AUDIT-ABERTO
              CLOSE AUDITLOG
           END-IF.
           IF ERRLOG-ABERTO
              CLOSE ERRLOG
           END-IF.
                     IF W-PAR-NUMERO <> 0
                        MOVE W-PAR-NUMERO TO W-DEPOSITO-FAT
                     END-IF
                WHEN 'SERIENF'
                     IF W-PAR-VALOR <> SPACES
                        MOVE W-PAR-VALOR TO W-SERIE-NF
                     END-IF
                WHEN 'CFOPINT'
                     PERFORM CONVERTE-PARAM-NUM
                     IF W-PAR-NUMERO <> 0
                        MOVE W-PAR-NUMERO TO W-CFOP-INTERNO
                     END-IF
                WHEN 'CFOPEXT'
                     PERFORM CONVERTE-PARAM-NUM
                     IF W-PAR-NUMERO <> 0
                        MOVE W-PAR-NUMERO TO W-CFOP-INTEREST
                     END-IF
                WHEN 'ALIQINTER'
                     PERFORM CONVERTE-PARAM-NUM
                     IF W-PAR-NUMERO <> 0
                        MOVE W-PAR-NUMERO TO W-ALIQ-INTEREST
                     END-IF
                WHEN OTHER
                     CONTINUE
              END-EVALUATE

           PERFORM TESTA-LIMITE-CLIENTE
           IF NOT CREDITO-OK
              IF CLIENTE-BLOQUEADO
                 MOVE 'CLIENTE BLOQUEADO PELA COBRANCA'
                                            TO W-SITUACAO-W
              ELSE
                 MOVE 'CLIENTE ACIMA DO LIMITE DE CREDITO'
                                            TO W-SITUACAO-W
              END-IF
              MOVE SPACES TO TPED-CODIGO-1
              MOVE 0 TO TPED-QUANTIDADE-1
              MOVE '23' TO STAT-TABPR
           IF NOT ORDEM-OK
              EXIT PARAGRAPH.

           PERFORM INICIA-JORNAL

           PERFORM BAIXA-ITENS
           SET JRN-BAIXADO TO TRUE
           PERFORM ATUALIZA-JORNAL

           PERFORM GERA-NOTA-FISCAL
           SET JRN-NOTA-EMITIDA TO TRUE
           PERFORM ATUALIZA-JORNAL

           SET PCAB-FATURADO TO TRUE
           MOVE W-DATA-SISTEMA TO PCAB-DATAFAT-1
           MOVE W-SERIE-NF     TO PCAB-NFSERIE-1
           MOVE W-NRONF-NOVO   TO PCAB-NFNUMERO-1
           REWRITE PCAB-REGISTR-1
           IF NOT VALID-PEDCAB
              PERFORM ERRO-ARQUIVO.
           SET JRN-PEDIDO-MARCADO TO TRUE
           PERFORM ATUALIZA-JORNAL

           PERFORM GRAVA-TITULO
           SET JRN-TITULOS-GRAVADOS TO TRUE
           PERFORM ATUALIZA-JORNAL

           CALL   'ROMANEIO' USING PCAB-EMPRESA-1, W-NROPED-ATUAL
           CANCEL 'ROMANEIO'

           CALL   'IMPNF' USING PCAB-EMPRESA-1, W-SERIE-NF,
                                W-NRONF-NOVO
           CANCEL 'IMPNF'

           SET JRN-CONCLUIDO TO TRUE
           ACCEPT JRN-HORAFIM-1 FROM TIME
           PERFORM ATUALIZA-JORNAL

           ADD 1 TO W-TOT-FATURADOS.

      *-----------------------------------------------------------------
      * jornal do faturamento: entrada do pedido gravada antes da
      * primeira baixa (a de uma rodada anterior do mesmo pedido,
      * desfeita, e substituida) e regravada a cada etapa
      *-----------------------------------------------------------------
       INICIA-JORNAL.
           INITIALIZE              JRN-REGISTR-1
           MOVE PCAB-EMPRESA-1  TO JRN-EMPRESA-1
           MOVE W-NROPED-ATUAL  TO JRN-NROPED-1
           MOVE W-DATA-SISTEMA  TO JRN-DATA-1
           ACCEPT JRN-HORAINI-1 FROM TIME
           MOVE W-OPERADOR-ID   TO JRN-OPERADOR-1
           MOVE W-DEPOSITO-FAT  TO JRN-DEPOSITO-1
           SET JRN-INICIADO     TO TRUE
           MOVE 0               TO JRN-SEQITEM-1
           SET JRN-ITEM-DEPOSITO TO TRUE

           WRITE JRN-REGISTR-1
           IF STAT-FATJRN = '22'
              REWRITE JRN-REGISTR-1
           END-IF
           IF NOT VALID-FATJRN
              PERFORM ERRO-ARQUIVO.

       ATUALIZA-JORNAL.
           REWRITE JRN-REGISTR-1
           IF NOT VALID-FATJRN
              PERFORM ERRO-ARQUIVO.

      *-----------------------------------------------------------------
      * entrada do item no jornal com a reserva baixada do produto,
      * gravada antes da regravacao do TABPR; a entrada do pedido
      * volta para a area do registro
      *-----------------------------------------------------------------
       GRAVA-JORNAL-ITEM.
           MOVE JRN-REGISTR-1     TO W-JRN-PEDIDO
           MOVE TPED-SEQITEM-1    TO JRN-ITEMREG-1
           MOVE W-RESERVA-BAIXADA TO JRN-RESERVA-1
           WRITE JRN-REGISTR-1
           IF STAT-FATJRN = '22'
              REWRITE JRN-REGISTR-1
           END-IF
           IF NOT VALID-FATJRN
              PERFORM ERRO-ARQUIVO.

           MOVE W-JRN-PEDIDO TO JRN-REGISTR-1.

       LE-JORNAL-ITEM.
           MOVE 0              TO W-RESERVA-DEVOLVER
           MOVE 0              TO W-ETAPA-ITEM-JRN
           MOVE JRN-REGISTR-1  TO W-JRN-PEDIDO
           MOVE TPED-SEQITEM-1 TO JRN-ITEMREG-1
           READ FATJRN
           IF VALID-FATJRN
              MOVE JRN-RESERVA-1   TO W-RESERVA-DEVOLVER
              MOVE JRN-ITEMETAPA-1 TO W-ETAPA-ITEM-JRN
              UNLOCK FATJRN
           ELSE
              IF STAT-FATJRN NOT = '23'
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-IF

           MOVE W-JRN-PEDIDO TO JRN-REGISTR-1.

      *-----------------------------------------------------------------
      * marca na entrada do item o que a recuperacao ja devolveu
      * (W-ETAPA-ITEM-JRN); jornal antigo sem a entrada do item ganha
      * uma, sem reserva.  A entrada do pedido volta para a area do
      * registro.
      *-----------------------------------------------------------------
       MARCA-JORNAL-ITEM.
           MOVE JRN-REGISTR-1  TO W-JRN-PEDIDO
           MOVE TPED-SEQITEM-1 TO JRN-ITEMREG-1
           READ FATJRN
           IF STAT-FATJRN = '23'
              MOVE W-JRN-PEDIDO     TO JRN-REGISTR-1
              MOVE TPED-SEQITEM-1   TO JRN-ITEMREG-1
              MOVE 0                TO JRN-RESERVA-1
              MOVE W-ETAPA-ITEM-JRN TO JRN-ITEMETAPA-1
              WRITE JRN-REGISTR-1
           ELSE
              IF NOT VALID-FATJRN
                 PERFORM ERRO-ARQUIVO
              END-IF
              MOVE W-ETAPA-ITEM-JRN TO JRN-ITEMETAPA-1
              REWRITE JRN-REGISTR-1
           END-IF
           IF NOT VALID-FATJRN
              PERFORM ERRO-ARQUIVO.

           MOVE W-JRN-PEDIDO TO JRN-REGISTR-1.

      *-----------------------------------------------------------------
      * nota fiscal do pedido: um item de NFITE por item do pedido com
      * os impostos calculados, depois o cabecalho com os totais e a
      * exportacao para o transmissor
      *-----------------------------------------------------------------
       GERA-NOTA-FISCAL.
           PERFORM DETERMINA-OPERACAO
           PERFORM DETERMINA-NRONF

           MOVE W-SERIE-NF     TO JRN-NFSERIE-1
           MOVE W-NRONF-NOVO   TO JRN-NFNUMERO-1
           PERFORM ATUALIZA-JORNAL

           MOVE 0 TO W-NF-ITENS W-NF-VALPROD W-NF-BASE W-NF-ICMS
                     W-NF-IPI W-NF-TOTAL

           INITIALIZE TPED-REGISTR-1
           MOVE PCAB-EMPRESA-1 TO TPED-EMPRESA-1
           MOVE W-NROPED-ATUAL TO TPED-NROPED-1
           START PEDIDO KEY >= TPED-RECORDK-1
           IF NOT VALID-PEDIDO
              PERFORM ERRO-ARQUIVO.

           PERFORM UNTIL 1 = 2
              READ PEDIDO NEXT AT END
                          EXIT PERFORM
              END-READ
              IF NOT VALID-PEDIDO OR
                 TPED-EMPRESA-1 NOT = PCAB-EMPRESA-1 OR
                 TPED-NROPED-1 NOT = W-NROPED-ATUAL
                 EXIT PERFORM
              END-IF

              PERFORM GRAVA-ITEM-NOTA
           END-PERFORM

           COMPUTE W-NF-TOTAL = W-NF-VALPROD + W-NF-IPI
           MOVE W-NF-TOTAL TO W-VALOR-FATURA

           INITIALIZE              NFCB-REGISTR-1
           MOVE PCAB-EMPRESA-1  TO NFCB-EMPRESA-1
           MOVE W-SERIE-NF      TO NFCB-SERIE-1
           MOVE W-NRONF-NOVO    TO NFCB-NUMERO-1
           MOVE W-NROPED-ATUAL  TO NFCB-NROPED-1
           MOVE PCAB-CLIENTE-1  TO NFCB-CLIENTE-1
           MOVE W-DATA-SISTEMA  TO NFCB-EMISSAO-1
           MOVE W-CFOP-NF       TO NFCB-CFOP-1
           IF VALID-CADCLI
              MOVE DCLI-UF-1    TO NFCB-UFDEST-1
              MOVE DCLI-IE-1    TO NFCB-IEDEST-1
              MOVE DCLI-CNPJ-1  TO NFCB-CNPJDEST-1
           END-IF
           MOVE W-NF-VALPROD    TO NFCB-VALPROD-1
           MOVE W-NF-BASE       TO NFCB-BASEICMS-1
           MOVE W-NF-ICMS       TO NFCB-VALICMS-1
           MOVE W-NF-IPI        TO NFCB-VALIPI-1
           MOVE W-NF-TOTAL      TO NFCB-VALTOTAL-1
           SET NFCB-ATIVA       TO TRUE
           MOVE W-OPERADOR-ID   TO NFCB-OPERADOR-1

           WRITE NFCB-REGISTR-1
           IF NOT VALID-NFCAB
              PERFORM ERRO-ARQUIVO.

           PERFORM EXPORTA-NOTA
           PERFORM IMPRIME-NOTA.

      *-----------------------------------------------------------------
      * operacao interestadual quando o cliente tem UF informada e
      * diferente da UF da empresa; sem UF (empresa ou cliente) a
      * operacao e tratada como interna.  Contribuinte e o cliente com
      * inscricao estadual que nao seja ISENTO.  Deixa o CADCLI lido
      * (VALID-CADCLI) para o cabecalho da nota.
      *-----------------------------------------------------------------
       DETERMINA-OPERACAO.
           MOVE SPACES TO W-UF-EMITENTE
           IF CADEMP-ABERTO
              MOVE PCAB-EMPRESA-1 TO DEMP-CODEMP-1
              READ CADEMP
              IF VALID-CADEMP
                 MOVE DEMP-UF-1 TO W-UF-EMITENTE
              END-IF
           END-IF

           SET OPERACAO-INTEREST  TO FALSE
           SET DEST-CONTRIBUINTE  TO FALSE
           MOVE '23' TO STAT-CADCLI
           IF CADCLI-ABERTO
              MOVE PCAB-EMPRESA-1 TO DCLI-EMPRESA-1
              MOVE PCAB-CLIENTE-1 TO DCLI-CODCLI-1
              READ CADCLI
           END-IF

           IF VALID-CADCLI
              IF DCLI-UF-1 NOT = SPACES AND
                 W-UF-EMITENTE NOT = SPACES AND
                 DCLI-UF-1 NOT = W-UF-EMITENTE
                 SET OPERACAO-INTEREST TO TRUE
              END-IF
              IF DCLI-IE-1 NOT = SPACES AND
                 DCLI-IE-1 NOT = 'ISENTO'
                 SET DEST-CONTRIBUINTE TO TRUE
              END-IF
           END-IF

           IF OPERACAO-INTEREST
              MOVE W-CFOP-INTEREST TO W-CFOP-NF
           ELSE
              MOVE W-CFOP-INTERNO  TO W-CFOP-NF
           END-IF.

      *-----------------------------------------------------------------
      * impostos do item: IPI sobre o valor liquido; ICMS pela
      * aliquota interna, interestadual (ALIQINTER) ou 4% para
      * importados em operacao interestadual com contribuinte; o IPI
      * entra na base do ICMS quando o destinatario nao e contribuinte
      *-----------------------------------------------------------------
       GRAVA-ITEM-NOTA.
           INITIALIZE        TDES-REGISTR-1
           MOVE TPED-EMPRESA-1 TO TDES-EMPRESA-1
           MOVE TPED-CODIGO-1  TO TDES-CODIGO-1
           READ TABPR
           IF NOT VALID-TABPR
              PERFORM ERRO-ARQUIVO.

           COMPUTE W-ITEM-VALOR ROUNDED =
                   TPED-QUANTIDADE-1 * TPED-PRECO-1 *
                   (100 - TPED-DESCONTO-1) / 100
           COMPUTE W-ITEM-IPI ROUNDED =
                   W-ITEM-VALOR * TDES-ALIQIPI-1 / 100

           IF OPERACAO-INTEREST AND DEST-CONTRIBUINTE
              IF TDES-IMPORTADO
                 MOVE 4               TO W-ITEM-ALIQ
              ELSE
                 MOVE W-ALIQ-INTEREST TO W-ITEM-ALIQ
              END-IF
           ELSE
              MOVE TDES-ALIQICMS-1    TO W-ITEM-ALIQ
           END-IF

           IF W-ITEM-ALIQ = 0
              MOVE 0 TO W-ITEM-BASE
           ELSE
              IF DEST-CONTRIBUINTE
                 MOVE W-ITEM-VALOR TO W-ITEM-BASE
              ELSE
                 COMPUTE W-ITEM-BASE = W-ITEM-VALOR + W-ITEM-IPI
              END-IF
           END-IF
           COMPUTE W-ITEM-ICMS ROUNDED =
                   W-ITEM-BASE * W-ITEM-ALIQ / 100

           INITIALIZE              NFIT-REGISTR-1
           MOVE PCAB-EMPRESA-1  TO NFIT-EMPRESA-1
           MOVE W-SERIE-NF      TO NFIT-SERIE-1
           MOVE W-NRONF-NOVO    TO NFIT-NUMERO-1
           MOVE TPED-SEQITEM-1  TO NFIT-SEQITEM-1
           MOVE TPED-CODIGO-1   TO NFIT-CODIGO-1
           MOVE TDES-NCM-1      TO NFIT-NCM-1
           MOVE TDES-ORIGEM-1   TO NFIT-ORIGEM-1
           MOVE W-CFOP-NF       TO NFIT-CFOP-1
           MOVE TPED-QUANTIDADE-1 TO NFIT-QUANTIDADE-1
           MOVE TPED-PRECO-1    TO NFIT-PRECO-1
           MOVE W-ITEM-VALOR    TO NFIT-VALOR-1
           MOVE W-ITEM-BASE     TO NFIT-BASEICMS-1
           MOVE W-ITEM-ALIQ     TO NFIT-ALIQICMS-1
           MOVE W-ITEM-ICMS     TO NFIT-VALICMS-1
           MOVE TDES-ALIQIPI-1  TO NFIT-ALIQIPI-1
           MOVE W-ITEM-IPI      TO NFIT-VALIPI-1

           WRITE NFIT-REGISTR-1
           IF NOT VALID-NFITE
              PERFORM ERRO-ARQUIVO.

           ADD 1            TO W-NF-ITENS
           ADD W-ITEM-VALOR TO W-NF-VALPROD
           ADD W-ITEM-BASE  TO W-NF-BASE
           ADD W-ITEM-ICMS  TO W-NF-ICMS
           ADD W-ITEM-IPI   TO W-NF-IPI.

      *-----------------------------------------------------------------
      * exportacao da nota para o transmissor (layout em nfexp.fd):
      * cabecalho, itens relidos de NFITE e linha de fim da nota
      *-----------------------------------------------------------------
       EXPORTA-NOTA.
           MOVE NFCB-VALPROD-1  TO W-EXP-VALOR-1
           MOVE NFCB-BASEICMS-1 TO W-EXP-VALOR-2
           MOVE NFCB-VALICMS-1  TO W-EXP-VALOR-3
           MOVE NFCB-VALIPI-1   TO W-EXP-VALOR-4
           MOVE NFCB-VALTOTAL-1 TO W-EXP-VALOR-5

           MOVE SPACES TO NFEX-REGISTR-1
           IF NOT CADEMP-ABERTO OR NOT VALID-CADEMP
              INITIALIZE DEMP-REGISTR-1
           END-IF
           STRING 'C|'              DELIMITED BY SIZE
                  NFCB-EMPRESA-1    DELIMITED BY SIZE
                  '|'               DELIMITED BY SIZE
                  NFCB-SERIE-1      DELIMITED BY SPACE
                  '|'               DELIMITED BY SIZE
                  NFCB-NUMERO-1     DELIMITED BY SIZE
                  '|'               DELIMITED BY SIZE
                  NFCB-EMISSAO-1    DELIMITED BY SIZE
                  '|'               DELIMITED BY SIZE
                  NFCB-CFOP-1       DELIMITED BY SIZE
                  '|'               DELIMITED BY SIZE
                  DEMP-CNPJ-1       DELIMITED BY SPACE
                  '|'               DELIMITED BY SIZE
                  DEMP-UF-1         DELIMITED BY SPACE
                  '|'               DELIMITED BY SIZE
                  DEMP-IE-1         DELIMITED BY SPACE
                  '|'               DELIMITED BY SIZE
                  NFCB-CLIENTE-1    DELIMITED BY SIZE
                  '|'               DELIMITED BY SIZE
                  NFCB-CNPJDEST-1   DELIMITED BY SPACE
                  '|'               DELIMITED BY SIZE
                  NFCB-UFDEST-1     DELIMITED BY SPACE
                  '|'               DELIMITED BY SIZE
                  NFCB-IEDEST-1     DELIMITED BY SPACE
                  '|'               DELIMITED BY SIZE
                  W-EXP-VALOR-1     DELIMITED BY SIZE
                  '|'               DELIMITED BY SIZE
                  W-EXP-VALOR-2     DELIMITED BY SIZE
                  '|'               DELIMITED BY SIZE
                  W-EXP-VALOR-3     DELIMITED BY SIZE
                  '|'               DELIMITED BY SIZE
                  W-EXP-VALOR-4     DELIMITED BY SIZE
                  '|'               DELIMITED BY SIZE
                  W-EXP-VALOR-5     DELIMITED BY SIZE
             INTO NFEX-REGISTR-1
           END-STRING
           PERFORM GRAVA-EXPORTACAO

           INITIALIZE NFIT-REGISTR-1
           MOVE NFCB-EMPRESA-1 TO NFIT-EMPRESA-1
           MOVE NFCB-SERIE-1   TO NFIT-SERIE-1
           MOVE NFCB-NUMERO-1  TO NFIT-NUMERO-1
           START NFITE KEY >= NFIT-RECORDK-1
           IF VALID-NFITE
              PERFORM UNTIL 1 = 2
                 READ NFITE NEXT AT END
                             EXIT PERFORM
                 END-READ
                 IF NOT VALID-NFITE OR
                    NFIT-EMPRESA-1 NOT = NFCB-EMPRESA-1 OR
                    NFIT-SERIE-1 NOT = NFCB-SERIE-1 OR
                    NFIT-NUMERO-1 NOT = NFCB-NUMERO-1
                    EXIT PERFORM
                 END-IF
                 PERFORM EXPORTA-ITEM
              END-PERFORM
           END-IF

           MOVE NFCB-VALTOTAL-1 TO W-EXP-VALOR-5
           MOVE SPACES TO NFEX-REGISTR-1
           STRING 'T|'              DELIMITED BY SIZE
                  NFCB-SERIE-1      DELIMITED BY SPACE
                  '|'               DELIMITED BY SIZE
                  NFCB-NUMERO-1     DELIMITED BY SIZE
                  '|'               DELIMITED BY SIZE
                  W-NF-ITENS        DELIMITED BY SIZE
                  '|'               DELIMITED BY SIZE
                  W-EXP-VALOR-5     DELIMITED BY SIZE
             INTO NFEX-REGISTR-1
           END-STRING
           PERFORM GRAVA-EXPORTACAO.

       EXPORTA-ITEM.
           MOVE NFIT-QUANTIDADE-1 TO W-EXP-QTDE
           MOVE NFIT-PRECO-1      TO W-EXP-PRECO
           MOVE NFIT-VALOR-1      TO W-EXP-VALOR-1
           MOVE NFIT-BASEICMS-1   TO W-EXP-VALOR-2
           MOVE NFIT-ALIQICMS-1   TO W-EXP-ALIQ-1
           MOVE NFIT-VALICMS-1    TO W-EXP-VALOR-3
           MOVE NFIT-ALIQIPI-1    TO W-EXP-ALIQ-2
           MOVE NFIT-VALIPI-1     TO W-EXP-VALOR-4

           MOVE SPACES TO NFEX-REGISTR-1
           STRING 'I|'              DELIMITED BY SIZE
                  NFIT-SEQITEM-1    DELIMITED BY SIZE
                  '|'               DELIMITED BY SIZE
                  NFIT-CODIGO-1     DELIMITED BY SPACE
                  '|'               DELIMITED BY SIZE
                  NFIT-NCM-1        DELIMITED BY SPACE
                  '|'               DELIMITED BY SIZE
                  NFIT-ORIGEM-1     DELIMITED BY SIZE
                  '|'               DELIMITED BY SIZE
                  NFIT-CFOP-1       DELIMITED BY SIZE
                  '|'               DELIMITED BY SIZE
                  W-EXP-QTDE        DELIMITED BY SIZE
                  '|'               DELIMITED BY SIZE
                  W-EXP-PRECO       DELIMITED BY SIZE
                  '|'               DELIMITED BY SIZE
                  W-EXP-VALOR-1     DELIMITED BY SIZE
                  '|'               DELIMITED BY SIZE
                  W-EXP-VALOR-2     DELIMITED BY SIZE
                  '|'               DELIMITED BY SIZE
                  W-EXP-ALIQ-1      DELIMITED BY SIZE
                  '|'               DELIMITED BY SIZE
                  W-EXP-VALOR-3     DELIMITED BY SIZE
                  '|'               DELIMITED BY SIZE
                  W-EXP-ALIQ-2      DELIMITED BY SIZE
                  '|'               DELIMITED BY SIZE
                  W-EXP-VALOR-4     DELIMITED BY SIZE
             INTO NFEX-REGISTR-1
           END-STRING
           PERFORM GRAVA-EXPORTACAO.

       GRAVA-EXPORTACAO.
           INSPECT NFEX-REGISTR-1 REPLACING ALL ',' BY '.'
           WRITE NFEX-REGISTR-1
           IF NOT VALID-NFEXP
              PERFORM ERRO-ARQUIVO.

       DETERMINA-NRONF.
           MOVE PCAB-EMPRESA-1 TO NCTL-EMPRESA-1
           MOVE 'NF'           TO NCTL-CODIGO-1
           MOVE W-SERIE-NF     TO NCTL-SERIE-1
           READ NUMCTL
           IF STAT-NUMCTL = '23'
              PERFORM SEMEIA-NF
              INITIALIZE NCTL-REGISTR-1
              MOVE PCAB-EMPRESA-1 TO NCTL-EMPRESA-1
              MOVE 'NF'           TO NCTL-CODIGO-1
              MOVE W-SERIE-NF     TO NCTL-SERIE-1
              MOVE W-NRONF-MAIOR  TO NCTL-ULTNUM-1
              WRITE NCTL-REGISTR-1
              IF NOT VALID-NUMCTL
                 PERFORM ERRO-ARQUIVO
              END-IF
           ELSE
              IF NOT VALID-NUMCTL
                 PERFORM ERRO-ARQUIVO.

           ADD 1 TO NCTL-ULTNUM-1
           MOVE NCTL-ULTNUM-1 TO W-NRONF-NOVO
           REWRITE NCTL-REGISTR-1
           IF NOT VALID-NUMCTL
              PERFORM ERRO-ARQUIVO.

       SEMEIA-NF.
           MOVE 0 TO W-NRONF-MAIOR
           INITIALIZE NFCB-REGISTR-1
           MOVE PCAB-EMPRESA-1 TO NFCB-EMPRESA-1
           MOVE W-SERIE-NF     TO NFCB-SERIE-1
           MOVE 0              TO NFCB-NUMERO-1
           START NFCAB KEY >= NFCB-RECORDK-1
           IF VALID-NFCAB
              PERFORM UNTIL 1 = 2
                 READ NFCAB NEXT AT END
                            EXIT PERFORM
                 END-READ
                 IF NOT VALID-NFCAB OR
                    NFCB-EMPRESA-1 NOT = PCAB-EMPRESA-1 OR
                    NFCB-SERIE-1 NOT = W-SERIE-NF
                    EXIT PERFORM
                 END-IF
                 MOVE NFCB-NUMERO-1 TO W-NRONF-MAIOR
              END-PERFORM
           END-IF.

      *-----------------------------------------------------------------
      * gera os titulos a receber do pedido faturado, um por parcela
      * da condicao de pagamento do pedido
      *-----------------------------------------------------------------
       GRAVA-TITULO.
           PERFORM CARREGA-CONDICAO
           MOVE 0 TO W-VALOR-ACUMULADO

           PERFORM VARYING W-IX-PARC FROM 1 BY 1
                   UNTIL W-IX-PARC > W-CND-QTDPARC
              PERFORM GRAVA-PARCELA
           END-PERFORM.

      *-----------------------------------------------------------------
      * parcelas da condicao do pedido; sem condicao (ou condicao nao
      * cadastrada) fica uma parcela unica de 100% a PRAZO dias
      *-----------------------------------------------------------------
       CARREGA-CONDICAO.
           MOVE 1                TO W-CND-QTDPARC
           MOVE W-PRAZO-TITULO   TO W-CND-DIAS (1)
           MOVE 100              TO W-CND-PERCENT (1)

           IF PCAB-CONDPAG-1 = SPACES OR NOT CONDPAG-ABERTO
              EXIT PARAGRAPH.

           MOVE PCAB-CONDPAG-1 TO CPAG-CODCOND-1
           READ CONDPAG
           IF NOT VALID-CONDPAG
              EXIT PARAGRAPH.
           IF CPAG-QTDPARC-1 = 0 OR CPAG-QTDPARC-1 > 12
              EXIT PARAGRAPH.

           MOVE CPAG-QTDPARC-1 TO W-CND-QTDPARC
           PERFORM VARYING W-IX-PARC FROM 1 BY 1
                   UNTIL W-IX-PARC > W-CND-QTDPARC
              MOVE CPAG-DIAS-1    (W-IX-PARC)
                TO W-CND-DIAS     (W-IX-PARC)
              MOVE CPAG-PERCENT-1 (W-IX-PARC)
                TO W-CND-PERCENT  (W-IX-PARC)
           END-PERFORM.

       GRAVA-PARCELA.
           PERFORM DETERMINA-NROTIT

           MOVE W-DATA-SISTEMA            TO W-VEN-BASE
           MOVE W-CND-DIAS (W-IX-PARC)    TO W-VEN-PRAZO
           PERFORM CALCULA-VENCIMENTO
           PERFORM AJUSTA-DIA-UTIL

           IF W-IX-PARC = W-CND-QTDPARC
              COMPUTE W-VALOR-PARCELA =
                      W-VALOR-FATURA - W-VALOR-ACUMULADO
           ELSE
              COMPUTE W-VALOR-PARCELA ROUNDED =
                      W-VALOR-FATURA * W-CND-PERCENT (W-IX-PARC) / 100
           END-IF
           ADD W-VALOR-PARCELA TO W-VALOR-ACUMULADO

           INITIALIZE              CREC-REGISTR-1
           MOVE PCAB-EMPRESA-1  TO CREC-EMPRESA-1
           MOVE W-NROPED-ATUAL  TO CREC-NROPED-1
           MOVE W-DATA-SISTEMA  TO CREC-EMISSAO-1
           MOVE W-VENCIMENTO    TO CREC-VENCIMENTO-1
           MOVE W-VALOR-PARCELA TO CREC-VALOR-1
           MOVE 0               TO CREC-PAGO-1
           MOVE W-OPERADOR-ID   TO CREC-OPERADOR-1
           SET CREC-ABERTO TO TRUE
           MOVE W-IX-PARC       TO CREC-PARCELA-1
           MOVE W-CND-QTDPARC   TO CREC-QTDPARC-1

           WRITE CREC-REGISTR-1
           IF NOT VALID-CONTREC
              PERFORM ERRO-ARQUIVO.

           IF EM-RECUPERACAO
              MOVE CREC-RECORDK-1 TO AUDIT-CHAVE-1
              MOVE 'CONTREC'      TO AUDIT-ARQUIVO-1
              MOVE SPACES         TO AUDIT-ANTES-1
              MOVE CREC-REGISTR-1 TO AUDIT-DEPOIS-1
              SET AUDIT-GRAVACAO TO TRUE
              PERFORM GRAVA-AUDITLOG
           END-IF

           PERFORM IMPRIME-TITULO.

      *-----------------------------------------------------------------
      * vencimento em fim de semana ou feriado do CALEND da empresa
      * passa para o dia seguinte ate cair em dia util (a data de
      * referencia da critica e o proprio vencimento, para nao cair
      * nas criticas de data futura e de tolerancia)
      *-----------------------------------------------------------------
       AJUSTA-DIA-UTIL.
           MOVE PCAB-EMPRESA-1 TO W-DUT-EMPRESA

           PERFORM UNTIL 1 = 2
              MOVE W-VENCIMENTO TO W-DUT-DATA
              MOVE W-VENCIMENTO TO W-DUT-HOJE
              PERFORM TESTA-DIA-UTIL
              IF DIA-UTIL-OK
                 EXIT PERFORM
              END-IF
              MOVE W-VENCIMENTO TO W-VEN-BASE
              MOVE 1            TO W-VEN-PRAZO
              PERFORM CALCULA-VENCIMENTO
           END-PERFORM.

       DETERMINA-NROTIT.
           MOVE PCAB-EMPRESA-1 TO NCTL-EMPRESA-1
           MOVE SPACES         TO NCTL-CODIGO-1
           END-IF.

      *-----------------------------------------------------------------
      * vencimento = W-VEN-BASE + W-VEN-PRAZO dias corridos
      *-----------------------------------------------------------------
       CALCULA-VENCIMENTO.
           MOVE W-VEN-BASE (1:4) TO W-VEN-ANO
           MOVE W-VEN-BASE (5:2) TO W-VEN-MES
           MOVE W-VEN-BASE (7:2) TO W-VEN-DIA
           ADD W-VEN-PRAZO TO W-VEN-DIA

           PERFORM ACHA-ULTIMO-DIA-MES
           PERFORM UNTIL W-VEN-DIA <= W-VEN-ULTDIA

      *-----------------------------------------------------------------
      * pendencia de credito: o pedido mais os titulos nao quitados
      * do cliente (cada parcela e um titulo, entao entram todas as
      * parcelas em aberto, vencidas ou nao, pelo saldo) nao podem
      * passar do limite de CADCLI (zero = sem limite; cliente sem
      * cadastro nao bloqueia)
      *-----------------------------------------------------------------
       TESTA-LIMITE-CLIENTE.
           SET CREDITO-OK TO TRUE
           SET CLIENTE-BLOQUEADO TO FALSE
           IF NOT CADCLI-ABERTO
              EXIT PARAGRAPH.

           READ CADCLI
           IF NOT VALID-CADCLI
              EXIT PARAGRAPH.
           IF DCLI-BLOQUEADO
              SET CLIENTE-BLOQUEADO TO TRUE
              SET CREDITO-OK TO FALSE
              EXIT PARAGRAPH.
           IF DCLI-LIMITE-1 = 0
              EXIT PARAGRAPH.

                 PERFORM IMPRIME-PENDENCIA
                 EXIT PERFORM
              END-IF
              IF TDES-NCM-1 = SPACES
                 SET ORDEM-OK TO FALSE
                 MOVE 'PRODUTO SEM NCM'         TO W-SITUACAO-W
                 PERFORM IMPRIME-PENDENCIA
                 EXIT PERFORM
              END-IF

              PERFORM ACUMULA-NECESSARIO
              IF NOT ORDEM-OK
           END-PERFORM.

       BAIXA-UM-ITEM.
           MOVE TPED-SEQITEM-1 TO JRN-SEQITEM-1
           SET JRN-ITEM-MOVIMENTOS TO TRUE
           PERFORM ATUALIZA-JORNAL

           INITIALIZE        TDES-REGISTR-1
           MOVE TPED-EMPRESA-1 TO TDES-EMPRESA-1
           MOVE TPED-CODIGO-1  TO TDES-CODIGO-1

           PERFORM BAIXA-POR-LOTES

           IF TPED-QUANTIDADE-1 > TDES-RESERV-1
              MOVE TDES-RESERV-1     TO W-RESERVA-BAIXADA
           ELSE
              MOVE TPED-QUANTIDADE-1 TO W-RESERVA-BAIXADA
           END-IF
           PERFORM GRAVA-JORNAL-ITEM

           SUBTRACT TPED-QUANTIDADE-1 FROM TDES-ESTOQM-1
           SUBTRACT W-RESERVA-BAIXADA FROM TDES-RESERV-1
           REWRITE TDES-REGISTR-1
           IF NOT VALID-TABPR
              PERFORM ERRO-ARQUIVO.
           SET JRN-ITEM-PRODUTO TO TRUE
           PERFORM ATUALIZA-JORNAL

           COMPUTE W-QTDMOV-DEP = 0 - TPED-QUANTIDADE-1
           PERFORM ATUALIZA-SALDO-DEPOSITO
           SET JRN-ITEM-DEPOSITO TO TRUE
           PERFORM ATUALIZA-JORNAL.

      *-----------------------------------------------------------------
      * baixa por lote: consome os lotes com saldo em ordem de
              END-PERFORM
           END-IF.

      *-----------------------------------------------------------------
      * recuperacao dos pedidos com faturamento interrompido (entrada
      * do jornal iniciada e nao concluida), antes da rodada normal e
      * respeitando o filtro de EMPRESA.  Entradas concluidas de dias
      * anteriores sao apagadas do jornal; as entradas de item (com a
      * reserva baixada) ficam enquanto o pedido estiver pendente.  A
      * leitura das entradas de item na recuperacao move a posicao do
      * arquivo: a varredura recomeca depois da entrada do pedido.
      *-----------------------------------------------------------------
       RECUPERA-PEDIDOS.
           INITIALIZE JRN-REGISTR-1
           IF W-EMPRESA-FILTRO <> 0
              MOVE W-EMPRESA-FILTRO TO JRN-EMPRESA-1
           END-IF
           START FATJRN KEY >= JRN-RECORDK-1
           IF NOT VALID-FATJRN
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ FATJRN NEXT AT END
                          EXIT PERFORM
              END-READ
              IF NOT VALID-FATJRN
                 EXIT PERFORM
              END-IF
              IF W-EMPRESA-FILTRO <> 0 AND
                 JRN-EMPRESA-1 > W-EMPRESA-FILTRO
                 EXIT PERFORM
              END-IF

              IF JRN-ITEMREG-1 <> 0
                 IF JRN-RECORDK-1 (1:9) = W-JRN-CHAVE-PEDIDO AND
                    JRN-PEDIDO-PENDENTE
                    EXIT PERFORM CYCLE
                 END-IF
                 IF JRN-DATA-1 < W-DATA-SISTEMA
                    DELETE FATJRN RECORD
                    IF NOT VALID-FATJRN
                       PERFORM ERRO-ARQUIVO
                    END-IF
                 END-IF
                 EXIT PERFORM CYCLE
              END-IF

              MOVE JRN-RECORDK-1 (1:9) TO W-JRN-CHAVE-PEDIDO
              SET JRN-PEDIDO-PENDENTE TO FALSE

              IF NOT JRN-PENDENTE
                 IF JRN-DATA-1 < W-DATA-SISTEMA
                    DELETE FATJRN RECORD
                    IF NOT VALID-FATJRN
                       PERFORM ERRO-ARQUIVO
                    END-IF
                 END-IF
                 EXIT PERFORM CYCLE
              END-IF

              PERFORM RECUPERA-PEDIDO
              IF JRN-PENDENTE
                 SET JRN-PEDIDO-PENDENTE TO TRUE
              END-IF

              START FATJRN KEY > JRN-RECORDK-1
              IF NOT VALID-FATJRN
                 EXIT PERFORM
              END-IF
           END-PERFORM

           IF W-TOT-INTERROMPIDOS <> 0
              DISPLAY 'FATURA - PEDIDOS INTERROMPIDOS RECUPERADOS: '
                      W-TOT-INTERROMPIDOS
           END-IF.

      *-----------------------------------------------------------------
      * nota ja emitida (ou cabecalho ja faturado): completa o
      * faturamento; sem nota: desfaz as baixas e o pedido segue em
      * aberto.  A recuperacao usa a data do faturamento interrompido.
      *-----------------------------------------------------------------
       RECUPERA-PEDIDO.
           ADD 1 TO W-TOT-INTERROMPIDOS
           PERFORM ABRE-AUDITLOG
           SET EM-RECUPERACAO TO TRUE
           MOVE JRN-REGISTR-1  TO W-JRN-ANTES
           MOVE JRN-NROPED-1   TO W-NROPED-ATUAL
           MOVE W-DATA-SISTEMA TO W-DATA-EXECUCAO
           MOVE JRN-DATA-1     TO W-DATA-SISTEMA

           MOVE SPACES TO W-CODIGO-REC-W
           MOVE 0      TO W-VALOR-REC-W
           MOVE 'FATURAMENTO INTERROMPIDO - INICIO DA RECUPERACAO'
                       TO W-ACAO-REC-W
           PERFORM IMPRIME-RECUPERACAO

           INITIALIZE PCAB-REGISTR-1
           MOVE JRN-EMPRESA-1 TO PCAB-EMPRESA-1
           MOVE JRN-NROPED-1  TO PCAB-NROPED-1
           READ PEDCAB
           IF STAT-PEDCAB = '23'
              MOVE 'PEDIDO NAO ENCONTRADO - RECUPERAR MANUALMENTE'
                          TO W-ACAO-REC-W
              PERFORM IMPRIME-RECUPERACAO
              ADD 1 TO W-TOT-PENDENTES
              MOVE W-DATA-EXECUCAO TO W-DATA-SISTEMA
              SET EM-RECUPERACAO TO FALSE
              EXIT PARAGRAPH.
           IF NOT VALID-PEDCAB
              PERFORM ERRO-ARQUIVO.

           SET NOTA-EMITIDA TO FALSE
           IF JRN-NFNUMERO-1 <> 0
              MOVE JRN-EMPRESA-1  TO NFCB-EMPRESA-1
              MOVE JRN-NFSERIE-1  TO NFCB-SERIE-1
              MOVE JRN-NFNUMERO-1 TO NFCB-NUMERO-1
              READ NFCAB
              IF VALID-NFCAB
                 SET NOTA-EMITIDA TO TRUE
              ELSE
                 IF STAT-NFCAB NOT = '23'
                    PERFORM ERRO-ARQUIVO
                 END-IF
              END-IF
           END-IF

           IF NOTA-EMITIDA OR PCAB-FATURADO
              PERFORM COMPLETA-PEDIDO
           ELSE
              PERFORM DESFAZ-PEDIDO
           END-IF

           ACCEPT JRN-HORAFIM-1 FROM TIME
           PERFORM ATUALIZA-JORNAL
           MOVE JRN-RECORDK-1 TO AUDIT-CHAVE-1
           MOVE 'FATJRN'      TO AUDIT-ARQUIVO-1
           MOVE W-JRN-ANTES   TO AUDIT-ANTES-1
           MOVE JRN-REGISTR-1 TO AUDIT-DEPOIS-1
           SET AUDIT-GRAVACAO TO TRUE
           PERFORM GRAVA-AUDITLOG

           MOVE W-DATA-EXECUCAO TO W-DATA-SISTEMA
           SET EM-RECUPERACAO TO FALSE.

       COMPLETA-PEDIDO.
           IF NOTA-EMITIDA AND JRN-ETAPA-1 < 3
              PERFORM REEXPORTA-NOTA
           END-IF

           IF NOT PCAB-FATURADO
              MOVE PCAB-REGISTR-1 TO W-ANTES-REG
              SET PCAB-FATURADO TO TRUE
              MOVE JRN-DATA-1     TO PCAB-DATAFAT-1
              MOVE JRN-NFSERIE-1  TO PCAB-NFSERIE-1
              MOVE JRN-NFNUMERO-1 TO PCAB-NFNUMERO-1
              REWRITE PCAB-REGISTR-1
              IF NOT VALID-PEDCAB
                 PERFORM ERRO-ARQUIVO
              END-IF
              MOVE PCAB-RECORDK-1 TO AUDIT-CHAVE-1
              MOVE 'PEDCAB'       TO AUDIT-ARQUIVO-1
              MOVE W-ANTES-REG    TO AUDIT-ANTES-1
              MOVE PCAB-REGISTR-1 TO AUDIT-DEPOIS-1
              SET AUDIT-GRAVACAO TO TRUE
              PERFORM GRAVA-AUDITLOG
              MOVE SPACES TO W-CODIGO-REC-W
              MOVE 0      TO W-VALOR-REC-W
              MOVE 'CABECALHO DO PEDIDO MARCADO COMO FATURADO'
                          TO W-ACAO-REC-W
              PERFORM IMPRIME-RECUPERACAO
           END-IF

           IF JRN-ETAPA-1 < 5
              PERFORM DESFAZ-TITULOS
              IF NOTA-EMITIDA
                 MOVE NFCB-VALTOTAL-1 TO W-VALOR-FATURA
              ELSE
                 MOVE PCAB-TOTAL-1    TO W-VALOR-FATURA
              END-IF
              PERFORM GRAVA-TITULO
              MOVE SPACES         TO W-CODIGO-REC-W
              MOVE W-VALOR-FATURA TO W-VALOR-REC-W
              MOVE 'TITULOS A RECEBER REGRAVADOS'
                          TO W-ACAO-REC-W
              PERFORM IMPRIME-RECUPERACAO
           END-IF

           CALL   'ROMANEIO' USING PCAB-EMPRESA-1, W-NROPED-ATUAL
           CANCEL 'ROMANEIO'

           IF NOTA-EMITIDA
              CALL   'IMPNF' USING PCAB-EMPRESA-1, JRN-NFSERIE-1,
                                   JRN-NFNUMERO-1
              CANCEL 'IMPNF'
           END-IF

           SET JRN-COMPLETADO TO TRUE
           ADD 1 TO W-TOT-COMPLETADOS
           MOVE SPACES TO W-CODIGO-REC-W
           MOVE 0      TO W-VALOR-REC-W
           MOVE 'COMPLETADO - PEDIDO FATURADO' TO W-ACAO-REC-W
           PERFORM IMPRIME-RECUPERACAO.

      *-----------------------------------------------------------------
      * nota gravada e exportacao possivelmente incompleta: exporta de
      * novo (o transmissor deve descartar o bloco sem linha de fim)
      *-----------------------------------------------------------------
       REEXPORTA-NOTA.
           MOVE '23' TO STAT-CADEMP
           IF CADEMP-ABERTO
              MOVE NFCB-EMPRESA-1 TO DEMP-CODEMP-1
              READ CADEMP
           END-IF

           MOVE 0 TO W-NF-ITENS
           INITIALIZE NFIT-REGISTR-1
           MOVE NFCB-EMPRESA-1 TO NFIT-EMPRESA-1
           MOVE NFCB-SERIE-1   TO NFIT-SERIE-1
           MOVE NFCB-NUMERO-1  TO NFIT-NUMERO-1
           START NFITE KEY >= NFIT-RECORDK-1
           IF VALID-NFITE
              PERFORM UNTIL 1 = 2
                 READ NFITE NEXT AT END
                             EXIT PERFORM
                 END-READ
                 IF NOT VALID-NFITE OR
                    NFIT-EMPRESA-1 NOT = NFCB-EMPRESA-1 OR
                    NFIT-SERIE-1 NOT = NFCB-SERIE-1 OR
                    NFIT-NUMERO-1 NOT = NFCB-NUMERO-1
                    EXIT PERFORM
                 END-IF
                 ADD 1 TO W-NF-ITENS
              END-PERFORM
           END-IF

           PERFORM EXPORTA-NOTA
           PERFORM IMPRIME-NOTA

           MOVE SPACES          TO W-CODIGO-REC-W
           MOVE NFCB-VALTOTAL-1 TO W-VALOR-REC-W
           MOVE 'NOTA REEXPORTADA - CONFERIR NFEXP.TXT'
                       TO W-ACAO-REC-W
           PERFORM IMPRIME-RECUPERACAO.

      *-----------------------------------------------------------------
      * desfaz as baixas do pedido item a item, conforme a etapa do
      * jornal: itens anteriores ao item em baixa estao completos; no
      * item em baixa, o estoque/reserva so voltam se o TABPR ja foi
      * regravado e o saldo do deposito so se ja foi atualizado.  Cada
      * devolucao fica marcada na entrada do item no jornal, e uma
      * recuperacao interrompida e refeita nao devolve duas vezes (as
      * saidas do MOVESTO sao apagadas ao devolver o lote).
      *-----------------------------------------------------------------
       DESFAZ-PEDIDO.
           INITIALIZE TPED-REGISTR-1
           MOVE JRN-EMPRESA-1 TO TPED-EMPRESA-1
           MOVE JRN-NROPED-1  TO TPED-NROPED-1
           START PEDIDO KEY >= TPED-RECORDK-1
           IF VALID-PEDIDO
              PERFORM UNTIL 1 = 2
                 READ PEDIDO NEXT AT END
                             EXIT PERFORM
                 END-READ
                 IF NOT VALID-PEDIDO OR
                    TPED-EMPRESA-1 NOT = JRN-EMPRESA-1 OR
                    TPED-NROPED-1 NOT = JRN-NROPED-1
                    EXIT PERFORM
                 END-IF
                 PERFORM DESFAZ-ITEM
              END-PERFORM
           END-IF

           PERFORM DESFAZ-TITULOS

           IF JRN-NFNUMERO-1 <> 0
              PERFORM DESFAZ-ITENS-NOTA
           END-IF

           SET JRN-DESFEITO TO TRUE
           ADD 1 TO W-TOT-DESFEITOS
           MOVE SPACES TO W-CODIGO-REC-W
           MOVE 0      TO W-VALOR-REC-W
           MOVE 'DESFEITO - PEDIDO SEGUE EM ABERTO' TO W-ACAO-REC-W
           PERFORM IMPRIME-RECUPERACAO.

       DESFAZ-ITEM.
           SET ITEM-NO-PRODUTO  TO FALSE
           SET ITEM-NO-DEPOSITO TO FALSE
           EVALUATE TRUE
             WHEN NOT JRN-INICIADO
             WHEN TPED-SEQITEM-1 < JRN-SEQITEM-1
                  SET ITEM-NO-PRODUTO  TO TRUE
                  SET ITEM-NO-DEPOSITO TO TRUE
             WHEN TPED-SEQITEM-1 = JRN-SEQITEM-1
                  IF NOT JRN-ITEM-MOVIMENTOS
                     SET ITEM-NO-PRODUTO  TO TRUE
                  END-IF
                  IF JRN-ITEM-DEPOSITO
                     SET ITEM-NO-DEPOSITO TO TRUE
                  END-IF
             WHEN OTHER
                  CONTINUE
           END-EVALUATE

           PERFORM DESFAZ-MOVIMENTOS

           IF NOT ITEM-NO-PRODUTO
              EXIT PARAGRAPH.

           PERFORM LE-JORNAL-ITEM
           IF DEPOSITO-JA-DEVOLVIDO OR
              (PRODUTO-JA-DEVOLVIDO AND NOT ITEM-NO-DEPOSITO)
              MOVE TPED-CODIGO-1     TO W-CODIGO-REC-W
              MOVE TPED-QUANTIDADE-1 TO W-VALOR-REC-W
              MOVE 'ITEM JA DESFEITO EM RECUPERACAO ANTERIOR'
                                     TO W-ACAO-REC-W
              PERFORM IMPRIME-RECUPERACAO
              EXIT PARAGRAPH.

           IF NOT PRODUTO-JA-DEVOLVIDO
              PERFORM DESFAZ-PRODUTO
              SET PRODUTO-JA-DEVOLVIDO TO TRUE
              PERFORM MARCA-JORNAL-ITEM
           END-IF

           IF ITEM-NO-DEPOSITO
              PERFORM DESFAZ-DEPOSITO
              SET DEPOSITO-JA-DEVOLVIDO TO TRUE
              PERFORM MARCA-JORNAL-ITEM
           END-IF.

      *-----------------------------------------------------------------
      * saidas de faturamento do pedido para o produto do item, na
      * data do faturamento interrompido: devolve o saldo do lote e
      * apaga o movimento (produto repetido no pedido ja nao tem
      * saidas na segunda passagem)
      *-----------------------------------------------------------------
       DESFAZ-MOVIMENTOS.
           INITIALIZE TMOV-REGISTR-1
           MOVE TPED-EMPRESA-1 TO TMOV-EMPRESA-1
           MOVE TPED-CODIGO-1  TO TMOV-CODIGO-1
           MOVE 0              TO TMOV-NROMOV-1
           START MOVESTO KEY >= TMOV-RECORDK-1
           IF NOT VALID-MOVESTO
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ MOVESTO NEXT AT END
                           EXIT PERFORM
              END-READ
              IF NOT VALID-MOVESTO OR
                 TMOV-EMPRESA-1 NOT = TPED-EMPRESA-1 OR
                 TMOV-CODIGO-1 NOT = TPED-CODIGO-1
                 EXIT PERFORM
              END-IF
              IF NOT TMOV-SAIDA OR
                 NOT TMOV-ORIG-FATURA OR
                 NOT TMOV-NORMAL OR
                 TMOV-REFPED-1 NOT = JRN-NROPED-1 OR
                 TMOV-DATAMOV-1 NOT = JRN-DATA-1
                 EXIT PERFORM CYCLE
              END-IF

              IF TMOV-LOTE-1 NOT = SPACES
                 PERFORM DESFAZ-LOTE
              END-IF

              MOVE TMOV-REGISTR-1    TO W-ANTES-REG
              MOVE TMOV-RECORDK-1    TO AUDIT-CHAVE-1
              MOVE TMOV-CODIGO-1     TO W-CODIGO-REC-W
              MOVE TMOV-QUANTIDADE-1 TO W-VALOR-REC-W
              MOVE SPACES            TO W-ACAO-REC-W
              STRING 'SAIDA '        DELIMITED BY SIZE
                     TMOV-NROMOV-1   DELIMITED BY SIZE
                     ' DO MOVESTO EXCLUIDA' DELIMITED BY SIZE
                INTO W-ACAO-REC-W
              END-STRING

              DELETE MOVESTO RECORD
              IF NOT VALID-MOVESTO
                 PERFORM ERRO-ARQUIVO
              END-IF

              MOVE 'MOVESTO'         TO AUDIT-ARQUIVO-1
              MOVE W-ANTES-REG       TO AUDIT-ANTES-1
              MOVE SPACES            TO AUDIT-DEPOIS-1
              SET AUDIT-EXCLUSAO TO TRUE
              PERFORM GRAVA-AUDITLOG
              PERFORM IMPRIME-RECUPERACAO
           END-PERFORM.

       DESFAZ-LOTE.
           INITIALIZE          LOTS-REGISTR-1
           MOVE TMOV-EMPRESA-1 TO LOTS-EMPRESA-1
           MOVE TMOV-CODIGO-1  TO LOTS-CODIGO-1
           MOVE TMOV-LOTE-1    TO LOTS-LOTE-1
           READ LOTSLD
           IF STAT-LOTSLD = '23'
              MOVE TMOV-CODIGO-1     TO W-CODIGO-REC-W
              MOVE TMOV-QUANTIDADE-1 TO W-VALOR-REC-W
              MOVE SPACES            TO W-ACAO-REC-W
              STRING 'LOTE '         DELIMITED BY SIZE
                     TMOV-LOTE-1     DELIMITED BY SPACE
                     ' NAO ENCONTRADO - SALDO NAO DEVOLVIDO'
                                     DELIMITED BY SIZE
                INTO W-ACAO-REC-W
              END-STRING
              PERFORM IMPRIME-RECUPERACAO
              EXIT PARAGRAPH.
           IF NOT VALID-LOTSLD
              PERFORM ERRO-ARQUIVO.

           MOVE LOTS-REGISTR-1 TO W-ANTES-REG
           ADD TMOV-QUANTIDADE-1 TO LOTS-SALDO-1
           REWRITE LOTS-REGISTR-1
           IF NOT VALID-LOTSLD
              PERFORM ERRO-ARQUIVO.

           MOVE LOTS-RECORDK-1 TO AUDIT-CHAVE-1
           MOVE 'LOTSLD'       TO AUDIT-ARQUIVO-1
           MOVE W-ANTES-REG    TO AUDIT-ANTES-1
           MOVE LOTS-REGISTR-1 TO AUDIT-DEPOIS-1
           SET AUDIT-GRAVACAO TO TRUE
           PERFORM GRAVA-AUDITLOG

           MOVE TMOV-CODIGO-1     TO W-CODIGO-REC-W
           MOVE TMOV-QUANTIDADE-1 TO W-VALOR-REC-W
           MOVE SPACES            TO W-ACAO-REC-W
           STRING 'SALDO DEVOLVIDO AO LOTE ' DELIMITED BY SIZE
                  TMOV-LOTE-1     DELIMITED BY SPACE
             INTO W-ACAO-REC-W
           END-STRING
           PERFORM IMPRIME-RECUPERACAO.

       DESFAZ-PRODUTO.
           INITIALIZE        TDES-REGISTR-1
           MOVE TPED-EMPRESA-1 TO TDES-EMPRESA-1
           MOVE TPED-CODIGO-1  TO TDES-CODIGO-1
           READ TABPR
           IF NOT VALID-TABPR
              PERFORM ERRO-ARQUIVO.

           MOVE TDES-REGISTR-1 TO W-ANTES-REG
           ADD TPED-QUANTIDADE-1  TO TDES-ESTOQM-1
           ADD W-RESERVA-DEVOLVER TO TDES-RESERV-1
           REWRITE TDES-REGISTR-1
           IF NOT VALID-TABPR
              PERFORM ERRO-ARQUIVO.

           MOVE TDES-RECORDK-1 TO AUDIT-CHAVE-1
           MOVE 'TABPR'        TO AUDIT-ARQUIVO-1
           MOVE W-ANTES-REG    TO AUDIT-ANTES-1
           MOVE TDES-REGISTR-1 TO AUDIT-DEPOIS-1
           SET AUDIT-GRAVACAO TO TRUE
           PERFORM GRAVA-AUDITLOG

           MOVE TPED-CODIGO-1     TO W-CODIGO-REC-W
           MOVE TPED-QUANTIDADE-1 TO W-VALOR-REC-W
           MOVE 'ESTOQUE E RESERVA DEVOLVIDOS AO PRODUTO'
                                  TO W-ACAO-REC-W
           PERFORM IMPRIME-RECUPERACAO.

       DESFAZ-DEPOSITO.
           INITIALIZE            SDEP-REGISTR-1
           MOVE TPED-EMPRESA-1 TO SDEP-EMPRESA-1
           MOVE TPED-CODIGO-1  TO SDEP-CODIGO-1
           MOVE JRN-DEPOSITO-1 TO SDEP-CODDEP-1
           READ SALDEP
           IF STAT-SALDEP = '23'
              MOVE TPED-CODIGO-1     TO W-CODIGO-REC-W
              MOVE TPED-QUANTIDADE-1 TO W-VALOR-REC-W
              MOVE 'SALDO DO DEPOSITO NAO ENCONTRADO - NAO DEVOLVIDO'
                                     TO W-ACAO-REC-W
              PERFORM IMPRIME-RECUPERACAO
              EXIT PARAGRAPH.
           IF NOT VALID-SALDEP
              PERFORM ERRO-ARQUIVO.

           MOVE SDEP-REGISTR-1 TO W-ANTES-REG
           ADD TPED-QUANTIDADE-1 TO SDEP-SALDO-1
           REWRITE SDEP-REGISTR-1
           IF NOT VALID-SALDEP
              PERFORM ERRO-ARQUIVO.

           MOVE SDEP-RECORDK-1 TO AUDIT-CHAVE-1
           MOVE 'SALDEP'       TO AUDIT-ARQUIVO-1
           MOVE W-ANTES-REG    TO AUDIT-ANTES-1
           MOVE SDEP-REGISTR-1 TO AUDIT-DEPOIS-1
           SET AUDIT-GRAVACAO TO TRUE
           PERFORM GRAVA-AUDITLOG

           MOVE TPED-CODIGO-1     TO W-CODIGO-REC-W
           MOVE TPED-QUANTIDADE-1 TO W-VALOR-REC-W
           MOVE 'SALDO DEVOLVIDO AO DEPOSITO'
                                  TO W-ACAO-REC-W
           PERFORM IMPRIME-RECUPERACAO.

      *-----------------------------------------------------------------
      * titulos do pedido gravados na data do faturamento
      * interrompido, ainda sem baixa e sem remessa ao banco
      *-----------------------------------------------------------------
       DESFAZ-TITULOS.
           INITIALIZE CREC-REGISTR-1
           MOVE JRN-EMPRESA-1 TO CREC-EMPRESA-1
           MOVE 0             TO CREC-NUMTIT-1
           START CONTREC KEY >= CREC-RECORDK-1
           IF NOT VALID-CONTREC
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ CONTREC NEXT AT END
                           EXIT PERFORM
              END-READ
              IF NOT VALID-CONTREC OR
                 CREC-EMPRESA-1 NOT = JRN-EMPRESA-1
                 EXIT PERFORM
              END-IF
              IF CREC-NROPED-1 NOT = JRN-NROPED-1 OR
                 CREC-EMISSAO-1 NOT = JRN-DATA-1 OR
                 CREC-PAGO-1 NOT = 0 OR
                 CREC-REMESSA-1 NOT = 0
                 EXIT PERFORM CYCLE
              END-IF

              MOVE CREC-REGISTR-1 TO W-ANTES-REG
              MOVE CREC-RECORDK-1 TO AUDIT-CHAVE-1
              MOVE SPACES         TO W-CODIGO-REC-W
              MOVE CREC-VALOR-1   TO W-VALOR-REC-W
              MOVE SPACES         TO W-ACAO-REC-W
              STRING 'TITULO '     DELIMITED BY SIZE
                     CREC-NUMTIT-1 DELIMITED BY SIZE
                     ' EXCLUIDO DO CONTREC' DELIMITED BY SIZE
                INTO W-ACAO-REC-W
              END-STRING

              DELETE CONTREC RECORD
              IF NOT VALID-CONTREC
                 PERFORM ERRO-ARQUIVO
              END-IF

              MOVE 'CONTREC'      TO AUDIT-ARQUIVO-1
              MOVE W-ANTES-REG    TO AUDIT-ANTES-1
              MOVE SPACES         TO AUDIT-DEPOIS-1
              SET AUDIT-EXCLUSAO TO TRUE
              PERFORM GRAVA-AUDITLOG
              PERFORM IMPRIME-RECUPERACAO
           END-PERFORM.

      *-----------------------------------------------------------------
      * itens de nota gravados sem o cabecalho: sao apagados e o
      * numero reservado fica sem uso (a inutilizar junto ao fisco)
      *-----------------------------------------------------------------
       DESFAZ-ITENS-NOTA.
           INITIALIZE NFIT-REGISTR-1
           MOVE JRN-EMPRESA-1  TO NFIT-EMPRESA-1
           MOVE JRN-NFSERIE-1  TO NFIT-SERIE-1
           MOVE JRN-NFNUMERO-1 TO NFIT-NUMERO-1
           START NFITE KEY >= NFIT-RECORDK-1
           IF VALID-NFITE
              PERFORM UNTIL 1 = 2
                 READ NFITE NEXT AT END
                             EXIT PERFORM
                 END-READ
                 IF NOT VALID-NFITE OR
                    NFIT-EMPRESA-1 NOT = JRN-EMPRESA-1 OR
                    NFIT-SERIE-1 NOT = JRN-NFSERIE-1 OR
                    NFIT-NUMERO-1 NOT = JRN-NFNUMERO-1
                    EXIT PERFORM
                 END-IF

                 MOVE NFIT-REGISTR-1 TO W-ANTES-REG
                 MOVE NFIT-RECORDK-1 TO AUDIT-CHAVE-1
                 MOVE NFIT-CODIGO-1  TO W-CODIGO-REC-W
                 MOVE NFIT-VALOR-1   TO W-VALOR-REC-W
                 MOVE SPACES         TO W-ACAO-REC-W
                 STRING 'ITEM '        DELIMITED BY SIZE
                        NFIT-SEQITEM-1 DELIMITED BY SIZE
                        ' DA NOTA '    DELIMITED BY SIZE
                        NFIT-NUMERO-1  DELIMITED BY SIZE
                        ' EXCLUIDO'    DELIMITED BY SIZE
                   INTO W-ACAO-REC-W
                 END-STRING

                 DELETE NFITE RECORD
                 IF NOT VALID-NFITE
                    PERFORM ERRO-ARQUIVO
                 END-IF

                 MOVE 'NFITE'        TO AUDIT-ARQUIVO-1
                 MOVE W-ANTES-REG    TO AUDIT-ANTES-1
                 MOVE SPACES         TO AUDIT-DEPOIS-1
                 SET AUDIT-EXCLUSAO TO TRUE
                 PERFORM GRAVA-AUDITLOG
                 PERFORM IMPRIME-RECUPERACAO
              END-PERFORM
           END-IF

           MOVE SPACES TO W-CODIGO-REC-W
           MOVE 0      TO W-VALOR-REC-W
           MOVE SPACES TO W-ACAO-REC-W
           STRING 'NOTA '          DELIMITED BY SIZE
                  JRN-NFNUMERO-1   DELIMITED BY SIZE
                  ' SERIE '        DELIMITED BY SIZE
                  JRN-NFSERIE-1    DELIMITED BY SPACE
                  ' NAO EMITIDA - NUMERO SEM USO'
                                   DELIMITED BY SIZE
             INTO W-ACAO-REC-W
           END-STRING
           PERFORM IMPRIME-RECUPERACAO.

       ABRE-AUDITLOG.
           IF AUDIT-ABERTO
              EXIT PARAGRAPH.

           OPEN EXTEND AUDITLOG
           IF STAT-AUDITLOG = '35'
              OPEN OUTPUT AUDITLOG.
           IF NOT VALID-AUDITLOG
              PERFORM ERRO-ARQUIVO.

           SET AUDIT-ABERTO TO TRUE.

       GRAVA-AUDITLOG.
           ACCEPT AUDIT-DATA-1 FROM DATE YYYYMMDD
           ACCEPT AUDIT-HORA-1 FROM TIME
           MOVE W-OPERADOR-ID TO AUDIT-OPERADOR-1
           MOVE 'FATURA'      TO AUDIT-PROGRAMA-1

           WRITE AUDIT-REGISTR-1
           IF NOT VALID-AUDITLOG
              PERFORM ERRO-ARQUIVO
           END-IF.

       IMPRIME-RECUPERACAO.
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE JRN-EMPRESA-1  TO W-EMPRESA-REC
           MOVE JRN-NROPED-1   TO W-NROPED-REC
           MOVE W-CODIGO-REC-W TO W-CODIGO-REC
           MOVE W-VALOR-REC-W  TO W-VALOR-REC
           MOVE W-ACAO-REC-W   TO W-ACAO-REC

           WRITE RELATO-R FROM W-LINHA-RECUPERA
           ADD 1 TO W-CONTLIN.

       IMPRIME-PENDENCIA.
           ADD 1 TO W-TOT-PENDENTES
           PERFORM IMPRIME-DETALHE.
           WRITE RELATO-R FROM W-LINHA-DETALHE
           ADD 1 TO W-CONTLIN.

       IMPRIME-TITULO.
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE CREC-EMPRESA-1    TO W-EMPRESA-TIT
           MOVE CREC-NROPED-1     TO W-NROPED-TIT
           MOVE CREC-VALOR-1      TO W-VALOR-TIT
           MOVE CREC-NUMTIT-1     TO W-NUMTIT-TIT
           MOVE CREC-PARCELA-1    TO W-PARCELA-TIT
           MOVE CREC-QTDPARC-1    TO W-QTDPARC-TIT
           MOVE CREC-VENCIMENTO-1 TO W-DATAUXI
           COMPUTE W-DATAIMP = W-ANOAUXI-I +
                               W-MESAUXI-I * 10000 +
                               W-DIAAUXI-I * 1000000
           MOVE W-DATAIMP         TO W-VENCTO-TIT

           WRITE RELATO-R FROM W-LINHA-TITULO
           ADD 1 TO W-CONTLIN.

       IMPRIME-NOTA.
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE NFCB-EMPRESA-1    TO W-EMPRESA-NOT
           MOVE NFCB-NROPED-1     TO W-NROPED-NOT
           MOVE NFCB-VALTOTAL-1   TO W-VALOR-NOT
           MOVE NFCB-NUMERO-1     TO W-NUMERO-NOT
           MOVE NFCB-SERIE-1      TO W-SERIE-NOT
           MOVE NFCB-CFOP-1       TO W-CFOP-NOT
           MOVE NFCB-VALICMS-1    TO W-ICMS-NOT
           MOVE NFCB-VALIPI-1     TO W-IPI-NOT

           WRITE RELATO-R FROM W-LINHA-NOTA
           ADD 1 TO W-CONTLIN.

       IMPRIME-TOTAIS.
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE W-TOT-LIDOS     TO W-TOTLIDO-TOT
           MOVE W-TOT-FATURADOS TO W-TOTFATU-TOT
           MOVE W-TOT-PENDENTES TO W-TOTPEND-TOT
           WRITE RELATO-R FROM W-LINHA-TOTAL

           IF W-TOT-INTERROMPIDOS <> 0
              MOVE W-TOT-INTERROMPIDOS TO W-TOTINTE-TOT
              MOVE W-TOT-COMPLETADOS   TO W-TOTCOMP-TOT
              MOVE W-TOT-DESFEITOS     TO W-TOTDESF-TOT
              WRITE RELATO-R FROM W-LINHA-TOTAL-REC
           END-IF.

       TESTA-QUEBRA-PAGINA.
           IF W-CONTLIN > W-LINPAGINA
           PERFORM FIM.

           COPY "PARAMP.CPY".

           COPY "DIASP.CPY".

           COPY "DIAUTIP.CPY".
