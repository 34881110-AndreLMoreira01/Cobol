       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CANCNF.
       AUTHOR.        ANDRE.
      *-----------------------------------------------------------------
      * CANCNF - cancelamento de nota fiscal de saida.
      * Subprograma chamado pelo PEDINQ ao cancelar um pedido ja
      * faturado, com empresa, serie e numero da nota, o motivo e os
      * campos de retorno (codigo e mensagem).  Antes de alterar
      * qualquer arquivo confere: nota ativa, pedido sem devolucao de
      * venda (DEVOLUC), titulos do pedido sem baixa no CONTREC e fora
      * de remessa de cobranca bancaria (o banco seguiria cobrando) e
      * competencia do dia aberta (FECHCTL).  Confirmado, estorna as
      * saidas de faturamento do pedido (movimento compensatorio de
      * origem 'E', como no ESTORNO, devolvendo estoque, deposito e
      * lote), zera e quita os titulos, marca a nota como cancelada e
      * grava a linha X no NFEXP.TXT para o transmissor.  Saida ja
      * arquivada pelo ARQMOV e procurada no MOVHIST pelo pedido de
      * referencia: o compensatorio vai para o MOVESTO e a saida e
      * marcada como estornada no proprio historico.  O cancelamento
      * da nota (com o motivo) e cada titulo alterado ficam no
      * AUDITLOG.  O PEDCAB nao e tocado aqui: o PEDINQ mantem o
      * pedido travado e o marca como cancelado quando o retorno e
      * zero.
      * Retorno: 0 = cancelada, 1 = nota inexistente ou ja cancelada,
      * 2 = pedido com devolucao, 3 = titulo com baixa ou em cobranca
      * bancaria, 4 = competencia fechada, 9 = erro de arquivo.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           copy "nfcab.sl".
           copy "nfite.sl".
           copy "nfexp.sl".
           copy "tabpr.sl".
           copy "movesto.sl".
           copy "movhist.sl".
           copy "saldep.sl".
           copy "lotsld.sl".
           copy "numctl.sl".
           copy "contrec.sl".
           copy "devoluc.sl".
           copy "fechctl.sl".
           copy "auditlog.sl".
           copy "errlog.sl".

       DATA DIVISION.
       FILE SECTION.

           copy "nfcab.fd".
           copy "nfite.fd".
           copy "nfexp.fd".
           copy "tabpr.fd".
           copy "movesto.fd".
           copy "movhist.fd".
           copy "saldep.fd".
           copy "lotsld.fd".
           copy "numctl.fd".
           copy "contrec.fd".
           copy "devoluc.fd".
           copy "fechctl.fd".
           copy "auditlog.fd".
           copy "errlog.fd".

       WORKING-STORAGE SECTION.
       01  CAMPOS-W.
           03  STAT-NFCAB                PIC  X(02).
               88 VALID-NFCAB            VALUE '00' THRU '09'.
           03  STAT-NFITE                PIC  X(02).
               88 VALID-NFITE            VALUE '00' THRU '09'.
           03  STAT-NFEXP                PIC  X(02).
               88 VALID-NFEXP            VALUE '00' THRU '09'.
           03  STAT-TABPR                PIC  X(02).
               88 VALID-TABPR            VALUE '00' THRU '09'.
           03  STAT-MOVESTO              PIC  X(02).
               88 VALID-MOVESTO          VALUE '00' THRU '09'.
           03  STAT-MOVHIST              PIC  X(02).
               88 VALID-MOVHIST          VALUE '00' THRU '09'.
           03  STAT-MOVHIST-ABERTO       PIC  X(01) VALUE 'N'.
               88 MOVHIST-ABERTO         VALUE 'S' FALSE 'N'.
           03  STAT-SALDEP               PIC  X(02).
               88 VALID-SALDEP           VALUE '00' THRU '09'.
           03  STAT-LOTSLD               PIC  X(02).
               88 VALID-LOTSLD           VALUE '00' THRU '09'.
           03  STAT-NUMCTL               PIC  X(02).
               88 VALID-NUMCTL           VALUE '00' THRU '09'.
           03  STAT-CONTREC              PIC  X(02).
               88 VALID-CONTREC          VALUE '00' THRU '09'.
           03  STAT-CONTREC-ABERTO       PIC  X(01) VALUE 'N'.
               88 CONTREC-ABERTO         VALUE 'S' FALSE 'N'.
           03  STAT-DEVOLUC              PIC  X(02).
               88 VALID-DEVOLUC          VALUE '00' THRU '09'.
           03  STAT-DEVOLUC-ABERTO       PIC  X(01) VALUE 'N'.
               88 DEVOLUC-ABERTO         VALUE 'S' FALSE 'N'.
           03  STAT-FECHCTL              PIC  X(02).
               88 VALID-FECHCTL          VALUE '00' THRU '09'.
           03  STAT-FECHCTL-ABERTO       PIC  X(01) VALUE 'N'.
               88 FECHCTL-ABERTO         VALUE 'S' FALSE 'N'.
           03  STAT-AUDITLOG             PIC  X(02).
               88 VALID-AUDITLOG         VALUE '00' THRU '09'.
           03  STAT-ERRLOG               PIC  X(02).
               88 VALID-ERRLOG           VALUE '00' THRU '09'.
           03  STAT-ERRLOG-ABERTO        PIC  X(01) VALUE 'N'.
               88 ERRLOG-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-ACHOU-SAIDA          PIC  X(01) VALUE 'N'.
               88 ACHOU-SAIDA            VALUE 'S' FALSE 'N'.
           03  STAT-SAIDA-HISTORICO      PIC  X(01) VALUE 'N'.
               88 SAIDA-HISTORICO        VALUE 'S' FALSE 'N'.

           03  CAMPOS-TRABALHO-W.
               05 W-EMPRESA-NF           PIC  9(03) VALUE 0.
               05 W-NROPED-NF            PIC  9(06) VALUE 0.
               05 W-CODIGO-ITEM          PIC  X(10).
               05 W-OPERADOR-ID          PIC  X(10).
               05 W-MOTIVO-EXP           PIC  X(40).
               05 W-NROMOV-ORIGINAL      PIC  9(06) VALUE 0.
               05 W-QTD-ORIGINAL         PIC  9(09)V99 VALUE 0.
               05 W-CUSTO-ORIGINAL       PIC  9(09)V99 VALUE 0.
               05 W-DEP-ORIGINAL         PIC  9(02) VALUE 0.
               05 W-LOTE-ORIGINAL        PIC  X(10).
               05 W-VALID-ORIGINAL       PIC  9(08) VALUE 0.
               05 W-QTDMOV-DEP           PIC S9(10)V99 VALUE 0.
               05 W-NROMOV-MAIOR         PIC  9(06) VALUE 0.
               05 W-NROMOV-NOVO          PIC  9(06) VALUE 0.
               05 W-DATA-SISTEMA         PIC  9(08) VALUE 0.
               05 W-COMPET-MOV           PIC  9(06) VALUE 0.
               05 W-AUDIT-NOTA.
                  07 W-AUD-CHAVE         PIC  X(12).
                  07 W-AUD-NROPED        PIC  9(06).
                  07 W-AUD-STATUS        PIC  X(01).
                  07 W-AUD-DATACANC      PIC  9(08).
                  07 W-AUD-MOTIVO        PIC  X(40).
                  07 W-AUD-OPERADOR      PIC  X(10).
               05 W-ANTES-REG            PIC  X(170).

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           03  W-EXTSTAT                  PIC  X(08).
           03  W-ARQUIVO                  PIC  X(150).

       LINKAGE SECTION.
       01  CNF-EMPRESA-L                  PIC  9(03).
       01  CNF-SERIE-L                    PIC  X(03).
       01  CNF-NUMERO-L                   PIC  9(06).
       01  CNF-MOTIVO-L                   PIC  X(40).
       01  CNF-RETORNO-L                  PIC  9(01).
       01  CNF-MENSAGEM-L                 PIC  X(60).

       PROCEDURE DIVISION USING CNF-EMPRESA-L, CNF-SERIE-L,
                                CNF-NUMERO-L, CNF-MOTIVO-L,
                                CNF-RETORNO-L, CNF-MENSAGEM-L.
       INICIO.
           MOVE 0      TO CNF-RETORNO-L
           MOVE SPACES TO CNF-MENSAGEM-L

           OPEN EXTEND ERRLOG
           IF VALID-ERRLOG
              SET ERRLOG-ABERTO TO TRUE
           END-IF.

           OPEN I-O NFCAB
           IF NOT VALID-NFCAB
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT NFITE
           IF NOT VALID-NFITE
              PERFORM ERRO-ARQUIVO.

           OPEN I-O TABPR
           IF NOT VALID-TABPR
              PERFORM ERRO-ARQUIVO.

           OPEN I-O MOVESTO
           IF NOT VALID-MOVESTO
              PERFORM ERRO-ARQUIVO.

           OPEN I-O MOVHIST
           IF VALID-MOVHIST
              SET MOVHIST-ABERTO TO TRUE
           END-IF.

           OPEN I-O SALDEP
           IF STAT-SALDEP = '35'
              OPEN OUTPUT SALDEP
              CLOSE SALDEP
              OPEN I-O SALDEP.
           IF NOT VALID-SALDEP
              PERFORM ERRO-ARQUIVO.

           OPEN I-O LOTSLD
           IF STAT-LOTSLD = '35'
              OPEN OUTPUT LOTSLD
              CLOSE LOTSLD
              OPEN I-O LOTSLD.
           IF NOT VALID-LOTSLD
              PERFORM ERRO-ARQUIVO.

           OPEN I-O NUMCTL
           IF STAT-NUMCTL = '35'
              OPEN OUTPUT NUMCTL
              CLOSE NUMCTL
              OPEN I-O NUMCTL.
           IF NOT VALID-NUMCTL
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CONTREC
           IF VALID-CONTREC
              SET CONTREC-ABERTO TO TRUE
           END-IF.

           OPEN INPUT DEVOLUC
           IF VALID-DEVOLUC
              SET DEVOLUC-ABERTO TO TRUE
           END-IF.

           OPEN INPUT FECHCTL
           IF VALID-FECHCTL
              SET FECHCTL-ABERTO TO TRUE
           END-IF.

           OPEN EXTEND NFEXP
           IF STAT-NFEXP = '35'
              OPEN OUTPUT NFEXP.
           IF NOT VALID-NFEXP
              PERFORM ERRO-ARQUIVO.

           OPEN EXTEND AUDITLOG
           IF STAT-AUDITLOG = '35'
              OPEN OUTPUT AUDITLOG.
           IF NOT VALID-AUDITLOG
              PERFORM ERRO-ARQUIVO.

           DISPLAY "USERNAME" UPON ENVIRONMENT-NAME.
           ACCEPT  W-OPERADOR-ID FROM ENVIRONMENT-VALUE.

           ACCEPT W-DATA-SISTEMA FROM DATE YYYYMMDD

           PERFORM CONFERE-CANCELAMENTO
           IF CNF-RETORNO-L = 0
              PERFORM CANCELA-NOTA
           END-IF

           PERFORM FIM.

       FIM.
           CLOSE NFCAB.
           CLOSE NFITE.
           CLOSE TABPR.
           CLOSE MOVESTO.
           IF MOVHIST-ABERTO
              CLOSE MOVHIST
           END-IF.
           CLOSE SALDEP.
           CLOSE LOTSLD.
           CLOSE NUMCTL.
           IF CONTREC-ABERTO
              CLOSE CONTREC
           END-IF.
           IF DEVOLUC-ABERTO
              CLOSE DEVOLUC
           END-IF.
           IF FECHCTL-ABERTO
              CLOSE FECHCTL
           END-IF.
           CLOSE NFEXP.
           CLOSE AUDITLOG.
           IF ERRLOG-ABERTO
              CLOSE ERRLOG
           END-IF.

           EXIT PROGRAM
           STOP RUN.

      *-----------------------------------------------------------------
      * confere tudo antes de gravar: nenhuma alteracao e feita se a
      * nota nao puder ser cancelada
      *-----------------------------------------------------------------
       CONFERE-CANCELAMENTO.
           INITIALIZE           NFCB-REGISTR-1
           MOVE CNF-EMPRESA-L TO NFCB-EMPRESA-1
           MOVE CNF-SERIE-L   TO NFCB-SERIE-1
           MOVE CNF-NUMERO-L  TO NFCB-NUMERO-1
           READ NFCAB
           IF STAT-NFCAB = '23'
              MOVE 1 TO CNF-RETORNO-L
              MOVE 'Nota fiscal nao encontrada.' TO CNF-MENSAGEM-L
              EXIT PARAGRAPH.
           IF NOT VALID-NFCAB
              PERFORM ERRO-ARQUIVO.

           IF NFCB-CANCELADA
              MOVE 1 TO CNF-RETORNO-L
              MOVE 'Nota fiscal ja cancelada.' TO CNF-MENSAGEM-L
              EXIT PARAGRAPH.

           MOVE NFCB-EMPRESA-1 TO W-EMPRESA-NF
           MOVE NFCB-NROPED-1  TO W-NROPED-NF

           IF DEVOLUC-ABERTO
              INITIALIZE          DEVL-REGISTR-1
              MOVE W-EMPRESA-NF TO DEVL-EMPRESA-1
              MOVE W-NROPED-NF  TO DEVL-NROPED-1
              START DEVOLUC KEY >= DEVL-RECORDK-1
              IF VALID-DEVOLUC
                 READ DEVOLUC NEXT
                 IF VALID-DEVOLUC AND
                    DEVL-EMPRESA-1 = W-EMPRESA-NF AND
                    DEVL-NROPED-1 = W-NROPED-NF
                    MOVE 2 TO CNF-RETORNO-L
                    MOVE 'Pedido com devolucao de venda registrada.'
                                             TO CNF-MENSAGEM-L
                    EXIT PARAGRAPH
                 END-IF
              END-IF
           END-IF

           IF CONTREC-ABERTO
              INITIALIZE          CREC-REGISTR-1
              MOVE W-EMPRESA-NF TO CREC-EMPRESA-1
              START CONTREC KEY >= CREC-RECORDK-1
              IF VALID-CONTREC
                 PERFORM UNTIL 1 = 2
                    READ CONTREC NEXT AT END
                                 EXIT PERFORM
                    END-READ
                    IF NOT VALID-CONTREC OR
                       CREC-EMPRESA-1 NOT = W-EMPRESA-NF
                       EXIT PERFORM
                    END-IF
                    IF CREC-NROPED-1 = W-NROPED-NF AND
                       (CREC-PAGO-1 > 0 OR CREC-ENCARGOS-1 > 0)
                       MOVE 3 TO CNF-RETORNO-L
                       MOVE 'Titulo do pedido com baixa no contas a rece
      -                     'ber.'   TO CNF-MENSAGEM-L
                       EXIT PERFORM
                    END-IF
                    IF CREC-NROPED-1 = W-NROPED-NF AND
                       CREC-REMESSA-1 NUMERIC AND
                       CREC-REMESSA-1 <> 0
                       MOVE 3 TO CNF-RETORNO-L
                       MOVE 'Titulo do pedido em cobranca bancaria (reme
      -                     'ssa).'  TO CNF-MENSAGEM-L
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
              END-IF
              IF CNF-RETORNO-L NOT = 0
                 EXIT PARAGRAPH
              END-IF
           END-IF

           IF FECHCTL-ABERTO
              COMPUTE W-COMPET-MOV = W-DATA-SISTEMA / 100
              MOVE W-EMPRESA-NF TO FCTL-EMPRESA-1
              MOVE W-COMPET-MOV TO FCTL-COMPET-1
              READ FECHCTL
              IF VALID-FECHCTL
                 MOVE 4 TO CNF-RETORNO-L
                 MOVE 'Competencia fechada para lancamentos.'
                                          TO CNF-MENSAGEM-L
                 EXIT PARAGRAPH
              END-IF
           END-IF.

       CANCELA-NOTA.
           INITIALIZE           NFIT-REGISTR-1
           MOVE CNF-EMPRESA-L TO NFIT-EMPRESA-1
           MOVE CNF-SERIE-L   TO NFIT-SERIE-1
           MOVE CNF-NUMERO-L  TO NFIT-NUMERO-1
           START NFITE KEY >= NFIT-RECORDK-1
           IF VALID-NFITE
              PERFORM UNTIL 1 = 2
                 READ NFITE NEXT AT END
                             EXIT PERFORM
                 END-READ
                 IF NOT VALID-NFITE OR
                    NFIT-EMPRESA-1 NOT = CNF-EMPRESA-L OR
                    NFIT-SERIE-1 NOT = CNF-SERIE-L OR
                    NFIT-NUMERO-1 NOT = CNF-NUMERO-L
                    EXIT PERFORM
                 END-IF
                 MOVE NFIT-CODIGO-1 TO W-CODIGO-ITEM
                 PERFORM ESTORNA-SAIDAS-ITEM
              END-PERFORM
           END-IF

           IF CONTREC-ABERTO
              PERFORM CANCELA-TITULOS
           END-IF

           INITIALIZE           NFCB-REGISTR-1
           MOVE CNF-EMPRESA-L TO NFCB-EMPRESA-1
           MOVE CNF-SERIE-L   TO NFCB-SERIE-1
           MOVE CNF-NUMERO-L  TO NFCB-NUMERO-1
           READ NFCAB
           IF NOT VALID-NFCAB
              PERFORM ERRO-ARQUIVO.

           PERFORM MONTA-AUDIT-NOTA
           MOVE W-AUDIT-NOTA TO W-ANTES-REG

           SET NFCB-CANCELADA   TO TRUE
           MOVE W-DATA-SISTEMA TO NFCB-DATACANC-1
           MOVE CNF-MOTIVO-L   TO NFCB-MOTCANC-1
           MOVE W-OPERADOR-ID  TO NFCB-OPERADOR-1
           REWRITE NFCB-REGISTR-1
           IF NOT VALID-NFCAB
              PERFORM ERRO-ARQUIVO.

           PERFORM MONTA-AUDIT-NOTA
           MOVE NFCB-RECORDK-1 TO AUDIT-CHAVE-1
           MOVE 'NFCAB'        TO AUDIT-ARQUIVO-1
           MOVE W-ANTES-REG    TO AUDIT-ANTES-1
           MOVE W-AUDIT-NOTA   TO AUDIT-DEPOIS-1
           SET AUDIT-GRAVACAO TO TRUE
           PERFORM GRAVA-AUDITLOG

           PERFORM EXPORTA-CANCELAMENTO

           MOVE 'Nota fiscal cancelada.' TO CNF-MENSAGEM-L.

      *-----------------------------------------------------------------
      * imagem da nota para o AUDITLOG: o registro inteiro nao cabe na
      * imagem, entao vao chave, pedido, situacao, data e motivo do
      * cancelamento e operador
      *-----------------------------------------------------------------
       MONTA-AUDIT-NOTA.
           MOVE NFCB-RECORDK-1  TO W-AUD-CHAVE
           MOVE NFCB-NROPED-1   TO W-AUD-NROPED
           MOVE NFCB-STATUS-1   TO W-AUD-STATUS
           MOVE NFCB-DATACANC-1 TO W-AUD-DATACANC
           MOVE NFCB-MOTCANC-1  TO W-AUD-MOTIVO
           MOVE NFCB-OPERADOR-1 TO W-AUD-OPERADOR.

      *-----------------------------------------------------------------
      * estorna, uma a uma, as saidas de faturamento do pedido ainda
      * nao estornadas para o produto do item (uma por lote consumido),
      * primeiro as do MOVESTO e depois as ja arquivadas no MOVHIST
      *-----------------------------------------------------------------
       ESTORNA-SAIDAS-ITEM.
           PERFORM UNTIL 1 = 2
              PERFORM ACHA-SAIDA-FATURA
              IF NOT ACHOU-SAIDA
                 EXIT PERFORM
              END-IF
              PERFORM DETERMINA-NROMOV
              PERFORM GRAVA-COMPENSATORIO
              PERFORM MARCA-ORIGINAL
           END-PERFORM.

       ACHA-SAIDA-FATURA.
           SET ACHOU-SAIDA      TO FALSE
           SET SAIDA-HISTORICO  TO FALSE
           INITIALIZE           TMOV-REGISTR-1
           MOVE W-EMPRESA-NF  TO TMOV-EMPRESA-1
           MOVE W-CODIGO-ITEM TO TMOV-CODIGO-1
           MOVE 0             TO TMOV-NROMOV-1
           START MOVESTO KEY >= TMOV-RECORDK-1
           IF VALID-MOVESTO
              PERFORM UNTIL 1 = 2
                 READ MOVESTO NEXT AT END
                              EXIT PERFORM
                 END-READ
                 IF NOT VALID-MOVESTO OR
                    TMOV-EMPRESA-1 NOT = W-EMPRESA-NF OR
                    TMOV-CODIGO-1 NOT = W-CODIGO-ITEM
                    EXIT PERFORM
                 END-IF
                 IF TMOV-ORIG-FATURA AND TMOV-SAIDA AND
                    TMOV-NORMAL AND TMOV-REFPED-1 = W-NROPED-NF
                    MOVE TMOV-NROMOV-1     TO W-NROMOV-ORIGINAL
                    MOVE TMOV-QUANTIDADE-1 TO W-QTD-ORIGINAL
                    MOVE TMOV-CUSTO-1      TO W-CUSTO-ORIGINAL
                    MOVE TMOV-DEPOSITO-1   TO W-DEP-ORIGINAL
                    MOVE TMOV-LOTE-1       TO W-LOTE-ORIGINAL
                    MOVE TMOV-VALIDADE-1   TO W-VALID-ORIGINAL
                    SET ACHOU-SAIDA TO TRUE
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-IF

           IF NOT ACHOU-SAIDA AND MOVHIST-ABERTO
              PERFORM ACHA-SAIDA-HISTORICO
           END-IF.

       ACHA-SAIDA-HISTORICO.
           INITIALIZE           HMOV-REGISTR-1
           MOVE W-EMPRESA-NF  TO HMOV-EMPRESA-1
           MOVE W-CODIGO-ITEM TO HMOV-CODIGO-1
           MOVE 0             TO HMOV-NROMOV-1
           START MOVHIST KEY >= HMOV-RECORDK-1
           IF NOT VALID-MOVHIST
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ MOVHIST NEXT AT END
                           EXIT PERFORM
              END-READ
              IF NOT VALID-MOVHIST OR
                 HMOV-EMPRESA-1 NOT = W-EMPRESA-NF OR
                 HMOV-CODIGO-1 NOT = W-CODIGO-ITEM
                 EXIT PERFORM
              END-IF
              IF HMOV-ORIGEM-1 = 'F' AND HMOV-SAIDA AND
                 HMOV-SITUACAO-1 = ' ' AND HMOV-REFPED-1 = W-NROPED-NF
                 MOVE HMOV-NROMOV-1     TO W-NROMOV-ORIGINAL
                 MOVE HMOV-QUANTIDADE-1 TO W-QTD-ORIGINAL
                 MOVE HMOV-CUSTO-1      TO W-CUSTO-ORIGINAL
                 MOVE HMOV-DEPOSITO-1   TO W-DEP-ORIGINAL
                 MOVE HMOV-LOTE-1       TO W-LOTE-ORIGINAL
                 MOVE HMOV-VALIDADE-1   TO W-VALID-ORIGINAL
                 SET ACHOU-SAIDA     TO TRUE
                 SET SAIDA-HISTORICO TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       GRAVA-COMPENSATORIO.
           INITIALIZE           TDES-REGISTR-1
           MOVE W-EMPRESA-NF  TO TDES-EMPRESA-1
           MOVE W-CODIGO-ITEM TO TDES-CODIGO-1
           READ TABPR
           IF NOT VALID-TABPR
              PERFORM ERRO-ARQUIVO.

           INITIALIZE               TMOV-REGISTR-1
           MOVE W-EMPRESA-NF     TO TMOV-EMPRESA-1
           MOVE W-CODIGO-ITEM    TO TMOV-CODIGO-1
           MOVE W-NROMOV-NOVO    TO TMOV-NROMOV-1
           SET TMOV-ENTRADA      TO TRUE
           MOVE W-QTD-ORIGINAL   TO TMOV-QUANTIDADE-1
           MOVE W-DATA-SISTEMA   TO TMOV-DATAMOV-1
           STRING 'CANCELAMENTO NF ' DELIMITED BY SIZE
                  CNF-SERIE-L        DELIMITED BY SPACE
                  '/'                DELIMITED BY SIZE
                  CNF-NUMERO-L       DELIMITED BY SIZE
             INTO TMOV-OBS-1
           END-STRING
           SET TMOV-ORIG-ESTORNO TO TRUE
           MOVE W-NROMOV-ORIGINAL TO TMOV-REFMOV-1
           MOVE W-NROPED-NF      TO TMOV-REFPED-1
           MOVE W-OPERADOR-ID    TO TMOV-OPERADOR-1
           MOVE W-CUSTO-ORIGINAL TO TMOV-CUSTO-1
           MOVE W-DEP-ORIGINAL   TO TMOV-DEPOSITO-1
           MOVE W-LOTE-ORIGINAL  TO TMOV-LOTE-1
           MOVE W-VALID-ORIGINAL TO TMOV-VALIDADE-1
           ADD TMOV-QUANTIDADE-1 TO TDES-ESTOQM-1
           MOVE TMOV-QUANTIDADE-1 TO W-QTDMOV-DEP

           WRITE TMOV-REGISTR-1
           IF NOT VALID-MOVESTO
              PERFORM ERRO-ARQUIVO.

           REWRITE TDES-REGISTR-1
           IF NOT VALID-TABPR
              PERFORM ERRO-ARQUIVO.

           IF W-DEP-ORIGINAL <> 0
              PERFORM ATUALIZA-SALDO-DEPOSITO
           END-IF

           IF W-LOTE-ORIGINAL NOT = SPACES
              PERFORM ATUALIZA-SALDO-LOTE
           END-IF.

       ATUALIZA-SALDO-DEPOSITO.
           INITIALIZE            SDEP-REGISTR-1
           MOVE W-EMPRESA-NF   TO SDEP-EMPRESA-1
           MOVE W-CODIGO-ITEM  TO SDEP-CODIGO-1
           MOVE W-DEP-ORIGINAL TO SDEP-CODDEP-1
           READ SALDEP
           IF STAT-SALDEP = '23'
              INITIALIZE            SDEP-REGISTR-1
              MOVE W-EMPRESA-NF   TO SDEP-EMPRESA-1
              MOVE W-CODIGO-ITEM  TO SDEP-CODIGO-1
              MOVE W-DEP-ORIGINAL TO SDEP-CODDEP-1
              MOVE W-QTDMOV-DEP   TO SDEP-SALDO-1
              WRITE SDEP-REGISTR-1
              IF NOT VALID-SALDEP
                 PERFORM ERRO-ARQUIVO
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF NOT VALID-SALDEP
              PERFORM ERRO-ARQUIVO.

           ADD W-QTDMOV-DEP TO SDEP-SALDO-1
           REWRITE SDEP-REGISTR-1
           IF NOT VALID-SALDEP
              PERFORM ERRO-ARQUIVO.

       ATUALIZA-SALDO-LOTE.
           INITIALIZE             LOTS-REGISTR-1
           MOVE W-EMPRESA-NF    TO LOTS-EMPRESA-1
           MOVE W-CODIGO-ITEM   TO LOTS-CODIGO-1
           MOVE W-LOTE-ORIGINAL TO LOTS-LOTE-1
           READ LOTSLD
           IF STAT-LOTSLD = '23'
              INITIALIZE             LOTS-REGISTR-1
              MOVE W-EMPRESA-NF    TO LOTS-EMPRESA-1
              MOVE W-CODIGO-ITEM   TO LOTS-CODIGO-1
              MOVE W-LOTE-ORIGINAL TO LOTS-LOTE-1
              MOVE W-VALID-ORIGINAL TO LOTS-VALIDADE-1
              MOVE W-QTDMOV-DEP    TO LOTS-SALDO-1
              WRITE LOTS-REGISTR-1
              IF NOT VALID-LOTSLD
                 PERFORM ERRO-ARQUIVO
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF NOT VALID-LOTSLD
              PERFORM ERRO-ARQUIVO.

           ADD W-QTDMOV-DEP TO LOTS-SALDO-1
           REWRITE LOTS-REGISTR-1
           IF NOT VALID-LOTSLD
              PERFORM ERRO-ARQUIVO.

       MARCA-ORIGINAL.
           IF SAIDA-HISTORICO
              PERFORM MARCA-ORIGINAL-HISTORICO
              EXIT PARAGRAPH
           END-IF

           INITIALIZE              TMOV-REGISTR-1
           MOVE W-EMPRESA-NF      TO TMOV-EMPRESA-1
           MOVE W-CODIGO-ITEM     TO TMOV-CODIGO-1
           MOVE W-NROMOV-ORIGINAL TO TMOV-NROMOV-1
           READ MOVESTO
           IF NOT VALID-MOVESTO
              PERFORM ERRO-ARQUIVO.

           SET TMOV-ESTORNADO TO TRUE
           MOVE W-NROMOV-NOVO TO TMOV-REFMOV-1
           REWRITE TMOV-REGISTR-1
           IF NOT VALID-MOVESTO
              PERFORM ERRO-ARQUIVO.

       MARCA-ORIGINAL-HISTORICO.
           INITIALIZE              HMOV-REGISTR-1
           MOVE W-EMPRESA-NF      TO HMOV-EMPRESA-1
           MOVE W-CODIGO-ITEM     TO HMOV-CODIGO-1
           MOVE W-NROMOV-ORIGINAL TO HMOV-NROMOV-1
           READ MOVHIST
           IF NOT VALID-MOVHIST
              PERFORM ERRO-ARQUIVO.

           MOVE 'X'           TO HMOV-SITUACAO-1
           MOVE W-NROMOV-NOVO TO HMOV-REFMOV-1
           REWRITE HMOV-REGISTR-1
           IF NOT VALID-MOVHIST
              PERFORM ERRO-ARQUIVO.

      *-----------------------------------------------------------------
      * titulos do pedido: o valor cai para o que foi pago (zero, ja
      * conferido) e o titulo fica quitado, como no abatimento do
      * DEVOLVE; antes e depois de cada titulo vao para o AUDITLOG
      *-----------------------------------------------------------------
       CANCELA-TITULOS.
           INITIALIZE          CREC-REGISTR-1
           MOVE W-EMPRESA-NF TO CREC-EMPRESA-1
           START CONTREC KEY >= CREC-RECORDK-1
           IF NOT VALID-CONTREC
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ CONTREC NEXT AT END
                           EXIT PERFORM
              END-READ
              IF NOT VALID-CONTREC OR
                 CREC-EMPRESA-1 NOT = W-EMPRESA-NF
                 EXIT PERFORM
              END-IF
              IF CREC-NROPED-1 NOT = W-NROPED-NF OR
                 CREC-QUITADO
                 EXIT PERFORM CYCLE
              END-IF
              MOVE CREC-REGISTR-1 TO W-ANTES-REG
              MOVE CREC-PAGO-1    TO CREC-VALOR-1
              MOVE W-OPERADOR-ID  TO CREC-OPERADOR-1
              SET CREC-QUITADO    TO TRUE
              MOVE W-DATA-SISTEMA TO CREC-DATABX-1
              REWRITE CREC-REGISTR-1
              IF NOT VALID-CONTREC
                 PERFORM ERRO-ARQUIVO
              END-IF
              MOVE CREC-RECORDK-1 TO AUDIT-CHAVE-1
              MOVE 'CONTREC'      TO AUDIT-ARQUIVO-1
              MOVE W-ANTES-REG    TO AUDIT-ANTES-1
              MOVE CREC-REGISTR-1 TO AUDIT-DEPOIS-1
              SET AUDIT-GRAVACAO TO TRUE
              PERFORM GRAVA-AUDITLOG
           END-PERFORM.

       EXPORTA-CANCELAMENTO.
           MOVE CNF-MOTIVO-L TO W-MOTIVO-EXP
           INSPECT W-MOTIVO-EXP REPLACING ALL '|' BY '/'

           MOVE SPACES TO NFEX-REGISTR-1
           STRING 'X|'              DELIMITED BY SIZE
                  NFCB-EMPRESA-1    DELIMITED BY SIZE
                  '|'               DELIMITED BY SIZE
                  NFCB-SERIE-1      DELIMITED BY SPACE
                  '|'               DELIMITED BY SIZE
                  NFCB-NUMERO-1     DELIMITED BY SIZE
                  '|'               DELIMITED BY SIZE
                  NFCB-DATACANC-1   DELIMITED BY SIZE
                  '|'               DELIMITED BY SIZE
                  W-MOTIVO-EXP      DELIMITED BY SIZE
             INTO NFEX-REGISTR-1
           END-STRING
           WRITE NFEX-REGISTR-1
           IF NOT VALID-NFEXP
              PERFORM ERRO-ARQUIVO.

       GRAVA-AUDITLOG.
           ACCEPT AUDIT-DATA-1 FROM DATE YYYYMMDD
           ACCEPT AUDIT-HORA-1 FROM TIME
           MOVE W-OPERADOR-ID TO AUDIT-OPERADOR-1
           MOVE 'CANCNF'      TO AUDIT-PROGRAMA-1

           WRITE AUDIT-REGISTR-1
           IF NOT VALID-AUDITLOG
              PERFORM ERRO-ARQUIVO
           END-IF.

       DETERMINA-NROMOV.
           MOVE W-EMPRESA-NF  TO NCTL-EMPRESA-1
           MOVE W-CODIGO-ITEM TO NCTL-CODIGO-1
           MOVE 'MOV'         TO NCTL-SERIE-1
           READ NUMCTL
           IF STAT-NUMCTL = '23'
              PERFORM SEMEIA-MOV
              INITIALIZE NCTL-REGISTR-1
              MOVE W-EMPRESA-NF   TO NCTL-EMPRESA-1
              MOVE W-CODIGO-ITEM  TO NCTL-CODIGO-1
              MOVE 'MOV'          TO NCTL-SERIE-1
              MOVE W-NROMOV-MAIOR TO NCTL-ULTNUM-1
              WRITE NCTL-REGISTR-1
              IF NOT VALID-NUMCTL
                 PERFORM ERRO-ARQUIVO
              END-IF
           ELSE
              IF NOT VALID-NUMCTL
                 PERFORM ERRO-ARQUIVO.

           ADD 1 TO NCTL-ULTNUM-1
           MOVE NCTL-ULTNUM-1 TO W-NROMOV-NOVO
           REWRITE NCTL-REGISTR-1
           IF NOT VALID-NUMCTL
              PERFORM ERRO-ARQUIVO.

       SEMEIA-MOV.
           MOVE 0 TO W-NROMOV-MAIOR
           MOVE W-EMPRESA-NF  TO TMOV-EMPRESA-1
           MOVE W-CODIGO-ITEM TO TMOV-CODIGO-1
           MOVE 0             TO TMOV-NROMOV-1
           START MOVESTO KEY >= TMOV-RECORDK-1
           IF VALID-MOVESTO
              PERFORM UNTIL 1 = 2
                 READ MOVESTO NEXT AT END
                              EXIT PERFORM
                 END-READ
                 IF NOT VALID-MOVESTO OR
                    TMOV-EMPRESA-1 NOT = W-EMPRESA-NF OR
                    TMOV-CODIGO-1 NOT = W-CODIGO-ITEM
                    EXIT PERFORM
                 END-IF
                 MOVE TMOV-NROMOV-1 TO W-NROMOV-MAIOR
              END-PERFORM
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
              MOVE 'CANCNF'   TO ERRL-PROGRAMA-1
              MOVE W-ARQUIVO  TO ERRL-ARQUIVO-1
              MOVE W-FSTATUS  TO ERRL-STATUS-1
              WRITE ERRL-REGISTR-1
           END-IF.

           MOVE 9 TO CNF-RETORNO-L
           MOVE SPACES TO CNF-MENSAGEM-L
           STRING 'Erro de arquivo ' DELIMITED BY SIZE
                  W-FSTATUS          DELIMITED BY SIZE
                  ' em '             DELIMITED BY SIZE
                  W-ARQUIVO          DELIMITED BY SPACE
             INTO CNF-MENSAGEM-L
           END-STRING

           MOVE 8 TO RETURN-CODE.

           PERFORM FIM.
