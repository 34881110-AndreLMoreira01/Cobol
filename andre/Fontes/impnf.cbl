       IDENTIFICATION DIVISION.
       PROGRAM-ID.    IMPNF.
       AUTHOR.        ANDRE.
      *-----------------------------------------------------------------
      * IMPNF - impressao da nota fiscal de saida.
      * Subprograma chamado com empresa, serie e numero da nota: o
      * FATURA imprime cada nota emitida e o PEDINQ reimprime a nota
      * do pedido selecionado.  Imprime emitente (CADEMP),
      * destinatario (CADCLI), os itens de NFITE com descricao de
      * TABPR, NCM, CFOP e impostos, e o quadro de totais da nota.
      * Nota cancelada sai com a tarja de cancelamento e o motivo.
      * A saida acumula em NOTAFIS.TXT, uma nota apos a outra.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           copy "nfcab.sl".
           copy "nfite.sl".
           copy "tabpr.sl".
           copy "cademp.sl".
           copy "cadcli.sl".
           copy "errlog.sl".

           SELECT RELATO ASSIGN TO 'NOTAFIS.TXT'
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  IS STAT-RELATO.

       DATA DIVISION.
       FILE SECTION.

           copy "nfcab.fd".
           copy "nfite.fd".
           copy "tabpr.fd".
           copy "cademp.fd".
           copy "cadcli.fd".
           copy "errlog.fd".

       FD  RELATO LABEL RECORD OMITTED.

       01  RELATO-R                       PIC X(132).

       WORKING-STORAGE SECTION.
       01  CAMPOS-W.
           03  STAT-NFCAB                PIC  X(02).
               88 VALID-NFCAB            VALUE '00' THRU '09'.
           03  STAT-NFITE                PIC  X(02).
               88 VALID-NFITE            VALUE '00' THRU '09'.
           03  STAT-TABPR                PIC  X(02).
               88 VALID-TABPR            VALUE '00' THRU '09'.
           03  STAT-CADEMP               PIC  X(02).
               88 VALID-CADEMP           VALUE '00' THRU '09'.
           03  STAT-CADEMP-ABERTO        PIC  X(01) VALUE 'N'.
               88 CADEMP-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-CADCLI               PIC  X(02).
               88 VALID-CADCLI           VALUE '00' THRU '09'.
           03  STAT-CADCLI-ABERTO        PIC  X(01) VALUE 'N'.
               88 CADCLI-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-RELATO               PIC  X(02).
               88 VALID-RELATO           VALUE '00' THRU '09'.
           03  STAT-ERRLOG               PIC  X(02).
               88 VALID-ERRLOG           VALUE '00' THRU '09'.
           03  STAT-ERRLOG-ABERTO        PIC  X(01) VALUE 'N'.
               88 ERRLOG-ABERTO          VALUE 'S' FALSE 'N'.

           03  CAMPOS-TRABALHO-W.
               05 W-TOT-ITENS            PIC  9(03) VALUE 0.
               05 W-DATAIMP              PIC  9(08) VALUE 0.
               05 W-DATAUXI              PIC  9(08).
               05 REDEFINES W-DATAUXI.
                  07 W-ANOAUXI-I         PIC  9(04).
                  07 W-MESAUXI-I         PIC  9(02).
                  07 W-DIAAUXI-I         PIC  9(02).

               05 W-LINHA-TITULO.
                  07 FILLER              PIC  X(25) VALUE
                     'NOTA FISCAL DE SAIDA'.
                  07 FILLER              PIC  X(08) VALUE 'NUMERO: '.
                  07 W-NUMERO-TIT        PIC  ZZZ.ZZ9B(3).
                  07 FILLER              PIC  X(07) VALUE 'SERIE: '.
                  07 W-SERIE-TIT         PIC  X(03)B(3).
                  07 FILLER              PIC  X(09) VALUE 'EMISSAO: '.
                  07 W-EMISSAO-TIT       PIC  99/99/9999B(3).
                  07 FILLER              PIC  X(08) VALUE 'PEDIDO: '.
                  07 W-NROPED-TIT        PIC  ZZZ.ZZ9.

               05 W-LINHA-NATUREZA.
                  07 FILLER              PIC  X(20) VALUE
                     'NATUREZA OPERACAO: '.
                  07 W-NATUREZA-NAT      PIC  X(30).
                  07 FILLER              PIC  X(06) VALUE 'CFOP: '.
                  07 W-CFOP-NAT          PIC  9(04).

               05 W-LINHA-EMITENTE.
                  07 FILLER              PIC  X(11) VALUE 'EMITENTE: '.
                  07 W-EMPRESA-EMI       PIC  ZZ9B(2).
                  07 W-NOME-EMI          PIC  X(60)B(2).
                  07 FILLER              PIC  X(06) VALUE 'CNPJ: '.
                  07 W-CNPJ-EMI          PIC  X(14)B(2).
                  07 FILLER              PIC  X(04) VALUE 'UF: '.
                  07 W-UF-EMI            PIC  X(02)B(2).
                  07 FILLER              PIC  X(04) VALUE 'IE: '.
                  07 W-IE-EMI            PIC  X(14).

               05 W-LINHA-DESTINO.
                  07 FILLER              PIC  X(11) VALUE 'DESTINAT.: '.
                  07 W-CLIENTE-DES       PIC  ZZZ.ZZ9B(2).
                  07 W-RAZAO-DES         PIC  X(60)B(2).
                  07 FILLER              PIC  X(06) VALUE 'CNPJ: '.
                  07 W-CNPJ-DES          PIC  X(14)B(2).
                  07 FILLER              PIC  X(04) VALUE 'UF: '.
                  07 W-UF-DES            PIC  X(02)B(2).
                  07 FILLER              PIC  X(04) VALUE 'IE: '.
                  07 W-IE-DES            PIC  X(13).

               05 W-LINHA-ENDERECO.
                  07 FILLER              PIC  X(11) VALUE 'ENDERECO: '.
                  07 W-ENDER-END         PIC  X(60).

               05 W-LINHA-DETALHE.
                  07 FILLER              PIC  X(01).
                  07 W-CODIGO-DET        PIC  X(10)B.
                  07 W-DESC-DET          PIC  X(30)B.
                  07 W-NCM-DET           PIC  X(08)B.
                  07 W-CFOP-DET          PIC  9(04)B.
                  07 W-QUANTIDA-DET      PIC  ZZ.ZZZ.ZZ9,99B.
                  07 W-PRECO-DET         PIC  ZZ.ZZZ.ZZ9,99B.
                  07 W-VALOR-DET         PIC  ZZ.ZZZ.ZZ9,99B.
                  07 W-ALIQICMS-DET      PIC  Z9,99B.
                  07 W-ICMS-DET          PIC  ZZZ.ZZ9,99B.
                  07 W-ALIQIPI-DET       PIC  Z9,99B.
                  07 W-IPI-DET           PIC  ZZZ.ZZ9,99.

               05 W-CAB-ITENS.
                  07 PIC X(132) VALUE ' CODIGO     DESCRICAO            
      -              '          NCM      CFOP    QUANTIDADE   PRECO UNIT
      -              '.         VALOR %ICMS       ICMS  %IPI        
      -              'IPI'.

               05 W-LINHA-TOTAL-1.
                  07 FILLER              PIC  X(22) VALUE
                     'BASE DE CALCULO ICMS: '.
                  07 W-BASE-TOT          PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
                  07 FILLER              PIC  X(03).
                  07 FILLER              PIC  X(12) VALUE
                     'VALOR ICMS: '.
                  07 W-ICMS-TOT          PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
                  07 FILLER              PIC  X(03).
                  07 FILLER              PIC  X(11) VALUE 'VALOR IPI: '.
                  07 W-IPI-TOT           PIC  ZZ.ZZZ.ZZZ.ZZ9,99.

               05 W-LINHA-TOTAL-2.
                  07 FILLER              PIC  X(22) VALUE
                     'VALOR DOS PRODUTOS: '.
                  07 W-PRODUTOS-TOT      PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
                  07 FILLER              PIC  X(03).
                  07 FILLER              PIC  X(12) VALUE 'ITENS: '.
                  07 W-ITENS-TOT         PIC  ZZ9B(17).
                  07 FILLER              PIC  X(14) VALUE
                     'TOTAL DA NOTA:'.
                  07 W-TOTAL-TOT         PIC  ZZ.ZZZ.ZZZ.ZZ9,99.

               05 W-LINHA-CANCELADA.
                  07 FILLER              PIC  X(36) VALUE
                     '*** NOTA FISCAL CANCELADA EM '.
                  07 W-DATACANC-CAN      PIC  99/99/9999B(2).
                  07 FILLER              PIC  X(08) VALUE 'MOTIVO: '.
                  07 W-MOTCANC-CAN       PIC  X(40).

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           03  W-EXTSTAT                  PIC  X(08).
           03  W-ARQUIVO                  PIC  X(150).

       LINKAGE SECTION.
       01  INF-EMPRESA-L                  PIC  9(03).
       01  INF-SERIE-L                    PIC  X(03).
       01  INF-NUMERO-L                   PIC  9(06).

       PROCEDURE DIVISION USING INF-EMPRESA-L, INF-SERIE-L,
                                INF-NUMERO-L.
       INICIO.
           OPEN EXTEND ERRLOG
           IF VALID-ERRLOG
              SET ERRLOG-ABERTO TO TRUE
           END-IF.

           OPEN INPUT NFCAB
           IF NOT VALID-NFCAB
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT NFITE
           IF NOT VALID-NFITE
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT TABPR
           IF NOT VALID-TABPR
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CADEMP
           IF VALID-CADEMP
              SET CADEMP-ABERTO TO TRUE
           END-IF.

           OPEN INPUT CADCLI
           IF VALID-CADCLI
              SET CADCLI-ABERTO TO TRUE
           END-IF.

           OPEN EXTEND RELATO
           IF STAT-RELATO = '35'
              OPEN OUTPUT RELATO.
           IF NOT VALID-RELATO
              PERFORM ERRO-ARQUIVO.

           MOVE INF-EMPRESA-L TO NFCB-EMPRESA-1
           MOVE INF-SERIE-L   TO NFCB-SERIE-1
           MOVE INF-NUMERO-L  TO NFCB-NUMERO-1
           READ NFCAB
           IF NOT VALID-NFCAB
              DISPLAY 'IMPNF - NOTA NAO ENCONTRADA: '
                      INF-EMPRESA-L '/' INF-SERIE-L '/' INF-NUMERO-L
              MOVE 8 TO RETURN-CODE
              PERFORM FIM.

           PERFORM IMPRIME-NOTA

           PERFORM FIM.

       FIM.
           CLOSE NFCAB.
           CLOSE NFITE.
           CLOSE TABPR.
           IF CADEMP-ABERTO
              CLOSE CADEMP
           END-IF.
           IF CADCLI-ABERTO
              CLOSE CADCLI
           END-IF.
           CLOSE RELATO.
           IF ERRLOG-ABERTO
              CLOSE ERRLOG
           END-IF.

           EXIT PROGRAM
           STOP RUN.

       IMPRIME-NOTA.
           MOVE SPACES TO RELATO-R
           MOVE ALL '=' TO RELATO-R(1:132)
           WRITE RELATO-R

           MOVE NFCB-NUMERO-1  TO W-NUMERO-TIT
           MOVE NFCB-SERIE-1   TO W-SERIE-TIT
           MOVE NFCB-EMISSAO-1 TO W-DATAUXI
           COMPUTE W-DATAIMP = W-ANOAUXI-I +
                               W-MESAUXI-I * 10000 +
                               W-DIAAUXI-I * 1000000
           MOVE W-DATAIMP      TO W-EMISSAO-TIT
           MOVE NFCB-NROPED-1  TO W-NROPED-TIT
           WRITE RELATO-R FROM W-LINHA-TITULO

           IF NFCB-CFOP-1 (1:1) = '6'
              MOVE 'VENDA - OPERACAO INTERESTADUAL' TO W-NATUREZA-NAT
           ELSE
              MOVE 'VENDA DE MERCADORIA'            TO W-NATUREZA-NAT
           END-IF
           MOVE NFCB-CFOP-1 TO W-CFOP-NAT
           WRITE RELATO-R FROM W-LINHA-NATUREZA

           IF NFCB-CANCELADA
              MOVE NFCB-DATACANC-1 TO W-DATAUXI
              COMPUTE W-DATAIMP = W-ANOAUXI-I +
                                  W-MESAUXI-I * 10000 +
                                  W-DIAAUXI-I * 1000000
              MOVE W-DATAIMP       TO W-DATACANC-CAN
              MOVE NFCB-MOTCANC-1  TO W-MOTCANC-CAN
              WRITE RELATO-R FROM W-LINHA-CANCELADA
           END-IF

           MOVE SPACES TO RELATO-R
           WRITE RELATO-R

           MOVE NFCB-EMPRESA-1 TO W-EMPRESA-EMI
           MOVE SPACES         TO W-NOME-EMI W-CNPJ-EMI W-UF-EMI
                                  W-IE-EMI
           IF CADEMP-ABERTO
              MOVE NFCB-EMPRESA-1 TO DEMP-CODEMP-1
              READ CADEMP
              IF VALID-CADEMP
                 MOVE DEMP-NOMEEMP-1 TO W-NOME-EMI
                 MOVE DEMP-CNPJ-1    TO W-CNPJ-EMI
                 MOVE DEMP-UF-1      TO W-UF-EMI
                 MOVE DEMP-IE-1      TO W-IE-EMI
              END-IF
           END-IF
           WRITE RELATO-R FROM W-LINHA-EMITENTE

           MOVE NFCB-CLIENTE-1  TO W-CLIENTE-DES
           MOVE NFCB-CNPJDEST-1 TO W-CNPJ-DES
           MOVE NFCB-UFDEST-1   TO W-UF-DES
           MOVE NFCB-IEDEST-1   TO W-IE-DES
           MOVE SPACES          TO W-RAZAO-DES W-ENDER-END
           IF CADCLI-ABERTO
              MOVE NFCB-EMPRESA-1 TO DCLI-EMPRESA-1
              MOVE NFCB-CLIENTE-1 TO DCLI-CODCLI-1
              READ CADCLI
              IF VALID-CADCLI
                 MOVE DCLI-RAZAO-1 TO W-RAZAO-DES
                 MOVE DCLI-ENDER-1 TO W-ENDER-END
              END-IF
           END-IF
           WRITE RELATO-R FROM W-LINHA-DESTINO
           WRITE RELATO-R FROM W-LINHA-ENDERECO

           MOVE SPACES TO RELATO-R
           WRITE RELATO-R
           WRITE RELATO-R FROM W-CAB-ITENS

           PERFORM IMPRIME-ITENS

           MOVE SPACES TO RELATO-R
           WRITE RELATO-R

           MOVE NFCB-BASEICMS-1 TO W-BASE-TOT
           MOVE NFCB-VALICMS-1  TO W-ICMS-TOT
           MOVE NFCB-VALIPI-1   TO W-IPI-TOT
           WRITE RELATO-R FROM W-LINHA-TOTAL-1

           MOVE NFCB-VALPROD-1  TO W-PRODUTOS-TOT
           MOVE W-TOT-ITENS     TO W-ITENS-TOT
           MOVE NFCB-VALTOTAL-1 TO W-TOTAL-TOT
           WRITE RELATO-R FROM W-LINHA-TOTAL-2

           MOVE SPACES TO RELATO-R
           WRITE RELATO-R.

       IMPRIME-ITENS.
           MOVE 0 TO W-TOT-ITENS

           INITIALIZE NFIT-REGISTR-1
           MOVE NFCB-EMPRESA-1 TO NFIT-EMPRESA-1
           MOVE NFCB-SERIE-1   TO NFIT-SERIE-1
           MOVE NFCB-NUMERO-1  TO NFIT-NUMERO-1
           START NFITE KEY >= NFIT-RECORDK-1
           IF NOT VALID-NFITE
              EXIT PARAGRAPH.

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

              ADD 1 TO W-TOT-ITENS

              INITIALIZE TDES-REGISTR-1
              MOVE NFIT-EMPRESA-1 TO TDES-EMPRESA-1
              MOVE NFIT-CODIGO-1  TO TDES-CODIGO-1
              READ TABPR
              IF NOT VALID-TABPR
                 MOVE SPACES TO TDES-DESC-1
              END-IF

              MOVE SPACES            TO W-LINHA-DETALHE
              MOVE NFIT-CODIGO-1     TO W-CODIGO-DET
              MOVE TDES-DESC-1       TO W-DESC-DET
              MOVE NFIT-NCM-1        TO W-NCM-DET
              MOVE NFIT-CFOP-1       TO W-CFOP-DET
              MOVE NFIT-QUANTIDADE-1 TO W-QUANTIDA-DET
              MOVE NFIT-PRECO-1      TO W-PRECO-DET
              MOVE NFIT-VALOR-1      TO W-VALOR-DET
              MOVE NFIT-ALIQICMS-1   TO W-ALIQICMS-DET
              MOVE NFIT-VALICMS-1    TO W-ICMS-DET
              MOVE NFIT-ALIQIPI-1    TO W-ALIQIPI-DET
              MOVE NFIT-VALIPI-1     TO W-IPI-DET
              WRITE RELATO-R FROM W-LINHA-DETALHE
           END-PERFORM.

       ERRO-ARQUIVO.
           CALL "C$RERR" USING WS-EXTEND-STATUS
           MOVE WS-EXTEND-STATUS(1:2) TO W-FSTATUS
           MOVE WS-EXTEND-STATUS(3:)  TO W-EXTSTAT
           CALL "C$RERRNAME" USING W-ARQUIVO.

           IF ERRLOG-ABERTO
              INITIALIZE ERRL-REGISTR-1
              ACCEPT ERRL-DATA-1 FROM DATE YYYYMMDD
              ACCEPT ERRL-HORA-1 FROM TIME
              MOVE 'IMPNF'    TO ERRL-PROGRAMA-1
              MOVE W-ARQUIVO  TO ERRL-ARQUIVO-1
              MOVE W-FSTATUS  TO ERRL-STATUS-1
              WRITE ERRL-REGISTR-1
           END-IF.

           DISPLAY 'IMPNF - ERRO DE ARQUIVO ' W-FSTATUS
                   ' EM ' W-ARQUIVO (1:60).

           MOVE 8 TO RETURN-CODE.

           PERFORM FIM.
