       IDENTIFICATION DIVISION.
       PROGRAM-ID.    REMBCO.
       AUTHOR.        ANDRE.
      *-----------------------------------------------------------------
      * REMBCO - remessa de titulos a receber para cobranca bancaria.
      * Le o CONTREC por empresa e envia ao banco os titulos ainda nao
      * quitados que nao foram em nenhuma remessa (CREC-REMESSA-1 = 0)
      * pelo saldo em aberto.  Cada empresa com titulo a enviar gera
      * um arquivo REMeeennnnnn.REM (empresa e numero da remessa, serie
      * REM do NUMCTL) de registros de 150 posicoes:
      *   tipo 0 - header : empresa, 'REMESSA', numero da remessa,
      *                     data de geracao, nome da empresa
      *   tipo 1 - detalhe: empresa, titulo, parcela/qtde, cliente,
      *                     CNPJ, razao social, emissao, vencimento,
      *                     valor (saldo), sequencial do registro
      *   tipo 9 - trailer: empresa, quantidade de detalhes, soma dos
      *                     valores
      * So depois de fechado o arquivo os titulos sao marcados com o
      * numero da remessa; em caso de queda antes disso a rodada
      * seguinte gera nova remessa com os mesmos titulos.
      * Relatorio com os titulos e os totais de controle de cada
      * remessa em REMBCO.TXT.
      * Parametros (REMBCO.PAR):  EMPRESA=nnn  (0 = todas)
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
           copy "numctl.sl".
           copy "errlog.sl".

           SELECT REMESSA ASSIGN TO W-REM-NOME
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  IS STAT-REMESSA.

           SELECT PARAMS ASSIGN TO 'REMBCO.PAR'
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  IS STAT-PARAMS.

           SELECT RELATO ASSIGN TO 'REMBCO.TXT'
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  IS STAT-RELATO.

       DATA DIVISION.
       FILE SECTION.

           copy "contrec.fd".
           copy "cadcli.fd".
           copy "cademp.fd".
           copy "numctl.fd".
           copy "errlog.fd".

       FD  REMESSA LABEL RECORD IS STANDARD.

       01  REM-REGISTR-1.
           03  REM-TIPO-1                PIC  X(01).
               88 REM-HEADER             VALUE '0'.
               88 REM-DETALHE            VALUE '1'.
               88 REM-TRAILER            VALUE '9'.
           03  REM-DADOS-1               PIC  X(149).
           03  REM-DADOS-HEADER REDEFINES REM-DADOS-1.
               05 REM-EMPRESA-H          PIC  9(03).
               05 REM-LITERAL-H          PIC  X(07).
               05 REM-NUMREM-H           PIC  9(06).
               05 REM-DATAGER-H          PIC  9(08).
               05 REM-NOMEEMP-H          PIC  X(60).
               05 FILLER                 PIC  X(65).
           03  REM-DADOS-DETALHE REDEFINES REM-DADOS-1.
               05 REM-EMPRESA-D          PIC  9(03).
               05 REM-NUMTIT-D           PIC  9(06).
               05 REM-PARCELA-D          PIC  9(02).
               05 REM-QTDPARC-D          PIC  9(02).
               05 REM-CLIENTE-D          PIC  9(06).
               05 REM-CNPJ-D             PIC  X(14).
               05 REM-RAZAO-D            PIC  X(40).
               05 REM-EMISSAO-D          PIC  9(08).
               05 REM-VENCTO-D           PIC  9(08).
               05 REM-VALOR-D            PIC  9(13)V99.
               05 REM-SEQREG-D           PIC  9(06).
               05 FILLER                 PIC  X(39).
           03  REM-DADOS-TRAILER REDEFINES REM-DADOS-1.
               05 REM-EMPRESA-T          PIC  9(03).
               05 REM-QTDREG-T           PIC  9(06).
               05 REM-TOTAL-T            PIC  9(15)V99.
               05 FILLER                 PIC  X(123).

       FD  PARAMS LABEL RECORD OMITTED.

       01  PARAMS-R                       PIC X(80).

       FD  RELATO LABEL RECORD OMITTED.

       01  RELATO-R                       PIC X(132).

       WORKING-STORAGE SECTION.
       01  CAMPOS-W.
           03  STAT-CONTREC              PIC  X(02).
               88 VALID-CONTREC          VALUE '00' THRU '09'.
           03  STAT-CADCLI               PIC  X(02).
               88 VALID-CADCLI           VALUE '00' THRU '09'.
           03  STAT-CADCLI-ABERTO        PIC  X(01) VALUE 'N'.
               88 CADCLI-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-CADEMP               PIC  X(02).
               88 VALID-CADEMP           VALUE '00' THRU '09'.
           03  STAT-CADEMP-ABERTO        PIC  X(01) VALUE 'N'.
               88 CADEMP-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-NUMCTL               PIC  X(02).
               88 VALID-NUMCTL           VALUE '00' THRU '09'.
           03  STAT-REMESSA              PIC  X(02).
               88 VALID-REMESSA          VALUE '00' THRU '09'.
           03  STAT-REMESSA-ABERTA       PIC  X(01) VALUE 'N'.
               88 REMESSA-ABERTA         VALUE 'S' FALSE 'N'.
           03  STAT-PARAMS               PIC  X(02).
               88 VALID-PARAMS           VALUE '00' THRU '09'.
           03  STAT-RELATO               PIC  X(02).
               88 VALID-RELATO           VALUE '00' THRU '09'.
           03  STAT-ERRLOG               PIC  X(02).
               88 VALID-ERRLOG           VALUE '00' THRU '09'.
           03  STAT-ERRLOG-ABERTO        PIC  X(01) VALUE 'N'.
               88 ERRLOG-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-TITULO-ENVIO         PIC  X(01).
               88 TITULO-ENVIO           VALUE 'S' FALSE 'N'.

           03  CAMPOS-TRABALHO-W.
               05 W-EMPRESA-FILTRO       PIC  9(03) VALUE 0.
               05 W-EMPRESA-ATUAL        PIC  9(03) VALUE 0.
               05 W-REM-NOME             PIC  X(40).
               05 W-NUMREM-NOVO          PIC  9(06) VALUE 0.
               05 W-NUMTIT-ULTIMO        PIC  9(06) VALUE 0.
               05 W-SALDO-TITULO         PIC  9(13)V99 VALUE 0.
               05 W-QTD-REMESSA          PIC  9(06) VALUE 0.
               05 W-VALOR-REMESSA        PIC  9(15)V99 VALUE 0.
               05 W-QTD-MARCADOS         PIC  9(06) VALUE 0.
               05 W-TOT-REMESSAS         PIC  9(06) VALUE 0.
               05 W-TOT-TITULOS          PIC  9(06) VALUE 0.
               05 W-TOT-VALOR            PIC  9(15)V99 VALUE 0.

               05 W-DATA-SISTEMA         PIC  9(08) VALUE 0.
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

               05 W-LINHA-REMESSA.
                  07 FILLER              PIC  X(08) VALUE 'EMPRESA '.
                  07 W-EMPRESA-REM       PIC  ZZ9B(3).
                  07 FILLER              PIC  X(08) VALUE 'REMESSA '.
                  07 W-NUMREM-REM        PIC  ZZZ.ZZ9B(3).
                  07 FILLER              PIC  X(08) VALUE 'ARQUIVO '.
                  07 W-ARQUIVO-REM       PIC  X(40).

               05 W-LINHA-DETALHE.
                  07 W-NUMTIT-DET        PIC  ZZZ.ZZ9B(2).
                  07 W-PARCELA-DET       PIC  Z9.
                  07 FILLER              PIC  X(01) VALUE '/'.
                  07 W-QTDPARC-DET       PIC  99B(2).
                  07 W-CLIENTE-DET       PIC  ZZZZZ9B.
                  07 W-RAZAO-DET         PIC  X(40)B.
                  07 W-EMISSAO-DET       PIC  99/99/9999B(2).
                  07 W-VENCTO-DET        PIC  99/99/9999B(2).
                  07 W-VALOR-DET         PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.

               05 W-LINHA-TOTAL.
                  07 FILLER              PIC  X(04) VALUE SPACES.
                  07 FILLER              PIC  X(26) VALUE
                     '*** TOTAL DA REMESSA:'.
                  07 W-QTD-TOT           PIC  ZZZ.ZZ9.
                  07 FILLER              PIC  X(12) VALUE ' TITULO(S) '.
                  07 W-VALOR-TOT         PIC  ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.

               05 W-LINHA-GERAL.
                  07 FILLER              PIC  X(04) VALUE SPACES.
                  07 FILLER              PIC  X(16) VALUE
                     '*** TOTAL GERAL'.
                  07 W-REMESSAS-GER      PIC  ZZZ.ZZ9.
                  07 FILLER              PIC  X(13) VALUE
                     ' REMESSA(S) '.
                  07 W-TITULOS-GER       PIC  ZZZ.ZZ9.
                  07 FILLER              PIC  X(12) VALUE ' TITULO(S) '.
                  07 W-VALOR-GER         PIC  ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.

               05 W-CAB-1.
                  07 FILLER              PIC  X(74) VALUE
                     'REMESSA DE TITULOS PARA COBRANCA BANCARIA'.
                  07 WCAB-DATASIS-1      PIC  99/99/9999B(4).
                  07 FILLER              PIC  X(05) VALUE 'PAG.'.
                  07 WCAB-NROPAGI-1      PIC  ZZ.ZZ9B.

               05 W-CAB-2.
                  07 PIC X(132) VALUE '-TITULO- PARC.  CLIENT --------
      -              '------RAZAO SOCIAL-------------- -EMISSAO--  VENCI
      -              'MENTO  --------------VALOR'.

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

           OPEN I-O CONTREC
           IF NOT VALID-CONTREC
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CADCLI
           IF VALID-CADCLI
              SET CADCLI-ABERTO TO TRUE
           END-IF.

           OPEN INPUT CADEMP
           IF VALID-CADEMP
              SET CADEMP-ABERTO TO TRUE
           END-IF.

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

           ACCEPT W-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE W-DATA-SISTEMA TO W-DATAUXI
           COMPUTE W-DATASIS-IMP = W-ANOAUXI-I +
                                   W-MESAUXI-I * 10000 +
                                   W-DIAAUXI-I * 1000000

           PERFORM PROCESSA-EMPRESAS

           PERFORM TOTAL-GERAL

           PERFORM FIM.

       FIM.
           IF REMESSA-ABERTA
              CLOSE REMESSA
           END-IF.
           CLOSE CONTREC.
           IF CADCLI-ABERTO
              CLOSE CADCLI
           END-IF.
           IF CADEMP-ABERTO
              CLOSE CADEMP
           END-IF.
           CLOSE NUMCTL.
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
                WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-PERFORM.

           CLOSE PARAMS.

      *-----------------------------------------------------------------
      * localiza no CONTREC cada empresa com titulo e gera a remessa
      * dela; a empresa seguinte e procurada a partir da atual + 1
      *-----------------------------------------------------------------
       PROCESSA-EMPRESAS.
           MOVE W-EMPRESA-FILTRO TO W-EMPRESA-ATUAL

           PERFORM UNTIL 1 = 2
              INITIALIZE               CREC-REGISTR-1
              MOVE W-EMPRESA-ATUAL  TO CREC-EMPRESA-1
              START CONTREC KEY >= CREC-RECORDK-1
              IF NOT VALID-CONTREC
                 EXIT PERFORM
              END-IF
              READ CONTREC NEXT AT END
                          EXIT PERFORM
              END-READ
              IF NOT VALID-CONTREC
                 EXIT PERFORM
              END-IF
              IF W-EMPRESA-FILTRO <> 0 AND
                 CREC-EMPRESA-1 <> W-EMPRESA-FILTRO
                 EXIT PERFORM
              END-IF

              MOVE CREC-EMPRESA-1 TO W-EMPRESA-ATUAL
              PERFORM PROCESSA-EMPRESA

              IF W-EMPRESA-ATUAL = 999
                 EXIT PERFORM
              END-IF
              ADD 1 TO W-EMPRESA-ATUAL
           END-PERFORM.

       PROCESSA-EMPRESA.
           MOVE 0 TO W-QTD-REMESSA W-VALOR-REMESSA W-NUMTIT-ULTIMO
           SET REMESSA-ABERTA TO FALSE

           INITIALIZE              CREC-REGISTR-1
           MOVE W-EMPRESA-ATUAL TO CREC-EMPRESA-1
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
              IF CREC-EMPRESA-1 <> W-EMPRESA-ATUAL
                 EXIT PERFORM
              END-IF

              PERFORM TESTA-TITULO-ENVIO
              IF NOT TITULO-ENVIO
                 EXIT PERFORM CYCLE
              END-IF

              IF NOT REMESSA-ABERTA
                 PERFORM ABRE-REMESSA
              END-IF
              PERFORM GRAVA-DETALHE
           END-PERFORM.

           IF NOT REMESSA-ABERTA
              EXIT PARAGRAPH.

           INITIALIZE REM-REGISTR-1
           SET REM-TRAILER TO TRUE
           MOVE W-EMPRESA-ATUAL TO REM-EMPRESA-T
           MOVE W-QTD-REMESSA   TO REM-QTDREG-T
           MOVE W-VALOR-REMESSA TO REM-TOTAL-T
           WRITE REM-REGISTR-1
           IF NOT VALID-REMESSA
              PERFORM ERRO-ARQUIVO.

           CLOSE REMESSA
           SET REMESSA-ABERTA TO FALSE

           PERFORM MARCA-TITULOS

           ADD 1               TO W-TOT-REMESSAS
           ADD W-QTD-REMESSA   TO W-TOT-TITULOS
           ADD W-VALOR-REMESSA TO W-TOT-VALOR

           PERFORM TESTA-QUEBRA-PAGINA
           MOVE W-QTD-REMESSA   TO W-QTD-TOT
           MOVE W-VALOR-REMESSA TO W-VALOR-TOT
           WRITE RELATO-R FROM W-LINHA-TOTAL
           ADD 1 TO W-CONTLIN.

      *-----------------------------------------------------------------
      * titulo vai para o banco se tem saldo, nao esta quitado e ainda
      * nao foi em remessa (registro antigo sem o campo = nao enviado)
      *-----------------------------------------------------------------
       TESTA-TITULO-ENVIO.
           SET TITULO-ENVIO TO FALSE

           IF CREC-QUITADO
              EXIT PARAGRAPH.

           IF CREC-REMESSA-1 NUMERIC AND CREC-REMESSA-1 <> 0
              EXIT PARAGRAPH.

           IF CREC-PAGO-1 >= CREC-VALOR-1
              EXIT PARAGRAPH.

           COMPUTE W-SALDO-TITULO = CREC-VALOR-1 - CREC-PAGO-1
           SET TITULO-ENVIO TO TRUE.

      *-----------------------------------------------------------------
      * proximo numero da serie REM da empresa, arquivo da remessa e
      * registro header
      *-----------------------------------------------------------------
       ABRE-REMESSA.
           INITIALIZE              NCTL-REGISTR-1
           MOVE W-EMPRESA-ATUAL TO NCTL-EMPRESA-1
           MOVE SPACES          TO NCTL-CODIGO-1
           MOVE 'REM'           TO NCTL-SERIE-1
           READ NUMCTL
           IF STAT-NUMCTL = '23'
              INITIALIZE              NCTL-REGISTR-1
              MOVE W-EMPRESA-ATUAL TO NCTL-EMPRESA-1
              MOVE SPACES          TO NCTL-CODIGO-1
              MOVE 'REM'           TO NCTL-SERIE-1
              MOVE 0               TO NCTL-ULTNUM-1
              WRITE NCTL-REGISTR-1
              IF NOT VALID-NUMCTL
                 PERFORM ERRO-ARQUIVO
              END-IF
           ELSE
              IF NOT VALID-NUMCTL
                 PERFORM ERRO-ARQUIVO.

           ADD 1 TO NCTL-ULTNUM-1
           MOVE NCTL-ULTNUM-1 TO W-NUMREM-NOVO
           REWRITE NCTL-REGISTR-1
           IF NOT VALID-NUMCTL
              PERFORM ERRO-ARQUIVO.

           MOVE SPACES TO W-REM-NOME
           STRING 'REM'           DELIMITED BY SIZE
                  W-EMPRESA-ATUAL DELIMITED BY SIZE
                  W-NUMREM-NOVO   DELIMITED BY SIZE
                  '.REM'          DELIMITED BY SIZE
             INTO W-REM-NOME
           END-STRING
           OPEN OUTPUT REMESSA
           IF NOT VALID-REMESSA
              PERFORM ERRO-ARQUIVO.
           SET REMESSA-ABERTA TO TRUE

           INITIALIZE REM-REGISTR-1
           SET REM-HEADER TO TRUE
           MOVE W-EMPRESA-ATUAL TO REM-EMPRESA-H
           MOVE 'REMESSA'       TO REM-LITERAL-H
           MOVE W-NUMREM-NOVO   TO REM-NUMREM-H
           MOVE W-DATA-SISTEMA  TO REM-DATAGER-H
           IF CADEMP-ABERTO
              MOVE W-EMPRESA-ATUAL TO DEMP-CODEMP-1
              READ CADEMP
              IF VALID-CADEMP
                 MOVE DEMP-NOMEEMP-1 TO REM-NOMEEMP-H
              END-IF
           END-IF
           WRITE REM-REGISTR-1
           IF NOT VALID-REMESSA
              PERFORM ERRO-ARQUIVO.

           MOVE 800 TO W-CONTLIN
           PERFORM TESTA-QUEBRA-PAGINA
           MOVE W-EMPRESA-ATUAL TO W-EMPRESA-REM
           MOVE W-NUMREM-NOVO   TO W-NUMREM-REM
           MOVE W-REM-NOME      TO W-ARQUIVO-REM
           WRITE RELATO-R FROM W-LINHA-REMESSA
           MOVE SPACES TO RELATO-R
           WRITE RELATO-R
           ADD 2 TO W-CONTLIN.

       GRAVA-DETALHE.
           ADD 1              TO W-QTD-REMESSA
           ADD W-SALDO-TITULO TO W-VALOR-REMESSA
           MOVE CREC-NUMTIT-1 TO W-NUMTIT-ULTIMO

           INITIALIZE REM-REGISTR-1
           SET REM-DETALHE TO TRUE
           MOVE CREC-EMPRESA-1    TO REM-EMPRESA-D
           MOVE CREC-NUMTIT-1     TO REM-NUMTIT-D
           IF CREC-QTDPARC-1 NUMERIC AND CREC-QTDPARC-1 > 0
              MOVE CREC-PARCELA-1 TO REM-PARCELA-D
              MOVE CREC-QTDPARC-1 TO REM-QTDPARC-D
           ELSE
              MOVE 1              TO REM-PARCELA-D REM-QTDPARC-D
           END-IF
           MOVE CREC-CLIENTE-1    TO REM-CLIENTE-D
           MOVE CREC-EMISSAO-1    TO REM-EMISSAO-D
           MOVE CREC-VENCIMENTO-1 TO REM-VENCTO-D
           MOVE W-SALDO-TITULO    TO REM-VALOR-D
           MOVE W-QTD-REMESSA     TO REM-SEQREG-D
           IF CADCLI-ABERTO
              INITIALIZE             DCLI-REGISTR-1
              MOVE CREC-EMPRESA-1 TO DCLI-EMPRESA-1
              MOVE CREC-CLIENTE-1 TO DCLI-CODCLI-1
              READ CADCLI
              IF VALID-CADCLI
                 MOVE DCLI-CNPJ-1  TO REM-CNPJ-D
                 MOVE DCLI-RAZAO-1 TO REM-RAZAO-D
              END-IF
           END-IF
           WRITE REM-REGISTR-1
           IF NOT VALID-REMESSA
              PERFORM ERRO-ARQUIVO.

           PERFORM TESTA-QUEBRA-PAGINA
           MOVE REM-NUMTIT-D  TO W-NUMTIT-DET
           MOVE REM-PARCELA-D TO W-PARCELA-DET
           MOVE REM-QTDPARC-D TO W-QTDPARC-DET
           MOVE REM-CLIENTE-D TO W-CLIENTE-DET
           MOVE REM-RAZAO-D   TO W-RAZAO-DET
           MOVE REM-EMISSAO-D TO W-DATAUXI
           PERFORM FORMATA-DATA
           MOVE W-DATAIMP     TO W-EMISSAO-DET
           MOVE REM-VENCTO-D  TO W-DATAUXI
           PERFORM FORMATA-DATA
           MOVE W-DATAIMP     TO W-VENCTO-DET
           MOVE REM-VALOR-D   TO W-VALOR-DET
           WRITE RELATO-R FROM W-LINHA-DETALHE
           ADD 1 TO W-CONTLIN.

      *-----------------------------------------------------------------
      * com o arquivo fechado, marca nos titulos enviados o numero da
      * remessa (mesma selecao da gravacao, ate o ultimo titulo
      * gravado)
      *-----------------------------------------------------------------
       MARCA-TITULOS.
           MOVE 0 TO W-QTD-MARCADOS

           INITIALIZE              CREC-REGISTR-1
           MOVE W-EMPRESA-ATUAL TO CREC-EMPRESA-1
           START CONTREC KEY >= CREC-RECORDK-1
           IF NOT VALID-CONTREC
              PERFORM ERRO-ARQUIVO.

           PERFORM UNTIL W-QTD-MARCADOS = W-QTD-REMESSA
              READ CONTREC NEXT AT END
                          EXIT PERFORM
              END-READ
              IF NOT VALID-CONTREC
                 PERFORM ERRO-ARQUIVO
              END-IF
              IF CREC-EMPRESA-1 <> W-EMPRESA-ATUAL OR
                 CREC-NUMTIT-1  >  W-NUMTIT-ULTIMO
                 EXIT PERFORM
              END-IF

              PERFORM TESTA-TITULO-ENVIO
              IF NOT TITULO-ENVIO
                 EXIT PERFORM CYCLE
              END-IF

              MOVE W-NUMREM-NOVO TO CREC-REMESSA-1
              IF CREC-RETORNO-1 NOT NUMERIC
                 MOVE 0 TO CREC-RETORNO-1
              END-IF
              REWRITE CREC-REGISTR-1
              IF NOT VALID-CONTREC
                 PERFORM ERRO-ARQUIVO
              END-IF
              ADD 1 TO W-QTD-MARCADOS
           END-PERFORM.

       TOTAL-GERAL.
           PERFORM TESTA-QUEBRA-PAGINA
           IF W-TOT-REMESSAS = 0
              MOVE 'NENHUM TITULO A ENVIAR.' TO RELATO-R
              WRITE RELATO-R
              EXIT PARAGRAPH.

           MOVE SPACES TO RELATO-R
           WRITE RELATO-R
           MOVE W-TOT-REMESSAS TO W-REMESSAS-GER
           MOVE W-TOT-TITULOS  TO W-TITULOS-GER
           MOVE W-TOT-VALOR    TO W-VALOR-GER
           WRITE RELATO-R FROM W-LINHA-GERAL
           ADD 2 TO W-CONTLIN.

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

       ERRO-ARQUIVO.
           CALL "C$RERR" USING WS-EXTEND-STATUS
           MOVE WS-EXTEND-STATUS(1:2) TO W-FSTATUS
           MOVE WS-EXTEND-STATUS(3:)  TO W-EXTSTAT
           CALL "C$RERRNAME" USING W-ARQUIVO.

           IF ERRLOG-ABERTO
              INITIALIZE ERRL-REGISTR-1
              ACCEPT ERRL-DATA-1 FROM DATE YYYYMMDD
              ACCEPT ERRL-HORA-1 FROM TIME
              MOVE 'REMBCO'   TO ERRL-PROGRAMA-1
              MOVE W-ARQUIVO  TO ERRL-ARQUIVO-1
              MOVE W-FSTATUS  TO ERRL-STATUS-1
              WRITE ERRL-REGISTR-1
           END-IF.

           DISPLAY 'REMBCO - ERRO DE ARQUIVO ' W-FSTATUS
                   ' EM ' W-ARQUIVO (1:60).

           MOVE 8 TO RETURN-CODE.

           PERFORM FIM.

           COPY "PARAMP.CPY".
