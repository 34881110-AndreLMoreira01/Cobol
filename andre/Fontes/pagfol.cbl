       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PAGFOL.
       AUTHOR.        ANDRE.
      *-----------------------------------------------------------------
      * PAGFOL - arquivo de credito de salarios para o banco.
      * Le no FOLRES o liquido calculado pela FOLHA para cada
      * funcionario da competencia e gera, por empresa, o arquivo
      * PGFeeeAAAAMM.REM (empresa e competencia) com registros de 150
      * posicoes, no mesmo padrao da remessa de cobranca (REMBCO):
      *   tipo 0 - header : empresa, 'CREDITO', competencia, data de
      *                     geracao, data do pagamento, CNPJ e nome da
      *                     empresa
      *   tipo 1 - detalhe: empresa, funcionario, nome, banco, agencia
      *                     e DV, conta e DV, tipo de conta, valor,
      *                     sequencial do registro
      *   tipo 9 - trailer: empresa, quantidade de detalhes, soma dos
      *                     valores
      * Funcionario sem dados bancarios no CADFUN (tela FUNCION), nao
      * cadastrado, ou com liquido zero ou negativo fica fora do
      * arquivo e sai em PAGFOL.REJ com o motivo.
      * Conferencia em PAGFOL.TXT: cada funcionario com a situacao e
      * os totais por centro de custo e por empresa - liquido da
      * folha, creditado e rejeitado - e o liquido da empresa
      * comparado ao total gravado pela FOLHA no FOLTOT, que tem de
      * bater ate o centavo.  Rodar de novo a mesma competencia
      * regrava o arquivo.
      * Parametros (PAGFOL.PAR):  COMPETENCIA=AAAAMM (obrigatorio)
      *                           EMPRESA=nnn        (0 = todas)
      *                           DATAPAG=DD/MM/AAAA (padrao: hoje)
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           copy "folres.sl".
           copy "cadfun.sl".
           copy "cademp.sl".
           copy "cadccu.sl".
           copy "foltot.sl".
           copy "errlog.sl".

           SELECT SORTER ASSIGN TO 'SORTER.ARQ'
                  FILE STATUS   IS STAT-SORTER.

           SELECT REMESSA ASSIGN TO W-REM-NOME
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  IS STAT-REMESSA.

           SELECT PARAMS ASSIGN TO 'PAGFOL.PAR'
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  IS STAT-PARAMS.

           SELECT RELATO ASSIGN TO 'PAGFOL.TXT'
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  IS STAT-RELATO.

           SELECT REJEITO ASSIGN TO 'PAGFOL.REJ'
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  IS STAT-REJEITO.

       DATA DIVISION.
       FILE SECTION.

           copy "folres.fd".
           copy "cadfun.fd".
           copy "cademp.fd".
           copy "cadccu.fd".
           copy "foltot.fd".
           copy "errlog.fd".

       SD  SORTER.

       01  SORT-REGISTR-1.
           03  SORT-EMPRESA-1             PIC  9(03).
           03  SORT-CENTCUS-1             PIC  9(06).
           03  SORT-CODFUNC-1             PIC  9(06).
           03  SORT-NOMEFUN-1             PIC  X(60).
           03  SORT-LIQUIDO-1             PIC S9(11)V99.
           03  SORT-BANCO-1               PIC  9(03).
           03  SORT-AGENCIA-1             PIC  9(05).
           03  SORT-DVAGENC-1             PIC  X(01).
           03  SORT-CONTA-1               PIC  9(12).
           03  SORT-DVCONTA-1             PIC  X(02).
           03  SORT-TIPOCTA-1             PIC  X(01).
           03  SORT-MOTIVO-1              PIC  X(30).

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
               05 REM-COMPET-H           PIC  9(06).
               05 REM-DATAGER-H          PIC  9(08).
               05 REM-DATAPAG-H          PIC  9(08).
               05 REM-CNPJ-H             PIC  X(14).
               05 REM-NOMEEMP-H          PIC  X(60).
               05 FILLER                 PIC  X(43).
           03  REM-DADOS-DETALHE REDEFINES REM-DADOS-1.
               05 REM-EMPRESA-D          PIC  9(03).
               05 REM-CODFUNC-D          PIC  9(06).
               05 REM-NOMEFUN-D          PIC  X(40).
               05 REM-BANCO-D            PIC  9(03).
               05 REM-AGENCIA-D          PIC  9(05).
               05 REM-DVAGENC-D          PIC  X(01).
               05 REM-CONTA-D            PIC  9(12).
               05 REM-DVCONTA-D          PIC  X(02).
               05 REM-TIPOCTA-D          PIC  X(01).
               05 REM-VALOR-D            PIC  9(13)V99.
               05 REM-SEQREG-D           PIC  9(06).
               05 FILLER                 PIC  X(55).
           03  REM-DADOS-TRAILER REDEFINES REM-DADOS-1.
               05 REM-EMPRESA-T          PIC  9(03).
               05 REM-QTDREG-T           PIC  9(06).
               05 REM-TOTAL-T            PIC  9(15)V99.
               05 FILLER                 PIC  X(123).

       FD  PARAMS LABEL RECORD OMITTED.

       01  PARAMS-R                       PIC X(80).

       FD  RELATO LABEL RECORD OMITTED.

       01  RELATO-R                       PIC X(132).

       FD  REJEITO LABEL RECORD OMITTED.

       01  REJEITO-R                      PIC X(132).

       WORKING-STORAGE SECTION.
       01  CAMPOS-W.
           03  STAT-FOLRES               PIC  X(02).
               88 VALID-FOLRES           VALUE '00' THRU '09'.
           03  STAT-CADFUN               PIC  X(02).
               88 VALID-CADFUN           VALUE '00' THRU '09'.
           03  STAT-CADEMP               PIC  X(02).
               88 VALID-CADEMP           VALUE '00' THRU '09'.
           03  STAT-CADEMP-ABERTO        PIC  X(01) VALUE 'N'.
               88 CADEMP-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-CADCCU               PIC  X(02).
               88 VALID-CADCCU           VALUE '00' THRU '09'.
           03  STAT-CADCCU-ABERTO        PIC  X(01) VALUE 'N'.
               88 CADCCU-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-FOLTOT               PIC  X(02).
               88 VALID-FOLTOT           VALUE '00' THRU '09'.
           03  STAT-FOLTOT-ABERTO        PIC  X(01) VALUE 'N'.
               88 FOLTOT-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-SORTER               PIC  X(02).
               88 VALID-SORTER           VALUE '00' THRU '09'.
           03  STAT-REMESSA              PIC  X(02).
               88 VALID-REMESSA          VALUE '00' THRU '09'.
           03  STAT-REMESSA-ABERTA       PIC  X(01) VALUE 'N'.
               88 REMESSA-ABERTA         VALUE 'S' FALSE 'N'.
           03  STAT-PARAMS               PIC  X(02).
               88 VALID-PARAMS           VALUE '00' THRU '09'.
           03  STAT-RELATO               PIC  X(02).
               88 VALID-RELATO           VALUE '00' THRU '09'.
           03  STAT-REJEITO              PIC  X(02).
               88 VALID-REJEITO          VALUE '00' THRU '09'.
           03  STAT-ERRLOG               PIC  X(02).
               88 VALID-ERRLOG           VALUE '00' THRU '09'.
           03  STAT-ERRLOG-ABERTO        PIC  X(01) VALUE 'N'.
               88 ERRLOG-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-PRIMEIRA-LINHA       PIC  X(01).
               88 PRIMEIRA-LINHA         VALUE 'S' FALSE 'N'.

           03  CAMPOS-FILTRO-W.
               05 W-COMPETENCIA          PIC  9(06) VALUE 0.
               05 W-COMPET-R REDEFINES W-COMPETENCIA.
                  07 W-COMPET-ANO        PIC  9(04).
                  07 W-COMPET-MES        PIC  9(02).
               05 W-EMPRESA-FILTRO       PIC  9(03) VALUE 0.
               05 W-DATAPAG              PIC  9(08) VALUE 0.

           03  CAMPOS-TOTAIS-W.
               05 W-EMPRESA-ANTERIOR     PIC  9(03) VALUE 0.
               05 W-CCU-ANTERIOR         PIC  9(06) VALUE 0.
               05 W-CCU-QTD              PIC  9(06) VALUE 0.
               05 W-CCU-LIQ              PIC S9(13)V99 VALUE 0.
               05 W-CCU-CRE              PIC  9(13)V99 VALUE 0.
               05 W-CCU-REJ              PIC S9(13)V99 VALUE 0.
               05 W-EMP-QTD              PIC  9(06) VALUE 0.
               05 W-EMP-LIQ              PIC S9(13)V99 VALUE 0.
               05 W-EMP-CRE              PIC  9(13)V99 VALUE 0.
               05 W-EMP-REJ              PIC S9(13)V99 VALUE 0.
               05 W-GER-QTD              PIC  9(06) VALUE 0.
               05 W-GER-LIQ              PIC S9(13)V99 VALUE 0.
               05 W-GER-CRE              PIC  9(13)V99 VALUE 0.
               05 W-GER-REJ              PIC S9(13)V99 VALUE 0.
               05 W-QTD-REMESSA          PIC  9(06) VALUE 0.
               05 W-VALOR-REMESSA        PIC  9(15)V99 VALUE 0.
               05 W-TOT-ARQUIVOS         PIC  9(06) VALUE 0.
               05 W-TOT-CREDITOS         PIC  9(06) VALUE 0.
               05 W-TOT-REJEITADOS       PIC  9(06) VALUE 0.
               05 W-TOT-DIFERENCAS       PIC  9(06) VALUE 0.
               05 W-DIFERENCA            PIC S9(13)V99 VALUE 0.

           03  CAMPOS-TRABALHO-W.
               05 W-REM-NOME             PIC  X(40).
               05 W-DESCCU-W             PIC  X(40).
               05 W-SITUACAO-W           PIC  X(30).

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

               05 W-LINHA-EMPRESA.
                  07 FILLER              PIC  X(08) VALUE 'EMPRESA '.
                  07 W-EMPRESA-EMP       PIC  ZZ9B(3).
                  07 W-NOMEEMP-EMP       PIC  X(60).

               05 W-LINHA-CCUSTO.
                  07 FILLER              PIC  X(09) VALUE 'C.CUSTO: '.
                  07 W-CENTCUS-CCU       PIC  99.99.99B.
                  07 W-DESCCU-CCU        PIC  X(40).

               05 W-LINHA-DETALHE.
                  07 W-CODFUNC-DET       PIC  ZZZ.ZZ9B(2).
                  07 W-NOMEFUN-DET       PIC  X(40)B.
                  07 W-BANCO-DET         PIC  999B.
                  07 W-AGENCIA-DET       PIC  ZZZZ9.
                  07 W-TRACO-AG-DET      PIC  X(01).
                  07 W-DVAGENC-DET       PIC  X(01)B.
                  07 W-CONTA-DET         PIC  Z(11)9.
                  07 W-TRACO-CT-DET      PIC  X(01).
                  07 W-DVCONTA-DET       PIC  X(02)B.
                  07 W-TIPOCTA-DET       PIC  X(01)B(2).
                  07 W-LIQUIDO-DET       PIC  -ZZZ.ZZZ.ZZ9,99B(2).
                  07 W-SITUACAO-DET      PIC  X(30).

               05 W-LINHA-TOTAL.
                  07 FILLER              PIC  X(04) VALUE SPACES.
                  07 W-ROTULO-TOT        PIC  X(18).
                  07 W-CHAVE-TOT         PIC  X(10).
                  07 FILLER              PIC  X(05) VALUE 'FUNC:'.
                  07 W-QTD-TOT           PIC  ZZZZZ9.
                  07 FILLER              PIC  X(07) VALUE ' FOLHA:'.
                  07 W-LIQ-TOT           PIC  -ZZ.ZZZ.ZZZ.ZZ9,99.
                  07 FILLER              PIC  X(09) VALUE ' CREDITO:'.
                  07 W-CRE-TOT           PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
                  07 FILLER              PIC  X(09) VALUE ' REJEITO:'.
                  07 W-REJ-TOT           PIC  -ZZ.ZZZ.ZZZ.ZZ9,99.

               05 W-LINHA-FOLTOT.
                  07 FILLER              PIC  X(04) VALUE SPACES.
                  07 FILLER              PIC  X(28) VALUE
                     'LIQUIDO DA FOLHA (FOLTOT):'.
                  07 W-LIQ-FTOT          PIC  -ZZ.ZZZ.ZZZ.ZZ9,99B(3).
                  07 W-SITUACAO-FTOT     PIC  X(60).

               05 W-LINHA-ARQUIVO.
                  07 FILLER              PIC  X(04) VALUE SPACES.
                  07 FILLER              PIC  X(08) VALUE 'ARQUIVO '.
                  07 W-ARQUIVO-ARQ       PIC  X(20).
                  07 W-QTD-ARQ           PIC  ZZZ.ZZ9.
                  07 FILLER              PIC  X(22) VALUE
                     ' CREDITO(S)  TOTAL:'.
                  07 W-VALOR-ARQ         PIC  ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.

               05 W-LINHA-GERAL.
                  07 FILLER              PIC  X(04) VALUE SPACES.
                  07 FILLER              PIC  X(16) VALUE
                     '*** TOTAL GERAL'.
                  07 W-ARQUIVOS-GER      PIC  ZZZ.ZZ9.
                  07 FILLER              PIC  X(13) VALUE
                     ' ARQUIVO(S) '.
                  07 W-CREDITOS-GER      PIC  ZZZ.ZZ9.
                  07 FILLER              PIC  X(13) VALUE
                     ' CREDITO(S) '.
                  07 W-REJEITADOS-GER    PIC  ZZZ.ZZ9.
                  07 FILLER              PIC  X(13) VALUE
                     ' REJEITADO(S)'.

               05 W-LINHA-TOTAL-REJ.
                  07 FILLER              PIC  X(21) VALUE
                     'TOTAL DE REJEITADOS:'.
                  07 W-QTD-TOTREJ        PIC  ZZZ.ZZ9.

               05 W-LINHA-REJEITO.
                  07 W-EMPRESA-REJ       PIC  ZZ9B(2).
                  07 W-CENTCUS-REJ       PIC  99.99.99B(2).
                  07 W-CODFUNC-REJ       PIC  ZZZ.ZZ9B(2).
                  07 W-NOMEFUN-REJ       PIC  X(40)B.
                  07 W-LIQUIDO-REJ       PIC  -ZZZ.ZZZ.ZZ9,99B(2).
                  07 W-MOTIVO-REJ        PIC  X(30).

               05 W-CAB-1.
                  07 FILLER              PIC  X(40) VALUE
                     'CONFERENCIA DO CREDITO DE SALARIOS'.
                  07 FILLER              PIC  X(13) VALUE
                     'COMPETENCIA: '.
                  07 WCAB-COMPET-1       PIC  9(06).
                  07 FILLER              PIC  X(15).
                  07 WCAB-DATASIS-1      PIC  99/99/9999B(4).
                  07 FILLER              PIC  X(05) VALUE 'PAG.'.
                  07 WCAB-NROPAGI-1      PIC  ZZ.ZZ9B.

               05 W-CAB-2.
                  07 FILLER              PIC  X(09) VALUE 'FUNC.'.
                  07 FILLER              PIC  X(41) VALUE 'NOME'.
                  07 FILLER              PIC  X(04) VALUE 'BCO'.
                  07 FILLER              PIC  X(08) VALUE 'AGENCIA'.
                  07 FILLER              PIC  X(16) VALUE 'CONTA'.
                  07 FILLER              PIC  X(03) VALUE 'T'.
                  07 FILLER              PIC  X(17) VALUE
                     '        LIQUIDO'.
                  07 FILLER              PIC  X(08) VALUE 'SITUACAO'.

               05 W-CAB-REJ-1.
                  07 FILLER              PIC  X(53) VALUE
                     'CREDITO DE SALARIOS - FUNCIONARIOS REJEITADOS'.
                  07 FILLER              PIC  X(13) VALUE
                     'COMPETENCIA: '.
                  07 WCAB-COMPET-REJ     PIC  9(06).

               05 W-CAB-REJ-2.
                  07 FILLER              PIC  X(05) VALUE 'EMP.'.
                  07 FILLER              PIC  X(10) VALUE 'C.CUSTO'.
                  07 FILLER              PIC  X(09) VALUE 'FUNC.'.
                  07 FILLER              PIC  X(41) VALUE 'NOME'.
                  07 FILLER              PIC  X(17) VALUE
                     '        LIQUIDO'.
                  07 FILLER              PIC  X(06) VALUE 'MOTIVO'.

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           03  W-EXTSTAT                  PIC  X(08).
           03  W-ARQUIVO                  PIC  X(150).

           COPY "PARAMW.CPY".
           COPY "DATASW.CPY".

       PROCEDURE DIVISION.
       INICIO.
           OPEN EXTEND ERRLOG
           IF VALID-ERRLOG
              SET ERRLOG-ABERTO TO TRUE
           END-IF.

           ACCEPT W-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE W-DATA-SISTEMA TO W-DATAUXI
           COMPUTE W-DATASIS-IMP = W-ANOAUXI-I +
                                   W-MESAUXI-I * 10000 +
                                   W-DIAAUXI-I * 1000000

           PERFORM LE-PARAMETROS.

           IF W-COMPETENCIA = 0 OR
              W-COMPET-MES < 1 OR W-COMPET-MES > 12
              DISPLAY 'PAGFOL - COMPETENCIA INVALIDA OU NAO '
                      'INFORMADA (COMPETENCIA=AAAAMM).'
              MOVE 8 TO RETURN-CODE
              PERFORM FIM.

           IF W-DATAPAG = 0
              MOVE W-DATA-SISTEMA TO W-DATAPAG
           END-IF.

           OPEN INPUT FOLRES
           IF STAT-FOLRES = '35'
              DISPLAY 'PAGFOL - FOLHA AINDA NAO CALCULADA (FOLRES '
                      'INEXISTENTE).'
              MOVE 8 TO RETURN-CODE
              PERFORM FIM.
           IF NOT VALID-FOLRES
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CADFUN
           IF NOT VALID-CADFUN
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CADEMP
           IF VALID-CADEMP
              SET CADEMP-ABERTO TO TRUE
           END-IF.

           OPEN INPUT CADCCU
           IF VALID-CADCCU
              SET CADCCU-ABERTO TO TRUE
           END-IF.

           OPEN INPUT FOLTOT
           IF VALID-FOLTOT
              SET FOLTOT-ABERTO TO TRUE
           END-IF.

           OPEN OUTPUT RELATO
           IF NOT VALID-RELATO
              PERFORM ERRO-ARQUIVO.

           OPEN OUTPUT REJEITO
           IF NOT VALID-REJEITO
              PERFORM ERRO-ARQUIVO.

           MOVE W-COMPETENCIA TO WCAB-COMPET-REJ
           WRITE REJEITO-R FROM W-CAB-REJ-1
           MOVE SPACES TO REJEITO-R
           WRITE REJEITO-R
           WRITE REJEITO-R FROM W-CAB-REJ-2
           MOVE SPACES TO REJEITO-R
           WRITE REJEITO-R

           SORT SORTER ASCENDING KEY SORT-EMPRESA-1
                                     SORT-CENTCUS-1
                                     SORT-CODFUNC-1
                INPUT  PROCEDURE INPUTPROCE
                OUTPUT PROCEDURE OUTPUTPROC

           IF W-TOT-DIFERENCAS <> 0
              DISPLAY 'PAGFOL - LIQUIDO DIFERENTE DO TOTAL DA FOLHA '
                      'EM ' W-TOT-DIFERENCAS ' EMPRESA(S) - VER '
                      'PAGFOL.TXT.'
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM FIM.

       FIM.
           IF REMESSA-ABERTA
              CLOSE REMESSA
           END-IF.
           CLOSE FOLRES.
           CLOSE CADFUN.
           IF CADEMP-ABERTO
              CLOSE CADEMP
           END-IF.
           IF CADCCU-ABERTO
              CLOSE CADCCU
           END-IF.
           IF FOLTOT-ABERTO
              CLOSE FOLTOT
           END-IF.
           CLOSE RELATO.
           CLOSE REJEITO.
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
                WHEN 'COMPETENCIA'
                     PERFORM CONVERTE-PARAM-NUM
                     MOVE W-PAR-NUMERO TO W-COMPETENCIA
                WHEN 'EMPRESA'
                     PERFORM CONVERTE-PARAM-NUM
                     MOVE W-PAR-NUMERO TO W-EMPRESA-FILTRO
                WHEN 'DATAPAG'
                     PERFORM CONVERTE-PARAM-DATA
                     MOVE W-DATAUXI TO W-DATAPAG
                WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-PERFORM.

           CLOSE PARAMS.

       CONVERTE-PARAM-DATA.
           MOVE W-PAR-VALOR (1:10) TO W-DATA-CRIT
           PERFORM CRITICA-DATA
           IF NOT DATA-OK
              DISPLAY 'PAGFOL - DATA DE PARAMETRO INVALIDA: '
                      W-PAR-VALOR (1:10)
              MOVE 8 TO RETURN-CODE
              PERFORM FIM.
           COMPUTE W-DATAUXI = W-ANO-CRIT * 10000 +
                               W-MES-CRIT * 100 +
                               W-DIA-CRIT.

      *-----------------------------------------------------------------
      * resultados da competencia no FOLRES, com nome e conta do
      * CADFUN; o motivo da recusa ja sai marcado no registro
      *-----------------------------------------------------------------
       INPUTPROCE.
           INITIALIZE FRES-REGISTR-1
           IF W-EMPRESA-FILTRO <> 0
              MOVE W-EMPRESA-FILTRO TO FRES-EMPRESA-1
           END-IF
           START FOLRES KEY >= FRES-RECORDK-1
           IF NOT VALID-FOLRES
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ FOLRES NEXT AT END
                          EXIT PERFORM
              END-READ
              IF NOT VALID-FOLRES
                 EXIT PERFORM
              END-IF
              IF W-EMPRESA-FILTRO <> 0 AND
                 FRES-EMPRESA-1 > W-EMPRESA-FILTRO
                 EXIT PERFORM
              END-IF
              IF FRES-COMPET-1 <> W-COMPETENCIA
                 EXIT PERFORM CYCLE
              END-IF

              INITIALIZE              SORT-REGISTR-1
              MOVE FRES-EMPRESA-1  TO SORT-EMPRESA-1
              MOVE FRES-CENTCUS-1  TO SORT-CENTCUS-1
              MOVE FRES-CODFUNC-1  TO SORT-CODFUNC-1
              MOVE FRES-LIQUIDO-1  TO SORT-LIQUIDO-1
              PERFORM CONFERE-DADOS-BANCARIOS

              RELEASE SORT-REGISTR-1
           END-PERFORM.

      *-----------------------------------------------------------------
      * funcionario entra no arquivo se esta no CADFUN, tem banco,
      * agencia, conta e tipo de conta e liquido maior que zero
      *-----------------------------------------------------------------
       CONFERE-DADOS-BANCARIOS.
           MOVE SPACES TO SORT-MOTIVO-1

           INITIALIZE             DFUN-REGISTR-1
           MOVE FRES-EMPRESA-1 TO DFUN-EMPRESA-1
           MOVE FRES-CODFUNC-1 TO DFUN-CODFUNC-1
           READ CADFUN
           IF NOT VALID-CADFUN
              MOVE '** FUNCIONARIO NAO CADASTRADO' TO SORT-NOMEFUN-1
              MOVE 'FUNCIONARIO NAO CADASTRADO'    TO SORT-MOTIVO-1
              EXIT PARAGRAPH.

           MOVE DFUN-NOMEFUN-1 TO SORT-NOMEFUN-1

           IF FRES-LIQUIDO-1 NOT > 0
              MOVE 'LIQUIDO ZERO OU NEGATIVO' TO SORT-MOTIVO-1
              EXIT PARAGRAPH.

           IF DFUN-BANCO-1   NOT NUMERIC OR DFUN-BANCO-1   = 0 OR
              DFUN-AGENCIA-1 NOT NUMERIC OR DFUN-AGENCIA-1 = 0 OR
              DFUN-CONTA-1   NOT NUMERIC OR DFUN-CONTA-1   = 0
              MOVE 'SEM DADOS BANCARIOS'      TO SORT-MOTIVO-1
              EXIT PARAGRAPH.

           IF NOT DFUN-CONTA-CORRENTE AND NOT DFUN-CONTA-POUPANCA AND
              NOT DFUN-CONTA-SALARIO
              MOVE 'TIPO DE CONTA INVALIDO'   TO SORT-MOTIVO-1
              EXIT PARAGRAPH.

           MOVE DFUN-BANCO-1   TO SORT-BANCO-1
           MOVE DFUN-AGENCIA-1 TO SORT-AGENCIA-1
           MOVE DFUN-DVAGENC-1 TO SORT-DVAGENC-1
           MOVE DFUN-CONTA-1   TO SORT-CONTA-1
           MOVE DFUN-DVCONTA-1 TO SORT-DVCONTA-1
           MOVE DFUN-TIPOCTA-1 TO SORT-TIPOCTA-1.

       OUTPUTPROC.
           SET PRIMEIRA-LINHA TO TRUE
           PERFORM UNTIL 1 = 2
              RETURN SORTER AT END
                            EXIT PERFORM
              END-RETURN
              IF PRIMEIRA-LINHA
                 SET PRIMEIRA-LINHA TO FALSE
                 PERFORM INICIA-EMPRESA
                 PERFORM INICIA-CENTCUS
              ELSE
                 IF SORT-EMPRESA-1 <> W-EMPRESA-ANTERIOR
                    PERFORM TOTAL-CENTCUS
                    PERFORM TOTAL-EMPRESA
                    PERFORM INICIA-EMPRESA
                    PERFORM INICIA-CENTCUS
                 ELSE
                    IF SORT-CENTCUS-1 <> W-CCU-ANTERIOR
                       PERFORM TOTAL-CENTCUS
                       PERFORM INICIA-CENTCUS
                    END-IF
                 END-IF
              END-IF

              IF SORT-MOTIVO-1 = SPACES
                 PERFORM GRAVA-CREDITO
              ELSE
                 PERFORM GRAVA-REJEITO
              END-IF
              PERFORM IMPRIME-DETALHE
           END-PERFORM.

           IF NOT PRIMEIRA-LINHA
              PERFORM TOTAL-CENTCUS
              PERFORM TOTAL-EMPRESA
              PERFORM TOTAL-GERAL
           ELSE
              PERFORM TESTA-QUEBRA-PAGINA
              MOVE 'NENHUM RESULTADO DA FOLHA NA COMPETENCIA.'
                                                 TO RELATO-R
              WRITE RELATO-R
           END-IF.

       INICIA-EMPRESA.
           MOVE SORT-EMPRESA-1 TO W-EMPRESA-ANTERIOR
           MOVE 0 TO W-EMP-QTD W-EMP-LIQ W-EMP-CRE W-EMP-REJ
                     W-QTD-REMESSA W-VALOR-REMESSA
           SET REMESSA-ABERTA TO FALSE

           MOVE SPACES TO W-NOMEEMP-EMP
           IF CADEMP-ABERTO
              MOVE SORT-EMPRESA-1 TO DEMP-CODEMP-1
              READ CADEMP
              IF VALID-CADEMP
                 MOVE DEMP-NOMEEMP-1 TO W-NOMEEMP-EMP
              END-IF
           END-IF

           MOVE 800 TO W-CONTLIN
           PERFORM TESTA-QUEBRA-PAGINA
           MOVE SORT-EMPRESA-1 TO W-EMPRESA-EMP
           WRITE RELATO-R FROM W-LINHA-EMPRESA
           MOVE SPACES TO RELATO-R
           WRITE RELATO-R
           ADD 2 TO W-CONTLIN.

       INICIA-CENTCUS.
           MOVE SORT-CENTCUS-1 TO W-CCU-ANTERIOR
           MOVE 0 TO W-CCU-QTD W-CCU-LIQ W-CCU-CRE W-CCU-REJ

           PERFORM ACHA-DESCRICAO-CCU
           PERFORM TESTA-QUEBRA-PAGINA
           MOVE SORT-CENTCUS-1 TO W-CENTCUS-CCU
           MOVE W-DESCCU-W     TO W-DESCCU-CCU
           WRITE RELATO-R FROM W-LINHA-CCUSTO
           ADD 1 TO W-CONTLIN.

       ACHA-DESCRICAO-CCU.
           MOVE SPACES TO W-DESCCU-W
           IF NOT CADCCU-ABERTO
              EXIT PARAGRAPH.

           MOVE SORT-CENTCUS-1 TO DCCU-CODCCU-1
           READ CADCCU
           IF VALID-CADCCU
              MOVE DCCU-DESCCU-1 TO W-DESCCU-W
           ELSE
              MOVE 'CENTRO DE CUSTO INVALIDO' TO W-DESCCU-W
           END-IF.

      *-----------------------------------------------------------------
      * arquivo da empresa aberto no primeiro credito; registro header
      *-----------------------------------------------------------------
       ABRE-REMESSA.
           MOVE SPACES TO W-REM-NOME
           STRING 'PGF'              DELIMITED BY SIZE
                  W-EMPRESA-ANTERIOR DELIMITED BY SIZE
                  W-COMPETENCIA      DELIMITED BY SIZE
                  '.REM'             DELIMITED BY SIZE
             INTO W-REM-NOME
           END-STRING
           OPEN OUTPUT REMESSA
           IF NOT VALID-REMESSA
              PERFORM ERRO-ARQUIVO.
           SET REMESSA-ABERTA TO TRUE

           INITIALIZE REM-REGISTR-1
           SET REM-HEADER TO TRUE
           MOVE W-EMPRESA-ANTERIOR TO REM-EMPRESA-H
           MOVE 'CREDITO'          TO REM-LITERAL-H
           MOVE W-COMPETENCIA      TO REM-COMPET-H
           MOVE W-DATA-SISTEMA     TO REM-DATAGER-H
           MOVE W-DATAPAG          TO REM-DATAPAG-H
           IF CADEMP-ABERTO
              MOVE W-EMPRESA-ANTERIOR TO DEMP-CODEMP-1
              READ CADEMP
              IF VALID-CADEMP
                 MOVE DEMP-CNPJ-1    TO REM-CNPJ-H
                 MOVE DEMP-NOMEEMP-1 TO REM-NOMEEMP-H
              END-IF
           END-IF
           WRITE REM-REGISTR-1
           IF NOT VALID-REMESSA
              PERFORM ERRO-ARQUIVO.

       GRAVA-CREDITO.
           IF NOT REMESSA-ABERTA
              PERFORM ABRE-REMESSA
           END-IF

           ADD 1              TO W-QTD-REMESSA
           ADD SORT-LIQUIDO-1 TO W-VALOR-REMESSA

           INITIALIZE REM-REGISTR-1
           SET REM-DETALHE TO TRUE
           MOVE SORT-EMPRESA-1    TO REM-EMPRESA-D
           MOVE SORT-CODFUNC-1    TO REM-CODFUNC-D
           MOVE SORT-NOMEFUN-1    TO REM-NOMEFUN-D
           MOVE SORT-BANCO-1      TO REM-BANCO-D
           MOVE SORT-AGENCIA-1    TO REM-AGENCIA-D
           MOVE SORT-DVAGENC-1    TO REM-DVAGENC-D
           MOVE SORT-CONTA-1      TO REM-CONTA-D
           MOVE SORT-DVCONTA-1    TO REM-DVCONTA-D
           MOVE SORT-TIPOCTA-1    TO REM-TIPOCTA-D
           MOVE SORT-LIQUIDO-1    TO REM-VALOR-D
           MOVE W-QTD-REMESSA     TO REM-SEQREG-D
           WRITE REM-REGISTR-1
           IF NOT VALID-REMESSA
              PERFORM ERRO-ARQUIVO.

           ADD 1              TO W-CCU-QTD
           ADD SORT-LIQUIDO-1 TO W-CCU-LIQ W-CCU-CRE
           MOVE 'CREDITADO' TO W-SITUACAO-W.

       GRAVA-REJEITO.
           ADD 1              TO W-CCU-QTD W-TOT-REJEITADOS
           ADD SORT-LIQUIDO-1 TO W-CCU-LIQ W-CCU-REJ
           MOVE SORT-MOTIVO-1 TO W-SITUACAO-W

           MOVE SPACES TO W-LINHA-REJEITO
           MOVE SORT-EMPRESA-1 TO W-EMPRESA-REJ
           MOVE SORT-CENTCUS-1 TO W-CENTCUS-REJ
           MOVE SORT-CODFUNC-1 TO W-CODFUNC-REJ
           MOVE SORT-NOMEFUN-1 TO W-NOMEFUN-REJ
           MOVE SORT-LIQUIDO-1 TO W-LIQUIDO-REJ
           MOVE SORT-MOTIVO-1  TO W-MOTIVO-REJ
           WRITE REJEITO-R FROM W-LINHA-REJEITO
           IF NOT VALID-REJEITO
              PERFORM ERRO-ARQUIVO.

       IMPRIME-DETALHE.
           PERFORM TESTA-QUEBRA-PAGINA
           MOVE SPACES TO W-LINHA-DETALHE
           MOVE SORT-CODFUNC-1 TO W-CODFUNC-DET
           MOVE SORT-NOMEFUN-1 TO W-NOMEFUN-DET
           IF SORT-MOTIVO-1 = SPACES
              MOVE SORT-BANCO-1   TO W-BANCO-DET
              MOVE SORT-AGENCIA-1 TO W-AGENCIA-DET
              MOVE SORT-CONTA-1   TO W-CONTA-DET
              MOVE SORT-TIPOCTA-1 TO W-TIPOCTA-DET
              IF SORT-DVAGENC-1 <> SPACE
                 MOVE '-'            TO W-TRACO-AG-DET
                 MOVE SORT-DVAGENC-1 TO W-DVAGENC-DET
              END-IF
              IF SORT-DVCONTA-1 <> SPACES
                 MOVE '-'            TO W-TRACO-CT-DET
                 MOVE SORT-DVCONTA-1 TO W-DVCONTA-DET
              END-IF
           END-IF
           MOVE SORT-LIQUIDO-1 TO W-LIQUIDO-DET
           MOVE W-SITUACAO-W   TO W-SITUACAO-DET
           WRITE RELATO-R FROM W-LINHA-DETALHE
           ADD 1 TO W-CONTLIN.

       TOTAL-CENTCUS.
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE '*** TOTAL c.custo:' TO W-ROTULO-TOT
           MOVE W-CCU-ANTERIOR       TO W-CHAVE-TOT
           MOVE W-CCU-QTD            TO W-QTD-TOT
           MOVE W-CCU-LIQ            TO W-LIQ-TOT
           MOVE W-CCU-CRE            TO W-CRE-TOT
           MOVE W-CCU-REJ            TO W-REJ-TOT
           WRITE RELATO-R FROM W-LINHA-TOTAL
           MOVE SPACES TO RELATO-R
           WRITE RELATO-R
           ADD 2 TO W-CONTLIN

           ADD W-CCU-QTD TO W-EMP-QTD
           ADD W-CCU-LIQ TO W-EMP-LIQ
           ADD W-CCU-CRE TO W-EMP-CRE
           ADD W-CCU-REJ TO W-EMP-REJ.

      *-----------------------------------------------------------------
      * fecha o arquivo da empresa com o trailer e confere o liquido
      * da empresa com o total da folha gravado no FOLTOT
      *-----------------------------------------------------------------
       TOTAL-EMPRESA.
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE '*** TOTAL empresa:' TO W-ROTULO-TOT
           MOVE W-EMPRESA-ANTERIOR   TO W-CHAVE-TOT
           MOVE W-EMP-QTD            TO W-QTD-TOT
           MOVE W-EMP-LIQ            TO W-LIQ-TOT
           MOVE W-EMP-CRE            TO W-CRE-TOT
           MOVE W-EMP-REJ            TO W-REJ-TOT
           WRITE RELATO-R FROM W-LINHA-TOTAL
           ADD 1 TO W-CONTLIN

           PERFORM CONFERE-FOLTOT

           IF REMESSA-ABERTA
              INITIALIZE REM-REGISTR-1
              SET REM-TRAILER TO TRUE
              MOVE W-EMPRESA-ANTERIOR TO REM-EMPRESA-T
              MOVE W-QTD-REMESSA      TO REM-QTDREG-T
              MOVE W-VALOR-REMESSA    TO REM-TOTAL-T
              WRITE REM-REGISTR-1
              IF NOT VALID-REMESSA
                 PERFORM ERRO-ARQUIVO
              END-IF
              CLOSE REMESSA
              SET REMESSA-ABERTA TO FALSE

              ADD 1             TO W-TOT-ARQUIVOS
              ADD W-QTD-REMESSA TO W-TOT-CREDITOS

              MOVE SPACES TO RELATO-R
              WRITE RELATO-R
              MOVE W-REM-NOME      TO W-ARQUIVO-ARQ
              MOVE W-QTD-REMESSA   TO W-QTD-ARQ
              MOVE W-VALOR-REMESSA TO W-VALOR-ARQ
              WRITE RELATO-R FROM W-LINHA-ARQUIVO
              ADD 2 TO W-CONTLIN
           ELSE
              MOVE SPACES TO RELATO-R
              WRITE RELATO-R
              MOVE '    NENHUM CREDITO - ARQUIVO NAO GERADO.'
                                                 TO RELATO-R
              WRITE RELATO-R
              ADD 2 TO W-CONTLIN
           END-IF

           ADD W-EMP-QTD TO W-GER-QTD
           ADD W-EMP-LIQ TO W-GER-LIQ
           ADD W-EMP-CRE TO W-GER-CRE
           ADD W-EMP-REJ TO W-GER-REJ.

       CONFERE-FOLTOT.
           MOVE 0 TO W-LIQ-FTOT

           IF NOT FOLTOT-ABERTO
              MOVE 'TOTAIS DA FOLHA NAO ENCONTRADOS' TO W-SITUACAO-FTOT
              ADD 1 TO W-TOT-DIFERENCAS
           ELSE
              INITIALIZE                FTOT-REGISTR-1
              MOVE W-EMPRESA-ANTERIOR TO FTOT-EMPRESA-1
              MOVE W-COMPETENCIA      TO FTOT-COMPET-1
              READ FOLTOT
              IF NOT VALID-FOLTOT
                 MOVE 'TOTAIS DA FOLHA NAO ENCONTRADOS'
                                               TO W-SITUACAO-FTOT
                 ADD 1 TO W-TOT-DIFERENCAS
              ELSE
                 MOVE FTOT-LIQUIDO-1 TO W-LIQ-FTOT
                 COMPUTE W-DIFERENCA = W-EMP-LIQ - FTOT-LIQUIDO-1
                 IF W-DIFERENCA = 0
                    MOVE 'CONFERE' TO W-SITUACAO-FTOT
                 ELSE
                    MOVE 'DIFERENCA - RECALCULE A FOLHA DA EMPRESA'
                                               TO W-SITUACAO-FTOT
                    ADD 1 TO W-TOT-DIFERENCAS
                 END-IF
              END-IF
           END-IF

           PERFORM TESTA-QUEBRA-PAGINA
           WRITE RELATO-R FROM W-LINHA-FOLTOT
           ADD 1 TO W-CONTLIN.

       TOTAL-GERAL.
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE SPACES TO RELATO-R
           WRITE RELATO-R

           MOVE '*** TOTAL GERAL'    TO W-ROTULO-TOT
           MOVE SPACES               TO W-CHAVE-TOT
           MOVE W-GER-QTD            TO W-QTD-TOT
           MOVE W-GER-LIQ            TO W-LIQ-TOT
           MOVE W-GER-CRE            TO W-CRE-TOT
           MOVE W-GER-REJ            TO W-REJ-TOT
           WRITE RELATO-R FROM W-LINHA-TOTAL

           MOVE W-TOT-ARQUIVOS   TO W-ARQUIVOS-GER
           MOVE W-TOT-CREDITOS   TO W-CREDITOS-GER
           MOVE W-TOT-REJEITADOS TO W-REJEITADOS-GER
           WRITE RELATO-R FROM W-LINHA-GERAL
           ADD 3 TO W-CONTLIN

           MOVE SPACES TO REJEITO-R
           WRITE REJEITO-R
           MOVE W-TOT-REJEITADOS TO W-QTD-TOTREJ
           WRITE REJEITO-R FROM W-LINHA-TOTAL-REJ.

       TESTA-QUEBRA-PAGINA.
           IF W-CONTLIN > W-LINPAGINA
              PERFORM IMPRIME-CABECALHO
           END-IF.

       IMPRIME-CABECALHO.
           MOVE SPACES TO RELATO-R
           MOVE ALL '-' TO RELATO-R(1:132)
           WRITE RELATO-R

           ADD 1 TO W-NROPAGI
           MOVE W-NROPAGI     TO WCAB-NROPAGI-1
           MOVE W-COMPETENCIA TO WCAB-COMPET-1
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
              MOVE 'PAGFOL'   TO ERRL-PROGRAMA-1
              MOVE W-ARQUIVO  TO ERRL-ARQUIVO-1
              MOVE W-FSTATUS  TO ERRL-STATUS-1
              WRITE ERRL-REGISTR-1
           END-IF.

           DISPLAY 'PAGFOL - ERRO DE ARQUIVO ' W-FSTATUS
                   ' EM ' W-ARQUIVO (1:60).

           MOVE 8 TO RETURN-CODE.

           PERFORM FIM.

           COPY "PARAMP.CPY".
           COPY "DATASP.CPY".
