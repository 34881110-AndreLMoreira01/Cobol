      * igual ou abaixo do estoque minimo (TDES-ESTMIN-1), propondo a
      * quantidade de compra que recompoe o estoque maximo
      * (TDES-ESTMAX-1 - saldo).  Saida em SUGCOMP.TXT.
      * As ordens de producao planejadas (ORDPRD situacao 'P') entram
      * no saldo projetado: a estrutura (ESTRUT) de cada acabado e
      * explodida em consumo dos componentes (quantidade por unidade
      * mais a perda) e a quantidade da ordem entra como producao do
      * acabado.  Saldo projetado = saldo - consumo + producao; sugere
      * quando o projetado fica igual ou abaixo do minimo ou negativo.
      * A sugestao sai agrupada por empresa e fornecedor preferencial
      * do produto no catalogo FORNPR (produtos sem preferencial no
      * fim de cada empresa), com a quantidade de compra na unidade de
      * compra do produto, arredondada para cima e elevada ate a
      * quantidade minima de compra do fornecedor preferencial.
      * Parametros (SUGCOMP.PAR):  EMPRESA=nnn  (0 = todas)
      *-----------------------------------------------------------------

       FILE-CONTROL.

           copy "tabpr.sl".
           copy "ordprd.sl".
           copy "estrut.sl".
           copy "fornpr.sl".
           copy "cadfor.sl".
           copy "errlog.sl".

           SELECT SORTER ASSIGN TO 'SORTER.ARQ'
                  FILE STATUS   IS STAT-SORTER.

           SELECT PARAMS ASSIGN TO 'SUGCOMP.PAR'
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  IS STAT-PARAMS.
       FILE SECTION.

           copy "tabpr.fd".
           copy "ordprd.fd".
           copy "estrut.fd".
           copy "fornpr.fd".
           copy "cadfor.fd".
           copy "errlog.fd".

       SD  SORTER.

       01  SORT-REGISTR-1.
           03  SORT-EMPRESA-1             PIC  9(03).
           03  SORT-SEMPREF-1             PIC  9(01).
           03  SORT-FORNEC-1              PIC  9(06).
           03  SORT-CODIGO-1              PIC  X(10).
           03  SORT-DESC-1                PIC  X(18).
           03  SORT-SALDO-1               PIC  9(09)V99.
           03  SORT-CONSUMO-1             PIC  9(09)V99.
           03  SORT-PRODUCAO-1            PIC  9(09)V99.
           03  SORT-ESTMIN-1              PIC  9(09)V99.
           03  SORT-ESTMAX-1              PIC  9(09)V99.
           03  SORT-SUGESTAO-1            PIC  9(09)V99.
           03  SORT-COMPRA-1              PIC  9(09)V99.
           03  SORT-UNCOMPRA-1            PIC  X(03).

       FD  PARAMS LABEL RECORD OMITTED.

       01  PARAMS-R                       PIC X(80).
       01  RELATO-R                       PIC X(132).

       WORKING-STORAGE SECTION.
       78  MAX-NECESSIDADES               VALUE 500.

       01  CAMPOS-W.
           03  STAT-TABPR                PIC  X(02).
               88 VALID-TABPR            VALUE '00' THRU '09'.
           03  STAT-ORDPRD               PIC  X(02).
               88 VALID-ORDPRD           VALUE '00' THRU '09'.
           03  STAT-ORDPRD-ABERTO        PIC  X(01) VALUE 'N'.
               88 ORDPRD-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-ESTRUT               PIC  X(02).
               88 VALID-ESTRUT           VALUE '00' THRU '09'.
           03  STAT-ESTRUT-ABERTO        PIC  X(01) VALUE 'N'.
               88 ESTRUT-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-FORNPR               PIC  X(02).
               88 VALID-FORNPR           VALUE '00' THRU '09'.
           03  STAT-FORNPR-ABERTO        PIC  X(01) VALUE 'N'.
               88 FORNPR-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-CADFOR               PIC  X(02).
               88 VALID-CADFOR           VALUE '00' THRU '09'.
           03  STAT-CADFOR-ABERTO        PIC  X(01) VALUE 'N'.
               88 CADFOR-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-SORTER               PIC  X(02).
               88 VALID-SORTER           VALUE '00' THRU '09'.
           03  STAT-PREF-ACHADO          PIC  X(01).
               88 PREF-ACHADO            VALUE 'S' FALSE 'N'.
           03  STAT-PRIMEIRA-LINHA       PIC  X(01).
               88 PRIMEIRA-LINHA         VALUE 'S' FALSE 'N'.
           03  STAT-NEC-ACHADA           PIC  X(01).
               88 NEC-ACHADA             VALUE 'S' FALSE 'N'.
           03  STAT-PARAMS               PIC  X(02).
               88 VALID-PARAMS           VALUE '00' THRU '09'.
           03  STAT-RELATO               PIC  X(02).
               05 W-SUGESTAO             PIC  9(09)V99 VALUE 0.
               05 W-TOT-PRODUTOS         PIC  9(06) VALUE 0.
               05 W-TOT-SUGERIDOS        PIC  9(06) VALUE 0.
               05 W-TOT-ORDENS           PIC  9(06) VALUE 0.
               05 W-PROJETADO            PIC S9(10)V99 VALUE 0.
               05 W-CONSUMO-OP           PIC  9(09)V99 VALUE 0.
               05 W-PRODUCAO-OP          PIC  9(09)V99 VALUE 0.
               05 W-QTD-NEC              PIC  9(09)V99 VALUE 0.
               05 W-EMPRESA-NEC          PIC  9(03) VALUE 0.
               05 W-CODIGO-NEC           PIC  X(10).

               05 W-NEC-QTDE             PIC  9(03) VALUE 0.
               05 W-NEC-TAB OCCURS 500 TIMES.
                  07 W-NEC-EMPRESA       PIC  9(03).
                  07 W-NEC-CODIGO        PIC  X(10).
                  07 W-NEC-CONSUMO       PIC  9(09)V99.
                  07 W-NEC-PRODUCAO      PIC  9(09)V99.
               05 W-IX-NEC               PIC  9(03) VALUE 0.

               05 W-FORNEC-PREF          PIC  9(06) VALUE 0.
               05 W-QTDMIN-PREF          PIC  9(09)V99 VALUE 0.
               05 W-UNCOMPRA             PIC  X(03).
               05 W-FATOR                PIC  9(05)V9999 VALUE 1.
               05 W-COMPRA               PIC  9(09)V99 VALUE 0.
               05 W-QTDE-EXATA           PIC  9(11)V9(06) VALUE 0.
               05 W-QTDE-INTEIRA         PIC  9(11) VALUE 0.
               05 W-EMPRESA-ANTERIOR     PIC  9(03) VALUE 0.
               05 W-SEMPREF-ANTERIOR     PIC  9(01) VALUE 0.
               05 W-FORNEC-ANTERIOR      PIC  9(06) VALUE 0.
               05 W-ITENS-GRUPO          PIC  9(05) VALUE 0.
               05 W-TOT-GRUPOS           PIC  9(05) VALUE 0.

               05 W-DATAIMP              PIC  9(08) VALUE 0.
               05 W-DATAUXI              PIC  9(08).
               05 W-LINPAGINA            PIC  9(03) VALUE 64.

               05 W-LINHA-DETALHE.
                  07 W-CODIGO-DET        PIC  X(10)B.
                  07 W-DESC-DET          PIC  X(18)B.
                  07 W-SALDO-DET         PIC  ZZ.ZZZ.ZZ9,99B.
                  07 W-CONSUMO-DET       PIC  ZZ.ZZZ.ZZ9,99B.
                  07 W-PRODUCAO-DET      PIC  ZZ.ZZZ.ZZ9,99B.
                  07 W-ESTMIN-DET        PIC  ZZ.ZZZ.ZZ9,99B.
                  07 W-ESTMAX-DET        PIC  ZZ.ZZZ.ZZ9,99B.
                  07 W-SUGESTAO-DET      PIC  ZZ.ZZZ.ZZ9,99B.
                  07 W-COMPRA-DET        PIC  ZZ.ZZZ.ZZ9,99B.
                  07 W-UNCOMPRA-DET      PIC  X(03).

               05 W-LINHA-FORNEC.
                  07 FILLER              PIC  X(09) VALUE 'EMPRESA: '.
                  07 W-EMPRESA-FOR       PIC  ZZ9B(3).
                  07 W-DADOS-FOR.
                     09 W-TITULO-FOR     PIC  X(25).
                     09 W-FORNEC-FOR     PIC  ZZZZZ9B(2).
                     09 W-RAZAO-FOR      PIC  X(60).
                  07 W-SEMPREF-FOR REDEFINES W-DADOS-FOR
                                         PIC  X(93).

               05 W-LINHA-GRUPO.
                  07 FILLER              PIC  X(25) VALUE
                     '   ITENS DO FORNECEDOR:'.
                  07 W-ITENS-GRU         PIC  ZZ.ZZ9.

               05 W-CAB-1.
                  07 FILLER              PIC  X(74) VALUE
                  07 WCAB-NROPAGI-1      PIC  ZZ.ZZ9B.

               05 W-CAB-2.
                  07 PIC X(132) VALUE '---CODIGO- ----DESCRICAO----- -SA
      -              'LDO ATUAL- -CONSUMO OP-- -PRODUCAO OP- ---MINIMO--
      -              '-- ---MAXIMO---- --SUGESTAO--- ---COMPRA---- UN'.

               05 W-LINHA-TOTAL.
                  07 FILLER              PIC  X(25) VALUE
                  07 FILLER              PIC  X(22) VALUE
                     '   ABAIXO DO MINIMO:'.
                  07 W-TOTSUGE-TOT       PIC  ZZZ.ZZ9.
                  07 FILLER              PIC  X(22) VALUE
                     '   ORDENS PLANEJADAS:'.
                  07 W-TOTORDE-TOT       PIC  ZZZ.ZZ9.
                  07 FILLER              PIC  X(18) VALUE
                     '   FORNECEDORES:'.
                  07 W-TOTGRUP-TOT       PIC  ZZ.ZZ9.

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           IF NOT VALID-TABPR
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT ORDPRD
           IF VALID-ORDPRD
              SET ORDPRD-ABERTO TO TRUE
           END-IF.

           OPEN INPUT ESTRUT
           IF VALID-ESTRUT
              SET ESTRUT-ABERTO TO TRUE
           END-IF.

           OPEN INPUT FORNPR
           IF VALID-FORNPR
              SET FORNPR-ABERTO TO TRUE
           END-IF.

           OPEN INPUT CADFOR
           IF VALID-CADFOR
              SET CADFOR-ABERTO TO TRUE
           END-IF.

           OPEN OUTPUT RELATO
           IF NOT VALID-RELATO
              PERFORM ERRO-ARQUIVO.
                               W-MESAUXI-I * 10000 +
                               W-DIAAUXI-I * 1000000

           PERFORM CARREGA-ORDENS

           SORT SORTER ASCENDING KEY SORT-EMPRESA-1
                                     SORT-SEMPREF-1
                                     SORT-FORNEC-1
                                     SORT-CODIGO-1
                INPUT  PROCEDURE PROCESSA-PRODUTOS
                OUTPUT PROCEDURE IMPRIME-SUGESTOES

           PERFORM IMPRIME-TOTAIS

           PERFORM FIM.

       FIM.
           CLOSE TABPR.
           IF ORDPRD-ABERTO
              CLOSE ORDPRD
           END-IF.
           IF ESTRUT-ABERTO
              CLOSE ESTRUT
           END-IF.
           IF FORNPR-ABERTO
              CLOSE FORNPR
           END-IF.
           IF CADFOR-ABERTO
              CLOSE CADFOR
           END-IF.
           CLOSE RELATO.
           IF ERRLOG-ABERTO
              CLOSE ERRLOG

              ADD 1 TO W-TOT-PRODUTOS

              PERFORM BUSCA-NECESSIDADE
              COMPUTE W-PROJETADO = TDES-ESTOQM-1 - W-CONSUMO-OP
                                  + W-PRODUCAO-OP

              IF (TDES-ESTMIN-1 > 0 AND
                  W-PROJETADO <= TDES-ESTMIN-1) OR
                 W-PROJETADO < 0
                 ADD 1 TO W-TOT-SUGERIDOS
                 PERFORM SOLTA-SUGESTAO
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * explode as ordens de producao planejadas: a quantidade da
      * ordem e producao do acabado e cada componente da estrutura
      * tem consumo de quantidade x quantidade por unidade + perda
      *-----------------------------------------------------------------
       CARREGA-ORDENS.
           IF NOT ORDPRD-ABERTO
              EXIT PARAGRAPH.

           INITIALIZE ORDP-REGISTR-1
           IF W-EMPRESA-FILTRO <> 0
              MOVE W-EMPRESA-FILTRO TO ORDP-EMPRESA-1
           END-IF
           START ORDPRD KEY >= ORDP-RECORDK-1
           IF NOT VALID-ORDPRD
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ ORDPRD NEXT AT END
                          EXIT PERFORM
              END-READ
              IF NOT VALID-ORDPRD
                 EXIT PERFORM
              END-IF
              IF W-EMPRESA-FILTRO <> 0 AND
                 ORDP-EMPRESA-1 > W-EMPRESA-FILTRO
                 EXIT PERFORM
              END-IF
              IF NOT ORDP-PLANEJADA
                 EXIT PERFORM CYCLE
              END-IF

              ADD 1 TO W-TOT-ORDENS
              MOVE ORDP-EMPRESA-1 TO W-EMPRESA-NEC
              MOVE ORDP-CODIGO-1  TO W-CODIGO-NEC
              PERFORM ACHA-NECESSIDADE
              ADD ORDP-QUANTIDADE-1 TO W-NEC-PRODUCAO (W-IX-NEC)

              PERFORM EXPLODE-ESTRUTURA
           END-PERFORM.

       EXPLODE-ESTRUTURA.
           IF NOT ESTRUT-ABERTO
              EXIT PARAGRAPH.

           INITIALIZE             ESTR-REGISTR-1
           MOVE ORDP-EMPRESA-1 TO ESTR-EMPRESA-1
           MOVE ORDP-CODIGO-1  TO ESTR-CODACAB-1
           START ESTRUT KEY >= ESTR-RECORDK-1
           IF NOT VALID-ESTRUT
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ ESTRUT NEXT AT END
                          EXIT PERFORM
              END-READ
              IF NOT VALID-ESTRUT OR
                 ESTR-EMPRESA-1 <> ORDP-EMPRESA-1 OR
                 ESTR-CODACAB-1 <> ORDP-CODIGO-1
                 EXIT PERFORM
              END-IF

              COMPUTE W-QTD-NEC ROUNDED =
                      ORDP-QUANTIDADE-1 * ESTR-QTDUNIT-1 *
                      (1 + ESTR-PERDA-1 / 100)
              MOVE ESTR-EMPRESA-1 TO W-EMPRESA-NEC
              MOVE ESTR-CODCOMP-1 TO W-CODIGO-NEC
              PERFORM ACHA-NECESSIDADE
              ADD W-QTD-NEC TO W-NEC-CONSUMO (W-IX-NEC)
           END-PERFORM.

      *-----------------------------------------------------------------
      * localiza (ou inclui) empresa/produto na tabela de necessidades
      *-----------------------------------------------------------------
       ACHA-NECESSIDADE.
           SET NEC-ACHADA TO FALSE
           PERFORM VARYING W-IX-NEC FROM 1 BY 1
                   UNTIL W-IX-NEC > W-NEC-QTDE
              IF W-NEC-EMPRESA (W-IX-NEC) = W-EMPRESA-NEC AND
                 W-NEC-CODIGO (W-IX-NEC) = W-CODIGO-NEC
                 SET NEC-ACHADA TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM

           IF NOT NEC-ACHADA
              IF W-NEC-QTDE >= MAX-NECESSIDADES
                 DISPLAY 'SUGCOMP - TABELA DE NECESSIDADES CHEIA.'
                 MOVE 8 TO RETURN-CODE
                 PERFORM FIM
              END-IF
              ADD 1 TO W-NEC-QTDE
              MOVE W-NEC-QTDE    TO W-IX-NEC
              MOVE W-EMPRESA-NEC TO W-NEC-EMPRESA (W-IX-NEC)
              MOVE W-CODIGO-NEC  TO W-NEC-CODIGO (W-IX-NEC)
              MOVE 0             TO W-NEC-CONSUMO (W-IX-NEC)
              MOVE 0             TO W-NEC-PRODUCAO (W-IX-NEC)
           END-IF.

       BUSCA-NECESSIDADE.
           MOVE 0 TO W-CONSUMO-OP W-PRODUCAO-OP
           PERFORM VARYING W-IX-NEC FROM 1 BY 1
                   UNTIL W-IX-NEC > W-NEC-QTDE
              IF W-NEC-EMPRESA (W-IX-NEC) = TDES-EMPRESA-1 AND
                 W-NEC-CODIGO (W-IX-NEC) = TDES-CODIGO-1
                 MOVE W-NEC-CONSUMO (W-IX-NEC)  TO W-CONSUMO-OP
                 MOVE W-NEC-PRODUCAO (W-IX-NEC) TO W-PRODUCAO-OP
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * calcula a sugestao do produto e a quantidade de compra e manda
      * para o SORT sob o fornecedor preferencial
      *-----------------------------------------------------------------
       SOLTA-SUGESTAO.
           IF TDES-ESTMAX-1 > W-PROJETADO
              COMPUTE W-SUGESTAO = TDES-ESTMAX-1 - W-PROJETADO
           ELSE
              COMPUTE W-SUGESTAO = TDES-ESTMIN-1 - W-PROJETADO
           END-IF

           PERFORM ACHA-PREFERENCIAL
           PERFORM CONVERTE-SUGESTAO-COMPRA
           IF PREF-ACHADO AND W-COMPRA < W-QTDMIN-PREF
              MOVE W-QTDMIN-PREF TO W-COMPRA
           END-IF

           INITIALIZE SORT-REGISTR-1
           MOVE TDES-EMPRESA-1 TO SORT-EMPRESA-1
           IF PREF-ACHADO
              MOVE 0             TO SORT-SEMPREF-1
              MOVE W-FORNEC-PREF TO SORT-FORNEC-1
           ELSE
              MOVE 1             TO SORT-SEMPREF-1
              MOVE 0             TO SORT-FORNEC-1
           END-IF
           MOVE TDES-CODIGO-1  TO SORT-CODIGO-1
           MOVE TDES-DESC-1    TO SORT-DESC-1
           MOVE TDES-ESTOQM-1  TO SORT-SALDO-1
           MOVE W-CONSUMO-OP   TO SORT-CONSUMO-1
           MOVE W-PRODUCAO-OP  TO SORT-PRODUCAO-1
           MOVE TDES-ESTMIN-1  TO SORT-ESTMIN-1
           MOVE TDES-ESTMAX-1  TO SORT-ESTMAX-1
           MOVE W-SUGESTAO     TO SORT-SUGESTAO-1
           MOVE W-COMPRA       TO SORT-COMPRA-1
           MOVE W-UNCOMPRA     TO SORT-UNCOMPRA-1
           RELEASE SORT-REGISTR-1.

      *-----------------------------------------------------------------
      * fornecedor preferencial do produto no catalogo FORNPR
      *-----------------------------------------------------------------
       ACHA-PREFERENCIAL.
           SET PREF-ACHADO TO FALSE
           MOVE 0 TO W-FORNEC-PREF W-QTDMIN-PREF
           IF NOT FORNPR-ABERTO
              EXIT PARAGRAPH.

           INITIALIZE             FNPR-REGISTR-1
           MOVE TDES-EMPRESA-1 TO FNPR-EMPRESA-1
           MOVE TDES-CODIGO-1  TO FNPR-CODIGO-1
           START FORNPR KEY >= FNPR-RECORDK-1
           IF NOT VALID-FORNPR
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ FORNPR NEXT AT END
                          EXIT PERFORM
              END-READ
              IF NOT VALID-FORNPR OR
                 FNPR-EMPRESA-1 <> TDES-EMPRESA-1 OR
                 FNPR-CODIGO-1 <> TDES-CODIGO-1
                 EXIT PERFORM
              END-IF
              IF FNPR-PREFERIDO
                 SET PREF-ACHADO TO TRUE
                 MOVE FNPR-FORNEC-1 TO W-FORNEC-PREF
                 MOVE FNPR-QTDMIN-1 TO W-QTDMIN-PREF
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * sugestao (unidade de estoque) na unidade de compra do produto,
      * arredondando para cima, como no OCOMPRA
      *-----------------------------------------------------------------
       CONVERTE-SUGESTAO-COMPRA.
           MOVE TDES-UNCOMPRA-1 TO W-UNCOMPRA
           IF W-UNCOMPRA = SPACES
              MOVE TDES-UNIDADE-1 TO W-UNCOMPRA
           END-IF
           IF W-UNCOMPRA = SPACES
              MOVE 'UN' TO W-UNCOMPRA
           END-IF
           MOVE TDES-FATCONV-1 TO W-FATOR
           IF W-FATOR = 0
              MOVE 1 TO W-FATOR
           END-IF

           IF W-FATOR = 1
              MOVE W-SUGESTAO TO W-COMPRA
              EXIT PARAGRAPH.

           COMPUTE W-QTDE-EXATA = W-SUGESTAO / W-FATOR
           MOVE W-QTDE-EXATA TO W-QTDE-INTEIRA
           IF W-QTDE-INTEIRA < W-QTDE-EXATA
              ADD 1 TO W-QTDE-INTEIRA
           END-IF
           MOVE W-QTDE-INTEIRA TO W-COMPRA.

      *-----------------------------------------------------------------
      * imprime as sugestoes por empresa e fornecedor preferencial
      *-----------------------------------------------------------------
       IMPRIME-SUGESTOES.
           SET PRIMEIRA-LINHA TO TRUE
           PERFORM UNTIL 1 = 2
              RETURN SORTER AT END
                            EXIT PERFORM
              END-RETURN
              IF PRIMEIRA-LINHA OR
                 SORT-EMPRESA-1 <> W-EMPRESA-ANTERIOR OR
                 SORT-SEMPREF-1 <> W-SEMPREF-ANTERIOR OR
                 SORT-FORNEC-1  <> W-FORNEC-ANTERIOR
                 IF NOT PRIMEIRA-LINHA
                    PERFORM IMPRIME-TOTAL-GRUPO
                 END-IF
                 SET PRIMEIRA-LINHA TO FALSE
                 MOVE SORT-EMPRESA-1 TO W-EMPRESA-ANTERIOR
                 MOVE SORT-SEMPREF-1 TO W-SEMPREF-ANTERIOR
                 MOVE SORT-FORNEC-1  TO W-FORNEC-ANTERIOR
                 PERFORM IMPRIME-CABECALHO-GRUPO
              END-IF

              PERFORM IMPRIME-SUGESTAO
           END-PERFORM

           IF NOT PRIMEIRA-LINHA
              PERFORM IMPRIME-TOTAL-GRUPO
           END-IF.

       IMPRIME-CABECALHO-GRUPO.
           ADD 1 TO W-TOT-GRUPOS
           MOVE 0 TO W-ITENS-GRUPO

           PERFORM TESTA-QUEBRA-PAGINA

           MOVE SPACES         TO W-LINHA-FORNEC
           MOVE SORT-EMPRESA-1 TO W-EMPRESA-FOR
           IF SORT-SEMPREF-1 = 1
              MOVE 'SEM FORNECEDOR PREFERENCIAL NO CATALOGO'
                                  TO W-SEMPREF-FOR
           ELSE
              MOVE 'FORNECEDOR PREFERENCIAL:' TO W-TITULO-FOR
              MOVE SORT-FORNEC-1  TO W-FORNEC-FOR
              MOVE 'FORNECEDOR NAO CADASTRADO' TO W-RAZAO-FOR
              IF CADFOR-ABERTO
                 INITIALIZE DFOR-REGISTR-1
                 MOVE SORT-EMPRESA-1 TO DFOR-EMPRESA-1
                 MOVE SORT-FORNEC-1  TO DFOR-CODFOR-1
                 READ CADFOR
                 IF VALID-CADFOR
                    MOVE DFOR-RAZAO-1 TO W-RAZAO-FOR
                 END-IF
              END-IF
           END-IF

           MOVE SPACES TO RELATO-R
           WRITE RELATO-R
           WRITE RELATO-R FROM W-LINHA-FORNEC
           ADD 2 TO W-CONTLIN.

       IMPRIME-TOTAL-GRUPO.
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE W-ITENS-GRUPO TO W-ITENS-GRU
           WRITE RELATO-R FROM W-LINHA-GRUPO
           ADD 1 TO W-CONTLIN.

       IMPRIME-SUGESTAO.
           PERFORM TESTA-QUEBRA-PAGINA

           ADD 1 TO W-ITENS-GRUPO

           MOVE SPACES          TO W-LINHA-DETALHE
           MOVE SORT-CODIGO-1   TO W-CODIGO-DET
           MOVE SORT-DESC-1     TO W-DESC-DET
           MOVE SORT-SALDO-1    TO W-SALDO-DET
           MOVE SORT-CONSUMO-1  TO W-CONSUMO-DET
           MOVE SORT-PRODUCAO-1 TO W-PRODUCAO-DET
           MOVE SORT-ESTMIN-1   TO W-ESTMIN-DET
           MOVE SORT-ESTMAX-1   TO W-ESTMAX-DET
           MOVE SORT-SUGESTAO-1 TO W-SUGESTAO-DET
           MOVE SORT-COMPRA-1   TO W-COMPRA-DET
           MOVE SORT-UNCOMPRA-1 TO W-UNCOMPRA-DET

           WRITE RELATO-R FROM W-LINHA-DETALHE
           ADD 1 TO W-CONTLIN.

           MOVE W-TOT-PRODUTOS  TO W-TOTPROD-TOT
           MOVE W-TOT-SUGERIDOS TO W-TOTSUGE-TOT
           MOVE W-TOT-ORDENS    TO W-TOTORDE-TOT
           MOVE W-TOT-GRUPOS    TO W-TOTGRUP-TOT
           WRITE RELATO-R FROM W-LINHA-TOTAL

           IF W-TOT-SUGERIDOS = 0
