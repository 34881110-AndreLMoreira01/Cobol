       IDENTIFICATION DIVISION.
       PROGRAM-ID.    METAS.
       AUTHOR.        ANDRE.
      *-----------------------------------------------------------------
      * METAS - acompanhamento das metas de venda.
      * Para cada meta do META na competencia (mantidas no METAVEN)
      * apura o vendido liquido do operador: total dos pedidos de
      * PEDCAB faturados na competencia (PCAB-DATAFAT-1), com o mesmo
      * criterio do COMISSAO (cancelados fora, pedido com todos os
      * movimentos de faturamento estornados fora), menos as
      * devolucoes (DEVOLUC) com data na competencia.  Meta com grupo
      * conta so os itens cujo codigo de produto comeca pelo grupo
      * (liquido do item no PEDIDO; devolucao pelo DEVL-CODIGO-1).
      * Mostra meta, vendido, percentual atingido, quanto falta, a
      * media diaria realizada nos dias uteis decorridos e a media
      * diaria necessaria nos dias uteis restantes para bater a meta.
      * Dias uteis da competencia pelo CALEND da empresa (fim de
      * semana e feriado fora, ver DIAUTIP.CPY); o dia da execucao
      * conta como restante, de modo que o relatorio pode rodar toda
      * manha pelo ROTDIA com a competencia em branco (mes corrente).
      * Totais por empresa e geral somam as metas sem grupo (as de
      * grupo sao parte da venda do operador); o total da empresa
      * traz tambem o vendido de todos os operadores, com ou sem
      * meta.  Saida em METAS.TXT e METAS.CSV.
      * Parametros (METAS.PAR):  COMPETENCIA=AAAAMM (padrao mes atual)
      *                          EMPRESA=nnn        (0 = todas)
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           copy "meta.sl".
           copy "pedcab.sl".
           copy "pedido.sl".
           copy "movesto.sl".
           copy "devoluc.sl".
           copy "cadope.sl".
           copy "calend.sl".
           copy "errlog.sl".

           SELECT PARAMS ASSIGN TO 'METAS.PAR'
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  IS STAT-PARAMS.

           SELECT RELATO ASSIGN TO 'METAS.TXT'
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  IS STAT-RELATO.

           SELECT CSVMET ASSIGN TO 'METAS.CSV'
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  IS STAT-CSVMET.

       DATA DIVISION.
       FILE SECTION.

           copy "meta.fd".
           copy "pedcab.fd".
           copy "pedido.fd".
           copy "movesto.fd".
           copy "devoluc.fd".
           copy "cadope.fd".
           copy "calend.fd".
           copy "errlog.fd".

       FD  PARAMS LABEL RECORD OMITTED.

       01  PARAMS-R                       PIC X(80).

       FD  RELATO LABEL RECORD OMITTED.

       01  RELATO-R                       PIC X(132).

       FD  CSVMET LABEL RECORD OMITTED.

       01  CSVMET-R                       PIC X(200).

       WORKING-STORAGE SECTION.
       78  MAX-METAS                      VALUE 1000.

       01  CAMPOS-W.
           03  STAT-META                 PIC  X(02).
               88 VALID-META             VALUE '00' THRU '09'.
           03  STAT-PEDCAB               PIC  X(02).
               88 VALID-PEDCAB           VALUE '00' THRU '09'.
           03  STAT-PEDIDO               PIC  X(02).
               88 VALID-PEDIDO           VALUE '00' THRU '09'.
           03  STAT-MOVESTO              PIC  X(02).
               88 VALID-MOVESTO          VALUE '00' THRU '09'.
           03  STAT-DEVOLUC              PIC  X(02).
               88 VALID-DEVOLUC          VALUE '00' THRU '09'.
           03  STAT-DEVOLUC-ABERTO       PIC  X(01) VALUE 'N'.
               88 DEVOLUC-ABERTO         VALUE 'S' FALSE 'N'.
           03  STAT-CADOPE               PIC  X(02).
               88 VALID-CADOPE           VALUE '00' THRU '09'.
           03  STAT-PARAMS               PIC  X(02).
               88 VALID-PARAMS           VALUE '00' THRU '09'.
           03  STAT-RELATO               PIC  X(02).
               88 VALID-RELATO           VALUE '00' THRU '09'.
           03  STAT-CSVMET               PIC  X(02).
               88 VALID-CSVMET           VALUE '00' THRU '09'.
           03  STAT-ERRLOG               PIC  X(02).
               88 VALID-ERRLOG           VALUE '00' THRU '09'.
           03  STAT-ERRLOG-ABERTO        PIC  X(01) VALUE 'N'.
               88 ERRLOG-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-TABELA               PIC  X(01) VALUE 'N'.
               88 TABELA-CHEIA           VALUE 'S' FALSE 'N'.
           03  STAT-TEM-GRUPO            PIC  X(01).
               88 TEM-META-GRUPO         VALUE 'S' FALSE 'N'.
           03  STAT-FATURA-MOV           PIC  X(01).
               88 ACHOU-MOV-NORMAL       VALUE 'N'.
               88 ACHOU-MOV-ESTORN       VALUE 'E'.
               88 ACHOU-MOV-NENHUM       VALUE ' '.

           03  CAMPOS-FILTRO-W.
               05 W-COMPETENCIA          PIC  9(06) VALUE 0.
               05 W-COMPET-R REDEFINES W-COMPETENCIA.
                  07 W-COMPET-ANO        PIC  9(04).
                  07 W-COMPET-MES        PIC  9(02).
               05 W-EMPRESA-FILTRO       PIC  9(03) VALUE 0.

           03  CAMPOS-METAS-W.
               05 W-MET-QTDE             PIC  9(04) VALUE 0.
               05 W-MET-TAB OCCURS 1000 TIMES.
                  07 W-MET-EMPRESA       PIC  9(03).
                  07 W-MET-OPERADOR      PIC  X(10).
                  07 W-MET-GRUPO         PIC  X(10).
                  07 W-MET-TAMGRP        PIC  9(02).
                  07 W-MET-VALOR         PIC  9(13)V99.
                  07 W-MET-VENDIDO       PIC S9(13)V99.
               05 W-IX-MET               PIC  9(04) VALUE 0.

           03  CAMPOS-EMPRESAS-W.
               05 W-EMP-VENDIDO          PIC S9(13)V99
                                         OCCURS 999 TIMES.

           03  CAMPOS-TRABALHO-W.
               05 W-COMPET-FAT           PIC  9(06) VALUE 0.
               05 W-DATA-HOJE            PIC  9(08) VALUE 0.
               05 W-COMPET-HOJE          PIC  9(06) VALUE 0.
               05 W-LIQUIDO-ITEM         PIC  9(13)V99 VALUE 0.
               05 W-BRUTO-ITEM           PIC  9(13)V99 VALUE 0.
               05 W-DESC-ITEM            PIC  9(13)V99 VALUE 0.
               05 W-EMPRESA-ITEM         PIC  9(03).
               05 W-CODIGO-ITEM          PIC  X(10).
               05 W-OPERADOR-ITEM        PIC  X(10).
               05 W-VALOR-ITEM           PIC S9(13)V99 VALUE 0.

               05 W-DIA                  PIC  9(02) VALUE 0.
               05 W-DIAS-MES             PIC  9(02) VALUE 0.
               05 W-DIAS-INI-MES         PIC S9(08) VALUE 0.
               05 W-DIAS-UTEIS           PIC  9(02) VALUE 0.
               05 W-DIAS-DECORR          PIC  9(02) VALUE 0.
               05 W-DIAS-RESTAN          PIC  9(02) VALUE 0.

               05 W-CALC-META            PIC  9(13)V99 VALUE 0.
               05 W-CALC-VENDIDO         PIC S9(13)V99 VALUE 0.
               05 W-CALC-PCT             PIC S9(05)V99 VALUE 0.
               05 W-CALC-FALTA           PIC S9(13)V99 VALUE 0.
               05 W-CALC-MEDIA           PIC S9(13)V99 VALUE 0.
               05 W-CALC-NECESS          PIC  9(13)V99 VALUE 0.

               05 W-EMPRESA-ANTERIOR     PIC  9(03) VALUE 0.
               05 W-TOT-EMP-META         PIC  9(13)V99 VALUE 0.
               05 W-TOT-EMP-VENDIDO      PIC S9(13)V99 VALUE 0.
               05 W-TOT-GER-META         PIC  9(13)V99 VALUE 0.
               05 W-TOT-GER-VENDIDO      PIC S9(13)V99 VALUE 0.
               05 W-TOT-GER-EMPVEND      PIC S9(13)V99 VALUE 0.

               05 W-DATAIMP              PIC  9(08) VALUE 0.
               05 W-DATAUXI              PIC  9(08).
               05 REDEFINES W-DATAUXI.
                  07 W-ANOAUXI-I         PIC  9(04).
                  07 W-MESAUXI-I         PIC  9(02).
                  07 W-DIAAUXI-I         PIC  9(02).

               05 W-NROPAGI              PIC  9(05) VALUE 0.
               05 W-CONTLIN              PIC  9(03) VALUE 800.
               05 W-LINPAGINA            PIC  9(03) VALUE 64.

               05 W-LINHA-EMPRESA.
                  07 FILLER              PIC  X(09) VALUE 'EMPRESA: '.
                  07 W-EMPRESA-EMP       PIC  ZZ9B(4).
                  07 FILLER              PIC  X(20) VALUE
                     'DIAS UTEIS NO MES: '.
                  07 W-UTEIS-EMP         PIC  Z9B(4).
                  07 FILLER              PIC  X(12) VALUE
                     'DECORRIDOS: '.
                  07 W-DECORR-EMP        PIC  Z9B(4).
                  07 FILLER              PIC  X(11) VALUE
                     'RESTANTES: '.
                  07 W-RESTAN-EMP        PIC  Z9.

               05 W-LINHA-DETALHE.
                  07 W-OPERADOR-DET      PIC  X(10)B.
                  07 W-NOME-DET          PIC  X(20)B.
                  07 W-GRUPO-DET         PIC  X(10)B.
                  07 W-META-DET          PIC  ZZZ.ZZZ.ZZ9,99B.
                  07 W-VENDIDO-DET       PIC  ZZZ.ZZZ.ZZ9,99-.
                  07 FILLER              PIC  X(01).
                  07 W-PCT-DET           PIC  ZZZ9,99B.
                  07 W-FALTA-DET         PIC  ZZZ.ZZZ.ZZ9,99B.
                  07 W-MEDIA-DET         PIC  ZZ.ZZZ.ZZ9,99-.
                  07 FILLER              PIC  X(01).
                  07 W-NECESS-DET        PIC  ZZ.ZZZ.ZZ9,99
                                         BLANK WHEN ZERO.

               05 W-LINHA-VENDAS.
                  07 FILLER              PIC  X(45) VALUE
                     '    VENDIDO TOTAL DA EMPRESA (TODOS OS OPER.)'.
                  07 FILLER              PIC  X(13).
                  07 W-EMPVEND-VEN       PIC  ZZZ.ZZZ.ZZ9,99-.

               05 W-CSV-META-EDIT        PIC  Z(12)9,99.
               05 W-CSV-VENDIDO-EDIT     PIC  -(13)9,99.
               05 W-CSV-PCT-EDIT         PIC  ZZZ9,99.
               05 W-CSV-FALTA-EDIT       PIC  Z(12)9,99.
               05 W-CSV-MEDIA-EDIT       PIC  -(13)9,99.
               05 W-CSV-NECESS-EDIT      PIC  Z(12)9,99.
               05 W-CSV-LINHA            PIC  X(200).

               05 W-CAB-1.
                  07 FILLER              PIC  X(40) VALUE
                     'ACOMPANHAMENTO DAS METAS DE VENDA'.
                  07 FILLER              PIC  X(13) VALUE
                     'COMPETENCIA: '.
                  07 WCAB-COMPET-1       PIC  9(06).
                  07 FILLER              PIC  X(15).
                  07 WCAB-DATASIS-1      PIC  99/99/9999B(4).
                  07 FILLER              PIC  X(05) VALUE 'PAG.'.
                  07 WCAB-NROPAGI-1      PIC  ZZ.ZZ9B.

               05 W-CAB-2.
                  07 PIC X(132) VALUE 'OPERADOR   --------NOME-------- -
      -              '-GRUPO--- -----META----- ----VENDIDO---- %ATING. -
      -              '---FALTA----- --MEDIA/DIA---  NECESS./DIA'.

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           03  W-EXTSTAT                  PIC  X(08).
           03  W-ARQUIVO                  PIC  X(150).

           COPY "PARAMW.CPY".
           COPY "DIASW.CPY".
           COPY "DIAUTIW.CPY".

       PROCEDURE DIVISION.
       INICIO.
           OPEN EXTEND ERRLOG
           IF VALID-ERRLOG
              SET ERRLOG-ABERTO TO TRUE
           END-IF.

           ACCEPT W-DATAUXI FROM DATE YYYYMMDD
           MOVE W-DATAUXI TO W-DATA-HOJE
           COMPUTE W-DATAIMP = W-ANOAUXI-I +
                               W-MESAUXI-I * 10000 +
                               W-DIAAUXI-I * 1000000
           COMPUTE W-COMPET-HOJE = W-DATA-HOJE / 100

           PERFORM LE-PARAMETROS.

           IF W-COMPETENCIA = 0
              MOVE W-COMPET-HOJE TO W-COMPETENCIA
           END-IF

           IF W-COMPET-MES < 1 OR W-COMPET-MES > 12
              DISPLAY 'METAS - COMPETENCIA INVALIDA '
                      '(COMPETENCIA=AAAAMM).'
              MOVE 8 TO RETURN-CODE
              PERFORM FIM.

           OPEN INPUT META
           IF NOT VALID-META
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

           OPEN INPUT CADOPE
           IF NOT VALID-CADOPE
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT DEVOLUC
           IF VALID-DEVOLUC
              SET DEVOLUC-ABERTO TO TRUE
           END-IF.

           OPEN INPUT CALEND
           IF VALID-CALEND
              SET CALEND-ABERTO TO TRUE
           END-IF.

           OPEN OUTPUT RELATO
           IF NOT VALID-RELATO
              PERFORM ERRO-ARQUIVO.

           OPEN OUTPUT CSVMET
           IF NOT VALID-CSVMET
              PERFORM ERRO-ARQUIVO.
           STRING 'EMPRESA;COMPETENCIA;OPERADOR;NOME;GRUPO;META;'
                                                 DELIMITED BY SIZE
                  'VENDIDO;PCT ATINGIDO;FALTA;DIAS UTEIS;'
                                                 DELIMITED BY SIZE
                  'DECORRIDOS;RESTANTES;MEDIA DIA;NECESSARIO DIA'
                                                 DELIMITED BY SIZE
             INTO CSVMET-R
           END-STRING
           WRITE CSVMET-R

           INITIALIZE CAMPOS-EMPRESAS-W
           PERFORM CARREGA-METAS
           PERFORM APURA-VENDAS
           IF DEVOLUC-ABERTO
              PERFORM APURA-DEVOLUCOES
           END-IF
           PERFORM IMPRIME-METAS

           PERFORM FIM.

       FIM.
           CLOSE META.
           CLOSE PEDCAB.
           CLOSE PEDIDO.
           CLOSE MOVESTO.
           CLOSE CADOPE.
           IF DEVOLUC-ABERTO
              CLOSE DEVOLUC
           END-IF.
           IF CALEND-ABERTO
              CLOSE CALEND
           END-IF.
           CLOSE RELATO.
           CLOSE CSVMET.
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
                WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-PERFORM.

           CLOSE PARAMS.

      *-----------------------------------------------------------------
      * metas da competencia em tabela de memoria, na ordem do META
      * (empresa, operador, grupo)
      *-----------------------------------------------------------------
       CARREGA-METAS.
           INITIALIZE META-REGISTR-1
           IF W-EMPRESA-FILTRO <> 0
              MOVE W-EMPRESA-FILTRO TO META-EMPRESA-1
           END-IF
           START META KEY >= META-RECORDK-1
           IF NOT VALID-META
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ META NEXT AT END
                        EXIT PERFORM
              END-READ
              IF NOT VALID-META
                 EXIT PERFORM
              END-IF
              IF W-EMPRESA-FILTRO <> 0 AND
                 META-EMPRESA-1 > W-EMPRESA-FILTRO
                 EXIT PERFORM
              END-IF
              IF META-COMPET-1 NOT = W-COMPETENCIA
                 EXIT PERFORM CYCLE
              END-IF

              IF W-MET-QTDE >= MAX-METAS
                 SET TABELA-CHEIA TO TRUE
                 EXIT PERFORM
              END-IF

              ADD 1 TO W-MET-QTDE
              MOVE W-MET-QTDE TO W-IX-MET
              INITIALIZE W-MET-TAB (W-IX-MET)
              MOVE META-EMPRESA-1  TO W-MET-EMPRESA (W-IX-MET)
              MOVE META-OPERADOR-1 TO W-MET-OPERADOR (W-IX-MET)
              MOVE META-GRUPO-1    TO W-MET-GRUPO (W-IX-MET)
              MOVE META-VALOR-1    TO W-MET-VALOR (W-IX-MET)
              IF META-GRUPO-1 NOT = SPACES
                 PERFORM VARYING W-MET-TAMGRP (W-IX-MET) FROM 10 BY -1
                         UNTIL W-MET-TAMGRP (W-IX-MET) = 1 OR
                               META-GRUPO-1
                               (W-MET-TAMGRP (W-IX-MET):1) NOT = SPACE
                    CONTINUE
                 END-PERFORM
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * pedidos faturados na competencia: o total vai para as metas
      * sem grupo do operador e para o vendido da empresa; havendo
      * meta de grupo do operador, os itens sao lidos um a um
      *-----------------------------------------------------------------
       APURA-VENDAS.
           INITIALIZE PCAB-REGISTR-1
           IF W-EMPRESA-FILTRO <> 0
              MOVE W-EMPRESA-FILTRO TO PCAB-EMPRESA-1
           END-IF
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
              IF W-EMPRESA-FILTRO <> 0 AND
                 PCAB-EMPRESA-1 > W-EMPRESA-FILTRO
                 EXIT PERFORM
              END-IF

              IF NOT PCAB-FATURADO
                 EXIT PERFORM CYCLE
              END-IF

              COMPUTE W-COMPET-FAT = PCAB-DATAFAT-1 / 100
              IF W-COMPET-FAT NOT = W-COMPETENCIA
                 EXIT PERFORM CYCLE
              END-IF

              PERFORM TESTA-ESTORNO-PEDIDO
              IF ACHOU-MOV-ESTORN
                 EXIT PERFORM CYCLE
              END-IF

              ADD PCAB-TOTAL-1 TO W-EMP-VENDIDO (PCAB-EMPRESA-1)

              SET TEM-META-GRUPO TO FALSE
              PERFORM VARYING W-IX-MET FROM 1 BY 1
                      UNTIL W-IX-MET > W-MET-QTDE
                 IF W-MET-EMPRESA (W-IX-MET) = PCAB-EMPRESA-1 AND
                    W-MET-OPERADOR (W-IX-MET) = PCAB-OPERADOR-1
                    IF W-MET-GRUPO (W-IX-MET) = SPACES
                       ADD PCAB-TOTAL-1 TO W-MET-VENDIDO (W-IX-MET)
                    ELSE
                       SET TEM-META-GRUPO TO TRUE
                    END-IF
                 END-IF
              END-PERFORM

              IF TEM-META-GRUPO
                 PERFORM APURA-ITENS-PEDIDO
              END-IF
           END-PERFORM.

       APURA-ITENS-PEDIDO.
           INITIALIZE TPED-REGISTR-1
           MOVE PCAB-EMPRESA-1 TO TPED-EMPRESA-1
           MOVE PCAB-NROPED-1  TO TPED-NROPED-1
           START PEDIDO KEY >= TPED-RECORDK-1
           IF NOT VALID-PEDIDO
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ PEDIDO NEXT AT END
                          EXIT PERFORM
              END-READ
              IF NOT VALID-PEDIDO OR
                 TPED-EMPRESA-1 NOT = PCAB-EMPRESA-1 OR
                 TPED-NROPED-1 NOT = PCAB-NROPED-1
                 EXIT PERFORM
              END-IF

              COMPUTE W-BRUTO-ITEM ROUNDED =
                      TPED-QUANTIDADE-1 * TPED-PRECO-1
              COMPUTE W-DESC-ITEM ROUNDED =
                      W-BRUTO-ITEM * TPED-DESCONTO-1 / 100
              COMPUTE W-LIQUIDO-ITEM = W-BRUTO-ITEM - W-DESC-ITEM

              MOVE TPED-EMPRESA-1  TO W-EMPRESA-ITEM
              MOVE TPED-CODIGO-1   TO W-CODIGO-ITEM
              MOVE PCAB-OPERADOR-1 TO W-OPERADOR-ITEM
              MOVE W-LIQUIDO-ITEM  TO W-VALOR-ITEM
              PERFORM ACUMULA-GRUPO
           END-PERFORM.

      *-----------------------------------------------------------------
      * soma W-VALOR-ITEM nas metas de grupo do operador cujo grupo
      * e o inicio do codigo do produto
      *-----------------------------------------------------------------
       ACUMULA-GRUPO.
           PERFORM VARYING W-IX-MET FROM 1 BY 1
                   UNTIL W-IX-MET > W-MET-QTDE
              IF W-MET-EMPRESA (W-IX-MET) = W-EMPRESA-ITEM AND
                 W-MET-OPERADOR (W-IX-MET) = W-OPERADOR-ITEM AND
                 W-MET-GRUPO (W-IX-MET) NOT = SPACES
                 IF W-CODIGO-ITEM (1:W-MET-TAMGRP (W-IX-MET)) =
                    W-MET-GRUPO (W-IX-MET)
                    (1:W-MET-TAMGRP (W-IX-MET))
                    ADD W-VALOR-ITEM TO W-MET-VENDIDO (W-IX-MET)
                 END-IF
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * um pedido faturado so deixa de contar quando todos os seus
      * movimentos de faturamento foram estornados (como no COMISSAO)
      *-----------------------------------------------------------------
       TESTA-ESTORNO-PEDIDO.
           SET ACHOU-MOV-NENHUM TO TRUE

           INITIALIZE TPED-REGISTR-1
           MOVE PCAB-EMPRESA-1 TO TPED-EMPRESA-1
           MOVE PCAB-NROPED-1  TO TPED-NROPED-1
           START PEDIDO KEY >= TPED-RECORDK-1
           IF NOT VALID-PEDIDO
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ PEDIDO NEXT AT END
                          EXIT PERFORM
              END-READ
              IF NOT VALID-PEDIDO OR
                 TPED-EMPRESA-1 NOT = PCAB-EMPRESA-1 OR
                 TPED-NROPED-1 NOT = PCAB-NROPED-1
                 EXIT PERFORM
              END-IF

              PERFORM TESTA-ESTORNO-ITEM
              IF ACHOU-MOV-NORMAL
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       TESTA-ESTORNO-ITEM.
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

              IF TMOV-ORIG-FATURA AND
                 TMOV-REFPED-1 = TPED-NROPED-1
                 IF TMOV-ESTORNADO
                    SET ACHOU-MOV-ESTORN TO TRUE
                 ELSE
                    SET ACHOU-MOV-NORMAL TO TRUE
                    EXIT PERFORM
                 END-IF
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * devolucoes da competencia abatem o vendido do operador que
      * vendeu o pedido (metas sem grupo, metas do grupo do produto
      * devolvido e vendido da empresa)
      *-----------------------------------------------------------------
       APURA-DEVOLUCOES.
           INITIALIZE DEVL-REGISTR-1
           IF W-EMPRESA-FILTRO <> 0
              MOVE W-EMPRESA-FILTRO TO DEVL-EMPRESA-1
           END-IF
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
              IF W-EMPRESA-FILTRO <> 0 AND
                 DEVL-EMPRESA-1 > W-EMPRESA-FILTRO
                 EXIT PERFORM
              END-IF

              COMPUTE W-COMPET-FAT = DEVL-DATADEV-1 / 100
              IF W-COMPET-FAT NOT = W-COMPETENCIA
                 EXIT PERFORM CYCLE
              END-IF

              IF DEVL-EMPRESA-1 NOT = PCAB-EMPRESA-1 OR
                 DEVL-NROPED-1 NOT = PCAB-NROPED-1
                 INITIALIZE          PCAB-REGISTR-1
                 MOVE DEVL-EMPRESA-1 TO PCAB-EMPRESA-1
                 MOVE DEVL-NROPED-1  TO PCAB-NROPED-1
                 READ PEDCAB
                 IF NOT VALID-PEDCAB
                    MOVE SPACES TO PCAB-OPERADOR-1
                 END-IF
              END-IF

              SUBTRACT DEVL-VALOR-1 FROM
                       W-EMP-VENDIDO (DEVL-EMPRESA-1)

              PERFORM VARYING W-IX-MET FROM 1 BY 1
                      UNTIL W-IX-MET > W-MET-QTDE
                 IF W-MET-EMPRESA (W-IX-MET) = DEVL-EMPRESA-1 AND
                    W-MET-OPERADOR (W-IX-MET) = PCAB-OPERADOR-1 AND
                    W-MET-GRUPO (W-IX-MET) = SPACES
                    SUBTRACT DEVL-VALOR-1 FROM
                             W-MET-VENDIDO (W-IX-MET)
                 END-IF
              END-PERFORM

              MOVE DEVL-EMPRESA-1  TO W-EMPRESA-ITEM
              MOVE DEVL-CODIGO-1   TO W-CODIGO-ITEM
              MOVE PCAB-OPERADOR-1 TO W-OPERADOR-ITEM
              COMPUTE W-VALOR-ITEM = 0 - DEVL-VALOR-1
              PERFORM ACUMULA-GRUPO
           END-PERFORM.

      *-----------------------------------------------------------------
      * dias uteis da competencia no calendario da empresa: total,
      * decorridos (antes de hoje) e restantes (de hoje em diante)
      *-----------------------------------------------------------------
       CALCULA-DIAS-UTEIS.
           MOVE 0 TO W-DIAS-UTEIS W-DIAS-DECORR W-DIAS-RESTAN

           COMPUTE W-CDD-DATA = W-COMPETENCIA * 100 + 1
           PERFORM CONVERTE-DATA-DIAS
           MOVE W-CDD-DIAS TO W-DIAS-INI-MES
           IF W-COMPET-MES = 12
              COMPUTE W-CDD-DATA = (W-COMPET-ANO + 1) * 10000 + 101
           ELSE
              COMPUTE W-CDD-DATA = W-COMPETENCIA * 100 + 101
           END-IF
           PERFORM CONVERTE-DATA-DIAS
           COMPUTE W-DIAS-MES = W-CDD-DIAS - W-DIAS-INI-MES

           MOVE W-EMPRESA-ANTERIOR TO W-DUT-EMPRESA
           PERFORM VARYING W-DIA FROM 1 BY 1
                   UNTIL W-DIA > W-DIAS-MES
              COMPUTE W-DUT-DATA = W-COMPETENCIA * 100 + W-DIA
              MOVE W-DUT-DATA TO W-DUT-HOJE
              PERFORM TESTA-DIA-UTIL THRU TESTA-DIA-UTIL-FIM
              IF DIA-UTIL-OK
                 ADD 1 TO W-DIAS-UTEIS
                 IF W-DUT-DATA < W-DATA-HOJE
                    ADD 1 TO W-DIAS-DECORR
                 ELSE
                    ADD 1 TO W-DIAS-RESTAN
                 END-IF
              END-IF
           END-PERFORM.

       IMPRIME-METAS.
           IF W-MET-QTDE = 0
              PERFORM TESTA-QUEBRA-PAGINA
              MOVE 'NENHUMA META CADASTRADA NA COMPETENCIA.'
                   TO RELATO-R
              WRITE RELATO-R
              ADD 1 TO W-CONTLIN
              EXIT PARAGRAPH.

           PERFORM VARYING W-IX-MET FROM 1 BY 1
                   UNTIL W-IX-MET > W-MET-QTDE
              IF W-IX-MET = 1 OR
                 W-MET-EMPRESA (W-IX-MET) <> W-EMPRESA-ANTERIOR
                 IF W-IX-MET > 1
                    PERFORM TOTAL-EMPRESA
                 END-IF
                 PERFORM ABRE-EMPRESA
              END-IF
              PERFORM IMPRIME-DETALHE
           END-PERFORM

           PERFORM TOTAL-EMPRESA
           PERFORM TOTAL-GERAL.

       ABRE-EMPRESA.
           MOVE W-MET-EMPRESA (W-IX-MET) TO W-EMPRESA-ANTERIOR
           MOVE 0 TO W-TOT-EMP-META W-TOT-EMP-VENDIDO
           PERFORM CALCULA-DIAS-UTEIS

           PERFORM TESTA-QUEBRA-PAGINA
           MOVE SPACES TO RELATO-R
           WRITE RELATO-R
           MOVE W-EMPRESA-ANTERIOR TO W-EMPRESA-EMP
           MOVE W-DIAS-UTEIS       TO W-UTEIS-EMP
           MOVE W-DIAS-DECORR      TO W-DECORR-EMP
           MOVE W-DIAS-RESTAN      TO W-RESTAN-EMP
           WRITE RELATO-R FROM W-LINHA-EMPRESA
           ADD 2 TO W-CONTLIN.

      *-----------------------------------------------------------------
      * percentual atingido, falta, media realizada e necessaria por
      * dia util a partir de W-CALC-META e W-CALC-VENDIDO
      *-----------------------------------------------------------------
       CALCULA-ATINGIMENTO.
           IF W-CALC-META = 0
              MOVE 0 TO W-CALC-PCT
           ELSE
              COMPUTE W-CALC-PCT ROUNDED =
                      W-CALC-VENDIDO * 100 / W-CALC-META
                      ON SIZE ERROR MOVE 9999,99 TO W-CALC-PCT
              END-COMPUTE
           END-IF
           IF W-CALC-PCT < 0
              MOVE 0 TO W-CALC-PCT
           END-IF
           IF W-CALC-PCT > 9999,99
              MOVE 9999,99 TO W-CALC-PCT
           END-IF

           COMPUTE W-CALC-FALTA = W-CALC-META - W-CALC-VENDIDO
           IF W-CALC-FALTA < 0
              MOVE 0 TO W-CALC-FALTA
           END-IF

           IF W-DIAS-DECORR = 0
              MOVE 0 TO W-CALC-MEDIA
           ELSE
              COMPUTE W-CALC-MEDIA ROUNDED =
                      W-CALC-VENDIDO / W-DIAS-DECORR
           END-IF

           IF W-DIAS-RESTAN = 0
              MOVE 0 TO W-CALC-NECESS
           ELSE
              COMPUTE W-CALC-NECESS ROUNDED =
                      W-CALC-FALTA / W-DIAS-RESTAN
           END-IF.

       IMPRIME-DETALHE.
           MOVE W-MET-VALOR (W-IX-MET)   TO W-CALC-META
           MOVE W-MET-VENDIDO (W-IX-MET) TO W-CALC-VENDIDO
           PERFORM CALCULA-ATINGIMENTO

           IF W-MET-GRUPO (W-IX-MET) = SPACES
              ADD W-CALC-META    TO W-TOT-EMP-META W-TOT-GER-META
              ADD W-CALC-VENDIDO TO W-TOT-EMP-VENDIDO
                                    W-TOT-GER-VENDIDO
           END-IF

           INITIALIZE DOPE-REGISTR-1
           MOVE W-MET-OPERADOR (W-IX-MET) TO DOPE-CODOPE-1
           READ CADOPE
           IF NOT VALID-CADOPE
              MOVE 'OPERADOR NAO CADASTRADO' TO DOPE-NOMEOPE-1
           END-IF

           PERFORM TESTA-QUEBRA-PAGINA

           MOVE SPACES                    TO W-LINHA-DETALHE
           MOVE W-MET-OPERADOR (W-IX-MET) TO W-OPERADOR-DET
           MOVE DOPE-NOMEOPE-1            TO W-NOME-DET
           MOVE W-MET-GRUPO (W-IX-MET)    TO W-GRUPO-DET
           PERFORM MOVE-VALORES-DETALHE
           WRITE RELATO-R FROM W-LINHA-DETALHE
           ADD 1 TO W-CONTLIN

           MOVE W-MET-OPERADOR (W-IX-MET) TO W-OPERADOR-ITEM
           PERFORM GRAVA-CSV.

       MOVE-VALORES-DETALHE.
           MOVE W-CALC-META    TO W-META-DET
           MOVE W-CALC-VENDIDO TO W-VENDIDO-DET
           MOVE W-CALC-PCT     TO W-PCT-DET
           MOVE W-CALC-FALTA   TO W-FALTA-DET
           MOVE W-CALC-MEDIA   TO W-MEDIA-DET
           MOVE W-CALC-NECESS  TO W-NECESS-DET.

       TOTAL-EMPRESA.
           MOVE W-TOT-EMP-META    TO W-CALC-META
           MOVE W-TOT-EMP-VENDIDO TO W-CALC-VENDIDO
           PERFORM CALCULA-ATINGIMENTO

           PERFORM TESTA-QUEBRA-PAGINA
           MOVE SPACES             TO W-LINHA-DETALHE
           MOVE '*** TOTAL'        TO W-OPERADOR-DET
           MOVE 'EMPRESA (SEM GRUPO)' TO W-NOME-DET
           PERFORM MOVE-VALORES-DETALHE
           WRITE RELATO-R FROM W-LINHA-DETALHE

           MOVE W-EMP-VENDIDO (W-EMPRESA-ANTERIOR) TO W-EMPVEND-VEN
           WRITE RELATO-R FROM W-LINHA-VENDAS
           ADD 2 TO W-CONTLIN
           ADD W-EMP-VENDIDO (W-EMPRESA-ANTERIOR) TO W-TOT-GER-EMPVEND

           MOVE 'TOTAL'     TO W-OPERADOR-ITEM
           MOVE SPACES      TO DOPE-NOMEOPE-1
           PERFORM GRAVA-CSV.

       TOTAL-GERAL.
           MOVE W-TOT-GER-META    TO W-CALC-META
           MOVE W-TOT-GER-VENDIDO TO W-CALC-VENDIDO
           MOVE 0 TO W-DIAS-DECORR W-DIAS-RESTAN
           PERFORM CALCULA-ATINGIMENTO

           PERFORM TESTA-QUEBRA-PAGINA
           MOVE SPACES TO RELATO-R
           WRITE RELATO-R

           MOVE SPACES             TO W-LINHA-DETALHE
           MOVE '*** TOTAL'        TO W-OPERADOR-DET
           MOVE 'GERAL (SEM GRUPO)' TO W-NOME-DET
           PERFORM MOVE-VALORES-DETALHE
           WRITE RELATO-R FROM W-LINHA-DETALHE

           MOVE W-TOT-GER-EMPVEND TO W-EMPVEND-VEN
           MOVE 'VENDIDO TOTAL (TODAS AS EMPRESAS)'
             TO W-LINHA-VENDAS (5:41)
           WRITE RELATO-R FROM W-LINHA-VENDAS
           ADD 3 TO W-CONTLIN

           IF TABELA-CHEIA
              PERFORM TESTA-QUEBRA-PAGINA
              MOVE 'TABELA CHEIA - PARTE DAS METAS FICOU DE FORA.'
                   TO RELATO-R
              WRITE RELATO-R
              ADD 1 TO W-CONTLIN
           END-IF.

       GRAVA-CSV.
           MOVE SPACES TO W-CSV-LINHA
           MOVE W-CALC-META    TO W-CSV-META-EDIT
           MOVE W-CALC-VENDIDO TO W-CSV-VENDIDO-EDIT
           MOVE W-CALC-PCT     TO W-CSV-PCT-EDIT
           MOVE W-CALC-FALTA   TO W-CSV-FALTA-EDIT
           MOVE W-CALC-MEDIA   TO W-CSV-MEDIA-EDIT
           MOVE W-CALC-NECESS  TO W-CSV-NECESS-EDIT
           STRING W-EMPRESA-ANTERIOR     DELIMITED BY SIZE
                  ';'                    DELIMITED BY SIZE
                  W-COMPETENCIA          DELIMITED BY SIZE
                  ';'                    DELIMITED BY SIZE
                  W-OPERADOR-ITEM        DELIMITED BY SPACE
                  ';'                    DELIMITED BY SIZE
                  DOPE-NOMEOPE-1         DELIMITED BY '  '
                  ';'                    DELIMITED BY SIZE
                  W-GRUPO-DET            DELIMITED BY SPACE
                  ';'                    DELIMITED BY SIZE
                  W-CSV-META-EDIT        DELIMITED BY SIZE
                  ';'                    DELIMITED BY SIZE
                  W-CSV-VENDIDO-EDIT     DELIMITED BY SIZE
                  ';'                    DELIMITED BY SIZE
                  W-CSV-PCT-EDIT         DELIMITED BY SIZE
                  ';'                    DELIMITED BY SIZE
                  W-CSV-FALTA-EDIT       DELIMITED BY SIZE
                  ';'                    DELIMITED BY SIZE
                  W-DIAS-UTEIS           DELIMITED BY SIZE
                  ';'                    DELIMITED BY SIZE
                  W-DIAS-DECORR          DELIMITED BY SIZE
                  ';'                    DELIMITED BY SIZE
                  W-DIAS-RESTAN          DELIMITED BY SIZE
                  ';'                    DELIMITED BY SIZE
                  W-CSV-MEDIA-EDIT       DELIMITED BY SIZE
                  ';'                    DELIMITED BY SIZE
                  W-CSV-NECESS-EDIT      DELIMITED BY SIZE
             INTO W-CSV-LINHA
           END-STRING
           WRITE CSVMET-R FROM W-CSV-LINHA.

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
           MOVE W-DATAIMP     TO WCAB-DATASIS-1
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
              MOVE 'METAS'    TO ERRL-PROGRAMA-1
              MOVE W-ARQUIVO  TO ERRL-ARQUIVO-1
              MOVE W-FSTATUS  TO ERRL-STATUS-1
              WRITE ERRL-REGISTR-1
           END-IF.

           DISPLAY 'METAS - ERRO DE ARQUIVO ' W-FSTATUS
                   ' EM ' W-ARQUIVO (1:60).

           MOVE 8 TO RETURN-CODE.

           PERFORM FIM.

           COPY "PARAMP.CPY".
           COPY "DIASP.CPY".
           COPY "DIAUTIP.CPY".
