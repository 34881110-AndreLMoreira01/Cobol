       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LIVSAI.
       AUTHOR.        ANDRE.
      *-----------------------------------------------------------------
      * LIVSAI - livro de registro de saidas.
      * Lista as notas fiscais de saida (NFCAB) emitidas na
      * competencia, por empresa e em ordem de serie e numero, com uma
      * linha por CFOP e aliquota de ICMS de cada nota (somando os
      * itens do NFITE): valor contabil (produtos mais IPI), base e
      * valor do ICMS e valor do IPI.  Nota cancelada sai com a
      * observacao CANCELADA e valores zerados, para a sequencia
      * numerica ficar completa.  Ao fim de cada empresa imprime o
      * total e o resumo por CFOP e aliquota.  Saida em LIVSAI.TXT.
      * Parametros (LIVSAI.PAR):  COMPETENCIA=AAAAMM (obrigatorio)
      *                           EMPRESA=nnn  (0 = todas)
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           copy "nfcab.sl".
           copy "nfite.sl".
           copy "errlog.sl".

           SELECT PARAMS ASSIGN TO 'LIVSAI.PAR'
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  IS STAT-PARAMS.

           SELECT RELATO ASSIGN TO 'LIVSAI.TXT'
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  IS STAT-RELATO.

       DATA DIVISION.
       FILE SECTION.

           copy "nfcab.fd".
           copy "nfite.fd".
           copy "errlog.fd".

       FD  PARAMS LABEL RECORD OMITTED.

       01  PARAMS-R                       PIC X(80).

       FD  RELATO LABEL RECORD OMITTED.

       01  RELATO-R                       PIC X(132).

       WORKING-STORAGE SECTION.
       78  MAX-NOTA                       VALUE 50.
       78  MAX-RESUMO                     VALUE 200.

       01  CAMPOS-W.
           03  STAT-NFCAB                PIC  X(02).
               88 VALID-NFCAB            VALUE '00' THRU '09'.
           03  STAT-NFITE                PIC  X(02).
               88 VALID-NFITE            VALUE '00' THRU '09'.
           03  STAT-PARAMS               PIC  X(02).
               88 VALID-PARAMS           VALUE '00' THRU '09'.
           03  STAT-RELATO               PIC  X(02).
               88 VALID-RELATO           VALUE '00' THRU '09'.
           03  STAT-ERRLOG               PIC  X(02).
               88 VALID-ERRLOG           VALUE '00' THRU '09'.
           03  STAT-ERRLOG-ABERTO        PIC  X(01) VALUE 'N'.
               88 ERRLOG-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-AGR-ACHOU            PIC  X(01).
               88 AGREGADO-ACHADO        VALUE 'S' FALSE 'N'.

           03  CAMPOS-FILTRO-W.
               05 W-COMPETENCIA          PIC  9(06) VALUE 0.
               05 W-COMPET-R REDEFINES W-COMPETENCIA.
                  07 W-COMPET-ANO        PIC  9(04).
                  07 W-COMPET-MES        PIC  9(02).
               05 W-EMPRESA-FILTRO       PIC  9(03) VALUE 0.
               05 W-COMPET-INI           PIC  9(08) VALUE 0.
               05 W-COMPET-FIM           PIC  9(08) VALUE 0.

      *    linhas da nota corrente, por CFOP e aliquota
           03  CAMPOS-NOTA-W.
               05 W-NFA-QTDE             PIC  9(03) VALUE 0.
               05 W-NFA-TAB OCCURS 50 TIMES.
                  07 W-NFA-CFOP          PIC  9(04).
                  07 W-NFA-ALIQ          PIC  9(02)V99.
                  07 W-NFA-VALCONT       PIC  9(13)V99.
                  07 W-NFA-BASE          PIC  9(13)V99.
                  07 W-NFA-ICMS          PIC  9(13)V99.
                  07 W-NFA-IPI           PIC  9(13)V99.
               05 W-IX-NFA               PIC  9(03) VALUE 0.

      *    resumo da empresa por CFOP e aliquota
           03  CAMPOS-RESUMO-W.
               05 W-RES-QTDE             PIC  9(03) VALUE 0.
               05 W-RES-TAB OCCURS 200 TIMES.
                  07 W-RES-CFOP          PIC  9(04).
                  07 W-RES-ALIQ          PIC  9(02)V99.
                  07 W-RES-VALCONT       PIC  9(13)V99.
                  07 W-RES-BASE          PIC  9(13)V99.
                  07 W-RES-ICMS          PIC  9(13)V99.
                  07 W-RES-IPI           PIC  9(13)V99.
               05 W-RES-TROCA            PIC  X(68).
               05 W-IX-RES               PIC  9(03) VALUE 0.
               05 W-IX-RES2              PIC  9(03) VALUE 0.

           03  CAMPOS-TRABALHO-W.
               05 W-EMPRESA-ANTERIOR     PIC  9(03) VALUE 0.
               05 W-QTD-NOTAS            PIC  9(06) VALUE 0.
               05 W-QTD-CANCEL           PIC  9(06) VALUE 0.
               05 W-TOT-NOTAS-GER        PIC  9(06) VALUE 0.
               05 W-TOT-EMP-VALCONT      PIC  9(13)V99 VALUE 0.
               05 W-TOT-EMP-BASE         PIC  9(13)V99 VALUE 0.
               05 W-TOT-EMP-ICMS         PIC  9(13)V99 VALUE 0.
               05 W-TOT-EMP-IPI          PIC  9(13)V99 VALUE 0.
               05 W-TOT-GER-VALCONT      PIC  9(13)V99 VALUE 0.
               05 W-TOT-GER-BASE         PIC  9(13)V99 VALUE 0.
               05 W-TOT-GER-ICMS         PIC  9(13)V99 VALUE 0.
               05 W-TOT-GER-IPI          PIC  9(13)V99 VALUE 0.

               05 W-DATAIMP              PIC  9(08) VALUE 0.
               05 W-DATAUXI              PIC  9(08).
               05 REDEFINES W-DATAUXI.
                  07 W-ANOAUXI-I         PIC  9(04).
                  07 W-MESAUXI-I         PIC  9(02).
                  07 W-DIAAUXI-I         PIC  9(02).

               05 W-NROPAGI              PIC  9(05) VALUE 0.
               05 W-CONTLIN              PIC  9(03) VALUE 800.
               05 W-LINPAGINA            PIC  9(03) VALUE 64.

               05 W-LINHA-DETALHE.
                  07 W-EMISSAO-DET       PIC  99/99/9999B.
                  07 W-SERIE-DET         PIC  X(03)B.
                  07 W-NUMERO-DET        PIC  9(06)B.
                  07 W-CLIENTE-DET       PIC  9(06)B.
                  07 W-UF-DET            PIC  X(02)B.
                  07 W-CFOP-DET          PIC  9(04)B.
                  07 W-VALCONT-DET       PIC  ZZZ.ZZZ.ZZZ.ZZ9,99B.
                  07 W-BASE-DET          PIC  ZZZ.ZZZ.ZZZ.ZZ9,99B.
                  07 W-ALIQ-DET          PIC  Z9,99B.
                  07 W-ICMS-DET          PIC  ZZZ.ZZZ.ZZZ.ZZ9,99B.
                  07 W-IPI-DET           PIC  ZZZ.ZZZ.ZZZ.ZZ9,99B.
                  07 W-OBS-DET           PIC  X(09).

               05 W-LINHA-RESUMO.
                  07 FILLER              PIC  X(32).
                  07 W-CFOP-RES          PIC  9(04)B.
                  07 W-VALCONT-RES       PIC  ZZZ.ZZZ.ZZZ.ZZ9,99B.
                  07 W-BASE-RES          PIC  ZZZ.ZZZ.ZZZ.ZZ9,99B.
                  07 W-ALIQ-RES          PIC  Z9,99B.
                  07 W-ICMS-RES          PIC  ZZZ.ZZZ.ZZZ.ZZ9,99B.
                  07 W-IPI-RES           PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.

               05 W-LINHA-TOTAL.
                  07 W-ROTULO-TOT        PIC  X(37).
                  07 W-VALCONT-TOT       PIC  ZZZ.ZZZ.ZZZ.ZZ9,99B.
                  07 W-BASE-TOT          PIC  ZZZ.ZZZ.ZZZ.ZZ9,99B.
                  07 FILLER              PIC  X(06).
                  07 W-ICMS-TOT          PIC  ZZZ.ZZZ.ZZZ.ZZ9,99B.
                  07 W-IPI-TOT           PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.

               05 W-LINHA-CONTAGEM.
                  07 FILLER              PIC  X(04).
                  07 FILLER              PIC  X(17) VALUE
                     'NOTAS EMITIDAS: '.
                  07 W-QTDNOTAS-CNT      PIC  ZZZ.ZZ9B(4).
                  07 FILLER              PIC  X(12) VALUE
                     'CANCELADAS: '.
                  07 W-QTDCANC-CNT       PIC  ZZZ.ZZ9.

               05 W-CAB-1.
                  07 FILLER              PIC  X(44) VALUE
                     'LIVRO DE REGISTRO DE SAIDAS'.
                  07 FILLER              PIC  X(09) VALUE 'EMPRESA: '.
                  07 WCAB-EMPRESA-1      PIC  ZZ9B(3).
                  07 FILLER              PIC  X(13) VALUE
                     'COMPETENCIA: '.
                  07 WCAB-COMPMES-1      PIC  99/.
                  07 WCAB-COMPANO-1      PIC  9999B(3).
                  07 WCAB-DATASIS-1      PIC  99/99/9999B(4).
                  07 FILLER              PIC  X(05) VALUE 'PAG.'.
                  07 WCAB-NROPAGI-1      PIC  ZZ.ZZ9B.

               05 W-CAB-2.
                  07 PIC X(132) VALUE '---DATA--- SER NUMERO CLIENT UF C
      -              'FOP --VALOR CONTABIL-- ----BASE ICMS----- -ALIQ --
      -              '--VALOR ICMS---- ----VALOR IPI----- ---OBS---'.
               05 W-CAB-RESUMO.
                  07 FILLER              PIC  X(04).
                  07 FILLER              PIC  X(28) VALUE
                     'RESUMO POR CFOP E ALIQUOTA'.
                  07 PIC X(97) VALUE 'CFOP --VALOR CONTABIL-- ----BASE I
      -              'CMS----- -ALIQ ----VALOR ICMS---- ----VALOR IPI---
      -              '--'.
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

           IF W-COMPETENCIA = 0 OR
              W-COMPET-MES < 1 OR W-COMPET-MES > 12
              DISPLAY 'LIVSAI - COMPETENCIA INVALIDA OU NAO '
                      'INFORMADA (COMPETENCIA=AAAAMM).'
              MOVE 8 TO RETURN-CODE
              PERFORM FIM.

           COMPUTE W-COMPET-INI = W-COMPETENCIA * 100 + 1
           COMPUTE W-COMPET-FIM = W-COMPETENCIA * 100 + 31

           OPEN INPUT NFCAB
           IF NOT VALID-NFCAB
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT NFITE
           IF NOT VALID-NFITE
              PERFORM ERRO-ARQUIVO.

           OPEN OUTPUT RELATO
           IF NOT VALID-RELATO
              PERFORM ERRO-ARQUIVO.

           ACCEPT W-DATAUXI FROM DATE YYYYMMDD
           COMPUTE W-DATAIMP = W-ANOAUXI-I +
                               W-MESAUXI-I * 10000 +
                               W-DIAAUXI-I * 1000000

           PERFORM LISTA-NOTAS
           PERFORM IMPRIME-TOTAIS

           PERFORM FIM.

       FIM.
           CLOSE NFCAB.
           CLOSE NFITE.
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

       LISTA-NOTAS.
           INITIALIZE NFCB-REGISTR-1
           IF W-EMPRESA-FILTRO <> 0
              MOVE W-EMPRESA-FILTRO TO NFCB-EMPRESA-1
           END-IF
           START NFCAB KEY >= NFCB-RECORDK-1
           IF NOT VALID-NFCAB
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ NFCAB NEXT AT END
                         EXIT PERFORM
              END-READ
              IF NOT VALID-NFCAB
                 EXIT PERFORM
              END-IF
              IF W-EMPRESA-FILTRO <> 0 AND
                 NFCB-EMPRESA-1 > W-EMPRESA-FILTRO
                 EXIT PERFORM
              END-IF

              IF NFCB-EMISSAO-1 < W-COMPET-INI OR
                 NFCB-EMISSAO-1 > W-COMPET-FIM
                 EXIT PERFORM CYCLE
              END-IF

              IF W-EMPRESA-ANTERIOR <> 0 AND
                 NFCB-EMPRESA-1 <> W-EMPRESA-ANTERIOR
                 PERFORM TOTAL-EMPRESA
              END-IF
              MOVE NFCB-EMPRESA-1 TO W-EMPRESA-ANTERIOR

              ADD 1 TO W-QTD-NOTAS W-TOT-NOTAS-GER
              IF NFCB-CANCELADA
                 ADD 1 TO W-QTD-CANCEL
                 PERFORM IMPRIME-CANCELADA
              ELSE
                 PERFORM AGREGA-ITENS
                 PERFORM IMPRIME-NOTA
              END-IF
           END-PERFORM.

           IF W-EMPRESA-ANTERIOR <> 0
              PERFORM TOTAL-EMPRESA
           END-IF.

      *-----------------------------------------------------------------
      * soma os itens da nota por CFOP e aliquota de ICMS
      *-----------------------------------------------------------------
       AGREGA-ITENS.
           MOVE 0 TO W-NFA-QTDE

           INITIALIZE            NFIT-REGISTR-1
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

              SET AGREGADO-ACHADO TO FALSE
              PERFORM VARYING W-IX-NFA FROM 1 BY 1
                      UNTIL W-IX-NFA > W-NFA-QTDE
                 IF W-NFA-CFOP (W-IX-NFA) = NFIT-CFOP-1 AND
                    W-NFA-ALIQ (W-IX-NFA) = NFIT-ALIQICMS-1
                    SET AGREGADO-ACHADO TO TRUE
                    EXIT PERFORM
                 END-IF
              END-PERFORM

              IF NOT AGREGADO-ACHADO
                 IF W-NFA-QTDE >= MAX-NOTA
                    DISPLAY 'LIVSAI - TABELA DA NOTA CHEIA: '
                            NFCB-SERIE-1 '/' NFCB-NUMERO-1
                    MOVE 8 TO RETURN-CODE
                    PERFORM FIM
                 END-IF
                 ADD 1 TO W-NFA-QTDE
                 MOVE W-NFA-QTDE TO W-IX-NFA
                 MOVE NFIT-CFOP-1     TO W-NFA-CFOP (W-IX-NFA)
                 MOVE NFIT-ALIQICMS-1 TO W-NFA-ALIQ (W-IX-NFA)
                 MOVE 0 TO W-NFA-VALCONT (W-IX-NFA)
                 MOVE 0 TO W-NFA-BASE (W-IX-NFA)
                 MOVE 0 TO W-NFA-ICMS (W-IX-NFA)
                 MOVE 0 TO W-NFA-IPI (W-IX-NFA)
              END-IF

              ADD NFIT-VALOR-1    TO W-NFA-VALCONT (W-IX-NFA)
              ADD NFIT-VALIPI-1   TO W-NFA-VALCONT (W-IX-NFA)
              ADD NFIT-BASEICMS-1 TO W-NFA-BASE (W-IX-NFA)
              ADD NFIT-VALICMS-1  TO W-NFA-ICMS (W-IX-NFA)
              ADD NFIT-VALIPI-1   TO W-NFA-IPI (W-IX-NFA)
           END-PERFORM.

       IMPRIME-NOTA.
           PERFORM VARYING W-IX-NFA FROM 1 BY 1
                   UNTIL W-IX-NFA > W-NFA-QTDE
              PERFORM TESTA-QUEBRA-PAGINA
              PERFORM MONTA-CHAVE-NOTA
              MOVE W-NFA-CFOP (W-IX-NFA)    TO W-CFOP-DET
              MOVE W-NFA-VALCONT (W-IX-NFA) TO W-VALCONT-DET
              MOVE W-NFA-BASE (W-IX-NFA)    TO W-BASE-DET
              MOVE W-NFA-ALIQ (W-IX-NFA)    TO W-ALIQ-DET
              MOVE W-NFA-ICMS (W-IX-NFA)    TO W-ICMS-DET
              MOVE W-NFA-IPI (W-IX-NFA)     TO W-IPI-DET
              WRITE RELATO-R FROM W-LINHA-DETALHE
              ADD 1 TO W-CONTLIN

              ADD W-NFA-VALCONT (W-IX-NFA) TO W-TOT-EMP-VALCONT
              ADD W-NFA-BASE (W-IX-NFA)    TO W-TOT-EMP-BASE
              ADD W-NFA-ICMS (W-IX-NFA)    TO W-TOT-EMP-ICMS
              ADD W-NFA-IPI (W-IX-NFA)     TO W-TOT-EMP-IPI
              PERFORM ACUMULA-RESUMO
           END-PERFORM.

       IMPRIME-CANCELADA.
           PERFORM TESTA-QUEBRA-PAGINA
           PERFORM MONTA-CHAVE-NOTA
           MOVE NFCB-CFOP-1 TO W-CFOP-DET
           MOVE 0           TO W-VALCONT-DET W-BASE-DET W-ALIQ-DET
                               W-ICMS-DET W-IPI-DET
           MOVE 'CANCELADA' TO W-OBS-DET
           WRITE RELATO-R FROM W-LINHA-DETALHE
           ADD 1 TO W-CONTLIN.

       MONTA-CHAVE-NOTA.
           MOVE SPACES          TO W-LINHA-DETALHE
           MOVE NFCB-EMISSAO-1  TO W-DATAUXI
           COMPUTE W-DATAIMP = W-ANOAUXI-I +
                               W-MESAUXI-I * 10000 +
                               W-DIAAUXI-I * 1000000
           MOVE W-DATAIMP       TO W-EMISSAO-DET
           MOVE NFCB-SERIE-1    TO W-SERIE-DET
           MOVE NFCB-NUMERO-1   TO W-NUMERO-DET
           MOVE NFCB-CLIENTE-1  TO W-CLIENTE-DET
           MOVE NFCB-UFDEST-1   TO W-UF-DET.

       ACUMULA-RESUMO.
           SET AGREGADO-ACHADO TO FALSE
           PERFORM VARYING W-IX-RES FROM 1 BY 1
                   UNTIL W-IX-RES > W-RES-QTDE
              IF W-RES-CFOP (W-IX-RES) = W-NFA-CFOP (W-IX-NFA) AND
                 W-RES-ALIQ (W-IX-RES) = W-NFA-ALIQ (W-IX-NFA)
                 SET AGREGADO-ACHADO TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM

           IF NOT AGREGADO-ACHADO
              IF W-RES-QTDE >= MAX-RESUMO
                 DISPLAY 'LIVSAI - TABELA DE RESUMO CHEIA.'
                 MOVE 8 TO RETURN-CODE
                 PERFORM FIM
              END-IF
              ADD 1 TO W-RES-QTDE
              MOVE W-RES-QTDE TO W-IX-RES
              MOVE W-NFA-CFOP (W-IX-NFA) TO W-RES-CFOP (W-IX-RES)
              MOVE W-NFA-ALIQ (W-IX-NFA) TO W-RES-ALIQ (W-IX-RES)
              MOVE 0 TO W-RES-VALCONT (W-IX-RES)
              MOVE 0 TO W-RES-BASE (W-IX-RES)
              MOVE 0 TO W-RES-ICMS (W-IX-RES)
              MOVE 0 TO W-RES-IPI (W-IX-RES)
           END-IF

           ADD W-NFA-VALCONT (W-IX-NFA) TO W-RES-VALCONT (W-IX-RES)
           ADD W-NFA-BASE (W-IX-NFA)    TO W-RES-BASE (W-IX-RES)
           ADD W-NFA-ICMS (W-IX-NFA)    TO W-RES-ICMS (W-IX-RES)
           ADD W-NFA-IPI (W-IX-NFA)     TO W-RES-IPI (W-IX-RES).

       TOTAL-EMPRESA.
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE SPACES TO RELATO-R
           WRITE RELATO-R
           MOVE SPACES TO W-LINHA-TOTAL
           MOVE '*** TOTAL DA EMPRESA'  TO W-ROTULO-TOT
           MOVE W-TOT-EMP-VALCONT      TO W-VALCONT-TOT
           MOVE W-TOT-EMP-BASE         TO W-BASE-TOT
           MOVE W-TOT-EMP-ICMS         TO W-ICMS-TOT
           MOVE W-TOT-EMP-IPI          TO W-IPI-TOT
           WRITE RELATO-R FROM W-LINHA-TOTAL
           MOVE W-QTD-NOTAS  TO W-QTDNOTAS-CNT
           MOVE W-QTD-CANCEL TO W-QTDCANC-CNT
           WRITE RELATO-R FROM W-LINHA-CONTAGEM
           ADD 3 TO W-CONTLIN

           PERFORM ORDENA-RESUMO
           PERFORM IMPRIME-RESUMO

           ADD W-TOT-EMP-VALCONT TO W-TOT-GER-VALCONT
           ADD W-TOT-EMP-BASE    TO W-TOT-GER-BASE
           ADD W-TOT-EMP-ICMS    TO W-TOT-GER-ICMS
           ADD W-TOT-EMP-IPI     TO W-TOT-GER-IPI
           MOVE 0 TO W-TOT-EMP-VALCONT W-TOT-EMP-BASE
                     W-TOT-EMP-ICMS W-TOT-EMP-IPI
           MOVE 0 TO W-QTD-NOTAS W-QTD-CANCEL W-RES-QTDE

      *    cada empresa comeca em pagina nova
           MOVE 800 TO W-CONTLIN.

      *-----------------------------------------------------------------
      * resumo em ordem de CFOP e aliquota (a tabela e pequena; troca
      * simples de posicoes)
      *-----------------------------------------------------------------
       ORDENA-RESUMO.
           PERFORM VARYING W-IX-RES FROM 1 BY 1
                   UNTIL W-IX-RES >= W-RES-QTDE
              PERFORM VARYING W-IX-RES2 FROM W-IX-RES BY 1
                      UNTIL W-IX-RES2 > W-RES-QTDE
                 IF W-RES-CFOP (W-IX-RES2) < W-RES-CFOP (W-IX-RES) OR
                    (W-RES-CFOP (W-IX-RES2) = W-RES-CFOP (W-IX-RES)
                     AND W-RES-ALIQ (W-IX-RES2) <
                         W-RES-ALIQ (W-IX-RES))
                    MOVE W-RES-TAB (W-IX-RES)  TO W-RES-TROCA
                    MOVE W-RES-TAB (W-IX-RES2) TO W-RES-TAB (W-IX-RES)
                    MOVE W-RES-TROCA           TO W-RES-TAB (W-IX-RES2)
                 END-IF
              END-PERFORM
           END-PERFORM.

       IMPRIME-RESUMO.
           IF W-CONTLIN + W-RES-QTDE + 3 > W-LINPAGINA
              PERFORM IMPRIME-CABECALHO
           END-IF

           MOVE SPACES TO RELATO-R
           WRITE RELATO-R
           WRITE RELATO-R FROM W-CAB-RESUMO
           ADD 2 TO W-CONTLIN

           PERFORM VARYING W-IX-RES FROM 1 BY 1
                   UNTIL W-IX-RES > W-RES-QTDE
              PERFORM TESTA-QUEBRA-PAGINA
              MOVE SPACES TO W-LINHA-RESUMO
              MOVE W-RES-CFOP (W-IX-RES)    TO W-CFOP-RES
              MOVE W-RES-VALCONT (W-IX-RES) TO W-VALCONT-RES
              MOVE W-RES-BASE (W-IX-RES)    TO W-BASE-RES
              MOVE W-RES-ALIQ (W-IX-RES)    TO W-ALIQ-RES
              MOVE W-RES-ICMS (W-IX-RES)    TO W-ICMS-RES
              MOVE W-RES-IPI (W-IX-RES)     TO W-IPI-RES
              WRITE RELATO-R FROM W-LINHA-RESUMO
              ADD 1 TO W-CONTLIN
           END-PERFORM.

       IMPRIME-TOTAIS.
           IF W-TOT-NOTAS-GER = 0
              MOVE 0 TO W-EMPRESA-ANTERIOR
              PERFORM TESTA-QUEBRA-PAGINA
              MOVE 'NENHUMA NOTA FISCAL EMITIDA NA COMPETENCIA.'
                   TO RELATO-R
              WRITE RELATO-R
              EXIT PARAGRAPH.

           IF W-EMPRESA-FILTRO <> 0
              EXIT PARAGRAPH.

           MOVE 0 TO W-EMPRESA-ANTERIOR
           PERFORM TESTA-QUEBRA-PAGINA
           MOVE SPACES TO W-LINHA-TOTAL
           MOVE '*** TOTAL GERAL'      TO W-ROTULO-TOT
           MOVE W-TOT-GER-VALCONT      TO W-VALCONT-TOT
           MOVE W-TOT-GER-BASE         TO W-BASE-TOT
           MOVE W-TOT-GER-ICMS         TO W-ICMS-TOT
           MOVE W-TOT-GER-IPI          TO W-IPI-TOT
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
           MOVE W-NROPAGI          TO WCAB-NROPAGI-1
           MOVE W-DATAIMP          TO WCAB-DATASIS-1
           IF W-EMPRESA-ANTERIOR <> 0
              MOVE W-EMPRESA-ANTERIOR TO WCAB-EMPRESA-1
           ELSE
              MOVE W-EMPRESA-FILTRO   TO WCAB-EMPRESA-1
           END-IF
           MOVE W-COMPET-MES       TO WCAB-COMPMES-1
           MOVE W-COMPET-ANO       TO WCAB-COMPANO-1
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
              MOVE 'LIVSAI'   TO ERRL-PROGRAMA-1
              MOVE W-ARQUIVO  TO ERRL-ARQUIVO-1
              MOVE W-FSTATUS  TO ERRL-STATUS-1
              WRITE ERRL-REGISTR-1
           END-IF.

           DISPLAY 'LIVSAI - ERRO DE ARQUIVO ' W-FSTATUS
                   ' EM ' W-ARQUIVO (1:60).

           MOVE 8 TO RETURN-CODE.

           PERFORM FIM.

           COPY "PARAMP.CPY".
