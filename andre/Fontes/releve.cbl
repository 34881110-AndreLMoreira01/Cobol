       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELEVE.
       AUTHOR.        ANDRE.
      *-----------------------------------------------------------------
      * RELEVE - conferencia dos eventos da folha lancados.
      * Lista, por empresa e funcionario, os eventos lancados no
      * MOVEVE (tela LANEVE) para a competencia, com o valor que a
      * FOLHA vai usar (evento por hora calculado sobre o salario do
      * CADFUN como na FOLHA) e uma observacao quando o lancamento
      * tem problema: funcionario ou evento nao cadastrado, evento
      * inativo, funcionario fora da competencia ou lancamento sem
      * horas/valor.  Fecha cada empresa com o total por evento e os
      * totais de proventos e descontos.  Para rodar antes da FOLHA.
      * Saida em RELEVE.TXT.
      * Parametros (RELEVE.PAR):  COMPETENCIA=AAAAMM (obrigatorio)
      *                           EMPRESA=nnn        (0 = todas)
      *                           HORASMES=nnn       (padrao 220)
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           copy "moveve.sl".
           copy "tabeve.sl".
           copy "cadfun.sl".
           copy "errlog.sl".

           SELECT PARAMS ASSIGN TO 'RELEVE.PAR'
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  IS STAT-PARAMS.

           SELECT RELATO ASSIGN TO 'RELEVE.TXT'
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  IS STAT-RELATO.

       DATA DIVISION.
       FILE SECTION.

           copy "moveve.fd".
           copy "tabeve.fd".
           copy "cadfun.fd".
           copy "errlog.fd".

       FD  PARAMS LABEL RECORD OMITTED.

       01  PARAMS-R                       PIC X(80).

       FD  RELATO LABEL RECORD OMITTED.

       01  RELATO-R                       PIC X(132).

       WORKING-STORAGE SECTION.
       78  MAX-AGREGADOS                  VALUE 300.

       01  CAMPOS-W.
           03  STAT-MOVEVE               PIC  X(02).
               88 VALID-MOVEVE           VALUE '00' THRU '09'.
           03  STAT-TABEVE               PIC  X(02).
               88 VALID-TABEVE           VALUE '00' THRU '09'.
           03  STAT-CADFUN               PIC  X(02).
               88 VALID-CADFUN           VALUE '00' THRU '09'.
           03  STAT-PARAMS               PIC  X(02).
               88 VALID-PARAMS           VALUE '00' THRU '09'.
           03  STAT-RELATO               PIC  X(02).
               88 VALID-RELATO           VALUE '00' THRU '09'.
           03  STAT-ERRLOG               PIC  X(02).
               88 VALID-ERRLOG           VALUE '00' THRU '09'.
           03  STAT-ERRLOG-ABERTO        PIC  X(01) VALUE 'N'.
               88 ERRLOG-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-FUNC-ACHOU           PIC  X(01).
               88 FUNCIONARIO-ACHADO     VALUE 'S' FALSE 'N'.
           03  STAT-EVENTO-ACHOU         PIC  X(01).
               88 EVENTO-ACHADO          VALUE 'S' FALSE 'N'.

           03  CAMPOS-FILTRO-W.
               05 W-COMPETENCIA          PIC  9(06) VALUE 0.
               05 W-COMPET-R REDEFINES W-COMPETENCIA.
                  07 W-COMPET-ANO        PIC  9(04).
                  07 W-COMPET-MES        PIC  9(02).
               05 W-EMPRESA-FILTRO       PIC  9(03) VALUE 0.
               05 W-HORAS-MES            PIC  9(03)V99 VALUE 220.

           03  CAMPOS-AGREGADOS-W.
               05 W-AGR-QTDE             PIC  9(03) VALUE 0.
               05 W-AGR-TAB OCCURS 300 TIMES.
                  07 W-AGR-CODEVE        PIC  9(03).
                  07 W-AGR-DESCEVE       PIC  X(25).
                  07 W-AGR-TIPO          PIC  X(01).
                  07 W-AGR-LANCAM        PIC  9(05).
                  07 W-AGR-HORAS         PIC  9(07)V99.
                  07 W-AGR-VALOR         PIC  9(13)V99.
               05 W-IX-AGR               PIC  9(03) VALUE 0.

           03  CAMPOS-CALCULO-W.
               05 W-COMPET-INI           PIC  9(08) VALUE 0.
               05 W-COMPET-FIM           PIC  9(08) VALUE 0.
               05 W-VALOR-HORA           PIC  9(09)V9(04) VALUE 0.
               05 W-FATOR                PIC  9(03)V99 VALUE 0.
               05 W-VALOR-EVE            PIC  9(11)V99 VALUE 0.

           03  CAMPOS-TRABALHO-W.
               05 W-EMPRESA-ANTERIOR     PIC  9(03) VALUE 0.
               05 W-FUNC-ANTERIOR        PIC  9(06) VALUE 0.
               05 W-TOT-EMP-PRO          PIC  9(13)V99 VALUE 0.
               05 W-TOT-EMP-DES          PIC  9(13)V99 VALUE 0.
               05 W-TOT-EMP-LAN          PIC  9(06) VALUE 0.
               05 W-TOT-EMP-FUN          PIC  9(06) VALUE 0.
               05 W-TOT-GER-PRO          PIC  9(13)V99 VALUE 0.
               05 W-TOT-GER-DES          PIC  9(13)V99 VALUE 0.
               05 W-TOT-GER-LAN          PIC  9(06) VALUE 0.
               05 W-TOT-GER-OBS          PIC  9(06) VALUE 0.

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
                  07 W-EMPRESA-DET       PIC  ZZ9B.
                  07 W-CODFUNC-DET       PIC  ZZZZZ9B.
                  07 W-NOMEFUN-DET       PIC  X(30)B.
                  07 W-CENTCUS-DET       PIC  99.99.99B.
                  07 W-CODEVE-DET        PIC  ZZ9B.
                  07 W-DESCEVE-DET       PIC  X(25)B.
                  07 W-TIPO-DET          PIC  X(04)B.
                  07 W-HORAS-DET         PIC  ZZ.ZZ9,99B.
                  07 W-VALOR-DET         PIC  ZZ.ZZZ.ZZ9,99B.
                  07 W-OBS-DET           PIC  X(20).

               05 W-LINHA-EVENTO.
                  07 FILLER              PIC  X(08) VALUE SPACES.
                  07 FILLER              PIC  X(07) VALUE 'EVENTO '.
                  07 W-CODEVE-AGR        PIC  ZZ9B.
                  07 W-DESCEVE-AGR       PIC  X(25)B.
                  07 W-TIPO-AGR          PIC  X(04)B.
                  07 W-LANCAM-AGR        PIC  ZZ.ZZ9B.
                  07 FILLER              PIC  X(12) VALUE
                     'LANCAMENTOS'.
                  07 W-HORAS-AGR         PIC  Z.ZZZ.ZZ9,99BB
                                         BLANK WHEN ZERO.
                  07 W-VALOR-AGR         PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.

               05 W-LINHA-TOTAL.
                  07 FILLER              PIC  X(04) VALUE SPACES.
                  07 W-ROTULO-TOT        PIC  X(22).
                  07 W-CHAVE-TOT         PIC  X(08).
                  07 FILLER              PIC  X(11) VALUE
                     'PROVENTOS:'.
                  07 W-PROVENTOS-TOT     PIC  ZZZ.ZZZ.ZZZ.ZZ9,99B(3).
                  07 FILLER              PIC  X(11) VALUE
                     'DESCONTOS:'.
                  07 W-DESCONTOS-TOT     PIC  ZZZ.ZZZ.ZZZ.ZZ9,99B(3).
                  07 FILLER              PIC  X(13) VALUE
                     'LANCAMENTOS:'.
                  07 W-LANCAM-TOT        PIC  ZZZ.ZZ9.

               05 W-CAB-1.
                  07 FILLER              PIC  X(40) VALUE
                     'CONFERENCIA DOS EVENTOS DA FOLHA'.
                  07 FILLER              PIC  X(13) VALUE
                     'COMPETENCIA: '.
                  07 WCAB-COMPET-1       PIC  9(06).
                  07 FILLER              PIC  X(15).
                  07 WCAB-DATASIS-1      PIC  99/99/9999B(4).
                  07 FILLER              PIC  X(05) VALUE 'PAG.'.
                  07 WCAB-NROPAGI-1      PIC  ZZ.ZZ9B.

               05 W-CAB-2.
                  07 PIC X(132) VALUE 'EMP  FUNC. -----------NOME-------
      -              '----     C.CUSTO  EVE --------DESCRICAO-------- TI
      -              'PO  ---HORAS --------VALOR ----OBSERVACAO----'.

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
              DISPLAY 'RELEVE - COMPETENCIA INVALIDA OU NAO '
                      'INFORMADA (COMPETENCIA=AAAAMM).'
              MOVE 8 TO RETURN-CODE
              PERFORM FIM.

           COMPUTE W-COMPET-INI = W-COMPETENCIA * 100 + 1
           COMPUTE W-COMPET-FIM = W-COMPETENCIA * 100 + 31

           OPEN INPUT MOVEVE
           IF NOT VALID-MOVEVE
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT TABEVE
           IF NOT VALID-TABEVE
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CADFUN
           IF NOT VALID-CADFUN
              PERFORM ERRO-ARQUIVO.

           OPEN OUTPUT RELATO
           IF NOT VALID-RELATO
              PERFORM ERRO-ARQUIVO.

           ACCEPT W-DATAUXI FROM DATE YYYYMMDD
           COMPUTE W-DATAIMP = W-ANOAUXI-I +
                               W-MESAUXI-I * 10000 +
                               W-DIAAUXI-I * 1000000

           PERFORM LISTA-LANCAMENTOS
           PERFORM IMPRIME-TOTAIS

           PERFORM FIM.

       FIM.
           CLOSE MOVEVE.
           CLOSE TABEVE.
           CLOSE CADFUN.
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
                WHEN 'HORASMES'
                     PERFORM CONVERTE-PARAM-NUM
                     IF W-PAR-NUMERO <> 0
                        MOVE W-PAR-NUMERO TO W-HORAS-MES
                     END-IF
                WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-PERFORM.

           CLOSE PARAMS.

      *-----------------------------------------------------------------
      * percorre o MOVEVE na ordem empresa/competencia/funcionario/
      * evento e imprime os lancamentos da competencia pedida
      *-----------------------------------------------------------------
       LISTA-LANCAMENTOS.
           INITIALIZE MEVE-REGISTR-1
           IF W-EMPRESA-FILTRO <> 0
              MOVE W-EMPRESA-FILTRO TO MEVE-EMPRESA-1
              MOVE W-COMPETENCIA    TO MEVE-COMPET-1
           END-IF
           START MOVEVE KEY >= MEVE-RECORDK-1
           IF NOT VALID-MOVEVE
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ MOVEVE NEXT AT END
                          EXIT PERFORM
              END-READ
              IF NOT VALID-MOVEVE
                 EXIT PERFORM
              END-IF
              IF W-EMPRESA-FILTRO <> 0 AND
                 MEVE-EMPRESA-1 > W-EMPRESA-FILTRO
                 EXIT PERFORM
              END-IF
              IF MEVE-COMPET-1 <> W-COMPETENCIA
                 EXIT PERFORM CYCLE
              END-IF

              IF W-EMPRESA-ANTERIOR <> 0 AND
                 MEVE-EMPRESA-1 <> W-EMPRESA-ANTERIOR
                 PERFORM TOTAL-EMPRESA
                 MOVE 800 TO W-CONTLIN
              END-IF
              IF MEVE-EMPRESA-1 <> W-EMPRESA-ANTERIOR OR
                 MEVE-CODFUNC-1 <> W-FUNC-ANTERIOR
                 ADD 1 TO W-TOT-EMP-FUN
              END-IF
              MOVE MEVE-EMPRESA-1 TO W-EMPRESA-ANTERIOR
              MOVE MEVE-CODFUNC-1 TO W-FUNC-ANTERIOR

              PERFORM IMPRIME-LANCAMENTO
           END-PERFORM.

           IF W-EMPRESA-ANTERIOR <> 0
              PERFORM TOTAL-EMPRESA
           END-IF.

       IMPRIME-LANCAMENTO.
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE SPACES TO W-LINHA-DETALHE
           MOVE MEVE-EMPRESA-1 TO W-EMPRESA-DET
           MOVE MEVE-CODFUNC-1 TO W-CODFUNC-DET
           MOVE MEVE-CODEVE-1  TO W-CODEVE-DET

           SET FUNCIONARIO-ACHADO TO FALSE
           MOVE MEVE-EMPRESA-1 TO DFUN-EMPRESA-1
           MOVE MEVE-CODFUNC-1 TO DFUN-CODFUNC-1
           READ CADFUN
           IF VALID-CADFUN
              SET FUNCIONARIO-ACHADO TO TRUE
              MOVE DFUN-NOMEFUN-1 TO W-NOMEFUN-DET
              MOVE DFUN-CENTCUS-1 TO W-CENTCUS-DET
           ELSE
              MOVE 0              TO DFUN-SALARIO-1
              MOVE 0              TO W-CENTCUS-DET
           END-IF

           SET EVENTO-ACHADO TO FALSE
           MOVE MEVE-CODEVE-1 TO TEVE-CODEVE-1
           READ TABEVE
           IF VALID-TABEVE
              SET EVENTO-ACHADO TO TRUE
              MOVE TEVE-DESCEVE-1 TO W-DESCEVE-DET
              IF TEVE-PROVENTO
                 MOVE 'PROV' TO W-TIPO-DET
              ELSE
                 MOVE 'DESC' TO W-TIPO-DET
              END-IF
           END-IF

           PERFORM CALCULA-VALOR-EVENTO
           IF MEVE-HORAS-1 <> 0
              MOVE MEVE-HORAS-1 TO W-HORAS-DET
           END-IF
           MOVE W-VALOR-EVE TO W-VALOR-DET

           EVALUATE TRUE
             WHEN NOT FUNCIONARIO-ACHADO
                  MOVE 'FUNC. NAO CADASTRADO'  TO W-OBS-DET
             WHEN NOT EVENTO-ACHADO
                  MOVE 'EVENTO NAO CADASTR.'   TO W-OBS-DET
             WHEN DFUN-DATADMI-1 > W-COMPET-FIM
                  MOVE 'ADMITIDO DEPOIS'       TO W-OBS-DET
             WHEN DFUN-DATADMS-1 <> 0 AND
                  DFUN-DATADMS-1 < W-COMPET-INI
                  MOVE 'DESLIGADO ANTES'       TO W-OBS-DET
             WHEN TEVE-INATIVO
                  MOVE 'EVENTO INATIVO'        TO W-OBS-DET
             WHEN W-VALOR-EVE = 0
                  MOVE 'VALOR ZERADO'          TO W-OBS-DET
           END-EVALUATE

           WRITE RELATO-R FROM W-LINHA-DETALHE
           ADD 1 TO W-CONTLIN

           ADD 1 TO W-TOT-EMP-LAN W-TOT-GER-LAN
           IF W-OBS-DET <> SPACES
              ADD 1 TO W-TOT-GER-OBS
           END-IF

           IF EVENTO-ACHADO
              IF TEVE-PROVENTO
                 ADD W-VALOR-EVE TO W-TOT-EMP-PRO W-TOT-GER-PRO
              ELSE
                 ADD W-VALOR-EVE TO W-TOT-EMP-DES W-TOT-GER-DES
              END-IF
              PERFORM ACUMULA-AGREGADO
           END-IF.

      *-----------------------------------------------------------------
      * valor do evento como a FOLHA calcula: por hora = horas x
      * (salario / horas do mes) x fator; valor fixo = valor lancado
      *-----------------------------------------------------------------
       CALCULA-VALOR-EVENTO.
           MOVE 0 TO W-VALOR-EVE
           IF NOT EVENTO-ACHADO
              EXIT PARAGRAPH.

           IF TEVE-POR-HORA
              MOVE TEVE-FATOR-1 TO W-FATOR
              IF W-FATOR = 0
                 MOVE 100 TO W-FATOR
              END-IF
              COMPUTE W-VALOR-HORA ROUNDED =
                      DFUN-SALARIO-1 / W-HORAS-MES
              COMPUTE W-VALOR-EVE ROUNDED =
                      MEVE-HORAS-1 * W-VALOR-HORA * W-FATOR / 100
           ELSE
              MOVE MEVE-VALOR-1 TO W-VALOR-EVE
           END-IF.

       ACUMULA-AGREGADO.
           PERFORM VARYING W-IX-AGR FROM 1 BY 1
                   UNTIL W-IX-AGR > W-AGR-QTDE
              IF W-AGR-CODEVE (W-IX-AGR) = MEVE-CODEVE-1
                 EXIT PERFORM
              END-IF
           END-PERFORM

           IF W-IX-AGR > W-AGR-QTDE
              IF W-AGR-QTDE >= MAX-AGREGADOS
                 DISPLAY 'RELEVE - TABELA DE EVENTOS CHEIA.'
                 MOVE 8 TO RETURN-CODE
                 PERFORM FIM
              END-IF
              ADD 1 TO W-AGR-QTDE
              MOVE W-AGR-QTDE TO W-IX-AGR
              MOVE MEVE-CODEVE-1  TO W-AGR-CODEVE  (W-IX-AGR)
              MOVE TEVE-DESCEVE-1 TO W-AGR-DESCEVE (W-IX-AGR)
              MOVE TEVE-TIPO-1    TO W-AGR-TIPO    (W-IX-AGR)
              MOVE 0 TO W-AGR-LANCAM (W-IX-AGR)
              MOVE 0 TO W-AGR-HORAS  (W-IX-AGR)
              MOVE 0 TO W-AGR-VALOR  (W-IX-AGR)
           END-IF

           ADD 1            TO W-AGR-LANCAM (W-IX-AGR)
           ADD MEVE-HORAS-1 TO W-AGR-HORAS  (W-IX-AGR)
           ADD W-VALOR-EVE  TO W-AGR-VALOR  (W-IX-AGR).

       TOTAL-EMPRESA.
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE SPACES TO RELATO-R
           WRITE RELATO-R
           ADD 1 TO W-CONTLIN

           PERFORM VARYING W-IX-AGR FROM 1 BY 1
                   UNTIL W-IX-AGR > W-AGR-QTDE
              PERFORM TESTA-QUEBRA-PAGINA
              MOVE W-AGR-CODEVE  (W-IX-AGR) TO W-CODEVE-AGR
              MOVE W-AGR-DESCEVE (W-IX-AGR) TO W-DESCEVE-AGR
              IF W-AGR-TIPO (W-IX-AGR) = 'P'
                 MOVE 'PROV' TO W-TIPO-AGR
              ELSE
                 MOVE 'DESC' TO W-TIPO-AGR
              END-IF
              MOVE W-AGR-LANCAM (W-IX-AGR) TO W-LANCAM-AGR
              MOVE W-AGR-HORAS (W-IX-AGR) TO W-HORAS-AGR
              MOVE W-AGR-VALOR (W-IX-AGR) TO W-VALOR-AGR
              WRITE RELATO-R FROM W-LINHA-EVENTO
              ADD 1 TO W-CONTLIN
           END-PERFORM

           PERFORM TESTA-QUEBRA-PAGINA

           MOVE '*** TOTAL empresa:'  TO W-ROTULO-TOT
           MOVE W-EMPRESA-ANTERIOR    TO W-CHAVE-TOT
           MOVE W-TOT-EMP-PRO         TO W-PROVENTOS-TOT
           MOVE W-TOT-EMP-DES         TO W-DESCONTOS-TOT
           MOVE W-TOT-EMP-LAN         TO W-LANCAM-TOT
           WRITE RELATO-R FROM W-LINHA-TOTAL
           ADD 1 TO W-CONTLIN

           MOVE SPACES TO RELATO-R
           STRING '    FUNCIONARIOS COM EVENTOS: ' DELIMITED BY SIZE
                  W-TOT-EMP-FUN                    DELIMITED BY SIZE
                  INTO RELATO-R
           WRITE RELATO-R
           ADD 1 TO W-CONTLIN

           MOVE 0 TO W-TOT-EMP-PRO W-TOT-EMP-DES W-TOT-EMP-LAN
                     W-TOT-EMP-FUN W-AGR-QTDE.

       IMPRIME-TOTAIS.
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE SPACES TO RELATO-R
           WRITE RELATO-R

           MOVE '*** TOTAL GERAL'     TO W-ROTULO-TOT
           MOVE SPACES                TO W-CHAVE-TOT
           MOVE W-TOT-GER-PRO         TO W-PROVENTOS-TOT
           MOVE W-TOT-GER-DES         TO W-DESCONTOS-TOT
           MOVE W-TOT-GER-LAN         TO W-LANCAM-TOT
           WRITE RELATO-R FROM W-LINHA-TOTAL

           MOVE SPACES TO RELATO-R
           STRING '    LANCAMENTOS COM OBSERVACAO: ' DELIMITED BY SIZE
                  W-TOT-GER-OBS                      DELIMITED BY SIZE
                  INTO RELATO-R
           WRITE RELATO-R

           IF W-TOT-GER-LAN = 0
              MOVE 'NENHUM EVENTO LANCADO NA COMPETENCIA.'
                   TO RELATO-R
              WRITE RELATO-R
           END-IF.

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
              MOVE 'RELEVE'   TO ERRL-PROGRAMA-1
              MOVE W-ARQUIVO  TO ERRL-ARQUIVO-1
              MOVE W-FSTATUS  TO ERRL-STATUS-1
              WRITE ERRL-REGISTR-1
           END-IF.

           DISPLAY 'RELEVE - ERRO DE ARQUIVO ' W-FSTATUS
                   ' EM ' W-ARQUIVO (1:60).

           MOVE 8 TO RETURN-CODE.

           PERFORM FIM.

           COPY "PARAMP.CPY".
