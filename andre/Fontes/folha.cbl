      * custo (validado contra CADCCU), por empresa e geral.
      * Funcionario desligado antes da competencia (DFUN-DATADMS-1) e
      * admitido depois dela ficam fora.  Saida em FOLHA.TXT.
      * Os totais de cada empresa ficam gravados em FOLTOT (empresa/
      * competencia), regravados se a competencia for recalculada.
      * Os eventos variaveis lancados no MOVEVE (tela LANEVE, codigos
      * do TABEVE) entram antes das faixas: proventos somam ao bruto
      * e descontos abatem do liquido, e cada um soma ou abate das
      * bases de INSS, IRRF e FGTS conforme a incidencia do evento.
      * Evento por hora vale horas x (salario / HORASMES) x fator.
      * Os eventos saem linha a linha no holerite e totalizados por
      * evento no total do centro de custo.  A conferencia dos
      * lancamentos antes do calculo e o relatorio RELEVE.
      * Ferias confirmadas no controle de ferias (CADFER, tela FERIAS)
      * que comecam na competencia sao pagas nela: salario / 30 x dias
      * mais 1/3, como proventos com todas as incidencias; os dias de
      * ferias que caem dentro da competencia saem do salario como
      * desconto (DIAS EM FERIAS).  A quantidade de dias aparece na
      * coluna de horas.
      * Funcionario com rescisao gravada na competencia (RESCIS, tela
      * RESCISAO) nao tem o calculo mensal: o holerite traz as verbas
      * da rescisao, INSS e IRRF do mes e do 13., e o FGTS do mes
      * rescisorio mais a multa, que entram nos totais do centro de
      * custo.  Se os lancamentos do mes mudaram depois da rescisao
      * o liquido nao bate e sai um aviso para recalcula-la.
      * O resultado de cada funcionario (bases, INSS, IRRF, FGTS,
      * proventos, descontos e liquido) fica gravado em FOLRES
      * (empresa/competencia/funcionario); o recalculo apaga antes os
      * registros da competencia (da empresa informada, ou de todas).
      * E do FOLRES que o PAGFOL tira o liquido para o credito, o
      * INFREND o informe de rendimentos, a tela HISTFOL o historico
      * do funcionario e o CONTABIL a despesa com salarios.
      * Competencia ja fechada em FECHCTL (FECHMES) nao e recalculada:
      * a empresa sai no relatorio como tal e o FOLRES e o FOLTOT dela
      * ficam como estavam.
      * Parametros (FOLHA.PAR):  COMPETENCIA=AAAAMM (obrigatorio)
      *                          EMPRESA=nnn        (0 = todas)
      *                          FGTS=n,nn          (%, padrao 8)
      *                          HORASMES=nnn       (padrao 220)
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           copy "cadfun.sl".
           copy "cadccu.sl".
           copy "tabimp.sl".
           copy "tabeve.sl".
           copy "moveve.sl".
           copy "cadfer.sl".
           copy "rescis.sl".
           copy "foltot.sl".
           copy "folres.sl".
           copy "fechctl.sl".
           copy "errlog.sl".

           SELECT SORTER ASSIGN TO 'SORTER.ARQ'
           copy "cadfun.fd".
           copy "cadccu.fd".
           copy "tabimp.fd".
           copy "tabeve.fd".
           copy "moveve.fd".
           copy "cadfer.fd".
           copy "rescis.fd".
           copy "foltot.fd".
           copy "folres.fd".
           copy "fechctl.fd".
           copy "errlog.fd".

       SD  SORTER.

       WORKING-STORAGE SECTION.
       78  MAX-FAIXAS                     VALUE 15.
       78  MAX-EVENTOS-FUNC               VALUE 30.
       78  MAX-EVENTOS-CCU                VALUE 100.

       01  CAMPOS-W.
           03  STAT-CADFUN               PIC  X(02).
               88 CADCCU-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-TABIMP               PIC  X(02).
               88 VALID-TABIMP           VALUE '00' THRU '09'.
           03  STAT-TABEVE               PIC  X(02).
               88 VALID-TABEVE           VALUE '00' THRU '09'.
           03  STAT-TABEVE-ABERTO        PIC  X(01) VALUE 'N'.
               88 TABEVE-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-MOVEVE               PIC  X(02).
               88 VALID-MOVEVE           VALUE '00' THRU '09'.
           03  STAT-MOVEVE-ABERTO        PIC  X(01) VALUE 'N'.
               88 MOVEVE-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-CADFER               PIC  X(02).
               88 VALID-CADFER           VALUE '00' THRU '09'.
           03  STAT-CADFER-ABERTO        PIC  X(01) VALUE 'N'.
               88 CADFER-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-RESCIS               PIC  X(02).
               88 VALID-RESCIS           VALUE '00' THRU '09'.
           03  STAT-RESCIS-ABERTO        PIC  X(01) VALUE 'N'.
               88 RESCIS-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-RESCISAO-FUNC        PIC  X(01) VALUE 'N'.
               88 TEM-RESCISAO-FUNC      VALUE 'S' FALSE 'N'.
           03  STAT-FOLTOT               PIC  X(02).
               88 VALID-FOLTOT           VALUE '00' THRU '09'.
           03  STAT-FOLRES               PIC  X(02).
               88 VALID-FOLRES           VALUE '00' THRU '09'.
           03  STAT-FECHCTL              PIC  X(02).
               88 VALID-FECHCTL          VALUE '00' THRU '09'.
           03  STAT-FECHCTL-ABERTO       PIC  X(01) VALUE 'N'.
               88 FECHCTL-ABERTO         VALUE 'S' FALSE 'N'.
           03  STAT-EMPRESA-FECHADA      PIC  X(01) VALUE 'N'.
               88 EMPRESA-JA-FECHADA     VALUE 'S' FALSE 'N'.
           03  STAT-SORTER               PIC  X(02).
               88 VALID-SORTER           VALUE '00' THRU '09'.
           03  STAT-PARAMS               PIC  X(02).
                  07 W-COMPET-MES        PIC  9(02).
               05 W-EMPRESA-FILTRO       PIC  9(03) VALUE 0.
               05 W-PCT-FGTS             PIC  9(03)V99 VALUE 8.
               05 W-HORAS-MES            PIC  9(03)V99 VALUE 220.

           03  CAMPOS-TABELAS-W.
               05 W-INSS-QTDE            PIC  9(02) VALUE 0.
               05 W-FGTS                 PIC  9(11)V99 VALUE 0.
               05 W-LIQUIDO              PIC S9(11)V99 VALUE 0.
               05 W-VALOR-FAIXA          PIC S9(11)V99 VALUE 0.
               05 W-BASE-INSS            PIC S9(11)V99 VALUE 0.
               05 W-BASE-IRRF            PIC S9(11)V99 VALUE 0.
               05 W-BASE-FGTS            PIC S9(11)V99 VALUE 0.
               05 W-BRUTO                PIC  9(11)V99 VALUE 0.
               05 W-PROVENTOS            PIC  9(11)V99 VALUE 0.
               05 W-DESCONTOS            PIC  9(11)V99 VALUE 0.
               05 W-VALOR-HORA           PIC  9(09)V9(04) VALUE 0.
               05 W-FATOR                PIC  9(03)V99 VALUE 0.
               05 W-COMPET-ULT           PIC  9(08) VALUE 0.
               05 W-DIAS-COMP-INI        PIC S9(08) VALUE 0.
               05 W-DIAS-COMP-FIM        PIC S9(08) VALUE 0.
               05 W-DIAS-NO-MES          PIC  9(02) VALUE 0.
               05 W-FER-DINI             PIC S9(08) VALUE 0.
               05 W-FER-DFIM             PIC S9(08) VALUE 0.
               05 W-FER-DIAS-PAGAR       PIC  9(03) VALUE 0.
               05 W-FER-DIAS-COMP        PIC  9(03) VALUE 0.
               05 W-FER-DIAS-SOBRE       PIC S9(03) VALUE 0.
               05 W-FER-VALOR            PIC  9(11)V99 VALUE 0.
               05 W-IX-PRG               PIC  9(01) VALUE 0.

           03  CAMPOS-EVENTOS-W.
               05 W-EVF-QTDE             PIC  9(02) VALUE 0.
               05 W-EVF-TAB OCCURS 30 TIMES.
                  07 W-EVF-CODEVE        PIC  9(03).
                  07 W-EVF-DESCEVE       PIC  X(30).
                  07 W-EVF-TIPO          PIC  X(01).
                  07 W-EVF-INCINSS       PIC  X(01).
                  07 W-EVF-INCIRRF       PIC  X(01).
                  07 W-EVF-INCFGTS       PIC  X(01).
                  07 W-EVF-HORAS         PIC  9(05)V99.
                  07 W-EVF-VALOR         PIC  9(11)V99.
               05 W-IX-EVF               PIC  9(02) VALUE 0.
               05 W-CCE-QTDE             PIC  9(03) VALUE 0.
               05 W-CCE-TAB OCCURS 100 TIMES.
                  07 W-CCE-CODEVE        PIC  9(03).
                  07 W-CCE-DESCEVE       PIC  X(30).
                  07 W-CCE-TIPO          PIC  X(01).
                  07 W-CCE-HORAS         PIC  9(07)V99.
                  07 W-CCE-VALOR         PIC  9(13)V99.
               05 W-IX-CCE               PIC  9(03) VALUE 0.

           03  CAMPOS-TOTAIS-W.
               05 W-CCU-ANTERIOR         PIC  9(06) VALUE 0.
               05 W-EMPRESA-ANTERIOR     PIC  9(03) VALUE 0.
               05 W-EMPRESA-TESTE        PIC  9(03) VALUE 0.
               05 W-EMPRESA-TESTADA      PIC  9(03) VALUE 0.
               05 W-EMPRESA-LIDA         PIC  9(03) VALUE 0.
               05 W-TOT-EMP-FECHADAS     PIC  9(03) VALUE 0.
               05 W-TOT-CCU-BRU          PIC  9(13)V99 VALUE 0.
               05 W-TOT-CCU-DES          PIC  9(13)V99 VALUE 0.
               05 W-TOT-CCU-LIQ          PIC  9(13)V99 VALUE 0.
               05 W-TOT-GER-LIQ          PIC  9(13)V99 VALUE 0.
               05 W-TOT-GER-FGT          PIC  9(13)V99 VALUE 0.
               05 W-TOT-FUNCIONARIOS     PIC  9(06) VALUE 0.
               05 W-TOT-EMP-FUNC         PIC  9(06) VALUE 0.
               05 W-DATA-SISTEMA         PIC  9(08) VALUE 0.

           03  CAMPOS-TRABALHO-W.
               05 W-DESCCU-W             PIC  X(40).
               05 W-DESCEVE-W            PIC  X(30).
               05 W-TIPOEVE-W            PIC  X(01).
               05 W-HORAS-W              PIC  9(05)V99.

               05 W-DATAIMP              PIC  9(08) VALUE 0.
               05 W-DATAUXI              PIC  9(08).
                  07 FILLER              PIC  X(06) VALUE 'IRRF:'.
                  07 W-IRRF-HOL          PIC  ZZ.ZZZ.ZZ9,99.

               05 W-LINHA-HOLE-EVE.
                  07 FILLER              PIC  X(04).
                  07 W-CODEVE-HOL        PIC  ZZ9B.
                  07 W-DESCEVE-HOL       PIC  X(30)B.
                  07 W-HORAS-HOL         PIC  ZZ.ZZ9,99BB.
                  07 W-TIPOEVE-HOL       PIC  X(08)BB.
                  07 W-VALOREVE-HOL      PIC  ZZ.ZZZ.ZZ9,99.

               05 W-LINHA-HOLE-4.
                  07 FILLER              PIC  X(04).
                  07 FILLER              PIC  X(09) VALUE 'BRUTO:'.
                  07 W-BRUTO-HOL         PIC  ZZ.ZZZ.ZZ9,99B(3).
                  07 FILLER              PIC  X(17) VALUE
                     'TOTAL DESCONTOS:'.
                  07 W-DESCEVE-TOT-HOL   PIC  ZZ.ZZZ.ZZ9,99.

               05 W-LINHA-HOLE-3.
                  07 FILLER              PIC  X(04).
                  07 FILLER              PIC  X(09) VALUE 'LIQUIDO:'.
                  07 FILLER              PIC  X(05) VALUE 'FGTS:'.
                  07 W-FGTS-TOT          PIC  ZZZ.ZZZ.ZZ9,99.

               05 W-LINHA-TOTAL-EVE.
                  07 FILLER              PIC  X(08) VALUE SPACES.
                  07 FILLER              PIC  X(07) VALUE 'EVENTO '.
                  07 W-CODEVE-TEV        PIC  ZZ9B.
                  07 W-DESCEVE-TEV       PIC  X(30)B.
                  07 W-HORAS-TEV         PIC  Z.ZZZ.ZZ9,99BB
                                         BLANK WHEN ZERO.
                  07 W-TIPOEVE-TEV       PIC  X(08)BB.
                  07 W-VALOREVE-TEV      PIC  ZZZ.ZZZ.ZZ9,99.

               05 W-CAB-1.
                  07 FILLER              PIC  X(40) VALUE
                     'FOLHA DE PAGAMENTO'.
           03  W-ARQUIVO                  PIC  X(150).

           COPY "PARAMW.CPY".
           COPY "DIASW.CPY".
           COPY "FERIASW.CPY".
           COPY "RESCISW.CPY".

       PROCEDURE DIVISION.
       INICIO.
           COMPUTE W-COMPET-INI = W-COMPETENCIA * 100 + 1
           COMPUTE W-COMPET-FIM = W-COMPETENCIA * 100 + 31

           MOVE W-COMPET-INI    TO W-FER-DATA
           PERFORM ULTIMO-DIA-MES-FER
           MOVE W-FER-ULTDIA    TO W-DIAS-NO-MES
           COMPUTE W-COMPET-ULT = W-COMPETENCIA * 100 + W-DIAS-NO-MES
           MOVE W-COMPET-INI    TO W-CDD-DATA
           PERFORM CONVERTE-DATA-DIAS
           MOVE W-CDD-DIAS      TO W-DIAS-COMP-INI
           MOVE W-COMPET-ULT    TO W-CDD-DATA
           PERFORM CONVERTE-DATA-DIAS
           MOVE W-CDD-DIAS      TO W-DIAS-COMP-FIM

           OPEN INPUT CADFUN
           IF NOT VALID-CADFUN
              PERFORM ERRO-ARQUIVO.
              MOVE 8 TO RETURN-CODE
              PERFORM FIM.

           OPEN INPUT TABEVE
           IF VALID-TABEVE
              SET TABEVE-ABERTO TO TRUE
           END-IF.

           OPEN INPUT MOVEVE
           IF VALID-MOVEVE
              SET MOVEVE-ABERTO TO TRUE
           END-IF.

           OPEN INPUT CADFER
           IF VALID-CADFER
              SET CADFER-ABERTO TO TRUE
           END-IF.

           OPEN INPUT RESCIS
           IF VALID-RESCIS
              SET RESCIS-ABERTO TO TRUE
           END-IF.

           OPEN I-O FOLTOT
           IF STAT-FOLTOT = '35'
              OPEN OUTPUT FOLTOT
              CLOSE FOLTOT
              OPEN I-O FOLTOT.
           IF NOT VALID-FOLTOT
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT FECHCTL
           IF VALID-FECHCTL
              SET FECHCTL-ABERTO TO TRUE
           END-IF.

           OPEN I-O FOLRES
           IF STAT-FOLRES = '35'
              OPEN OUTPUT FOLRES
              CLOSE FOLRES
              OPEN I-O FOLRES.
           IF NOT VALID-FOLRES
              PERFORM ERRO-ARQUIVO.

           OPEN OUTPUT RELATO
           IF NOT VALID-RELATO
              PERFORM ERRO-ARQUIVO.

           ACCEPT W-DATAUXI FROM DATE YYYYMMDD
           MOVE W-DATAUXI TO W-DATA-SISTEMA
           COMPUTE W-DATAIMP = W-ANOAUXI-I +
                               W-MESAUXI-I * 10000 +
                               W-DIAAUXI-I * 1000000

           PERFORM LIMPA-FOLRES

           SORT SORTER ASCENDING KEY SORT-EMPRESA-1
                                     SORT-CENTCUS-1
                                     SORT-CODFUNC-1
                INPUT  PROCEDURE INPUTPROCE
                OUTPUT PROCEDURE OUTPUTPROC

           IF W-TOT-EMP-FECHADAS <> 0
              DISPLAY 'FOLHA - COMPETENCIA JA FECHADA EM '
                      W-TOT-EMP-FECHADAS ' EMPRESA(S) - NAO '
                      'RECALCULADA.'
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM FIM.

       FIM.
              CLOSE CADCCU
           END-IF.
           CLOSE TABIMP.
           IF TABEVE-ABERTO
              CLOSE TABEVE
           END-IF.
           IF MOVEVE-ABERTO
              CLOSE MOVEVE
           END-IF.
           IF CADFER-ABERTO
              CLOSE CADFER
           END-IF.
           IF RESCIS-ABERTO
              CLOSE RESCIS
           END-IF.
           CLOSE FOLTOT.
           CLOSE FOLRES.
           IF FECHCTL-ABERTO
              CLOSE FECHCTL
           END-IF.
           CLOSE RELATO.
           IF ERRLOG-ABERTO
              CLOSE ERRLOG
                     IF W-PAR-NUMERO <> 0
                        MOVE W-PAR-NUMERO TO W-PCT-FGTS
                     END-IF
                WHEN 'HORASMES'
                     PERFORM CONVERTE-PARAM-NUM
                     IF W-PAR-NUMERO <> 0
                        MOVE W-PAR-NUMERO TO W-HORAS-MES
                     END-IF
                WHEN OTHER
                     CONTINUE
              END-EVALUATE
                 EXIT PERFORM
              END-IF

              IF DFUN-EMPRESA-1 <> W-EMPRESA-LIDA
                 MOVE DFUN-EMPRESA-1 TO W-EMPRESA-LIDA
                 MOVE DFUN-EMPRESA-1 TO W-EMPRESA-TESTE
                 PERFORM TESTA-EMPRESA-FECHADA
                 IF EMPRESA-JA-FECHADA
                    PERFORM IMPRIME-EMPRESA-FECHADA
                 END-IF
              END-IF
              IF EMPRESA-JA-FECHADA
                 EXIT PERFORM CYCLE
              END-IF

              IF DFUN-DATADMS-1 <> 0 AND
                 DFUN-DATADMS-1 < W-COMPET-INI
                 EXIT PERFORM CYCLE
              END-IF

              PERFORM CALCULA-FUNCIONARIO
              PERFORM GRAVA-FOLRES
              PERFORM IMPRIME-HOLERITE
              PERFORM ACUMULA-TOTAIS
           END-PERFORM.

      *-----------------------------------------------------------------
      * INSS sobre o salario e IRRF sobre o salario menos o INSS,
      * ambos pela primeira faixa da tabela que cobre a base; os
      * eventos do funcionario entram antes nas bases em que incidem
      *-----------------------------------------------------------------
       CALCULA-FUNCIONARIO.
           PERFORM LE-RESCISAO-FUNC
           IF TEM-RESCISAO-FUNC
              PERFORM CALCULA-RESCISAO-FUNC
              EXIT PARAGRAPH.

           MOVE SORT-SALARIO-1 TO W-BASE-INSS W-BASE-IRRF W-BASE-FGTS
           MOVE 0 TO W-PROVENTOS W-DESCONTOS
           PERFORM CARREGA-EVENTOS-FUNC
           PERFORM CARREGA-FERIAS-FUNC
           COMPUTE W-BRUTO = SORT-SALARIO-1 + W-PROVENTOS
           IF W-BASE-INSS < 0
              MOVE 0 TO W-BASE-INSS
           END-IF
           IF W-BASE-IRRF < 0
              MOVE 0 TO W-BASE-IRRF
           END-IF
           IF W-BASE-FGTS < 0
              MOVE 0 TO W-BASE-FGTS
           END-IF

           MOVE W-BASE-INSS TO W-BASE
           MOVE 0 TO W-INSS
           PERFORM VARYING W-IX-FAIXA FROM 1 BY 1
                   UNTIL W-IX-FAIXA > W-INSS-QTDE
              END-IF
           END-PERFORM

           IF W-BASE-IRRF > W-INSS
              COMPUTE W-BASE = W-BASE-IRRF - W-INSS
           ELSE
              MOVE 0 TO W-BASE
           END-IF
           MOVE 0 TO W-IRRF
           PERFORM VARYING W-IX-FAIXA FROM 1 BY 1
                   UNTIL W-IX-FAIXA > W-IRRF-QTDE
           END-PERFORM

           COMPUTE W-FGTS ROUNDED =
                   W-BASE-FGTS * W-PCT-FGTS / 100
           COMPUTE W-LIQUIDO = W-BRUTO - W-DESCONTOS - W-INSS - W-IRRF.

      *-----------------------------------------------------------------
      * rescisao gravada com desligamento na competencia
      *-----------------------------------------------------------------
       LE-RESCISAO-FUNC.
           SET TEM-RESCISAO-FUNC TO FALSE
           IF NOT RESCIS-ABERTO
              EXIT PARAGRAPH.

           INITIALIZE             RES-REGISTR-1
           MOVE SORT-EMPRESA-1 TO RES-EMPRESA-1
           MOVE SORT-CODFUNC-1 TO RES-CODFUNC-1
           START RESCIS KEY >= RES-RECORDK-1
           IF NOT VALID-RESCIS
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ RESCIS NEXT AT END
                          EXIT PERFORM
              END-READ
              IF NOT VALID-RESCIS
                 EXIT PERFORM
              END-IF
              IF RES-EMPRESA-1 <> SORT-EMPRESA-1 OR
                 RES-CODFUNC-1 <> SORT-CODFUNC-1
                 EXIT PERFORM
              END-IF
              IF RES-COMPET-1 = W-COMPETENCIA
                 SET TEM-RESCISAO-FUNC TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * funcionario desligado na competencia: as verbas da rescisao
      * substituem o salario do mes; os eventos do MOVEVE ja entraram
      * no calculo da rescisao e saem no holerite para conferencia
      *-----------------------------------------------------------------
       CALCULA-RESCISAO-FUNC.
           MOVE 0 TO W-PROVENTOS W-DESCONTOS
           PERFORM CARREGA-EVENTOS-FUNC

           PERFORM MONTA-VERBAS-RESCISAO
           PERFORM VARYING W-RVB-IX FROM 1 BY 1
                   UNTIL W-RVB-IX > W-RVB-QTDE
              MOVE W-RVB-DESCRICAO (W-RVB-IX) TO W-DESCEVE-W
              MOVE W-RVB-TIPO (W-RVB-IX)      TO W-TIPOEVE-W
              MOVE W-RVB-REFER (W-RVB-IX)     TO W-HORAS-W
              MOVE W-RVB-VALOR (W-RVB-IX)     TO W-FER-VALOR
              PERFORM INCLUI-EVENTO-CALCULADO
           END-PERFORM

           MOVE W-PROVENTOS TO W-BRUTO
           MOVE RES-BASEINSS-1 TO W-BASE-INSS
           MOVE RES-BASEIRRF-1 TO W-BASE-IRRF
           MOVE RES-BASEFGTS-1 TO W-BASE-FGTS
           COMPUTE W-INSS = RES-INSS-1 + RES-INSS13-1
           COMPUTE W-IRRF = RES-IRRF-1 + RES-IRRF13-1
           COMPUTE W-FGTS = RES-FGTSMES-1 + RES-MULTA-1
           COMPUTE W-LIQUIDO = W-BRUTO - W-DESCONTOS - W-INSS - W-IRRF

           IF W-LIQUIDO <> RES-LIQUIDO-1
              DISPLAY 'FOLHA - FUNCIONARIO ' SORT-CODFUNC-1
                      ' - LANCAMENTOS DO MES DIFERENTES DOS DA '
                      'RESCISAO - RECALCULE A RESCISAO.'
           END-IF.

      *-----------------------------------------------------------------
      * carrega os eventos lancados no MOVEVE para o funcionario na
      * competencia, calcula o valor dos eventos por hora e soma ou
      * abate cada um das bases conforme a incidencia
      *-----------------------------------------------------------------
       CARREGA-EVENTOS-FUNC.
           MOVE 0 TO W-EVF-QTDE
           IF NOT MOVEVE-ABERTO OR NOT TABEVE-ABERTO
              EXIT PARAGRAPH.

           INITIALIZE             MEVE-REGISTR-1
           MOVE SORT-EMPRESA-1 TO MEVE-EMPRESA-1
           MOVE W-COMPETENCIA  TO MEVE-COMPET-1
           MOVE SORT-CODFUNC-1 TO MEVE-CODFUNC-1
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
              IF MEVE-EMPRESA-1 <> SORT-EMPRESA-1 OR
                 MEVE-COMPET-1  <> W-COMPETENCIA  OR
                 MEVE-CODFUNC-1 <> SORT-CODFUNC-1
                 EXIT PERFORM
              END-IF
              IF W-EVF-QTDE >= MAX-EVENTOS-FUNC
                 DISPLAY 'FOLHA - FUNCIONARIO ' SORT-CODFUNC-1
                         ' COM MAIS DE 30 EVENTOS - EXCEDENTES '
                         'IGNORADOS.'
                 EXIT PERFORM
              END-IF

              MOVE MEVE-CODEVE-1 TO TEVE-CODEVE-1
              READ TABEVE
              IF NOT VALID-TABEVE
                 DISPLAY 'FOLHA - EVENTO ' MEVE-CODEVE-1
                         ' NAO CADASTRADO NO TABEVE - FUNCIONARIO '
                         SORT-CODFUNC-1 ' - IGNORADO.'
                 EXIT PERFORM CYCLE
              END-IF

              ADD 1 TO W-EVF-QTDE
              MOVE MEVE-CODEVE-1  TO W-EVF-CODEVE  (W-EVF-QTDE)
              MOVE TEVE-DESCEVE-1 TO W-EVF-DESCEVE (W-EVF-QTDE)
              MOVE TEVE-TIPO-1    TO W-EVF-TIPO    (W-EVF-QTDE)
              MOVE TEVE-INCINSS-1 TO W-EVF-INCINSS (W-EVF-QTDE)
              MOVE TEVE-INCIRRF-1 TO W-EVF-INCIRRF (W-EVF-QTDE)
              MOVE TEVE-INCFGTS-1 TO W-EVF-INCFGTS (W-EVF-QTDE)
              PERFORM CALCULA-VALOR-EVENTO
              PERFORM APLICA-EVENTO-BASES
           END-PERFORM.

       CALCULA-VALOR-EVENTO.
           IF TEVE-POR-HORA
              MOVE TEVE-FATOR-1 TO W-FATOR
              IF W-FATOR = 0
                 MOVE 100 TO W-FATOR
              END-IF
              COMPUTE W-VALOR-HORA ROUNDED =
                      SORT-SALARIO-1 / W-HORAS-MES
              MOVE MEVE-HORAS-1 TO W-EVF-HORAS (W-EVF-QTDE)
              COMPUTE W-EVF-VALOR (W-EVF-QTDE) ROUNDED =
                      MEVE-HORAS-1 * W-VALOR-HORA * W-FATOR / 100
           ELSE
              MOVE 0            TO W-EVF-HORAS (W-EVF-QTDE)
              MOVE MEVE-VALOR-1 TO W-EVF-VALOR (W-EVF-QTDE)
           END-IF.

       APLICA-EVENTO-BASES.
           IF W-EVF-TIPO (W-EVF-QTDE) = 'P'
              ADD W-EVF-VALOR (W-EVF-QTDE) TO W-PROVENTOS
              IF W-EVF-INCINSS (W-EVF-QTDE) = 'S'
                 ADD W-EVF-VALOR (W-EVF-QTDE) TO W-BASE-INSS
              END-IF
              IF W-EVF-INCIRRF (W-EVF-QTDE) = 'S'
                 ADD W-EVF-VALOR (W-EVF-QTDE) TO W-BASE-IRRF
              END-IF
              IF W-EVF-INCFGTS (W-EVF-QTDE) = 'S'
                 ADD W-EVF-VALOR (W-EVF-QTDE) TO W-BASE-FGTS
              END-IF
           ELSE
              ADD W-EVF-VALOR (W-EVF-QTDE) TO W-DESCONTOS
              IF W-EVF-INCINSS (W-EVF-QTDE) = 'S'
                 SUBTRACT W-EVF-VALOR (W-EVF-QTDE) FROM W-BASE-INSS
              END-IF
              IF W-EVF-INCIRRF (W-EVF-QTDE) = 'S'
                 SUBTRACT W-EVF-VALOR (W-EVF-QTDE) FROM W-BASE-IRRF
              END-IF
              IF W-EVF-INCFGTS (W-EVF-QTDE) = 'S'
                 SUBTRACT W-EVF-VALOR (W-EVF-QTDE) FROM W-BASE-FGTS
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * ferias confirmadas no CADFER: as que comecam na competencia
      * sao pagas (salario / 30 x dias e mais 1/3) e os dias que caem
      * dentro da competencia sao descontados do salario
      *-----------------------------------------------------------------
       CARREGA-FERIAS-FUNC.
           IF NOT CADFER-ABERTO
              EXIT PARAGRAPH.

           MOVE 0 TO W-FER-DIAS-PAGAR W-FER-DIAS-COMP

           INITIALIZE             FER-REGISTR-1
           MOVE SORT-EMPRESA-1 TO FER-EMPRESA-1
           MOVE SORT-CODFUNC-1 TO FER-CODFUNC-1
           START CADFER KEY >= FER-RECORDK-1
           IF NOT VALID-CADFER
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ CADFER NEXT AT END
                          EXIT PERFORM
              END-READ
              IF NOT VALID-CADFER
                 EXIT PERFORM
              END-IF
              IF FER-EMPRESA-1 <> SORT-EMPRESA-1 OR
                 FER-CODFUNC-1 <> SORT-CODFUNC-1
                 EXIT PERFORM
              END-IF
              PERFORM VARYING W-IX-PRG FROM 1 BY 1 UNTIL W-IX-PRG > 3
                 IF FER-PRG-CONFIRMADA (W-IX-PRG)
                    PERFORM SOMA-DIAS-FERIAS
                 END-IF
              END-PERFORM
           END-PERFORM

           IF W-FER-DIAS-COMP >= W-DIAS-NO-MES
              MOVE 30 TO W-FER-DIAS-COMP
           END-IF

           IF W-FER-DIAS-PAGAR > 0
              COMPUTE W-FER-VALOR ROUNDED =
                      SORT-SALARIO-1 / 30 * W-FER-DIAS-PAGAR
              MOVE 'FERIAS'         TO W-DESCEVE-W
              MOVE 'P'              TO W-TIPOEVE-W
              MOVE W-FER-DIAS-PAGAR TO W-HORAS-W
              PERFORM INCLUI-EVENTO-CALCULADO
              COMPUTE W-FER-VALOR ROUNDED = W-FER-VALOR / 3
              MOVE '1/3 DE FERIAS'  TO W-DESCEVE-W
              MOVE 0                TO W-HORAS-W
              PERFORM INCLUI-EVENTO-CALCULADO
           END-IF

           IF W-FER-DIAS-COMP > 0
              COMPUTE W-FER-VALOR ROUNDED =
                      SORT-SALARIO-1 / 30 * W-FER-DIAS-COMP
              MOVE 'DIAS EM FERIAS' TO W-DESCEVE-W
              MOVE 'D'              TO W-TIPOEVE-W
              MOVE W-FER-DIAS-COMP  TO W-HORAS-W
              PERFORM INCLUI-EVENTO-CALCULADO
           END-IF.

       SOMA-DIAS-FERIAS.
           IF FER-INICIO-1 (W-IX-PRG) >= W-COMPET-INI AND
              FER-INICIO-1 (W-IX-PRG) <= W-COMPET-ULT
              ADD FER-DIAS-1 (W-IX-PRG) TO W-FER-DIAS-PAGAR
           END-IF

           MOVE FER-INICIO-1 (W-IX-PRG) TO W-CDD-DATA
           PERFORM CONVERTE-DATA-DIAS
           MOVE W-CDD-DIAS TO W-FER-DINI
           COMPUTE W-FER-DFIM = W-FER-DINI + FER-DIAS-1 (W-IX-PRG) - 1
           IF W-FER-DINI < W-DIAS-COMP-INI
              MOVE W-DIAS-COMP-INI TO W-FER-DINI
           END-IF
           IF W-FER-DFIM > W-DIAS-COMP-FIM
              MOVE W-DIAS-COMP-FIM TO W-FER-DFIM
           END-IF
           COMPUTE W-FER-DIAS-SOBRE = W-FER-DFIM - W-FER-DINI + 1
           IF W-FER-DIAS-SOBRE > 0
              ADD W-FER-DIAS-SOBRE TO W-FER-DIAS-COMP
           END-IF.

      *-----------------------------------------------------------------
      * inclui no holerite um lancamento calculado pela propria folha
      * (codigo zero, incide em INSS, IRRF e FGTS)
      *-----------------------------------------------------------------
       INCLUI-EVENTO-CALCULADO.
           IF W-EVF-QTDE >= MAX-EVENTOS-FUNC
              DISPLAY 'FOLHA - FUNCIONARIO ' SORT-CODFUNC-1
                      ' COM MAIS DE 30 EVENTOS - ' W-DESCEVE-W
                      ' IGNORADO.'
              EXIT PARAGRAPH.

           ADD 1 TO W-EVF-QTDE
           MOVE 0           TO W-EVF-CODEVE  (W-EVF-QTDE)
           MOVE W-DESCEVE-W TO W-EVF-DESCEVE (W-EVF-QTDE)
           MOVE W-TIPOEVE-W TO W-EVF-TIPO    (W-EVF-QTDE)
           MOVE 'S'         TO W-EVF-INCINSS (W-EVF-QTDE)
                               W-EVF-INCIRRF (W-EVF-QTDE)
                               W-EVF-INCFGTS (W-EVF-QTDE)
           MOVE W-HORAS-W   TO W-EVF-HORAS   (W-EVF-QTDE)
           MOVE W-FER-VALOR TO W-EVF-VALOR   (W-EVF-QTDE)
           PERFORM APLICA-EVENTO-BASES.

       IMPRIME-HOLERITE.
           IF W-CONTLIN + W-EVF-QTDE + 5 > W-LINPAGINA
              MOVE 800 TO W-CONTLIN
           END-IF
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE SPACES TO RELATO-R
           MOVE W-IRRF         TO W-IRRF-HOL
           WRITE RELATO-R FROM W-LINHA-HOLE-2

           IF W-EVF-QTDE > 0
              PERFORM VARYING W-IX-EVF FROM 1 BY 1
                      UNTIL W-IX-EVF > W-EVF-QTDE
                 MOVE SPACES TO W-LINHA-HOLE-EVE
                 MOVE W-EVF-CODEVE  (W-IX-EVF) TO W-CODEVE-HOL
                 MOVE W-EVF-DESCEVE (W-IX-EVF) TO W-DESCEVE-HOL
                 IF W-EVF-HORAS (W-IX-EVF) <> 0
                    MOVE W-EVF-HORAS (W-IX-EVF) TO W-HORAS-HOL
                 END-IF
                 IF W-EVF-TIPO (W-IX-EVF) = 'P'
                    MOVE 'PROVENTO' TO W-TIPOEVE-HOL
                 ELSE
                    MOVE 'DESCONTO' TO W-TIPOEVE-HOL
                 END-IF
                 MOVE W-EVF-VALOR (W-IX-EVF) TO W-VALOREVE-HOL
                 WRITE RELATO-R FROM W-LINHA-HOLE-EVE
                 ADD 1 TO W-CONTLIN
              END-PERFORM

              MOVE W-BRUTO        TO W-BRUTO-HOL
              COMPUTE W-DESCEVE-TOT-HOL =
                      W-DESCONTOS + W-INSS + W-IRRF
              WRITE RELATO-R FROM W-LINHA-HOLE-4
              ADD 1 TO W-CONTLIN
           END-IF

           MOVE W-LIQUIDO      TO W-LIQUIDO-HOL
           MOVE W-FGTS         TO W-FGTS-HOL
           WRITE RELATO-R FROM W-LINHA-HOLE-3
           END-IF.

       ACUMULA-TOTAIS.
           ADD 1 TO W-TOT-FUNCIONARIOS W-TOT-EMP-FUNC
           ADD W-BRUTO TO W-TOT-CCU-BRU W-TOT-EMP-BRU W-TOT-GER-BRU
           COMPUTE W-TOT-CCU-DES = W-TOT-CCU-DES + W-INSS + W-IRRF
                                 + W-DESCONTOS
           COMPUTE W-TOT-EMP-DES = W-TOT-EMP-DES + W-INSS + W-IRRF
                                 + W-DESCONTOS
           COMPUTE W-TOT-GER-DES = W-TOT-GER-DES + W-INSS + W-IRRF
                                 + W-DESCONTOS
           ADD W-LIQUIDO TO W-TOT-CCU-LIQ W-TOT-EMP-LIQ W-TOT-GER-LIQ
           ADD W-FGTS    TO W-TOT-CCU-FGT W-TOT-EMP-FGT W-TOT-GER-FGT

           PERFORM VARYING W-IX-EVF FROM 1 BY 1
                   UNTIL W-IX-EVF > W-EVF-QTDE
              PERFORM ACUMULA-EVENTO-CCU
           END-PERFORM.

      *-----------------------------------------------------------------
      * soma o evento do funcionario no total por evento do centro
      * de custo
      *-----------------------------------------------------------------
       ACUMULA-EVENTO-CCU.
           PERFORM VARYING W-IX-CCE FROM 1 BY 1
                   UNTIL W-IX-CCE > W-CCE-QTDE
              IF W-CCE-CODEVE (W-IX-CCE) = W-EVF-CODEVE (W-IX-EVF) AND
                 W-CCE-DESCEVE (W-IX-CCE) = W-EVF-DESCEVE (W-IX-EVF)
                 EXIT PERFORM
              END-IF
           END-PERFORM

           IF W-IX-CCE > W-CCE-QTDE
              IF W-CCE-QTDE >= MAX-EVENTOS-CCU
                 DISPLAY 'FOLHA - TABELA DE EVENTOS DO CENTRO DE '
                         'CUSTO CHEIA.'
                 MOVE 8 TO RETURN-CODE
                 PERFORM FIM
              END-IF
              ADD 1 TO W-CCE-QTDE
              MOVE W-CCE-QTDE TO W-IX-CCE
              MOVE W-EVF-CODEVE  (W-IX-EVF) TO W-CCE-CODEVE  (W-IX-CCE)
              MOVE W-EVF-DESCEVE (W-IX-EVF) TO W-CCE-DESCEVE (W-IX-CCE)
              MOVE W-EVF-TIPO    (W-IX-EVF) TO W-CCE-TIPO    (W-IX-CCE)
              MOVE 0 TO W-CCE-HORAS (W-IX-CCE) W-CCE-VALOR (W-IX-CCE)
           END-IF

           ADD W-EVF-HORAS (W-IX-EVF) TO W-CCE-HORAS (W-IX-CCE)
           ADD W-EVF-VALOR (W-IX-EVF) TO W-CCE-VALOR (W-IX-CCE).

       TOTAL-CENTCUS.
           PERFORM TESTA-QUEBRA-PAGINA
           WRITE RELATO-R FROM W-LINHA-TOTAL
           ADD 2 TO W-CONTLIN

           PERFORM VARYING W-IX-CCE FROM 1 BY 1
                   UNTIL W-IX-CCE > W-CCE-QTDE
              PERFORM TESTA-QUEBRA-PAGINA
              MOVE W-CCE-CODEVE  (W-IX-CCE) TO W-CODEVE-TEV
              MOVE W-CCE-DESCEVE (W-IX-CCE) TO W-DESCEVE-TEV
              MOVE W-CCE-HORAS (W-IX-CCE) TO W-HORAS-TEV
              IF W-CCE-TIPO (W-IX-CCE) = 'P'
                 MOVE 'PROVENTO' TO W-TIPOEVE-TEV
              ELSE
                 MOVE 'DESCONTO' TO W-TIPOEVE-TEV
              END-IF
              MOVE W-CCE-VALOR (W-IX-CCE) TO W-VALOREVE-TEV
              WRITE RELATO-R FROM W-LINHA-TOTAL-EVE
              ADD 1 TO W-CONTLIN
           END-PERFORM

           MOVE 0 TO W-TOT-CCU-BRU W-TOT-CCU-DES W-TOT-CCU-LIQ
                     W-TOT-CCU-FGT W-CCE-QTDE.

       TOTAL-EMPRESA.
           PERFORM TESTA-QUEBRA-PAGINA
           WRITE RELATO-R FROM W-LINHA-TOTAL
           ADD 1 TO W-CONTLIN

           PERFORM GRAVA-FOLTOT

           MOVE 0 TO W-TOT-EMP-BRU W-TOT-EMP-DES W-TOT-EMP-LIQ
                     W-TOT-EMP-FGT W-TOT-EMP-FUNC.

      *-----------------------------------------------------------------
      * apaga os resultados gravados num calculo anterior da mesma
      * competencia (so da empresa do filtro, quando informada), para
      * nao sobrar funcionario que saiu do calculo
      *-----------------------------------------------------------------
       LIMPA-FOLRES.
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
              MOVE FRES-EMPRESA-1 TO W-EMPRESA-TESTE
              PERFORM TESTA-EMPRESA-FECHADA
              IF FRES-COMPET-1 = W-COMPETENCIA AND
                 NOT EMPRESA-JA-FECHADA
                 DELETE FOLRES RECORD
                 IF NOT VALID-FOLRES
                    PERFORM ERRO-ARQUIVO
                 END-IF
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * competencia fechada em FECHCTL para a empresa de W-EMPRESA-TESTE
      * (guarda a ultima empresa consultada)
      *-----------------------------------------------------------------
       TESTA-EMPRESA-FECHADA.
           IF W-EMPRESA-TESTE = W-EMPRESA-TESTADA AND
              W-EMPRESA-TESTADA <> 0
              EXIT PARAGRAPH.

           MOVE W-EMPRESA-TESTE TO W-EMPRESA-TESTADA
           SET EMPRESA-JA-FECHADA TO FALSE
           IF NOT FECHCTL-ABERTO
              EXIT PARAGRAPH.

           MOVE W-EMPRESA-TESTE TO FCTL-EMPRESA-1
           MOVE W-COMPETENCIA   TO FCTL-COMPET-1
           READ FECHCTL
           IF VALID-FECHCTL
              SET EMPRESA-JA-FECHADA TO TRUE
           END-IF.

       IMPRIME-EMPRESA-FECHADA.
           ADD 1 TO W-TOT-EMP-FECHADAS
           PERFORM TESTA-QUEBRA-PAGINA
           MOVE SPACES TO RELATO-R
           STRING 'EMPRESA '        DELIMITED BY SIZE
                  W-EMPRESA-TESTE   DELIMITED BY SIZE
                  ' - COMPETENCIA JA FECHADA - NAO RECALCULADA'
                                    DELIMITED BY SIZE
             INTO RELATO-R
           END-STRING
           WRITE RELATO-R
           ADD 1 TO W-CONTLIN.

      *-----------------------------------------------------------------
      * resultado do funcionario na competencia
      *-----------------------------------------------------------------
       GRAVA-FOLRES.
           INITIALIZE                FRES-REGISTR-1
           MOVE SORT-EMPRESA-1     TO FRES-EMPRESA-1
           MOVE W-COMPETENCIA      TO FRES-COMPET-1
           MOVE SORT-CODFUNC-1     TO FRES-CODFUNC-1
           MOVE SORT-CENTCUS-1     TO FRES-CENTCUS-1
           MOVE SORT-SALARIO-1     TO FRES-SALARIO-1
           MOVE W-PROVENTOS        TO FRES-PROVENTOS-1
           MOVE W-DESCONTOS        TO FRES-DESCONTOS-1
           MOVE W-BRUTO            TO FRES-BRUTO-1
           MOVE W-BASE-INSS        TO FRES-BASEINSS-1
           MOVE W-INSS             TO FRES-INSS-1
           MOVE W-BASE-IRRF        TO FRES-BASEIRRF-1
           MOVE W-IRRF             TO FRES-IRRF-1
           MOVE W-BASE-FGTS        TO FRES-BASEFGTS-1
           MOVE W-FGTS             TO FRES-FGTS-1
           MOVE W-LIQUIDO          TO FRES-LIQUIDO-1
           MOVE 'N'                TO FRES-RESCISAO-1
           IF TEM-RESCISAO-FUNC
              MOVE 'S'             TO FRES-RESCISAO-1
              MOVE RES-DECIMO-1    TO FRES-DECIMO-1
              MOVE RES-INSS13-1    TO FRES-INSS13-1
              MOVE RES-IRRF13-1    TO FRES-IRRF13-1
           END-IF
           MOVE W-DATA-SISTEMA     TO FRES-DATACALC-1

           WRITE FRES-REGISTR-1
           IF STAT-FOLRES = '22'
              REWRITE FRES-REGISTR-1
           END-IF
           IF NOT VALID-FOLRES
              PERFORM ERRO-ARQUIVO.

       GRAVA-FOLTOT.
           INITIALIZE                FTOT-REGISTR-1
           MOVE W-EMPRESA-ANTERIOR TO FTOT-EMPRESA-1
           MOVE W-COMPETENCIA      TO FTOT-COMPET-1
           MOVE W-TOT-EMP-FUNC     TO FTOT-FUNCIONARIOS-1
           MOVE W-TOT-EMP-BRU      TO FTOT-BRUTO-1
           MOVE W-TOT-EMP-DES      TO FTOT-DESCONTOS-1
           MOVE W-TOT-EMP-LIQ      TO FTOT-LIQUIDO-1
           MOVE W-TOT-EMP-FGT      TO FTOT-FGTS-1
           MOVE W-DATA-SISTEMA     TO FTOT-DATACALC-1

           WRITE FTOT-REGISTR-1
           IF STAT-FOLTOT = '22'
              REWRITE FTOT-REGISTR-1
           END-IF
           IF NOT VALID-FOLTOT
              PERFORM ERRO-ARQUIVO.

       TOTAL-GERAL.
           PERFORM TESTA-QUEBRA-PAGINA
           PERFORM FIM.

           COPY "PARAMP.CPY".
           COPY "DIASP.CPY".
           COPY "FERIASP.CPY".
           COPY "RESCISP.CPY".
