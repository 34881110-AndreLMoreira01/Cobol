       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LIMPALOG.
       AUTHOR.        ANDRE.
      *-----------------------------------------------------------------
      * LIMPALOG - expurgo dos logs com arquivo morto.
      * Para cada log com retencao informada (AUDITLOG, ACESLOG,
      * SENHIST, ERRLOG e o controle ROTSTA do ROTDIA) copia os
      * registros com data anterior ao corte (data do dia menos a
      * retencao em dias) para o arquivo morto <ARQUIVO>AAAAMMDD.ARC,
      * nos moldes do .EXP do BACKARQ: header, um detalhe por
      * registro e trailer com contagem e total de controle (soma das
      * datas).  O arquivo morto e relido e conferido com o que foi
      * separado; so entao os registros vencidos saem do log vivo
      * (os logs sequenciais sao regravados a partir do trabalho
      * <ARQUIVO>.LMP com os registros mantidos, inclusive os que
      * chegaram durante o expurgo; no ROTSTA os vencidos sao
      * excluidos).  Se o arquivo morto nao conferir nada e removido.
      * No SENHIST as ultimas senhas de cada operador (as que o MENU
      * usa para impedir a reutilizacao) nunca sao expurgadas.
      * Retencao zero ou ausente mantem o log inteiro.  Resultado por
      * arquivo (lidos, mantidos, arquivados e removidos) em
      * LIMPALOG.TXT; retorno 4 quando o arquivo morto do dia ja
      * existe, 8 em divergencia.  Os arquivos mortos sao lidos pelo
      * RELAUDI e pelo RELACES (parametro ARQMORTO).
      * Parametros (LIMPALOG.PAR):  AUDITLOG=nnnn (dias de retencao)
      *                             ACESLOG=nnnn
      *                             SENHIST=nnnn
      *                             ERRLOG=nnnn
      *                             ROTSTA=nnnn
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           copy "auditlog.sl".
           copy "aceslog.sl".
           copy "senhist.sl".
           copy "errlog.sl".
           copy "rotsta.sl".
           copy "arclog.sl".

           SELECT TRABALHO ASSIGN TO W-TRAB-NOME
                  ORGANIZATION SEQUENTIAL
                  FILE STATUS  IS STAT-TRABALHO.

           SELECT PARAMS ASSIGN TO 'LIMPALOG.PAR'
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  IS STAT-PARAMS.

           SELECT RELATO ASSIGN TO 'LIMPALOG.TXT'
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  IS STAT-RELATO.

       DATA DIVISION.
       FILE SECTION.

           copy "auditlog.fd".
           copy "aceslog.fd".
           copy "senhist.fd".
           copy "errlog.fd".
           copy "rotsta.fd".
           copy "arclog.fd".

       FD  TRABALHO LABEL RECORD IS STANDARD.

       01  TRAB-R                         PIC X(405).

       FD  PARAMS LABEL RECORD OMITTED.

       01  PARAMS-R                       PIC X(80).

       FD  RELATO LABEL RECORD OMITTED.

       01  RELATO-R                       PIC X(132).

       WORKING-STORAGE SECTION.
       78  MAX-ARQUIVOS                   VALUE 5.
       78  MAX-OPERADORES                 VALUE 300.
      * quantidade de senhas lembradas pelo MENU (MAX-SENHAS-HIST)
       78  MAX-SENHAS-HIST                VALUE 9.

       01  CAMPOS-W.
           03  STAT-AUDITLOG             PIC  X(02).
               88 VALID-AUDITLOG         VALUE '00' THRU '09'.
           03  STAT-ACESLOG              PIC  X(02).
               88 VALID-ACESLOG          VALUE '00' THRU '09'.
           03  STAT-SENHIST              PIC  X(02).
               88 VALID-SENHIST          VALUE '00' THRU '09'.
           03  STAT-ERRLOG               PIC  X(02).
               88 VALID-ERRLOG           VALUE '00' THRU '09'.
           03  STAT-ROTSTA               PIC  X(02).
               88 VALID-ROTSTA           VALUE '00' THRU '09'.
           03  STAT-ARCLOG               PIC  X(02).
               88 VALID-ARCLOG           VALUE '00' THRU '09'.
           03  STAT-TRABALHO             PIC  X(02).
               88 VALID-TRABALHO         VALUE '00' THRU '09'.
           03  STAT-PARAMS               PIC  X(02).
               88 VALID-PARAMS           VALUE '00' THRU '09'.
           03  STAT-RELATO               PIC  X(02).
               88 VALID-RELATO           VALUE '00' THRU '09'.
           03  STAT-VIVO                 PIC  X(02).
               88 VALID-VIVO             VALUE '00' THRU '09'.
           03  STAT-ERRLOG-ABERTO        PIC  X(01) VALUE 'N'.
               88 ERRLOG-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-ERRLOG-SUSPENSO      PIC  X(01) VALUE 'N'.
               88 ERRLOG-SUSPENSO        VALUE 'S' FALSE 'N'.
           03  STAT-ARCLOG-ABERTO        PIC  X(01) VALUE 'N'.
               88 ARCLOG-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-ARCLOG-EXISTE        PIC  X(01) VALUE 'N'.
               88 ARCLOG-EXISTENTE       VALUE 'S' FALSE 'N'.
           03  STAT-RESULTADO            PIC  X(01).
               88 RESULTADO-OK           VALUE 'S' FALSE 'N'.
           03  STAT-INEXISTENTE          PIC  X(01) VALUE 'N'.
               88 ARQUIVO-INEXISTENTE    VALUE 'S' FALSE 'N'.
           03  STAT-FIM-VIVO             PIC  X(01) VALUE 'N'.
               88 FIM-VIVO               VALUE 'S' FALSE 'N'.
           03  STAT-VENCIDO              PIC  X(01) VALUE 'N'.
               88 REGISTRO-VENCIDO       VALUE 'S' FALSE 'N'.
           03  STAT-PROTEGIDA            PIC  X(01) VALUE 'N'.
               88 SENHA-PROTEGIDA        VALUE 'S' FALSE 'N'.
           03  STAT-OPE-ESTOURO          PIC  X(01) VALUE 'N'.
               88 TABELA-OPE-CHEIA       VALUE 'S' FALSE 'N'.

           03  CAMPOS-ARQUIVOS-W.
               05 W-ARQ-NOMES.
                  07 FILLER              PIC  X(10) VALUE 'AUDITLOG'.
                  07 FILLER              PIC  X(10) VALUE 'ACESLOG'.
                  07 FILLER              PIC  X(10) VALUE 'SENHIST'.
                  07 FILLER              PIC  X(10) VALUE 'ERRLOG'.
                  07 FILLER              PIC  X(10) VALUE 'ROTSTA'.
               05 W-ARQ-NOMES-R REDEFINES W-ARQ-NOMES.
                  07 W-ARQ-NOME-TAB      PIC  X(10)
                                         OCCURS MAX-ARQUIVOS.
               05 W-ARQ-RETENCOES.
                  07 W-ARQ-RETENCAO-TAB  PIC  9(04)
                                         OCCURS MAX-ARQUIVOS.
               05 W-IX-ARQ               PIC  9(02).

           03  CAMPOS-OPERADORES-W.
               05 W-OPE-QTDE             PIC  9(04) VALUE 0.
               05 W-OPE-TAB OCCURS MAX-OPERADORES.
                  07 W-OPE-CODIGO        PIC  X(10).
                  07 W-OPE-TOTAL         PIC  9(07).
                  07 W-OPE-LIDOS         PIC  9(07).
               05 W-IX-OPE               PIC  9(04).

           03  CAMPOS-TRABALHO-W.
               05 W-ARQUIVO-VEZ          PIC  X(10).
               05 W-RETENCAO             PIC  9(04).
               05 W-ARCLOG-NOME          PIC  X(40).
               05 W-TRAB-NOME            PIC  X(40).
               05 W-DATA-SISTEMA         PIC  9(08) VALUE 0.
               05 W-HORA-SISTEMA         PIC  9(08) VALUE 0.
               05 W-DATA-CORTE           PIC  9(08) VALUE 0.
               05 W-DATA-REG             PIC  9(08).
               05 W-OPER-REG             PIC  X(10).
               05 W-RESULTADO            PIC  X(40).

               05 W-LIDOS                PIC  9(09) VALUE 0.
               05 W-RELIDOS              PIC  9(09) VALUE 0.
               05 W-MANTIDOS             PIC  9(09) VALUE 0.
               05 W-VENCIDOS             PIC  9(09) VALUE 0.
               05 W-ARQUIVADOS           PIC  9(09) VALUE 0.
               05 W-REMOVIDOS            PIC  9(09) VALUE 0.
               05 W-REGRAVADOS           PIC  9(09) VALUE 0.
               05 W-TOTCTRL              PIC S9(15)V99 VALUE 0.
               05 W-DATAINI-ARC          PIC  9(08) VALUE 0.
               05 W-DATAFIN-ARC          PIC  9(08) VALUE 0.
               05 W-CONF-CONTAGEM        PIC  9(09) VALUE 0.
               05 W-CONF-TOTCTRL         PIC S9(15)V99 VALUE 0.

               05 W-TOT-ARQUIVADOS       PIC  9(09) VALUE 0.
               05 W-TOT-REMOVIDOS        PIC  9(09) VALUE 0.
               05 W-TOT-ERROS            PIC  9(03) VALUE 0.
               05 W-TOT-AVISOS           PIC  9(03) VALUE 0.

               05 W-REG-VIVO             PIC  X(405).
               05 W-REG-VIVO-DATA REDEFINES W-REG-VIVO.
                  07 W-REG-DATA          PIC  9(08).
                  07 FILLER              PIC  X(397).
               05 W-REG-VIVO-SHIS REDEFINES W-REG-VIVO.
                  07 W-REG-SHIS-CODOPE   PIC  X(10).
                  07 W-REG-SHIS-DATA     PIC  9(08).
                  07 FILLER              PIC  X(387).

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
                  07 W-ARQUIVO-DET       PIC  X(10)B.
                  07 W-RETENCAO-DET      PIC  ZZZ9B.
                  07 W-CORTE-DET         PIC  99/99/9999B.
                  07 W-LIDOS-DET         PIC  ZZ.ZZZ.ZZ9B.
                  07 W-MANTIDOS-DET      PIC  ZZ.ZZZ.ZZ9B.
                  07 W-ARQUIVADOS-DET    PIC  ZZ.ZZZ.ZZ9B.
                  07 W-REMOVIDOS-DET     PIC  ZZ.ZZZ.ZZ9B.
                  07 W-ARCLOG-DET        PIC  X(20)B.
                  07 W-RESULT-DET        PIC  X(40).

               05 W-CAB-1.
                  07 FILLER              PIC  X(74) VALUE
                     'EXPURGO DOS LOGS COM ARQUIVO MORTO'.
                  07 WCAB-DATASIS-1      PIC  99/99/9999B(4).
                  07 FILLER              PIC  X(05) VALUE 'PAG.'.
                  07 WCAB-NROPAGI-1      PIC  ZZ.ZZ9B.

               05 W-CAB-2.
                  07 PIC X(132) VALUE '-ARQUIVO--  RET --CORTE--- -----L
      -              'IDOS --MANTIDOS ARQUIVADOS  REMOVIDOS ---ARQUIVO M
      -              'ORTO---- ---------------RESULTADO---------------'.

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

           INITIALIZE W-ARQ-RETENCOES
           PERFORM LE-PARAMETROS.

           OPEN OUTPUT RELATO
           IF NOT VALID-RELATO
              PERFORM ERRO-ARQUIVO.

           ACCEPT W-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT W-HORA-SISTEMA FROM TIME
           MOVE W-DATA-SISTEMA TO W-DATAUXI
           COMPUTE W-DATAIMP = W-ANOAUXI-I +
                               W-MESAUXI-I * 10000 +
                               W-DIAAUXI-I * 1000000

           PERFORM VARYING W-IX-ARQ FROM 1 BY 1
                     UNTIL W-IX-ARQ > MAX-ARQUIVOS
              MOVE W-ARQ-NOME-TAB (W-IX-ARQ)     TO W-ARQUIVO-VEZ
              MOVE W-ARQ-RETENCAO-TAB (W-IX-ARQ) TO W-RETENCAO
              PERFORM PROCESSA-ARQUIVO
           END-PERFORM

           DISPLAY 'LIMPALOG - REGISTROS ARQUIVADOS: ' W-TOT-ARQUIVADOS
                   ' REMOVIDOS: ' W-TOT-REMOVIDOS

           EVALUATE TRUE
             WHEN W-TOT-ERROS <> 0
                  MOVE 8 TO RETURN-CODE
             WHEN W-TOT-AVISOS <> 0
                  MOVE 4 TO RETURN-CODE
           END-EVALUATE.

           PERFORM FIM.

       FIM.
           CLOSE AUDITLOG.
           CLOSE ACESLOG.
           CLOSE SENHIST.
           CLOSE ROTSTA.
           CLOSE ARCLOG.
           CLOSE TRABALHO.
           CLOSE RELATO.
           IF ERRLOG-ABERTO OR ERRLOG-SUSPENSO
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
              PERFORM VARYING W-IX-ARQ FROM 1 BY 1
                        UNTIL W-IX-ARQ > MAX-ARQUIVOS
                 IF W-PAR-NOME = W-ARQ-NOME-TAB (W-IX-ARQ)
                    PERFORM CONVERTE-PARAM-NUM
                    MOVE W-PAR-NUMERO TO W-ARQ-RETENCAO-TAB (W-IX-ARQ)
                 END-IF
              END-PERFORM
           END-PERFORM.

           CLOSE PARAMS.

      *-----------------------------------------------------------------
      * expurgo de um log: data de corte, separacao dos vencidos no
      * arquivo morto, conferencia e remocao do log vivo
      *-----------------------------------------------------------------
       PROCESSA-ARQUIVO.
           MOVE 0 TO W-LIDOS W-RELIDOS W-MANTIDOS W-VENCIDOS
                     W-ARQUIVADOS W-REMOVIDOS W-REGRAVADOS W-TOTCTRL
                     W-DATAINI-ARC W-DATAFIN-ARC W-DATA-CORTE
           MOVE SPACES TO W-ARCLOG-NOME W-RESULTADO
           SET RESULTADO-OK        TO TRUE
           SET ARQUIVO-INEXISTENTE TO FALSE
           SET ARCLOG-ABERTO       TO FALSE
           SET ARCLOG-EXISTENTE    TO FALSE

           IF W-RETENCAO = 0
              MOVE 'SEM RETENCAO INFORMADA - MANTIDO'
                                   TO W-RESULTADO
              PERFORM IMPRIME-RESULTADO
              EXIT PARAGRAPH.

           PERFORM CALCULA-DATA-CORTE

           STRING W-ARQUIVO-VEZ  DELIMITED BY SPACE
                  W-DATA-SISTEMA DELIMITED BY SIZE
                  '.ARC'         DELIMITED BY SIZE
             INTO W-ARCLOG-NOME
           END-STRING

           IF W-ARQUIVO-VEZ = 'ROTSTA'
              PERFORM PROCESSA-ROTSTA
           ELSE
              PERFORM PROCESSA-SEQUENCIAL
           END-IF

           ADD W-ARQUIVADOS TO W-TOT-ARQUIVADOS
           ADD W-REMOVIDOS  TO W-TOT-REMOVIDOS
           PERFORM IMPRIME-RESULTADO.

       CALCULA-DATA-CORTE.
           MOVE W-DATA-SISTEMA TO W-DATAUXI
           MOVE W-DIAAUXI-I    TO W-DIA-CRIT
           MOVE W-MESAUXI-I    TO W-MES-CRIT
           MOVE W-ANOAUXI-I    TO W-ANO-CRIT

           PERFORM SUBTRAI-UM-DIA W-RETENCAO TIMES

           COMPUTE W-DATA-CORTE = W-ANO-CRIT * 10000 +
                                  W-MES-CRIT * 100 +
                                  W-DIA-CRIT.

       SUBTRAI-UM-DIA.
           IF W-DIA-CRIT > 1
              SUBTRACT 1 FROM W-DIA-CRIT
              EXIT PARAGRAPH.

           IF W-MES-CRIT > 1
              SUBTRACT 1 FROM W-MES-CRIT
           ELSE
              MOVE 12 TO W-MES-CRIT
              SUBTRACT 1 FROM W-ANO-CRIT
           END-IF
           MOVE 31 TO W-DIA-CRIT
           PERFORM CRITICA-DATA
           PERFORM UNTIL DATA-OK
              SUBTRACT 1 FROM W-DIA-CRIT
              PERFORM CRITICA-DATA
           END-PERFORM.

      *-----------------------------------------------------------------
      * logs sequenciais (AUDITLOG, ACESLOG, SENHIST, ERRLOG)
      *-----------------------------------------------------------------
       PROCESSA-SEQUENCIAL.
           IF W-ARQUIVO-VEZ = 'SENHIST'
              PERFORM CONTA-SENHAS-OPERADOR
           END-IF

      * o proprio ERRLOG fica fechado enquanto e expurgado
           IF W-ARQUIVO-VEZ = 'ERRLOG' AND ERRLOG-ABERTO
              CLOSE ERRLOG
              SET ERRLOG-ABERTO   TO FALSE
              SET ERRLOG-SUSPENSO TO TRUE
           END-IF

           PERFORM ABRE-VIVO-ENTRADA
           IF ARQUIVO-INEXISTENTE
              MOVE SPACES TO W-ARCLOG-NOME
              MOVE 'ARQUIVO INEXISTENTE - NADA EXPURGADO'
                                   TO W-RESULTADO
              PERFORM REABRE-ERRLOG
              EXIT PARAGRAPH.

           STRING W-ARQUIVO-VEZ DELIMITED BY SPACE
                  '.LMP'        DELIMITED BY SIZE
             INTO W-TRAB-NOME
           END-STRING
           OPEN OUTPUT TRABALHO
           IF NOT VALID-TRABALHO
              PERFORM ERRO-ARQUIVO.

           PERFORM UNTIL 1 = 2
              PERFORM LE-VIVO
              IF FIM-VIVO
                 EXIT PERFORM
              END-IF
              ADD 1 TO W-LIDOS
              PERFORM CLASSIFICA-REGISTRO
              IF REGISTRO-VENCIDO
                 ADD 1 TO W-VENCIDOS
                 PERFORM GRAVA-ARQUIVO-MORTO
              ELSE
                 WRITE TRAB-R FROM W-REG-VIVO
                 IF NOT VALID-TRABALHO
                    PERFORM ERRO-ARQUIVO
                 END-IF
                 ADD 1 TO W-MANTIDOS
              END-IF
           END-PERFORM

           PERFORM FECHA-VIVO
           CLOSE TRABALHO
           PERFORM FECHA-ARQUIVO-MORTO

           EVALUATE TRUE
             WHEN W-VENCIDOS = 0
                  MOVE SPACES TO W-ARCLOG-NOME
                  MOVE 'NADA A EXPURGAR' TO W-RESULTADO
             WHEN ARCLOG-EXISTENTE
                  ADD 1 TO W-TOT-AVISOS
                  MOVE 'ARQUIVO MORTO JA EXISTE - NADA REMOVIDO'
                                   TO W-RESULTADO
             WHEN OTHER
                  PERFORM CONFERE-ARQUIVO-MORTO
                  IF RESULTADO-OK
                     PERFORM REGRAVA-SEQUENCIAL
                  ELSE
                     ADD 1 TO W-TOT-ERROS
                     MOVE 'ERRO - ARQUIVO MORTO NAO CONFERE'
                                   TO W-RESULTADO
                  END-IF
           END-EVALUATE

           PERFORM REABRE-ERRLOG.

       REABRE-ERRLOG.
           IF ERRLOG-SUSPENSO
              SET ERRLOG-SUSPENSO TO FALSE
              OPEN EXTEND ERRLOG
              IF VALID-ERRLOG
                 SET ERRLOG-ABERTO TO TRUE
              END-IF
           END-IF.

      * regrava o log vivo so com os mantidos; o que foi gravado no
      * log depois da primeira leitura tambem e mantido
       REGRAVA-SEQUENCIAL.
           PERFORM ABRE-VIVO-ENTRADA
           OPEN EXTEND TRABALHO
           IF NOT VALID-TRABALHO
              PERFORM ERRO-ARQUIVO.

           PERFORM UNTIL 1 = 2
              PERFORM LE-VIVO
              IF FIM-VIVO
                 EXIT PERFORM
              END-IF
              ADD 1 TO W-RELIDOS
              IF W-RELIDOS > W-LIDOS
                 WRITE TRAB-R FROM W-REG-VIVO
                 IF NOT VALID-TRABALHO
                    PERFORM ERRO-ARQUIVO
                 END-IF
                 ADD 1 TO W-MANTIDOS
              END-IF
           END-PERFORM

           PERFORM FECHA-VIVO
           CLOSE TRABALHO

           IF W-RELIDOS < W-LIDOS
              ADD 1 TO W-TOT-ERROS
              MOVE 'ERRO - LOG ALTERADO DURANTE O EXPURGO'
                                   TO W-RESULTADO
              EXIT PARAGRAPH.
           MOVE W-RELIDOS TO W-LIDOS

           OPEN INPUT TRABALHO
           IF NOT VALID-TRABALHO
              PERFORM ERRO-ARQUIVO.
           PERFORM ABRE-VIVO-SAIDA

           PERFORM UNTIL 1 = 2
              READ TRABALHO INTO W-REG-VIVO AT END
                            EXIT PERFORM
              END-READ
              IF NOT VALID-TRABALHO
                 EXIT PERFORM
              END-IF
              PERFORM GRAVA-VIVO
              ADD 1 TO W-REGRAVADOS
           END-PERFORM

           PERFORM FECHA-VIVO
           CLOSE TRABALHO

           IF W-REGRAVADOS NOT = W-MANTIDOS
              ADD 1 TO W-TOT-ERROS
              STRING 'ERRO NA REGRAVACAO - VER ' DELIMITED BY SIZE
                     W-TRAB-NOME                 DELIMITED BY SPACE
                INTO W-RESULTADO
              END-STRING
              EXIT PARAGRAPH.

           MOVE W-ARQUIVADOS TO W-REMOVIDOS
           MOVE 'OK' TO W-RESULTADO.

       CLASSIFICA-REGISTRO.
           SET REGISTRO-VENCIDO TO FALSE
           SET SENHA-PROTEGIDA  TO FALSE
           PERFORM EXTRAI-DATA-REGISTRO
           IF W-ARQUIVO-VEZ = 'SENHIST'
              PERFORM TESTA-SENHA-PROTEGIDA
           END-IF
           IF W-DATA-REG < W-DATA-CORTE AND NOT SENHA-PROTEGIDA
              SET REGISTRO-VENCIDO TO TRUE
           END-IF.

       EXTRAI-DATA-REGISTRO.
           IF W-ARQUIVO-VEZ = 'SENHIST'
              MOVE W-REG-SHIS-DATA   TO W-DATA-REG
              MOVE W-REG-SHIS-CODOPE TO W-OPER-REG
           ELSE
              MOVE W-REG-DATA        TO W-DATA-REG
           END-IF.

      *-----------------------------------------------------------------
      * SENHIST: as ultimas MAX-SENHAS-HIST senhas de cada operador
      * ficam no log vivo qualquer que seja a data
      *-----------------------------------------------------------------
       CONTA-SENHAS-OPERADOR.
           MOVE 0 TO W-OPE-QTDE
           SET TABELA-OPE-CHEIA TO FALSE

           OPEN INPUT SENHIST
           IF STAT-SENHIST = '35'
              EXIT PARAGRAPH.
           IF NOT VALID-SENHIST
              PERFORM ERRO-ARQUIVO.

           PERFORM UNTIL 1 = 2
              READ SENHIST AT END
                           EXIT PERFORM
              END-READ
              IF NOT VALID-SENHIST
                 EXIT PERFORM
              END-IF
              MOVE SHIS-CODOPE-1 TO W-OPER-REG
              PERFORM PROCURA-OPERADOR
              IF W-IX-OPE = 0
                 IF W-OPE-QTDE < MAX-OPERADORES
                    ADD 1 TO W-OPE-QTDE
                    MOVE W-OPE-QTDE    TO W-IX-OPE
                    MOVE W-OPER-REG    TO W-OPE-CODIGO (W-IX-OPE)
                    MOVE 0             TO W-OPE-TOTAL (W-IX-OPE)
                                          W-OPE-LIDOS (W-IX-OPE)
                 ELSE
                    SET TABELA-OPE-CHEIA TO TRUE
                 END-IF
              END-IF
              IF W-IX-OPE NOT = 0
                 ADD 1 TO W-OPE-TOTAL (W-IX-OPE)
              END-IF
           END-PERFORM

           CLOSE SENHIST.

       PROCURA-OPERADOR.
           MOVE 0 TO W-IX-OPE
           PERFORM VARYING W-IX-OPE FROM 1 BY 1
                     UNTIL W-IX-OPE > W-OPE-QTDE
              IF W-OPE-CODIGO (W-IX-OPE) = W-OPER-REG
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF W-IX-OPE > W-OPE-QTDE
              MOVE 0 TO W-IX-OPE
           END-IF.

      * operador fora da tabela fica com todas as senhas
       TESTA-SENHA-PROTEGIDA.
           PERFORM PROCURA-OPERADOR
           IF W-IX-OPE = 0
              SET SENHA-PROTEGIDA TO TRUE
              EXIT PARAGRAPH.

           ADD 1 TO W-OPE-LIDOS (W-IX-OPE)
           IF W-OPE-TOTAL (W-IX-OPE) < W-OPE-LIDOS (W-IX-OPE) OR
              W-OPE-TOTAL (W-IX-OPE) - W-OPE-LIDOS (W-IX-OPE)
                                    < MAX-SENHAS-HIST
              SET SENHA-PROTEGIDA TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * acesso ao log vivo da vez
      *-----------------------------------------------------------------
       ABRE-VIVO-ENTRADA.
           EVALUATE W-ARQUIVO-VEZ
             WHEN 'AUDITLOG'
                  OPEN INPUT AUDITLOG
                  MOVE STAT-AUDITLOG TO STAT-VIVO
             WHEN 'ACESLOG'
                  OPEN INPUT ACESLOG
                  MOVE STAT-ACESLOG  TO STAT-VIVO
             WHEN 'SENHIST'
                  OPEN INPUT SENHIST
                  MOVE STAT-SENHIST  TO STAT-VIVO
             WHEN 'ERRLOG'
                  OPEN INPUT ERRLOG
                  MOVE STAT-ERRLOG   TO STAT-VIVO
           END-EVALUATE

           SET FIM-VIVO TO FALSE
           IF STAT-VIVO = '35'
              SET ARQUIVO-INEXISTENTE TO TRUE
              EXIT PARAGRAPH.
           IF NOT VALID-VIVO
              PERFORM ERRO-ARQUIVO.

       ABRE-VIVO-SAIDA.
           EVALUATE W-ARQUIVO-VEZ
             WHEN 'AUDITLOG'
                  OPEN OUTPUT AUDITLOG
                  MOVE STAT-AUDITLOG TO STAT-VIVO
             WHEN 'ACESLOG'
                  OPEN OUTPUT ACESLOG
                  MOVE STAT-ACESLOG  TO STAT-VIVO
             WHEN 'SENHIST'
                  OPEN OUTPUT SENHIST
                  MOVE STAT-SENHIST  TO STAT-VIVO
             WHEN 'ERRLOG'
                  OPEN OUTPUT ERRLOG
                  MOVE STAT-ERRLOG   TO STAT-VIVO
           END-EVALUATE

           IF NOT VALID-VIVO
              PERFORM ERRO-ARQUIVO.

       LE-VIVO.
           EVALUATE W-ARQUIVO-VEZ
             WHEN 'AUDITLOG'
                  READ AUDITLOG INTO W-REG-VIVO AT END
                                SET FIM-VIVO TO TRUE
                  END-READ
                  MOVE STAT-AUDITLOG TO STAT-VIVO
             WHEN 'ACESLOG'
                  READ ACESLOG INTO W-REG-VIVO AT END
                               SET FIM-VIVO TO TRUE
                  END-READ
                  MOVE STAT-ACESLOG  TO STAT-VIVO
             WHEN 'SENHIST'
                  READ SENHIST INTO W-REG-VIVO AT END
                               SET FIM-VIVO TO TRUE
                  END-READ
                  MOVE STAT-SENHIST  TO STAT-VIVO
             WHEN 'ERRLOG'
                  READ ERRLOG INTO W-REG-VIVO AT END
                              SET FIM-VIVO TO TRUE
                  END-READ
                  MOVE STAT-ERRLOG   TO STAT-VIVO
           END-EVALUATE

           IF NOT VALID-VIVO
              SET FIM-VIVO TO TRUE
           END-IF.

       GRAVA-VIVO.
           EVALUATE W-ARQUIVO-VEZ
             WHEN 'AUDITLOG'
                  WRITE AUDIT-REGISTR-1 FROM W-REG-VIVO
                  MOVE STAT-AUDITLOG TO STAT-VIVO
             WHEN 'ACESLOG'
                  WRITE ACES-REGISTR-1 FROM W-REG-VIVO
                  MOVE STAT-ACESLOG  TO STAT-VIVO
             WHEN 'SENHIST'
                  WRITE SHIS-REGISTR-1 FROM W-REG-VIVO
                  MOVE STAT-SENHIST  TO STAT-VIVO
             WHEN 'ERRLOG'
                  WRITE ERRL-REGISTR-1 FROM W-REG-VIVO
                  MOVE STAT-ERRLOG   TO STAT-VIVO
           END-EVALUATE

           IF NOT VALID-VIVO
              PERFORM ERRO-ARQUIVO.

       FECHA-VIVO.
           EVALUATE W-ARQUIVO-VEZ
             WHEN 'AUDITLOG'
                  CLOSE AUDITLOG
             WHEN 'ACESLOG'
                  CLOSE ACESLOG
             WHEN 'SENHIST'
                  CLOSE SENHIST
             WHEN 'ERRLOG'
                  CLOSE ERRLOG
           END-EVALUATE.

      *-----------------------------------------------------------------
      * ROTSTA (indexado por data): vencidos excluidos por chave
      *-----------------------------------------------------------------
       PROCESSA-ROTSTA.
           OPEN INPUT ROTSTA
           IF STAT-ROTSTA = '35'
              MOVE SPACES TO W-ARCLOG-NOME
              MOVE 'ARQUIVO INEXISTENTE - NADA EXPURGADO'
                                   TO W-RESULTADO
              EXIT PARAGRAPH.
           IF NOT VALID-ROTSTA
              PERFORM ERRO-ARQUIVO.

           PERFORM UNTIL 1 = 2
              READ ROTSTA NEXT AT END
                          EXIT PERFORM
              END-READ
              IF NOT VALID-ROTSTA
                 EXIT PERFORM
              END-IF
              ADD 1 TO W-LIDOS
              MOVE RSTA-REGISTR-1 TO W-REG-VIVO
              PERFORM CLASSIFICA-REGISTRO
              IF REGISTRO-VENCIDO
                 ADD 1 TO W-VENCIDOS
                 PERFORM GRAVA-ARQUIVO-MORTO
              ELSE
                 ADD 1 TO W-MANTIDOS
              END-IF
           END-PERFORM

           CLOSE ROTSTA
           PERFORM FECHA-ARQUIVO-MORTO

           EVALUATE TRUE
             WHEN W-VENCIDOS = 0
                  MOVE SPACES TO W-ARCLOG-NOME
                  MOVE 'NADA A EXPURGAR' TO W-RESULTADO
             WHEN ARCLOG-EXISTENTE
                  ADD 1 TO W-TOT-AVISOS
                  MOVE 'ARQUIVO MORTO JA EXISTE - NADA REMOVIDO'
                                   TO W-RESULTADO
             WHEN OTHER
                  PERFORM CONFERE-ARQUIVO-MORTO
                  IF RESULTADO-OK
                     PERFORM REMOVE-ROTSTA
                  ELSE
                     ADD 1 TO W-TOT-ERROS
                     MOVE 'ERRO - ARQUIVO MORTO NAO CONFERE'
                                   TO W-RESULTADO
                  END-IF
           END-EVALUATE.

       REMOVE-ROTSTA.
           OPEN I-O ROTSTA
           IF NOT VALID-ROTSTA
              PERFORM ERRO-ARQUIVO.

           MOVE 0 TO RSTA-DATA-1 RSTA-SEQ-1
           START ROTSTA KEY NOT < RSTA-RECORDK-1
           IF VALID-ROTSTA
              PERFORM UNTIL 1 = 2
                 READ ROTSTA NEXT AT END
                             EXIT PERFORM
                 END-READ
                 IF NOT VALID-ROTSTA
                    EXIT PERFORM
                 END-IF
                 IF RSTA-DATA-1 NOT < W-DATA-CORTE
                    EXIT PERFORM
                 END-IF
                 DELETE ROTSTA RECORD
                 IF NOT VALID-ROTSTA
                    PERFORM ERRO-ARQUIVO
                 END-IF
                 ADD 1 TO W-REMOVIDOS
              END-PERFORM
           END-IF

           CLOSE ROTSTA

           IF W-REMOVIDOS NOT = W-ARQUIVADOS
              ADD 1 TO W-TOT-ERROS
              MOVE 'ERRO - REMOVIDOS DIFEREM DOS ARQUIVADOS'
                                   TO W-RESULTADO
           ELSE
              MOVE 'OK' TO W-RESULTADO
           END-IF.

      *-----------------------------------------------------------------
      * arquivo morto: gravacao, trailer e conferencia
      *-----------------------------------------------------------------
       ABRE-ARQUIVO-MORTO.
           OPEN INPUT ARCLOG
           IF VALID-ARCLOG
              CLOSE ARCLOG
              SET ARCLOG-EXISTENTE TO TRUE
              EXIT PARAGRAPH.
           IF STAT-ARCLOG NOT = '35'
              PERFORM ERRO-ARQUIVO.

           OPEN OUTPUT ARCLOG
           IF NOT VALID-ARCLOG
              PERFORM ERRO-ARQUIVO.
           SET ARCLOG-ABERTO TO TRUE

           INITIALIZE ARC-REGISTR-1
           SET ARC-HEADER TO TRUE
           MOVE W-ARQUIVO-VEZ  TO ARC-ARQUIVO-1
           MOVE W-DATA-SISTEMA TO ARC-DATAGER-1
           MOVE W-HORA-SISTEMA TO ARC-HORAGER-1
           MOVE W-RETENCAO     TO ARC-RETENCAO-1
           MOVE W-DATA-CORTE   TO ARC-DATACORTE-1
           WRITE ARC-REGISTR-1
           IF NOT VALID-ARCLOG
              PERFORM ERRO-ARQUIVO.

       GRAVA-ARQUIVO-MORTO.
           IF ARCLOG-EXISTENTE
              EXIT PARAGRAPH.
           IF NOT ARCLOG-ABERTO
              PERFORM ABRE-ARQUIVO-MORTO
              IF ARCLOG-EXISTENTE
                 EXIT PARAGRAPH
              END-IF
           END-IF

           INITIALIZE ARC-REGISTR-1
           SET ARC-DETALHE TO TRUE
           MOVE W-REG-VIVO TO ARC-DADOS-1
           WRITE ARC-REGISTR-1
           IF NOT VALID-ARCLOG
              PERFORM ERRO-ARQUIVO.

           ADD 1          TO W-ARQUIVADOS
           ADD W-DATA-REG TO W-TOTCTRL
           IF W-DATAINI-ARC = 0 OR W-DATA-REG < W-DATAINI-ARC
              MOVE W-DATA-REG TO W-DATAINI-ARC
           END-IF
           IF W-DATA-REG > W-DATAFIN-ARC
              MOVE W-DATA-REG TO W-DATAFIN-ARC
           END-IF.

       FECHA-ARQUIVO-MORTO.
           IF NOT ARCLOG-ABERTO
              EXIT PARAGRAPH.

           INITIALIZE ARC-REGISTR-1
           SET ARC-TRAILER TO TRUE
           MOVE W-ARQUIVADOS  TO ARC-CONTAGEM-1
           MOVE W-TOTCTRL     TO ARC-TOTCTRL-1
           MOVE W-DATAINI-ARC TO ARC-DATAINI-1
           MOVE W-DATAFIN-ARC TO ARC-DATAFIN-1
           WRITE ARC-REGISTR-1
           IF NOT VALID-ARCLOG
              PERFORM ERRO-ARQUIVO.
           CLOSE ARCLOG
           SET ARCLOG-ABERTO TO FALSE.

      * o arquivo morto e relido e precisa bater com o trailer e com o
      * que foi separado do log vivo
       CONFERE-ARQUIVO-MORTO.
           SET RESULTADO-OK TO TRUE
           MOVE 0 TO W-CONF-CONTAGEM W-CONF-TOTCTRL

           OPEN INPUT ARCLOG
           IF NOT VALID-ARCLOG
              SET RESULTADO-OK TO FALSE
              EXIT PARAGRAPH.

           READ ARCLOG AT END
                SET RESULTADO-OK TO FALSE
           END-READ
           IF NOT VALID-ARCLOG OR NOT ARC-HEADER OR
              ARC-ARQUIVO-1 NOT = W-ARQUIVO-VEZ
              SET RESULTADO-OK TO FALSE
              CLOSE ARCLOG
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ ARCLOG AT END
                   SET RESULTADO-OK TO FALSE
                   EXIT PERFORM
              END-READ
              IF NOT VALID-ARCLOG
                 SET RESULTADO-OK TO FALSE
                 EXIT PERFORM
              END-IF
              IF ARC-TRAILER
                 EXIT PERFORM
              END-IF
              IF NOT ARC-DETALHE
                 SET RESULTADO-OK TO FALSE
                 EXIT PERFORM
              END-IF
              MOVE ARC-DADOS-1 TO W-REG-VIVO
              PERFORM EXTRAI-DATA-REGISTRO
              ADD 1          TO W-CONF-CONTAGEM
              ADD W-DATA-REG TO W-CONF-TOTCTRL
           END-PERFORM

           IF RESULTADO-OK
              IF ARC-CONTAGEM-1 NOT = W-CONF-CONTAGEM OR
                 ARC-TOTCTRL-1  NOT = W-CONF-TOTCTRL  OR
                 W-CONF-CONTAGEM NOT = W-ARQUIVADOS   OR
                 W-CONF-TOTCTRL  NOT = W-TOTCTRL      OR
                 W-ARQUIVADOS    NOT = W-VENCIDOS     OR
                 W-MANTIDOS + W-VENCIDOS NOT = W-LIDOS
                 SET RESULTADO-OK TO FALSE
              END-IF
           END-IF

           CLOSE ARCLOG.

      *-----------------------------------------------------------------
      * relatorio
      *-----------------------------------------------------------------
       IMPRIME-RESULTADO.
           PERFORM TESTA-QUEBRA-PAGINA
           MOVE SPACES TO W-LINHA-DETALHE
           MOVE W-ARQUIVO-VEZ TO W-ARQUIVO-DET
           MOVE W-RETENCAO    TO W-RETENCAO-DET
           IF W-DATA-CORTE NOT = 0
              MOVE W-DATA-CORTE TO W-DATAUXI
              COMPUTE W-CORTE-DET = W-ANOAUXI-I +
                                    W-MESAUXI-I * 10000 +
                                    W-DIAAUXI-I * 1000000
           END-IF
           MOVE W-LIDOS       TO W-LIDOS-DET
           MOVE W-MANTIDOS    TO W-MANTIDOS-DET
           MOVE W-ARQUIVADOS  TO W-ARQUIVADOS-DET
           MOVE W-REMOVIDOS   TO W-REMOVIDOS-DET
           MOVE W-ARCLOG-NOME TO W-ARCLOG-DET
           MOVE W-RESULTADO   TO W-RESULT-DET
           WRITE RELATO-R FROM W-LINHA-DETALHE
           ADD 1 TO W-CONTLIN.

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
           MOVE W-DATAIMP TO WCAB-DATASIS-1
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
              MOVE 'LIMPALOG' TO ERRL-PROGRAMA-1
              MOVE W-ARQUIVO  TO ERRL-ARQUIVO-1
              MOVE W-FSTATUS  TO ERRL-STATUS-1
              WRITE ERRL-REGISTR-1
           END-IF.

           DISPLAY 'LIMPALOG - ERRO DE ARQUIVO ' W-FSTATUS
                   ' EM ' W-ARQUIVO (1:60).

           MOVE 8 TO RETURN-CODE.

           PERFORM FIM.

           COPY "PARAMP.CPY".
           COPY "DATASP.CPY".
