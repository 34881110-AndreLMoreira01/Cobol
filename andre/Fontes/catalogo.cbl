       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CATALOGO.
       AUTHOR.        ANDRE.
      *-----------------------------------------------------------------
      * CATALOGO - exportacao de precos e disponibilidade para a loja
      * virtual e os representantes.  Para cada empresa ativa (ou so
      * a do parametro EMPRESA) grava o arquivo CATeeennnnnn.TXT
      * (layout fixo) ou .CSV (ponto-e-virgula), numerado em
      * sequencia por empresa, com header, um detalhe por produto
      * (codigo, descricao, codigo de barras, preco, disponivel e
      * situacao A/I) e trailer com a quantidade de detalhes.
      * Disponivel = saldo menos reservado (TDES-ESTOQM-1 menos
      * TDES-RESERV-1) ou, quando informados DEPOSITOS, a soma dos
      * saldos desses depositos (SALDEP) menos o reservado; negativo
      * sai zero.
      * MODO=C (completo) envia todos os produtos ativos; MODO=D
      * (delta) so os que mudaram de preco, situacao ou disponivel
      * desde a ultima exportacao que terminou bem, inclusive os
      * inativados e os excluidos da TABPR (situacao I).  A
      * fotografia do que foi enviado fica no CATSNP e so e
      * atualizada depois do trailer gravado, a partir do arquivo de
      * trabalho CATeee.WRK; se a rodada cair no meio a fotografia
      * pendente e aplicada na rodada seguinte.  Sem exportacao
      * anterior o delta sai completo.  Pode ser chamado varias vezes
      * ao dia pelo ROTDIA (passo marcado com R no ROTDIA.CTL).
      * Retorno 4 quando alguma empresa foi pulada, 8 em erro.
      * Layout fixo (120 posicoes; valores com 2 decimais implicitas):
      *   H  'CATALOGO' empresa(3) numero(6) data AAAAMMDD hora
      *      HHMMSS modo C/D
      *   D  empresa(3) codigo(10) descricao(50) barras(13)
      *      preco 9(9)V99 disponivel 9(9)V99 situacao A/I
      *   T  quantidade de detalhes(9) numero(6)
      * No .CSV os mesmos campos separados por ';', valores com
      * virgula decimal.
      * Parametros (CATALOGO.PAR):  EMPRESA=codigo (zero = todas)
      *                             MODO=C/D (padrao D)
      *                             FORMATO=F/S (padrao S)
      *                             DEPOSITOS=01,02,... (ate 10)
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           copy "cademp.sl".
           copy "tabpr.sl".
           copy "caddep.sl".
           copy "saldep.sl".
           copy "catsnp.sl".
           copy "errlog.sl".

           SELECT SAIDA ASSIGN TO W-SAIDA-NOME
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  IS STAT-SAIDA.

           SELECT TRABALHO ASSIGN TO W-TRAB-NOME
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  IS STAT-TRABALHO.

           SELECT PARAMS ASSIGN TO 'CATALOGO.PAR'
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  IS STAT-PARAMS.

       DATA DIVISION.
       FILE SECTION.

           copy "cademp.fd".
           copy "tabpr.fd".
           copy "caddep.fd".
           copy "saldep.fd".
           copy "catsnp.fd".
           copy "errlog.fd".

       FD  SAIDA LABEL RECORD OMITTED.

       01  SAIDA-R                        PIC X(200).

       FD  TRABALHO LABEL RECORD OMITTED.

       01  TRAB-REGISTR-1.
           03  TRAB-CODIGO-1             PIC  X(10).
           03  TRAB-PRECO-1              PIC  9(09)V99.
           03  TRAB-DISPON-1             PIC  9(09)V99.
           03  TRAB-STATUS-1             PIC  X(01).
               88 TRAB-EXCLUIDO          VALUE 'E'.

       FD  PARAMS LABEL RECORD OMITTED.

       01  PARAMS-R                       PIC X(80).

       WORKING-STORAGE SECTION.
       78  MAX-DEPOSITOS                  VALUE 10.

       01  CAMPOS-W.
           03  STAT-CADEMP               PIC  X(02).
               88 VALID-CADEMP           VALUE '00' THRU '09'.
           03  STAT-TABPR                PIC  X(02).
               88 VALID-TABPR            VALUE '00' THRU '09'.
           03  STAT-CADDEP               PIC  X(02).
               88 VALID-CADDEP           VALUE '00' THRU '09'.
           03  STAT-SALDEP               PIC  X(02).
               88 VALID-SALDEP           VALUE '00' THRU '09'.
           03  STAT-CATSNP               PIC  X(02).
               88 VALID-CATSNP           VALUE '00' THRU '09'.
           03  STAT-SAIDA                PIC  X(02).
               88 VALID-SAIDA            VALUE '00' THRU '09'.
           03  STAT-TRABALHO             PIC  X(02).
               88 VALID-TRABALHO         VALUE '00' THRU '09'.
           03  STAT-PARAMS               PIC  X(02).
               88 VALID-PARAMS           VALUE '00' THRU '09'.
           03  STAT-ERRLOG               PIC  X(02).
               88 VALID-ERRLOG           VALUE '00' THRU '09'.
           03  STAT-ERRLOG-ABERTO        PIC  X(01) VALUE 'N'.
               88 ERRLOG-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-DEPOSITOS-ABERTO     PIC  X(01) VALUE 'N'.
               88 DEPOSITOS-ABERTO       VALUE 'S' FALSE 'N'.
           03  STAT-SAIDA-ABERTA         PIC  X(01) VALUE 'N'.
               88 SAIDA-ABERTA           VALUE 'S' FALSE 'N'.
           03  STAT-TRABALHO-ABERTO      PIC  X(01) VALUE 'N'.
               88 TRABALHO-ABERTO        VALUE 'S' FALSE 'N'.
           03  STAT-MUDOU                PIC  X(01).
               88 PRODUTO-MUDOU          VALUE 'S' FALSE 'N'.
           03  STAT-PARAM-OK             PIC  X(01) VALUE 'S'.
               88 PARAM-OK               VALUE 'S' FALSE 'N'.

           03  CAMPOS-PARAM-W.
               05 W-EMPRESA-PAR          PIC  9(03) VALUE 0.
               05 W-MODO-PAR             PIC  X(01) VALUE 'D'.
                  88 MODO-PAR-VALIDO     VALUE 'C' 'D'.
               05 W-FORMATO-PAR          PIC  X(01) VALUE 'S'.
                  88 FORMATO-FIXO        VALUE 'F'.
                  88 FORMATO-VALIDO      VALUE 'F' 'S'.
               05 W-DEP-LISTA            PIC  X(60) VALUE SPACES.
               05 W-DEP-PTR              PIC  9(02) VALUE 0.
               05 W-DEP-TXT              PIC  X(05).
               05 W-DEP-QTDE             PIC  9(02) VALUE 0.
               05 W-DEP-VALIDOS          PIC  9(02) VALUE 0.
               05 W-DEP-TAB OCCURS 10 TIMES.
                  07 W-DEP-COD           PIC  9(02).
                  07 W-DEP-USA           PIC  X(01).
               05 W-IX-DEP               PIC  9(02) VALUE 0.

           03  CAMPOS-TRABALHO-W.
               05 W-DATA-SISTEMA         PIC  9(08) VALUE 0.
               05 W-HORA-SISTEMA         PIC  9(08) VALUE 0.
               05 W-EMPRESA-ATUAL        PIC  9(03) VALUE 0.
               05 W-MODO-ATUAL           PIC  X(01).
                  88 MODO-COMPLETO       VALUE 'C'.
                  88 MODO-DELTA          VALUE 'D'.
               05 W-NUMEXP               PIC  9(06) VALUE 0.
               05 W-SAIDA-NOME           PIC  X(40).
               05 W-TRAB-NOME            PIC  X(40).
               05 W-DISP-CALC            PIC S9(11)V99 VALUE 0.
               05 W-DISPONIVEL           PIC  9(09)V99 VALUE 0.
               05 W-SITUACAO             PIC  X(01).
               05 W-DESC-CSV             PIC  X(50).
               05 W-QTD-DETALHES         PIC  9(09) VALUE 0.
               05 W-QTD-APLICADOS        PIC  9(09) VALUE 0.
               05 W-TOT-EMPRESAS         PIC  9(04) VALUE 0.
               05 W-TOT-PULADAS          PIC  9(04) VALUE 0.
               05 W-TOT-DETALHES         PIC  9(09) VALUE 0.

               05 W-REG-HEADER.
                  07 FILLER              PIC  X(01) VALUE 'H'.
                  07 FILLER              PIC  X(08) VALUE 'CATALOGO'.
                  07 W-EMPRESA-HDR       PIC  9(03).
                  07 W-NUMEXP-HDR        PIC  9(06).
                  07 W-DATA-HDR          PIC  9(08).
                  07 W-HORA-HDR          PIC  9(06).
                  07 W-MODO-HDR          PIC  X(01).
                  07 FILLER              PIC  X(87) VALUE SPACES.

               05 W-REG-DETALHE.
                  07 FILLER              PIC  X(01) VALUE 'D'.
                  07 W-EMPRESA-DET       PIC  9(03).
                  07 W-CODIGO-DET        PIC  X(10).
                  07 W-DESC-DET          PIC  X(50).
                  07 W-BARRAS-DET        PIC  X(13).
                  07 W-PRECO-DET         PIC  9(09)V99.
                  07 W-DISPON-DET        PIC  9(09)V99.
                  07 W-SITUACAO-DET      PIC  X(01).
                  07 FILLER              PIC  X(20) VALUE SPACES.

               05 W-REG-TRAILER.
                  07 FILLER              PIC  X(01) VALUE 'T'.
                  07 W-QTD-TRL           PIC  9(09).
                  07 W-NUMEXP-TRL        PIC  9(06).
                  07 FILLER              PIC  X(104) VALUE SPACES.

               05 W-CSV-PRECO-EDIT       PIC  Z(08)9,99.
               05 W-CSV-DISPON-EDIT      PIC  Z(08)9,99.
               05 W-CSV-LINHA            PIC  X(200).

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

           IF NOT MODO-PAR-VALIDO
              DISPLAY 'CATALOGO - MODO INVALIDO (MODO=C/D).'
              SET PARAM-OK TO FALSE
           END-IF.
           IF NOT FORMATO-VALIDO
              DISPLAY 'CATALOGO - FORMATO INVALIDO (FORMATO=F/S).'
              SET PARAM-OK TO FALSE
           END-IF.
           IF NOT PARAM-OK
              MOVE 8 TO RETURN-CODE
              PERFORM FIM.

           OPEN INPUT CADEMP
           IF NOT VALID-CADEMP
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT TABPR
           IF NOT VALID-TABPR
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CATSNP
           IF STAT-CATSNP = '35'
              OPEN OUTPUT CATSNP
              CLOSE CATSNP
              OPEN I-O CATSNP.
           IF NOT VALID-CATSNP
              PERFORM ERRO-ARQUIVO.

           IF W-DEP-QTDE > 0
              OPEN INPUT CADDEP
              IF NOT VALID-CADDEP
                 PERFORM ERRO-ARQUIVO
              END-IF
              OPEN INPUT SALDEP
              IF NOT VALID-SALDEP
                 CLOSE CADDEP
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET DEPOSITOS-ABERTO TO TRUE
           END-IF.

           ACCEPT W-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT W-HORA-SISTEMA FROM TIME.

           IF W-EMPRESA-PAR NOT = 0
              MOVE W-EMPRESA-PAR TO DEMP-CODEMP-1
              READ CADEMP
              IF NOT VALID-CADEMP
                 DISPLAY 'CATALOGO - EMPRESA ' W-EMPRESA-PAR
                         ' NAO CADASTRADA.'
                 MOVE 8 TO RETURN-CODE
                 PERFORM FIM
              END-IF
              PERFORM PROCESSA-EMPRESA
           ELSE
              MOVE 0 TO DEMP-CODEMP-1
              START CADEMP KEY >= DEMP-CODEMP-1
              IF VALID-CADEMP
                 PERFORM UNTIL 1 = 2
                    READ CADEMP NEXT AT END
                                EXIT PERFORM
                    END-READ
                    IF NOT VALID-CADEMP
                       EXIT PERFORM
                    END-IF
                    IF NOT DEMP-INATIVO
                       PERFORM PROCESSA-EMPRESA
                    END-IF
                 END-PERFORM
              END-IF
           END-IF.

           DISPLAY 'CATALOGO - EMPRESAS EXPORTADAS: ' W-TOT-EMPRESAS
                   '  PULADAS: '                     W-TOT-PULADAS
                   '  PRODUTOS ENVIADOS: '           W-TOT-DETALHES.

           IF W-TOT-PULADAS <> 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM FIM.

       FIM.
           CLOSE CADEMP.
           CLOSE TABPR.
           CLOSE CATSNP.
           IF SAIDA-ABERTA
              CLOSE SAIDA
           END-IF.
           IF TRABALHO-ABERTO
              CLOSE TRABALHO
           END-IF.
           IF DEPOSITOS-ABERTO
              CLOSE CADDEP
              CLOSE SALDEP
           END-IF.
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
                     MOVE W-PAR-NUMERO TO W-EMPRESA-PAR
                WHEN 'MODO'
                     MOVE W-PAR-VALOR (1:1) TO W-MODO-PAR
                WHEN 'FORMATO'
                     MOVE W-PAR-VALOR (1:1) TO W-FORMATO-PAR
                WHEN 'DEPOSITOS'
                     MOVE W-PAR-VALOR TO W-DEP-LISTA
                     PERFORM SEPARA-DEPOSITOS
                WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-PERFORM.

           CLOSE PARAMS.

      *-----------------------------------------------------------------
      * lista de depositos separada por virgula, codigos de 1 ou 2
      * digitos
      *-----------------------------------------------------------------
       SEPARA-DEPOSITOS.
           MOVE 0 TO W-DEP-QTDE
           MOVE 1 TO W-DEP-PTR
           PERFORM UNTIL W-DEP-PTR > 60
              MOVE SPACES TO W-DEP-TXT
              UNSTRING W-DEP-LISTA DELIMITED BY ','
                       INTO W-DEP-TXT
                       WITH POINTER W-DEP-PTR
              END-UNSTRING
              IF W-DEP-TXT = SPACES
                 EXIT PERFORM CYCLE
              END-IF
              IF W-DEP-QTDE >= MAX-DEPOSITOS
                 DISPLAY 'CATALOGO - MAIS DE 10 DEPOSITOS.'
                 SET PARAM-OK TO FALSE
                 EXIT PERFORM
              END-IF
              ADD 1 TO W-DEP-QTDE
              EVALUATE TRUE
                WHEN W-DEP-TXT (1:2) IS NUMERIC AND
                     W-DEP-TXT (3:) = SPACES
                     MOVE W-DEP-TXT (1:2) TO W-DEP-COD (W-DEP-QTDE)
                WHEN W-DEP-TXT (1:1) IS NUMERIC AND
                     W-DEP-TXT (2:) = SPACES
                     MOVE W-DEP-TXT (1:1) TO W-DEP-COD (W-DEP-QTDE)
                WHEN OTHER
                     DISPLAY 'CATALOGO - DEPOSITO INVALIDO: ' W-DEP-TXT
                     SET PARAM-OK TO FALSE
              END-EVALUATE
           END-PERFORM.

      *-----------------------------------------------------------------
      * uma empresa: aplica fotografia pendente, grava o arquivo e
      * so depois do trailer atualiza o controle e a fotografia
      *-----------------------------------------------------------------
       PROCESSA-EMPRESA.
           MOVE DEMP-CODEMP-1 TO W-EMPRESA-ATUAL

           MOVE SPACES TO W-TRAB-NOME
           STRING 'CAT'           DELIMITED BY SIZE
                  W-EMPRESA-ATUAL DELIMITED BY SIZE
                  '.WRK'          DELIMITED BY SIZE
             INTO W-TRAB-NOME
           END-STRING

           PERFORM LE-CONTROLE-EMPRESA
           IF CSNP-PENDENTE
              DISPLAY 'CATALOGO - EMPRESA ' W-EMPRESA-ATUAL
                      ' APLICANDO FOTOGRAFIA PENDENTE DA EXPORTACAO '
                      CSNP-ULTEXP-1
              MOVE CSNP-ULTEXP-1 TO W-NUMEXP
              PERFORM APLICA-FOTOGRAFIA
              PERFORM LE-CONTROLE-EMPRESA
           END-IF

           PERFORM VALIDA-DEPOSITOS-EMPRESA
           IF W-DEP-QTDE > 0 AND W-DEP-VALIDOS = 0
              DISPLAY 'CATALOGO - EMPRESA ' W-EMPRESA-ATUAL
                      ' SEM DEPOSITO VALIDO - PULADA.'
              ADD 1 TO W-TOT-PULADAS
              EXIT PARAGRAPH
           END-IF

           MOVE W-MODO-PAR TO W-MODO-ATUAL
           IF CSNP-ULTEXP-1 = 0
              SET MODO-COMPLETO TO TRUE
           END-IF
           COMPUTE W-NUMEXP = CSNP-ULTEXP-1 + 1

           MOVE SPACES TO W-SAIDA-NOME
           IF FORMATO-FIXO
              STRING 'CAT'           DELIMITED BY SIZE
                     W-EMPRESA-ATUAL DELIMITED BY SIZE
                     W-NUMEXP        DELIMITED BY SIZE
                     '.TXT'          DELIMITED BY SIZE
                INTO W-SAIDA-NOME
              END-STRING
           ELSE
              STRING 'CAT'           DELIMITED BY SIZE
                     W-EMPRESA-ATUAL DELIMITED BY SIZE
                     W-NUMEXP        DELIMITED BY SIZE
                     '.CSV'          DELIMITED BY SIZE
                INTO W-SAIDA-NOME
              END-STRING
           END-IF

           OPEN OUTPUT SAIDA
           IF NOT VALID-SAIDA
              PERFORM ERRO-ARQUIVO.
           SET SAIDA-ABERTA TO TRUE
           OPEN OUTPUT TRABALHO
           IF NOT VALID-TRABALHO
              PERFORM ERRO-ARQUIVO.
           SET TRABALHO-ABERTO TO TRUE

           MOVE 0 TO W-QTD-DETALHES
           PERFORM GRAVA-HEADER

           INITIALIZE TDES-REGISTR-1
           MOVE W-EMPRESA-ATUAL TO TDES-EMPRESA-1
           START TABPR KEY >= TDES-RECORDK-1
           IF VALID-TABPR
              PERFORM UNTIL 1 = 2
                 READ TABPR NEXT AT END
                            EXIT PERFORM
                 END-READ
                 IF NOT VALID-TABPR OR
                    TDES-EMPRESA-1 NOT = W-EMPRESA-ATUAL
                    EXIT PERFORM
                 END-IF
                 PERFORM PROCESSA-PRODUTO
              END-PERFORM
           END-IF

           PERFORM PROCURA-EXCLUIDOS

           PERFORM GRAVA-TRAILER
           CLOSE SAIDA
           CLOSE TRABALHO
           SET SAIDA-ABERTA TO FALSE
           SET TRABALHO-ABERTO TO FALSE

           PERFORM LE-CONTROLE-EMPRESA
           MOVE W-NUMEXP        TO CSNP-ULTEXP-1
           MOVE W-DATA-SISTEMA  TO CSNP-DATAEXP-1
           MOVE W-HORA-SISTEMA  TO CSNP-HORAEXP-1
           MOVE W-MODO-ATUAL    TO CSNP-MODO-1
           MOVE W-QTD-DETALHES  TO CSNP-QTDEXP-1
           MOVE 'S'             TO CSNP-PENDENTE-1
           REWRITE CSNP-REGISTR-1
           IF NOT VALID-CATSNP
              PERFORM ERRO-ARQUIVO.

           PERFORM APLICA-FOTOGRAFIA

           ADD 1 TO W-TOT-EMPRESAS
           ADD W-QTD-DETALHES TO W-TOT-DETALHES
           DISPLAY 'CATALOGO - EMPRESA ' W-EMPRESA-ATUAL
                   ' ARQUIVO ' W-SAIDA-NOME (1:20)
                   ' MODO ' W-MODO-ATUAL
                   ' PRODUTOS ' W-QTD-DETALHES.

      *-----------------------------------------------------------------
      * registro de controle da empresa (codigo em branco no CATSNP);
      * criado zerado na primeira exportacao
      *-----------------------------------------------------------------
       LE-CONTROLE-EMPRESA.
           INITIALIZE CSNP-REGISTR-1
           MOVE W-EMPRESA-ATUAL TO CSNP-EMPRESA-1
           MOVE SPACES          TO CSNP-CODIGO-1
           READ CATSNP
           IF STAT-CATSNP = '23'
              INITIALIZE CSNP-REGISTR-1
              MOVE W-EMPRESA-ATUAL TO CSNP-EMPRESA-1
              MOVE SPACES          TO CSNP-CODIGO-1
              MOVE 0               TO CSNP-ULTEXP-1 CSNP-DATAEXP-1
                                      CSNP-HORAEXP-1 CSNP-QTDEXP-1
              MOVE SPACES          TO CSNP-MODO-1
              MOVE 'N'             TO CSNP-PENDENTE-1
              WRITE CSNP-REGISTR-1
              IF NOT VALID-CATSNP
                 PERFORM ERRO-ARQUIVO
              END-IF
           ELSE
              IF NOT VALID-CATSNP
                 PERFORM ERRO-ARQUIVO.

       VALIDA-DEPOSITOS-EMPRESA.
           MOVE 0 TO W-DEP-VALIDOS
           PERFORM VARYING W-IX-DEP FROM 1 BY 1
                   UNTIL W-IX-DEP > W-DEP-QTDE
              MOVE 'N' TO W-DEP-USA (W-IX-DEP)
              MOVE W-EMPRESA-ATUAL     TO DDEP-EMPRESA-1
              MOVE W-DEP-COD (W-IX-DEP) TO DDEP-CODDEP-1
              READ CADDEP
              IF VALID-CADDEP AND DDEP-ATIVO
                 MOVE 'S' TO W-DEP-USA (W-IX-DEP)
                 ADD 1 TO W-DEP-VALIDOS
              ELSE
                 DISPLAY 'CATALOGO - EMPRESA ' W-EMPRESA-ATUAL
                         ' DEPOSITO ' W-DEP-COD (W-IX-DEP)
                         ' NAO CADASTRADO OU INATIVO - IGNORADO.'
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * produto da TABPR: compara com a fotografia; no completo vai
      * todo produto ativo, no delta so o que mudou.  Tudo o que mudou
      * vai para o arquivo de trabalho da fotografia.
      *-----------------------------------------------------------------
       PROCESSA-PRODUTO.
           PERFORM CALCULA-DISPONIVEL
           IF TDES-INATIVO
              MOVE 'I' TO W-SITUACAO
           ELSE
              MOVE 'A' TO W-SITUACAO
           END-IF

           SET PRODUTO-MUDOU TO FALSE
           MOVE W-EMPRESA-ATUAL TO CSNP-EMPRESA-1
           MOVE TDES-CODIGO-1   TO CSNP-CODIGO-1
           READ CATSNP
           IF STAT-CATSNP = '23'
              IF W-SITUACAO = 'A'
                 SET PRODUTO-MUDOU TO TRUE
              END-IF
           ELSE
              IF NOT VALID-CATSNP
                 PERFORM ERRO-ARQUIVO
              END-IF
              EVALUATE TRUE
                WHEN CSNP-INATIVO AND W-SITUACAO = 'I'
                     CONTINUE
                WHEN CSNP-STATUS-1 NOT = W-SITUACAO OR
                     CSNP-PRECO-1 NOT = TDES-PRECO-1 OR
                     CSNP-DISPON-1 NOT = W-DISPONIVEL
                     SET PRODUTO-MUDOU TO TRUE
              END-EVALUATE
           END-IF

           IF (MODO-COMPLETO AND W-SITUACAO = 'A') OR
              (MODO-DELTA AND PRODUTO-MUDOU)
              MOVE W-EMPRESA-ATUAL TO W-EMPRESA-DET
              MOVE TDES-CODIGO-1   TO W-CODIGO-DET
              MOVE TDES-DESC-1     TO W-DESC-DET
              MOVE TDES-BARRAS-1   TO W-BARRAS-DET
              MOVE TDES-PRECO-1    TO W-PRECO-DET
              MOVE W-DISPONIVEL    TO W-DISPON-DET
              MOVE W-SITUACAO      TO W-SITUACAO-DET
              PERFORM GRAVA-DETALHE
           END-IF

           IF PRODUTO-MUDOU
              MOVE TDES-CODIGO-1   TO TRAB-CODIGO-1
              MOVE TDES-PRECO-1    TO TRAB-PRECO-1
              MOVE W-DISPONIVEL    TO TRAB-DISPON-1
              MOVE W-SITUACAO      TO TRAB-STATUS-1
              WRITE TRAB-REGISTR-1
              IF NOT VALID-TRABALHO
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-IF.

       CALCULA-DISPONIVEL.
           IF W-DEP-QTDE = 0
              COMPUTE W-DISP-CALC = TDES-ESTOQM-1 - TDES-RESERV-1
           ELSE
              COMPUTE W-DISP-CALC = 0 - TDES-RESERV-1
              PERFORM VARYING W-IX-DEP FROM 1 BY 1
                      UNTIL W-IX-DEP > W-DEP-QTDE
                 IF W-DEP-USA (W-IX-DEP) = 'S'
                    MOVE W-EMPRESA-ATUAL      TO SDEP-EMPRESA-1
                    MOVE TDES-CODIGO-1        TO SDEP-CODIGO-1
                    MOVE W-DEP-COD (W-IX-DEP) TO SDEP-CODDEP-1
                    READ SALDEP
                    IF VALID-SALDEP
                       ADD SDEP-SALDO-1 TO W-DISP-CALC
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

           IF W-DISP-CALC < 0
              MOVE 0 TO W-DISPONIVEL
           ELSE
              MOVE W-DISP-CALC TO W-DISPONIVEL
           END-IF.

      *-----------------------------------------------------------------
      * produto ativo na fotografia que nao existe mais na TABPR: sai
      * como inativo no delta e e retirado da fotografia
      *-----------------------------------------------------------------
       PROCURA-EXCLUIDOS.
           INITIALIZE CSNP-REGISTR-1
           MOVE W-EMPRESA-ATUAL TO CSNP-EMPRESA-1
           MOVE SPACES          TO CSNP-CODIGO-1
           START CATSNP KEY > CSNP-RECORDK-1
           IF NOT VALID-CATSNP
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ CATSNP NEXT AT END
                          EXIT PERFORM
              END-READ
              IF NOT VALID-CATSNP OR
                 CSNP-EMPRESA-1 NOT = W-EMPRESA-ATUAL
                 EXIT PERFORM
              END-IF
              IF CSNP-ATIVO
                 MOVE CSNP-EMPRESA-1 TO TDES-EMPRESA-1
                 MOVE CSNP-CODIGO-1  TO TDES-CODIGO-1
                 READ TABPR
                 IF STAT-TABPR = '23'
                    PERFORM ENVIA-EXCLUIDO
                 ELSE
                    IF NOT VALID-TABPR
                       PERFORM ERRO-ARQUIVO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       ENVIA-EXCLUIDO.
           IF MODO-DELTA
              MOVE W-EMPRESA-ATUAL TO W-EMPRESA-DET
              MOVE CSNP-CODIGO-1   TO W-CODIGO-DET
              MOVE SPACES          TO W-DESC-DET W-BARRAS-DET
              MOVE CSNP-PRECO-1    TO W-PRECO-DET
              MOVE 0               TO W-DISPON-DET
              MOVE 'I'             TO W-SITUACAO-DET
              PERFORM GRAVA-DETALHE
           END-IF.

           MOVE CSNP-CODIGO-1 TO TRAB-CODIGO-1
           MOVE CSNP-PRECO-1  TO TRAB-PRECO-1
           MOVE 0             TO TRAB-DISPON-1
           MOVE 'E'           TO TRAB-STATUS-1
           WRITE TRAB-REGISTR-1
           IF NOT VALID-TRABALHO
              PERFORM ERRO-ARQUIVO.

      *-----------------------------------------------------------------
      * aplica o arquivo de trabalho na fotografia e baixa o
      * indicador de pendente; pode ser repetido sem efeito colateral
      *-----------------------------------------------------------------
       APLICA-FOTOGRAFIA.
           MOVE 0 TO W-QTD-APLICADOS
           OPEN INPUT TRABALHO
           IF VALID-TRABALHO
              SET TRABALHO-ABERTO TO TRUE
              PERFORM UNTIL 1 = 2
                 READ TRABALHO AT END
                               EXIT PERFORM
                 END-READ
                 IF NOT VALID-TRABALHO
                    PERFORM ERRO-ARQUIVO
                 END-IF
                 PERFORM APLICA-PRODUTO
              END-PERFORM
              CLOSE TRABALHO
              SET TRABALHO-ABERTO TO FALSE
           ELSE
              IF STAT-TRABALHO NOT = '35'
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-IF.

           PERFORM LE-CONTROLE-EMPRESA
           MOVE 'N' TO CSNP-PENDENTE-1
           REWRITE CSNP-REGISTR-1
           IF NOT VALID-CATSNP
              PERFORM ERRO-ARQUIVO.

       APLICA-PRODUTO.
           ADD 1 TO W-QTD-APLICADOS
           MOVE W-EMPRESA-ATUAL TO CSNP-EMPRESA-1
           MOVE TRAB-CODIGO-1   TO CSNP-CODIGO-1
           READ CATSNP
           IF STAT-CATSNP = '23'
              IF NOT TRAB-EXCLUIDO
                 INITIALIZE CSNP-DADOS-1
                 MOVE TRAB-PRECO-1  TO CSNP-PRECO-1
                 MOVE TRAB-DISPON-1 TO CSNP-DISPON-1
                 MOVE TRAB-STATUS-1 TO CSNP-STATUS-1
                 MOVE W-NUMEXP      TO CSNP-NUMEXP-1
                 WRITE CSNP-REGISTR-1
                 IF NOT VALID-CATSNP
                    PERFORM ERRO-ARQUIVO
                 END-IF
              END-IF
              EXIT PARAGRAPH.
           IF NOT VALID-CATSNP
              PERFORM ERRO-ARQUIVO.

           IF TRAB-EXCLUIDO
              DELETE CATSNP RECORD
           ELSE
              MOVE TRAB-PRECO-1  TO CSNP-PRECO-1
              MOVE TRAB-DISPON-1 TO CSNP-DISPON-1
              MOVE TRAB-STATUS-1 TO CSNP-STATUS-1
              MOVE W-NUMEXP      TO CSNP-NUMEXP-1
              REWRITE CSNP-REGISTR-1
           END-IF.
           IF NOT VALID-CATSNP
              PERFORM ERRO-ARQUIVO.

       GRAVA-HEADER.
           MOVE W-EMPRESA-ATUAL      TO W-EMPRESA-HDR
           MOVE W-NUMEXP             TO W-NUMEXP-HDR
           MOVE W-DATA-SISTEMA       TO W-DATA-HDR
           MOVE W-HORA-SISTEMA (1:6) TO W-HORA-HDR
           MOVE W-MODO-ATUAL         TO W-MODO-HDR
           IF FORMATO-FIXO
              MOVE W-REG-HEADER TO SAIDA-R
           ELSE
              MOVE SPACES TO W-CSV-LINHA
              STRING 'H;CATALOGO;'   DELIMITED BY SIZE
                     W-EMPRESA-HDR   DELIMITED BY SIZE
                     ';'             DELIMITED BY SIZE
                     W-NUMEXP-HDR    DELIMITED BY SIZE
                     ';'             DELIMITED BY SIZE
                     W-DATA-HDR      DELIMITED BY SIZE
                     ';'             DELIMITED BY SIZE
                     W-HORA-HDR      DELIMITED BY SIZE
                     ';'             DELIMITED BY SIZE
                     W-MODO-HDR      DELIMITED BY SIZE
                INTO W-CSV-LINHA
              END-STRING
              MOVE W-CSV-LINHA TO SAIDA-R
           END-IF
           WRITE SAIDA-R
           IF NOT VALID-SAIDA
              PERFORM ERRO-ARQUIVO.

       GRAVA-DETALHE.
           ADD 1 TO W-QTD-DETALHES
           IF FORMATO-FIXO
              MOVE W-REG-DETALHE TO SAIDA-R
           ELSE
              MOVE W-DESC-DET    TO W-DESC-CSV
              INSPECT W-DESC-CSV REPLACING ALL ';' BY ','
              MOVE W-PRECO-DET   TO W-CSV-PRECO-EDIT
              MOVE W-DISPON-DET  TO W-CSV-DISPON-EDIT
              MOVE SPACES TO W-CSV-LINHA
              STRING 'D;'              DELIMITED BY SIZE
                     W-EMPRESA-DET     DELIMITED BY SIZE
                     ';'               DELIMITED BY SIZE
                     W-CODIGO-DET      DELIMITED BY SIZE
                     ';'               DELIMITED BY SIZE
                     W-DESC-CSV        DELIMITED BY SIZE
                     ';'               DELIMITED BY SIZE
                     W-BARRAS-DET      DELIMITED BY SIZE
                     ';'               DELIMITED BY SIZE
                     W-CSV-PRECO-EDIT  DELIMITED BY SIZE
                     ';'               DELIMITED BY SIZE
                     W-CSV-DISPON-EDIT DELIMITED BY SIZE
                     ';'               DELIMITED BY SIZE
                     W-SITUACAO-DET    DELIMITED BY SIZE
                INTO W-CSV-LINHA
              END-STRING
              MOVE W-CSV-LINHA TO SAIDA-R
           END-IF
           WRITE SAIDA-R
           IF NOT VALID-SAIDA
              PERFORM ERRO-ARQUIVO.

       GRAVA-TRAILER.
           MOVE W-QTD-DETALHES TO W-QTD-TRL
           MOVE W-NUMEXP       TO W-NUMEXP-TRL
           IF FORMATO-FIXO
              MOVE W-REG-TRAILER TO SAIDA-R
           ELSE
              MOVE SPACES TO W-CSV-LINHA
              STRING 'T;'            DELIMITED BY SIZE
                     W-QTD-TRL       DELIMITED BY SIZE
                     ';'             DELIMITED BY SIZE
                     W-NUMEXP-TRL    DELIMITED BY SIZE
                INTO W-CSV-LINHA
              END-STRING
              MOVE W-CSV-LINHA TO SAIDA-R
           END-IF
           WRITE SAIDA-R
           IF NOT VALID-SAIDA
              PERFORM ERRO-ARQUIVO.

       ERRO-ARQUIVO.
           CALL "C$RERR" USING WS-EXTEND-STATUS
           MOVE WS-EXTEND-STATUS(1:2) TO W-FSTATUS
           MOVE WS-EXTEND-STATUS(3:)  TO W-EXTSTAT
           CALL "C$RERRNAME" USING W-ARQUIVO.

           IF ERRLOG-ABERTO
              INITIALIZE ERRL-REGISTR-1
              ACCEPT ERRL-DATA-1 FROM DATE YYYYMMDD
              ACCEPT ERRL-HORA-1 FROM TIME
              MOVE 'CATALOGO' TO ERRL-PROGRAMA-1
              MOVE W-ARQUIVO  TO ERRL-ARQUIVO-1
              MOVE W-FSTATUS  TO ERRL-STATUS-1
              WRITE ERRL-REGISTR-1
           END-IF.

           DISPLAY 'CATALOGO - ERRO DE ARQUIVO ' W-FSTATUS
                   ' EM ' W-ARQUIVO (1:60).

           MOVE 8 TO RETURN-CODE.

           PERFORM FIM.

           COPY "PARAMP.CPY".
