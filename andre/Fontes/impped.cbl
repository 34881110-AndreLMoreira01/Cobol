       IDENTIFICATION DIVISION.
       PROGRAM-ID.    IMPPED.
       AUTHOR.        ANDRE.
      *-----------------------------------------------------------------
      * IMPPED - importacao de pedidos de venda enviados por clientes
      * e representantes em arquivo separado por ponto-e-virgula
      * (mesma convencao do IMPORTA).  Cada pedido e uma linha de
      * cabecalho seguida das linhas de itens:
      *   C;EMPRESA;CLIENTE;PEDIDO DO CLIENTE;CONDPAG;TRANSPORTADORA;
      *     OBSERVACAO
      *   I;CODIGO;QUANTIDADE;DESCONTO
      * Linha de titulos (primeiro campo TIPO) e ignorada.  O pedido
      * inteiro passa pelas mesmas criticas da confirmacao do PEDIDO:
      * empresa ativa, cliente cadastrado, ativo e nao bloqueado pela
      * cobranca, condicao de pagamento ativa (em branco = a do
      * cliente), data do sistema em dia util do CALEND, produto
      * ativo na empresa, quantidade inteira para produto
      * indivisivel, desconto ate o TDES-DMAX-1, quantidade ate o
      * disponivel (saldo menos reservado, somando as linhas do mesmo
      * produto) e limite de credito do cliente.  O preco e o da
      * lista de preco do cliente ou o do TABPR, como no PEDIDO.
      * Pedido aceito recebe numero da serie PED do NUMCTL, reserva
      * as quantidades em TDES-RESERV-1, fica aguardando aprovacao
      * quando o total passa do DEMP-LIMAPR-1 da empresa e guarda o
      * numero do pedido do cliente em PCAB-PEDCLI-1 (o mesmo numero
      * do mesmo cliente nao e importado duas vezes).  Pedido recusado
      * vai inteiro para IMPPED.REJ, cada linha com o seu motivo, e
      * pode ser corrigido e reenviado tirando a ultima coluna.
      * Retorno 4 quando ha recusas.
      * Parametros (IMPPED.PAR):  ARQUIVO=nome do arquivo de entrada
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           copy "cademp.sl".
           copy "cadcli.sl".
           copy "tabpr.sl".
           copy "pedcab.sl".
           copy "pedido.sl".
           copy "condpag.sl".
           copy "lprcab.sl".
           copy "lprite.sl".
           copy "contrec.sl".
           copy "calend.sl".
           copy "numctl.sl".
           copy "errlog.sl".

           SELECT ENTRADA ASSIGN TO W-CSV-NOME
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  IS STAT-ENTRADA.

           SELECT REJEITO ASSIGN TO 'IMPPED.REJ'
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  IS STAT-REJEITO.

           SELECT PARAMS ASSIGN TO 'IMPPED.PAR'
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  IS STAT-PARAMS.

       DATA DIVISION.
       FILE SECTION.

           copy "cademp.fd".
           copy "cadcli.fd".
           copy "tabpr.fd".
           copy "pedcab.fd".
           copy "pedido.fd".
           copy "condpag.fd".
           copy "lprcab.fd".
           copy "lprite.fd".
           copy "contrec.fd".
           copy "calend.fd".
           copy "numctl.fd".
           copy "errlog.fd".

       FD  ENTRADA LABEL RECORD OMITTED.

       01  ENTRADA-R                      PIC X(250).

       FD  REJEITO LABEL RECORD OMITTED.

       01  REJEITO-R                      PIC X(320).

       FD  PARAMS LABEL RECORD OMITTED.

       01  PARAMS-R                       PIC X(80).

       WORKING-STORAGE SECTION.
       78  MAX-ITENS                      VALUE 50.

       01  CAMPOS-W.
           03  STAT-CADEMP               PIC  X(02).
               88 VALID-CADEMP           VALUE '00' THRU '09'.
           03  STAT-CADCLI               PIC  X(02).
               88 VALID-CADCLI           VALUE '00' THRU '09'.
           03  STAT-TABPR                PIC  X(02).
               88 VALID-TABPR            VALUE '00' THRU '09'.
           03  STAT-PEDCAB               PIC  X(02).
               88 VALID-PEDCAB           VALUE '00' THRU '09'.
           03  STAT-PEDIDO               PIC  X(02).
               88 VALID-PEDIDO           VALUE '00' THRU '09'.
           03  STAT-CONDPAG              PIC  X(02).
               88 VALID-CONDPAG          VALUE '00' THRU '09'.
           03  STAT-CONDPAG-ABERTO       PIC  X(01) VALUE 'N'.
               88 CONDPAG-ABERTO         VALUE 'S' FALSE 'N'.
           03  STAT-LPRCAB               PIC  X(02).
               88 VALID-LPRCAB           VALUE '00' THRU '09'.
           03  STAT-LPRITE               PIC  X(02).
               88 VALID-LPRITE           VALUE '00' THRU '09'.
           03  STAT-LISTA-ABERTA         PIC  X(01) VALUE 'N'.
               88 LISTA-ABERTA           VALUE 'S' FALSE 'N'.
           03  STAT-CONTREC              PIC  X(02).
               88 VALID-CONTREC          VALUE '00' THRU '09'.
           03  STAT-NUMCTL               PIC  X(02).
               88 VALID-NUMCTL           VALUE '00' THRU '09'.
           03  STAT-ENTRADA              PIC  X(02).
               88 VALID-ENTRADA          VALUE '00' THRU '09'.
           03  STAT-REJEITO              PIC  X(02).
               88 VALID-REJEITO          VALUE '00' THRU '09'.
           03  STAT-PARAMS               PIC  X(02).
               88 VALID-PARAMS           VALUE '00' THRU '09'.
           03  STAT-ERRLOG               PIC  X(02).
               88 VALID-ERRLOG           VALUE '00' THRU '09'.
           03  STAT-ERRLOG-ABERTO        PIC  X(01) VALUE 'N'.
               88 ERRLOG-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-NUMERO-OK            PIC  X(01).
               88 NUMERO-OK              VALUE 'S' FALSE 'N'.
           03  STAT-TEM-PEDIDO           PIC  X(01) VALUE 'N'.
               88 TEM-PEDIDO             VALUE 'S' FALSE 'N'.
           03  STAT-PEDIDO-OK            PIC  X(01).
               88 PEDIDO-OK              VALUE 'S' FALSE 'N'.

           03  CAMPOS-PARAM-W.
               05 W-CSV-NOME             PIC  X(40) VALUE SPACES.

           03  CAMPOS-CSV-W.
               05 W-LINHA-CSV            PIC  X(250).
               05 W-CAMPO-1              PIC  X(10).
               05 W-CAMPO-2              PIC  X(20).
               05 W-CAMPO-3              PIC  X(20).
               05 W-CAMPO-4              PIC  X(20).
               05 W-CAMPO-5              PIC  X(20).
               05 W-CAMPO-6              PIC  X(40).
               05 W-CAMPO-7              PIC  X(60).
               05 W-MOTIVO               PIC  X(60).
               05 W-NUM-IX               PIC  9(02) VALUE 0.
               05 W-NUM-VIRGULAS         PIC  9(02) VALUE 0.

           03  CAMPOS-TRABALHO-W.
               05 W-OPERADOR-ID          PIC  X(10).
               05 W-DATA-SISTEMA         PIC  9(08) VALUE 0.
               05 W-NROPED-NOVO          PIC  9(06) VALUE 0.
               05 W-PRECO-VENDA          PIC  9(09)V99 VALUE 0.
               05 W-QUANTIDADE           PIC  9(09)V99 VALUE 0.
               05 W-QTDE-INTEIRA         PIC  9(09) VALUE 0.
               05 W-QTDE-PRODUTO         PIC  9(11)V99 VALUE 0.
               05 W-DESCONTO             PIC  9(03)V99 VALUE 0.
               05 W-BRUTO                PIC  9(13)V99 VALUE 0.
               05 W-VALOR-DESC           PIC  9(13)V99 VALUE 0.
               05 W-LIQUIDO              PIC  9(13)V99 VALUE 0.
               05 W-IX-ITEM              PIC  9(03) VALUE 0.
               05 W-IX-AUX               PIC  9(03) VALUE 0.
               05 W-TOT-LIDAS            PIC  9(06) VALUE 0.
               05 W-TOT-PEDIDOS          PIC  9(06) VALUE 0.
               05 W-TOT-GRAVADOS         PIC  9(06) VALUE 0.
               05 W-TOT-APROVACAO        PIC  9(06) VALUE 0.
               05 W-TOT-RECUSADOS        PIC  9(06) VALUE 0.
               05 W-TOT-REJEITADAS       PIC  9(06) VALUE 0.

      *    pedido em montagem: a linha de cabecalho e as de itens
      *    ficam guardadas ate o cabecalho seguinte ou o fim do
      *    arquivo, quando o pedido inteiro e criticado
           03  CAMPOS-PEDIDO-W.
               05 W-PED-LINHA            PIC  X(250).
               05 W-PED-MOTIVO           PIC  X(60).
               05 W-PED-EMPRESA          PIC  9(03).
               05 W-PED-CLIENTE          PIC  9(06).
               05 W-PED-PEDCLI           PIC  X(20).
               05 W-PED-CONDPAG          PIC  X(03).
               05 W-PED-ENDENT           PIC  X(60).
               05 W-PED-TRANSP           PIC  X(30).
               05 W-PED-OBSENT           PIC  X(40).
               05 W-LIMITE-CLI           PIC  9(11)V99.
               05 W-EXPOSICAO            PIC  9(13)V99.
               05 W-TOTAL-PEDIDO         PIC  9(13)V99.
               05 W-ITEM-QTDE            PIC  9(02).
               05 W-ITEM-TAB OCCURS 50 TIMES.
                  07 W-ITEM-LINHA        PIC  X(250).
                  07 W-ITEM-MOTIVO       PIC  X(60).
                  07 W-ITEM-CODIGO       PIC  X(10).
                  07 W-ITEM-QUANTIDADE   PIC  9(09)V99.
                  07 W-ITEM-PRECO        PIC  9(09)V99.
                  07 W-ITEM-DESCONTO     PIC  9(03)V99.

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

           PERFORM LE-PARAMETROS.

           IF W-CSV-NOME = SPACES
              DISPLAY 'IMPPED - INFORME ARQUIVO= NO IMPPED.PAR.'
              MOVE 8 TO RETURN-CODE
              PERFORM FIM.

           DISPLAY "USERNAME" UPON ENVIRONMENT-NAME.
           ACCEPT  W-OPERADOR-ID FROM ENVIRONMENT-VALUE.

           ACCEPT W-DATA-SISTEMA FROM DATE YYYYMMDD.

           OPEN INPUT CADEMP
           IF NOT VALID-CADEMP
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CADCLI
           IF NOT VALID-CADCLI
              PERFORM ERRO-ARQUIVO.

           OPEN I-O TABPR
           IF NOT VALID-TABPR
              PERFORM ERRO-ARQUIVO.

           OPEN I-O PEDCAB
           IF STAT-PEDCAB = '35'
              OPEN OUTPUT PEDCAB
              CLOSE PEDCAB
              OPEN I-O PEDCAB.
           IF NOT VALID-PEDCAB
              PERFORM ERRO-ARQUIVO.

           OPEN I-O PEDIDO
           IF STAT-PEDIDO = '35'
              OPEN OUTPUT PEDIDO
              CLOSE PEDIDO
              OPEN I-O PEDIDO.
           IF NOT VALID-PEDIDO
              PERFORM ERRO-ARQUIVO.

           OPEN I-O NUMCTL
           IF STAT-NUMCTL = '35'
              OPEN OUTPUT NUMCTL
              CLOSE NUMCTL
              OPEN I-O NUMCTL.
           IF NOT VALID-NUMCTL
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CONTREC
           IF STAT-CONTREC = '35'
              OPEN OUTPUT CONTREC
              CLOSE CONTREC
              OPEN INPUT CONTREC.
           IF NOT VALID-CONTREC
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CALEND
           IF VALID-CALEND
              SET CALEND-ABERTO TO TRUE
           END-IF.

           OPEN INPUT CONDPAG
           IF VALID-CONDPAG
              SET CONDPAG-ABERTO TO TRUE
           END-IF.

           OPEN INPUT LPRCAB
           IF VALID-LPRCAB
              OPEN INPUT LPRITE
              IF VALID-LPRITE
                 SET LISTA-ABERTA TO TRUE
              ELSE
                 CLOSE LPRCAB
              END-IF
           END-IF.

           OPEN INPUT ENTRADA
           IF NOT VALID-ENTRADA
              PERFORM ERRO-ARQUIVO.

           OPEN OUTPUT REJEITO
           IF NOT VALID-REJEITO
              PERFORM ERRO-ARQUIVO.

           PERFORM PROCESSA-ENTRADA

           DISPLAY 'IMPPED - LINHAS LIDAS: ' W-TOT-LIDAS
                   '  REJEITADAS: '          W-TOT-REJEITADAS.
           DISPLAY 'IMPPED - PEDIDOS: '      W-TOT-PEDIDOS
                   '  GRAVADOS: '            W-TOT-GRAVADOS
                   '  AGUARDANDO APROVACAO: ' W-TOT-APROVACAO
                   '  RECUSADOS: '           W-TOT-RECUSADOS.

           IF W-TOT-REJEITADAS <> 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM FIM.

       FIM.
           CLOSE CADEMP.
           CLOSE CADCLI.
           CLOSE TABPR.
           CLOSE PEDCAB.
           CLOSE PEDIDO.
           CLOSE NUMCTL.
           CLOSE CONTREC.
           IF CALEND-ABERTO
              CLOSE CALEND
           END-IF.
           IF CONDPAG-ABERTO
              CLOSE CONDPAG
           END-IF.
           IF LISTA-ABERTA
              CLOSE LPRCAB
              CLOSE LPRITE
           END-IF.
           CLOSE ENTRADA.
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
                WHEN 'ARQUIVO'
                     MOVE W-PAR-VALOR (1:40) TO W-CSV-NOME
                WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-PERFORM.

           CLOSE PARAMS.

      *-----------------------------------------------------------------
      * leitura do arquivo: cada cabecalho fecha o pedido anterior,
      * que so entao e criticado e gravado ou recusado
      *-----------------------------------------------------------------
       PROCESSA-ENTRADA.
           PERFORM UNTIL 1 = 2
              READ ENTRADA INTO W-LINHA-CSV AT END
                           EXIT PERFORM
              END-READ
              IF NOT VALID-ENTRADA
                 EXIT PERFORM
              END-IF

              IF W-LINHA-CSV = SPACES
                 EXIT PERFORM CYCLE
              END-IF

              PERFORM SEPARA-CAMPOS

              IF W-CAMPO-1 = 'TIPO'
                 EXIT PERFORM CYCLE
              END-IF

              ADD 1 TO W-TOT-LIDAS

              INSPECT W-CAMPO-1 CONVERTING 'ci' TO 'CI'
              EVALUATE W-CAMPO-1
                WHEN 'C'
                     IF TEM-PEDIDO
                        PERFORM PROCESSA-PEDIDO
                     END-IF
                     PERFORM INICIA-PEDIDO
                WHEN 'I'
                     IF TEM-PEDIDO
                        PERFORM GUARDA-ITEM
                     ELSE
                        MOVE 'ITEM SEM CABECALHO DE PEDIDO' TO W-MOTIVO
                        PERFORM GRAVA-REJEITO
                     END-IF
                WHEN OTHER
                     MOVE 'TIPO DE LINHA INVALIDO (C/I)' TO W-MOTIVO
                     PERFORM GRAVA-REJEITO
              END-EVALUATE
           END-PERFORM.

           IF TEM-PEDIDO
              PERFORM PROCESSA-PEDIDO
           END-IF.

       SEPARA-CAMPOS.
           MOVE SPACES TO W-CAMPO-1 W-CAMPO-2 W-CAMPO-3
                          W-CAMPO-4 W-CAMPO-5 W-CAMPO-6
                          W-CAMPO-7
           UNSTRING W-LINHA-CSV DELIMITED BY ';'
                    INTO W-CAMPO-1 W-CAMPO-2 W-CAMPO-3
                         W-CAMPO-4 W-CAMPO-5 W-CAMPO-6
                         W-CAMPO-7
           END-UNSTRING.

       INICIA-PEDIDO.
           INITIALIZE CAMPOS-PEDIDO-W
           SET TEM-PEDIDO TO TRUE
           ADD 1 TO W-TOT-PEDIDOS
           MOVE W-LINHA-CSV TO W-PED-LINHA.

      *-----------------------------------------------------------------
      * item alem do limite do pedido: a linha sai logo no rejeito e
      * o pedido inteiro fica recusado
      *-----------------------------------------------------------------
       GUARDA-ITEM.
           IF W-ITEM-QTDE >= MAX-ITENS
              MOVE 'PEDIDO COM MAIS DE 50 ITENS' TO W-MOTIVO
                                                    W-PED-MOTIVO
              PERFORM GRAVA-REJEITO
              EXIT PARAGRAPH.

           ADD 1 TO W-ITEM-QTDE
           MOVE W-LINHA-CSV TO W-ITEM-LINHA (W-ITEM-QTDE).

       PROCESSA-PEDIDO.
           SET PEDIDO-OK TO TRUE
           IF W-PED-MOTIVO NOT = SPACES
              SET PEDIDO-OK TO FALSE
           END-IF.

           IF PEDIDO-OK AND W-ITEM-QTDE = 0
              MOVE 'PEDIDO SEM ITENS' TO W-PED-MOTIVO
              SET PEDIDO-OK TO FALSE
           END-IF.

           IF PEDIDO-OK
              PERFORM VALIDA-CABECALHO
           END-IF.

           IF PEDIDO-OK
              PERFORM VARYING W-IX-ITEM FROM 1 BY 1
                      UNTIL W-IX-ITEM > W-ITEM-QTDE
                 PERFORM VALIDA-ITEM
              END-PERFORM
           END-IF.

           IF PEDIDO-OK
              PERFORM TESTA-LIMITE-CREDITO
           END-IF.

           IF PEDIDO-OK
              PERFORM GRAVA-PEDIDO
           ELSE
              PERFORM REJEITA-PEDIDO
           END-IF.

           SET TEM-PEDIDO TO FALSE.

      *-----------------------------------------------------------------
      * cabecalho: empresa, cliente, numero do pedido do cliente,
      * condicao de pagamento e dia util
      *-----------------------------------------------------------------
       VALIDA-CABECALHO.
           MOVE W-PED-LINHA TO W-LINHA-CSV
           PERFORM SEPARA-CAMPOS

           MOVE W-CAMPO-2 TO W-PAR-VALOR
           PERFORM VALIDA-PARAM-NUM
           IF NUMERO-OK
              PERFORM CONVERTE-PARAM-NUM
              MOVE W-PAR-NUMERO TO W-PED-EMPRESA
           END-IF
           IF NOT NUMERO-OK OR W-PED-EMPRESA = 0
              MOVE 'EMPRESA INVALIDA'        TO W-PED-MOTIVO
              SET PEDIDO-OK TO FALSE
              EXIT PARAGRAPH.

           MOVE W-PED-EMPRESA TO DEMP-CODEMP-1
           READ CADEMP
           IF NOT VALID-CADEMP
              MOVE 'EMPRESA NAO CADASTRADA'  TO W-PED-MOTIVO
              SET PEDIDO-OK TO FALSE
              EXIT PARAGRAPH.
           IF DEMP-INATIVO
              MOVE 'EMPRESA INATIVA'         TO W-PED-MOTIVO
              SET PEDIDO-OK TO FALSE
              EXIT PARAGRAPH.

           MOVE W-CAMPO-3 TO W-PAR-VALOR
           PERFORM VALIDA-PARAM-NUM
           IF NUMERO-OK
              PERFORM CONVERTE-PARAM-NUM
              MOVE W-PAR-NUMERO TO W-PED-CLIENTE
           END-IF
           IF NOT NUMERO-OK OR W-PED-CLIENTE = 0
              MOVE 'CLIENTE INVALIDO'        TO W-PED-MOTIVO
              SET PEDIDO-OK TO FALSE
              EXIT PARAGRAPH.

           INITIALIZE            DCLI-REGISTR-1
           MOVE W-PED-EMPRESA TO DCLI-EMPRESA-1
           MOVE W-PED-CLIENTE TO DCLI-CODCLI-1
           READ CADCLI
           IF STAT-CADCLI = '23'
              MOVE 'CLIENTE NAO CADASTRADO'  TO W-PED-MOTIVO
              SET PEDIDO-OK TO FALSE
              EXIT PARAGRAPH.
           IF NOT VALID-CADCLI
              PERFORM ERRO-ARQUIVO.
           IF DCLI-INATIVO
              MOVE 'CLIENTE INATIVO'         TO W-PED-MOTIVO
              SET PEDIDO-OK TO FALSE
              EXIT PARAGRAPH.
           IF DCLI-BLOQUEADO
              MOVE 'CLIENTE BLOQUEADO PELA COBRANCA' TO W-PED-MOTIVO
              SET PEDIDO-OK TO FALSE
              EXIT PARAGRAPH.

           MOVE DCLI-LIMITE-1 TO W-LIMITE-CLI
           MOVE DCLI-ENDER-1  TO W-PED-ENDENT
           MOVE W-CAMPO-4     TO W-PED-PEDCLI
           MOVE W-CAMPO-5     TO W-PED-CONDPAG
           MOVE W-CAMPO-6     TO W-PED-TRANSP
           MOVE W-CAMPO-7     TO W-PED-OBSENT
           IF W-PED-CONDPAG = SPACES
              MOVE DCLI-CONDPAG-1 TO W-PED-CONDPAG
           END-IF.

           IF W-PED-PEDCLI NOT = SPACES
              PERFORM PROCURA-PEDCLI
              IF NOT PEDIDO-OK
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           PERFORM VALIDA-CONDPAG
           IF NOT PEDIDO-OK
              EXIT PARAGRAPH.

           MOVE W-PED-EMPRESA  TO W-DUT-EMPRESA
           MOVE W-DATA-SISTEMA TO W-DUT-DATA
           MOVE W-DATA-SISTEMA TO W-DUT-HOJE
           PERFORM TESTA-DIA-UTIL
           IF NOT DIA-UTIL-OK
              MOVE SPACES TO W-PED-MOTIVO
              STRING 'DATA NAO E DIA UTIL: ' DELIMITED BY SIZE
                     W-DUT-MOTIVO            DELIMITED BY SIZE
                INTO W-PED-MOTIVO
              END-STRING
              SET PEDIDO-OK TO FALSE
           END-IF.

      *-----------------------------------------------------------------
      * o mesmo pedido do cliente nao entra duas vezes (reenvio do
      * arquivo); pedido cancelado nao conta
      *-----------------------------------------------------------------
       PROCURA-PEDCLI.
           INITIALIZE PCAB-REGISTR-1
           MOVE W-PED-EMPRESA TO PCAB-EMPRESA-1
           START PEDCAB KEY >= PCAB-RECORDK-1
           IF VALID-PEDCAB
              PERFORM UNTIL 1 = 2
                 READ PEDCAB NEXT AT END
                             EXIT PERFORM
                 END-READ
                 IF NOT VALID-PEDCAB OR
                    PCAB-EMPRESA-1 NOT = W-PED-EMPRESA
                    EXIT PERFORM
                 END-IF
                 IF PCAB-CLIENTE-1 = W-PED-CLIENTE AND
                    PCAB-PEDCLI-1 = W-PED-PEDCLI AND
                    NOT PCAB-CANCELADO
                    MOVE SPACES TO W-PED-MOTIVO
                    STRING 'PEDIDO DO CLIENTE JA IMPORTADO NO '
                                             DELIMITED BY SIZE
                           PCAB-NROPED-1     DELIMITED BY SIZE
                      INTO W-PED-MOTIVO
                    END-STRING
                    SET PEDIDO-OK TO FALSE
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-IF.

       VALIDA-CONDPAG.
           IF W-PED-CONDPAG = SPACES
              EXIT PARAGRAPH.

           IF NOT CONDPAG-ABERTO
              MOVE '23' TO STAT-CONDPAG
           ELSE
              MOVE W-PED-CONDPAG TO CPAG-CODCOND-1
              READ CONDPAG
           END-IF.

           IF STAT-CONDPAG = '23'
              MOVE 'CONDICAO DE PAGAMENTO NAO CADASTRADA'
                                             TO W-PED-MOTIVO
              SET PEDIDO-OK TO FALSE
              EXIT PARAGRAPH.
           IF NOT VALID-CONDPAG
              PERFORM ERRO-ARQUIVO.

           IF CPAG-INATIVO
              MOVE 'CONDICAO DE PAGAMENTO INATIVA' TO W-PED-MOTIVO
              SET PEDIDO-OK TO FALSE
           END-IF.

      *-----------------------------------------------------------------
      * item: produto ativo na empresa, quantidade, desconto e
      * disponivel; todos os itens sao criticados para que cada linha
      * recusada leve o seu motivo
      *-----------------------------------------------------------------
       VALIDA-ITEM.
           MOVE W-ITEM-LINHA (W-IX-ITEM) TO W-LINHA-CSV
           PERFORM SEPARA-CAMPOS

           IF W-CAMPO-2 = SPACES
              MOVE 'CODIGO INVALIDO'         TO W-MOTIVO
              PERFORM RECUSA-ITEM
              EXIT PARAGRAPH.

           INITIALIZE            TDES-REGISTR-1
           MOVE W-PED-EMPRESA TO TDES-EMPRESA-1
           MOVE W-CAMPO-2     TO TDES-CODIGO-1
           READ TABPR
           IF STAT-TABPR = '23'
              MOVE 'PRODUTO NAO CADASTRADO NA EMPRESA' TO W-MOTIVO
              PERFORM RECUSA-ITEM
              EXIT PARAGRAPH.
           IF NOT VALID-TABPR
              PERFORM ERRO-ARQUIVO.
           IF TDES-INATIVO
              MOVE 'PRODUTO INATIVO'         TO W-MOTIVO
              PERFORM RECUSA-ITEM
              EXIT PARAGRAPH.

           MOVE W-CAMPO-3 TO W-PAR-VALOR
           PERFORM VALIDA-PARAM-NUM
           IF NOT NUMERO-OK
              MOVE 'QUANTIDADE NAO NUMERICA' TO W-MOTIVO
              PERFORM RECUSA-ITEM
              EXIT PARAGRAPH.
           PERFORM CONVERTE-PARAM-NUM
           MOVE W-PAR-NUMERO TO W-QUANTIDADE
           IF W-QUANTIDADE = 0
              MOVE 'QUANTIDADE DEVE SER MAIOR QUE ZERO' TO W-MOTIVO
              PERFORM RECUSA-ITEM
              EXIT PARAGRAPH.
           MOVE W-QUANTIDADE TO W-QTDE-INTEIRA
           IF TDES-INDIVISIVEL AND W-QTDE-INTEIRA NOT = W-QUANTIDADE
              MOVE 'PRODUTO INDIVISIVEL COM QUANTIDADE FRACIONADA'
                                             TO W-MOTIVO
              PERFORM RECUSA-ITEM
              EXIT PARAGRAPH.

           MOVE W-CAMPO-4 TO W-PAR-VALOR
           PERFORM VALIDA-PARAM-NUM
           IF NOT NUMERO-OK
              MOVE 'DESCONTO NAO NUMERICO'   TO W-MOTIVO
              PERFORM RECUSA-ITEM
              EXIT PARAGRAPH.
           PERFORM CONVERTE-PARAM-NUM
           IF W-PAR-NUMERO > TDES-DMAX-1
              MOVE 'DESCONTO MAIOR QUE O MAXIMO DO PRODUTO'
                                             TO W-MOTIVO
              PERFORM RECUSA-ITEM
              EXIT PARAGRAPH.
           MOVE W-PAR-NUMERO TO W-DESCONTO

           MOVE W-QUANTIDADE TO W-QTDE-PRODUTO
           PERFORM VARYING W-IX-AUX FROM 1 BY 1
                   UNTIL W-IX-AUX >= W-IX-ITEM
              IF W-ITEM-CODIGO (W-IX-AUX) = TDES-CODIGO-1
                 ADD W-ITEM-QUANTIDADE (W-IX-AUX) TO W-QTDE-PRODUTO
              END-IF
           END-PERFORM
           IF W-QTDE-PRODUTO > TDES-ESTOQM-1 - TDES-RESERV-1
              MOVE 'QUANTIDADE MAIOR QUE O DISPONIVEL (SALDO MENOS RESER
      -            'VADO)'                   TO W-MOTIVO
              PERFORM RECUSA-ITEM
              EXIT PARAGRAPH.

           PERFORM BUSCA-PRECO-LISTA

           MOVE TDES-CODIGO-1 TO W-ITEM-CODIGO     (W-IX-ITEM)
           MOVE W-QUANTIDADE  TO W-ITEM-QUANTIDADE (W-IX-ITEM)
           MOVE W-PRECO-VENDA TO W-ITEM-PRECO      (W-IX-ITEM)
           MOVE W-DESCONTO    TO W-ITEM-DESCONTO   (W-IX-ITEM)

           COMPUTE W-BRUTO ROUNDED = W-QUANTIDADE * W-PRECO-VENDA
           COMPUTE W-VALOR-DESC ROUNDED =
                   W-BRUTO * W-DESCONTO / 100
           COMPUTE W-LIQUIDO = W-BRUTO - W-VALOR-DESC
           ADD W-LIQUIDO TO W-TOTAL-PEDIDO.

       RECUSA-ITEM.
           MOVE W-MOTIVO TO W-ITEM-MOTIVO (W-IX-ITEM)
           MOVE 'PEDIDO RECUSADO POR ERRO EM ITEM' TO W-PED-MOTIVO
           SET PEDIDO-OK TO FALSE.

      *-----------------------------------------------------------------
      * preco de venda do item: o da lista de preco do cliente
      * (DCLI-CODLIS-1, lido na critica do cabecalho) quando a lista
      * esta ativa, dentro da validade e tem o produto; senao o
      * TDES-PRECO-1
      *-----------------------------------------------------------------
       BUSCA-PRECO-LISTA.
           MOVE TDES-PRECO-1 TO W-PRECO-VENDA
           IF DCLI-CODLIS-1 = SPACES OR NOT LISTA-ABERTA
              EXIT PARAGRAPH.

           MOVE DCLI-EMPRESA-1 TO LPCB-EMPRESA-1
           MOVE DCLI-CODLIS-1  TO LPCB-CODLIS-1
           READ LPRCAB
           IF NOT VALID-LPRCAB
              EXIT PARAGRAPH.
           IF LPCB-INATIVO
              EXIT PARAGRAPH.

           IF W-DATA-SISTEMA < LPCB-DATINI-1
              EXIT PARAGRAPH.
           IF LPCB-DATFIM-1 NOT = 0 AND W-DATA-SISTEMA > LPCB-DATFIM-1
              EXIT PARAGRAPH.

           MOVE DCLI-EMPRESA-1 TO LPIT-EMPRESA-1
           MOVE DCLI-CODLIS-1  TO LPIT-CODLIS-1
           MOVE TDES-CODIGO-1  TO LPIT-CODIGO-1
           READ LPRITE
           IF VALID-LPRITE
              MOVE LPIT-PRECO-1 TO W-PRECO-VENDA
           END-IF.

      *-----------------------------------------------------------------
      * limite de credito: o pedido mais os pedidos em aberto do
      * cliente em PEDCAB mais os titulos nao quitados de CONTREC nao
      * podem passar de DCLI-LIMITE-1 (zero = sem limite).  Na
      * importacao nao ha liberacao pelo SUPER: o pedido e recusado e
      * pode ser digitado no PEDIDO.
      *-----------------------------------------------------------------
       TESTA-LIMITE-CREDITO.
           IF W-LIMITE-CLI = 0
              EXIT PARAGRAPH.

           MOVE W-TOTAL-PEDIDO TO W-EXPOSICAO

           INITIALIZE PCAB-REGISTR-1
           MOVE W-PED-EMPRESA TO PCAB-EMPRESA-1
           START PEDCAB KEY >= PCAB-RECORDK-1
           IF VALID-PEDCAB
              PERFORM UNTIL 1 = 2
                 READ PEDCAB NEXT AT END
                             EXIT PERFORM
                 END-READ
                 IF NOT VALID-PEDCAB OR
                    PCAB-EMPRESA-1 NOT = W-PED-EMPRESA
                    EXIT PERFORM
                 END-IF
                 IF PCAB-CLIENTE-1 = W-PED-CLIENTE AND
                    (PCAB-ABERTO OR PCAB-AGUARD-APR)
                    ADD PCAB-TOTAL-1 TO W-EXPOSICAO
                 END-IF
              END-PERFORM
           END-IF

           INITIALIZE CREC-REGISTR-1
           MOVE W-PED-EMPRESA TO CREC-EMPRESA-1
           START CONTREC KEY >= CREC-RECORDK-1
           IF VALID-CONTREC
              PERFORM UNTIL 1 = 2
                 READ CONTREC NEXT AT END
                              EXIT PERFORM
                 END-READ
                 IF NOT VALID-CONTREC OR
                    CREC-EMPRESA-1 NOT = W-PED-EMPRESA
                    EXIT PERFORM
                 END-IF
                 IF CREC-CLIENTE-1 = W-PED-CLIENTE AND
                    NOT CREC-QUITADO
                    COMPUTE W-EXPOSICAO = W-EXPOSICAO +
                            CREC-VALOR-1 - CREC-PAGO-1
                 END-IF
              END-PERFORM
           END-IF

           IF W-EXPOSICAO > W-LIMITE-CLI
              MOVE 'CLIENTE ACIMA DO LIMITE DE CREDITO' TO W-PED-MOTIVO
              SET PEDIDO-OK TO FALSE
           END-IF.

      *-----------------------------------------------------------------
      * gravacao do pedido aceito, como na confirmacao do PEDIDO
      *-----------------------------------------------------------------
       GRAVA-PEDIDO.
           PERFORM DETERMINA-NROPED

           INITIALIZE             PCAB-REGISTR-1
           MOVE W-PED-EMPRESA   TO PCAB-EMPRESA-1
           MOVE W-NROPED-NOVO   TO PCAB-NROPED-1
           MOVE W-PED-CLIENTE   TO PCAB-CLIENTE-1
           MOVE W-DATA-SISTEMA  TO PCAB-DATAPED-1
           MOVE W-OPERADOR-ID   TO PCAB-OPERADOR-1
           SET PCAB-ABERTO TO TRUE
           MOVE W-PED-EMPRESA TO DEMP-CODEMP-1
           READ CADEMP
           IF VALID-CADEMP AND DEMP-LIMAPR-1 > 0 AND
              W-TOTAL-PEDIDO > DEMP-LIMAPR-1
              SET PCAB-AGUARD-APR TO TRUE
           END-IF
           MOVE W-TOTAL-PEDIDO  TO PCAB-TOTAL-1
           MOVE W-PED-ENDENT    TO PCAB-ENDENT-1
           MOVE W-PED-TRANSP    TO PCAB-TRANSP-1
           MOVE W-PED-OBSENT    TO PCAB-OBSENT-1
           MOVE W-PED-CONDPAG   TO PCAB-CONDPAG-1
           MOVE W-PED-PEDCLI    TO PCAB-PEDCLI-1

           WRITE PCAB-REGISTR-1
           IF NOT VALID-PEDCAB
              PERFORM ERRO-ARQUIVO.

           PERFORM VARYING W-IX-ITEM FROM 1 BY 1
                   UNTIL W-IX-ITEM > W-ITEM-QTDE
              INITIALIZE             TPED-REGISTR-1
              MOVE W-PED-EMPRESA   TO TPED-EMPRESA-1
              MOVE W-NROPED-NOVO   TO TPED-NROPED-1
              MOVE W-IX-ITEM       TO TPED-SEQITEM-1
              MOVE W-ITEM-CODIGO     (W-IX-ITEM) TO TPED-CODIGO-1
              MOVE W-ITEM-QUANTIDADE (W-IX-ITEM) TO TPED-QUANTIDADE-1
              MOVE W-ITEM-PRECO      (W-IX-ITEM) TO TPED-PRECO-1
              MOVE W-ITEM-DESCONTO   (W-IX-ITEM) TO TPED-DESCONTO-1

              WRITE TPED-REGISTR-1
              IF NOT VALID-PEDIDO
                 PERFORM ERRO-ARQUIVO
              END-IF

              PERFORM RESERVA-ITEM
           END-PERFORM

           ADD 1 TO W-TOT-GRAVADOS
           IF PCAB-AGUARD-APR
              ADD 1 TO W-TOT-APROVACAO
              DISPLAY 'IMPPED - PEDIDO ' W-NROPED-NOVO
                      ' CLIENTE ' W-PED-CLIENTE
                      ' PEDIDO DO CLIENTE ' W-PED-PEDCLI
                      ' AGUARDANDO APROVACAO'
           ELSE
              DISPLAY 'IMPPED - PEDIDO ' W-NROPED-NOVO
                      ' CLIENTE ' W-PED-CLIENTE
                      ' PEDIDO DO CLIENTE ' W-PED-PEDCLI
           END-IF.

      *-----------------------------------------------------------------
      * reserva a quantidade do item em TDES-RESERV-1
      *-----------------------------------------------------------------
       RESERVA-ITEM.
           INITIALIZE        TDES-REGISTR-1
           MOVE W-PED-EMPRESA TO TDES-EMPRESA-1
           MOVE W-ITEM-CODIGO (W-IX-ITEM) TO TDES-CODIGO-1
           READ TABPR
           IF NOT VALID-TABPR
              PERFORM ERRO-ARQUIVO.

           ADD W-ITEM-QUANTIDADE (W-IX-ITEM) TO TDES-RESERV-1
           REWRITE TDES-REGISTR-1
           IF NOT VALID-TABPR
              PERFORM ERRO-ARQUIVO.

      *-----------------------------------------------------------------
      * pedido recusado: o cabecalho e todos os itens vao para o
      * rejeito; o item com erro leva o seu motivo, os demais o do
      * pedido
      *-----------------------------------------------------------------
       REJEITA-PEDIDO.
           ADD 1 TO W-TOT-RECUSADOS

           MOVE W-PED-LINHA  TO W-LINHA-CSV
           MOVE W-PED-MOTIVO TO W-MOTIVO
           PERFORM GRAVA-REJEITO

           PERFORM VARYING W-IX-ITEM FROM 1 BY 1
                   UNTIL W-IX-ITEM > W-ITEM-QTDE
              MOVE W-ITEM-LINHA (W-IX-ITEM) TO W-LINHA-CSV
              IF W-ITEM-MOTIVO (W-IX-ITEM) NOT = SPACES
                 MOVE W-ITEM-MOTIVO (W-IX-ITEM) TO W-MOTIVO
              ELSE
                 MOVE W-PED-MOTIVO TO W-MOTIVO
              END-IF
              PERFORM GRAVA-REJEITO
           END-PERFORM.

       DETERMINA-NROPED.
           MOVE W-PED-EMPRESA  TO NCTL-EMPRESA-1
           MOVE SPACES         TO NCTL-CODIGO-1
           MOVE 'PED'          TO NCTL-SERIE-1
           READ NUMCTL
           IF STAT-NUMCTL = '23'
              PERFORM SEMEIA-PED
              INITIALIZE NCTL-REGISTR-1
              MOVE W-PED-EMPRESA  TO NCTL-EMPRESA-1
              MOVE SPACES         TO NCTL-CODIGO-1
              MOVE 'PED'          TO NCTL-SERIE-1
              MOVE W-NROPED-NOVO  TO NCTL-ULTNUM-1
              WRITE NCTL-REGISTR-1
              IF NOT VALID-NUMCTL
                 PERFORM ERRO-ARQUIVO
              END-IF
           ELSE
              IF NOT VALID-NUMCTL
                 PERFORM ERRO-ARQUIVO.

           ADD 1 TO NCTL-ULTNUM-1
           MOVE NCTL-ULTNUM-1 TO W-NROPED-NOVO
           REWRITE NCTL-REGISTR-1
           IF NOT VALID-NUMCTL
              PERFORM ERRO-ARQUIVO.

       SEMEIA-PED.
           MOVE 0 TO W-NROPED-NOVO
           INITIALIZE PCAB-REGISTR-1
           MOVE W-PED-EMPRESA TO PCAB-EMPRESA-1
           MOVE 0             TO PCAB-NROPED-1
           START PEDCAB KEY >= PCAB-RECORDK-1
           IF VALID-PEDCAB
              PERFORM UNTIL 1 = 2
                 READ PEDCAB NEXT AT END
                             EXIT PERFORM
                 END-READ
                 IF NOT VALID-PEDCAB OR
                    PCAB-EMPRESA-1 NOT = W-PED-EMPRESA
                    EXIT PERFORM
                 END-IF
                 MOVE PCAB-NROPED-1 TO W-NROPED-NOVO
              END-PERFORM
           END-IF.

      *-----------------------------------------------------------------
      * critica numerica dos campos de valor: somente digitos, no
      * maximo uma virgula decimal e pontos de milhar; o que vier
      * depois de um espaco tem de ser espaco.  Campo em branco vale
      * zero e passa.
      *-----------------------------------------------------------------
       VALIDA-PARAM-NUM.
           SET NUMERO-OK TO TRUE
           MOVE 0 TO W-NUM-VIRGULAS
           MOVE 1 TO W-NUM-IX
           PERFORM UNTIL W-NUM-IX > 60
              EVALUATE TRUE
                WHEN W-PAR-VALOR (W-NUM-IX:1) >= '0' AND
                     W-PAR-VALOR (W-NUM-IX:1) <= '9'
                     CONTINUE
                WHEN W-PAR-VALOR (W-NUM-IX:1) = ','
                     ADD 1 TO W-NUM-VIRGULAS
                     IF W-NUM-VIRGULAS > 1
                        SET NUMERO-OK TO FALSE
                        MOVE 60 TO W-NUM-IX
                     END-IF
                WHEN W-PAR-VALOR (W-NUM-IX:1) = '.'
                     CONTINUE
                WHEN W-PAR-VALOR (W-NUM-IX:1) = SPACE
                     IF W-PAR-VALOR (W-NUM-IX:) NOT = SPACES
                        SET NUMERO-OK TO FALSE
                     END-IF
                     MOVE 60 TO W-NUM-IX
                WHEN OTHER
                     SET NUMERO-OK TO FALSE
                     MOVE 60 TO W-NUM-IX
              END-EVALUATE
              ADD 1 TO W-NUM-IX
           END-PERFORM.

       GRAVA-REJEITO.
           ADD 1 TO W-TOT-REJEITADAS

           MOVE SPACES TO REJEITO-R
           STRING W-LINHA-CSV DELIMITED BY '  '
                  ';'         DELIMITED BY SIZE
                  W-MOTIVO    DELIMITED BY SIZE
             INTO REJEITO-R
           END-STRING
           WRITE REJEITO-R
           IF NOT VALID-REJEITO
              PERFORM ERRO-ARQUIVO
           END-IF.

       ERRO-ARQUIVO.
           CALL "C$RERR" USING WS-EXTEND-STATUS
           MOVE WS-EXTEND-STATUS(1:2) TO W-FSTATUS
           MOVE WS-EXTEND-STATUS(3:)  TO W-EXTSTAT
           CALL "C$RERRNAME" USING W-ARQUIVO.

           IF ERRLOG-ABERTO
              INITIALIZE ERRL-REGISTR-1
              ACCEPT ERRL-DATA-1 FROM DATE YYYYMMDD
              ACCEPT ERRL-HORA-1 FROM TIME
              MOVE 'IMPPED'   TO ERRL-PROGRAMA-1
              MOVE W-ARQUIVO  TO ERRL-ARQUIVO-1
              MOVE W-FSTATUS  TO ERRL-STATUS-1
              WRITE ERRL-REGISTR-1
           END-IF.

           DISPLAY 'IMPPED - ERRO DE ARQUIVO ' W-FSTATUS
                   ' EM ' W-ARQUIVO (1:60).

           MOVE 8 TO RETURN-CODE.

           PERFORM FIM.

           COPY "PARAMP.CPY".
           COPY "DIASP.CPY".
           COPY "DIAUTIP.CPY".
