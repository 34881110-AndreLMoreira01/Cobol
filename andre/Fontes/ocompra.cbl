      * recompoe o maximo, o mesmo criterio do SUGCOMP - e, na
      * confirmacao, o cabecalho vai para OCPCAB (numero unico por
      * empresa, serie OCP do NUMCTL) e os itens para OCPITE.
      * Pedido e recebimento sao digitados na unidade de compra do
      * produto (TDES-UNCOMPRA-1); a unidade e o fator de conversao
      * ficam gravados no item e a sugestao, calculada na unidade de
      * estoque, e convertida arredondando para cima.
      * Recebimento: localizada a ordem aberta, cada entrega e lancada
      * contra o item pendente: grava a entrada em MOVESTO (origem
      * 'C', fornecedor da ordem e numero da ordem em TMOV-REFOCP-1),
      * atualiza o saldo de TABPR e acumula OITE-QTDREC-1; quando
      * todos os itens se completam a ordem e marcada como recebida.
      * MOVESTO, saldo, SALDEP, LOTSLD e custo medio recebem a
      * quantidade e o custo convertidos para a unidade de estoque;
      * produto indivisivel nao aceita entrega que gere saldo
      * fracionado.
      * Cada entrega gera o titulo a pagar do fornecedor em CONTPAG
      * (quantidade recebida x custo, serie PAG do NUMCTL, vencimento
      * informado ou a 30 dias); entregas com o mesmo documento do
      * fornecedor na mesma ordem somam no titulo ainda sem baixa.
      * Respeita a competencia fechada (FECHCTL).
      * Catalogo fornecedor x produto (FORNPR, mantido no FORNPRO): a
      * sugestao carrega so os produtos que o fornecedor da ordem
      * fornece, elevando a quantidade ate a minima de compra dele; o
      * codigo do item no fornecedor e gravado no item da ordem e sai
      * na impressao (OCOMPRA.TXT).  Cada recebimento atualiza no
      * catalogo o ultimo preco e a data da ultima compra, incluindo
      * o fornecedor no catalogo do produto quando ainda nao estava.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.

           copy "tabpr.sl".
           copy "cadfor.sl".
           copy "fornpr.sl".
           copy "ocpcab.sl".
           copy "ocpite.sl".
           copy "movesto.sl".
           copy "saldep.sl".
           copy "lotsld.sl".
           copy "numctl.sl".
           copy "contpag.sl".
           copy "fechctl.sl".
           copy "errlog.sl".

           SELECT RELATO ASSIGN TO 'OCOMPRA.TXT'
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS  IS STAT-RELATO.

       DATA DIVISION.
       FILE SECTION.

           copy "tabpr.fd".
           copy "cadfor.fd".
           copy "fornpr.fd".
           copy "ocpcab.fd".
           copy "ocpite.fd".
           copy "movesto.fd".
           copy "saldep.fd".
           copy "lotsld.fd".
           copy "numctl.fd".
           copy "contpag.fd".
           copy "fechctl.fd".
           copy "errlog.fd".

       FD  RELATO LABEL RECORD OMITTED.

       01  RELATO-R                       PIC X(132).

       WORKING-STORAGE SECTION.
       77  SMALL-FONT                     HANDLE.
       78  EXCEPTION-CONFIRMAR            VALUE 02.
       78  EXCEPTION-SUGESTAO             VALUE 08.
       78  EXCEPTION-LER-ORDEM            VALUE 09.
       78  EXCEPTION-RECEBER              VALUE 10.
       78  EXCEPTION-IMPRIMIR             VALUE 11.
       78  ID-LISTA-ITENS                 VALUE 30.
       78  ID-LISTA-RECEBE                VALUE 31.
       78  MAX-ITENS                      VALUE 50.
               88 VALID-TABPR            VALUE '00' THRU '09'.
           03  STAT-CADFOR               PIC  X(02).
               88 VALID-CADFOR           VALUE '00' THRU '09'.
           03  STAT-FORNPR               PIC  X(02).
               88 VALID-FORNPR           VALUE '00' THRU '09'.
           03  STAT-RELATO               PIC  X(02).
               88 VALID-RELATO           VALUE '00' THRU '09'.
           03  STAT-OCPCAB               PIC  X(02).
               88 VALID-OCPCAB           VALUE '00' THRU '09'.
           03  STAT-OCPITE               PIC  X(02).
               88 VALID-LOTSLD           VALUE '00' THRU '09'.
           03  STAT-NUMCTL               PIC  X(02).
               88 VALID-NUMCTL           VALUE '00' THRU '09'.
           03  STAT-CONTPAG              PIC  X(02).
               88 VALID-CONTPAG          VALUE '00' THRU '09'.
           03  STAT-TITULO-ACHADO        PIC  X(01).
               88 TITULO-ACHADO          VALUE 'S' FALSE 'N'.
           03  STAT-FECHCTL              PIC  X(02).
               88 VALID-FECHCTL          VALUE '00' THRU '09'.
           03  STAT-FECHCTL-ABERTO      PIC  X(01) VALUE 'N'.
               05 W-LOTEREC-EDIT         PIC  X(10).
               05 W-VALIDREC             PIC  99/99/9999.
               05 W-VALIDREC-I           PIC  9(08) VALUE 0.
               05 W-DOCREC-EDIT          PIC  X(10).
               05 W-VENCREC              PIC  99/99/9999.
               05 W-VENCREC-I            PIC  9(08) VALUE 0.

               05 W-NROOCP-NOVO          PIC  9(06) VALUE 0.
               05 W-NROOCP-MAIOR         PIC  9(06) VALUE 0.
               05 W-SEQ-RECEBE           PIC  9(03) VALUE 0.
               05 W-PENDENTE             PIC  9(09)V99 VALUE 0.
               05 W-SUGESTAO             PIC  9(09)V99 VALUE 0.
               05 W-VALOR-PAGAR          PIC  9(13)V99 VALUE 0.
               05 W-NROTIT-NOVO          PIC  9(06) VALUE 0.
               05 W-NROTIT-MAIOR         PIC  9(06) VALUE 0.
               05 W-UNCOMPRA-EDIT        PIC  X(03).
               05 W-CODFORN              PIC  X(20).

           03  CAMPOS-CONVERSAO-W.
               05 W-UNCOMPRA             PIC  X(03).
               05 W-FATOR                PIC  9(05)V9999 VALUE 1.
               05 W-QTDE-COMPRA          PIC  9(09)V99 VALUE 0.
               05 W-QTDE-EXATA           PIC  9(11)V9(06) VALUE 0.
               05 W-QTDE-INTEIRA         PIC  9(11) VALUE 0.
               05 W-QTDEST               PIC  9(09)V99 VALUE 0.
               05 W-CUSTOEST             PIC  9(09)V99 VALUE 0.
               05 W-FRACAO               PIC  X(01).
                  88 QTDE-FRACIONADA     VALUE 'S' FALSE 'N'.

           03  CAMPOS-VENCIMENTO-W.
               05 W-VEN-ANO              PIC  9(04).
               05 W-VEN-MES              PIC  9(02).
               05 W-VEN-DIA              PIC  9(04).
               05 W-VEN-ULTDIA           PIC  9(02).
               05 W-VEN-QUOC             PIC  9(04).
               05 W-VEN-RESTO-4          PIC  9(04).
               05 W-VEN-RESTO-100        PIC  9(04).
               05 W-VEN-RESTO-400        PIC  9(04).
               05 W-VEN-BASE             PIC  9(08) VALUE 0.
               05 W-VEN-PRAZO            PIC  9(03) VALUE 30.
               05 W-VENCIMENTO           PIC  9(08) VALUE 0.

           03  CAMPOS-AUDITORIA-W.
               05 W-OPERADOR-ID          PIC  X(10).
                  07 W-ITEM-CODIGO        PIC  X(10).
                  07 W-ITEM-QUANTIDADE    PIC  9(09)V99.
                  07 W-ITEM-DATAPRV       PIC  9(08).
                  07 W-ITEM-UNCOMPRA      PIC  X(03).
                  07 W-ITEM-FATCONV       PIC  9(05)V9999.
                  07 W-ITEM-CODFORN       PIC  X(20).

           03  CAMPOS-LISTA-W.
               05 W-LINHA-LISTA.
                  07 FILLER              PIC  X(01).
                  07 W-QTDE-LIS          PIC  ZZ.ZZZ.ZZ9,99.
                  07 FILLER              PIC  X(01).
                  07 W-UNID-LIS          PIC  X(03).
                  07 FILLER              PIC  X(01).
                  07 W-DATAPRV-LIS       PIC  X(10).
                  07 FILLER              PIC  X(01).
                  07 W-CODFORN-LIS       PIC  X(20).
               05 W-LISTA-QTDE            PIC  9(02) VALUE 0.
               05 W-LISTA-SEL             PIC  9(02) VALUE 0.
               05 W-LISTA-ITENS           PIC  X(70)
                  07 W-RECEBID-REC       PIC  ZZ.ZZZ.ZZ9,99.
                  07 FILLER              PIC  X(01).
                  07 W-PENDENT-REC       PIC  ZZ.ZZZ.ZZ9,99.
                  07 FILLER              PIC  X(01).
                  07 W-UNID-REC          PIC  X(03).
               05 W-LISTA-REC-QTDE        PIC  9(02) VALUE 0.
               05 W-LISTA-REC-SEL         PIC  9(02) VALUE 0.
               05 W-LISTA-RECEBE-T        PIC  X(70)
                                          OCCURS 1 TO 50 TIMES
                                          DEPENDING ON W-LISTA-REC-QTDE.

           03  CAMPOS-IMPRESSAO-W.
               05 W-DATAUXI              PIC  9(08).
               05 REDEFINES W-DATAUXI.
                  07 W-ANOAUXI-I         PIC  9(04).
                  07 W-MESAUXI-I         PIC  9(02).
                  07 W-DIAAUXI-I         PIC  9(02).
               05 W-DATAIMP              PIC  9(08) VALUE 0.
               05 W-ITENS-IMP            PIC  9(03) VALUE 0.

               05 W-LINHA-TITULO.
                  07 FILLER              PIC  X(18) VALUE
                     'ORDEM DE COMPRA'.
                  07 FILLER              PIC  X(09) VALUE 'EMPRESA: '.
                  07 W-EMPRESA-TIT       PIC  ZZ9B(3).
                  07 FILLER              PIC  X(08) VALUE 'NUMERO: '.
                  07 W-NROOCP-TIT        PIC  ZZZ.ZZ9B(3).
                  07 FILLER              PIC  X(09) VALUE 'EMISSAO: '.
                  07 W-EMISSAO-TIT       PIC  99/99/9999B(3).
                  07 FILLER              PIC  X(10) VALUE 'SITUACAO: '.
                  07 W-SITUACAO-TIT      PIC  X(12).

               05 W-LINHA-FORNEC.
                  07 FILLER              PIC  X(12) VALUE
                     'FORNECEDOR: '.
                  07 W-FORNEC-IMP        PIC  ZZZ.ZZ9B(2).
                  07 W-RAZAO-IMP         PIC  X(60).

               05 W-LINHA-DET-IMP.
                  07 FILLER              PIC  X(02).
                  07 W-SEQ-IMP           PIC  ZZ9B(2).
                  07 W-CODIGO-IMP        PIC  X(10)B(2).
                  07 W-DESC-IMP          PIC  X(30)B(2).
                  07 W-CODFORN-IMP       PIC  X(20)B(2).
                  07 W-QTDE-IMP          PIC  ZZ.ZZZ.ZZ9,99B(2).
                  07 W-UNID-IMP          PIC  X(03)B(2).
                  07 W-DATAPRV-IMP       PIC  99/99/9999
                                         BLANK WHEN ZERO.

               05 W-CAB-ITENS.
                  07 PIC X(132) VALUE '  SEQ  ---CODIGO-  -----------DES
      -              'CRICAO----------  ---CODIGO FORNECEDOR  --QUANTIDA
      -              'DE-  UN   -PREVISTA-'.

               05 W-LINHA-TOT-IMP.
                  07 FILLER              PIC  X(18) VALUE
                     'ITENS DA ORDEM:'.
                  07 W-ITENS-TOT         PIC  ZZ9.

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
                          ID 11
                          FONT SMALL-FONT.

           03 DISPLAY-FIELD USING W-UNCOMPRA-EDIT
                          LINE 04
                          COL 33
                          SIZE 05
                          ID 38.

           03 LABEL       LINE 04 COL 40
                          TITLE "Data prevista: "
                          ID 12

           03 FRAME    LINE 14
                       COL 05
                       LINES 10,8
                       SIZE 89
                       TITLE "Recebimento"
                       TITLE-POSITION 1
                          SIZE 14
                          ID 21.

           03 PUSH-BUTTON TITLE "&Imprimir Ordem"
                          LINE 15
                          COL 64
                          SIZE 16
                          ID 39
                          EXCEPTION-VALUE EXCEPTION-IMPRIMIR.

           03 LIST-BOX    USING W-LISTA-RECEBE-T (W-LISTA-REC-SEL)
                          LINE 16,5
                          COL 06
                          ID 24
                          EXCEPTION-VALUE EXCEPTION-RECEBER.

           03 LABEL       LINE 23,9 COL 06
                          TITLE "Doc. fornec.: "
                          ID 34
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-DOCREC-EDIT
                          LINE 23,9
                          COL 21
                          SIZE 12
                          3-D
                          BOXED
                          AUTO
                          ID 35
                          FONT SMALL-FONT.

           03 LABEL       LINE 23,9 COL 38
                          TITLE "Vencimento: "
                          ID 36
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-VENCREC
                          LINE 23,9
                          COL 52
                          3-D
                          BOXED
                          AUTO
                          ID 37
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "&Sair"
                          LINE 25,6
                          COL 05
                          SIZE 12
                          SELF-ACT
           IF NOT VALID-CADFOR
              PERFORM ERRO-ARQUIVO.

           OPEN I-O FORNPR
           IF STAT-FORNPR = '35'
              OPEN OUTPUT FORNPR
              CLOSE FORNPR
              OPEN I-O FORNPR.
           IF NOT VALID-FORNPR
              PERFORM ERRO-ARQUIVO.

           OPEN I-O OCPCAB
           IF STAT-OCPCAB = '35'
              OPEN OUTPUT OCPCAB
           IF NOT VALID-NUMCTL
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CONTPAG
           IF STAT-CONTPAG = '35'
              OPEN OUTPUT CONTPAG
              CLOSE CONTPAG
              OPEN I-O CONTPAG.
           IF NOT VALID-CONTPAG
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT FECHCTL
           IF VALID-FECHCTL
              SET FECHCTL-ABERTO TO TRUE
           END-IF.

           OPEN EXTEND RELATO
           IF STAT-RELATO = '35'
              OPEN OUTPUT RELATO.
           IF NOT VALID-RELATO
              PERFORM ERRO-ARQUIVO.

           DISPLAY "USERNAME" UPON ENVIRONMENT-NAME.
           ACCEPT  W-OPERADOR-ID FROM ENVIRONMENT-VALUE.

           ACCEPT SMALL-FONT FROM STANDARD OBJECT "SMALL-FONT".

           DISPLAY FLOATING GRAPHICAL WINDOW
                            SIZE 95 LINES 27
                            CONTROL FONT SMALL-FONT
                            COLOR 257
                            TITLE "Ordens de Compra"
       FIM.
           CLOSE TABPR.
           CLOSE CADFOR.
           CLOSE FORNPR.
           CLOSE OCPCAB.
           CLOSE OCPITE.
           CLOSE MOVESTO.
           CLOSE SALDEP.
           CLOSE LOTSLD.
           CLOSE NUMCTL.
           CLOSE CONTPAG.
           IF FECHCTL-ABERTO
              CLOSE FECHCTL
           END-IF.
           CLOSE RELATO.
           IF ERRLOG-ABERTO
              CLOSE ERRLOG
           END-IF.
                  PERFORM ROTINA-LER-ORDEM
             WHEN EXCEPTION-RECEBER
                  PERFORM ROTINA-RECEBER
             WHEN EXCEPTION-IMPRIMIR
                  PERFORM ROTINA-IMPRIMIR
           END-EVALUATE.

       LIMPA-ORDEM.
              PERFORM MOSTRA-MSG-ATENCAO.

           MOVE TDES-DESC-1 TO W-DESC-EDIT
           PERFORM ACHA-UNIDADE-COMPRA
           MOVE W-UNCOMPRA  TO W-UNCOMPRA-EDIT

           DISPLAY TELA-PRINCIPAL.

              EXIT PARAGRAPH.

           MOVE W-QUANTIDADE-EDIT TO W-QUANTIDADE
           PERFORM ACHA-UNIDADE-COMPRA
           MOVE W-QUANTIDADE TO W-QTDE-COMPRA
           PERFORM CONVERTE-QTDE-ESTOQUE
           IF QTDE-FRACIONADA
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Produto indivisivel: quantidade geraria fracao.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           PERFORM ACHA-CATALOGO-FORNECEDOR
           PERFORM INCLUI-ITEM-LISTA

           MOVE SPACES TO W-CODIGO-EDIT W-DESC-EDIT W-UNCOMPRA-EDIT
           MOVE 0 TO W-QUANTIDADE-EDIT

           DISPLAY TELA-PRINCIPAL.
           MOVE TDES-CODIGO-1 TO W-ITEM-CODIGO     (W-ITEM-QTDE)
           MOVE W-QUANTIDADE  TO W-ITEM-QUANTIDADE (W-ITEM-QTDE)
           MOVE W-DATAPRV-I   TO W-ITEM-DATAPRV    (W-ITEM-QTDE)
           MOVE W-UNCOMPRA    TO W-ITEM-UNCOMPRA   (W-ITEM-QTDE)
           MOVE W-FATOR       TO W-ITEM-FATCONV    (W-ITEM-QTDE)
           MOVE W-CODFORN     TO W-ITEM-CODFORN    (W-ITEM-QTDE)

           MOVE SPACES        TO W-LINHA-LISTA
           MOVE TDES-CODIGO-1 TO W-CODIGO-LIS
           MOVE W-QUANTIDADE  TO W-QTDE-LIS
           MOVE W-UNCOMPRA    TO W-UNID-LIS
           MOVE W-CODFORN     TO W-CODFORN-LIS
           IF W-DATAPRV-I <> 0
              MOVE W-DATAPRV TO W-DATAPRV-LIS
           END-IF
           MOVE W-ITEM-QTDE   TO W-LISTA-SEL.

      *-----------------------------------------------------------------
      * carrega os produtos abaixo do minimo (criterio do SUGCOMP) que
      * o fornecedor informado fornece (catalogo FORNPR), elevando a
      * quantidade ate a minima de compra do fornecedor
      *-----------------------------------------------------------------
       ROTINA-SUGESTAO.
           IF W-EMPRESA-EDIT = 0

              IF TDES-ESTMIN-1 > 0 AND
                 TDES-ESTOQM-1 <= TDES-ESTMIN-1
                 PERFORM ACHA-CATALOGO-FORNECEDOR
                 IF NOT VALID-FORNPR
                    EXIT PERFORM CYCLE
                 END-IF
                 IF W-ITEM-QTDE >= MAX-ITENS
                    INITIALIZE CA-MESSAGE-LINK
                    MOVE 'Limite de itens da ordem atingido.'
                 ELSE
                    COMPUTE W-SUGESTAO = TDES-ESTMIN-1 - TDES-ESTOQM-1
                 END-IF
                 PERFORM ACHA-UNIDADE-COMPRA
                 PERFORM CONVERTE-SUGESTAO-COMPRA
                 IF W-QUANTIDADE < FNPR-QTDMIN-1
                    MOVE FNPR-QTDMIN-1 TO W-QUANTIDADE
                 END-IF
                 PERFORM INCLUI-ITEM-LISTA
              END-IF
           END-PERFORM

           IF W-ITEM-QTDE = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Nenhum produto do fornecedor abaixo do minimo.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-MENSAGEM
           END-IF

              MOVE W-ITEM-CODIGO     (W-IX-ITEM) TO OITE-CODIGO-1
              MOVE W-ITEM-QUANTIDADE (W-IX-ITEM) TO OITE-QUANTIDADE-1
              MOVE W-ITEM-DATAPRV    (W-IX-ITEM) TO OITE-DATAPRV-1
              MOVE W-ITEM-UNCOMPRA   (W-IX-ITEM) TO OITE-UNCOMPRA-1
              MOVE W-ITEM-FATCONV    (W-IX-ITEM) TO OITE-FATCONV-1
              MOVE W-ITEM-CODFORN    (W-IX-ITEM) TO OITE-CODFORN-1
              MOVE 0               TO OITE-QTDREC-1

              WRITE OITE-REGISTR-1
                    COMPUTE W-PENDENTE =
                            OITE-QUANTIDADE-1 - OITE-QTDREC-1
                    MOVE W-PENDENTE        TO W-PENDENT-REC
                    MOVE OITE-UNCOMPRA-1   TO W-UNID-REC
                    MOVE W-LINHA-RECEBE
                      TO W-LISTA-RECEBE-T (W-LISTA-REC-QTDE)
                    ADD 1 TO W-LISTA-REC-QTDE
              END-IF
           END-IF

           PERFORM CRITICA-VENCIMENTO-REC
           IF NOT DATA-OK
              EXIT PARAGRAPH.

           INITIALIZE        TDES-REGISTR-1
           MOVE W-EMPRESA-EDIT TO TDES-EMPRESA-1
           MOVE OITE-CODIGO-1  TO TDES-CODIGO-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           MOVE OITE-FATCONV-1 TO W-FATOR
           IF W-FATOR = 0
              MOVE 1 TO W-FATOR
           END-IF
           MOVE W-QTDREC TO W-QTDE-COMPRA
           PERFORM CONVERTE-QTDE-ESTOQUE
           IF QTDE-FRACIONADA
              UNLOCK TABPR
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Produto indivisivel: entrega geraria saldo'
                                       TO CA-MESSAGE-1
              MOVE 'fracionado na unidade de estoque.'
                                       TO CA-MESSAGE-2
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           MOVE W-CUSTOREC-EDIT TO W-CUSTOREC
           IF W-CUSTOREC = 0
              MOVE TDES-CUSTOMED-1 TO W-CUSTOEST
              COMPUTE W-CUSTOREC ROUNDED = TDES-CUSTOMED-1 * W-FATOR
           ELSE
              COMPUTE W-CUSTOEST ROUNDED = W-CUSTOREC / W-FATOR
           END-IF

           PERFORM DETERMINA-NROMOV

           INITIALIZE             TMOV-REGISTR-1
           MOVE OITE-CODIGO-1   TO TMOV-CODIGO-1
           MOVE W-NROMOV-NOVO   TO TMOV-NROMOV-1
           SET TMOV-ENTRADA     TO TRUE
           MOVE W-QTDEST        TO TMOV-QUANTIDADE-1
           MOVE W-DATA-SISTEMA  TO TMOV-DATAMOV-1
           STRING 'RECEBIMENTO ORDEM DE COMPRA ' DELIMITED BY SIZE
                  W-NROOCP-EDIT                  DELIMITED BY SIZE
           MOVE OCAB-FORNEC-1   TO TMOV-FORNEC-1
           MOVE W-NROOCP-EDIT   TO TMOV-REFOCP-1
           MOVE W-OPERADOR-ID   TO TMOV-OPERADOR-1
           MOVE W-CUSTOEST      TO TMOV-CUSTO-1
           IF W-DEPREC-EDIT = 0
              MOVE 1 TO W-DEPREC-EDIT
           END-IF
              PERFORM ERRO-ARQUIVO.

           PERFORM ATUALIZA-CUSTO-MEDIO
           ADD W-QTDEST TO TDES-ESTOQM-1
           REWRITE TDES-REGISTR-1
           IF NOT VALID-TABPR
              PERFORM ERRO-ARQUIVO.
           IF NOT VALID-OCPITE
              PERFORM ERRO-ARQUIVO.

           PERFORM GERA-TITULO-PAGAR

           PERFORM ATUALIZA-CATALOGO-FORNECEDOR

           PERFORM TESTA-ORDEM-COMPLETA
           IF ORDEM-COMPLETA
              SET OCAB-RECEBIDA TO TRUE
      * custo medio ponderado, como no MOVESTO
      *-----------------------------------------------------------------
       ATUALIZA-CUSTO-MEDIO.
           IF TDES-ESTOQM-1 + W-QTDEST = 0
              EXIT PARAGRAPH.

           COMPUTE TDES-CUSTOMED-1 ROUNDED =
                   (TDES-ESTOQM-1 * TDES-CUSTOMED-1 +
                    W-QTDEST * W-CUSTOEST) /
                   (TDES-ESTOQM-1 + W-QTDEST).

      *-----------------------------------------------------------------
      * ultimo preco (unidade de compra) e data da ultima compra no
      * catalogo; fornecedor novo para o produto entra no catalogo
      *-----------------------------------------------------------------
       ATUALIZA-CATALOGO-FORNECEDOR.
           INITIALIZE             FNPR-REGISTR-1
           MOVE W-EMPRESA-EDIT TO FNPR-EMPRESA-1
           MOVE OITE-CODIGO-1  TO FNPR-CODIGO-1
           MOVE OCAB-FORNEC-1  TO FNPR-FORNEC-1
           READ FORNPR
           IF STAT-FORNPR = '23'
              INITIALIZE             FNPR-REGISTR-1
              MOVE W-EMPRESA-EDIT TO FNPR-EMPRESA-1
              MOVE OITE-CODIGO-1  TO FNPR-CODIGO-1
              MOVE OCAB-FORNEC-1  TO FNPR-FORNEC-1
              MOVE OITE-CODFORN-1 TO FNPR-CODFORN-1
              MOVE 'N'            TO FNPR-PREFER-1
           ELSE
              IF NOT VALID-FORNPR
                 PERFORM ERRO-ARQUIVO.

           MOVE W-CUSTOREC     TO FNPR-ULTPRECO-1
           MOVE W-DATA-SISTEMA TO FNPR-ULTDATA-1
           MOVE W-OPERADOR-ID  TO FNPR-OPERADOR-1

           IF STAT-FORNPR = '23'
              WRITE FNPR-REGISTR-1
           ELSE
              REWRITE FNPR-REGISTR-1
           END-IF.

           IF NOT VALID-FORNPR
              PERFORM ERRO-ARQUIVO.

      *-----------------------------------------------------------------
      * catalogo do fornecedor informado para o produto lido em TABPR
      * (VALID-FORNPR quando o fornecedor fornece o produto)
      *-----------------------------------------------------------------
       ACHA-CATALOGO-FORNECEDOR.
           MOVE SPACES TO W-CODFORN
           INITIALIZE             FNPR-REGISTR-1
           MOVE W-EMPRESA-EDIT TO FNPR-EMPRESA-1
           MOVE TDES-CODIGO-1  TO FNPR-CODIGO-1
           MOVE W-FORNEC-EDIT  TO FNPR-FORNEC-1
           READ FORNPR
           IF STAT-FORNPR = '23'
              EXIT PARAGRAPH.
           IF NOT VALID-FORNPR
              PERFORM ERRO-ARQUIVO.

           MOVE FNPR-CODFORN-1 TO W-CODFORN.

      *-----------------------------------------------------------------
      * unidade de compra e fator do produto lido em TABPR (branco
      * vale a unidade de estoque, ou UN; fator zero vale 1)
      *-----------------------------------------------------------------
       ACHA-UNIDADE-COMPRA.
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
           END-IF.

      *-----------------------------------------------------------------
      * W-QTDE-COMPRA (unidade de compra) x W-FATOR = W-QTDEST
      * (unidade de estoque); produto indivisivel com resultado
      * fracionado liga QTDE-FRACIONADA
      *-----------------------------------------------------------------
       CONVERTE-QTDE-ESTOQUE.
           SET QTDE-FRACIONADA TO FALSE
           COMPUTE W-QTDE-EXATA = W-QTDE-COMPRA * W-FATOR
           COMPUTE W-QTDEST ROUNDED = W-QTDE-COMPRA * W-FATOR
           MOVE W-QTDE-EXATA TO W-QTDE-INTEIRA
           IF TDES-INDIVISIVEL AND W-QTDE-INTEIRA NOT = W-QTDE-EXATA
              SET QTDE-FRACIONADA TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * sugestao (unidade de estoque) convertida para a unidade de
      * compra, arredondando para cima quando as unidades diferem
      *-----------------------------------------------------------------
       CONVERTE-SUGESTAO-COMPRA.
           IF W-FATOR = 1
              MOVE W-SUGESTAO TO W-QUANTIDADE
              EXIT PARAGRAPH.

           COMPUTE W-QTDE-EXATA = W-SUGESTAO / W-FATOR
           MOVE W-QTDE-EXATA TO W-QTDE-INTEIRA
           IF W-QTDE-INTEIRA < W-QTDE-EXATA
              ADD 1 TO W-QTDE-INTEIRA
           END-IF
           MOVE W-QTDE-INTEIRA TO W-QUANTIDADE.

      *-----------------------------------------------------------------
      * vencimento do titulo a pagar: o informado ou a data do
      * recebimento mais W-VEN-PRAZO dias
      *-----------------------------------------------------------------
       CRITICA-VENCIMENTO-REC.
           SET DATA-OK TO TRUE
           IF W-VENCREC = '00/00/0000'
              MOVE W-DATA-SISTEMA TO W-VEN-BASE
              PERFORM CALCULA-VENCIMENTO
              MOVE W-VENCIMENTO TO W-VENCREC-I
              EXIT PARAGRAPH.

           MOVE W-VENCREC TO W-DATA-CRIT
           PERFORM CRITICA-DATA
           IF NOT DATA-OK
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Data de vencimento invalida.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.

           COMPUTE W-VENCREC-I = W-ANO-CRIT * 10000 +
                                 W-MES-CRIT * 100 +
                                 W-DIA-CRIT.

      *-----------------------------------------------------------------
      * vencimento = W-VEN-BASE + W-VEN-PRAZO dias corridos
      *-----------------------------------------------------------------
       CALCULA-VENCIMENTO.
           MOVE W-VEN-BASE (1:4) TO W-VEN-ANO
           MOVE W-VEN-BASE (5:2) TO W-VEN-MES
           MOVE W-VEN-BASE (7:2) TO W-VEN-DIA
           ADD W-VEN-PRAZO TO W-VEN-DIA

           PERFORM ACHA-ULTIMO-DIA-MES
           PERFORM UNTIL W-VEN-DIA <= W-VEN-ULTDIA
              SUBTRACT W-VEN-ULTDIA FROM W-VEN-DIA
              ADD 1 TO W-VEN-MES
              IF W-VEN-MES > 12
                 MOVE 1 TO W-VEN-MES
                 ADD 1 TO W-VEN-ANO
              END-IF
              PERFORM ACHA-ULTIMO-DIA-MES
           END-PERFORM

           COMPUTE W-VENCIMENTO = W-VEN-ANO * 10000 +
                                  W-VEN-MES * 100 +
                                  W-VEN-DIA.

       ACHA-ULTIMO-DIA-MES.
           EVALUATE W-VEN-MES
             WHEN 4 WHEN 6 WHEN 9 WHEN 11
                  MOVE 30 TO W-VEN-ULTDIA
             WHEN 2
                  DIVIDE W-VEN-ANO BY 4   GIVING W-VEN-QUOC
                                          REMAINDER W-VEN-RESTO-4
                  DIVIDE W-VEN-ANO BY 100 GIVING W-VEN-QUOC
                                          REMAINDER W-VEN-RESTO-100
                  DIVIDE W-VEN-ANO BY 400 GIVING W-VEN-QUOC
                                          REMAINDER W-VEN-RESTO-400
                  IF W-VEN-RESTO-4 = 0 AND
                     (W-VEN-RESTO-100 NOT = 0 OR W-VEN-RESTO-400 = 0)
                     MOVE 29 TO W-VEN-ULTDIA
                  ELSE
                     MOVE 28 TO W-VEN-ULTDIA
                  END-IF
             WHEN OTHER
                  MOVE 31 TO W-VEN-ULTDIA
           END-EVALUATE.

      *-----------------------------------------------------------------
      * titulo a pagar da entrega: soma no titulo da mesma ordem e
      * documento do fornecedor ainda sem baixa, senao abre um novo
      *-----------------------------------------------------------------
       GERA-TITULO-PAGAR.
           COMPUTE W-VALOR-PAGAR ROUNDED = W-QTDREC * W-CUSTOREC
           IF W-VALOR-PAGAR = 0
              EXIT PARAGRAPH.

           SET TITULO-ACHADO TO FALSE
           IF W-DOCREC-EDIT NOT = SPACES
              PERFORM PROCURA-TITULO-DOCUMENTO
           END-IF

           IF TITULO-ACHADO
              ADD W-VALOR-PAGAR TO CTPG-VALOR-1
              MOVE W-OPERADOR-ID TO CTPG-OPERADOR-1
              REWRITE CTPG-REGISTR-1
              IF NOT VALID-CONTPAG
                 PERFORM ERRO-ARQUIVO
              END-IF
              EXIT PARAGRAPH
           END-IF

           PERFORM DETERMINA-NROTIT

           INITIALIZE              CTPG-REGISTR-1
           MOVE W-EMPRESA-EDIT  TO CTPG-EMPRESA-1
           MOVE W-NROTIT-NOVO   TO CTPG-NUMTIT-1
           MOVE OCAB-FORNEC-1   TO CTPG-FORNEC-1
           MOVE W-NROOCP-EDIT   TO CTPG-NROOCP-1
           MOVE W-DOCREC-EDIT   TO CTPG-DOCUMENTO-1
           STRING 'ORDEM DE COMPRA ' DELIMITED BY SIZE
                  W-NROOCP-EDIT      DELIMITED BY SIZE
             INTO CTPG-HISTORICO-1
           END-STRING
           MOVE W-DATA-SISTEMA  TO CTPG-EMISSAO-1
           MOVE W-VENCREC-I     TO CTPG-VENCIMENTO-1
           MOVE W-VALOR-PAGAR   TO CTPG-VALOR-1
           MOVE 0               TO CTPG-PAGO-1 CTPG-DATABX-1
           MOVE W-OPERADOR-ID   TO CTPG-OPERADOR-1
           SET CTPG-ABERTO      TO TRUE
           SET CTPG-ORIG-COMPRA TO TRUE
           WRITE CTPG-REGISTR-1
           IF NOT VALID-CONTPAG
              PERFORM ERRO-ARQUIVO.

       PROCURA-TITULO-DOCUMENTO.
           INITIALIZE CTPG-REGISTR-1
           MOVE W-EMPRESA-EDIT TO CTPG-EMPRESA-1
           START CONTPAG KEY >= CTPG-RECORDK-1
           IF NOT VALID-CONTPAG
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ CONTPAG NEXT AT END
                           EXIT PERFORM
              END-READ
              IF NOT VALID-CONTPAG OR
                 CTPG-EMPRESA-1 NOT = W-EMPRESA-EDIT
                 EXIT PERFORM
              END-IF
              IF CTPG-ORIG-COMPRA AND
                 CTPG-NROOCP-1 = W-NROOCP-EDIT AND
                 CTPG-DOCUMENTO-1 = W-DOCREC-EDIT AND
                 CTPG-ABERTO AND CTPG-PAGO-1 = 0
                 SET TITULO-ACHADO TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       DETERMINA-NROTIT.
           MOVE W-EMPRESA-EDIT TO NCTL-EMPRESA-1
           MOVE SPACES         TO NCTL-CODIGO-1
           MOVE 'PAG'          TO NCTL-SERIE-1
           READ NUMCTL
           IF STAT-NUMCTL = '23'
              PERFORM SEMEIA-PAG
              INITIALIZE NCTL-REGISTR-1
              MOVE W-EMPRESA-EDIT TO NCTL-EMPRESA-1
              MOVE SPACES         TO NCTL-CODIGO-1
              MOVE 'PAG'          TO NCTL-SERIE-1
              MOVE W-NROTIT-MAIOR TO NCTL-ULTNUM-1
              WRITE NCTL-REGISTR-1
              IF NOT VALID-NUMCTL
                 PERFORM ERRO-ARQUIVO
              END-IF
           ELSE
              IF NOT VALID-NUMCTL
                 PERFORM ERRO-ARQUIVO.

           ADD 1 TO NCTL-ULTNUM-1
           MOVE NCTL-ULTNUM-1 TO W-NROTIT-NOVO
           REWRITE NCTL-REGISTR-1
           IF NOT VALID-NUMCTL
              PERFORM ERRO-ARQUIVO.

       SEMEIA-PAG.
           MOVE 0 TO W-NROTIT-MAIOR
           INITIALIZE CTPG-REGISTR-1
           MOVE W-EMPRESA-EDIT TO CTPG-EMPRESA-1
           MOVE 0              TO CTPG-NUMTIT-1
           START CONTPAG KEY >= CTPG-RECORDK-1
           IF VALID-CONTPAG
              PERFORM UNTIL 1 = 2
                 READ CONTPAG NEXT AT END
                              EXIT PERFORM
                 END-READ
                 IF NOT VALID-CONTPAG OR
                    CTPG-EMPRESA-1 NOT = W-EMPRESA-EDIT
                    EXIT PERFORM
                 END-IF
                 MOVE CTPG-NUMTIT-1 TO W-NROTIT-MAIOR
              END-PERFORM
           END-IF.

       CRITICA-VALIDADE-REC.
           SET DATA-OK TO TRUE
              MOVE OITE-CODIGO-1  TO LOTS-CODIGO-1
              MOVE W-LOTEREC-EDIT TO LOTS-LOTE-1
              MOVE W-VALIDREC-I   TO LOTS-VALIDADE-1
              MOVE W-QTDEST       TO LOTS-SALDO-1
              WRITE LOTS-REGISTR-1
              IF NOT VALID-LOTSLD
                 PERFORM ERRO-ARQUIVO
           IF W-VALIDREC-I <> 0
              MOVE W-VALIDREC-I TO LOTS-VALIDADE-1
           END-IF
           ADD W-QTDEST TO LOTS-SALDO-1
           REWRITE LOTS-REGISTR-1
           IF NOT VALID-LOTSLD
              PERFORM ERRO-ARQUIVO.
              MOVE W-EMPRESA-EDIT TO SDEP-EMPRESA-1
              MOVE OITE-CODIGO-1  TO SDEP-CODIGO-1
              MOVE W-DEPREC-EDIT  TO SDEP-CODDEP-1
              MOVE W-QTDEST       TO SDEP-SALDO-1
              WRITE SDEP-REGISTR-1
              IF NOT VALID-SALDEP
                 PERFORM ERRO-ARQUIVO
           IF NOT VALID-SALDEP
              PERFORM ERRO-ARQUIVO.

           ADD W-QTDEST TO SDEP-SALDO-1
           REWRITE SDEP-REGISTR-1
           IF NOT VALID-SALDEP
              PERFORM ERRO-ARQUIVO.
              END-PERFORM
           END-IF.

      *-----------------------------------------------------------------
      * imprime a ordem informada em OCOMPRA.TXT, com o codigo de cada
      * item no catalogo do fornecedor
      *-----------------------------------------------------------------
       ROTINA-IMPRIMIR.
           INITIALIZE          OCAB-REGISTR-1
           MOVE W-EMPRESA-EDIT TO OCAB-EMPRESA-1
           MOVE W-NROOCP-EDIT  TO OCAB-NROOCP-1
           READ OCPCAB
           IF STAT-OCPCAB = '23'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Ordem nao encontrada.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-MENSAGEM
              EXIT PARAGRAPH
           ELSE
              IF NOT VALID-OCPCAB
                 PERFORM ERRO-ARQUIVO.

           MOVE SPACES TO RELATO-R
           MOVE ALL '=' TO RELATO-R(1:132)
           WRITE RELATO-R

           MOVE OCAB-EMPRESA-1 TO W-EMPRESA-TIT
           MOVE OCAB-NROOCP-1  TO W-NROOCP-TIT
           MOVE OCAB-DATAOCP-1 TO W-DATAUXI
           COMPUTE W-DATAIMP = W-ANOAUXI-I +
                               W-MESAUXI-I * 10000 +
                               W-DIAAUXI-I * 1000000
           MOVE W-DATAIMP      TO W-EMISSAO-TIT
           EVALUATE TRUE
             WHEN OCAB-RECEBIDA
                  MOVE 'RECEBIDA'  TO W-SITUACAO-TIT
             WHEN OCAB-CANCELADA
                  MOVE 'CANCELADA' TO W-SITUACAO-TIT
             WHEN OTHER
                  MOVE 'ABERTA'    TO W-SITUACAO-TIT
           END-EVALUATE
           WRITE RELATO-R FROM W-LINHA-TITULO

           MOVE OCAB-FORNEC-1  TO W-FORNEC-IMP
           MOVE SPACES         TO W-RAZAO-IMP
           INITIALIZE             DFOR-REGISTR-1
           MOVE OCAB-EMPRESA-1 TO DFOR-EMPRESA-1
           MOVE OCAB-FORNEC-1  TO DFOR-CODFOR-1
           READ CADFOR
           IF VALID-CADFOR
              MOVE DFOR-RAZAO-1 TO W-RAZAO-IMP
           END-IF
           WRITE RELATO-R FROM W-LINHA-FORNEC

           MOVE SPACES TO RELATO-R
           WRITE RELATO-R
           WRITE RELATO-R FROM W-CAB-ITENS

           PERFORM IMPRIME-ITENS-OCP

           MOVE SPACES TO RELATO-R
           WRITE RELATO-R
           MOVE W-ITENS-IMP TO W-ITENS-TOT
           WRITE RELATO-R FROM W-LINHA-TOT-IMP
           MOVE SPACES TO RELATO-R
           WRITE RELATO-R

           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Ordem gravada em OCOMPRA.TXT.' TO CA-MESSAGE-1
           PERFORM MOSTRA-MSG-MENSAGEM.

       IMPRIME-ITENS-OCP.
           MOVE 0 TO W-ITENS-IMP

           INITIALIZE OITE-REGISTR-1
           MOVE OCAB-EMPRESA-1 TO OITE-EMPRESA-1
           MOVE OCAB-NROOCP-1  TO OITE-NROOCP-1
           START OCPITE KEY >= OITE-RECORDK-1
           IF NOT VALID-OCPITE
              EXIT PARAGRAPH.

           PERFORM UNTIL 1 = 2
              READ OCPITE NEXT AT END
                          EXIT PERFORM
              END-READ
              IF NOT VALID-OCPITE OR
                 OITE-EMPRESA-1 NOT = OCAB-EMPRESA-1 OR
                 OITE-NROOCP-1 NOT = OCAB-NROOCP-1
                 EXIT PERFORM
              END-IF

              INITIALIZE             TDES-REGISTR-1
              MOVE OITE-EMPRESA-1 TO TDES-EMPRESA-1
              MOVE OITE-CODIGO-1  TO TDES-CODIGO-1
              READ TABPR
              IF NOT VALID-TABPR
                 MOVE SPACES TO TDES-DESC-1
              END-IF

              ADD 1 TO W-ITENS-IMP
              MOVE SPACES            TO W-LINHA-DET-IMP
              MOVE OITE-SEQITEM-1    TO W-SEQ-IMP
              MOVE OITE-CODIGO-1     TO W-CODIGO-IMP
              MOVE TDES-DESC-1       TO W-DESC-IMP
              MOVE OITE-CODFORN-1    TO W-CODFORN-IMP
              MOVE OITE-QUANTIDADE-1 TO W-QTDE-IMP
              MOVE OITE-UNCOMPRA-1   TO W-UNID-IMP
              MOVE OITE-DATAPRV-1    TO W-DATAUXI
              COMPUTE W-DATAIMP = W-ANOAUXI-I +
                                  W-MESAUXI-I * 10000 +
                                  W-DIAAUXI-I * 1000000
              MOVE W-DATAIMP         TO W-DATAPRV-IMP
              WRITE RELATO-R FROM W-LINHA-DET-IMP
           END-PERFORM.

       ERRO-ARQUIVO.
           CALL "C$RERR" USING WS-EXTEND-STATUS
           MOVE WS-EXTEND-STATUS(1:2) TO W-FSTATUS
