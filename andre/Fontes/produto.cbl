       FILE-CONTROL.

           copy "tabpr.sl".
           copy "unidad.sl".
           copy "auditlog.sl".
           copy "cadprm.sl".
           copy "errlog.sl".
       FILE SECTION.

           copy "tabpr.fd".
           copy "unidad.fd".
           copy "auditlog.fd".
           copy "cadprm.fd".
           copy "errlog.fd".
               88 VALID-TABPR            VALUE '00' THRU '09'.
           03  STAT-AUDITLOG              PIC  X(02).
               88 VALID-AUDITLOG          VALUE '00' THRU '09'.
           03  STAT-UNIDAD                PIC  X(02).
               88 VALID-UNIDAD            VALUE '00' THRU '09'.
           03  STAT-ACHOU                 PIC  X(01).
               88 ACHOU-DESC              VALUE 'S' FALSE 'N'.
           03  STAT-CADPRM                PIC  X(02).
               88 ERRLOG-ABERTO           VALUE 'S' FALSE 'N'.

           03  CAMPOS-AUDITLOG-W.
               05 W-AUDIT-PRODUTO.
                  07 W-AUD-LAYOUT         PIC  X(01).
                  07 W-AUD-EMPRESA        PIC  9(03).
                  07 W-AUD-CODIGO         PIC  X(10).
                  07 W-AUD-DESC           PIC  X(50).
                  07 W-AUD-PRECO          PIC  9(09)V99.
                  07 W-AUD-DMAX           PIC  9(09)V99.
                  07 W-AUD-ESTOQM         PIC  9(09)V99.
                  07 W-AUD-ESTMIN         PIC  9(09)V99.
                  07 W-AUD-ESTMAX         PIC  9(09)V99.
                  07 W-AUD-BARRAS         PIC  X(13).
                  07 W-AUD-STATUS         PIC  X(01).
                  07 W-AUD-NCM            PIC  X(08).
                  07 W-AUD-ORIGEM         PIC  9(01).
                  07 W-AUD-ALIQICMS       PIC  9(02)V99.
                  07 W-AUD-ALIQIPI        PIC  9(02)V99.
                  07 W-AUD-UNIDADE        PIC  X(03).
                  07 W-AUD-UNCOMPRA       PIC  X(03).
                  07 W-AUD-FATCONV        PIC  9(05)V9999.
                  07 W-AUD-INDIVIS        PIC  X(01).
               05 W-ANTES-TDES            PIC  X(170).
               05 W-OPERADOR-ID           PIC  X(10).

               05 W-ESTMIN-EDIT          PIC  ZZ.ZZZ.ZZ9,99.
               05 W-ESTMAX-EDIT          PIC  ZZ.ZZZ.ZZ9,99.
               05 W-BARRAS-EDIT          PIC  X(13).
               05 W-NCM-EDIT             PIC  X(08).
               05 W-ORIGEM-EDIT          PIC  9(01).
               05 W-ALIQICMS-EDIT        PIC  Z9,99.
               05 W-ALIQIPI-EDIT         PIC  Z9,99.
               05 W-UNIDADE-EDIT         PIC  X(03).
               05 W-UNCOMPRA-EDIT        PIC  X(03).
               05 W-FATCONV-EDIT         PIC  ZZ.ZZ9,9999.
               05 W-INDIVIS-EDIT         PIC  X(01).


               05 W-CODIGO         PIC  X(10).

           03  CAMPOS-UNIDADE-W.
               05 W-FATCONV              PIC  9(05)V9999.
               05 W-FATCONV-INT          PIC  9(05).
               05 W-UNIDADE-TESTE        PIC  X(03).

           03  CAMPOS-BARRAS-W.
               05 W-BARRAS-DUPL          PIC  X(01).
                  88 BARRAS-DUPLICADO    VALUE 'S' FALSE 'N'.
                          ID 2
                          FONT SMALL-FONT.

           03 LABEL       LINE 04,5 COL 05
                          TITLE "Unid. Estoque / Compra: "
                          ID 36
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-UNIDADE-EDIT
                          LINE 04,5
                          COL 30
                          SIZE 06
                          3-D
                          BOXED
                          AUTO
                          ID 37
                          FONT SMALL-FONT.

           03 ENTRY-FIELD USING W-UNCOMPRA-EDIT
                          LINE 04,5
                          COL 38
                          SIZE 06
                          3-D
                          BOXED
                          AUTO
                          ID 38
                          FONT SMALL-FONT.

           03 LABEL       LINE 04,5 COL 55
                          TITLE "Fator / Indivisivel: "
                          ID 39
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-FATCONV-EDIT
                          LINE 04,5
                          COL 72
                          SIZE 12
                          3-D
                          BOXED
                          AUTO
                          ID 40
                          FONT SMALL-FONT.

           03 ENTRY-FIELD USING W-INDIVIS-EDIT
                          LINE 04,5
                          COL 86
                          SIZE 04
                          3-D
                          BOXED
                          AUTO
                          ID 41
                          FONT SMALL-FONT.

           03 LABEL       LINE 06 COL 05
                          TITLE "Descricao: "
                          ID 6
                          ID 29
                          FONT SMALL-FONT.

           03 LABEL       LINE 09,5 COL 55
                          TITLE "NCM / Origem: "
                          ID 30
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-NCM-EDIT
                          LINE 09,5
                          COL 72
                          SIZE 10
                          3-D
                          BOXED
                          AUTO
                          ID 31
                          FONT SMALL-FONT.

           03 ENTRY-FIELD USING W-ORIGEM-EDIT
                          LINE 09,5
                          COL 84
                          SIZE 03
                          3-D
                          BOXED
                          AUTO
                          ID 32
                          FONT SMALL-FONT.

           03 LABEL       LINE 10,75 COL 55
                          TITLE "Aliq. ICMS / IPI: "
                          ID 33
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-ALIQICMS-EDIT
                          LINE 10,75
                          COL 72
                          SIZE 07
                          3-D
                          BOXED
                          AUTO
                          ID 34
                          FONT SMALL-FONT.

           03 ENTRY-FIELD USING W-ALIQIPI-EDIT
                          LINE 10,75
                          COL 81
                          SIZE 07
                          3-D
                          BOXED
                          AUTO
                          ID 35
                          FONT SMALL-FONT.

           03 LABEL       LINE 15 COL 05
                          TITLE "Buscar por Descricao"
                          ID 16
           IF NOT VALID-TABPR
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT UNIDAD
           IF STAT-UNIDAD = '35'
              PERFORM CRIA-UNIDAD
              OPEN INPUT UNIDAD.
           IF NOT VALID-UNIDAD
              PERFORM ERRO-ARQUIVO.

           OPEN EXTEND AUDITLOG
           IF NOT VALID-AUDITLOG
              PERFORM ERRO-ARQUIVO.

       FIM.
           CLOSE TABPR.
           CLOSE UNIDAD.
           CLOSE AUDITLOG.
           IF CADPRM-ABERTO
              CLOSE CADPRM
              MOVE 2 TO W-CONTROL-ID |* id do campo onde quero posicionar o cursor
              EXIT PARAGRAPH.

           PERFORM VALIDA-UNIDADES
           IF NOT VALID-UNIDAD
              EXIT PARAGRAPH.

           INITIALIZE             TDES-REGISTR-1
           MOVE W-EMPRESA-EDIT TO TDES-EMPRESA-1
           MOVE W-CODIGO-EDIT TO TDES-CODIGO-1
              MOVE SPACES TO W-ANTES-TDES
              SET TDES-ATIVO TO TRUE
           ELSE
              PERFORM MONTA-AUDIT-PRODUTO
              MOVE W-AUDIT-PRODUTO TO W-ANTES-TDES
           END-IF.

           MOVE W-DESC-EDIT      TO TDES-DESC-1
           MOVE W-ESTMIN-EDIT TO TDES-ESTMIN-1
           MOVE W-ESTMAX-EDIT TO TDES-ESTMAX-1
           MOVE W-BARRAS-EDIT TO TDES-BARRAS-1
           MOVE W-NCM-EDIT    TO TDES-NCM-1
           MOVE W-ORIGEM-EDIT TO TDES-ORIGEM-1
           MOVE W-ALIQICMS-EDIT TO TDES-ALIQICMS-1
           MOVE W-ALIQIPI-EDIT  TO TDES-ALIQIPI-1
           MOVE W-UNIDADE-EDIT  TO TDES-UNIDADE-1
           MOVE W-UNCOMPRA-EDIT TO TDES-UNCOMPRA-1
           MOVE W-FATCONV       TO TDES-FATCONV-1
           MOVE W-INDIVIS-EDIT  TO TDES-INDIVIS-1
           MOVE W-OPERADOR-ID TO TDES-OPERADOR-1

           IF W-BARRAS-EDIT NOT = SPACES
           IF NOT VALID-TABPR
              PERFORM ERRO-ARQUIVO.

           PERFORM MONTA-AUDIT-PRODUTO
           MOVE TDES-RECORDK-1  TO AUDIT-CHAVE-1
           MOVE 'TABPR'         TO AUDIT-ARQUIVO-1
           MOVE W-ANTES-TDES    TO AUDIT-ANTES-1
           MOVE W-AUDIT-PRODUTO TO AUDIT-DEPOIS-1
           SET AUDIT-GRAVACAO TO TRUE
           PERFORM GRAVA-AUDITLOG

           CALL 'CAMESSAG'
           CANCEL 'CAMESSAG'
           IF CA-MESSAGE-RESP = 1
              PERFORM MONTA-AUDIT-PRODUTO
              MOVE W-AUDIT-PRODUTO TO W-ANTES-TDES

              SET TDES-INATIVO TO TRUE
              REWRITE TDES-REGISTR-1
                 PERFORM ERRO-ARQUIVO
              END-IF

              PERFORM MONTA-AUDIT-PRODUTO
              MOVE TDES-RECORDK-1  TO AUDIT-CHAVE-1
              MOVE 'TABPR'         TO AUDIT-ARQUIVO-1
              MOVE W-ANTES-TDES    TO AUDIT-ANTES-1
              MOVE W-AUDIT-PRODUTO TO AUDIT-DEPOIS-1
              SET AUDIT-EXCLUSAO TO TRUE
              PERFORM GRAVA-AUDITLOG

           MOVE W-ESTMIN-EDIT TO TDES-ESTMIN-1
           MOVE W-ESTMAX-EDIT TO TDES-ESTMAX-1
           MOVE W-BARRAS-EDIT TO TDES-BARRAS-1
           MOVE W-NCM-EDIT    TO TDES-NCM-1
           MOVE W-ORIGEM-EDIT TO TDES-ORIGEM-1
           MOVE W-ALIQICMS-EDIT TO TDES-ALIQICMS-1
           MOVE W-ALIQIPI-EDIT  TO TDES-ALIQIPI-1
           MOVE W-UNIDADE-EDIT  TO TDES-UNIDADE-1
           MOVE W-UNCOMPRA-EDIT TO TDES-UNCOMPRA-1
           MOVE W-FATCONV       TO TDES-FATCONV-1
           MOVE W-INDIVIS-EDIT  TO TDES-INDIVIS-1
           MOVE W-OPERADOR-ID TO TDES-OPERADOR-1.

      *-----------------------------------------------------------------
      * unidade de estoque e de compra cadastradas e ativas em UNIDAD
      * (branco vale UN e a de compra assume a de estoque); com a
      * mesma unidade o fator e 1, e produto indivisivel exige fator
      * inteiro para o recebimento nao gerar saldo fracionado
      *-----------------------------------------------------------------
       VALIDA-UNIDADES.
           MOVE '00' TO STAT-UNIDAD
           IF W-UNIDADE-EDIT = SPACES
              MOVE 'UN' TO W-UNIDADE-EDIT
           END-IF
           IF W-UNCOMPRA-EDIT = SPACES
              MOVE W-UNIDADE-EDIT TO W-UNCOMPRA-EDIT
           END-IF
           MOVE W-FATCONV-EDIT TO W-FATCONV
           IF W-FATCONV = 0
              MOVE 1 TO W-FATCONV
           END-IF
           IF W-INDIVIS-EDIT = SPACES
              MOVE 'N' TO W-INDIVIS-EDIT
           END-IF

           IF W-INDIVIS-EDIT NOT = 'S' AND W-INDIVIS-EDIT NOT = 'N'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Indivisivel deve ser S ou N.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE '23' TO STAT-UNIDAD
              EXIT PARAGRAPH.

           MOVE W-UNIDADE-EDIT TO W-UNIDADE-TESTE
           PERFORM TESTA-UNIDADE
           IF NOT VALID-UNIDAD
              EXIT PARAGRAPH.

           MOVE W-UNCOMPRA-EDIT TO W-UNIDADE-TESTE
           PERFORM TESTA-UNIDADE
           IF NOT VALID-UNIDAD
              EXIT PARAGRAPH.

           IF W-UNCOMPRA-EDIT = W-UNIDADE-EDIT AND W-FATCONV NOT = 1
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Mesma unidade de compra e estoque exige fator 1.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE '23' TO STAT-UNIDAD
              EXIT PARAGRAPH.

           MOVE W-FATCONV TO W-FATCONV-INT
           IF W-INDIVIS-EDIT = 'S' AND W-FATCONV-INT NOT = W-FATCONV
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Produto indivisivel exige fator inteiro.'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE '23' TO STAT-UNIDAD
              EXIT PARAGRAPH.

       TESTA-UNIDADE.
           INITIALIZE              UNID-REGISTR-1
           MOVE W-UNIDADE-TESTE TO UNID-CODUNI-1
           READ UNIDAD
           IF STAT-UNIDAD = '23'
              INITIALIZE CA-MESSAGE-LINK
              STRING 'Unidade nao cadastrada: ' DELIMITED BY SIZE
                     W-UNIDADE-TESTE             DELIMITED BY SIZE
                INTO CA-MESSAGE-1
              END-STRING
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.
           IF NOT VALID-UNIDAD
              PERFORM ERRO-ARQUIVO.

           IF UNID-INATIVO
              INITIALIZE CA-MESSAGE-LINK
              STRING 'Unidade inativa: '  DELIMITED BY SIZE
                     W-UNIDADE-TESTE      DELIMITED BY SIZE
                INTO CA-MESSAGE-1
              END-STRING
              PERFORM MOSTRA-MSG-ERRO
              MOVE '23' TO STAT-UNIDAD
           END-IF.

       MOVE-UNIDADES-TELA.
           MOVE TDES-UNIDADE-1  TO W-UNIDADE-EDIT
           MOVE TDES-UNCOMPRA-1 TO W-UNCOMPRA-EDIT
           MOVE TDES-FATCONV-1  TO W-FATCONV-EDIT
           MOVE TDES-INDIVIS-1  TO W-INDIVIS-EDIT
           IF W-UNIDADE-EDIT = SPACES
              MOVE 'UN' TO W-UNIDADE-EDIT
           END-IF
           IF W-UNCOMPRA-EDIT = SPACES
              MOVE W-UNIDADE-EDIT TO W-UNCOMPRA-EDIT
           END-IF
           IF TDES-FATCONV-1 = 0
              MOVE 1 TO W-FATCONV-EDIT
           END-IF
           IF W-INDIVIS-EDIT = SPACES
              MOVE 'N' TO W-INDIVIS-EDIT
           END-IF.

      *-----------------------------------------------------------------
      * cria a tabela de unidades ja com a unidade UN
      *-----------------------------------------------------------------
       CRIA-UNIDAD.
           OPEN OUTPUT UNIDAD
           INITIALIZE UNID-REGISTR-1
           MOVE 'UN'            TO UNID-CODUNI-1
           MOVE 'UNIDADE'       TO UNID-DESCUNI-1
           SET UNID-ATIVO TO TRUE
           WRITE UNID-REGISTR-1
           CLOSE UNIDAD.

       EVENTO-BTN-LER-ARQUIVO.
           IF EVENT-TYPE <> CMD-GOTO AND CMD-CLICKED
              EXIT PARAGRAPH.
           MOVE TDES-ESTMIN-1 TO W-ESTMIN-EDIT
           MOVE TDES-ESTMAX-1 TO W-ESTMAX-EDIT
           MOVE TDES-BARRAS-1 TO W-BARRAS-EDIT
           MOVE TDES-NCM-1    TO W-NCM-EDIT
           MOVE TDES-ORIGEM-1 TO W-ORIGEM-EDIT
           MOVE TDES-ALIQICMS-1 TO W-ALIQICMS-EDIT
           MOVE TDES-ALIQIPI-1  TO W-ALIQIPI-EDIT
           PERFORM MOVE-UNIDADES-TELA

           IF TDES-INATIVO
              INITIALIZE CA-MESSAGE-LINK
           MOVE TDES-ESTMIN-1 TO W-ESTMIN-EDIT
           MOVE TDES-ESTMAX-1 TO W-ESTMAX-EDIT
           MOVE TDES-BARRAS-1 TO W-BARRAS-EDIT
           MOVE TDES-NCM-1    TO W-NCM-EDIT
           MOVE TDES-ORIGEM-1 TO W-ORIGEM-EDIT
           MOVE TDES-ALIQICMS-1 TO W-ALIQICMS-EDIT
           MOVE TDES-ALIQIPI-1  TO W-ALIQIPI-EDIT
           PERFORM MOVE-UNIDADES-TELA

           DISPLAY TELA-PRINCIPAL.

              ADD 1 TO W-POS
           END-PERFORM.

      *-----------------------------------------------------------------
      * imagem do produto para o AUDITLOG: o registro inteiro nao cabe
      * na imagem, entao vao so os campos mantidos nesta tela (custo
      * medio e reserva nao sao alterados aqui).  O 'R' no primeiro
      * byte indica ao RELAUDI a imagem reduzida.
      *-----------------------------------------------------------------
       MONTA-AUDIT-PRODUTO.
           MOVE 'R'             TO W-AUD-LAYOUT
           MOVE TDES-EMPRESA-1  TO W-AUD-EMPRESA
           MOVE TDES-CODIGO-1   TO W-AUD-CODIGO
           MOVE TDES-DESC-1     TO W-AUD-DESC
           MOVE TDES-PRECO-1    TO W-AUD-PRECO
           MOVE TDES-DMAX-1     TO W-AUD-DMAX
           MOVE TDES-ESTOQM-1   TO W-AUD-ESTOQM
           MOVE TDES-ESTMIN-1   TO W-AUD-ESTMIN
           MOVE TDES-ESTMAX-1   TO W-AUD-ESTMAX
           MOVE TDES-BARRAS-1   TO W-AUD-BARRAS
           MOVE TDES-STATUS-1   TO W-AUD-STATUS
           MOVE TDES-NCM-1      TO W-AUD-NCM
           MOVE TDES-ORIGEM-1   TO W-AUD-ORIGEM
           MOVE TDES-ALIQICMS-1 TO W-AUD-ALIQICMS
           MOVE TDES-ALIQIPI-1  TO W-AUD-ALIQIPI
           MOVE TDES-UNIDADE-1  TO W-AUD-UNIDADE
           MOVE TDES-UNCOMPRA-1 TO W-AUD-UNCOMPRA
           MOVE TDES-FATCONV-1  TO W-AUD-FATCONV
           MOVE TDES-INDIVIS-1  TO W-AUD-INDIVIS.

       GRAVA-AUDITLOG.
           ACCEPT AUDIT-DATA-1 FROM CENTURY-DATE
           ACCEPT AUDIT-HORA-1 FROM TIME
