      * DETALHE=S, abre cada entrada campo a campo comparando
      * AUDIT-ANTES-1 com AUDIT-DEPOIS-1 (layouts de CADEMP, TABPR,
      * CADOPE, CADCLI e CADCCU; a senha do operador sai mascarada).
      * Imagens com 'R' no primeiro byte (TABPR da tela PRODUTO e
      * CADCLI do CLIENTE/COBRANCA) sao reduzidas e tem layout proprio.
      * Saida em RELAUDI.TXT.
      * Parametros (RELAUDI.PAR):  DATAINI=DD/MM/AAAA
      *                            DATAFIN=DD/MM/AAAA
      *                            ARQUIVO=xxxxxxxxxx
      *                            CHAVE=xxxxxxxxxxxxxxxxxxxx
      *                            DETALHE=S/N
      *                            ARQMORTO=nome do arquivo morto
      * Com ARQMORTO (arquivo AUDITLOGAAAAMMDD.ARC gravado pelo
      * LIMPALOG) a consulta le o arquivo morto no lugar do AUDITLOG,
      * para periodos ja expurgados, e confere a contagem do trailer.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       FILE-CONTROL.

           copy "auditlog.sl".
           copy "arclog.sl".
           copy "errlog.sl".

           SELECT PARAMS ASSIGN TO 'RELAUDI.PAR'
       FILE SECTION.

           copy "auditlog.fd".
           copy "arclog.fd".
           copy "errlog.fd".

       FD  PARAMS LABEL RECORD OMITTED.
       01  CAMPOS-W.
           03  STAT-AUDITLOG             PIC  X(02).
               88 VALID-AUDITLOG         VALUE '00' THRU '09'.
           03  STAT-ARCLOG               PIC  X(02).
               88 VALID-ARCLOG           VALUE '00' THRU '09'.
           03  STAT-PARAMS               PIC  X(02).
               88 VALID-PARAMS           VALUE '00' THRU '09'.
           03  STAT-RELATO               PIC  X(02).
               88 VALID-ERRLOG           VALUE '00' THRU '09'.
           03  STAT-ERRLOG-ABERTO        PIC  X(01) VALUE 'N'.
               88 ERRLOG-ABERTO          VALUE 'S' FALSE 'N'.
           03  STAT-FIM-LOG              PIC  X(01) VALUE 'N'.
               88 FIM-LOG                VALUE 'S' FALSE 'N'.
           03  STAT-ARC-CONFERE          PIC  X(01) VALUE 'N'.
               88 ARQUIVO-MORTO-OK       VALUE 'S' FALSE 'N'.

           03  CAMPOS-FILTRO-W.
               05 W-DATAINI-I            PIC  9(08) VALUE 0.
               05 W-DATAFIN-I            PIC  9(08) VALUE 99999999.
               05 W-OPERADOR-FIL         PIC  X(10) VALUE SPACES.
               05 W-ARCLOG-NOME          PIC  X(40) VALUE SPACES.
                  88 LE-LOG-VIVO         VALUE SPACES.
               05 W-PROGRAMA-FIL         PIC  X(08) VALUE SPACES.
               05 W-ARQUIVO-FIL          PIC  X(10) VALUE SPACES.
               05 W-CHAVE-FIL            PIC  X(20) VALUE SPACES.
           03  CAMPOS-TRABALHO-W.
               05 W-TOT-LIDOS            PIC  9(08) VALUE 0.
               05 W-TOT-LISTADOS         PIC  9(08) VALUE 0.
               05 W-PRIM-DATA            PIC  9(08) VALUE 0.
               05 W-ARC-CONTAGEM         PIC  9(09) VALUE 0.
               05 W-ARC-DATAINI          PIC  9(08) VALUE 0.
               05 W-ARC-DATAFIN          PIC  9(08) VALUE 0.

               05 W-DATAIMP              PIC  9(08) VALUE 0.
               05 W-DATASIS-IMP          PIC  9(08) VALUE 0.
                  07 W-ANT-OPECLI        PIC  X(10).
                  07 W-ANT-STACLI        PIC  X(01).
                  07 FILLER              PIC  X(03).
               05 W-ANTES-TDESR REDEFINES W-ANTES-AREA.
                  07 W-ANR-TAGPRO        PIC  X(01).
                  07 W-ANR-EMPPRO        PIC  X(03).
                  07 W-ANR-CODPRO        PIC  X(10).
                  07 W-ANR-DESPRO        PIC  X(50).
                  07 W-ANR-PREPRO        PIC  X(11).
                  07 W-ANR-DMAPRO        PIC  X(11).
                  07 W-ANR-ESTPRO        PIC  X(11).
                  07 W-ANR-EMIPRO        PIC  X(11).
                  07 W-ANR-EMAPRO        PIC  X(11).
                  07 W-ANR-BARPRO        PIC  X(13).
                  07 W-ANR-STAPRO        PIC  X(01).
                  07 W-ANR-NCMPRO        PIC  X(08).
                  07 W-ANR-ORIPRO        PIC  X(01).
                  07 W-ANR-ICMPRO        PIC  X(04).
                  07 W-ANR-IPIPRO        PIC  X(04).
                  07 W-ANR-UNIPRO        PIC  X(03).
                  07 W-ANR-UNCPRO        PIC  X(03).
                  07 W-ANR-FATPRO        PIC  X(09).
                  07 W-ANR-INDPRO        PIC  X(01).
                  07 FILLER              PIC  X(04).
               05 W-ANTES-DCLIR REDEFINES W-ANTES-AREA.
                  07 W-ANR-TAGCLI        PIC  X(01).
                  07 W-ANR-EMPCLI        PIC  X(03).
                  07 W-ANR-CODCLI        PIC  X(06).
                  07 W-ANR-STACLI        PIC  X(01).
                  07 W-ANR-CPGCLI        PIC  X(03).
                  07 W-ANR-LISCLI        PIC  X(05).
                  07 W-ANR-NIVCLI        PIC  X(01).
                  07 W-ANR-DTCCLI        PIC  X(08).
                  07 W-ANR-BLQCLI        PIC  X(01).
                  07 W-ANR-UFECLI        PIC  X(02).
                  07 W-ANR-IESCLI        PIC  X(13).
                  07 W-ANR-CNPCLI        PIC  X(14).
                  07 W-ANR-LIMCLI        PIC  X(13).
                  07 W-ANR-RAZCLI        PIC  X(60).
                  07 W-ANR-ENDCLI        PIC  X(39).
               05 W-ANTES-DCCU REDEFINES W-ANTES-AREA.
                  07 W-ANT-CODCCU        PIC  X(06).
                  07 W-ANT-DESCCU        PIC  X(40).
                  07 W-DEP-OPECLI        PIC  X(10).
                  07 W-DEP-STACLI        PIC  X(01).
                  07 FILLER              PIC  X(03).
               05 W-DEPOIS-TDESR REDEFINES W-DEPOIS-AREA.
                  07 W-DER-TAGPRO        PIC  X(01).
                  07 W-DER-EMPPRO        PIC  X(03).
                  07 W-DER-CODPRO        PIC  X(10).
                  07 W-DER-DESPRO        PIC  X(50).
                  07 W-DER-PREPRO        PIC  X(11).
                  07 W-DER-DMAPRO        PIC  X(11).
                  07 W-DER-ESTPRO        PIC  X(11).
                  07 W-DER-EMIPRO        PIC  X(11).
                  07 W-DER-EMAPRO        PIC  X(11).
                  07 W-DER-BARPRO        PIC  X(13).
                  07 W-DER-STAPRO        PIC  X(01).
                  07 W-DER-NCMPRO        PIC  X(08).
                  07 W-DER-ORIPRO        PIC  X(01).
                  07 W-DER-ICMPRO        PIC  X(04).
                  07 W-DER-IPIPRO        PIC  X(04).
                  07 W-DER-UNIPRO        PIC  X(03).
                  07 W-DER-UNCPRO        PIC  X(03).
                  07 W-DER-FATPRO        PIC  X(09).
                  07 W-DER-INDPRO        PIC  X(01).
                  07 FILLER              PIC  X(04).
               05 W-DEPOIS-DCLIR REDEFINES W-DEPOIS-AREA.
                  07 W-DER-TAGCLI        PIC  X(01).
                  07 W-DER-EMPCLI        PIC  X(03).
                  07 W-DER-CODCLI        PIC  X(06).
                  07 W-DER-STACLI        PIC  X(01).
                  07 W-DER-CPGCLI        PIC  X(03).
                  07 W-DER-LISCLI        PIC  X(05).
                  07 W-DER-NIVCLI        PIC  X(01).
                  07 W-DER-DTCCLI        PIC  X(08).
                  07 W-DER-BLQCLI        PIC  X(01).
                  07 W-DER-UFECLI        PIC  X(02).
                  07 W-DER-IESCLI        PIC  X(13).
                  07 W-DER-CNPCLI        PIC  X(14).
                  07 W-DER-LIMCLI        PIC  X(13).
                  07 W-DER-RAZCLI        PIC  X(60).
                  07 W-DER-ENDCLI        PIC  X(39).
               05 W-DEPOIS-DCCU REDEFINES W-DEPOIS-AREA.
                  07 W-DEP-CODCCU        PIC  X(06).
                  07 W-DEP-DESCCU        PIC  X(40).
                     '   LISTADAS:'.
                  07 W-TOTLIST-TOT       PIC  ZZZZ.ZZ9.

               05 W-LINHA-ARQMORTO.
                  07 FILLER              PIC  X(16) VALUE
                     'ARQUIVO MORTO: '.
                  07 W-ARCLOG-TOT        PIC  X(40)B.
                  07 FILLER              PIC  X(09) VALUE 'PERIODO '.
                  07 W-ARCINI-TOT        PIC  99/99/9999.
                  07 FILLER              PIC  X(03) VALUE ' A '.
                  07 W-ARCFIN-TOT        PIC  99/99/9999.

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).

           PERFORM LE-PARAMETROS.

           IF LE-LOG-VIVO
              OPEN INPUT AUDITLOG
              IF NOT VALID-AUDITLOG
                 PERFORM ERRO-ARQUIVO
              END-IF
           ELSE
              PERFORM ABRE-ARQUIVO-MORTO
           END-IF.

           OPEN OUTPUT RELATO
           IF NOT VALID-RELATO

       FIM.
           CLOSE AUDITLOG.
           CLOSE ARCLOG.
           CLOSE RELATO.
           IF ERRLOG-ABERTO
              CLOSE ERRLOG
                     MOVE W-DATAUXI TO W-DATAFIN-I
                WHEN 'OPERADOR'
                     MOVE W-PAR-VALOR (1:10) TO W-OPERADOR-FIL
                WHEN 'ARQMORTO'
                     MOVE W-PAR-VALOR (1:40) TO W-ARCLOG-NOME
                WHEN 'PROGRAMA'
                     MOVE W-PAR-VALOR (1:8)  TO W-PROGRAMA-FIL
                WHEN 'ARQUIVO'

       PROCESSA-AUDITLOG.
           PERFORM UNTIL 1 = 2
              PERFORM LE-REGISTRO-LOG
              IF FIM-LOG
                 EXIT PERFORM
              END-IF

              ADD 1 TO W-TOT-LIDOS
              IF W-TOT-LIDOS = 1
                 MOVE AUDIT-DATA-1 TO W-PRIM-DATA
              END-IF

              IF AUDIT-DATA-1 < W-DATAINI-I OR
                 AUDIT-DATA-1 > W-DATAFIN-I
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * leitura do AUDITLOG vivo ou do arquivo morto (ARQMORTO)
      *-----------------------------------------------------------------
       ABRE-ARQUIVO-MORTO.
           OPEN INPUT ARCLOG
           IF NOT VALID-ARCLOG
              PERFORM ERRO-ARQUIVO.

           READ ARCLOG AT END
                MOVE SPACES TO ARC-TIPO-1
           END-READ
           IF NOT ARC-HEADER OR ARC-ARQUIVO-1 NOT = 'AUDITLOG'
              DISPLAY 'RELAUDI - ' W-ARCLOG-NOME (1:30)
                      ' NAO E ARQUIVO MORTO DO AUDITLOG'
              MOVE 8 TO RETURN-CODE
              PERFORM FIM.

       LE-REGISTRO-LOG.
           IF LE-LOG-VIVO
              READ AUDITLOG AT END
                            SET FIM-LOG TO TRUE
              END-READ
              IF NOT VALID-AUDITLOG
                 SET FIM-LOG TO TRUE
              END-IF
              EXIT PARAGRAPH.

           READ ARCLOG AT END
                SET FIM-LOG TO TRUE
           END-READ
           IF NOT VALID-ARCLOG
              SET FIM-LOG TO TRUE
           END-IF
           IF FIM-LOG
              EXIT PARAGRAPH.

           IF ARC-TRAILER
              SET FIM-LOG TO TRUE
              MOVE ARC-DATAINI-1 TO W-ARC-DATAINI
              MOVE ARC-DATAFIN-1 TO W-ARC-DATAFIN
              IF ARC-CONTAGEM-1 = W-ARC-CONTAGEM
                 SET ARQUIVO-MORTO-OK TO TRUE
              END-IF
              EXIT PARAGRAPH.

           ADD 1 TO W-ARC-CONTAGEM
           MOVE ARC-DADOS-1 TO AUDIT-REGISTR-1.

       IMPRIME-ENTRADA.
           PERFORM TESTA-QUEBRA-PAGINA

             WHEN 'CADEMP'
                  PERFORM DETALHA-CADEMP
             WHEN 'TABPR'
                  IF W-DER-TAGPRO = 'R'
                     PERFORM DETALHA-TABPR-REDUZIDO
                  ELSE
                     PERFORM DETALHA-TABPR
                  END-IF
             WHEN 'CADOPE'
                  PERFORM DETALHA-CADOPE
             WHEN 'CADCLI'
                  IF W-DER-TAGCLI = 'R'
                     PERFORM DETALHA-CADCLI-REDUZIDO
                  ELSE
                     PERFORM DETALHA-CADCLI
                  END-IF
             WHEN 'CADCCU'
                  PERFORM DETALHA-CADCCU
             WHEN OTHER
           MOVE W-DEP-STAPRO TO W-CAMPO-DEPOIS
           PERFORM COMPARA-CAMPO.

      *-----------------------------------------------------------------
      * imagem reduzida do TABPR gravada pela tela PRODUTO ('R' no
      * primeiro byte): inclui os campos fiscais e de unidade, mas
      * nao o custo medio, a reserva e o operador
      *-----------------------------------------------------------------
       DETALHA-TABPR-REDUZIDO.
           MOVE 'EMPRESA'  TO W-CAMPO-NOME
           MOVE W-ANR-EMPPRO TO W-CAMPO-ANTES
           MOVE W-DER-EMPPRO TO W-CAMPO-DEPOIS
           PERFORM COMPARA-CAMPO
           MOVE 'CODIGO'   TO W-CAMPO-NOME
           MOVE W-ANR-CODPRO TO W-CAMPO-ANTES
           MOVE W-DER-CODPRO TO W-CAMPO-DEPOIS
           PERFORM COMPARA-CAMPO
           MOVE 'DESCRICAO' TO W-CAMPO-NOME
           MOVE W-ANR-DESPRO TO W-CAMPO-ANTES
           MOVE W-DER-DESPRO TO W-CAMPO-DEPOIS
           PERFORM COMPARA-CAMPO
           MOVE 'PRECO'    TO W-CAMPO-NOME
           MOVE W-ANR-PREPRO TO W-CAMPO-ANTES
           MOVE W-DER-PREPRO TO W-CAMPO-DEPOIS
           PERFORM COMPARA-CAMPO
           MOVE 'DESC.MAX' TO W-CAMPO-NOME
           MOVE W-ANR-DMAPRO TO W-CAMPO-ANTES
           MOVE W-DER-DMAPRO TO W-CAMPO-DEPOIS
           PERFORM COMPARA-CAMPO
           MOVE 'ESTOQUE'  TO W-CAMPO-NOME
           MOVE W-ANR-ESTPRO TO W-CAMPO-ANTES
           MOVE W-DER-ESTPRO TO W-CAMPO-DEPOIS
           PERFORM COMPARA-CAMPO
           MOVE 'EST.MIN'  TO W-CAMPO-NOME
           MOVE W-ANR-EMIPRO TO W-CAMPO-ANTES
           MOVE W-DER-EMIPRO TO W-CAMPO-DEPOIS
           PERFORM COMPARA-CAMPO
           MOVE 'EST.MAX'  TO W-CAMPO-NOME
           MOVE W-ANR-EMAPRO TO W-CAMPO-ANTES
           MOVE W-DER-EMAPRO TO W-CAMPO-DEPOIS
           PERFORM COMPARA-CAMPO
           MOVE 'COD.BARRAS' TO W-CAMPO-NOME
           MOVE W-ANR-BARPRO TO W-CAMPO-ANTES
           MOVE W-DER-BARPRO TO W-CAMPO-DEPOIS
           PERFORM COMPARA-CAMPO
           MOVE 'SITUACAO' TO W-CAMPO-NOME
           MOVE W-ANR-STAPRO TO W-CAMPO-ANTES
           MOVE W-DER-STAPRO TO W-CAMPO-DEPOIS
           PERFORM COMPARA-CAMPO
           MOVE 'NCM'      TO W-CAMPO-NOME
           MOVE W-ANR-NCMPRO TO W-CAMPO-ANTES
           MOVE W-DER-NCMPRO TO W-CAMPO-DEPOIS
           PERFORM COMPARA-CAMPO
           MOVE 'ORIGEM'   TO W-CAMPO-NOME
           MOVE W-ANR-ORIPRO TO W-CAMPO-ANTES
           MOVE W-DER-ORIPRO TO W-CAMPO-DEPOIS
           PERFORM COMPARA-CAMPO
           MOVE 'ALIQ.ICMS' TO W-CAMPO-NOME
           MOVE W-ANR-ICMPRO TO W-CAMPO-ANTES
           MOVE W-DER-ICMPRO TO W-CAMPO-DEPOIS
           PERFORM COMPARA-CAMPO
           MOVE 'ALIQ.IPI' TO W-CAMPO-NOME
           MOVE W-ANR-IPIPRO TO W-CAMPO-ANTES
           MOVE W-DER-IPIPRO TO W-CAMPO-DEPOIS
           PERFORM COMPARA-CAMPO
           MOVE 'UNIDADE'  TO W-CAMPO-NOME
           MOVE W-ANR-UNIPRO TO W-CAMPO-ANTES
           MOVE W-DER-UNIPRO TO W-CAMPO-DEPOIS
           PERFORM COMPARA-CAMPO
           MOVE 'UN.COMPRA' TO W-CAMPO-NOME
           MOVE W-ANR-UNCPRO TO W-CAMPO-ANTES
           MOVE W-DER-UNCPRO TO W-CAMPO-DEPOIS
           PERFORM COMPARA-CAMPO
           MOVE 'FATOR CONV.' TO W-CAMPO-NOME
           MOVE W-ANR-FATPRO TO W-CAMPO-ANTES
           MOVE W-DER-FATPRO TO W-CAMPO-DEPOIS
           PERFORM COMPARA-CAMPO
           MOVE 'INDIVISIVEL' TO W-CAMPO-NOME
           MOVE W-ANR-INDPRO TO W-CAMPO-ANTES
           MOVE W-DER-INDPRO TO W-CAMPO-DEPOIS
           PERFORM COMPARA-CAMPO.

       DETALHA-CADOPE.
           MOVE 'CODIGO'   TO W-CAMPO-NOME
           MOVE W-ANT-CODOPE TO W-CAMPO-ANTES
           MOVE W-DEP-STACLI TO W-CAMPO-DEPOIS
           PERFORM COMPARA-CAMPO.

      *-----------------------------------------------------------------
      * imagem reduzida do CADCLI gravada pelo CLIENTE e pelo COBRANCA
      * ('R' no primeiro byte): chave, situacao, cobranca, dados
      * fiscais e cadastro, com o endereco truncado e sem o operador
      *-----------------------------------------------------------------
       DETALHA-CADCLI-REDUZIDO.
           MOVE 'EMPRESA'  TO W-CAMPO-NOME
           MOVE W-ANR-EMPCLI TO W-CAMPO-ANTES
           MOVE W-DER-EMPCLI TO W-CAMPO-DEPOIS
           PERFORM COMPARA-CAMPO
           MOVE 'CODIGO'   TO W-CAMPO-NOME
           MOVE W-ANR-CODCLI TO W-CAMPO-ANTES
           MOVE W-DER-CODCLI TO W-CAMPO-DEPOIS
           PERFORM COMPARA-CAMPO
           MOVE 'SITUACAO' TO W-CAMPO-NOME
           MOVE W-ANR-STACLI TO W-CAMPO-ANTES
           MOVE W-DER-STACLI TO W-CAMPO-DEPOIS
           PERFORM COMPARA-CAMPO
           MOVE 'COND.PAGTO' TO W-CAMPO-NOME
           MOVE W-ANR-CPGCLI TO W-CAMPO-ANTES
           MOVE W-DER-CPGCLI TO W-CAMPO-DEPOIS
           PERFORM COMPARA-CAMPO
           MOVE 'LISTA PRECO' TO W-CAMPO-NOME
           MOVE W-ANR-LISCLI TO W-CAMPO-ANTES
           MOVE W-DER-LISCLI TO W-CAMPO-DEPOIS
           PERFORM COMPARA-CAMPO
           MOVE 'NIVEL COBR.' TO W-CAMPO-NOME
           MOVE W-ANR-NIVCLI TO W-CAMPO-ANTES
           MOVE W-DER-NIVCLI TO W-CAMPO-DEPOIS
           PERFORM COMPARA-CAMPO
           MOVE 'DATA COBR.' TO W-CAMPO-NOME
           MOVE W-ANR-DTCCLI TO W-CAMPO-ANTES
           MOVE W-DER-DTCCLI TO W-CAMPO-DEPOIS
           PERFORM COMPARA-CAMPO
           MOVE 'BLOQUEIO' TO W-CAMPO-NOME
           MOVE W-ANR-BLQCLI TO W-CAMPO-ANTES
           MOVE W-DER-BLQCLI TO W-CAMPO-DEPOIS
           PERFORM COMPARA-CAMPO
           MOVE 'UF'       TO W-CAMPO-NOME
           MOVE W-ANR-UFECLI TO W-CAMPO-ANTES
           MOVE W-DER-UFECLI TO W-CAMPO-DEPOIS
           PERFORM COMPARA-CAMPO
           MOVE 'INSCR.EST.' TO W-CAMPO-NOME
           MOVE W-ANR-IESCLI TO W-CAMPO-ANTES
           MOVE W-DER-IESCLI TO W-CAMPO-DEPOIS
           PERFORM COMPARA-CAMPO
           MOVE 'CNPJ/CPF' TO W-CAMPO-NOME
           MOVE W-ANR-CNPCLI TO W-CAMPO-ANTES
           MOVE W-DER-CNPCLI TO W-CAMPO-DEPOIS
           PERFORM COMPARA-CAMPO
           MOVE 'LIMITE'   TO W-CAMPO-NOME
           MOVE W-ANR-LIMCLI TO W-CAMPO-ANTES
           MOVE W-DER-LIMCLI TO W-CAMPO-DEPOIS
           PERFORM COMPARA-CAMPO
           MOVE 'RAZAO SOC.' TO W-CAMPO-NOME
           MOVE W-ANR-RAZCLI TO W-CAMPO-ANTES
           MOVE W-DER-RAZCLI TO W-CAMPO-DEPOIS
           PERFORM COMPARA-CAMPO
           MOVE 'ENDERECO' TO W-CAMPO-NOME
           MOVE W-ANR-ENDCLI TO W-CAMPO-ANTES
           MOVE W-DER-ENDCLI TO W-CAMPO-DEPOIS
           PERFORM COMPARA-CAMPO.

       DETALHA-CADCCU.
           MOVE 'CODIGO'   TO W-CAMPO-NOME
           MOVE W-ANT-CODCCU TO W-CAMPO-ANTES
           IF W-TOT-LISTADOS = 0
              MOVE 'NENHUMA ENTRADA SELECIONADA.' TO RELATO-R
              WRITE RELATO-R
           END-IF

           IF LE-LOG-VIVO
              IF W-DATAINI-I NOT = 0 AND W-DATAINI-I < W-PRIM-DATA
                 MOVE 'PERIODO ANTERIOR AO INICIO DO LOG - CONSULTAR O A
      -               'RQUIVO MORTO (ARQMORTO=)' TO RELATO-R
                 WRITE RELATO-R
              END-IF
              EXIT PARAGRAPH.

           MOVE W-ARCLOG-NOME  TO W-ARCLOG-TOT
           MOVE W-ARC-DATAINI  TO W-DATAUXI
           COMPUTE W-ARCINI-TOT = W-ANOAUXI-I +
                                  W-MESAUXI-I * 10000 +
                                  W-DIAAUXI-I * 1000000
           MOVE W-ARC-DATAFIN  TO W-DATAUXI
           COMPUTE W-ARCFIN-TOT = W-ANOAUXI-I +
                                  W-MESAUXI-I * 10000 +
                                  W-DIAAUXI-I * 1000000
           WRITE RELATO-R FROM W-LINHA-ARQMORTO

           IF NOT ARQUIVO-MORTO-OK
              MOVE 'ATENCAO - ARQUIVO MORTO INCOMPLETO OU COM CONTAGEM D
      -               'IVERGENTE DO TRAILER' TO RELATO-R
              WRITE RELATO-R
              MOVE 4 TO RETURN-CODE
           END-IF.

       TESTA-QUEBRA-PAGINA.
