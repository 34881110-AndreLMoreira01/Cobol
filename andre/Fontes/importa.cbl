      * IMPORTA - carga de TABPR ou CADFUN a partir de arquivo
      * separado por ponto-e-virgula (mesma convencao do RELFUNC.CSV).
      * TIPO=P carrega produtos (EMPRESA;CODIGO;DESCRICAO;PRECO;
      * DESCMAX;ESTMIN;ESTMAX; unidade UN, fator 1) e TIPO=F
      * funcionarios (EMPRESA;CODIGO;NOME;CENTCUS;ADMISSAO
      * DD/MM/AAAA;SALARIO;BANCO;AGENCIA-DV;
      * CONTA-DV;TIPO C/P/S) - os quatro ultimos, conta para credito
      * do salario, sao opcionais mas vem todos ou nenhum; o digito
      * verificador segue o numero depois de um hifen e pode ser X.
      * Cada linha passa
      * pelas mesmas criticas das telas - empresa cadastrada e ativa,
      * data valida, valores numericos, chave nao duplicada, centro
      * de custo ativo quando CADCCU existe - e as recusadas saem em
               05 W-CAMPO-5              PIC  X(20).
               05 W-CAMPO-6              PIC  X(20).
               05 W-CAMPO-7              PIC  X(20).
               05 W-CAMPO-8              PIC  X(20).
               05 W-CAMPO-9              PIC  X(20).
               05 W-CAMPO-10             PIC  X(20).
               05 W-NUMERO-BANCO         PIC  X(20).
               05 W-DIGITO-BANCO         PIC  X(20).
               05 W-MOTIVO               PIC  X(40).
               05 W-NUM-IX               PIC  9(02) VALUE 0.
               05 W-NUM-VIRGULAS         PIC  9(02) VALUE 0.
               05 W-CODFUNC-NUM          PIC  9(06) VALUE 0.
               05 W-CENTCUS-NUM          PIC  9(06) VALUE 0.
               05 W-DATADMI-NUM          PIC  9(08) VALUE 0.
               05 W-BANCO-NUM            PIC  9(03) VALUE 0.
               05 W-AGENCIA-NUM          PIC  9(05) VALUE 0.
               05 W-DVAGENC-IMP          PIC  X(01) VALUE SPACE.
               05 W-CONTA-NUM            PIC  9(12) VALUE 0.
               05 W-DVCONTA-IMP          PIC  X(02) VALUE SPACES.
               05 W-TIPOCTA-IMP          PIC  X(01) VALUE SPACE.
               05 W-TOT-LIDAS            PIC  9(06) VALUE 0.
               05 W-TOT-CARGADAS         PIC  9(06) VALUE 0.
               05 W-TOT-REJEITADAS       PIC  9(06) VALUE 0.

              MOVE SPACES TO W-CAMPO-1 W-CAMPO-2 W-CAMPO-3
                             W-CAMPO-4 W-CAMPO-5 W-CAMPO-6
                             W-CAMPO-7 W-CAMPO-8 W-CAMPO-9
                             W-CAMPO-10
              UNSTRING W-LINHA-CSV DELIMITED BY ';'
                       INTO W-CAMPO-1 W-CAMPO-2 W-CAMPO-3
                            W-CAMPO-4 W-CAMPO-5 W-CAMPO-6
                            W-CAMPO-7 W-CAMPO-8 W-CAMPO-9
                            W-CAMPO-10
              END-UNSTRING

              IF W-CAMPO-1 = 'EMPRESA'
           PERFORM CONVERTE-PARAM-NUM
           MOVE W-PAR-NUMERO  TO TDES-ESTMAX-1
           MOVE 0             TO TDES-ESTOQM-1
           MOVE 'UN'          TO TDES-UNIDADE-1 TDES-UNCOMPRA-1
           MOVE 1             TO TDES-FATCONV-1
           MOVE 'N'           TO TDES-INDIVIS-1
           MOVE W-OPERADOR-ID TO TDES-OPERADOR-1
           SET TDES-ATIVO TO TRUE

              PERFORM REJEITA-LINHA
              EXIT PARAGRAPH.

           PERFORM VALIDA-DADOS-BANCARIOS
           IF NOT LINHA-OK
              EXIT PARAGRAPH.

           INITIALIZE           DFUN-REGISTR-1
           MOVE W-EMPRESA-NUM TO DFUN-EMPRESA-1
           MOVE W-CODFUNC-NUM TO DFUN-CODFUNC-1
           PERFORM CONVERTE-PARAM-NUM
           MOVE W-PAR-NUMERO  TO DFUN-SALARIO-1
           MOVE 0             TO DFUN-DATADMS-1
           MOVE W-BANCO-NUM   TO DFUN-BANCO-1
           MOVE W-AGENCIA-NUM TO DFUN-AGENCIA-1
           MOVE W-DVAGENC-IMP TO DFUN-DVAGENC-1
           MOVE W-CONTA-NUM   TO DFUN-CONTA-1
           MOVE W-DVCONTA-IMP TO DFUN-DVCONTA-1
           MOVE W-TIPOCTA-IMP TO DFUN-TIPOCTA-1

           WRITE DFUN-REGISTR-1
           IF NOT VALID-CADFUN

           ADD 1 TO W-TOT-CARGADAS.

      *-----------------------------------------------------------------
      * conta para credito do salario (campos 7 a 10): em branco passa
      * sem dados bancarios; preenchida exige banco, agencia e conta
      * numericos e maiores que zero e tipo C, P ou S.
      *-----------------------------------------------------------------
       VALIDA-DADOS-BANCARIOS.
           SET LINHA-OK TO TRUE
           MOVE 0      TO W-BANCO-NUM W-AGENCIA-NUM W-CONTA-NUM
           MOVE SPACES TO W-DVAGENC-IMP W-DVCONTA-IMP W-TIPOCTA-IMP

           IF W-CAMPO-7 = SPACES AND W-CAMPO-8 = SPACES AND
              W-CAMPO-9 = SPACES AND W-CAMPO-10 = SPACES
              EXIT PARAGRAPH.

           IF W-CAMPO-7 = SPACES OR W-CAMPO-8 = SPACES OR
              W-CAMPO-9 = SPACES
              MOVE 'DADOS BANCARIOS INCOMPLETOS' TO W-MOTIVO
              PERFORM REJEITA-LINHA
              EXIT PARAGRAPH.

           MOVE W-CAMPO-10 (1:1) TO W-TIPOCTA-IMP
           INSPECT W-TIPOCTA-IMP CONVERTING 'cps' TO 'CPS'
           IF W-CAMPO-10 (2:) NOT = SPACES OR
              (W-TIPOCTA-IMP NOT = 'C' AND 'P' AND 'S')
              MOVE 'TIPO DE CONTA INVALIDO'  TO W-MOTIVO
              PERFORM REJEITA-LINHA
              EXIT PARAGRAPH.

           MOVE W-CAMPO-7 TO W-PAR-VALOR
           PERFORM VALIDA-PARAM-NUM
           IF NUMERO-OK
              PERFORM CONVERTE-PARAM-NUM
              MOVE W-PAR-NUMERO TO W-BANCO-NUM
           END-IF
           IF NOT NUMERO-OK OR W-BANCO-NUM = 0
              MOVE 'BANCO INVALIDO'          TO W-MOTIVO
              PERFORM REJEITA-LINHA
              EXIT PARAGRAPH.

           MOVE SPACES TO W-NUMERO-BANCO W-DIGITO-BANCO
           UNSTRING W-CAMPO-8 DELIMITED BY '-'
                    INTO W-NUMERO-BANCO W-DIGITO-BANCO
           END-UNSTRING
           MOVE W-NUMERO-BANCO TO W-PAR-VALOR
           PERFORM VALIDA-PARAM-NUM
           IF NUMERO-OK
              PERFORM CONVERTE-PARAM-NUM
              MOVE W-PAR-NUMERO TO W-AGENCIA-NUM
           END-IF
           IF NOT NUMERO-OK OR W-AGENCIA-NUM = 0 OR
              W-DIGITO-BANCO (2:) NOT = SPACES
              MOVE 'AGENCIA INVALIDA'        TO W-MOTIVO
              PERFORM REJEITA-LINHA
              EXIT PARAGRAPH.
           MOVE W-DIGITO-BANCO TO W-DVAGENC-IMP
           INSPECT W-DVAGENC-IMP CONVERTING 'x' TO 'X'

           MOVE SPACES TO W-NUMERO-BANCO W-DIGITO-BANCO
           UNSTRING W-CAMPO-9 DELIMITED BY '-'
                    INTO W-NUMERO-BANCO W-DIGITO-BANCO
           END-UNSTRING
           MOVE W-NUMERO-BANCO TO W-PAR-VALOR
           PERFORM VALIDA-PARAM-NUM
           IF NUMERO-OK
              PERFORM CONVERTE-PARAM-NUM
              MOVE W-PAR-NUMERO TO W-CONTA-NUM
           END-IF
           IF NOT NUMERO-OK OR W-CONTA-NUM = 0 OR
              W-DIGITO-BANCO (3:) NOT = SPACES
              MOVE 'CONTA INVALIDA'          TO W-MOTIVO
              PERFORM REJEITA-LINHA
              EXIT PARAGRAPH.
           MOVE W-DIGITO-BANCO TO W-DVCONTA-IMP
           INSPECT W-DVCONTA-IMP CONVERTING 'x' TO 'X'.

      *-----------------------------------------------------------------
      * critica numerica dos campos de valor: somente digitos, no
      * maximo uma virgula decimal e pontos de milhar; o que vier
