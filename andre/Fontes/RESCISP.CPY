      *-----------------------------------------------------------------
      * RESCISP.CPY  -  verbas da rescisao.
      * MONTA-VERBAS-RESCISAO monta em W-RVB-TAB (RESCISW.CPY) as
      * verbas com valor do registro que esta em RES-REGISTR-1, na
      * ordem do termo de rescisao: proventos (P) e o desconto do
      * aviso nao cumprido (D), com a referencia em dias ou avos.
      * INSS, IRRF e os lancamentos do mes ficam com quem chama.
      *-----------------------------------------------------------------
       MONTA-VERBAS-RESCISAO.
           MOVE 0 TO W-RVB-QTDE

           MOVE 'SALDO DE SALARIO'          TO W-RVB-DESCRICAO-W
           MOVE RES-DIASSAL-1               TO W-RVB-REFER-W
           MOVE 'DIAS'                      TO W-RVB-UNIDADE-W
           MOVE 'P'                         TO W-RVB-TIPO-W
           MOVE RES-SALDOSAL-1              TO W-RVB-VALOR-W
           PERFORM INCLUI-VERBA-RESCISAO

           MOVE 'AVISO PREVIO INDENIZADO'   TO W-RVB-DESCRICAO-W
           MOVE RES-DIASAVI-1               TO W-RVB-REFER-W
           MOVE RES-AVISOIND-1              TO W-RVB-VALOR-W
           PERFORM INCLUI-VERBA-RESCISAO

           MOVE 'FERIAS VENCIDAS'           TO W-RVB-DESCRICAO-W
           MOVE RES-DIASVEN-1               TO W-RVB-REFER-W
           MOVE RES-FERVEN-1                TO W-RVB-VALOR-W
           PERFORM INCLUI-VERBA-RESCISAO

           MOVE 'FERIAS VENCIDAS EM DOBRO'  TO W-RVB-DESCRICAO-W
           MOVE RES-DIASDOB-1               TO W-RVB-REFER-W
           MOVE RES-FERDOB-1                TO W-RVB-VALOR-W
           PERFORM INCLUI-VERBA-RESCISAO

           MOVE 'FERIAS PROPORCIONAIS'      TO W-RVB-DESCRICAO-W
           MOVE RES-AVOSFER-1               TO W-RVB-REFER-W
           MOVE 'AVOS'                      TO W-RVB-UNIDADE-W
           MOVE RES-FERPRO-1                TO W-RVB-VALOR-W
           PERFORM INCLUI-VERBA-RESCISAO

           MOVE '1/3 DE FERIAS RESCISAO'    TO W-RVB-DESCRICAO-W
           MOVE 0                           TO W-RVB-REFER-W
           MOVE SPACES                      TO W-RVB-UNIDADE-W
           MOVE RES-TERCO-1                 TO W-RVB-VALOR-W
           PERFORM INCLUI-VERBA-RESCISAO

           MOVE '13. SALARIO PROPORCIONAL'  TO W-RVB-DESCRICAO-W
           MOVE RES-AVOS13-1                TO W-RVB-REFER-W
           MOVE 'AVOS'                      TO W-RVB-UNIDADE-W
           MOVE RES-DECIMO-1                TO W-RVB-VALOR-W
           PERFORM INCLUI-VERBA-RESCISAO

           MOVE 'AVISO PREVIO NAO CUMPRIDO' TO W-RVB-DESCRICAO-W
           MOVE RES-DIASAVI-1               TO W-RVB-REFER-W
           MOVE 'DIAS'                      TO W-RVB-UNIDADE-W
           MOVE 'D'                         TO W-RVB-TIPO-W
           MOVE RES-AVISODES-1              TO W-RVB-VALOR-W
           PERFORM INCLUI-VERBA-RESCISAO.

       INCLUI-VERBA-RESCISAO.
           IF W-RVB-VALOR-W = 0
              EXIT PARAGRAPH.

           ADD 1 TO W-RVB-QTDE
           MOVE W-RVB-DESCRICAO-W TO W-RVB-DESCRICAO (W-RVB-QTDE)
           MOVE W-RVB-REFER-W     TO W-RVB-REFER     (W-RVB-QTDE)
           MOVE W-RVB-UNIDADE-W   TO W-RVB-UNIDADE   (W-RVB-QTDE)
           MOVE W-RVB-TIPO-W      TO W-RVB-TIPO      (W-RVB-QTDE)
           MOVE W-RVB-VALOR-W     TO W-RVB-VALOR     (W-RVB-QTDE).
