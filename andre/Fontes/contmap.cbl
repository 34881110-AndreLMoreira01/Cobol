      *-----------------------------------------------------------------
      * CONTMAP - manutencao do mapeamento contabil.
      * Para cada empresa e origem de movimento ('F' fatura, 'E'
      * estorno, 'T' transferencia, 'A' acerto, 'C' compra, 'D'
      * devolucao de venda, ' ' manual, 'V' faturamento, 'R' valor
      * das devolucoes de venda, 'P' folha de pagamento e 'M' ordem
      * de producao) guarda as contas de debito e de credito e o
      * historico usados pelo CONTABIL na exportacao do diario.  A
      * exclusao remove o mapeamento e respeita a permissao de
      * excluir da tabela CADPRM.  Alteracoes vao para o AUDITLOG.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           IF W-ORIGEM-EDIT NOT = 'F' AND W-ORIGEM-EDIT NOT = 'E' AND
              W-ORIGEM-EDIT NOT = 'T' AND W-ORIGEM-EDIT NOT = 'A' AND
              W-ORIGEM-EDIT NOT = 'C' AND W-ORIGEM-EDIT NOT = 'V' AND
              W-ORIGEM-EDIT NOT = 'D' AND W-ORIGEM-EDIT NOT = 'R' AND
              W-ORIGEM-EDIT NOT = 'P' AND W-ORIGEM-EDIT NOT = 'M' AND
              W-ORIGEM-EDIT NOT = SPACE
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Origem invalida (F/E/T/A/C/D/V/R/P/M ou branco).'
                                       TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH.
