      * ALTERADO:  02/09/2026 - SARAH - SEQUENCIA DO ENDERECO DE
      *            ENTREGA ESCOLHIDO NO PEDIDO (ZEROS = ENDERECO
      *            DO MESTRE) - A FATURA IMPRIME O ENDERECO CERTO
      * ALTERADO:  15/10/2026 - SARAH - CUSTO DA MERCADORIA
      *            EMBARCADA (CUSTO MEDIO DO PRODUTO NA HORA DO
      *            EMBARQUE) AO LADO DO VALOR - BASE DA MARGEM
      * ALTERADO:  15/10/2026 - SARAH - CONDICAO DE PAGAMENTO DO
      *            PEDIDO - O FATURA DIVIDE A FATURA EM PARCELAS
      * ALTERADO:  15/10/2026 - SARAH - DESCONTO COMERCIAL TOTAL
      *            DO PEDIDO (FAIXA + OPERADOR) - EMB-VALOR JA E O
      *            LIQUIDO; A FATURA MOSTRA O DESCONTO
      * ALTERADO:  15/10/2026 - SARAH - DEPOSITO DE SAIDA DO PEDIDO
      *            (TABDEP) - O ROMANEIO SEPARA POR DEPOSITO
      * ALTERADO:  15/10/2026 - SARAH - TRANSPORTADORA COTADA PELO
      *            FRETECALC (PRE-ALOCACAO DO MANIFESTO) E O FRETE
      *            SEM A COTACAO, BASE DA ECONOMIA (FRETEECO)
      ******************************************
       01 EMBARQUE-REG.
      *    NUMERO DO PEDIDO QUE ORIGINOU O EMBARQUE
            05 EMB-PESO     PIC 9(05)V999.
      *    SEQUENCIA DO ENDERECO DE ENTREGA (ZEROS = MESTRE)
            05 EMB-ENDSEQ   PIC 9(02).
      *    CUSTO DA MERCADORIA EMBARCADA (CUSTO MEDIO X QTDE)
            05 EMB-CUSTO    PIC 9(07)V99.
      *    CONDICAO DE PAGAMENTO DO PEDIDO (BRANCOS = UNICA)
            05 EMB-CONDPAG  PIC X(03).
      *    DESCONTO COMERCIAL DO PEDIDO (BRUTO = VALOR + DESCONTO)
            05 EMB-DESCONTO PIC 9(07)V99.
      *    DEPOSITO DE ONDE O PEDIDO SAIU (BRANCOS = 01)
            05 EMB-DEPOSITO PIC X(02).
      *    TRANSPORTADORA COTADA NO EMBARQUE (BRANCOS = NENHUMA TINHA
      *    TABELA - O MANIFESTO ALOCA PELA UF)
            05 EMB-TRANSP   PIC X(03).
      *    FRETE DA PRIMEIRA TRANSPORTADORA QUE ATENDE A UF, O QUE
      *    SE PAGARIA SEM A COTACAO (ECONOMIA = BASE - FRETE)
            05 EMB-FRETE-BASE PIC 9(06)V99.
