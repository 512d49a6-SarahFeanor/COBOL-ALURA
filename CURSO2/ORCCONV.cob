      * ALTERADO = 02/09/2026 - SARAH - TABELA DE ORCAMENTOS
      *            ESTOURADA RECUSA A CONVERSAO - A REGRAVACAO
      *            NAO PODE PERDER O RABO DO ARQUIVO
      * ALTERADO = 15/10/2026 - SARAH - ORCAMENTO CONVERTIDO SAI SEM
      *            CONDICAO DE PAGAMENTO (PARCELA UNICA)
      * ALTERADO = 15/10/2026 - SARAH - PEDIDO CONVERTIDO SAI DO
      *            DEPOSITO 01 (PED-DEPOSITO EM BRANCO)
      * ALTERADO = 15/10/2026 - SARAH - PEDIDO GERADO SAI SEM
      *            DATA DE ENTREGA (EMBARQUE IMEDIATO)
      * ALTERADO = 15/10/2026 - SARAH - PEDIDO GERADO SAI SEM
      *            TRANSPORTADORA FORCADA (O FRETECALC COTA A MAIS
      *            BARATA)
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            MOVE ORC-UF     TO PED-UF.
            MOVE ZEROS      TO PED-VENDEDOR.
            MOVE ZEROS      TO PED-ENDSEQ.
            MOVE SPACES     TO PED-CONDPAG.
            MOVE SPACES     TO PED-DEPOSITO.
            MOVE ZEROS      TO PED-DATA-ENTREGA.
            MOVE SPACES     TO PED-TRANSP.
            WRITE PEDIDO-REG.
            PERFORM 4320-GRAVAR-ITENS.
            CLOSE PEDIDOS.
