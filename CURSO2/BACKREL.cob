      * ALTERADO = 02/09/2026 - SARAH - PEDIDO GERADO SAI COM A
      *            SEQUENCIA DE ENDERECO ZERADA (ENTREGA NO
      *            ENDERECO DO MESTRE), COMO LOJAIMP E ORCCONV
      * ALTERADO = 15/10/2026 - SARAH - PEDIDO LIBERADO SAI SEM
      *            CONDICAO DE PAGAMENTO (PARCELA UNICA)
      * ALTERADO = 15/10/2026 - SARAH - PEDIDO LIBERADO SAI DO
      *            DEPOSITO 01 (PED-DEPOSITO EM BRANCO)
      * ALTERADO = 15/10/2026 - SARAH - PEDIDO GERADO SAI SEM
      *            DATA DE ENTREGA (EMBARQUE IMEDIATO)
      * ALTERADO = 15/10/2026 - SARAH - PEDIDO GERADO SAI SEM
      *            TRANSPORTADORA FORCADA (O FRETECALC COTA A MAIS
      *            BARATA)
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            MOVE BCK-UF         TO PED-UF.
            MOVE BCK-VENDEDOR   TO PED-VENDEDOR.
            MOVE ZEROS          TO PED-ENDSEQ.
            MOVE SPACES         TO PED-CONDPAG.
            MOVE SPACES         TO PED-DEPOSITO.
            MOVE ZEROS          TO PED-DATA-ENTREGA.
            MOVE SPACES         TO PED-TRANSP.
            WRITE PEDIDO-REG.
            MOVE 'I' TO PED-TIPO.
            MOVE WRK-PED-NUMERO TO PED-NUMERO.
