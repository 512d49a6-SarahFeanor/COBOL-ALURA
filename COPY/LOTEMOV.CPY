      *******************************************
      * COPY:      LOTEMOV
      * OBJETIVO:  LAYOUT DA SAIDA POR LOTE (LOTEMOV.DAT) - UMA
      *            LINHA POR LOTE CONSUMIDO EM CADA ITEM EMBARCADO,
      *            GRAVADA PELO PROGCOB10 NA BAIXA DO ESTOQUE.
      *            O ROMANEIO DIZ AO SEPARADOR QUAL LOTE PEGAR E O
      *            LOTERAST RASTREIA QUE CLIENTES RECEBERAM UM
      *            LOTE (RECALL)
      *            LOTE EM BRANCO = PARTE DO ITEM QUE OS LOTES NAO
      *            COBRIRAM (ESTOQUE ANTERIOR AO CONTROLE DE LOTE)
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       01 LOTEMOV-REG.
      *    DATA DO EMBARQUE, PEDIDO E CLIENTE
            05 LMV-DATA     PIC 9(08).
            05 LMV-PEDIDO   PIC 9(07).
            05 LMV-CODIGO   PIC 9(07).
            05 LMV-FONE     PIC 9(11).
            05 LMV-UF       PIC X(02).
      *    PRODUTO, LOTE, VALIDADE E QUANTIDADE TIRADA DO LOTE
            05 LMV-CODPROD  PIC X(08).
            05 LMV-LOTE     PIC X(10).
            05 LMV-VALIDADE PIC 9(08).
            05 LMV-QTDE     PIC 9(05).
