      *******************************************
      * COPY:      RECEBMAT
      * OBJETIVO:  LAYOUT DO REGISTRO DE ENTRADA DE MERCADORIA
      *            (RECEBMAT.DAT) - UMA LINHA POR RECEBIMENTO
      *            GRAVADO PELO OCPRECEB; A CONFERENCIA DA NOTA
      *            DO FORNECEDOR (NFENTRA) SOMA AQUI O QUE DE
      *            FATO ENTROU NO DEPOSITO, MENOS O QUE A INSPECAO
      *            REJEITOU (DEVFORN.DAT)
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       01 RMT-REG.
      *    DATA DA ENTRADA, FORNECEDOR E ORDEM DE COMPRA
            05 RMT-DATA       PIC 9(08).
            05 RMT-FORNECEDOR PIC 9(04).
            05 RMT-ORDEM      PIC 9(07).
      *    PRODUTO, QUANTIDADE RECEBIDA E CUSTO DA ORDEM
            05 RMT-CODPROD    PIC X(08).
            05 RMT-QTDE       PIC 9(05).
            05 RMT-CUSTO      PIC 9(07)V99.
            05 RMT-USUARIO    PIC X(20).
