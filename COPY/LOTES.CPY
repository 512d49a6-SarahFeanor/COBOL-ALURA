      *******************************************
      * COPY:      LOTES
      * OBJETIVO:  LAYOUT DO SALDO POR LOTE E VALIDADE
      *            (LOTES.DAT) - UM REGISTRO POR PRODUTO, VALIDADE
      *            E LOTE DO FORNECEDOR, CRIADO NO ACEITE DA
      *            INSPECAO DO RECEBIMENTO (OCPINSP) E CONSUMIDO
      *            PELO EMBARQUE (PROGCOB10) NA ORDEM DA CHAVE:
      *            PRODUTO E VALIDADE MAIS ANTIGA PRIMEIRO (FEFO)
      *            PRODUTO SEM LOTE DIGITADO NO RECEBIMENTO NAO
      *            TEM REGISTRO AQUI E SEGUE SO NO PROD-QTESTOQUE
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       01 LOTE-REG.
      *    CHAVE PRIMARIA - PRODUTO, VALIDADE (AAAAMMDD) E LOTE
            05 LOT-CHAVE.
                10 LOT-CODPROD  PIC X(08).
                10 LOT-VALIDADE PIC 9(08).
                10 LOT-NUMERO   PIC X(10).
      *    SALDO AINDA NO DEPOSITO E TOTAL JA RECEBIDO DO LOTE
            05 LOT-QTSALDO      PIC 9(05) VALUE ZEROS.
            05 LOT-QTRECEBIDA   PIC 9(05) VALUE ZEROS.
      *    PRIMEIRA ENTRADA DO LOTE - DATA, FORNECEDOR E ORDEM
            05 LOT-ENTRADA      PIC 9(08).
            05 LOT-FORNECEDOR   PIC 9(04).
            05 LOT-ORDEM        PIC 9(07).
