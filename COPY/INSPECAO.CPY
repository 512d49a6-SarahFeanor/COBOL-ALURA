      *******************************************
      * COPY:      INSPECAO
      * OBJETIVO:  LAYOUT DO REGISTRO DE MERCADORIA EM INSPECAO
      *            (INSPECAO.DAT) - O OCPRECEB GRAVA AQUI CADA
      *            ENTREGA RECEBIDA, QUE NAO ENTRA NO ESTOQUE ATE
      *            O INSPETOR (OCPINSP) DIZER QUANTO FOI ACEITO E
      *            QUANTO FOI REJEITADO; O ACEITO SOBE O ESTOQUE E
      *            O REJEITADO VAI PARA A DEVOLUCAO AO FORNECEDOR
      *            (DEVFORN.DAT)
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       01 INSPECAO-REG.
      *    NUMERO DA INSPECAO (INSNUM.CTL) E DATA DO RECEBIMENTO
            05 INS-NUMERO     PIC 9(07).
            05 INS-DATA       PIC 9(08).
      *    ORDEM DE COMPRA, FORNECEDOR E PRODUTO ENTREGUE
            05 INS-ORDEM      PIC 9(07).
            05 INS-FORNECEDOR PIC 9(04).
            05 INS-CODPROD    PIC X(08).
      *    QUANTIDADE ENTREGUE E CUSTO UNITARIO DA ORDEM
            05 INS-QTDE       PIC 9(05).
            05 INS-CUSTO      PIC 9(07)V99.
      *    DEPOSITO DO DESCARREGAMENTO, LOTE E VALIDADE (AAAAMMDD)
            05 INS-DEPOSITO   PIC X(02).
            05 INS-LOTE       PIC X(10).
            05 INS-VALIDADE   PIC 9(08).
            05 INS-RECEBEDOR  PIC X(20).
            05 INS-SITUACAO   PIC X(01).
                88 INS-PENDENTE    VALUE 'P'.
                88 INS-INSPECIONADO VALUE 'I'.
      *    RESULTADO DA INSPECAO - ACEITO + REJEITADO = ENTREGUE
            05 INS-QTACEITA   PIC 9(05).
            05 INS-QTREJEITADA PIC 9(05).
      *    S = O FORNECEDOR REPOE O REJEITADO (A LINHA DA ORDEM
      *    REABRE); N = A COMPRA DO REJEITADO E DESISTIDA
            05 INS-REPOR      PIC X(01).
                88 INS-REPOSICAO   VALUE 'S'.
            05 INS-MOTIVO     PIC X(30).
            05 INS-DATA-INSP  PIC 9(08).
            05 INS-INSPETOR   PIC X(20).
