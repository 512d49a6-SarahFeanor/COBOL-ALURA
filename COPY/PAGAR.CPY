      *******************************************
      * COPY:      PAGAR
      * OBJETIVO:  LAYOUT DO REGISTRO DE TITULO A PAGAR
      *            (PAGAR.DAT, INDEXADO PELO FORNECEDOR E PELA
      *            NOTA) - O QUE A CASA DEVE A CADA FORNECEDOR;
      *            SO ENTRA AQUI NOTA CONFERIDA PELO NFENTRA
      *            CONTRA ORDEM E RECEBIMENTO, OU LIBERADA PELO
      *            ADM NO NFREV
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       01 PAGAR-REG.
      *    CHAVE - FORNECEDOR (FOR-CODIGO) E NOTA DO FORNECEDOR
            05 PAG-CHAVE.
                10 PAG-FORNECEDOR PIC 9(04).
                10 PAG-NOTA       PIC 9(09).
            05 PAG-ORDEM      PIC 9(07).
            05 PAG-EMISSAO    PIC 9(08).
            05 PAG-VENCIMENTO PIC 9(08).
      *    VALOR DA NOTA E QUANTO JA FOI PAGO
            05 PAG-VALOR      PIC 9(09)V99.
            05 PAG-PAGO       PIC 9(09)V99.
      *    DATA EM QUE O TITULO NASCEU
            05 PAG-DATA-LANC  PIC 9(08).
            05 PAG-SITUACAO   PIC X(01).
                88 PAG-ABERTO VALUE 'A'.
                88 PAG-PAGO-TOTAL VALUE 'P'.
