      * DATA:      22/08/2026
      * ALTERADO:  02/09/2026 - SARAH - GANHA O CODIGO DO CLIENTE
      *            AO LADO DO FONE (CONVERSAO PELO CLIECODV)
      * ALTERADO:  15/10/2026 - SARAH - TIPO CB (RECEBIDO PELA
      *            COBRADORA, POSTADO PELO COBRIMP PELO BRUTO)
      * ALTERADO:  15/10/2026 - SARAH - TIPOS CC E CD (CARTAO DE
      *            CREDITO E DE DEBITO) - O CLIENTE QUITA PELO
      *            BRUTO E O RECEBIVEL DA ADQUIRENTE VAI PARA
      *            ADQREC.DAT
      * ALTERADO:  15/10/2026 - SARAH - GANHA A CONTA DA TESOURARIA
      *            (CONTBANC) ONDE O DINHEIRO ENTROU
      ******************************************
       01 RECEBER-REG.
            05 REC-CODIGO PIC 9(07).
            05 REC-DATA  PIC 9(08).
            05 REC-VALOR PIC 9(07)V99.
      *    TIPO DO PAGAMENTO: DI DINHEIRO, CH CHEQUE, PX PIX,
      *    TR TRANSFERENCIA, BO BOLETO, CB COBRADORA, CC CARTAO
      *    DE CREDITO, CD CARTAO DE DEBITO
            05 REC-TIPO  PIC X(02).
      *    CONTA DO CONTBANC ONDE O DINHEIRO ENTROU (NO CARTAO, A
      *    CONTA EM QUE A ADQUIRENTE LIQUIDA)
            05 REC-CONTA PIC 9(03).
