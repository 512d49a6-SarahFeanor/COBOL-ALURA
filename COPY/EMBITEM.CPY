      *******************************************
      * COPY:      EMBITEM
      * OBJETIVO:  LAYOUT DO REGISTRO DE ITEM EMBARCADO
      *            (EMBITEM.DAT) - UMA LINHA POR PRODUTO QUE
      *            SAIU EM CADA EMBARQUE, GRAVADA PELO PROGCOB10
      *            NA BAIXA DO ESTOQUE, COM O VALOR COBRADO E O
      *            CUSTO MEDIO DA HORA - O EMBARQUE.DAT SO TEM O
      *            TOTAL DO PEDIDO, E A MARGEM POR PRODUTO
      *            (MARGMES) PRECISA DA LINHA
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      * ALTERADO:  15/10/2026 - SARAH - DESCONTO DA LINHA: OS
      *            PERCENTUAIS DA FAIXA DE QUANTIDADE E DO
      *            OPERADOR E O VALOR DE CADA UM (DESCMES) - O
      *            EIT-VALOR SEGUE SENDO O LIQUIDO COBRADO
      ******************************************
       01 EMBITEM-REG.
      *    PEDIDO, DATA DO EMBARQUE E CLIENTE
            05 EIT-PEDIDO   PIC 9(07).
            05 EIT-DATA     PIC 9(08).
            05 EIT-CODIGO   PIC 9(07).
            05 EIT-FONE     PIC 9(11).
            05 EIT-UF       PIC X(02).
            05 EIT-VENDEDOR PIC 9(03).
      *    PRODUTO, QUANTIDADE, VALOR COBRADO E CUSTO DA LINHA
            05 EIT-CODPROD  PIC X(08).
            05 EIT-QTDE     PIC 9(05).
            05 EIT-VALOR    PIC 9(07)V99.
            05 EIT-CUSTO    PIC 9(07)V99.
      *    DESCONTO DA LINHA - PERCENTUAL E VALOR DA FAIXA DE
      *    QUANTIDADE (DESCFAIXA.DAT) E DO OPERADOR NA CAPTURA;
      *    BRUTO = EIT-VALOR + EIT-DESC-FAIXA + EIT-DESC-LINHA
            05 EIT-PERC-FAIXA PIC 9(02)V99.
            05 EIT-PERC-LINHA PIC 9(02)V99.
            05 EIT-DESC-FAIXA PIC 9(07)V99.
            05 EIT-DESC-LINHA PIC 9(07)V99.
