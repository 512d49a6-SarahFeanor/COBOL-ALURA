      * ALTERADO:  02/09/2026 - SARAH - TIPO M (MENSALIDADE
      *            ESCOLAR ABERTA PELO MENSALID - TIT-PEDIDO
      *            GUARDA O NUMERO DO DOCUMENTO DE COBRANCA)
      * ALTERADO:  15/10/2026 - SARAH - PARCELA, QUANTIDADE DE
      *            PARCELAS E VENCIMENTO PROPRIO DO TITULO - O
      *            FATURA DIVIDE O TITULO DO EMBARQUE PELA
      *            CONDICAO DE PAGAMENTO DO PEDIDO (CONDPAG.DAT)
      *            E AGING, REMESSA E EXTRATO ENXERGAM CADA
      *            PARCELA; VENCIMENTO ZERO (TITULO ANTIGO) VALE
      *            EMISSAO + 30 DIAS
      * ALTERADO:  15/10/2026 - SARAH - VALOR BRUTO E DESCONTO DA
      *            MENSALIDADE (BOLSA OU IRMAOS) - TIT-VALOR SEGUE
      *            SENDO O VALOR COBRADO (LIQUIDO); ZEROS NOS
      *            DEMAIS TIPOS DE TITULO
      * ALTERADO:  15/10/2026 - SARAH - SITUACAO C (TITULO CEDIDO A
      *            COBRADORA PELO COBREXP) - CONTINUA EM ABERTO
      *            PARA AGING, EXTRATO E BAIXA, MAS SAI DA REMESSA
      *            E DAS CARTAS DE COBRANCA DA CASA
      * ALTERADO:  15/10/2026 - SARAH - DATA DA LIQUIDACAO, GRAVADA
      *            PELA BAIXA (TITBAIX) - O ATRASO HISTORICO DE CADA
      *            CLIENTE SAI DAQUI PARA A PREVISAO DE CAIXA
      *            (FLUXCAIX); O REGISTRO PASSA A 98 BYTES
      ******************************************
       01 TITULO-REG.
      *    PEDIDO DE ORIGEM (ZEROS PARA TITULO DE JUROS)
            05 TIT-VALOR     PIC 9(07)V99.
      *    QUANTO JA FOI RECEBIDO DESTE TITULO (PAGO PARCIAL)
            05 TIT-PAGO      PIC 9(07)V99.
      *    SITUACAO DO TITULO - TIT-ABERTO VALE PARA A CARTEIRA
      *    PROPRIA E PARA O TITULO NA COBRADORA
            05 TIT-SITUACAO  PIC X(01).
                88 TIT-ABERTO    VALUE 'A' 'C'.
                88 TIT-CARTEIRA-PROPRIA VALUE 'A'.
                88 TIT-COBRADORA VALUE 'C'.
                88 TIT-LIQUIDADO VALUE 'P'.
                88 TIT-ESTORNADO VALUE 'T'.
                88 TIT-BAIXADO   VALUE 'B'.
      *    PARCELA DESTE TITULO E TOTAL DE PARCELAS DA FATURA
            05 TIT-PARCELA   PIC 9(02).
            05 TIT-QTPARCELAS PIC 9(02).
      *    VENCIMENTO DA PARCELA (AAAAMMDD)
            05 TIT-VENCIMENTO PIC 9(08).
      *    MENSALIDADE: VALOR CHEIO DA TURMA E DESCONTO CONCEDIDO
            05 TIT-BRUTO      PIC 9(07)V99.
            05 TIT-DESCONTO   PIC 9(07)V99.
      *    DATA EM QUE O TITULO FICOU LIQUIDADO (AAAAMMDD) - ZEROS
      *    NO TITULO EM ABERTO; BRANCOS NO LIQUIDADO ANTES DO CAMPO
            05 TIT-LIQUIDACAO PIC 9(08).
