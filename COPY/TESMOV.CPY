      *******************************************
      * COPY:      TESMOV
      * OBJETIVO:  LAYOUT DO MOVIMENTO DA TESOURARIA (TESMOV.DAT) -
      *            UMA LINHA POR DINHEIRO QUE ENTRA OU SAI DE UMA
      *            CONTA DO CONTBANC, GRAVADA PELO PROGRAMA QUE
      *            MOVEU O DINHEIRO: RECEBPGM, CHQCOMP, CHQDEV,
      *            RETORNO, COBRIMP, ADQLIQ, CAIXAFEC E TESTRANS
      *            O TESPOS SOMA AQUI O SALDO DE CADA CONTA
      *            ARQUIVO SO CRESCE (OPEN EXTEND), COMO O JORNAL
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       01 TESMOV-REG.
      *    DATA EM QUE O DINHEIRO ENTROU OU SAIU DA CONTA
            05 TMV-DATA      PIC 9(08).
      *    CONTA DO CONTBANC (ZERO: PROGRAMA RODOU SEM CONTA
      *    CADASTRADA - O TESPOS APONTA COMO CONTA NAO INFORMADA)
            05 TMV-CONTA     PIC 9(03).
            05 TMV-NATUREZA  PIC X(01).
                88 TMV-ENTRADA VALUE 'E'.
                88 TMV-SAIDA   VALUE 'S'.
      *    ORIGEM DO MOVIMENTO - ENTRADAS: DI DINHEIRO, CH CHEQUE
      *    COMPENSADO, PX PIX, TR TRANSFERENCIA, BO BOLETO (RETORNO),
      *    CB COBRADORA, CA LIQUIDACAO DE CARTAO; SAIDAS: DV CHEQUE
      *    DEVOLVIDO, CO COMISSAO DA COBRADORA; NOS DOIS SENTIDOS:
      *    TF TRANSFERENCIA ENTRE CONTAS, DC DIFERENCA DE CAIXA
            05 TMV-ORIGEM    PIC X(02).
            05 TMV-VALOR     PIC 9(09)V99.
      *    DOCUMENTO (TITULO, CHEQUE, RECEBIVEL OU TRANSFERENCIA) E
      *    CLIENTE, QUANDO HOUVER
            05 TMV-DOCUMENTO PIC 9(07).
            05 TMV-CODIGO    PIC 9(07).
      *    PROGRAMA E OPERADOR QUE GRAVARAM O MOVIMENTO
            05 TMV-PROGRAMA  PIC X(08).
            05 TMV-USUARIO   PIC X(20).
