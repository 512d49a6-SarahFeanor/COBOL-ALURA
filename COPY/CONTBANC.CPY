      *******************************************
      * COPY:      CONTBANC
      * OBJETIVO:  LAYOUT DO REGISTRO MESTRE DE CONTAS DA
      *            TESOURARIA (CONTBANC.DAT) - CADA CONTA BANCARIA
      *            DA CASA (BANCO, AGENCIA, CONTA) E O CAIXA DO
      *            BALCAO, COM A CONTA CONTABIL DO PLANO CONTAS.CFG
      *            TODO RECIBO, CHEQUE DEPOSITADO, RECEBIVEL DE
      *            CARTAO E SUSPENSO APONTA PARA UMA CONTA DAQUI;
      *            O MOVIMENTO DE CADA CONTA VAI PARA TESMOV.DAT E
      *            O TESPOS MONTA A POSICAO DIARIA
      *            SALDO DE IMPLANTACAO: SALDO DA CONTA NO FIM DO
      *            DIA CTB-DATA-SALDO - O TESPOS SOMA O TESMOV DAI
      *            PARA FRENTE
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       01 CONTBANC-REG.
      *    CHAVE PRIMARIA - CODIGO DA CONTA NA TESOURARIA
            05 CTB-CHAVE.
                10 CTB-CODIGO PIC 9(03).
            05 CTB-DESCRICAO  PIC X(30).
      *    B CONTA BANCARIA, C CAIXA DO BALCAO (SEM BANCO)
            05 CTB-TIPO       PIC X(01).
                88 CTB-BANCARIA VALUE 'B'.
                88 CTB-CAIXA    VALUE 'C'.
            05 CTB-BANCO      PIC 9(03).
            05 CTB-AGENCIA    PIC 9(04).
            05 CTB-CONTA      PIC 9(10).
            05 CTB-DIGITO     PIC X(01).
      *    CONTA CONTABIL DO PLANO (CONTAS.CFG) QUE ESPELHA A CONTA
            05 CTB-CONTABIL   PIC 9(06).
      *    CONTA PRINCIPAL - RECEBE O QUE NAO TEM CONTA PROPRIA
      *    (PIX, TRANSFERENCIA, CHEQUE, CARTAO, COBRADORA)
            05 CTB-PRINCIPAL  PIC X(01).
                88 CTB-EH-PRINCIPAL VALUE 'S'.
      *    SALDO DE IMPLANTACAO E A DATA A QUE ELE SE REFERE
            05 CTB-SALDO-INICIAL PIC S9(09)V99
                                 SIGN IS LEADING SEPARATE.
            05 CTB-DATA-SALDO PIC 9(08).
      *    SITUACAO DA CONTA - EXCLUSAO LOGICA (SOFT DELETE); CONTA
      *    ENCERRADA NAO RECEBE MOVIMENTO NOVO
            05 CTB-SITUACAO   PIC X(01) VALUE '1'.
                88 CTB-ATIVA      VALUE '1'.
                88 CTB-ENCERRADA  VALUE '2'.
