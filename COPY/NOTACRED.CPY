      *******************************************
      * COPY:      NOTACRED
      * OBJETIVO:  LAYOUT DO REGISTRO DE NOTAS DE CREDITO
      *            (NOTACRED.DAT) - AJUSTE DE PRECO DEPOIS DA
      *            FATURA (COBRADO A MAIOR, ABATIMENTO OU
      *            BONIFICACAO COMBINADOS) SEM VOLTA DE MERCADORIA,
      *            SEMPRE CONTRA UMA FATURA DE FATURAS.DAT
      *            O NCREMITE DIGITA E NUMERA (NOTACRED.CTL, SEM
      *            FURO NEM REPETICAO); ACIMA DO TETO DE
      *            NOTACRED.CFG A NOTA ESPERA A MESA DO ADM
      *            (NCRMESA); O NCRPOST EFETIVA AS LIBERADAS NO
      *            SALDO, NO JORNAL (TIPO N) E NOS TITULOS DA
      *            FATURA, E IMPRIME O DOCUMENTO
      *            NOTA RECUSADA FICA NO REGISTRO COM O NUMERO -
      *            A SEQUENCIA FISCAL NAO PULA
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       01 NOTACRED-REG.
      *    NUMERO DA NOTA DE CREDITO E DATA DA DIGITACAO
            05 NCR-NUMERO    PIC 9(07).
            05 NCR-DATA      PIC 9(08).
      *    FATURA AJUSTADA E O PEDIDO E O CLIENTE DELA
            05 NCR-FATURA    PIC 9(07).
            05 NCR-PEDIDO    PIC 9(07).
            05 NCR-CODIGO    PIC 9(07).
            05 NCR-FONE      PIC 9(11).
      *    UF DE ENTREGA DO EMBARQUE - A MESMA DO ICMS DA FATURA
            05 NCR-UF        PIC X(02).
      *    MOTIVO DO CREDITO
            05 NCR-MOTIVO    PIC X(01).
                88 NCR-MOTIVO-VALIDO VALUE 'P' 'A' 'B' 'O'.
                88 NCR-PRECO-A-MAIOR VALUE 'P'.
                88 NCR-ABATIMENTO    VALUE 'A'.
                88 NCR-BONIFICACAO   VALUE 'B'.
                88 NCR-OUTROS        VALUE 'O'.
            05 NCR-HISTORICO PIC X(30).
      *    VALOR CREDITADO E A PARTE DO ICMS DA FATURA QUE ELE
      *    ESTORNA (MESMA PROPORCAO DO ICMS SOBRE O VALOR)
            05 NCR-VALOR     PIC 9(07)V99.
            05 NCR-ICMS      PIC 9(07)V99.
      *    QUEM DIGITOU E O ADM QUE APROVOU (BRANCOS QUANDO O
      *    VALOR NAO PASSOU DO TETO)
            05 NCR-USUARIO   PIC X(20).
            05 NCR-APROVADOR PIC X(20).
      *    DATA DA EFETIVACAO PELO NCRPOST - ZEROS ATE LA; E A
      *    DATA FISCAL DA NOTA (ICMSMES, FATEXPO)
            05 NCR-EMISSAO   PIC 9(08).
      *    SITUACAO - PENDENTE DE ADM, LIBERADA PARA EFETIVAR,
      *    RECUSADA PELO ADM OU EMITIDA (EFETIVADA)
            05 NCR-SITUACAO  PIC X(01).
                88 NCR-PENDENTE VALUE 'P'.
                88 NCR-LIBERADA VALUE 'L'.
                88 NCR-RECUSADA VALUE 'R'.
                88 NCR-EMITIDA  VALUE 'E'.
