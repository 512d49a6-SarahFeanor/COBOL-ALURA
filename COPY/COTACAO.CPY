      *******************************************
      * COPY:      COTACAO
      * OBJETIVO:  LAYOUT DO REGISTRO DE COTACOES DE QUITACAO
      *            (COTACAO.DAT) - O VALOR ATUALIZADO DA DIVIDA DO
      *            CLIENTE PARA UMA DATA DE PAGAMENTO, CALCULADO
      *            PELO VALATUAL: PRINCIPAL EM ABERTO, MULTA POR
      *            ATRASO E JUROS PRO RATA DIA ATE A DATA ESCOLHIDA
      *            O RECEBPGM ACEITA O PAGAMENTO CONTRA A COTACAO
      *            ABERTA E DENTRO DA VALIDADE, LANCA OS ENCARGOS
      *            EM SEPARADO NO JORNAL E MARCA A COTACAO USADA
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       01 COTACAO-REG.
      *    NUMERO DA COTACAO (COTNUM.CTL)
            05 COT-NUMERO    PIC 9(07).
      *    DATA EM QUE A COTACAO FOI EMITIDA E DATA DE PAGAMENTO
      *    ESCOLHIDA - VALE ATE ELA (AAAAMMDD)
            05 COT-DATA      PIC 9(08).
            05 COT-VALIDADE  PIC 9(08).
            05 COT-CODIGO    PIC 9(07).
            05 COT-FONE      PIC 9(11).
      *    SALDO DO CLIENTE NA EMISSAO - SE MUDOU, A COTACAO
      *    FICOU VELHA E PRECISA SER REFEITA
            05 COT-SALDO     PIC S9(07)V99 SIGN IS LEADING SEPARATE.
            05 COT-PRINCIPAL PIC 9(07)V99.
            05 COT-MULTA     PIC 9(07)V99.
            05 COT-JUROS     PIC 9(07)V99.
            05 COT-TOTAL     PIC 9(07)V99.
            05 COT-SITUACAO  PIC X(01).
                88 COT-ABERTA    VALUE 'A'.
                88 COT-UTILIZADA VALUE 'U'.
      *    QUEM EMITIU E QUANDO O RECEBPGM USOU A COTACAO
            05 COT-USUARIO   PIC X(20).
            05 COT-DATA-USO  PIC 9(08).
