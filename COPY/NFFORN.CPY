      *******************************************
      * COPY:      NFFORN
      * OBJETIVO:  LAYOUT DO REGISTRO DE LINHA DE NOTA FISCAL DE
      *            FORNECEDOR (NFFORN.DAT) - UMA LINHA POR ITEM
      *            DA NOTA DIGITADA NO NFENTRA, JA COM O
      *            RESULTADO DA CONFERENCIA CONTRA A ORDEM DE
      *            COMPRA (OCOMPRA) E O RECEBIDO (RECEBMAT)
      *            NOTA CONFERIDA VIRA TITULO A PAGAR NA HORA;
      *            NOTA DIVERGENTE FICA RETIDA ATE O ADM LIBERAR
      *            OU RECUSAR NO NFREV
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       01 NFFORN-REG.
      *    FORNECEDOR E NUMERO DA NOTA FISCAL DELE
            05 NFF-FORNECEDOR PIC 9(04).
            05 NFF-NOTA       PIC 9(09).
            05 NFF-EMISSAO    PIC 9(08).
            05 NFF-VENCIMENTO PIC 9(08).
      *    ORDEM DE COMPRA E ITEM COBRADO NA NOTA
            05 NFF-ORDEM      PIC 9(07).
            05 NFF-CODPROD    PIC X(08).
            05 NFF-QTDE       PIC 9(05).
            05 NFF-CUSTO      PIC 9(07)V99.
      *    RESULTADO DA CONFERENCIA DA LINHA
            05 NFF-DIVERGENCIA PIC X(01).
                88 NFF-CONFERE        VALUE ' '.
                88 NFF-DIV-QTDE       VALUE 'Q'.
                88 NFF-DIV-PRECO      VALUE 'P'.
                88 NFF-DIV-AMBAS      VALUE 'A'.
                88 NFF-SEM-ORDEM      VALUE 'O'.
      *    QUEM DIGITOU E QUANDO
            05 NFF-USUARIO    PIC X(20).
            05 NFF-DATA       PIC 9(08).
      *    SITUACAO DA NOTA (IGUAL EM TODAS AS LINHAS DELA)
            05 NFF-SITUACAO   PIC X(01).
                88 NFF-CONFERIDA VALUE 'C'.
                88 NFF-RETIDA    VALUE 'P'.
                88 NFF-LIBERADA  VALUE 'L'.
                88 NFF-RECUSADA  VALUE 'R'.
