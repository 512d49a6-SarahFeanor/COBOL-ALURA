      *******************************************
      * COPY:      DESCHOLD
      * OBJETIVO:  LAYOUT DO REGISTRO DA FILA DE APROVACAO DE
      *            DESCONTO (DESCHOLD.DAT) - PEDIDO COM DESCONTO
      *            DE LINHA ACIMA DO TETO DO PERFIL DO OPERADOR
      *            FICA AQUI PENDENTE ATE A MESA DE DESCONTO
      *            (DESCMESA) APROVAR OU RECUSAR; O PROGCOB10
      *            GRAVA A PENDENCIA E RESPEITA A DECISAO NA
      *            RODADA SEGUINTE, COMO NO CREDHOLD
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       01 DESCHOLD-REG.
      *    NUMERO DO PEDIDO RETIDO
            05 DSH-PEDIDO   PIC 9(07).
            05 DSH-FONE     PIC 9(11).
            05 DSH-VENDEDOR PIC 9(03).
      *    DATA EM QUE O PEDIDO FOI RETIDO (AAAAMMDD)
            05 DSH-DATA     PIC 9(08).
      *    VALOR BRUTO DAS LINHAS E DESCONTO TOTAL PEDIDO
      *    (FAIXA + OPERADOR); O MAIOR % DE LINHA DIGITADO
            05 DSH-BRUTO    PIC 9(07)V99.
            05 DSH-DESCONTO PIC 9(07)V99.
            05 DSH-MAIOR-PERC PIC 9(02)V99.
      *    SITUACAO DA PENDENCIA - SO A MESA DE DESCONTO MUDA
            05 DSH-SITUACAO PIC X(01).
                88 DSH-PENDENTE VALUE 'P'.
                88 DSH-APROVADO VALUE 'L'.
                88 DSH-RECUSADO VALUE 'R'.
