      *            DECISAO NA RODADA SEGUINTE
      * AUTHOR  :  SARAH
      * DATA:      02/09/2026
      * ALTERADO:  15/10/2026 - SARAH - MOTIVO DA RETENCAO (LIMITE DO
      *            CLIENTE OU DO GRUPO ECONOMICO) E O GRUPO QUE
      *            ESTOUROU - RETENCAO ANTIGA, SEM MOTIVO, E DO
      *            LIMITE DO CLIENTE
      ******************************************
       01 CREDHOLD-REG.
      *    NUMERO DO PEDIDO RETIDO
                88 CRH-PENDENTE VALUE 'P'.
                88 CRH-LIBERADO VALUE 'L'.
                88 CRH-RECUSADO VALUE 'R'.
      *    MOTIVO DA RETENCAO - LIMITE INDIVIDUAL DO CLIENTE OU
      *    LIMITE COMPARTILHADO DO GRUPO ECONOMICO (GRUPOS.DAT)
            05 CRH-MOTIVO   PIC X(01).
                88 CRH-LIMITE-CLIENTE VALUE ' ' 'C'.
                88 CRH-LIMITE-GRUPO   VALUE 'G'.
      *    GRUPO ECONOMICO CUJO LIMITE FOI EXCEDIDO - ZEROS NA
      *    RETENCAO PELO LIMITE DO CLIENTE
            05 CRH-GRUPO    PIC 9(05).
