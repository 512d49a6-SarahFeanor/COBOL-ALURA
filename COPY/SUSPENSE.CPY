      *            E O SUSPREL ENVELHECE O QUE SOBROU
      * AUTHOR  :  SARAH
      * DATA:      02/09/2026
      * ALTERADO:  15/10/2026 - SARAH - GANHA A CONTA DA TESOURARIA
      *            (CONTBANC) EM QUE O DINHEIRO ENTROU
      ******************************************
       01 SUSPENSE-REG.
      *    NUMERO PROPRIO DO ITEM EM SUSPENSO
                88 SUS-ABERTO    VALUE 'A'.
                88 SUS-APLICADO  VALUE 'C'.
                88 SUS-DEVOLUCAO VALUE 'R'.
      *    CONTA DO CONTBANC EM QUE O DINHEIRO ENTROU - VAI PARA O
      *    RECIBO QUANDO O SUSPENSO E APLICADO
            05 SUS-CONTA     PIC 9(03).
