      *            COM ESTORNO NO JORNAL
      * AUTHOR  :  SARAH
      * DATA:      02/09/2026
      * ALTERADO:  15/10/2026 - SARAH - GANHA A CONTA DA TESOURARIA
      *            (CONTBANC) EM QUE O CHEQUE FOI DEPOSITADO
      ******************************************
       01 CHEQUE-REG.
            05 CHQ-CODIGO   PIC 9(07).
                88 CHQ-DEPOSITADO  VALUE 'D'.
                88 CHQ-COMPENSADO  VALUE 'C'.
                88 CHQ-DEVOLVIDO   VALUE 'V'.
      *    CONTA DO CONTBANC EM QUE O CHEQUE FOI DEPOSITADO
            05 CHQ-CONTA    PIC 9(03).
