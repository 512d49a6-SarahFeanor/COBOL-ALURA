      *            DIGITACAO NO PRODMANT
      * AUTHOR  :  SARAH
      * DATA:      02/09/2026
      * ALTERADO:  15/10/2026 - SARAH - PREVISAO DE CHEGADA DA
      *            ORDEM, DIGITADA NO OCPENTRA (ZEROS = SEM PREVISAO)
      * ALTERADO:  15/10/2026 - SARAH - O RECEBIDO PASSA PELA
      *            INSPECAO (OCPINSP) ANTES DO ESTOQUE; O REJEITADO
      *            SAI DE OCP-QTRECEBIDA E, SEM REPOSICAO, DE OCP-QTDE
      ******************************************
       01 OCOMPRA-REG.
      *    NUMERO DA ORDEM (OCPNUM.CTL) E FORNECEDOR
                88 OCP-ABERTA    VALUE 'A'.
                88 OCP-RECEBIDA  VALUE 'R'.
                88 OCP-CANCELADA VALUE 'C'.
      *    PREVISAO DE CHEGADA PROMETIDA PELO FORNECEDOR (AAAAMMDD)
      *    ZEROS = SEM PREVISAO; LINHA ANTIGA VEM EM BRANCO
            05 OCP-PREVISAO   PIC 9(08).
