      *            TRANSPORTADORA
      * AUTHOR  :  SARAH
      * DATA:      22/08/2026
      * ALTERADO:  15/10/2026 - SARAH - PRAZO PROMETIDO DE ENTREGA
      *            (DIAS) POR UF ATENDIDA, PARA A MEDICAO DE SLA
      *            (SLATRANS); O REGISTRO PASSA A 142 BYTES
      *            (CONVERSAO PELO TRANSPCV)
      ******************************************
       01 TRANSP-REG.
      *    CHAVE PRIMARIA - CODIGO DA TRANSPORTADORA
            05 TRA-STATUS-TRANSP PIC X(01) VALUE '1'.
                88 TRA-ATIVA   VALUE '1'.
                88 TRA-INATIVA VALUE '2'.
      *    PRAZO PROMETIDO EM DIAS ENTRE EMBARCADO E ENTREGUE, UM
      *    PAR DE DIGITOS POR UF NA MESMA POSICAO DE TRA-UFS (A
      *    TERCEIRA UF DA LISTA USA O TERCEIRO PRAZO) - ZERO E
      *    PRAZO NAO COMBINADO, QUE NAO CONTA ATRASO
            05 TRA-PRAZOS.
                10 TRA-PRAZO  PIC 9(02) OCCURS 27 TIMES.
