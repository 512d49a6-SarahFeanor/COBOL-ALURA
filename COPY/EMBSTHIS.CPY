      *******************************************
      * COPY:      EMBSTHIS
      * OBJETIVO:  LAYOUT DO HISTORICO DE SITUACOES DE EMBARQUE
      *            (EMBSTAT.HIS) - O EMBSTAT.DAT GUARDA SO A
      *            ULTIMA SITUACAO; AQUI O EMBSTATM ACRESCENTA UMA
      *            LINHA A CADA AVANCO, E O SLATRANS TIRA DAQUI A
      *            DATA EM QUE O PEDIDO FOI EMBARCADO
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       01 EMBSTHIS-REG.
      *    PEDIDO E SITUACAO PARA A QUAL AVANCOU
            05 ESH-PEDIDO   PIC 9(07).
            05 ESH-SITUACAO PIC X(01).
                88 ESH-SEPARADO  VALUE '1'.
                88 ESH-EMBARCADO VALUE '2'.
                88 ESH-ENTREGUE  VALUE '3'.
      *    DATA (AAAAMMDD) E OPERADOR DO AVANCO
            05 ESH-DATA     PIC 9(08).
            05 ESH-USUARIO  PIC X(20).
