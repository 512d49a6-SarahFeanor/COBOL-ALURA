      *******************************************
      * COPY:      FRETECOB
      * OBJETIVO:  LAYOUT DO REGISTRO DE FRETE COBRADO PELA
      *            TRANSPORTADORA (FRETECOB.DAT) - O FRETEFAT ANEXA
      *            AQUI CADA COBRANCA CASADA COM UM EMBARQUE NORMAL
      *            DA FATURA CONFERIDA, PARA QUE O CUSTO REAL DO
      *            FRETE SOBREVIVA AO FRETEFAT.TRN DA VEZ (A
      *            RENTABILIDADE POR CLIENTE, LUCRCLI, LE DAQUI)
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       01 FRETECOB-REG.
      *    PEDIDO DO EMBARQUE COBRADO E TRANSPORTADORA DO MANIFESTO
            05 FCB-PEDIDO     PIC 9(07).
            05 FCB-TRANSP     PIC X(03).
      *    PESO E VALOR COBRADOS E O FRETE NOSSO DO EMBARQUE
            05 FCB-PESO       PIC 9(05)V999.
            05 FCB-VALOR      PIC 9(07)V99.
            05 FCB-NOSSO      PIC 9(06)V99.
      *    DATA DA CONFERENCIA (AAAAMMDD)
            05 FCB-DATA       PIC 9(08).
