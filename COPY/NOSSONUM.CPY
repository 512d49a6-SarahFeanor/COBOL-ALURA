      *******************************************
      * COPY:      NOSSONUM
      * OBJETIVO:  LAYOUT DO REGISTRO DE NOSSO NUMERO
      *            (NOSSONUM.DAT) - A REMESSA GRAVA UMA LINHA POR
      *            DOCUMENTO QUE MANDA AO BANCO, AMARRANDO O NUMERO
      *            REGISTRADO (O NOSSO NUMERO DO BOLETO) AO TITULO
      *            OU A PARCELA DE ORIGEM; O BOLETO IMPRIME A
      *            PARTIR DAQUI, COM O MESMO NUMERO QUE O RETORNO
      *            VAI RECEBER DE VOLTA
      *            O ARQUIVO E REFEITO A CADA REMESSA, COMO O
      *            REMESSA.REM - VALE O QUE ESTA REGISTRADO AGORA
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       01 NOSSONUM-REG.
      *    BANCO DA RODADA (BANCO.CFG), DOCUMENTO REGISTRADO E DATA
      *    DA REMESSA
            05 NSN-BANCO     PIC 9(03).
            05 NSN-DOC       PIC 9(07).
            05 NSN-REMESSA   PIC 9(08).
            05 NSN-CODIGO    PIC 9(07).
            05 NSN-FONE      PIC 9(11).
      *    ORIGEM DO DOCUMENTO - TITULO DE TITULOS.DAT, PARCELA DE
      *    PLANO (PARCELAS.DAT) OU SOBRA DO DEVIDO SEM TITULO
            05 NSN-ORIGEM    PIC X(01).
                88 NSN-TITULO  VALUE 'T'.
                88 NSN-PARCELA VALUE 'P'.
                88 NSN-SOBRA   VALUE 'S'.
      *    TIPO DO TITULO (E/J/M) - BRANCO NA PARCELA E NA SOBRA
            05 NSN-TIPO      PIC X(01).
      *    TITULO: PEDIDO (DOCUMENTO DA MENSALIDADE), FATURA E
      *    PARCELA; PLANO: NUMERO DO PLANO E SEQUENCIA
            05 NSN-PEDIDO    PIC 9(07).
            05 NSN-FATURA    PIC 9(07).
            05 NSN-SEQ       PIC 9(02).
            05 NSN-VALOR     PIC 9(09)V99.
            05 NSN-VENCTO    PIC 9(08).
