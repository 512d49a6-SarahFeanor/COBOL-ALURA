      *******************************************
      * COPY:      ADQREC
      * OBJETIVO:  LAYOUT DO REGISTRO DE RECEBIVEIS DE CARTAO
      *            (ADQREC.DAT) - A VENDA NO CARTAO QUITA O CLIENTE
      *            NO BALCAO, MAS O DINHEIRO SO CHEGA QUANDO A
      *            ADQUIRENTE LIQUIDA, SEMANAS DEPOIS E DESCONTADA
      *            A TAXA; O RECEBPGM GRAVA AQUI CADA RECIBO CC/CD
      *            COM A TAXA E A DATA DE LIQUIDACAO PREVISTAS
      *            (ADQUIR.CFG) E O ADQLIQ CASA COM O ARQUIVO DE
      *            LIQUIDACAO DA ADQUIRENTE, GRAVANDO A TAXA E O
      *            LIQUIDO COBRADOS DE FATO
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      * ALTERADO:  15/10/2026 - SARAH - GANHA A CONTA DA TESOURARIA
      *            (CONTBANC) EM QUE A ADQUIRENTE LIQUIDA
      ******************************************
       01 ADQREC-REG.
      *    NUMERO DO RECEBIVEL (ADQNUM.CTL) - VAI NO DOCUMENTO DO
      *    LANCAMENTO DA TAXA NO JORNAL
            05 ADQ-NUMERO     PIC 9(07).
      *    NSU DO COMPROVANTE DA MAQUININHA - ZERADO NO MODO LOTE
            05 ADQ-NSU        PIC 9(09).
      *    CC CARTAO DE CREDITO, CD CARTAO DE DEBITO
            05 ADQ-MODALIDADE PIC X(02).
            05 ADQ-CODIGO     PIC 9(07).
            05 ADQ-FONE       PIC 9(11).
      *    DATA DA VENDA E VALOR BRUTO CREDITADO AO CLIENTE
            05 ADQ-DATA-VENDA PIC 9(08).
            05 ADQ-VALOR      PIC 9(07)V99.
      *    TAXA E DATA DE LIQUIDACAO ESPERADAS (AAAAMMDD)
            05 ADQ-TAXA-PREV  PIC 9(07)V99.
            05 ADQ-DATA-PREV  PIC 9(08).
            05 ADQ-SITUACAO   PIC X(01).
                88 ADQ-PENDENTE    VALUE 'P'.
                88 ADQ-LIQUIDADO   VALUE 'L'.
                88 ADQ-DIVERGENTE  VALUE 'D'.
                88 ADQ-ESTORNADO   VALUE 'E'.
                88 ADQ-PAGO        VALUE 'L' 'D'.
      *    O QUE A ADQUIRENTE PAGOU DE FATO
            05 ADQ-DATA-LIQ   PIC 9(08).
            05 ADQ-TAXA-REAL  PIC 9(07)V99.
            05 ADQ-LIQUIDO    PIC 9(07)V99.
      *    OPERADOR QUE RECEBEU NO BALCAO
            05 ADQ-USUARIO    PIC X(20).
      *    CONTA DO CONTBANC EM QUE A ADQUIRENTE DEPOSITA
            05 ADQ-CONTA      PIC 9(03).
