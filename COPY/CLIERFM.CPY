      *******************************************
      * COPY:      CLIERFM
      * OBJETIVO:  LAYOUT DO REGISTRO DA PONTUACAO RFM DO CLIENTE
      *            (CLIERFM.DAT) - RECENCIA, FREQUENCIA E VALOR DAS
      *            COMPRAS, APURADOS TODO MES PELO RFMMES A PARTIR
      *            DOS EMBARQUES; UM REGISTRO POR CLIENTE ATIVO, NA
      *            ORDEM DO CODIGO, REFEITO INTEIRO A CADA APURACAO
      *            (SO A DATA DO ULTIMO AVISO DE REATIVACAO PASSA DE
      *            UMA APURACAO PARA A OUTRA)
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       01 CLIERFM-REG.
      *    CLIENTE E DATA DA APURACAO (AAAAMMDD)
            05 RFM-CODIGO      PIC 9(07).
            05 RFM-DATA        PIC 9(08).
      *    ULTIMA COMPRA (ZEROS = NUNCA COMPROU) E DIAS DESDE ELA
      *    (30/360; 99999 = NUNCA COMPROU)
            05 RFM-ULTCOMPRA   PIC 9(08).
            05 RFM-DIAS        PIC 9(05).
      *    EMBARQUES E VALOR FATURADO NOS ULTIMOS 12 MESES
            05 RFM-FREQ        PIC 9(05).
            05 RFM-VALOR       PIC 9(11)V99.
      *    EMBARQUES E VALOR DE TODA A HISTORIA DO CLIENTE
            05 RFM-FREQ-TOTAL  PIC 9(05).
            05 RFM-VALOR-TOTAL PIC 9(11)V99.
      *    NOTAS DE 1 (PIOR) A 5 (MELHOR) E A SOMA DAS TRES (3 A 15)
            05 RFM-NOTAS.
                10 RFM-NOTA-R  PIC 9(01).
                10 RFM-NOTA-F  PIC 9(01).
                10 RFM-NOTA-M  PIC 9(01).
            05 RFM-PONTOS      PIC 9(02).
      *    A ATIVO COMPRANDO, D ADORMECIDO (JA COMPROU COM
      *    FREQUENCIA E SUMIU ALEM DO LIMITE), N NUNCA COMPROU
            05 RFM-SITUACAO    PIC X(01).
                88 RFM-ATIVO       VALUE 'A'.
                88 RFM-ADORMECIDO  VALUE 'D'.
                88 RFM-SEM-COMPRA  VALUE 'N'.
      *    DATA DO ULTIMO AVISO DE REATIVACAO ENFILEIRADO - UM AVISO
      *    SO POR SUMICO (NAO REPETE ENQUANTO NAO HOUVER NOVA COMPRA)
            05 RFM-DATA-AVISO  PIC 9(08).
