      *******************************************
      * COPY:      TERRIT
      * OBJETIVO:  LAYOUT DO MESTRE DE TERRITORIOS DE VENDA
      *            (TERRIT.DAT) - CADA UF, OU CIDADE DENTRO DA UF,
      *            TEM UM VENDEDOR DONO; O CLIENTE INCLUIDO SEM
      *            VENDEDOR RECEBE O DONO DA CIDADE E, NA FALTA
      *            DELA, O DONO DA UF
      *            CIDADE EM BRANCO = TERRITORIO DA UF INTEIRA
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       01 TERRIT-REG.
      *    CHAVE PRIMARIA - UF + CIDADE (BRANCOS = UF INTEIRA)
            05 TER-CHAVE.
                10 TER-UF      PIC X(02).
                10 TER-CIDADE  PIC X(20).
      *    VENDEDOR DONO DO TERRITORIO (VENDEDOR.DAT)
            05 TER-VENDEDOR    PIC 9(03).
      *    DATA DA ULTIMA TROCA DE DONO (AAAAMMDD)
            05 TER-DATA        PIC 9(08).
