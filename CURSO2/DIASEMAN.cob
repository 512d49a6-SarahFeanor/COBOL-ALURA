       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DIASEMAN.
      *******************************************
      * AULA:      SUBROTINA DO DIA DA SEMANA
      * OBJETIVO:  DEVOLVE O DIA DA SEMANA DE UMA DATA AAAAMMDD
      *            NA NUMERACAO DA ESCOLA (1 DOMINGO, 2 SEGUNDA
      *            ... 7 SABADO) PELA CONGRUENCIA DE ZELLER -
      *            JANEIRO E FEVEREIRO CONTAM COMO MESES 13 E 14
      *            DO ANO ANTERIOR
      *            DATA COM MES OU DIA FORA DA FAIXA DEVOLVE 0
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WRK-SECULO      PIC 9(02) VALUE ZEROS.
       77 WRK-ANO-SEC     PIC 9(02) VALUE ZEROS.
       77 WRK-PARC-MES    PIC 9(03) VALUE ZEROS.
       77 WRK-PARC-ANO    PIC 9(02) VALUE ZEROS.
       77 WRK-PARC-SEC    PIC 9(02) VALUE ZEROS.
       77 WRK-SOMA        PIC 9(05) VALUE ZEROS.
       77 WRK-QUOCIENTE   PIC 9(05) VALUE ZEROS.
       77 WRK-RESTO       PIC 9(01) VALUE ZEROS.
       01 WRK-DATA-CALC.
           05 WRK-ANOCAL PIC 9(04).
           05 WRK-MESCAL PIC 9(02).
           05 WRK-DIACAL PIC 9(02).

       LINKAGE SECTION.
       01 LNK-DATA       PIC 9(08).
       01 LNK-DIASEM     PIC 9(01).

       PROCEDURE DIVISION USING LNK-DATA LNK-DIASEM.
       0001-PRINCIPAL SECTION.
            MOVE LNK-DATA TO WRK-DATA-CALC.
            MOVE 0 TO LNK-DIASEM.
            IF WRK-MESCAL < 1 OR WRK-MESCAL > 12
             OR WRK-DIACAL < 1 OR WRK-DIACAL > 31
                GOBACK
            END-IF.
            IF WRK-MESCAL < 3
                ADD 12 TO WRK-MESCAL
                SUBTRACT 1 FROM WRK-ANOCAL
            END-IF.
            DIVIDE WRK-ANOCAL BY 100 GIVING WRK-SECULO
                REMAINDER WRK-ANO-SEC.
            COMPUTE WRK-SOMA = 13 * (WRK-MESCAL + 1).
            DIVIDE WRK-SOMA BY 5 GIVING WRK-PARC-MES.
            DIVIDE WRK-ANO-SEC BY 4 GIVING WRK-PARC-ANO.
            DIVIDE WRK-SECULO BY 4 GIVING WRK-PARC-SEC.
            COMPUTE WRK-SOMA = WRK-DIACAL + WRK-PARC-MES
                             + WRK-ANO-SEC + WRK-PARC-ANO
                             + WRK-PARC-SEC + 5 * WRK-SECULO.
            DIVIDE WRK-SOMA BY 7 GIVING WRK-QUOCIENTE
                REMAINDER WRK-RESTO.
      *    ZELLER DA 0 PARA SABADO, 1 DOMINGO ... 6 SEXTA
            IF WRK-RESTO = 0
                MOVE 7 TO LNK-DIASEM
            ELSE
                MOVE WRK-RESTO TO LNK-DIASEM
            END-IF.
            GOBACK.
