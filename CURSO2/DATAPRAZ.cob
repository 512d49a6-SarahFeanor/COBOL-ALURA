       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DATAPRAZ.
      *******************************************
      * AULA:      SUBROTINA DE VENCIMENTO POR PRAZO
      * OBJETIVO:  PONTO UNICO DA CONTA "DATA + N DIAS" DOS
      *            VENCIMENTOS DE TITULO - BASE COMERCIAL 30/360
      *            (MES DE 30 DIAS), COMO O AGING E A REMESSA JA
      *            FAZIAM: 30/60/90 DIAS CAEM NO MESMO DIA DOS
      *            MESES SEGUINTES; DIA ACIMA DE 28 VIRA 28 PARA
      *            NUNCA GERAR DATA INEXISTENTE
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WRK-TOTAL-DIAS  PIC 9(05) VALUE ZEROS.
       77 WRK-QTMESES     PIC 9(03) VALUE ZEROS.
       77 WRK-RESTO-DIAS  PIC 9(02) VALUE ZEROS.
       77 WRK-MESES-ANO   PIC 9(05) VALUE ZEROS.
       01 WRK-DATA-CALC.
           05 WRK-ANOCAL PIC 9(04).
           05 WRK-MESCAL PIC 9(02).
           05 WRK-DIACAL PIC 9(02).

       LINKAGE SECTION.
       01 LNK-DATA       PIC 9(08).
       01 LNK-DIAS       PIC 9(03).
       01 LNK-VENCIMENTO PIC 9(08).

       PROCEDURE DIVISION USING LNK-DATA LNK-DIAS LNK-VENCIMENTO.
       0001-PRINCIPAL SECTION.
            MOVE LNK-DATA TO WRK-DATA-CALC.
            IF WRK-DIACAL > 30
                MOVE 30 TO WRK-DIACAL
            END-IF.
            COMPUTE WRK-TOTAL-DIAS = WRK-DIACAL - 1 + LNK-DIAS.
            DIVIDE WRK-TOTAL-DIAS BY 30 GIVING WRK-QTMESES
                REMAINDER WRK-RESTO-DIAS.
            COMPUTE WRK-DIACAL = WRK-RESTO-DIAS + 1.
            COMPUTE WRK-MESES-ANO = WRK-MESCAL - 1 + WRK-QTMESES.
            DIVIDE WRK-MESES-ANO BY 12 GIVING WRK-QTMESES
                REMAINDER WRK-MESCAL.
            ADD 1 TO WRK-MESCAL.
            ADD WRK-QTMESES TO WRK-ANOCAL.
            IF WRK-DIACAL > 28
                MOVE 28 TO WRK-DIACAL
            END-IF.
            MOVE WRK-DATA-CALC TO LNK-VENCIMENTO.
            GOBACK.
