       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PEDRPROX.
      *******************************************
      * AULA:      SUBROTINA DO PROXIMO CICLO DO PEDIDO PROGRAMADO
      * OBJETIVO:  AVANCAR A DATA DE UM PEDIDO PROGRAMADO EM UM
      *            CICLO - S SOMA 7 DIAS DE CALENDARIO (MES COM 28,
      *            29, 30 OU 31 DIAS), M PASSA PARA O MESMO DIA DO
      *            MES SEGUINTE (O PEDRMANT SO ACEITA DIA ATE 28)
      *            PONTO UNICO DA CONTA PARA O PEDRECGE E O PEDRMANT
      *            FREQUENCIA DESCONHECIDA DEVOLVE A DATA INTACTA
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WRK-DIAS-MES    PIC 9(02) VALUE ZEROS.
       77 WRK-QUOCIENTE   PIC 9(04) VALUE ZEROS.
       77 WRK-RESTO-4     PIC 9(04) VALUE ZEROS.
       77 WRK-RESTO-100   PIC 9(04) VALUE ZEROS.
       77 WRK-RESTO-400   PIC 9(04) VALUE ZEROS.
       01 WRK-DATA-CALC.
           05 WRK-ANOCAL PIC 9(04).
           05 WRK-MESCAL PIC 9(02).
           05 WRK-DIACAL PIC 9(02).
       01 WRK-TAB-MESES-INI.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01 WRK-TAB-MESES REDEFINES WRK-TAB-MESES-INI.
           05 WRK-MES-DIAS OCCURS 12 TIMES PIC 9(02).

       LINKAGE SECTION.
       01 LNK-FREQ       PIC X(01).
       01 LNK-DATA       PIC 9(08).

       PROCEDURE DIVISION USING LNK-FREQ LNK-DATA.
       0001-PRINCIPAL SECTION.
            MOVE LNK-DATA TO WRK-DATA-CALC.
            IF WRK-MESCAL < 1 OR WRK-MESCAL > 12
                GOBACK
            END-IF.
            EVALUATE LNK-FREQ
              WHEN 'S'
                PERFORM 1000-SOMAR-SEMANA
              WHEN 'M'
                PERFORM 2000-SOMAR-MES
            END-EVALUATE.
            MOVE WRK-DATA-CALC TO LNK-DATA.
            GOBACK.

       1000-SOMAR-SEMANA.
            PERFORM 1100-DIAS-DO-MES.
            ADD 7 TO WRK-DIACAL.
            IF WRK-DIACAL > WRK-DIAS-MES
                SUBTRACT WRK-DIAS-MES FROM WRK-DIACAL
                PERFORM 2000-SOMAR-MES
            END-IF.

       1100-DIAS-DO-MES.
      *    FEVEREIRO TEM 29 DIAS NO ANO BISSEXTO - DIVISIVEL POR 4,
      *    MENOS OS SECULOS QUE NAO SAO DIVISIVEIS POR 400
            MOVE WRK-MES-DIAS(WRK-MESCAL) TO WRK-DIAS-MES.
            IF WRK-MESCAL = 2
                DIVIDE WRK-ANOCAL BY 4 GIVING WRK-QUOCIENTE
                    REMAINDER WRK-RESTO-4
                DIVIDE WRK-ANOCAL BY 100 GIVING WRK-QUOCIENTE
                    REMAINDER WRK-RESTO-100
                DIVIDE WRK-ANOCAL BY 400 GIVING WRK-QUOCIENTE
                    REMAINDER WRK-RESTO-400
                IF WRK-RESTO-4 = 0
                   AND (WRK-RESTO-100 NOT = 0 OR WRK-RESTO-400 = 0)
                    MOVE 29 TO WRK-DIAS-MES
                END-IF
            END-IF.

       2000-SOMAR-MES.
            ADD 1 TO WRK-MESCAL.
            IF WRK-MESCAL > 12
                MOVE 1 TO WRK-MESCAL
                ADD 1 TO WRK-ANOCAL
            END-IF.
