       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DIAUTIL.
      *******************************************
      * AULA:      SUBROTINA DE DIA UTIL
      * OBJETIVO:  PONTO UNICO DO "VENCIMENTO EM DIA UTIL" - RECEBE
      *            UMA DATA AAAAMMDD E DEVOLVE ELA MESMA SE FOR DIA
      *            UTIL OU O PRIMEIRO DIA UTIL SEGUINTE; SABADO,
      *            DOMINGO (CALL DIASEMAN) E AS DATAS DO CALENDARIO
      *            FERIADOS.CFG DO AGENDADOR NAO SAO DIA UTIL
      *            QUEM GERA VENCIMENTO (FATURA, EMBPOST, JUROSMES,
      *            MENSALID, PARCNEG, REMESSA) CHAMA DEPOIS DO
      *            PRAZO; QUEM MEDE ATRASO (AGINGREL, JUROSMES,
      *            VALATUAL) CHAMA PARA DAR A MESMA TOLERANCIA AO
      *            VENCIMENTO QUE CAIU EM DIA SEM EXPEDIENTE
      *            O CALENDARIO E LIDO UMA VEZ, NA PRIMEIRA CHAMADA;
      *            SEM FERIADOS.CFG SO O FIM DE SEMANA CONTA
      *            AQUI O DIA SEGUINTE E DE CALENDARIO (MES DE 28 A
      *            31 DIAS, ANO BISSEXTO), NAO DA BASE 30/360
      *            DATA COM MES OU DIA FORA DA FAIXA VOLTA COMO VEIO
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FERIADOS-CFG ASSIGN TO 'FERIADOS.CFG'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FERIADOS-CFG.
       01 FER-LINHA.
           05 FER-DATA PIC 9(08).

       WORKING-STORAGE SECTION.
       77 FER-STATUS      PIC 9(02).
       77 WRK-FIMFER      PIC X(01) VALUE 'N'.
           88 FIM-FERIADOS VALUE 'S'.
       77 WRK-CARREGOU    PIC X(01) VALUE 'N'.
           88 CALENDARIO-CARREGADO VALUE 'S'.
       77 WRK-QTFERIADOS  PIC 9(03) VALUE 0.
       77 WRK-IX-FER      PIC 9(03) VALUE 0.
       77 WRK-DIASEM      PIC 9(01) VALUE 0.
       77 WRK-UTIL        PIC X(01) VALUE 'N'.
           88 DIA-UTIL VALUE 'S'.
       77 WRK-QTPASSOS    PIC 9(02) VALUE 0.
       77 WRK-ULTIMO-DIA  PIC 9(02) VALUE 0.
       77 WRK-QUOCIENTE   PIC 9(04) VALUE 0.
       77 WRK-RESTO4      PIC 9(03) VALUE 0.
       77 WRK-RESTO100    PIC 9(03) VALUE 0.
       77 WRK-RESTO400    PIC 9(03) VALUE 0.
       01 WRK-DATA-CALC.
           05 WRK-ANOCAL PIC 9(04).
           05 WRK-MESCAL PIC 9(02).
           05 WRK-DIACAL PIC 9(02).
       01 WRK-DATA-NUM REDEFINES WRK-DATA-CALC PIC 9(08).
       01 WRK-TAB-MESES-DADOS.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01 WRK-TAB-MESES REDEFINES WRK-TAB-MESES-DADOS.
           05 WRK-DIAS-MES OCCURS 12 TIMES PIC 9(02).
       01 WRK-TAB-FERIADOS.
           05 WRK-FERIADO OCCURS 500 TIMES PIC 9(08).

       LINKAGE SECTION.
       01 LNK-DATA       PIC 9(08).
       01 LNK-DATA-UTIL  PIC 9(08).

       PROCEDURE DIVISION USING LNK-DATA LNK-DATA-UTIL.
       0001-PRINCIPAL SECTION.
            MOVE LNK-DATA TO WRK-DATA-CALC.
            IF WRK-MESCAL < 1 OR WRK-MESCAL > 12
             OR WRK-DIACAL < 1 OR WRK-DIACAL > 31
                MOVE LNK-DATA TO LNK-DATA-UTIL
                GOBACK
            END-IF.
            IF NOT CALENDARIO-CARREGADO
                PERFORM 1000-CARREGAR-FERIADOS
            END-IF.
      *    NENHUM FERIADO PROLONGADO PASSA DE UM MES - O LIMITE
      *    SO EXISTE PARA UM CALENDARIO ERRADO NAO TRAVAR A NOITE
            MOVE 0 TO WRK-QTPASSOS.
            PERFORM 2000-VERIFICAR-DIA.
            PERFORM UNTIL DIA-UTIL OR WRK-QTPASSOS > 30
                PERFORM 2100-DIA-SEGUINTE
                ADD 1 TO WRK-QTPASSOS
                PERFORM 2000-VERIFICAR-DIA
            END-PERFORM.
            MOVE WRK-DATA-NUM TO LNK-DATA-UTIL.
            GOBACK.

       1000-CARREGAR-FERIADOS.
            MOVE 'S' TO WRK-CARREGOU.
            MOVE 0 TO WRK-QTFERIADOS.
            MOVE 'N' TO WRK-FIMFER.
            OPEN INPUT FERIADOS-CFG.
            IF FER-STATUS = 0
                PERFORM 1100-LER-FERIADO
                PERFORM UNTIL FIM-FERIADOS
                    IF FER-DATA IS NUMERIC AND WRK-QTFERIADOS < 500
                        ADD 1 TO WRK-QTFERIADOS
                        MOVE FER-DATA TO WRK-FERIADO(WRK-QTFERIADOS)
                    END-IF
                    PERFORM 1100-LER-FERIADO
                END-PERFORM
                CLOSE FERIADOS-CFG
            END-IF.

       1100-LER-FERIADO.
            READ FERIADOS-CFG
                AT END MOVE 'S' TO WRK-FIMFER
            END-READ.

       2000-VERIFICAR-DIA.
      *    DIASEMAN NA NUMERACAO DA ESCOLA: 1 DOMINGO ... 7 SABADO
            MOVE 'S' TO WRK-UTIL.
            CALL 'DIASEMAN' USING WRK-DATA-NUM WRK-DIASEM.
            IF WRK-DIASEM = 1 OR WRK-DIASEM = 7
                MOVE 'N' TO WRK-UTIL
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WRK-IX-FER FROM 1 BY 1
                    UNTIL WRK-IX-FER > WRK-QTFERIADOS
                IF WRK-FERIADO(WRK-IX-FER) = WRK-DATA-NUM
                    MOVE 'N' TO WRK-UTIL
                END-IF
            END-PERFORM.

       2100-DIA-SEGUINTE.
            MOVE WRK-DIAS-MES(WRK-MESCAL) TO WRK-ULTIMO-DIA.
            IF WRK-MESCAL = 2
                DIVIDE WRK-ANOCAL BY 4 GIVING WRK-QUOCIENTE
                    REMAINDER WRK-RESTO4
                DIVIDE WRK-ANOCAL BY 100 GIVING WRK-QUOCIENTE
                    REMAINDER WRK-RESTO100
                DIVIDE WRK-ANOCAL BY 400 GIVING WRK-QUOCIENTE
                    REMAINDER WRK-RESTO400
                IF WRK-RESTO4 = 0
                 AND (WRK-RESTO100 NOT = 0 OR WRK-RESTO400 = 0)
                    MOVE 29 TO WRK-ULTIMO-DIA
                END-IF
            END-IF.
            IF WRK-DIACAL < WRK-ULTIMO-DIA
                ADD 1 TO WRK-DIACAL
            ELSE
                MOVE 1 TO WRK-DIACAL
                IF WRK-MESCAL = 12
                    MOVE 1 TO WRK-MESCAL
                    ADD 1 TO WRK-ANOCAL
                ELSE
                    ADD 1 TO WRK-MESCAL
                END-IF
            END-IF.
