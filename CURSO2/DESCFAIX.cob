       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DESCFAIX.
      *******************************************
      * AULA:      SUBROTINA DE DESCONTO POR FAIXA DE QUANTIDADE
      * OBJETIVO:  DADO O PRODUTO E A QUANTIDADE DA LINHA,
      *            DEVOLVER O PERCENTUAL DE DESCONTO DA TABELA
      *            DESCFAIXA.DAT (PRODUTO, QUANTIDADE MINIMA,
      *            PERCENTUAL) - VALE A FAIXA DE MAIOR QUANTIDADE
      *            MINIMA QUE A LINHA ALCANCA; PARA A MESMA FAIXA
      *            A LINHA GRAVADA POR ULTIMO (DESCMANT) MANDA -
      *            PERCENTUAL ZERO TIRA O DESCONTO DAQUELA FAIXA
      *            SEM FAIXA PARA O PRODUTO O DESCONTO VOLTA ZERO
      *            A TABELA E CARREGADA UMA VEZ POR RUN-UNIT,
      *            COMO O PRECVIGE FAZ COM O PRECOS.DAT
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DESCFAIXA ASSIGN TO 'DESCFAIXA.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DSF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD DESCFAIXA.
       01 DSF-REG.
           05 DSF-CODPROD   PIC X(08).
           05 DSF-QTMINIMA  PIC 9(03).
           05 DSF-PERCENTUAL PIC 9(02)V99.

       WORKING-STORAGE SECTION.
       77 DSF-STATUS       PIC 9(02).
       77 WRK-CARREGADO    PIC X(01) VALUE 'N'.
           88 TABELA-CARREGADA VALUE 'S'.
       77 WRK-QTFAIXAS     PIC 9(04) VALUE 0.
       77 WRK-IX-FAIXA     PIC 9(04) VALUE 0.
       77 WRK-MELHOR-QTDE  PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-FAIXAS.
           05 WRK-DSF OCCURS 2000 TIMES.
               10 WRK-DSF-CODPROD  PIC X(08).
               10 WRK-DSF-QTMINIMA PIC 9(03).
               10 WRK-DSF-PERCENT  PIC 9(02)V99.

       LINKAGE SECTION.
       01 LNK-CODPROD  PIC X(08).
       01 LNK-QTDE     PIC 9(03).
       01 LNK-PERCENT  PIC 9(02)V99.

       PROCEDURE DIVISION USING LNK-CODPROD LNK-QTDE LNK-PERCENT.
       0001-PRINCIPAL SECTION.
            IF NOT TABELA-CARREGADA
                PERFORM 1000-CARREGAR-TABELA
                SET TABELA-CARREGADA TO TRUE
            END-IF.
            MOVE ZEROS TO LNK-PERCENT WRK-MELHOR-QTDE.
            PERFORM 2000-ESCOLHER-FAIXA
                VARYING WRK-IX-FAIXA FROM 1 BY 1
                UNTIL WRK-IX-FAIXA > WRK-QTFAIXAS.
            GOBACK.

       1000-CARREGAR-TABELA.
            MOVE 0 TO WRK-QTFAIXAS.
            OPEN INPUT DESCFAIXA.
            IF DSF-STATUS = 0
                PERFORM 1100-LER-FAIXA
                PERFORM UNTIL DSF-STATUS NOT = 0
      *            LINHA TORTA (QUANTIDADE OU PERCENTUAL FORA DE
      *            NUMERO) E IGNORADA, COMO NO FRETECALC
                    IF WRK-QTFAIXAS < 2000
                     AND DSF-QTMINIMA IS NUMERIC
                     AND DSF-PERCENTUAL IS NUMERIC
                        ADD 1 TO WRK-QTFAIXAS
                        MOVE DSF-CODPROD TO
                            WRK-DSF-CODPROD(WRK-QTFAIXAS)
                        MOVE DSF-QTMINIMA TO
                            WRK-DSF-QTMINIMA(WRK-QTFAIXAS)
                        MOVE DSF-PERCENTUAL TO
                            WRK-DSF-PERCENT(WRK-QTFAIXAS)
                    END-IF
                    PERFORM 1100-LER-FAIXA
                END-PERFORM
                CLOSE DESCFAIXA
            END-IF.

       1100-LER-FAIXA.
            READ DESCFAIXA
                AT END CONTINUE
            END-READ.

       2000-ESCOLHER-FAIXA.
            IF WRK-DSF-CODPROD(WRK-IX-FAIXA) = LNK-CODPROD
             AND WRK-DSF-QTMINIMA(WRK-IX-FAIXA) NOT > LNK-QTDE
             AND WRK-DSF-QTMINIMA(WRK-IX-FAIXA)
                     NOT < WRK-MELHOR-QTDE
                MOVE WRK-DSF-QTMINIMA(WRK-IX-FAIXA)
                    TO WRK-MELHOR-QTDE
                MOVE WRK-DSF-PERCENT(WRK-IX-FAIXA) TO LNK-PERCENT
            END-IF.
