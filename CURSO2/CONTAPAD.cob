       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CONTAPAD.
      *******************************************
      * AULA:      SUBROTINA DA CONTA DA TESOURARIA
      * OBJETIVO:  PONTO UNICO DA PERGUNTA "EM QUE CONTA ENTROU
      *            ESTE DINHEIRO?" - CONTA INFORMADA E CONFERIDA
      *            NO MESTRE CONTBANC.DAT (TEM DE EXISTIR E ESTAR
      *            ATIVA); SEM CONTA INFORMADA VALE O PADRAO:
      *            DINHEIRO (DI) VAI PARA O CAIXA DO BALCAO, O
      *            RESTO PARA A CONTA BANCARIA DO BANCO INFORMADO
      *            OU, SEM ELE, PARA A CONTA PRINCIPAL
      *            SEM CONTBANC.DAT (TESOURARIA AINDA NAO
      *            IMPLANTADA) DEVOLVE CONTA ZERO E SITUACAO N -
      *            O CHAMADOR SEGUE GRAVANDO COMO SEMPRE
      *            LNK-TIPO: TIPO DO RECIBO (DI/CH/PX/TR/BO/CB/CC/
      *            CD) - LNK-BANCO: BANCO PREFERIDO OU ZERO -
      *            LNK-CONTA: ENTRA A INFORMADA OU ZERO, SAI A
      *            ESCOLHIDA - LNK-SITUACAO: S ACHOU, N NAO ACHOU
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTBANC ASSIGN TO 'CONTBANC.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CONTBANC-STATUS
             RECORD KEY IS CTB-CHAVE.
       DATA DIVISION.
       FILE SECTION.
       FD CONTBANC.
           COPY CONTBANC.

       WORKING-STORAGE SECTION.
       77 CONTBANC-STATUS PIC 9(02).
       77 WRK-CTA-BANCO   PIC 9(03) VALUE ZEROS.
       77 WRK-CTA-PRINC   PIC 9(03) VALUE ZEROS.
       77 WRK-CTA-PRIMEIRA PIC 9(03) VALUE ZEROS.
       77 WRK-CTA-CAIXA   PIC 9(03) VALUE ZEROS.

       LINKAGE SECTION.
       01 LNK-TIPO      PIC X(02).
       01 LNK-BANCO     PIC 9(03).
       01 LNK-CONTA     PIC 9(03).
       01 LNK-SITUACAO  PIC X(01).

       PROCEDURE DIVISION USING LNK-TIPO LNK-BANCO LNK-CONTA
                                LNK-SITUACAO.
       0001-PRINCIPAL SECTION.
            MOVE 'N' TO LNK-SITUACAO.
            OPEN INPUT CONTBANC.
            IF CONTBANC-STATUS NOT = 0
                MOVE ZEROS TO LNK-CONTA
                GOBACK
            END-IF.
            IF LNK-CONTA NOT = ZEROS
                PERFORM 1000-CONFERIR-INFORMADA
            ELSE
                PERFORM 2000-ESCOLHER-PADRAO
            END-IF.
            CLOSE CONTBANC.
            GOBACK.

       1000-CONFERIR-INFORMADA.
            MOVE LNK-CONTA TO CTB-CODIGO.
            READ CONTBANC
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                IF CTB-ATIVA
                    MOVE 'S' TO LNK-SITUACAO
                END-IF
            END-READ.

       2000-ESCOLHER-PADRAO.
      *    UMA PASSADA PELO MESTRE GUARDA AS CANDIDATAS - A
      *    PRIMEIRA DE CADA ESPECIE NA ORDEM DO CODIGO
            MOVE ZEROS TO WRK-CTA-BANCO WRK-CTA-PRINC
                          WRK-CTA-PRIMEIRA WRK-CTA-CAIXA.
            MOVE LOW-VALUES TO CTB-CHAVE.
            START CONTBANC KEY IS NOT LESS THAN CTB-CHAVE
              INVALID KEY
                MOVE 10 TO CONTBANC-STATUS
            END-START.
            IF CONTBANC-STATUS = 0
                READ CONTBANC NEXT
            END-IF.
            PERFORM UNTIL CONTBANC-STATUS NOT = 0
                IF CTB-ATIVA
                    PERFORM 2100-GUARDAR-CANDIDATA
                END-IF
                READ CONTBANC NEXT
            END-PERFORM.
            EVALUATE TRUE
              WHEN LNK-TIPO = 'DI' AND WRK-CTA-CAIXA NOT = ZEROS
                MOVE WRK-CTA-CAIXA TO LNK-CONTA
              WHEN WRK-CTA-BANCO NOT = ZEROS
                MOVE WRK-CTA-BANCO TO LNK-CONTA
              WHEN WRK-CTA-PRINC NOT = ZEROS
                MOVE WRK-CTA-PRINC TO LNK-CONTA
              WHEN OTHER
                MOVE WRK-CTA-PRIMEIRA TO LNK-CONTA
            END-EVALUATE.
            IF LNK-CONTA NOT = ZEROS
                MOVE 'S' TO LNK-SITUACAO
            END-IF.

       2100-GUARDAR-CANDIDATA.
            IF CTB-CAIXA
                IF WRK-CTA-CAIXA = ZEROS
                    MOVE CTB-CODIGO TO WRK-CTA-CAIXA
                END-IF
                EXIT PARAGRAPH
            END-IF.
            IF WRK-CTA-PRIMEIRA = ZEROS
                MOVE CTB-CODIGO TO WRK-CTA-PRIMEIRA
            END-IF.
            IF CTB-EH-PRINCIPAL AND WRK-CTA-PRINC = ZEROS
                MOVE CTB-CODIGO TO WRK-CTA-PRINC
            END-IF.
            IF LNK-BANCO NOT = ZEROS AND CTB-BANCO = LNK-BANCO
             AND WRK-CTA-BANCO = ZEROS
                MOVE CTB-CODIGO TO WRK-CTA-BANCO
            END-IF.
