      *******************************************
      * AULA:      FECHAMENTO DIARIO DE CAIXA POR OPERADOR
      * OBJETIVO:  SOMAR OS RECIBOS DO DIA DO OPERADOR POR TIPO
      *            (DI/PX/TR/BO/CC/CD PELA AUDITORIA RECEBER.AUD, CH
      *            PELOS CHEQUES RECEBIDOS NO BALCAO EM
      *            CHEQUES.DAT), DEIXAR O OPERADOR DIGITAR O
      *            CONTADO DA GAVETA POR TIPO, APONTAR AS
      *            DATASIS), A MESMA QUE O RECEBPGM CONFERE -
      *            COM O RELOGIO DA MAQUINA A NOITE QUE VIRAVA
      *            A MEIA-NOITE FECHAVA O DIA ERRADO
      * ALTERADO = 15/10/2026 - SARAH - CARTAO DE CREDITO E DE
      *            DEBITO (CC/CD) GANHAM LINHA PROPRIA NA CONTAGEM -
      *            NAO SE MISTURAM MAIS COM O DINHEIRO DA GAVETA
      * ALTERADO = 15/10/2026 - SARAH - DIFERENCA DA GAVETA NO
      *            DINHEIRO (SOBRA OU FALTA) VAI PARA A CONTA DO CAIXA
      *            NA TESOURARIA (TESMOV.DAT, ORIGEM DC) AO FECHAR; O
      *            RELATORIO MOSTRA A CONTA DO CAIXA
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CAIXAFEC-RPT ASSIGN TO 'CAIXAFEC.RPT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RPT-STATUS.
           SELECT TESMOV ASSIGN TO 'TESMOV.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TESMOV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RECEBER-AUD.
       FD CAIXAFEC-RPT.
       01 RPT-LINHA PIC X(100).

       FD TESMOV.
           COPY TESMOV.

       WORKING-STORAGE SECTION.
       77 RAU-STATUS      PIC 9(02).
       77 CHEQUES-STATUS  PIC 9(02).
       77 CXF-STATUS      PIC 9(02).
       77 RPT-STATUS      PIC 9(02).
       77 TESMOV-STATUS   PIC 9(02).
      *    CONTA DA TESOURARIA DO CAIXA DO BALCAO (CALL CONTAPAD)
       77 WRK-CPD-TIPO    PIC X(02) VALUE 'DI'.
       77 WRK-CPD-BANCO   PIC 9(03) VALUE ZEROS.
       77 WRK-CONTA-CAIXA PIC 9(03) VALUE ZEROS.
       77 WRK-CPD-SITU    PIC X(01) VALUE 'N'.
       77 WRK-OPERADOR    PIC X(20) VALUE SPACES.
       77 WRK-MODULO      PIC X(25) VALUE SPACES.
       77 WRK-TECLA       PIC X(01).
       77 WRK-DATA-SITU    PIC X(01) VALUE 'A'.
       77 WRK-IX-TIPO     PIC 9(01) VALUE 0.
       01 WRK-TAB-TIPOS.
      *    OS TIPOS DE RECIBO DO BALCAO, NA ORDEM DO COPY
      *    RECEBER - O CARTAO E CONFERIDO PELOS COMPROVANTES
           05 WRK-TIPO-OCR OCCURS 7 TIMES.
               10 WRK-TIPO-COD     PIC X(02).
               10 WRK-TIPO-SISTEMA PIC 9(08)V99.
               10 WRK-TIPO-CONTADO PIC 9(08)V99.
           05 RPT-DATA    PIC 9(08).
           05 FILLER      PIC X(11) VALUE '  OPERADOR '.
           05 RPT-OPER    PIC X(20).
           05 FILLER      PIC X(08) VALUE '  CONTA '.
           05 RPT-CONTA   PIC 9(03).
       01 RPT-DETALHE.
           05 RPT-TIPO    PIC X(02).
           05 FILLER      PIC X(10) VALUE '  SISTEMA '.
            MOVE 'PX' TO WRK-TIPO-COD(3).
            MOVE 'TR' TO WRK-TIPO-COD(4).
            MOVE 'BO' TO WRK-TIPO-COD(5).
            MOVE 'CC' TO WRK-TIPO-COD(6).
            MOVE 'CD' TO WRK-TIPO-COD(7).
            MOVE ZEROS TO WRK-CONTA-CAIXA.
            CALL 'CONTAPAD' USING WRK-CPD-TIPO WRK-CPD-BANCO
                WRK-CONTA-CAIXA WRK-CPD-SITU.
            PERFORM VARYING WRK-IX-TIPO FROM 1 BY 1
                    UNTIL WRK-IX-TIPO > 7
                MOVE ZEROS TO WRK-TIPO-SISTEMA(WRK-IX-TIPO)
                MOVE ZEROS TO WRK-TIPO-CONTADO(WRK-IX-TIPO)
                MOVE ZEROS TO WRK-TIPO-DIF(WRK-IX-TIPO)
            IF RAU-DATA = WRK-DATA-SISTEMA
             AND RAU-USUARIO = WRK-OPERADOR
                PERFORM VARYING WRK-IX-TIPO FROM 1 BY 1
                        UNTIL WRK-IX-TIPO > 7
                    IF WRK-TIPO-COD(WRK-IX-TIPO) = RAU-TIPO
                        ADD RAU-VALOR TO
                            WRK-TIPO-SISTEMA(WRK-IX-TIPO)
            DISPLAY TELA.
            PERFORM 3100-CONTAR-TIPO
                VARYING WRK-IX-TIPO FROM 1 BY 1
                UNTIL WRK-IX-TIPO > 7.

       3100-CONTAR-TIPO.
            MOVE ZEROS TO WRK-CONTADO.
            END-IF.
            MOVE WRK-DATA-SISTEMA TO RPT-DATA.
            MOVE WRK-OPERADOR TO RPT-OPER.
            MOVE WRK-CONTA-CAIXA TO RPT-CONTA.
            MOVE RPT-CABECALHO TO RPT-LINHA.
            WRITE RPT-LINHA.
            PERFORM VARYING WRK-IX-TIPO FROM 1 BY 1
                    UNTIL WRK-IX-TIPO > 7
                MOVE WRK-TIPO-COD(WRK-IX-TIPO)     TO RPT-TIPO
                MOVE WRK-TIPO-SISTEMA(WRK-IX-TIPO) TO RPT-SISTEMA
                MOVE WRK-TIPO-CONTADO(WRK-IX-TIPO) TO RPT-CONTADO
                END-IF
                WRITE CXF-REG
                CLOSE CAIXAFEC
                IF WRK-TIPO-DIF(1) NOT = ZEROS
                    PERFORM 5100-GRAVAR-DIFERENCA
                END-IF
                DISPLAY 'CAIXAFEC: CAIXA FECHADO PARA '
                        WRK-DATA-SISTEMA
            END-IF.

       5100-GRAVAR-DIFERENCA.
      *    SO A GAVETA E DINHEIRO FISICO DO CAIXA - SOBRA ENTRA E
      *    FALTA SAI DA CONTA DO CAIXA, PARA O SALDO DO TESPOS SER
      *    O QUE FICOU DE FATO NA GAVETA
            MOVE WRK-DATA-SISTEMA TO TMV-DATA.
            MOVE WRK-CONTA-CAIXA  TO TMV-CONTA.
            MOVE 'DC'             TO TMV-ORIGEM.
            IF WRK-TIPO-DIF(1) > ZEROS
                SET TMV-ENTRADA TO TRUE
                MOVE WRK-TIPO-DIF(1) TO TMV-VALOR
            ELSE
                SET TMV-SAIDA TO TRUE
                COMPUTE TMV-VALOR = 0 - WRK-TIPO-DIF(1)
            END-IF.
            MOVE ZEROS            TO TMV-DOCUMENTO TMV-CODIGO.
            MOVE 'CAIXAFEC'       TO TMV-PROGRAMA.
            MOVE WRK-OPERADOR     TO TMV-USUARIO.
            OPEN EXTEND TESMOV.
            IF TESMOV-STATUS = 35
                OPEN OUTPUT TESMOV
            END-IF.
            WRITE TESMOV-REG.
            CLOSE TESMOV.
