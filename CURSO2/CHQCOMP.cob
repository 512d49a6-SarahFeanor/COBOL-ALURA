      * ALTERADO = 02/09/2026 - SARAH - CHEQUE COMPENSADO TAMBEM
      *            ENTRA NA FILA DE NOTIFICACOES (CALL NOTIFICA,
      *            TIPO R), COMO O RECIBO DE BALCAO E O BOLETO
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 226 BYTES (TIPO DE PESSOA, CNPJ E
      *            INSCRICAO ESTADUAL)
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 229 BYTES (VENDEDOR DO CLIENTE)
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 230 BYTES (CLASSE ABC)
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 235 BYTES (GRUPO ECONOMICO)
      * ALTERADO = 15/10/2026 - SARAH - CHEQUE COMPENSADO ENTRA
      *            NA CONTA DE DEPOSITO (CHQ-CONTA, OU A PADRAO PELO
      *            CONTAPAD) E NO MOVIMENTO DA TESOURARIA (TESMOV.DAT);
      *            IMAGEM DO CHEQUE PASSA A 77 BYTES
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT JORNAL ASSIGN TO 'JORNAL.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS JORNAL-STATUS.
           SELECT TESMOV ASSIGN TO 'TESMOV.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TESMOV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
       FD JORNAL.
           COPY JORNAL.

       FD TESMOV.
           COPY TESMOV.

       WORKING-STORAGE SECTION.
       77 WRK-CLIENTES-DAT PIC X(80) VALUE SPACES.
       77 CLIENTES-STATUS  PIC 9(02).
       77 CHEQUES-STATUS   PIC 9(02).
       77 RECEBER-STATUS   PIC 9(02).
       77 JORNAL-STATUS    PIC 9(02).
       77 TESMOV-STATUS    PIC 9(02).
       77 WRK-CPD-TIPO     PIC X(02) VALUE 'CH'.
       77 WRK-CPD-BANCO    PIC 9(03) VALUE ZEROS.
       77 WRK-CPD-SITU     PIC X(01) VALUE 'N'.
       77 WRK-FIMCHQ       PIC X(01) VALUE 'N'.
           88 FIM-CHEQUES VALUE 'S'.
       77 WRK-QTCHQ        PIC 9(04) VALUE 0.
       77 WRK-JNL-OPER     PIC X(01) VALUE SPACES.
       77 WRK-JNL-PROGRAMA PIC X(08) VALUE 'CHQCOMP'.
       77 WRK-JNL-USUARIO  PIC X(20) VALUE 'CHQCOMP'.
       01 WRK-REG-ANTES    PIC X(235) VALUE SPACES.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
           88 TABELA-ESTOURADA VALUE 'S'.
       01 WRK-TAB-CHEQUES.
      *    CHEQUES.DAT INTEIRO EM MEMORIA - AS COMPENSACOES SO
      *    DESCEM PARA O ARQUIVO NA REGRAVACAO FINAL
           05 WRK-CHQ OCCURS 2000 TIMES.
               10 WRK-CHQ-IMG PIC X(77).

       77 WRK-DATA-SITU    PIC X(01) VALUE 'A'.
           88 DATA-FECHADA VALUE 'F'.
            END-IF.

       2100-CREDITAR-CHEQUE.
      *    CHEQUE RECEBIDO ANTES DA TESOURARIA NAO TEM CONTA DE
      *    DEPOSITO - ASSUME A PADRAO E GUARDA NO CHEQUE, PARA A
      *    DEVOLUCAO (CHQDEV) SAIR DA MESMA CONTA
            IF CHQ-CONTA = ZEROS
                CALL 'CONTAPAD' USING WRK-CPD-TIPO WRK-CPD-BANCO
                    CHQ-CONTA WRK-CPD-SITU
            END-IF.
            MOVE CLIENTES-REG TO WRK-REG-ANTES.
            ADD CHQ-VALOR TO CLIENTES-SALDO.
            REWRITE CLIENTES-REG
                ADD 1 TO WRK-QTCOMPENSADOS
                PERFORM 2200-GRAVAR-RECEBER
                PERFORM 2300-GRAVAR-JORNAL
                PERFORM 2400-GRAVAR-TESOURARIA
                MOVE 'R' TO WRK-JNL-OPER
                CALL 'CLIEJRNL' USING WRK-JNL-OPER
                    WRK-JNL-PROGRAMA WRK-JNL-USUARIO
            MOVE WRK-DATA-SISTEMA TO REC-DATA.
            MOVE CHQ-VALOR        TO REC-VALOR.
            MOVE 'CH'             TO REC-TIPO.
            MOVE CHQ-CONTA        TO REC-CONTA.
            OPEN EXTEND RECEBER.
            IF RECEBER-STATUS = 35
                OPEN OUTPUT RECEBER
            MOVE 'CHQCOMP' TO JRN-USUARIO.
            WRITE JORNAL-REG.

       2400-GRAVAR-TESOURARIA.
      *    CHEQUE COMPENSADO E DINHEIRO NA CONTA DE DEPOSITO
            MOVE WRK-DATA-SISTEMA TO TMV-DATA.
            MOVE CHQ-CONTA        TO TMV-CONTA.
            SET TMV-ENTRADA       TO TRUE.
            MOVE 'CH'             TO TMV-ORIGEM.
            MOVE CHQ-VALOR        TO TMV-VALOR.
            MOVE CHQ-NUMERO       TO TMV-DOCUMENTO.
            MOVE CLIENTES-CODIGO  TO TMV-CODIGO.
            MOVE WRK-JNL-PROGRAMA TO TMV-PROGRAMA.
            MOVE WRK-JNL-USUARIO  TO TMV-USUARIO.
            OPEN EXTEND TESMOV.
            IF TESMOV-STATUS = 35
                OPEN OUTPUT TESMOV
            END-IF.
            WRITE TESMOV-REG.
            CLOSE TESMOV.

       3000-FINALIZAR.
            IF HOUVE-COMPENSACAO
                PERFORM 3100-REGRAVAR-CHEQUES
