       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLIEVDCV.
      *******************************************
      * AULA:      CONVERSAO DO MESTRE PARA O VENDEDOR DO CLIENTE
      * OBJETIVO:  RODADA UNICA DO ALARGAMENTO DO CLIENTES-REG
      *            DE 226 PARA 229 BYTES (VENDEDOR RESPONSAVEL):
      *            LE O MESTRE ANTERIOR (RENOMEADO PELO OPERADOR
      *            PARA CLIENTES.OLD), O HISTORICO (HIS.OLD) E O
      *            JORNAL DO MESTRE (CLIEJNL.OLD) E REGRAVA CADA
      *            UM NO LAYOUT NOVO
      *            TODO CLIENTE CONVERTIDO ENTRA SEM VENDEDOR - A
      *            CARTEIRA E DISTRIBUIDA DEPOIS PELA ATUALIZACAO
      *            EM MASSA (CLIEMASS); O JORNAL CONVERTIDO FICA
      *            SEM EXECUCAO (GRAVACOES AVULSAS)
      *            CODIGOS E CHAVES NAO MUDAM
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 230 BYTES (CLASSE ABC)
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 235 BYTES (GRUPO ECONOMICO)
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES-VELHO ASSIGN TO 'CLIENTES.OLD'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS VELHO-STATUS
             RECORD KEY IS  OLD-CHAVE
             ALTERNATE RECORD KEY IS OLD-FONE
             ALTERNATE RECORD KEY IS OLD-NOME
               WITH DUPLICATES
             ALTERNATE RECORD KEY IS OLD-EMAIL
               WITH DUPLICATES.
           SELECT CLIENTES ASSIGN TO WRK-CLIENTES-DAT
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CLIENTES-STATUS
             RECORD KEY IS  CLIENTES-CHAVE
             ALTERNATE RECORD KEY IS CLIENTES-FONE
             ALTERNATE RECORD KEY IS CLIENTES-NOME
               WITH DUPLICATES
             ALTERNATE RECORD KEY IS CLIENTES-EMAIL
               WITH DUPLICATES.
           SELECT HIS-VELHO ASSIGN TO 'HIS.OLD'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS HISV-STATUS
             RECORD KEY IS HISV-CHAVE
             ALTERNATE RECORD KEY IS HISV-FONE
             ALTERNATE RECORD KEY IS HISV-NOME
               WITH DUPLICATES.
           SELECT CLIENTES-HIS ASSIGN TO 'CLIENTES.HIS'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS HIS-STATUS
             RECORD KEY IS HIS-CHAVE
             ALTERNATE RECORD KEY IS HIS-FONE
             ALTERNATE RECORD KEY IS HIS-NOME
               WITH DUPLICATES.
           SELECT CLIEJNL-VELHO ASSIGN TO 'CLIEJNL.OLD'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CJNV-STATUS.
           SELECT CLIENTES-JNL ASSIGN TO 'CLIENTES.JNL'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CJN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES-VELHO.
      *    IMAGEM DO MESTRE ANTES DO VENDEDOR - 226 BYTES,
      *    MESMAS POSICOES DO CLIENTES-REG ATE A INSCRICAO
       01 OLD-REG.
           05 OLD-CHAVE.
               10 OLD-CODIGO PIC 9(07).
           05 OLD-FONE     PIC 9(11).
           05 OLD-NOME     PIC X(30).
           05 OLD-EMAIL    PIC X(40).
           05 FILLER       PIC X(138).

       FD CLIENTES.
           COPY CLIENTES.

       FD HIS-VELHO.
       01 HISV-REG.
           05 HISV-CHAVE.
               10 HISV-CODIGO PIC 9(07).
           05 HISV-FONE    PIC 9(11).
           05 HISV-NOME    PIC X(30).
           05 FILLER       PIC X(178).

       FD CLIENTES-HIS.
       01 HIS-REG.
           05 HIS-CHAVE.
               10 HIS-CODIGO PIC 9(07).
           05 HIS-FONE     PIC 9(11).
           05 HIS-NOME     PIC X(30).
           05 FILLER       PIC X(187).

       FD CLIEJNL-VELHO.
       01 CJNV-REG.
           05 CJNV-CABECALHO PIC X(43).
      *    IMAGENS DO MESTRE DE 226 BYTES, SEM A EXECUCAO
           05 CJNV-IMAGEM-ANTES  PIC X(226).
           05 CJNV-IMAGEM-DEPOIS PIC X(226).

       FD CLIENTES-JNL.
           COPY CLIEJNL.

       WORKING-STORAGE SECTION.
       77 WRK-CLIENTES-DAT PIC X(80) VALUE SPACES.
       77 VELHO-STATUS    PIC 9(02).
       77 CLIENTES-STATUS PIC 9(02).
       77 HISV-STATUS     PIC 9(02).
       77 HIS-STATUS      PIC 9(02).
       77 CJNV-STATUS     PIC 9(02).
       77 CJN-STATUS      PIC 9(02).
       77 WRK-FIMARQ      PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO VALUE 'S'.
       77 WRK-QTMESTRE    PIC 9(05) VALUE 0.
       77 WRK-QTHIS       PIC 9(05) VALUE 0.
       77 WRK-QTCLIEJNL   PIC 9(05) VALUE 0.
       77 WRK-QTERROS     PIC 9(05) VALUE 0.
       01 WRK-IMG-VELHA   PIC X(226) VALUE SPACES.
       01 WRK-IMG-NOVA    PIC X(235) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            DISPLAY '===== CLIEVDCV - CONVERSAO VENDEDOR =========='.
            ACCEPT WRK-CLIENTES-DAT FROM ENVIRONMENT 'CLIENTES_DAT'.
            IF WRK-CLIENTES-DAT = SPACES
                MOVE 'E:\COBOL\CLIENTES.DAT' TO WRK-CLIENTES-DAT
            END-IF.
            PERFORM 1000-CONVERTER-MESTRE.
            IF RETURN-CODE = 0
                PERFORM 2000-CONVERTER-HISTORICO
                PERFORM 3000-CONVERTER-CLIEJNL
                PERFORM 8000-RESUMO
            END-IF.
            STOP RUN.

       1000-CONVERTER-MESTRE.
            MOVE 'N' TO WRK-FIMARQ.
            OPEN INPUT CLIENTES-VELHO.
            IF VELHO-STATUS NOT = 0
                DISPLAY 'CLIEVDCV: NAO ABRIU CLIENTES.OLD - STATUS '
                        VELHO-STATUS
                DISPLAY 'RENOMEIE O MESTRE ANTERIOR PARA CLIENTES.OLD'
                MOVE 16 TO RETURN-CODE
            ELSE
                OPEN OUTPUT CLIENTES
                PERFORM 1100-LER-MESTRE-VELHO
                PERFORM 1200-GRAVAR-MESTRE-NOVO UNTIL FIM-ARQUIVO
                CLOSE CLIENTES-VELHO
                CLOSE CLIENTES
            END-IF.

       1100-LER-MESTRE-VELHO.
            READ CLIENTES-VELHO NEXT
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       1200-GRAVAR-MESTRE-NOVO.
            MOVE OLD-REG TO WRK-IMG-VELHA.
            PERFORM 5000-CONVERTER-IMAGEM.
            MOVE WRK-IMG-NOVA TO CLIENTES-REG.
            WRITE CLIENTES-REG
              INVALID KEY
                ADD 1 TO WRK-QTERROS
                DISPLAY 'CLIEVDCV: ERRO GRAVANDO MESTRE - CODIGO '
                        OLD-CODIGO ' STATUS ' CLIENTES-STATUS
              NOT INVALID KEY
                ADD 1 TO WRK-QTMESTRE
            END-WRITE.
            PERFORM 1100-LER-MESTRE-VELHO.

       2000-CONVERTER-HISTORICO.
            MOVE 'N' TO WRK-FIMARQ.
            OPEN INPUT HIS-VELHO.
            IF HISV-STATUS NOT = 0
                DISPLAY 'CLIEVDCV: SEM HIS.OLD - HISTORICO PULADO'
            ELSE
                OPEN OUTPUT CLIENTES-HIS
                PERFORM 2100-LER-HIS-VELHO
                PERFORM 2200-GRAVAR-HIS-NOVO UNTIL FIM-ARQUIVO
                CLOSE HIS-VELHO
                CLOSE CLIENTES-HIS
            END-IF.

       2100-LER-HIS-VELHO.
            READ HIS-VELHO NEXT
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       2200-GRAVAR-HIS-NOVO.
            MOVE HISV-REG TO WRK-IMG-VELHA.
            PERFORM 5000-CONVERTER-IMAGEM.
            MOVE WRK-IMG-NOVA TO HIS-REG.
            WRITE HIS-REG
              INVALID KEY
                ADD 1 TO WRK-QTERROS
                DISPLAY 'CLIEVDCV: ERRO GRAVANDO HISTORICO - CODIGO '
                        HISV-CODIGO ' STATUS ' HIS-STATUS
              NOT INVALID KEY
                ADD 1 TO WRK-QTHIS
            END-WRITE.
            PERFORM 2100-LER-HIS-VELHO.

       3000-CONVERTER-CLIEJNL.
            MOVE 'N' TO WRK-FIMARQ.
            OPEN INPUT CLIEJNL-VELHO.
            IF CJNV-STATUS NOT = 0
                DISPLAY 'CLIEVDCV: SEM CLIEJNL.OLD - JORNAL DO '
                        'MESTRE PULADO'
            ELSE
                OPEN OUTPUT CLIENTES-JNL
                PERFORM 3100-LER-CJN-VELHO
                PERFORM 3200-GRAVAR-CJN-NOVO UNTIL FIM-ARQUIVO
                CLOSE CLIEJNL-VELHO
                CLOSE CLIENTES-JNL
            END-IF.

       3100-LER-CJN-VELHO.
            READ CLIEJNL-VELHO
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       3200-GRAVAR-CJN-NOVO.
            ADD 1 TO WRK-QTCLIEJNL.
      *    DATA, HORA, PROGRAMA, USUARIO E OPERACAO NAO MUDAM
            MOVE CJNV-CABECALHO TO CLIEJNL-REG(1:43).
            MOVE SPACES TO CJN-EXECUCAO.
            MOVE CJNV-IMAGEM-ANTES TO WRK-IMG-VELHA.
            PERFORM 5000-CONVERTER-IMAGEM.
            MOVE WRK-IMG-NOVA TO CJN-IMAGEM-ANTES.
            MOVE CJNV-IMAGEM-DEPOIS TO WRK-IMG-VELHA.
            PERFORM 5000-CONVERTER-IMAGEM.
            MOVE WRK-IMG-NOVA TO CJN-IMAGEM-DEPOIS.
            WRITE CLIEJNL-REG.
            PERFORM 3100-LER-CJN-VELHO.

       5000-CONVERTER-IMAGEM.
      *    OS 226 BYTES ANTIGOS FICAM NO LUGAR E O VENDEDOR ENTRA
      *    ZERADO (SEM VENDEDOR) - IMAGEM EM BRANCO (WRITE OU
      *    DELETE NO JORNAL) FICA EM BRANCO
            MOVE SPACES TO WRK-IMG-NOVA.
            IF WRK-IMG-VELHA NOT = SPACES
                MOVE WRK-IMG-VELHA TO WRK-IMG-NOVA(1:226)
                MOVE ZEROS TO WRK-IMG-NOVA(227:3)
                MOVE ZEROS TO WRK-IMG-NOVA(231:5)
            END-IF.

       8000-RESUMO.
            DISPLAY 'CLIENTES CONVERTIDOS.: ' WRK-QTMESTRE.
            DISPLAY 'HISTORICO............: ' WRK-QTHIS.
            DISPLAY 'JORNAL DO MESTRE.....: ' WRK-QTCLIEJNL.
            DISPLAY 'ERROS DE GRAVACAO....: ' WRK-QTERROS.
            IF WRK-QTERROS > 0
                MOVE 8 TO RETURN-CODE
            END-IF.
