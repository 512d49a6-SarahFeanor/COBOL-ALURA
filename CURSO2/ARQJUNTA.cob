      *            COM RETURN-CODE 8
      * AUTHOR  :  SARAH
      * DATA:      02/09/2026
      * ALTERADO = 15/10/2026 - SARAH - LINHA PASSA A 515 BYTES PARA
      *            CABER O REGISTRO DO CLIENTES.JNL COM AS IMAGENS DE
      *            229 BYTES E A EXECUCAO DA ATUALIZACAO EM MASSA
      * ALTERADO = 15/10/2026 - SARAH - LINHA PASSA A 517 BYTES PARA
      *            CABER O REGISTRO DO CLIENTES.JNL COM AS IMAGENS DE
      *            230 BYTES (CLASSE ABC DO CLIENTE)
      * ALTERADO = 15/10/2026 - SARAH - LINHA PASSA A 527 BYTES PARA
      *            CABER O REGISTRO DO CLIENTES.JNL COM AS IMAGENS DE
      *            235 BYTES (GRUPO ECONOMICO DO CLIENTE)
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO.
       01 ARC-LINHA PIC X(527).
       01 ARC-TRAILER REDEFINES ARC-LINHA.
           05 TRL-TIPO PIC X(01).
           05 TRL-QTDE PIC 9(06).
           05 FILLER   PIC X(508).

       FD SAIDA.
       01 SAI-LINHA PIC X(527).

       WORKING-STORAGE SECTION.
       77 ARC-STATUS PIC 9(02).
