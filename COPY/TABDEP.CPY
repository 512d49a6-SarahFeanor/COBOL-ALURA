      *******************************************
      * COPY:      TABDEP
      * OBJETIVO:  TABELA DOS DEPOSITOS (LOCAIS DE ESTOQUE) - O
      *            CODIGO DE DOIS DIGITOS QUE O PEDIDO, O
      *            RECEBIMENTO, A TRANSFERENCIA E O INVENTARIO
      *            INFORMAM E QUE CHAVEIA O SALDO EM ESTDEP.DAT
      *            DEPOSITO EM BRANCO NOS ARQUIVOS ANTIGOS VALE 01
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       01 TAB-DEP-DADOS.
           05 FILLER PIC X(12) VALUE '01MATRIZ    '.
           05 FILLER PIC X(12) VALUE '02FILIAL    '.
       01 TAB-DEP REDEFINES TAB-DEP-DADOS.
           05 TAB-DEP-OCR OCCURS 2 TIMES.
               10 TAB-DEP-COD  PIC X(02).
               10 TAB-DEP-NOME PIC X(10).
