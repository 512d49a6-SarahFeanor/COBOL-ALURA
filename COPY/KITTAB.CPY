      *******************************************
      * COPY:      KITTAB
      * OBJETIVO:  COMPONENTES DE UM KIT COMO O KITEXPL DEVOLVE -
      *            KTB-QTCOMP ZERO QUER DIZER QUE O PRODUTO NAO E
      *            KIT (OU QUE NAO HA KITCOMP.DAT) E SEGUE COMO
      *            PRODUTO COMUM
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       01 KIT-TAB-COMP.
           05 KTB-QTCOMP PIC 9(02) VALUE ZEROS.
           05 KTB-COMP OCCURS 10 TIMES.
               10 KTB-CODCOMP PIC X(08).
               10 KTB-QTDE    PIC 9(03).
