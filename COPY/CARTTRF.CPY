      *******************************************
      * COPY:      CARTTRF
      * OBJETIVO:  LAYOUT DA TRANSFERENCIA DE CARTEIRA
      *            (CARTTRF.DAT) - GRAVADA PELO CARTTRAN COM A
      *            DATA EFETIVA E APLICADA PELO CARTAPLI QUANDO A
      *            DATA CHEGA (NA HORA, SE JA CHEGOU, OU PELA
      *            RODADA DIARIA DO AGENDADOR)
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       01 CARTTRF-REG.
            05 CTF-DATA        PIC 9(08).
            05 CTF-HORA        PIC 9(06).
            05 CTF-USUARIO     PIC X(20).
            05 CTF-VEND-ORIGEM  PIC 9(03).
            05 CTF-VEND-DESTINO PIC 9(03).
      *    DATA A PARTIR DA QUAL A CARTEIRA MUDA DE DONO
            05 CTF-DATA-EFETIVA PIC 9(08).
      *    S = LEVA TAMBEM OS TERRITORIOS DO VENDEDOR DE ORIGEM
            05 CTF-TERRITORIOS PIC X(01).
                88 CTF-LEVA-TERRITORIOS VALUE 'S'.
            05 CTF-SITUACAO    PIC X(01).
                88 CTF-PENDENTE  VALUE 'P'.
                88 CTF-APLICADA  VALUE 'A'.
                88 CTF-CANCELADA VALUE 'C'.
            05 CTF-DATA-APLICACAO PIC 9(08).
            05 CTF-QTCLIENTES  PIC 9(05).
            05 CTF-QTTERRIT    PIC 9(05).
