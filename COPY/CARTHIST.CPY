      *******************************************
      * COPY:      CARTHIST
      * OBJETIVO:  LAYOUT DO HISTORICO DA CARTEIRA DE CLIENTES
      *            (CARTHIST.DAT) - UMA LINHA A CADA TROCA DO
      *            VENDEDOR DE UM CLIENTE OU DO DONO DE UM
      *            TERRITORIO, SEJA PELA TELA DE CLIENTES, PELO
      *            CADASTRO DE TERRITORIOS OU PELA TRANSFERENCIA
      *            DE CARTEIRA (CARTAPLI)
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       01 CARTHIST-REG.
      *    DATA A PARTIR DA QUAL O NOVO VENDEDOR RESPONDE
            05 CTH-DATA        PIC 9(08).
            05 CTH-HORA        PIC 9(06).
      *    C = CLIENTE   T = TERRITORIO
            05 CTH-TIPO        PIC X(01).
                88 CTH-CLIENTE    VALUE 'C'.
                88 CTH-TERRITORIO VALUE 'T'.
      *    CODIGO DO CLIENTE (ZEROS NA LINHA DE TERRITORIO)
            05 CTH-CODIGO      PIC 9(07).
            05 CTH-UF          PIC X(02).
            05 CTH-CIDADE      PIC X(20).
            05 CTH-VEND-ANTES  PIC 9(03).
            05 CTH-VEND-DEPOIS PIC 9(03).
            05 CTH-ORIGEM      PIC X(08).
            05 CTH-USUARIO     PIC X(20).
