      *******************************************
      * COPY:      GRUPOS
      * OBJETIVO:  LAYOUT DO REGISTRO MESTRE DE GRUPOS ECONOMICOS
      *            (GRUPOS.DAT) - EMPRESAS DO MESMO GRUPO (MATRIZ,
      *            FILIAIS, COLIGADAS) DIVIDEM UM LIMITE DE CREDITO;
      *            O CLIENTE APONTA PARA O GRUPO (CLIENTES-GRUPO), O
      *            PROGCOB10 CONFERE O SALDO SOMADO DOS MEMBROS
      *            CONTRA O LIMITE DO GRUPO E O AGINGREL E O EXTRATO
      *            CONSOLIDAM A POSICAO DO GRUPO
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       01 GRUPO-REG.
      *    CHAVE PRIMARIA - CODIGO DO GRUPO
            05 GRP-CHAVE.
                10 GRP-CODIGO PIC 9(05).
            05 GRP-NOME       PIC X(30).
      *    LIMITE DE CREDITO DO GRUPO - VALE PARA O SALDO DEVEDOR
      *    SOMADO DE TODOS OS MEMBROS
            05 GRP-LIMITE     PIC 9(09)V99 VALUE ZEROS.
      *    SITUACAO DO GRUPO - EXCLUSAO LOGICA (SOFT DELETE); GRUPO
      *    INATIVO NAO LIMITA NINGUEM E OS MEMBROS FICAM SO COM O
      *    LIMITE INDIVIDUAL
            05 GRP-STATUS-GRUPO PIC X(01) VALUE '1'.
                88 GRP-ATIVO   VALUE '1'.
                88 GRP-INATIVO VALUE '2'.
