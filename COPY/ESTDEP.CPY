      *******************************************
      * COPY:      ESTDEP
      * OBJETIVO:  LAYOUT DO SALDO DE ESTOQUE POR DEPOSITO
      *            (ESTDEP.DAT) - UM REGISTRO POR PRODUTO E
      *            DEPOSITO (TABELA TABDEP). O PROD-QTESTOQUE E O
      *            PROD-QTRESERVADA DO MESTRE SEGUEM COMO O TOTAL
      *            DA EMPRESA; O QUE ESTA EM TRANSITO ENTRE
      *            DEPOSITOS CONTA NO TOTAL E NO EDP-QTTRANSITO DO
      *            DESTINO, NAO NO SALDO DE NENHUM DEPOSITO
      *            CARGA INICIAL PELO ESTDEPCV (TUDO NO DEPOSITO 01)
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       01 ESTDEP-REG.
      *    CHAVE PRIMARIA - PRODUTO E DEPOSITO
            05 EDP-CHAVE.
                10 EDP-CODPROD  PIC X(08).
                10 EDP-DEPOSITO PIC X(02).
      *    SALDO FISICO NO DEPOSITO E O JA PROMETIDO A PEDIDOS
            05 EDP-QTESTOQUE    PIC 9(05) VALUE ZEROS.
            05 EDP-QTRESERVADA  PIC 9(05) VALUE ZEROS.
      *    TRANSFERENCIAS EMITIDAS PARA ESTE DEPOSITO E AINDA NAO
      *    RECEBIDAS (TRANSDEP)
            05 EDP-QTTRANSITO   PIC 9(05) VALUE ZEROS.
      *    LOCACAO (RUA/PRATELEIRA) NESTE DEPOSITO - ORDENA O
      *    ROMANEIO E A FOLHA DE CONTAGEM
            05 EDP-LOCACAO      PIC X(06) VALUE SPACES.
