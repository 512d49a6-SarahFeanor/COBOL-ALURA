      *******************************************
      * COPY:      TRANSF
      * OBJETIVO:  LAYOUT DO DOCUMENTO DE TRANSFERENCIA ENTRE
      *            DEPOSITOS (TRANSF.DAT) - EMITIDO PELO TRANSDEP,
      *            TIRA O SALDO DA ORIGEM NA SAIDA E SO ENTRA NO
      *            DESTINO QUANDO O DESTINO CONFIRMA O RECEBIMENTO;
      *            NO MEIO DO CAMINHO A MERCADORIA FICA EM TRANSITO
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       01 TRANSF-REG.
      *    CHAVE PRIMARIA - NUMERO DO DOCUMENTO (TRFNUM.CTL)
            05 TRF-CHAVE.
                10 TRF-NUMERO   PIC 9(07).
      *    PRODUTO, DEPOSITOS DE ORIGEM E DESTINO E QUANTIDADE
            05 TRF-CODPROD      PIC X(08).
            05 TRF-ORIGEM       PIC X(02).
            05 TRF-DESTINO      PIC X(02).
            05 TRF-QTDE         PIC 9(05).
      *    SITUACAO DO DOCUMENTO
            05 TRF-SITUACAO     PIC X(01).
                88 TRF-EM-TRANSITO VALUE 'T'.
                88 TRF-RECEBIDA    VALUE 'R'.
      *    EMISSAO E RECEBIMENTO - DATA E OPERADOR
            05 TRF-EMISSAO      PIC 9(08).
            05 TRF-EMITIDO-POR  PIC X(20).
            05 TRF-RECEBIMENTO  PIC 9(08).
            05 TRF-RECEBIDO-POR PIC X(20).
