      *******************************************
      * COPY:      VOLUMES
      * OBJETIVO:  LAYOUT DO REGISTRO DE VOLUMES DO EMBARQUE
      *            (VOLUMES.DAT) - UM REGISTRO POR VOLUME FECHADO
      *            PELO EMBALADOR (EMBVOLUM), NA ORDEM 1 A N DO
      *            PEDIDO; O PEDIDO REDIGITADO TEM OS VOLUMES
      *            ANTERIORES SUBSTITUIDOS, NUNCA SOMADOS
      *            LIDO PELO EMBETIQ (UMA ETIQUETA POR VOLUME) E
      *            PELO MANIFEST (QUANTIDADE DE VOLUMES QUE A
      *            TRANSPORTADORA ASSINA)
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       01 VOLUMES-REG.
      *    PEDIDO DO EMBARQUE, NUMERO DO VOLUME E TOTAL DE VOLUMES
      *    DO PEDIDO (VOLUME N DE N)
            05 VOL-PEDIDO   PIC 9(07).
            05 VOL-NUMERO   PIC 9(02).
            05 VOL-TOTAL    PIC 9(02).
      *    PESO DO VOLUME EM QUILOS (TRES CASAS)
            05 VOL-PESO     PIC 9(03)V999.
      *    DATA DA DIGITACAO (AAAAMMDD) E QUEM EMBALOU
            05 VOL-DATA     PIC 9(08).
            05 VOL-USUARIO  PIC X(20).
