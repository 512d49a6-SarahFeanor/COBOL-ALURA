      *            O FECHAMENTO RODA QUANDO O CABECALHO SEGUINTE
      *            JA ESTA NA AREA DO REGISTRO E ELA NAO PODE SER
      *            SOBRESCRITA
      * ALTERADO = 15/10/2026 - SARAH - AREAS DO PEDIDO ACOMPANHAM O
      *            CABECALHO COM A CONDICAO DE PAGAMENTO
      * ALTERADO = 15/10/2026 - SARAH - AREAS DO PEDIDO
      *            ACOMPANHAM O CABECALHO COM O DEPOSITO DE SAIDA
      * ALTERADO = 15/10/2026 - SARAH - REGISTRO DO PEDIDO PASSA
      *            A 54 POSICOES (DATA DE ENTREGA NO CABECALHO)
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO PEDIDO PASSA
      *            A 57 BYTES (TRANSPORTADORA FORCADA NO CABECALHO)
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY PEDIDOS.

       FD PEDIDOS-OK.
       01 PEDOK-LINHA PIC X(57).

       FD PEDPRE-EXC.
       01 EXC-LINHA PIC X(90).

       WORKING-STORAGE SECTION.
       77 WRK-CLIENTES-DAT PIC X(80) VALUE SPACES.
       77 WRK-QTITENS-PED  PIC 9(02) VALUE 0.
       77 WRK-MOTIVO       PIC X(30) VALUE SPACES.

       01 WRK-CAB-GUARDADO PIC X(57).

       01 WRK-TAB-ITENS.
      *    ITENS VALIDOS DO PEDIDO CORRENTE - SO DESCEM PARA
      *    PEDIDOS.OK QUANDO O PEDIDO FECHA COM CABECALHO BOM E
      *    PELO MENOS UM ITEM APROVEITAVEL
           05 WRK-ITEM-GUARDADO OCCURS 50 TIMES PIC X(57).

       01 TAB-UF-DADOS.
      *    AS 27 UNIDADES DA FEDERACAO, LADO A LADO
               10 TAB-UF-SIGLA PIC X(02).

       01 EXC-DETALHE.
           05 EXC-REGISTRO PIC X(57).
           05 FILLER       PIC X(03) VALUE SPACES.
           05 EXC-MOTIVO   PIC X(30).

