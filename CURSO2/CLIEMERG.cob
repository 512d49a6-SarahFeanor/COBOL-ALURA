      * ALTERADO = 22/08/2026 - SARAH - TELA NO PADRAO DO MENU DE
      *            CLIENTES (SCREEN SECTION); LOGIN ADM SEGUE EM
      *            LINHA COM NO ECHO, COMO NO LOGIN DO MENU
      * ALTERADO = 15/10/2026 - SARAH - COPIA DE TRABALHO DO PEDIDO
      *            ACOMPANHA O CABECALHO COM A CONDICAO DE
      *            PAGAMENTO
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 226 BYTES (TIPO DE PESSOA, CNPJ E
      *            INSCRICAO ESTADUAL)
      * ALTERADO = 15/10/2026 - SARAH - COPIA DE TRABALHO DO PEDIDO
      *            ACOMPANHA O CABECALHO COM O DEPOSITO DE SAIDA
      * ALTERADO = 15/10/2026 - SARAH - REGISTRO DO PEDIDO PASSA
      *            A 54 POSICOES (DATA DE ENTREGA NO CABECALHO)
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 229 BYTES (VENDEDOR DO CLIENTE)
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 230 BYTES (CLASSE ABC)
      * ALTERADO = 15/10/2026 - SARAH - REGISTRO DO PEDIDO PASSA
      *            A 57 POSICOES (TRANSPORTADORA FORCADA NO CABECALHO)
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 235 BYTES (GRUPO ECONOMICO)
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY PEDIDOS.

       FD PEDIDOS-WRK.
       01 PWRK-LINHA PIC X(57).

       FD CLIEMERG-LOG.
       01 LOG-LINHA.
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-JNL-OPER     PIC X(01) VALUE SPACES.
       77 WRK-JNL-PROGRAMA PIC X(08) VALUE 'CLIEMERG'.
       01 WRK-REG-ANTES    PIC X(235) VALUE SPACES.
       01 WRK-REG-1        PIC X(235) VALUE SPACES.
       01 WRK-REG-2        PIC X(235) VALUE SPACES.
       01 WRK-REG-VENC     PIC X(235) VALUE SPACES.
       01 WRK-REG-PERD     PIC X(235) VALUE SPACES.
       77 WRK-MODULO       PIC X(25) VALUE SPACES.
       77 WRK-TECLA        PIC X(01).
       77 WRK-MSGERRO      PIC X(30).
