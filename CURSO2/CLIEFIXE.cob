      * ALTERADO = 02/09/2026 - SARAH - TABELA EM MEMORIA
      *            ESTOURADA RECUSA A MANUTENCAO - A REGRAVACAO
      *            NAO PODE PERDER O RABO DO ARQUIVO
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 226 BYTES (TIPO DE PESSOA, CNPJ E
      *            INSCRICAO ESTADUAL)
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 229 BYTES (VENDEDOR DO CLIENTE) -
      *            CLIENTE INCLUIDO ENTRA SEM VENDEDOR
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 230 BYTES (CLASSE ABC)
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 235 BYTES (GRUPO ECONOMICO)
      ******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77 WRK-JNL-OPER     PIC X(01) VALUE SPACES.
       77 WRK-JNL-PROGRAMA PIC X(08) VALUE 'CLIEFIXE'.
       77 WRK-JNL-USUARIO  PIC X(20) VALUE 'CLIEFIXE'.
       01 WRK-REG-ANTES    PIC X(235) VALUE SPACES.

       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
           88 TABELA-ESTOURADA VALUE 'S'.
                ACCEPT CLIENTES-DATACADASTRO FROM DATE YYYYMMDD
                MOVE SPACES TO CLIENTES-ENDERECO CLIENTES-CIDADE
                               CLIENTES-UF CLIENTES-CPF
                               CLIENTES-CNPJ CLIENTES-IE
                SET PESSOA-FISICA TO TRUE
                MOVE ZEROS TO CLIENTES-CEP CLIENTES-SALDO
                              CLIENTES-LIMITECREDITO
                              CLIENTES-VENDEDOR
                WRITE CLIENTES-REG
                  INVALID KEY
                    MOVE 'TELEFONE JA CADASTRADO' TO
