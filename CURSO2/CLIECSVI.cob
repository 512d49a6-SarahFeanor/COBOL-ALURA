      * DATA:      09/08/2026
      * ALTERADO = 22/08/2026 - SARAH - TODA GRAVACAO NO MESTRE
      *            PASSA PELO JORNAL COMUM (CALL CLIEJRNL)
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 226 BYTES (TIPO DE PESSOA, CNPJ E
      *            INSCRICAO ESTADUAL)
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 229 BYTES (VENDEDOR DO CLIENTE) -
      *            CLIENTE INCLUIDO ENTRA SEM VENDEDOR
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 230 BYTES (CLASSE ABC) -
      *            CLIENTE INCLUIDO ENTRA SEM CLASSE
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 235 BYTES (GRUPO ECONOMICO) -
      *            CLIENTE INCLUIDO ENTRA SEM GRUPO
      ******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77 WRK-JNL-OPER     PIC X(01) VALUE SPACES.
       77 WRK-JNL-PROGRAMA PIC X(08) VALUE 'CLIECSVI'.
       77 WRK-JNL-USUARIO  PIC X(20) VALUE 'CLIECSVI'.
       01 WRK-REG-ANTES    PIC X(235) VALUE SPACES.

       01 EXC-DETALHE.
           05 EXC-NOME     PIC X(30).
                        PERFORM 9000-GRAVAR-EXCECAO
                    ELSE
                    MOVE WRK-COD-NOVO TO CLIENTES-CODIGO
                    MOVE ZEROS TO CLIENTES-VENDEDOR
                    MOVE SPACES TO CLIENTES-CLASSE-ABC
                    MOVE ZEROS TO CLIENTES-GRUPO
                    SET ATIVO TO TRUE
                    ACCEPT CLIENTES-DATACADASTRO FROM DATE YYYYMMDD
                    WRITE CLIENTES-REG
