      *            CADASTRO ANTIGO COM MOVIMENTO RECENTE NAO E
      *            MAIS ARQUIVADO; SEM ATIVIDADE REGISTRADA VALE
      *            A DATA DE CADASTRO, COMO ANTES
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 226 BYTES (TIPO DE PESSOA, CNPJ E
      *            INSCRICAO ESTADUAL)
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 229 BYTES (VENDEDOR DO CLIENTE)
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 230 BYTES (CLASSE ABC)
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 235 BYTES (GRUPO ECONOMICO)
      ******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10 HIS-CODIGO PIC 9(07).
           05 HIS-FONE     PIC 9(11).
           05 HIS-NOME     PIC X(30).
           05 FILLER       PIC X(187).

       FD ARQUIVO-CFG.
       01 CFG-LINHA.
       77 WRK-JNL-OPER     PIC X(01) VALUE SPACES.
       77 WRK-JNL-PROGRAMA PIC X(08) VALUE 'CLIEARCH'.
       77 WRK-JNL-USUARIO  PIC X(20) VALUE 'CLIEARCH'.
       01 WRK-REG-ANTES    PIC X(235) VALUE SPACES.
       01 WRK-REG-VAZIO    PIC X(235) VALUE SPACES.
       01 WRK-DATA-SISTEMA.
           05 WRK-ANOSIS PIC 9(04).
           05 WRK-MESSIS PIC 9(02).
