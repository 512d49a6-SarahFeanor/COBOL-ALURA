      *            DELTA COM AS GRAVACOES DO JORNAL DO DIA
      * AUTHOR  :  SARAH
      * DATA:      02/09/2026
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
       CONFIGURATION SECTION.
       77 WRK-QTCHAVES    PIC 9(04) VALUE 0.
       77 WRK-IX-CHAVE    PIC 9(04) VALUE 0.
       77 WRK-ACHOU       PIC X(01) VALUE 'N'.
       01 WRK-IMAGEM-FINAL PIC X(235) VALUE SPACES.
       01 WRK-CLIENTE-FINAL.
           COPY CLIENTES REPLACING ==01 CLIENTES-REG.== BY
               ==02 FILLER.==.
               10 WRK-CHV-CODIGO  PIC 9(07).
               10 WRK-CHV-PRIMOP  PIC X(01).
               10 WRK-CHV-ULTOP   PIC X(01).
               10 WRK-CHV-IMAGEM  PIC X(235).
       01 CSV-CABECALHO.
           05 FILLER PIC X(43) VALUE
              'TELEFONE,NOME,EMAIL,STATUS,DATACADASTRO,OP'.
