      * ALTERADO = 02/09/2026 - SARAH - FILA LGPD ALEM DA
      *            TABELA RECUSA A ANONIMIZACAO - A REGRAVACAO
      *            NAO PODE PERDER PEDIDO DA FILA
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 226 BYTES (TIPO DE PESSOA, CNPJ E
      *            INSCRICAO ESTADUAL)
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 229 BYTES (VENDEDOR DO CLIENTE) E
      *            A AREA DE TRABALHO DO JORNAL A 515
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 230 BYTES (CLASSE ABC) E A
      *            LINHA DO JORNAL DE TRABALHO A 517 BYTES
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 235 BYTES (GRUPO ECONOMICO) E A
      *            LINHA DO JORNAL DE TRABALHO A 527 BYTES
      ******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10 HIS-CODIGO PIC 9(07).
           05 HIS-FONE     PIC 9(11).
           05 HIS-NOME     PIC X(30).
           05 FILLER       PIC X(187).

       FD LGPDFILA.
           COPY LGPDFILA.
           COPY CLIEJNL.

       FD JNL-TRABALHO.
       01 JWK-LINHA PIC X(527).

       FD LGPD-LOG.
       01 LOG-LINHA.
           05 WRK-IA-CPF      PIC X(11).
           05 WRK-IA-SALDO    PIC X(09).
           05 WRK-IA-LIMITE   PIC X(09).
      *    CONSENTIMENTO, TIPO DE PESSOA, CNPJ, INSCRICAO ESTADUAL
      *    E VENDEDOR PASSAM COMO ESTAO (DOCUMENTO DE EMPRESA NAO
      *    E PESSOAL)
           05 FILLER          PIC X(39).
       77 WRK-JNL-OPER     PIC X(01) VALUE SPACES.
       77 WRK-JNL-PROGRAMA PIC X(08) VALUE 'CLIEANON'.
       01 WRK-REG-ANTES    PIC X(235) VALUE SPACES.
       77 WRK-MODULO       PIC X(25) VALUE SPACES.
       77 WRK-TECLA        PIC X(01).
           88 TECLA-CANCELAR VALUE 'X' 'x'.
