      * ALTERADO = 02/09/2026 - SARAH - TABELA EM MEMORIA
      *            ESTOURADA ABORTA O PASSO - A REGRAVACAO NAO
      *            PODE PERDER O RABO DO ARQUIVO
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO TITULO EM MEMORIA
      *            ACOMPANHA O LAYOUT COM PARCELA E VENCIMENTO
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 226 BYTES (TIPO DE PESSOA, CNPJ E
      *            INSCRICAO ESTADUAL)
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO TITULO ACOMPANHA
      *            O LAYOUT COM BRUTO E DESCONTO DA MENSALIDADE
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 229 BYTES (VENDEDOR DO CLIENTE)
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 230 BYTES (CLASSE ABC)
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO TITULO ACOMPANHA
      *            O LAYOUT COM A DATA DA LIQUIDACAO (98 BYTES)
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 235 BYTES (GRUPO ECONOMICO)
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-JNL-OPER     PIC X(01) VALUE SPACES.
       77 WRK-JNL-PROGRAMA PIC X(08) VALUE 'BAIXAPOS'.
       77 WRK-JNL-USUARIO  PIC X(20) VALUE 'BAIXAPOST'.
       01 WRK-REG-ANTES    PIC X(235) VALUE SPACES.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
           88 TABELA-ESTOURADA VALUE 'S'.
       01 WRK-TAB-PROPOSTAS.
               10 WRK-PRO-IMG PIC X(56).
       01 WRK-TAB-TITULOS.
           05 WRK-TIT OCCURS 2000 TIMES.
               10 WRK-TIT-IMG PIC X(98).
       01 RPT-CABECALHO.
           05 FILLER    PIC X(34) VALUE
              'BAIXAS DE DIVIDA EFETIVADAS  DATA '.
