      *            NO INCLUIR PELO CLINUM.CTL - O TELEFONE VIRA
      *            CHAVE ALTERNADA UNICA E PODE SER ALTERADO SEM
      *            ORFANAR O HISTORICO (CONVERSAO PELO CLIECODV)
      * ALTERADO:  15/10/2026 - SARAH - TIPO DE PESSOA (F/J), CNPJ
      *            E INSCRICAO ESTADUAL - EMPRESA DEIXA DE SER
      *            CADASTRADA PELO CPF DO SOCIO; O REGISTRO PASSA
      *            A 226 BYTES (CONVERSAO PELO CLIEPJCV)
      * ALTERADO:  15/10/2026 - SARAH - VENDEDOR RESPONSAVEL PELO
      *            CLIENTE - O REGISTRO PASSA A 229 BYTES
      *            (CONVERSAO PELO CLIEVDCV)
      * ALTERADO:  15/10/2026 - SARAH - CLASSE ABC DO CLIENTE PELO
      *            FATURAMENTO (CURVAABC) - O REGISTRO PASSA A 230
      *            BYTES (CONVERSAO PELO CLIEABCV)
      * ALTERADO:  15/10/2026 - SARAH - GRUPO ECONOMICO DO CLIENTE
      *            (GRUPOS.DAT), COM LIMITE DE CREDITO COMPARTILHADO
      *            - O REGISTRO PASSA A 235 BYTES (CONVERSAO PELO
      *            CLIEGRCV)
      ******************************************
       01 CLIENTES-REG.
      *    CHAVE PRIMARIA - CODIGO DO CLIENTE
            05 CLIENTES-CONSENTIMENTO PIC X(01) VALUE 'S'.
                88 ACEITA-MALA    VALUE 'S'.
                88 NAO-ACEITA-MALA VALUE 'N'.
      *    TIPO DE PESSOA - F FISICA (DOCUMENTO E O CPF), J
      *    JURIDICA (DOCUMENTO E O CNPJ); EM BRANCO NOS CADASTROS
      *    ANTERIORES AO CAMPO, QUE VALEM COMO PESSOA FISICA
            05 CLIENTES-TIPO-PESSOA PIC X(01) VALUE 'F'.
                88 PESSOA-FISICA   VALUE 'F' ' '.
                88 PESSOA-JURIDICA VALUE 'J'.
      *    CNPJ DA EMPRESA (SOMENTE DIGITOS) - SO PESSOA JURIDICA
            05 CLIENTES-CNPJ    PIC X(14) VALUE SPACES.
      *    INSCRICAO ESTADUAL (SOMENTE DIGITOS OU ISENTO) - EMPRESA
      *    COM INSCRICAO E CONTRIBUINTE DO ICMS (ICMSMES)
            05 CLIENTES-IE      PIC X(14) VALUE SPACES.
                88 IE-ISENTO VALUE 'ISENTO'.
      *    VENDEDOR RESPONSAVEL PELO CLIENTE (VENDEDOR.DAT) -
      *    ZEROS = CLIENTE SEM VENDEDOR (VENDA DE BALCAO)
            05 CLIENTES-VENDEDOR PIC 9(03) VALUE ZEROS.
      *    CLASSE ABC (PARETO) PELO FATURAMENTO DOS ULTIMOS 12
      *    MESES - GRAVADA PELA CLASSIFICACAO TRIMESTRAL
      *    (CURVAABC); EM BRANCO = AINDA NAO CLASSIFICADO
            05 CLIENTES-CLASSE-ABC PIC X(01) VALUE SPACES.
                88 CLIENTES-CURVA-A VALUE 'A'.
                88 CLIENTES-CURVA-B VALUE 'B'.
                88 CLIENTES-CURVA-C VALUE 'C'.
      *    GRUPO ECONOMICO DO CLIENTE (GRUPOS.DAT) - AS EMPRESAS DO
      *    MESMO GRUPO DIVIDEM UM LIMITE DE CREDITO; ZEROS = CLIENTE
      *    FORA DE GRUPO (SO VALE O LIMITE INDIVIDUAL)
            05 CLIENTES-GRUPO PIC 9(05) VALUE ZEROS.
