      *            NESTE REGISTRO"
      * AUTHOR  :  SARAH
      * DATA:      22/08/2026
      * ALTERADO:  15/10/2026 - SARAH - IMAGENS PASSAM A 226 BYTES
      *            (TIPO DE PESSOA, CNPJ E INSCRICAO ESTADUAL)
      * ALTERADO:  15/10/2026 - SARAH - IMAGENS PASSAM A 229 BYTES
      *            (VENDEDOR DO CLIENTE) E O REGISTRO GANHA O
      *            IDENTIFICADOR DA EXECUCAO DA ATUALIZACAO EM MASSA
      * ALTERADO:  15/10/2026 - SARAH - IMAGENS PASSAM A 230 BYTES
      *            (CLASSE ABC DO CLIENTE)
      * ALTERADO:  15/10/2026 - SARAH - IMAGENS PASSAM A 235 BYTES
      *            (GRUPO ECONOMICO DO CLIENTE)
      ******************************************
       01 CLIEJNL-REG.
            05 CJN-DATA     PIC 9(08).
                88 CJN-GRAVACAO   VALUE 'W'.
                88 CJN-REGRAVACAO VALUE 'R'.
                88 CJN-EXCLUSAO   VALUE 'D'.
      *    IMAGENS COMPLETAS DO CLIENTES-REG (235 BYTES CADA) -
      *    ANTES EM BRANCO NO WRITE, DEPOIS EM BRANCO NO DELETE
            05 CJN-IMAGEM-ANTES  PIC X(235).
            05 CJN-IMAGEM-DEPOIS PIC X(235).
      *    EXECUCAO DA ATUALIZACAO EM MASSA (CLIEMASS),
      *    TRANSFERENCIA DE CARTEIRA (CARTAPLI) OU CLASSIFICACAO
      *    ABC (CURVAABC) QUE GEROU A GRAVACAO - DATA E HORA DO
      *    INICIO OU DO REGISTRO (AAAAMMDDHHMMSS); EM BRANCO NAS
      *    GRAVACOES AVULSAS
            05 CJN-EXECUCAO      PIC X(14).
