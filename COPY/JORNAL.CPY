      * ALTERADO:  02/09/2026 - SARAH - GANHA O CODIGO DO CLIENTE
      *            AO LADO DO FONE - O HISTORICO SOBREVIVE A UMA
      *            TROCA DE TELEFONE (CONVERSAO PELO CLIECODV)
      * ALTERADO:  15/10/2026 - SARAH - TIPO C (COMISSAO DA
      *            COBRADORA, POSTADA PELO COBRIMP) - DESPESA DA
      *            CASA, SEM CLIENTE: CODIGO E FONE ZERADOS, NAO
      *            MEXE EM SALDO NENHUM
      * ALTERADO:  15/10/2026 - SARAH - TIPO K (TAXA DA
      *            ADQUIRENTE DE CARTAO, POSTADA PELO ADQLIQ NA
      *            LIQUIDACAO) - DESPESA DA CASA COMO O TIPO C
      * ALTERADO:  15/10/2026 - SARAH - TIPO N (NOTA DE CREDITO
      *            SOBRE FATURA, POSTADA PELO NCRPOST) - CREDITA O
      *            CLIENTE; DOCUMENTO E O NUMERO DA NOTA
      * ALTERADO:  15/10/2026 - SARAH - TIPO M POSITIVO (DIAS SEM
      *            AULA DO ULTIMO MES DE QUEM DESISTIU, DEVOLVIDOS
      *            PELO MENSALID) - DOCUMENTO E O DA MENSALIDADE
      ******************************************
       01 JORNAL-REG.
            05 JRN-DATA      PIC 9(08).
                88 JRN-BAIXA        VALUE 'B'.
                88 JRN-TRANSPORTE   VALUE 'A'.
                88 JRN-MENSALIDADE  VALUE 'M'.
                88 JRN-COMISSAO     VALUE 'C'.
                88 JRN-TAXA-CARTAO  VALUE 'K'.
                88 JRN-NOTA-CREDITO VALUE 'N'.
      *    CODIGO E TELEFONE DO CLIENTE NO DIA DO LANCAMENTO
            05 JRN-CODIGO    PIC 9(07).
            05 JRN-FONE      PIC 9(11).
