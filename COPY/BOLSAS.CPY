      *******************************************
      * COPY:      BOLSAS
      * OBJETIVO:  LAYOUT DAS BOLSAS DE ESTUDO (BOLSAS.DAT),
      *            CHAVEADO POR MATRICULA + MES DE INICIO - A
      *            SECRETARIA CADASTRA NO BOLSMANT O PERCENTUAL,
      *            O MOTIVO E A VIGENCIA, E O MENSALID DESCONTA NA
      *            COBRANCA DO MES QUE CAIR DENTRO DA VIGENCIA
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       01 BOLSA-REG.
      *    CHAVE PRIMARIA - MATRICULA + COMPETENCIA INICIAL
            05 BOL-CHAVE.
                10 BOL-MATRICULA PIC 9(06).
                10 BOL-INICIO    PIC 9(06).
      *    ULTIMA COMPETENCIA DA BOLSA (AAAAMM)
            05 BOL-FIM           PIC 9(06).
      *    PERCENTUAL DE DESCONTO SOBRE A MENSALIDADE DA TURMA
            05 BOL-PERCENTUAL    PIC 9(03)V99.
      *    MOTIVO DA BOLSA - O MENSDESC TOTALIZA POR ELE
            05 BOL-MOTIVO        PIC X(01).
                88 BOL-SOCIAL      VALUE 'S'.
                88 BOL-MERITO      VALUE 'M'.
                88 BOL-FUNCIONARIO VALUE 'F'.
                88 BOL-CONVENIO    VALUE 'C'.
                88 BOL-OUTROS      VALUE 'O'.
                88 BOL-MOTIVO-OK   VALUE 'S' 'M' 'F' 'C' 'O'.
            05 BOL-OBSERVACAO    PIC X(30).
