      *******************************************
      * COPY:      CONDPAG
      * OBJETIVO:  LAYOUT DO REGISTRO MESTRE DE CONDICOES DE
      *            PAGAMENTO (CONDPAG.DAT) - O CODIGO E CAPTURADO
      *            NO CABECALHO DO PEDIDO, CARREGADO ATE O
      *            EMBARQUE PELO PROGCOB10 E O FATURA ABRE UM
      *            TITULO POR PARCELA, CADA UM COM O SEU
      *            VENCIMENTO (EMISSAO + PRAZO EM DIAS, BASE
      *            30/360) - EX.: 30/60/90 = 3 PARCELAS
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       01 CONDPAG-REG.
      *    CHAVE PRIMARIA - CODIGO DA CONDICAO
            05 CPG-CHAVE.
                10 CPG-CODIGO PIC X(03).
            05 CPG-DESCRICAO  PIC X(30).
      *    QUANTIDADE DE PARCELAS (1 A 6)
            05 CPG-QTPARCELAS PIC 9(02) VALUE ZEROS.
      *    PRAZO DE CADA PARCELA EM DIAS CORRIDOS DA EMISSAO -
      *    PRAZO ZERO NA PRIMEIRA PARCELA E ENTRADA A VISTA
            05 CPG-PRAZOS.
                10 CPG-DIAS-01 PIC 9(03) VALUE ZEROS.
                10 CPG-DIAS-02 PIC 9(03) VALUE ZEROS.
                10 CPG-DIAS-03 PIC 9(03) VALUE ZEROS.
                10 CPG-DIAS-04 PIC 9(03) VALUE ZEROS.
                10 CPG-DIAS-05 PIC 9(03) VALUE ZEROS.
                10 CPG-DIAS-06 PIC 9(03) VALUE ZEROS.
            05 CPG-TAB-PRAZOS REDEFINES CPG-PRAZOS.
                10 CPG-DIAS PIC 9(03) OCCURS 6 TIMES.
      *    SITUACAO DA CONDICAO - EXCLUSAO LOGICA (SOFT DELETE)
            05 CPG-STATUS-CONDPAG PIC X(01) VALUE '1'.
                88 CPG-ATIVA   VALUE '1'.
                88 CPG-INATIVA VALUE '2'.
