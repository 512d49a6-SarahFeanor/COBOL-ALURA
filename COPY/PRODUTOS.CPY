      *            A CAPTURA DE PEDIDOS RESERVA NA ENTRADA, O
      *            EMBARQUE (PROGCOB10) CONVERTE EM BAIXA REAL E
      *            O CANCELAMENTO/RECONCILIACAO (RESERCON) SOLTA
      * ALTERADO:  15/10/2026 - SARAH - CUSTO MEDIO PONDERADO,
      *            RECALCULADO A CADA RECEBIMENTO (OCPRECEB) E
      *            GRAVADO COMO CUSTO DA MERCADORIA NO EMBARQUE
      * ALTERADO:  15/10/2026 - SARAH - SALDO E RESERVA PASSAM A SER
      *            O TOTAL DA EMPRESA; O SALDO DE CADA DEPOSITO
      *            FICA EM ESTDEP.DAT (COPY ESTDEP)
      * ALTERADO:  15/10/2026 - SARAH - CLASSE ABC PELO VALOR
      *            EMBARCADO, GRAVADA PELO CURVAABC
      ******************************************
       01 PRODUTO-REG.
      *    CHAVE PRIMARIA - CODIGO DO PRODUTO
            05 PROD-STATUS-PRODUTO PIC X(01) VALUE '1'.
                88 PROD-ATIVO   VALUE '1'.
                88 PROD-INATIVO VALUE '2'.
      *    QUANTIDADE DISPONIVEL - TOTAL DA EMPRESA, SOMANDO
      *    OS DEPOSITOS E O QUE ESTA EM TRANSFERENCIA
            05 PROD-QTESTOQUE PIC 9(05) VALUE ZEROS.
      *    QUANTIDADE JA PROMETIDA A PEDIDOS CAPTURADOS E AINDA
      *    NAO EMBARCADOS
      *    LOCACAO NO DEPOSITO (RUA/PRATELEIRA) - ORDENA O
      *    ROMANEIO DE SEPARACAO
            05 PROD-LOCACAO   PIC X(06) VALUE SPACES.
      *    CUSTO MEDIO PONDERADO DO ESTOQUE EM MAOS (QUATRO
      *    CASAS) - SO O RECEBIMENTO DE MERCADORIA MEXE
            05 PROD-CUSTO-MEDIO PIC 9(07)V9999 VALUE ZEROS.
      *    CLASSE ABC (PARETO) PELO VALOR EMBARCADO NOS ULTIMOS 12
      *    MESES - GRAVADA PELA CLASSIFICACAO TRIMESTRAL
      *    (CURVAABC); EM BRANCO = AINDA NAO CLASSIFICADO
            05 PROD-CLASSE-ABC PIC X(01) VALUE SPACES.
                88 PROD-CURVA-A VALUE 'A'.
                88 PROD-CURVA-B VALUE 'B'.
                88 PROD-CURVA-C VALUE 'C'.
