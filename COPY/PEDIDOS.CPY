      * ALTERADO:  02/09/2026 - SARAH - CABECALHO GANHA A
      *            SEQUENCIA DO ENDERECO DE ENTREGA DO CADERNO
      *            ENDERECO.DAT (ZEROS = ENDERECO DO MESTRE)
      * ALTERADO:  15/10/2026 - SARAH - CABECALHO GANHA O CODIGO
      *            DA CONDICAO DE PAGAMENTO (CONDPAG.DAT, BRANCOS
      *            = PARCELA UNICA EM 30 DIAS)
      * ALTERADO:  15/10/2026 - SARAH - ITEM GANHA O DESCONTO DE
      *            LINHA DADO PELO OPERADOR E A MARCA DE ACIMA DO
      *            TETO DO PERFIL (PEDIDO AGUARDA APROVACAO ADM)
      * ALTERADO:  15/10/2026 - SARAH - CABECALHO GANHA O DEPOSITO
      *            DE ONDE O PEDIDO SAI (TABDEP, BRANCOS = 01)
      * ALTERADO:  15/10/2026 - SARAH - CABECALHO GANHA A DATA DE
      *            ENTREGA PEDIDA PELO CLIENTE - O PROGCOB10 SEGURA
      *            O PEDIDO ATE ELA (ZEROS = EMBARQUE IMEDIATO)
      * ALTERADO:  15/10/2026 - SARAH - CABECALHO GANHA A
      *            TRANSPORTADORA FORCADA PELO OPERADOR (BRANCOS =
      *            O FRETECALC COTA A MAIS BARATA)
      ******************************************
       01 PEDIDO-REG.
      *    TIPO DO REGISTRO - CABECALHO OU ITEM DO PEDIDO
                10 PED-VENDEDOR PIC 9(03).
      *        SEQUENCIA DO ENDERECO DE ENTREGA (ZEROS = MESTRE)
                10 PED-ENDSEQ  PIC 9(02).
      *        CONDICAO DE PAGAMENTO (BRANCOS = PARCELA UNICA)
                10 PED-CONDPAG PIC X(03).
      *        DEPOSITO DE SAIDA (BRANCOS = DEPOSITO 01)
                10 PED-DEPOSITO PIC X(02).
      *        DATA DE ENTREGA PEDIDA (AAAAMMDD) - ZEROS = EMBARQUE
      *        IMEDIATO; PEDIDO ANTIGO TRAZ BRANCOS, TESTAR NUMERIC
                10 PED-DATA-ENTREGA PIC 9(08).
      *        TRANSPORTADORA FORCADA (BRANCOS = A MAIS BARATA)
                10 PED-TRANSP  PIC X(03).
            05 PED-DADOS-ITEM REDEFINES PED-DADOS-CAB.
                10 PED-CODPROD PIC X(08).
                10 PED-QTDE    PIC 9(03).
                10 PED-VALOR   PIC 9(06)V99.
      *        DESCONTO DE LINHA (%) DIGITADO NA CAPTURA - SO VALE
      *        COM A MARCA PREENCHIDA; ITEM ANTIGO TRAZ RESTO DO
      *        CABECALHO AQUI E A MARCA FORA DE S/N O DESCARTA
                10 PED-DESCLINHA PIC 9(02)V99.
                10 PED-DESCMARCA PIC X(01).
                    88 PED-DESC-INFORMADO  VALUE 'S' 'N'.
                    88 PED-DESC-ACIMA-TETO VALUE 'S'.
