      *******************************************
      * COPY:      RISCHOLD
      * OBJETIVO:  LAYOUT DO REGISTRO DA FILA DE TRIAGEM DE RISCO
      *            (RISCHOLD.DAT) - PEDIDO QUE BATEU EM REGRA DE
      *            ANOMALIA DE RISCO.CFG (VALOR MUITO ACIMA DA
      *            MEDIA DO CLIENTE, ENDERECO RECEM-CADASTRADO,
      *            PRIMEIRO PEDIDO ALTO DE CLIENTE NOVO, PEDIDOS
      *            DEMAIS NO DIA) FICA AQUI PENDENTE, COM OS
      *            MOTIVOS, ATE A MESA DE RISCO (RISCMESA) LIBERAR
      *            OU CANCELAR; O PROGCOB10 GRAVA A RETENCAO E
      *            RESPEITA A DECISAO NA RODADA SEGUINTE, COMO NO
      *            CREDHOLD
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       01 RISCHOLD-REG.
      *    NUMERO DO PEDIDO RETIDO E O CLIENTE DELE
            05 RSH-PEDIDO   PIC 9(07).
            05 RSH-CODIGO   PIC 9(07).
            05 RSH-FONE     PIC 9(11).
      *    DATA EM QUE O PEDIDO FOI RETIDO (AAAAMMDD)
            05 RSH-DATA     PIC 9(08).
      *    VALOR TOTAL DAS LINHAS E FRETE CALCULADO DO PEDIDO
            05 RSH-VALOR    PIC 9(07)V99.
            05 RSH-FRETE    PIC 9(06)V99.
      *    MEDIA DOS EMBARQUES ANTERIORES DO CLIENTE E QUANTOS
      *    PEDIDOS ELE FEZ NA DATA DO PEDIDO - CONTEXTO DA MESA
            05 RSH-MEDIA    PIC 9(07)V99.
            05 RSH-QTDIA    PIC 9(03).
      *    PONTUACAO SOMADA DAS REGRAS QUE O PEDIDO BATEU E OS
      *    CODIGOS DELAS (BRANCOS NAS POSICOES QUE SOBRAM)
            05 RSH-PONTOS   PIC 9(03).
            05 RSH-MOTIVOS.
                10 RSH-MOTIVO PIC X(02) OCCURS 4 TIMES.
                    88 RSH-ACIMA-MEDIA   VALUE 'MD'.
                    88 RSH-ENDERECO-NOVO VALUE 'EN'.
                    88 RSH-CLIENTE-NOVO  VALUE 'CN'.
                    88 RSH-PEDIDOS-DIA   VALUE 'QD'.
      *    SITUACAO DA RETENCAO - SO A MESA DE RISCO MUDA
            05 RSH-SITUACAO PIC X(01).
                88 RSH-PENDENTE VALUE 'P'.
                88 RSH-LIBERADO VALUE 'L'.
                88 RSH-RECUSADO VALUE 'R'.
