      *******************************************
      * COPY:      OCORREN
      * OBJETIVO:  LAYOUT DAS OCORRENCIAS DE ATENDIMENTO (SAC) -
      *            OCORREN.DAT, CHAVEADO PELO NUMERO (OCONUM.CTL)
      *            COM O CODIGO DO CLIENTE COMO CHAVE ALTERNADA -
      *            RECLAMACAO DE ENTREGA, ITEM ERRADO E COBRANCA
      *            SAEM DO CADERNO E ENTRAM NO ARQUIVO: O MENU DE
      *            CLIENTES ABRE, ATUALIZA E FECHA (OPCAO A) E O
      *            OCORAGE LISTA AS ABERTAS COM PRAZO VENCIDO
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       01 OCORREN-REG.
      *    CHAVE PRIMARIA - NUMERO DA OCORRENCIA
            05 OCO-CHAVE.
                10 OCO-NUMERO  PIC 9(07).
      *    CLIENTE (CLIENTES-CODIGO) - CHAVE ALTERNADA COM
      *    DUPLICATAS, PARA A CONSULTA MOSTRAR AS ABERTAS DELE
            05 OCO-CLIENTE     PIC 9(07).
      *    PEDIDO RECLAMADO (ZEROS = SEM PEDIDO)
            05 OCO-PEDIDO      PIC 9(07).
      *    CATEGORIA DA OCORRENCIA
            05 OCO-CATEGORIA   PIC X(01).
                88 OCO-CAT-ENTREGA  VALUE 'E'.
                88 OCO-CAT-ITEM     VALUE 'I'.
                88 OCO-CAT-COBRANCA VALUE 'C'.
                88 OCO-CAT-OUTROS   VALUE 'O'.
                88 OCO-CATEGORIA-VALIDA VALUE 'E' 'I' 'C' 'O'.
      *    QUEM RESOLVE E ATE QUANDO (AAAAMMDD)
            05 OCO-RESPONSAVEL PIC X(20).
            05 OCO-PRAZO       PIC 9(08).
            05 OCO-DESCRICAO   PIC X(60).
      *    ABERTURA E ULTIMA ATUALIZACAO - DATA E OPERADOR
            05 OCO-ABERTURA    PIC 9(08).
            05 OCO-ABERTO-POR  PIC X(20).
            05 OCO-ATUALIZACAO PIC 9(08).
            05 OCO-ATUALIZADO-POR PIC X(20).
      *    SITUACAO - A FECHADA GUARDA DATA E SOLUCAO
            05 OCO-SITUACAO    PIC X(01).
                88 OCO-ABERTA  VALUE 'A'.
                88 OCO-FECHADA VALUE 'F'.
            05 OCO-FECHAMENTO  PIC 9(08).
            05 OCO-SOLUCAO     PIC X(60).
