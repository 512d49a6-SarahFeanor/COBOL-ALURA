      *******************************************
      * COPY:      PEDRECOR
      * OBJETIVO:  LAYOUT DO PEDIDO PROGRAMADO (PEDRECOR.DAT),
      *            CHAVEADO PELO CODIGO DO CLIENTE E UMA SEQUENCIA -
      *            O CLIENTE QUE REPETE A MESMA COMPRA TODA SEMANA
      *            OU TODO MES TEM AQUI OS ITENS E A PROXIMA DATA;
      *            O PEDRECGE GERA O PEDIDO EM PEDIDOS.DAT QUANDO A
      *            DATA VENCE E O PEDRMANT PAUSA, REATIVA OU
      *            CANCELA A PROGRAMACAO
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       01 PEDREC-REG.
      *    CHAVE PRIMARIA - CLIENTE E SEQUENCIA DA PROGRAMACAO
            05 RCR-CHAVE.
                10 RCR-CODIGO   PIC 9(07).
                10 RCR-SEQ      PIC 9(02).
      *    DADOS DO CABECALHO COPIADOS DO PEDIDO MODELO
            05 RCR-FONE         PIC 9(11).
            05 RCR-UF           PIC X(02).
            05 RCR-VENDEDOR     PIC 9(03).
            05 RCR-ENDSEQ       PIC 9(02).
            05 RCR-CONDPAG      PIC X(03).
            05 RCR-DEPOSITO     PIC X(02).
      *    FREQUENCIA - S SEMANAL (A CADA 7 DIAS), M MENSAL (MESMO
      *    DIA DO MES SEGUINTE, DIA ATE 28)
            05 RCR-FREQ         PIC X(01).
                88 RCR-SEMANAL  VALUE 'S'.
                88 RCR-MENSAL   VALUE 'M'.
      *    PROXIMA GERACAO E FIM DA PROGRAMACAO (AAAAMMDD) - FIM
      *    ZERADO E PROGRAMACAO SEM DATA PARA ACABAR
            05 RCR-PROXIMA      PIC 9(08).
            05 RCR-FIM          PIC 9(08).
            05 RCR-SITUACAO     PIC X(01).
                88 RCR-ATIVA     VALUE 'A'.
                88 RCR-PAUSADA   VALUE 'P'.
                88 RCR-CANCELADA VALUE 'C'.
                88 RCR-ENCERRADA VALUE 'E'.
      *    PEDIDO QUE SERVIU DE MODELO E ULTIMO PEDIDO GERADO
            05 RCR-PED-MODELO   PIC 9(07).
            05 RCR-ULT-PEDIDO   PIC 9(07).
            05 RCR-ULT-DATA     PIC 9(08).
            05 RCR-QTITENS      PIC 9(02).
            05 RCR-ITENS OCCURS 20 TIMES.
                10 RCR-CODPROD  PIC X(08).
                10 RCR-QTDE     PIC 9(03).
