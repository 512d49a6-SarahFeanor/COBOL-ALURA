      *******************************************
      * COPY:      MATMOV
      * OBJETIVO:  LAYOUT DO REGISTRO DE MOVIMENTO DAS MATRICULAS
      *            (MATMOV.DAT) - O MATMANUT GRAVA UMA LINHA POR
      *            ENTRADA, DESISTENCIA E TRANSFERENCIA DE TURMA,
      *            COM A DATA EM QUE O MOVIMENTO VALE E O MOTIVO
      *            O MENSALID LE AS DESISTENCIAS PARA COBRAR O
      *            ULTIMO MES PROPORCIONAL E O MATMOVR IMPRIME O
      *            MOVIMENTO DO MES POR TURMA
      *            ARQUIVO SO CRESCE (OPEN EXTEND), COMO O JORNAL
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       01 MATMOV-REG.
            05 MMV-MATRICULA  PIC 9(06).
            05 MMV-NOME       PIC X(30).
      *    TIPO DO MOVIMENTO
            05 MMV-TIPO       PIC X(01).
                88 MMV-ENTRADA       VALUE 'E'.
                88 MMV-DESISTENCIA   VALUE 'D'.
                88 MMV-TRANSFERENCIA VALUE 'T'.
      *    DATA EM QUE O MOVIMENTO VALE (AAAAMMDD) E DATA EM QUE
      *    FOI LANCADO NA SECRETARIA
            05 MMV-DATA-EFETIVA PIC 9(08).
            05 MMV-DATA-LANCTO  PIC 9(08).
      *    TURMA DE ORIGEM (TURMA QUE O ALUNO DEIXA) E DE DESTINO -
      *    NA ENTRADA SO O DESTINO, NA DESISTENCIA SO A ORIGEM
            05 MMV-TURMA-ORIGEM  PIC X(06).
            05 MMV-TURMA-DESTINO PIC X(06).
            05 MMV-MOTIVO     PIC X(30).
