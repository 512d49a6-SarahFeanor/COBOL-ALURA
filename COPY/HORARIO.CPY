      *******************************************
      * COPY:      HORARIO
      * OBJETIVO:  LAYOUT DO QUADRO DE HORARIOS (HORARIO.DAT) -
      *            UMA AULA POR REGISTRO: TURMA, DIA DA SEMANA,
      *            TEMPO (POSICAO DA AULA NO PERIODO DA TURMA),
      *            SALA E PROFESSOR
      *            AS CHAVES ALTERNADAS SAO UNICAS DE PROPOSITO: A
      *            MESMA SALA OU O MESMO PROFESSOR NAO PODEM ESTAR
      *            EM DUAS AULAS NO MESMO DIA E TEMPO - O HORAMANT
      *            CONFERE ANTES E O ARQUIVO RECUSA O QUE ESCAPAR
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       01 HORARIO-REG.
      *    CHAVE PRIMARIA - TURMA + DIA + TEMPO
            05 HOR-CHAVE.
                10 HOR-TURMA   PIC X(06).
      *        DIA DA SEMANA: 2 SEGUNDA ... 6 SEXTA, 7 SABADO
                10 HOR-DIA     PIC 9(01).
                   88 HOR-DIA-OK VALUE 2 THRU 7.
                10 HOR-TEMPO   PIC 9(01).
                   88 HOR-TEMPO-OK VALUE 1 THRU 9.
      *    CHAVE ALTERNADA - SALA OCUPADA NO DIA + TEMPO
            05 HOR-CHAVE-SALA.
                10 HOR-SALA-DIA   PIC 9(01).
                10 HOR-SALA-TEMPO PIC 9(01).
                10 HOR-SALA       PIC X(06).
      *    CHAVE ALTERNADA - PROFESSOR OCUPADO NO DIA + TEMPO
            05 HOR-CHAVE-PROF.
                10 HOR-PROFESSOR  PIC X(06).
                10 HOR-PROF-DIA   PIC 9(01).
                10 HOR-PROF-TEMPO PIC 9(01).
            05 HOR-DISCIPLINA PIC X(20).
