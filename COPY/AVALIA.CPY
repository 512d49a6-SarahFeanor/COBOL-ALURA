      *******************************************
      * COPY:      AVALIA
      * OBJETIVO:  LAYOUT DA LINHA DO ESQUEMA DE AVALIACAO POR TURMA
      *            (AVALIA.CFG, MANTIDO NO EDITOR COMO O
      *            TURMPROG.CFG) - UMA LINHA POR AVALIACAO DA
      *            TURMA, NA ORDEM EM QUE AS NOTAS SAO LANCADAS
      *            (PROVAS, TRABALHOS, PROJETOS), COM O PESO DE CADA
      *            UMA E A MEDIA DE APROVACAO DA TURMA
      *            TURMA SEM LINHA NO ARQUIVO SEGUE A REGRA ANTIGA:
      *            NOTA 1 + NOTA 2, MEDIA SIMPLES, APROVA COM 6
      *            LINHA SEM TURMA OU COM PESO ZERO E IGNORADA; A
      *            MEDIA DE APROVACAO VALE A DA PRIMEIRA LINHA DA
      *            TURMA (ZERO = 6)
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       01 AVL-LINHA.
            05 AVL-TURMA        PIC X(06).
      *    ORDEM DA AVALIACAO NA TURMA (SO PARA QUEM LE O ARQUIVO -
      *    VALE A ORDEM DAS LINHAS)
            05 AVL-SEQ          PIC 9(02).
            05 AVL-DESCRICAO    PIC X(20).
            05 AVL-PESO         PIC 9(03).
      *    MEDIA PONDERADA MINIMA PARA APROVAR (ESCALA 0 A 10)
            05 AVL-MEDIA-APROV  PIC 9(02)V9.
