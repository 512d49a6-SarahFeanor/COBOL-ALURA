      *******************************************
      * COPY:      AVALNOTA
      * OBJETIVO:  LAYOUT DAS NOTAS POR AVALIACAO DO HISTORICO
      *            (ALUNOS.AVL), CHAVEADO POR MATRICULA + PERIODO +
      *            ORDEM DA AVALIACAO - COMPLEMENTA O HIST-REG DAS
      *            TURMAS COM ESQUEMA DE AVALIACAO (AVALIA.CFG)
      *            HISTORICO DE DUAS NOTAS NAO TEM LINHAS AQUI E
      *            CONTINUA LIDO SO PELO ALUNOS.HST
      *            DESCRICAO E PESO FICAM GRAVADOS PARA QUE A
      *            CORRECAO RECALCULE O PERIODO COMO FOI AVALIADO,
      *            MESMO QUE O ESQUEMA DA TURMA MUDE DEPOIS
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       01 AVN-REG.
      *    CHAVE PRIMARIA - MATRICULA + PERIODO + AVALIACAO
            05 AVN-CHAVE.
                10 AVN-MATRICULA PIC 9(06).
                10 AVN-TERM      PIC X(06).
                10 AVN-SEQ       PIC 9(02).
            05 AVN-DESCRICAO    PIC X(20).
            05 AVN-PESO         PIC 9(03).
            05 AVN-NOTA         PIC 9(02).
