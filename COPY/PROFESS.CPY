      *******************************************
      * COPY:      PROFESS
      * OBJETIVO:  LAYOUT DO MESTRE DE PROFESSORES (PROFESS.DAT) -
      *            O CODIGO DO PROFESSOR E O QUE ELE INFORMA NA
      *            CHAMADA (FREQCAP) E O QUE O QUADRO DE HORARIOS
      *            (HORARIO.DAT) GUARDA EM CADA AULA
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       01 PROFESSOR-REG.
      *    CHAVE PRIMARIA - CODIGO DO PROFESSOR
            05 PRF-CHAVE.
                10 PRF-CODIGO PIC X(06).
            05 PRF-NOME       PIC X(30).
            05 PRF-DISCIPLINA PIC X(20).
            05 PRF-FONE       PIC 9(11).
      *    SITUACAO DO PROFESSOR - EXCLUSAO LOGICA (SOFT DELETE),
      *    COMO NAS TURMAS: O HORARIO ANTIGO CONTINUA LEGIVEL
            05 PRF-STATUS     PIC X(01) VALUE '1'.
                88 PRF-ATIVO   VALUE '1'.
                88 PRF-INATIVO VALUE '2'.
