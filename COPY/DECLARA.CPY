      *******************************************
      * COPY:      DECLARA
      * OBJETIVO:  LAYOUT DO REGISTRO DAS DECLARACOES DE MATRICULA
      *            (DECLARA.DAT), CHAVEADO PELO NUMERO DA
      *            DECLARACAO - CADA DECLARACAO EMITIDA PELO
      *            MATMANUT FICA AQUI COM O EMITENTE E A DATA, E O
      *            NUMERO IMPRESSO PODE SER CONFERIDO DEPOIS
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       01 DECLARA-REG.
      *    CHAVE PRIMARIA - NUMERO DA DECLARACAO (SEQUENCIAL)
            05 DECL-CHAVE.
                10 DECL-NUMERO PIC 9(07).
            05 DECL-MATRICULA  PIC 9(06).
            05 DECL-NOME       PIC X(30).
            05 DECL-TURMA      PIC X(06).
      *    DATA E HORA DA EMISSAO (AAAAMMDD / HHMMSS)
            05 DECL-DATA       PIC 9(08).
            05 DECL-HORA       PIC 9(06).
      *    QUEM EMITIU
            05 DECL-EMISSOR    PIC X(20).
