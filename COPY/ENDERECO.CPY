      *            PROPRIO MESTRE DE CLIENTES
      * AUTHOR  :  SARAH
      * DATA:      02/09/2026
      * ALTERADO:  15/10/2026 - SARAH - DATA DE INCLUSAO DO
      *            ENDERECO - A TRIAGEM DE RISCO DO PROGCOB10 OLHA
      *            ENTREGA EM ENDERECO RECEM-CADASTRADO
      ******************************************
       01 ENDERECO-REG.
      *    CHAVE PRIMARIA - FONE DO CLIENTE + SEQUENCIA
            05 EDR-SITUACAO    PIC X(01).
                88 EDR-ATIVO   VALUE '1'.
                88 EDR-INATIVO VALUE '2'.
      *    DATA EM QUE O ENDERECO FOI INCLUIDO (AAAAMMDD) - ZEROS
      *    OU BRANCOS NOS ENDERECOS ANTERIORES A ESTE CAMPO
            05 EDR-DATACADASTRO PIC 9(08).
