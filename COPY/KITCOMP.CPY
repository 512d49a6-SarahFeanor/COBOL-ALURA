      *******************************************
      * COPY:      KITCOMP
      * OBJETIVO:  LAYOUT DA COMPOSICAO DOS KITS (KITCOMP.DAT) -
      *            UM REGISTRO POR COMPONENTE: O PRODUTO KIT (UM
      *            PROD-CODIGO COMUM DO MESTRE, COM PRECO E
      *            DESCRICAO PROPRIOS) E O COMPONENTE COM A
      *            QUANTIDADE QUE VAI EM CADA KIT
      *            O KIT NAO TEM ESTOQUE PROPRIO: RESERVA, BAIXA,
      *            SEPARACAO E DISPONIBILIDADE ANDAM NOS
      *            COMPONENTES (CALL KITEXPL). MANUTENCAO NO KITMANT
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       01 KITCOMP-REG.
      *    CHAVE PRIMARIA - KIT E COMPONENTE
            05 KIT-CHAVE.
                10 KIT-CODKIT  PIC X(08).
                10 KIT-CODCOMP PIC X(08).
      *    QUANTIDADE DO COMPONENTE EM UM KIT
            05 KIT-QTDE        PIC 9(03) VALUE ZEROS.
