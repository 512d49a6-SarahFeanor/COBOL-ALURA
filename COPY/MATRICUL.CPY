      *            FINANCEIRO (MESTRE DE CLIENTES) - E NELE QUE A
      *            MENSALIDADE E COBRADA (MENSALID); ARQUIVOS
      *            ANTIGOS PASSAM PELO MATRCONV
      * ALTERADO:  15/10/2026 - SARAH - SITUACAO 3 (DESISTENTE) -
      *            SAIDA DEFINITIVA REGISTRADA PELO MATMANUT, COM
      *            DATA EFETIVA E MOTIVO NO MATMOV.DAT
      ******************************************
       01 MATRICULA-REG.
      *    CHAVE PRIMARIA - NUMERO DE MATRICULA
            05 MAT-STATUS-ALUNO  PIC X(01).
                88 MAT-ATIVO    VALUE '1'.
                88 MAT-TRANCADO VALUE '2'.
                88 MAT-DESISTENTE VALUE '3'.
      *    FONE DO RESPONSAVEL FINANCEIRO NO MESTRE DE CLIENTES
            05 MAT-FONE-RESP     PIC 9(11).
