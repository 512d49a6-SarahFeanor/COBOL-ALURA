      *******************************************
      * COPY:      ESPERA
      * OBJETIVO:  LAYOUT DA LISTA DE ESPERA DAS TURMAS LOTADAS
      *            (ESPERA.DAT), CHAVEADA POR TURMA + PROTOCOLO - O
      *            PROTOCOLO E SEQUENCIAL (ESPNUM.CTL), ENTAO A
      *            ORDEM DA CHAVE E A ORDEM DO PEDIDO
      *            O MATMANUT INCLUI QUEM ENCONTROU A TURMA LOTADA;
      *            O ESPVAGA OFERECE A VAGA QUE ABRIR AO PRIMEIRO
      *            DA FILA E AVISA O RESPONSAVEL (NOTIFICA)
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       01 ESPERA-REG.
      *    CHAVE PRIMARIA - TURMA + PROTOCOLO DO PEDIDO
            05 ESP-CHAVE.
                10 ESP-TURMA     PIC X(06).
                10 ESP-PROTOCOLO PIC 9(07).
            05 ESP-NOME          PIC X(30).
            05 ESP-CPF           PIC X(11).
      *    FONE DO RESPONSAVEL - O MESMO DO MESTRE DE CLIENTES,
      *    COMO O MAT-FONE-RESP
            05 ESP-FONE-RESP     PIC 9(11).
            05 ESP-DATA-PEDIDO   PIC 9(08).
      *    SITUACAO NA FILA
            05 ESP-SITUACAO      PIC X(01).
                88 ESP-AGUARDANDO  VALUE 'A'.
                88 ESP-OFERECIDA   VALUE 'O'.
                88 ESP-MATRICULADO VALUE 'M'.
                88 ESP-EXPIRADA    VALUE 'E'.
                88 ESP-NA-FILA     VALUE 'A' 'O'.
      *    DATA EM QUE A VAGA FOI OFERECIDA (AAAAMMDD)
            05 ESP-DATA-OFERTA   PIC 9(08).
