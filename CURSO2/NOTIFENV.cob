      * ALTERADO = 02/09/2026 - SARAH - TABELA EM MEMORIA
      *            ESTOURADA ABORTA O PASSO - A REGRAVACAO NAO
      *            PODE PERDER O RABO DO ARQUIVO
      * ALTERADO = 15/10/2026 - SARAH - TIPO V - VAGA DA LISTA DE
      *            ESPERA DA TURMA OFERECIDA AO RESPONSAVEL
      *            (ESPVAGA), COM O PROTOCOLO DA FILA NO DOCUMENTO
      * ALTERADO = 15/10/2026 - SARAH - TIPOS A E B - AVISO DE
      *            FREQUENCIA DO ALUNO E FREQUENCIA ABAIXO DO
      *            MINIMO (FREQALRT), COM A MATRICULA NO DOCUMENTO
      * ALTERADO = 15/10/2026 - SARAH - TIPO S - AVISO DE REATIVACAO
      *            DO CLIENTE ADORMECIDO (RFMMES), COM O CODIGO
      *            DO CLIENTE NO DOCUMENTO
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                MOVE 'SUA FATURA FOI EMITIDA' TO ENV-ASSUNTO
              WHEN 'R'
                MOVE 'SEU PAGAMENTO ENTROU' TO ENV-ASSUNTO
              WHEN 'V'
                MOVE 'VAGA LIBERADA NA TURMA' TO ENV-ASSUNTO
              WHEN 'A'
                MOVE 'AVISO DE FREQUENCIA DO ALUNO' TO ENV-ASSUNTO
              WHEN 'B'
                MOVE 'FREQUENCIA ABAIXO DO MINIMO' TO ENV-ASSUNTO
              WHEN 'S'
                MOVE 'SENTIMOS SUA FALTA' TO ENV-ASSUNTO
              WHEN OTHER
                MOVE 'AVISO DA SUA CONTA' TO ENV-ASSUNTO
            END-EVALUATE.
