      *            (DATASIS) E COMPETENCIA (PERCHK) CONFERIDAS
      *            NA ENTRADA, COMO NO RECEBPGM - APLICACAO DE
      *            SUSPENSO NAO DESCE EM MES JA FECHADO
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 226 BYTES (TIPO DE PESSOA, CNPJ E
      *            INSCRICAO ESTADUAL)
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 229 BYTES (VENDEDOR DO CLIENTE)
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 230 BYTES (CLASSE ABC)
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 235 BYTES (GRUPO ECONOMICO)
      * ALTERADO = 15/10/2026 - SARAH - RECIBO DO SUSPENSO
      *            APLICADO HERDA A CONTA DA TESOURARIA DO SUSPENSO;
      *            IMAGEM DO SUSPENSO PASSA A 65 BYTES
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-VALOR-ED    PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-JNL-OPER     PIC X(01) VALUE SPACES.
       77 WRK-JNL-PROGRAMA PIC X(08) VALUE 'SUSPWORK'.
       01 WRK-REG-ANTES    PIC X(235) VALUE SPACES.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
           88 TABELA-ESTOURADA VALUE 'S'.
       01 WRK-TAB-SUSPENSOS.
           05 WRK-SUS OCCURS 1000 TIMES.
               10 WRK-SUS-IMG PIC X(65).

       SCREEN SECTION.
       01 TELA.
            MOVE WRK-DATA-SISTEMA TO REC-DATA.
            MOVE WRK-VALOR-REC    TO REC-VALOR.
            MOVE 'BO'             TO REC-TIPO.
      *    O DINHEIRO JA ENTROU NA TESOURARIA QUANDO FOI POSTADO NO
      *    SUSPENSO - O RECIBO SO HERDA A CONTA, SEM MOVIMENTO NOVO
            MOVE SUS-CONTA        TO REC-CONTA.
            OPEN EXTEND RECEBER.
            IF RECEBER-STATUS = 35
                OPEN OUTPUT RECEBER
