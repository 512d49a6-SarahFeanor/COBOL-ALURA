      *******************************************
      * COPY:      CLIEPEND
      * OBJETIVO:  LAYOUT DA SOLICITACAO DE ALTERACAO DE DADOS
      *            SENSIVEIS DO CLIENTE (NOME, CPF, E-MAIL E
      *            ENDERECO) - GRAVADA PELA ALTERACAO DO MENU DE
      *            CLIENTES COM AS IMAGENS ANTES E DEPOIS E SO
      *            APLICADA AO MESTRE QUANDO OUTRO ADM APROVA
      *            CLIEPEND.DAT GUARDA AS PENDENTES; CLIEPEND.LOG
      *            GUARDA AS DECIDIDAS (APROVADAS E RECUSADAS)
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       01 CLIEPEND-REG.
            05 PND-DATA        PIC 9(08).
            05 PND-HORA        PIC 9(06).
      *    QUEM PEDIU A ALTERACAO - NAO PODE SER QUEM APROVA
            05 PND-USUARIO     PIC X(20).
            05 PND-CODIGO      PIC 9(07).
            05 PND-FONE        PIC 9(11).
            05 PND-ANTES.
                10 PND-ANT-NOME     PIC X(30).
                10 PND-ANT-EMAIL    PIC X(40).
                10 PND-ANT-ENDERECO PIC X(40).
                10 PND-ANT-CIDADE   PIC X(20).
                10 PND-ANT-UF       PIC X(02).
                10 PND-ANT-CEP      PIC 9(08).
                10 PND-ANT-CPF      PIC X(11).
            05 PND-DEPOIS.
                10 PND-DEP-NOME     PIC X(30).
                10 PND-DEP-EMAIL    PIC X(40).
                10 PND-DEP-ENDERECO PIC X(40).
                10 PND-DEP-CIDADE   PIC X(20).
                10 PND-DEP-UF       PIC X(02).
                10 PND-DEP-CEP      PIC 9(08).
                10 PND-DEP-CPF      PIC X(11).
            05 PND-SITUACAO    PIC X(01).
                88 PND-PENDENTE VALUE 'P'.
                88 PND-APROVADA VALUE 'A'.
                88 PND-RECUSADA VALUE 'R'.
            05 PND-REVISOR     PIC X(20).
            05 PND-DATA-REVISAO PIC 9(08).
            05 PND-MOTIVO      PIC X(20).
