      *            A HISTORIA COMPLETA VOLTA PELO ARQJUNTA
      * AUTHOR  :  SARAH
      * DATA:      02/09/2026
      * ALTERADO = 15/10/2026 - SARAH - LINHA PASSA A 515 BYTES PARA
      *            CABER O REGISTRO DO CLIENTES.JNL COM AS IMAGENS DE
      *            229 BYTES E A EXECUCAO DA ATUALIZACAO EM MASSA
      * ALTERADO = 15/10/2026 - SARAH - COMISSAO DA COBRADORA
      *            (JORNAL TIPO C, SEM CLIENTE) E ARQUIVADA MAS NAO
      *            VOLTA COMO LANCAMENTO DE ABERTURA
      * ALTERADO = 15/10/2026 - SARAH - TAXA DA ADQUIRENTE (TIPO K)
      *            E DESPESA DA CASA COMO A COMISSAO - NAO ENTRA NO
      *            SALDO DE ABERTURA DE NINGUEM
      * ALTERADO = 15/10/2026 - SARAH - LINHA PASSA A 517 BYTES PARA
      *            CABER O REGISTRO DO CLIENTES.JNL COM AS IMAGENS DE
      *            230 BYTES (CLASSE ABC DO CLIENTE)
      * ALTERADO = 15/10/2026 - SARAH - LINHA PASSA A 527 BYTES PARA
      *            CABER O REGISTRO DO CLIENTES.JNL COM AS IMAGENS DE
      *            235 BYTES (GRUPO ECONOMICO DO CLIENTE)
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD ENTRADA.
       01 ENT-LINHA PIC X(527).

       FD ARQUIVO.
       01 ARC-LINHA PIC X(527).

       FD TRABALHO.
       01 WRKARQ-LINHA PIC X(527).

       WORKING-STORAGE SECTION.
       77 ENT-STATUS PIC 9(02).

       2300-ACUMULAR-ABERTURA.
            MOVE ENT-LINHA(1:64) TO WRK-JORNAL-REG.
      *    COMISSAO DA COBRADORA E TAXA DO CARTAO SAO DESPESA DA
      *    CASA - NAO TEM SALDO DE CLIENTE PARA TRANSPORTAR
            IF JRN-COMISSAO OR JRN-TAXA-CARTAO
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WRK-ACHOU.
            PERFORM VARYING WRK-IX-CLI FROM 1 BY 1
                    UNTIL WRK-IX-CLI > WRK-QTCLI
