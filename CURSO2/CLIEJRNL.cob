      *            AS ROTINAS DE RECARGA E RECUPERACAO (CLIERELD
      *            E AFINS) NAO JORNALIZAM - RECONSTRUCAO NAO E
      *            MOVIMENTO DE NEGOCIO
      *            OPERACAO E NAO GRAVA: GUARDA EM LNK-ANTES(1:14)
      *            O IDENTIFICADOR DA EXECUCAO DA ATUALIZACAO EM
      *            MASSA, CARIMBADO NAS GRAVACOES SEGUINTES DO MESMO
      *            PROGRAMA ATE NOVA OPERACAO E COM BRANCOS
      * AUTHOR  :  SARAH
      * DATA:      22/08/2026
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 226 BYTES (TIPO DE PESSOA, CNPJ E
      *            INSCRICAO ESTADUAL)
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM PASSA A 229 BYTES
      *            (VENDEDOR DO CLIENTE) E OPERACAO E MARCA AS
      *            GRAVACOES COM A EXECUCAO DA ATUALIZACAO EM MASSA
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 230 BYTES (CLASSE ABC)
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 235 BYTES (GRUPO ECONOMICO)
      ******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77 JNL-STATUS       PIC 9(02).
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-SISTEMA PIC 9(06) VALUE ZEROS.
       77 WRK-EXECUCAO     PIC X(14) VALUE SPACES.

       LINKAGE SECTION.
       01 LNK-OPER     PIC X(01).
       01 LNK-PROGRAMA PIC X(08).
       01 LNK-USUARIO  PIC X(20).
       01 LNK-ANTES    PIC X(235).
       01 LNK-DEPOIS   PIC X(235).

       PROCEDURE DIVISION USING LNK-OPER LNK-PROGRAMA LNK-USUARIO
                                LNK-ANTES LNK-DEPOIS.
       0001-PRINCIPAL SECTION.
            IF LNK-OPER = 'E'
                MOVE LNK-ANTES(1:14) TO WRK-EXECUCAO
            ELSE
                PERFORM 2000-GRAVAR-JORNAL
            END-IF.
            GOBACK.

       2000-GRAVAR-JORNAL.
            MOVE LNK-OPER     TO CJN-OPER.
            MOVE LNK-ANTES    TO CJN-IMAGEM-ANTES.
            MOVE LNK-DEPOIS   TO CJN-IMAGEM-DEPOIS.
            MOVE WRK-EXECUCAO TO CJN-EXECUCAO.
            OPEN EXTEND CLIENTES-JNL.
            IF JNL-STATUS = 35
                OPEN OUTPUT CLIENTES-JNL
