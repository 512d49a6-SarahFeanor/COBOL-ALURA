       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TREINCOP.
      *******************************************
      * AULA:      COPIA MASCARADA PARA O AMBIENTE DE TREINO
      * OBJETIVO:  COPIAR CLIENTES.DAT, ENDERECO.DAT, PEDIDOS.DAT,
      *            EMBARQUE.DAT, TITULOS.DAT E MATRICUL.DAT PARA O
      *            DIRETORIO DE TREINO (TREINO_DIR) COM OS DADOS
      *            PESSOAIS TROCADOS - NOME, CPF, E-MAIL, TELEFONE
      *            E ENDERECO - NO ESPIRITO DO CLIEANON, MAS SEM
      *            APAGAR: CADA CLIENTE GANHA UMA IDENTIDADE FALSA
      *            TIRADA DO PROPRIO CODIGO, A MESMA EM TODOS OS
      *            ARQUIVOS
      *            O TELEFONE E CHAVE (ENDERECO, PEDIDO, EMBARQUE,
      *            TITULO): OS OITO ULTIMOS DIGITOS PASSAM POR UMA
      *            CONTA QUE NUNCA DA O MESMO RESULTADO PARA DOIS
      *            NUMEROS, E O DDD FICA - AS CHAVES CONTINUAM
      *            LIGANDO. SALDOS, VALORES, DATAS, CIDADE E UF
      *            FICAM COMO ESTAO
      *            OS ARQUIVOS DE PRODUCAO SO SAO ABERTOS PARA
      *            LEITURA; O DIRETORIO DE TREINO PRECISA TER O
      *            MARCADOR TREINO.AMB (CRIADO NA MONTAGEM DO
      *            AMBIENTE) E O DIRETORIO CORRENTE NAO PODE TER -
      *            SEM ISSO A COPIA E RECUSADA ANTES DE ABRIR
      *            QUALQUER SAIDA
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 235 BYTES (GRUPO ECONOMICO)
      ******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO WRK-CLIENTES-DAT
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CLIENTES-STATUS
             RECORD KEY IS  CLIENTES-CHAVE
             ALTERNATE RECORD KEY IS CLIENTES-FONE
             ALTERNATE RECORD KEY IS CLIENTES-NOME
               WITH DUPLICATES
             ALTERNATE RECORD KEY IS CLIENTES-EMAIL
               WITH DUPLICATES.
           SELECT ENDERECOS ASSIGN TO 'ENDERECO.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS EDR-STATUS
             RECORD KEY IS EDR-CHAVE.
           SELECT PEDIDOS ASSIGN TO 'PEDIDOS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PEDIDOS-STATUS.
           SELECT EMBARQUE ASSIGN TO 'EMBARQUE.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EMBARQUE-STATUS.
           SELECT TITULOS ASSIGN TO 'TITULOS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TITULOS-STATUS.
           SELECT MATRICULAS ASSIGN TO 'MATRICUL.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS MAT-STATUS
             RECORD KEY IS MAT-CHAVE.
           SELECT MARCA-PRODUCAO ASSIGN TO 'TREINO.AMB'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MARCAP-STATUS.
           SELECT MARCA-TREINO ASSIGN TO WRK-TRN-MARCA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MARCAT-STATUS.
           SELECT TRN-CLIENTES ASSIGN TO WRK-TRN-CLIENTES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS TCL-STATUS
             RECORD KEY IS  TCL-CHAVE
             ALTERNATE RECORD KEY IS TCL-FONE
             ALTERNATE RECORD KEY IS TCL-NOME
               WITH DUPLICATES
             ALTERNATE RECORD KEY IS TCL-EMAIL
               WITH DUPLICATES.
           SELECT TRN-ENDERECOS ASSIGN TO WRK-TRN-ENDERECO
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS TED-STATUS
             RECORD KEY IS TED-CHAVE.
           SELECT TRN-PEDIDOS ASSIGN TO WRK-TRN-PEDIDOS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TPD-STATUS.
           SELECT TRN-EMBARQUE ASSIGN TO WRK-TRN-EMBARQUE
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TEM-STATUS.
           SELECT TRN-TITULOS ASSIGN TO WRK-TRN-TITULOS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TTI-STATUS.
           SELECT TRN-MATRICULAS ASSIGN TO WRK-TRN-MATRICUL
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS TMA-STATUS
             RECORD KEY IS TMA-CHAVE.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           COPY CLIENTES.

       FD ENDERECOS.
           COPY ENDERECO.

       FD PEDIDOS.
           COPY PEDIDOS.

       FD EMBARQUE.
           COPY EMBARQUE.

       FD TITULOS.
           COPY TITULOS.

       FD MATRICULAS.
           COPY MATRICUL.

       FD MARCA-PRODUCAO.
       01 MARCAP-LINHA PIC X(80).

       FD MARCA-TREINO.
       01 MARCAT-LINHA PIC X(80).

      *    AS COPIAS DE TREINO TEM A MESMA IMAGEM DOS ARQUIVOS DE
      *    PRODUCAO - SO AS CHAVES SAO NOMEADAS, COMO O HIS-REG DO
      *    CLIEANON
       FD TRN-CLIENTES.
       01 TCL-REG.
           05 TCL-CHAVE.
               10 TCL-CODIGO PIC 9(07).
           05 TCL-FONE     PIC 9(11).
           05 TCL-NOME     PIC X(30).
           05 TCL-EMAIL    PIC X(40).
           05 FILLER       PIC X(147).

       FD TRN-ENDERECOS.
       01 TED-REG.
           05 TED-CHAVE.
               10 TED-FONE PIC 9(11).
               10 TED-SEQ  PIC 9(02).
           05 FILLER       PIC X(89).

       FD TRN-PEDIDOS.
       01 TPD-LINHA PIC X(57).

       FD TRN-EMBARQUE.
       01 TEM-LINHA PIC X(103).

       FD TRN-TITULOS.
       01 TTI-LINHA PIC X(98).

       FD TRN-MATRICULAS.
       01 TMA-REG.
           05 TMA-CHAVE.
               10 TMA-NUMERO PIC 9(06).
           05 FILLER       PIC X(67).

       WORKING-STORAGE SECTION.
       77 WRK-CLIENTES-DAT PIC X(80) VALUE SPACES.
       77 CLIENTES-STATUS  PIC 9(02).
       77 EDR-STATUS       PIC 9(02).
       77 PEDIDOS-STATUS   PIC 9(02).
       77 EMBARQUE-STATUS  PIC 9(02).
       77 TITULOS-STATUS   PIC 9(02).
       77 MAT-STATUS       PIC 9(02).
       77 MARCAP-STATUS    PIC 9(02).
       77 MARCAT-STATUS    PIC 9(02).
       77 TCL-STATUS       PIC 9(02).
       77 TED-STATUS       PIC 9(02).
       77 TPD-STATUS       PIC 9(02).
       77 TEM-STATUS       PIC 9(02).
       77 TTI-STATUS       PIC 9(02).
       77 TMA-STATUS       PIC 9(02).
       77 WRK-TREINO-DIR   PIC X(60) VALUE SPACES.
       77 WRK-TRN-MARCA    PIC X(80) VALUE SPACES.
       77 WRK-TRN-CLIENTES PIC X(80) VALUE SPACES.
       77 WRK-TRN-ENDERECO PIC X(80) VALUE SPACES.
       77 WRK-TRN-PEDIDOS  PIC X(80) VALUE SPACES.
       77 WRK-TRN-EMBARQUE PIC X(80) VALUE SPACES.
       77 WRK-TRN-TITULOS  PIC X(80) VALUE SPACES.
       77 WRK-TRN-MATRICUL PIC X(80) VALUE SPACES.
       77 WRK-AMBIENTE     PIC X(01) VALUE 'N'.
           88 AMBIENTE-OK VALUE 'S'.
       77 WRK-FIMARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO VALUE 'S'.
       77 WRK-SEMENTE      PIC 9(08) VALUE 31415926.
       77 WRK-SEMENTE-X    PIC X(08) VALUE SPACES.
       77 WRK-QTCLIENTES   PIC 9(07) VALUE 0.
       77 WRK-QTENDERECOS  PIC 9(07) VALUE 0.
       77 WRK-QTPEDIDOS    PIC 9(07) VALUE 0.
       77 WRK-QTEMBARQUES  PIC 9(07) VALUE 0.
       77 WRK-QTTITULOS    PIC 9(07) VALUE 0.
       77 WRK-QTMATRICULAS PIC 9(07) VALUE 0.
       77 WRK-QTERROS      PIC 9(05) VALUE 0.
      *    TELEFONE - O PREFIXO (ZERO OU NONO DIGITO E DDD) FICA E
      *    OS OITO ULTIMOS SAO EMBARALHADOS: (N X 7919 + SEMENTE)
      *    MODULO 10**8 NUNCA LEVA DOIS NUMEROS AO MESMO RESULTADO
      *    PORQUE 7919 NAO TEM FATOR 2 NEM 5
       77 WRK-FONE-ORIG    PIC 9(11) VALUE ZEROS.
       01 WRK-FONE-MASC.
           05 WRK-FM-PREFIXO PIC 9(03).
           05 WRK-FM-NUMERO  PIC 9(08).
       77 WRK-FM-PRODUTO   PIC 9(16) VALUE ZEROS.
       77 WRK-FM-QUOC      PIC 9(16) VALUE ZEROS.
      *    IDENTIDADE FALSA - TIRADA DO CODIGO DO CLIENTE (OU DO
      *    NUMERO DA MATRICULA SOMADO A 10.000.000, PARA O ALUNO
      *    NUNCA REPETIR O CPF DE UM CLIENTE)
       77 WRK-ID-BASE      PIC 9(08) VALUE ZEROS.
       77 WRK-ID-QUOC      PIC 9(08) VALUE ZEROS.
       77 WRK-IX-NOME      PIC 9(02) VALUE 0.
       77 WRK-IX-SOBRE1    PIC 9(02) VALUE 0.
       77 WRK-IX-SOBRE2    PIC 9(02) VALUE 0.
       77 WRK-NOME-MASC    PIC X(30) VALUE SPACES.
       77 WRK-ID-CODIGO    PIC 9(07) VALUE ZEROS.
       77 WRK-NUM-RUA      PIC 9(04) VALUE ZEROS.
       77 WRK-CPF-PRODUTO  PIC 9(16) VALUE ZEROS.
       77 WRK-CPF-QUOC     PIC 9(16) VALUE ZEROS.
       77 WRK-CPF-BASE     PIC 9(09) VALUE ZEROS.
       77 WRK-CPF-MASC     PIC X(11) VALUE SPACES.
       77 WRK-IX-CPF       PIC 9(02) VALUE 0.
       77 WRK-SOMA-CPF     PIC 9(04) VALUE 0.
       77 WRK-QUOC-CPF     PIC 9(04) VALUE 0.
       77 WRK-RESTO-CPF    PIC 9(02) VALUE 0.
       77 WRK-DV-CPF       PIC 9(02) VALUE 0.
       77 WRK-DIGITO-X     PIC X(01) VALUE SPACES.
       77 WRK-DIGITO       REDEFINES WRK-DIGITO-X PIC 9(01).

       01 WRK-TAB-NOMES-V.
           05 FILLER PIC X(08) VALUE 'ANA'.
           05 FILLER PIC X(08) VALUE 'BRUNO'.
           05 FILLER PIC X(08) VALUE 'CARLA'.
           05 FILLER PIC X(08) VALUE 'DANIEL'.
           05 FILLER PIC X(08) VALUE 'ELISA'.
           05 FILLER PIC X(08) VALUE 'FABIO'.
           05 FILLER PIC X(08) VALUE 'GABRIELA'.
           05 FILLER PIC X(08) VALUE 'HENRIQUE'.
           05 FILLER PIC X(08) VALUE 'ISABEL'.
           05 FILLER PIC X(08) VALUE 'JORGE'.
           05 FILLER PIC X(08) VALUE 'LUCIA'.
           05 FILLER PIC X(08) VALUE 'MARCOS'.
           05 FILLER PIC X(08) VALUE 'NATALIA'.
           05 FILLER PIC X(08) VALUE 'OTAVIO'.
           05 FILLER PIC X(08) VALUE 'PAULA'.
           05 FILLER PIC X(08) VALUE 'RAFAEL'.
       01 WRK-TAB-NOMES REDEFINES WRK-TAB-NOMES-V.
           05 WRK-NOME-FALSO PIC X(08) OCCURS 16 TIMES.

       01 WRK-TAB-SOBRENOMES-V.
           05 FILLER PIC X(09) VALUE 'ALMEIDA'.
           05 FILLER PIC X(09) VALUE 'BARBOSA'.
           05 FILLER PIC X(09) VALUE 'CARDOSO'.
           05 FILLER PIC X(09) VALUE 'DIAS'.
           05 FILLER PIC X(09) VALUE 'FERREIRA'.
           05 FILLER PIC X(09) VALUE 'GOMES'.
           05 FILLER PIC X(09) VALUE 'LIMA'.
           05 FILLER PIC X(09) VALUE 'MARTINS'.
           05 FILLER PIC X(09) VALUE 'NOGUEIRA'.
           05 FILLER PIC X(09) VALUE 'OLIVEIRA'.
           05 FILLER PIC X(09) VALUE 'PEREIRA'.
           05 FILLER PIC X(09) VALUE 'RIBEIRO'.
           05 FILLER PIC X(09) VALUE 'SANTOS'.
           05 FILLER PIC X(09) VALUE 'TEIXEIRA'.
           05 FILLER PIC X(09) VALUE 'VIEIRA'.
           05 FILLER PIC X(09) VALUE 'XAVIER'.
       01 WRK-TAB-SOBRENOMES REDEFINES WRK-TAB-SOBRENOMES-V.
           05 WRK-SOBRENOME-FALSO PIC X(09) OCCURS 16 TIMES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            IF AMBIENTE-OK
                PERFORM 2000-COPIAR-CLIENTES
                PERFORM 2100-COPIAR-ENDERECOS
                PERFORM 2200-COPIAR-PEDIDOS
                PERFORM 2300-COPIAR-EMBARQUES
                PERFORM 2400-COPIAR-TITULOS
                PERFORM 2500-COPIAR-MATRICULAS
            END-IF.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            ACCEPT WRK-CLIENTES-DAT FROM ENVIRONMENT 'CLIENTES_DAT'.
            IF WRK-CLIENTES-DAT = SPACES
                MOVE 'E:\COBOL\CLIENTES.DAT' TO WRK-CLIENTES-DAT
            END-IF.
      *    A SEMENTE MUDA O EMBARALHAMENTO DOS TELEFONES E CPFS -
      *    QUEM TEM SO A COPIA NAO VOLTA AO NUMERO VERDADEIRO
            ACCEPT WRK-SEMENTE-X FROM ENVIRONMENT 'TREINO_SEMENTE'.
            IF WRK-SEMENTE-X IS NUMERIC
                MOVE WRK-SEMENTE-X TO WRK-SEMENTE
            END-IF.
      *    O DIRETORIO VEM COM A BARRA FINAL (E:\TREINO\)
            ACCEPT WRK-TREINO-DIR FROM ENVIRONMENT 'TREINO_DIR'.
            IF WRK-TREINO-DIR = SPACES
                DISPLAY 'TREINCOP: TREINO_DIR NAO INFORMADO - '
                        'COPIA RECUSADA'
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            STRING WRK-TREINO-DIR DELIMITED BY SPACE
                   'TREINO.AMB'   DELIMITED BY SIZE
                   INTO WRK-TRN-MARCA.
            STRING WRK-TREINO-DIR DELIMITED BY SPACE
                   'CLIENTES.DAT' DELIMITED BY SIZE
                   INTO WRK-TRN-CLIENTES.
            STRING WRK-TREINO-DIR DELIMITED BY SPACE
                   'ENDERECO.DAT' DELIMITED BY SIZE
                   INTO WRK-TRN-ENDERECO.
            STRING WRK-TREINO-DIR DELIMITED BY SPACE
                   'PEDIDOS.DAT'  DELIMITED BY SIZE
                   INTO WRK-TRN-PEDIDOS.
            STRING WRK-TREINO-DIR DELIMITED BY SPACE
                   'EMBARQUE.DAT' DELIMITED BY SIZE
                   INTO WRK-TRN-EMBARQUE.
            STRING WRK-TREINO-DIR DELIMITED BY SPACE
                   'TITULOS.DAT'  DELIMITED BY SIZE
                   INTO WRK-TRN-TITULOS.
            STRING WRK-TREINO-DIR DELIMITED BY SPACE
                   'MATRICUL.DAT' DELIMITED BY SIZE
                   INTO WRK-TRN-MATRICUL.
      *    MARCADOR NO DIRETORIO CORRENTE QUER DIZER QUE A
      *    "PRODUCAO" JA E UM TREINO - E MARCADOR FALTANDO NO
      *    DESTINO QUER DIZER QUE O DESTINO PODE SER A PRODUCAO
            OPEN INPUT MARCA-PRODUCAO.
            IF MARCAP-STATUS = 0
                CLOSE MARCA-PRODUCAO
                DISPLAY 'TREINCOP: TREINO.AMB NO DIRETORIO CORRENTE '
                        '- RODE A COPIA NA PRODUCAO'
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT MARCA-TREINO.
            IF MARCAT-STATUS NOT = 0
                DISPLAY 'TREINCOP: SEM ' WRK-TRN-MARCA
                DISPLAY 'TREINCOP: DESTINO NAO E AMBIENTE DE TREINO '
                        '- COPIA RECUSADA'
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            CLOSE MARCA-TREINO.
            IF WRK-TRN-CLIENTES = WRK-CLIENTES-DAT
                DISPLAY 'TREINCOP: DESTINO IGUAL A CLIENTES_DAT - '
                        'COPIA RECUSADA'
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT CLIENTES.
            IF CLIENTES-STATUS NOT = 0
                DISPLAY 'TREINCOP: NAO ABRIU CLIENTES.DAT - STATUS '
                        CLIENTES-STATUS
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE 'S' TO WRK-AMBIENTE.

       2000-COPIAR-CLIENTES.
            OPEN OUTPUT TRN-CLIENTES.
            IF TCL-STATUS NOT = 0
                DISPLAY 'TREINCOP: NAO CRIOU ' WRK-TRN-CLIENTES
                ADD 1 TO WRK-QTERROS
                EXIT PARAGRAPH
            END-IF.
            MOVE LOW-VALUES TO CLIENTES-CHAVE.
            START CLIENTES KEY IS NOT LESS THAN CLIENTES-CHAVE
                INVALID KEY
                    DISPLAY 'TREINCOP: CLIENTES.DAT VAZIO'
            END-START.
            IF CLIENTES-STATUS = 0
                READ CLIENTES NEXT
                PERFORM UNTIL CLIENTES-STATUS NOT = 0
                    PERFORM 2050-MASCARAR-CLIENTE
                    READ CLIENTES NEXT
                END-PERFORM
            END-IF.
            CLOSE TRN-CLIENTES.

       2050-MASCARAR-CLIENTE.
      *    O REGISTRO LIDO E MEXIDO SO NA MEMORIA - O QUE VAI
      *    PARA O DISCO E A IMAGEM DE TREINO
            MOVE CLIENTES-CODIGO TO WRK-ID-CODIGO.
            MOVE CLIENTES-CODIGO TO WRK-ID-BASE.
            PERFORM 2900-MONTAR-NOME.
            IF PESSOA-JURIDICA
                MOVE SPACES TO CLIENTES-NOME
                STRING 'EMPRESA TREINO ' DELIMITED BY SIZE
                       WRK-ID-CODIGO    DELIMITED BY SIZE
                       INTO CLIENTES-NOME
            ELSE
                MOVE WRK-NOME-MASC TO CLIENTES-NOME
            END-IF.
            MOVE SPACES TO CLIENTES-EMAIL.
            STRING 'cliente'        DELIMITED BY SIZE
                   WRK-ID-CODIGO    DELIMITED BY SIZE
                   '@treino.local'  DELIMITED BY SIZE
                   INTO CLIENTES-EMAIL.
            IF CLIENTES-ENDERECO NOT = SPACES
                PERFORM 2960-MONTAR-RUA
                MOVE SPACES TO CLIENTES-ENDERECO
                STRING 'RUA DO TREINAMENTO, ' DELIMITED BY SIZE
                       WRK-NUM-RUA            DELIMITED BY SIZE
                       INTO CLIENTES-ENDERECO
            END-IF.
      *    CEP SO COM O PREFIXO DA REGIAO - CIDADE E UF FICAM PARA
      *    O FRETE E O ICMS FECHAREM NO TREINO
            IF CLIENTES-CEP NOT = ZEROS
                MOVE '000' TO CLIENTES-CEP(6:3)
            END-IF.
            IF CLIENTES-CPF NOT = SPACES
                PERFORM 2950-MONTAR-CPF
                MOVE WRK-CPF-MASC TO CLIENTES-CPF
            END-IF.
            MOVE CLIENTES-FONE TO WRK-FONE-ORIG.
            PERFORM 2980-MASCARAR-FONE.
            MOVE WRK-FONE-MASC TO CLIENTES-FONE.
            MOVE CLIENTES-REG TO TCL-REG.
            WRITE TCL-REG
              INVALID KEY
                ADD 1 TO WRK-QTERROS
                DISPLAY 'TREINCOP: CLIENTE NAO GRAVADO - CODIGO '
                        CLIENTES-CODIGO ' STATUS ' TCL-STATUS
              NOT INVALID KEY
                ADD 1 TO WRK-QTCLIENTES
            END-WRITE.

       2100-COPIAR-ENDERECOS.
            OPEN INPUT ENDERECOS.
            IF EDR-STATUS NOT = 0
                DISPLAY 'TREINCOP: SEM ENDERECO.DAT - NAO COPIADO'
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT TRN-ENDERECOS.
            IF TED-STATUS NOT = 0
                DISPLAY 'TREINCOP: NAO CRIOU ' WRK-TRN-ENDERECO
                ADD 1 TO WRK-QTERROS
                CLOSE ENDERECOS
                EXIT PARAGRAPH
            END-IF.
            READ ENDERECOS NEXT.
            PERFORM UNTIL EDR-STATUS NOT = 0
                PERFORM 2150-MASCARAR-ENDERECO
                READ ENDERECOS NEXT
            END-PERFORM.
            CLOSE ENDERECOS.
            CLOSE TRN-ENDERECOS.

       2150-MASCARAR-ENDERECO.
      *    A RUA SAI DO FONE E DA SEQUENCIA - O NUMERO DA CASA
      *    MUDA DE UM ENDERECO PARA O OUTRO DO MESMO CLIENTE
            MOVE EDR-FONE TO WRK-FONE-MASC.
            COMPUTE WRK-ID-BASE = WRK-FM-NUMERO + EDR-SEQ.
            PERFORM 2960-MONTAR-RUA.
            MOVE SPACES TO EDR-ENDERECO.
            STRING 'RUA DO TREINAMENTO, ' DELIMITED BY SIZE
                   WRK-NUM-RUA            DELIMITED BY SIZE
                   INTO EDR-ENDERECO.
            IF EDR-CEP NOT = ZEROS
                MOVE '000' TO EDR-CEP(6:3)
            END-IF.
            MOVE EDR-FONE TO WRK-FONE-ORIG.
            PERFORM 2980-MASCARAR-FONE.
            MOVE WRK-FONE-MASC TO EDR-FONE.
            MOVE ENDERECO-REG TO TED-REG.
            WRITE TED-REG
              INVALID KEY
                ADD 1 TO WRK-QTERROS
                DISPLAY 'TREINCOP: ENDERECO NAO GRAVADO - STATUS '
                        TED-STATUS
              NOT INVALID KEY
                ADD 1 TO WRK-QTENDERECOS
            END-WRITE.

       2200-COPIAR-PEDIDOS.
      *    SO O CABECALHO TEM TELEFONE - O ITEM PASSA DIRETO
            MOVE 'N' TO WRK-FIMARQ.
            OPEN INPUT PEDIDOS.
            IF PEDIDOS-STATUS NOT = 0
                DISPLAY 'TREINCOP: SEM PEDIDOS.DAT - NAO COPIADO'
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT TRN-PEDIDOS.
            PERFORM 2250-LER-PEDIDO.
            PERFORM UNTIL FIM-ARQUIVO
                IF PED-CABECALHO
                    MOVE PED-FONE TO WRK-FONE-ORIG
                    PERFORM 2980-MASCARAR-FONE
                    MOVE WRK-FONE-MASC TO PED-FONE
                END-IF
                MOVE PEDIDO-REG TO TPD-LINHA
                WRITE TPD-LINHA
                ADD 1 TO WRK-QTPEDIDOS
                PERFORM 2250-LER-PEDIDO
            END-PERFORM.
            CLOSE PEDIDOS.
            CLOSE TRN-PEDIDOS.

       2250-LER-PEDIDO.
            READ PEDIDOS
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       2300-COPIAR-EMBARQUES.
            MOVE 'N' TO WRK-FIMARQ.
            OPEN INPUT EMBARQUE.
            IF EMBARQUE-STATUS NOT = 0
                DISPLAY 'TREINCOP: SEM EMBARQUE.DAT - NAO COPIADO'
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT TRN-EMBARQUE.
            PERFORM 2350-LER-EMBARQUE.
            PERFORM UNTIL FIM-ARQUIVO
                MOVE EMB-FONE TO WRK-FONE-ORIG
                PERFORM 2980-MASCARAR-FONE
                MOVE WRK-FONE-MASC TO EMB-FONE
                MOVE EMBARQUE-REG TO TEM-LINHA
                WRITE TEM-LINHA
                ADD 1 TO WRK-QTEMBARQUES
                PERFORM 2350-LER-EMBARQUE
            END-PERFORM.
            CLOSE EMBARQUE.
            CLOSE TRN-EMBARQUE.

       2350-LER-EMBARQUE.
            READ EMBARQUE
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       2400-COPIAR-TITULOS.
            MOVE 'N' TO WRK-FIMARQ.
            OPEN INPUT TITULOS.
            IF TITULOS-STATUS NOT = 0
                DISPLAY 'TREINCOP: SEM TITULOS.DAT - NAO COPIADO'
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT TRN-TITULOS.
            PERFORM 2450-LER-TITULO.
            PERFORM UNTIL FIM-ARQUIVO
                MOVE TIT-FONE TO WRK-FONE-ORIG
                PERFORM 2980-MASCARAR-FONE
                MOVE WRK-FONE-MASC TO TIT-FONE
                MOVE TITULO-REG TO TTI-LINHA
                WRITE TTI-LINHA
                ADD 1 TO WRK-QTTITULOS
                PERFORM 2450-LER-TITULO
            END-PERFORM.
            CLOSE TITULOS.
            CLOSE TRN-TITULOS.

       2450-LER-TITULO.
            READ TITULOS
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       2500-COPIAR-MATRICULAS.
            OPEN INPUT MATRICULAS.
            IF MAT-STATUS NOT = 0
                DISPLAY 'TREINCOP: SEM MATRICUL.DAT - NAO COPIADO'
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT TRN-MATRICULAS.
            IF TMA-STATUS NOT = 0
                DISPLAY 'TREINCOP: NAO CRIOU ' WRK-TRN-MATRICUL
                ADD 1 TO WRK-QTERROS
                CLOSE MATRICULAS
                EXIT PARAGRAPH
            END-IF.
            READ MATRICULAS NEXT.
            PERFORM UNTIL MAT-STATUS NOT = 0
                PERFORM 2550-MASCARAR-MATRICULA
                READ MATRICULAS NEXT
            END-PERFORM.
            CLOSE MATRICULAS.
            CLOSE TRN-MATRICULAS.

       2550-MASCARAR-MATRICULA.
      *    O TELEFONE DO RESPONSAVEL PASSA PELA MESMA CONTA DO
      *    CLIENTE - SE FOR O MESMO NUMERO, CONTINUA O MESMO
            COMPUTE WRK-ID-BASE = MAT-NUMERO + 10000000.
            PERFORM 2900-MONTAR-NOME.
            MOVE WRK-NOME-MASC TO MAT-NOME.
            IF MAT-CPF NOT = SPACES
                PERFORM 2950-MONTAR-CPF
                MOVE WRK-CPF-MASC TO MAT-CPF
            END-IF.
            MOVE MAT-FONE-RESP TO WRK-FONE-ORIG.
            PERFORM 2980-MASCARAR-FONE.
            MOVE WRK-FONE-MASC TO MAT-FONE-RESP.
            MOVE MATRICULA-REG TO TMA-REG.
            WRITE TMA-REG
              INVALID KEY
                ADD 1 TO WRK-QTERROS
                DISPLAY 'TREINCOP: MATRICULA NAO GRAVADA - '
                        MAT-NUMERO ' STATUS ' TMA-STATUS
              NOT INVALID KEY
                ADD 1 TO WRK-QTMATRICULAS
            END-WRITE.

       2900-MONTAR-NOME.
      *    NOME + DOIS SOBRENOMES ESCOLHIDOS PELOS RESTOS DA BASE
      *    POR 16 - 4.096 COMBINACOES, SEMPRE AS MESMAS PARA A
      *    MESMA BASE
            DIVIDE WRK-ID-BASE BY 16 GIVING WRK-ID-QUOC
                REMAINDER WRK-IX-NOME.
            DIVIDE WRK-ID-QUOC BY 16 GIVING WRK-ID-QUOC
                REMAINDER WRK-IX-SOBRE1.
            DIVIDE WRK-ID-QUOC BY 16 GIVING WRK-ID-QUOC
                REMAINDER WRK-IX-SOBRE2.
            ADD 1 TO WRK-IX-NOME WRK-IX-SOBRE1 WRK-IX-SOBRE2.
            MOVE SPACES TO WRK-NOME-MASC.
            STRING WRK-NOME-FALSO(WRK-IX-NOME) DELIMITED BY SPACE
                   ' '                          DELIMITED BY SIZE
                   WRK-SOBRENOME-FALSO(WRK-IX-SOBRE1)
                                                DELIMITED BY SPACE
                   ' '                          DELIMITED BY SIZE
                   WRK-SOBRENOME-FALSO(WRK-IX-SOBRE2)
                                                DELIMITED BY SPACE
                   INTO WRK-NOME-MASC.

       2950-MONTAR-CPF.
      *    NOVE DIGITOS EMBARALHADOS DA BASE E OS DOIS
      *    VERIFICADORES CALCULADOS COMO NO 1500-VALIDAR-CPF DO
      *    MENU DE CLIENTES - O CPF FALSO PASSA NA VALIDACAO
            COMPUTE WRK-CPF-PRODUTO = WRK-ID-BASE * 7919
                + WRK-SEMENTE.
            DIVIDE WRK-CPF-PRODUTO BY 1000000000
                GIVING WRK-CPF-QUOC REMAINDER WRK-CPF-BASE.
            MOVE WRK-CPF-BASE TO WRK-CPF-MASC(1:9).
            MOVE 0 TO WRK-SOMA-CPF.
            PERFORM VARYING WRK-IX-CPF FROM 1 BY 1
                    UNTIL WRK-IX-CPF > 9
                MOVE WRK-CPF-MASC(WRK-IX-CPF:1) TO WRK-DIGITO-X
                COMPUTE WRK-SOMA-CPF = WRK-SOMA-CPF +
                    WRK-DIGITO * (11 - WRK-IX-CPF)
            END-PERFORM.
            PERFORM 2955-CALCULAR-DV.
            MOVE WRK-DV-CPF TO WRK-DIGITO.
            MOVE WRK-DIGITO-X TO WRK-CPF-MASC(10:1).
            MOVE 0 TO WRK-SOMA-CPF.
            PERFORM VARYING WRK-IX-CPF FROM 1 BY 1
                    UNTIL WRK-IX-CPF > 10
                MOVE WRK-CPF-MASC(WRK-IX-CPF:1) TO WRK-DIGITO-X
                COMPUTE WRK-SOMA-CPF = WRK-SOMA-CPF +
                    WRK-DIGITO * (12 - WRK-IX-CPF)
            END-PERFORM.
            PERFORM 2955-CALCULAR-DV.
            MOVE WRK-DV-CPF TO WRK-DIGITO.
            MOVE WRK-DIGITO-X TO WRK-CPF-MASC(11:1).

       2955-CALCULAR-DV.
            DIVIDE WRK-SOMA-CPF BY 11 GIVING WRK-QUOC-CPF
                REMAINDER WRK-RESTO-CPF.
            COMPUTE WRK-DV-CPF = 11 - WRK-RESTO-CPF.
            IF WRK-DV-CPF >= 10
                MOVE 0 TO WRK-DV-CPF
            END-IF.

       2960-MONTAR-RUA.
            DIVIDE WRK-ID-BASE BY 9999 GIVING WRK-ID-QUOC
                REMAINDER WRK-NUM-RUA.
            ADD 1 TO WRK-NUM-RUA.

       2980-MASCARAR-FONE.
            MOVE WRK-FONE-ORIG TO WRK-FONE-MASC.
            IF WRK-FONE-ORIG = ZEROS
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WRK-FM-PRODUTO = WRK-FM-NUMERO * 7919
                + WRK-SEMENTE.
            DIVIDE WRK-FM-PRODUTO BY 100000000
                GIVING WRK-FM-QUOC REMAINDER WRK-FM-NUMERO.

       3000-FINALIZAR.
            IF AMBIENTE-OK
                CLOSE CLIENTES
            END-IF.
            IF WRK-QTERROS > 0
                MOVE 8 TO RETURN-CODE
            END-IF.
            DISPLAY '===== TREINCOP - COPIA PARA O TREINO ====='.
            DISPLAY 'CLIENTES COPIADOS....: ' WRK-QTCLIENTES.
            DISPLAY 'ENDERECOS COPIADOS...: ' WRK-QTENDERECOS.
            DISPLAY 'LINHAS DE PEDIDO.....: ' WRK-QTPEDIDOS.
            DISPLAY 'EMBARQUES COPIADOS...: ' WRK-QTEMBARQUES.
            DISPLAY 'TITULOS COPIADOS.....: ' WRK-QTTITULOS.
            DISPLAY 'MATRICULAS COPIADAS..: ' WRK-QTMATRICULAS.
            DISPLAY 'REGISTROS COM ERRO...: ' WRK-QTERROS.
