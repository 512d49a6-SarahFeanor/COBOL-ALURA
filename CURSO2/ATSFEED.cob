       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ATSFEED.
      *******************************************
      * AULA:      DISPONIVEL PARA VENDA - ARQUIVO PARA A LOJA
      * OBJETIVO:  A LOJA VIRTUAL VENDE O QUE NAO TEMOS PORQUE NAO
      *            ENXERGA O ESTOQUE - GRAVAR EM ATSFEED.DAT, POR
      *            PRODUTO ATIVO, O DISPONIVEL PARA VENDA (SALDO
      *            MENOS RESERVA), O SALDO ABERTO DAS ORDENS DE
      *            COMPRA (OCOMPRA.DAT) COM A PREVISAO DE CHEGADA
      *            MAIS PROXIMA E O PRECO VIGENTE (CALL PRECVIGE,
      *            SEM TABELA VALE O PROD-PRECO)
      *            MODO C (COMPLETO): TODOS OS PRODUTOS ATIVOS
      *            MODO D (DIFERENCAS): SO O QUE MUDOU DESDE O
      *            ULTIMO ENVIO - PRODUTO QUE SAIU DE LINHA VAI
      *            UMA VEZ COM SITUACAO I PARA A LOJA TIRAR DO AR
      *            ATSFEED_MODO=C/D; EM BRANCO, COMPLETO NO DIA DA
      *            SEMANA DE ATSFEED_DIA (PADRAO 1 - DOMINGO, PELO
      *            DIASEMAN) OU QUANDO NAO HA ENVIO ANTERIOR, E
      *            DIFERENCAS NOS OUTROS DIAS
      *            O QUE FOI ENVIADO FICA EM ATSFEED.ULT, BASE DA
      *            COMPARACAO DO MODO D
      *            ARQUIVO ABRE COM CABECALHO (H, MODO, DATA E
      *            HORA) E FECHA COM TRAILER (T, QUANTIDADE DE
      *            PRODUTOS E SOMA DO DISPONIVEL) PARA A LOJA
      *            CONFERIR O QUE RECEBEU
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUTOS ASSIGN TO 'PRODUTOS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PRODUTOS-STATUS
             RECORD KEY IS PROD-CHAVE.
           SELECT OCOMPRA ASSIGN TO 'OCOMPRA.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS OCOMPRA-STATUS.
           SELECT ATS-ULTIMO ASSIGN TO 'ATSFEED.ULT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ULT-STATUS.
           SELECT ATSFEED-DAT ASSIGN TO 'ATSFEED.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ATS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PRODUTOS.
           COPY PRODUTOS.

       FD OCOMPRA.
           COPY OCOMPRA.

      *    ULTIMA SITUACAO ENVIADA DE CADA PRODUTO
       FD ATS-ULTIMO.
       01 ULT-REG.
           05 ULT-CODPROD    PIC X(08).
           05 ULT-DADOS.
               10 ULT-DISPONIVEL PIC 9(05).
               10 ULT-A-CHEGAR   PIC 9(06).
               10 ULT-CHEGADA    PIC 9(08).
               10 ULT-PRECO      PIC 9(06)V99.
               10 ULT-SITUACAO   PIC X(01).

       FD ATSFEED-DAT.
       01 ATS-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       77 PRODUTOS-STATUS  PIC 9(02).
       77 OCOMPRA-STATUS   PIC 9(02).
       77 ULT-STATUS       PIC 9(02).
       77 ATS-STATUS       PIC 9(02).
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-SITU    PIC X(01) VALUE SPACES.
       77 WRK-HORA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-MODO         PIC X(01) VALUE SPACES.
           88 MODO-COMPLETO    VALUE 'C'.
           88 MODO-DIFERENCAS  VALUE 'D'.
       77 WRK-DIA-PARM     PIC X(01) VALUE SPACES.
       77 WRK-DIA-COMPLETO PIC 9(01) VALUE 1.
       77 WRK-DIASEM       PIC 9(01) VALUE 0.
       77 WRK-FIMPROD      PIC X(01) VALUE 'N'.
           88 FIM-PRODUTOS VALUE 'S'.
       77 WRK-ABERTOS      PIC X(01) VALUE 'N'.
           88 ARQUIVOS-ABERTOS VALUE 'S'.
       77 WRK-TEM-ULTIMO   PIC X(01) VALUE 'N'.
           88 HA-ENVIO-ANTERIOR VALUE 'S'.
       77 WRK-QTCHEGAR     PIC 9(04) VALUE 0.
       77 WRK-IX-CHEGAR    PIC 9(04) VALUE 0.
       77 WRK-QTULT        PIC 9(04) VALUE 0.
       77 WRK-IX-ULT       PIC 9(04) VALUE 0.
       77 WRK-SALDO-OCP    PIC 9(05) VALUE ZEROS.
       77 WRK-PRECO        PIC 9(06)V99 VALUE ZEROS.
       77 WRK-QTLIDOS      PIC 9(05) VALUE 0.
       77 WRK-QTENVIADOS   PIC 9(07) VALUE 0.
       77 WRK-QTRETIRADOS  PIC 9(05) VALUE 0.
       77 WRK-QTIGUAIS     PIC 9(05) VALUE 0.
       77 WRK-TOT-DISPON   PIC 9(09) VALUE 0.
      *    SITUACAO CORRENTE DO PRODUTO LIDO - MESMO FORMATO DA
      *    LINHA DO ATSFEED.ULT PARA A COMPARACAO SER UMA SO
       01 WRK-ATUAL.
           05 WRK-ATU-DISPONIVEL PIC 9(05).
           05 WRK-ATU-A-CHEGAR   PIC 9(06).
           05 WRK-ATU-CHEGADA    PIC 9(08).
           05 WRK-ATU-PRECO      PIC 9(06)V99.
           05 WRK-ATU-SITUACAO   PIC X(01).
       01 WRK-ANTERIOR.
           05 WRK-ANT-DISPONIVEL PIC 9(05).
           05 WRK-ANT-A-CHEGAR   PIC 9(06).
           05 WRK-ANT-CHEGADA    PIC 9(08).
           05 WRK-ANT-PRECO      PIC 9(06)V99.
           05 WRK-ANT-SITUACAO   PIC X(01).
      *    SALDO ABERTO DAS ORDENS DE COMPRA POR PRODUTO E A
      *    PREVISAO DE CHEGADA MAIS PROXIMA
       01 WRK-TAB-CHEGAR.
           05 WRK-CHG OCCURS 2000 TIMES.
               10 WRK-CHG-CODPROD PIC X(08).
               10 WRK-CHG-QTDE    PIC 9(06).
               10 WRK-CHG-DATA    PIC 9(08).
       01 WRK-TAB-ULTIMO.
           05 WRK-ULT OCCURS 2000 TIMES.
               10 WRK-ULT-CODPROD PIC X(08).
               10 WRK-ULT-DADOS   PIC X(28).

       01 ATS-CABECALHO.
           05 ATS-CAB-TIPO    PIC X(01) VALUE 'H'.
           05 ATS-CAB-MODO    PIC X(01).
           05 ATS-CAB-DATA    PIC 9(08).
           05 ATS-CAB-HORA    PIC 9(06).
       01 ATS-DETALHE.
           05 ATS-DET-TIPO    PIC X(01) VALUE 'D'.
           05 ATS-CODPROD     PIC X(08).
           05 ATS-DESCRICAO   PIC X(30).
           05 ATS-DISPONIVEL  PIC 9(05).
           05 ATS-A-CHEGAR    PIC 9(06).
           05 ATS-CHEGADA     PIC 9(08).
           05 ATS-PRECO       PIC 9(06)V99.
      *    A - A VENDA, I - FORA DE LINHA (TIRAR DO AR)
           05 ATS-SITUACAO    PIC X(01).
       01 ATS-TRAILER.
           05 ATS-TRL-TIPO    PIC X(01) VALUE 'T'.
           05 ATS-TRL-QTDE    PIC 9(07).
           05 ATS-TRL-DISPON  PIC 9(09).

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            IF RETURN-CODE = 0
                PERFORM 2000-AVALIAR-PRODUTO UNTIL FIM-PRODUTOS
            END-IF.
            PERFORM 9000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            CALL 'DATASIS' USING WRK-DATA-SISTEMA WRK-DATA-SITU.
            ACCEPT WRK-HORA-SISTEMA FROM TIME.
            PERFORM 1100-CARREGAR-ULTIMO.
            PERFORM 1200-ESCOLHER-MODO.
            IF RETURN-CODE NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 1300-CARREGAR-COMPRAS.
            IF RETURN-CODE NOT = 0
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT PRODUTOS.
            IF PRODUTOS-STATUS NOT = 0
                DISPLAY 'ATSFEED: NAO ABRIU PRODUTOS.DAT - STATUS '
                        PRODUTOS-STATUS
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT ATSFEED-DAT.
      *    O ATSFEED.ULT JA ESTA NA TABELA - SAI REGRAVADO COM O
      *    QUE VAI NESTE ENVIO
            OPEN OUTPUT ATS-ULTIMO.
            MOVE 'S' TO WRK-ABERTOS.
            MOVE WRK-MODO               TO ATS-CAB-MODO.
            MOVE WRK-DATA-SISTEMA       TO ATS-CAB-DATA.
            MOVE WRK-HORA-SISTEMA (1:6) TO ATS-CAB-HORA.
            MOVE ATS-CABECALHO TO ATS-LINHA.
            WRITE ATS-LINHA.
            MOVE LOW-VALUES TO PROD-CHAVE.
            START PRODUTOS KEY IS NOT LESS THAN PROD-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-FIMPROD
            END-START.
            IF NOT FIM-PRODUTOS
                PERFORM 1400-LER-PRODUTO
            END-IF.

       1100-CARREGAR-ULTIMO.
            MOVE 0 TO WRK-QTULT.
            OPEN INPUT ATS-ULTIMO.
            IF ULT-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            MOVE 'S' TO WRK-TEM-ULTIMO.
            PERFORM 1150-GUARDAR-ULTIMO UNTIL ULT-STATUS NOT = 0.
            CLOSE ATS-ULTIMO.

       1150-GUARDAR-ULTIMO.
            READ ATS-ULTIMO
                AT END CONTINUE
                NOT AT END
                    IF WRK-QTULT < 2000
                        ADD 1 TO WRK-QTULT
                        MOVE ULT-CODPROD TO WRK-ULT-CODPROD(WRK-QTULT)
                        MOVE ULT-DADOS   TO WRK-ULT-DADOS(WRK-QTULT)
                    ELSE
      *                PRODUTO FORA DA TABELA SAIRIA DE NOVO EM
      *                TODA RODADA - ENVIO COMPLETO REFAZ A BASE
                        MOVE 'N' TO WRK-TEM-ULTIMO
                        MOVE 99 TO ULT-STATUS
                    END-IF
            END-READ.

       1200-ESCOLHER-MODO.
            ACCEPT WRK-MODO FROM ENVIRONMENT 'ATSFEED_MODO'.
            ACCEPT WRK-DIA-PARM FROM ENVIRONMENT 'ATSFEED_DIA'.
            IF WRK-DIA-PARM IS NUMERIC
             AND WRK-DIA-PARM > '0' AND WRK-DIA-PARM < '8'
                MOVE WRK-DIA-PARM TO WRK-DIA-COMPLETO
            END-IF.
            IF WRK-MODO = SPACES
                CALL 'DIASEMAN' USING WRK-DATA-SISTEMA WRK-DIASEM
                IF WRK-DIASEM = WRK-DIA-COMPLETO
                    MOVE 'C' TO WRK-MODO
                ELSE
                    MOVE 'D' TO WRK-MODO
                END-IF
            END-IF.
            IF NOT MODO-COMPLETO AND NOT MODO-DIFERENCAS
                DISPLAY 'ATSFEED: ATSFEED_MODO INVALIDO - ' WRK-MODO
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            IF MODO-DIFERENCAS AND NOT HA-ENVIO-ANTERIOR
                DISPLAY 'ATSFEED: SEM ENVIO ANTERIOR - VAI COMPLETO'
                MOVE 'C' TO WRK-MODO
            END-IF.
            IF MODO-COMPLETO
                MOVE 0 TO WRK-QTULT
            END-IF.

       1300-CARREGAR-COMPRAS.
            MOVE 0 TO WRK-QTCHEGAR.
            OPEN INPUT OCOMPRA.
            IF OCOMPRA-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 1350-SOMAR-COMPRA UNTIL OCOMPRA-STATUS NOT = 0.
            CLOSE OCOMPRA.

       1350-SOMAR-COMPRA.
            READ OCOMPRA
                AT END EXIT PARAGRAPH
            END-READ.
            IF NOT OCP-ABERTA OR OCP-QTRECEBIDA NOT < OCP-QTDE
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WRK-SALDO-OCP = OCP-QTDE - OCP-QTRECEBIDA.
            PERFORM VARYING WRK-IX-CHEGAR FROM 1 BY 1
                    UNTIL WRK-IX-CHEGAR > WRK-QTCHEGAR
                    OR WRK-CHG-CODPROD(WRK-IX-CHEGAR) = OCP-CODPROD
                CONTINUE
            END-PERFORM.
            IF WRK-IX-CHEGAR > WRK-QTCHEGAR
                IF WRK-QTCHEGAR < 2000
                    ADD 1 TO WRK-QTCHEGAR
                    MOVE OCP-CODPROD TO WRK-CHG-CODPROD(WRK-QTCHEGAR)
                    MOVE ZEROS TO WRK-CHG-QTDE(WRK-QTCHEGAR)
                                  WRK-CHG-DATA(WRK-QTCHEGAR)
                ELSE
      *            PRODUTO FORA DA TABELA IRIA SEM O QUE ESTA PARA
      *            CHEGAR - MELHOR NAO MANDAR NADA
                    DISPLAY 'ATSFEED: OCOMPRA.DAT PASSOU DE 2000 '
                            'PRODUTOS EM ABERTO - ENVIO RECUSADO'
                    MOVE 16 TO RETURN-CODE
                    MOVE 99 TO OCOMPRA-STATUS
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            ADD WRK-SALDO-OCP TO WRK-CHG-QTDE(WRK-IX-CHEGAR).
            IF OCP-PREVISAO IS NUMERIC AND OCP-PREVISAO > ZEROS
                IF WRK-CHG-DATA(WRK-IX-CHEGAR) = ZEROS
                 OR OCP-PREVISAO < WRK-CHG-DATA(WRK-IX-CHEGAR)
                    MOVE OCP-PREVISAO TO WRK-CHG-DATA(WRK-IX-CHEGAR)
                END-IF
            END-IF.

       1400-LER-PRODUTO.
            READ PRODUTOS NEXT
                AT END MOVE 'S' TO WRK-FIMPROD
            END-READ.

       2000-AVALIAR-PRODUTO.
            ADD 1 TO WRK-QTLIDOS.
            PERFORM 2100-MONTAR-ATUAL.
            PERFORM 2200-BUSCAR-ANTERIOR.
            EVALUATE TRUE
              WHEN MODO-COMPLETO AND PROD-ATIVO
                PERFORM 2300-ENVIAR
              WHEN MODO-COMPLETO
                CONTINUE
              WHEN WRK-ATUAL NOT = WRK-ANTERIOR
                PERFORM 2300-ENVIAR
              WHEN OTHER
                ADD 1 TO WRK-QTIGUAIS
            END-EVALUATE.
      *    O ULT GUARDA TODO PRODUTO - O INATIVO FICA COMO I E
      *    SO VOLTA A SAIR SE FOR REATIVADO
            MOVE PROD-CODIGO TO ULT-CODPROD.
            MOVE WRK-ATUAL   TO ULT-DADOS.
            WRITE ULT-REG.
            PERFORM 1400-LER-PRODUTO.

       2100-MONTAR-ATUAL.
            MOVE ZEROS TO WRK-ATU-DISPONIVEL WRK-ATU-A-CHEGAR
                          WRK-ATU-CHEGADA WRK-ATU-PRECO.
            MOVE 'I' TO WRK-ATU-SITUACAO.
            IF NOT PROD-ATIVO
                EXIT PARAGRAPH
            END-IF.
            MOVE 'A' TO WRK-ATU-SITUACAO.
      *    RESERVA MAIOR QUE O SALDO NAO VIRA DISPONIVEL NEGATIVO
            IF PROD-QTESTOQUE > PROD-QTRESERVADA
                COMPUTE WRK-ATU-DISPONIVEL =
                    PROD-QTESTOQUE - PROD-QTRESERVADA
            END-IF.
            PERFORM VARYING WRK-IX-CHEGAR FROM 1 BY 1
                    UNTIL WRK-IX-CHEGAR > WRK-QTCHEGAR
                    OR WRK-CHG-CODPROD(WRK-IX-CHEGAR) = PROD-CODIGO
                CONTINUE
            END-PERFORM.
            IF WRK-IX-CHEGAR NOT > WRK-QTCHEGAR
                MOVE WRK-CHG-QTDE(WRK-IX-CHEGAR) TO WRK-ATU-A-CHEGAR
                MOVE WRK-CHG-DATA(WRK-IX-CHEGAR) TO WRK-ATU-CHEGADA
            END-IF.
            CALL 'PRECVIGE' USING PROD-CODIGO WRK-DATA-SISTEMA
                WRK-PRECO.
            IF WRK-PRECO = ZEROS
                MOVE PROD-PRECO TO WRK-PRECO
            END-IF.
            MOVE WRK-PRECO TO WRK-ATU-PRECO.

       2200-BUSCAR-ANTERIOR.
      *    PRODUTO NUNCA ENVIADO CONTA COMO FORA DO AR (I)
            MOVE ZEROS TO WRK-ANT-DISPONIVEL WRK-ANT-A-CHEGAR
                          WRK-ANT-CHEGADA WRK-ANT-PRECO.
            MOVE 'I' TO WRK-ANT-SITUACAO.
            PERFORM VARYING WRK-IX-ULT FROM 1 BY 1
                    UNTIL WRK-IX-ULT > WRK-QTULT
                    OR WRK-ULT-CODPROD(WRK-IX-ULT) = PROD-CODIGO
                CONTINUE
            END-PERFORM.
            IF WRK-IX-ULT NOT > WRK-QTULT
                MOVE WRK-ULT-DADOS(WRK-IX-ULT) TO WRK-ANTERIOR
            END-IF.

       2300-ENVIAR.
            MOVE PROD-CODIGO        TO ATS-CODPROD.
            MOVE PROD-DESCRICAO     TO ATS-DESCRICAO.
            MOVE WRK-ATU-DISPONIVEL TO ATS-DISPONIVEL.
            MOVE WRK-ATU-A-CHEGAR   TO ATS-A-CHEGAR.
            MOVE WRK-ATU-CHEGADA    TO ATS-CHEGADA.
            MOVE WRK-ATU-PRECO      TO ATS-PRECO.
            MOVE WRK-ATU-SITUACAO   TO ATS-SITUACAO.
            MOVE ATS-DETALHE TO ATS-LINHA.
            WRITE ATS-LINHA.
            ADD 1 TO WRK-QTENVIADOS.
            ADD WRK-ATU-DISPONIVEL TO WRK-TOT-DISPON.
            IF WRK-ATU-SITUACAO = 'I'
                ADD 1 TO WRK-QTRETIRADOS
            END-IF.

       9000-FINALIZAR.
            IF ARQUIVOS-ABERTOS
                MOVE WRK-QTENVIADOS TO ATS-TRL-QTDE
                MOVE WRK-TOT-DISPON TO ATS-TRL-DISPON
                MOVE ATS-TRAILER TO ATS-LINHA
                WRITE ATS-LINHA
                CLOSE ATSFEED-DAT
                CLOSE ATS-ULTIMO
                CLOSE PRODUTOS
            END-IF.
            DISPLAY '===== ATSFEED - DISPONIVEL PARA A LOJA ====='.
            DISPLAY 'MODO (C/D)...........: ' WRK-MODO.
            DISPLAY 'PRODUTOS LIDOS.......: ' WRK-QTLIDOS.
            DISPLAY 'PRODUTOS ENVIADOS....: ' WRK-QTENVIADOS.
            DISPLAY 'TIRADOS DO AR........: ' WRK-QTRETIRADOS.
            DISPLAY 'SEM MUDANCA..........: ' WRK-QTIGUAIS.
