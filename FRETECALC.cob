      *            TAXA2, TAXA3 ACIMA) - A TAXA E POR QUILO E SE
      *            SOMA AO FRETE POR VALOR; FAIXAS ZERADAS MANTEM
      *            O CALCULO SO POR VALOR DE SEMPRE
      * ALTERADO = 15/10/2026 - SARAH - COTACAO POR TRANSPORTADORA:
      *            CADA TRANSPORTADORA ATIVA DE TRANSP.DAT TEM SUA
      *            TABELA POR UF E FAIXA DE PESO EM FRETETRA.CFG; A
      *            CHAMADA DEVOLVE A MAIS BARATA QUE ATENDE A UF E O
      *            PRECO DELA, MAIS O PRECO DA PRIMEIRA QUE ATENDE
      *            (A QUE O MANIFESTO PEGAVA) PARA MEDIR A ECONOMIA;
      *            TRANSPORTADORA INFORMADA NA ENTRADA E FORCADA SE
      *            ATENDER A UF, E '---' COTA SO PELO FRETE.CFG
      ************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT FRT-REGRAS ASSIGN TO 'FRETE.CFG'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FRT-CFG-STATUS.
           SELECT FRT-TARIFAS ASSIGN TO 'FRETETRA.CFG'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FRT-TAR-STATUS.
           SELECT TRANSP ASSIGN TO 'TRANSP.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS TRANSP-STATUS
             RECORD KEY IS TRA-CHAVE.
       DATA DIVISION.
       FILE SECTION.
       FD FRT-REGRAS.
           05 FRT-CFG-TAXA2      PIC 9(03)V99.
           05 FRT-CFG-TAXA3      PIC 9(03)V99.

       FD FRT-TARIFAS.
      *    TABELA DE CADA TRANSPORTADORA - UMA LINHA POR
      *    TRANSPORTADORA E UF: PERCENTUAL SOBRE O VALOR, FRETE
      *    MINIMO E AS MESMAS FAIXAS DE PESO DO FRETE.CFG
       01 FRT-TAR-LINHA.
           05 FRT-TAR-TRANSP     PIC X(03).
           05 FRT-TAR-UF         PIC X(02).
           05 FRT-TAR-PERCENT    PIC 9(02)V99.
           05 FRT-TAR-MINIMO     PIC 9(06)V99.
           05 FRT-TAR-LIMITE1    PIC 9(05).
           05 FRT-TAR-TAXA1      PIC 9(03)V99.
           05 FRT-TAR-LIMITE2    PIC 9(05).
           05 FRT-TAR-TAXA2      PIC 9(03)V99.
           05 FRT-TAR-TAXA3      PIC 9(03)V99.

       FD TRANSP.
           COPY TRANSP.

       WORKING-STORAGE SECTION.
       77 FRT-CFG-STATUS    PIC 9(02).
       77 WRK-CFG-CARREGADO PIC X(01) VALUE 'N'.
               10 TAB-CFG-TAXA2      PIC 9(03)V99.
               10 TAB-CFG-TAXA3      PIC 9(03)V99.
       77 WRK-FRETE-PESO    PIC 9(07)V99 VALUE ZEROS.
       77 FRT-TAR-STATUS    PIC 9(02).
       77 TRANSP-STATUS     PIC 9(02).
       77 WRK-TAR-CARREGADO PIC X(01) VALUE 'N'.
           88 TAR-CARREGADO VALUE 'S'.
       77 WRK-TAR-QTD       PIC 9(03) VALUE 0.
       77 WRK-TAR-IX        PIC 9(03) VALUE 0.
       77 WRK-TAR-ACHADA    PIC X(01) VALUE 'N'.
           88 TAR-ACHADA    VALUE 'S'.
       77 WRK-TRA-QTD       PIC 9(02) VALUE 0.
       77 WRK-TRA-IX        PIC 9(02) VALUE 0.
       77 WRK-UF-IX         PIC 9(02) VALUE 0.
       77 WRK-UF-ATENDIDA   PIC X(01) VALUE 'N'.
           88 UF-ATENDIDA   VALUE 'S'.
       77 WRK-TRA-FORCADA   PIC X(03) VALUE SPACES.
       77 WRK-FORCADA-OK    PIC X(01) VALUE 'N'.
           88 FORCADA-ACEITA VALUE 'S'.
       77 WRK-TEM-COTACAO   PIC X(01) VALUE 'N'.
           88 TEM-COTACAO   VALUE 'S'.
       77 WRK-PRECO-TRA     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-PRECO-BASE    PIC 9(06)V99 VALUE ZEROS.
       77 WRK-PRECO-MELHOR  PIC 9(06)V99 VALUE ZEROS.
       77 WRK-PRECO-FORCADA PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TRA-MELHOR    PIC X(03) VALUE SPACES.
       01 TAB-TAR-TARIFAS.
      *    FRETETRA.CFG CARREGADO UMA VEZ POR RUN-UNIT, COMO O
      *    FRETE.CFG
           05 TAB-TAR-TARIFA OCCURS 500 TIMES.
               10 TAB-TAR-TRANSP     PIC X(03).
               10 TAB-TAR-UF         PIC X(02).
               10 TAB-TAR-PERCENT    PIC 9(02)V99.
               10 TAB-TAR-MINIMO     PIC 9(06)V99.
               10 TAB-TAR-LIMITE1    PIC 9(05).
               10 TAB-TAR-TAXA1      PIC 9(03)V99.
               10 TAB-TAR-LIMITE2    PIC 9(05).
               10 TAB-TAR-TAXA2      PIC 9(03)V99.
               10 TAB-TAR-TAXA3      PIC 9(03)V99.
       01 TAB-TRA-ATIVAS.
      *    TRANSPORTADORAS ATIVAS NA ORDEM DO CODIGO - A MESMA
      *    ORDEM EM QUE O MANIFESTO PROCURA QUEM ATENDE A UF
           05 TAB-TRA-ATIVA OCCURS 50 TIMES.
               10 TAB-TRA-CODIGO     PIC X(03).
               10 TAB-TRA-UFS        PIC X(54).
       LINKAGE SECTION.
       01 FRT-UF     PIC X(02).
       01 FRT-VALOR  PIC 9(06)V99.
       01 FRT-PESO   PIC 9(05)V999.
       01 FRT-FRETE  PIC 9(06)V99.
      *    ENTRADA: TRANSPORTADORA FORCADA PELO OPERADOR (BRANCOS =
      *    COTAR A MAIS BARATA, '---' = SO FRETE.CFG); SAIDA: A
      *    TRANSPORTADORA COTADA (BRANCOS = NENHUMA TEM TABELA PARA
      *    A UF E O FRETE E O DO FRETE.CFG)
       01 FRT-TRANSP PIC X(03).
      *    SAIDA: FRETE SEM A COTACAO - O DA PRIMEIRA TRANSPORTADORA
      *    QUE ATENDE A UF (OU O DO FRETE.CFG SE NENHUMA TEM TABELA)
       01 FRT-FRETE-BASE PIC 9(06)V99.

       PROCEDURE DIVISION USING FRT-UF FRT-VALOR FRT-PESO
                                FRT-FRETE FRT-TRANSP FRT-FRETE-BASE.
       0001-PRINCIPAL SECTION.
            PERFORM 2000-CALCULAR.
            PERFORM 3000-APLICAR-REGRAS.
            PERFORM 4000-COTAR-TRANSPORTADORAS.
            GOBACK.

       2000-CALCULAR.
           READ FRT-REGRAS
               AT END CONTINUE
           END-READ.

       4000-COTAR-TRANSPORTADORAS.
      *    O FRETE.CFG CONTINUA SENDO A REFERENCIA - SO VIRA PRECO
      *    DE TRANSPORTADORA QUANDO ALGUMA ATIVA ATENDE A UF E TEM
      *    LINHA PARA ELA EM FRETETRA.CFG
           MOVE FRT-FRETE TO FRT-FRETE-BASE.
           IF FRT-TRANSP = '---'
               MOVE SPACES TO FRT-TRANSP
               EXIT PARAGRAPH
           END-IF.
           IF NOT TAR-CARREGADO
               PERFORM 4050-CARREGAR-TARIFAS
               PERFORM 4070-CARREGAR-TRANSP
               SET TAR-CARREGADO TO TRUE
           END-IF.
           MOVE FRT-TRANSP TO WRK-TRA-FORCADA.
           MOVE SPACES TO FRT-TRANSP WRK-TRA-MELHOR.
           MOVE 'N' TO WRK-TEM-COTACAO WRK-FORCADA-OK.
           MOVE ZEROS TO WRK-PRECO-BASE WRK-PRECO-MELHOR
                         WRK-PRECO-FORCADA.
           PERFORM 4100-COTAR-UMA
               VARYING WRK-TRA-IX FROM 1 BY 1
               UNTIL WRK-TRA-IX > WRK-TRA-QTD.
           IF NOT TEM-COTACAO
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-PRECO-BASE TO FRT-FRETE-BASE.
      *    FORCADA QUE NAO ATENDE A UF OU NAO TEM TABELA NAO VALE -
      *    VOLTA A MAIS BARATA E QUEM CHAMOU VE A TROCA NO RETORNO
           IF FORCADA-ACEITA
               MOVE WRK-TRA-FORCADA   TO FRT-TRANSP
               MOVE WRK-PRECO-FORCADA TO FRT-FRETE
           ELSE
               MOVE WRK-TRA-MELHOR    TO FRT-TRANSP
               MOVE WRK-PRECO-MELHOR  TO FRT-FRETE
           END-IF.

       4100-COTAR-UMA.
           MOVE 'N' TO WRK-UF-ATENDIDA.
           PERFORM VARYING WRK-UF-IX FROM 1 BY 2
                   UNTIL WRK-UF-IX > 53 OR UF-ATENDIDA
               IF TAB-TRA-UFS(WRK-TRA-IX)(WRK-UF-IX:2) = FRT-UF
                   SET UF-ATENDIDA TO TRUE
               END-IF
           END-PERFORM.
           IF NOT UF-ATENDIDA
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WRK-TAR-ACHADA.
           PERFORM VARYING WRK-TAR-IX FROM 1 BY 1
                   UNTIL WRK-TAR-IX > WRK-TAR-QTD OR TAR-ACHADA
               IF TAB-TAR-TRANSP(WRK-TAR-IX) =
                      TAB-TRA-CODIGO(WRK-TRA-IX)
                AND TAB-TAR-UF(WRK-TAR-IX) = FRT-UF
                   SET TAR-ACHADA TO TRUE
               END-IF
           END-PERFORM.
           IF NOT TAR-ACHADA
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT 1 FROM WRK-TAR-IX.
           PERFORM 4200-PRECO-TRANSPORTADORA.
      *    A PRIMEIRA COTADA NA ORDEM DO CODIGO E A QUE O MANIFESTO
      *    ESCOLHERIA SEM A COTACAO - E A BASE DA ECONOMIA
           IF NOT TEM-COTACAO
               SET TEM-COTACAO TO TRUE
               MOVE WRK-PRECO-TRA TO WRK-PRECO-BASE
               MOVE WRK-PRECO-TRA TO WRK-PRECO-MELHOR
               MOVE TAB-TRA-CODIGO(WRK-TRA-IX) TO WRK-TRA-MELHOR
           END-IF.
           IF WRK-PRECO-TRA < WRK-PRECO-MELHOR
               MOVE WRK-PRECO-TRA TO WRK-PRECO-MELHOR
               MOVE TAB-TRA-CODIGO(WRK-TRA-IX) TO WRK-TRA-MELHOR
           END-IF.
           IF WRK-TRA-FORCADA NOT = SPACES
            AND TAB-TRA-CODIGO(WRK-TRA-IX) = WRK-TRA-FORCADA
               SET FORCADA-ACEITA TO TRUE
               MOVE WRK-PRECO-TRA TO WRK-PRECO-FORCADA
           END-IF.

       4200-PRECO-TRANSPORTADORA.
      *    PERCENTUAL SOBRE O VALOR MAIS O QUILO DA FAIXA DE PESO,
      *    COM O MINIMO DA TRANSPORTADORA PARA A UF
           COMPUTE WRK-PRECO-TRA ROUNDED =
               FRT-VALOR * TAB-TAR-PERCENT(WRK-TAR-IX) / 100.
           MOVE ZEROS TO WRK-FRETE-PESO.
           IF FRT-PESO > ZEROS
            AND TAB-TAR-TAXA1(WRK-TAR-IX) > ZEROS
               EVALUATE TRUE
                 WHEN FRT-PESO NOT > TAB-TAR-LIMITE1(WRK-TAR-IX)
                   COMPUTE WRK-FRETE-PESO ROUNDED =
                       FRT-PESO * TAB-TAR-TAXA1(WRK-TAR-IX)
                 WHEN FRT-PESO NOT > TAB-TAR-LIMITE2(WRK-TAR-IX)
                   COMPUTE WRK-FRETE-PESO ROUNDED =
                       FRT-PESO * TAB-TAR-TAXA2(WRK-TAR-IX)
                 WHEN OTHER
                   COMPUTE WRK-FRETE-PESO ROUNDED =
                       FRT-PESO * TAB-TAR-TAXA3(WRK-TAR-IX)
               END-EVALUATE
           END-IF.
           COMPUTE WRK-PRECO-TRA = WRK-PRECO-TRA + WRK-FRETE-PESO
             ON SIZE ERROR
               MOVE 999999,99 TO WRK-PRECO-TRA
           END-COMPUTE.
           IF WRK-PRECO-TRA < TAB-TAR-MINIMO(WRK-TAR-IX)
               MOVE TAB-TAR-MINIMO(WRK-TAR-IX) TO WRK-PRECO-TRA
           END-IF.

       4050-CARREGAR-TARIFAS.
      *    FRETETRA.CFG E OPCIONAL - SEM ELE NINGUEM E COTADO E O
      *    FRETE FICA O DO FRETE.CFG; LINHA COM PERCENTUAL OU
      *    MINIMO FORA DE NUMERO E IGNORADA, FAIXA TORTA VALE ZERO
           MOVE 0 TO WRK-TAR-QTD.
           OPEN INPUT FRT-TARIFAS.
           IF FRT-TAR-STATUS = 0
               PERFORM 4060-LER-TARIFA
               PERFORM UNTIL FRT-TAR-STATUS NOT = 0
                   IF WRK-TAR-QTD < 500
                    AND FRT-TAR-PERCENT IS NUMERIC
                    AND FRT-TAR-MINIMO IS NUMERIC
                       ADD 1 TO WRK-TAR-QTD
                       MOVE FRT-TAR-TRANSP  TO
                           TAB-TAR-TRANSP(WRK-TAR-QTD)
                       MOVE FRT-TAR-UF      TO
                           TAB-TAR-UF(WRK-TAR-QTD)
                       MOVE FRT-TAR-PERCENT TO
                           TAB-TAR-PERCENT(WRK-TAR-QTD)
                       MOVE FRT-TAR-MINIMO  TO
                           TAB-TAR-MINIMO(WRK-TAR-QTD)
                       MOVE ZEROS TO TAB-TAR-LIMITE1(WRK-TAR-QTD)
                                     TAB-TAR-TAXA1(WRK-TAR-QTD)
                                     TAB-TAR-LIMITE2(WRK-TAR-QTD)
                                     TAB-TAR-TAXA2(WRK-TAR-QTD)
                                     TAB-TAR-TAXA3(WRK-TAR-QTD)
                       IF FRT-TAR-LIMITE1 IS NUMERIC
                        AND FRT-TAR-TAXA1 IS NUMERIC
                        AND FRT-TAR-LIMITE2 IS NUMERIC
                        AND FRT-TAR-TAXA2 IS NUMERIC
                        AND FRT-TAR-TAXA3 IS NUMERIC
                           MOVE FRT-TAR-LIMITE1 TO
                               TAB-TAR-LIMITE1(WRK-TAR-QTD)
                           MOVE FRT-TAR-TAXA1   TO
                               TAB-TAR-TAXA1(WRK-TAR-QTD)
                           MOVE FRT-TAR-LIMITE2 TO
                               TAB-TAR-LIMITE2(WRK-TAR-QTD)
                           MOVE FRT-TAR-TAXA2   TO
                               TAB-TAR-TAXA2(WRK-TAR-QTD)
                           MOVE FRT-TAR-TAXA3   TO
                               TAB-TAR-TAXA3(WRK-TAR-QTD)
                       END-IF
                   END-IF
                   PERFORM 4060-LER-TARIFA
               END-PERFORM
               CLOSE FRT-TARIFAS
           END-IF.

       4060-LER-TARIFA.
           READ FRT-TARIFAS
               AT END CONTINUE
           END-READ.

       4070-CARREGAR-TRANSP.
      *    SEM TRANSP.DAT NINGUEM E COTADO, COMO SEM FRETETRA.CFG
           MOVE 0 TO WRK-TRA-QTD.
           IF WRK-TAR-QTD = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT TRANSP.
           IF TRANSP-STATUS NOT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO TRA-CHAVE.
           START TRANSP KEY IS NOT LESS THAN TRA-CHAVE
               INVALID KEY
                   CONTINUE
           END-START.
           IF TRANSP-STATUS = 0
               READ TRANSP NEXT
               PERFORM UNTIL TRANSP-STATUS NOT = 0
                   IF TRA-ATIVA AND WRK-TRA-QTD < 50
                       ADD 1 TO WRK-TRA-QTD
                       MOVE TRA-CODIGO TO TAB-TRA-CODIGO(WRK-TRA-QTD)
                       MOVE TRA-UFS    TO TAB-TRA-UFS(WRK-TRA-QTD)
                   END-IF
                   READ TRANSP NEXT
               END-PERFORM
           END-IF.
           CLOSE TRANSP.
