       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESPVAGA.
      ************************************
      * AREA DE COMENTARIOS -REMARK
      * AUTHOR = SARAH
      * OBJETIVO: SUBROTINA DA LISTA DE ESPERA (ESPERA.DAT) DAS
      *           TURMAS - PONTO UNICO DAS VAGAS RESERVADAS PARA A
      *           FILA. OPERACOES:
      *             O - OFERECER: RECEBE AS VAGAS LIVRES DA TURMA
      *                 (CAPACIDADE MENOS ATIVOS), DESCONTA AS JA
      *                 OFERECIDAS E OFERECE O RESTO AOS PRIMEIROS
      *                 DA FILA, ENFILEIRANDO O AVISO AO RESPONSAVEL
      *                 (CALL NOTIFICA, TIPO V) - DEVOLVE QUANTAS
      *                 VAGAS FORAM OFERECIDAS
      *             C - CONTAR: DEVOLVE QUANTAS VAGAS DA TURMA ESTAO
      *                 OFERECIDAS A OUTRA PESSOA (CPF DIFERENTE) -
      *                 O MATMANUT NAO AS ENTREGA A QUEM CHEGA DEPOIS
      *             M - MATRICULOU: TIRA DA FILA DA TURMA O CPF QUE
      *                 ACABOU DE SER MATRICULADO
      *           OFERTA SEM MATRICULA EM 7 DIAS EXPIRA E A VAGA
      *           VOLTA A CONTAR COMO LIVRE NA PROXIMA OFERTA
      *           CHAMADA PELO MATMANUT (TRANCAMENTO, TROCA DE
      *           TURMA, INCLUSAO) E PELO TURMMANT (AUMENTO DE
      *           CAPACIDADE) - SEM O ARQUIVO, DEVOLVE ZERO
      * DATA = 15/10/2026
      ************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESPERA ASSIGN TO 'ESPERA.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS ESPERA-STATUS
             RECORD KEY IS ESP-CHAVE.
       DATA DIVISION.
       FILE SECTION.
       FD ESPERA.
           COPY ESPERA.

       WORKING-STORAGE SECTION.
       77 ESPERA-STATUS    PIC 9(02).
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-PRAZO-OFERTA PIC 9(03) VALUE 7.
       77 WRK-VENCE-OFERTA PIC 9(08) VALUE ZEROS.
       77 WRK-FIMESP       PIC X(01) VALUE 'N'.
           88 FIM-ESPERA VALUE 'S'.
       77 WRK-QTRESERVADAS PIC 9(03) VALUE 0.
       77 WRK-LIVRES       PIC S9(03) VALUE ZEROS.
       77 WRK-TIPO-EVENTO  PIC X(01) VALUE 'V'.
       77 WRK-DOCUMENTO    PIC 9(07) VALUE ZEROS.
       77 WRK-CPF          PIC X(11) VALUE SPACES.

       LINKAGE SECTION.
       01 LNK-OPERACAO   PIC X(01).
       01 LNK-TURMA      PIC X(06).
       01 LNK-CPF        PIC X(11).
       01 LNK-VAGAS      PIC S9(03).
       01 LNK-QTDE       PIC 9(03).

       PROCEDURE DIVISION USING LNK-OPERACAO LNK-TURMA LNK-CPF
                                LNK-VAGAS LNK-QTDE.
       0001-PRINCIPAL SECTION.
            MOVE 0 TO LNK-QTDE.
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
            OPEN I-O ESPERA.
            IF ESPERA-STATUS NOT = 0
                GOBACK
            END-IF.
            EVALUATE LNK-OPERACAO
              WHEN 'O'
                PERFORM 2000-OFERECER-VAGAS
              WHEN 'C'
                MOVE LNK-CPF TO WRK-CPF
                PERFORM 1000-CONTAR-RESERVAS
                MOVE WRK-QTRESERVADAS TO LNK-QTDE
              WHEN 'M'
                PERFORM 3000-MARCAR-MATRICULA
            END-EVALUATE.
            CLOSE ESPERA.
            GOBACK.

       1000-CONTAR-RESERVAS.
      *    VARRE A FILA DA TURMA: OFERTA VENCIDA EXPIRA, OFERTA
      *    VIGENTE A OUTRO CPF CONTA COMO VAGA RESERVADA
            MOVE 0 TO WRK-QTRESERVADAS.
            PERFORM 1100-POSICIONAR-TURMA.
            PERFORM 1300-CONTAR-ENTRADA UNTIL FIM-ESPERA.

       1100-POSICIONAR-TURMA.
            MOVE 'N'       TO WRK-FIMESP.
            MOVE LNK-TURMA TO ESP-TURMA.
            MOVE ZEROS     TO ESP-PROTOCOLO.
            START ESPERA KEY IS NOT LESS THAN ESP-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-FIMESP
            END-START.
            IF NOT FIM-ESPERA
                PERFORM 1200-LER-ESPERA
            END-IF.

       1200-LER-ESPERA.
            READ ESPERA NEXT
                AT END MOVE 'S' TO WRK-FIMESP
            END-READ.
            IF NOT FIM-ESPERA AND ESP-TURMA NOT = LNK-TURMA
                MOVE 'S' TO WRK-FIMESP
            END-IF.

       1300-CONTAR-ENTRADA.
            IF ESP-OFERECIDA
                CALL 'DATAPRAZ' USING ESP-DATA-OFERTA
                    WRK-PRAZO-OFERTA WRK-VENCE-OFERTA
                IF WRK-VENCE-OFERTA < WRK-DATA-SISTEMA
                    SET ESP-EXPIRADA TO TRUE
                    REWRITE ESPERA-REG
                      INVALID KEY
                        CONTINUE
                    END-REWRITE
                ELSE
                    IF ESP-CPF NOT = WRK-CPF OR WRK-CPF = SPACES
                        ADD 1 TO WRK-QTRESERVADAS
                    END-IF
                END-IF
            END-IF.
            PERFORM 1200-LER-ESPERA.

       2000-OFERECER-VAGAS.
            MOVE SPACES TO WRK-CPF.
            PERFORM 1000-CONTAR-RESERVAS.
            COMPUTE WRK-LIVRES = LNK-VAGAS - WRK-QTRESERVADAS.
            IF WRK-LIVRES NOT > 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 1100-POSICIONAR-TURMA.
            PERFORM 2100-OFERECER-ENTRADA
                UNTIL FIM-ESPERA OR WRK-LIVRES NOT > 0.

       2100-OFERECER-ENTRADA.
            IF ESP-AGUARDANDO
                SET ESP-OFERECIDA TO TRUE
                MOVE WRK-DATA-SISTEMA TO ESP-DATA-OFERTA
                REWRITE ESPERA-REG
                  INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    SUBTRACT 1 FROM WRK-LIVRES
                    ADD 1 TO LNK-QTDE
                    MOVE ESP-PROTOCOLO TO WRK-DOCUMENTO
                    CALL 'NOTIFICA' USING WRK-TIPO-EVENTO
                        ESP-FONE-RESP WRK-DOCUMENTO
                END-REWRITE
            END-IF.
            PERFORM 1200-LER-ESPERA.

       3000-MARCAR-MATRICULA.
            IF LNK-CPF = SPACES
                EXIT PARAGRAPH
            END-IF.
            PERFORM 1100-POSICIONAR-TURMA.
            PERFORM 3100-MARCAR-ENTRADA UNTIL FIM-ESPERA.

       3100-MARCAR-ENTRADA.
            IF ESP-NA-FILA AND ESP-CPF = LNK-CPF
                SET ESP-MATRICULADO TO TRUE
                REWRITE ESPERA-REG
                  INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    ADD 1 TO LNK-QTDE
                END-REWRITE
            END-IF.
            PERFORM 1200-LER-ESPERA.
