      *            TRAVAS.DAT) - A IMPORTACAO PODE RODAR DENTRO
      *            DO DIA ONLINE; TRAVA OCUPADA DEIXA O PEDIDO
      *            WEB PARA A PROXIMA RODADA
      * ALTERADO = 15/10/2026 - SARAH - PEDIDO DA LOJA SAI SEM
      *            CONDICAO DE PAGAMENTO (PARCELA UNICA)
      * ALTERADO = 15/10/2026 - SARAH - PEDIDO DA LOJA SAI DO
      *            DEPOSITO 01: LIVRE CONFERIDO E RESERVA FEITA TAMBEM
      *            NO SALDO DO DEPOSITO (CALL ESTDEPAT)
      * ALTERADO = 15/10/2026 - SARAH - PEDIDO DA LOJA COM KIT
      *            CONFERE O LIVRE PELOS COMPONENTES E RESERVA NELES
      *            (CALL KITEXPL)
      * ALTERADO = 15/10/2026 - SARAH - PEDIDO GERADO SAI SEM
      *            DATA DE ENTREGA (EMBARQUE IMEDIATO)
      * ALTERADO = 15/10/2026 - SARAH - LOJAIMP.CTL GUARDA TAMBEM O
      *            NUMERO DO PEDIDO GERADO PARA O ID EXTERNO
      * ALTERADO = 15/10/2026 - SARAH - LOJA.TRN SO E IMPORTADO
      *            COM HEADER E TRAILER CONFERIDOS (CALL INTFCHK) -
      *            ARQUIVO FORA DE SEQUENCIA, REPETIDO OU COM TOTAIS
      *            DIVERGENTES E RECUSADO INTEIRO COM RC 12
      * ALTERADO = 15/10/2026 - SARAH - PEDIDO GERADO SAI SEM
      *            TRANSPORTADORA FORCADA (O FRETECALC COTA A MAIS
      *            BARATA)
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 TRN-TIPO  PIC X(01).
               88 TRN-CABECALHO VALUE 'C'.
               88 TRN-ITEM      VALUE 'I'.
               88 TRN-HEADER    VALUE 'H'.
               88 TRN-TRAILER   VALUE 'T'.
           05 TRN-EXTID PIC X(12).
           05 TRN-DADOS-CAB.
               10 TRN-FONE PIC 9(11).
       FD LOJAIMP-CTL.
       01 IMPCTL-LINHA.
           05 CTL-EXTID PIC X(12).
      *    PEDIDO GERADO PARA O ID (LINHA ANTIGA EM BRANCO)
           05 CTL-PEDIDO PIC 9(07).

       FD LOJAIMP-EXC.
       01 EXC-LINHA PIC X(80).
       77 WRK-DATA-SITU   PIC X(01) VALUE 'A'.
           88 DATA-FECHADA VALUE 'F'.
       77 WRK-ACHOU-CPF   PIC X(01) VALUE 'N'.
      *    A LOJA VIRTUAL SAI SEMPRE DO DEPOSITO 01 (MATRIZ)
       77 WRK-DEP-LOJA    PIC X(02) VALUE '01'.
       77 WRK-EDP-OPER    PIC X(01) VALUE SPACES.
       77 WRK-EDP-QTDE    PIC 9(05) VALUE ZEROS.
       77 WRK-EDP-SALDO   PIC 9(05) VALUE ZEROS.
       77 WRK-EDP-LIVRE   PIC 9(05) VALUE ZEROS.
       77 WRK-EDP-RETORNO PIC X(01) VALUE SPACES.
           88 EDP-SEM-DEPOSITOS VALUE '1'.
       77 WRK-IX-COMP     PIC 9(02) VALUE 0.
       77 WRK-LIVRE-EMP   PIC 9(05) VALUE ZEROS.
       77 WRK-LIVRE-DEP   PIC 9(05) VALUE ZEROS.
       77 WRK-KIT-POSSIVEL PIC 9(05) VALUE ZEROS.
       77 WRK-RES-CODPROD PIC X(08) VALUE SPACES.
       77 WRK-RES-QTDE    PIC 9(05) VALUE ZEROS.
       77 WRK-POSTOU      PIC X(01) VALUE 'N'.
           88 ARQUIVO-POSTADO VALUE 'S'.
           COPY INTFCHK.
           COPY KITTAB.
       01 WRK-CAB-CLIENTE.
           05 WRK-CAB-CODIGO PIC 9(07).
           05 WRK-CAB-FONE   PIC 9(11).
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM 1050-CONFERIR-ENVELOPE.
            IF NOT INTF-ACEITO
                DISPLAY 'LOJAIMP: LOJA.TRN RECUSADO - '
                        INTF-MENSAGEM
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.
            ACCEPT WRK-CLIENTES-DAT FROM ENVIRONMENT 'CLIENTES_DAT'.
            IF WRK-CLIENTES-DAT = SPACES
                MOVE 'E:\COBOL\CLIENTES.DAT' TO WRK-CLIENTES-DAT
                MOVE 16 TO RETURN-CODE
            ELSE
                OPEN OUTPUT LOJAIMP-EXC
                MOVE 'S' TO WRK-POSTOU
                PERFORM 1100-LER-LOJA
            END-IF
            END-IF
            END-IF.

       1050-CONFERIR-ENVELOPE.
      *    NADA DA LOJA E POSTADO SEM HEADER E TRAILER CONFERIDOS -
      *    A QUANTIDADE CONTA CABECALHOS E ITENS; O TOTAL E A SOMA
      *    DAS QUANTIDADES DOS ITENS
            MOVE 'V'         TO INTF-FUNCAO.
            MOVE 'LOJA.TRN'  TO INTF-ARQUIVO.
            MOVE 'LOJAIMP'   TO INTF-INTERFACE.
            MOVE SPACES TO INTF-REMETENTE.
            ACCEPT INTF-REMETENTE FROM ENVIRONMENT
                'LOJAIMP_REMETENTE'.
            MOVE 1   TO INTF-POS-TIPO.
            MOVE 'H' TO INTF-TIPO-HDR.
            MOVE 'T' TO INTF-TIPO-TRL.
            MOVE SPACE TO INTF-TIPO-DET.
            MOVE 'I' TO INTF-TIPO-VAL.
            MOVE 2   TO INTF-HDR-POS-REM.
            MOVE 10  TO INTF-HDR-POS-DATA.
            MOVE 18  TO INTF-HDR-POS-SEQ.
            MOVE 2   TO INTF-TRL-POS-QTDE.
            MOVE 9   TO INTF-TRL-POS-TOTAL.
            MOVE 15  TO INTF-TRL-TAM-TOTAL.
            MOVE 22  TO INTF-DET-POS-VALOR.
            MOVE 3   TO INTF-DET-TAM-VALOR.
            CALL 'INTFCHK' USING INTF-PARM.

       1100-LER-LOJA.
      *    HEADER E TRAILER JA FORAM CONFERIDOS - NAO SAO PEDIDO
            READ LOJA-TRN
                AT END MOVE 'S' TO WRK-FIMTRN
            END-READ.
            IF NOT FIM-LOJA AND TRN-HEADER
                READ LOJA-TRN
                    AT END MOVE 'S' TO WRK-FIMTRN
                END-READ
            END-IF.
            IF NOT FIM-LOJA AND TRN-TRAILER
                MOVE 'S' TO WRK-FIMTRN
            END-IF.

       1300-CARREGAR-IMPORTADOS.
            MOVE 0 TO WRK-QTEXT.
            END-EVALUATE.

       2400-AVALIAR-PRODUTO.
      *    KIT: O LIVRE E QUANTOS KITS OS COMPONENTES MONTAM
            CALL 'KITEXPL' USING TRN-CODPROD KIT-TAB-COMP.
            IF KTB-QTCOMP = 0
                MOVE ZEROS TO WRK-LIVRE-EMP
                IF PROD-QTESTOQUE > PROD-QTRESERVADA
                    COMPUTE WRK-LIVRE-EMP =
                        PROD-QTESTOQUE - PROD-QTRESERVADA
                END-IF
                MOVE 'C' TO WRK-EDP-OPER
                MOVE TRN-QTDE TO WRK-EDP-QTDE
                CALL 'ESTDEPAT' USING WRK-EDP-OPER TRN-CODPROD
                    WRK-DEP-LOJA WRK-EDP-QTDE WRK-EDP-SALDO
                    WRK-EDP-LIVRE WRK-EDP-RETORNO
                MOVE WRK-EDP-LIVRE TO WRK-LIVRE-DEP
            ELSE
                PERFORM 2410-LIVRE-KIT
            END-IF.
            EVALUATE TRUE
              WHEN PROD-INATIVO
                ADD 1 TO WRK-QTREJEITADOS
                MOVE 'PRODUTO INATIVO' TO WRK-MOTIVO
                PERFORM 2800-GRAVAR-EXCECAO
              WHEN WRK-LIVRE-EMP < TRN-QTDE
                ADD 1 TO WRK-QTREJEITADOS
                MOVE 'SEM ESTOQUE LIVRE P/RESERVA' TO WRK-MOTIVO
                PERFORM 2800-GRAVAR-EXCECAO
              WHEN NOT EDP-SEM-DEPOSITOS AND WRK-LIVRE-DEP < TRN-QTDE
                ADD 1 TO WRK-QTREJEITADOS
                MOVE 'SEM ESTOQUE LIVRE NO DEPOSITO' TO WRK-MOTIVO
                PERFORM 2800-GRAVAR-EXCECAO
              WHEN WRK-QTITENS >= 20
                ADD 1 TO WRK-QTREJEITADOS
                MOVE 'LIMITE DE ITENS DO PEDIDO' TO WRK-MOTIVO
                    PROD-PRECO * TRN-QTDE
            END-EVALUATE.

       2410-LIVRE-KIT.
            MOVE 99999 TO WRK-LIVRE-EMP WRK-LIVRE-DEP.
            PERFORM 2420-LIVRE-COMPONENTE
                VARYING WRK-IX-COMP FROM 1 BY 1
                UNTIL WRK-IX-COMP > KTB-QTCOMP.
      *    O MESTRE VOLTA PARA O KIT - SITUACAO E PRECO DO ITEM
            MOVE TRN-CODPROD TO PROD-CODIGO.
            READ PRODUTOS
              INVALID KEY
                CONTINUE
            END-READ.

       2420-LIVRE-COMPONENTE.
            MOVE ZEROS TO WRK-KIT-POSSIVEL.
            MOVE KTB-CODCOMP(WRK-IX-COMP) TO PROD-CODIGO.
            READ PRODUTOS
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                IF PROD-QTESTOQUE > PROD-QTRESERVADA
                    COMPUTE WRK-KIT-POSSIVEL =
                        (PROD-QTESTOQUE - PROD-QTRESERVADA)
                      / KTB-QTDE(WRK-IX-COMP)
                END-IF
            END-READ.
            IF WRK-KIT-POSSIVEL < WRK-LIVRE-EMP
                MOVE WRK-KIT-POSSIVEL TO WRK-LIVRE-EMP
            END-IF.
            MOVE 'C' TO WRK-EDP-OPER.
            MOVE ZEROS TO WRK-EDP-QTDE.
            CALL 'ESTDEPAT' USING WRK-EDP-OPER
                KTB-CODCOMP(WRK-IX-COMP) WRK-DEP-LOJA WRK-EDP-QTDE
                WRK-EDP-SALDO WRK-EDP-LIVRE WRK-EDP-RETORNO.
            COMPUTE WRK-KIT-POSSIVEL =
                WRK-EDP-LIVRE / KTB-QTDE(WRK-IX-COMP).
            IF WRK-KIT-POSSIVEL < WRK-LIVRE-DEP
                MOVE WRK-KIT-POSSIVEL TO WRK-LIVRE-DEP
            END-IF.

       2800-GRAVAR-EXCECAO.
            MOVE WRK-EXTID TO EXC-EXTID.
            MOVE TRN-REG TO EXC-REG.
            MOVE WRK-CAB-UF     TO PED-UF.
            MOVE ZEROS          TO PED-VENDEDOR.
            MOVE ZEROS          TO PED-ENDSEQ.
            MOVE SPACES         TO PED-CONDPAG.
            MOVE SPACES         TO PED-DEPOSITO.
            MOVE ZEROS          TO PED-DATA-ENTREGA.
            MOVE SPACES         TO PED-TRANSP.
            WRITE PEDIDO-REG.
            PERFORM 2920-GRAVAR-ITEM
                VARYING WRK-IX-ITEM FROM 1 BY 1

       2930-RESERVAR-ESTOQUE.
      *    A MESMA RESERVA DA CAPTURA EM TELA - O PROGCOB10 A
      *    CONVERTE EM BAIXA NO EMBARQUE; KIT RESERVA OS
      *    COMPONENTES
            CALL 'KITEXPL' USING WRK-ITEM-COD(WRK-IX-ITEM)
                KIT-TAB-COMP.
            IF KTB-QTCOMP = 0
                MOVE WRK-ITEM-COD(WRK-IX-ITEM) TO WRK-RES-CODPROD
                MOVE WRK-ITEM-QT(WRK-IX-ITEM)  TO WRK-RES-QTDE
                PERFORM 2940-RESERVAR-PRODUTO
            ELSE
                PERFORM 2935-RESERVAR-COMPONENTE
                    VARYING WRK-IX-COMP FROM 1 BY 1
                    UNTIL WRK-IX-COMP > KTB-QTCOMP
            END-IF.

       2935-RESERVAR-COMPONENTE.
            MOVE KTB-CODCOMP(WRK-IX-COMP) TO WRK-RES-CODPROD.
            COMPUTE WRK-RES-QTDE =
                KTB-QTDE(WRK-IX-COMP) * WRK-ITEM-QT(WRK-IX-ITEM).
            PERFORM 2940-RESERVAR-PRODUTO.

       2940-RESERVAR-PRODUTO.
            MOVE WRK-RES-CODPROD TO PROD-CODIGO.
            READ PRODUTOS
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                ADD WRK-RES-QTDE TO PROD-QTRESERVADA
                REWRITE PRODUTO-REG
                  INVALID KEY
                    CONTINUE
                END-REWRITE
            END-READ.
            MOVE 'R' TO WRK-EDP-OPER.
            MOVE WRK-RES-QTDE TO WRK-EDP-QTDE.
            CALL 'ESTDEPAT' USING WRK-EDP-OPER
                WRK-RES-CODPROD WRK-DEP-LOJA WRK-EDP-QTDE
                WRK-EDP-SALDO WRK-EDP-LIVRE WRK-EDP-RETORNO.

       2950-MARCAR-IMPORTADO.
            MOVE WRK-EXTID TO CTL-EXTID.
            MOVE WRK-PED-NUMERO TO CTL-PEDIDO.
            OPEN EXTEND LOJAIMP-CTL.
            IF CTL-STATUS = 35
                OPEN OUTPUT LOJAIMP-CTL
                CLOSE LOJA-TRN
                CLOSE LOJAIMP-EXC
            END-IF.
            IF ARQUIVO-POSTADO
                MOVE 'C' TO INTF-FUNCAO
                CALL 'INTFCHK' USING INTF-PARM
            END-IF.
            DISPLAY '===== LOJAIMP - PEDIDOS DA LOJA ====='.
            DISPLAY 'PEDIDOS IMPORTADOS...: ' WRK-QTIMPORTADOS.
            DISPLAY 'JA IMPORTADOS........: ' WRK-QTPULADOS.
