      *            - NAO SE RECEBE A MESMA DEVOLUCAO DUAS VEZES
      * AUTHOR  :  SARAH
      * DATA:      02/09/2026
      * ALTERADO = 15/10/2026 - SARAH - O QUE VOLTOU BOM REENTRA
      *            TAMBEM NO SALDO DO DEPOSITO DE SAIDA DO EMBARQUE
      *            (EMB-DEPOSITO, CALL ESTDEPAT)
      * ALTERADO = 15/10/2026 - SARAH - KIT DEVOLVIDO REENTRA
      *            PELOS COMPONENTES (KITEXPL) - O KIT NAO TEM SALDO
      *            PROPRIO
      ******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77 WRK-QTREENTRADA PIC 9(05) VALUE 0.
       77 WRK-QTBAIXADA   PIC 9(05) VALUE 0.
       77 WRK-QTSEM-PROD  PIC 9(03) VALUE 0.
       77 WRK-DEP-SAIDA   PIC X(02) VALUE SPACES.
       77 WRK-EDP-OPER    PIC X(01) VALUE SPACES.
       77 WRK-EDP-QTDE    PIC 9(05) VALUE ZEROS.
       77 WRK-EDP-SALDO   PIC 9(05) VALUE ZEROS.
       77 WRK-EDP-LIVRE   PIC 9(05) VALUE ZEROS.
       77 WRK-EDP-RETORNO PIC X(01) VALUE SPACES.
       77 WRK-QT-ENTRA    PIC 9(05) VALUE ZEROS.
       77 WRK-IX-COMP     PIC 9(02) VALUE 0.
       77 WRK-KIT-CODPROD PIC X(08) VALUE SPACES.
           COPY KITTAB.
       01 WRK-TAB-ITENS.
           05 WRK-ITM OCCURS 50 TIMES.
               10 WRK-ITM-CODPROD PIC X(08).
       1120-PROCURAR-EMBARQUE.
            IF EMB-PEDIDO = WRK-PEDIDO
                MOVE 'S' TO WRK-EMB-ACHADO
                MOVE EMB-DEPOSITO TO WRK-DEP-SAIDA
                MOVE 'S' TO WRK-FIMEMB
            ELSE
                PERFORM 1150-LER-EMBARQUE
            END-IF.

       2300-REENTRAR-ESTOQUE.
      *    KIT NAO TEM SALDO PROPRIO - O QUE VOLTA SAO OS COMPONENTES
            CALL 'KITEXPL' USING PROD-CODIGO KIT-TAB-COMP.
            IF KTB-QTCOMP = 0
                MOVE WRK-QT-BOA TO WRK-QT-ENTRA
                PERFORM 2320-REENTRAR-PRODUTO
            ELSE
                MOVE PROD-CODIGO TO WRK-KIT-CODPROD
                PERFORM 2310-REENTRAR-COMPONENTE
                    VARYING WRK-IX-COMP FROM 1 BY 1
                    UNTIL WRK-IX-COMP > KTB-QTCOMP
                MOVE WRK-KIT-CODPROD TO PROD-CODIGO
                READ PRODUTOS
                  INVALID KEY
                    MOVE SPACES TO PROD-DESCRICAO
                END-READ
            END-IF.

       2310-REENTRAR-COMPONENTE.
            MOVE KTB-CODCOMP(WRK-IX-COMP) TO PROD-CODIGO.
            READ PRODUTOS
              INVALID KEY
                ADD 1 TO WRK-QTSEM-PROD
                MOVE 'COMPONENTE FORA DO MESTRE' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-READ.
            COMPUTE WRK-QT-ENTRA = WRK-QT-BOA * KTB-QTDE(WRK-IX-COMP).
            PERFORM 2320-REENTRAR-PRODUTO.

       2320-REENTRAR-PRODUTO.
            MOVE PROD-QTESTOQUE TO LOG-ANTES.
            ADD WRK-QT-ENTRA TO PROD-QTESTOQUE.
            REWRITE PRODUTO-REG
              INVALID KEY
                MOVE 'ERRO AO REGRAVAR PRODUTO' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
              NOT INVALID KEY
                ADD WRK-QT-ENTRA TO WRK-QTREENTRADA
                PERFORM 2350-GRAVAR-MOVIMENTO
                PERFORM 2360-REENTRAR-DEPOSITO
            END-REWRITE.

       2350-GRAVAR-MOVIMENTO.
            MOVE WRK-DATA-SISTEMA TO LOG-DATA.
            MOVE WRK-PEDIDO       TO LOG-PEDIDO.
            MOVE PROD-CODIGO      TO LOG-CODPROD.
            MOVE WRK-QT-ENTRA     TO LOG-QTBOA.
            MOVE PROD-QTESTOQUE   TO LOG-DEPOIS.
            OPEN EXTEND DEVOLMOV-LOG.
            IF LOG-STATUS = 35
            WRITE LOG-LINHA.
            CLOSE DEVOLMOV-LOG.

       2360-REENTRAR-DEPOSITO.
      *    O QUE VOLTOU BOM REENTRA NO DEPOSITO DE ONDE SAIU
            MOVE 'E' TO WRK-EDP-OPER.
            MOVE WRK-QT-ENTRA TO WRK-EDP-QTDE.
            CALL 'ESTDEPAT' USING WRK-EDP-OPER PROD-CODIGO
                WRK-DEP-SAIDA WRK-EDP-QTDE WRK-EDP-SALDO
                WRK-EDP-LIVRE WRK-EDP-RETORNO.

       2400-BAIXAR-AVARIA.
      *    AVARIA NAO REENTRA - SO A LINHA DE BAIXA PARA O FISCAL
      *    E O SEGURO
