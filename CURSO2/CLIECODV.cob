      *            DE ONDE O INCLUIR DO MENU CONTINUA A SERIE
      * AUTHOR  :  SARAH
      * DATA:      02/09/2026
      * ALTERADO:  15/10/2026 - SARAH - EMBARQUE CONVERTIDO SAI
      *            COM O CUSTO DA MERCADORIA ZERADO
      * ALTERADO:  15/10/2026 - SARAH - PEDIDO E EMBARQUE
      *            CONVERTIDOS SAEM SEM CONDICAO DE PAGAMENTO
      * ALTERADO:  15/10/2026 - SARAH - EMBARQUE CONVERTIDO SAI
      *            SEM DESCONTO
      * ALTERADO:  15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 226 BYTES (TIPO DE PESSOA, CNPJ E
      *            INSCRICAO ESTADUAL)
      * ALTERADO:  15/10/2026 - SARAH - PEDIDO E EMBARQUE
      *            CONVERTIDOS SAEM COM O DEPOSITO EM BRANCO (VALE 01)
      * ALTERADO:  15/10/2026 - SARAH - PEDIDO CONVERTIDO
      *            SAI SEM DATA DE ENTREGA (EMBARQUE IMEDIATO)
      * ALTERADO:  15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 229 BYTES - CONVERTIDO SAI SEM
      *            VENDEDOR
      * ALTERADO:  15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 230 BYTES (CLASSE ABC) -
      *            CONVERTIDO SAI SEM CLASSE
      * ALTERADO:  15/10/2026 - SARAH - EMBARQUE CONVERTIDO
      *            SAI SEM TRANSPORTADORA COTADA, COM O FRETE BASE
      *            IGUAL AO COBRADO (SEM ECONOMIA); PEDIDO SAI SEM
      *            TRANSPORTADORA FORCADA
      * ALTERADO:  15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 235 BYTES (GRUPO ECONOMICO) -
      *            CONVERTIDO SAI FORA DE GRUPO
      * ALTERADO:  15/10/2026 - SARAH - RECIBO CONVERTIDO
      *            SAI SEM CONTA DA TESOURARIA
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               10 HIS-CODIGO PIC 9(07).
           05 HIS-FONE     PIC 9(11).
           05 HIS-NOME     PIC X(30).
           05 FILLER       PIC X(187).

       FD JORNAL-VELHO.
       01 JRNV-REG.
       77 WRK-QTORFAOS    PIC 9(05) VALUE 0.
       77 WRK-QTCLIEJNL   PIC 9(05) VALUE 0.
       01 WRK-IMG-VELHA   PIC X(187) VALUE SPACES.
       01 WRK-IMG-NOVA    PIC X(235) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
      *    O MESTRE ANTIGO NAO TINHA CONSENTIMENTO - TODO MUNDO
      *    ENTRA ACEITANDO, ATE PEDIR PARA PARAR
            MOVE 'S'          TO CLIENTES-CONSENTIMENTO.
            MOVE 'F'          TO CLIENTES-TIPO-PESSOA.
            MOVE SPACES       TO CLIENTES-CNPJ CLIENTES-IE.
            MOVE ZEROS        TO CLIENTES-VENDEDOR CLIENTES-GRUPO.
            MOVE SPACES       TO CLIENTES-CLASSE-ABC.
            WRITE CLIENTES-REG
              INVALID KEY
                DISPLAY 'CLIECODV: ERRO GRAVANDO MESTRE - FONE '
      *    DE POSICAO - 148 BYTES DEPOIS DO NOME, NOS DOIS LADOS
            MOVE HISV-REG(40:148) TO HIS-REG(49:148).
            MOVE 'S' TO HIS-REG(197:1).
            MOVE 'F' TO HIS-REG(198:1).
            MOVE SPACES TO HIS-REG(199:28).
      *    SEM VENDEDOR, SEM CLASSE ABC E FORA DE GRUPO, COMO NO
      *    MESTRE NOVO
            MOVE ZEROS TO HIS-REG(227:3).
            MOVE SPACE TO HIS-REG(230:1).
            MOVE ZEROS TO HIS-REG(231:5).
            MOVE WRK-ULTCODIGO TO HIS-CODIGO.
            MOVE HISV-FONE     TO HIS-FONE.
            MOVE HISV-NOME     TO HIS-NOME.
      *        DE ENTREGA ESCOLHIDO
                MOVE ZEROS TO PED-VENDEDOR
                MOVE ZEROS TO PED-ENDSEQ
                MOVE SPACES TO PED-CONDPAG
                MOVE SPACES TO PED-DEPOSITO
                MOVE SPACES TO PED-TRANSP
                MOVE ZEROS TO PED-DATA-ENTREGA
            ELSE
                MOVE SPACES TO PED-DADOS-CAB
                MOVE PEDV-CODPROD TO PED-CODPROD
            MOVE RECV-DATA  TO REC-DATA.
            MOVE RECV-VALOR TO REC-VALOR.
            MOVE RECV-TIPO  TO REC-TIPO.
            MOVE ZEROS      TO REC-CONTA.
            WRITE RECEBER-REG.
            PERFORM 5100-LER-RECEBER-VELHO.

            MOVE ZEROS         TO EMB-VENDEDOR.
            MOVE ZEROS         TO EMB-PESO.
            MOVE ZEROS         TO EMB-ENDSEQ.
            MOVE ZEROS         TO EMB-CUSTO.
            MOVE SPACES        TO EMB-CONDPAG.
            MOVE ZEROS         TO EMB-DESCONTO.
            MOVE SPACES        TO EMB-DEPOSITO.
            MOVE SPACES        TO EMB-TRANSP.
            MOVE EMBV-FRETE    TO EMB-FRETE-BASE.
            WRITE EMBARQUE-REG.
            PERFORM 6100-LER-EMBARQUE-VELHO.

            MOVE CJNV-PROGRAMA TO CJN-PROGRAMA.
            MOVE CJNV-USUARIO  TO CJN-USUARIO.
            MOVE CJNV-OPER     TO CJN-OPER.
            MOVE SPACES        TO CJN-EXECUCAO.
            MOVE CJNV-IMAGEM-ANTES TO WRK-IMG-VELHA.
            PERFORM 6850-CONVERTER-IMAGEM.
            MOVE WRK-IMG-NOVA TO CJN-IMAGEM-ANTES.
                MOVE WRK-IMG-VELHA(1:9) TO WRK-IMG-NOVA(10:9)
                MOVE WRK-IMG-VELHA(10:178) TO WRK-IMG-NOVA(19:178)
                MOVE 'S' TO WRK-IMG-NOVA(197:1)
                MOVE ZEROS TO WRK-IMG-NOVA(227:3)
                MOVE ZEROS TO WRK-IMG-NOVA(231:5)
            END-IF.

       7000-GRAVAR-CLINUM.
