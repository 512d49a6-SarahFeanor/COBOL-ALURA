       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BOLETO.
      *******************************************
      * AULA:      IMPRESSAO DE BOLETO BANCARIO (PADRAO FEBRABAN)
      * OBJETIVO:  IMPRIMIR EM BOLETO.RPT UM BOLETO POR DOCUMENTO
      *            REGISTRADO NA ULTIMA REMESSA (NOSSONUM.DAT) -
      *            TITULO EM ABERTO, PARCELA DE PLANO, MENSALIDADE
      *            OU SOBRA DO DEVIDO - COM O NOSSO NUMERO, A
      *            LINHA DIGITAVEL COM OS DIGITOS VERIFICADORES E
      *            O CODIGO DE BARRAS DE 44 POSICOES
      *            O NOSSO NUMERO E O DOCUMENTO QUE A REMESSA
      *            REGISTROU NO BANCO - E O MESMO QUE VOLTA NO
      *            RETORNO, QUE BAIXA O TITULO SOZINHO
      *            RODA DEPOIS DA REMESSA; DOCUMENTO CUJA ORIGEM JA
      *            FOI LIQUIDADA DESDE A REMESSA NAO SAI
      *            SELECAO (OPCIONAL): VARIAVEL BOLETO_FONE (SO O
      *            CLIENTE OU O RESPONSAVEL DAQUELE TELEFONE) E
      *            BOLETO_TIPO (M MENSALIDADE, E EMBARQUE, J JUROS,
      *            P PARCELA DE PLANO, S SOBRA) - SEM ELAS, TODOS
      *            BANCO.CFG: ALEM DE BANCO, LAYOUT E FAIXA, A
      *            AGENCIA(4), A CONTA(7) E A CARTEIRA(2) DO
      *            BENEFICIARIO - SEM ELAS NAO SAI BOLETO (RC 16)
      *            BENEFICIARIO: NOME E ENDERECO DO ETIQUETA.CFG
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
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
           SELECT NOSSONUM ASSIGN TO 'NOSSONUM.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS NSN-STATUS.
           SELECT TITULOS ASSIGN TO 'TITULOS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TITULOS-STATUS.
           SELECT PARCELAS ASSIGN TO 'PARCELAS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PARCELAS-STATUS.
           SELECT BANCO-CFG ASSIGN TO 'BANCO.CFG'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BCF-STATUS.
           SELECT ETIQUETA-CFG ASSIGN TO 'ETIQUETA.CFG'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CFG-STATUS.
           SELECT BOLETO-RPT ASSIGN TO 'BOLETO.RPT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           COPY CLIENTES.

       FD NOSSONUM.
           COPY NOSSONUM.

       FD TITULOS.
           COPY TITULOS.

       FD PARCELAS.
           COPY PARCELAS.

       FD BANCO-CFG.
      *    AS QUATRO PRIMEIRAS SAO AS DA REMESSA; AGENCIA, CONTA E
      *    CARTEIRA SO O BOLETO USA
       01 BCF-LINHA.
           05 BCF-BANCO    PIC 9(03).
           05 BCF-LAYOUT   PIC X(03).
           05 BCF-DOC-INI  PIC 9(07).
           05 BCF-DOC-FIM  PIC 9(07).
           05 BCF-AGENCIA  PIC 9(04).
           05 BCF-CONTA    PIC 9(07).
           05 BCF-CARTEIRA PIC 9(02).

       FD ETIQUETA-CFG.
       01 CFG-REG.
           05 CFG-NOME     PIC X(30).
           05 CFG-ENDERECO PIC X(40).
           05 CFG-CIDADE   PIC X(20).
           05 CFG-UF       PIC X(02).
           05 CFG-CEP      PIC 9(08).

       FD BOLETO-RPT.
       01 RPT-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       77 CLIENTES-STATUS  PIC 9(02).
       77 NSN-STATUS       PIC 9(02).
       77 TITULOS-STATUS   PIC 9(02).
       77 PARCELAS-STATUS  PIC 9(02).
       77 BCF-STATUS       PIC 9(02).
       77 CFG-STATUS       PIC 9(02).
       77 RPT-STATUS       PIC 9(02).
       77 WRK-CLIENTES-DAT PIC X(80) VALUE SPACES.
       77 WRK-FIMNSN       PIC X(01) VALUE 'N'.
           88 FIM-NOSSONUM VALUE 'S'.
       77 WRK-FIMTIT       PIC X(01) VALUE 'N'.
           88 FIM-TITULOS VALUE 'S'.
       77 WRK-FIMPAR       PIC X(01) VALUE 'N'.
           88 FIM-PARCELAS VALUE 'S'.
       77 WRK-ABRIU-OK     PIC X(01) VALUE 'N'.
           88 ABRIU-COM-SUCESSO VALUE 'S'.
       77 WRK-EM-ABERTO    PIC X(01) VALUE 'N'.
           88 ORIGEM-EM-ABERTO VALUE 'S'.
       77 WRK-PRIMEIRO     PIC X(01) VALUE 'S'.
           88 PRIMEIRO-BOLETO VALUE 'S'.
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-SITU    PIC X(01) VALUE 'A'.
           88 DATA-FECHADA VALUE 'F'.
      *    BANCO DA RODADA - MESMO PADRAO DA REMESSA SEM BANCO.CFG
       77 WRK-BANCO        PIC 9(03) VALUE 1.
       77 WRK-AGENCIA      PIC 9(04) VALUE ZEROS.
       77 WRK-CONTA        PIC 9(07) VALUE ZEROS.
       77 WRK-CARTEIRA     PIC 9(02) VALUE ZEROS.
      *    SELECAO PELAS VARIAVEIS DE AMBIENTE
       77 WRK-SEL-FONE-X   PIC X(11) VALUE SPACES.
       77 WRK-SEL-FONE     PIC 9(11) VALUE ZEROS.
       77 WRK-SEL-TIPO     PIC X(01) VALUE SPACES.
       77 WRK-TIPO-DOC     PIC X(01) VALUE SPACES.
       77 WRK-QTLIDOS      PIC 9(05) VALUE 0.
       77 WRK-QTBOLETOS    PIC 9(05) VALUE 0.
       77 WRK-QTFORA-SEL   PIC 9(05) VALUE 0.
       77 WRK-QTLIQUIDADOS PIC 9(05) VALUE 0.
       77 WRK-QTOUTRO-BCO  PIC 9(05) VALUE 0.
       77 WRK-QTSEM-CLI    PIC 9(05) VALUE 0.
      *    CONTAS DOS DIGITOS VERIFICADORES
       77 WRK-IND          PIC 9(02) VALUE 0.
       77 WRK-TAM          PIC 9(02) VALUE 0.
       77 WRK-PESO         PIC 9(02) VALUE 0.
       77 WRK-PRODUTO      PIC 9(03) VALUE 0.
       77 WRK-SOMA         PIC 9(05) VALUE 0.
       77 WRK-QUOCIENTE    PIC 9(05) VALUE 0.
       77 WRK-RESTO        PIC 9(02) VALUE 0.
       77 WRK-DV           PIC 9(01) VALUE 0.
      *    CONTA DE DIAS DO FATOR DE VENCIMENTO
       77 WRK-DN-ANO       PIC 9(04) VALUE 0.
       77 WRK-DN-MES       PIC 9(02) VALUE 0.
       77 WRK-DN-Q1        PIC 9(07) VALUE 0.
       77 WRK-DN-Q2        PIC 9(07) VALUE 0.
       77 WRK-DN-Q3        PIC 9(07) VALUE 0.
       77 WRK-DN-Q4        PIC 9(07) VALUE 0.
       77 WRK-DN-DIAS      PIC 9(07) VALUE 0.
       77 WRK-DIAS-VENCTO  PIC 9(07) VALUE 0.
       77 WRK-DIAS-BASE    PIC 9(07) VALUE 0.
       77 WRK-DIAS-BASE-ANT PIC 9(07) VALUE 0.
       77 WRK-FATOR        PIC 9(04) VALUE 0.
       77 WRK-DIFERENCA    PIC 9(07) VALUE 0.

       01 WRK-DN-DATA.
           05 WRK-DN-AAAA PIC 9(04).
           05 WRK-DN-MM   PIC 9(02).
           05 WRK-DN-DD   PIC 9(02).

      *    ALGARISMOS SOBRE OS QUAIS O DIGITO E CALCULADO, DA
      *    ESQUERDA PARA A DIREITA, WRK-TAM DELES
       01 WRK-CALCULO      PIC X(43).
       01 WRK-CALCULO-R REDEFINES WRK-CALCULO.
           05 WRK-ALG PIC 9(01) OCCURS 43 TIMES.

      *    CAMPO LIVRE DO BANCO: AGENCIA, CARTEIRA, NOSSO NUMERO
      *    COM 11 POSICOES E CONTA, FECHANDO COM ZERO
       01 WRK-CAMPO-LIVRE.
           05 WRK-CL-AGENCIA  PIC 9(04).
           05 WRK-CL-CARTEIRA PIC 9(02).
           05 WRK-CL-NOSSONUM PIC 9(11).
           05 WRK-CL-CONTA    PIC 9(07).
           05 FILLER          PIC 9(01) VALUE 0.
       01 WRK-CAMPO-LIVRE-R REDEFINES WRK-CAMPO-LIVRE.
           05 WRK-CL-1A5      PIC X(05).
           05 WRK-CL-6A15     PIC X(10).
           05 WRK-CL-16A25    PIC X(10).

      *    CODIGO DE BARRAS - 44 POSICOES
       01 WRK-BARRAS.
           05 WRK-BAR-BANCO   PIC 9(03).
           05 WRK-BAR-MOEDA   PIC 9(01) VALUE 9.
           05 WRK-BAR-DV      PIC 9(01).
           05 WRK-BAR-FATOR   PIC 9(04).
           05 WRK-BAR-VALOR   PIC 9(08)V99.
           05 WRK-BAR-LIVRE   PIC X(25).
       01 WRK-BARRAS-R REDEFINES WRK-BARRAS.
           05 WRK-BAR-1A4     PIC X(04).
           05 FILLER          PIC X(01).
           05 WRK-BAR-6A44    PIC X(39).

      *    CAMPOS DA LINHA DIGITAVEL ANTES DA EDICAO
       01 WRK-CAMPO1.
           05 WRK-C1-BANCO    PIC 9(03).
           05 WRK-C1-MOEDA    PIC 9(01).
           05 WRK-C1-LIVRE    PIC X(05).
           05 WRK-C1-DV       PIC 9(01).
       01 WRK-CAMPO1-R REDEFINES WRK-CAMPO1.
           05 WRK-C1-A        PIC X(05).
           05 WRK-C1-B        PIC X(05).
       01 WRK-CAMPO2.
           05 WRK-C2-LIVRE    PIC X(10).
           05 WRK-C2-DV       PIC 9(01).
       01 WRK-CAMPO2-R REDEFINES WRK-CAMPO2.
           05 WRK-C2-A        PIC X(05).
           05 WRK-C2-B        PIC X(06).
       01 WRK-CAMPO3.
           05 WRK-C3-LIVRE    PIC X(10).
           05 WRK-C3-DV       PIC 9(01).
       01 WRK-CAMPO3-R REDEFINES WRK-CAMPO3.
           05 WRK-C3-A        PIC X(05).
           05 WRK-C3-B        PIC X(06).

      *    LINHA DIGITAVEL EDITADA:
      *    AAAAA.AAAAA BBBBB.BBBBBB CCCCC.CCCCCC D EEEEEEEEEEEEEE
       01 WRK-LINHA-DIG.
           05 WRK-LD-1A       PIC X(05).
           05 FILLER          PIC X(01) VALUE '.'.
           05 WRK-LD-1B       PIC X(05).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WRK-LD-2A       PIC X(05).
           05 FILLER          PIC X(01) VALUE '.'.
           05 WRK-LD-2B       PIC X(06).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WRK-LD-3A       PIC X(05).
           05 FILLER          PIC X(01) VALUE '.'.
           05 WRK-LD-3B       PIC X(06).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WRK-LD-DV       PIC 9(01).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WRK-LD-FATOR    PIC 9(04).
           05 WRK-LD-VALOR    PIC 9(08)V99.

       01 WRK-DATA-EDITADA.
           05 WRK-DE-DIA PIC 9(02).
           05 FILLER     PIC X(01) VALUE '/'.
           05 WRK-DE-MES PIC 9(02).
           05 FILLER     PIC X(01) VALUE '/'.
           05 WRK-DE-ANO PIC 9(04).
       01 WRK-DATA-AUX.
           05 WRK-DA-ANO PIC 9(04).
           05 WRK-DA-MES PIC 9(02).
           05 WRK-DA-DIA PIC 9(02).

      *    LINHAS DO BOLETO
       01 RPT-TRACO.
           05 FILLER PIC X(80) VALUE ALL '-'.
       01 RPT-BANCO.
           05 FILLER        PIC X(06) VALUE 'BANCO '.
           05 RPT-BCO-COD   PIC 9(03).
           05 FILLER        PIC X(05) VALUE ' |   '.
           05 RPT-BCO-LINHA PIC X(54).
       01 RPT-LOCAL.
           05 FILLER PIC X(48) VALUE
              'LOCAL DE PAGAMENTO: PAGAVEL EM QUALQUER BANCO   '.
           05 FILLER        PIC X(12) VALUE 'VENCIMENTO: '.
           05 RPT-LOC-VENCTO PIC X(10).
       01 RPT-BENEFICIARIO.
           05 FILLER        PIC X(14) VALUE 'BENEFICIARIO: '.
           05 RPT-BEN-NOME  PIC X(30).
           05 FILLER        PIC X(04) VALUE SPACES.
           05 FILLER        PIC X(16) VALUE 'AGENCIA/CODIGO: '.
           05 RPT-BEN-AGENCIA PIC 9(04).
           05 FILLER        PIC X(01) VALUE '/'.
           05 RPT-BEN-CONTA PIC 9(07).
       01 RPT-BEN-ENDERECO.
           05 FILLER        PIC X(14) VALUE SPACES.
           05 RPT-BEN-END   PIC X(40).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 RPT-BEN-CIDADE PIC X(20).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 RPT-BEN-UF    PIC X(02).
       01 RPT-DOCUMENTO.
           05 FILLER        PIC X(10) VALUE 'DATA DOC: '.
           05 RPT-DOC-DATA  PIC X(10).
           05 FILLER        PIC X(10) VALUE '  NR.DOC: '.
           05 RPT-DOC-NUM   PIC 9(07).
           05 FILLER        PIC X(08) VALUE '  CART: '.
           05 RPT-DOC-CART  PIC 9(02).
           05 FILLER        PIC X(16) VALUE '  NOSSO NUMERO: '.
           05 RPT-DOC-NOSSO PIC 9(11).
       01 RPT-VALOR.
           05 FILLER        PIC X(40) VALUE SPACES.
           05 FILLER        PIC X(20) VALUE 'VALOR DO DOCUMENTO: '.
           05 RPT-VAL-VALOR PIC ZZ.ZZZ.ZZ9,99.
       01 RPT-INSTRUCOES.
           05 FILLER        PIC X(13) VALUE 'INSTRUCOES:  '.
           05 RPT-INS-TEXTO PIC X(60).
       01 RPT-INS-MULTA.
           05 FILLER        PIC X(13) VALUE SPACES.
           05 FILLER        PIC X(60) VALUE
              'APOS O VENCIMENTO, JUROS DE MORA CONFORME CONTRATO'.
       01 RPT-PAGADOR.
           05 FILLER        PIC X(09) VALUE 'PAGADOR: '.
           05 RPT-PAG-NOME  PIC X(30).
           05 FILLER        PIC X(03) VALUE SPACES.
           05 RPT-PAG-TPDOC PIC X(05).
           05 RPT-PAG-DOC   PIC X(14).
       01 RPT-PAG-ENDERECO.
           05 FILLER        PIC X(09) VALUE SPACES.
           05 RPT-PAG-END   PIC X(40).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 RPT-PAG-CIDADE PIC X(20).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 RPT-PAG-UF    PIC X(02).
       01 RPT-PAG-CEP.
           05 FILLER        PIC X(09) VALUE SPACES.
           05 FILLER        PIC X(05) VALUE 'CEP: '.
           05 RPT-PAG-CEP-N PIC 9(08).
      *    AS BARRAS SAO DESENHADAS PELA FONTE ITF (INTERCALADO 2
      *    DE 5) DA IMPRESSORA A PARTIR DAS 44 POSICOES
       01 RPT-BARRAS.
           05 FILLER        PIC X(18) VALUE 'CODIGO DE BARRAS: '.
           05 RPT-BAR-CODIGO PIC X(44).

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            IF ABRIU-COM-SUCESSO
                PERFORM 2010-LER-NOSSONUM
                PERFORM 2000-PROCESSAR UNTIL FIM-NOSSONUM
            END-IF.
            PERFORM 3000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
      *    CHAMADO PELO AGENDADOR - COMECA SEMPRE DO ZERO
            MOVE 0 TO RETURN-CODE.
            MOVE 0 TO WRK-QTLIDOS WRK-QTBOLETOS WRK-QTFORA-SEL
                      WRK-QTLIQUIDADOS WRK-QTOUTRO-BCO WRK-QTSEM-CLI.
            MOVE 'N' TO WRK-ABRIU-OK WRK-FIMNSN.
            MOVE 'S' TO WRK-PRIMEIRO.
            MOVE 1 TO WRK-BANCO.
            MOVE ZEROS TO WRK-AGENCIA WRK-CONTA WRK-CARTEIRA.
            CALL 'DATASIS' USING WRK-DATA-SISTEMA
                WRK-DATA-SITU.
            IF DATA-FECHADA
                DISPLAY 'BOLETO: DATA DE PROCESSAMENTO '
                        'FECHADA - PASSO RECUSADO'
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            ACCEPT WRK-CLIENTES-DAT FROM ENVIRONMENT 'CLIENTES_DAT'.
            IF WRK-CLIENTES-DAT = SPACES
                MOVE 'E:\COBOL\CLIENTES.DAT' TO WRK-CLIENTES-DAT
            END-IF.
            MOVE SPACES TO WRK-SEL-FONE-X WRK-SEL-TIPO.
            MOVE ZEROS TO WRK-SEL-FONE.
            ACCEPT WRK-SEL-FONE-X FROM ENVIRONMENT 'BOLETO_FONE'.
            IF WRK-SEL-FONE-X IS NUMERIC
             AND WRK-SEL-FONE-X NOT = SPACES
                MOVE WRK-SEL-FONE-X TO WRK-SEL-FONE
            END-IF.
            ACCEPT WRK-SEL-TIPO FROM ENVIRONMENT 'BOLETO_TIPO'.
            IF WRK-SEL-TIPO NOT = 'M' AND NOT = 'E' AND NOT = 'J'
             AND NOT = 'P' AND NOT = 'S'
                MOVE SPACES TO WRK-SEL-TIPO
            END-IF.
            PERFORM 1100-LER-BANCO.
            IF RETURN-CODE NOT = 0
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT ETIQUETA-CFG.
            IF CFG-STATUS NOT = 0
                DISPLAY 'BOLETO: SEM ETIQUETA.CFG - BENEFICIARIO NAO '
                        'CONFIGURADO'
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            READ ETIQUETA-CFG
                AT END MOVE SPACES TO CFG-REG
            END-READ.
            CLOSE ETIQUETA-CFG.
            IF CFG-NOME = SPACES
                DISPLAY 'BOLETO: ETIQUETA.CFG SEM O NOME DO '
                        'BENEFICIARIO'
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
      *    BASES DO FATOR DE VENCIMENTO: 07/10/1997 ATE 21/02/2025;
      *    A PARTIR DE 22/02/2025 O FATOR RECOMECA EM 1000
            MOVE 19971007 TO WRK-DN-DATA.
            PERFORM 2700-CONTAR-DIAS.
            MOVE WRK-DN-DIAS TO WRK-DIAS-BASE-ANT.
            MOVE 20250222 TO WRK-DN-DATA.
            PERFORM 2700-CONTAR-DIAS.
            MOVE WRK-DN-DIAS TO WRK-DIAS-BASE.
            OPEN INPUT NOSSONUM.
            IF NSN-STATUS NOT = 0
                DISPLAY 'BOLETO: SEM NOSSONUM.DAT - RODE A REMESSA '
                        'ANTES'
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT CLIENTES.
            IF CLIENTES-STATUS NOT = 0
                DISPLAY 'BOLETO: NAO ABRIU CLIENTES.DAT'
                CLOSE NOSSONUM
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT BOLETO-RPT.
            SET ABRIU-COM-SUCESSO TO TRUE.

       1100-LER-BANCO.
      *    O BANCO E O DA REMESSA; AGENCIA, CONTA E CARTEIRA DO
      *    BENEFICIARIO VAO NO CAMPO LIVRE E SAO OBRIGATORIAS
            OPEN INPUT BANCO-CFG.
            IF BCF-STATUS = 0
                READ BANCO-CFG
                  AT END
                    CONTINUE
                  NOT AT END
                    IF BCF-BANCO IS NUMERIC AND BCF-BANCO > 0
                        MOVE BCF-BANCO TO WRK-BANCO
                    END-IF
                    IF BCF-AGENCIA IS NUMERIC
                        MOVE BCF-AGENCIA TO WRK-AGENCIA
                    END-IF
                    IF BCF-CONTA IS NUMERIC
                        MOVE BCF-CONTA TO WRK-CONTA
                    END-IF
                    IF BCF-CARTEIRA IS NUMERIC
                        MOVE BCF-CARTEIRA TO WRK-CARTEIRA
                    END-IF
                END-READ
                CLOSE BANCO-CFG
            END-IF.
            IF WRK-AGENCIA = ZEROS OR WRK-CONTA = ZEROS
             OR WRK-CARTEIRA = ZEROS
                DISPLAY 'BOLETO: BANCO.CFG SEM AGENCIA, CONTA OU '
                        'CARTEIRA DO BENEFICIARIO'
                MOVE 16 TO RETURN-CODE
            END-IF.

       2000-PROCESSAR.
            ADD 1 TO WRK-QTLIDOS.
      *    DOCUMENTO DE OUTRO BANCO - O BANCO.CFG MUDOU DEPOIS DA
      *    REMESSA; O BOLETO SAIRIA COM CODIGO QUE O BANCO RECUSA
            IF NSN-BANCO NOT = WRK-BANCO
                ADD 1 TO WRK-QTOUTRO-BCO
                PERFORM 2010-LER-NOSSONUM
                EXIT PARAGRAPH
            END-IF.
            IF NSN-TITULO
                MOVE NSN-TIPO TO WRK-TIPO-DOC
            ELSE
                MOVE NSN-ORIGEM TO WRK-TIPO-DOC
            END-IF.
            IF (WRK-SEL-FONE NOT = ZEROS AND NSN-FONE NOT =
                WRK-SEL-FONE)
             OR (WRK-SEL-TIPO NOT = SPACES AND WRK-TIPO-DOC NOT =
                WRK-SEL-TIPO)
                ADD 1 TO WRK-QTFORA-SEL
                PERFORM 2010-LER-NOSSONUM
                EXIT PARAGRAPH
            END-IF.
            MOVE NSN-FONE TO CLIENTES-FONE.
            READ CLIENTES KEY IS CLIENTES-FONE
              INVALID KEY
                DISPLAY 'BOLETO: DOCUMENTO ' NSN-DOC
                        ' SEM CLIENTE PARA O FONE ' NSN-FONE
                ADD 1 TO WRK-QTSEM-CLI
                PERFORM 2010-LER-NOSSONUM
                EXIT PARAGRAPH
            END-READ.
            EVALUATE TRUE
                WHEN NSN-TITULO
                    PERFORM 2100-CONFERIR-TITULO
                WHEN NSN-PARCELA
                    PERFORM 2200-CONFERIR-PARCELA
                WHEN OTHER
      *            SOBRA: VALE ENQUANTO O CLIENTE AINDA DEVE
                    IF CLIENTES-SALDO < 0
                        MOVE 'S' TO WRK-EM-ABERTO
                    ELSE
                        MOVE 'N' TO WRK-EM-ABERTO
                    END-IF
            END-EVALUATE.
            IF ORIGEM-EM-ABERTO
                PERFORM 2500-MONTAR-CODIGO
                PERFORM 2800-IMPRIMIR-BOLETO
                ADD 1 TO WRK-QTBOLETOS
            ELSE
                ADD 1 TO WRK-QTLIQUIDADOS
            END-IF.
            PERFORM 2010-LER-NOSSONUM.

       2010-LER-NOSSONUM.
            READ NOSSONUM
                AT END MOVE 'S' TO WRK-FIMNSN
            END-READ.

       2100-CONFERIR-TITULO.
      *    O TITULO DE ORIGEM AINDA ESTA NA CARTEIRA PROPRIA COM
      *    SALDO A RECEBER
            MOVE 'N' TO WRK-EM-ABERTO.
            MOVE 'N' TO WRK-FIMTIT.
            OPEN INPUT TITULOS.
            IF TITULOS-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2110-LER-TITULO.
            PERFORM UNTIL FIM-TITULOS
                IF TIT-FONE = NSN-FONE AND TIT-TIPO = NSN-TIPO
                 AND TIT-PEDIDO = NSN-PEDIDO
                 AND TIT-FATURA = NSN-FATURA
                 AND TIT-PARCELA = NSN-SEQ
                    IF TIT-CARTEIRA-PROPRIA AND TIT-VALOR > TIT-PAGO
                        MOVE 'S' TO WRK-EM-ABERTO
                    END-IF
                    MOVE 'S' TO WRK-FIMTIT
                ELSE
                    PERFORM 2110-LER-TITULO
                END-IF
            END-PERFORM.
            CLOSE TITULOS.

       2110-LER-TITULO.
            READ TITULOS
                AT END MOVE 'S' TO WRK-FIMTIT
            END-READ.

       2200-CONFERIR-PARCELA.
      *    A PARCELA DO PLANO AINDA ESTA ABERTA (PLANO QUEBRADO
      *    PELO PARCVENC NAO SAI MAIS)
            MOVE 'N' TO WRK-EM-ABERTO.
            MOVE 'N' TO WRK-FIMPAR.
            OPEN INPUT PARCELAS.
            IF PARCELAS-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2210-LER-PARCELA.
            PERFORM UNTIL FIM-PARCELAS
                IF PAR-PLANO = NSN-PEDIDO AND PAR-SEQ = NSN-SEQ
                    IF PAR-ABERTA AND PAR-VALOR > PAR-PAGO
                        MOVE 'S' TO WRK-EM-ABERTO
                    END-IF
                    MOVE 'S' TO WRK-FIMPAR
                ELSE
                    PERFORM 2210-LER-PARCELA
                END-IF
            END-PERFORM.
            CLOSE PARCELAS.

       2210-LER-PARCELA.
            READ PARCELAS
                AT END MOVE 'S' TO WRK-FIMPAR
            END-READ.

       2500-MONTAR-CODIGO.
      *    CAMPO LIVRE COM O NOSSO NUMERO REGISTRADO NA REMESSA
            MOVE WRK-AGENCIA  TO WRK-CL-AGENCIA.
            MOVE WRK-CARTEIRA TO WRK-CL-CARTEIRA.
            MOVE NSN-DOC      TO WRK-CL-NOSSONUM.
            MOVE WRK-CONTA    TO WRK-CL-CONTA.
            PERFORM 2600-CALCULAR-FATOR.
            MOVE WRK-BANCO       TO WRK-BAR-BANCO.
            MOVE 9               TO WRK-BAR-MOEDA.
            MOVE WRK-FATOR       TO WRK-BAR-FATOR.
            MOVE NSN-VALOR       TO WRK-BAR-VALOR.
            MOVE WRK-CAMPO-LIVRE TO WRK-BAR-LIVRE.
      *    DIGITO GERAL: MODULO 11 SOBRE AS 43 POSICOES SEM ELE
            MOVE WRK-BAR-1A4  TO WRK-CALCULO (1:4).
            MOVE WRK-BAR-6A44 TO WRK-CALCULO (5:39).
            MOVE 43 TO WRK-TAM.
            PERFORM 2650-MODULO-11.
            MOVE WRK-DV TO WRK-BAR-DV.
      *    LINHA DIGITAVEL: TRES CAMPOS COM DIGITO MODULO 10, O
      *    DIGITO GERAL E O FATOR COM O VALOR
            MOVE WRK-BANCO  TO WRK-C1-BANCO.
            MOVE 9          TO WRK-C1-MOEDA.
            MOVE WRK-CL-1A5 TO WRK-C1-LIVRE.
            MOVE WRK-CAMPO1 (1:9) TO WRK-CALCULO.
            MOVE 9 TO WRK-TAM.
            PERFORM 2640-MODULO-10.
            MOVE WRK-DV TO WRK-C1-DV.
            MOVE WRK-CL-6A15 TO WRK-C2-LIVRE.
            MOVE WRK-CL-6A15 TO WRK-CALCULO.
            MOVE 10 TO WRK-TAM.
            PERFORM 2640-MODULO-10.
            MOVE WRK-DV TO WRK-C2-DV.
            MOVE WRK-CL-16A25 TO WRK-C3-LIVRE.
            MOVE WRK-CL-16A25 TO WRK-CALCULO.
            MOVE 10 TO WRK-TAM.
            PERFORM 2640-MODULO-10.
            MOVE WRK-DV TO WRK-C3-DV.
            MOVE WRK-C1-A      TO WRK-LD-1A.
            MOVE WRK-C1-B      TO WRK-LD-1B.
            MOVE WRK-C2-A      TO WRK-LD-2A.
            MOVE WRK-C2-B      TO WRK-LD-2B.
            MOVE WRK-C3-A      TO WRK-LD-3A.
            MOVE WRK-C3-B      TO WRK-LD-3B.
            MOVE WRK-BAR-DV    TO WRK-LD-DV.
            MOVE WRK-BAR-FATOR TO WRK-LD-FATOR.
            MOVE WRK-BAR-VALOR TO WRK-LD-VALOR.

       2600-CALCULAR-FATOR.
      *    DIAS CORRIDOS DA BASE ATE O VENCIMENTO; DEPOIS DE
      *    22/02/2025 O FATOR VOLTA A 1000 E RODA A CADA 9000 DIAS
            MOVE NSN-VENCTO TO WRK-DN-DATA.
            PERFORM 2700-CONTAR-DIAS.
            MOVE WRK-DN-DIAS TO WRK-DIAS-VENCTO.
            IF WRK-DIAS-VENCTO < WRK-DIAS-BASE
                COMPUTE WRK-FATOR = WRK-DIAS-VENCTO
                                  - WRK-DIAS-BASE-ANT
            ELSE
                COMPUTE WRK-DIFERENCA = WRK-DIAS-VENCTO
                                      - WRK-DIAS-BASE
                DIVIDE WRK-DIFERENCA BY 9000 GIVING WRK-DN-Q1
                    REMAINDER WRK-DIFERENCA
                COMPUTE WRK-FATOR = WRK-DIFERENCA + 1000
            END-IF.

       2640-MODULO-10.
      *    PESOS 2 E 1 ALTERNADOS DA DIREITA PARA A ESQUERDA;
      *    PRODUTO DE DOIS ALGARISMOS SOMA OS ALGARISMOS
            MOVE 0 TO WRK-SOMA.
            MOVE 2 TO WRK-PESO.
            PERFORM VARYING WRK-IND FROM WRK-TAM BY -1
                    UNTIL WRK-IND = 0
                COMPUTE WRK-PRODUTO = WRK-ALG (WRK-IND) * WRK-PESO
                IF WRK-PRODUTO > 9
                    SUBTRACT 9 FROM WRK-PRODUTO
                END-IF
                ADD WRK-PRODUTO TO WRK-SOMA
                IF WRK-PESO = 2
                    MOVE 1 TO WRK-PESO
                ELSE
                    MOVE 2 TO WRK-PESO
                END-IF
            END-PERFORM.
            DIVIDE WRK-SOMA BY 10 GIVING WRK-QUOCIENTE
                REMAINDER WRK-RESTO.
            IF WRK-RESTO = 0
                MOVE 0 TO WRK-DV
            ELSE
                COMPUTE WRK-DV = 10 - WRK-RESTO
            END-IF.

       2650-MODULO-11.
      *    PESOS 2 A 9 DA DIREITA PARA A ESQUERDA; RESULTADO 0,
      *    10 OU 11 VIRA 1 (O DIGITO DO CODIGO DE BARRAS NUNCA E 0)
            MOVE 0 TO WRK-SOMA.
            MOVE 2 TO WRK-PESO.
            PERFORM VARYING WRK-IND FROM WRK-TAM BY -1
                    UNTIL WRK-IND = 0
                COMPUTE WRK-PRODUTO = WRK-ALG (WRK-IND) * WRK-PESO
                ADD WRK-PRODUTO TO WRK-SOMA
                IF WRK-PESO = 9
                    MOVE 2 TO WRK-PESO
                ELSE
                    ADD 1 TO WRK-PESO
                END-IF
            END-PERFORM.
            DIVIDE WRK-SOMA BY 11 GIVING WRK-QUOCIENTE
                REMAINDER WRK-RESTO.
            IF WRK-RESTO < 2
                MOVE 1 TO WRK-DV
            ELSE
                COMPUTE WRK-DV = 11 - WRK-RESTO
            END-IF.

       2700-CONTAR-DIAS.
      *    NUMERO DE DIAS DA DATA EM WRK-DN-DATA NO CALENDARIO
      *    CIVIL, CONTANDO O ANO A PARTIR DE MARCO (O DIA 29 DE
      *    FEVEREIRO FICA NO FIM DO ANO) - SO A DIFERENCA ENTRE
      *    DUAS DATAS INTERESSA
            MOVE WRK-DN-AAAA TO WRK-DN-ANO.
            MOVE WRK-DN-MM   TO WRK-DN-MES.
            IF WRK-DN-MES < 3
                SUBTRACT 1 FROM WRK-DN-ANO
                ADD 12 TO WRK-DN-MES
            END-IF.
            DIVIDE WRK-DN-ANO BY 4   GIVING WRK-DN-Q1.
            DIVIDE WRK-DN-ANO BY 100 GIVING WRK-DN-Q2.
            DIVIDE WRK-DN-ANO BY 400 GIVING WRK-DN-Q3.
            COMPUTE WRK-DN-Q4 = 153 * (WRK-DN-MES - 3) + 2.
            DIVIDE WRK-DN-Q4 BY 5 GIVING WRK-DN-Q4.
            COMPUTE WRK-DN-DIAS = 365 * WRK-DN-ANO + WRK-DN-Q1
                                - WRK-DN-Q2 + WRK-DN-Q3
                                + WRK-DN-Q4 + WRK-DN-DD.

       2800-IMPRIMIR-BOLETO.
            IF PRIMEIRO-BOLETO
                WRITE RPT-LINHA FROM RPT-TRACO
                MOVE 'N' TO WRK-PRIMEIRO
            ELSE
                WRITE RPT-LINHA FROM RPT-TRACO
                    AFTER ADVANCING PAGE
            END-IF.
            MOVE WRK-BANCO     TO RPT-BCO-COD.
            MOVE WRK-LINHA-DIG TO RPT-BCO-LINHA.
            WRITE RPT-LINHA FROM RPT-BANCO.
            WRITE RPT-LINHA FROM RPT-TRACO.
            MOVE NSN-VENCTO TO WRK-DATA-AUX.
            PERFORM 2850-EDITAR-DATA.
            MOVE WRK-DATA-EDITADA TO RPT-LOC-VENCTO.
            WRITE RPT-LINHA FROM RPT-LOCAL.
            MOVE CFG-NOME     TO RPT-BEN-NOME.
            MOVE WRK-AGENCIA  TO RPT-BEN-AGENCIA.
            MOVE WRK-CONTA    TO RPT-BEN-CONTA.
            WRITE RPT-LINHA FROM RPT-BENEFICIARIO.
            MOVE CFG-ENDERECO TO RPT-BEN-END.
            MOVE CFG-CIDADE   TO RPT-BEN-CIDADE.
            MOVE CFG-UF       TO RPT-BEN-UF.
            WRITE RPT-LINHA FROM RPT-BEN-ENDERECO.
            MOVE NSN-REMESSA TO WRK-DATA-AUX.
            PERFORM 2850-EDITAR-DATA.
            MOVE WRK-DATA-EDITADA TO RPT-DOC-DATA.
            MOVE NSN-DOC      TO RPT-DOC-NUM.
            MOVE WRK-CARTEIRA TO RPT-DOC-CART.
            MOVE WRK-CL-NOSSONUM TO RPT-DOC-NOSSO.
            WRITE RPT-LINHA FROM RPT-DOCUMENTO.
            MOVE NSN-VALOR TO RPT-VAL-VALOR.
            WRITE RPT-LINHA FROM RPT-VALOR.
            PERFORM 2870-MONTAR-INSTRUCAO.
            WRITE RPT-LINHA FROM RPT-INSTRUCOES.
            WRITE RPT-LINHA FROM RPT-INS-MULTA.
            WRITE RPT-LINHA FROM RPT-TRACO.
            MOVE CLIENTES-NOME TO RPT-PAG-NOME.
            IF PESSOA-JURIDICA
                MOVE 'CNPJ ' TO RPT-PAG-TPDOC
                MOVE CLIENTES-CNPJ TO RPT-PAG-DOC
            ELSE
                MOVE 'CPF  ' TO RPT-PAG-TPDOC
                MOVE CLIENTES-CPF TO RPT-PAG-DOC
            END-IF.
            WRITE RPT-LINHA FROM RPT-PAGADOR.
            MOVE CLIENTES-ENDERECO TO RPT-PAG-END.
            MOVE CLIENTES-CIDADE   TO RPT-PAG-CIDADE.
            MOVE CLIENTES-UF       TO RPT-PAG-UF.
            WRITE RPT-LINHA FROM RPT-PAG-ENDERECO.
            MOVE CLIENTES-CEP TO RPT-PAG-CEP-N.
            WRITE RPT-LINHA FROM RPT-PAG-CEP.
            WRITE RPT-LINHA FROM RPT-TRACO.
            MOVE WRK-BARRAS TO RPT-BAR-CODIGO.
            WRITE RPT-LINHA FROM RPT-BARRAS.

       2850-EDITAR-DATA.
            MOVE WRK-DA-DIA TO WRK-DE-DIA.
            MOVE WRK-DA-MES TO WRK-DE-MES.
            MOVE WRK-DA-ANO TO WRK-DE-ANO.

       2870-MONTAR-INSTRUCAO.
      *    A ORIGEM DO DOCUMENTO, PARA O CLIENTE SABER O QUE PAGA
            MOVE SPACES TO RPT-INS-TEXTO.
            EVALUATE WRK-TIPO-DOC
                WHEN 'M'
                    STRING 'MENSALIDADE ESCOLAR - DOC ' NSN-PEDIDO
                        DELIMITED BY SIZE INTO RPT-INS-TEXTO
                WHEN 'E'
                    STRING 'FATURA ' NSN-FATURA ' PARCELA ' NSN-SEQ
                        ' - PEDIDO ' NSN-PEDIDO
                        DELIMITED BY SIZE INTO RPT-INS-TEXTO
                WHEN 'J'
                    MOVE 'JUROS DE MORA SOBRE TITULOS EM ATRASO'
                        TO RPT-INS-TEXTO
                WHEN 'P'
                    STRING 'PLANO DE PAGAMENTO ' NSN-PEDIDO (3:5)
                        ' PARCELA ' NSN-SEQ
                        DELIMITED BY SIZE INTO RPT-INS-TEXTO
                WHEN OTHER
                    MOVE 'SALDO EM ABERTO NA CONTA DO CLIENTE'
                        TO RPT-INS-TEXTO
            END-EVALUATE.

       3000-FINALIZAR.
            IF ABRIU-COM-SUCESSO
                CLOSE NOSSONUM
                CLOSE CLIENTES
                CLOSE BOLETO-RPT
            END-IF.
            DISPLAY '===== BOLETO - BOLETOS BANCARIOS ====='.
            DISPLAY 'DOCUMENTOS REGISTRADOS: ' WRK-QTLIDOS.
            DISPLAY 'BOLETOS IMPRESSOS.....: ' WRK-QTBOLETOS.
            DISPLAY 'FORA DA SELECAO.......: ' WRK-QTFORA-SEL.
            DISPLAY 'JA LIQUIDADOS.........: ' WRK-QTLIQUIDADOS.
            DISPLAY 'DE OUTRO BANCO........: ' WRK-QTOUTRO-BCO.
            DISPLAY 'SEM CLIENTE...........: ' WRK-QTSEM-CLI.
