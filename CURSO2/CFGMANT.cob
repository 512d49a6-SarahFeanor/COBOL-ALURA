      *            O LAYOUT DE CADA ARQUIVO, MOSTRA OS VALORES
      *            VIGENTES, CRITICA CAMPO A CAMPO E REGRAVA:
      *              1 JUROS.CFG    TAXA(99V99) CARENCIA(999)
      *                             MULTA(99V99)
      *              2 CARTAS.CFG   DIAS1/2/3(999)
      *              3 SENHAS.CFG   VALIDADE(999)
      *              4 ARQUIVO.CFG  ANOS(99)
      *              5 PARCELAS.CFG CARENCIA(999)
      *              6 BAIXA.CFG    DIAS DE CORTE(999)
      *              7 ENTREGA.CFG  DIAS SEM CONFIRMACAO(999)
      *              8 NOTACRED.CFG TETO SEM ADM(9999999V99)
      *            (FRETE.CFG E SEGMENTA.CFG, DE VARIAS LINHAS,
      *            SEGUEM NO FRETESIM/EDITOR - UMA COLUNA TORTA
      *            NELES NAO PASSA DESPERCEBIDA PORQUE O
      *            USUARIOS.LOG
      * AUTHOR  :  SARAH
      * DATA:      02/09/2026
      * ALTERADO = 15/10/2026 - SARAH - JUROS.CFG GANHA A MULTA
      *            POR ATRASO (99V99) USADA NA COTACAO DO VALATUAL
      * ALTERADO = 15/10/2026 - SARAH - OPCAO 8 - NOTACRED.CFG, TETO
      *            DA NOTA DE CREDITO SEM APROVACAO DO ADM
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           88 LINHA-VALIDA VALUE 'S'.
       77 WRK-IX-CAMPO PIC 9(01) VALUE 0.
       77 WRK-POSICAO  PIC 9(02) VALUE 0.
       77 WRK-CAMPO-X  PIC X(09) VALUE SPACES.
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-SISTEMA PIC 9(06) VALUE ZEROS.
       77 WRK-QTMUDANCAS PIC 9(03) VALUE 0.
       01 WRK-TAB-ARQUIVOS-DADOS.
      *    NOME DO ARQUIVO, QUANTOS CAMPOS NUMERICOS E A LARGURA
      *    DE CADA UM (ATE TRES CAMPOS, LADO A LADO NA LINHA)
           05 FILLER PIC X(21) VALUE 'JUROS.CFG   3 04 03 4'.
           05 FILLER PIC X(21) VALUE 'CARTAS.CFG  3 03 03 3'.
           05 FILLER PIC X(21) VALUE 'SENHAS.CFG  1 03 00 0'.
           05 FILLER PIC X(21) VALUE 'ARQUIVO.CFG 1 02 00 0'.
           05 FILLER PIC X(21) VALUE 'PARCELAS.CFG1 03 00 0'.
           05 FILLER PIC X(21) VALUE 'BAIXA.CFG   1 03 00 0'.
           05 FILLER PIC X(21) VALUE 'ENTREGA.CFG 1 03 00 0'.
           05 FILLER PIC X(21) VALUE 'NOTACRED.CFG1 09 00 0'.
       01 WRK-TAB-ARQUIVOS REDEFINES WRK-TAB-ARQUIVOS-DADOS.
           05 WRK-ARQ-OCR OCCURS 8 TIMES.
               10 WRK-ARQ-NOME     PIC X(12).
               10 WRK-ARQ-QTCAMPOS PIC 9(01).
               10 FILLER           PIC X(01).
            05 LINE 06 COLUMN 45 VALUE '5 - PARCELAS.CFG'.
            05 LINE 07 COLUMN 45 VALUE '6 - BAIXA.CFG'.
            05 LINE 08 COLUMN 45 VALUE '7 - ENTREGA.CFG'.
            05 LINE 09 COLUMN 45 VALUE '8 - NOTACRED.CFG'.
            05 LINE 10 COLUMN 15 VALUE 'X - SAIDA'.
            05 LINE 12 COLUMN 15 VALUE 'OPCAO......: '.
            05 LINE 12 COLUMN 28 USING WRK-OPCAO.
            ACCEPT MENU-CONFIG.
            MOVE SPACES TO WRK-MSGERRO.
            EVALUATE WRK-OPCAO
              WHEN '1' THRU '8'
                MOVE WRK-OPCAO TO WRK-IX-ARQ
                PERFORM 5000-EDITAR-ARQUIVO
              WHEN 'X'
