      *            NOVO (VIA .WRK, COMO NO PEDCANC) - SEM ISSO O
      *            CADERNO FICAVA ORFAO E OS RECEBIMENTOS
      *            PARAVAM DE BAIXAR O QUE ERA DO FONE ANTIGO
      * ALTERADO = 15/10/2026 - SARAH - O PEDIDO CAPTURA A
      *            CONDICAO DE PAGAMENTO (VALIDADA EM CONDPAG.DAT,
      *            BRANCOS = PARCELA UNICA) E O FATURA DIVIDE A
      *            FATURA NAS PARCELAS DELA; A COPIA DE TRABALHO
      *            DO TITULO ACOMPANHA O LAYOUT NOVO
      * ALTERADO = 15/10/2026 - SARAH - DESCONTO COMERCIAL: A
      *            LINHA GANHA SOZINHA O DESCONTO DA FAIXA DE
      *            QUANTIDADE (CALL DESCFAIX) E, NO PEDIDO, O
      *            OPERADOR PODE DAR UM DESCONTO DE LINHA ATE O
      *            TETO DO SEU PERFIL (DESCTETO.CFG); ACIMA DO
      *            TETO A LINHA SAI MARCADA E O PEDIDO AGUARDA A
      *            APROVACAO DO ADM NA MESA DE DESCONTO (DESCMESA)
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 226 BYTES (TIPO DE PESSOA, CNPJ E
      *            INSCRICAO ESTADUAL)
      * ALTERADO = 15/10/2026 - SARAH - INCLUSAO E ALTERACAO COM TIPO DE
      *            PESSOA (F/J), CNPJ COM DIGITOS CONFERIDOS E INSCRICAO
      *            ESTADUAL (1550-VALIDAR-PESSOA)
      * ALTERADO = 15/10/2026 - SARAH - OPCAO A (OCORRENCIAS SAC):
      *            ABRE, ATUALIZA E FECHA OCORRENCIAS DO CLIENTE EM
      *            OCORREN.DAT (CATEGORIA, PEDIDO, RESPONSAVEL E PRAZO)
      *            E A CONSULTA MOSTRA AS ABERTAS - AGING NO OCORAGE
      * ALTERADO = 15/10/2026 - SARAH - O PEDIDO ESCOLHE O DEPOSITO
      *            DE SAIDA (TABDEP, PADRAO 01): O LIVRE E CONFERIDO E
      *            A RESERVA FEITA TAMBEM NO SALDO DO DEPOSITO
      *            (CALL ESTDEPAT)
      * ALTERADO = 15/10/2026 - SARAH - PRODUTO KIT (KITCOMP.DAT)
      *            TEM O DISPONIVEL CALCULADO PELO LIVRE DOS
      *            COMPONENTES E A RESERVA DESCE NOS COMPONENTES
      *            (CALL KITEXPL)
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO TITULO ACOMPANHA
      *            O LAYOUT COM BRUTO E DESCONTO DA MENSALIDADE
      * ALTERADO = 15/10/2026 - SARAH - O PEDIDO CAPTURA A
      *            DATA DE ENTREGA PEDIDA (EM BRANCO = EMBARQUE
      *            IMEDIATO); DATA FUTURA FICA RETIDA NO PROGCOB10
      * ALTERADO = 15/10/2026 - SARAH - ALTERACAO DE NOME, CPF, E-MAIL
      *            E ENDERECO VIRA SOLICITACAO PENDENTE (CLIEPEND.DAT)
      *            COM IMAGENS ANTES E DEPOIS; OPCAO V: OUTRO ADM APROVA
      *            OU RECUSA, DECISAO GUARDADA EM CLIEPEND.LOG
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 229 BYTES (VENDEDOR DO CLIENTE) -
      *            CLIENTE INCLUIDO ENTRA SEM VENDEDOR
      * ALTERADO = 15/10/2026 - SARAH - CARTEIRA DE CLIENTES: A TELA
      *            MOSTRA E ALTERA O VENDEDOR DONO DO CLIENTE (VALIDADO
      *            NO VENDEDOR.DAT); CLIENTE NOVO SEM VENDEDOR RECEBE O
      *            DONO DO TERRITORIO (TERRIT.DAT, CIDADE E DEPOIS UF);
      *            PEDIDO E ORCAMENTO JA ABREM COM O VENDEDOR DO CLIENTE
      *            E TODA TROCA DE VENDEDOR VAI PARA O CARTHIST.DAT
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 230 BYTES (CLASSE ABC) -
      *            CLIENTE INCLUIDO ENTRA SEM CLASSE
      * ALTERADO = 15/10/2026 - SARAH - O PEDIDO PODE FORCAR A
      *            TRANSPORTADORA (ATIVA E QUE ATENDA A UF) - EM
      *            BRANCO O FRETECALC COTA A MAIS BARATA; A COTACAO DE
      *            FRETE MOSTRA A TRANSPORTADORA COTADA
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO TITULO ACOMPANHA
      *            O LAYOUT COM A DATA DA LIQUIDACAO (98 BYTES)
      * ALTERADO = 15/10/2026 - SARAH - ENDERECO DE ENTREGA INCLUIDO
      *            LEVA A DATA DA INCLUSAO - BASE DA TRIAGEM DE
      *            RISCO DO PROGCOB10
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 235 BYTES (GRUPO ECONOMICO) - A
      *            TELA MOSTRA E ALTERA O GRUPO DO CLIENTE (VALIDADO NO
      *            GRUPOS.DAT, ZEROS = FORA DE GRUPO); CLIENTE INCLUIDO
      *            ENTRA SEM GRUPO
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO CHEQUE NA
      *            REGRAVACAO PASSA A 77 BYTES (CONTA DA TESOURARIA)
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS VENDEDOR-STATUS
             RECORD KEY IS VEN-CHAVE.
           SELECT GRUPOS ASSIGN TO 'GRUPOS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS GRUPOS-STATUS
             RECORD KEY IS GRP-CHAVE.
           SELECT TERRIT ASSIGN TO 'TERRIT.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS TERRIT-STATUS
             RECORD KEY IS TER-CHAVE.
           SELECT CARTHIST ASSIGN TO 'CARTHIST.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CARTHIST-STATUS.
           SELECT CONDPAG ASSIGN TO 'CONDPAG.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CONDPAG-STATUS
             RECORD KEY IS CPG-CHAVE.
           SELECT TRANSP ASSIGN TO 'TRANSP.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS TRANSP-STATUS
             RECORD KEY IS TRA-CHAVE.
           SELECT LIMPROP ASSIGN TO 'LIMPROP.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LIP-STATUS.
           SELECT LIMPROP-LOG ASSIGN TO 'LIMPROP.LOG'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LIPLOG-STATUS.
           SELECT CLIEPEND ASSIGN TO 'CLIEPEND.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PND-STATUS.
           SELECT CLIEPEND-WRK ASSIGN TO 'CLIEPEND.WRK'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PNDWRK-STATUS.
           SELECT CLIEPEND-LOG ASSIGN TO 'CLIEPEND.LOG'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PNDLOG-STATUS.
           SELECT EMBSTAT ASSIGN TO 'EMBSTAT.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
           SELECT SENHAS-CFG ASSIGN TO 'SENHAS.CFG'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SCF-STATUS.
           SELECT DESCTETO-CFG ASSIGN TO 'DESCTETO.CFG'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DTT-STATUS.
           SELECT TRAVAS ASSIGN TO 'TRAVAS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
           SELECT BURST-DST ASSIGN TO 'CLIRPT.DST'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DST-STATUS.
           SELECT OCORREN ASSIGN TO 'OCORREN.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS OCO-STATUS
             RECORD KEY IS OCO-CHAVE
             ALTERNATE RECORD KEY IS OCO-CLIENTE
               WITH DUPLICATES.
           SELECT OCONUM-CTL ASSIGN TO 'OCONUM.CTL'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS OCONUM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
       01 SCF-LINHA.
           05 SCF-VALIDADE PIC 9(03).

       FD DESCTETO-CFG.
      *    UMA LINHA POR PERFIL (SEN-PERFIL) COM O TETO DO
      *    DESCONTO DE LINHA - PERFIL EM BRANCO VALE PARA QUEM
      *    NAO TEM PERFIL
       01 DTT-LINHA.
           05 DTT-PERFIL PIC X(10).
           05 DTT-TETO   PIC 9(02)V99.

       FD TRAVAS.
       01 TRAVA-REG.
           05 TRV-CHAVE.
           COPY TITULOS.

       FD TITULOS-WRK.
       01 TITWRK-REG PIC X(98).

       FD PARCELAS.
           COPY PARCELAS.
           COPY CHEQUES.

       FD CHEQUES-WRK.
       01 CHQWRK-REG PIC X(77).

       FD ORCNUM-CTL.
       01 ORCNUM-LINHA.
           05 CTL-ULTORC PIC 9(07).

       FD OCORREN.
           COPY OCORREN.

       FD OCONUM-CTL.
       01 OCONUM-LINHA.
           05 CTL-ULTOCO PIC 9(07).

       FD VENDEDOR.
           COPY VENDEDOR.

       FD GRUPOS.
           COPY GRUPOS.

       FD TERRIT.
           COPY TERRIT.
       FD CARTHIST.
           COPY CARTHIST.

       FD CONDPAG.
           COPY CONDPAG.

       FD TRANSP.
           COPY TRANSP.

       FD LIMPROP.
           COPY LIMPROP.

               10 HIS-CODIGO PIC 9(07).
           05 HIS-FONE     PIC 9(11).
           05 HIS-NOME     PIC X(30).
           05 FILLER       PIC X(187).

       FD BATCHWIN.
       01 FLG-REG.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 LIPLOG-DECISAO PIC X(08).

       FD CLIEPEND.
           COPY CLIEPEND.

       FD CLIEPEND-WRK.
       01 PNDWRK-REG PIC X(403).

       FD CLIEPEND-LOG.
       01 PNDLOG-REG PIC X(403).

       SD CLASSIF-TRABALHO.
       01 CLASSIF-REG.
           05 CLASSIF-DATACADASTRO PIC 9(08).
           88 NUMERO-OBTIDO VALUE 'S'.
       77 WRK-PED-UF      PIC X(02) VALUE SPACES.
       77 VENDEDOR-STATUS PIC 9(02).
       77 TERRIT-STATUS   PIC 9(02).
       77 CARTHIST-STATUS PIC 9(02).
       77 WRK-PED-VENDEDOR PIC 9(03) VALUE ZEROS.
       77 WRK-PED-ENDSEQ  PIC 9(02) VALUE ZEROS.
       77 EDR-STATUS      PIC 9(02).
               10 WRK-ENDR-IMG PIC X(94).
       77 WRK-VENDEDOR-OK PIC X(01) VALUE 'S'.
           88 VENDEDOR-OK VALUE 'S'.
       77 GRUPOS-STATUS   PIC 9(02).
       77 WRK-GRUPO-OK    PIC X(01) VALUE 'S'.
           88 GRUPO-OK VALUE 'S'.
       77 CONDPAG-STATUS  PIC 9(02).
       77 WRK-PED-CONDPAG PIC X(03) VALUE SPACES.
       77 WRK-PED-CONDDESC PIC X(30) VALUE SPACES.
       77 WRK-CONDPAG-OK  PIC X(01) VALUE 'S'.
           88 CONDPAG-OK VALUE 'S'.
       77 WRK-PED-DEPOSITO PIC X(02) VALUE SPACES.
       77 WRK-PED-DEPNOME PIC X(10) VALUE SPACES.
       77 WRK-DEPOSITO-OK PIC X(01) VALUE 'S'.
           88 DEPOSITO-OK VALUE 'S'.
       77 WRK-IX-DEP      PIC 9(02) VALUE 0.
       77 WRK-PED-ENTREGA PIC 9(08) VALUE ZEROS.
       77 WRK-DIASEM-ENT  PIC 9(01) VALUE 0.
       77 WRK-ENTREGA-OK  PIC X(01) VALUE 'S'.
           88 ENTREGA-OK VALUE 'S'.
       77 TRANSP-STATUS   PIC 9(02).
       77 WRK-PED-TRANSP  PIC X(03) VALUE SPACES.
       77 WRK-TRANSP-OK   PIC X(01) VALUE 'S'.
           88 TRANSP-OK VALUE 'S'.
       77 WRK-IX-UFT      PIC 9(02) VALUE 0.
       77 WRK-EDP-OPER    PIC X(01) VALUE SPACES.
       77 WRK-EDP-QTDE    PIC 9(05) VALUE ZEROS.
       77 WRK-EDP-SALDO   PIC 9(05) VALUE ZEROS.
       77 WRK-EDP-LIVRE   PIC 9(05) VALUE ZEROS.
       77 WRK-EDP-RETORNO PIC X(01) VALUE SPACES.
           88 EDP-SEM-DEPOSITOS VALUE '1'.
           COPY TABDEP.
       77 WRK-IX-COMP     PIC 9(02) VALUE 0.
       77 WRK-KIT-DISPONIVEL PIC 9(05) VALUE ZEROS.
       77 WRK-KIT-POSSIVEL PIC 9(05) VALUE ZEROS.
       77 WRK-COMP-NECESSARIO PIC 9(05) VALUE ZEROS.
       77 WRK-RES-CODPROD PIC X(08) VALUE SPACES.
       77 WRK-RES-QTDE    PIC 9(05) VALUE ZEROS.
           COPY KITTAB.
       77 WRK-PRECO-VIGENTE PIC 9(06)V99 VALUE ZEROS.
       77 WRK-PRECO-ITEM  PIC 9(06)V99 VALUE ZEROS.
       77 ORC-STATUS      PIC 9(02).
       77 WRK-ORC-NUMERO  PIC 9(07) VALUE ZEROS.
       77 WRK-ORC-VALIDADE PIC 9(08) VALUE ZEROS.
       77 WRK-ORC-FRETE   PIC 9(06)V99 VALUE ZEROS.
       77 WRK-COT-TRANSP  PIC X(03) VALUE SPACES.
       77 WRK-COT-BASE    PIC 9(06)V99 VALUE ZEROS.
       77 WRK-PESO-CAPTURA PIC 9(05)V999 VALUE ZEROS.
       77 WRK-ITEM-CODPROD PIC X(08) VALUE SPACES.
       77 WRK-ITEM-QTDE   PIC 9(03) VALUE ZEROS.
       77 WRK-ITEM-DESCLIN PIC 9(02)V99 VALUE ZEROS.
       77 WRK-PERC-FAIXA  PIC 9(02)V99 VALUE ZEROS.
       77 WRK-DESC-TOTAL  PIC 9(03)V99 VALUE ZEROS.
       77 WRK-DESC-FAIXA-VLR PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DESC-LINHA-VLR PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TETO-DESC   PIC 9(02)V99 VALUE ZEROS.
       77 WRK-PERFIL-OPER PIC X(10) VALUE SPACES.
       77 WRK-IX-TETO     PIC 9(02) VALUE 0.
       77 WRK-QTACIMA-TETO PIC 9(02) VALUE 0.
       77 DTT-STATUS      PIC 9(02).
       77 WRK-MODO-CAPTURA PIC X(01) VALUE 'P'.
           88 CAPTURA-PEDIDO    VALUE 'P'.
           88 CAPTURA-ORCAMENTO VALUE 'O'.
       77 WRK-QTITENS-PED PIC 9(02) VALUE 0.
       77 WRK-IX-ITEM     PIC 9(02) VALUE 0.
       77 WRK-FIM-ITENS   PIC X(01) VALUE 'N'.
       77 WRK-DIGITO-X    PIC X(01) VALUE SPACES.
       77 WRK-DIGITO      REDEFINES WRK-DIGITO-X PIC 9(01).
       77 WRK-CPF-BUSCA   PIC X(11) VALUE SPACES.
       77 WRK-PESSOA-OK   PIC X(01) VALUE 'S'.
           88 PESSOA-VALIDA   VALUE 'S'.
           88 PESSOA-INVALIDA VALUE 'N'.
       77 WRK-MSG-PESSOA  PIC X(30) VALUE SPACES.
       77 WRK-IX-CNPJ     PIC 9(02) VALUE 0.
       77 WRK-TAM-IE      PIC 9(02) VALUE 0.
       77 WRK-PESO-X      PIC X(01) VALUE SPACES.
       77 WRK-PESO        REDEFINES WRK-PESO-X PIC 9(01).
       77 WRK-PESOS-CNPJ  PIC X(13) VALUE '6543298765432'.
       77 OCO-STATUS      PIC 9(02).
       77 OCONUM-STATUS   PIC 9(02).
       77 WRK-OCO-OPCAO   PIC X(01) VALUE SPACES.
       77 WRK-OCO-NUMERO  PIC 9(07) VALUE ZEROS.
      *    PRAZO PADRAO DE ATENDIMENTO NA ABERTURA (DIAS)
       77 WRK-OCO-DIAS    PIC 9(03) VALUE 5.
       77 WRK-OCO-OK      PIC X(01) VALUE 'S'.
           88 OCORRENCIA-OK VALUE 'S'.
       77 WRK-OCO-ARQ     PIC X(01) VALUE 'N'.
           88 OCORREN-ABERTO VALUE 'S'.
       77 WRK-OCO-FIM     PIC X(01) VALUE 'N'.
           88 FIM-OCORRENCIAS VALUE 'S'.
       77 WRK-OCO-ACHOU   PIC X(01) VALUE 'N'.
           88 PEDIDO-DO-CLIENTE VALUE 'S'.
       77 WRK-OCO-QTABERTAS  PIC 9(03) VALUE 0.
       77 WRK-OCO-QTVENCIDAS PIC 9(03) VALUE 0.
       77 WRK-IX-OCO      PIC 9(02) VALUE 0.
       01 WRK-OCO-DATA.
           05 WRK-OCO-ANO PIC 9(04).
           05 WRK-OCO-MES PIC 9(02).
           05 WRK-OCO-DIA PIC 9(02).
      *    AS TRES PRIMEIRAS OCORRENCIAS ABERTAS DO CLIENTE PARA
      *    A CONSULTA
       01 WRK-OCO-DET.
           05 WRK-OCO-DET-NUM  PIC 9(07).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-OCO-DET-CAT  PIC X(09).
           05 FILLER           PIC X(07) VALUE ' PRAZO '.
           05 WRK-OCO-DET-DIA  PIC 9(02).
           05 FILLER           PIC X(01) VALUE '/'.
           05 WRK-OCO-DET-MES  PIC 9(02).
           05 FILLER           PIC X(01) VALUE '/'.
           05 WRK-OCO-DET-ANO  PIC 9(04).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-OCO-DET-RESP PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-OCO-DET-VENC PIC X(07).
       01 WRK-TAB-OCO-LINHAS.
           05 WRK-OCO-LINHA PIC X(63) OCCURS 3 TIMES.
       77 WRK-DDD          PIC X(02) VALUE SPACES.
       77 WRK-IX-DDD       PIC 9(02) VALUE 0.
       77 WRK-DDD-OK       PIC X(01) VALUE 'S'.
           88 JANELA-LIVRE VALUE 'S'.
       77 WRK-JNL-OPER     PIC X(01) VALUE SPACES.
       77 WRK-JNL-PROGRAMA PIC X(08) VALUE 'CLIENTES'.
       01 WRK-REG-ANTES    PIC X(235) VALUE SPACES.
       77 WRK-EST-PEDIDO  PIC 9(07) VALUE ZEROS.
       77 WRK-EST-DESC    PIC X(12) VALUE SPACES.
       77 WRK-EST-DATA-ED PIC X(10) VALUE SPACES.
               10 WRK-ITEM-COD   PIC X(08).
               10 WRK-ITEM-QT    PIC 9(03).
               10 WRK-ITEM-VALOR PIC 9(06)V99.
               10 WRK-ITEM-DLIN  PIC 9(02)V99.
               10 WRK-ITEM-MARCA PIC X(01).
       77 WRK-HORA-SISTEMA PIC 9(06) VALUE ZEROS.
       77 WRK-SES-DESCRICAO PIC X(12) VALUE SPACES.
       77 WRK-QTRECONCILIA PIC 9(05) VALUE 0.
       77 WRK-TERM-COLUNAS PIC 9(03) VALUE 0.
       77 WRK-NOME-ANTES  PIC X(30) VALUE SPACES.
       77 WRK-EMAIL-ANTES PIC X(40) VALUE SPACES.
       77 PND-STATUS      PIC 9(02).
       77 PNDWRK-STATUS   PIC 9(02).
       77 PNDLOG-STATUS   PIC 9(02).
       77 WRK-SENSIVEL    PIC X(01) VALUE 'N'.
           88 ALTERACAO-SENSIVEL VALUE 'S'.
       77 WRK-FIM-PND     PIC X(01) VALUE 'N'.
           88 FIM-PENDENCIAS VALUE 'S'.
       77 WRK-PND-DECIDIDA PIC X(01) VALUE 'N'.
           88 PENDENCIA-DECIDIDA VALUE 'S'.
       77 WRK-QTPROPRIAS  PIC 9(03) VALUE 0.
      *    NOME, CPF, E-MAIL E ENDERECO NA ORDEM DE PND-ANTES -
      *    SO PASSAM AO MESTRE PELA APROVACAO DE OUTRO ADM
       01 WRK-SENS-ANTES.
           05 WRK-SA-NOME     PIC X(30).
           05 WRK-SA-EMAIL    PIC X(40).
           05 WRK-SA-ENDERECO PIC X(40).
           05 WRK-SA-CIDADE   PIC X(20).
           05 WRK-SA-UF       PIC X(02).
           05 WRK-SA-CEP      PIC 9(08).
           05 WRK-SA-CPF      PIC X(11).
       01 WRK-SENS-DEPOIS.
           05 WRK-SD-NOME     PIC X(30).
           05 WRK-SD-EMAIL    PIC X(40).
           05 WRK-SD-ENDERECO PIC X(40).
           05 WRK-SD-CIDADE   PIC X(20).
           05 WRK-SD-UF       PIC X(02).
           05 WRK-SD-CEP      PIC 9(08).
           05 WRK-SD-CPF      PIC X(11).
       77 WRK-EMAIL-OK    PIC X(01) VALUE 'S'.
           88 EMAIL-VALIDO   VALUE 'S'.
           88 EMAIL-INVALIDO VALUE 'N'.
           05 FILLER PIC X(30) VALUE 'CEP DO ENDERECO'.
           05 FILLER PIC X(30) VALUE 'CLIENTES-CPF X(11)'.
           05 FILLER PIC X(30) VALUE 'CPF - SOMENTE DIGITOS'.
           05 FILLER PIC X(30) VALUE 'CLIENTES-TIPO-PESSOA X(01)'.
           05 FILLER PIC X(30) VALUE 'F FISICA (CPF) J JURID (CNPJ)'.
           05 FILLER PIC X(30) VALUE 'CLIENTES-CNPJ X(14)'.
           05 FILLER PIC X(30) VALUE 'CNPJ - SOMENTE DIGITOS'.
           05 FILLER PIC X(30) VALUE 'CLIENTES-IE X(14)'.
           05 FILLER PIC X(30) VALUE 'INSCR ESTADUAL OU ISENTO'.
           05 FILLER PIC X(30) VALUE 'CLIENTES-SALDO S9(07)V99'.
           05 FILLER PIC X(30) VALUE 'SALDO - NEG DEVEDOR POS CRED'.
           05 FILLER PIC X(30) VALUE 'CLIENTES-LIMITECREDIT 9(07)V99'.
           05 FILLER PIC X(30) VALUE 'LIMITE DE CREDITO'.
       01 TAB-AJUDA REDEFINES TAB-AJUDA-DADOS.
           05 TAB-AJUDA-OCR OCCURS 15 TIMES INDEXED BY IX-AJUDA.
               10 TAB-AJUDA-CAMPO PIC X(30).
               10 TAB-AJUDA-DESC  PIC X(30).

            05 LINE 14 COLUMN 45 VALUE 'O - ORCAMENTO'.
            05 LINE 14 COLUMN 15 VALUE 'H - HIST PEDIDOS'.
            05 LINE 15 COLUMN 45 VALUE 'D - ENDERECOS'.
            05 LINE 07 COLUMN 70 VALUE 'A - OCORRENCIAS SAC'.
            05 LINE 08 COLUMN 70 VALUE 'V - APROVAR ALTERACAO'.
            05 LINE 15 COLUMN 15 VALUE 'OPCAO......: ' .
            05 LINE 15 COLUMN 28 USING WRK-OPCAO.
            
               10 COLUMN PLUS 2 PIC X(20) USING CLIENTES-CIDADE.
               10 LINE 14 COLUMN 55 VALUE 'UF '.
               10 COLUMN PLUS 2 PIC X(02) USING CLIENTES-UF.
               10 LINE 13 COLUMN 68 VALUE 'GRUPO '.
               10 COLUMN PLUS 1 PIC 9(05) USING CLIENTES-GRUPO
                   BLANK WHEN ZEROS.
               10 LINE 14 COLUMN 68 VALUE 'VEND '.
               10 COLUMN PLUS 1 PIC 9(03) USING CLIENTES-VENDEDOR
                   BLANK WHEN ZEROS.
               10 LINE 15 COLUMN 10 VALUE 'CEP..... '.
               10 COLUMN PLUS 2 PIC 9(08) USING CLIENTES-CEP
                   BLANK WHEN ZEROS.
               10 LINE 13 COLUMN 55 VALUE 'MALA S/N '.
               10 COLUMN PLUS 1 PIC X(01)
                   USING CLIENTES-CONSENTIMENTO.
               10 LINE 11 COLUMN 55 VALUE 'TIPO F/J '.
               10 COLUMN PLUS 1 PIC X(01)
                   USING CLIENTES-TIPO-PESSOA.
               10 LINE 11 COLUMN 68 VALUE 'CNPJ '.
               10 COLUMN PLUS 1 PIC X(14) USING CLIENTES-CNPJ.
               10 LINE 12 COLUMN 68 VALUE 'IE.. '.
               10 COLUMN PLUS 1 PIC X(14) USING CLIENTES-IE.
       01 MENU-ENDERECOS.
            05 LINE 07 COLUMN 15 VALUE 'I - INCLUIR ENDERECO'.
            05 LINE 08 COLUMN 15 VALUE 'C - CONSULTAR'.
                   BLANK WHEN ZEROS.
               10 LINE 14 COLUMN 40 VALUE 'SITUACAO '.
               10 COLUMN PLUS 2 PIC X(01) USING EDR-SITUACAO.
       01 MENU-OCORRENCIAS.
            05 LINE 08 COLUMN 15 VALUE 'I - ABRIR OCORRENCIA'.
            05 LINE 09 COLUMN 15 VALUE 'C - CONSULTAR'.
            05 LINE 10 COLUMN 15 VALUE 'A - ATUALIZAR'.
            05 LINE 11 COLUMN 15 VALUE 'F - FECHAR'.
            05 LINE 12 COLUMN 15 VALUE 'X - VOLTAR'.
            05 LINE 13 COLUMN 15 VALUE 'OPCAO......: '.
            05 LINE 13 COLUMN 28 USING WRK-OCO-OPCAO.
       01 TELA-OCORRENCIA.
            05 CHAVE-OCO FOREGROUND-COLOR 2.
               10 LINE 08 COLUMN 10 VALUE 'OCORRENCIA '.
               10 COLUMN PLUS 2 PIC 9(07) USING OCO-NUMERO
                   BLANK WHEN ZEROS.
            05 SS-DADOS-OCO.
               10 LINE 10 COLUMN 10 VALUE 'PEDIDO.... '.
               10 COLUMN PLUS 2 PIC 9(07) USING OCO-PEDIDO
                   BLANK WHEN ZEROS.
               10 LINE 10 COLUMN 35 VALUE
                  'CATEGORIA (E)NTREGA (I)TEM (C)OBRANCA (O)UTROS '.
               10 COLUMN PLUS 1 PIC X(01) USING OCO-CATEGORIA.
               10 LINE 11 COLUMN 10 VALUE 'RESPONSAV. '.
               10 COLUMN PLUS 2 PIC X(20) USING OCO-RESPONSAVEL.
               10 LINE 11 COLUMN 45 VALUE 'PRAZO AAAAMMDD '.
               10 COLUMN PLUS 1 PIC 9(08) USING OCO-PRAZO
                   BLANK WHEN ZEROS.
               10 LINE 12 COLUMN 10 VALUE 'DESCRICAO. '.
               10 COLUMN PLUS 2 PIC X(60) USING OCO-DESCRICAO.
            05 SS-FECHA-OCO.
               10 LINE 13 COLUMN 10 VALUE 'SOLUCAO... '.
               10 COLUMN PLUS 2 PIC X(60) USING OCO-SOLUCAO.
            05 SS-SITU-OCO.
               10 LINE 14 COLUMN 10 VALUE 'SITUACAO.. '.
               10 COLUMN PLUS 2 PIC X(01) FROM OCO-SITUACAO.
               10 LINE 14 COLUMN 30 VALUE 'ABERTA EM '.
               10 COLUMN PLUS 1 PIC 9(08) FROM OCO-ABERTURA.
               10 COLUMN PLUS 2 VALUE 'POR '.
               10 COLUMN PLUS 1 PIC X(20) FROM OCO-ABERTO-POR.
               10 LINE 15 COLUMN 30 VALUE 'ATUALIZADA '.
               10 COLUMN PLUS 1 PIC 9(08) FROM OCO-ATUALIZACAO.
               10 COLUMN PLUS 2 VALUE 'POR '.
               10 COLUMN PLUS 1 PIC X(20) FROM OCO-ATUALIZADO-POR.
      *    OCORRENCIAS ABERTAS DO CLIENTE, ACIMA DOS DADOS DA
      *    CONSULTA (LINHAS 04 A 07 FICAM LIVRES NA TELA-REGISTRO)
       01 TELA-OCO-CLIENTE FOREGROUND-COLOR 2.
            05 LINE 04 COLUMN 10 VALUE 'SAC ABERTAS '.
            05 COLUMN PLUS 1 PIC ZZ9 FROM WRK-OCO-QTABERTAS.
            05 COLUMN PLUS 2 VALUE 'VENCIDAS '.
            05 COLUMN PLUS 1 PIC ZZ9 FROM WRK-OCO-QTVENCIDAS.
            05 LINE 05 COLUMN 10 PIC X(63) FROM WRK-OCO-LINHA(1).
            05 LINE 06 COLUMN 10 PIC X(63) FROM WRK-OCO-LINHA(2).
            05 LINE 07 COLUMN 10 PIC X(63) FROM WRK-OCO-LINHA(3).
       01 TELA-BUSCA FOREGROUND-COLOR 2.
            05 LINE 09 COLUMN 10 VALUE
               'BUSCAR (F)ONE (N)OME (P)ARTE (C)PF (L)ISTA (O)COD '.
            05 COT-RESULTADO.
               10 LINE 13 COLUMN 10 VALUE 'FRETE....... '.
               10 COLUMN PLUS 2 PIC ZZZ.ZZZ,ZZ FROM WRK-COT-FRETE-ED.
               10 LINE 13 COLUMN 40 VALUE 'TRANSP '.
               10 COLUMN PLUS 1 PIC X(03) FROM WRK-COT-TRANSP.
       01 TELA-PEDIDO FOREGROUND-COLOR 2.
            05 PED-CAB-TELA.
               10 LINE 11 COLUMN 10 VALUE 'UF ENTREGA.. '.
            05 PED-RESULTADO.
               10 LINE 13 COLUMN 10 VALUE 'TOTAL....... '.
               10 COLUMN PLUS 2 PIC ZZZ.ZZZ,ZZ FROM WRK-PED-VALOR-ED.
      *    SO O PEDIDO TEM CONDICAO DE PAGAMENTO E DEPOSITO -
      *    O ORCAMENTO USA A TELA-PEDIDO SEM ESTE BLOCO
      *    SO O PEDIDO TEM DESCONTO DE LINHA DO OPERADOR - NO
      *    ORCAMENTO VALE SO A FAIXA DE QUANTIDADE
       01 TELA-PED-DESC FOREGROUND-COLOR 2.
            05 PED-DESC-TELA.
               10 LINE 12 COLUMN 52 VALUE 'DESC% '.
               10 COLUMN PLUS 1 PIC 9(02)V99 USING WRK-ITEM-DESCLIN
                   BLANK WHEN ZEROS.
       01 TELA-PED-COND FOREGROUND-COLOR 2.
            05 PED-COND-TELA.
               10 LINE 14 COLUMN 10 VALUE 'COND PAGTO.. '.
               10 COLUMN PLUS 2 PIC X(03) USING WRK-PED-CONDPAG.
               10 COLUMN PLUS 2 PIC X(30) FROM WRK-PED-CONDDESC.
               10 LINE 14 COLUMN 62 VALUE 'TRANSP '.
               10 COLUMN PLUS 1 PIC X(03) USING WRK-PED-TRANSP.
               10 LINE 15 COLUMN 10 VALUE 'DEPOSITO.... '.
               10 COLUMN PLUS 2 PIC X(02) USING WRK-PED-DEPOSITO.
               10 COLUMN PLUS 2 PIC X(10) FROM WRK-PED-DEPNOME.
               10 LINE 15 COLUMN 44 VALUE 'ENTREGA '.
               10 COLUMN PLUS 1 PIC 9(08) USING WRK-PED-ENTREGA
                   BLANK WHEN ZEROS.
       01 TELA-LIMPROP FOREGROUND-COLOR 2.
            05 LIP-MOSTRA.
               10 LINE 09 COLUMN 10 VALUE 'TELEFONE.... '.
               10 COLUMN PLUS 2 PIC Z.ZZZ.ZZ9,99 FROM WRK-LIP-PRO-ED.
               10 LINE 13 COLUMN 10 VALUE 'MOTIVO...... '.
               10 COLUMN PLUS 2 PIC X(20) FROM LIP-MOTIVO.
       01 TELA-PENDENCIA FOREGROUND-COLOR 2.
            05 PND-MOSTRA.
               10 LINE 04 COLUMN 02 VALUE 'PEDIDA POR  '.
               10 COLUMN PLUS 2 PIC X(20) FROM PND-USUARIO.
               10 COLUMN PLUS 2 PIC 9(08) FROM PND-DATA.
               10 LINE 05 COLUMN 02 VALUE 'CLIENTE     '.
               10 COLUMN PLUS 2 PIC 9(07) FROM PND-CODIGO.
               10 COLUMN PLUS 2 PIC 9(11) FROM PND-FONE.
               10 LINE 06 COLUMN 14 VALUE 'ANTES'.
               10 LINE 06 COLUMN 55 VALUE 'DEPOIS'.
               10 LINE 07 COLUMN 02 VALUE 'NOME....... '.
               10 LINE 07 COLUMN 14 PIC X(30) FROM PND-ANT-NOME.
               10 LINE 07 COLUMN 55 PIC X(30) FROM PND-DEP-NOME.
               10 LINE 08 COLUMN 02 VALUE 'CPF........ '.
               10 LINE 08 COLUMN 14 PIC X(11) FROM PND-ANT-CPF.
               10 LINE 08 COLUMN 55 PIC X(11) FROM PND-DEP-CPF.
               10 LINE 09 COLUMN 02 VALUE 'E-MAIL..... '.
               10 LINE 09 COLUMN 14 PIC X(40) FROM PND-ANT-EMAIL.
               10 LINE 09 COLUMN 55 PIC X(40) FROM PND-DEP-EMAIL.
               10 LINE 10 COLUMN 02 VALUE 'ENDERECO... '.
               10 LINE 10 COLUMN 14 PIC X(40) FROM PND-ANT-ENDERECO.
               10 LINE 10 COLUMN 55 PIC X(40) FROM PND-DEP-ENDERECO.
               10 LINE 11 COLUMN 02 VALUE 'CIDADE/UF.. '.
               10 LINE 11 COLUMN 14 PIC X(20) FROM PND-ANT-CIDADE.
               10 COLUMN PLUS 1 PIC X(02) FROM PND-ANT-UF.
               10 LINE 11 COLUMN 55 PIC X(20) FROM PND-DEP-CIDADE.
               10 COLUMN PLUS 1 PIC X(02) FROM PND-DEP-UF.
               10 LINE 12 COLUMN 02 VALUE 'CEP........ '.
               10 LINE 12 COLUMN 14 PIC 9(08) FROM PND-ANT-CEP.
               10 LINE 12 COLUMN 55 PIC 9(08) FROM PND-DEP-CEP.
       01 TELA-SITUACAO FOREGROUND-COLOR 2.
            05 EST-PERGUNTA.
               10 LINE 10 COLUMN 10 VALUE 'PEDIDO...... '.
                ACCEPT MOSTRA-ERRO
            END-IF.

       1650-VENDEDOR-TERRITORIO.
      *    CLIENTE NOVO SEM VENDEDOR RECEBE O DONO DO TERRITORIO -
      *    PRIMEIRO O DA CIDADE, NA FALTA DELE O DA UF INTEIRA;
      *    SEM TERRITORIO CADASTRADO CONTINUA SEM VENDEDOR
             IF CLIENTES-VENDEDOR NOT = ZEROS
                 EXIT PARAGRAPH
             END-IF.
             OPEN INPUT TERRIT.
             IF TERRIT-STATUS NOT = 0
                 EXIT PARAGRAPH
             END-IF.
             MOVE CLIENTES-UF     TO TER-UF.
             MOVE CLIENTES-CIDADE TO TER-CIDADE.
             READ TERRIT
               INVALID KEY
                 MOVE SPACES TO TER-CIDADE
                 READ TERRIT
                   INVALID KEY
                     MOVE ZEROS TO TER-VENDEDOR
                 END-READ
             END-READ.
             MOVE TER-VENDEDOR TO CLIENTES-VENDEDOR.
             CLOSE TERRIT.

       1660-VALIDAR-VENDEDOR-CLI.
      *    MESMA REGRA DO PEDIDO - ZEROS E CLIENTE SEM VENDEDOR,
      *    CODIGO PREENCHIDO TEM QUE EXISTIR E ESTAR ATIVO
             MOVE CLIENTES-VENDEDOR TO WRK-PED-VENDEDOR.
             PERFORM 4110-VALIDAR-VENDEDOR.

       1670-VALIDAR-GRUPO-CLI.
      *    ZEROS E CLIENTE FORA DE GRUPO ECONOMICO - CODIGO
      *    PREENCHIDO TEM QUE EXISTIR E ESTAR ATIVO
             MOVE 'S' TO WRK-GRUPO-OK.
             IF CLIENTES-GRUPO = ZEROS
                 EXIT PARAGRAPH
             END-IF.
             OPEN INPUT GRUPOS.
             IF GRUPOS-STATUS NOT = 0
                 MOVE 'N' TO WRK-GRUPO-OK
             ELSE
                 MOVE CLIENTES-GRUPO TO GRP-CODIGO
                 READ GRUPOS
                   INVALID KEY
                     MOVE 'N' TO WRK-GRUPO-OK
                   NOT INVALID KEY
                     IF GRP-INATIVO
                         MOVE 'N' TO WRK-GRUPO-OK
                     END-IF
                 END-READ
                 CLOSE GRUPOS
             END-IF.

       1500-VALIDAR-CPF.
      *    CPF EM BRANCO PASSA (CADASTROS ANTIGOS NAO TEM) -
      *    PREENCHIDO, OS DOIS DIGITOS VERIFICADORES TEM QUE
                MOVE 'N' TO WRK-CPF-OK
            END-IF.

       1550-VALIDAR-PESSOA.
      *    TIPO EM BRANCO VALE COMO PESSOA FISICA (CADASTROS
      *    ANTIGOS) - PESSOA JURIDICA EXIGE CNPJ COM OS DOIS
      *    DIGITOS FECHANDO; PESSOA FISICA NAO LEVA CNPJ
      *    A INSCRICAO ESTADUAL E OPCIONAL: DIGITOS OU ISENTO
            MOVE 'S' TO WRK-PESSOA-OK.
            INSPECT CLIENTES-TIPO-PESSOA CONVERTING 'fj' TO 'FJ'.
            INSPECT CLIENTES-IE CONVERTING
                'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
            IF NOT PESSOA-FISICA AND NOT PESSOA-JURIDICA
                MOVE 'N' TO WRK-PESSOA-OK
                MOVE 'TIPO DE PESSOA DEVE SER F OU J'
                    TO WRK-MSG-PESSOA
            ELSE IF PESSOA-FISICA
                IF CLIENTES-CNPJ NOT = SPACES
                    MOVE 'N' TO WRK-PESSOA-OK
                    MOVE 'PESSOA FISICA NAO LEVA CNPJ'
                        TO WRK-MSG-PESSOA
                END-IF
            ELSE IF CLIENTES-CNPJ = SPACES
                MOVE 'N' TO WRK-PESSOA-OK
                MOVE 'PESSOA JURIDICA EXIGE CNPJ' TO WRK-MSG-PESSOA
            ELSE IF CLIENTES-CNPJ IS NOT NUMERIC
                MOVE 'N' TO WRK-PESSOA-OK
                MOVE 'CNPJ INVALIDO' TO WRK-MSG-PESSOA
            ELSE
                PERFORM 1560-CONFERIR-CNPJ
            END-IF
            END-IF
            END-IF
            END-IF.
            IF PESSOA-VALIDA
                PERFORM 1590-CONFERIR-IE
            END-IF.

       1560-CONFERIR-CNPJ.
            MOVE 'S' TO WRK-CPF-IGUAIS.
            PERFORM VARYING WRK-IX-CNPJ FROM 2 BY 1
                    UNTIL WRK-IX-CNPJ > 14
                IF CLIENTES-CNPJ(WRK-IX-CNPJ:1)
                        NOT = CLIENTES-CNPJ(1:1)
                    MOVE 'N' TO WRK-CPF-IGUAIS
                END-IF
            END-PERFORM.
            IF WRK-CPF-IGUAIS = 'S'
                MOVE 'N' TO WRK-PESSOA-OK
            ELSE
                PERFORM 1570-PRIMEIRO-DIGITO-CNPJ
                IF PESSOA-VALIDA
                    PERFORM 1580-SEGUNDO-DIGITO-CNPJ
                END-IF
            END-IF.
            IF PESSOA-INVALIDA
                MOVE 'CNPJ INVALIDO' TO WRK-MSG-PESSOA
            END-IF.

       1570-PRIMEIRO-DIGITO-CNPJ.
      *    PESOS 5 4 3 2 9 8 7 6 5 4 3 2 SOBRE OS DOZE PRIMEIROS
            MOVE 0 TO WRK-SOMA-CPF.
            PERFORM VARYING WRK-IX-CNPJ FROM 1 BY 1
                    UNTIL WRK-IX-CNPJ > 12
                MOVE CLIENTES-CNPJ(WRK-IX-CNPJ:1) TO WRK-DIGITO-X
                MOVE WRK-PESOS-CNPJ(WRK-IX-CNPJ + 1:1) TO WRK-PESO-X
                COMPUTE WRK-SOMA-CPF = WRK-SOMA-CPF +
                    WRK-DIGITO * WRK-PESO
            END-PERFORM.
            DIVIDE WRK-SOMA-CPF BY 11 GIVING WRK-QUOC-CPF
                REMAINDER WRK-RESTO-CPF.
            IF WRK-RESTO-CPF < 2
                MOVE 0 TO WRK-DV-CPF
            ELSE
                COMPUTE WRK-DV-CPF = 11 - WRK-RESTO-CPF
            END-IF.
            MOVE CLIENTES-CNPJ(13:1) TO WRK-DIGITO-X.
            IF WRK-DIGITO NOT = WRK-DV-CPF
                MOVE 'N' TO WRK-PESSOA-OK
            END-IF.

       1580-SEGUNDO-DIGITO-CNPJ.
      *    PESOS 6 5 4 3 2 9 8 7 6 5 4 3 2 SOBRE OS TREZE PRIMEIROS
            MOVE 0 TO WRK-SOMA-CPF.
            PERFORM VARYING WRK-IX-CNPJ FROM 1 BY 1
                    UNTIL WRK-IX-CNPJ > 13
                MOVE CLIENTES-CNPJ(WRK-IX-CNPJ:1) TO WRK-DIGITO-X
                MOVE WRK-PESOS-CNPJ(WRK-IX-CNPJ:1) TO WRK-PESO-X
                COMPUTE WRK-SOMA-CPF = WRK-SOMA-CPF +
                    WRK-DIGITO * WRK-PESO
            END-PERFORM.
            DIVIDE WRK-SOMA-CPF BY 11 GIVING WRK-QUOC-CPF
                REMAINDER WRK-RESTO-CPF.
            IF WRK-RESTO-CPF < 2
                MOVE 0 TO WRK-DV-CPF
            ELSE
                COMPUTE WRK-DV-CPF = 11 - WRK-RESTO-CPF
            END-IF.
            MOVE CLIENTES-CNPJ(14:1) TO WRK-DIGITO-X.
            IF WRK-DIGITO NOT = WRK-DV-CPF
                MOVE 'N' TO WRK-PESSOA-OK
            END-IF.

       1590-CONFERIR-IE.
            IF CLIENTES-IE = SPACES OR IE-ISENTO
                CONTINUE
            ELSE
                MOVE 0 TO WRK-TAM-IE
                INSPECT CLIENTES-IE TALLYING WRK-TAM-IE
                    FOR CHARACTERS BEFORE INITIAL SPACE
                IF WRK-TAM-IE = 0
                    MOVE 'N' TO WRK-PESSOA-OK
                ELSE
                    IF CLIENTES-IE(1:WRK-TAM-IE) IS NOT NUMERIC
                     OR CLIENTES-IE(WRK-TAM-IE + 1:) NOT = SPACES
                        MOVE 'N' TO WRK-PESSOA-OK
                    END-IF
                END-IF
                IF PESSOA-INVALIDA
                    MOVE 'INSCRICAO ESTADUAL INVALIDA'
                        TO WRK-MSG-PESSOA
                END-IF
            END-IF.

       2000-PROCESSAR.
            MOVE SPACES TO CLIENTES-NOME CLIENTES-EMAIL WRK-MSGERRO.
      *    USUARIO COM PERFIL SO ENTRA NO QUE O PERFIL LISTA -
                    MOVE 'REV LIMITE  ' TO WRK-SES-DESCRICAO
                    PERFORM 2050-GRAVAR-SESSAO
                END-IF
              WHEN 'V'
                PERFORM 2100-VERIFICAR-NIVEL-ADM
                PERFORM 2150-VERIFICAR-JANELA
                IF ADM AND JANELA-LIVRE
                    PERFORM 4550-APROVAR-ALTERACOES
                    MOVE 'APROV ALTER ' TO WRK-SES-DESCRICAO
                    PERFORM 2050-GRAVAR-SESSAO
                END-IF
              WHEN 'S'
                PERFORM 4700-SITUACAO-PEDIDO
                MOVE 'SIT PEDIDO  ' TO WRK-SES-DESCRICAO
                PERFORM 4400-ENDERECOS
                MOVE 'ENDERECOS   ' TO WRK-SES-DESCRICAO
                PERFORM 2050-GRAVAR-SESSAO
              WHEN 'A'
                PERFORM 4300-OCORRENCIAS
                MOVE 'OCORRENCIAS ' TO WRK-SES-DESCRICAO
                PERFORM 2050-GRAVAR-SESSAO
              WHEN OTHER
                IF WRK-OPCAO NOT EQUAL 'X'
                    MOVE 'ENTRE COM OPCAO CORRETA' TO WRK-MSGERRO
             MOVE CLIENTES-UF TO WRK-PED-UF.
             MOVE 0 TO WRK-QTITENS-PED WRK-TOTAL-PEDIDO
                       WRK-PED-VALOR-ED WRK-PED-VENDEDOR.
      *    O VENDEDOR SUGERIDO E O DONO DO CLIENTE NA CARTEIRA
             MOVE CLIENTES-VENDEDOR TO WRK-PED-VENDEDOR.
             MOVE ZEROS TO WRK-PESO-CAPTURA WRK-PED-ENDSEQ.
             MOVE SPACES TO WRK-PED-CONDPAG WRK-PED-CONDDESC.
             MOVE '01' TO WRK-PED-DEPOSITO.
             MOVE SPACES TO WRK-PED-DEPNOME.
             MOVE ZEROS TO WRK-PED-ENTREGA.
             MOVE SPACES TO WRK-PED-TRANSP.
             MOVE 'N' TO WRK-FIM-ITENS.
             SET CAPTURA-PEDIDO TO TRUE.
             MOVE 0 TO WRK-QTACIMA-TETO.
             PERFORM 4170-CARREGAR-TETO.
             DISPLAY TELA-PEDIDO.
             DISPLAY TELA-PED-COND.
             ACCEPT PED-CAB-TELA.
             ACCEPT PED-COND-TELA.
             PERFORM 4110-VALIDAR-VENDEDOR.
             IF NOT VENDEDOR-OK
                 MOVE 'VENDEDOR NAO CADASTRADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 EXIT PARAGRAPH
             END-IF.
             PERFORM 4115-VALIDAR-CONDPAG.
             IF NOT CONDPAG-OK
                 MOVE 'CONDICAO PAGTO INVALIDA' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 EXIT PARAGRAPH
             END-IF.
             PERFORM 4116-VALIDAR-DEPOSITO.
             IF NOT DEPOSITO-OK
                 MOVE 'DEPOSITO INVALIDO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 EXIT PARAGRAPH
             END-IF.
             PERFORM 4117-VALIDAR-ENTREGA.
             IF NOT ENTREGA-OK
                 ACCEPT MOSTRA-ERRO
                 EXIT PARAGRAPH
             END-IF.
             PERFORM 4118-VALIDAR-TRANSP.
             IF NOT TRANSP-OK
                 MOVE 'TRANSP NAO ATENDE A UF' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 EXIT PARAGRAPH
             END-IF.
             DISPLAY PED-COND-TELA.
             PERFORM 4120-CAPTURAR-ITEM UNTIL FIM-ITENS.
             IF WRK-QTITENS-PED = 0
                 MOVE 'PEDIDO SEM ITENS - CANCELADO' TO WRK-MSGERRO
             ELSE
                 MOVE WRK-TOTAL-PEDIDO TO WRK-PED-VALOR-ED
                 DISPLAY PED-RESULTADO
                 IF WRK-QTACIMA-TETO > 0
                     MOVE 'PEDIDO VAI P/ APROVACAO ADM' TO WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                 END-IF
                 MOVE 'CONFIRMAR (S) OU CANCELAR (X)' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 IF TECLA-CANCELAR
                 CLOSE VENDEDOR
             END-IF.

       4115-VALIDAR-CONDPAG.
      *    BRANCOS E PARCELA UNICA EM 30 DIAS - CODIGO
      *    PREENCHIDO TEM QUE EXISTIR E ESTAR ATIVO
             MOVE 'S' TO WRK-CONDPAG-OK.
             IF WRK-PED-CONDPAG = SPACES
                 MOVE 'PARCELA UNICA' TO WRK-PED-CONDDESC
                 EXIT PARAGRAPH
             END-IF.
             OPEN INPUT CONDPAG.
             IF CONDPAG-STATUS NOT = 0
                 MOVE 'N' TO WRK-CONDPAG-OK
             ELSE
                 MOVE WRK-PED-CONDPAG TO CPG-CODIGO
                 READ CONDPAG
                   INVALID KEY
                     MOVE 'N' TO WRK-CONDPAG-OK
                   NOT INVALID KEY
                     IF CPG-INATIVA
                         MOVE 'N' TO WRK-CONDPAG-OK
                     ELSE
                         MOVE CPG-DESCRICAO TO WRK-PED-CONDDESC
                     END-IF
                 END-READ
                 CLOSE CONDPAG
             END-IF.

       4116-VALIDAR-DEPOSITO.
      *    DE ONDE O PEDIDO SAI - BRANCOS E O DEPOSITO 01; O
      *    CODIGO TEM QUE ESTAR NA TABDEP
             IF WRK-PED-DEPOSITO = SPACES
                 MOVE '01' TO WRK-PED-DEPOSITO
             END-IF.
             MOVE 'N' TO WRK-DEPOSITO-OK.
             PERFORM VARYING WRK-IX-DEP FROM 1 BY 1
                     UNTIL WRK-IX-DEP > 2
                 IF TAB-DEP-COD(WRK-IX-DEP) = WRK-PED-DEPOSITO
                     MOVE 'S' TO WRK-DEPOSITO-OK
                     MOVE TAB-DEP-NOME(WRK-IX-DEP) TO WRK-PED-DEPNOME
                 END-IF
             END-PERFORM.

       4117-VALIDAR-ENTREGA.
      *    DATA DE ENTREGA PEDIDA - ZEROS E EMBARQUE NA PROXIMA
      *    RODADA; DATA FUTURA SEGURA O PEDIDO NO PROGCOB10 ATE O
      *    DIA, COM O ESTOQUE JA RESERVADO
             MOVE 'S' TO WRK-ENTREGA-OK.
             IF WRK-PED-ENTREGA = ZEROS
                 EXIT PARAGRAPH
             END-IF.
             CALL 'DIASEMAN' USING WRK-PED-ENTREGA WRK-DIASEM-ENT.
             IF WRK-DIASEM-ENT = 0
                 MOVE 'N' TO WRK-ENTREGA-OK
                 MOVE 'DATA ENTREGA INVALIDA' TO WRK-MSGERRO
                 EXIT PARAGRAPH
             END-IF.
             ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
             IF WRK-PED-ENTREGA < WRK-DATA-SISTEMA
                 MOVE 'N' TO WRK-ENTREGA-OK
                 MOVE 'DATA ENTREGA JA PASSOU' TO WRK-MSGERRO
             END-IF.

       4118-VALIDAR-TRANSP.
      *    BRANCOS E A COTACAO DO FRETECALC ESCOLHER A MAIS BARATA -
      *    TRANSPORTADORA FORCADA TEM QUE ESTAR ATIVA E ATENDER A UF
      *    DE ENTREGA
             MOVE 'S' TO WRK-TRANSP-OK.
             IF WRK-PED-TRANSP = SPACES
                 EXIT PARAGRAPH
             END-IF.
             MOVE 'N' TO WRK-TRANSP-OK.
             OPEN INPUT TRANSP.
             IF TRANSP-STATUS NOT = 0
                 EXIT PARAGRAPH
             END-IF.
             MOVE WRK-PED-TRANSP TO TRA-CODIGO.
             READ TRANSP
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF TRA-ATIVA
                     PERFORM VARYING WRK-IX-UFT FROM 1 BY 2
                             UNTIL WRK-IX-UFT > 53 OR TRANSP-OK
                         IF TRA-UFS(WRK-IX-UFT:2) = WRK-PED-UF
                             MOVE 'S' TO WRK-TRANSP-OK
                         END-IF
                     END-PERFORM
                 END-IF
             END-READ.
             CLOSE TRANSP.

       4120-CAPTURAR-ITEM.
      *    PRODUTO EM BRANCO ENCERRA A DIGITACAO DOS ITENS
             MOVE SPACES TO WRK-ITEM-CODPROD.
             MOVE 1 TO WRK-ITEM-QTDE.
             MOVE ZEROS TO WRK-ITEM-DESCLIN.
             DISPLAY PED-ITEM-TELA.
             IF CAPTURA-PEDIDO
                 DISPLAY PED-DESC-TELA
             END-IF.
             ACCEPT PED-ITEM-TELA.
             IF CAPTURA-PEDIDO AND WRK-ITEM-CODPROD NOT = SPACES
                 ACCEPT PED-DESC-TELA
             END-IF.
             IF WRK-ITEM-CODPROD = SPACES
                 MOVE 'S' TO WRK-FIM-ITENS
             ELSE
                             ACCEPT MOSTRA-ERRO
                         END-COMPUTE
                     END-IF
                     IF PRODUTO-OK
                         PERFORM 4165-APLICAR-DESCONTO
                     END-IF
                     IF PRODUTO-OK
                         COMPUTE WRK-PESO-CAPTURA =
                             WRK-PESO-CAPTURA
                         MOVE 'PRODUTO INATIVO' TO WRK-MSGERRO
                         ACCEPT MOSTRA-ERRO
                     ELSE
                         CALL 'KITEXPL' USING WRK-ITEM-CODPROD
                             KIT-TAB-COMP
                         IF KTB-QTCOMP > 0
                             PERFORM 4152-DISPONIVEL-KIT
                         ELSE
                         IF (PROD-QTESTOQUE - PROD-QTRESERVADA)
                                 < WRK-ITEM-QTDE
      *                    O QUE JA ESTA PROMETIDO A OUTRO PEDIDO
                                 TO WRK-MSGERRO
                             ACCEPT MOSTRA-ERRO
                         END-IF
                         END-IF
                     END-IF
                 END-READ
                 CLOSE PRODUTOS
             END-IF.
             IF PRODUTO-OK AND CAPTURA-PEDIDO
                 PERFORM 4155-VERIFICAR-DEPOSITO
             END-IF.

       4152-DISPONIVEL-KIT.
      *    KIT NAO TEM ESTOQUE PROPRIO - O DISPONIVEL E QUANTOS
      *    KITS O LIVRE DOS COMPONENTES MONTA. NO FIM O MESTRE
      *    VOLTA PARA O KIT (PRECO E PESO DO ITEM)
             MOVE 99999 TO WRK-KIT-DISPONIVEL.
             PERFORM 4153-LIVRE-COMPONENTE
                 VARYING WRK-IX-COMP FROM 1 BY 1
                 UNTIL WRK-IX-COMP > KTB-QTCOMP.
             MOVE WRK-ITEM-CODPROD TO PROD-CODIGO.
             READ PRODUTOS
               INVALID KEY
                 CONTINUE
             END-READ.
             IF WRK-KIT-DISPONIVEL < WRK-ITEM-QTDE
                 MOVE 'N' TO WRK-PRODUTO-OK
                 MOVE 'COMPONENTE DO KIT SEM ESTOQUE' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
             END-IF.

       4153-LIVRE-COMPONENTE.
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
             IF WRK-KIT-POSSIVEL < WRK-KIT-DISPONIVEL
                 MOVE WRK-KIT-POSSIVEL TO WRK-KIT-DISPONIVEL
             END-IF.

       4155-VERIFICAR-DEPOSITO.
      *    O LIVRE DA EMPRESA NAO BASTA - TEM QUE HAVER LIVRE NO
      *    DEPOSITO DE ONDE O PEDIDO SAI. SEM ESTDEP.DAT VALE SO
      *    O TOTAL DO MESTRE, COMO ANTES DOS DEPOSITOS
      *    KIT CONFERE CADA COMPONENTE NO DEPOSITO
             IF KTB-QTCOMP > 0
                 PERFORM 4156-DEPOSITO-COMPONENTE
                     VARYING WRK-IX-COMP FROM 1 BY 1
                     UNTIL WRK-IX-COMP > KTB-QTCOMP
                     OR NOT PRODUTO-OK
                 EXIT PARAGRAPH
             END-IF.
             MOVE 'C' TO WRK-EDP-OPER.
             MOVE WRK-ITEM-QTDE TO WRK-EDP-QTDE.
             CALL 'ESTDEPAT' USING WRK-EDP-OPER WRK-ITEM-CODPROD
                 WRK-PED-DEPOSITO WRK-EDP-QTDE WRK-EDP-SALDO
                 WRK-EDP-LIVRE WRK-EDP-RETORNO.
             IF NOT EDP-SEM-DEPOSITOS
              AND WRK-EDP-LIVRE < WRK-ITEM-QTDE
                 MOVE 'N' TO WRK-PRODUTO-OK
                 MOVE 'SEM ESTOQUE LIVRE NO DEPOSITO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
             END-IF.

       4156-DEPOSITO-COMPONENTE.
             MOVE 'C' TO WRK-EDP-OPER.
             COMPUTE WRK-COMP-NECESSARIO =
                 KTB-QTDE(WRK-IX-COMP) * WRK-ITEM-QTDE.
             MOVE WRK-COMP-NECESSARIO TO WRK-EDP-QTDE.
             CALL 'ESTDEPAT' USING WRK-EDP-OPER
                 KTB-CODCOMP(WRK-IX-COMP) WRK-PED-DEPOSITO
                 WRK-EDP-QTDE WRK-EDP-SALDO WRK-EDP-LIVRE
                 WRK-EDP-RETORNO.
             IF NOT EDP-SEM-DEPOSITOS
              AND WRK-EDP-LIVRE < WRK-COMP-NECESSARIO
                 MOVE 'N' TO WRK-PRODUTO-OK
                 MOVE 'KIT SEM ESTOQUE NO DEPOSITO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
             END-IF.

       4160-PRECO-DO-DIA.
      *    A TABELA DATADA MANDA; SEM LINHA PARA O PRODUTO VALE
                 MOVE WRK-PRECO-VIGENTE TO WRK-PRECO-ITEM
             END-IF.

       4165-APLICAR-DESCONTO.
      *    A FAIXA DE QUANTIDADE E POLITICA E ENTRA SOZINHA; O
      *    DESCONTO DO OPERADOR SOMA POR CIMA - CADA UM E
      *    ARREDONDADO A PARTE, COMO O PROGCOB10 FAZ
             CALL 'DESCFAIX' USING WRK-ITEM-CODPROD WRK-ITEM-QTDE
                 WRK-PERC-FAIXA.
             COMPUTE WRK-DESC-TOTAL = WRK-PERC-FAIXA
                 + WRK-ITEM-DESCLIN.
             IF WRK-DESC-TOTAL NOT < 100
                 MOVE 'N' TO WRK-PRODUTO-OK
                 SUBTRACT 1 FROM WRK-QTITENS-PED
                 MOVE 'DESCONTO TOTAL INVALIDO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 EXIT PARAGRAPH
             END-IF.
             COMPUTE WRK-DESC-FAIXA-VLR ROUNDED =
                 WRK-ITEM-VALOR(WRK-QTITENS-PED) * WRK-PERC-FAIXA
                 / 100.
             COMPUTE WRK-DESC-LINHA-VLR ROUNDED =
                 WRK-ITEM-VALOR(WRK-QTITENS-PED) * WRK-ITEM-DESCLIN
                 / 100.
             SUBTRACT WRK-DESC-FAIXA-VLR WRK-DESC-LINHA-VLR
                 FROM WRK-ITEM-VALOR(WRK-QTITENS-PED).
             MOVE WRK-ITEM-DESCLIN TO WRK-ITEM-DLIN(WRK-QTITENS-PED).
             IF WRK-ITEM-DESCLIN > WRK-TETO-DESC
                 MOVE 'S' TO WRK-ITEM-MARCA(WRK-QTITENS-PED)
                 ADD 1 TO WRK-QTACIMA-TETO
                 MOVE 'DESCONTO ACIMA DO SEU TETO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
             ELSE
                 MOVE 'N' TO WRK-ITEM-MARCA(WRK-QTITENS-PED)
             END-IF.

       4170-CARREGAR-TETO.
      *    ADM NAO TEM TETO - A APROVACAO SERIA DELE MESMO;
      *    SEM DESCTETO.CFG OU SEM LINHA DO PERFIL O TETO E
      *    ZERO E TODO DESCONTO DE LINHA VAI PARA APROVACAO
             MOVE ZEROS TO WRK-TETO-DESC.
             IF ADM
                 MOVE 99,99 TO WRK-TETO-DESC
                 EXIT PARAGRAPH
             END-IF.
             MOVE SPACES TO WRK-PERFIL-OPER.
             PERFORM VARYING WRK-IX-TETO FROM 1 BY 1
                     UNTIL WRK-IX-TETO > WRK-QTSEN
                 IF WRK-SEN-USUARIO(WRK-IX-TETO) = WRK-USUARIO
                     MOVE WRK-SEN-PERFIL(WRK-IX-TETO)
                         TO WRK-PERFIL-OPER
                 END-IF
             END-PERFORM.
             OPEN INPUT DESCTETO-CFG.
             IF DTT-STATUS = 0
                 PERFORM 4175-LER-TETO
                 PERFORM UNTIL DTT-STATUS NOT = 0
                     IF DTT-PERFIL = WRK-PERFIL-OPER
                      AND DTT-TETO IS NUMERIC
                         MOVE DTT-TETO TO WRK-TETO-DESC
                     END-IF
                     PERFORM 4175-LER-TETO
                 END-PERFORM
                 CLOSE DESCTETO-CFG
             END-IF.

       4175-LER-TETO.
             READ DESCTETO-CFG
                 AT END CONTINUE
             END-READ.

       4200-GRAVAR-PEDIDO.
             PERFORM 4250-PROXIMO-NUMERO.
             IF NOT NUMERO-OBTIDO
             MOVE WRK-PED-UF     TO PED-UF.
             MOVE WRK-PED-VENDEDOR TO PED-VENDEDOR.
             MOVE WRK-PED-ENDSEQ TO PED-ENDSEQ.
             MOVE WRK-PED-CONDPAG TO PED-CONDPAG.
             MOVE WRK-PED-DEPOSITO TO PED-DEPOSITO.
             MOVE WRK-PED-ENTREGA TO PED-DATA-ENTREGA.
             MOVE WRK-PED-TRANSP TO PED-TRANSP.
             WRITE PEDIDO-REG.
             PERFORM 4220-GRAVAR-ITEM
                 VARYING WRK-IX-ITEM FROM 1 BY 1
       4220-GRAVAR-ITEM.
             MOVE 'I' TO PED-TIPO.
             MOVE WRK-PED-NUMERO TO PED-NUMERO.
             MOVE SPACES TO PED-DADOS-CAB.
             MOVE WRK-ITEM-COD(WRK-IX-ITEM)   TO PED-CODPROD.
             MOVE WRK-ITEM-QT(WRK-IX-ITEM)    TO PED-QTDE.
             MOVE WRK-ITEM-VALOR(WRK-IX-ITEM) TO PED-VALOR.
             MOVE WRK-ITEM-DLIN(WRK-IX-ITEM)  TO PED-DESCLINHA.
             MOVE WRK-ITEM-MARCA(WRK-IX-ITEM) TO PED-DESCMARCA.
             WRITE PEDIDO-REG.

       4230-RESERVAR-ESTOQUE.
      *    A RESERVA SO DESCE DEPOIS DO PEDIDO GRAVADO - O
      *    PROGCOB10 A CONVERTE EM BAIXA NO EMBARQUE
      *    KIT RESERVA OS COMPONENTES, NAO O PRODUTO KIT
             CALL 'KITEXPL' USING WRK-ITEM-COD(WRK-IX-ITEM)
                 KIT-TAB-COMP.
             IF KTB-QTCOMP = 0
                 MOVE WRK-ITEM-COD(WRK-IX-ITEM) TO WRK-RES-CODPROD
                 MOVE WRK-ITEM-QT(WRK-IX-ITEM)  TO WRK-RES-QTDE
                 PERFORM 4232-RESERVAR-PRODUTO
             ELSE
                 PERFORM 4231-RESERVAR-COMPONENTE
                     VARYING WRK-IX-COMP FROM 1 BY 1
                     UNTIL WRK-IX-COMP > KTB-QTCOMP
             END-IF.

       4231-RESERVAR-COMPONENTE.
             MOVE KTB-CODCOMP(WRK-IX-COMP) TO WRK-RES-CODPROD.
             COMPUTE WRK-RES-QTDE =
                 KTB-QTDE(WRK-IX-COMP) * WRK-ITEM-QT(WRK-IX-ITEM).
             PERFORM 4232-RESERVAR-PRODUTO.

       4232-RESERVAR-PRODUTO.
             OPEN I-O PRODUTOS.
             IF PRODUTOS-STATUS = 0
                 MOVE WRK-RES-CODPROD TO PROD-CODIGO
                 READ PRODUTOS
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     ADD WRK-RES-QTDE TO PROD-QTRESERVADA
                     REWRITE PRODUTO-REG
                       INVALID KEY
                         CONTINUE
                 END-READ
                 CLOSE PRODUTOS
             END-IF.
      *    A MESMA RESERVA NO DEPOSITO DE SAIDA DO PEDIDO
             MOVE 'R' TO WRK-EDP-OPER.
             MOVE WRK-RES-QTDE TO WRK-EDP-QTDE.
             CALL 'ESTDEPAT' USING WRK-EDP-OPER
                 WRK-RES-CODPROD WRK-PED-DEPOSITO
                 WRK-EDP-QTDE WRK-EDP-SALDO WRK-EDP-LIVRE
                 WRK-EDP-RETORNO.

       4250-PROXIMO-NUMERO.
      *    O ULTIMO NUMERO USADO FICA EM PEDNUM.CTL - SEM O
             END-READ.

       4610-CAPTURAR-ORCAMENTO.
             SET CAPTURA-ORCAMENTO TO TRUE.
             MOVE ZEROS TO WRK-TETO-DESC.
             MOVE CLIENTES-UF TO WRK-PED-UF.
             MOVE 0 TO WRK-QTITENS-PED WRK-TOTAL-PEDIDO
                       WRK-PED-VALOR-ED WRK-PED-VENDEDOR.
      *    O VENDEDOR SUGERIDO E O DONO DO CLIENTE NA CARTEIRA
             MOVE CLIENTES-VENDEDOR TO WRK-PED-VENDEDOR.
             MOVE ZEROS TO WRK-PESO-CAPTURA.
             MOVE 'N' TO WRK-FIM-ITENS.
             DISPLAY TELA-PEDIDO.
      *          O FRETECALC RECEBE VALOR 9(06)V99 - O TOTAL
      *          PASSA PELO CAMPO DA COTACAO, COMO EM 9950
                 MOVE WRK-TOTAL-PEDIDO TO WRK-COT-VALOR
                 MOVE SPACES TO WRK-COT-TRANSP
                 CALL 'FRETECALC' USING WRK-PED-UF
                     WRK-COT-VALOR WRK-PESO-CAPTURA
                     WRK-ORC-FRETE WRK-COT-TRANSP WRK-COT-BASE
                 COMPUTE WRK-PED-VALOR-ED =
                     WRK-TOTAL-PEDIDO + WRK-ORC-FRETE
                 DISPLAY PED-RESULTADO
             DISPLAY 'TECLE ALGO PARA VOLTAR'.
             ACCEPT WRK-HPD-OPCAO.

       4300-OCORRENCIAS.
      *    OCORRENCIAS DE ATENDIMENTO (SAC) DO CLIENTE - RECLAMACAO
      *    DE ENTREGA, ITEM ERRADO E COBRANCA SAEM DO CADERNO
             MOVE 'MODULO - OCORRENCIAS' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY CHAVE.
             ACCEPT CHAVE.
             READ CLIENTES KEY IS CLIENTES-FONE
               INVALID KEY
                 PERFORM 1200-TRADUZIR-STATUS
                 ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                 OPEN I-O OCORREN
                 IF OCO-STATUS = 35
                     OPEN OUTPUT OCORREN
                     CLOSE OCORREN
                     OPEN I-O OCORREN
                 END-IF
                 IF OCO-STATUS NOT = 0
                     MOVE 'OCORREN.DAT INDISPONIVEL' TO WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                 ELSE
                     SET OCORREN-ABERTO TO TRUE
                     MOVE SPACES TO WRK-OCO-OPCAO
                     PERFORM 4310-MENU-OCORRENCIA
                         UNTIL WRK-OCO-OPCAO = 'X'
                            OR WRK-OCO-OPCAO = 'x'
                     CLOSE OCORREN
                     MOVE 'N' TO WRK-OCO-ARQ
                 END-IF
             END-READ.

       4310-MENU-OCORRENCIA.
             DISPLAY TELA.
             PERFORM 6600-MOSTRAR-OCORRENCIAS.
             ACCEPT MENU-OCORRENCIAS.
             EVALUATE WRK-OCO-OPCAO
               WHEN 'I'
               WHEN 'i'
                 PERFORM 4320-ABRIR-OCORRENCIA
               WHEN 'C'
               WHEN 'c'
                 PERFORM 4330-CONSULTAR-OCORRENCIA
               WHEN 'A'
               WHEN 'a'
                 PERFORM 4340-ATUALIZAR-OCORRENCIA
               WHEN 'F'
               WHEN 'f'
                 PERFORM 4350-FECHAR-OCORRENCIA
               WHEN OTHER
                 IF WRK-OCO-OPCAO NOT = 'X'
                  AND WRK-OCO-OPCAO NOT = 'x'
                     MOVE 'ENTRE COM OPCAO CORRETA' TO WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                 END-IF
             END-EVALUATE.

       4320-ABRIR-OCORRENCIA.
      *    O NUMERO SO E TIRADO NA CONFIRMACAO - DESISTENCIA NAO
      *    QUEIMA NUMERO
             ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
             MOVE ZEROS TO OCO-NUMERO OCO-PEDIDO OCO-FECHAMENTO.
             MOVE CLIENTES-CODIGO TO OCO-CLIENTE.
             MOVE SPACES TO OCO-CATEGORIA OCO-DESCRICAO OCO-SOLUCAO.
             MOVE WRK-USUARIO TO OCO-RESPONSAVEL OCO-ABERTO-POR
                                 OCO-ATUALIZADO-POR.
             MOVE WRK-DATA-SISTEMA TO OCO-ABERTURA OCO-ATUALIZACAO.
             CALL 'DATAPRAZ' USING WRK-DATA-SISTEMA WRK-OCO-DIAS
                 OCO-PRAZO.
             SET OCO-ABERTA TO TRUE.
             DISPLAY TELA.
             DISPLAY SS-CODIGO.
             DISPLAY TELA-OCORRENCIA.
             ACCEPT SS-DADOS-OCO.
             PERFORM 4325-VALIDAR-OCORRENCIA.
             IF NOT OCORRENCIA-OK
                 ACCEPT MOSTRA-ERRO
                 EXIT PARAGRAPH
             END-IF.
             MOVE 'CONFIRMAR (S) OU CANCELAR (X)' TO WRK-MSGERRO.
             ACCEPT MOSTRA-ERRO.
             IF TECLA-CANCELAR
                 MOVE 'ABERTURA CANCELADA' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 EXIT PARAGRAPH
             END-IF.
             PERFORM 4370-PROXIMA-OCORRENCIA.
             MOVE WRK-OCO-NUMERO TO OCO-NUMERO.
             WRITE OCORREN-REG
               INVALID KEY
                 MOVE 'NUMERO JA USADO - VER OCONUM'
                     TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                 MOVE SPACES TO WRK-MSGERRO
                 STRING 'OCORRENCIA ' OCO-NUMERO ' ABERTA'
                     DELIMITED BY SIZE INTO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
             END-WRITE.

       4325-VALIDAR-OCORRENCIA.
      *    CATEGORIA, RESPONSAVEL E DESCRICAO OBRIGATORIOS; PRAZO
      *    DATA VALIDA NAO ANTERIOR A ABERTURA; PEDIDO INFORMADO
      *    TEM DE SER DO PROPRIO CLIENTE
             MOVE 'N' TO WRK-OCO-OK.
             INSPECT OCO-CATEGORIA CONVERTING 'eico' TO 'EICO'.
             MOVE OCO-PRAZO TO WRK-OCO-DATA.
             EVALUATE TRUE
               WHEN NOT OCO-CATEGORIA-VALIDA
                 MOVE 'CATEGORIA INVALIDA' TO WRK-MSGERRO
               WHEN OCO-RESPONSAVEL = SPACES
                 MOVE 'RESPONSAVEL OBRIGATORIO' TO WRK-MSGERRO
               WHEN OCO-DESCRICAO = SPACES
                 MOVE 'DESCRICAO OBRIGATORIA' TO WRK-MSGERRO
               WHEN WRK-OCO-MES < 1 OR WRK-OCO-MES > 12
                 OR WRK-OCO-DIA < 1 OR WRK-OCO-DIA > 31
                 MOVE 'PRAZO INVALIDO (AAAAMMDD)' TO WRK-MSGERRO
               WHEN OCO-PRAZO < OCO-ABERTURA
                 MOVE 'PRAZO ANTES DA ABERTURA' TO WRK-MSGERRO
               WHEN OTHER
                 MOVE 'S' TO WRK-OCO-OK
             END-EVALUATE.
             IF OCORRENCIA-OK AND OCO-PEDIDO NOT = ZEROS
                 PERFORM 4327-VALIDAR-PEDIDO-OCO
                 IF NOT PEDIDO-DO-CLIENTE
                     MOVE 'N' TO WRK-OCO-OK
                     MOVE 'PEDIDO NAO E DESTE CLIENTE' TO WRK-MSGERRO
                 END-IF
             END-IF.

       4327-VALIDAR-PEDIDO-OCO.
             MOVE 'N' TO WRK-OCO-ACHOU WRK-OCO-FIM.
             OPEN INPUT CLIENTES-PED.
             IF PED-STATUS NOT = 0
                 EXIT PARAGRAPH
             END-IF.
             PERFORM 4328-LER-PEDIDO-OCO.
             PERFORM UNTIL FIM-OCORRENCIAS OR PEDIDO-DO-CLIENTE
                 IF PED-CABECALHO AND PED-NUMERO = OCO-PEDIDO
                     IF PED-CODIGO = CLIENTES-CODIGO
                      OR PED-FONE = CLIENTES-FONE
                         MOVE 'S' TO WRK-OCO-ACHOU
                     END-IF
                 END-IF
                 PERFORM 4328-LER-PEDIDO-OCO
             END-PERFORM.
             CLOSE CLIENTES-PED.

       4328-LER-PEDIDO-OCO.
             READ CLIENTES-PED
                 AT END MOVE 'S' TO WRK-OCO-FIM
             END-READ.

       4330-CONSULTAR-OCORRENCIA.
             PERFORM 4360-LOCALIZAR-OCORRENCIA.
             IF OCORRENCIA-OK
                 MOVE '--  ENCONTRADA  --' TO WRK-MSGERRO
             END-IF.
             ACCEPT MOSTRA-ERRO.

       4340-ATUALIZAR-OCORRENCIA.
      *    RESPONSAVEL, PRAZO, CATEGORIA, PEDIDO E DESCRICAO SAO
      *    EDITAVEIS ENQUANTO A OCORRENCIA ESTIVER ABERTA
             PERFORM 4360-LOCALIZAR-OCORRENCIA.
             IF NOT OCORRENCIA-OK
                 ACCEPT MOSTRA-ERRO
                 EXIT PARAGRAPH
             END-IF.
             IF OCO-FECHADA
                 MOVE 'OCORRENCIA JA FECHADA' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 EXIT PARAGRAPH
             END-IF.
             ACCEPT SS-DADOS-OCO.
             PERFORM 4325-VALIDAR-OCORRENCIA.
             IF NOT OCORRENCIA-OK
                 ACCEPT MOSTRA-ERRO
                 EXIT PARAGRAPH
             END-IF.
             MOVE 'CONFIRMAR (S) OU CANCELAR (X)' TO WRK-MSGERRO.
             ACCEPT MOSTRA-ERRO.
             IF TECLA-CANCELAR
                 MOVE 'ALTERACAO CANCELADA' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 EXIT PARAGRAPH
             END-IF.
             ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
             MOVE WRK-DATA-SISTEMA TO OCO-ATUALIZACAO.
             MOVE WRK-USUARIO      TO OCO-ATUALIZADO-POR.
             REWRITE OCORREN-REG
               INVALID KEY
                 MOVE 'ERRO AO REGRAVAR' TO WRK-MSGERRO
               NOT INVALID KEY
                 MOVE 'OCORRENCIA ATUALIZADA' TO WRK-MSGERRO
             END-REWRITE.
             ACCEPT MOSTRA-ERRO.

       4350-FECHAR-OCORRENCIA.
      *    FECHAR EXIGE A SOLUCAO DADA AO CLIENTE
             PERFORM 4360-LOCALIZAR-OCORRENCIA.
             IF NOT OCORRENCIA-OK
                 ACCEPT MOSTRA-ERRO
                 EXIT PARAGRAPH
             END-IF.
             IF OCO-FECHADA
                 MOVE 'OCORRENCIA JA FECHADA' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 EXIT PARAGRAPH
             END-IF.
             ACCEPT SS-FECHA-OCO.
             IF OCO-SOLUCAO = SPACES
                 MOVE 'SOLUCAO OBRIGATORIA' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 EXIT PARAGRAPH
             END-IF.
             MOVE 'FECHAR (S) OU CANCELAR (X)' TO WRK-MSGERRO.
             ACCEPT MOSTRA-ERRO.
             IF WRK-TECLA NOT = 'S' AND WRK-TECLA NOT = 's'
                 MOVE 'FECHAMENTO CANCELADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 EXIT PARAGRAPH
             END-IF.
             ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
             SET OCO-FECHADA TO TRUE.
             MOVE WRK-DATA-SISTEMA TO OCO-FECHAMENTO OCO-ATUALIZACAO.
             MOVE WRK-USUARIO      TO OCO-ATUALIZADO-POR.
             REWRITE OCORREN-REG
               INVALID KEY
                 MOVE 'ERRO AO REGRAVAR' TO WRK-MSGERRO
               NOT INVALID KEY
                 MOVE 'OCORRENCIA FECHADA' TO WRK-MSGERRO
             END-REWRITE.
             ACCEPT MOSTRA-ERRO.

       4360-LOCALIZAR-OCORRENCIA.
      *    SO AS OCORRENCIAS DO CLIENTE DA CHAVE
             MOVE 'N' TO WRK-OCO-OK.
             MOVE ZEROS TO OCO-NUMERO.
             DISPLAY TELA.
             DISPLAY SS-CODIGO.
             DISPLAY CHAVE-OCO.
             ACCEPT CHAVE-OCO.
             READ OCORREN
               INVALID KEY
                 MOVE 'OCORRENCIA NAO ENCONTRADA' TO WRK-MSGERRO
               NOT INVALID KEY
                 IF OCO-CLIENTE NOT = CLIENTES-CODIGO
                     MOVE 'OCORRENCIA DE OUTRO CLIENTE'
                         TO WRK-MSGERRO
                 ELSE
                     MOVE 'S' TO WRK-OCO-OK
                     DISPLAY TELA-OCORRENCIA
                 END-IF
             END-READ.

       4370-PROXIMA-OCORRENCIA.
             MOVE 0 TO WRK-OCO-NUMERO.
             OPEN INPUT OCONUM-CTL.
             IF OCONUM-STATUS = 0
                 READ OCONUM-CTL
                     AT END CONTINUE
                     NOT AT END MOVE CTL-ULTOCO TO WRK-OCO-NUMERO
                 END-READ
                 CLOSE OCONUM-CTL
             END-IF.
             ADD 1 TO WRK-OCO-NUMERO.
             MOVE WRK-OCO-NUMERO TO CTL-ULTOCO.
             OPEN OUTPUT OCONUM-CTL.
             WRITE OCONUM-LINHA.
             CLOSE OCONUM-CTL.

       4400-ENDERECOS.
      *    CADERNO DE ENDERECOS DE ENTREGA DO CLIENTE - ACABA COM
      *    O SEGUNDO CADASTRO SO PARA ENTREGAR NO DEPOSITO
             MOVE CLIENTES-UF TO EDR-UF.
             MOVE ZEROS TO EDR-CEP.
             SET EDR-ATIVO TO TRUE.
             ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
             MOVE WRK-DATA-SISTEMA TO EDR-DATACADASTRO.
             DISPLAY TELA-ENDERECO.
             ACCEPT SS-DADOS-EDR.
             MOVE 'CONFIRMAR (S) OU CANCELAR (X)' TO WRK-MSGERRO.
             WRITE LIPLOG-LINHA.
             CLOSE LIMPROP-LOG.

       4550-APROVAR-ALTERACOES.
      *    AS ALTERACOES SENSIVEIS PEDIDAS NA OPCAO 3 SO CHEGAM
      *    AO MESTRE QUANDO UM ADM DIFERENTE DE QUEM PEDIU APROVA -
      *    AS DO PROPRIO USUARIO FICAM NA FILA PARA OUTRO; APROVADA
      *    OU RECUSADA VAI PARA CLIEPEND.LOG E SAI DA FILA
             MOVE 'MODULO - APROVAR ALTERACAO' TO WRK-MODULO.
             DISPLAY TELA.
             MOVE 'N' TO WRK-FIM-PND.
             MOVE 0 TO WRK-QTACEITAS WRK-QTRECUSADAS WRK-QTPROPRIAS.
             MOVE SPACES TO WRK-TECLA.
             OPEN INPUT CLIEPEND.
             IF PND-STATUS NOT = 0
                 MOVE 'SEM ALTERACOES A APROVAR' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 EXIT PARAGRAPH
             END-IF.
             OPEN OUTPUT CLIEPEND-WRK.
             PERFORM 4555-LER-PENDENCIA.
             PERFORM 4560-REVISAR-PENDENCIA UNTIL FIM-PENDENCIAS.
             CLOSE CLIEPEND.
             CLOSE CLIEPEND-WRK.
      *    O QUE CONTINUA PENDENTE VOLTA POR CIMA DA FILA
             OPEN INPUT CLIEPEND-WRK.
             OPEN OUTPUT CLIEPEND.
             MOVE 'N' TO WRK-FIM-PND.
             PERFORM 4590-LER-PENDENCIA-WRK.
             PERFORM UNTIL FIM-PENDENCIAS
                 MOVE PNDWRK-REG TO CLIEPEND-REG
                 WRITE CLIEPEND-REG
                 PERFORM 4590-LER-PENDENCIA-WRK
             END-PERFORM.
             CLOSE CLIEPEND-WRK.
             CLOSE CLIEPEND.
             MOVE 'APROVADAS 000 RECUSADAS 000' TO WRK-MSGERRO.
             MOVE WRK-QTACEITAS   TO WRK-MSGERRO(11:3).
             MOVE WRK-QTRECUSADAS TO WRK-MSGERRO(25:3).
             ACCEPT MOSTRA-ERRO.
             IF WRK-QTPROPRIAS > 0
                 MOVE 'SUAS 000 AGUARDAM OUTRO ADM' TO WRK-MSGERRO
                 MOVE WRK-QTPROPRIAS TO WRK-MSGERRO(6:3)
                 ACCEPT MOSTRA-ERRO
             END-IF.

       4555-LER-PENDENCIA.
             READ CLIEPEND
                 AT END MOVE 'S' TO WRK-FIM-PND
             END-READ.

       4560-REVISAR-PENDENCIA.
             MOVE 'N' TO WRK-PND-DECIDIDA.
             IF PND-USUARIO = WRK-USUARIO
                 ADD 1 TO WRK-QTPROPRIAS
             ELSE
                 PERFORM 4565-DECIDIR-PENDENCIA
             END-IF.
             IF NOT PENDENCIA-DECIDIDA
                 MOVE CLIEPEND-REG TO PNDWRK-REG
                 WRITE PNDWRK-REG
             END-IF.
             PERFORM 4555-LER-PENDENCIA.
      *    DEPOIS DO (X) O RESTO DA FILA SO E COPIADO
             PERFORM UNTIL FIM-PENDENCIAS
                 OR NOT TECLA-CANCELAR
                 MOVE CLIEPEND-REG TO PNDWRK-REG
                 WRITE PNDWRK-REG
                 PERFORM 4555-LER-PENDENCIA
             END-PERFORM.

       4565-DECIDIR-PENDENCIA.
             MOVE SPACES TO WRK-TECLA.
             MOVE PND-CODIGO TO CLIENTES-CODIGO.
             READ CLIENTES
               INVALID KEY
                 MOVE 'CLIENTE NAO ENCONTRADO' TO PND-MOTIVO
                 PERFORM 4580-RECUSAR-PENDENCIA
                 EXIT PARAGRAPH
             END-READ.
             PERFORM 1700-TRAVAR-REGISTRO.
             IF NOT TRAVA-OBTIDA
                 EXIT PARAGRAPH
             END-IF.
             DISPLAY TELA.
             DISPLAY TELA-PENDENCIA.
             MOVE 'APROVAR (S) RECUSAR (N) SAIR (X)' TO WRK-MSGERRO.
             ACCEPT MOSTRA-ERRO.
             EVALUATE TRUE
               WHEN TECLA-CANCELAR
                 CONTINUE
               WHEN WRK-TECLA = 'S' OR WRK-TECLA = 's'
                 PERFORM 4570-APLICAR-PENDENCIA
               WHEN OTHER
                 MOVE 'RECUSADA PELO ADM' TO PND-MOTIVO
                 PERFORM 4580-RECUSAR-PENDENCIA
             END-EVALUATE.
             PERFORM 1750-DESTRAVAR-REGISTRO.

       4570-APLICAR-PENDENCIA.
      *    SE O CADASTRO MUDOU DEPOIS DO PEDIDO A IMAGEM ANTES NAO
      *    CONFERE MAIS - A SOLICITACAO E RECUSADA, NAO APLICADA
             PERFORM 7011-GUARDAR-SENSIVEIS.
             IF WRK-SENS-ANTES NOT = PND-ANTES
                 MOVE 'CADASTRO JA MUDOU' TO PND-MOTIVO
                 PERFORM 4580-RECUSAR-PENDENCIA
                 MOVE 'CADASTRO JA MUDOU - RECUSADA' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 EXIT PARAGRAPH
             END-IF.
             MOVE CLIENTES-REG   TO WRK-REG-ANTES.
             MOVE CLIENTES-NOME  TO WRK-NOME-ANTES.
             MOVE CLIENTES-EMAIL TO WRK-EMAIL-ANTES.
             MOVE PND-DEP-NOME     TO CLIENTES-NOME.
             MOVE PND-DEP-EMAIL    TO CLIENTES-EMAIL.
             MOVE PND-DEP-ENDERECO TO CLIENTES-ENDERECO.
             MOVE PND-DEP-CIDADE   TO CLIENTES-CIDADE.
             MOVE PND-DEP-UF       TO CLIENTES-UF.
             MOVE PND-DEP-CEP      TO CLIENTES-CEP.
             MOVE PND-DEP-CPF      TO CLIENTES-CPF.
             REWRITE CLIENTES-REG
               INVALID KEY
                 PERFORM 1200-TRADUZIR-STATUS
                 ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                 ADD 1 TO WRK-QTACEITAS
                 PERFORM 9440-GRAVAR-AUDITORIA
                 MOVE 'R' TO WRK-JNL-OPER
                 PERFORM 9445-GRAVAR-JNL-MESTRE
                 SET PND-APROVADA TO TRUE
                 MOVE SPACES TO PND-MOTIVO
                 PERFORM 4585-GRAVAR-LOG-PENDENCIA
             END-REWRITE.

       4580-RECUSAR-PENDENCIA.
             ADD 1 TO WRK-QTRECUSADAS.
             SET PND-RECUSADA TO TRUE.
             PERFORM 4585-GRAVAR-LOG-PENDENCIA.

       4585-GRAVAR-LOG-PENDENCIA.
             ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
             MOVE WRK-USUARIO      TO PND-REVISOR.
             MOVE WRK-DATA-SISTEMA TO PND-DATA-REVISAO.
             MOVE 'S' TO WRK-PND-DECIDIDA.
             OPEN EXTEND CLIEPEND-LOG.
             IF PNDLOG-STATUS = 35
                 OPEN OUTPUT CLIEPEND-LOG
             END-IF.
             MOVE CLIEPEND-REG TO PNDLOG-REG.
             WRITE PNDLOG-REG.
             CLOSE CLIEPEND-LOG.

       4590-LER-PENDENCIA-WRK.
             READ CLIEPEND-WRK
                 AT END MOVE 'S' TO WRK-FIM-PND
             END-READ.

       4700-SITUACAO-PEDIDO.
             MOVE 'MODULO - SITUACAO PEDIDO' TO WRK-MODULO.
             DISPLAY TELA.

       5000-INCLUIR.
             MOVE 'MODULO - INCLUSAO ' TO WRK-MODULO.
             MOVE 'F' TO CLIENTES-TIPO-PESSOA.
             MOVE SPACES TO CLIENTES-CNPJ CLIENTES-IE.
             MOVE ZEROS TO CLIENTES-VENDEDOR.
             MOVE SPACES TO CLIENTES-CLASSE-ABC.
             MOVE ZEROS TO CLIENTES-GRUPO.
             DISPLAY TELA.
              ACCEPT TELA-REGISTRO.
                PERFORM 9970-AUTOPREENCHER-CEP.
                PERFORM 1400-VALIDAR-FONE.
                PERFORM 1300-VALIDAR-EMAIL.
                PERFORM 1500-VALIDAR-CPF.
                PERFORM 1550-VALIDAR-PESSOA.
                PERFORM 1600-VALIDAR-DDD.
                PERFORM 1650-VENDEDOR-TERRITORIO.
                PERFORM 1660-VALIDAR-VENDEDOR-CLI.
                PERFORM 1670-VALIDAR-GRUPO-CLI.
                IF FONE-INVALIDO
                    MOVE 'TELEFONE INVALIDO' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                ELSE IF CPF-INVALIDO
                    MOVE 'CPF INVALIDO' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                ELSE IF PESSOA-INVALIDA
                    MOVE WRK-MSG-PESSOA TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                ELSE IF NOT VENDEDOR-OK
                    MOVE 'VENDEDOR NAO CADASTRADO' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                ELSE IF NOT GRUPO-OK
                    MOVE 'GRUPO ECONOMICO NAO CADASTRADO'
                        TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                ELSE
                    MOVE 'CONFIRMAR (S) OU CANCELAR (X) A INCLUSAO'
                        TO WRK-MSGERRO
                    END-IF
                END-IF
                END-IF
                END-IF
                END-IF
                END-IF
                END-IF.

       6000-CONSULTAR.
                     END-IF
                     DISPLAY CHAVE
                     DISPLAY SS-DADOS
                     PERFORM 6600-MOSTRAR-OCORRENCIAS
                 ELSE
                     PERFORM 1200-TRADUZIR-STATUS
                 END-IF
                   END-IF
                   DISPLAY SS-CODIGO
                   DISPLAY SS-DADOS
                   PERFORM 6600-MOSTRAR-OCORRENCIAS
                 END-READ.

       6500-CONSULTAR-POR-CODIGO.
                 DISPLAY SS-CODIGO
                 DISPLAY CHAVE
                 DISPLAY SS-DADOS
                 PERFORM 6600-MOSTRAR-OCORRENCIAS
             END-READ.

       6600-MOSTRAR-OCORRENCIAS.
      *    OCORRENCIAS SAC ABERTAS DO CLIENTE NA CONSULTA - A
      *    CONTAGEM DE TODAS E O DETALHE DAS TRES PRIMEIRAS
             MOVE 0 TO WRK-OCO-QTABERTAS WRK-OCO-QTVENCIDAS.
             MOVE SPACES TO WRK-TAB-OCO-LINHAS.
             IF NOT OCORREN-ABERTO
                 OPEN INPUT OCORREN
                 IF OCO-STATUS NOT = 0
                     EXIT PARAGRAPH
                 END-IF
             END-IF.
             ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
             MOVE 'N' TO WRK-OCO-FIM.
             MOVE CLIENTES-CODIGO TO OCO-CLIENTE.
             START OCORREN KEY IS EQUAL OCO-CLIENTE
                 INVALID KEY
                     MOVE 'S' TO WRK-OCO-FIM
             END-START.
             PERFORM 6610-LER-OCO-CLIENTE UNTIL FIM-OCORRENCIAS.
             IF NOT OCORREN-ABERTO
                 CLOSE OCORREN
             END-IF.
             IF WRK-OCO-QTABERTAS > 0
                 DISPLAY TELA-OCO-CLIENTE
             END-IF.

       6610-LER-OCO-CLIENTE.
             READ OCORREN NEXT
               AT END
                 MOVE 'S' TO WRK-OCO-FIM
               NOT AT END
                 IF OCO-CLIENTE NOT = CLIENTES-CODIGO
                     MOVE 'S' TO WRK-OCO-FIM
                 ELSE
                     IF OCO-ABERTA
                         PERFORM 6620-ANOTAR-OCORRENCIA
                     END-IF
                 END-IF
             END-READ.

       6620-ANOTAR-OCORRENCIA.
             ADD 1 TO WRK-OCO-QTABERTAS.
             MOVE SPACES TO WRK-OCO-DET-VENC.
             IF OCO-PRAZO < WRK-DATA-SISTEMA
                 ADD 1 TO WRK-OCO-QTVENCIDAS
                 MOVE 'VENCIDA' TO WRK-OCO-DET-VENC
             END-IF.
             IF WRK-OCO-QTABERTAS > 3
                 EXIT PARAGRAPH
             END-IF.
             EVALUATE TRUE
               WHEN OCO-CAT-ENTREGA
                 MOVE 'ENTREGA  ' TO WRK-OCO-DET-CAT
               WHEN OCO-CAT-ITEM
                 MOVE 'ITEM     ' TO WRK-OCO-DET-CAT
               WHEN OCO-CAT-COBRANCA
                 MOVE 'COBRANCA ' TO WRK-OCO-DET-CAT
               WHEN OTHER
                 MOVE 'OUTROS   ' TO WRK-OCO-DET-CAT
             END-EVALUATE.
             MOVE OCO-PRAZO       TO WRK-OCO-DATA.
             MOVE OCO-NUMERO      TO WRK-OCO-DET-NUM.
             MOVE WRK-OCO-DIA     TO WRK-OCO-DET-DIA.
             MOVE WRK-OCO-MES     TO WRK-OCO-DET-MES.
             MOVE WRK-OCO-ANO     TO WRK-OCO-DET-ANO.
             MOVE OCO-RESPONSAVEL TO WRK-OCO-DET-RESP.
             MOVE WRK-OCO-QTABERTAS TO WRK-IX-OCO.
             MOVE WRK-OCO-DET TO WRK-OCO-LINHA(WRK-IX-OCO).

       6250-CONSULTAR-HISTORICO.
      *    NAO ACHOU NO MESTRE - PODE TER SIDO ARQUIVADO PELO
      *    CLIEARCH; O ADVOGADO E O AUDITOR PERGUNTAM POR ESSES
                 END-IF
                 DISPLAY CHAVE
                 DISPLAY SS-DADOS
                 PERFORM 6600-MOSTRAR-OCORRENCIAS
             ELSE
                 MOVE 'CPF NAO ENCONTRADO' TO WRK-MSGERRO
             END-IF.
                     END-IF
                     DISPLAY CHAVE
                     DISPLAY SS-DADOS
                     PERFORM 6600-MOSTRAR-OCORRENCIAS
                     ACCEPT MOSTRA-ERRO
                 END-READ
             END-IF.
                    MOVE CLIENTES-EMAIL TO WRK-EMAIL-ANTES
                    MOVE CLIENTES-REG   TO WRK-REG-ANTES
                    MOVE CLIENTES-FONE  TO WRK-FONE-TRAVA
                    PERFORM 7011-GUARDAR-SENSIVEIS
                    ACCEPT SS-DADOS
      *            COM O CODIGO COMO CHAVE, O TELEFONE PODE SER
      *            TROCADO SEM EXCLUIR E REINCLUIR O CLIENTE
                    PERFORM 1400-VALIDAR-FONE
                    PERFORM 1300-VALIDAR-EMAIL
                    PERFORM 1500-VALIDAR-CPF
                    PERFORM 1550-VALIDAR-PESSOA
                    PERFORM 1600-VALIDAR-DDD
                    PERFORM 1660-VALIDAR-VENDEDOR-CLI
                    PERFORM 1670-VALIDAR-GRUPO-CLI
                    IF FONE-INVALIDO
                        MOVE 'TELEFONE INVALIDO' TO WRK-MSGERRO
                        ACCEPT MOSTRA-ERRO
                    ELSE IF CPF-INVALIDO
                        MOVE 'CPF INVALIDO' TO WRK-MSGERRO
                        ACCEPT MOSTRA-ERRO
                    ELSE IF PESSOA-INVALIDA
                        MOVE WRK-MSG-PESSOA TO WRK-MSGERRO
                        ACCEPT MOSTRA-ERRO
                    ELSE IF NOT VENDEDOR-OK
                        MOVE 'VENDEDOR NAO CADASTRADO' TO WRK-MSGERRO
                        ACCEPT MOSTRA-ERRO
                    ELSE IF NOT GRUPO-OK
                        MOVE 'GRUPO ECONOMICO NAO CADASTRADO'
                            TO WRK-MSGERRO
                        ACCEPT MOSTRA-ERRO
                    ELSE
                     MOVE 'CONFIRMAR (S) OU CANCELAR (X) A ALTERACAO'
                         TO WRK-MSGERRO
                         MOVE 'ALTERACAO CANCELADA' TO WRK-MSGERRO
                         ACCEPT MOSTRA-ERRO
                     ELSE
                     PERFORM 7012-SEPARAR-SENSIVEIS
                     REWRITE CLIENTES-REG
                       IF CLIENTES-STATUS = 0
                            PERFORM 9440-GRAVAR-AUDITORIA
                            IF WRK-FONE-NOVO NOT = WRK-FONE-TRAVA
                                PERFORM 7020-REAPONTAR-FONE
                            END-IF
                            IF CLIENTES-VENDEDOR NOT =
                               WRK-REG-ANTES(227:3)
                                PERFORM 9447-GRAVAR-HIST-CARTEIRA
                            END-IF
                            IF ALTERACAO-SENSIVEL
                                PERFORM 7014-GRAVAR-PENDENCIA
                                MOVE 'SENSIVEIS AGUARDAM OUTRO ADM'
                                    TO WRK-MSGERRO
                            ELSE
                                MOVE 'REGISTRO ALTERADO ' TO WRK-MSGERRO
                            END-IF
                            ACCEPT MOSTRA-ERRO
                       ELSE
                            PERFORM 1200-TRADUZIR-STATUS
                    END-IF
                    END-IF
                    END-IF
                    END-IF
                    END-IF
                    END-IF
      *            A TRAVA FOI TOMADA PELO FONE ANTIGO - E POR
      *            ELE QUE ELA E SOLTA, MESMO COM FONE TROCADO
                    MOVE WRK-FONE-TRAVA TO CLIENTES-FONE
                      ACCEPT MOSTRA-ERRO
                END-IF.

       7011-GUARDAR-SENSIVEIS.
             MOVE CLIENTES-NOME     TO WRK-SA-NOME.
             MOVE CLIENTES-EMAIL    TO WRK-SA-EMAIL.
             MOVE CLIENTES-ENDERECO TO WRK-SA-ENDERECO.
             MOVE CLIENTES-CIDADE   TO WRK-SA-CIDADE.
             MOVE CLIENTES-UF       TO WRK-SA-UF.
             MOVE CLIENTES-CEP      TO WRK-SA-CEP.
             MOVE CLIENTES-CPF      TO WRK-SA-CPF.

       7012-SEPARAR-SENSIVEIS.
      *    NOME, CPF, E-MAIL E ENDERECO NAO VAO DIRETO AO MESTRE -
      *    VOLTAM AO VALOR DE ANTES E A MUDANCA VIRA SOLICITACAO
      *    PARA OUTRO ADM APROVAR; O RESTO DA TELA GRAVA NA HORA
             MOVE CLIENTES-NOME     TO WRK-SD-NOME.
             MOVE CLIENTES-EMAIL    TO WRK-SD-EMAIL.
             MOVE CLIENTES-ENDERECO TO WRK-SD-ENDERECO.
             MOVE CLIENTES-CIDADE   TO WRK-SD-CIDADE.
             MOVE CLIENTES-UF       TO WRK-SD-UF.
             MOVE CLIENTES-CEP      TO WRK-SD-CEP.
             MOVE CLIENTES-CPF      TO WRK-SD-CPF.
             MOVE 'N' TO WRK-SENSIVEL.
             IF WRK-SENS-DEPOIS NOT = WRK-SENS-ANTES
                 MOVE 'S' TO WRK-SENSIVEL
                 MOVE WRK-SA-NOME     TO CLIENTES-NOME
                 MOVE WRK-SA-EMAIL    TO CLIENTES-EMAIL
                 MOVE WRK-SA-ENDERECO TO CLIENTES-ENDERECO
                 MOVE WRK-SA-CIDADE   TO CLIENTES-CIDADE
                 MOVE WRK-SA-UF       TO CLIENTES-UF
                 MOVE WRK-SA-CEP      TO CLIENTES-CEP
                 MOVE WRK-SA-CPF      TO CLIENTES-CPF
             END-IF.

       7014-GRAVAR-PENDENCIA.
             ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
             ACCEPT WRK-HORA-SISTEMA FROM TIME.
             OPEN EXTEND CLIEPEND.
             IF PND-STATUS = 35
                 OPEN OUTPUT CLIEPEND
             END-IF.
             MOVE WRK-DATA-SISTEMA TO PND-DATA.
             MOVE WRK-HORA-SISTEMA TO PND-HORA.
             MOVE WRK-USUARIO      TO PND-USUARIO.
             MOVE CLIENTES-CODIGO  TO PND-CODIGO.
             MOVE CLIENTES-FONE    TO PND-FONE.
             MOVE WRK-SENS-ANTES   TO PND-ANTES.
             MOVE WRK-SENS-DEPOIS  TO PND-DEPOIS.
             SET PND-PENDENTE TO TRUE.
             MOVE SPACES           TO PND-REVISOR PND-MOTIVO.
             MOVE ZEROS            TO PND-DATA-REVISAO.
             WRITE CLIEPEND-REG.
             CLOSE CLIEPEND.

       7020-REAPONTAR-FONE.
      *    O MESTRE E CHAVEADO PELO CODIGO, MAS O CADERNO DE
      *    ENDERECOS, OS TITULOS E AS PARCELAS AINDA PENDURAM NO
                END-IF.

                
       9447-GRAVAR-HIST-CARTEIRA.
      *    TROCA DO VENDEDOR DO CLIENTE PELA TELA VALE DESDE HOJE
             ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
             ACCEPT WRK-HORA-SISTEMA FROM TIME.
             MOVE WRK-DATA-SISTEMA  TO CTH-DATA.
             MOVE WRK-HORA-SISTEMA  TO CTH-HORA.
             SET CTH-CLIENTE TO TRUE.
             MOVE CLIENTES-CODIGO   TO CTH-CODIGO.
             MOVE CLIENTES-UF       TO CTH-UF.
             MOVE CLIENTES-CIDADE   TO CTH-CIDADE.
             MOVE WRK-REG-ANTES(227:3) TO CTH-VEND-ANTES.
             MOVE CLIENTES-VENDEDOR TO CTH-VEND-DEPOIS.
             MOVE 'AULA11'          TO CTH-ORIGEM.
             MOVE WRK-USUARIO       TO CTH-USUARIO.
             OPEN EXTEND CARTHIST.
             IF CARTHIST-STATUS = 35
                 OPEN OUTPUT CARTHIST
             END-IF.
             WRITE CARTHIST-REG.
             CLOSE CARTHIST.

       9000-RELATORIOTELA.
             MOVE 'MODULO - RELATORIO ' TO WRK-MODULO.
             DISPLAY TELA.
             MOVE 'MODULO - AJUDA' TO WRK-MODULO.
             DISPLAY TELA.
             PERFORM 9810-AJUDA-LINHA
                 VARYING IX-AJUDA FROM 1 BY 1 UNTIL IX-AJUDA > 15.
             MOVE 'FIM DA AJUDA' TO WRK-MSGERRO.
             ACCEPT MOSTRA-ERRO.

                 MOVE 0 TO WRK-COT-VALOR WRK-COT-FRETE
                 DISPLAY COT-UF
                 ACCEPT COT-ENTRADA
                 MOVE SPACES TO WRK-COT-TRANSP
                 CALL 'FRETECALC' USING CLIENTES-UF WRK-COT-VALOR
                     WRK-COT-PESO
                     WRK-COT-FRETE WRK-COT-TRANSP WRK-COT-BASE
                 MOVE WRK-COT-FRETE TO WRK-COT-FRETE-ED
                 DISPLAY COT-RESULTADO
                 MOVE 'COTACAO CALCULADA' TO WRK-MSGERRO
