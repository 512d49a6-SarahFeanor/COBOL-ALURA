      *******************************************
      * COPY:      INTFCHK
      * OBJETIVO:  AREA DE PASSAGEM DA SUBROTINA INTFCHK - O
      *            IMPORTADOR DIZ ONDE ESTAO NO SEU ARQUIVO O TIPO
      *            DE REGISTRO, OS CAMPOS DO HEADER (REMETENTE,
      *            DATA E SEQUENCIA), OS DO TRAILER (QUANTIDADE E
      *            TOTAL) E O VALOR DO DETALHE; A SUBROTINA DEVOLVE
      *            INTF-RETORNO ZERO (ARQUIVO ACEITO) OU O MOTIVO
      *            DA RECUSA EM INTF-MENSAGEM
      *            FUNCAO V CONFERE O ARQUIVO INTEIRO SEM POSTAR;
      *            FUNCAO C ANOTA A SEQUENCIA EM INTFSEQ.CTL DEPOIS
      *            QUE O IMPORTADOR POSTOU O ARQUIVO
      *            POSICAO ZERO QUER DIZER CAMPO AUSENTE; TIPO DE
      *            DETALHE EM BRANCO CONTA TODA LINHA ENTRE HEADER
      *            E TRAILER; TIPO DE VALOR EM BRANCO SOMA O VALOR
      *            DAS MESMAS LINHAS CONTADAS
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       01 INTF-PARM.
           05 INTF-FUNCAO         PIC X(01).
               88 INTF-VALIDAR   VALUE 'V'.
               88 INTF-CONFIRMAR VALUE 'C'.
           05 INTF-ARQUIVO        PIC X(20).
           05 INTF-INTERFACE      PIC X(08).
           05 INTF-REMETENTE      PIC X(08).
           05 INTF-POS-TIPO       PIC 9(03).
           05 INTF-TIPO-HDR       PIC X(01).
           05 INTF-TIPO-TRL       PIC X(01).
           05 INTF-TIPO-DET       PIC X(01).
           05 INTF-TIPO-VAL       PIC X(01).
           05 INTF-HDR-POS-REM    PIC 9(03).
           05 INTF-HDR-POS-DATA   PIC 9(03).
           05 INTF-HDR-POS-SEQ    PIC 9(03).
           05 INTF-TRL-POS-QTDE   PIC 9(03).
           05 INTF-TRL-POS-TOTAL  PIC 9(03).
           05 INTF-TRL-TAM-TOTAL  PIC 9(02).
           05 INTF-DET-POS-VALOR  PIC 9(03).
           05 INTF-DET-TAM-VALOR  PIC 9(02).
      *    DEVOLVIDOS PELA SUBROTINA
           05 INTF-RETORNO        PIC 9(02).
               88 INTF-ACEITO    VALUE 0.
           05 INTF-MENSAGEM       PIC X(40).
           05 INTF-REM-ARQ        PIC X(08).
           05 INTF-DATA           PIC 9(08).
           05 INTF-SEQ            PIC 9(06).
           05 INTF-QTDE           PIC 9(07).
           05 INTF-TOTAL          PIC 9(15).
