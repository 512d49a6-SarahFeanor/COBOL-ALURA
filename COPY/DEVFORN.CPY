      *******************************************
      * COPY:      DEVFORN
      * OBJETIVO:  LAYOUT DO REGISTRO DE DEVOLUCAO AO FORNECEDOR
      *            (DEVFORN.DAT) - UMA LINHA POR QUANTIDADE
      *            REJEITADA NA INSPECAO DE RECEBIMENTO (OCPINSP);
      *            O DEVFEMI JUNTA AS LINHAS PENDENTES DE CADA
      *            FORNECEDOR NUM DOCUMENTO DE DEVOLUCAO (DEVNUM.CTL)
      *            COM O CREDITO QUE ESPERAMOS DELE
      *            NAO CONFUNDIR COM A DEVOLUCAO DE CLIENTE
      *            (DEVOLUCAO/DEVOLMOV)
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       01 DEVFORN-REG.
      *    DOCUMENTO DE DEVOLUCAO - ZEROS ATE O DEVFEMI EMITIR
            05 DVF-DOCUMENTO  PIC 9(07).
            05 DVF-FORNECEDOR PIC 9(04).
      *    DATA DA REJEICAO E INSPECAO DE ORIGEM
            05 DVF-DATA       PIC 9(08).
            05 DVF-INSPECAO   PIC 9(07).
            05 DVF-ORDEM      PIC 9(07).
            05 DVF-CODPROD    PIC X(08).
      *    QUANTIDADE DEVOLVIDA, CUSTO DA ORDEM E CREDITO ESPERADO
            05 DVF-QTDE       PIC 9(05).
            05 DVF-CUSTO      PIC 9(07)V99.
            05 DVF-CREDITO    PIC 9(09)V99.
      *    S = COM REPOSICAO, N = COMPRA DESISTIDA
            05 DVF-REPOR      PIC X(01).
            05 DVF-MOTIVO     PIC X(30).
            05 DVF-SITUACAO   PIC X(01).
                88 DVF-PENDENTE VALUE 'P'.
                88 DVF-EMITIDA  VALUE 'E'.
            05 DVF-EMISSAO    PIC 9(08).
