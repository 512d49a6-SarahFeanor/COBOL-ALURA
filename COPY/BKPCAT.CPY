      *******************************************
      * COPY:      BKPCAT
      * OBJETIVO:  LAYOUT DO CATALOGO DAS GERACOES DE SEGURANCA
      *            (BKPCAT.DAT, SO ACRESCIDO) - UMA LINHA A POR
      *            ARQUIVO COPIADO, COM A QUANTIDADE DE REGISTROS, E
      *            UMA LINHA F QUE FECHA A GERACAO; GERACAO SEM A
      *            LINHA F FICOU PELA METADE E NAO E PONTO DE
      *            RESTAURACAO
      *            A GERACAO OCUPA UMA DAS N POSICOES (BKnn_) QUE SE
      *            REVEZAM - A GERACAO N+1 GRAVA POR CIMA DA 1
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       01 CAT-REG.
           05 CAT-GERACAO   PIC 9(05).
           05 CAT-TIPO      PIC X(01).
               88 CAT-ARQUIVO-COPIADO VALUE 'A'.
               88 CAT-FECHAMENTO      VALUE 'F'.
           05 CAT-POSICAO   PIC 9(02).
           05 CAT-DATA      PIC 9(08).
           05 CAT-HORA      PIC 9(06).
           05 CAT-ARQUIVO   PIC X(14).
      *    P = PRESENTE E COPIADO; A = NAO EXISTIA NA HORA DA
      *    COPIA (VOLTA VAZIO NA RESTAURACAO)
           05 CAT-SITUACAO  PIC X(01).
               88 CAT-PRESENTE VALUE 'P'.
               88 CAT-AUSENTE  VALUE 'A'.
      *    NA LINHA F: TOTAL DE REGISTROS E DE ARQUIVOS DA GERACAO
           05 CAT-QTDE      PIC 9(09).
           05 CAT-QTARQ     PIC 9(03).
