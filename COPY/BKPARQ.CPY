      *******************************************
      * COPY:      BKPARQ
      * OBJETIVO:  OS ARQUIVOS DO SISTEMA QUE ENTRAM NA GERACAO DE
      *            SEGURANCA DO FIM DO DIA (BKPGERA) E VOLTAM JUNTOS
      *            NA RESTAURACAO (BKPREST) - MESTRES, MOVIMENTOS,
      *            JORNAIS, LOGS E CONTROLES DE NUMERACAO/ENVIO
      *            ORGANIZACAO S = SEQUENCIAL, COPIADO LINHA A LINHA;
      *            I = INDEXADO, DESCARREGADO NA ORDEM DA CHAVE E
      *            RECARREGADO COMO O PAR CLIEUNLD/CLIERELD FAZ
      *            FICAM DE FORA AS CONFIGURACOES (.CFG), OS
      *            RELATORIOS E AS TRAVAS DE REGISTRO (TRAVAS.DAT)
      *            ARQUIVO NOVO NO SISTEMA ENTRA NESTA TABELA (E, SE
      *            FOR INDEXADO, GANHA A DESCARGA/RECARGA NOS DOIS
      *            PROGRAMAS)
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       01 BKP-TAB-ARQUIVOS.
           05 FILLER PIC X(15) VALUE 'ADQNUM.CTL    S'.
           05 FILLER PIC X(15) VALUE 'ADQREC.DAT    S'.
           05 FILLER PIC X(15) VALUE 'AGENDA.CTL    S'.
           05 FILLER PIC X(15) VALUE 'AJUSTES.LOG   S'.
           05 FILLER PIC X(15) VALUE 'ATSFEED.DAT   S'.
           05 FILLER PIC X(15) VALUE 'BACKORDER.DAT S'.
           05 FILLER PIC X(15) VALUE 'BAIXAPRO.DAT  S'.
           05 FILLER PIC X(15) VALUE 'BAIXAPRO.LOG  S'.
           05 FILLER PIC X(15) VALUE 'CAIXAFEC.DAT  S'.
           05 FILLER PIC X(15) VALUE 'CARTAS.CTL    S'.
           05 FILLER PIC X(15) VALUE 'CARTHIST.DAT  S'.
           05 FILLER PIC X(15) VALUE 'CARTTRF.DAT   S'.
           05 FILLER PIC X(15) VALUE 'CHEQUES.DAT   S'.
           05 FILLER PIC X(15) VALUE 'CLIELEDG.DAT  S'.
           05 FILLER PIC X(15) VALUE 'CLIEMASS.LOG  S'.
           05 FILLER PIC X(15) VALUE 'CLIEMERG.LOG  S'.
           05 FILLER PIC X(15) VALUE 'CLIENOIT.CTL  S'.
           05 FILLER PIC X(15) VALUE 'CLIENTES.AUD  S'.
           05 FILLER PIC X(15) VALUE 'CLIENTES.DAT  I'.
           05 FILLER PIC X(15) VALUE 'CLIENTES.HIS  I'.
           05 FILLER PIC X(15) VALUE 'CLIENTES.JNL  S'.
           05 FILLER PIC X(15) VALUE 'CLIENTES.SES  S'.
           05 FILLER PIC X(15) VALUE 'CLIEPEND.DAT  S'.
           05 FILLER PIC X(15) VALUE 'CLIEPEND.LOG  S'.
           05 FILLER PIC X(15) VALUE 'CLIERFM.DAT   S'.
           05 FILLER PIC X(15) VALUE 'CLINUM.CTL    S'.
           05 FILLER PIC X(15) VALUE 'CONDPAG.DAT   I'.
           05 FILLER PIC X(15) VALUE 'CONFIG.LOG    S'.
           05 FILLER PIC X(15) VALUE 'CONTAGEM.DAT  S'.
           05 FILLER PIC X(15) VALUE 'CONTBANC.DAT  I'.
           05 FILLER PIC X(15) VALUE 'COTACAO.DAT   S'.
           05 FILLER PIC X(15) VALUE 'COTNUM.CTL    S'.
           05 FILLER PIC X(15) VALUE 'CREDHOLD.DAT  S'.
           05 FILLER PIC X(15) VALUE 'CREDHOLD.LOG  S'.
           05 FILLER PIC X(15) VALUE 'DATAPROC.DAT  S'.
           05 FILLER PIC X(15) VALUE 'DESCFAIXA.DAT S'.
           05 FILLER PIC X(15) VALUE 'DESCHOLD.DAT  S'.
           05 FILLER PIC X(15) VALUE 'DESCHOLD.LOG  S'.
           05 FILLER PIC X(15) VALUE 'DEVFORN.DAT   S'.
           05 FILLER PIC X(15) VALUE 'DEVNUM.CTL    S'.
           05 FILLER PIC X(15) VALUE 'DEVOLFEI.CTL  S'.
           05 FILLER PIC X(15) VALUE 'DEVOLMOV.LOG  S'.
           05 FILLER PIC X(15) VALUE 'EMBARQUE.CTL  S'.
           05 FILLER PIC X(15) VALUE 'EMBARQUE.DAT  S'.
           05 FILLER PIC X(15) VALUE 'FRETECOB.DAT  S'.
           05 FILLER PIC X(15) VALUE 'EMBITEM.DAT   S'.
           05 FILLER PIC X(15) VALUE 'EMBPOST.CTL   S'.
           05 FILLER PIC X(15) VALUE 'EMBSTAT.DAT   I'.
           05 FILLER PIC X(15) VALUE 'EMBSTAT.HIS   S'.
           05 FILLER PIC X(15) VALUE 'EMBTRANS.DAT  S'.
           05 FILLER PIC X(15) VALUE 'ENDERECO.DAT  I'.
           05 FILLER PIC X(15) VALUE 'ESTDEP.DAT    I'.
           05 FILLER PIC X(15) VALUE 'FATURA.CTL    S'.
           05 FILLER PIC X(15) VALUE 'FATURAS.DAT   S'.
           05 FILLER PIC X(15) VALUE 'FORNECED.DAT  I'.
           05 FILLER PIC X(15) VALUE 'GRUPOS.DAT    I'.
           05 FILLER PIC X(15) VALUE 'INSNUM.CTL    S'.
           05 FILLER PIC X(15) VALUE 'INSPECAO.DAT  S'.
           05 FILLER PIC X(15) VALUE 'INTFSEQ.CTL   S'.
           05 FILLER PIC X(15) VALUE 'JORNAL.DAT    S'.
           05 FILLER PIC X(15) VALUE 'JORNALIX.DAT  I'.
           05 FILLER PIC X(15) VALUE 'JUROSMES.CTL  S'.
           05 FILLER PIC X(15) VALUE 'KITCOMP.DAT   I'.
           05 FILLER PIC X(15) VALUE 'LGPD.LOG      S'.
           05 FILLER PIC X(15) VALUE 'LGPDFILA.DAT  S'.
           05 FILLER PIC X(15) VALUE 'LIMPROP.DAT   S'.
           05 FILLER PIC X(15) VALUE 'LIMPROP.LOG   S'.
           05 FILLER PIC X(15) VALUE 'LOJAIMP.CTL   S'.
           05 FILLER PIC X(15) VALUE 'LOJASTAT.CTL  S'.
           05 FILLER PIC X(15) VALUE 'LOJASTAT.DAT  S'.
           05 FILLER PIC X(15) VALUE 'LOTEMOV.DAT   S'.
           05 FILLER PIC X(15) VALUE 'LOTES.DAT     I'.
           05 FILLER PIC X(15) VALUE 'METAS.DAT     I'.
           05 FILLER PIC X(15) VALUE 'NEGATIVA.DAT  S'.
           05 FILLER PIC X(15) VALUE 'NFFORN.DAT    S'.
           05 FILLER PIC X(15) VALUE 'NFFORN.LOG    S'.
           05 FILLER PIC X(15) VALUE 'NOMEIDX.DAT   S'.
           05 FILLER PIC X(15) VALUE 'NOTACRED.CTL  S'.
           05 FILLER PIC X(15) VALUE 'NOTACRED.DAT  S'.
           05 FILLER PIC X(15) VALUE 'NOTACRED.LOG  S'.
           05 FILLER PIC X(15) VALUE 'NOTIFICA.LOG  S'.
           05 FILLER PIC X(15) VALUE 'NOTIFILA.DAT  S'.
           05 FILLER PIC X(15) VALUE 'OCOMPRA.DAT   S'.
           05 FILLER PIC X(15) VALUE 'OCONUM.CTL    S'.
           05 FILLER PIC X(15) VALUE 'OCORREN.DAT   I'.
           05 FILLER PIC X(15) VALUE 'OCPNUM.CTL    S'.
           05 FILLER PIC X(15) VALUE 'OPSCON.LOG    S'.
           05 FILLER PIC X(15) VALUE 'ORCAMENT.DAT  S'.
           05 FILLER PIC X(15) VALUE 'ORCNUM.CTL    S'.
           05 FILLER PIC X(15) VALUE 'PAGAR.DAT     I'.
           05 FILLER PIC X(15) VALUE 'PARCELAS.DAT  S'.
           05 FILLER PIC X(15) VALUE 'PARCELAS.LOG  S'.
           05 FILLER PIC X(15) VALUE 'PARCNUM.CTL   S'.
           05 FILLER PIC X(15) VALUE 'PEDCANC.LOG   S'.
           05 FILLER PIC X(15) VALUE 'PEDIDOS.DAT   S'.
           05 FILLER PIC X(15) VALUE 'PEDIDOS.OK    S'.
           05 FILLER PIC X(15) VALUE 'PEDNUM.CTL    S'.
           05 FILLER PIC X(15) VALUE 'PEDRECOR.DAT  I'.
           05 FILLER PIC X(15) VALUE 'PERFIS.DAT    S'.
           05 FILLER PIC X(15) VALUE 'PERIODOS.DAT  S'.
           05 FILLER PIC X(15) VALUE 'PERIODOS.LOG  S'.
           05 FILLER PIC X(15) VALUE 'PRECOS.DAT    S'.
           05 FILLER PIC X(15) VALUE 'PRODUTOS.DAT  I'.
           05 FILLER PIC X(15) VALUE 'RECEBER.AUD   S'.
           05 FILLER PIC X(15) VALUE 'RECEBER.DAT   S'.
           05 FILLER PIC X(15) VALUE 'RECEBMAT.DAT  S'.
           05 FILLER PIC X(15) VALUE 'REMESSA.CTL   S'.
           05 FILLER PIC X(15) VALUE 'RISCHOLD.DAT  S'.
           05 FILLER PIC X(15) VALUE 'RISCHOLD.LOG  S'.
           05 FILLER PIC X(15) VALUE 'SALDOSNP.DAT  S'.
           05 FILLER PIC X(15) VALUE 'SENHAS.DAT    S'.
           05 FILLER PIC X(15) VALUE 'SPOOL.CTL     S'.
           05 FILLER PIC X(15) VALUE 'SUSPENSE.DAT  S'.
           05 FILLER PIC X(15) VALUE 'SUSPNUM.CTL   S'.
           05 FILLER PIC X(15) VALUE 'TERRIT.DAT    I'.
           05 FILLER PIC X(15) VALUE 'TESMOV.DAT    S'.
           05 FILLER PIC X(15) VALUE 'TESNUM.CTL    S'.
           05 FILLER PIC X(15) VALUE 'TITULOS.DAT   S'.
           05 FILLER PIC X(15) VALUE 'TRANSF.DAT    I'.
           05 FILLER PIC X(15) VALUE 'TRANSP.DAT    I'.
           05 FILLER PIC X(15) VALUE 'TRFNUM.CTL    S'.
           05 FILLER PIC X(15) VALUE 'USUARIOS.LOG  S'.
           05 FILLER PIC X(15) VALUE 'VENDEDOR.DAT  I'.
           05 FILLER PIC X(15) VALUE 'VOLUMES.DAT   S'.
       01 BKP-TAB-ARQ REDEFINES BKP-TAB-ARQUIVOS.
           05 BKP-ARQ-OCR OCCURS 124 TIMES.
               10 BKP-ARQ-NOME PIC X(14).
               10 BKP-ARQ-ORG  PIC X(01).
                   88 BKP-ARQ-SEQUENCIAL VALUE 'S'.
                   88 BKP-ARQ-INDEXADO   VALUE 'I'.
       77 BKP-QTARQ PIC 9(03) VALUE 124.
