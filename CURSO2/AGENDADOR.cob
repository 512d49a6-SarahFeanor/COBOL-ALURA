      * AULA:      AGENDADOR DE ROTINAS SEMANAIS E MENSAIS
      * OBJETIVO:  PRIMEIRO ATO DA JANELA NOTURNA (CHAMADO PELO
      *            CLIENOITE): LER A AGENDA AGENDA.CFG (JOB,
      *            FREQUENCIA D/S/M/T E DIA), CONFERIR O CALENDARIO
      *            DE FERIADOS FERIADOS.CFG E DISPARAR POR CALL
      *            CADA JOB QUE VENCE HOJE - JUROSMES, SALDOSNAP,
      *            LIMITREV E COMPANHIA DEIXAM DE DEPENDER DE
      *            VENCEU E NAO RODOU (PROGRAMA AUSENTE, FERIADO)
      *            SAI EM AGENDA.RPT COMO EXCECAO
      *            JOB JA RODADO NA DATA NAO RODA DE NOVO
      *            AGENDA.CFG: JOB(8) FREQ(1: D/S/M/T) DIA(2 - DIA
      *            DO MES PARA M E T, DIA DA SEMANA 1-7 PARA S)
      * AUTHOR  :  SARAH
      * DATA:      02/09/2026
      * ALTERADO = 02/09/2026 - SARAH - O VENCIMENTO, O FERIADO
      *            SEMANA CALCULADO DELA (ZELLER) - DEPOIS DA
      *            MEIA-NOITE O RELOGIO DA MAQUINA AVALIAVA O
      *            DIA ERRADO
      * ALTERADO = 15/10/2026 - SARAH - FREQUENCIA T (TRIMESTRAL):
      *            DIA DO MES EM JANEIRO, ABRIL, JULHO E OUTUBRO -
      *            PARA A CLASSIFICACAO ABC (CURVAABC)
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                IF CFG-DIA = WRK-DIASIS
                    MOVE 'S' TO WRK-DEVIDO
                END-IF
      *        TRIMESTRAL - NO DIA DO PRIMEIRO MES DE CADA TRIMESTRE
              WHEN 'T'
                IF CFG-DIA = WRK-DIASIS
                 AND (WRK-MESSIS = 1 OR 4 OR 7 OR 10)
                    MOVE 'S' TO WRK-DEVIDO
                END-IF
            END-EVALUATE.

       2200-CONFERIR-LIVRO.
