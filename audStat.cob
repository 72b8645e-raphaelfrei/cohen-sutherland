      * Purpose: Period production-trend statistics from the audit
      *          trail. Reads the archive (AUDARCH, for closed
      *          periods) and the live log (AUDITLOG), selects the
      *          line-clip verdicts (ACCEPTED/REJECTED/CLIPPED/
      *          MASKED) of the requested period and aggregates them
      *          by run date and by viewport window. The trend
      *          report (STATRPT) prints one line per day with the
      *          verdict breakdown and rejection rate, monthly totals
      *          with the period-over-period percentage change on a
      *          month control break, and the viewport windows ranked
      *          by volume - the numbers management asks for when the
      *          plotter budget comes around.
      *
      *          SYSIN supplies the period, one answer per line:
               10 WS-DIA-ACEITOS    PIC 9(08).
               10 WS-DIA-REJEITADOS PIC 9(08).
               10 WS-DIA-CORTADOS   PIC 9(08).
               10 WS-DIA-MASCARADOS PIC 9(08).

      ****** ACUMULACAO POR JANELA DE VIEWPORT (IMAGEM XMIN..YMAX)
       77 WS-QTDE-JANELAS      PIC 9(03) VALUE ZERO.
               10 WS-JAN-ACEITOS    PIC 9(08).
               10 WS-JAN-REJEITADOS PIC 9(08).
               10 WS-JAN-CORTADOS   PIC 9(08).
               10 WS-JAN-MASCARADOS PIC 9(08).

      ****** ORDENACAO DAS TABELAS (TROCA SIMPLES)
       77 WS-ORD-TROCOU        PIC X(01) VALUE "N".
           05 FILLER                PIC 9(08).
           05 FILLER                PIC 9(08).
           05 FILLER                PIC 9(08).
           05 FILLER                PIC 9(08).
       01 WS-JANELA-TROCA.
           05 FILLER                PIC X(28).
           05 FILLER                PIC 9(08).
           05 FILLER                PIC 9(08).
           05 FILLER                PIC 9(08).
           05 FILLER                PIC 9(08).
           05 FILLER                PIC 9(08).

      ****** QUEBRA DE MES E VARIACAO PERIODO A PERIODO
       77 WS-MES-CORRENTE      PIC X(06) VALUE SPACES.
       77 WS-MES-ACEITOS       PIC 9(08) VALUE ZERO.
       77 WS-MES-REJEITADOS    PIC 9(08) VALUE ZERO.
       77 WS-MES-CORTADOS      PIC 9(08) VALUE ZERO.
       77 WS-MES-MASCARADOS    PIC 9(08) VALUE ZERO.
       77 WS-MES-ANTERIOR-TOT  PIC 9(08) VALUE ZERO.
       77 WS-TEM-MES-ANTERIOR  PIC X(01) VALUE "N".
           88 WS-HA-MES-ANTERIOR      VALUE "S".
       77 WS-PER-ACEITOS       PIC 9(08) VALUE ZERO.
       77 WS-PER-REJEITADOS    PIC 9(08) VALUE ZERO.
       77 WS-PER-CORTADOS      PIC 9(08) VALUE ZERO.
       77 WS-PER-MASCARADOS    PIC 9(08) VALUE ZERO.

      ****** CARIMBO DO RELATORIO
       77 WS-DATA-SISTEMA      PIC 9(08) VALUE ZERO.
       01 WS-LINHA-CABECALHO3.
           05 FILLER               PIC X(50) VALUE
               "RUN          TOTAL  ACEITOS  REJEITADOS  CORTADOS".
           05 FILLER               PIC X(82) VALUE
               "  MASCARADOS   %REJ".

       01 WS-LINHA-DIA.
           05 WS-LDIA-DATA          PIC X(08).
           05 WS-LDIA-REJEITADOS    PIC ZZZZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LDIA-CORTADOS      PIC ZZZZZZZ9.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 WS-LDIA-MASCARADOS    PIC ZZZZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LDIA-PCT-REJ       PIC ZZ9,99.
           05 FILLER                PIC X(67) VALUE SPACES.

       01 WS-LINHA-MES.
           05 FILLER                PIC X(04) VALUE "MES ".
           05 WS-LMES-REJEITADOS    PIC ZZZZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LMES-CORTADOS      PIC ZZZZZZZ9.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 WS-LMES-MASCARADOS    PIC ZZZZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LMES-PCT-REJ       PIC ZZ9,99.
           05 FILLER                PIC X(07) VALUE "  VAR% ".
           05 WS-LMES-VARIACAO      PIC -ZZZZ9,99.
           05 FILLER                PIC X(51) VALUE SPACES.

       01 WS-LINHA-SECAO-JANELAS.
           05 FILLER               PIC X(44) VALUE
           05 FILLER               PIC X(40) VALUE
               "XMIN   XMAX   YMIN   YMAX          TOTAL".
           05 FILLER               PIC X(92) VALUE
               "  ACEITOS  REJEITADOS  CORTADOS  MASCARADOS".

       01 WS-LINHA-JANELA.
           05 WS-LJAN-CHAVE         PIC X(28).
           05 WS-LJAN-REJEITADOS    PIC ZZZZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LJAN-CORTADOS      PIC ZZZZZZZ9.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 WS-LJAN-MASCARADOS    PIC ZZZZZZZ9.
           05 FILLER                PIC X(54) VALUE SPACES.

       01 WS-LINHA-RESUMO.
           05 WS-LR-ROTULO          PIC X(28).
               AND AU-DATA NOT > WS-DATA-ATE
               AND (AU-VEREDITO = "ACCEPTED" OR
                    AU-VEREDITO = "REJECTED" OR
                    AU-VEREDITO = "CLIPPED" OR
                    AU-VEREDITO = "MASKED")
                ADD 1 TO WS-CONT-SELECIONADOS

                PERFORM P-ACUMULA-DIA THRU P-ACUMULA-DIA-FIM
                    MOVE ZERO TO WS-DIA-ACEITOS (WS-DIA-ACHADO)
                    MOVE ZERO TO WS-DIA-REJEITADOS (WS-DIA-ACHADO)
                    MOVE ZERO TO WS-DIA-CORTADOS (WS-DIA-ACHADO)
                    MOVE ZERO TO WS-DIA-MASCARADOS (WS-DIA-ACHADO)
                ELSE
                    ADD 1 TO WS-CONT-ESTOUROS
                END-IF
                        ADD 1 TO WS-DIA-REJEITADOS (WS-DIA-ACHADO)
                    WHEN "CLIPPED"
                        ADD 1 TO WS-DIA-CORTADOS (WS-DIA-ACHADO)
                    WHEN "MASKED"
                        ADD 1 TO WS-DIA-MASCARADOS (WS-DIA-ACHADO)
                END-EVALUATE
            END-IF
            .
                    MOVE ZERO TO WS-JAN-ACEITOS (WS-JANELA-ACHADA)
                    MOVE ZERO TO WS-JAN-REJEITADOS (WS-JANELA-ACHADA)
                    MOVE ZERO TO WS-JAN-CORTADOS (WS-JANELA-ACHADA)
                    MOVE ZERO TO
                         WS-JAN-MASCARADOS (WS-JANELA-ACHADA)
                ELSE
                    ADD 1 TO WS-CONT-ESTOUROS
                END-IF
                        ADD 1 TO WS-JAN-REJEITADOS (WS-JANELA-ACHADA)
                    WHEN "CLIPPED"
                        ADD 1 TO WS-JAN-CORTADOS (WS-JANELA-ACHADA)
                    WHEN "MASKED"
                        ADD 1 TO
                            WS-JAN-MASCARADOS (WS-JANELA-ACHADA)
                END-EVALUATE
            END-IF
            .
            MOVE ZERO TO WS-MES-ACEITOS
            MOVE ZERO TO WS-MES-REJEITADOS
            MOVE ZERO TO WS-MES-CORTADOS
            MOVE ZERO TO WS-MES-MASCARADOS

            PERFORM P-IMPRIME-UM-DIA THRU P-IMPRIME-UM-DIA-FIM
                VARYING DI-IDX FROM 1 BY 1
            MOVE WS-DIA-ACEITOS (DI-IDX) TO WS-LDIA-ACEITOS
            MOVE WS-DIA-REJEITADOS (DI-IDX) TO WS-LDIA-REJEITADOS
            MOVE WS-DIA-CORTADOS (DI-IDX) TO WS-LDIA-CORTADOS
            MOVE WS-DIA-MASCARADOS (DI-IDX) TO WS-LDIA-MASCARADOS

            IF WS-DIA-TOTAL (DI-IDX) > ZERO
                COMPUTE WS-PCT-REJEICAO ROUNDED =
            ADD WS-DIA-ACEITOS (DI-IDX) TO WS-MES-ACEITOS
            ADD WS-DIA-REJEITADOS (DI-IDX) TO WS-MES-REJEITADOS
            ADD WS-DIA-CORTADOS (DI-IDX) TO WS-MES-CORTADOS
            ADD WS-DIA-MASCARADOS (DI-IDX) TO WS-MES-MASCARADOS

            ADD WS-DIA-TOTAL (DI-IDX) TO WS-PER-TOTAL
            ADD WS-DIA-ACEITOS (DI-IDX) TO WS-PER-ACEITOS
            ADD WS-DIA-REJEITADOS (DI-IDX) TO WS-PER-REJEITADOS
            ADD WS-DIA-CORTADOS (DI-IDX) TO WS-PER-CORTADOS
            ADD WS-DIA-MASCARADOS (DI-IDX) TO WS-PER-MASCARADOS
            .
       P-IMPRIME-UM-DIA-FIM.

            MOVE WS-MES-ACEITOS TO WS-LMES-ACEITOS
            MOVE WS-MES-REJEITADOS TO WS-LMES-REJEITADOS
            MOVE WS-MES-CORTADOS TO WS-LMES-CORTADOS
            MOVE WS-MES-MASCARADOS TO WS-LMES-MASCARADOS

            IF WS-MES-TOTAL > ZERO
                COMPUTE WS-PCT-REJEICAO ROUNDED =
            MOVE ZERO TO WS-MES-ACEITOS
            MOVE ZERO TO WS-MES-REJEITADOS
            MOVE ZERO TO WS-MES-CORTADOS
            MOVE ZERO TO WS-MES-MASCARADOS
            .
       P-IMPRIME-TOTAL-MES-FIM.

            MOVE WS-JAN-ACEITOS (JA-IDX) TO WS-LJAN-ACEITOS
            MOVE WS-JAN-REJEITADOS (JA-IDX) TO WS-LJAN-REJEITADOS
            MOVE WS-JAN-CORTADOS (JA-IDX) TO WS-LJAN-CORTADOS
            MOVE WS-JAN-MASCARADOS (JA-IDX) TO WS-LJAN-MASCARADOS

            MOVE WS-LINHA-JANELA TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE WS-LINHA-RESUMO TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "MASCARADOS DO PERIODO:      " TO WS-LR-ROTULO
            MOVE WS-PER-MASCARADOS TO WS-LR-VALOR
            MOVE WS-LINHA-RESUMO TO RPT-LINHA
            WRITE RPT-LINHA

            CLOSE REPORT-FILE

            DISPLAY "ESTATISTICA CONCLUIDA. LIDOS: " WS-CONT-LIDOS
