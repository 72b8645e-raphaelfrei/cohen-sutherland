      *          suspensions are skipped), the checkpoint counters
      *          and the
      *          AUDITLOG entries of the run date, and prints the
      *          result to RECRPT. Segments cut by a keep-out mask
      *          count once as MASKED in the verdicts and the audit
      *          trail; each visible piece beyond the first is an
      *          extra LINEOUT detail, carried in the checkpoint
      *          and added to the expected detail count. Ends with
      *          RETURN-CODE 0 when the run balances, 8 when anything
      *          is out of balance and 12 when a file or the control
      *          trailer is missing.
      *
      *          SYSIN supplies the run date (AAAAMMDD) whose
      *          AUDITLOG entries are balanced; when absent or not
       77 WS-CONT-TRAILERS     PIC 9(08) VALUE ZERO.
       77 WS-SOMA-VEREDITOS    PIC 9(08) VALUE ZERO.
       77 WS-SOMA-ESPERADA     PIC 9(08) VALUE ZERO.
       77 WS-SOMA-CHECKPOINT   PIC 9(08) VALUE ZERO.

      ****** HASH RECALCULADO SOBRE OS DETALHES DE LINEOUT
       77 WS-HASH-X1           PIC 9(12)V99 VALUE ZERO.
           05 WS-CG-CONT-CORTADAS    PIC 9(08) VALUE ZERO.
           05 WS-CG-CONT-TOTAL       PIC 9(08) VALUE ZERO.
           05 WS-CG-CONT-SUSPENSAS   PIC 9(08) VALUE ZERO.
           05 WS-CG-CONT-MASCARADAS  PIC 9(08) VALUE ZERO.
           05 WS-CG-CONT-PECAS-EXTRA PIC 9(08) VALUE ZERO.

      ****** RESULTADO DA CONCILIACAO
       77 WS-CONT-DIVERGENCIAS PIC 9(04) VALUE ZERO.
                        MOVE CKP-CONT-TOTAL TO WS-CG-CONT-TOTAL
                        MOVE CKP-CONT-SUSPENSAS TO
                             WS-CG-CONT-SUSPENSAS
      ****** CHECKPOINT ANTERIOR AS MASCARAS NAO TRAZ ESTES CAMPOS
                        IF CKP-CONT-MASCARADAS NUMERIC
                            MOVE CKP-CONT-MASCARADAS TO
                                 WS-CG-CONT-MASCARADAS
                        END-IF
                        IF CKP-CONT-PECAS-EXTRA NUMERIC
                            MOVE CKP-CONT-PECAS-EXTRA TO
                                 WS-CG-CONT-PECAS-EXTRA
                        END-IF
                END-READ
                CLOSE CHECKPOINT-FILE
            END-IF
                    IF AU-DATA = WS-DATA-RUN
                        IF AU-VEREDITO = "ACCEPTED" OR
                           AU-VEREDITO = "REJECTED" OR
                           AU-VEREDITO = "CLIPPED" OR
                           AU-VEREDITO = "MASKED"
                            ADD 1 TO WS-CONT-AUDITORIA
                        END-IF
                    END-IF
                    (WS-CONT-ENTRADA - WS-CONT-SUSPENSOS) *
                    WS-TG-QTDE-VIEWPORTS
            END-IF
            ADD WS-CG-CONT-PECAS-EXTRA TO WS-SOMA-ESPERADA
            MOVE "DETALHES X (LIDOS-SUSP)*VPS + PEDACOS EXTRAS"
                TO WS-LC-DESCRICAO
            MOVE WS-CONT-DETALHES TO WS-LC-VALOR-1
            MOVE WS-SOMA-ESPERADA TO WS-LC-VALOR-2
                PERFORM P-CHECAGEM-ERRO THRU P-CHECAGEM-ERRO-FIM
            END-IF

            COMPUTE WS-SOMA-CHECKPOINT =
                WS-CG-CONT-TOTAL + WS-CG-CONT-PECAS-EXTRA
            MOVE "TOTAL + PEDACOS DO CHECKPOINT X DETALHES"
                TO WS-LC-DESCRICAO
            MOVE WS-SOMA-CHECKPOINT TO WS-LC-VALOR-1
            MOVE WS-CONT-DETALHES TO WS-LC-VALOR-2
            IF WS-SOMA-CHECKPOINT = WS-CONT-DETALHES
                PERFORM P-CHECAGEM-OK THRU P-CHECAGEM-OK-FIM
            ELSE
                PERFORM P-CHECAGEM-ERRO THRU P-CHECAGEM-ERRO-FIM

            COMPUTE WS-SOMA-VEREDITOS =
                WS-CG-CONT-ACEITAS + WS-CG-CONT-REJEITADAS +
                WS-CG-CONT-CORTADAS + WS-CG-CONT-MASCARADAS
            MOVE "SOMA DOS VEREDITOS X TOTAL DO CHECKPOINT"
                TO WS-LC-DESCRICAO
            MOVE WS-SOMA-VEREDITOS TO WS-LC-VALOR-1
