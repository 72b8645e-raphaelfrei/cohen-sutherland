      *           line processed, the running verdict counters and the
      *           control hash totals, rewritten at every checkpoint
      *           interval and once more at end of batch. Read back on
      *           restart and by the RECONCIL balancing step. The
      *           MASKED count and the extra LINEOUT pieces written
      *           when a keep-out zone splits a segment ride at the
      *           end of the record.
      ******************************************************************
       01  CKP-REGISTRO.
           05 CKP-ARQUIVO          PIC X(20).
           05 CKP-HASH-X2          PIC 9(12)V99.
           05 CKP-HASH-Y2          PIC 9(12)V99.
           05 CKP-CONT-REJ-DIAG    PIC 9(08).
           05 CKP-CONT-MASCARADAS  PIC 9(08).
           05 CKP-CONT-PECAS-EXTRA PIC 9(08).
