      ******************************************************************
      * Copybook: PARTREC
      * Purpose:  Partition control record of the partitioned clip
      *           run. The LINEIN splitter CLIPSPLT writes one P
      *           record per partition (partition ID, first original
      *           LINEIN line, record count and hash totals of the
      *           world coordinate columns, sum of absolute values of
      *           the numeric fields) followed by one T record for the
      *           whole original LINEIN, whose PC-PARTICAO carries the
      *           number of partitions. Read by the merge step CLIPMRG
      *           to prove the clipped partitions add back up to the
      *           original file.
      ******************************************************************
       01  PC-REGISTRO-CONTROLE.
           05 PC-TIPO              PIC X(01).
               88 PC-REG-PARTICAO         VALUE "P".
               88 PC-REG-TOTAL            VALUE "T".
           05 PC-PARTICAO          PIC 9(02).
           05 PC-PRIMEIRA-LINHA    PIC 9(08).
           05 PC-QTDE-LINHAS       PIC 9(08).
           05 PC-HASH-X1           PIC 9(12)V99.
           05 PC-HASH-Y1           PIC 9(12)V99.
           05 PC-HASH-X2           PIC 9(12)V99.
           05 PC-HASH-Y2           PIC 9(12)V99.
           05 PC-DATA              PIC 9(08).
           05 PC-HORA              PIC 9(08).
