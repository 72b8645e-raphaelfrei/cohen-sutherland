      ******************************************************************
      * Copybook: BILREC
      * Purpose:  Plot chargeback billing interface record (BILLING)
      *           for the finance system, written by CHGBACK: one D
      *           record per department with the month, the cut-off
      *           date, the sections billed, the minutes and the
      *           month-to-date amount, then one T record with the
      *           totals of the file and the count of D records.
      ******************************************************************
       01  BL-REGISTRO-FATURA.
           05 BL-TIPO              PIC X(01).
               88 BL-TIPO-DEPTO           VALUE "D".
               88 BL-TIPO-TRAILER         VALUE "T".
           05 BL-SISTEMA           PIC X(04).
           05 BL-MES               PIC 9(06).
           05 BL-DATA-CORTE        PIC 9(08).
           05 BL-DEPTO             PIC X(06).
           05 BL-SECOES            PIC 9(07).
           05 BL-MINUTOS           PIC 9(07)V99.
           05 BL-VALOR             PIC 9(09)V99.
           05 BL-QTDE-REGISTROS    PIC 9(05).
           05 FILLER               PIC X(23).
