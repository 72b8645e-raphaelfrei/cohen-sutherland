      ******************************************************************
      * Copybook: USOREC
      * Purpose:  Plot usage record (USAGE), appended by every PLOTCHK
      *           run: one US record per VP or DS section with the run
      *           date and time, the drawing ID or VP-ID, the pen-down
      *           distance, the pen-up travel, the estimated minutes
      *           at the run's pen-speed card and the pen swaps, then
      *           one UF record closing the run with its section and
      *           violation counts. The run date and time tie the
      *           sections to their UF record. Read by the monthly
      *           chargeback (CHGBACK), which bills only sections of
      *           runs closed without violations.
      ******************************************************************
       01  US-REGISTRO-USO.
           05 US-TIPO-REG          PIC X(02).
               88 US-REG-SECAO            VALUE "US".
               88 US-REG-FIM              VALUE "UF".
           05 US-DATA              PIC 9(08).
           05 US-HORA              PIC 9(08).
           05 US-SECAO-TIPO        PIC X(02).
           05 FILLER               PIC X(01).
           05 US-ID                PIC X(08).
           05 US-DIST-PD           PIC 9(07)V99.
           05 US-DIST-PU           PIC 9(07)V99.
           05 US-MINUTOS           PIC 9(05)V99.
           05 US-TROCAS-PENA       PIC 9(04).
           05 US-TRACOS            PIC 9(06).
           05 US-ROTULOS           PIC 9(06).
           05 FILLER               PIC X(10).
      ****** FECHAMENTO DA EXECUCAO
       01  US-REGISTRO-FIM.
           05 FILLER               PIC X(18).
           05 US-FIM-SECOES        PIC 9(08).
           05 US-FIM-VIOLACOES     PIC 9(08).
           05 US-FIM-MINUTOS       PIC 9(07)V99.
           05 FILLER               PIC X(37).
