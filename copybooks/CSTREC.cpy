      ******************************************************************
      * Copybook: CSTREC
      * Purpose:  Cost-center table entry (CSTCTR), one card per
      *           mapping: a DS entry maps every drawing whose ID
      *           starts with the key, a VP entry every viewport whose
      *           ID starts with it (a full ID maps that one only);
      *           the longest matching key wins. Each entry names the
      *           department billed, its description and the rate per
      *           plot minute (money, 2 decimals). Cards with "*" in
      *           column 1 are comments. Read by CHGBACK.
      ******************************************************************
       01  CC-REGISTRO-CENTRO.
           05 CC-TIPO              PIC X(02).
               88 CC-TIPO-VALIDO          VALUE "DS" "VP".
           05 FILLER               PIC X(01).
           05 CC-CHAVE             PIC X(08).
           05 FILLER               PIC X(01).
           05 CC-DEPTO             PIC X(06).
           05 FILLER               PIC X(01).
           05 CC-NOME-DEPTO        PIC X(20).
           05 FILLER               PIC X(01).
           05 CC-TAXA              PIC 9(03)V99.
           05 FILLER               PIC X(35).
