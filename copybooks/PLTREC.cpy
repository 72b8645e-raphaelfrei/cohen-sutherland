      ******************************************************************
      * Copybook: PLTREC
      * Purpose:  Plotter master record (PLTMSTR), keyed by plotter
      *           ID - one record per plotter of the pool. Holds the
      *           pens mounted on the carousel (position n carries the
      *           digit n when pen n is mounted, "-" when it is not,
      *           e.g. "1234----"), the pen-down and pen-up speeds in
      *           coordinate units per minute (same units as the
      *           PLOTCHK speed card), the minutes the plotter is
      *           available per shift and the output deck it is fed
      *           from (PLOTDKn, n = 1-8). A plotter out of service
      *           ("I") is kept on file but not scheduled. Read by
      *           PLOTSCH; loaded and changed by jcl/PLTDEF.
      ******************************************************************
       01  PL-REGISTRO-PLOTTER.
           05 PL-ID                PIC X(04).
           05 PL-DESCRICAO         PIC X(20).
           05 PL-SITUACAO          PIC X(01).
               88 PL-EM-SERVICO           VALUE "A".
               88 PL-FORA-SERVICO         VALUE "I".
           05 PL-PENAS.
               10 PL-PENA OCCURS 8 TIMES PIC X(01).
           05 PL-VEL-PD            PIC 9(04).
           05 PL-VEL-PU            PIC 9(04).
           05 PL-MIN-TURNO         PIC 9(04).
           05 PL-DECK              PIC 9(01).
           05 FILLER               PIC X(34).
