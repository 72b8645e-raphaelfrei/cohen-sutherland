      ******************************************************************
      * Copybook: CHKEST
      * Purpose:  Per-section plot-time estimate (CHKEST), written by
      *           PLOTCHK in deck order: one SE record per VP or DS
      *           section with its strokes, labels, pen-down distance,
      *           pen-up travel, minutes at the run's pen-speed card,
      *           the pens the section selects with SP and the
      *           violations found inside it, then one TE trailer with
      *           the deck totals. A deck is released only when the
      *           trailer is present and shows no violation; PLOTSCH
      *           reads the file to hand the sections out to the
      *           plotter pool, re-timing each one at the speeds of
      *           the plotter it is given to.
      ******************************************************************
       01  SE-REGISTRO-ESTIMATIVA.
           05 SE-TIPO              PIC X(02).
               88 SE-TIPO-SECAO           VALUE "SE".
               88 SE-TIPO-TRAILER         VALUE "TE".
           05 SE-SECAO-ID          PIC X(12).
           05 SE-TRACOS            PIC 9(06).
           05 SE-ROTULOS           PIC 9(06).
           05 SE-DIST-PD           PIC 9(07)V99.
           05 SE-DIST-PU           PIC 9(07)V99.
           05 SE-MINUTOS           PIC 9(05)V99.
           05 SE-PENAS.
               10 SE-PENA OCCURS 8 TIMES PIC X(01).
                   88 SE-PENA-USADA       VALUE "S".
           05 SE-VIOLACOES         PIC 9(04).
           05 FILLER               PIC X(17).
      ****** TRAILER: DATA/HORA DA VERIFICACAO E TOTAIS DO DECK
       01  SE-REGISTRO-TRAILER.
           05 FILLER               PIC X(02).
           05 SE-TE-DATA           PIC 9(08).
           05 SE-TE-HORA           PIC 9(08).
           05 SE-TE-SECOES         PIC 9(08).
           05 SE-TE-VIOLACOES      PIC 9(08).
           05 SE-TE-MINUTOS        PIC 9(07)V99.
           05 SE-TE-VEL-PD         PIC 9(04).
           05 SE-TE-VEL-PU         PIC 9(04).
           05 FILLER               PIC X(29).
