      * Copybook: LINEOUT
      * Purpose:  Clipped segment record written by cohenSutherland's
      *           batch mode (original endpoints, clipped endpoints
      *           and the ACCEPTED/REJECTED/CLIPPED/MASKED verdict),
      *           read downstream by the plotter deck generator
      *           PLOTGEN and the reconciliation step RECONCIL. Each
      *           detail carries the VP-ID of the panel viewport it
      *           was clipped against (spaces on manual-window runs)
      *           and the pen/layer code (1-8) preserved from LINEIN
      *           so PLOTGEN can group the deck by pen. A segment cut
      *           by a keep-out zone comes out as one MASKED detail
      *           per visible piece (all repeating the original
      *           endpoints), or as a single MASKED detail with zero
      *           clipped endpoints when nothing is left to plot.
      *           The batch closes the file with one TRL control-
      *           total record: detail count, hash totals of the
      *           original coordinate columns (sum of absolute
