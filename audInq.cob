      * Author:  Raphael Frei
      * Date:    22/08/2026
      * Purpose: Audit trail inquiry. Selects AUDITLOG records by date
      *          range, verdict (ACCEPTED/REJECTED/CLIPPED/MASKED/
      *          POLY-IN/POLY-OUT) and viewport window values and
      *          prints a formatted report (AUDRPT) in the RPTOUT
      *          style, with the filters echoed in the heading and
      *          read/selected counts in the footer.
      *
      *          SYSIN supplies the selection, one answer per line:
      *            1) start date AAAAMMDD (spaces = open)
