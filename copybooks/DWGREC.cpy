      ******************************************************************
      * Copybook: DWGREC
      * Purpose:  Drawing status master (DWGMSTR) record, keyed by the
      *           DH drawing ID. Follows each drawing from the CAD
      *           import to the plot: title and revision from the
      *           extract, the current status and one stage slot per
      *           status (date, time and job that reached it and the
      *           entity count at that stage):
      *             1 IMPORTED  - DRAWIN deck written by CADIMP
      *             2 SUSPENDED - import or clip suspended details
      *                           (count = details suspended)
      *             3 CLIPPED   - clipped deck written to DRAWOUT
      *             4 DECKED    - DS section written by PLOTGEN
      *             5 VERIFIED  - DS section passed PLOTCHK clean
      *             6 PLOTTED   - plot confirmed through DWGINQ
      *           DM-ETAPA-ATUAL points at the slot of the current
      *           status. A stage clears the slots after it; the
      *           SUSPENDED slot is cleared only by a new import, so
      *           it stays as history once the drawing moves on.
      *           Maintained only through the DWGREG subprogram;
      *           listed and aged by DWGINQ.
      ******************************************************************
       01  DM-REGISTRO-DESENHO.
           05 DM-ID                PIC X(08).
           05 DM-TITULO            PIC X(20).
           05 DM-REVISAO           PIC X(04).
           05 DM-SITUACAO          PIC X(10).
               88 DM-SIT-IMPORTADO        VALUE "IMPORTED".
               88 DM-SIT-SUSPENSO         VALUE "SUSPENDED".
               88 DM-SIT-RECORTADO        VALUE "CLIPPED".
               88 DM-SIT-EM-DECK          VALUE "DECKED".
               88 DM-SIT-VERIFICADO       VALUE "VERIFIED".
               88 DM-SIT-PLOTADO          VALUE "PLOTTED".
           05 DM-ETAPA-ATUAL       PIC 9(01).
           05 DM-ETAPA OCCURS 6 TIMES.
               10 DM-ET-DATA       PIC 9(08).
               10 DM-ET-HORA       PIC 9(08).
               10 DM-ET-JOB        PIC X(08).
               10 DM-ET-QTDE       PIC 9(07).
