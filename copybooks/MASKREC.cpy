      ******************************************************************
      * Copybook: MASKREC
      * Purpose:  Keep-out mask master record, keyed by the VP-ID of
      *           the viewport it belongs to. Each record holds up to
      *           eight rectangular keep-out zones (title block,
      *           binding margin, punch holes...) in the viewport's
      *           clip space; cohenSutherland cuts every line, arc
      *           and polygon outline out of these zones after the
      *           window clip and maintains the file (include, alter,
      *           delete, list zone) with VPHIST change history.
      ******************************************************************
       01  MK-REGISTRO-MASCARA.
           05 MK-VP-ID             PIC X(04).
           05 MK-QTDE-ZONAS        PIC 9(02).
           05 MK-ZONA OCCURS 8 TIMES
                          INDEXED BY MK-IDX.
               10 MK-Z-DESCRICAO   PIC X(10).
               10 MK-Z-XMIN        PIC S999V99 SIGN LEADING SEPARATE.
               10 MK-Z-XMAX        PIC S999V99 SIGN LEADING SEPARATE.
               10 MK-Z-YMIN        PIC S999V99 SIGN LEADING SEPARATE.
               10 MK-Z-YMAX        PIC S999V99 SIGN LEADING SEPARATE.
