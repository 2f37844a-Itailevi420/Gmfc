      * latest complete one - instead of whatever happened to be
      * sitting in a fixed-name file. GEN-STATUS 'C' marks a
      * generation whose run completed and whose report was built;
      * anything else should not be consumed. GEN-ROWEXT-NAME names
      * the run's row-level table extract (TBLROW.CPY), cataloged
      * beside the outfeed it expands on; it is blank on entries
      * written before the extract existed.
       01  GENCAT-RECORD.
           05  GEN-RUN-ID         PIC 9(4).
           05  FILLER             PIC X(1).
           05  GEN-OUTFEED-NAME   PIC X(20).
           05  FILLER             PIC X(1).
           05  GEN-REPORT-NAME    PIC X(20).
           05  FILLER             PIC X(1).
           05  GEN-ROWEXT-NAME    PIC X(20).
           05  FILLER             PIC X(2).
