      * carries the PRG3 run number from the PRG3.RUN run log so two
      * runs on the same date (a normal pass plus a RESUBMIT.DAT
      * correction pass) can be reconciled and trended separately.
      * AUD-SOURCE-ID is the upstream supplier of the pair, set the
      * same way as REJ-SOURCE-ID (see REJECT.CPY), so records read
      * and duplicates can be counted per supplier.
      * Record area is spaced out by the caller (MOVE SPACES) before
      * the individual fields are populated - VALUE clauses are not
      * reliable on FILE SECTION record descriptions.
           05  AUD-OPERATION      PIC X(1).
           05  FILLER             PIC X(1).
           05  AUD-RUN-ID         PIC 9(4).
           05  FILLER             PIC X(1).
           05  AUD-SOURCE-ID      PIC X(8).
           05  FILLER             PIC X(32).
