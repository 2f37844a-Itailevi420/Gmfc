      * detail records (see NUMPAIR.CPY), so ops must rebuild the
      * trailer count/hash totals when merging these cards in rather
      * than concatenating them after the existing trailer.
      * RS-SOURCE-ID sits where NP-DTL-SOURCE-ID does and carries the
      * REJ-SOURCE-ID of the reject being corrected, so a corrected
      * pair is still charged to the supplier that sent it.
       01  RESUBMIT-RECORD.
           05  RS-REC-TYPE    PIC X(1).
           05  RS-NUM1        PIC X(3).
           05  RS-NUM2        PIC X(3).
           05  FILLER         PIC X(1).
           05  RS-SOURCE-ID   PIC X(8).
           05  FILLER         PIC X(64).
