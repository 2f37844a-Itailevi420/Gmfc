      * with a FATAL PRG3.ALM alert when the count or hash totals
      * disagree, instead of silently processing a truncated
      * transfer.
      * NP-DTL-SOURCE-ID names the upstream supplier a detail pair
      * came from. PRG15 stamps it on every pair it merges, so pairs
      * from several suppliers can share one NUMPAIRS.DAT; blank on
      * a single-supplier file, where the header's NP-HDR-SOURCE-ID
      * applies to every pair. PRG3 carries the pair's source onto
      * PRG3.AUD and PRG3.REJ for the PRG16 supplier scorecard.
      * NP-HDR-BUILT-BY is "PRG15" on a file the intake job built;
      * the inbound batches behind such a file were already logged
      * to PRG3.BAT (BATCHLOG.CPY) by PRG15, so PRG3 does not log
      * the merged file again.
       01  NUMPAIR-RECORD.
           05  NP-REC-TYPE        PIC X(1).
               88  NP-TYPE-HEADER   VALUE 'H'.
           05  NP-DETAIL.
               10  NP-NUM1        PIC X(3).
               10  NP-NUM2        PIC X(3).
               10  FILLER         PIC X(1).
               10  NP-DTL-SOURCE-ID    PIC X(8).
               10  FILLER         PIC X(64).
           05  NP-HEADER REDEFINES NP-DETAIL.
               10  NP-HDR-FEED-DATE    PIC 9(8).
               10  FILLER              PIC X(1).
               10  NP-HDR-SOURCE-ID    PIC X(8).
               10  FILLER              PIC X(1).
               10  NP-HDR-BUILT-BY     PIC X(8).
               10  FILLER              PIC X(53).
           05  NP-TRAILER REDEFINES NP-DETAIL.
               10  NP-TRL-RECORD-COUNT PIC 9(8).
               10  FILLER              PIC X(1).
