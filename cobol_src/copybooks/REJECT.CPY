      * same shape as AUD-TIMESTAMP) lets a reconciliation or inquiry
      * job select just the rejects written by a given day's run;
      * REJ-RUN-ID carries the PRG3 run number (see PRG3.RUN) so two
      * runs on the same date can still be told apart. REJ-SOURCE-ID
      * is the upstream supplier the pair came from (NP-DTL-SOURCE-ID,
      * else the NUMPAIRS.DAT header NP-HDR-SOURCE-ID, "PRG3.CTL" for
      * a single-pair control card); blank on rejects written before
      * it was carried.
       01  REJECT-RECORD.
           05  REJ-NUM1           PIC X(3).
           05  FILLER             PIC X(1).
           05  REJ-TIMESTAMP      PIC X(14).
           05  FILLER             PIC X(1).
           05  REJ-RUN-ID         PIC 9(4).
           05  FILLER             PIC X(1).
           05  REJ-SOURCE-ID      PIC X(8).
           05  FILLER             PIC X(10).
