      * BATCHLOG.CPY
      * Batch receipt record for PRG3.BAT - one record for every
      * inbound NUMPAIRS transfer proved against its header/trailer,
      * whether it passed or failed. PRG15 logs each supplier file
      * it is given; PRG3 logs NUMPAIRS.DAT itself (once per run)
      * only when the file did not come from PRG15 (NP-HDR-BUILT-BY,
      * see NUMPAIR.CPY), so a supplier batch is never counted twice.
      * The PRG16 supplier scorecard counts batches received and
      * batches failed at the integrity check from this file.
      * PRG3.BAT is only ever appended.
      *   BAT-TIMESTAMP     YYYYMMDDHHMMSS the batch was checked
      *   BAT-SOURCE-ID     NP-HDR-SOURCE-ID of the batch (blank when
      *                     the header record itself was missing)
      *   BAT-FEED-DATE     NP-HDR-FEED-DATE of the batch
      *   BAT-FILE-NAME     file the batch arrived in
      *   BAT-STATUS        'A' accepted, 'F' failed the check
      *   BAT-DETAIL-COUNT  detail records actually read
      *   BAT-CHECKED-BY    "PRG15" or "PRG3"
      *   BAT-RUN-ID        PRG3 run number, zero for PRG15
       01  BATCHLOG-RECORD.
           05  BAT-TIMESTAMP      PIC X(14).
           05  FILLER             PIC X(1).
           05  BAT-SOURCE-ID      PIC X(8).
           05  FILLER             PIC X(1).
           05  BAT-FEED-DATE      PIC X(8).
           05  FILLER             PIC X(1).
           05  BAT-FILE-NAME      PIC X(20).
           05  FILLER             PIC X(1).
           05  BAT-STATUS         PIC X(1).
               88  BAT-ACCEPTED     VALUE 'A'.
               88  BAT-FAILED       VALUE 'F'.
           05  FILLER             PIC X(1).
           05  BAT-DETAIL-COUNT   PIC 9(8).
           05  FILLER             PIC X(1).
           05  BAT-CHECKED-BY     PIC X(5).
           05  FILLER             PIC X(1).
           05  BAT-RUN-ID         PIC 9(4).
           05  FILLER             PIC X(5).
