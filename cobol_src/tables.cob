      * The feed, report and duplicate file are written as
      * generation-named files carrying the run number and cataloged
      * in PRG3.GCT, so earlier generations survive for reruns and
      * audits. Beside the one-record-per-pair feed, every computed
      * table row goes to a row-level extract generation (TBLROW.CPY)
      * ending in a row-count/result-hash trailer, cataloged with the
      * feed so the whole table can be taken downstream without
      * scraping PRG3.PRT. The audit trail and reject file are
      * continuously appended instead of being recreated each run.
      * Each pair's upstream source id (NUMPAIR.CPY) is carried onto
      * its audit and reject records and the run's source onto
      * PRG3.RUN, and every NUMPAIRS.DAT batch check not already
      * logged by the PRG15 intake is logged to PRG3.BAT, so the
      * PRG16 scorecard can grade each supplier.
      * Ends with GOBACK so it runs standalone or as the first step
      * CALLed by the PRG14 nightly chain driver.

      *
      * by surender, www.suren.space
           SELECT DUPLICATE-FILE ASSIGN TO WS-DUPLICATE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUP-STATUS.
           SELECT ROWEXT-FILE ASSIGN TO WS-ROWEXT-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.
           SELECT ALERT-FILE ASSIGN TO "PRG3.ALM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALM-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "PRG3.GCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GCT-STATUS.
           SELECT BATCH-LOG-FILE ASSIGN TO "PRG3.BAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
           COPY OUTFEED.
       FD  DUPLICATE-FILE.
           COPY NUMDUPS.
       FD  ROWEXT-FILE.
           COPY TBLROW.
       FD  ALERT-FILE.
           COPY ALERT.
       FD  INDEX-FILE.
           COPY RUNLOG.
       FD  CATALOG-FILE.
           COPY GENCAT.
       FD  BATCH-LOG-FILE.
           COPY BATCHLOG.
       WORKING-STORAGE SECTION.
       77 NUM1        PIC 9(3).
       77 NUM2        PIC 9(3).
       77 WS-IDX-STATUS      PIC X(2) VALUE "00".
       77 WS-RUN-STATUS      PIC X(2) VALUE "00".
       77 WS-GCT-STATUS      PIC X(2) VALUE "00".
       77 WS-EXT-STATUS      PIC X(2) VALUE "00".
       77 WS-BAT-STATUS      PIC X(2) VALUE "00".
       77 WS-OUTFEED-NAME    PIC X(20) VALUE "PRG3.OUT".
       77 WS-ROWEXT-NAME     PIC X(20) VALUE "PRG3.ROW".
       77 WS-REPORT-NAME     PIC X(20) VALUE "PRG3.PRT".
       77 WS-DUPLICATE-NAME  PIC X(20) VALUE "PRG3.DUP".
       77 WS-CTL-FATAL-SW    PIC X(1) VALUE 'N'.
       77 WS-FIRST-RUN-MODE        PIC X(1) VALUE SPACE.
       77 WS-RUN-EOF-SW            PIC X(1) VALUE 'N'.
           88 WS-RUN-EOF             VALUE 'Y'.
       77 WS-EXT-EOF-SW            PIC X(1) VALUE 'N'.
           88 WS-EXT-EOF             VALUE 'Y'.
       77 WS-EXT-ROW-COUNT         PIC 9(8) VALUE ZERO.
       77 WS-EXT-HASH-RESULT       PIC 9(15) VALUE ZERO.
       77 WS-BATCH-SOURCE-ID       PIC X(8) VALUE SPACES.
       77 WS-PAIR-SOURCE-ID        PIC X(8) VALUE SPACES.
       77 WS-RUN-SOURCE-ID         PIC X(8) VALUE SPACES.
       77 WS-HDR-FEED-DATE         PIC X(8) VALUE SPACES.
       77 WS-HDR-BUILT-BY          PIC X(8) VALUE SPACES.
       77 WS-BAT-LOGGED-SW         PIC X(1) VALUE 'N'.
           88 WS-BAT-LOGGED          VALUE 'Y'.

       01  WS-SEEN-PAIRS-TABLE.
           05  WS-SEEN-PAIR OCCURS 1000 TIMES.
      * with a FATAL PRG3.ALM alert before any record is reported.
       2080-PROCESS-BATCH-CARD.
           PERFORM 2075-VERIFY-BATCH-FILE.
           IF WS-RUN-SOURCE-ID = SPACES OR WS-RUN-SOURCE-ID = "PRG3.CTL"
               MOVE WS-BATCH-SOURCE-ID TO WS-RUN-SOURCE-ID
           END-IF.
           IF NOT WS-BATCH-FATAL
               MOVE 'N' TO WS-EOF-SW
               MOVE ZERO TO WS-DUP-SEEN-COUNT
           MOVE ZERO TO WS-VFY-HASH-NUM1.
           MOVE ZERO TO WS-VFY-HASH-NUM2.
           MOVE ZERO TO WS-VFY-UNKNOWN-COUNT.
           MOVE SPACES TO WS-BATCH-SOURCE-ID.
           MOVE SPACES TO WS-HDR-FEED-DATE.
           MOVE SPACES TO WS-HDR-BUILT-BY.
           OPEN INPUT NUMPAIRS-FILE.
           IF WS-NP-STATUS NOT = "00"
               PERFORM 1750-NUMPAIRS-OPEN-FAILED
                   UNTIL WS-EOF
               CLOSE NUMPAIRS-FILE
               PERFORM 2078-CHECK-TRAILER
               PERFORM 2079-LOG-BATCH-RECEIPT
           END-IF.

       2076-READ-VERIFY.

       2077-TALLY-VERIFY.
           IF NP-TYPE-HEADER
               IF NOT WS-HDR-SEEN
                   MOVE NP-HDR-SOURCE-ID TO WS-BATCH-SOURCE-ID
                   MOVE NP-HDR-FEED-DATE TO WS-HDR-FEED-DATE
                   MOVE NP-HDR-BUILT-BY TO WS-HDR-BUILT-BY
               END-IF
               SET WS-HDR-SEEN TO TRUE
               DISPLAY "PRG3 BATCH HEADER: FEED DATE "
                   NP-HDR-FEED-DATE " SOURCE " NP-HDR-SOURCE-ID
               END-IF
           END-IF.

      * Every batch card re-verifies the same NUMPAIRS.DAT, so the
      * receipt is logged for the first card of the run only. A file
      * built by PRG15 is not logged here - PRG15 already logged
      * each supplier batch that went into it (see BATCHLOG.CPY).
      * Nor is it logged on a checkpoint restart - the interrupted
      * run already logged it under the same run id. A PRG3.BAT that
      * cannot be opened costs the scorecard a line but must not
      * stop the run.
       2079-LOG-BATCH-RECEIPT.
           IF NOT WS-BAT-LOGGED AND WS-HDR-BUILT-BY NOT = "PRG15"
              AND WS-RESTART-POINT = ZERO
               SET WS-BAT-LOGGED TO TRUE
               OPEN EXTEND BATCH-LOG-FILE
               IF WS-BAT-STATUS NOT = "00"
                   OPEN OUTPUT BATCH-LOG-FILE
               END-IF
               IF WS-BAT-STATUS NOT = "00"
                   DISPLAY "PRG3 WARNING: CANNOT OPEN PRG3.BAT, STATUS "
                       WS-BAT-STATUS
               ELSE
                   MOVE SPACES TO BATCHLOG-RECORD
                   ACCEPT WS-TIME-NOW FROM TIME
                   MOVE WS-RUN-DATE TO BAT-TIMESTAMP(1:8)
                   MOVE WS-TIME-NOW(1:6) TO BAT-TIMESTAMP(9:6)
                   MOVE WS-BATCH-SOURCE-ID TO BAT-SOURCE-ID
                   MOVE WS-HDR-FEED-DATE TO BAT-FEED-DATE
                   MOVE "NUMPAIRS.DAT" TO BAT-FILE-NAME
                   IF WS-BATCH-FATAL
                       MOVE 'F' TO BAT-STATUS
                   ELSE
                       MOVE 'A' TO BAT-STATUS
                   END-IF
                   MOVE WS-VFY-DETAIL-COUNT TO BAT-DETAIL-COUNT
                   MOVE "PRG3" TO BAT-CHECKED-BY
                   MOVE WS-RUN-ID TO BAT-RUN-ID
                   WRITE BATCHLOG-RECORD
                   CLOSE BATCH-LOG-FILE
               END-IF
           END-IF.

       1770-BATCH-INTEGRITY-FAILED.
           DISPLAY "PRG3 ERROR: NUMPAIRS.DAT FAILED BATCH CHECK - "
               WS-ALERT-TEXT.

      * 1630-SET-GENERATION-NAMES plugs the run number into the
      * generation-named outputs ("PRG3.OUT.Gnnnn" and friends), so
      * each run writes its own feed/report/duplicate/row-extract
      * generation and prior generations survive for reruns and
      * audits until ops purge them. PRG3.GCT records which
      * generations exist (see
      * GENCAT.CPY). PRG3.WRK and PRG3.IDX stay fixed-name scratch -
      * they only live for the run that writes them.
       1630-SET-GENERATION-NAMES.
           STRING "PRG3.DUP.G" DELIMITED BY SIZE
               WS-RUN-ID DELIMITED BY SIZE
               INTO WS-DUPLICATE-NAME.
           MOVE SPACES TO WS-ROWEXT-NAME.
           STRING "PRG3.ROW.G" DELIMITED BY SIZE
               WS-RUN-ID DELIMITED BY SIZE
               INTO WS-ROWEXT-NAME.

      * PRG3.AUD and PRG3.REJ are continuously-appended history files
      * (PRG6/PRG7 filter them by timestamp/run number), so they are
      * them on the very first run, the 1620-OPEN-ALERT-FILE shape.
      * The generation files open OUTPUT on a fresh run (each run has
      * its own names now, so nothing of a prior run is destroyed)
      * and EXTEND on a checkpoint restart of the same run. The row
      * extract's trailer totals are only written at end of run, so a
      * restart first re-foots the rows the interrupted run already
      * wrote (1660-RECOUNT-ROW-EXTRACT) and carries on from there.
       1650-OPEN-OUTPUT-FILES.
           PERFORM 1630-SET-GENERATION-NAMES.
           OPEN EXTEND AUDIT-FILE.
               OPEN EXTEND OUTFEED-FILE
               OPEN EXTEND DUPLICATE-FILE
               OPEN EXTEND INDEX-FILE
               PERFORM 1660-RECOUNT-ROW-EXTRACT
               OPEN EXTEND ROWEXT-FILE
           ELSE
               OPEN OUTPUT PRINT-FILE
               OPEN OUTPUT OUTFEED-FILE
               OPEN OUTPUT DUPLICATE-FILE
               OPEN OUTPUT INDEX-FILE
               OPEN OUTPUT ROWEXT-FILE
           END-IF.
           IF WS-PRT-STATUS NOT = "00" OR WS-AUD-STATUS NOT = "00"
              OR WS-REJ-STATUS NOT = "00" OR WS-OUT-STATUS NOT = "00"
              OR WS-DUP-STATUS NOT = "00" OR WS-IDX-STATUS NOT = "00"
              OR WS-EXT-STATUS NOT = "00"
               DISPLAY "PRG3 ERROR: CANNOT OPEN OUTPUT FILES"
               DISPLAY "PRG3 ERROR: PRT=" WS-PRT-STATUS
                   " AUD=" WS-AUD-STATUS
                   " OUT=" WS-OUT-STATUS
                   " DUP=" WS-DUP-STATUS
                   " IDX=" WS-IDX-STATUS
                   " ROW=" WS-EXT-STATUS
               MOVE 8 TO RETURN-CODE
               SET WS-OPEN-FATAL TO TRUE
               MOVE "FATAL" TO WS-ALERT-TYPE
               PERFORM 1780-WRITE-ALERT
           END-IF.

      * Only 'D' rows are counted - the trailer is written at end of
      * run, after the checkpoint has been reset, so an interrupted
      * run never leaves one behind. A missing generation leaves the
      * totals at zero and the OPEN EXTEND that follows fails into
      * the usual cannot-open handling.
       1660-RECOUNT-ROW-EXTRACT.
           MOVE ZERO TO WS-EXT-ROW-COUNT.
           MOVE ZERO TO WS-EXT-HASH-RESULT.
           OPEN INPUT ROWEXT-FILE.
           IF WS-EXT-STATUS = "00"
               MOVE 'N' TO WS-EXT-EOF-SW
               PERFORM 1670-READ-ROW-EXTRACT
               PERFORM 1680-TALLY-ROW-EXTRACT
                   UNTIL WS-EXT-EOF
               CLOSE ROWEXT-FILE
           END-IF.
           DISPLAY "PRG3 RESTART: ROW EXTRACT HOLDS " WS-EXT-ROW-COUNT
               " ROWS".

       1670-READ-ROW-EXTRACT.
           READ ROWEXT-FILE
               AT END
                   SET WS-EXT-EOF TO TRUE
           END-READ.

       1680-TALLY-ROW-EXTRACT.
           IF TR-TYPE-DETAIL
               ADD 1 TO WS-EXT-ROW-COUNT
               ADD TR-RESULT TO WS-EXT-HASH-RESULT
           END-IF.
           PERFORM 1670-READ-ROW-EXTRACT.

       1850-FLUSH-OUTPUT-FILES.
           CLOSE PRINT-FILE.
           CLOSE AUDIT-FILE.
           CLOSE OUTFEED-FILE.
           CLOSE DUPLICATE-FILE.
           CLOSE INDEX-FILE.
           CLOSE ROWEXT-FILE.
           OPEN EXTEND PRINT-FILE.
           OPEN EXTEND AUDIT-FILE.
           OPEN EXTEND REJECT-FILE.
           OPEN EXTEND OUTFEED-FILE.
           OPEN EXTEND DUPLICATE-FILE.
           OPEN EXTEND INDEX-FILE.
           OPEN EXTEND ROWEXT-FILE.
           IF WS-PRT-STATUS NOT = "00" OR WS-AUD-STATUS NOT = "00"
              OR WS-REJ-STATUS NOT = "00" OR WS-OUT-STATUS NOT = "00"
              OR WS-DUP-STATUS NOT = "00" OR WS-IDX-STATUS NOT = "00"
              OR WS-EXT-STATUS NOT = "00"
               DISPLAY "PRG3 ERROR: CANNOT RE-OPEN OUTPUT FILES"
               DISPLAY "PRG3 ERROR: PRT=" WS-PRT-STATUS
                   " AUD=" WS-AUD-STATUS
                   " OUT=" WS-OUT-STATUS
                   " DUP=" WS-DUP-STATUS
                   " IDX=" WS-IDX-STATUS
                   " ROW=" WS-EXT-STATUS
               MOVE 8 TO RETURN-CODE
               SET WS-OPEN-FATAL TO TRUE
               MOVE "FATAL" TO WS-ALERT-TYPE

       2010-PROCESS-DETAIL-PAIR.
           MOVE 'N' TO WS-DUP-FOUND-SW.
           IF NP-DTL-SOURCE-ID NOT = SPACES
               MOVE NP-DTL-SOURCE-ID TO WS-PAIR-SOURCE-ID
           ELSE
               MOVE WS-BATCH-SOURCE-ID TO WS-PAIR-SOURCE-ID
           END-IF.
           IF WS-RECORD-COUNT > WS-RESTART-POINT
               ADD 1 TO WS-RECORDS-READ
               MOVE NP-NUM1 TO WS-CHK-NUM1

       2200-PROCESS-CONTROL-PAIR.
           MOVE 'N' TO WS-DUP-FOUND-SW.
           MOVE "PRG3.CTL" TO WS-PAIR-SOURCE-ID.
           IF WS-RUN-SOURCE-ID = SPACES
               MOVE "PRG3.CTL" TO WS-RUN-SOURCE-ID
           END-IF.
           ADD 1 TO WS-RECORDS-READ.
           MOVE CTL-NUM1 TO WS-CHK-NUM1.
           MOVE CTL-NUM2 TO WS-CHK-NUM2.
           MOVE WS-RUN-DATE TO REJ-TIMESTAMP(1:8).
           MOVE WS-TIME-NOW(1:6) TO REJ-TIMESTAMP(9:6).
           MOVE WS-RUN-ID TO REJ-RUN-ID.
           MOVE WS-PAIR-SOURCE-ID TO REJ-SOURCE-ID.
           WRITE REJECT-RECORD.

       4000-COMPUTE-TABLE.
                   END-IF
               END-IF
               PERFORM 5000-PRINT-DETAIL
               PERFORM 4700-WRITE-ROW-EXTRACT
           END-PERFORM.

       4500-WRITE-AUDIT.
           MOVE WS-CHK-NUM2 TO AUD-NUM2.
           MOVE WS-OPERATION-CODE TO AUD-OPERATION.
           MOVE WS-RUN-ID TO AUD-RUN-ID.
           MOVE WS-PAIR-SOURCE-ID TO AUD-SOURCE-ID.
           IF WS-DUP-FOUND
               MOVE ZERO TO AUD-RESULT
               MOVE "03" TO AUD-RETURN-CODE
           MOVE WS-RUN-ID TO OF-RUN-ID.
           WRITE OUTFEED-RECORD.

      * 4700-WRITE-ROW-EXTRACT writes the table row just printed by
      * 5000-PRINT-DETAIL and foots it into the trailer totals that
      * 4750-WRITE-ROW-TRAILER closes the extract with.
       4700-WRITE-ROW-EXTRACT.
           MOVE SPACES TO TBLROW-RECORD.
           MOVE 'D' TO TR-REC-TYPE.
           MOVE WS-RUN-ID TO TR-RUN-ID.
           MOVE NUM1 TO TR-NUM1.
           MOVE WS-ROW TO TR-ROW.
           MOVE WS-OPERATION-CODE TO TR-OPERATION.
           MOVE WS-RESULT TO TR-RESULT.
           WRITE TBLROW-RECORD.
           ADD 1 TO WS-EXT-ROW-COUNT.
           ADD WS-RESULT TO WS-EXT-HASH-RESULT.

       4750-WRITE-ROW-TRAILER.
           MOVE SPACES TO TBLROW-RECORD.
           MOVE 'T' TO TR-REC-TYPE.
           MOVE WS-RUN-ID TO TR-RUN-ID.
           MOVE WS-EXT-ROW-COUNT TO TR-TRL-ROW-COUNT.
           MOVE WS-EXT-HASH-RESULT TO TR-TRL-HASH-RESULT.
           WRITE TBLROW-RECORD.

       6000-UPDATE-TOTALS.
           ADD 1 TO WS-RECORDS-ACCEPTED.
           ADD NUM1 TO WS-SUM-NUM1.
           MOVE "SUM OF NUM2:" TO TOT-LABEL.
           MOVE WS-SUM-NUM2 TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE "TABLE ROWS EXTRACTED:" TO TOT-LABEL.
           MOVE WS-EXT-ROW-COUNT TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           DISPLAY "PRG3 TOTALS - READ: " WS-RECORDS-READ
               " ACCEPTED: " WS-RECORDS-ACCEPTED
               " REJECTED: " WS-RECORDS-REJECTED
           END-IF.

      * 8500-WRITE-RUN-LOG appends the run's PRG3.RUN record - run
      * number, date, mode, start/end time, the final control
      * totals just printed by 8000-WRITE-TOTALS and the run's
      * source id. PRG3.RUN is opened EXTEND so the log accumulates
      * across runs; the OPEN OUTPUT fallback creates it on the
      * first run, the same shape 1620-OPEN-ALERT-FILE uses for
      * PRG3.ALM. A run that goes
      * fatal after 1200-ASSIGN-RUN-ID is logged too, with whatever
      * totals stand - its run number was consumed (stamped on the
      * FATAL alert and any flushed records), and logging it is what
               MOVE WS-RECORDS-DUPLICATE TO RL-RECORDS-DUPLICATE
               MOVE WS-SUM-NUM1 TO RL-SUM-NUM1
               MOVE WS-SUM-NUM2 TO RL-SUM-NUM2
               MOVE WS-RUN-SOURCE-ID TO RL-SOURCE-ID
               WRITE RUNLOG-RECORD
               CLOSE RUN-LOG-FILE
           END-IF.
                   MOVE 'C' TO GEN-STATUS
                   MOVE WS-OUTFEED-NAME TO GEN-OUTFEED-NAME
                   MOVE WS-REPORT-NAME TO GEN-REPORT-NAME
                   MOVE WS-ROWEXT-NAME TO GEN-ROWEXT-NAME
                   WRITE GENCAT-RECORD
                   CLOSE CATALOG-FILE
               END-IF
           END-IF.

       9000-TERMINATE.
           PERFORM 4750-WRITE-ROW-TRAILER.
           CLOSE PRINT-FILE.
           CLOSE AUDIT-FILE.
           CLOSE REJECT-FILE.
           CLOSE OUTFEED-FILE.
           CLOSE DUPLICATE-FILE.
           CLOSE INDEX-FILE.
           CLOSE ROWEXT-FILE.
           CLOSE ALERT-FILE.

       9100-BUILD-FINAL-REPORT.
