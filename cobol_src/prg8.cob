      * number, zero/blank/no card takes the latest complete entry in
      * the PRG3.GCT catalog, and with no catalog at all the load
      * falls back to the fixed-name PRG3.OUT.
      * Every master record added or changed is journaled to
      * PRG3.MJN (MSTJRNL.CPY) under the run number stamped on it -
      * an 'A' entry for an add, a 'C' entry carrying the record's
      * before-image for a change - and the load closes with a 'T'
      * entry holding its control totals, so PRG18 can back a bad
      * run out of the master instead of it being rebuilt from every
      * saved generation. No load runs unjournaled: a PRG3.MJN that
      * cannot be opened stops the load before the master is opened.
      *
      * by surender, www.suren.space
      *
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-MST-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "PRG3.MJN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MJN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OUTFEED-FILE.
           COPY GENCAT.
       FD  MASTER-FILE.
           COPY RESMAST.
       FD  JOURNAL-FILE.
           COPY MSTJRNL.
       WORKING-STORAGE SECTION.
       77 WS-OUT-STATUS       PIC X(2) VALUE "00".
       77 WS-CTL-STATUS       PIC X(2) VALUE "00".
       77 WS-GCT-STATUS       PIC X(2) VALUE "00".
       77 WS-MST-STATUS       PIC X(2) VALUE "00".
       77 WS-MJN-STATUS       PIC X(2) VALUE "00".
       77 WS-OPEN-FATAL-SW    PIC X(1) VALUE 'N'.
           88 WS-OPEN-FATAL     VALUE 'Y'.
       77 WS-EOF-SW           PIC X(1) VALUE 'N'.
       77 WS-PAIRS-ADDED      PIC 9(8) VALUE ZERO.
       77 WS-PAIRS-UPDATED    PIC 9(8) VALUE ZERO.
       77 WS-WRITE-ERRORS     PIC 9(8) VALUE ZERO.
       77 WS-LOAD-RUN-ID      PIC 9(4) VALUE ZERO.
       77 WS-RUN-DATE         PIC 9(8).
       77 WS-TIME-NOW         PIC 9(8).
       77 WS-JRNL-TYPE        PIC X(1) VALUE SPACE.
       77 WS-BEFORE-RESULT    PIC 9(6) VALUE ZERO.
       77 WS-BEFORE-RUN-DATE  PIC 9(8) VALUE ZERO.
       77 WS-BEFORE-RUN-ID    PIC 9(4) VALUE ZERO.
       77 WS-BEFORE-COUNT     PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           IF NOT WS-OPEN-FATAL
               PERFORM 2000-READ-OUTFEED
               PERFORM 2100-APPLY-FEED-RECORD UNTIL WS-EOF
               PERFORM 2700-WRITE-LOAD-TOTALS
               PERFORM 8000-WRITE-SUMMARY
               PERFORM 9000-TERMINATE
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1100-PICK-GENERATION.
           IF NOT WS-OPEN-FATAL
               OPEN INPUT OUTFEED-FILE
                   SET WS-OPEN-FATAL TO TRUE
               END-IF
           END-IF.
           IF NOT WS-OPEN-FATAL
               PERFORM 1300-OPEN-JOURNAL
           END-IF.
           IF NOT WS-OPEN-FATAL
               PERFORM 1200-OPEN-MASTER
           END-IF.
               SET WS-OPEN-FATAL TO TRUE
           END-IF.

      * PRG3.MJN is appended to, created on the first load the same
      * way 1200-OPEN-MASTER creates the master.
       1300-OPEN-JOURNAL.
           MOVE WS-GEN-RUN-ID TO WS-LOAD-RUN-ID.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-MJN-STATUS NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF WS-MJN-STATUS NOT = "00"
               DISPLAY "PRG8 ERROR: CANNOT OPEN PRG3.MJN, STATUS "
                   WS-MJN-STATUS " - LOAD NOT RUN"
               MOVE 8 TO RETURN-CODE
               SET WS-OPEN-FATAL TO TRUE
           END-IF.

       2000-READ-OUTFEED.
           READ OUTFEED-FILE
               AT END
           PERFORM 2000-READ-OUTFEED.

       2200-UPDATE-MASTER.
           MOVE RM-RESULT TO WS-BEFORE-RESULT.
           MOVE RM-LAST-RUN-DATE TO WS-BEFORE-RUN-DATE.
           MOVE RM-LAST-RUN-ID TO WS-BEFORE-RUN-ID.
           MOVE RM-REQUEST-COUNT TO WS-BEFORE-COUNT.
           MOVE OF-RESULT TO RM-RESULT.
           PERFORM 2400-SET-LAST-RUN.
           ADD 1 TO RM-REQUEST-COUNT.
           END-REWRITE.
           IF WS-MST-STATUS = "00"
               ADD 1 TO WS-PAIRS-UPDATED
               MOVE 'C' TO WS-JRNL-TYPE
               PERFORM 2600-WRITE-JOURNAL
           END-IF.

       2300-ADD-MASTER.
           END-WRITE.
           IF WS-MST-STATUS = "00"
               ADD 1 TO WS-PAIRS-ADDED
               MOVE ZERO TO WS-BEFORE-RESULT
               MOVE ZERO TO WS-BEFORE-RUN-DATE
               MOVE ZERO TO WS-BEFORE-RUN-ID
               MOVE ZERO TO WS-BEFORE-COUNT
               MOVE 'A' TO WS-JRNL-TYPE
               PERFORM 2600-WRITE-JOURNAL
           END-IF.

      * The run date/number stamped on the master come from the feed
               MOVE WS-GEN-RUN-ID TO RM-LAST-RUN-ID
           END-IF.
           MOVE WS-GEN-RUN-DATE TO RM-LAST-RUN-DATE.
           MOVE RM-LAST-RUN-ID TO WS-LOAD-RUN-ID.

       2500-MASTER-WRITE-FAILED.
           ADD 1 TO WS-WRITE-ERRORS.
               MOVE 8 TO RETURN-CODE
           END-IF.

      * Journaled only once the master write has gone through, so the
      * 'A' and 'C' entries of a load foot exactly to the added and
      * updated totals on its 'T' entry.
       2600-WRITE-JOURNAL.
           MOVE SPACES TO MSTJRNL-RECORD.
           MOVE WS-JRNL-TYPE TO MJ-REC-TYPE.
           MOVE RM-LAST-RUN-ID TO MJ-RUN-ID.
           PERFORM 2610-STAMP-JOURNAL.
           MOVE RM-NUM1 TO MJ-NUM1.
           MOVE RM-NUM2 TO MJ-NUM2.
           MOVE RM-OPERATION TO MJ-OPERATION.
           MOVE WS-BEFORE-RESULT TO MJ-BEFORE-RESULT.
           MOVE WS-BEFORE-RUN-DATE TO MJ-BEFORE-RUN-DATE.
           MOVE WS-BEFORE-RUN-ID TO MJ-BEFORE-RUN-ID.
           MOVE WS-BEFORE-COUNT TO MJ-BEFORE-REQUEST-COUNT.
           WRITE MSTJRNL-RECORD.
           IF WS-MJN-STATUS NOT = "00"
               DISPLAY "PRG8 ERROR: PRG3.MJN WRITE FAILED, KEY "
                   RM-NUM1 "/" RM-NUM2 "/" RM-OPERATION
                   " STATUS " WS-MJN-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       2610-STAMP-JOURNAL.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-RUN-DATE TO MJ-TIMESTAMP(1:8).
           MOVE WS-TIME-NOW(1:6) TO MJ-TIMESTAMP(9:6).

      * The load's 'T' entry closes its journal entries with the
      * totals PRG18 foots a backout to.
       2700-WRITE-LOAD-TOTALS.
           MOVE SPACES TO MSTJRNL-RECORD.
           MOVE 'T' TO MJ-REC-TYPE.
           MOVE WS-LOAD-RUN-ID TO MJ-RUN-ID.
           PERFORM 2610-STAMP-JOURNAL.
           MOVE WS-FEED-READ TO MJ-TOT-FEED-READ.
           MOVE WS-PAIRS-ADDED TO MJ-TOT-ADDED.
           MOVE WS-PAIRS-UPDATED TO MJ-TOT-UPDATED.
           MOVE WS-WRITE-ERRORS TO MJ-TOT-ERRORS.
           WRITE MSTJRNL-RECORD.
           IF WS-MJN-STATUS NOT = "00"
               DISPLAY "PRG8 ERROR: PRG3.MJN TOTALS WRITE FAILED,"
                   " STATUS " WS-MJN-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       8000-WRITE-SUMMARY.
           DISPLAY "PRG8 TOTALS - FEED READ: " WS-FEED-READ
               " ADDED: " WS-PAIRS-ADDED
       9000-TERMINATE.
           CLOSE OUTFEED-FILE.
           CLOSE MASTER-FILE.
           CLOSE JOURNAL-FILE.
