      * COBOL COMPILER SAMPLE
      * Example 15 - PRG15 NUMPAIRS.DAT intake: runs ahead of PRG3 on
      * nights when more than one upstream source sends pairs, and
      * replaces the hand-cut merge and hand-keyed trailer ops used to
      * make. PRG15.CTL (INTKCTL.CPY) lists the inbound files, one
      * card each. Every file is first proved against its own header
      * and trailer, the same checks 2075-VERIFY-BATCH-FILE in PRG3
      * applies (see NUMPAIR.CPY); a file that fails is rejected whole
      * - none of its records are merged. A night with rejections
      * raises one INTAKE-REJ alert on PRG3.ALM giving the number
      * rejected and the first file to fail. The detail records of
      * the accepted files are sorted on NUM1/NUM2 into one
      * NUMPAIRS.DAT with a freshly built header (run date, and the
      * source id when only one file was accepted, "MERGED"
      * otherwise) and a trailer footed from the accepted files'
      * own verified counts and hashes. Every merged pair is stamped
      * with the source id of the file it came from, and every file
      * read is logged to PRG3.BAT as accepted or failed, for the
      * PRG16 supplier scorecard. PRG15.PRT is the intake log:
      * each file received, its source id, feed date, detail count
      * and whether it was accepted. RETURN-CODE is 0 when every file
      * was accepted, 4 when any was rejected, and 8 when no
      * NUMPAIRS.DAT was built - no file accepted, a card or open
      * error, or a PRG3 checkpoint restart still outstanding (the
      * restart skips by record number, so NUMPAIRS.DAT must not be
      * replaced under it).
      *
      * by surender, www.suren.space
      *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG15.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTAKE-CTL-FILE ASSIGN TO "PRG15.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT INBOUND-FILE ASSIGN TO WS-INBOUND-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INB-STATUS.
           SELECT NUMPAIRS-FILE ASSIGN TO "NUMPAIRS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NP-STATUS.
           SELECT SORT-FILE ASSIGN TO "PRG15.SRT".
           SELECT CHECKPOINT-FILE ASSIGN TO "PRG3.CKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT ALERT-FILE ASSIGN TO "PRG3.ALM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALM-STATUS.
           SELECT BATCH-LOG-FILE ASSIGN TO "PRG3.BAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAT-STATUS.
           SELECT PRINT-FILE ASSIGN TO "PRG15.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INTAKE-CTL-FILE.
           COPY INTKCTL.
       FD  INBOUND-FILE.
           COPY NUMPAIR.
      * MERGED-PAIR-RECORD mirrors NUMPAIR.CPY field for field; the
      * copybook cannot be copied twice into one program, and the
      * merged NUMPAIRS.DAT needs its own record area.
       FD  NUMPAIRS-FILE.
       01  MERGED-PAIR-RECORD.
           05  MP-REC-TYPE        PIC X(1).
           05  MP-DETAIL.
               10  MP-NUM1        PIC X(3).
               10  MP-NUM2        PIC X(3).
               10  FILLER         PIC X(1).
               10  MP-DTL-SOURCE-ID    PIC X(8).
               10  FILLER         PIC X(64).
           05  MP-HEADER REDEFINES MP-DETAIL.
               10  MP-HDR-FEED-DATE    PIC 9(8).
               10  FILLER              PIC X(1).
               10  MP-HDR-SOURCE-ID    PIC X(8).
               10  FILLER              PIC X(1).
               10  MP-HDR-BUILT-BY     PIC X(8).
               10  FILLER              PIC X(53).
           05  MP-TRAILER REDEFINES MP-DETAIL.
               10  MP-TRL-RECORD-COUNT PIC 9(8).
               10  FILLER              PIC X(1).
               10  MP-TRL-HASH-NUM1    PIC 9(8).
               10  FILLER              PIC X(1).
               10  MP-TRL-HASH-NUM2    PIC 9(8).
               10  FILLER              PIC X(53).
      * The sort work record is a whole 'D' card image, so anything a
      * supplier carries in the detail record goes through the merge
      * untouched; only a blank SRT-SOURCE-ID (NP-DTL-SOURCE-ID) is
      * filled in.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-REC-TYPE       PIC X(1).
           05  SRT-NUM1           PIC X(3).
           05  SRT-NUM2           PIC X(3).
           05  FILLER             PIC X(1).
           05  SRT-SOURCE-ID      PIC X(8).
           05  FILLER             PIC X(64).
       FD  CHECKPOINT-FILE.
           COPY CHKPT.
       FD  ALERT-FILE.
           COPY ALERT.
       FD  BATCH-LOG-FILE.
           COPY BATCHLOG.
       FD  PRINT-FILE.
       01  PRINT-RECORD        PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-CTL-STATUS       PIC X(2) VALUE "00".
       77 WS-INB-STATUS       PIC X(2) VALUE "00".
       77 WS-NP-STATUS        PIC X(2) VALUE "00".
       77 WS-CKPT-STATUS      PIC X(2) VALUE "00".
       77 WS-ALM-STATUS       PIC X(2) VALUE "00".
       77 WS-PRT-STATUS       PIC X(2) VALUE "00".
       77 WS-BAT-STATUS       PIC X(2) VALUE "00".
       77 WS-CTL-FATAL-SW     PIC X(1) VALUE 'N'.
           88 WS-CTL-FATAL      VALUE 'Y'.
       77 WS-OPEN-FATAL-SW    PIC X(1) VALUE 'N'.
           88 WS-OPEN-FATAL     VALUE 'Y'.
       77 WS-MERGE-FATAL-SW   PIC X(1) VALUE 'N'.
           88 WS-MERGE-FATAL    VALUE 'Y'.
       77 WS-EOF-SW           PIC X(1) VALUE 'N'.
           88 WS-EOF             VALUE 'Y'.
       77 WS-CTL-EOF-SW       PIC X(1) VALUE 'N'.
           88 WS-CTL-EOF        VALUE 'Y'.
       77 WS-SORT-EOF-SW      PIC X(1) VALUE 'N'.
           88 WS-SORT-EOF       VALUE 'Y'.
       77 WS-FILE-READ-SW     PIC X(1) VALUE 'N'.
           88 WS-FILE-READ      VALUE 'Y'.
       77 WS-RUN-DATE         PIC 9(8).
       77 WS-TIME-NOW         PIC 9(8).
       77 WS-INBOUND-NAME     PIC X(20) VALUE SPACES.
       77 WS-FIRST-REJECT     PIC X(20) VALUE SPACES.
       77 WS-REJECT-COUNT-OUT PIC Z9.
       77 WS-ALERT-TYPE       PIC X(12).
       77 WS-ALERT-TEXT       PIC X(38).
       77 WS-FILE-MAX         PIC 9(2) VALUE 20.
       77 WS-FILE-COUNT       PIC 9(2) VALUE ZERO.
       77 WS-FILE-SUB         PIC 9(2) VALUE ZERO.
       77 WS-SCAN-SUB         PIC 9(2) VALUE ZERO.
       77 WS-FILES-ACCEPTED   PIC 9(4) VALUE ZERO.
       77 WS-FILES-REJECTED   PIC 9(4) VALUE ZERO.
       77 WS-HDR-COUNT        PIC 9(8) VALUE ZERO.
       77 WS-TRL-COUNT        PIC 9(8) VALUE ZERO.
       77 WS-VFY-DETAIL-COUNT PIC 9(8) VALUE ZERO.
       77 WS-VFY-HASH-NUM1    PIC 9(8) VALUE ZERO.
       77 WS-VFY-HASH-NUM2    PIC 9(8) VALUE ZERO.
       77 WS-VFY-UNKNOWN-COUNT PIC 9(8) VALUE ZERO.
       77 WS-VFY-NUM          PIC 9(3) VALUE ZERO.
       77 WS-TRL-RECORD-COUNT PIC 9(8) VALUE ZERO.
       77 WS-TRL-HASH-NUM1    PIC 9(8) VALUE ZERO.
       77 WS-TRL-HASH-NUM2    PIC 9(8) VALUE ZERO.
       77 WS-EXPECTED-DETAILS PIC 9(8) VALUE ZERO.
       77 WS-EXPECTED-HASH-NUM1 PIC 9(8) VALUE ZERO.
       77 WS-EXPECTED-HASH-NUM2 PIC 9(8) VALUE ZERO.
       77 WS-MRG-DETAIL-COUNT PIC 9(8) VALUE ZERO.
       77 WS-MRG-HASH-NUM1    PIC 9(8) VALUE ZERO.
       77 WS-MRG-HASH-NUM2    PIC 9(8) VALUE ZERO.
       77 WS-MERGED-SOURCE    PIC X(8) VALUE "MERGED".

      * One entry per PRG15.CTL card, in card order. WS-FILE-REASON
      * stays blank for an accepted file; the first check a file
      * fails is recorded there and printed on the intake log.
       01  WS-FILE-TABLE.
           05  WS-FILE-ENTRY OCCURS 20 TIMES.
               10  WS-FILE-NAME        PIC X(20).
               10  WS-FILE-EXPECT-SRC  PIC X(8).
               10  WS-FILE-SOURCE      PIC X(8).
               10  WS-FILE-FEED-DATE   PIC X(8).
               10  WS-FILE-DETAILS     PIC 9(8).
               10  WS-FILE-HASH-NUM1   PIC 9(8).
               10  WS-FILE-HASH-NUM2   PIC 9(8).
               10  WS-FILE-ACCEPTED    PIC X(1).
               10  WS-FILE-REASON      PIC X(22).

       01  WS-REPORT-HEADER-1.
           05  FILLER          PIC X(10) VALUE "PROGRAM:".
           05  HDR-PROGRAM     PIC X(10) VALUE "PRG15".
           05  FILLER          PIC X(10) VALUE "RUN DATE:".
           05  HDR-DATE        PIC X(10).
           05  FILLER          PIC X(40) VALUE SPACES.

       01  WS-REPORT-HEADER-2  PIC X(80)
               VALUE "NUMPAIRS.DAT INTAKE LOG".

       01  WS-COLUMN-HEADER.
           05  FILLER          PIC X(21) VALUE "INBOUND FILE".
           05  FILLER          PIC X(9)  VALUE "SOURCE".
           05  FILLER          PIC X(9)  VALUE "FEEDDATE".
           05  FILLER          PIC X(9)  VALUE " DETAILS".
           05  FILLER          PIC X(9)  VALUE "STATUS".
           05  FILLER          PIC X(23) VALUE "REASON".

       01  WS-LOG-LINE.
           05  LOG-FILE        PIC X(20).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  LOG-SOURCE      PIC X(8).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  LOG-FEED-DATE   PIC X(8).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  LOG-DETAILS     PIC ZZZZZZZ9.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  LOG-STATUS      PIC X(8).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  LOG-REASON      PIC X(22).
           05  FILLER          PIC X(1)  VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  TOT-LABEL       PIC X(24).
           05  TOT-VALUE       PIC ZZZZZZZ9.
           05  FILLER          PIC X(48) VALUE SPACES.

       01  WS-BUILT-LINE       PIC X(80)
               VALUE "NUMPAIRS.DAT BUILT FROM ACCEPTED FILES".

       01  WS-NOT-BUILT-LINE   PIC X(80)
               VALUE "*** NO FILE ACCEPTED - NUMPAIRS.DAT NOT BUILT".

       01  WS-MERGE-BAD-LINE   PIC X(80)
               VALUE "*** MERGE FAILED - NUMPAIRS.DAT NOT USABLE ***".

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE.
           IF NOT WS-CTL-FATAL AND NOT WS-OPEN-FATAL
               PERFORM 2000-VERIFY-ONE-FILE
                   VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > WS-FILE-COUNT
               IF WS-FILES-REJECTED > ZERO
                   PERFORM 2450-RAISE-REJECT-ALERT
               END-IF
               IF WS-FILES-ACCEPTED > ZERO
                   PERFORM 3000-MERGE-ACCEPTED-FILES
               ELSE
                   PERFORM 3900-NOTHING-ACCEPTED
               END-IF
               PERFORM 5000-PRINT-INTAKE-LOG
               PERFORM 9000-TERMINATE
           ELSE
               CLOSE ALERT-FILE
               CLOSE BATCH-LOG-FILE
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1620-OPEN-ALERT-FILE.
           PERFORM 1630-OPEN-BATCH-LOG.
           PERFORM 1100-CHECK-PRG3-RESTART.
           IF NOT WS-CTL-FATAL
               PERFORM 1200-LOAD-INTAKE-CARDS
           END-IF.
           IF NOT WS-CTL-FATAL
               OPEN OUTPUT PRINT-FILE
               IF WS-PRT-STATUS NOT = "00"
                   DISPLAY "PRG15 ERROR: CANNOT OPEN PRG15.PRT,"
                       " STATUS " WS-PRT-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET WS-OPEN-FATAL TO TRUE
               END-IF
           END-IF.
           MOVE WS-RUN-DATE(1:4) TO HDR-DATE(1:4).
           MOVE "-" TO HDR-DATE(5:1).
           MOVE WS-RUN-DATE(5:2) TO HDR-DATE(6:2).
           MOVE "-" TO HDR-DATE(8:1).
           MOVE WS-RUN-DATE(7:2) TO HDR-DATE(9:2).
           IF NOT WS-CTL-FATAL AND NOT WS-OPEN-FATAL
               WRITE PRINT-RECORD FROM WS-REPORT-HEADER-1
               WRITE PRINT-RECORD FROM WS-REPORT-HEADER-2
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD
               WRITE PRINT-RECORD FROM WS-COLUMN-HEADER
           END-IF.

      * A nonzero CKPT-LAST-RECORD means PRG3 was interrupted part
      * way through the current NUMPAIRS.DAT and its restart will
      * skip ahead by record number - replacing the file now would
      * make it skip the wrong records. The restart has to be run
      * (or the checkpoint cleared by ops) before a new intake.
       1100-CHECK-PRG3-RESTART.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CKPT-STATUS = "00"
               READ CHECKPOINT-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-CKPT-STATUS = "00"
                  AND CKPT-LAST-RECORD IS NUMERIC
                  AND CKPT-LAST-RECORD > ZERO
                   DISPLAY "PRG15 ERROR: PRG3 RESTART OUTSTANDING AT"
                       " RECORD " CKPT-LAST-RECORD
                       " - NUMPAIRS.DAT NOT REPLACED"
                   MOVE 8 TO RETURN-CODE
                   SET WS-CTL-FATAL TO TRUE
                   MOVE "FATAL" TO WS-ALERT-TYPE
                   MOVE "PRG15 REFUSED - PRG3 RESTART PENDING"
                       TO WS-ALERT-TEXT
                   PERFORM 1780-WRITE-ALERT
               END-IF
               CLOSE CHECKPOINT-FILE
           END-IF.

       1200-LOAD-INTAKE-CARDS.
           OPEN INPUT INTAKE-CTL-FILE.
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "PRG15 ERROR: CANNOT OPEN PRG15.CTL"
               DISPLAY "PRG15 ERROR: FILE STATUS " WS-CTL-STATUS
               MOVE 8 TO RETURN-CODE
               SET WS-CTL-FATAL TO TRUE
           ELSE
               MOVE 'N' TO WS-CTL-EOF-SW
               PERFORM 1210-READ-INTAKE-CARD
               PERFORM 1220-TABLE-INTAKE-CARD
                   UNTIL WS-CTL-EOF OR WS-CTL-FATAL
               CLOSE INTAKE-CTL-FILE
               IF WS-FILE-COUNT = ZERO AND NOT WS-CTL-FATAL
                   DISPLAY "PRG15 ERROR: NO INBOUND FILES ON PRG15.CTL"
                   MOVE 8 TO RETURN-CODE
                   SET WS-CTL-FATAL TO TRUE
               END-IF
           END-IF.

       1210-READ-INTAKE-CARD.
           READ INTAKE-CTL-FILE
               AT END
                   SET WS-CTL-EOF TO TRUE
           END-READ.

      * More files than the table holds is a card error for the whole
      * intake rather than a reason to drop the excess - an intake
      * that quietly leaves a supplier out proves nothing.
       1220-TABLE-INTAKE-CARD.
           IF INTK-FILE-NAME NOT = SPACES
               IF WS-FILE-COUNT < WS-FILE-MAX
                   ADD 1 TO WS-FILE-COUNT
                   MOVE INTK-FILE-NAME TO WS-FILE-NAME(WS-FILE-COUNT)
                   MOVE INTK-SOURCE-ID
                       TO WS-FILE-EXPECT-SRC(WS-FILE-COUNT)
               ELSE
                   DISPLAY "PRG15 ERROR: MORE THAN " WS-FILE-MAX
                       " INBOUND FILES ON PRG15.CTL"
                   MOVE 8 TO RETURN-CODE
                   SET WS-CTL-FATAL TO TRUE
               END-IF
           END-IF.
           IF NOT WS-CTL-FATAL
               PERFORM 1210-READ-INTAKE-CARD
           END-IF.

       1620-OPEN-ALERT-FILE.
           OPEN EXTEND ALERT-FILE.
           IF WS-ALM-STATUS NOT = "00"
               OPEN OUTPUT ALERT-FILE
           END-IF.
           IF WS-ALM-STATUS NOT = "00"
               DISPLAY "PRG15 WARNING: CANNOT OPEN PRG3.ALM, STATUS "
                   WS-ALM-STATUS
           END-IF.

      * A PRG3.BAT that cannot be opened costs the scorecard its
      * batch counts for tonight but must not hold up the intake.
       1630-OPEN-BATCH-LOG.
           OPEN EXTEND BATCH-LOG-FILE.
           IF WS-BAT-STATUS NOT = "00"
               OPEN OUTPUT BATCH-LOG-FILE
           END-IF.
           IF WS-BAT-STATUS NOT = "00"
               DISPLAY "PRG15 WARNING: CANNOT OPEN PRG3.BAT, STATUS "
                   WS-BAT-STATUS
           END-IF.

      * PRG15 runs outside any PRG3 run, so its alerts carry a zero
      * ALM-RUN-ID, as PRG3's own pre-run fatals do.
       1780-WRITE-ALERT.
           IF WS-ALM-STATUS = "00"
               MOVE SPACES TO ALERT-RECORD
               ACCEPT WS-TIME-NOW FROM TIME
               MOVE WS-RUN-DATE TO ALM-TIMESTAMP(1:8)
               MOVE WS-TIME-NOW(1:6) TO ALM-TIMESTAMP(9:6)
               MOVE WS-RUN-DATE TO ALM-RUN-DATE
               MOVE ZERO TO ALM-RUN-ID
               MOVE WS-ALERT-TYPE TO ALM-TYPE
               MOVE WS-ALERT-TEXT TO ALM-TEXT
               WRITE ALERT-RECORD
           END-IF.

      * 2000-VERIFY-ONE-FILE foots one inbound file against its own
      * trailer before anything is merged. The inbound file may not
      * be NUMPAIRS.DAT itself - that is the file being rebuilt - nor
      * one an earlier card already named.
       2000-VERIFY-ONE-FILE.
           MOVE WS-FILE-NAME(WS-FILE-SUB) TO WS-INBOUND-NAME.
           MOVE SPACES TO WS-FILE-SOURCE(WS-FILE-SUB).
           MOVE SPACES TO WS-FILE-FEED-DATE(WS-FILE-SUB).
           MOVE SPACES TO WS-FILE-REASON(WS-FILE-SUB).
           MOVE 'N' TO WS-FILE-ACCEPTED(WS-FILE-SUB).
           MOVE 'N' TO WS-FILE-READ-SW.
           MOVE ZERO TO WS-HDR-COUNT.
           MOVE ZERO TO WS-TRL-COUNT.
           MOVE ZERO TO WS-VFY-DETAIL-COUNT.
           MOVE ZERO TO WS-VFY-HASH-NUM1.
           MOVE ZERO TO WS-VFY-HASH-NUM2.
           MOVE ZERO TO WS-VFY-UNKNOWN-COUNT.
           MOVE ZERO TO WS-TRL-RECORD-COUNT.
           MOVE ZERO TO WS-TRL-HASH-NUM1.
           MOVE ZERO TO WS-TRL-HASH-NUM2.
           IF WS-INBOUND-NAME = "NUMPAIRS.DAT"
               MOVE "NAMES NUMPAIRS.DAT" TO WS-FILE-REASON(WS-FILE-SUB)
           ELSE
               PERFORM 2050-CHECK-LISTED-TWICE
           END-IF.
           IF WS-FILE-REASON(WS-FILE-SUB) = SPACES
               OPEN INPUT INBOUND-FILE
               IF WS-INB-STATUS NOT = "00"
                   MOVE "CANNOT OPEN FILE"
                       TO WS-FILE-REASON(WS-FILE-SUB)
               ELSE
                   SET WS-FILE-READ TO TRUE
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM 2100-READ-INBOUND
                   PERFORM 2200-TALLY-INBOUND
                       UNTIL WS-EOF
                   CLOSE INBOUND-FILE
                   PERFORM 2300-CHECK-INBOUND
               END-IF
           END-IF.
           MOVE WS-VFY-DETAIL-COUNT TO WS-FILE-DETAILS(WS-FILE-SUB).
           MOVE WS-VFY-HASH-NUM1 TO WS-FILE-HASH-NUM1(WS-FILE-SUB).
           MOVE WS-VFY-HASH-NUM2 TO WS-FILE-HASH-NUM2(WS-FILE-SUB).
           IF WS-FILE-REASON(WS-FILE-SUB) = SPACES
               MOVE 'Y' TO WS-FILE-ACCEPTED(WS-FILE-SUB)
               ADD 1 TO WS-FILES-ACCEPTED
               ADD WS-VFY-DETAIL-COUNT TO WS-EXPECTED-DETAILS
               ADD WS-VFY-HASH-NUM1 TO WS-EXPECTED-HASH-NUM1
               ADD WS-VFY-HASH-NUM2 TO WS-EXPECTED-HASH-NUM2
               DISPLAY "PRG15 ACCEPTED: " WS-INBOUND-NAME
                   " SOURCE " WS-FILE-SOURCE(WS-FILE-SUB)
                   " DETAILS " WS-VFY-DETAIL-COUNT
           ELSE
               PERFORM 2400-REJECT-FILE
           END-IF.
           IF WS-FILE-READ
               PERFORM 2500-LOG-BATCH-RECEIPT
           END-IF.

      * A file named on two cards would be merged twice, so only the
      * first card for a file name is honored.
       2050-CHECK-LISTED-TWICE.
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB NOT < WS-FILE-SUB
               IF WS-FILE-NAME(WS-SCAN-SUB) = WS-INBOUND-NAME
                   MOVE "FILE LISTED TWICE"
                       TO WS-FILE-REASON(WS-FILE-SUB)
                   MOVE WS-FILE-SUB TO WS-SCAN-SUB
               END-IF
           END-PERFORM.

       2100-READ-INBOUND.
           READ INBOUND-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      * Same footing rules as 2077-TALLY-VERIFY in PRG3: every 'D'
      * record counts, and only numeric NUM1/NUM2 values go into the
      * hash totals (a non-numeric pair is PRG3's to reject, not the
      * intake's).
       2200-TALLY-INBOUND.
           IF NP-TYPE-HEADER
               ADD 1 TO WS-HDR-COUNT
               IF WS-HDR-COUNT = 1
                   MOVE NP-HDR-SOURCE-ID
                       TO WS-FILE-SOURCE(WS-FILE-SUB)
                   MOVE NP-HDR-FEED-DATE
                       TO WS-FILE-FEED-DATE(WS-FILE-SUB)
               END-IF
           ELSE
               IF NP-TYPE-TRAILER
                   ADD 1 TO WS-TRL-COUNT
                   MOVE NP-TRL-RECORD-COUNT TO WS-TRL-RECORD-COUNT
                   MOVE NP-TRL-HASH-NUM1 TO WS-TRL-HASH-NUM1
                   MOVE NP-TRL-HASH-NUM2 TO WS-TRL-HASH-NUM2
               ELSE
                   IF NP-TYPE-DETAIL
                       ADD 1 TO WS-VFY-DETAIL-COUNT
                       IF NP-NUM1 IS NUMERIC
                           MOVE NP-NUM1 TO WS-VFY-NUM
                           ADD WS-VFY-NUM TO WS-VFY-HASH-NUM1
                       END-IF
                       IF NP-NUM2 IS NUMERIC
                           MOVE NP-NUM2 TO WS-VFY-NUM
                           ADD WS-VFY-NUM TO WS-VFY-HASH-NUM2
                       END-IF
                   ELSE
                       ADD 1 TO WS-VFY-UNKNOWN-COUNT
                   END-IF
               END-IF
           END-IF.
           PERFORM 2100-READ-INBOUND.

      * A file built by hand-cutting two transfers together shows up
      * here as a second header or trailer, so either is a rejection
      * in its own right.
       2300-CHECK-INBOUND.
           IF WS-HDR-COUNT = ZERO
               MOVE "HEADER RECORD MISSING"
                   TO WS-FILE-REASON(WS-FILE-SUB)
           ELSE
               IF WS-TRL-COUNT = ZERO
                   MOVE "TRAILER RECORD MISSING"
                       TO WS-FILE-REASON(WS-FILE-SUB)
               ELSE
                   IF WS-HDR-COUNT > 1 OR WS-TRL-COUNT > 1
                       MOVE "EXTRA HEADER/TRAILER"
                           TO WS-FILE-REASON(WS-FILE-SUB)
                   ELSE
                       IF WS-VFY-UNKNOWN-COUNT > ZERO
                           MOVE "UNKNOWN RECORD TYPE"
                               TO WS-FILE-REASON(WS-FILE-SUB)
                       ELSE
                           PERFORM 2310-CHECK-BALANCE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2310-CHECK-BALANCE.
           IF WS-VFY-DETAIL-COUNT NOT = WS-TRL-RECORD-COUNT
              OR WS-VFY-HASH-NUM1 NOT = WS-TRL-HASH-NUM1
              OR WS-VFY-HASH-NUM2 NOT = WS-TRL-HASH-NUM2
               MOVE "TRAILER OUT OF BALANCE"
                   TO WS-FILE-REASON(WS-FILE-SUB)
           ELSE
               IF WS-FILE-EXPECT-SRC(WS-FILE-SUB) NOT = SPACES
                  AND WS-FILE-EXPECT-SRC(WS-FILE-SUB)
                      NOT = WS-FILE-SOURCE(WS-FILE-SUB)
                   MOVE "SOURCE ID MISMATCH"
                       TO WS-FILE-REASON(WS-FILE-SUB)
               END-IF
           END-IF.

       2400-REJECT-FILE.
           ADD 1 TO WS-FILES-REJECTED.
           DISPLAY "PRG15 ERROR: " WS-INBOUND-NAME " REJECTED - "
               WS-FILE-REASON(WS-FILE-SUB).
           DISPLAY "PRG15 ERROR: TRAILER COUNT " WS-TRL-RECORD-COUNT
               " READ " WS-VFY-DETAIL-COUNT.
           DISPLAY "PRG15 ERROR: TRAILER HASH NUM1 " WS-TRL-HASH-NUM1
               " READ " WS-VFY-HASH-NUM1.
           DISPLAY "PRG15 ERROR: TRAILER HASH NUM2 " WS-TRL-HASH-NUM2
               " READ " WS-VFY-HASH-NUM2.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-FILES-REJECTED = 1
               MOVE WS-INBOUND-NAME TO WS-FIRST-REJECT
           END-IF.

      * PRG11 tells alerts apart by timestamp and type, and several
      * files can fail within the same second, so the rejections of
      * a night go out as a single alert.
       2450-RAISE-REJECT-ALERT.
           MOVE WS-FILES-REJECTED TO WS-REJECT-COUNT-OUT.
           MOVE "INTAKE-REJ" TO WS-ALERT-TYPE.
           MOVE SPACES TO WS-ALERT-TEXT.
           STRING "REJECTED:" DELIMITED BY SIZE
               WS-REJECT-COUNT-OUT DELIMITED BY SIZE
               " FIRST " DELIMITED BY SIZE
               WS-FIRST-REJECT DELIMITED BY SPACE
               INTO WS-ALERT-TEXT.
           PERFORM 1780-WRITE-ALERT.

      * Only a file that was actually opened and read is a batch
      * received from its supplier; a card naming a missing file, a
      * file named twice or NUMPAIRS.DAT itself is a card problem
      * and stays off PRG3.BAT.
       2500-LOG-BATCH-RECEIPT.
           IF WS-BAT-STATUS = "00"
               MOVE SPACES TO BATCHLOG-RECORD
               ACCEPT WS-TIME-NOW FROM TIME
               MOVE WS-RUN-DATE TO BAT-TIMESTAMP(1:8)
               MOVE WS-TIME-NOW(1:6) TO BAT-TIMESTAMP(9:6)
               MOVE WS-FILE-SOURCE(WS-FILE-SUB) TO BAT-SOURCE-ID
               MOVE WS-FILE-FEED-DATE(WS-FILE-SUB) TO BAT-FEED-DATE
               MOVE WS-INBOUND-NAME TO BAT-FILE-NAME
               IF WS-FILE-ACCEPTED(WS-FILE-SUB) = 'Y'
                   MOVE 'A' TO BAT-STATUS
               ELSE
                   MOVE 'F' TO BAT-STATUS
               END-IF
               MOVE WS-VFY-DETAIL-COUNT TO BAT-DETAIL-COUNT
               MOVE "PRG15" TO BAT-CHECKED-BY
               MOVE ZERO TO BAT-RUN-ID
               WRITE BATCHLOG-RECORD
           END-IF.

      * The header takes the run date as its feed date. It carries
      * the supplier's source id when only one file was accepted, so
      * a single-supplier night looks exactly as it did before the
      * intake job; a real merge is marked "MERGED". NP-HDR-BUILT-BY
      * tells PRG3 these batches are already on PRG3.BAT.
       3000-MERGE-ACCEPTED-FILES.
           IF WS-FILES-ACCEPTED = 1
               PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                       UNTIL WS-FILE-SUB > WS-FILE-COUNT
                   IF WS-FILE-ACCEPTED(WS-FILE-SUB) = 'Y'
                       MOVE WS-FILE-SOURCE(WS-FILE-SUB)
                           TO WS-MERGED-SOURCE
                   END-IF
               END-PERFORM
           END-IF.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-NUM1 SRT-NUM2
               INPUT PROCEDURE IS 3100-RELEASE-ACCEPTED
               OUTPUT PROCEDURE IS 3500-WRITE-NUMPAIRS.
           IF NOT WS-MERGE-FATAL
               IF WS-MRG-DETAIL-COUNT NOT = WS-EXPECTED-DETAILS
                   DISPLAY "PRG15 ERROR: MERGED " WS-MRG-DETAIL-COUNT
                       " DETAILS, ACCEPTED FILES HOLD "
                       WS-EXPECTED-DETAILS
                   SET WS-MERGE-FATAL TO TRUE
               END-IF
               IF WS-MRG-HASH-NUM1 NOT = WS-EXPECTED-HASH-NUM1
                  OR WS-MRG-HASH-NUM2 NOT = WS-EXPECTED-HASH-NUM2
                   DISPLAY "PRG15 ERROR: MERGED HASHES "
                       WS-MRG-HASH-NUM1 " " WS-MRG-HASH-NUM2
                       ", ACCEPTED FILES HOLD "
                       WS-EXPECTED-HASH-NUM1 " " WS-EXPECTED-HASH-NUM2
                   SET WS-MERGE-FATAL TO TRUE
               END-IF
           END-IF.
           IF WS-MERGE-FATAL
               MOVE 8 TO RETURN-CODE
               MOVE "FATAL" TO WS-ALERT-TYPE
               MOVE "PRG15 NUMPAIRS.DAT MERGE FAILED" TO WS-ALERT-TEXT
               PERFORM 1780-WRITE-ALERT
           END-IF.

       3100-RELEASE-ACCEPTED.
           PERFORM 3200-RELEASE-ONE-FILE
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > WS-FILE-COUNT.

      * The accepted files are read a second time for the merge; one
      * that can no longer be opened fails the whole merge rather
      * than leaving a NUMPAIRS.DAT short of a supplier.
       3200-RELEASE-ONE-FILE.
           IF WS-FILE-ACCEPTED(WS-FILE-SUB) = 'Y'
               MOVE WS-FILE-NAME(WS-FILE-SUB) TO WS-INBOUND-NAME
               OPEN INPUT INBOUND-FILE
               IF WS-INB-STATUS NOT = "00"
                   DISPLAY "PRG15 ERROR: CANNOT RE-OPEN "
                       WS-INBOUND-NAME " STATUS " WS-INB-STATUS
                   SET WS-MERGE-FATAL TO TRUE
               ELSE
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM 2100-READ-INBOUND
                   PERFORM 3210-RELEASE-DETAIL
                       UNTIL WS-EOF
                   CLOSE INBOUND-FILE
               END-IF
           END-IF.

       3210-RELEASE-DETAIL.
           IF NP-TYPE-DETAIL
               MOVE NUMPAIR-RECORD TO SORT-RECORD
               IF SRT-SOURCE-ID = SPACES
                   MOVE WS-FILE-SOURCE(WS-FILE-SUB) TO SRT-SOURCE-ID
               END-IF
               RELEASE SORT-RECORD
           END-IF.
           PERFORM 2100-READ-INBOUND.

      * The trailer is footed from what the accepted files were proved
      * to hold, not from the records this sort happened to return,
      * so a merge that came up short - a file that could not be
      * re-opened, a record lost - leaves a NUMPAIRS.DAT that PRG3
      * rejects on its own trailer check.
       3500-WRITE-NUMPAIRS.
           OPEN OUTPUT NUMPAIRS-FILE.
           IF WS-NP-STATUS NOT = "00"
               DISPLAY "PRG15 ERROR: CANNOT OPEN NUMPAIRS.DAT,"
                   " STATUS " WS-NP-STATUS
               SET WS-MERGE-FATAL TO TRUE
           ELSE
               MOVE SPACES TO MERGED-PAIR-RECORD
               MOVE 'H' TO MP-REC-TYPE
               MOVE WS-RUN-DATE TO MP-HDR-FEED-DATE
               MOVE WS-MERGED-SOURCE TO MP-HDR-SOURCE-ID
               MOVE "PRG15" TO MP-HDR-BUILT-BY
               WRITE MERGED-PAIR-RECORD
               MOVE 'N' TO WS-SORT-EOF-SW
               PERFORM 3510-RETURN-SORTED
               PERFORM 3520-WRITE-DETAIL
                   UNTIL WS-SORT-EOF
               MOVE SPACES TO MERGED-PAIR-RECORD
               MOVE 'T' TO MP-REC-TYPE
               MOVE WS-EXPECTED-DETAILS TO MP-TRL-RECORD-COUNT
               MOVE WS-EXPECTED-HASH-NUM1 TO MP-TRL-HASH-NUM1
               MOVE WS-EXPECTED-HASH-NUM2 TO MP-TRL-HASH-NUM2
               WRITE MERGED-PAIR-RECORD
               CLOSE NUMPAIRS-FILE
           END-IF.

       3510-RETURN-SORTED.
           RETURN SORT-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.

       3520-WRITE-DETAIL.
           MOVE SORT-RECORD TO MERGED-PAIR-RECORD.
           WRITE MERGED-PAIR-RECORD.
           ADD 1 TO WS-MRG-DETAIL-COUNT.
           IF MP-NUM1 IS NUMERIC
               MOVE MP-NUM1 TO WS-VFY-NUM
               ADD WS-VFY-NUM TO WS-MRG-HASH-NUM1
           END-IF.
           IF MP-NUM2 IS NUMERIC
               MOVE MP-NUM2 TO WS-VFY-NUM
               ADD WS-VFY-NUM TO WS-MRG-HASH-NUM2
           END-IF.
           PERFORM 3510-RETURN-SORTED.

      * With nothing accepted the existing NUMPAIRS.DAT is left as it
      * was; PRG3 must not run against tonight's feed at all, so the
      * step ends RC 8 with a FATAL alert.
       3900-NOTHING-ACCEPTED.
           DISPLAY "PRG15 ERROR: NO INBOUND FILE ACCEPTED -"
               " NUMPAIRS.DAT NOT BUILT".
           MOVE 8 TO RETURN-CODE.
           MOVE "FATAL" TO WS-ALERT-TYPE.
           MOVE "PRG15 NO INBOUND FILE ACCEPTED" TO WS-ALERT-TEXT.
           PERFORM 1780-WRITE-ALERT.

       5000-PRINT-INTAKE-LOG.
           PERFORM 5100-PRINT-FILE-LINE
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > WS-FILE-COUNT.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "FILES RECEIVED:" TO TOT-LABEL.
           MOVE WS-FILE-COUNT TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE "FILES ACCEPTED:" TO TOT-LABEL.
           MOVE WS-FILES-ACCEPTED TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE "FILES REJECTED:" TO TOT-LABEL.
           MOVE WS-FILES-REJECTED TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE "PAIRS MERGED:" TO TOT-LABEL.
           MOVE WS-MRG-DETAIL-COUNT TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE "MERGED HASH NUM1:" TO TOT-LABEL.
           MOVE WS-MRG-HASH-NUM1 TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE "MERGED HASH NUM2:" TO TOT-LABEL.
           MOVE WS-MRG-HASH-NUM2 TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           IF WS-FILES-ACCEPTED = ZERO
               WRITE PRINT-RECORD FROM WS-NOT-BUILT-LINE
           ELSE
               IF WS-MERGE-FATAL
                   WRITE PRINT-RECORD FROM WS-MERGE-BAD-LINE
               ELSE
                   WRITE PRINT-RECORD FROM WS-BUILT-LINE
               END-IF
           END-IF.
           DISPLAY "PRG15 INTAKE - FILES: " WS-FILE-COUNT
               " ACCEPTED: " WS-FILES-ACCEPTED
               " REJECTED: " WS-FILES-REJECTED
               " PAIRS MERGED: " WS-MRG-DETAIL-COUNT.

       5100-PRINT-FILE-LINE.
           MOVE WS-FILE-NAME(WS-FILE-SUB) TO LOG-FILE.
           MOVE WS-FILE-SOURCE(WS-FILE-SUB) TO LOG-SOURCE.
           MOVE WS-FILE-FEED-DATE(WS-FILE-SUB) TO LOG-FEED-DATE.
           MOVE WS-FILE-DETAILS(WS-FILE-SUB) TO LOG-DETAILS.
           IF WS-FILE-ACCEPTED(WS-FILE-SUB) = 'Y'
               MOVE "ACCEPTED" TO LOG-STATUS
           ELSE
               MOVE "REJECTED" TO LOG-STATUS
           END-IF.
           MOVE WS-FILE-REASON(WS-FILE-SUB) TO LOG-REASON.
           WRITE PRINT-RECORD FROM WS-LOG-LINE.

       9000-TERMINATE.
           CLOSE PRINT-FILE.
           CLOSE ALERT-FILE.
           CLOSE BATCH-LOG-FILE.
