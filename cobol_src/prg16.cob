      * COBOL COMPILER SAMPLE
      * Example 16 - PRG16 monthly supplier data-quality scorecard:
      * grades each upstream source of NUMPAIRS.DAT pairs for the
      * calendar month on a PRG16.CTL card (MONTHCTL.CPY) against
      * the month before it, so suppliers can be held to a quality
      * agreement with numbers. Batches received and batches failed
      * at the header/trailer integrity check come from PRG3.BAT
      * (BATCHLOG.CPY); records read and duplicates from PRG3.AUD
      * (AUD-SOURCE-ID, AUD-RETURN-CODE "03"); rejects by
      * REJ-REASON-CODE from PRG3.REJ (REJ-SOURCE-ID). Both history
      * files are read live and from the PRG10 monthly archives
      * ("PRG3.AUD.Ayyyymm" / "PRG3.REJ.Ayyyymm") of the two months,
      * so a trimmed month still grades. Each source prints a line
      * per month with reject rates by reason code and the duplicate
      * rate as a percentage of records read, then the change in
      * reject and duplicate rate against the prior month. Records
      * from before the source id was carried grade under UNKNOWN.
      * The month totals are footed against the per-source lines
      * the way PRG12 foots its daily lines.
      *
      * by surender, www.suren.space
      *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG16.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MONTH-CTL-FILE ASSIGN TO "PRG16.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT BATCH-LOG-FILE ASSIGN TO "PRG3.BAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO WS-AUD-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT REJECT-FILE ASSIGN TO WS-REJ-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
           SELECT PRINT-FILE ASSIGN TO "PRG16.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MONTH-CTL-FILE.
           COPY MONTHCTL.
       FD  BATCH-LOG-FILE.
           COPY BATCHLOG.
       FD  AUDIT-FILE.
           COPY AUDIT.
       FD  REJECT-FILE.
           COPY REJECT.
       FD  PRINT-FILE.
       01  PRINT-RECORD        PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-CTL-STATUS       PIC X(2) VALUE "00".
       77 WS-BAT-STATUS       PIC X(2) VALUE "00".
       77 WS-AUD-STATUS       PIC X(2) VALUE "00".
       77 WS-REJ-STATUS       PIC X(2) VALUE "00".
       77 WS-PRT-STATUS       PIC X(2) VALUE "00".
       77 WS-CTL-FATAL-SW     PIC X(1) VALUE 'N'.
           88 WS-CTL-FATAL      VALUE 'Y'.
       77 WS-OPEN-FATAL-SW    PIC X(1) VALUE 'N'.
           88 WS-OPEN-FATAL     VALUE 'Y'.
       77 WS-EOF-SW           PIC X(1) VALUE 'N'.
           88 WS-EOF             VALUE 'Y'.
       77 WS-REQUIRED-SW      PIC X(1) VALUE 'N'.
           88 WS-FILE-REQUIRED  VALUE 'Y'.
       77 WS-OVERFLOW-SW      PIC X(1) VALUE 'N'.
           88 WS-OVERFLOWED     VALUE 'Y'.
       77 WS-RUN-DATE         PIC 9(8).
       77 WS-AUD-NAME         PIC X(20) VALUE "PRG3.AUD".
       77 WS-REJ-NAME         PIC X(20) VALUE "PRG3.REJ".
       77 WS-REC-MONTH        PIC X(6).
       77 WS-MON-SUB          PIC 9(1) VALUE ZERO.
       77 WS-LOOK-SOURCE      PIC X(8).
       77 WS-SRC-MAX          PIC 9(3) VALUE 50.
       77 WS-SRC-COUNT        PIC 9(3) VALUE ZERO.
       77 WS-SRC-SUB          PIC 9(3) VALUE ZERO.
       77 WS-INS-SUB          PIC 9(3) VALUE ZERO.
       77 WS-SUB              PIC 9(3) VALUE ZERO.
       77 WS-SHIFT-SUB        PIC 9(3) VALUE ZERO.
       77 WS-MONTH-BATCHES    PIC 9(8) VALUE ZERO.
       77 WS-MONTH-FAILED     PIC 9(8) VALUE ZERO.
       77 WS-MONTH-READ       PIC 9(8) VALUE ZERO.
       77 WS-MONTH-REJECTED   PIC 9(8) VALUE ZERO.
       77 WS-MONTH-DUPLICATE  PIC 9(8) VALUE ZERO.
       77 WS-FOOT-BATCHES     PIC 9(8) VALUE ZERO.
       77 WS-FOOT-FAILED      PIC 9(8) VALUE ZERO.
       77 WS-FOOT-READ        PIC 9(8) VALUE ZERO.
       77 WS-FOOT-REJECTED    PIC 9(8) VALUE ZERO.
       77 WS-FOOT-DUPLICATE   PIC 9(8) VALUE ZERO.
       77 WS-REJ-TOTAL        PIC 9(8) VALUE ZERO.
       77 WS-RATE             PIC 9(3)V99 VALUE ZERO.
       77 WS-REJ-RATE         PIC 9(3)V99 VALUE ZERO.
       77 WS-DUP-RATE         PIC 9(3)V99 VALUE ZERO.
       77 WS-CUR-REJ-RATE     PIC 9(3)V99 VALUE ZERO.
       77 WS-CUR-DUP-RATE     PIC 9(3)V99 VALUE ZERO.
       77 WS-PRI-REJ-RATE     PIC 9(3)V99 VALUE ZERO.
       77 WS-PRI-DUP-RATE     PIC 9(3)V99 VALUE ZERO.
       77 WS-REJ-RATE-DIFF    PIC S9(3)V99 VALUE ZERO.
       77 WS-DUP-RATE-DIFF    PIC S9(3)V99 VALUE ZERO.

      * The two months being graded: WS-MONTH-YM(1) is the month on
      * the card, WS-MONTH-YM(2) the calendar month before it.
       01  WS-MONTH-TABLE.
           05  WS-MONTH-YM OCCURS 2 TIMES.
               10  WS-MONTH-YEAR      PIC 9(4).
               10  WS-MONTH-MM        PIC 9(2).

      * One entry per source id seen in either month, kept in source
      * id order as it is built so the scorecard prints sorted. The
      * inner OCCURS is the month, subscripted like WS-MONTH-YM.
       01  WS-SOURCE-TABLE.
           05  WS-SRC-ENTRY OCCURS 50 TIMES.
               10  WS-SRC-ID              PIC X(8).
               10  WS-SRC-MONTH OCCURS 2 TIMES.
                   15  WS-SRC-BATCHES     PIC 9(6).
                   15  WS-SRC-FAILED      PIC 9(6).
                   15  WS-SRC-READ        PIC 9(8).
                   15  WS-SRC-REJ-01      PIC 9(8).
                   15  WS-SRC-REJ-02      PIC 9(8).
                   15  WS-SRC-REJ-OTHER   PIC 9(8).
                   15  WS-SRC-DUPLICATE   PIC 9(8).

       01  WS-REPORT-HEADER-1.
           05  FILLER          PIC X(10) VALUE "PROGRAM:".
           05  HDR-PROGRAM     PIC X(10) VALUE "PRG16".
           05  FILLER          PIC X(10) VALUE "RUN DATE:".
           05  HDR-DATE        PIC X(10).
           05  FILLER          PIC X(40) VALUE SPACES.

       01  WS-REPORT-HEADER-2  PIC X(80)
               VALUE "SUPPLIER DATA-QUALITY SCORECARD".

       01  WS-MONTH-LINE.
           05  FILLER          PIC X(17) VALUE "SCORECARD MONTH: ".
           05  HDR-MONTH       PIC X(6).
           05  FILLER          PIC X(16) VALUE "   PRIOR MONTH: ".
           05  HDR-PRIOR       PIC X(6).
           05  FILLER          PIC X(35) VALUE SPACES.

       01  WS-RATE-NOTE.
           05  FILLER          PIC X(35)
                   VALUE "RATES ARE PERCENT OF RECORDS READ. ".
           05  FILLER          PIC X(45)
                   VALUE "REJ01 NON-NUMERIC, REJ02 ZERO VALUE".

       01  WS-COLUMN-HEADER.
           05  FILLER          PIC X(10) VALUE "SOURCE".
           05  FILLER          PIC X(7)  VALUE "MONTH".
           05  FILLER          PIC X(6)  VALUE "BATCH".
           05  FILLER          PIC X(6)  VALUE " FAIL".
           05  FILLER          PIC X(9)  VALUE "    READ".
           05  FILLER          PIC X(7)  VALUE "REJ01%".
           05  FILLER          PIC X(7)  VALUE "REJ02%".
           05  FILLER          PIC X(7)  VALUE "REJOT%".
           05  FILLER          PIC X(7)  VALUE "REJTO%".
           05  FILLER          PIC X(14) VALUE "  DUP%".

       01  WS-SCORE-LINE.
           05  SC-SOURCE       PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  SC-MONTH        PIC X(6).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  SC-BATCHES      PIC ZZZZ9.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  SC-FAILED       PIC ZZZZ9.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  SC-READ         PIC ZZZZZZZ9.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  SC-REJ-01       PIC ZZ9.99.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  SC-REJ-02       PIC ZZ9.99.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  SC-REJ-OTHER    PIC ZZ9.99.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  SC-REJ-TOTAL    PIC ZZ9.99.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  SC-DUPLICATE    PIC ZZ9.99.
           05  FILLER          PIC X(7)  VALUE SPACES.

       01  WS-TREND-LINE.
           05  FILLER          PIC X(10) VALUE SPACES.
           05  FILLER          PIC X(14) VALUE "TREND: REJECT ".
           05  TRD-REJ-DIFF    PIC +++9.99.
           05  FILLER          PIC X(11) VALUE " PTS  DUPS ".
           05  TRD-DUP-DIFF    PIC +++9.99.
           05  FILLER          PIC X(6)  VALUE " PTS  ".
           05  TRD-WORD        PIC X(10).
           05  FILLER          PIC X(15) VALUE SPACES.

       01  WS-NO-PRIOR-LINE    PIC X(80)
               VALUE "          TREND: NO RECORDS IN PRIOR MONTH".

       01  WS-TOTALS-LINE.
           05  TOT-LABEL       PIC X(24).
           05  TOT-VALUE       PIC ZZZZZZZ9.
           05  FILLER          PIC X(48) VALUE SPACES.

       01  WS-NO-SOURCES-LINE  PIC X(80)
               VALUE "  (NO BATCHES OR RECORDS IN EITHER MONTH)".

       01  WS-FOOT-OK-LINE     PIC X(80)
               VALUE "FOOTING OK - SOURCE LINES ADD TO MONTH TOTALS".

       01  WS-FOOT-BAD-LINE.
           05  FILLER          PIC X(34)
                   VALUE "*** FOOTING ERROR - SOURCE LINES ".
           05  FILLER          PIC X(46)
                   VALUE "DO NOT ADD TO MONTH TOTALS ***".

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE.
           IF NOT WS-CTL-FATAL AND NOT WS-OPEN-FATAL
               PERFORM 2000-TALLY-BATCH-LOG
               PERFORM 3000-TALLY-AUDIT
           END-IF.
           IF NOT WS-CTL-FATAL AND NOT WS-OPEN-FATAL
               PERFORM 4000-TALLY-REJECTS
           END-IF.
           IF NOT WS-CTL-FATAL AND NOT WS-OPEN-FATAL
               PERFORM 5000-PRINT-SCORECARD
               PERFORM 7000-PRINT-FOOTING
           END-IF.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT MONTH-CTL-FILE.
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "PRG16 ERROR: CANNOT OPEN PRG16.CTL"
               DISPLAY "PRG16 ERROR: FILE STATUS " WS-CTL-STATUS
               MOVE 8 TO RETURN-CODE
               SET WS-CTL-FATAL TO TRUE
           ELSE
               READ MONTH-CTL-FILE
                   AT END
                       DISPLAY "PRG16 ERROR: MISSING PRG16.CTL CARD"
                       MOVE 8 TO RETURN-CODE
                       SET WS-CTL-FATAL TO TRUE
               END-READ
               CLOSE MONTH-CTL-FILE
           END-IF.
           IF NOT WS-CTL-FATAL
               PERFORM 1100-SET-MONTHS
           END-IF.
           IF NOT WS-CTL-FATAL
               OPEN OUTPUT PRINT-FILE
               IF WS-PRT-STATUS NOT = "00"
                   DISPLAY "PRG16 ERROR: CANNOT OPEN PRG16.PRT,"
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

      * The prior month of a January card is December of the year
      * before. A card month that is not YYYYMM with MM 01-12 is a
      * fatal card error - a scorecard for a month that cannot
      * exist would print all zeros and look like a clean month.
       1100-SET-MONTHS.
           IF MON-YEAR-MONTH IS NOT NUMERIC
               DISPLAY "PRG16 ERROR: PRG16.CTL MONTH NOT NUMERIC"
               MOVE 8 TO RETURN-CODE
               SET WS-CTL-FATAL TO TRUE
           ELSE
               MOVE MON-YEAR-MONTH TO WS-MONTH-YM(1)
               IF WS-MONTH-MM(1) < 1 OR WS-MONTH-MM(1) > 12
                   DISPLAY "PRG16 ERROR: PRG16.CTL MONTH "
                       MON-YEAR-MONTH " IS NOT A CALENDAR MONTH"
                   MOVE 8 TO RETURN-CODE
                   SET WS-CTL-FATAL TO TRUE
               ELSE
                   IF WS-MONTH-MM(1) = 1
                       COMPUTE WS-MONTH-YEAR(2) = WS-MONTH-YEAR(1) - 1
                       MOVE 12 TO WS-MONTH-MM(2)
                   ELSE
                       MOVE WS-MONTH-YEAR(1) TO WS-MONTH-YEAR(2)
                       COMPUTE WS-MONTH-MM(2) = WS-MONTH-MM(1) - 1
                   END-IF
               END-IF
           END-IF.

      * 1200-PICK-MONTH sets WS-MON-SUB from WS-REC-MONTH: 1 for the
      * card month, 2 for the prior month, zero for any other month
      * (the record is not graded).
       1200-PICK-MONTH.
           IF WS-REC-MONTH = WS-MONTH-YM(1)
               MOVE 1 TO WS-MON-SUB
           ELSE
               IF WS-REC-MONTH = WS-MONTH-YM(2)
                   MOVE 2 TO WS-MON-SUB
               ELSE
                   MOVE ZERO TO WS-MON-SUB
               END-IF
           END-IF.

      * PRG3.BAT only exists once PRG3 or PRG15 has logged a batch,
      * so a missing file grades every source with zero batches
      * rather than stopping the scorecard.
       2000-TALLY-BATCH-LOG.
           OPEN INPUT BATCH-LOG-FILE.
           IF WS-BAT-STATUS NOT = "00"
               DISPLAY "PRG16 WARNING: CANNOT OPEN PRG3.BAT, STATUS "
                   WS-BAT-STATUS " - NO BATCH COUNTS"
           ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM 2100-READ-BATCH-LOG
               PERFORM 2200-TALLY-BATCH UNTIL WS-EOF
               CLOSE BATCH-LOG-FILE
           END-IF.

       2100-READ-BATCH-LOG.
           READ BATCH-LOG-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       2200-TALLY-BATCH.
           MOVE BAT-TIMESTAMP(1:6) TO WS-REC-MONTH.
           PERFORM 1200-PICK-MONTH.
           IF WS-MON-SUB > ZERO
               MOVE BAT-SOURCE-ID TO WS-LOOK-SOURCE
               PERFORM 2900-FIND-SOURCE
               IF WS-MON-SUB = 1
                   ADD 1 TO WS-MONTH-BATCHES
                   IF BAT-FAILED
                       ADD 1 TO WS-MONTH-FAILED
                   END-IF
               END-IF
               IF WS-SRC-SUB > ZERO
                   ADD 1 TO WS-SRC-BATCHES(WS-SRC-SUB, WS-MON-SUB)
                   IF BAT-FAILED
                       ADD 1 TO WS-SRC-FAILED(WS-SRC-SUB, WS-MON-SUB)
                   END-IF
               END-IF
           END-IF.
           PERFORM 2100-READ-BATCH-LOG.

      * 2900-FIND-SOURCE returns the table entry for WS-LOOK-SOURCE
      * in WS-SRC-SUB, adding it in source id order when it is new.
      * A blank source (records written before the source id was
      * carried) grades as UNKNOWN. With the table full WS-SRC-SUB
      * comes back zero; the record still counts toward the month
      * totals, so the footing check catches the shortfall.
       2900-FIND-SOURCE.
           IF WS-LOOK-SOURCE = SPACES
               MOVE "UNKNOWN" TO WS-LOOK-SOURCE
           END-IF.
           MOVE ZERO TO WS-SRC-SUB.
           MOVE ZERO TO WS-INS-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SRC-COUNT
               IF WS-SRC-ID(WS-SUB) = WS-LOOK-SOURCE
                   MOVE WS-SUB TO WS-SRC-SUB
                   MOVE WS-SRC-COUNT TO WS-SUB
               ELSE
                   IF WS-SRC-ID(WS-SUB) > WS-LOOK-SOURCE
                       MOVE WS-SUB TO WS-INS-SUB
                       MOVE WS-SRC-COUNT TO WS-SUB
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-SRC-SUB = ZERO
               IF WS-SRC-COUNT < WS-SRC-MAX
                   PERFORM 2950-INSERT-SOURCE
               ELSE
                   IF NOT WS-OVERFLOWED
                       SET WS-OVERFLOWED TO TRUE
                       DISPLAY "PRG16 ERROR: MORE THAN " WS-SRC-MAX
                           " SOURCES - SCORECARD INCOMPLETE"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       2950-INSERT-SOURCE.
           IF WS-INS-SUB = ZERO
               COMPUTE WS-INS-SUB = WS-SRC-COUNT + 1
           ELSE
               PERFORM VARYING WS-SHIFT-SUB FROM WS-SRC-COUNT BY -1
                       UNTIL WS-SHIFT-SUB < WS-INS-SUB
                   MOVE WS-SRC-ENTRY(WS-SHIFT-SUB)
                       TO WS-SRC-ENTRY(WS-SHIFT-SUB + 1)
               END-PERFORM
           END-IF.
           ADD 1 TO WS-SRC-COUNT.
           MOVE WS-INS-SUB TO WS-SRC-SUB.
           MOVE WS-LOOK-SOURCE TO WS-SRC-ID(WS-SRC-SUB).
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > 2
               MOVE ZERO TO WS-SRC-BATCHES(WS-SRC-SUB, WS-SUB)
               MOVE ZERO TO WS-SRC-FAILED(WS-SRC-SUB, WS-SUB)
               MOVE ZERO TO WS-SRC-READ(WS-SRC-SUB, WS-SUB)
               MOVE ZERO TO WS-SRC-REJ-01(WS-SRC-SUB, WS-SUB)
               MOVE ZERO TO WS-SRC-REJ-02(WS-SRC-SUB, WS-SUB)
               MOVE ZERO TO WS-SRC-REJ-OTHER(WS-SRC-SUB, WS-SUB)
               MOVE ZERO TO WS-SRC-DUPLICATE(WS-SRC-SUB, WS-SUB)
           END-PERFORM.

      * The live PRG3.AUD must open - the same rule PRG12 applies;
      * an archive that does not exist just means PRG10 has not
      * trimmed that month away.
       3000-TALLY-AUDIT.
           MOVE "PRG3.AUD" TO WS-AUD-NAME.
           SET WS-FILE-REQUIRED TO TRUE.
           PERFORM 3100-TALLY-ONE-AUDIT.
           MOVE 'N' TO WS-REQUIRED-SW.
           MOVE SPACES TO WS-AUD-NAME.
           STRING "PRG3.AUD.A" DELIMITED BY SIZE
               WS-MONTH-YM(1) DELIMITED BY SIZE
               INTO WS-AUD-NAME.
           PERFORM 3100-TALLY-ONE-AUDIT.
           MOVE SPACES TO WS-AUD-NAME.
           STRING "PRG3.AUD.A" DELIMITED BY SIZE
               WS-MONTH-YM(2) DELIMITED BY SIZE
               INTO WS-AUD-NAME.
           PERFORM 3100-TALLY-ONE-AUDIT.

       3100-TALLY-ONE-AUDIT.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUD-STATUS NOT = "00"
               IF WS-FILE-REQUIRED
                   DISPLAY "PRG16 ERROR: CANNOT OPEN " WS-AUD-NAME
                       " STATUS " WS-AUD-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET WS-OPEN-FATAL TO TRUE
               END-IF
           ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM 3200-READ-AUDIT
               PERFORM 3300-TALLY-AUDIT-RECORD UNTIL WS-EOF
               CLOSE AUDIT-FILE
           END-IF.

       3200-READ-AUDIT.
           READ AUDIT-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      * Every audit record is a pair read from the supplier; "03" is
      * a duplicate pair within the batch (see AUDIT.CPY). Rejects
      * are graded from PRG3.REJ by reason code in 4000.
       3300-TALLY-AUDIT-RECORD.
           MOVE AUD-TIMESTAMP(1:6) TO WS-REC-MONTH.
           PERFORM 1200-PICK-MONTH.
           IF WS-MON-SUB > ZERO
               MOVE AUD-SOURCE-ID TO WS-LOOK-SOURCE
               PERFORM 2900-FIND-SOURCE
               IF WS-MON-SUB = 1
                   ADD 1 TO WS-MONTH-READ
                   IF AUD-RETURN-CODE = "03"
                       ADD 1 TO WS-MONTH-DUPLICATE
                   END-IF
               END-IF
               IF WS-SRC-SUB > ZERO
                   ADD 1 TO WS-SRC-READ(WS-SRC-SUB, WS-MON-SUB)
                   IF AUD-RETURN-CODE = "03"
                       ADD 1 TO WS-SRC-DUPLICATE(WS-SRC-SUB, WS-MON-SUB)
                   END-IF
               END-IF
           END-IF.
           PERFORM 3200-READ-AUDIT.

       4000-TALLY-REJECTS.
           MOVE "PRG3.REJ" TO WS-REJ-NAME.
           SET WS-FILE-REQUIRED TO TRUE.
           PERFORM 4100-TALLY-ONE-REJECT-FILE.
           MOVE 'N' TO WS-REQUIRED-SW.
           MOVE SPACES TO WS-REJ-NAME.
           STRING "PRG3.REJ.A" DELIMITED BY SIZE
               WS-MONTH-YM(1) DELIMITED BY SIZE
               INTO WS-REJ-NAME.
           PERFORM 4100-TALLY-ONE-REJECT-FILE.
           MOVE SPACES TO WS-REJ-NAME.
           STRING "PRG3.REJ.A" DELIMITED BY SIZE
               WS-MONTH-YM(2) DELIMITED BY SIZE
               INTO WS-REJ-NAME.
           PERFORM 4100-TALLY-ONE-REJECT-FILE.

       4100-TALLY-ONE-REJECT-FILE.
           OPEN INPUT REJECT-FILE.
           IF WS-REJ-STATUS NOT = "00"
               IF WS-FILE-REQUIRED
                   DISPLAY "PRG16 ERROR: CANNOT OPEN " WS-REJ-NAME
                       " STATUS " WS-REJ-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET WS-OPEN-FATAL TO TRUE
               END-IF
           ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM 4200-READ-REJECT
               PERFORM 4300-TALLY-REJECT-RECORD UNTIL WS-EOF
               CLOSE REJECT-FILE
           END-IF.

       4200-READ-REJECT.
           READ REJECT-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      * "01" non-numeric and "02" zero value are the reason codes
      * PRG3's 3000-VALIDATE-PAIR writes; anything else is kept in
      * its own column so a new code is seen, not lost.
       4300-TALLY-REJECT-RECORD.
           MOVE REJ-TIMESTAMP(1:6) TO WS-REC-MONTH.
           PERFORM 1200-PICK-MONTH.
           IF WS-MON-SUB > ZERO
               MOVE REJ-SOURCE-ID TO WS-LOOK-SOURCE
               PERFORM 2900-FIND-SOURCE
               IF WS-MON-SUB = 1
                   ADD 1 TO WS-MONTH-REJECTED
               END-IF
               IF WS-SRC-SUB > ZERO
                   IF REJ-REASON-CODE = "01"
                       ADD 1 TO WS-SRC-REJ-01(WS-SRC-SUB, WS-MON-SUB)
                   ELSE
                       IF REJ-REASON-CODE = "02"
                           ADD 1
                             TO WS-SRC-REJ-02(WS-SRC-SUB, WS-MON-SUB)
                       ELSE
                           ADD 1
                             TO WS-SRC-REJ-OTHER(WS-SRC-SUB, WS-MON-SUB)
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM 4200-READ-REJECT.

       5000-PRINT-SCORECARD.
           WRITE PRINT-RECORD FROM WS-REPORT-HEADER-1.
           WRITE PRINT-RECORD FROM WS-REPORT-HEADER-2.
           MOVE WS-MONTH-YM(1) TO HDR-MONTH.
           MOVE WS-MONTH-YM(2) TO HDR-PRIOR.
           WRITE PRINT-RECORD FROM WS-MONTH-LINE.
           WRITE PRINT-RECORD FROM WS-RATE-NOTE.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           WRITE PRINT-RECORD FROM WS-COLUMN-HEADER.
           IF WS-SRC-COUNT = ZERO
               WRITE PRINT-RECORD FROM WS-NO-SOURCES-LINE
           END-IF.
           PERFORM 5100-PRINT-ONE-SOURCE
               VARYING WS-SRC-SUB FROM 1 BY 1
               UNTIL WS-SRC-SUB > WS-SRC-COUNT.

       5100-PRINT-ONE-SOURCE.
           MOVE 1 TO WS-MON-SUB.
           PERFORM 5200-PRINT-MONTH-LINE.
           MOVE WS-REJ-RATE TO WS-CUR-REJ-RATE.
           MOVE WS-DUP-RATE TO WS-CUR-DUP-RATE.
           MOVE 2 TO WS-MON-SUB.
           PERFORM 5200-PRINT-MONTH-LINE.
           MOVE WS-REJ-RATE TO WS-PRI-REJ-RATE.
           MOVE WS-DUP-RATE TO WS-PRI-DUP-RATE.
           IF WS-SRC-READ(WS-SRC-SUB, 2) = ZERO
               WRITE PRINT-RECORD FROM WS-NO-PRIOR-LINE
           ELSE
               PERFORM 5300-PRINT-TREND-LINE
           END-IF.
           ADD WS-SRC-BATCHES(WS-SRC-SUB, 1) TO WS-FOOT-BATCHES.
           ADD WS-SRC-FAILED(WS-SRC-SUB, 1) TO WS-FOOT-FAILED.
           ADD WS-SRC-READ(WS-SRC-SUB, 1) TO WS-FOOT-READ.
           ADD WS-SRC-REJ-01(WS-SRC-SUB, 1) TO WS-FOOT-REJECTED.
           ADD WS-SRC-REJ-02(WS-SRC-SUB, 1) TO WS-FOOT-REJECTED.
           ADD WS-SRC-REJ-OTHER(WS-SRC-SUB, 1) TO WS-FOOT-REJECTED.
           ADD WS-SRC-DUPLICATE(WS-SRC-SUB, 1) TO WS-FOOT-DUPLICATE.

      * One month of one source. The percentages are of records
      * read that month; with nothing read they print as zero. On
      * return WS-REJ-RATE and WS-DUP-RATE hold the total reject and
      * duplicate rates for the trend line.
       5200-PRINT-MONTH-LINE.
           MOVE SPACES TO SC-SOURCE.
           IF WS-MON-SUB = 1
               MOVE WS-SRC-ID(WS-SRC-SUB) TO SC-SOURCE
           END-IF.
           MOVE WS-MONTH-YM(WS-MON-SUB) TO SC-MONTH.
           MOVE WS-SRC-BATCHES(WS-SRC-SUB, WS-MON-SUB) TO SC-BATCHES.
           MOVE WS-SRC-FAILED(WS-SRC-SUB, WS-MON-SUB) TO SC-FAILED.
           MOVE WS-SRC-READ(WS-SRC-SUB, WS-MON-SUB) TO SC-READ.
           COMPUTE WS-REJ-TOTAL =
               WS-SRC-REJ-01(WS-SRC-SUB, WS-MON-SUB)
               + WS-SRC-REJ-02(WS-SRC-SUB, WS-MON-SUB)
               + WS-SRC-REJ-OTHER(WS-SRC-SUB, WS-MON-SUB).
           IF WS-SRC-READ(WS-SRC-SUB, WS-MON-SUB) = ZERO
               MOVE ZERO TO SC-REJ-01
               MOVE ZERO TO SC-REJ-02
               MOVE ZERO TO SC-REJ-OTHER
               MOVE ZERO TO WS-DUP-RATE
               MOVE ZERO TO WS-REJ-RATE
           ELSE
               COMPUTE WS-RATE ROUNDED =
                   (WS-SRC-REJ-01(WS-SRC-SUB, WS-MON-SUB) * 100)
                   / WS-SRC-READ(WS-SRC-SUB, WS-MON-SUB)
               MOVE WS-RATE TO SC-REJ-01
               COMPUTE WS-RATE ROUNDED =
                   (WS-SRC-REJ-02(WS-SRC-SUB, WS-MON-SUB) * 100)
                   / WS-SRC-READ(WS-SRC-SUB, WS-MON-SUB)
               MOVE WS-RATE TO SC-REJ-02
               COMPUTE WS-RATE ROUNDED =
                   (WS-SRC-REJ-OTHER(WS-SRC-SUB, WS-MON-SUB) * 100)
                   / WS-SRC-READ(WS-SRC-SUB, WS-MON-SUB)
               MOVE WS-RATE TO SC-REJ-OTHER
               COMPUTE WS-DUP-RATE ROUNDED =
                   (WS-SRC-DUPLICATE(WS-SRC-SUB, WS-MON-SUB) * 100)
                   / WS-SRC-READ(WS-SRC-SUB, WS-MON-SUB)
               COMPUTE WS-REJ-RATE ROUNDED =
                   (WS-REJ-TOTAL * 100)
                   / WS-SRC-READ(WS-SRC-SUB, WS-MON-SUB)
           END-IF.
           MOVE WS-DUP-RATE TO SC-DUPLICATE.
           MOVE WS-REJ-RATE TO SC-REJ-TOTAL.
           WRITE PRINT-RECORD FROM WS-SCORE-LINE.

      * A source whose reject and duplicate rates both fell (or one
      * fell and the other held) has IMPROVED; either one rising
      * makes it WORSE, whatever the other did.
       5300-PRINT-TREND-LINE.
           COMPUTE WS-REJ-RATE-DIFF = WS-CUR-REJ-RATE - WS-PRI-REJ-RATE.
           COMPUTE WS-DUP-RATE-DIFF = WS-CUR-DUP-RATE - WS-PRI-DUP-RATE.
           MOVE WS-REJ-RATE-DIFF TO TRD-REJ-DIFF.
           MOVE WS-DUP-RATE-DIFF TO TRD-DUP-DIFF.
           IF WS-REJ-RATE-DIFF > ZERO OR WS-DUP-RATE-DIFF > ZERO
               MOVE "WORSE" TO TRD-WORD
           ELSE
               IF WS-REJ-RATE-DIFF < ZERO OR WS-DUP-RATE-DIFF < ZERO
                   MOVE "IMPROVED" TO TRD-WORD
               ELSE
                   MOVE "STEADY" TO TRD-WORD
               END-IF
           END-IF.
           WRITE PRINT-RECORD FROM WS-TREND-LINE.

       7000-PRINT-FOOTING.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "SOURCES GRADED:" TO TOT-LABEL.
           MOVE WS-SRC-COUNT TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE "BATCHES RECEIVED:" TO TOT-LABEL.
           MOVE WS-MONTH-BATCHES TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE "BATCHES FAILED:" TO TOT-LABEL.
           MOVE WS-MONTH-FAILED TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE "RECORDS READ:" TO TOT-LABEL.
           MOVE WS-MONTH-READ TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE "RECORDS REJECTED:" TO TOT-LABEL.
           MOVE WS-MONTH-REJECTED TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE "RECORDS DUPLICATE:" TO TOT-LABEL.
           MOVE WS-MONTH-DUPLICATE TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           IF WS-FOOT-BATCHES = WS-MONTH-BATCHES
              AND WS-FOOT-FAILED = WS-MONTH-FAILED
              AND WS-FOOT-READ = WS-MONTH-READ
              AND WS-FOOT-REJECTED = WS-MONTH-REJECTED
              AND WS-FOOT-DUPLICATE = WS-MONTH-DUPLICATE
               WRITE PRINT-RECORD FROM WS-FOOT-OK-LINE
           ELSE
               WRITE PRINT-RECORD FROM WS-FOOT-BAD-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "PRG16 MONTH " WS-MONTH-YM(1)
               " SOURCES: " WS-SRC-COUNT
               " BATCHES: " WS-MONTH-BATCHES
               " FAILED: " WS-MONTH-FAILED
               " READ: " WS-MONTH-READ
               " REJECTED: " WS-MONTH-REJECTED
               " DUPLICATE: " WS-MONTH-DUPLICATE.

       9000-TERMINATE.
           IF WS-PRT-STATUS = "00"
               CLOSE PRINT-FILE
           END-IF.
