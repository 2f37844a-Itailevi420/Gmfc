      * COBOL COMPILER SAMPLE
      * Example 20 - PRG20 console access-log listing: prints the
      * PRG3.ACC access log (ACCLOG.CPY) that PRG5, PRG9 and PRG11
      * append to - every sign-on, failed sign-on, refusal, inquiry,
      * correction and acknowledgment - for one operator or all of
      * them over the date range on a PRG20.CTL card (ACCSEL.CPY),
      * so audit can see who did what from the console. Entries are
      * sorted by operator id and time and printed under a heading
      * per operator giving the operator's name from PRG3.OPR
      * (OPERAUTH.CPY); ids keyed at a failed sign-on that are not
      * on PRG3.OPR print as unknown. Each operator ends with a count
      * by event, and the listing ends with the counts for every
      * operator listed.
      *
      * by surender, www.suren.space
      *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG20.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCSEL-FILE ASSIGN TO "PRG20.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "PRG3.OPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPR-STATUS.
           SELECT ACCESS-LOG-FILE ASSIGN TO "PRG3.ACC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACC-STATUS.
           SELECT SORT-FILE ASSIGN TO "PRG20.SRT".
           SELECT PRINT-FILE ASSIGN TO "PRG20.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCSEL-FILE.
           COPY ACCSEL.
       FD  OPERATOR-FILE.
           COPY OPERAUTH.
       FD  ACCESS-LOG-FILE.
           COPY ACCLOG.
      * Sort work record - one selected access-log entry, operator
      * id first so the listing breaks by operator.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-OPERATOR-ID    PIC X(8).
           05  SRT-TIMESTAMP      PIC X(14).
           05  SRT-PROGRAM        PIC X(8).
           05  SRT-EVENT          PIC X(8).
           05  SRT-DETAIL         PIC X(38).
           05  FILLER             PIC X(4).
       FD  PRINT-FILE.
       01  PRINT-RECORD        PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-CTL-STATUS       PIC X(2) VALUE "00".
       77 WS-OPR-STATUS       PIC X(2) VALUE "00".
       77 WS-ACC-STATUS       PIC X(2) VALUE "00".
       77 WS-PRT-STATUS       PIC X(2) VALUE "00".
       77 WS-CTL-FATAL-SW     PIC X(1) VALUE 'N'.
           88 WS-CTL-FATAL      VALUE 'Y'.
       77 WS-OPEN-FATAL-SW    PIC X(1) VALUE 'N'.
           88 WS-OPEN-FATAL     VALUE 'Y'.
       77 WS-EOF-SW           PIC X(1) VALUE 'N'.
           88 WS-EOF             VALUE 'Y'.
       77 WS-SORT-EOF-SW      PIC X(1) VALUE 'N'.
           88 WS-SORT-EOF       VALUE 'Y'.
       77 WS-OPR-FULL-SW      PIC X(1) VALUE 'N'.
           88 WS-OPR-FULL       VALUE 'Y'.
       77 WS-RUN-DATE         PIC 9(8).
       77 WS-FROM-DATE        PIC X(8).
       77 WS-TO-DATE          PIC X(8).
       77 WS-SEL-OPERATOR     PIC X(8).
       77 WS-CUR-OPERATOR     PIC X(8).
       77 WS-OPR-MAX          PIC 9(3) VALUE 200.
       77 WS-OPR-COUNT        PIC 9(3) VALUE ZERO.
       77 WS-OPR-SUB          PIC 9(3) VALUE ZERO.
       77 WS-SUB              PIC 9(3) VALUE ZERO.
       77 WS-EVT-SUB          PIC 9(1) VALUE ZERO.
       77 WS-EVT-MAX          PIC 9(1) VALUE 7.
       77 WS-SLOT-SUB         PIC 9(1) VALUE ZERO.
       77 WS-LOG-READ         PIC 9(8) VALUE ZERO.
       77 WS-LOG-SELECTED     PIC 9(8) VALUE ZERO.
       77 WS-OPERATORS-LISTED PIC 9(8) VALUE ZERO.

      * Operator ids and names from PRG3.OPR, for the heading of each
      * operator's entries.
       01  WS-OPERATOR-TABLE.
           05  WS-OPR-ENTRY OCCURS 200 TIMES.
               10  WS-OPR-ID          PIC X(8).
               10  WS-OPR-NAME        PIC X(30).

      * The events PRG3.ACC carries, in the order the counts print;
      * the last entry counts anything else.
       01  WS-EVENT-NAME-DEF.
           05  FILLER          PIC X(8) VALUE "SIGNON".
           05  FILLER          PIC X(8) VALUE "SIGNFAIL".
           05  FILLER          PIC X(8) VALUE "REFUSED".
           05  FILLER          PIC X(8) VALUE "INQUIRY".
           05  FILLER          PIC X(8) VALUE "CORRECT".
           05  FILLER          PIC X(8) VALUE "ACK".
           05  FILLER          PIC X(8) VALUE "OTHER".
       01  WS-EVENT-NAMES REDEFINES WS-EVENT-NAME-DEF.
           05  WS-EVENT-NAME   PIC X(8) OCCURS 7 TIMES.

      * Event counts (subscript as WS-EVENT-NAME): (1) the current
      * operator, (2) every operator listed.
       01  WS-EVENT-COUNTS.
           05  WS-EVT-LEVEL OCCURS 2 TIMES.
               10  WS-EVT-COUNT   PIC 9(6) OCCURS 7 TIMES.

       01  WS-REPORT-HEADER-1.
           05  FILLER          PIC X(10) VALUE "PROGRAM:".
           05  HDR-PROGRAM     PIC X(10) VALUE "PRG20".
           05  FILLER          PIC X(10) VALUE "RUN DATE:".
           05  HDR-DATE        PIC X(10).
           05  FILLER          PIC X(40) VALUE SPACES.

       01  WS-REPORT-HEADER-2  PIC X(80)
               VALUE "CONSOLE ACCESS LOG BY OPERATOR".

       01  WS-SELECT-LINE.
           05  FILLER          PIC X(10) VALUE "OPERATOR: ".
           05  SEL-OPERATOR    PIC X(8).
           05  FILLER          PIC X(10) VALUE "   DATES: ".
           05  SEL-FROM        PIC X(8).
           05  FILLER          PIC X(4)  VALUE " TO ".
           05  SEL-TO          PIC X(8).
           05  FILLER          PIC X(32) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER          PIC X(23) VALUE "  DATE       TIME".
           05  FILLER          PIC X(9)  VALUE "PROGRAM".
           05  FILLER          PIC X(9)  VALUE "EVENT".
           05  FILLER          PIC X(39) VALUE "DETAIL".

       01  WS-OPERATOR-LINE.
           05  FILLER          PIC X(9)  VALUE "OPERATOR ".
           05  OL-ID           PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  OL-NAME         PIC X(30).
           05  FILLER          PIC X(31) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DT-DATE         PIC X(10).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  DT-TIME         PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DT-PROGRAM      PIC X(8).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  DT-EVENT        PIC X(8).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  DT-DETAIL       PIC X(38).
           05  FILLER          PIC X(1)  VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  CNT-ITEM OCCURS 4 TIMES.
               10  CNT-NAME        PIC X(9).
               10  CNT-VALUE       PIC ZZZZZ9.
               10  FILLER          PIC X(3).
           05  FILLER          PIC X(4)  VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  TOT-LABEL       PIC X(24).
           05  TOT-VALUE       PIC ZZZZZZZ9.
           05  FILLER          PIC X(48) VALUE SPACES.

       01  WS-ALL-EVENTS-LINE  PIC X(80)
               VALUE "EVENTS FOR ALL OPERATORS LISTED".

       01  WS-NO-ENTRIES-LINE  PIC X(80)
               VALUE "  (NO ACCESS-LOG ENTRIES SELECTED)".

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE.
           IF NOT WS-CTL-FATAL AND NOT WS-OPEN-FATAL
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-OPERATOR-ID SRT-TIMESTAMP
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS 2000-RELEASE-LOG
                   OUTPUT PROCEDURE IS 4000-PRINT-LOG
               PERFORM 8000-PRINT-TOTALS
               PERFORM 9000-TERMINATE
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           INITIALIZE WS-EVENT-COUNTS.
           OPEN INPUT ACCSEL-FILE.
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "PRG20 ERROR: CANNOT OPEN PRG20.CTL"
               DISPLAY "PRG20 ERROR: FILE STATUS " WS-CTL-STATUS
               MOVE 8 TO RETURN-CODE
               SET WS-CTL-FATAL TO TRUE
           ELSE
               READ ACCSEL-FILE
                   AT END
                       DISPLAY "PRG20 ERROR: MISSING PRG20.CTL CARD"
                       MOVE 8 TO RETURN-CODE
                       SET WS-CTL-FATAL TO TRUE
               END-READ
               CLOSE ACCSEL-FILE
           END-IF.
           IF NOT WS-CTL-FATAL
               PERFORM 1100-CHECK-CARD
           END-IF.
           IF NOT WS-CTL-FATAL
               PERFORM 1200-LOAD-OPERATORS
               OPEN OUTPUT PRINT-FILE
               IF WS-PRT-STATUS NOT = "00"
                   DISPLAY "PRG20 ERROR: CANNOT OPEN PRG20.PRT,"
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

      * Blank dates open the range at either end; a date that is
      * present must be numeric and the range must not run
      * backwards.
       1100-CHECK-CARD.
           MOVE ASL-OPERATOR-ID TO WS-SEL-OPERATOR.
           IF ASL-FROM-DATE = SPACES
               MOVE "00000000" TO WS-FROM-DATE
           ELSE
               MOVE ASL-FROM-DATE TO WS-FROM-DATE
           END-IF.
           IF ASL-TO-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-TO-DATE
           ELSE
               MOVE ASL-TO-DATE TO WS-TO-DATE
           END-IF.
           IF WS-FROM-DATE IS NOT NUMERIC
              OR WS-TO-DATE IS NOT NUMERIC
               DISPLAY "PRG20 ERROR: PRG20.CTL DATES MUST BE YYYYMMDD"
               MOVE 8 TO RETURN-CODE
               SET WS-CTL-FATAL TO TRUE
           ELSE
               IF WS-TO-DATE < WS-FROM-DATE
                   DISPLAY "PRG20 ERROR: PRG20.CTL TO DATE "
                       WS-TO-DATE " BEFORE FROM DATE " WS-FROM-DATE
                   MOVE 8 TO RETURN-CODE
                   SET WS-CTL-FATAL TO TRUE
               END-IF
           END-IF.

      * The names are only for the headings, so a missing PRG3.OPR
      * still lists the log.
       1200-LOAD-OPERATORS.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "PRG20 WARNING: CANNOT OPEN PRG3.OPR, STATUS "
                   WS-OPR-STATUS " - NO OPERATOR NAMES"
           ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM 1210-READ-OPERATOR
               PERFORM 1220-TABLE-OPERATOR UNTIL WS-EOF
               CLOSE OPERATOR-FILE
           END-IF.

       1210-READ-OPERATOR.
           READ OPERATOR-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       1220-TABLE-OPERATOR.
           IF WS-OPR-COUNT < WS-OPR-MAX
               ADD 1 TO WS-OPR-COUNT
               MOVE OPR-ID TO WS-OPR-ID(WS-OPR-COUNT)
               MOVE OPR-NAME TO WS-OPR-NAME(WS-OPR-COUNT)
           ELSE
               IF NOT WS-OPR-FULL
                   SET WS-OPR-FULL TO TRUE
                   DISPLAY "PRG20 WARNING: MORE THAN " WS-OPR-MAX
                       " OPERATORS - SOME NAMES NOT SHOWN"
               END-IF
           END-IF.
           PERFORM 1210-READ-OPERATOR.

      * PRG3.ACC only exists once someone has tried to sign on to a
      * console program, so a missing log lists no entries.
       2000-RELEASE-LOG.
           OPEN INPUT ACCESS-LOG-FILE.
           IF WS-ACC-STATUS NOT = "00"
               DISPLAY "PRG20 WARNING: CANNOT OPEN PRG3.ACC, STATUS "
                   WS-ACC-STATUS " - NO ENTRIES"
           ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM 2100-READ-LOG
               PERFORM 2200-RELEASE-ENTRY UNTIL WS-EOF
               CLOSE ACCESS-LOG-FILE
           END-IF.

       2100-READ-LOG.
           READ ACCESS-LOG-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
               ADD 1 TO WS-LOG-READ
           END-IF.

       2200-RELEASE-ENTRY.
           IF ACC-TIMESTAMP(1:8) >= WS-FROM-DATE
              AND ACC-TIMESTAMP(1:8) <= WS-TO-DATE
              AND (WS-SEL-OPERATOR = SPACES
                   OR ACC-OPERATOR-ID = WS-SEL-OPERATOR)
               MOVE SPACES TO SORT-RECORD
               MOVE ACC-OPERATOR-ID TO SRT-OPERATOR-ID
               MOVE ACC-TIMESTAMP TO SRT-TIMESTAMP
               MOVE ACC-PROGRAM TO SRT-PROGRAM
               MOVE ACC-EVENT TO SRT-EVENT
               MOVE ACC-DETAIL TO SRT-DETAIL
               RELEASE SORT-RECORD
               ADD 1 TO WS-LOG-SELECTED
           END-IF.
           PERFORM 2100-READ-LOG.

       4000-PRINT-LOG.
           WRITE PRINT-RECORD FROM WS-REPORT-HEADER-1.
           WRITE PRINT-RECORD FROM WS-REPORT-HEADER-2.
           IF WS-SEL-OPERATOR = SPACES
               MOVE "(ALL)" TO SEL-OPERATOR
           ELSE
               MOVE WS-SEL-OPERATOR TO SEL-OPERATOR
           END-IF.
           MOVE WS-FROM-DATE TO SEL-FROM.
           MOVE WS-TO-DATE TO SEL-TO.
           WRITE PRINT-RECORD FROM WS-SELECT-LINE.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           WRITE PRINT-RECORD FROM WS-COLUMN-HEADER.
           MOVE 'N' TO WS-SORT-EOF-SW.
           PERFORM 4100-RETURN-SORTED.
           IF WS-SORT-EOF
               WRITE PRINT-RECORD FROM WS-NO-ENTRIES-LINE
           ELSE
               PERFORM 4200-PRINT-OPERATOR UNTIL WS-SORT-EOF
           END-IF.

       4100-RETURN-SORTED.
           RETURN SORT-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.

      * One operator's entries: heading, the entries in time order,
      * then the operator's event counts.
       4200-PRINT-OPERATOR.
           MOVE SRT-OPERATOR-ID TO WS-CUR-OPERATOR.
           ADD 1 TO WS-OPERATORS-LISTED.
           PERFORM 4250-FIND-OPERATOR-NAME.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           WRITE PRINT-RECORD FROM WS-OPERATOR-LINE.
           PERFORM VARYING WS-EVT-SUB FROM 1 BY 1
                   UNTIL WS-EVT-SUB > WS-EVT-MAX
               MOVE ZERO TO WS-EVT-COUNT(1, WS-EVT-SUB)
           END-PERFORM.
           PERFORM 4300-PRINT-ENTRY
               UNTIL WS-SORT-EOF
                  OR SRT-OPERATOR-ID NOT = WS-CUR-OPERATOR.
           MOVE 1 TO WS-SUB.
           PERFORM 4400-PRINT-EVENT-COUNTS.

       4250-FIND-OPERATOR-NAME.
           MOVE WS-CUR-OPERATOR TO OL-ID.
           MOVE "(NOT ON PRG3.OPR)" TO OL-NAME.
           IF WS-CUR-OPERATOR = SPACES
               MOVE "(BLANK ID KEYED)" TO OL-NAME
           END-IF.
           PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
                   UNTIL WS-OPR-SUB > WS-OPR-COUNT
               IF WS-OPR-ID(WS-OPR-SUB) = WS-CUR-OPERATOR
                  AND WS-CUR-OPERATOR NOT = SPACES
                   MOVE WS-OPR-NAME(WS-OPR-SUB) TO OL-NAME
                   MOVE WS-OPR-COUNT TO WS-OPR-SUB
               END-IF
           END-PERFORM.

       4300-PRINT-ENTRY.
           MOVE SRT-TIMESTAMP(1:4) TO DT-DATE(1:4).
           MOVE "-" TO DT-DATE(5:1).
           MOVE SRT-TIMESTAMP(5:2) TO DT-DATE(6:2).
           MOVE "-" TO DT-DATE(8:1).
           MOVE SRT-TIMESTAMP(7:2) TO DT-DATE(9:2).
           MOVE SRT-TIMESTAMP(9:2) TO DT-TIME(1:2).
           MOVE ":" TO DT-TIME(3:1).
           MOVE SRT-TIMESTAMP(11:2) TO DT-TIME(4:2).
           MOVE ":" TO DT-TIME(6:1).
           MOVE SRT-TIMESTAMP(13:2) TO DT-TIME(7:2).
           MOVE SRT-PROGRAM TO DT-PROGRAM.
           MOVE SRT-EVENT TO DT-EVENT.
           MOVE SRT-DETAIL TO DT-DETAIL.
           WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
           PERFORM VARYING WS-EVT-SUB FROM 1 BY 1
                   UNTIL WS-EVT-SUB >= WS-EVT-MAX
                      OR WS-EVENT-NAME(WS-EVT-SUB) = SRT-EVENT
               CONTINUE
           END-PERFORM.
           ADD 1 TO WS-EVT-COUNT(1, WS-EVT-SUB).
           ADD 1 TO WS-EVT-COUNT(2, WS-EVT-SUB).
           PERFORM 4100-RETURN-SORTED.

      * Prints the event counts of level WS-SUB (1 = the operator,
      * 2 = every operator listed) four to a line.
       4400-PRINT-EVENT-COUNTS.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE 1 TO WS-SLOT-SUB.
           PERFORM VARYING WS-EVT-SUB FROM 1 BY 1
                   UNTIL WS-EVT-SUB > WS-EVT-MAX
               MOVE WS-EVENT-NAME(WS-EVT-SUB) TO CNT-NAME(WS-SLOT-SUB)
               MOVE WS-EVT-COUNT(WS-SUB, WS-EVT-SUB)
                   TO CNT-VALUE(WS-SLOT-SUB)
               IF WS-SLOT-SUB = 4 OR WS-EVT-SUB = WS-EVT-MAX
                   WRITE PRINT-RECORD FROM WS-COUNT-LINE
                   MOVE SPACES TO WS-COUNT-LINE
                   MOVE 1 TO WS-SLOT-SUB
               ELSE
                   ADD 1 TO WS-SLOT-SUB
               END-IF
           END-PERFORM.

       8000-PRINT-TOTALS.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "ACCESS-LOG ENTRIES READ" TO TOT-LABEL.
           MOVE WS-LOG-READ TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE "ENTRIES LISTED" TO TOT-LABEL.
           MOVE WS-LOG-SELECTED TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE "OPERATORS LISTED" TO TOT-LABEL.
           MOVE WS-OPERATORS-LISTED TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           WRITE PRINT-RECORD FROM WS-ALL-EVENTS-LINE.
           MOVE 2 TO WS-SUB.
           PERFORM 4400-PRINT-EVENT-COUNTS.

       9000-TERMINATE.
           CLOSE PRINT-FILE.
           DISPLAY "PRG20 ACCESS-LOG ENTRIES READ " WS-LOG-READ
               " LISTED " WS-LOG-SELECTED.
