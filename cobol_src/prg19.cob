      * COBOL COMPILER SAMPLE
      * Example 19 - PRG19 batch-window timing and throughput report:
      * turns the PRG3.RUN start/end times (RUNLOG.CPY) and the
      * PRG14.STA step timestamps (STEPSTAT.CPY) into elapsed time
      * for every cycle date on a PRG19.CTL card (WINCTL.CPY), so an
      * overrunning nightly window shows up before the morning feed
      * is late. Each PRG3 run prints its elapsed minutes and records
      * read per minute; each chain step prints its elapsed minutes
      * from its PRG14 start record to its completion record, with
      * the cycle's PRG3 records read per minute. PRG3 runs belong to
      * the cycle of their RL-RUN-DATE, chain steps to their
      * STEP-CYCLE-DATE. A cycle's window runs from its first chain
      * step start to its last chain step end; a cycle with no timed
      * chain steps (PRG3 run by hand) is timed from its first PRG3
      * start to its last PRG3 end. A cycle whose window is over the
      * card limit is flagged and the report ends RC 4. Times wrap
      * past midnight. The summary gives averages and maximums for
      * PRG3 runs, each chain step and the cycle window, then a line
      * per week (seven days back from the card's last date) with
      * the growth in records per cycle and window minutes per cycle
      * against the week before, so capacity problems show before
      * NUMPAIRS.DAT volumes push the chain past the window.
      *
      * by surender, www.suren.space
      *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG19.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WINDOW-CTL-FILE ASSIGN TO "PRG19.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "PRG3.RUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.
           SELECT STEP-FILE ASSIGN TO "PRG14.STA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STA-STATUS.
           SELECT PRINT-FILE ASSIGN TO "PRG19.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WINDOW-CTL-FILE.
           COPY WINCTL.
       FD  RUN-LOG-FILE.
           COPY RUNLOG.
       FD  STEP-FILE.
           COPY STEPSTAT.
       FD  PRINT-FILE.
       01  PRINT-RECORD        PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-CTL-STATUS       PIC X(2) VALUE "00".
       77 WS-RUN-STATUS       PIC X(2) VALUE "00".
       77 WS-STA-STATUS       PIC X(2) VALUE "00".
       77 WS-PRT-STATUS       PIC X(2) VALUE "00".
       77 WS-CTL-FATAL-SW     PIC X(1) VALUE 'N'.
           88 WS-CTL-FATAL      VALUE 'Y'.
       77 WS-OPEN-FATAL-SW    PIC X(1) VALUE 'N'.
           88 WS-OPEN-FATAL     VALUE 'Y'.
       77 WS-EOF-SW           PIC X(1) VALUE 'N'.
           88 WS-EOF             VALUE 'Y'.
       77 WS-RUN-FULL-SW      PIC X(1) VALUE 'N'.
           88 WS-RUN-FULL       VALUE 'Y'.
       77 WS-STP-FULL-SW      PIC X(1) VALUE 'N'.
           88 WS-STP-FULL       VALUE 'Y'.
       77 WS-NAM-FULL-SW      PIC X(1) VALUE 'N'.
           88 WS-NAM-FULL       VALUE 'Y'.
       77 WS-DATE-OK-SW       PIC X(1) VALUE 'N'.
           88 WS-DATE-OK        VALUE 'Y'.
       77 WS-RUN-DATE         PIC 9(8).
       77 WS-FROM-DATE        PIC 9(8) VALUE ZERO.
       77 WS-TO-DATE          PIC 9(8) VALUE ZERO.
       77 WS-FROM-DAYNO       PIC 9(7) VALUE ZERO.
       77 WS-TO-DAYNO         PIC 9(7) VALUE ZERO.
       77 WS-LIMIT-MIN        PIC 9(4) VALUE ZERO.
       77 WS-LIMIT-SECS       PIC 9(7) VALUE ZERO.
       77 WS-CYC-MAX          PIC 9(3) VALUE 366.
       77 WS-CYC-COUNT        PIC 9(3) VALUE ZERO.
       77 WS-CYC-SUB          PIC 9(3) VALUE ZERO.
       77 WS-RUN-MAX          PIC 9(4) VALUE 2000.
       77 WS-RUN-COUNT        PIC 9(4) VALUE ZERO.
       77 WS-RUN-SUB          PIC 9(4) VALUE ZERO.
       77 WS-STP-MAX          PIC 9(4) VALUE 2000.
       77 WS-STP-COUNT        PIC 9(4) VALUE ZERO.
       77 WS-STP-SUB          PIC 9(4) VALUE ZERO.
       77 WS-NAM-MAX          PIC 9(2) VALUE 10.
       77 WS-NAM-COUNT        PIC 9(2) VALUE ZERO.
       77 WS-NAM-SUB          PIC 9(2) VALUE ZERO.
       77 WS-WK-MAX           PIC 9(2) VALUE 53.
       77 WS-WK-COUNT         PIC 9(2) VALUE ZERO.
       77 WS-WK-SUB           PIC 9(2) VALUE ZERO.
       77 WS-PREV-WK          PIC 9(2) VALUE ZERO.
       77 WS-SUB              PIC 9(4) VALUE ZERO.
       77 WS-LOOK-NAME        PIC X(8).
       77 WS-START-SECS       PIC 9(12) VALUE ZERO.
       77 WS-END-SECS         PIC 9(12) VALUE ZERO.
       77 WS-ELAPSED-SECS     PIC 9(7) VALUE ZERO.
       77 WS-DAY-OFFSET       PIC 9(7) VALUE ZERO.
       77 WS-WINDOW-SECS      PIC 9(7) VALUE ZERO.
       77 WS-MINUTES          PIC 9(6)V99 VALUE ZERO.
       77 WS-RATE             PIC 9(8) VALUE ZERO.
       77 WS-RATE-RECS        PIC 9(9) VALUE ZERO.
       77 WS-RATE-SECS        PIC 9(9) VALUE ZERO.
       77 WS-OVER-COUNT       PIC 9(3) VALUE ZERO.
       77 WS-TIMED-CYCLES     PIC 9(3) VALUE ZERO.
       77 WS-ACTIVE-CYCLES    PIC 9(3) VALUE ZERO.
       77 WS-WINDOW-TOTAL     PIC 9(9) VALUE ZERO.
       77 WS-WINDOW-MAX       PIC 9(7) VALUE ZERO.
       77 WS-WINDOW-MAX-DATE  PIC 9(8) VALUE ZERO.
       77 WS-RUN-TOTAL-SECS   PIC 9(9) VALUE ZERO.
       77 WS-RUN-MAX-SECS     PIC 9(7) VALUE ZERO.
       77 WS-RUN-TOTAL-RECS   PIC 9(9) VALUE ZERO.
       77 WS-RUN-MAX-RATE     PIC 9(8) VALUE ZERO.
       77 WS-UNTIMED-STEPS    PIC 9(4) VALUE ZERO.
       77 WS-CUR-AVG          PIC 9(9)V99 VALUE ZERO.
       77 WS-PREV-AVG-RECS    PIC 9(9)V99 VALUE ZERO.
       77 WS-PREV-AVG-WIN     PIC 9(9)V99 VALUE ZERO.
       77 WS-GROWTH           PIC S9(5)V9 VALUE ZERO.

      * Work fields for 1500-DAY-NUMBER, which turns WS-DN-DATE into
      * a running day count (days since a fixed epoch, Gregorian
      * leap years) so dates a week or a midnight apart subtract.
       77 WS-DN-Y             PIC 9(4) VALUE ZERO.
       77 WS-DN-M             PIC 9(2) VALUE ZERO.
       77 WS-DN-QUOT          PIC 9(7) VALUE ZERO.
       77 WS-DN-WORK          PIC 9(7) VALUE ZERO.
       77 WS-DN-REM           PIC 9(7) VALUE ZERO.
       77 WS-DN-DAYNO         PIC 9(7) VALUE ZERO.
       01  WS-DN-DATE         PIC 9(8) VALUE ZERO.
       01  WS-DN-DATE-PARTS REDEFINES WS-DN-DATE.
           05  WS-DN-YEAR         PIC 9(4).
           05  WS-DN-MONTH        PIC 9(2).
           05  WS-DN-DAY          PIC 9(2).

      * Work fields for 1600-STAMP-SECONDS (date and HHMMSS time to
      * seconds since the same epoch) and 1700-FORMAT-TIME (HHMMSS
      * to HH:MM:SS for print).
       77 WS-TS-DATE          PIC 9(8) VALUE ZERO.
       77 WS-TS-SECS          PIC 9(12) VALUE ZERO.
       01  WS-TS-TIME         PIC 9(6) VALUE ZERO.
       01  WS-TS-TIME-PARTS REDEFINES WS-TS-TIME.
           05  WS-TS-HH           PIC 9(2).
           05  WS-TS-MM           PIC 9(2).
           05  WS-TS-SS           PIC 9(2).
       77 WS-FMT-IN           PIC X(6).
       01  WS-FMT-OUT.
           05  WS-FMT-HH          PIC X(2).
           05  FILLER             PIC X(1) VALUE ":".
           05  WS-FMT-MM          PIC X(2).
           05  FILLER             PIC X(1) VALUE ":".
           05  WS-FMT-SS          PIC X(2).

      * One entry per day of the card range, subscripted by the day
      * offset from WS-FROM-DATE. The RUN fields bound the cycle's
      * PRG3 runs and the CHN fields its timed chain steps, both in
      * seconds since the epoch; zero means none seen.
       01  WS-CYCLE-TABLE.
           05  WS-CYC-ENTRY OCCURS 366 TIMES.
               10  WS-CYC-DATE        PIC 9(8).
               10  WS-CYC-RUNS        PIC 9(4).
               10  WS-CYC-STEPS       PIC 9(4).
               10  WS-CYC-RECORDS     PIC 9(9).
               10  WS-CYC-RUN-FIRST   PIC 9(12).
               10  WS-CYC-RUN-LAST    PIC 9(12).
               10  WS-CYC-CHN-FIRST   PIC 9(12).
               10  WS-CYC-CHN-LAST    PIC 9(12).
               10  WS-CYC-WIN-SECS    PIC 9(7).
               10  WS-CYC-WIN-FROM    PIC X(6).
               10  WS-CYC-WIN-TO      PIC X(6).
               10  WS-CYC-TIMED       PIC X(1).

      * PRG3 runs of the range in PRG3.RUN order.
       01  WS-RUN-TABLE.
           05  WS-RUN-ENTRY OCCURS 2000 TIMES.
               10  WS-RUN-CYC         PIC 9(3).
               10  WS-RUN-ID          PIC 9(4).
               10  WS-RUN-START       PIC X(6).
               10  WS-RUN-END         PIC X(6).
               10  WS-RUN-SECS        PIC 9(7).
               10  WS-RUN-RECS        PIC 9(8).

      * Chain step executions of the range in PRG14.STA order. An
      * execution is timed ('Y') when its start record was found;
      * WS-STP-STATUS 'S' is a start with no end record after it.
       01  WS-STEP-TABLE.
           05  WS-STP-ENTRY OCCURS 2000 TIMES.
               10  WS-STP-CYC         PIC 9(3).
               10  WS-STP-NAME        PIC X(8).
               10  WS-STP-STATUS      PIC X(1).
               10  WS-STP-RC          PIC 9(4).
               10  WS-STP-START       PIC X(6).
               10  WS-STP-END         PIC X(6).
               10  WS-STP-TIMED       PIC X(1).
               10  WS-STP-SECS        PIC 9(7).

      * One entry per step name: the start record waiting for its
      * end record, and the step's timing statistics.
       01  WS-NAME-TABLE.
           05  WS-NAM-ENTRY OCCURS 10 TIMES.
               10  WS-NAM-NAME        PIC X(8).
               10  WS-NAM-PEND-CYCLE  PIC 9(8).
               10  WS-NAM-PEND-SECS   PIC 9(12).
               10  WS-NAM-PEND-TIME   PIC X(6).
               10  WS-NAM-TIMED       PIC 9(4).
               10  WS-NAM-UNTIMED     PIC 9(4).
               10  WS-NAM-TOTAL-SECS  PIC 9(9).
               10  WS-NAM-MAX-SECS    PIC 9(7).

      * Week 1 is the seven days ending on WS-TO-DATE, week 2 the
      * seven before it, and so on back to the start of the range.
       01  WS-WEEK-TABLE.
           05  WS-WK-ENTRY OCCURS 53 TIMES.
               10  WS-WK-FIRST        PIC 9(8).
               10  WS-WK-LAST         PIC 9(8).
               10  WS-WK-CYCLES       PIC 9(3).
               10  WS-WK-RECORDS      PIC 9(9).
               10  WS-WK-TIMED        PIC 9(3).
               10  WS-WK-WIN-SECS     PIC 9(9).

       01  WS-REPORT-HEADER-1.
           05  FILLER          PIC X(10) VALUE "PROGRAM:".
           05  HDR-PROGRAM     PIC X(10) VALUE "PRG19".
           05  FILLER          PIC X(10) VALUE "RUN DATE:".
           05  HDR-DATE        PIC X(10).
           05  FILLER          PIC X(40) VALUE SPACES.

       01  WS-REPORT-HEADER-2  PIC X(80)
               VALUE "BATCH-WINDOW TIMING AND THROUGHPUT REPORT".

       01  WS-RANGE-LINE.
           05  FILLER          PIC X(12) VALUE "CYCLE DATES ".
           05  RNG-FROM        PIC 9(8).
           05  FILLER          PIC X(4)  VALUE " TO ".
           05  RNG-TO          PIC 9(8).
           05  FILLER          PIC X(18) VALUE "   WINDOW LIMIT: ".
           05  RNG-LIMIT       PIC ZZZ9.
           05  FILLER          PIC X(26) VALUE " MIN".

       01  WS-COLUMN-HEADER.
           05  FILLER          PIC X(10) VALUE "  ITEM".
           05  FILLER          PIC X(7)  VALUE "ID".
           05  FILLER          PIC X(9)  VALUE "START".
           05  FILLER          PIC X(9)  VALUE "END".
           05  FILLER          PIC X(9)  VALUE "ELAP MIN".
           05  FILLER          PIC X(9)  VALUE " RECORDS".
           05  FILLER          PIC X(9)  VALUE " REC/MIN".
           05  FILLER          PIC X(18) VALUE "NOTE".

       01  WS-CYCLE-LINE.
           05  FILLER          PIC X(6)  VALUE "CYCLE ".
           05  CL-DATE         PIC 9(8).
           05  FILLER          PIC X(9)  VALUE "  WINDOW ".
           05  CL-FROM         PIC X(8).
           05  FILLER          PIC X(4)  VALUE " TO ".
           05  CL-TO           PIC X(8).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CL-MINUTES      PIC ZZZZ9.99.
           05  FILLER          PIC X(4)  VALUE " MIN".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CL-FLAG         PIC X(22).

       01  WS-DETAIL-LINE.
           05  DL-KIND         PIC X(10).
           05  DL-ID           PIC X(6).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  DL-START        PIC X(8).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  DL-END          PIC X(8).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  DL-ELAPSED      PIC ZZZZ9.99.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  DL-RECORDS      PIC ZZZZZZZ9.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  DL-RATE         PIC ZZZZZZZ9.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  DL-NOTE         PIC X(18).

       01  WS-NO-CYCLES-LINE   PIC X(80)
               VALUE "  (NO PRG3 RUNS OR CHAIN STEPS IN THE RANGE)".

       01  WS-SUMMARY-HEADER   PIC X(80)
               VALUE "SUMMARY".

       01  WS-TOTALS-LINE.
           05  TOT-LABEL       PIC X(24).
           05  TOT-VALUE       PIC ZZZZZZZ9.
           05  FILLER          PIC X(48) VALUE SPACES.

       01  WS-MINUTES-LINE.
           05  MIN-LABEL       PIC X(24).
           05  MIN-VALUE       PIC ZZZZZ9.99.
           05  FILLER          PIC X(5)  VALUE " MIN ".
           05  MIN-NOTE        PIC X(42).

       01  WS-STEP-AVG-LINE.
           05  FILLER          PIC X(5)  VALUE "STEP ".
           05  SA-NAME         PIC X(8).
           05  FILLER          PIC X(7)  VALUE " TIMED ".
           05  SA-TIMED        PIC ZZZ9.
           05  FILLER          PIC X(10) VALUE "  AVG MIN ".
           05  SA-AVG          PIC ZZZZ9.99.
           05  FILLER          PIC X(10) VALUE "  MAX MIN ".
           05  SA-MAX          PIC ZZZZ9.99.
           05  FILLER          PIC X(10) VALUE "  UNTIMED ".
           05  SA-UNTIMED      PIC ZZZ9.
           05  FILLER          PIC X(6)  VALUE SPACES.

       01  WS-WEEK-HEADER-1.
           05  FILLER          PIC X(40)
                   VALUE "WEEK-OVER-WEEK GROWTH (WEEKS END ON THE ".
           05  FILLER          PIC X(40)
                   VALUE "LAST CARD DATE)".

       01  WS-WEEK-HEADER-2.
           05  FILLER          PIC X(20) VALUE "CYCLE DATES".
           05  FILLER          PIC X(4)  VALUE "CYC".
           05  FILLER          PIC X(9)  VALUE "  RECORDS".
           05  FILLER          PIC X(10) VALUE "   REC/CYC".
           05  FILLER          PIC X(9)  VALUE "    GROW%".
           05  FILLER          PIC X(9)  VALUE "  WIN/CYC".
           05  FILLER          PIC X(9)  VALUE "    GROW%".
           05  FILLER          PIC X(10) VALUE SPACES.

       01  WS-WEEK-LINE.
           05  WL-FIRST        PIC 9(8).
           05  FILLER          PIC X(1)  VALUE "-".
           05  WL-LAST         PIC 9(8).
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  WL-CYCLES       PIC ZZ9.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  WL-RECORDS      PIC ZZZZZZZZ9.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  WL-REC-AVG      PIC ZZZZZZZZ9.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  WL-REC-GROWTH   PIC X(8).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  WL-WIN-AVG      PIC ZZZZ9.99.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  WL-WIN-GROWTH   PIC X(8).
           05  FILLER          PIC X(10) VALUE SPACES.

       01  WS-GROWTH-EDIT      PIC +++++9.9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE.
           IF NOT WS-CTL-FATAL AND NOT WS-OPEN-FATAL
               PERFORM 2000-LOAD-RUN-LOG
               PERFORM 3000-LOAD-STEP-LOG
               PERFORM 4000-SET-WINDOWS
               PERFORM 5000-PRINT-CYCLES
               PERFORM 6000-PRINT-SUMMARY
               PERFORM 7000-PRINT-WEEKS
               PERFORM 9000-TERMINATE
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT WINDOW-CTL-FILE.
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "PRG19 ERROR: CANNOT OPEN PRG19.CTL"
               DISPLAY "PRG19 ERROR: FILE STATUS " WS-CTL-STATUS
               MOVE 8 TO RETURN-CODE
               SET WS-CTL-FATAL TO TRUE
           ELSE
               READ WINDOW-CTL-FILE
                   AT END
                       DISPLAY "PRG19 ERROR: MISSING PRG19.CTL CARD"
                       MOVE 8 TO RETURN-CODE
                       SET WS-CTL-FATAL TO TRUE
               END-READ
               CLOSE WINDOW-CTL-FILE
           END-IF.
           IF NOT WS-CTL-FATAL
               PERFORM 1100-CHECK-CARD
           END-IF.
           IF NOT WS-CTL-FATAL
               PERFORM 1200-CLEAR-CYCLES
               OPEN OUTPUT PRINT-FILE
               IF WS-PRT-STATUS NOT = "00"
                   DISPLAY "PRG19 ERROR: CANNOT OPEN PRG19.PRT,"
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

      * A bad date, a range running backwards or longer than the
      * cycle table, or a missing window limit is a fatal card error
      * - a report that cannot flag an overrun would read as a clean
      * window.
       1100-CHECK-CARD.
           IF WIN-FROM-DATE IS NOT NUMERIC
               DISPLAY "PRG19 ERROR: PRG19.CTL FROM DATE NOT NUMERIC"
               MOVE 8 TO RETURN-CODE
               SET WS-CTL-FATAL TO TRUE
           ELSE
               MOVE WIN-FROM-DATE TO WS-FROM-DATE
           END-IF.
           IF WIN-TO-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-TO-DATE
           ELSE
               IF WIN-TO-DATE IS NOT NUMERIC
                   DISPLAY "PRG19 ERROR: PRG19.CTL TO DATE NOT"
                       " NUMERIC"
                   MOVE 8 TO RETURN-CODE
                   SET WS-CTL-FATAL TO TRUE
               ELSE
                   MOVE WIN-TO-DATE TO WS-TO-DATE
               END-IF
           END-IF.
           IF WIN-LIMIT-MIN IS NOT NUMERIC
               OR WIN-LIMIT-MIN = "0000"
               DISPLAY "PRG19 ERROR: PRG19.CTL WINDOW LIMIT MUST BE"
                   " 0001-9999 MINUTES"
               MOVE 8 TO RETURN-CODE
               SET WS-CTL-FATAL TO TRUE
           ELSE
               MOVE WIN-LIMIT-MIN TO WS-LIMIT-MIN
               COMPUTE WS-LIMIT-SECS = WS-LIMIT-MIN * 60
           END-IF.
           IF NOT WS-CTL-FATAL
               MOVE WS-FROM-DATE TO WS-DN-DATE
               PERFORM 1150-CHECK-DATE
               MOVE WS-DN-DAYNO TO WS-FROM-DAYNO
               MOVE WS-TO-DATE TO WS-DN-DATE
               PERFORM 1150-CHECK-DATE
               MOVE WS-DN-DAYNO TO WS-TO-DAYNO
           END-IF.
           IF NOT WS-CTL-FATAL
               IF WS-TO-DATE < WS-FROM-DATE
                   DISPLAY "PRG19 ERROR: PRG19.CTL TO DATE "
                       WS-TO-DATE " BEFORE FROM DATE " WS-FROM-DATE
                   MOVE 8 TO RETURN-CODE
                   SET WS-CTL-FATAL TO TRUE
               ELSE
                   IF WS-TO-DAYNO - WS-FROM-DAYNO >= WS-CYC-MAX
                       DISPLAY "PRG19 ERROR: PRG19.CTL RANGE LONGER"
                           " THAN " WS-CYC-MAX " DAYS"
                       MOVE 8 TO RETURN-CODE
                       SET WS-CTL-FATAL TO TRUE
                   ELSE
                       COMPUTE WS-CYC-COUNT =
                           WS-TO-DAYNO - WS-FROM-DAYNO + 1
                   END-IF
               END-IF
           END-IF.

       1150-CHECK-DATE.
           MOVE 'N' TO WS-DATE-OK-SW.
           IF WS-DN-MONTH >= 1 AND WS-DN-MONTH <= 12
              AND WS-DN-DAY >= 1 AND WS-DN-DAY <= 31
               SET WS-DATE-OK TO TRUE
           END-IF.
           IF WS-DATE-OK
               PERFORM 1500-DAY-NUMBER
           ELSE
               DISPLAY "PRG19 ERROR: PRG19.CTL DATE " WS-DN-DATE
                   " IS NOT A CALENDAR DATE"
               MOVE 8 TO RETURN-CODE
               SET WS-CTL-FATAL TO TRUE
           END-IF.

       1200-CLEAR-CYCLES.
           PERFORM VARYING WS-CYC-SUB FROM 1 BY 1
                   UNTIL WS-CYC-SUB > WS-CYC-COUNT
               MOVE ZERO TO WS-CYC-DATE(WS-CYC-SUB)
               MOVE ZERO TO WS-CYC-RUNS(WS-CYC-SUB)
               MOVE ZERO TO WS-CYC-STEPS(WS-CYC-SUB)
               MOVE ZERO TO WS-CYC-RECORDS(WS-CYC-SUB)
               MOVE ZERO TO WS-CYC-RUN-FIRST(WS-CYC-SUB)
               MOVE ZERO TO WS-CYC-RUN-LAST(WS-CYC-SUB)
               MOVE ZERO TO WS-CYC-CHN-FIRST(WS-CYC-SUB)
               MOVE ZERO TO WS-CYC-CHN-LAST(WS-CYC-SUB)
               MOVE ZERO TO WS-CYC-WIN-SECS(WS-CYC-SUB)
               MOVE SPACES TO WS-CYC-WIN-FROM(WS-CYC-SUB)
               MOVE SPACES TO WS-CYC-WIN-TO(WS-CYC-SUB)
               MOVE 'N' TO WS-CYC-TIMED(WS-CYC-SUB)
           END-PERFORM.
           PERFORM VARYING WS-WK-SUB FROM 1 BY 1
                   UNTIL WS-WK-SUB > WS-WK-MAX
               MOVE ZERO TO WS-WK-FIRST(WS-WK-SUB)
               MOVE ZERO TO WS-WK-LAST(WS-WK-SUB)
               MOVE ZERO TO WS-WK-CYCLES(WS-WK-SUB)
               MOVE ZERO TO WS-WK-RECORDS(WS-WK-SUB)
               MOVE ZERO TO WS-WK-TIMED(WS-WK-SUB)
               MOVE ZERO TO WS-WK-WIN-SECS(WS-WK-SUB)
           END-PERFORM.

      * Day count of WS-DN-DATE into WS-DN-DAYNO. January and
      * February count as months 13 and 14 of the year before, so
      * the leap day falls at the end of the counting year. Each
      * division is a separate DIVIDE so it truncates on its own.
       1500-DAY-NUMBER.
           MOVE WS-DN-YEAR TO WS-DN-Y.
           MOVE WS-DN-MONTH TO WS-DN-M.
           IF WS-DN-M < 3
               SUBTRACT 1 FROM WS-DN-Y
               ADD 12 TO WS-DN-M
           END-IF.
           COMPUTE WS-DN-DAYNO = 365 * WS-DN-Y + WS-DN-DAY.
           DIVIDE WS-DN-Y BY 4 GIVING WS-DN-QUOT.
           ADD WS-DN-QUOT TO WS-DN-DAYNO.
           DIVIDE WS-DN-Y BY 100 GIVING WS-DN-QUOT.
           SUBTRACT WS-DN-QUOT FROM WS-DN-DAYNO.
           DIVIDE WS-DN-Y BY 400 GIVING WS-DN-QUOT.
           ADD WS-DN-QUOT TO WS-DN-DAYNO.
           COMPUTE WS-DN-WORK = 153 * (WS-DN-M - 3) + 2.
           DIVIDE WS-DN-WORK BY 5 GIVING WS-DN-QUOT.
           ADD WS-DN-QUOT TO WS-DN-DAYNO.

       1600-STAMP-SECONDS.
           MOVE WS-TS-DATE TO WS-DN-DATE.
           PERFORM 1500-DAY-NUMBER.
           COMPUTE WS-TS-SECS = WS-DN-DAYNO * 86400
               + WS-TS-HH * 3600 + WS-TS-MM * 60 + WS-TS-SS.

       1700-FORMAT-TIME.
           IF WS-FMT-IN = SPACES
               MOVE "--:--:--" TO WS-FMT-OUT
           ELSE
               MOVE WS-FMT-IN(1:2) TO WS-FMT-HH
               MOVE WS-FMT-IN(3:2) TO WS-FMT-MM
               MOVE WS-FMT-IN(5:2) TO WS-FMT-SS
           END-IF.

      * Seconds since the epoch in WS-TS-SECS back to an HHMMSS time
      * of day in WS-TS-TIME.
       1800-SECONDS-TO-TIME.
           DIVIDE WS-TS-SECS BY 86400 GIVING WS-DN-QUOT
               REMAINDER WS-DN-WORK.
           DIVIDE WS-DN-WORK BY 3600 GIVING WS-TS-HH
               REMAINDER WS-DN-REM.
           DIVIDE WS-DN-REM BY 60 GIVING WS-TS-MM
               REMAINDER WS-TS-SS.

      * 1900-ELAPSED sets WS-ELAPSED-SECS from WS-START-SECS and
      * WS-END-SECS. An end earlier than its start is a run that
      * crossed midnight under a date stamped at the start, so a day
      * is added.
       1900-ELAPSED.
           IF WS-END-SECS < WS-START-SECS
               ADD 86400 TO WS-END-SECS
           END-IF.
           COMPUTE WS-ELAPSED-SECS = WS-END-SECS - WS-START-SECS.

      * 1950-RATE sets WS-RATE, records per minute, from WS-RATE-RECS
      * and WS-RATE-SECS. A run logged in under a second counts as
      * one second.
       1950-RATE.
           IF WS-RATE-SECS = ZERO
               MOVE 1 TO WS-RATE-SECS
           END-IF.
           COMPUTE WS-RATE ROUNDED = WS-RATE-RECS * 60 / WS-RATE-SECS.

      * 1980-PICK-CYCLE sets WS-CYC-SUB from WS-DN-DATE: the day
      * offset into the cycle table, or zero for a date outside the
      * card range.
       1980-PICK-CYCLE.
           MOVE ZERO TO WS-CYC-SUB.
           IF WS-DN-DATE >= WS-FROM-DATE AND WS-DN-DATE <= WS-TO-DATE
               PERFORM 1500-DAY-NUMBER
               COMPUTE WS-CYC-SUB = WS-DN-DAYNO - WS-FROM-DAYNO + 1
               MOVE WS-DN-DATE TO WS-CYC-DATE(WS-CYC-SUB)
           END-IF.

      * PRG3.RUN only exists once PRG3 has completed a run, so a
      * missing file just reports no PRG3 runs.
       2000-LOAD-RUN-LOG.
           OPEN INPUT RUN-LOG-FILE.
           IF WS-RUN-STATUS NOT = "00"
               DISPLAY "PRG19 WARNING: CANNOT OPEN PRG3.RUN, STATUS "
                   WS-RUN-STATUS " - NO PRG3 RUNS"
           ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM 2100-READ-RUN-LOG
               PERFORM 2200-TABLE-RUN UNTIL WS-EOF
               CLOSE RUN-LOG-FILE
           END-IF.

       2100-READ-RUN-LOG.
           READ RUN-LOG-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       2200-TABLE-RUN.
           MOVE ZERO TO WS-CYC-SUB.
           IF RL-RUN-DATE IS NUMERIC
              AND RL-START-TIME IS NUMERIC
              AND RL-END-TIME IS NUMERIC
               MOVE RL-RUN-DATE TO WS-DN-DATE
               PERFORM 1980-PICK-CYCLE
           END-IF.
           IF WS-CYC-SUB > ZERO
               IF WS-RUN-COUNT < WS-RUN-MAX
                   PERFORM 2300-ADD-RUN
               ELSE
                   IF NOT WS-RUN-FULL
                       SET WS-RUN-FULL TO TRUE
                       DISPLAY "PRG19 ERROR: MORE THAN " WS-RUN-MAX
                           " PRG3 RUNS - REPORT INCOMPLETE"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           PERFORM 2100-READ-RUN-LOG.

       2300-ADD-RUN.
           ADD 1 TO WS-RUN-COUNT.
           MOVE WS-CYC-SUB TO WS-RUN-CYC(WS-RUN-COUNT).
           MOVE RL-RUN-ID TO WS-RUN-ID(WS-RUN-COUNT).
           MOVE RL-START-TIME TO WS-RUN-START(WS-RUN-COUNT).
           MOVE RL-END-TIME TO WS-RUN-END(WS-RUN-COUNT).
           MOVE RL-RECORDS-READ TO WS-RUN-RECS(WS-RUN-COUNT).
           MOVE RL-RUN-DATE TO WS-TS-DATE.
           MOVE RL-START-TIME TO WS-TS-TIME.
           PERFORM 1600-STAMP-SECONDS.
           MOVE WS-TS-SECS TO WS-START-SECS.
           MOVE RL-END-TIME TO WS-TS-TIME.
           PERFORM 1600-STAMP-SECONDS.
           MOVE WS-TS-SECS TO WS-END-SECS.
           PERFORM 1900-ELAPSED.
           MOVE WS-ELAPSED-SECS TO WS-RUN-SECS(WS-RUN-COUNT).
           ADD 1 TO WS-CYC-RUNS(WS-CYC-SUB).
           ADD RL-RECORDS-READ TO WS-CYC-RECORDS(WS-CYC-SUB).
           IF WS-CYC-RUN-FIRST(WS-CYC-SUB) = ZERO
              OR WS-START-SECS < WS-CYC-RUN-FIRST(WS-CYC-SUB)
               MOVE WS-START-SECS TO WS-CYC-RUN-FIRST(WS-CYC-SUB)
           END-IF.
           IF WS-END-SECS > WS-CYC-RUN-LAST(WS-CYC-SUB)
               MOVE WS-END-SECS TO WS-CYC-RUN-LAST(WS-CYC-SUB)
           END-IF.
           ADD WS-ELAPSED-SECS TO WS-RUN-TOTAL-SECS.
           ADD RL-RECORDS-READ TO WS-RUN-TOTAL-RECS.
           IF WS-ELAPSED-SECS > WS-RUN-MAX-SECS
               MOVE WS-ELAPSED-SECS TO WS-RUN-MAX-SECS
           END-IF.
           MOVE RL-RECORDS-READ TO WS-RATE-RECS.
           MOVE WS-ELAPSED-SECS TO WS-RATE-SECS.
           PERFORM 1950-RATE.
           IF WS-RATE > WS-RUN-MAX-RATE
               MOVE WS-RATE TO WS-RUN-MAX-RATE
           END-IF.

      * PRG14.STA only exists once the chain driver has run. Each
      * start record waits in the name table for the completed or
      * failed record that ends it; the whole file is read so the
      * pairing is never broken by the card range.
       3000-LOAD-STEP-LOG.
           OPEN INPUT STEP-FILE.
           IF WS-STA-STATUS NOT = "00"
               DISPLAY "PRG19 WARNING: CANNOT OPEN PRG14.STA, STATUS "
                   WS-STA-STATUS " - NO CHAIN STEPS"
           ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM 3100-READ-STEP-LOG
               PERFORM 3200-APPLY-STEP UNTIL WS-EOF
               CLOSE STEP-FILE
               PERFORM 3600-FLUSH-PENDING
                   VARYING WS-NAM-SUB FROM 1 BY 1
                   UNTIL WS-NAM-SUB > WS-NAM-COUNT
           END-IF.

       3100-READ-STEP-LOG.
           READ STEP-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       3200-APPLY-STEP.
           IF STEP-TIMESTAMP IS NUMERIC
              AND STEP-CYCLE-DATE IS NUMERIC
               MOVE STEP-NAME TO WS-LOOK-NAME
               PERFORM 3900-FIND-STEP-NAME
               IF WS-NAM-SUB > ZERO
                   MOVE STEP-TIMESTAMP(1:8) TO WS-TS-DATE
                   MOVE STEP-TIMESTAMP(9:6) TO WS-TS-TIME
                   PERFORM 1600-STAMP-SECONDS
                   IF STEP-STARTED
                       PERFORM 3300-START-STEP
                   ELSE
                       PERFORM 3400-END-STEP
                   END-IF
               END-IF
           END-IF.
           PERFORM 3100-READ-STEP-LOG.

      * A start that replaces a start still waiting means the first
      * execution never wrote an end record (the chain was killed).
       3300-START-STEP.
           IF WS-NAM-PEND-SECS(WS-NAM-SUB) > ZERO
               PERFORM 3600-FLUSH-PENDING
           END-IF.
           MOVE STEP-CYCLE-DATE TO WS-NAM-PEND-CYCLE(WS-NAM-SUB).
           MOVE WS-TS-SECS TO WS-NAM-PEND-SECS(WS-NAM-SUB).
           MOVE STEP-TIMESTAMP(9:6) TO WS-NAM-PEND-TIME(WS-NAM-SUB).

      * An end record written before start records existed, or
      * whose start belongs to another cycle, is listed untimed.
       3400-END-STEP.
           MOVE ZERO TO WS-STP-SUB.
           MOVE STEP-CYCLE-DATE TO WS-DN-DATE.
           PERFORM 1980-PICK-CYCLE.
           IF WS-NAM-PEND-SECS(WS-NAM-SUB) > ZERO
              AND WS-NAM-PEND-CYCLE(WS-NAM-SUB) = STEP-CYCLE-DATE
               MOVE WS-NAM-PEND-SECS(WS-NAM-SUB) TO WS-START-SECS
               MOVE WS-TS-SECS TO WS-END-SECS
               PERFORM 1900-ELAPSED
               IF WS-CYC-SUB > ZERO
                   PERFORM 3500-TABLE-STEP
                   IF WS-STP-SUB > ZERO
                       MOVE WS-NAM-PEND-TIME(WS-NAM-SUB)
                           TO WS-STP-START(WS-STP-SUB)
                       MOVE 'Y' TO WS-STP-TIMED(WS-STP-SUB)
                       MOVE WS-ELAPSED-SECS TO WS-STP-SECS(WS-STP-SUB)
                       PERFORM 3450-TIME-STEP
                   END-IF
               END-IF
           ELSE
               IF WS-CYC-SUB > ZERO
                   PERFORM 3500-TABLE-STEP
                   IF WS-STP-SUB > ZERO
                       ADD 1 TO WS-NAM-UNTIMED(WS-NAM-SUB)
                       ADD 1 TO WS-UNTIMED-STEPS
                   END-IF
               END-IF
           END-IF.
           IF WS-STP-SUB > ZERO
               MOVE STEP-STATUS TO WS-STP-STATUS(WS-STP-SUB)
               MOVE STEP-RC TO WS-STP-RC(WS-STP-SUB)
               MOVE STEP-TIMESTAMP(9:6) TO WS-STP-END(WS-STP-SUB)
           END-IF.
           MOVE ZERO TO WS-NAM-PEND-SECS(WS-NAM-SUB).

       3450-TIME-STEP.
           ADD 1 TO WS-NAM-TIMED(WS-NAM-SUB).
           ADD WS-ELAPSED-SECS TO WS-NAM-TOTAL-SECS(WS-NAM-SUB).
           IF WS-ELAPSED-SECS > WS-NAM-MAX-SECS(WS-NAM-SUB)
               MOVE WS-ELAPSED-SECS TO WS-NAM-MAX-SECS(WS-NAM-SUB)
           END-IF.
           IF WS-CYC-CHN-FIRST(WS-CYC-SUB) = ZERO
              OR WS-START-SECS < WS-CYC-CHN-FIRST(WS-CYC-SUB)
               MOVE WS-START-SECS TO WS-CYC-CHN-FIRST(WS-CYC-SUB)
           END-IF.
           IF WS-END-SECS > WS-CYC-CHN-LAST(WS-CYC-SUB)
               MOVE WS-END-SECS TO WS-CYC-CHN-LAST(WS-CYC-SUB)
           END-IF.

      * 3500-TABLE-STEP adds an untimed step execution for cycle
      * WS-CYC-SUB and returns it in WS-STP-SUB (zero when full).
       3500-TABLE-STEP.
           MOVE ZERO TO WS-STP-SUB.
           IF WS-STP-COUNT < WS-STP-MAX
               ADD 1 TO WS-STP-COUNT
               MOVE WS-STP-COUNT TO WS-STP-SUB
               MOVE WS-CYC-SUB TO WS-STP-CYC(WS-STP-SUB)
               MOVE WS-LOOK-NAME TO WS-STP-NAME(WS-STP-SUB)
               MOVE SPACE TO WS-STP-STATUS(WS-STP-SUB)
               MOVE ZERO TO WS-STP-RC(WS-STP-SUB)
               MOVE SPACES TO WS-STP-START(WS-STP-SUB)
               MOVE SPACES TO WS-STP-END(WS-STP-SUB)
               MOVE 'N' TO WS-STP-TIMED(WS-STP-SUB)
               MOVE ZERO TO WS-STP-SECS(WS-STP-SUB)
               ADD 1 TO WS-CYC-STEPS(WS-CYC-SUB)
           ELSE
               IF NOT WS-STP-FULL
                   SET WS-STP-FULL TO TRUE
                   DISPLAY "PRG19 ERROR: MORE THAN " WS-STP-MAX
                       " CHAIN STEPS - REPORT INCOMPLETE"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      * A start with no end record is listed as a step that never
      * finished (or is running now); it is not timed.
       3600-FLUSH-PENDING.
           IF WS-NAM-PEND-SECS(WS-NAM-SUB) > ZERO
               MOVE WS-NAM-PEND-CYCLE(WS-NAM-SUB) TO WS-DN-DATE
               PERFORM 1980-PICK-CYCLE
               IF WS-CYC-SUB > ZERO
                   MOVE WS-NAM-NAME(WS-NAM-SUB) TO WS-LOOK-NAME
                   PERFORM 3500-TABLE-STEP
                   IF WS-STP-SUB > ZERO
                       MOVE 'S' TO WS-STP-STATUS(WS-STP-SUB)
                       MOVE WS-NAM-PEND-TIME(WS-NAM-SUB)
                           TO WS-STP-START(WS-STP-SUB)
                       ADD 1 TO WS-NAM-UNTIMED(WS-NAM-SUB)
                       ADD 1 TO WS-UNTIMED-STEPS
                   END-IF
               END-IF
               MOVE ZERO TO WS-NAM-PEND-SECS(WS-NAM-SUB)
           END-IF.

      * 3900-FIND-STEP-NAME returns the name table entry for
      * WS-LOOK-NAME in WS-NAM-SUB, adding it when new (zero when
      * the table is full).
       3900-FIND-STEP-NAME.
           MOVE ZERO TO WS-NAM-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-NAM-COUNT
               IF WS-NAM-NAME(WS-SUB) = WS-LOOK-NAME
                   MOVE WS-SUB TO WS-NAM-SUB
                   MOVE WS-NAM-COUNT TO WS-SUB
               END-IF
           END-PERFORM.
           IF WS-NAM-SUB = ZERO
               IF WS-NAM-COUNT < WS-NAM-MAX
                   ADD 1 TO WS-NAM-COUNT
                   MOVE WS-NAM-COUNT TO WS-NAM-SUB
                   MOVE WS-LOOK-NAME TO WS-NAM-NAME(WS-NAM-SUB)
                   MOVE ZERO TO WS-NAM-PEND-CYCLE(WS-NAM-SUB)
                   MOVE ZERO TO WS-NAM-PEND-SECS(WS-NAM-SUB)
                   MOVE SPACES TO WS-NAM-PEND-TIME(WS-NAM-SUB)
                   MOVE ZERO TO WS-NAM-TIMED(WS-NAM-SUB)
                   MOVE ZERO TO WS-NAM-UNTIMED(WS-NAM-SUB)
                   MOVE ZERO TO WS-NAM-TOTAL-SECS(WS-NAM-SUB)
                   MOVE ZERO TO WS-NAM-MAX-SECS(WS-NAM-SUB)
               ELSE
                   IF NOT WS-NAM-FULL
                       SET WS-NAM-FULL TO TRUE
                       DISPLAY "PRG19 ERROR: MORE THAN " WS-NAM-MAX
                           " STEP NAMES - REPORT INCOMPLETE"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      * Sets each active cycle's window, counts the overruns and
      * builds the week table.
       4000-SET-WINDOWS.
           PERFORM 4100-SET-ONE-WINDOW
               VARYING WS-CYC-SUB FROM 1 BY 1
               UNTIL WS-CYC-SUB > WS-CYC-COUNT.

       4100-SET-ONE-WINDOW.
           IF WS-CYC-RUNS(WS-CYC-SUB) > ZERO
              OR WS-CYC-STEPS(WS-CYC-SUB) > ZERO
               ADD 1 TO WS-ACTIVE-CYCLES
               MOVE ZERO TO WS-START-SECS
               MOVE ZERO TO WS-END-SECS
               IF WS-CYC-CHN-FIRST(WS-CYC-SUB) > ZERO
                   MOVE WS-CYC-CHN-FIRST(WS-CYC-SUB) TO WS-START-SECS
                   MOVE WS-CYC-CHN-LAST(WS-CYC-SUB) TO WS-END-SECS
               ELSE
                   IF WS-CYC-RUN-FIRST(WS-CYC-SUB) > ZERO
                       MOVE WS-CYC-RUN-FIRST(WS-CYC-SUB)
                           TO WS-START-SECS
                       MOVE WS-CYC-RUN-LAST(WS-CYC-SUB)
                           TO WS-END-SECS
                   END-IF
               END-IF
               IF WS-START-SECS > ZERO
                   PERFORM 4200-TIME-WINDOW
               END-IF
               PERFORM 4300-ADD-TO-WEEK
           END-IF.

       4200-TIME-WINDOW.
           MOVE 'Y' TO WS-CYC-TIMED(WS-CYC-SUB).
           ADD 1 TO WS-TIMED-CYCLES.
           COMPUTE WS-WINDOW-SECS = WS-END-SECS - WS-START-SECS.
           MOVE WS-WINDOW-SECS TO WS-CYC-WIN-SECS(WS-CYC-SUB).
           MOVE WS-START-SECS TO WS-TS-SECS.
           PERFORM 1800-SECONDS-TO-TIME.
           MOVE WS-TS-TIME TO WS-CYC-WIN-FROM(WS-CYC-SUB).
           MOVE WS-END-SECS TO WS-TS-SECS.
           PERFORM 1800-SECONDS-TO-TIME.
           MOVE WS-TS-TIME TO WS-CYC-WIN-TO(WS-CYC-SUB).
           ADD WS-WINDOW-SECS TO WS-WINDOW-TOTAL.
           IF WS-WINDOW-SECS > WS-WINDOW-MAX
               MOVE WS-WINDOW-SECS TO WS-WINDOW-MAX
               MOVE WS-CYC-DATE(WS-CYC-SUB) TO WS-WINDOW-MAX-DATE
           END-IF.
           IF WS-WINDOW-SECS > WS-LIMIT-SECS
               ADD 1 TO WS-OVER-COUNT
           END-IF.

       4300-ADD-TO-WEEK.
           COMPUTE WS-DAY-OFFSET = WS-CYC-COUNT - WS-CYC-SUB.
           DIVIDE WS-DAY-OFFSET BY 7 GIVING WS-WK-SUB.
           ADD 1 TO WS-WK-SUB.
           IF WS-WK-SUB > WS-WK-COUNT
               MOVE WS-WK-SUB TO WS-WK-COUNT
           END-IF.
           IF WS-WK-FIRST(WS-WK-SUB) = ZERO
               MOVE WS-CYC-DATE(WS-CYC-SUB) TO WS-WK-FIRST(WS-WK-SUB)
           END-IF.
           MOVE WS-CYC-DATE(WS-CYC-SUB) TO WS-WK-LAST(WS-WK-SUB).
           ADD 1 TO WS-WK-CYCLES(WS-WK-SUB).
           ADD WS-CYC-RECORDS(WS-CYC-SUB) TO WS-WK-RECORDS(WS-WK-SUB).
           IF WS-CYC-TIMED(WS-CYC-SUB) = 'Y'
               ADD 1 TO WS-WK-TIMED(WS-WK-SUB)
               ADD WS-CYC-WIN-SECS(WS-CYC-SUB)
                   TO WS-WK-WIN-SECS(WS-WK-SUB)
           END-IF.

       5000-PRINT-CYCLES.
           WRITE PRINT-RECORD FROM WS-REPORT-HEADER-1.
           WRITE PRINT-RECORD FROM WS-REPORT-HEADER-2.
           MOVE WS-FROM-DATE TO RNG-FROM.
           MOVE WS-TO-DATE TO RNG-TO.
           MOVE WS-LIMIT-MIN TO RNG-LIMIT.
           WRITE PRINT-RECORD FROM WS-RANGE-LINE.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           WRITE PRINT-RECORD FROM WS-COLUMN-HEADER.
           IF WS-ACTIVE-CYCLES = ZERO
               WRITE PRINT-RECORD FROM WS-NO-CYCLES-LINE
           ELSE
               PERFORM 5100-PRINT-ONE-CYCLE
                   VARYING WS-CYC-SUB FROM 1 BY 1
                   UNTIL WS-CYC-SUB > WS-CYC-COUNT
           END-IF.

       5100-PRINT-ONE-CYCLE.
           IF WS-CYC-RUNS(WS-CYC-SUB) > ZERO
              OR WS-CYC-STEPS(WS-CYC-SUB) > ZERO
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE WS-CYC-DATE(WS-CYC-SUB) TO CL-DATE
               MOVE SPACES TO CL-FLAG
               IF WS-CYC-TIMED(WS-CYC-SUB) = 'Y'
                   MOVE WS-CYC-WIN-FROM(WS-CYC-SUB) TO WS-FMT-IN
                   PERFORM 1700-FORMAT-TIME
                   MOVE WS-FMT-OUT TO CL-FROM
                   MOVE WS-CYC-WIN-TO(WS-CYC-SUB) TO WS-FMT-IN
                   PERFORM 1700-FORMAT-TIME
                   MOVE WS-FMT-OUT TO CL-TO
                   COMPUTE WS-MINUTES ROUNDED =
                       WS-CYC-WIN-SECS(WS-CYC-SUB) / 60
                   MOVE WS-MINUTES TO CL-MINUTES
                   IF WS-CYC-WIN-SECS(WS-CYC-SUB) > WS-LIMIT-SECS
                       MOVE "*** OVER LIMIT ***" TO CL-FLAG
                   END-IF
               ELSE
                   MOVE "--:--:--" TO CL-FROM
                   MOVE "--:--:--" TO CL-TO
                   MOVE ZERO TO CL-MINUTES
                   MOVE "WINDOW NOT TIMED" TO CL-FLAG
               END-IF
               WRITE PRINT-RECORD FROM WS-CYCLE-LINE
               PERFORM 5200-PRINT-RUN
                   VARYING WS-RUN-SUB FROM 1 BY 1
                   UNTIL WS-RUN-SUB > WS-RUN-COUNT
               PERFORM 5300-PRINT-STEP
                   VARYING WS-STP-SUB FROM 1 BY 1
                   UNTIL WS-STP-SUB > WS-STP-COUNT
           END-IF.

       5200-PRINT-RUN.
           IF WS-RUN-CYC(WS-RUN-SUB) = WS-CYC-SUB
               MOVE "  PRG3" TO DL-KIND
               MOVE SPACES TO DL-ID
               MOVE WS-RUN-ID(WS-RUN-SUB) TO DL-ID(1:4)
               MOVE WS-RUN-START(WS-RUN-SUB) TO WS-FMT-IN
               PERFORM 1700-FORMAT-TIME
               MOVE WS-FMT-OUT TO DL-START
               MOVE WS-RUN-END(WS-RUN-SUB) TO WS-FMT-IN
               PERFORM 1700-FORMAT-TIME
               MOVE WS-FMT-OUT TO DL-END
               COMPUTE WS-MINUTES ROUNDED =
                   WS-RUN-SECS(WS-RUN-SUB) / 60
               MOVE WS-MINUTES TO DL-ELAPSED
               MOVE WS-RUN-RECS(WS-RUN-SUB) TO DL-RECORDS
               MOVE WS-RUN-RECS(WS-RUN-SUB) TO WS-RATE-RECS
               MOVE WS-RUN-SECS(WS-RUN-SUB) TO WS-RATE-SECS
               PERFORM 1950-RATE
               MOVE WS-RATE TO DL-RATE
               MOVE SPACES TO DL-NOTE
               WRITE PRINT-RECORD FROM WS-DETAIL-LINE
           END-IF.

      * A chain step's records per minute is the cycle's PRG3
      * records read over the step's elapsed time - PRG4 and PRG6
      * work through what PRG3 wrote.
       5300-PRINT-STEP.
           IF WS-STP-CYC(WS-STP-SUB) = WS-CYC-SUB
               MOVE "  STEP" TO DL-KIND
               MOVE WS-STP-NAME(WS-STP-SUB) TO DL-ID
               MOVE WS-STP-START(WS-STP-SUB) TO WS-FMT-IN
               PERFORM 1700-FORMAT-TIME
               MOVE WS-FMT-OUT TO DL-START
               MOVE WS-STP-END(WS-STP-SUB) TO WS-FMT-IN
               PERFORM 1700-FORMAT-TIME
               MOVE WS-FMT-OUT TO DL-END
               MOVE WS-CYC-RECORDS(WS-CYC-SUB) TO DL-RECORDS
               MOVE SPACES TO DL-NOTE
               IF WS-STP-TIMED(WS-STP-SUB) = 'Y'
                   COMPUTE WS-MINUTES ROUNDED =
                       WS-STP-SECS(WS-STP-SUB) / 60
                   MOVE WS-MINUTES TO DL-ELAPSED
                   MOVE WS-CYC-RECORDS(WS-CYC-SUB) TO WS-RATE-RECS
                   MOVE WS-STP-SECS(WS-STP-SUB) TO WS-RATE-SECS
                   PERFORM 1950-RATE
                   MOVE WS-RATE TO DL-RATE
               ELSE
                   MOVE ZERO TO DL-ELAPSED
                   MOVE ZERO TO DL-RATE
                   IF WS-STP-STATUS(WS-STP-SUB) = 'S'
                       MOVE "NO END RECORD" TO DL-NOTE
                   ELSE
                       MOVE "NO START RECORD" TO DL-NOTE
                   END-IF
               END-IF
               IF WS-STP-STATUS(WS-STP-SUB) = 'F'
                   MOVE "FAILED RC" TO DL-NOTE
                   MOVE WS-STP-RC(WS-STP-SUB) TO DL-NOTE(11:4)
               END-IF
               WRITE PRINT-RECORD FROM WS-DETAIL-LINE
           END-IF.

       6000-PRINT-SUMMARY.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           WRITE PRINT-RECORD FROM WS-SUMMARY-HEADER.
           MOVE "CYCLES WITH ACTIVITY" TO TOT-LABEL.
           MOVE WS-ACTIVE-CYCLES TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE "CYCLE WINDOWS TIMED" TO TOT-LABEL.
           MOVE WS-TIMED-CYCLES TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE "CYCLES OVER LIMIT" TO TOT-LABEL.
           MOVE WS-OVER-COUNT TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE SPACES TO MIN-NOTE.
           MOVE "AVERAGE WINDOW" TO MIN-LABEL.
           MOVE ZERO TO WS-MINUTES.
           IF WS-TIMED-CYCLES > ZERO
               COMPUTE WS-MINUTES ROUNDED =
                   WS-WINDOW-TOTAL / WS-TIMED-CYCLES / 60
           END-IF.
           MOVE WS-MINUTES TO MIN-VALUE.
           WRITE PRINT-RECORD FROM WS-MINUTES-LINE.
           MOVE "MAXIMUM WINDOW" TO MIN-LABEL.
           COMPUTE WS-MINUTES ROUNDED = WS-WINDOW-MAX / 60.
           MOVE WS-MINUTES TO MIN-VALUE.
           IF WS-WINDOW-MAX-DATE > ZERO
               MOVE "CYCLE" TO MIN-NOTE
               MOVE WS-WINDOW-MAX-DATE TO MIN-NOTE(7:8)
           END-IF.
           WRITE PRINT-RECORD FROM WS-MINUTES-LINE.
           MOVE SPACES TO MIN-NOTE.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "PRG3 RUNS" TO TOT-LABEL.
           MOVE WS-RUN-COUNT TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE "PRG3 RECORDS READ" TO TOT-LABEL.
           MOVE WS-RUN-TOTAL-RECS TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE "AVERAGE PRG3 RUN" TO MIN-LABEL.
           MOVE ZERO TO WS-MINUTES.
           IF WS-RUN-COUNT > ZERO
               COMPUTE WS-MINUTES ROUNDED =
                   WS-RUN-TOTAL-SECS / WS-RUN-COUNT / 60
           END-IF.
           MOVE WS-MINUTES TO MIN-VALUE.
           WRITE PRINT-RECORD FROM WS-MINUTES-LINE.
           MOVE "MAXIMUM PRG3 RUN" TO MIN-LABEL.
           COMPUTE WS-MINUTES ROUNDED = WS-RUN-MAX-SECS / 60.
           MOVE WS-MINUTES TO MIN-VALUE.
           WRITE PRINT-RECORD FROM WS-MINUTES-LINE.
           MOVE "AVERAGE PRG3 REC/MIN" TO TOT-LABEL.
           MOVE ZERO TO WS-RATE.
           IF WS-RUN-COUNT > ZERO
               MOVE WS-RUN-TOTAL-RECS TO WS-RATE-RECS
               MOVE WS-RUN-TOTAL-SECS TO WS-RATE-SECS
               PERFORM 1950-RATE
           END-IF.
           MOVE WS-RATE TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE "MAXIMUM PRG3 REC/MIN" TO TOT-LABEL.
           MOVE WS-RUN-MAX-RATE TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           PERFORM 6100-PRINT-STEP-AVERAGE
               VARYING WS-NAM-SUB FROM 1 BY 1
               UNTIL WS-NAM-SUB > WS-NAM-COUNT.
           MOVE "CHAIN STEPS NOT TIMED" TO TOT-LABEL.
           MOVE WS-UNTIMED-STEPS TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.

      * Only step names with an execution in the card range print.
       6100-PRINT-STEP-AVERAGE.
           IF WS-NAM-TIMED(WS-NAM-SUB) > ZERO
              OR WS-NAM-UNTIMED(WS-NAM-SUB) > ZERO
               MOVE WS-NAM-NAME(WS-NAM-SUB) TO SA-NAME
               MOVE WS-NAM-TIMED(WS-NAM-SUB) TO SA-TIMED
               MOVE WS-NAM-UNTIMED(WS-NAM-SUB) TO SA-UNTIMED
               MOVE ZERO TO WS-MINUTES
               IF WS-NAM-TIMED(WS-NAM-SUB) > ZERO
                   COMPUTE WS-MINUTES ROUNDED =
                       WS-NAM-TOTAL-SECS(WS-NAM-SUB)
                       / WS-NAM-TIMED(WS-NAM-SUB) / 60
               END-IF
               MOVE WS-MINUTES TO SA-AVG
               COMPUTE WS-MINUTES ROUNDED =
                   WS-NAM-MAX-SECS(WS-NAM-SUB) / 60
               MOVE WS-MINUTES TO SA-MAX
               WRITE PRINT-RECORD FROM WS-STEP-AVG-LINE
           END-IF.

      * Weeks print oldest first. Growth compares records per cycle
      * and window minutes per timed cycle with the last week that
      * had any, so a short first week or a quiet day does not read
      * as a drop in volume.
       7000-PRINT-WEEKS.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           WRITE PRINT-RECORD FROM WS-WEEK-HEADER-1.
           WRITE PRINT-RECORD FROM WS-WEEK-HEADER-2.
           MOVE ZERO TO WS-PREV-WK.
           PERFORM 7100-PRINT-ONE-WEEK
               VARYING WS-WK-SUB FROM WS-WK-COUNT BY -1
               UNTIL WS-WK-SUB < 1.

       7100-PRINT-ONE-WEEK.
           IF WS-WK-CYCLES(WS-WK-SUB) > ZERO
               MOVE WS-WK-FIRST(WS-WK-SUB) TO WL-FIRST
               MOVE WS-WK-LAST(WS-WK-SUB) TO WL-LAST
               MOVE WS-WK-CYCLES(WS-WK-SUB) TO WL-CYCLES
               MOVE WS-WK-RECORDS(WS-WK-SUB) TO WL-RECORDS
               COMPUTE WS-CUR-AVG ROUNDED =
                   WS-WK-RECORDS(WS-WK-SUB) / WS-WK-CYCLES(WS-WK-SUB)
               MOVE WS-CUR-AVG TO WL-REC-AVG
               MOVE "     N/A" TO WL-REC-GROWTH
               IF WS-PREV-WK > ZERO AND WS-PREV-AVG-RECS > ZERO
                   COMPUTE WS-GROWTH ROUNDED =
                       (WS-CUR-AVG - WS-PREV-AVG-RECS) * 100
                       / WS-PREV-AVG-RECS
                   MOVE WS-GROWTH TO WS-GROWTH-EDIT
                   MOVE WS-GROWTH-EDIT TO WL-REC-GROWTH
               END-IF
               MOVE WS-CUR-AVG TO WS-PREV-AVG-RECS
               PERFORM 7200-WEEK-WINDOW
               MOVE WS-WK-SUB TO WS-PREV-WK
               WRITE PRINT-RECORD FROM WS-WEEK-LINE
           END-IF.

       7200-WEEK-WINDOW.
           MOVE "     N/A" TO WL-WIN-GROWTH.
           IF WS-WK-TIMED(WS-WK-SUB) = ZERO
               MOVE ZERO TO WL-WIN-AVG
           ELSE
               COMPUTE WS-CUR-AVG ROUNDED =
                   WS-WK-WIN-SECS(WS-WK-SUB) / WS-WK-TIMED(WS-WK-SUB)
                   / 60
               MOVE WS-CUR-AVG TO WL-WIN-AVG
               IF WS-PREV-WK > ZERO AND WS-PREV-AVG-WIN > ZERO
                   COMPUTE WS-GROWTH ROUNDED =
                       (WS-CUR-AVG - WS-PREV-AVG-WIN) * 100
                       / WS-PREV-AVG-WIN
                   MOVE WS-GROWTH TO WS-GROWTH-EDIT
                   MOVE WS-GROWTH-EDIT TO WL-WIN-GROWTH
               END-IF
               MOVE WS-CUR-AVG TO WS-PREV-AVG-WIN
           END-IF.

       9000-TERMINATE.
           CLOSE PRINT-FILE.
           IF WS-OVER-COUNT > ZERO
               DISPLAY "PRG19 WARNING: " WS-OVER-COUNT
                   " CYCLE(S) OVER THE " WS-LIMIT-MIN
                   " MINUTE BATCH WINDOW"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "PRG19 CYCLES " WS-ACTIVE-CYCLES
               " PRG3 RUNS " WS-RUN-COUNT
               " CHAIN STEPS " WS-STP-COUNT.
