      * COBOL COMPILER SAMPLE
      * Example 21 - PRG21 results master usage profile: reads the
      * whole of PRG3.MST (RESMAST.CPY) in key order and reports the
      * lifetime picture the master carries, which PRG7 cannot give
      * once PRG10 has archived the audit trail away. For each
      * operation it shows the pairs on file, their requests, its
      * share of all requests and how many pairs are dormant; it
      * shows how the master is spread across NUM1 ranges of one
      * hundred by operation; it ranks the top N most-requested
      * pairs of each operation (ties in key order); and it lists
      * every dormant pair - one whose RM-LAST-RUN-DATE is more than
      * the given number of days before the run date. N and the
      * dormant days come from a PRG21.CTL card (USECTL.CPY). A
      * record whose NUM1 or request count is not numeric is counted
      * and skipped with return code 4; PRG17 reports the detail.
      *
      * by surender, www.suren.space
      *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG21.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USECTL-FILE ASSIGN TO "PRG21.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT MASTER-FILE ASSIGN TO "PRG3.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-MST-STATUS.
           SELECT PRINT-FILE ASSIGN TO "PRG21.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  USECTL-FILE.
           COPY USECTL.
       FD  MASTER-FILE.
           COPY RESMAST.
       FD  PRINT-FILE.
       01  PRINT-RECORD        PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-CTL-STATUS       PIC X(2) VALUE "00".
       77 WS-MST-STATUS       PIC X(2) VALUE "00".
       77 WS-PRT-STATUS       PIC X(2) VALUE "00".
       77 WS-CTL-FATAL-SW     PIC X(1) VALUE 'N'.
           88 WS-CTL-FATAL      VALUE 'Y'.
       77 WS-OPEN-FATAL-SW    PIC X(1) VALUE 'N'.
           88 WS-OPEN-FATAL     VALUE 'Y'.
       77 WS-MST-EOF-SW       PIC X(1) VALUE 'N'.
           88 WS-MST-EOF        VALUE 'Y'.
       77 WS-DATE-OK-SW       PIC X(1) VALUE 'N'.
           88 WS-DATE-OK        VALUE 'Y'.
       77 WS-DORMANT-SW       PIC X(1) VALUE 'N'.
           88 WS-DORMANT        VALUE 'Y'.
       77 WS-PRT-OPEN-SW      PIC X(1) VALUE 'N'.
           88 WS-PRT-OPEN       VALUE 'Y'.
       77 WS-RUN-DATE         PIC 9(8).
       77 WS-RUN-DAYNO        PIC 9(7) VALUE ZERO.
       77 WS-TOP-N            PIC 9(3) VALUE ZERO.
       77 WS-TOP-MAX          PIC 9(3) VALUE 100.
       77 WS-DORMANT-DAYS     PIC 9(4) VALUE ZERO.
       77 WS-IDLE-DAYS        PIC S9(7) VALUE ZERO.
       77 WS-OP-SUB           PIC 9(1) VALUE ZERO.
       77 WS-OP-MAX           PIC 9(1) VALUE 4.
       77 WS-OP-RANKED        PIC 9(1) VALUE 3.
       77 WS-BAND-SUB         PIC 9(2) VALUE ZERO.
       77 WS-BAND-MAX         PIC 9(2) VALUE 10.
       77 WS-POS-SUB          PIC 9(3) VALUE ZERO.
       77 WS-LAST-SUB         PIC 9(3) VALUE ZERO.
       77 WS-SHIFT-SUB        PIC 9(3) VALUE ZERO.
       77 WS-PREV-SUB         PIC 9(3) VALUE ZERO.
       77 WS-RANK-SUB         PIC 9(3) VALUE ZERO.
       77 WS-MASTER-READ      PIC 9(8) VALUE ZERO.
       77 WS-MASTER-BAD       PIC 9(8) VALUE ZERO.
       77 WS-ALL-PAIRS        PIC 9(8) VALUE ZERO.
       77 WS-ALL-REQUESTS     PIC 9(11) VALUE ZERO.
       77 WS-ALL-DORMANT      PIC 9(8) VALUE ZERO.
       77 WS-BAND-PAIRS       PIC 9(8) VALUE ZERO.
       77 WS-BAND-REQUESTS    PIC 9(11) VALUE ZERO.
       77 WS-DORMANT-LISTED   PIC 9(8) VALUE ZERO.
       77 WS-PCT              PIC 9(3)V9 VALUE ZERO.
       77 WS-AVG              PIC 9(6)V99 VALUE ZERO.

      * Work fields for 1500-DAY-NUMBER, which turns WS-DN-DATE into
      * a running day count (days since a fixed epoch, Gregorian
      * leap years) so two dates subtract to the days between them.
       77 WS-DN-Y             PIC 9(4) VALUE ZERO.
       77 WS-DN-M             PIC 9(2) VALUE ZERO.
       77 WS-DN-QUOT          PIC 9(7) VALUE ZERO.
       77 WS-DN-WORK          PIC 9(7) VALUE ZERO.
       77 WS-DN-DAYNO         PIC 9(7) VALUE ZERO.
       01  WS-DN-DATE         PIC 9(8) VALUE ZERO.
       01  WS-DN-DATE-PARTS REDEFINES WS-DN-DATE.
           05  WS-DN-YEAR         PIC 9(4).
           05  WS-DN-MONTH        PIC 9(2).
           05  WS-DN-DAY          PIC 9(2).

      * The operations in the order they print; the last entry
      * counts any other code on the master. Only the first three
      * are ranked.
       01  WS-OPERATION-DEF.
           05  FILLER          PIC X(10) VALUE "BMULTIPLY".
           05  FILLER          PIC X(10) VALUE "AADD".
           05  FILLER          PIC X(10) VALUE "QSQUARE".
           05  FILLER          PIC X(10) VALUE " OTHER".
       01  WS-OPERATIONS REDEFINES WS-OPERATION-DEF.
           05  WS-OPERATION OCCURS 4 TIMES.
               10  WS-OP-CODE     PIC X(1).
               10  WS-OP-NAME     PIC X(9).

      * Pairs, requests and dormant pairs per operation (subscript as
      * WS-OPERATION).
       01  WS-OPERATION-TOTALS.
           05  WS-OPT-ENTRY OCCURS 4 TIMES.
               10  WS-OPT-PAIRS       PIC 9(8).
               10  WS-OPT-REQUESTS    PIC 9(11).
               10  WS-OPT-DORMANT     PIC 9(8).

      * Pairs and requests per NUM1 range of one hundred (000-099 is
      * band 1) and operation.
       01  WS-SPREAD-TABLE.
           05  WS-BAND OCCURS 10 TIMES.
               10  WS-BND-OP OCCURS 4 TIMES.
                   15  WS-BND-PAIRS       PIC 9(8).
                   15  WS-BND-REQUESTS    PIC 9(11).

      * The top WS-TOP-N pairs of each ranked operation, most
      * requests first; a pair only displaces one with fewer
      * requests, so ties keep the master's key order.
       01  WS-TOP-TABLE.
           05  WS-TOP-OP OCCURS 3 TIMES.
               10  WS-TOP-COUNT       PIC 9(3).
               10  WS-TOP-ENTRY OCCURS 100 TIMES.
                   15  WS-TOP-NUM1        PIC 9(3).
                   15  WS-TOP-NUM2        PIC 9(3).
                   15  WS-TOP-RESULT      PIC 9(6).
                   15  WS-TOP-REQUESTS    PIC 9(6).
                   15  WS-TOP-LAST-DATE   PIC 9(8).
                   15  WS-TOP-LAST-ID     PIC 9(4).

       01  WS-REPORT-HEADER-1.
           05  FILLER          PIC X(10) VALUE "PROGRAM:".
           05  HDR-PROGRAM     PIC X(10) VALUE "PRG21".
           05  FILLER          PIC X(10) VALUE "RUN DATE:".
           05  HDR-DATE        PIC X(10).
           05  FILLER          PIC X(40) VALUE SPACES.

       01  WS-REPORT-HEADER-2  PIC X(80)
               VALUE "RESULTS MASTER USAGE PROFILE".

       01  WS-SELECT-LINE.
           05  FILLER          PIC X(7)  VALUE "TOP N: ".
           05  SEL-TOP-N       PIC ZZ9.
           05  FILLER          PIC X(33)
                   VALUE "   DORMANT: NOT COMPUTED IN OVER ".
           05  SEL-DAYS        PIC ZZZ9.
           05  FILLER          PIC X(33) VALUE " DAYS".

       01  WS-MIX-TITLE        PIC X(80)
               VALUE "OPERATION MIX".

       01  WS-MIX-HEADER.
           05  FILLER          PIC X(10) VALUE "OPERATION".
           05  FILLER          PIC X(7)  VALUE "  PAIRS".
           05  FILLER          PIC X(13) VALUE "     REQUESTS".
           05  FILLER          PIC X(7)  VALUE "    PCT".
           05  FILLER          PIC X(12) VALUE "    AVG/PAIR".
           05  FILLER          PIC X(10) VALUE "   DORMANT".
           05  FILLER          PIC X(21) VALUE SPACES.

       01  WS-MIX-LINE.
           05  MX-NAME         PIC X(10).
           05  MX-PAIRS        PIC ZZZZZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  MX-REQUESTS     PIC ZZZZZZZZZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  MX-PCT          PIC ZZ9.9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  MX-AVG          PIC ZZZZZ9.99.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  MX-DORMANT      PIC ZZZZZZ9.
           05  FILLER          PIC X(21) VALUE SPACES.

       01  WS-SPREAD-TITLE     PIC X(80)
               VALUE "SPREAD BY NUM1 RANGE AND OPERATION".

       01  WS-SPREAD-HEADER-1.
           05  FILLER          PIC X(10) VALUE SPACES.
           05  FILLER          PIC X(17) VALUE "-- MULTIPLY ----".
           05  FILLER          PIC X(17) VALUE "----- ADD ------".
           05  FILLER          PIC X(17) VALUE "--- SQUARE -----".
           05  FILLER          PIC X(19) VALUE "------ ALL -----".

       01  WS-SPREAD-HEADER-2.
           05  FILLER          PIC X(10) VALUE "NUM1".
           05  FILLER          PIC X(17) VALUE " PAIRS REQUESTS".
           05  FILLER          PIC X(17) VALUE " PAIRS REQUESTS".
           05  FILLER          PIC X(17) VALUE " PAIRS REQUESTS".
           05  FILLER          PIC X(19) VALUE " PAIRS  REQUESTS".

       01  WS-SPREAD-LINE.
           05  SP-RANGE.
               10  SP-LOW          PIC 9(3).
               10  SP-DASH         PIC X(1).
               10  SP-HIGH         PIC 9(3).
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  SP-OP OCCURS 3 TIMES.
               10  SP-PAIRS        PIC ZZZZZ9.
               10  FILLER          PIC X(1).
               10  SP-REQUESTS     PIC ZZZZZZZ9.
               10  FILLER          PIC X(2).
           05  SP-ALL-PAIRS    PIC ZZZZZ9.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  SP-ALL-REQUESTS PIC ZZZZZZZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.

       01  WS-TOP-TITLE.
           05  FILLER          PIC X(4)  VALUE "TOP ".
           05  TT-TOP-N        PIC ZZ9.
           05  FILLER          PIC X(24)
                   VALUE " MOST-REQUESTED PAIRS - ".
           05  TT-NAME         PIC X(9).
           05  FILLER          PIC X(40) VALUE SPACES.

       01  WS-TOP-HEADER.
           05  FILLER          PIC X(6)  VALUE "RANK".
           05  FILLER          PIC X(6)  VALUE "NUM1".
           05  FILLER          PIC X(6)  VALUE "NUM2".
           05  FILLER          PIC X(9)  VALUE "RESULT".
           05  FILLER          PIC X(9)  VALUE "REQUESTS".
           05  FILLER          PIC X(13) VALUE "LAST RUN".
           05  FILLER          PIC X(31) VALUE "RUN".

       01  WS-TOP-LINE.
           05  TP-RANK         PIC ZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  TP-NUM1         PIC 9(3).
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  TP-NUM2         PIC 9(3).
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  TP-RESULT       PIC ZZZZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  TP-REQUESTS     PIC ZZZZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  TP-DATE         PIC X(10).
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  TP-RUN-ID       PIC 9(4).
           05  FILLER          PIC X(27) VALUE SPACES.

       01  WS-NO-PAIRS-LINE    PIC X(80)
               VALUE "  (NO PAIRS ON THE MASTER FOR THIS OPERATION)".

       01  WS-DORMANT-TITLE.
           05  FILLER          PIC X(36)
                   VALUE "DORMANT PAIRS - NOT COMPUTED IN OVER".
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  DT-DAYS         PIC ZZZ9.
           05  FILLER          PIC X(39) VALUE " DAYS".

       01  WS-DORMANT-HEADER.
           05  FILLER          PIC X(6)  VALUE "NUM1".
           05  FILLER          PIC X(6)  VALUE "NUM2".
           05  FILLER          PIC X(10) VALUE "OPERATION".
           05  FILLER          PIC X(9)  VALUE "RESULT".
           05  FILLER          PIC X(9)  VALUE "REQUESTS".
           05  FILLER          PIC X(13) VALUE "LAST RUN".
           05  FILLER          PIC X(27) VALUE "DAYS IDLE".

       01  WS-DORMANT-LINE.
           05  DM-NUM1         PIC 9(3).
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  DM-NUM2         PIC 9(3).
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  DM-OPERATION    PIC X(9).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  DM-RESULT       PIC ZZZZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  DM-REQUESTS     PIC ZZZZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  DM-DATE         PIC X(10).
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  DM-IDLE         PIC ZZZZZZ9.
           05  DM-IDLE-X REDEFINES DM-IDLE PIC X(7).
           05  FILLER          PIC X(21) VALUE SPACES.

       01  WS-NO-DORMANT-LINE  PIC X(80)
               VALUE "  (NO DORMANT PAIRS)".

       01  WS-TOTALS-LINE.
           05  TOT-LABEL       PIC X(24).
           05  TOT-VALUE       PIC ZZZZZZZ9.
           05  FILLER          PIC X(48) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE.
           IF NOT WS-CTL-FATAL AND NOT WS-OPEN-FATAL
               PERFORM 2000-PROFILE-MASTER
           END-IF.
           IF NOT WS-CTL-FATAL AND NOT WS-OPEN-FATAL
               PERFORM 3000-PRINT-MIX
               PERFORM 4000-PRINT-SPREAD
               PERFORM 5000-PRINT-TOP-PAIRS
               PERFORM 6000-LIST-DORMANT
           END-IF.
           IF NOT WS-CTL-FATAL AND NOT WS-OPEN-FATAL
               PERFORM 8000-PRINT-TOTALS
           END-IF.
           IF NOT WS-CTL-FATAL
               PERFORM 9000-TERMINATE
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-DN-DATE.
           PERFORM 1500-DAY-NUMBER.
           MOVE WS-DN-DAYNO TO WS-RUN-DAYNO.
           INITIALIZE WS-OPERATION-TOTALS.
           INITIALIZE WS-SPREAD-TABLE.
           INITIALIZE WS-TOP-TABLE.
           OPEN INPUT USECTL-FILE.
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "PRG21 ERROR: CANNOT OPEN PRG21.CTL"
               DISPLAY "PRG21 ERROR: FILE STATUS " WS-CTL-STATUS
               MOVE 8 TO RETURN-CODE
               SET WS-CTL-FATAL TO TRUE
           ELSE
               READ USECTL-FILE
                   AT END
                       DISPLAY "PRG21 ERROR: MISSING PRG21.CTL CARD"
                       MOVE 8 TO RETURN-CODE
                       SET WS-CTL-FATAL TO TRUE
               END-READ
               CLOSE USECTL-FILE
           END-IF.
           IF NOT WS-CTL-FATAL
               PERFORM 1100-CHECK-CARD
           END-IF.
           IF NOT WS-CTL-FATAL
               OPEN OUTPUT PRINT-FILE
               IF WS-PRT-STATUS NOT = "00"
                   DISPLAY "PRG21 ERROR: CANNOT OPEN PRG21.PRT,"
                       " STATUS " WS-PRT-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET WS-OPEN-FATAL TO TRUE
               ELSE
                   SET WS-PRT-OPEN TO TRUE
               END-IF
           END-IF.
           MOVE WS-RUN-DATE(1:4) TO HDR-DATE(1:4).
           MOVE "-" TO HDR-DATE(5:1).
           MOVE WS-RUN-DATE(5:2) TO HDR-DATE(6:2).
           MOVE "-" TO HDR-DATE(8:1).
           MOVE WS-RUN-DATE(7:2) TO HDR-DATE(9:2).

       1100-CHECK-CARD.
           IF USE-TOP-N IS NOT NUMERIC
               DISPLAY "PRG21 ERROR: PRG21.CTL TOP N MUST BE 001-"
                   WS-TOP-MAX
               MOVE 8 TO RETURN-CODE
               SET WS-CTL-FATAL TO TRUE
           ELSE
               MOVE USE-TOP-N TO WS-TOP-N
               IF WS-TOP-N = ZERO OR WS-TOP-N > WS-TOP-MAX
                   DISPLAY "PRG21 ERROR: PRG21.CTL TOP N MUST BE 001-"
                       WS-TOP-MAX
                   MOVE 8 TO RETURN-CODE
                   SET WS-CTL-FATAL TO TRUE
               END-IF
           END-IF.
           IF USE-DORMANT-DAYS IS NOT NUMERIC
               DISPLAY "PRG21 ERROR: PRG21.CTL DORMANT DAYS MUST BE"
                   " 0001-9999"
               MOVE 8 TO RETURN-CODE
               SET WS-CTL-FATAL TO TRUE
           ELSE
               MOVE USE-DORMANT-DAYS TO WS-DORMANT-DAYS
               IF WS-DORMANT-DAYS = ZERO
                   DISPLAY "PRG21 ERROR: PRG21.CTL DORMANT DAYS MUST"
                       " BE 0001-9999"
                   MOVE 8 TO RETURN-CODE
                   SET WS-CTL-FATAL TO TRUE
               END-IF
           END-IF.

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

      * First pass: totals by operation and NUM1 range, dormant
      * counts and the top-N rankings.
       2000-PROFILE-MASTER.
           OPEN INPUT MASTER-FILE.
           IF WS-MST-STATUS NOT = "00"
               DISPLAY "PRG21 ERROR: CANNOT OPEN PRG3.MST, STATUS "
                   WS-MST-STATUS
               MOVE 8 TO RETURN-CODE
               SET WS-OPEN-FATAL TO TRUE
           ELSE
               MOVE 'N' TO WS-MST-EOF-SW
               PERFORM 2100-READ-MASTER
               PERFORM 2200-PROFILE-PAIR UNTIL WS-MST-EOF
               CLOSE MASTER-FILE
           END-IF.

       2100-READ-MASTER.
           READ MASTER-FILE NEXT RECORD
               AT END
                   SET WS-MST-EOF TO TRUE
           END-READ.

       2200-PROFILE-PAIR.
           ADD 1 TO WS-MASTER-READ.
           IF RM-NUM1 IS NOT NUMERIC
              OR RM-REQUEST-COUNT IS NOT NUMERIC
               ADD 1 TO WS-MASTER-BAD
           ELSE
               PERFORM 2250-FIND-OPERATION
               DIVIDE RM-NUM1 BY 100 GIVING WS-BAND-SUB
               ADD 1 TO WS-BAND-SUB
               ADD 1 TO WS-BND-PAIRS(WS-BAND-SUB, WS-OP-SUB)
               ADD RM-REQUEST-COUNT
                   TO WS-BND-REQUESTS(WS-BAND-SUB, WS-OP-SUB)
               ADD 1 TO WS-OPT-PAIRS(WS-OP-SUB)
               ADD RM-REQUEST-COUNT TO WS-OPT-REQUESTS(WS-OP-SUB)
               ADD 1 TO WS-ALL-PAIRS
               ADD RM-REQUEST-COUNT TO WS-ALL-REQUESTS
               PERFORM 2300-CHECK-DORMANT
               IF WS-DORMANT
                   ADD 1 TO WS-OPT-DORMANT(WS-OP-SUB)
                   ADD 1 TO WS-ALL-DORMANT
               END-IF
               IF WS-OP-SUB <= WS-OP-RANKED
                   PERFORM 2400-RANK-PAIR
               END-IF
           END-IF.
           PERFORM 2100-READ-MASTER.

       2250-FIND-OPERATION.
           PERFORM VARYING WS-OP-SUB FROM 1 BY 1
                   UNTIL WS-OP-SUB >= WS-OP-MAX
                      OR WS-OP-CODE(WS-OP-SUB) = RM-OPERATION
               CONTINUE
           END-PERFORM.

      * A pair is dormant when its last run date is more than the
      * card's days before today. A pair with no usable last run
      * date has never been shown to run, so it is dormant too, with
      * WS-IDLE-DAYS left negative to say so.
       2300-CHECK-DORMANT.
           MOVE 'N' TO WS-DORMANT-SW.
           MOVE 'N' TO WS-DATE-OK-SW.
           MOVE -1 TO WS-IDLE-DAYS.
           IF RM-LAST-RUN-DATE IS NUMERIC
               MOVE RM-LAST-RUN-DATE TO WS-DN-DATE
               IF WS-DN-MONTH >= 1 AND WS-DN-MONTH <= 12
                  AND WS-DN-DAY >= 1 AND WS-DN-DAY <= 31
                   SET WS-DATE-OK TO TRUE
               END-IF
           END-IF.
           IF WS-DATE-OK
               PERFORM 1500-DAY-NUMBER
               COMPUTE WS-IDLE-DAYS = WS-RUN-DAYNO - WS-DN-DAYNO
               IF WS-IDLE-DAYS > WS-DORMANT-DAYS
                   SET WS-DORMANT TO TRUE
               END-IF
           ELSE
               SET WS-DORMANT TO TRUE
           END-IF.

      * Insertion into the operation's ranking: while it holds fewer
      * than N pairs every pair goes in; once full a pair goes in
      * only if it has more requests than the last one, which drops
      * off the end.
       2400-RANK-PAIR.
           MOVE ZERO TO WS-LAST-SUB.
           IF WS-TOP-COUNT(WS-OP-SUB) < WS-TOP-N
               ADD 1 TO WS-TOP-COUNT(WS-OP-SUB)
               MOVE WS-TOP-COUNT(WS-OP-SUB) TO WS-LAST-SUB
           ELSE
               IF RM-REQUEST-COUNT
                   > WS-TOP-REQUESTS(WS-OP-SUB, WS-TOP-N)
                   MOVE WS-TOP-N TO WS-LAST-SUB
               END-IF
           END-IF.
           IF WS-LAST-SUB > ZERO
               PERFORM 2410-INSERT-PAIR
           END-IF.

       2410-INSERT-PAIR.
           PERFORM VARYING WS-POS-SUB FROM 1 BY 1
                   UNTIL WS-POS-SUB >= WS-LAST-SUB
                      OR WS-TOP-REQUESTS(WS-OP-SUB, WS-POS-SUB)
                         < RM-REQUEST-COUNT
               CONTINUE
           END-PERFORM.
           PERFORM VARYING WS-SHIFT-SUB FROM WS-LAST-SUB BY -1
                   UNTIL WS-SHIFT-SUB <= WS-POS-SUB
               COMPUTE WS-PREV-SUB = WS-SHIFT-SUB - 1
               MOVE WS-TOP-ENTRY(WS-OP-SUB, WS-PREV-SUB)
                   TO WS-TOP-ENTRY(WS-OP-SUB, WS-SHIFT-SUB)
           END-PERFORM.
           MOVE RM-NUM1 TO WS-TOP-NUM1(WS-OP-SUB, WS-POS-SUB).
           MOVE RM-NUM2 TO WS-TOP-NUM2(WS-OP-SUB, WS-POS-SUB).
           MOVE RM-RESULT TO WS-TOP-RESULT(WS-OP-SUB, WS-POS-SUB).
           MOVE RM-REQUEST-COUNT
               TO WS-TOP-REQUESTS(WS-OP-SUB, WS-POS-SUB).
           MOVE RM-LAST-RUN-DATE
               TO WS-TOP-LAST-DATE(WS-OP-SUB, WS-POS-SUB).
           MOVE RM-LAST-RUN-ID
               TO WS-TOP-LAST-ID(WS-OP-SUB, WS-POS-SUB).

       3000-PRINT-MIX.
           WRITE PRINT-RECORD FROM WS-REPORT-HEADER-1.
           WRITE PRINT-RECORD FROM WS-REPORT-HEADER-2.
           MOVE WS-TOP-N TO SEL-TOP-N.
           MOVE WS-DORMANT-DAYS TO SEL-DAYS.
           WRITE PRINT-RECORD FROM WS-SELECT-LINE.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           WRITE PRINT-RECORD FROM WS-MIX-TITLE.
           WRITE PRINT-RECORD FROM WS-MIX-HEADER.
           PERFORM VARYING WS-OP-SUB FROM 1 BY 1
                   UNTIL WS-OP-SUB > WS-OP-MAX
               MOVE WS-OP-NAME(WS-OP-SUB) TO MX-NAME
               MOVE WS-OPT-PAIRS(WS-OP-SUB) TO MX-PAIRS
               MOVE WS-OPT-REQUESTS(WS-OP-SUB) TO MX-REQUESTS
               MOVE WS-OPT-DORMANT(WS-OP-SUB) TO MX-DORMANT
               MOVE ZERO TO WS-PCT
               IF WS-ALL-REQUESTS > ZERO
                   COMPUTE WS-PCT ROUNDED =
                       WS-OPT-REQUESTS(WS-OP-SUB) * 100
                           / WS-ALL-REQUESTS
               END-IF
               MOVE ZERO TO WS-AVG
               IF WS-OPT-PAIRS(WS-OP-SUB) > ZERO
                   COMPUTE WS-AVG ROUNDED =
                       WS-OPT-REQUESTS(WS-OP-SUB)
                           / WS-OPT-PAIRS(WS-OP-SUB)
               END-IF
               MOVE WS-PCT TO MX-PCT
               MOVE WS-AVG TO MX-AVG
               WRITE PRINT-RECORD FROM WS-MIX-LINE
           END-PERFORM.
           MOVE "ALL" TO MX-NAME.
           MOVE WS-ALL-PAIRS TO MX-PAIRS.
           MOVE WS-ALL-REQUESTS TO MX-REQUESTS.
           MOVE WS-ALL-DORMANT TO MX-DORMANT.
           MOVE ZERO TO WS-PCT.
           IF WS-ALL-REQUESTS > ZERO
               MOVE 100 TO WS-PCT
           END-IF.
           MOVE ZERO TO WS-AVG.
           IF WS-ALL-PAIRS > ZERO
               COMPUTE WS-AVG ROUNDED = WS-ALL-REQUESTS / WS-ALL-PAIRS
           END-IF.
           MOVE WS-PCT TO MX-PCT.
           MOVE WS-AVG TO MX-AVG.
           WRITE PRINT-RECORD FROM WS-MIX-LINE.

      * One line per NUM1 range; a pair with an operation code other
      * than the three ranked counts only in the ALL columns.
       4000-PRINT-SPREAD.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           WRITE PRINT-RECORD FROM WS-SPREAD-TITLE.
           WRITE PRINT-RECORD FROM WS-SPREAD-HEADER-1.
           WRITE PRINT-RECORD FROM WS-SPREAD-HEADER-2.
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > WS-BAND-MAX
               PERFORM 4100-PRINT-BAND
           END-PERFORM.
           PERFORM 4200-PRINT-SPREAD-TOTAL.

       4100-PRINT-BAND.
           MOVE SPACES TO WS-SPREAD-LINE.
           COMPUTE SP-LOW = (WS-BAND-SUB - 1) * 100.
           COMPUTE SP-HIGH = SP-LOW + 99.
           MOVE "-" TO SP-DASH.
           MOVE ZERO TO WS-BAND-PAIRS.
           MOVE ZERO TO WS-BAND-REQUESTS.
           PERFORM VARYING WS-OP-SUB FROM 1 BY 1
                   UNTIL WS-OP-SUB > WS-OP-MAX
               IF WS-OP-SUB <= WS-OP-RANKED
                   MOVE WS-BND-PAIRS(WS-BAND-SUB, WS-OP-SUB)
                       TO SP-PAIRS(WS-OP-SUB)
                   MOVE WS-BND-REQUESTS(WS-BAND-SUB, WS-OP-SUB)
                       TO SP-REQUESTS(WS-OP-SUB)
               END-IF
               ADD WS-BND-PAIRS(WS-BAND-SUB, WS-OP-SUB)
                   TO WS-BAND-PAIRS
               ADD WS-BND-REQUESTS(WS-BAND-SUB, WS-OP-SUB)
                   TO WS-BAND-REQUESTS
           END-PERFORM.
           MOVE WS-BAND-PAIRS TO SP-ALL-PAIRS.
           MOVE WS-BAND-REQUESTS TO SP-ALL-REQUESTS.
           WRITE PRINT-RECORD FROM WS-SPREAD-LINE.

       4200-PRINT-SPREAD-TOTAL.
           MOVE SPACES TO WS-SPREAD-LINE.
           MOVE "ALL" TO SP-RANGE.
           PERFORM VARYING WS-OP-SUB FROM 1 BY 1
                   UNTIL WS-OP-SUB > WS-OP-RANKED
               MOVE WS-OPT-PAIRS(WS-OP-SUB) TO SP-PAIRS(WS-OP-SUB)
               MOVE WS-OPT-REQUESTS(WS-OP-SUB)
                   TO SP-REQUESTS(WS-OP-SUB)
           END-PERFORM.
           MOVE WS-ALL-PAIRS TO SP-ALL-PAIRS.
           MOVE WS-ALL-REQUESTS TO SP-ALL-REQUESTS.
           WRITE PRINT-RECORD FROM WS-SPREAD-LINE.

       5000-PRINT-TOP-PAIRS.
           PERFORM VARYING WS-OP-SUB FROM 1 BY 1
                   UNTIL WS-OP-SUB > WS-OP-RANKED
               PERFORM 5100-PRINT-OPERATION-TOP
           END-PERFORM.

       5100-PRINT-OPERATION-TOP.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE WS-TOP-N TO TT-TOP-N.
           MOVE WS-OP-NAME(WS-OP-SUB) TO TT-NAME.
           WRITE PRINT-RECORD FROM WS-TOP-TITLE.
           IF WS-TOP-COUNT(WS-OP-SUB) = ZERO
               WRITE PRINT-RECORD FROM WS-NO-PAIRS-LINE
           ELSE
               WRITE PRINT-RECORD FROM WS-TOP-HEADER
               PERFORM VARYING WS-RANK-SUB FROM 1 BY 1
                       UNTIL WS-RANK-SUB > WS-TOP-COUNT(WS-OP-SUB)
                   PERFORM 5200-PRINT-RANKED-PAIR
               END-PERFORM
           END-IF.

       5200-PRINT-RANKED-PAIR.
           MOVE WS-RANK-SUB TO TP-RANK.
           MOVE WS-TOP-NUM1(WS-OP-SUB, WS-RANK-SUB) TO TP-NUM1.
           MOVE WS-TOP-NUM2(WS-OP-SUB, WS-RANK-SUB) TO TP-NUM2.
           MOVE WS-TOP-RESULT(WS-OP-SUB, WS-RANK-SUB) TO TP-RESULT.
           MOVE WS-TOP-REQUESTS(WS-OP-SUB, WS-RANK-SUB)
               TO TP-REQUESTS.
           MOVE WS-TOP-LAST-DATE(WS-OP-SUB, WS-RANK-SUB)
               TO WS-DN-DATE.
           IF WS-DN-DATE = ZERO
               MOVE "(NONE)" TO TP-DATE
           ELSE
               PERFORM 5300-FORMAT-DATE
           END-IF.
           MOVE WS-TOP-LAST-ID(WS-OP-SUB, WS-RANK-SUB) TO TP-RUN-ID.
           WRITE PRINT-RECORD FROM WS-TOP-LINE.

      * WS-DN-DATE as YYYY-MM-DD into TP-DATE (and DM-DATE).
       5300-FORMAT-DATE.
           MOVE WS-DN-YEAR TO TP-DATE(1:4).
           MOVE "-" TO TP-DATE(5:1).
           MOVE WS-DN-MONTH TO TP-DATE(6:2).
           MOVE "-" TO TP-DATE(8:1).
           MOVE WS-DN-DAY TO TP-DATE(9:2).
           MOVE TP-DATE TO DM-DATE.

      * Second pass: the dormant pairs in key order.
       6000-LIST-DORMANT.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE WS-DORMANT-DAYS TO DT-DAYS.
           WRITE PRINT-RECORD FROM WS-DORMANT-TITLE.
           IF WS-ALL-DORMANT = ZERO
               WRITE PRINT-RECORD FROM WS-NO-DORMANT-LINE
           ELSE
               WRITE PRINT-RECORD FROM WS-DORMANT-HEADER
               OPEN INPUT MASTER-FILE
               IF WS-MST-STATUS NOT = "00"
                   DISPLAY "PRG21 ERROR: CANNOT REOPEN PRG3.MST,"
                       " STATUS " WS-MST-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 'N' TO WS-MST-EOF-SW
                   PERFORM 2100-READ-MASTER
                   PERFORM 6100-LIST-PAIR UNTIL WS-MST-EOF
                   CLOSE MASTER-FILE
               END-IF
           END-IF.

       6100-LIST-PAIR.
           IF RM-NUM1 IS NUMERIC
              AND RM-REQUEST-COUNT IS NUMERIC
               PERFORM 2300-CHECK-DORMANT
               IF WS-DORMANT
                   PERFORM 6200-PRINT-DORMANT
               END-IF
           END-IF.
           PERFORM 2100-READ-MASTER.

       6200-PRINT-DORMANT.
           PERFORM 2250-FIND-OPERATION.
           MOVE RM-NUM1 TO DM-NUM1.
           MOVE RM-NUM2 TO DM-NUM2.
           MOVE WS-OP-NAME(WS-OP-SUB) TO DM-OPERATION.
           IF WS-OP-SUB = WS-OP-MAX
               MOVE RM-OPERATION TO DM-OPERATION(7:1)
           END-IF.
           MOVE RM-RESULT TO DM-RESULT.
           MOVE RM-REQUEST-COUNT TO DM-REQUESTS.
           IF WS-DATE-OK
               PERFORM 5300-FORMAT-DATE
               MOVE WS-IDLE-DAYS TO DM-IDLE
           ELSE
               MOVE "(NONE)" TO DM-DATE
               MOVE SPACES TO DM-IDLE-X
           END-IF.
           WRITE PRINT-RECORD FROM WS-DORMANT-LINE.
           ADD 1 TO WS-DORMANT-LISTED.

       8000-PRINT-TOTALS.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "MASTER RECORDS READ" TO TOT-LABEL.
           MOVE WS-MASTER-READ TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE "DORMANT PAIRS LISTED" TO TOT-LABEL.
           MOVE WS-DORMANT-LISTED TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE "RECORDS NOT NUMERIC" TO TOT-LABEL.
           MOVE WS-MASTER-BAD TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           IF WS-MASTER-BAD > ZERO
               DISPLAY "PRG21 WARNING: " WS-MASTER-BAD
                   " PRG3.MST RECORDS NOT NUMERIC - RUN PRG17"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       9000-TERMINATE.
           IF WS-PRT-OPEN
               CLOSE PRINT-FILE
           END-IF.
           DISPLAY "PRG21 MASTER RECORDS READ " WS-MASTER-READ
               " DORMANT " WS-DORMANT-LISTED.
