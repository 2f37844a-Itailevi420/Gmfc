      * COBOL COMPILER SAMPLE
      * Example 17 - PRG17 results master verifier: reads PRG3.MST
      * (RESMAST.CPY) end to end and proves every record still
      * agrees with the runs that built it, so a damaged master is
      * caught in the nightly cycle instead of by a PRG9 help-desk
      * query. Each RM-RESULT is recomputed from RM-NUM1/RM-NUM2/
      * RM-OPERATION by the rule PRG3's 4000-COMPUTE-TABLE leaves in
      * WS-RESULT for the last table row ('A' NUM1 + NUM2, 'Q' NUM1
      * squared, 'B' NUM1 * NUM2); RM-LAST-RUN-ID must be a run on
      * the PRG3.RUN run log (RUNLOG.CPY) and RM-LAST-RUN-DATE that
      * run's date; RM-REQUEST-COUNT must equal the number of
      * accepted (AUD-RETURN-CODE "00") PRG3.AUD records for the key,
      * 'S' folded into 'B' as PRG8 folds it. The audit trail is read
      * live and from every PRG10 monthly archive ("PRG3.AUD.Ayyyymm")
      * from the month of the first logged run to this month, sorted
      * into key order and matched against the master read in key
      * order. Audit records of runs after the latest run loaded to
      * the master (its highest RM-LAST-RUN-ID) are left out - PRG8
      * has not folded those runs in yet - and so are those of any
      * run the PRG8 journal PRG3.MJN (MSTJRNL.CPY) does not show as
      * loaded now: never loaded, or backed out by PRG18 and not
      * reloaded. Runs older than the first one on the journal were
      * loaded before it was kept and count as loaded. The report
      * lists the exceptions grouped by type, with a count per type;
      * any exception sets RETURN-CODE 4 and raises a "MST-VERIFY"
      * alert on PRG3.ALM. RETURN-CODE 8 when the master, run log,
      * journal or live audit trail cannot be read; a journal that
      * does not exist yet is not an error.
      *
      * by surender, www.suren.space
      *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG17.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "PRG3.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-MST-STATUS.
           SELECT RUNLOG-FILE ASSIGN TO "PRG3.RUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "PRG3.MJN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MJN-STATUS.
           SELECT AUDIT-FILE ASSIGN TO WS-AUD-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT SORT-FILE ASSIGN TO "PRG17.SRT".
           SELECT ALERT-FILE ASSIGN TO "PRG3.ALM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALM-STATUS.
           SELECT PRINT-FILE ASSIGN TO "PRG17.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
           COPY RESMAST.
       FD  RUNLOG-FILE.
           COPY RUNLOG.
       FD  JOURNAL-FILE.
           COPY MSTJRNL.
       FD  AUDIT-FILE.
           COPY AUDIT.
      * Sort work record - one accepted audit record reduced to the
      * master key it counts toward (RM-KEY shape, operation folded).
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-KEY.
               10  SRT-NUM1       PIC X(3).
               10  SRT-NUM2       PIC X(3).
               10  SRT-OPERATION  PIC X(1).
           05  SRT-RUN-ID         PIC 9(4).
           05  FILLER             PIC X(69).
       FD  ALERT-FILE.
           COPY ALERT.
       FD  PRINT-FILE.
       01  PRINT-RECORD        PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-MST-STATUS       PIC X(2) VALUE "00".
       77 WS-RUN-STATUS       PIC X(2) VALUE "00".
       77 WS-MJN-STATUS       PIC X(2) VALUE "00".
       77 WS-AUD-STATUS       PIC X(2) VALUE "00".
       77 WS-ALM-STATUS       PIC X(2) VALUE "00".
       77 WS-PRT-STATUS       PIC X(2) VALUE "00".
       77 WS-OPEN-FATAL-SW    PIC X(1) VALUE 'N'.
           88 WS-OPEN-FATAL     VALUE 'Y'.
       77 WS-EOF-SW           PIC X(1) VALUE 'N'.
           88 WS-EOF             VALUE 'Y'.
       77 WS-MST-EOF-SW       PIC X(1) VALUE 'N'.
           88 WS-MST-EOF        VALUE 'Y'.
       77 WS-SORT-EOF-SW      PIC X(1) VALUE 'N'.
           88 WS-SORT-EOF       VALUE 'Y'.
       77 WS-REQUIRED-SW      PIC X(1) VALUE 'N'.
           88 WS-FILE-REQUIRED  VALUE 'Y'.
       77 WS-KEY-VALID-SW     PIC X(1) VALUE 'N'.
           88 WS-KEY-VALID      VALUE 'Y'.
       77 WS-RUN-DATE         PIC 9(8).
       77 WS-TIME-NOW         PIC 9(8).
       77 WS-AUD-NAME         PIC X(20) VALUE "PRG3.AUD".
       77 WS-OP-CODE          PIC X(1) VALUE SPACE.
       77 WS-LOADED-RUN-ID    PIC 9(4) VALUE ZERO.
       77 WS-FIRST-JRN-RUN-ID PIC 9(4) VALUE ZERO.
       77 WS-FIRST-MONTH      PIC 9(6) VALUE ZERO.
       77 WS-THIS-MONTH       PIC 9(6) VALUE ZERO.
       77 WS-CALC-RESULT      PIC 9(6) VALUE ZERO.
       77 WS-AUD-KEY-COUNT    PIC 9(8) VALUE ZERO.
       77 WS-EXPECTED-COUNT   PIC 9(8) VALUE ZERO.
       77 WS-RUNS-LOGGED      PIC 9(8) VALUE ZERO.
       77 WS-MASTER-READ      PIC 9(8) VALUE ZERO.
       77 WS-AUDIT-READ       PIC 9(8) VALUE ZERO.
       77 WS-AUDIT-COUNTED    PIC 9(8) VALUE ZERO.
       77 WS-AUDIT-LATER      PIC 9(8) VALUE ZERO.
       77 WS-AUDIT-UNLOADED   PIC 9(8) VALUE ZERO.
       77 WS-ARCHIVES-READ    PIC 9(4) VALUE ZERO.
       77 WS-EXC-TOTAL        PIC 9(8) VALUE ZERO.
       77 WS-EXC-MAX          PIC 9(4) VALUE 2000.
       77 WS-EXC-COUNT        PIC 9(4) VALUE ZERO.
       77 WS-EXC-SUB          PIC 9(4) VALUE ZERO.
       77 WS-TYPE-SUB         PIC 9(2) VALUE ZERO.
       77 WS-NEW-TYPE         PIC 9(2) VALUE ZERO.
       77 WS-NEW-ON-MASTER    PIC 9(8) VALUE ZERO.
       77 WS-NEW-EXPECTED     PIC 9(8) VALUE ZERO.
       77 WS-EXC-KEY-NUM1     PIC X(3) VALUE SPACES.
       77 WS-EXC-KEY-NUM2     PIC X(3) VALUE SPACES.
       77 WS-EXC-KEY-OP       PIC X(1) VALUE SPACE.
       77 WS-ALERT-TYPE       PIC X(12) VALUE SPACES.
       77 WS-ALERT-TEXT       PIC X(38) VALUE SPACES.

      * Archive month being read - stepped a month at a time from
      * WS-FIRST-MONTH to WS-THIS-MONTH.
       01  WS-ARCH-MONTH.
           05  WS-ARCH-YEAR    PIC 9(4).
           05  WS-ARCH-MM      PIC 9(2).
       01  WS-ARCH-MONTH-NUM REDEFINES WS-ARCH-MONTH PIC 9(6).

      * Master and audit keys being matched; HIGH-VALUES once a side
      * is exhausted so the other side drains through the compare.
       01  WS-MST-KEY          PIC X(7).
       01  WS-AUD-KEY.
           05  WS-AUD-KEY-NUM1    PIC X(3).
           05  WS-AUD-KEY-NUM2    PIC X(3).
           05  WS-AUD-KEY-OP      PIC X(1).

      * Run date of every run on PRG3.RUN, subscripted by run id;
      * zero for a run id that was never logged.
       01  WS-RUN-TABLE.
           05  WS-RUN-LOG-DATE OCCURS 9999 TIMES PIC 9(8).

      * Load state of every run on PRG3.MJN, subscripted by run id:
      * 'L' its latest load totals ('T') stand, 'X' its latest entry
      * is a PRG18 backout, space for a run the journal never
      * finished loading.
       01  WS-RUN-STATE-TABLE.
           05  WS-RUN-STATE OCCURS 9999 TIMES PIC X(1).

       01  WS-TYPE-TITLE-DEF.
           05  FILLER          PIC X(40)
                   VALUE "RESULT DOES NOT RECOMPUTE".
           05  FILLER          PIC X(40)
                   VALUE "KEY NOT NUMERIC OR UNKNOWN OPERATION".
           05  FILLER          PIC X(40)
                   VALUE "LAST RUN ID NOT ON PRG3.RUN".
           05  FILLER          PIC X(40)
                   VALUE "LAST RUN DATE DISAGREES WITH PRG3.RUN".
           05  FILLER          PIC X(40)
                   VALUE "REQUEST COUNT DISAGREES WITH PRG3.AUD".
           05  FILLER          PIC X(40)
                   VALUE "AUDITED KEY MISSING FROM MASTER".
       01  WS-TYPE-TITLES REDEFINES WS-TYPE-TITLE-DEF.
           05  WS-TYPE-TITLE   PIC X(40) OCCURS 6 TIMES.

      * Exception count per type (subscript as WS-TYPE-TITLE), kept
      * whole even when the listing table below fills.
       01  WS-TYPE-COUNTS.
           05  WS-TYPE-COUNT   PIC 9(8) OCCURS 6 TIMES.

       01  WS-EXC-TABLE.
           05  WS-EXC-ENTRY OCCURS 2000 TIMES.
               10  WS-EXC-TYPE        PIC 9(2).
               10  WS-EXC-NUM1        PIC X(3).
               10  WS-EXC-NUM2        PIC X(3).
               10  WS-EXC-OP          PIC X(1).
               10  WS-EXC-ON-MASTER   PIC 9(8).
               10  WS-EXC-EXPECTED    PIC 9(8).

       01  WS-REPORT-HEADER-1.
           05  FILLER          PIC X(10) VALUE "PROGRAM:".
           05  HDR-PROGRAM     PIC X(10) VALUE "PRG17".
           05  FILLER          PIC X(10) VALUE "RUN DATE:".
           05  HDR-DATE        PIC X(10).
           05  FILLER          PIC X(40) VALUE SPACES.

       01  WS-REPORT-HEADER-2  PIC X(80)
               VALUE "RESULTS MASTER INTEGRITY VERIFICATION".

       01  WS-TYPE-LINE.
           05  FILLER          PIC X(4)  VALUE "*** ".
           05  TYP-TITLE       PIC X(40).
           05  FILLER          PIC X(8)  VALUE " COUNT: ".
           05  TYP-COUNT       PIC ZZZZZZZ9.
           05  FILLER          PIC X(20) VALUE SPACES.

       01  WS-EXC-LINE.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  EXC-NUM1        PIC X(3).
           05  FILLER          PIC X(1)  VALUE "/".
           05  EXC-NUM2        PIC X(3).
           05  FILLER          PIC X(4)  VALUE " OP ".
           05  EXC-OP          PIC X(1).
           05  FILLER          PIC X(10) VALUE "  MASTER ".
           05  EXC-ON-MASTER   PIC ZZZZZZZ9.
           05  FILLER          PIC X(10) VALUE "  EXPECT ".
           05  EXC-EXPECTED    PIC ZZZZZZZ9.
           05  FILLER          PIC X(28) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  TOT-LABEL       PIC X(24).
           05  TOT-VALUE       PIC ZZZZZZZ9.
           05  FILLER          PIC X(48) VALUE SPACES.

       01  WS-CLEAN-LINE       PIC X(80)
               VALUE "MASTER VERIFIED - NO EXCEPTIONS".

       01  WS-EXCEPT-LINE      PIC X(80)
               VALUE "*** MASTER EXCEPTIONS FOUND - SEE ABOVE ***".

       01  WS-TRUNC-LINE       PIC X(80)
               VALUE "*** LISTING INCOMPLETE - TABLE FULL ***".

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE.
           IF NOT WS-OPEN-FATAL
               PERFORM 1300-SCAN-MASTER
           END-IF.
           IF NOT WS-OPEN-FATAL
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-KEY
                   INPUT PROCEDURE IS 2000-RELEASE-AUDIT
                   OUTPUT PROCEDURE IS 4000-MATCH-MASTER
           END-IF.
           IF NOT WS-OPEN-FATAL
               PERFORM 6000-PRINT-EXCEPTIONS
               PERFORM 8000-PRINT-TOTALS
               PERFORM 9000-TERMINATE
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE(1:6) TO WS-THIS-MONTH.
           INITIALIZE WS-RUN-TABLE.
           INITIALIZE WS-TYPE-COUNTS.
           MOVE SPACES TO WS-RUN-STATE-TABLE.
           PERFORM 1100-LOAD-RUN-LOG.
           IF NOT WS-OPEN-FATAL
               PERFORM 1200-LOAD-JOURNAL-STATE
           END-IF.
           IF NOT WS-OPEN-FATAL
               OPEN OUTPUT PRINT-FILE
               IF WS-PRT-STATUS NOT = "00"
                   DISPLAY "PRG17 ERROR: CANNOT OPEN PRG17.PRT,"
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

      * The run log is the authority for which run ids exist, and
      * its earliest run date is where the audit trail - live or
      * archived - begins.
       1100-LOAD-RUN-LOG.
           OPEN INPUT RUNLOG-FILE.
           IF WS-RUN-STATUS NOT = "00"
               DISPLAY "PRG17 ERROR: CANNOT OPEN PRG3.RUN, STATUS "
                   WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               SET WS-OPEN-FATAL TO TRUE
           ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM 1110-READ-RUN-LOG
               PERFORM 1120-TABLE-RUN UNTIL WS-EOF
               CLOSE RUNLOG-FILE
               IF WS-FIRST-MONTH = ZERO
                   MOVE WS-THIS-MONTH TO WS-FIRST-MONTH
               END-IF
           END-IF.

       1110-READ-RUN-LOG.
           READ RUNLOG-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       1120-TABLE-RUN.
           IF RL-RUN-ID IS NUMERIC AND RL-RUN-ID > ZERO
              AND RL-RUN-DATE IS NUMERIC
               MOVE RL-RUN-DATE TO WS-RUN-LOG-DATE(RL-RUN-ID)
               ADD 1 TO WS-RUNS-LOGGED
               IF WS-FIRST-MONTH = ZERO
                  OR RL-RUN-DATE(1:6) < WS-FIRST-MONTH
                   MOVE RL-RUN-DATE(1:6) TO WS-FIRST-MONTH
               END-IF
           END-IF.
           PERFORM 1110-READ-RUN-LOG.

      * The run states come off PRG3.MJN the way PRG18 tables them:
      * the last 'T' or 'X' entry for a run decides whether its
      * audit records count toward the master.
       1200-LOAD-JOURNAL-STATE.
           OPEN INPUT JOURNAL-FILE.
           IF WS-MJN-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-MJN-STATUS NOT = "00"
                   DISPLAY "PRG17 ERROR: CANNOT OPEN PRG3.MJN, STATUS "
                       WS-MJN-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET WS-OPEN-FATAL TO TRUE
               ELSE
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM 1210-READ-JOURNAL
                   PERFORM 1220-TABLE-JOURNAL-ENTRY UNTIL WS-EOF
                   CLOSE JOURNAL-FILE
               END-IF
           END-IF.

       1210-READ-JOURNAL.
           READ JOURNAL-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       1220-TABLE-JOURNAL-ENTRY.
           IF MJ-RUN-ID IS NUMERIC AND MJ-RUN-ID > ZERO
               IF WS-FIRST-JRN-RUN-ID = ZERO
                  OR MJ-RUN-ID < WS-FIRST-JRN-RUN-ID
                   MOVE MJ-RUN-ID TO WS-FIRST-JRN-RUN-ID
               END-IF
               IF MJ-LOAD-TOTALS
                   MOVE 'L' TO WS-RUN-STATE(MJ-RUN-ID)
               END-IF
               IF MJ-BACKED-OUT
                   MOVE 'X' TO WS-RUN-STATE(MJ-RUN-ID)
               END-IF
           END-IF.
           PERFORM 1210-READ-JOURNAL.

      * A first pass over the master finds the latest run PRG8 has
      * folded in, so the audit count leaves out any later run that
      * has not been loaded yet. Only a run id on the run log counts
      * - a damaged RM-LAST-RUN-ID must not widen the window.
       1300-SCAN-MASTER.
           OPEN INPUT MASTER-FILE.
           IF WS-MST-STATUS NOT = "00"
               DISPLAY "PRG17 ERROR: CANNOT OPEN PRG3.MST, STATUS "
                   WS-MST-STATUS
               MOVE 8 TO RETURN-CODE
               SET WS-OPEN-FATAL TO TRUE
           ELSE
               MOVE 'N' TO WS-MST-EOF-SW
               PERFORM 1310-READ-MASTER
               PERFORM 1320-NOTE-LOADED-RUN UNTIL WS-MST-EOF
               CLOSE MASTER-FILE
           END-IF.

       1310-READ-MASTER.
           READ MASTER-FILE NEXT RECORD
               AT END
                   SET WS-MST-EOF TO TRUE
           END-READ.

       1320-NOTE-LOADED-RUN.
           IF RM-LAST-RUN-ID IS NUMERIC
              AND RM-LAST-RUN-ID > WS-LOADED-RUN-ID
               IF WS-RUN-LOG-DATE(RM-LAST-RUN-ID) > ZERO
                   MOVE RM-LAST-RUN-ID TO WS-LOADED-RUN-ID
               END-IF
           END-IF.
           PERFORM 1310-READ-MASTER.

      * The live PRG3.AUD must open - without it the counts cannot
      * be checked at all; an archive month that does not exist just
      * means PRG10 has not trimmed anything from that month.
       2000-RELEASE-AUDIT.
           MOVE "PRG3.AUD" TO WS-AUD-NAME.
           SET WS-FILE-REQUIRED TO TRUE.
           PERFORM 2100-RELEASE-ONE-FILE.
           MOVE 'N' TO WS-REQUIRED-SW.
           MOVE WS-FIRST-MONTH TO WS-ARCH-MONTH-NUM.
           PERFORM 2300-RELEASE-ARCHIVE-MONTH
               UNTIL WS-ARCH-MONTH-NUM > WS-THIS-MONTH
                  OR WS-OPEN-FATAL.

       2100-RELEASE-ONE-FILE.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUD-STATUS NOT = "00"
               IF WS-FILE-REQUIRED
                   DISPLAY "PRG17 ERROR: CANNOT OPEN " WS-AUD-NAME
                       " STATUS " WS-AUD-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET WS-OPEN-FATAL TO TRUE
               END-IF
           ELSE
               IF NOT WS-FILE-REQUIRED
                   ADD 1 TO WS-ARCHIVES-READ
               END-IF
               MOVE 'N' TO WS-EOF-SW
               PERFORM 2110-READ-AUDIT
               PERFORM 2200-RELEASE-AUDIT-RECORD UNTIL WS-EOF
               CLOSE AUDIT-FILE
           END-IF.

       2110-READ-AUDIT.
           READ AUDIT-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       2200-RELEASE-AUDIT-RECORD.
           ADD 1 TO WS-AUDIT-READ.
           IF AUD-RETURN-CODE = "00"
               IF AUD-RUN-ID IS NUMERIC
                  AND AUD-RUN-ID > WS-LOADED-RUN-ID
                   ADD 1 TO WS-AUDIT-LATER
               ELSE
                   IF AUD-RUN-ID IS NUMERIC
                      AND AUD-RUN-ID > ZERO
                      AND WS-FIRST-JRN-RUN-ID > ZERO
                      AND AUD-RUN-ID NOT < WS-FIRST-JRN-RUN-ID
                      AND WS-RUN-STATE(AUD-RUN-ID) NOT = 'L'
                       ADD 1 TO WS-AUDIT-UNLOADED
                   ELSE
                       PERFORM 2210-RELEASE-AUDIT-KEY
                   END-IF
               END-IF
           END-IF.
           PERFORM 2110-READ-AUDIT.

       2210-RELEASE-AUDIT-KEY.
           MOVE SPACES TO SORT-RECORD.
           MOVE AUD-NUM1 TO SRT-NUM1.
           MOVE AUD-NUM2 TO SRT-NUM2.
           MOVE AUD-OPERATION TO SRT-OPERATION.
           IF SRT-OPERATION = 'S'
               MOVE 'B' TO SRT-OPERATION
           END-IF.
           MOVE AUD-RUN-ID TO SRT-RUN-ID.
           RELEASE SORT-RECORD.
           ADD 1 TO WS-AUDIT-COUNTED.

       2300-RELEASE-ARCHIVE-MONTH.
           MOVE SPACES TO WS-AUD-NAME.
           STRING "PRG3.AUD.A" DELIMITED BY SIZE
               WS-ARCH-MONTH DELIMITED BY SIZE
               INTO WS-AUD-NAME.
           PERFORM 2100-RELEASE-ONE-FILE.
           IF WS-ARCH-MM = 12
               ADD 1 TO WS-ARCH-YEAR
               MOVE 1 TO WS-ARCH-MM
           ELSE
               ADD 1 TO WS-ARCH-MM
           END-IF.

      * Classic two-file match: the master in RM-KEY order against
      * the sorted audit keys. A master key with no audit record is
      * checked against an expected count of zero; an audit key with
      * no master record is an exception of its own.
       4000-MATCH-MASTER.
           IF NOT WS-OPEN-FATAL
               OPEN INPUT MASTER-FILE
               IF WS-MST-STATUS NOT = "00"
                   DISPLAY "PRG17 ERROR: CANNOT RE-OPEN PRG3.MST,"
                       " STATUS " WS-MST-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET WS-OPEN-FATAL TO TRUE
               END-IF
           END-IF.
           IF NOT WS-OPEN-FATAL
               MOVE 'N' TO WS-MST-EOF-SW
               MOVE 'N' TO WS-SORT-EOF-SW
               PERFORM 4100-NEXT-MASTER
               PERFORM 4200-RETURN-SORTED
               PERFORM 4300-NEXT-AUDIT-KEY
               PERFORM 4400-MATCH-ONE-KEY
                   UNTIL WS-MST-KEY = HIGH-VALUES
                     AND WS-AUD-KEY = HIGH-VALUES
               CLOSE MASTER-FILE
           END-IF.

       4100-NEXT-MASTER.
           PERFORM 1310-READ-MASTER.
           IF WS-MST-EOF
               MOVE HIGH-VALUES TO WS-MST-KEY
           ELSE
               ADD 1 TO WS-MASTER-READ
               MOVE RM-KEY TO WS-MST-KEY
           END-IF.

       4200-RETURN-SORTED.
           RETURN SORT-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.

      * Gathers every sorted record for the next audit key into
      * WS-AUD-KEY / WS-AUD-KEY-COUNT, leaving the first record of
      * the following key in the sort record.
       4300-NEXT-AUDIT-KEY.
           MOVE ZERO TO WS-AUD-KEY-COUNT.
           IF WS-SORT-EOF
               MOVE HIGH-VALUES TO WS-AUD-KEY
           ELSE
               MOVE SRT-KEY TO WS-AUD-KEY
               PERFORM 4310-COUNT-AUDIT-KEY
                   UNTIL WS-SORT-EOF OR SRT-KEY NOT = WS-AUD-KEY
           END-IF.

       4310-COUNT-AUDIT-KEY.
           ADD 1 TO WS-AUD-KEY-COUNT.
           PERFORM 4200-RETURN-SORTED.

       4400-MATCH-ONE-KEY.
           IF WS-MST-KEY < WS-AUD-KEY
               MOVE ZERO TO WS-EXPECTED-COUNT
               PERFORM 5000-CHECK-MASTER-RECORD
               PERFORM 4100-NEXT-MASTER
           ELSE
               IF WS-MST-KEY = WS-AUD-KEY
                   MOVE WS-AUD-KEY-COUNT TO WS-EXPECTED-COUNT
                   PERFORM 5000-CHECK-MASTER-RECORD
                   PERFORM 4100-NEXT-MASTER
                   PERFORM 4300-NEXT-AUDIT-KEY
               ELSE
                   MOVE 6 TO WS-NEW-TYPE
                   MOVE WS-AUD-KEY-NUM1 TO WS-EXC-KEY-NUM1
                   MOVE WS-AUD-KEY-NUM2 TO WS-EXC-KEY-NUM2
                   MOVE WS-AUD-KEY-OP TO WS-EXC-KEY-OP
                   MOVE ZERO TO WS-NEW-ON-MASTER
                   MOVE WS-AUD-KEY-COUNT TO WS-NEW-EXPECTED
                   PERFORM 5900-RECORD-EXCEPTION
                   PERFORM 4300-NEXT-AUDIT-KEY
               END-IF
           END-IF.

      * The checks on one master record. A record whose key fields
      * are not numeric or whose operation PRG3 does not know cannot
      * be recomputed, so only the run and count checks follow.
       5000-CHECK-MASTER-RECORD.
           MOVE RM-NUM1 TO WS-EXC-KEY-NUM1.
           MOVE RM-NUM2 TO WS-EXC-KEY-NUM2.
           MOVE RM-OPERATION TO WS-EXC-KEY-OP.
           MOVE 'Y' TO WS-KEY-VALID-SW.
           IF RM-NUM1 IS NOT NUMERIC OR RM-NUM2 IS NOT NUMERIC
               MOVE 'N' TO WS-KEY-VALID-SW
           ELSE
               MOVE RM-OPERATION TO WS-OP-CODE
               IF WS-OP-CODE NOT = 'A' AND WS-OP-CODE NOT = 'B'
                  AND WS-OP-CODE NOT = 'Q'
                   MOVE 'N' TO WS-KEY-VALID-SW
               END-IF
           END-IF.
           IF WS-KEY-VALID
               PERFORM 5100-CHECK-RESULT
           ELSE
               MOVE 2 TO WS-NEW-TYPE
               MOVE ZERO TO WS-NEW-ON-MASTER
               MOVE ZERO TO WS-NEW-EXPECTED
               PERFORM 5900-RECORD-EXCEPTION
           END-IF.
           PERFORM 5200-CHECK-LAST-RUN.
           IF RM-REQUEST-COUNT IS NOT NUMERIC
              OR RM-REQUEST-COUNT NOT = WS-EXPECTED-COUNT
               MOVE 5 TO WS-NEW-TYPE
               IF RM-REQUEST-COUNT IS NUMERIC
                   MOVE RM-REQUEST-COUNT TO WS-NEW-ON-MASTER
               ELSE
                   MOVE ZERO TO WS-NEW-ON-MASTER
               END-IF
               MOVE WS-EXPECTED-COUNT TO WS-NEW-EXPECTED
               PERFORM 5900-RECORD-EXCEPTION
           END-IF.

      * Same arithmetic as PRG3 4000-COMPUTE-TABLE for the last row
      * (WS-ROW = NUM2), into the same PIC 9(6) result.
       5100-CHECK-RESULT.
           IF WS-OP-CODE = 'A'
               COMPUTE WS-CALC-RESULT = RM-NUM1 + RM-NUM2
           ELSE
               IF WS-OP-CODE = 'Q'
                   COMPUTE WS-CALC-RESULT = RM-NUM1 * RM-NUM1
               ELSE
                   COMPUTE WS-CALC-RESULT = RM-NUM1 * RM-NUM2
               END-IF
           END-IF.
           IF RM-RESULT IS NOT NUMERIC
              OR RM-RESULT NOT = WS-CALC-RESULT
               MOVE 1 TO WS-NEW-TYPE
               IF RM-RESULT IS NUMERIC
                   MOVE RM-RESULT TO WS-NEW-ON-MASTER
               ELSE
                   MOVE ZERO TO WS-NEW-ON-MASTER
               END-IF
               MOVE WS-CALC-RESULT TO WS-NEW-EXPECTED
               PERFORM 5900-RECORD-EXCEPTION
           END-IF.

       5200-CHECK-LAST-RUN.
           IF RM-LAST-RUN-ID IS NOT NUMERIC
               MOVE 3 TO WS-NEW-TYPE
               MOVE ZERO TO WS-NEW-ON-MASTER
               MOVE ZERO TO WS-NEW-EXPECTED
               PERFORM 5900-RECORD-EXCEPTION
           ELSE
               IF RM-LAST-RUN-ID = ZERO
                   MOVE 3 TO WS-NEW-TYPE
                   MOVE ZERO TO WS-NEW-ON-MASTER
                   MOVE ZERO TO WS-NEW-EXPECTED
                   PERFORM 5900-RECORD-EXCEPTION
               ELSE
                   IF WS-RUN-LOG-DATE(RM-LAST-RUN-ID) = ZERO
                       MOVE 3 TO WS-NEW-TYPE
                       MOVE RM-LAST-RUN-ID TO WS-NEW-ON-MASTER
                       MOVE ZERO TO WS-NEW-EXPECTED
                       PERFORM 5900-RECORD-EXCEPTION
                   ELSE
                       IF RM-LAST-RUN-DATE IS NOT NUMERIC
                          OR RM-LAST-RUN-DATE NOT =
                             WS-RUN-LOG-DATE(RM-LAST-RUN-ID)
                           PERFORM 5210-RUN-DATE-EXCEPTION
                       END-IF
                   END-IF
               END-IF
           END-IF.

       5210-RUN-DATE-EXCEPTION.
           MOVE 4 TO WS-NEW-TYPE.
           IF RM-LAST-RUN-DATE IS NUMERIC
               MOVE RM-LAST-RUN-DATE TO WS-NEW-ON-MASTER
           ELSE
               MOVE ZERO TO WS-NEW-ON-MASTER
           END-IF.
           MOVE WS-RUN-LOG-DATE(RM-LAST-RUN-ID) TO WS-NEW-EXPECTED.
           PERFORM 5900-RECORD-EXCEPTION.

      * Every exception is counted by type; the listing keeps the
      * first WS-EXC-MAX of them, as PRG13 keeps its baseline table.
       5900-RECORD-EXCEPTION.
           ADD 1 TO WS-EXC-TOTAL.
           ADD 1 TO WS-TYPE-COUNT(WS-NEW-TYPE).
           IF WS-EXC-COUNT < WS-EXC-MAX
               ADD 1 TO WS-EXC-COUNT
               MOVE WS-NEW-TYPE TO WS-EXC-TYPE(WS-EXC-COUNT)
               MOVE WS-EXC-KEY-NUM1 TO WS-EXC-NUM1(WS-EXC-COUNT)
               MOVE WS-EXC-KEY-NUM2 TO WS-EXC-NUM2(WS-EXC-COUNT)
               MOVE WS-EXC-KEY-OP TO WS-EXC-OP(WS-EXC-COUNT)
               MOVE WS-NEW-ON-MASTER TO WS-EXC-ON-MASTER(WS-EXC-COUNT)
               MOVE WS-NEW-EXPECTED TO WS-EXC-EXPECTED(WS-EXC-COUNT)
           END-IF.

       6000-PRINT-EXCEPTIONS.
           WRITE PRINT-RECORD FROM WS-REPORT-HEADER-1.
           WRITE PRINT-RECORD FROM WS-REPORT-HEADER-2.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           PERFORM 6100-PRINT-ONE-TYPE
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 6.
           IF WS-EXC-TOTAL > WS-EXC-COUNT
               WRITE PRINT-RECORD FROM WS-TRUNC-LINE
           END-IF.

       6100-PRINT-ONE-TYPE.
           IF WS-TYPE-COUNT(WS-TYPE-SUB) > ZERO
               MOVE WS-TYPE-TITLE(WS-TYPE-SUB) TO TYP-TITLE
               MOVE WS-TYPE-COUNT(WS-TYPE-SUB) TO TYP-COUNT
               WRITE PRINT-RECORD FROM WS-TYPE-LINE
               PERFORM 6200-PRINT-EXCEPTION-LINE
                   VARYING WS-EXC-SUB FROM 1 BY 1
                   UNTIL WS-EXC-SUB > WS-EXC-COUNT
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF.

       6200-PRINT-EXCEPTION-LINE.
           IF WS-EXC-TYPE(WS-EXC-SUB) = WS-TYPE-SUB
               MOVE WS-EXC-NUM1(WS-EXC-SUB) TO EXC-NUM1
               MOVE WS-EXC-NUM2(WS-EXC-SUB) TO EXC-NUM2
               MOVE WS-EXC-OP(WS-EXC-SUB) TO EXC-OP
               MOVE WS-EXC-ON-MASTER(WS-EXC-SUB) TO EXC-ON-MASTER
               MOVE WS-EXC-EXPECTED(WS-EXC-SUB) TO EXC-EXPECTED
               WRITE PRINT-RECORD FROM WS-EXC-LINE
           END-IF.

       8000-PRINT-TOTALS.
           MOVE "RUNS ON PRG3.RUN:" TO TOT-LABEL.
           MOVE WS-RUNS-LOGGED TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE "LATEST RUN LOADED:" TO TOT-LABEL.
           MOVE WS-LOADED-RUN-ID TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE "MASTER RECORDS READ:" TO TOT-LABEL.
           MOVE WS-MASTER-READ TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE "AUDIT ARCHIVES READ:" TO TOT-LABEL.
           MOVE WS-ARCHIVES-READ TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE "AUDIT RECORDS READ:" TO TOT-LABEL.
           MOVE WS-AUDIT-READ TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE "ACCEPTED PAIRS COUNTED:" TO TOT-LABEL.
           MOVE WS-AUDIT-COUNTED TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE "PAIRS NOT YET LOADED:" TO TOT-LABEL.
           MOVE WS-AUDIT-LATER TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE "PAIRS OF RUNS UNLOADED:" TO TOT-LABEL.
           MOVE WS-AUDIT-UNLOADED TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE "EXCEPTIONS:" TO TOT-LABEL.
           MOVE WS-EXC-TOTAL TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           IF WS-EXC-TOTAL = ZERO
               WRITE PRINT-RECORD FROM WS-CLEAN-LINE
           ELSE
               WRITE PRINT-RECORD FROM WS-EXCEPT-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               PERFORM 8100-RAISE-ALERT
           END-IF.
           DISPLAY "PRG17 TOTALS - MASTER READ: " WS-MASTER-READ
               " AUDIT COUNTED: " WS-AUDIT-COUNTED
               " EXCEPTIONS: " WS-EXC-TOTAL.

      * PRG17 runs outside any PRG3 run, so its alert carries a zero
      * ALM-RUN-ID, as PRG15's do.
       8100-RAISE-ALERT.
           MOVE "MST-VERIFY" TO WS-ALERT-TYPE.
           MOVE SPACES TO WS-ALERT-TEXT.
           STRING "PRG3.MST EXCEPTIONS: " DELIMITED BY SIZE
               WS-EXC-TOTAL DELIMITED BY SIZE
               INTO WS-ALERT-TEXT.
           OPEN EXTEND ALERT-FILE.
           IF WS-ALM-STATUS NOT = "00"
               OPEN OUTPUT ALERT-FILE
           END-IF.
           IF WS-ALM-STATUS NOT = "00"
               DISPLAY "PRG17 WARNING: CANNOT OPEN PRG3.ALM, STATUS "
                   WS-ALM-STATUS
           ELSE
               MOVE SPACES TO ALERT-RECORD
               ACCEPT WS-TIME-NOW FROM TIME
               MOVE WS-RUN-DATE TO ALM-TIMESTAMP(1:8)
               MOVE WS-TIME-NOW(1:6) TO ALM-TIMESTAMP(9:6)
               MOVE WS-RUN-DATE TO ALM-RUN-DATE
               MOVE ZERO TO ALM-RUN-ID
               MOVE WS-ALERT-TYPE TO ALM-TYPE
               MOVE WS-ALERT-TEXT TO ALM-TEXT
               WRITE ALERT-RECORD
               CLOSE ALERT-FILE
           END-IF.

       9000-TERMINATE.
           CLOSE PRINT-FILE.
