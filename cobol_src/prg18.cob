      * COBOL COMPILER SAMPLE
      * Example 18 - PRG18 results master run backout: takes one PRG3
      * run's PRG8 load back out of PRG3.MST using the before-image
      * journal PRG8 writes to PRG3.MJN (MSTJRNL.CPY), so a bad
      * NUMPAIRS.DAT that got through no longer means rebuilding the
      * master from every saved generation. The run comes from a
      * PRG18.CTL card (BKOCTL.CPY). Every key the run added is
      * deleted and every key it changed is rewritten from its
      * before-image - RM-RESULT, RM-LAST-RUN-DATE, RM-LAST-RUN-ID and
      * RM-REQUEST-COUNT as they were before the load. A key the run
      * touched more than once is taken back to the before-image of
      * its first entry. The backout is refused (RETURN-CODE 8,
      * master untouched) when a later load still on the journal has
      * changed any of the same keys, unless the card forces it -
      * then those keys are reversed anyway, flagged FORCED, and the
      * run ends RETURN-CODE 4. A run already backed out is never
      * reversed twice. The report lists each key reversed and foots
      * the journal entries to the load totals on the run's 'T'
      * entry and the reversals to the journal entries; the backout
      * is marked on PRG3.MJN with an 'X' entry - unless a master
      * update failed, when the run is left unmarked so a rerun can
      * reverse the keys that were missed.
      *
      * by surender, www.suren.space
      *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG18.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BKO-CTL-FILE ASSIGN TO "PRG18.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "PRG3.MJN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MJN-STATUS.
           SELECT MASTER-FILE ASSIGN TO "PRG3.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-MST-STATUS.
           SELECT PRINT-FILE ASSIGN TO "PRG18.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BKO-CTL-FILE.
           COPY BKOCTL.
       FD  JOURNAL-FILE.
           COPY MSTJRNL.
       FD  MASTER-FILE.
           COPY RESMAST.
       FD  PRINT-FILE.
       01  PRINT-RECORD        PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-CTL-STATUS       PIC X(2) VALUE "00".
       77 WS-MJN-STATUS       PIC X(2) VALUE "00".
       77 WS-MST-STATUS       PIC X(2) VALUE "00".
       77 WS-PRT-STATUS       PIC X(2) VALUE "00".
       77 WS-CTL-FATAL-SW     PIC X(1) VALUE 'N'.
           88 WS-CTL-FATAL      VALUE 'Y'.
       77 WS-OPEN-FATAL-SW    PIC X(1) VALUE 'N'.
           88 WS-OPEN-FATAL     VALUE 'Y'.
       77 WS-REFUSED-SW       PIC X(1) VALUE 'N'.
           88 WS-REFUSED        VALUE 'Y'.
       77 WS-FORCE-SW         PIC X(1) VALUE 'N'.
           88 WS-FORCE          VALUE 'Y'.
       77 WS-EOF-SW           PIC X(1) VALUE 'N'.
           88 WS-EOF             VALUE 'Y'.
       77 WS-TOTALS-FOUND-SW  PIC X(1) VALUE 'N'.
           88 WS-TOTALS-FOUND   VALUE 'Y'.
       77 WS-OVERFLOW-SW      PIC X(1) VALUE 'N'.
           88 WS-OVERFLOWED     VALUE 'Y'.
       77 WS-RUN-DATE         PIC 9(8).
       77 WS-TIME-NOW         PIC 9(8).
       77 WS-BKO-RUN-ID       PIC 9(4) VALUE ZERO.
       77 WS-JRN-REC-NO       PIC 9(8) VALUE ZERO.
       77 WS-LAST-TARGET-REC  PIC 9(8) VALUE ZERO.
       77 WS-LOOK-KEY         PIC X(7).
       77 WS-ENT-MAX          PIC 9(4) VALUE 5000.
       77 WS-ENT-COUNT        PIC 9(4) VALUE ZERO.
       77 WS-ENT-SUB          PIC 9(4) VALUE ZERO.
       77 WS-FOUND-SUB        PIC 9(4) VALUE ZERO.
       77 WS-JRN-ADDS         PIC 9(8) VALUE ZERO.
       77 WS-JRN-CHANGES      PIC 9(8) VALUE ZERO.
       77 WS-JRN-REPEATS      PIC 9(8) VALUE ZERO.
       77 WS-LOAD-FEED-READ   PIC 9(8) VALUE ZERO.
       77 WS-LOAD-ADDED       PIC 9(8) VALUE ZERO.
       77 WS-LOAD-UPDATED     PIC 9(8) VALUE ZERO.
       77 WS-LOAD-ERRORS      PIC 9(8) VALUE ZERO.
       77 WS-CONFLICTS        PIC 9(8) VALUE ZERO.
       77 WS-KEYS-DELETED     PIC 9(8) VALUE ZERO.
       77 WS-KEYS-RESTORED    PIC 9(8) VALUE ZERO.
       77 WS-KEYS-FAILED      PIC 9(8) VALUE ZERO.
       77 WS-WRITE-FAILURES   PIC 9(8) VALUE ZERO.
       77 WS-FOOT-REVERSED    PIC 9(8) VALUE ZERO.
       77 WS-FOOT-JOURNAL     PIC 9(8) VALUE ZERO.

      * State of every run on the journal, subscripted by run id:
      * 'L' loaded, 'X' its latest entry is a backout. A later
      * run that has itself been backed out no longer stands in the
      * way of this one.
       01  WS-RUN-STATE-TABLE.
           05  WS-RUN-STATE OCCURS 9999 TIMES PIC X(1).

      * The run's journal entries, one per key - the first entry the
      * run made for the key, which holds the key's state before
      * the run touched it.
       01  WS-ENTRY-TABLE.
           05  WS-ENT-ENTRY OCCURS 5000 TIMES.
               10  WS-ENT-KEY.
                   15  WS-ENT-NUM1        PIC 9(3).
                   15  WS-ENT-NUM2        PIC 9(3).
                   15  WS-ENT-OP          PIC X(1).
               10  WS-ENT-TYPE            PIC X(1).
               10  WS-ENT-BEFORE-RESULT   PIC 9(6).
               10  WS-ENT-BEFORE-DATE     PIC 9(8).
               10  WS-ENT-BEFORE-RUN-ID   PIC 9(4).
               10  WS-ENT-BEFORE-COUNT    PIC 9(6).
               10  WS-ENT-LATER-RUN       PIC 9(4).

       01  WS-REPORT-HEADER-1.
           05  FILLER          PIC X(10) VALUE "PROGRAM:".
           05  HDR-PROGRAM     PIC X(10) VALUE "PRG18".
           05  FILLER          PIC X(10) VALUE "RUN DATE:".
           05  HDR-DATE        PIC X(10).
           05  FILLER          PIC X(40) VALUE SPACES.

       01  WS-REPORT-HEADER-2  PIC X(80)
               VALUE "RESULTS MASTER RUN BACKOUT".

       01  WS-RUN-LINE.
           05  FILLER          PIC X(20) VALUE "BACKING OUT RUN ID: ".
           05  RUN-BKO-ID      PIC 9(4).
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  RUN-FORCE-TEXT  PIC X(20).
           05  FILLER          PIC X(32) VALUE SPACES.

       01  WS-CONFLICT-LINE.
           05  FILLER          PIC X(12) VALUE "  LATER RUN ".
           05  CFL-RUN-ID      PIC 9(4).
           05  FILLER          PIC X(14) VALUE " ALSO CHANGED ".
           05  CFL-NUM1        PIC 9(3).
           05  FILLER          PIC X(1)  VALUE "/".
           05  CFL-NUM2        PIC 9(3).
           05  FILLER          PIC X(4)  VALUE " OP ".
           05  CFL-OP          PIC X(1).
           05  FILLER          PIC X(38) VALUE SPACES.

       01  WS-BACKOUT-LINE.
           05  BKL-ACTION      PIC X(10).
           05  BKL-NUM1        PIC 9(3).
           05  FILLER          PIC X(1)  VALUE "/".
           05  BKL-NUM2        PIC 9(3).
           05  FILLER          PIC X(4)  VALUE " OP ".
           05  BKL-OP          PIC X(1).
           05  FILLER          PIC X(9)  VALUE "  RESULT ".
           05  BKL-RESULT-NOW  PIC ZZZZZ9.
           05  FILLER          PIC X(4)  VALUE " -> ".
           05  BKL-RESULT-WAS  PIC ZZZZZ9.
           05  FILLER          PIC X(8)  VALUE "  COUNT ".
           05  BKL-COUNT-NOW   PIC ZZZZZ9.
           05  FILLER          PIC X(4)  VALUE " -> ".
           05  BKL-COUNT-WAS   PIC ZZZZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  BKL-FLAG        PIC X(7).

       01  WS-TOTALS-LINE.
           05  TOT-LABEL       PIC X(24).
           05  TOT-VALUE       PIC ZZZZZZZ9.
           05  FILLER          PIC X(48) VALUE SPACES.

       01  WS-REFUSED-LINE.
           05  FILLER          PIC X(22)
                   VALUE "*** BACKOUT REFUSED - ".
           05  FILLER          PIC X(58)
                   VALUE "LATER RUNS CHANGED THESE KEYS ***".

       01  WS-NO-TOTALS-LINE.
           05  FILLER          PIC X(34)
                   VALUE "*** NO LOAD TOTALS ON PRG3.MJN - ".
           05  FILLER          PIC X(46)
                   VALUE "LOAD DID NOT COMPLETE ***".

       01  WS-FOOT-OK-LINE     PIC X(80)
               VALUE "FOOTING OK - BACKOUT FOOTS TO JOURNAL AND LOAD".

       01  WS-FOOT-BAD-LINE    PIC X(80)
               VALUE "*** FOOTING ERROR - BACKOUT DOES NOT FOOT ***".

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE.
           IF NOT WS-CTL-FATAL AND NOT WS-OPEN-FATAL
               PERFORM 2000-LOAD-RUN-ENTRIES
           END-IF.
           IF NOT WS-CTL-FATAL AND NOT WS-OPEN-FATAL
               PERFORM 3000-CHECK-LATER-LOADS
           END-IF.
           IF NOT WS-CTL-FATAL AND NOT WS-OPEN-FATAL
              AND NOT WS-REFUSED
               PERFORM 4000-APPLY-BACKOUT
           END-IF.
           IF NOT WS-CTL-FATAL AND NOT WS-OPEN-FATAL
              AND NOT WS-REFUSED
               IF WS-WRITE-FAILURES = ZERO
                   PERFORM 5000-MARK-BACKED-OUT
               ELSE
                   DISPLAY "PRG18 ERROR: " WS-WRITE-FAILURES
                       " MASTER UPDATES FAILED - RUN ID " WS-BKO-RUN-ID
                       " NOT MARKED BACKED OUT, RERUN PRG18"
               END-IF
               PERFORM 8000-PRINT-TOTALS
           END-IF.
           IF NOT WS-CTL-FATAL
               PERFORM 9000-TERMINATE
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-RUN-STATE-TABLE.
           OPEN INPUT BKO-CTL-FILE.
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "PRG18 ERROR: CANNOT OPEN PRG18.CTL"
               DISPLAY "PRG18 ERROR: FILE STATUS " WS-CTL-STATUS
               MOVE 8 TO RETURN-CODE
               SET WS-CTL-FATAL TO TRUE
           ELSE
               READ BKO-CTL-FILE
                   AT END
                       DISPLAY "PRG18 ERROR: MISSING PRG18.CTL CARD"
                       MOVE 8 TO RETURN-CODE
                       SET WS-CTL-FATAL TO TRUE
               END-READ
               CLOSE BKO-CTL-FILE
           END-IF.
           IF NOT WS-CTL-FATAL
               IF BKO-RUN-ID IS NOT NUMERIC
                   DISPLAY "PRG18 ERROR: PRG18.CTL RUN ID NOT NUMERIC"
                   MOVE 8 TO RETURN-CODE
                   SET WS-CTL-FATAL TO TRUE
               ELSE
                   MOVE BKO-RUN-ID TO WS-BKO-RUN-ID
                   IF WS-BKO-RUN-ID = ZERO
                       DISPLAY "PRG18 ERROR: PRG18.CTL RUN ID IS ZERO"
                       MOVE 8 TO RETURN-CODE
                       SET WS-CTL-FATAL TO TRUE
                   END-IF
               END-IF
               IF BKO-FORCED
                   SET WS-FORCE TO TRUE
               END-IF
           END-IF.
           IF NOT WS-CTL-FATAL
               OPEN OUTPUT PRINT-FILE
               IF WS-PRT-STATUS NOT = "00"
                   DISPLAY "PRG18 ERROR: CANNOT OPEN PRG18.PRT,"
                       " STATUS " WS-PRT-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET WS-CTL-FATAL TO TRUE
               END-IF
           END-IF.
           MOVE WS-RUN-DATE(1:4) TO HDR-DATE(1:4).
           MOVE "-" TO HDR-DATE(5:1).
           MOVE WS-RUN-DATE(5:2) TO HDR-DATE(6:2).
           MOVE "-" TO HDR-DATE(8:1).
           MOVE WS-RUN-DATE(7:2) TO HDR-DATE(9:2).
           IF NOT WS-CTL-FATAL
               WRITE PRINT-RECORD FROM WS-REPORT-HEADER-1
               WRITE PRINT-RECORD FROM WS-REPORT-HEADER-2
               MOVE WS-BKO-RUN-ID TO RUN-BKO-ID
               IF WS-FORCE
                   MOVE "(FORCED)" TO RUN-FORCE-TEXT
               ELSE
                   MOVE SPACES TO RUN-FORCE-TEXT
               END-IF
               WRITE PRINT-RECORD FROM WS-RUN-LINE
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF.

      * First pass over PRG3.MJN: tables the run's entries, notes its
      * load totals and where its last entry sits, and tracks which
      * runs are backed out. Entries of the run after an 'X' for it
      * mean the run was reloaded since it was last backed out - the
      * earlier entries were reversed then, so the table restarts.
       2000-LOAD-RUN-ENTRIES.
           OPEN INPUT JOURNAL-FILE.
           IF WS-MJN-STATUS NOT = "00"
               DISPLAY "PRG18 ERROR: CANNOT OPEN PRG3.MJN, STATUS "
                   WS-MJN-STATUS
               MOVE 8 TO RETURN-CODE
               SET WS-OPEN-FATAL TO TRUE
           ELSE
               MOVE ZERO TO WS-JRN-REC-NO
               MOVE 'N' TO WS-EOF-SW
               PERFORM 2100-READ-JOURNAL
               PERFORM 2200-TABLE-JOURNAL-ENTRY UNTIL WS-EOF
               CLOSE JOURNAL-FILE
           END-IF.
           IF NOT WS-OPEN-FATAL
               IF WS-LAST-TARGET-REC = ZERO
                   DISPLAY "PRG18 ERROR: RUN ID " WS-BKO-RUN-ID
                       " HAS NO LOAD ON PRG3.MJN"
                   MOVE 8 TO RETURN-CODE
                   SET WS-OPEN-FATAL TO TRUE
               ELSE
                   IF WS-RUN-STATE(WS-BKO-RUN-ID) = 'X'
                       DISPLAY "PRG18 ERROR: RUN ID " WS-BKO-RUN-ID
                           " IS ALREADY BACKED OUT"
                       MOVE 8 TO RETURN-CODE
                       SET WS-OPEN-FATAL TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF WS-OVERFLOWED AND NOT WS-OPEN-FATAL
               DISPLAY "PRG18 ERROR: RUN ID " WS-BKO-RUN-ID
                   " TOUCHED MORE THAN " WS-ENT-MAX " KEYS"
               MOVE 8 TO RETURN-CODE
               SET WS-OPEN-FATAL TO TRUE
           END-IF.

       2100-READ-JOURNAL.
           READ JOURNAL-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
               ADD 1 TO WS-JRN-REC-NO
           END-IF.

       2200-TABLE-JOURNAL-ENTRY.
           IF MJ-RUN-ID IS NUMERIC AND MJ-RUN-ID > ZERO
               IF MJ-RUN-ID = WS-BKO-RUN-ID
                   PERFORM 2300-TABLE-TARGET-ENTRY
               END-IF
               IF MJ-BACKED-OUT
                   MOVE 'X' TO WS-RUN-STATE(MJ-RUN-ID)
               ELSE
                   MOVE 'L' TO WS-RUN-STATE(MJ-RUN-ID)
               END-IF
           END-IF.
           PERFORM 2100-READ-JOURNAL.

       2300-TABLE-TARGET-ENTRY.
           IF NOT MJ-BACKED-OUT
               IF WS-RUN-STATE(WS-BKO-RUN-ID) = 'X'
                   PERFORM 2400-RESTART-TARGET-TABLE
               END-IF
               MOVE WS-JRN-REC-NO TO WS-LAST-TARGET-REC
           END-IF.
           IF MJ-LOAD-TOTALS
               SET WS-TOTALS-FOUND TO TRUE
               ADD MJ-TOT-FEED-READ TO WS-LOAD-FEED-READ
               ADD MJ-TOT-ADDED TO WS-LOAD-ADDED
               ADD MJ-TOT-UPDATED TO WS-LOAD-UPDATED
               ADD MJ-TOT-ERRORS TO WS-LOAD-ERRORS
           END-IF.
           IF MJ-ADDED OR MJ-CHANGED
               IF MJ-ADDED
                   ADD 1 TO WS-JRN-ADDS
               ELSE
                   ADD 1 TO WS-JRN-CHANGES
               END-IF
               MOVE MJ-KEY TO WS-LOOK-KEY
               PERFORM 2900-FIND-KEY
               IF WS-FOUND-SUB > ZERO
                   ADD 1 TO WS-JRN-REPEATS
               ELSE
                   PERFORM 2500-ADD-ENTRY
               END-IF
           END-IF.

       2400-RESTART-TARGET-TABLE.
           MOVE ZERO TO WS-ENT-COUNT.
           MOVE ZERO TO WS-JRN-ADDS.
           MOVE ZERO TO WS-JRN-CHANGES.
           MOVE ZERO TO WS-JRN-REPEATS.
           MOVE ZERO TO WS-LOAD-FEED-READ.
           MOVE ZERO TO WS-LOAD-ADDED.
           MOVE ZERO TO WS-LOAD-UPDATED.
           MOVE ZERO TO WS-LOAD-ERRORS.
           MOVE 'N' TO WS-TOTALS-FOUND-SW.
           MOVE 'N' TO WS-OVERFLOW-SW.

       2500-ADD-ENTRY.
           IF WS-ENT-COUNT < WS-ENT-MAX
               ADD 1 TO WS-ENT-COUNT
               MOVE MJ-KEY TO WS-ENT-KEY(WS-ENT-COUNT)
               MOVE MJ-REC-TYPE TO WS-ENT-TYPE(WS-ENT-COUNT)
               MOVE MJ-BEFORE-RESULT
                   TO WS-ENT-BEFORE-RESULT(WS-ENT-COUNT)
               MOVE MJ-BEFORE-RUN-DATE
                   TO WS-ENT-BEFORE-DATE(WS-ENT-COUNT)
               MOVE MJ-BEFORE-RUN-ID
                   TO WS-ENT-BEFORE-RUN-ID(WS-ENT-COUNT)
               MOVE MJ-BEFORE-REQUEST-COUNT
                   TO WS-ENT-BEFORE-COUNT(WS-ENT-COUNT)
               MOVE ZERO TO WS-ENT-LATER-RUN(WS-ENT-COUNT)
           ELSE
               SET WS-OVERFLOWED TO TRUE
           END-IF.

      * 2900-FIND-KEY returns the table entry for WS-LOOK-KEY in
      * WS-FOUND-SUB, zero when the run did not touch the key.
       2900-FIND-KEY.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM VARYING WS-ENT-SUB FROM 1 BY 1
                   UNTIL WS-ENT-SUB > WS-ENT-COUNT
               IF WS-ENT-KEY(WS-ENT-SUB) = WS-LOOK-KEY
                   MOVE WS-ENT-SUB TO WS-FOUND-SUB
                   MOVE WS-ENT-COUNT TO WS-ENT-SUB
               END-IF
           END-PERFORM.

      * Second pass: any add or change journaled after the run's
      * last entry, by a run that is still loaded, to a key the run
      * touched. Restoring that key would silently undo the later
      * run, so it refuses the backout unless the card forces it.
       3000-CHECK-LATER-LOADS.
           OPEN INPUT JOURNAL-FILE.
           IF WS-MJN-STATUS NOT = "00"
               DISPLAY "PRG18 ERROR: CANNOT RE-OPEN PRG3.MJN, STATUS "
                   WS-MJN-STATUS
               MOVE 8 TO RETURN-CODE
               SET WS-OPEN-FATAL TO TRUE
           ELSE
               MOVE ZERO TO WS-JRN-REC-NO
               MOVE 'N' TO WS-EOF-SW
               PERFORM 2100-READ-JOURNAL
               PERFORM 3100-CHECK-JOURNAL-ENTRY UNTIL WS-EOF
               CLOSE JOURNAL-FILE
           END-IF.
           IF WS-CONFLICTS > ZERO AND NOT WS-OPEN-FATAL
               IF WS-FORCE
                   DISPLAY "PRG18 WARNING: " WS-CONFLICTS
                       " KEYS CHANGED BY LATER RUNS - FORCED"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   DISPLAY "PRG18 ERROR: " WS-CONFLICTS
                       " KEYS CHANGED BY LATER RUNS - BACKOUT REFUSED"
                   MOVE SPACES TO PRINT-RECORD
                   WRITE PRINT-RECORD
                   WRITE PRINT-RECORD FROM WS-REFUSED-LINE
                   MOVE 8 TO RETURN-CODE
                   SET WS-REFUSED TO TRUE
               END-IF
           END-IF.

       3100-CHECK-JOURNAL-ENTRY.
           IF WS-JRN-REC-NO > WS-LAST-TARGET-REC
              AND (MJ-ADDED OR MJ-CHANGED)
              AND MJ-RUN-ID IS NUMERIC AND MJ-RUN-ID > ZERO
              AND MJ-RUN-ID NOT = WS-BKO-RUN-ID
               IF WS-RUN-STATE(MJ-RUN-ID) NOT = 'X'
                   MOVE MJ-KEY TO WS-LOOK-KEY
                   PERFORM 2900-FIND-KEY
                   IF WS-FOUND-SUB > ZERO
                       PERFORM 3200-NOTE-CONFLICT
                   END-IF
               END-IF
           END-IF.
           PERFORM 2100-READ-JOURNAL.

       3200-NOTE-CONFLICT.
           IF WS-ENT-LATER-RUN(WS-FOUND-SUB) = ZERO
               ADD 1 TO WS-CONFLICTS
           END-IF.
           MOVE MJ-RUN-ID TO WS-ENT-LATER-RUN(WS-FOUND-SUB).
           MOVE MJ-RUN-ID TO CFL-RUN-ID.
           MOVE MJ-NUM1 TO CFL-NUM1.
           MOVE MJ-NUM2 TO CFL-NUM2.
           MOVE MJ-OPERATION TO CFL-OP.
           WRITE PRINT-RECORD FROM WS-CONFLICT-LINE.

       4000-APPLY-BACKOUT.
           OPEN I-O MASTER-FILE.
           IF WS-MST-STATUS NOT = "00"
               DISPLAY "PRG18 ERROR: CANNOT OPEN PRG3.MST, STATUS "
                   WS-MST-STATUS
               MOVE 8 TO RETURN-CODE
               SET WS-OPEN-FATAL TO TRUE
           ELSE
               IF WS-CONFLICTS > ZERO
                   MOVE SPACES TO PRINT-RECORD
                   WRITE PRINT-RECORD
               END-IF
               PERFORM 4100-REVERSE-ONE-KEY
                   VARYING WS-ENT-SUB FROM 1 BY 1
                   UNTIL WS-ENT-SUB > WS-ENT-COUNT
               CLOSE MASTER-FILE
           END-IF.

       4100-REVERSE-ONE-KEY.
           MOVE WS-ENT-NUM1(WS-ENT-SUB) TO RM-NUM1.
           MOVE WS-ENT-NUM2(WS-ENT-SUB) TO RM-NUM2.
           MOVE WS-ENT-OP(WS-ENT-SUB) TO RM-OPERATION.
           MOVE WS-ENT-NUM1(WS-ENT-SUB) TO BKL-NUM1.
           MOVE WS-ENT-NUM2(WS-ENT-SUB) TO BKL-NUM2.
           MOVE WS-ENT-OP(WS-ENT-SUB) TO BKL-OP.
           IF WS-ENT-LATER-RUN(WS-ENT-SUB) > ZERO
               MOVE "FORCED" TO BKL-FLAG
           ELSE
               MOVE SPACES TO BKL-FLAG
           END-IF.
           READ MASTER-FILE
               INVALID KEY
                   PERFORM 4200-KEY-NOT-ON-MASTER
               NOT INVALID KEY
                   PERFORM 4300-KEY-ON-MASTER
           END-READ.

      * An added key that is already gone needs nothing; a changed
      * key that has since gone (a forced backout of a later add)
      * is put back as its before-image.
       4200-KEY-NOT-ON-MASTER.
           MOVE ZERO TO BKL-RESULT-NOW.
           MOVE ZERO TO BKL-COUNT-NOW.
           IF WS-ENT-TYPE(WS-ENT-SUB) = 'A'
               MOVE "GONE" TO BKL-ACTION
               MOVE ZERO TO BKL-RESULT-WAS
               MOVE ZERO TO BKL-COUNT-WAS
               ADD 1 TO WS-KEYS-FAILED
               DISPLAY "PRG18 WARNING: ADDED KEY "
                   RM-NUM1 "/" RM-NUM2 "/" RM-OPERATION
                   " NOT ON PRG3.MST"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE SPACES TO RESULT-MASTER-RECORD
               MOVE WS-ENT-NUM1(WS-ENT-SUB) TO RM-NUM1
               MOVE WS-ENT-NUM2(WS-ENT-SUB) TO RM-NUM2
               MOVE WS-ENT-OP(WS-ENT-SUB) TO RM-OPERATION
               PERFORM 4400-MOVE-BEFORE-IMAGE
               WRITE RESULT-MASTER-RECORD
                   INVALID KEY
                       PERFORM 4900-MASTER-WRITE-FAILED
               END-WRITE
               IF WS-MST-STATUS = "00"
                   MOVE "RESTORED" TO BKL-ACTION
                   ADD 1 TO WS-KEYS-RESTORED
               END-IF
           END-IF.
           WRITE PRINT-RECORD FROM WS-BACKOUT-LINE.

       4300-KEY-ON-MASTER.
           MOVE RM-RESULT TO BKL-RESULT-NOW.
           MOVE RM-REQUEST-COUNT TO BKL-COUNT-NOW.
           IF WS-ENT-TYPE(WS-ENT-SUB) = 'A'
               MOVE ZERO TO BKL-RESULT-WAS
               MOVE ZERO TO BKL-COUNT-WAS
               DELETE MASTER-FILE
                   INVALID KEY
                       PERFORM 4900-MASTER-WRITE-FAILED
               END-DELETE
               IF WS-MST-STATUS = "00"
                   MOVE "DELETED" TO BKL-ACTION
                   ADD 1 TO WS-KEYS-DELETED
               END-IF
           ELSE
               PERFORM 4400-MOVE-BEFORE-IMAGE
               REWRITE RESULT-MASTER-RECORD
                   INVALID KEY
                       PERFORM 4900-MASTER-WRITE-FAILED
               END-REWRITE
               IF WS-MST-STATUS = "00"
                   MOVE "RESTORED" TO BKL-ACTION
                   ADD 1 TO WS-KEYS-RESTORED
               END-IF
           END-IF.
           WRITE PRINT-RECORD FROM WS-BACKOUT-LINE.

       4400-MOVE-BEFORE-IMAGE.
           MOVE WS-ENT-BEFORE-RESULT(WS-ENT-SUB) TO RM-RESULT.
           MOVE WS-ENT-BEFORE-DATE(WS-ENT-SUB) TO RM-LAST-RUN-DATE.
           MOVE WS-ENT-BEFORE-RUN-ID(WS-ENT-SUB) TO RM-LAST-RUN-ID.
           MOVE WS-ENT-BEFORE-COUNT(WS-ENT-SUB) TO RM-REQUEST-COUNT.
           MOVE RM-RESULT TO BKL-RESULT-WAS.
           MOVE RM-REQUEST-COUNT TO BKL-COUNT-WAS.

       4900-MASTER-WRITE-FAILED.
           ADD 1 TO WS-KEYS-FAILED.
           ADD 1 TO WS-WRITE-FAILURES.
           MOVE "FAILED" TO BKL-ACTION.
           DISPLAY "PRG18 ERROR: MASTER UPDATE FAILED, KEY "
               RM-NUM1 "/" RM-NUM2 "/" RM-OPERATION
               " STATUS " WS-MST-STATUS.
           MOVE 8 TO RETURN-CODE.

      * The 'X' entry stops the run being reversed twice and tells a
      * later backout of an earlier run that this one is out of the
      * way. It is only written once every key has been reversed; a
      * key already gone is not a failure.
       5000-MARK-BACKED-OUT.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-MJN-STATUS NOT = "00"
               DISPLAY "PRG18 ERROR: CANNOT OPEN PRG3.MJN TO MARK RUN "
                   WS-BKO-RUN-ID " BACKED OUT, STATUS " WS-MJN-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO MSTJRNL-RECORD
               MOVE 'X' TO MJ-REC-TYPE
               MOVE WS-BKO-RUN-ID TO MJ-RUN-ID
               ACCEPT WS-TIME-NOW FROM TIME
               MOVE WS-RUN-DATE TO MJ-TIMESTAMP(1:8)
               MOVE WS-TIME-NOW(1:6) TO MJ-TIMESTAMP(9:6)
               COMPUTE MJ-TOT-FEED-READ =
                   WS-KEYS-DELETED + WS-KEYS-RESTORED
               MOVE WS-KEYS-DELETED TO MJ-TOT-ADDED
               MOVE WS-KEYS-RESTORED TO MJ-TOT-UPDATED
               MOVE WS-KEYS-FAILED TO MJ-TOT-ERRORS
               WRITE MSTJRNL-RECORD
               CLOSE JOURNAL-FILE
           END-IF.

      * Two footings: the run's journal entries against the load
      * totals PRG8 wrote on its 'T' entry, and the keys reversed
      * (plus repeat entries for a key already reversed) against the
      * journal entries.
       8000-PRINT-TOTALS.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           IF WS-TOTALS-FOUND
               MOVE "LOAD FEED RECORDS READ:" TO TOT-LABEL
               MOVE WS-LOAD-FEED-READ TO TOT-VALUE
               WRITE PRINT-RECORD FROM WS-TOTALS-LINE
               MOVE "LOAD PAIRS ADDED:" TO TOT-LABEL
               MOVE WS-LOAD-ADDED TO TOT-VALUE
               WRITE PRINT-RECORD FROM WS-TOTALS-LINE
               MOVE "LOAD PAIRS UPDATED:" TO TOT-LABEL
               MOVE WS-LOAD-UPDATED TO TOT-VALUE
               WRITE PRINT-RECORD FROM WS-TOTALS-LINE
               MOVE "LOAD WRITE ERRORS:" TO TOT-LABEL
               MOVE WS-LOAD-ERRORS TO TOT-VALUE
               WRITE PRINT-RECORD FROM WS-TOTALS-LINE
           ELSE
               WRITE PRINT-RECORD FROM WS-NO-TOTALS-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE "JOURNALED ADDS:" TO TOT-LABEL.
           MOVE WS-JRN-ADDS TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE "JOURNALED CHANGES:" TO TOT-LABEL.
           MOVE WS-JRN-CHANGES TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE "REPEATED KEYS:" TO TOT-LABEL.
           MOVE WS-JRN-REPEATS TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE "KEYS DELETED:" TO TOT-LABEL.
           MOVE WS-KEYS-DELETED TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE "KEYS RESTORED:" TO TOT-LABEL.
           MOVE WS-KEYS-RESTORED TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE "KEYS NOT REVERSED:" TO TOT-LABEL.
           MOVE WS-KEYS-FAILED TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE "KEYS FORCED:" TO TOT-LABEL.
           MOVE WS-CONFLICTS TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           COMPUTE WS-FOOT-REVERSED = WS-KEYS-DELETED
               + WS-KEYS-RESTORED + WS-KEYS-FAILED + WS-JRN-REPEATS.
           COMPUTE WS-FOOT-JOURNAL = WS-JRN-ADDS + WS-JRN-CHANGES.
           IF WS-FOOT-REVERSED = WS-FOOT-JOURNAL
              AND (NOT WS-TOTALS-FOUND
                   OR (WS-JRN-ADDS = WS-LOAD-ADDED
                       AND WS-JRN-CHANGES = WS-LOAD-UPDATED))
               WRITE PRINT-RECORD FROM WS-FOOT-OK-LINE
           ELSE
               WRITE PRINT-RECORD FROM WS-FOOT-BAD-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "PRG18 RUN " WS-BKO-RUN-ID
               " DELETED: " WS-KEYS-DELETED
               " RESTORED: " WS-KEYS-RESTORED
               " NOT REVERSED: " WS-KEYS-FAILED.

       9000-TERMINATE.
           CLOSE PRINT-FILE.
