      * COBOL COMPILER SAMPLE
      * Example 25 - PRG25 verified restore of a PRG24 backup set:
      * the PRG25.CTL card (RSTCTL.CPY) names the set by date. The
      * set's manifest "PRG3.BKP.Byyyymmdd" (BKPSET.CPY) is read and
      * every copy it lists is checked against it - the copy must
      * exist and hold exactly the manifest's record count, the
      * PRG3.RUN copy must top out at the manifest's highest run
      * number, and every file of the set must be there. Only when
      * the whole set verifies are the live files overwritten; one
      * bad copy refuses the restore (RETURN-CODE 8) with nothing
      * touched, so a restore never leaves the files from two
      * different points. PRG3.MST is reloaded into the keyed master
      * from its sequential unload. After the restore the restored
      * PRG3.RUN, PRG3.GCT and PRG3.CKPT are checked against each
      * other - every cataloged generation must have its run on the
      * run log, an outstanding restart point may not belong to a
      * run older than the last one logged, and the run log must
      * top out at the manifest's run number - and any disagreement
      * is reported with RETURN-CODE 4. The report PRG25.PRT lists
      * each file.
      *
      * by surender, www.suren.space
      *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG25.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RSTCTL-FILE ASSIGN TO "PRG25.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT BKPSET-FILE ASSIGN TO WS-SET-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SET-STATUS.
           SELECT LS-IN-FILE ASSIGN TO WS-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT LS-OUT-FILE ASSIGN TO WS-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT SQ-IN-FILE ASSIGN TO WS-IN-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT SQ-OUT-FILE ASSIGN TO WS-OUT-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT MASTER-FILE ASSIGN TO "PRG3.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-OUT-STATUS.
           SELECT PRINT-FILE ASSIGN TO "PRG25.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RSTCTL-FILE.
           COPY RSTCTL.
       FD  BKPSET-FILE.
           COPY BKPSET.
      * Line-sequential copies are read a line at a time; the record
      * layouts of the ones PRG25 cross-checks are carried here over
      * the same record area.
       FD  LS-IN-FILE.
       01  LS-IN-RECORD        PIC X(120).
           COPY RUNLOG.
           COPY CHKPT.
           COPY GENCAT.
       FD  LS-OUT-FILE.
       01  LS-OUT-RECORD       PIC X(120).
       FD  SQ-IN-FILE.
       01  SQ-IN-RECORD        PIC X(80).
       FD  SQ-OUT-FILE.
       01  SQ-OUT-RECORD       PIC X(80).
       FD  MASTER-FILE.
           COPY RESMAST.
       FD  PRINT-FILE.
       01  PRINT-RECORD        PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-CTL-STATUS       PIC X(2) VALUE "00".
       77 WS-SET-STATUS       PIC X(2) VALUE "00".
       77 WS-IN-STATUS        PIC X(2) VALUE "00".
       77 WS-OUT-STATUS       PIC X(2) VALUE "00".
       77 WS-PRT-STATUS       PIC X(2) VALUE "00".
       77 WS-CTL-FATAL-SW     PIC X(1) VALUE 'N'.
           88 WS-CTL-FATAL      VALUE 'Y'.
       77 WS-OPEN-FATAL-SW    PIC X(1) VALUE 'N'.
           88 WS-OPEN-FATAL     VALUE 'Y'.
       77 WS-VERIFY-FAIL-SW   PIC X(1) VALUE 'N'.
           88 WS-VERIFY-FAIL    VALUE 'Y'.
       77 WS-RESTORE-FAIL-SW  PIC X(1) VALUE 'N'.
           88 WS-RESTORE-FAIL   VALUE 'Y'.
       77 WS-EOF-SW           PIC X(1) VALUE 'N'.
           88 WS-EOF             VALUE 'Y'.
       77 WS-HEADER-SEEN-SW   PIC X(1) VALUE 'N'.
           88 WS-HEADER-SEEN    VALUE 'Y'.
       77 WS-ENTRY-FOUND-SW   PIC X(1) VALUE 'N'.
           88 WS-ENTRY-FOUND    VALUE 'Y'.
       77 WS-SET-NAME         PIC X(20) VALUE SPACES.
       77 WS-IN-NAME          PIC X(20) VALUE SPACES.
       77 WS-OUT-NAME         PIC X(20) VALUE SPACES.
       77 WS-RUN-DATE         PIC 9(8).
       77 WS-SET-DATE         PIC 9(8) VALUE ZERO.
       77 WS-SET-HIGH-RUN-ID  PIC 9(4) VALUE ZERO.
       77 WS-SET-FILE-COUNT   PIC 9(2) VALUE ZERO.
       77 WS-SET-FORCED       PIC X(1) VALUE 'N'.
       77 WS-COPY-HIGH-RUN-ID PIC 9(4) VALUE ZERO.
       77 WS-LIVE-HIGH-RUN-ID PIC 9(4) VALUE ZERO.
       77 WS-FILE-SUB         PIC 9(2) VALUE ZERO.
       77 WS-ENTRY-SUB        PIC 9(2) VALUE ZERO.
       77 WS-FILE-MAX         PIC 9(2) VALUE 11.
       77 WS-FILE-RECORDS     PIC 9(2) VALUE ZERO.
       77 WS-RECORD-COUNT     PIC 9(8) VALUE ZERO.
       77 WS-RUN-SUB          PIC 9(5) VALUE ZERO.
       77 WS-FILES-RESTORED   PIC 9(8) VALUE ZERO.
       77 WS-RECORDS-RESTORED PIC 9(8) VALUE ZERO.
       77 WS-RUNS-LOGGED      PIC 9(8) VALUE ZERO.
       77 WS-GENS-CATALOGED   PIC 9(8) VALUE ZERO.
       77 WS-RUNS-UNCATALOGED PIC 9(8) VALUE ZERO.
       77 WS-EXCEPTION-COUNT  PIC 9(8) VALUE ZERO.

      * The files of a PRG24 set, as PRG24 copies them:
      * organization 'L' line sequential, 'S' sequential 80-byte
      * records, 'M' the keyed master (copy is its unload).
       01  WS-SET-FILE-DEF.
           05  FILLER          PIC X(11) VALUE "PRG3.RUN  L".
           05  FILLER          PIC X(11) VALUE "PRG3.GCT  L".
           05  FILLER          PIC X(11) VALUE "PRG3.CKPT L".
           05  FILLER          PIC X(11) VALUE "PRG3.MST  M".
           05  FILLER          PIC X(11) VALUE "PRG3.MJN  S".
           05  FILLER          PIC X(11) VALUE "PRG3.AUD  S".
           05  FILLER          PIC X(11) VALUE "PRG3.REJ  S".
           05  FILLER          PIC X(11) VALUE "PRG3.ALM  S".
           05  FILLER          PIC X(11) VALUE "PRG3.ACK  S".
           05  FILLER          PIC X(11) VALUE "PRG14.STA L".
           05  FILLER          PIC X(11) VALUE "PRG3.MFT  L".
       01  WS-SET-FILES REDEFINES WS-SET-FILE-DEF.
           05  WS-SET-FILE OCCURS 11 TIMES.
               10  WS-SF-NAME         PIC X(10).
               10  WS-SF-ORG          PIC X(1).

      * The manifest's entry for each file (subscript as
      * WS-SET-FILE) and what verification found.
       01  WS-MANIFEST-TABLE.
           05  WS-MF-ENTRY OCCURS 11 TIMES.
               10  WS-MF-LISTED       PIC X(1).
               10  WS-MF-PRESENT      PIC X(1).
               10  WS-MF-COUNT        PIC 9(8).
               10  WS-MF-COPY-NAME    PIC X(20).
               10  WS-MF-FOUND        PIC 9(8).

      * One byte per run number: 'L' logged on the restored
      * PRG3.RUN, 'C' logged and cataloged on PRG3.GCT.
       01  WS-RUN-FLAG-TABLE.
           05  WS-RUN-FLAG OCCURS 9999 TIMES PIC X(1).

       01  WS-REPORT-HEADER-1.
           05  FILLER          PIC X(10) VALUE "PROGRAM:".
           05  HDR-PROGRAM     PIC X(10) VALUE "PRG25".
           05  FILLER          PIC X(10) VALUE "RUN DATE:".
           05  HDR-DATE        PIC X(10).
           05  FILLER          PIC X(40) VALUE SPACES.

       01  WS-REPORT-HEADER-2  PIC X(80)
               VALUE "PRG3 OPERATIONAL FILES RESTORE".

       01  WS-SET-LINE.
           05  FILLER          PIC X(13) VALUE "RESTORE SET: ".
           05  SL-SET-NAME     PIC X(20).
           05  FILLER          PIC X(7)  VALUE "TAKEN: ".
           05  SL-TAKEN        PIC X(14) VALUE SPACES.
           05  FILLER          PIC X(9)  VALUE " FORCED: ".
           05  SL-FORCED       PIC X(1).
           05  FILLER          PIC X(16) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER          PIC X(12) VALUE "FILE".
           05  FILLER          PIC X(11) VALUE "  MANIFEST".
           05  FILLER          PIC X(11) VALUE "      COPY".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(44) VALUE "RESULT".

       01  WS-FILE-LINE.
           05  FL-NAME         PIC X(10).
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FL-MANIFEST     PIC ZZZZZZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  FL-FOUND        PIC ZZZZZZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  FL-RESULT       PIC X(44).

       01  WS-EXCEPTION-LINE.
           05  FILLER          PIC X(4)  VALUE "*** ".
           05  EXL-TEXT        PIC X(50).
           05  EXL-NUMBER      PIC Z(7)9.
           05  EXL-NUMBER-X REDEFINES EXL-NUMBER PIC X(8).
           05  FILLER          PIC X(18) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  TOT-LABEL       PIC X(24).
           05  TOT-VALUE       PIC ZZZZZZZ9.
           05  FILLER          PIC X(48) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE.
           IF NOT WS-CTL-FATAL AND NOT WS-OPEN-FATAL
               PERFORM 2000-READ-MANIFEST
           END-IF.
           IF NOT WS-CTL-FATAL AND NOT WS-OPEN-FATAL
              AND NOT WS-VERIFY-FAIL
               PERFORM 3000-VERIFY-COPIES
           END-IF.
           IF NOT WS-CTL-FATAL AND NOT WS-OPEN-FATAL
              AND NOT WS-VERIFY-FAIL
               PERFORM 4000-RESTORE-FILES
           END-IF.
           IF NOT WS-CTL-FATAL AND NOT WS-OPEN-FATAL
              AND NOT WS-VERIFY-FAIL AND NOT WS-RESTORE-FAIL
               PERFORM 5000-CROSS-CHECK
               PERFORM 8000-PRINT-TOTALS
           END-IF.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           INITIALIZE WS-MANIFEST-TABLE.
           OPEN INPUT RSTCTL-FILE.
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "PRG25 ERROR: CANNOT OPEN PRG25.CTL, STATUS "
                   WS-CTL-STATUS
               MOVE 8 TO RETURN-CODE
               SET WS-CTL-FATAL TO TRUE
           ELSE
               READ RSTCTL-FILE
                   AT END
                       DISPLAY "PRG25 ERROR: PRG25.CTL IS EMPTY"
                       MOVE 8 TO RETURN-CODE
                       SET WS-CTL-FATAL TO TRUE
               END-READ
               IF NOT WS-CTL-FATAL
                   IF RSC-SET-DATE IS NOT NUMERIC
                       DISPLAY "PRG25 ERROR: SET DATE " RSC-SET-DATE
                           " ON PRG25.CTL IS NOT NUMERIC"
                       MOVE 8 TO RETURN-CODE
                       SET WS-CTL-FATAL TO TRUE
                   ELSE
                       MOVE RSC-SET-DATE TO WS-SET-DATE
                   END-IF
               END-IF
               CLOSE RSTCTL-FILE
           END-IF.
           MOVE SPACES TO WS-SET-NAME.
           STRING "PRG3.BKP.B" DELIMITED BY SIZE
               WS-SET-DATE DELIMITED BY SIZE
               INTO WS-SET-NAME.
           IF NOT WS-CTL-FATAL
               OPEN OUTPUT PRINT-FILE
               IF WS-PRT-STATUS NOT = "00"
                   DISPLAY "PRG25 ERROR: CANNOT OPEN PRG25.PRT, STATUS "
                       WS-PRT-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET WS-OPEN-FATAL TO TRUE
               ELSE
                   MOVE WS-RUN-DATE(1:4) TO HDR-DATE(1:4)
                   MOVE "-" TO HDR-DATE(5:1)
                   MOVE WS-RUN-DATE(5:2) TO HDR-DATE(6:2)
                   MOVE "-" TO HDR-DATE(8:1)
                   MOVE WS-RUN-DATE(7:2) TO HDR-DATE(9:2)
                   WRITE PRINT-RECORD FROM WS-REPORT-HEADER-1
                   WRITE PRINT-RECORD FROM WS-REPORT-HEADER-2
               END-IF
           END-IF.

      * The manifest must open with its header, list every file of
      * the set once, and hold as many file records as the header
      * says. Anything else is a set PRG24 did not finish writing,
      * or one that has been tampered with.
       2000-READ-MANIFEST.
           OPEN INPUT BKPSET-FILE.
           IF WS-SET-STATUS NOT = "00"
               DISPLAY "PRG25 ERROR: CANNOT OPEN " WS-SET-NAME
                   " STATUS " WS-SET-STATUS " - NO SUCH SET"
               MOVE 8 TO RETURN-CODE
               SET WS-OPEN-FATAL TO TRUE
           ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM 2100-READ-SET
               PERFORM 2200-TAKE-SET-RECORD UNTIL WS-EOF
               CLOSE BKPSET-FILE
               MOVE WS-SET-NAME TO SL-SET-NAME
               MOVE WS-SET-FORCED TO SL-FORCED
               WRITE PRINT-RECORD FROM WS-SET-LINE
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD
               IF NOT WS-HEADER-SEEN
                   MOVE "MANIFEST HAS NO HEADER RECORD" TO EXL-TEXT
                   MOVE SPACES TO EXL-NUMBER-X
                   PERFORM 2900-VERIFY-FAILED
               ELSE
                   IF WS-FILE-RECORDS NOT = WS-SET-FILE-COUNT
                      OR WS-SET-FILE-COUNT NOT = WS-FILE-MAX
                       MOVE "MANIFEST FILE RECORDS DO NOT MATCH HEADER"
                           TO EXL-TEXT
                       MOVE WS-FILE-RECORDS TO EXL-NUMBER
                       PERFORM 2900-VERIFY-FAILED
                   END-IF
               END-IF
               PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                       UNTIL WS-FILE-SUB > WS-FILE-MAX
                   IF WS-MF-LISTED(WS-FILE-SUB) NOT = 'Y'
                       MOVE SPACES TO EXL-TEXT
                       STRING "MANIFEST DOES NOT LIST "
                           DELIMITED BY SIZE
                           WS-SF-NAME(WS-FILE-SUB) DELIMITED BY SPACE
                           INTO EXL-TEXT
                       MOVE SPACES TO EXL-NUMBER-X
                       PERFORM 2900-VERIFY-FAILED
                   END-IF
               END-PERFORM
           END-IF.

       2100-READ-SET.
           READ BKPSET-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       2200-TAKE-SET-RECORD.
           IF BKS-HEADER AND NOT WS-HEADER-SEEN
              AND WS-FILE-RECORDS = ZERO
              AND BKS-HIGH-RUN-ID IS NUMERIC
              AND BKS-FILE-COUNT IS NUMERIC
               SET WS-HEADER-SEEN TO TRUE
               MOVE BKS-HIGH-RUN-ID TO WS-SET-HIGH-RUN-ID
               MOVE BKS-FILE-COUNT TO WS-SET-FILE-COUNT
               MOVE BKS-FORCED TO WS-SET-FORCED
               MOVE BKS-TAKEN-AT TO SL-TAKEN
           ELSE
               IF BKS-FILE AND WS-HEADER-SEEN
                   ADD 1 TO WS-FILE-RECORDS
                   PERFORM 2300-TAKE-FILE-ENTRY
               ELSE
                   MOVE "MANIFEST RECORD OUT OF PLACE OR INVALID"
                       TO EXL-TEXT
                   MOVE SPACES TO EXL-NUMBER-X
                   PERFORM 2900-VERIFY-FAILED
               END-IF
           END-IF.
           PERFORM 2100-READ-SET.

      * An entry naming a file outside the set is rejected before
      * anything is looked up by its subscript - a tampered manifest
      * is exactly what this check is here to catch.
       2300-TAKE-FILE-ENTRY.
           MOVE 'N' TO WS-ENTRY-FOUND-SW.
           MOVE ZERO TO WS-ENTRY-SUB.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > WS-FILE-MAX
                      OR WS-ENTRY-FOUND
               IF WS-SF-NAME(WS-FILE-SUB) = BKS-FILE-NAME
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-FILE-SUB TO WS-ENTRY-SUB
               END-IF
           END-PERFORM.
           IF NOT WS-ENTRY-FOUND
               PERFORM 2310-ENTRY-INVALID
           ELSE
               IF BKS-RECORD-COUNT IS NOT NUMERIC
                  OR BKS-COPY-NAME = SPACES
                  OR WS-MF-LISTED(WS-ENTRY-SUB) = 'Y'
                   PERFORM 2310-ENTRY-INVALID
               ELSE
                   MOVE 'Y' TO WS-MF-LISTED(WS-ENTRY-SUB)
                   MOVE BKS-PRESENT TO WS-MF-PRESENT(WS-ENTRY-SUB)
                   MOVE BKS-RECORD-COUNT TO WS-MF-COUNT(WS-ENTRY-SUB)
                   MOVE BKS-COPY-NAME TO WS-MF-COPY-NAME(WS-ENTRY-SUB)
               END-IF
           END-IF.

       2310-ENTRY-INVALID.
           MOVE SPACES TO EXL-TEXT.
           STRING "MANIFEST ENTRY INVALID OR REPEATED: "
               DELIMITED BY SIZE
               BKS-FILE-NAME DELIMITED BY SPACE
               INTO EXL-TEXT.
           MOVE SPACES TO EXL-NUMBER-X.
           PERFORM 2900-VERIFY-FAILED.

       2900-VERIFY-FAILED.
           WRITE PRINT-RECORD FROM WS-EXCEPTION-LINE.
           SET WS-VERIFY-FAIL TO TRUE.
           MOVE 8 TO RETURN-CODE.

      * Every copy is counted before any live file is touched.
       3000-VERIFY-COPIES.
           WRITE PRINT-RECORD FROM WS-COLUMN-HEADER.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > WS-FILE-MAX
               PERFORM 3100-VERIFY-ONE-COPY
           END-PERFORM.
           IF NOT WS-VERIFY-FAIL
              AND WS-COPY-HIGH-RUN-ID NOT = WS-SET-HIGH-RUN-ID
               MOVE "PRG3.RUN COPY HIGHEST RUN ID DIFFERS, FOUND"
                   TO EXL-TEXT
               MOVE WS-COPY-HIGH-RUN-ID TO EXL-NUMBER
               PERFORM 2900-VERIFY-FAILED
           END-IF.

       3100-VERIFY-ONE-COPY.
           MOVE WS-MF-COPY-NAME(WS-FILE-SUB) TO WS-IN-NAME.
           MOVE ZERO TO WS-RECORD-COUNT.
           MOVE WS-SF-NAME(WS-FILE-SUB) TO FL-NAME.
           MOVE WS-MF-COUNT(WS-FILE-SUB) TO FL-MANIFEST.
           IF WS-SF-ORG(WS-FILE-SUB) = 'L'
               OPEN INPUT LS-IN-FILE
           ELSE
               OPEN INPUT SQ-IN-FILE
           END-IF.
           IF WS-IN-STATUS NOT = "00"
               MOVE ZERO TO FL-FOUND
               MOVE SPACES TO FL-RESULT
               STRING "COPY MISSING, STATUS " DELIMITED BY SIZE
                   WS-IN-STATUS DELIMITED BY SIZE
                   INTO FL-RESULT
               WRITE PRINT-RECORD FROM WS-FILE-LINE
               SET WS-VERIFY-FAIL TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WS-EOF-SW
               IF WS-SF-ORG(WS-FILE-SUB) = 'L'
                   PERFORM 3200-READ-LINE
                   PERFORM 3210-COUNT-LINE UNTIL WS-EOF
                   CLOSE LS-IN-FILE
               ELSE
                   PERFORM 3300-READ-SEQ
                   PERFORM 3310-COUNT-SEQ UNTIL WS-EOF
                   CLOSE SQ-IN-FILE
               END-IF
               MOVE WS-RECORD-COUNT TO WS-MF-FOUND(WS-FILE-SUB)
               MOVE WS-RECORD-COUNT TO FL-FOUND
               IF WS-RECORD-COUNT = WS-MF-COUNT(WS-FILE-SUB)
                   MOVE "VERIFIED" TO FL-RESULT
               ELSE
                   MOVE "RECORD COUNT DIFFERS FROM MANIFEST"
                       TO FL-RESULT
                   SET WS-VERIFY-FAIL TO TRUE
                   MOVE 8 TO RETURN-CODE
               END-IF
               WRITE PRINT-RECORD FROM WS-FILE-LINE
           END-IF.

       3200-READ-LINE.
           READ LS-IN-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       3210-COUNT-LINE.
           ADD 1 TO WS-RECORD-COUNT.
           IF WS-SF-NAME(WS-FILE-SUB) = "PRG3.RUN"
              AND RL-RUN-ID IS NUMERIC
              AND RL-RUN-ID > WS-COPY-HIGH-RUN-ID
               MOVE RL-RUN-ID TO WS-COPY-HIGH-RUN-ID
           END-IF.
           PERFORM 3200-READ-LINE.

       3300-READ-SEQ.
           READ SQ-IN-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       3310-COUNT-SEQ.
           ADD 1 TO WS-RECORD-COUNT.
           PERFORM 3300-READ-SEQ.

      * The whole set verified: each live file is recreated from its
      * copy. A file that did not exist when the set was taken comes
      * back empty.
       4000-RESTORE-FILES.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > WS-FILE-MAX
                      OR WS-RESTORE-FAIL
               PERFORM 4100-RESTORE-ONE-FILE
           END-PERFORM.

       4100-RESTORE-ONE-FILE.
           MOVE WS-MF-COPY-NAME(WS-FILE-SUB) TO WS-IN-NAME.
           MOVE WS-SF-NAME(WS-FILE-SUB) TO WS-OUT-NAME.
           MOVE ZERO TO WS-RECORD-COUNT.
           IF WS-SF-ORG(WS-FILE-SUB) = 'L'
               PERFORM 4200-RESTORE-LINE-FILE
           ELSE
               IF WS-SF-ORG(WS-FILE-SUB) = 'S'
                   PERFORM 4300-RESTORE-SEQ-FILE
               ELSE
                   PERFORM 4400-RELOAD-MASTER
               END-IF
           END-IF.
           IF NOT WS-RESTORE-FAIL
               ADD 1 TO WS-FILES-RESTORED
               ADD WS-RECORD-COUNT TO WS-RECORDS-RESTORED
               MOVE WS-SF-NAME(WS-FILE-SUB) TO FL-NAME
               MOVE WS-MF-COUNT(WS-FILE-SUB) TO FL-MANIFEST
               MOVE WS-RECORD-COUNT TO FL-FOUND
               MOVE "RESTORED" TO FL-RESULT
               WRITE PRINT-RECORD FROM WS-FILE-LINE
           END-IF.

       4200-RESTORE-LINE-FILE.
           OPEN INPUT LS-IN-FILE.
           PERFORM 4500-CHECK-COPY-OPEN.
           IF NOT WS-RESTORE-FAIL
               OPEN OUTPUT LS-OUT-FILE
               PERFORM 4600-CHECK-LIVE-OPEN
               IF NOT WS-RESTORE-FAIL
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM 3200-READ-LINE
                   PERFORM 4210-RESTORE-LINE
                       UNTIL WS-EOF OR WS-RESTORE-FAIL
                   CLOSE LS-OUT-FILE
               END-IF
               CLOSE LS-IN-FILE
           END-IF.

       4210-RESTORE-LINE.
           MOVE LS-IN-RECORD TO LS-OUT-RECORD.
           WRITE LS-OUT-RECORD.
           PERFORM 4700-CHECK-LIVE-WRITE.
           PERFORM 3200-READ-LINE.

       4300-RESTORE-SEQ-FILE.
           OPEN INPUT SQ-IN-FILE.
           PERFORM 4500-CHECK-COPY-OPEN.
           IF NOT WS-RESTORE-FAIL
               OPEN OUTPUT SQ-OUT-FILE
               PERFORM 4600-CHECK-LIVE-OPEN
               IF NOT WS-RESTORE-FAIL
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM 3300-READ-SEQ
                   PERFORM 4310-RESTORE-SEQ
                       UNTIL WS-EOF OR WS-RESTORE-FAIL
                   CLOSE SQ-OUT-FILE
               END-IF
               CLOSE SQ-IN-FILE
           END-IF.

       4310-RESTORE-SEQ.
           MOVE SQ-IN-RECORD TO SQ-OUT-RECORD.
           WRITE SQ-OUT-RECORD.
           PERFORM 4700-CHECK-LIVE-WRITE.
           PERFORM 3300-READ-SEQ.

      * The unload is in key order, so the master is rebuilt by
      * plain sequential writes.
       4400-RELOAD-MASTER.
           OPEN INPUT SQ-IN-FILE.
           PERFORM 4500-CHECK-COPY-OPEN.
           IF NOT WS-RESTORE-FAIL
               OPEN OUTPUT MASTER-FILE
               PERFORM 4600-CHECK-LIVE-OPEN
               IF NOT WS-RESTORE-FAIL
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM 3300-READ-SEQ
                   PERFORM 4410-RELOAD-PAIR
                       UNTIL WS-EOF OR WS-RESTORE-FAIL
                   CLOSE MASTER-FILE
               END-IF
               CLOSE SQ-IN-FILE
           END-IF.

       4410-RELOAD-PAIR.
           MOVE SQ-IN-RECORD TO RESULT-MASTER-RECORD.
           WRITE RESULT-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           PERFORM 4700-CHECK-LIVE-WRITE.
           PERFORM 3300-READ-SEQ.

       4500-CHECK-COPY-OPEN.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY "PRG25 ERROR: CANNOT OPEN " WS-IN-NAME
                   " STATUS " WS-IN-STATUS
               PERFORM 4900-RESTORE-FAILED
           END-IF.

       4600-CHECK-LIVE-OPEN.
           IF WS-OUT-STATUS NOT = "00"
               DISPLAY "PRG25 ERROR: CANNOT OPEN " WS-OUT-NAME
                   " STATUS " WS-OUT-STATUS
               PERFORM 4900-RESTORE-FAILED
           END-IF.

       4700-CHECK-LIVE-WRITE.
           IF WS-OUT-STATUS NOT = "00"
               DISPLAY "PRG25 ERROR: WRITE TO " WS-OUT-NAME
                   " FAILED, STATUS " WS-OUT-STATUS
               PERFORM 4900-RESTORE-FAILED
           ELSE
               ADD 1 TO WS-RECORD-COUNT
           END-IF.

      * The set verified but a live file could not be written; the
      * live files are now from two points and the restore must be
      * rerun once the cause is cleared.
       4900-RESTORE-FAILED.
           SET WS-RESTORE-FAIL TO TRUE.
           MOVE 8 TO RETURN-CODE.
           MOVE SPACES TO EXL-TEXT.
           STRING "RESTORE STOPPED AT " DELIMITED BY SIZE
               WS-SF-NAME(WS-FILE-SUB) DELIMITED BY SPACE
               " - RERUN PRG25" DELIMITED BY SIZE
               INTO EXL-TEXT.
           MOVE SPACES TO EXL-NUMBER-X.
           WRITE PRINT-RECORD FROM WS-EXCEPTION-LINE.

      * The restored run log, catalog and checkpoint must describe
      * the same point: every cataloged generation has its run on
      * the run log, an outstanding restart point is not older than
      * the last run logged, and the run log tops out at the
      * manifest's run number. A run logged but not cataloged is
      * counted only - PRG3 logs the run before it catalogs it.
       5000-CROSS-CHECK.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "RESTORED FILES CROSS-CHECK" TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE SPACES TO WS-RUN-FLAG-TABLE.
           PERFORM 5100-LOAD-RUN-LOG.
           PERFORM 5200-CHECK-CATALOG.
           PERFORM 5300-CHECK-CHECKPOINT.
           IF WS-LIVE-HIGH-RUN-ID NOT = WS-SET-HIGH-RUN-ID
               MOVE "RESTORED PRG3.RUN HIGHEST RUN ID DIFFERS, FOUND"
                   TO EXL-TEXT
               MOVE WS-LIVE-HIGH-RUN-ID TO EXL-NUMBER
               PERFORM 5900-CROSS-EXCEPTION
           END-IF.
           PERFORM VARYING WS-RUN-SUB FROM 1 BY 1
                   UNTIL WS-RUN-SUB > 9999
               IF WS-RUN-FLAG(WS-RUN-SUB) = 'L'
                   ADD 1 TO WS-RUNS-UNCATALOGED
               END-IF
           END-PERFORM.
           IF WS-EXCEPTION-COUNT = ZERO
               MOVE "RUN LOG, CATALOG AND CHECKPOINT AGREE"
                   TO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF.

       5100-LOAD-RUN-LOG.
           MOVE "PRG3.RUN" TO WS-IN-NAME.
           OPEN INPUT LS-IN-FILE.
           IF WS-IN-STATUS = "00"
               MOVE 'N' TO WS-EOF-SW
               PERFORM 3200-READ-LINE
               PERFORM 5110-NOTE-RUN UNTIL WS-EOF
               CLOSE LS-IN-FILE
           END-IF.

       5110-NOTE-RUN.
           ADD 1 TO WS-RUNS-LOGGED.
           IF RL-RUN-ID IS NUMERIC AND RL-RUN-ID > ZERO
               MOVE 'L' TO WS-RUN-FLAG(RL-RUN-ID)
               IF RL-RUN-ID > WS-LIVE-HIGH-RUN-ID
                   MOVE RL-RUN-ID TO WS-LIVE-HIGH-RUN-ID
               END-IF
           END-IF.
           PERFORM 3200-READ-LINE.

       5200-CHECK-CATALOG.
           MOVE "PRG3.GCT" TO WS-IN-NAME.
           OPEN INPUT LS-IN-FILE.
           IF WS-IN-STATUS = "00"
               MOVE 'N' TO WS-EOF-SW
               PERFORM 3200-READ-LINE
               PERFORM 5210-CHECK-GENERATION UNTIL WS-EOF
               CLOSE LS-IN-FILE
           END-IF.

       5210-CHECK-GENERATION.
           ADD 1 TO WS-GENS-CATALOGED.
           IF GEN-RUN-ID IS NOT NUMERIC OR GEN-RUN-ID = ZERO
               MOVE "CATALOG ENTRY WITH INVALID RUN ID" TO EXL-TEXT
               MOVE SPACES TO EXL-NUMBER-X
               PERFORM 5900-CROSS-EXCEPTION
           ELSE
               IF WS-RUN-FLAG(GEN-RUN-ID) = SPACE
                   MOVE "GENERATION CATALOGED BUT NOT ON PRG3.RUN, RUN"
                       TO EXL-TEXT
                   MOVE GEN-RUN-ID TO EXL-NUMBER
                   PERFORM 5900-CROSS-EXCEPTION
               ELSE
                   MOVE 'C' TO WS-RUN-FLAG(GEN-RUN-ID)
               END-IF
           END-IF.
           PERFORM 3200-READ-LINE.

      * PRG3 restarts an interrupted run under CKPT-RUN-ID. The run
      * is normally logged only when it completes, but PRG3 still
      * logs it when the last checkpoint flush fails, leaving a
      * restart point for the very run just logged - so only a
      * restart point older than the last run logged does not
      * belong with this run log.
       5300-CHECK-CHECKPOINT.
           MOVE "PRG3.CKPT" TO WS-IN-NAME.
           OPEN INPUT LS-IN-FILE.
           IF WS-IN-STATUS = "00"
               READ LS-IN-FILE
                   AT END
                       MOVE "10" TO WS-IN-STATUS
               END-READ
               IF WS-IN-STATUS = "00"
                  AND CKPT-LAST-RECORD IS NUMERIC
                  AND CKPT-LAST-RECORD > ZERO
                   IF CKPT-RUN-ID IS NOT NUMERIC
                      OR CKPT-RUN-ID < WS-LIVE-HIGH-RUN-ID
                       MOVE
                           "RESTART POINT OLDER THAN LAST RUN LOGGED"
                           TO EXL-TEXT
                       MOVE ZERO TO EXL-NUMBER
                       IF CKPT-RUN-ID IS NUMERIC
                           MOVE CKPT-RUN-ID TO EXL-NUMBER
                       END-IF
                       PERFORM 5900-CROSS-EXCEPTION
                   ELSE
                       MOVE "RESTART POINT OUTSTANDING FOR RUN"
                           TO PRINT-RECORD
                       MOVE CKPT-RUN-ID TO PRINT-RECORD(35:4)
                       WRITE PRINT-RECORD
                   END-IF
               END-IF
               CLOSE LS-IN-FILE
           END-IF.

       5900-CROSS-EXCEPTION.
           WRITE PRINT-RECORD FROM WS-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       8000-PRINT-TOTALS.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "FILES RESTORED" TO TOT-LABEL.
           MOVE WS-FILES-RESTORED TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE "RECORDS RESTORED" TO TOT-LABEL.
           MOVE WS-RECORDS-RESTORED TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE "RUNS LOGGED" TO TOT-LABEL.
           MOVE WS-RUNS-LOGGED TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE "GENERATIONS CATALOGED" TO TOT-LABEL.
           MOVE WS-GENS-CATALOGED TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE "RUNS NOT CATALOGED" TO TOT-LABEL.
           MOVE WS-RUNS-UNCATALOGED TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE "HIGHEST RUN ID" TO TOT-LABEL.
           MOVE WS-LIVE-HIGH-RUN-ID TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE "CROSS-CHECK EXCEPTIONS" TO TOT-LABEL.
           MOVE WS-EXCEPTION-COUNT TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.

       9000-TERMINATE.
           IF WS-VERIFY-FAIL
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "SET FAILED VERIFICATION - NO FILE RESTORED"
                   TO PRINT-RECORD
               WRITE PRINT-RECORD
               DISPLAY "PRG25 ERROR: SET " WS-SET-NAME
                   " FAILED VERIFICATION - NO FILE RESTORED"
           END-IF.
           IF NOT WS-CTL-FATAL AND WS-PRT-STATUS = "00"
               CLOSE PRINT-FILE
           END-IF.
           IF NOT WS-CTL-FATAL AND NOT WS-OPEN-FATAL
              AND NOT WS-VERIFY-FAIL AND NOT WS-RESTORE-FAIL
               DISPLAY "PRG25 RESTORED SET " WS-SET-NAME
                   " FILES " WS-FILES-RESTORED
                   " RECORDS " WS-RECORDS-RESTORED
                   " EXCEPTIONS " WS-EXCEPTION-COUNT
           END-IF.
