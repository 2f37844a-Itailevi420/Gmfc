      * COBOL COMPILER SAMPLE
      * Example 24 - PRG24 operational files backup: copies the files
      * the PRG3 chain depends on - PRG3.RUN, PRG3.GCT, PRG3.CKPT,
      * PRG3.MST, PRG3.MJN, PRG3.AUD, PRG3.REJ, PRG3.ALM, PRG3.ACK,
      * PRG14.STA and PRG3.MFT - as one dated set, so after a disk
      * loss PRG25 can bring them all back to the same run boundary
      * instead of restoring whatever copies happen to exist. Each
      * file is copied to "<file name>.Byyyymmdd"; the keyed master
      * is unloaded in key order to a sequential copy. A live file
      * that does not exist yet gets an empty copy and is marked not
      * present. The set ends with its manifest, "PRG3.BKP.Byyyymmdd"
      * (BKPSET.CPY), holding the record count of every copy and the
      * highest run number on PRG3.RUN. The manifest is emptied
      * before the first copy is taken and only written out once
      * every copy is good, so a set whose manifest is missing or
      * empty is incomplete, never one left over from an earlier
      * backup on the same day. The backup is refused (RETURN-CODE
      * 8, nothing written) while a PRG14 cycle is in flight - the
      * latest PRG14.STA record of some step is a start ('S') with
      * no completion after it - or while PRG3.CKPT holds an
      * outstanding restart point, since either means the files are
      * mid-run and need not agree. An optional PRG24.CTL card
      * (BKPCTL.CPY) can force the backup anyway; the set is then
      * marked forced and the run ends RETURN-CODE 4. The report
      * PRG24.PRT lists each file copied.
      *
      * by surender, www.suren.space
      *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG24.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BKPCTL-FILE ASSIGN TO "PRG24.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT LS-IN-FILE ASSIGN TO WS-LIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT LS-OUT-FILE ASSIGN TO WS-COPY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT SQ-IN-FILE ASSIGN TO WS-LIVE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT SQ-OUT-FILE ASSIGN TO WS-COPY-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT MASTER-FILE ASSIGN TO "PRG3.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-IN-STATUS.
           SELECT BKPSET-FILE ASSIGN TO WS-SET-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SET-STATUS.
           SELECT PRINT-FILE ASSIGN TO "PRG24.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BKPCTL-FILE.
           COPY BKPCTL.
      * Line-sequential files are copied a line at a time; the
      * record layouts of the ones PRG24 also looks inside are
      * carried here over the same record area.
       FD  LS-IN-FILE.
       01  LS-IN-RECORD        PIC X(120).
           COPY STEPSTAT.
           COPY RUNLOG.
           COPY CHKPT.
       FD  LS-OUT-FILE.
       01  LS-OUT-RECORD       PIC X(120).
      * The sequential files of the set (PRG3.MJN, PRG3.AUD,
      * PRG3.REJ, PRG3.ALM, PRG3.ACK and the master unload) are all
      * 80-byte records.
       FD  SQ-IN-FILE.
       01  SQ-IN-RECORD        PIC X(80).
       FD  SQ-OUT-FILE.
       01  SQ-OUT-RECORD       PIC X(80).
       FD  MASTER-FILE.
           COPY RESMAST.
       FD  BKPSET-FILE.
           COPY BKPSET.
       FD  PRINT-FILE.
       01  PRINT-RECORD        PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-CTL-STATUS       PIC X(2) VALUE "00".
       77 WS-IN-STATUS        PIC X(2) VALUE "00".
       77 WS-OUT-STATUS       PIC X(2) VALUE "00".
       77 WS-SET-STATUS       PIC X(2) VALUE "00".
       77 WS-PRT-STATUS       PIC X(2) VALUE "00".
       77 WS-OPEN-FATAL-SW    PIC X(1) VALUE 'N'.
           88 WS-OPEN-FATAL     VALUE 'Y'.
       77 WS-EOF-SW           PIC X(1) VALUE 'N'.
           88 WS-EOF             VALUE 'Y'.
       77 WS-FORCE-SW         PIC X(1) VALUE 'N'.
           88 WS-FORCE          VALUE 'Y'.
       77 WS-IN-FLIGHT-SW     PIC X(1) VALUE 'N'.
           88 WS-IN-FLIGHT      VALUE 'Y'.
       77 WS-CKPT-OPEN-SW     PIC X(1) VALUE 'N'.
           88 WS-CKPT-OUTSTANDING VALUE 'Y'.
       77 WS-REFUSED-SW       PIC X(1) VALUE 'N'.
           88 WS-REFUSED        VALUE 'Y'.
       77 WS-LIVE-NAME        PIC X(20) VALUE SPACES.
       77 WS-COPY-NAME        PIC X(20) VALUE SPACES.
       77 WS-SET-NAME         PIC X(20) VALUE SPACES.
       77 WS-SET-SUFFIX       PIC X(10) VALUE SPACES.
       77 WS-RUN-DATE         PIC 9(8).
       77 WS-TIME-NOW         PIC 9(8).
       77 WS-TAKEN-AT         PIC X(14) VALUE SPACES.
       77 WS-HIGH-RUN-ID      PIC 9(4) VALUE ZERO.
       77 WS-CKPT-RECORD-NO   PIC 9(8) VALUE ZERO.
       77 WS-CKPT-RUN-ID      PIC 9(4) VALUE ZERO.
       77 WS-FILE-SUB         PIC 9(2) VALUE ZERO.
       77 WS-FILE-MAX         PIC 9(2) VALUE 11.
       77 WS-STP-SUB          PIC 9(2) VALUE ZERO.
       77 WS-STP-COUNT        PIC 9(2) VALUE ZERO.
       77 WS-STP-MAX          PIC 9(2) VALUE 10.
       77 WS-COPY-COUNT       PIC 9(8) VALUE ZERO.
       77 WS-FILES-COPIED     PIC 9(8) VALUE ZERO.
       77 WS-RECORDS-COPIED   PIC 9(8) VALUE ZERO.

      * The files of the set, in the order they are copied:
      * organization 'L' line sequential, 'S' sequential 80-byte
      * records, 'M' the keyed master (unloaded).
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

      * What was copied of each file (subscript as WS-SET-FILE).
       01  WS-COPY-TABLE.
           05  WS-CPY-ENTRY OCCURS 11 TIMES.
               10  WS-CPY-PRESENT     PIC X(1).
               10  WS-CPY-COUNT       PIC 9(8).
               10  WS-CPY-NAME        PIC X(20).

      * The latest PRG14.STA record of each step.
       01  WS-STEP-TABLE.
           05  WS-STP-ENTRY OCCURS 10 TIMES.
               10  WS-STP-NAME        PIC X(8).
               10  WS-STP-STATUS      PIC X(1).
               10  WS-STP-CYCLE       PIC 9(8).

       01  WS-REPORT-HEADER-1.
           05  FILLER          PIC X(10) VALUE "PROGRAM:".
           05  HDR-PROGRAM     PIC X(10) VALUE "PRG24".
           05  FILLER          PIC X(10) VALUE "RUN DATE:".
           05  HDR-DATE        PIC X(10).
           05  FILLER          PIC X(40) VALUE SPACES.

       01  WS-REPORT-HEADER-2  PIC X(80)
               VALUE "PRG3 OPERATIONAL FILES BACKUP SET".

       01  WS-SET-LINE.
           05  FILLER          PIC X(12) VALUE "BACKUP SET: ".
           05  SL-SET-NAME     PIC X(20).
           05  FILLER          PIC X(7)  VALUE "TAKEN: ".
           05  SL-TAKEN        PIC X(14).
           05  FILLER          PIC X(27) VALUE SPACES.

       01  WS-STEP-LINE.
           05  FILLER          PIC X(28)
                   VALUE "PRG14 CYCLE IN FLIGHT: STEP ".
           05  SPL-NAME        PIC X(8).
           05  FILLER          PIC X(7)  VALUE " CYCLE ".
           05  SPL-CYCLE       PIC 9(8).
           05  FILLER          PIC X(29)
                   VALUE " STARTED, NOT FINISHED".

       01  WS-CKPT-LINE.
           05  FILLER          PIC X(35)
                   VALUE "PRG3.CKPT RESTART OUTSTANDING: RUN ".
           05  CKL-RUN-ID      PIC 9(4).
           05  FILLER          PIC X(11) VALUE " AT RECORD ".
           05  CKL-RECORD      PIC 9(8).
           05  FILLER          PIC X(22) VALUE SPACES.

       01  WS-REFUSED-LINE     PIC X(80)
               VALUE "BACKUP REFUSED - FILES MAY BE MID-RUN".

       01  WS-FORCED-LINE      PIC X(80)
               VALUE "BACKUP FORCED BY PRG24.CTL - SET MARKED FORCED".

       01  WS-COLUMN-HEADER.
           05  FILLER          PIC X(12) VALUE "FILE".
           05  FILLER          PIC X(9)  VALUE "PRESENT".
           05  FILLER          PIC X(11) VALUE "   RECORDS".
           05  FILLER          PIC X(48) VALUE "BACKUP COPY".

       01  WS-FILE-LINE.
           05  FL-NAME         PIC X(10).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FL-PRESENT      PIC X(3).
           05  FILLER          PIC X(6)  VALUE SPACES.
           05  FL-COUNT        PIC ZZZZZZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  FL-COPY-NAME    PIC X(20).
           05  FILLER          PIC X(28) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  TOT-LABEL       PIC X(24).
           05  TOT-VALUE       PIC ZZZZZZZ9.
           05  FILLER          PIC X(48) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE.
           IF NOT WS-OPEN-FATAL
               PERFORM 1200-CHECK-IN-FLIGHT
               PERFORM 1300-CHECK-CHECKPOINT
               PERFORM 1400-CHECK-QUIET
           END-IF.
           IF NOT WS-OPEN-FATAL AND NOT WS-REFUSED
               PERFORM 2000-BACKUP-FILES
           END-IF.
           IF NOT WS-OPEN-FATAL AND NOT WS-REFUSED
               PERFORM 3000-WRITE-MANIFEST
           END-IF.
           IF NOT WS-OPEN-FATAL AND NOT WS-REFUSED
               PERFORM 8000-PRINT-TOTALS
           END-IF.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-RUN-DATE TO WS-TAKEN-AT(1:8).
           MOVE WS-TIME-NOW(1:6) TO WS-TAKEN-AT(9:6).
           MOVE SPACES TO WS-SET-SUFFIX.
           STRING ".B" DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-SET-SUFFIX.
           MOVE SPACES TO WS-SET-NAME.
           STRING "PRG3.BKP" DELIMITED BY SIZE
               WS-SET-SUFFIX DELIMITED BY SPACE
               INTO WS-SET-NAME.
           INITIALIZE WS-COPY-TABLE.
           OPEN INPUT BKPCTL-FILE.
           IF WS-CTL-STATUS = "00"
               READ BKPCTL-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-CTL-STATUS = "00" AND BKC-FORCED
                   SET WS-FORCE TO TRUE
               END-IF
               CLOSE BKPCTL-FILE
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRT-STATUS NOT = "00"
               DISPLAY "PRG24 ERROR: CANNOT OPEN PRG24.PRT, STATUS "
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
               MOVE WS-SET-NAME TO SL-SET-NAME
               MOVE WS-TAKEN-AT TO SL-TAKEN
               WRITE PRINT-RECORD FROM WS-SET-LINE
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF.

      * PRG14 appends a start record before it calls each step and a
      * completion record after, so a step whose latest record is a
      * start is either still running or was killed mid-step. A
      * missing PRG14.STA means no cycle has ever run.
       1200-CHECK-IN-FLIGHT.
           MOVE "PRG14.STA" TO WS-LIVE-NAME.
           OPEN INPUT LS-IN-FILE.
           IF WS-IN-STATUS = "00"
               MOVE 'N' TO WS-EOF-SW
               PERFORM 1210-READ-LINE
               PERFORM 1220-NOTE-STEP UNTIL WS-EOF
               CLOSE LS-IN-FILE
           END-IF.
           PERFORM VARYING WS-STP-SUB FROM 1 BY 1
                   UNTIL WS-STP-SUB > WS-STP-COUNT
               IF WS-STP-STATUS(WS-STP-SUB) = 'S'
                   SET WS-IN-FLIGHT TO TRUE
                   MOVE WS-STP-NAME(WS-STP-SUB) TO SPL-NAME
                   MOVE WS-STP-CYCLE(WS-STP-SUB) TO SPL-CYCLE
                   WRITE PRINT-RECORD FROM WS-STEP-LINE
               END-IF
           END-PERFORM.

       1210-READ-LINE.
           READ LS-IN-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       1220-NOTE-STEP.
           PERFORM VARYING WS-STP-SUB FROM 1 BY 1
                   UNTIL WS-STP-SUB > WS-STP-COUNT
                      OR WS-STP-NAME(WS-STP-SUB) = STEP-NAME
               CONTINUE
           END-PERFORM.
           IF WS-STP-SUB > WS-STP-COUNT
              AND WS-STP-COUNT < WS-STP-MAX
               ADD 1 TO WS-STP-COUNT
               MOVE STEP-NAME TO WS-STP-NAME(WS-STP-COUNT)
           END-IF.
           IF WS-STP-SUB <= WS-STP-COUNT
               MOVE STEP-STATUS TO WS-STP-STATUS(WS-STP-SUB)
               MOVE STEP-CYCLE-DATE TO WS-STP-CYCLE(WS-STP-SUB)
           END-IF.
           PERFORM 1210-READ-LINE.

      * PRG3 resets PRG3.CKPT to zeros at the end of every clean run,
      * so a non-zero restart point means a run stopped partway.
       1300-CHECK-CHECKPOINT.
           MOVE "PRG3.CKPT" TO WS-LIVE-NAME.
           OPEN INPUT LS-IN-FILE.
           IF WS-IN-STATUS = "00"
               READ LS-IN-FILE
                   AT END
                       MOVE "10" TO WS-IN-STATUS
               END-READ
               IF WS-IN-STATUS = "00"
                  AND CKPT-LAST-RECORD IS NUMERIC
                  AND CKPT-LAST-RECORD > ZERO
                   SET WS-CKPT-OUTSTANDING TO TRUE
                   MOVE CKPT-LAST-RECORD TO WS-CKPT-RECORD-NO
                   MOVE ZERO TO WS-CKPT-RUN-ID
                   IF CKPT-RUN-ID IS NUMERIC
                       MOVE CKPT-RUN-ID TO WS-CKPT-RUN-ID
                   END-IF
                   MOVE WS-CKPT-RUN-ID TO CKL-RUN-ID
                   MOVE WS-CKPT-RECORD-NO TO CKL-RECORD
                   WRITE PRINT-RECORD FROM WS-CKPT-LINE
               END-IF
               CLOSE LS-IN-FILE
           END-IF.

       1400-CHECK-QUIET.
           IF WS-IN-FLIGHT OR WS-CKPT-OUTSTANDING
               IF WS-FORCE
                   WRITE PRINT-RECORD FROM WS-FORCED-LINE
                   DISPLAY "PRG24 WARNING: FILES MAY BE MID-RUN -"
                       " BACKUP FORCED"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   WRITE PRINT-RECORD FROM WS-REFUSED-LINE
                   DISPLAY "PRG24 ERROR: PRG14 CYCLE IN FLIGHT OR"
                       " PRG3.CKPT OUTSTANDING - NO BACKUP TAKEN"
                   MOVE 8 TO RETURN-CODE
                   SET WS-REFUSED TO TRUE
               END-IF
           END-IF.
           IF NOT WS-REFUSED
               WRITE PRINT-RECORD FROM WS-COLUMN-HEADER
           END-IF.

      * Any manifest already there for today's date belongs to an
      * earlier set whose copies are about to be overwritten, so it
      * is emptied before the first copy is made.
       2000-BACKUP-FILES.
           OPEN OUTPUT BKPSET-FILE.
           IF WS-SET-STATUS NOT = "00"
               DISPLAY "PRG24 ERROR: CANNOT OPEN " WS-SET-NAME
                   " STATUS " WS-SET-STATUS " - SET INCOMPLETE"
               MOVE 8 TO RETURN-CODE
               SET WS-OPEN-FATAL TO TRUE
           ELSE
               CLOSE BKPSET-FILE
           END-IF.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > WS-FILE-MAX
                      OR WS-OPEN-FATAL
               PERFORM 2100-BACKUP-ONE-FILE
           END-PERFORM.

      * A live file that is not there yet (status 35) still gets an
      * empty copy, so the set always holds every file and a restore
      * puts back the empty file too.
       2100-BACKUP-ONE-FILE.
           MOVE WS-SF-NAME(WS-FILE-SUB) TO WS-LIVE-NAME.
           MOVE SPACES TO WS-COPY-NAME.
           STRING WS-SF-NAME(WS-FILE-SUB) DELIMITED BY SPACE
               WS-SET-SUFFIX DELIMITED BY SPACE
               INTO WS-COPY-NAME.
           MOVE WS-COPY-NAME TO WS-CPY-NAME(WS-FILE-SUB).
           MOVE ZERO TO WS-COPY-COUNT.
           MOVE 'Y' TO WS-CPY-PRESENT(WS-FILE-SUB).
           IF WS-SF-ORG(WS-FILE-SUB) = 'L'
               PERFORM 2200-COPY-LINE-FILE
           ELSE
               IF WS-SF-ORG(WS-FILE-SUB) = 'S'
                   PERFORM 2300-COPY-SEQ-FILE
               ELSE
                   PERFORM 2400-UNLOAD-MASTER
               END-IF
           END-IF.
           MOVE WS-COPY-COUNT TO WS-CPY-COUNT(WS-FILE-SUB).
           IF NOT WS-OPEN-FATAL
               ADD 1 TO WS-FILES-COPIED
               ADD WS-COPY-COUNT TO WS-RECORDS-COPIED
               MOVE WS-LIVE-NAME TO FL-NAME
               IF WS-CPY-PRESENT(WS-FILE-SUB) = 'Y'
                   MOVE "YES" TO FL-PRESENT
               ELSE
                   MOVE "NO" TO FL-PRESENT
               END-IF
               MOVE WS-COPY-COUNT TO FL-COUNT
               MOVE WS-COPY-NAME TO FL-COPY-NAME
               WRITE PRINT-RECORD FROM WS-FILE-LINE
           END-IF.

       2200-COPY-LINE-FILE.
           OPEN INPUT LS-IN-FILE.
           PERFORM 2500-CHECK-LIVE-OPEN.
           IF NOT WS-OPEN-FATAL
               OPEN OUTPUT LS-OUT-FILE
               PERFORM 2600-CHECK-COPY-OPEN
               IF NOT WS-OPEN-FATAL
                   IF WS-CPY-PRESENT(WS-FILE-SUB) = 'Y'
                       MOVE 'N' TO WS-EOF-SW
                       PERFORM 1210-READ-LINE
                       PERFORM 2210-COPY-LINE
                           UNTIL WS-EOF OR WS-OPEN-FATAL
                   END-IF
                   CLOSE LS-OUT-FILE
               END-IF
               IF WS-CPY-PRESENT(WS-FILE-SUB) = 'Y'
                   CLOSE LS-IN-FILE
               END-IF
           END-IF.

      * The highest run number of the set comes off PRG3.RUN as it
      * is copied.
       2210-COPY-LINE.
           IF WS-LIVE-NAME = "PRG3.RUN"
               IF RL-RUN-ID IS NUMERIC
                  AND RL-RUN-ID > WS-HIGH-RUN-ID
                   MOVE RL-RUN-ID TO WS-HIGH-RUN-ID
               END-IF
           END-IF.
           MOVE LS-IN-RECORD TO LS-OUT-RECORD.
           WRITE LS-OUT-RECORD.
           PERFORM 2700-CHECK-COPY-WRITE.
           PERFORM 1210-READ-LINE.

       2300-COPY-SEQ-FILE.
           OPEN INPUT SQ-IN-FILE.
           PERFORM 2500-CHECK-LIVE-OPEN.
           IF NOT WS-OPEN-FATAL
               OPEN OUTPUT SQ-OUT-FILE
               PERFORM 2600-CHECK-COPY-OPEN
               IF NOT WS-OPEN-FATAL
                   IF WS-CPY-PRESENT(WS-FILE-SUB) = 'Y'
                       MOVE 'N' TO WS-EOF-SW
                       PERFORM 2310-READ-SEQ
                       PERFORM 2320-COPY-SEQ
                           UNTIL WS-EOF OR WS-OPEN-FATAL
                   END-IF
                   CLOSE SQ-OUT-FILE
               END-IF
               IF WS-CPY-PRESENT(WS-FILE-SUB) = 'Y'
                   CLOSE SQ-IN-FILE
               END-IF
           END-IF.

       2310-READ-SEQ.
           READ SQ-IN-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       2320-COPY-SEQ.
           MOVE SQ-IN-RECORD TO SQ-OUT-RECORD.
           WRITE SQ-OUT-RECORD.
           PERFORM 2700-CHECK-COPY-WRITE.
           PERFORM 2310-READ-SEQ.

      * The master is unloaded in key order to an ordinary
      * sequential file of RESMAST.CPY records, which PRG25 loads
      * straight back.
       2400-UNLOAD-MASTER.
           OPEN INPUT MASTER-FILE.
           PERFORM 2500-CHECK-LIVE-OPEN.
           IF NOT WS-OPEN-FATAL
               OPEN OUTPUT SQ-OUT-FILE
               PERFORM 2600-CHECK-COPY-OPEN
               IF NOT WS-OPEN-FATAL
                   IF WS-CPY-PRESENT(WS-FILE-SUB) = 'Y'
                       MOVE 'N' TO WS-EOF-SW
                       PERFORM 2410-READ-MASTER
                       PERFORM 2420-UNLOAD-PAIR
                           UNTIL WS-EOF OR WS-OPEN-FATAL
                   END-IF
                   CLOSE SQ-OUT-FILE
               END-IF
               IF WS-CPY-PRESENT(WS-FILE-SUB) = 'Y'
                   CLOSE MASTER-FILE
               END-IF
           END-IF.

       2410-READ-MASTER.
           READ MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       2420-UNLOAD-PAIR.
           MOVE RESULT-MASTER-RECORD TO SQ-OUT-RECORD.
           WRITE SQ-OUT-RECORD.
           PERFORM 2700-CHECK-COPY-WRITE.
           PERFORM 2410-READ-MASTER.

       2500-CHECK-LIVE-OPEN.
           IF WS-IN-STATUS = "35"
               MOVE 'N' TO WS-CPY-PRESENT(WS-FILE-SUB)
           ELSE
               IF WS-IN-STATUS NOT = "00"
                   DISPLAY "PRG24 ERROR: CANNOT OPEN " WS-LIVE-NAME
                       " STATUS " WS-IN-STATUS " - SET INCOMPLETE"
                   MOVE 8 TO RETURN-CODE
                   SET WS-OPEN-FATAL TO TRUE
               END-IF
           END-IF.

       2600-CHECK-COPY-OPEN.
           IF WS-OUT-STATUS NOT = "00"
               DISPLAY "PRG24 ERROR: CANNOT OPEN " WS-COPY-NAME
                   " STATUS " WS-OUT-STATUS " - SET INCOMPLETE"
               MOVE 8 TO RETURN-CODE
               SET WS-OPEN-FATAL TO TRUE
           END-IF.

       2700-CHECK-COPY-WRITE.
           IF WS-OUT-STATUS NOT = "00"
               DISPLAY "PRG24 ERROR: WRITE TO " WS-COPY-NAME
                   " FAILED, STATUS " WS-OUT-STATUS " - SET INCOMPLETE"
               MOVE 8 TO RETURN-CODE
               SET WS-OPEN-FATAL TO TRUE
           ELSE
               ADD 1 TO WS-COPY-COUNT
           END-IF.

      * The manifest is written last; until it holds every entry the
      * set is not complete and PRG25 will not restore it.
       3000-WRITE-MANIFEST.
           OPEN OUTPUT BKPSET-FILE.
           IF WS-SET-STATUS NOT = "00"
               DISPLAY "PRG24 ERROR: CANNOT OPEN " WS-SET-NAME
                   " STATUS " WS-SET-STATUS " - SET INCOMPLETE"
               MOVE 8 TO RETURN-CODE
               SET WS-OPEN-FATAL TO TRUE
           ELSE
               MOVE SPACES TO BKPSET-RECORD
               SET BKS-HEADER TO TRUE
               MOVE WS-RUN-DATE TO BKS-SET-DATE
               MOVE WS-TAKEN-AT TO BKS-TAKEN-AT
               MOVE WS-HIGH-RUN-ID TO BKS-HIGH-RUN-ID
               MOVE WS-FILE-MAX TO BKS-FILE-COUNT
               MOVE 'N' TO BKS-FORCED
               IF WS-IN-FLIGHT OR WS-CKPT-OUTSTANDING
                   MOVE 'Y' TO BKS-FORCED
               END-IF
               WRITE BKPSET-RECORD
               PERFORM 3100-CHECK-SET-WRITE
               PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                       UNTIL WS-FILE-SUB > WS-FILE-MAX
                          OR WS-OPEN-FATAL
                   MOVE SPACES TO BKPSET-RECORD
                   SET BKS-FILE TO TRUE
                   MOVE WS-SF-NAME(WS-FILE-SUB) TO BKS-FILE-NAME
                   MOVE WS-CPY-PRESENT(WS-FILE-SUB) TO BKS-PRESENT
                   MOVE WS-CPY-COUNT(WS-FILE-SUB) TO BKS-RECORD-COUNT
                   MOVE WS-CPY-NAME(WS-FILE-SUB) TO BKS-COPY-NAME
                   WRITE BKPSET-RECORD
                   PERFORM 3100-CHECK-SET-WRITE
               END-PERFORM
               CLOSE BKPSET-FILE
           END-IF.

       3100-CHECK-SET-WRITE.
           IF WS-SET-STATUS NOT = "00"
               DISPLAY "PRG24 ERROR: WRITE TO " WS-SET-NAME
                   " FAILED, STATUS " WS-SET-STATUS " - SET INCOMPLETE"
               MOVE 8 TO RETURN-CODE
               SET WS-OPEN-FATAL TO TRUE
           END-IF.

       8000-PRINT-TOTALS.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "FILES COPIED" TO TOT-LABEL.
           MOVE WS-FILES-COPIED TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE "RECORDS COPIED" TO TOT-LABEL.
           MOVE WS-RECORDS-COPIED TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE "HIGHEST RUN ID IN SET" TO TOT-LABEL.
           MOVE WS-HIGH-RUN-ID TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE "MANIFEST: " TO PRINT-RECORD.
           MOVE WS-SET-NAME TO PRINT-RECORD(11:20).
           WRITE PRINT-RECORD.

       9000-TERMINATE.
           IF WS-PRT-STATUS = "00"
               CLOSE PRINT-FILE
           END-IF.
           IF WS-REFUSED OR WS-OPEN-FATAL
               DISPLAY "PRG24 NO BACKUP SET WRITTEN"
           ELSE
               DISPLAY "PRG24 BACKUP SET " WS-SET-NAME
                   " FILES " WS-FILES-COPIED
                   " RECORDS " WS-RECORDS-COPIED
                   " HIGHEST RUN ID " WS-HIGH-RUN-ID
           END-IF.
