      * 80-byte card-image shape as NUMPAIRS.DAT (RESUBMIT.CPY) so
      * ops can concatenate RESUBMIT.DAT onto NUMPAIRS.DAT ahead of
      * the next PRG3 batch run instead of hand-keying corrections
      * into the original input. Each corrected pair keeps the
      * supplier source id of the reject it corrects. The operator
      * must first sign on against PRG3.OPR (OPERAUTH.CPY) with
      * correction authority; every sign-on, refusal and correction
      * is logged to PRG3.ACC (ACCLOG.CPY).
      *
      * by surender, www.suren.space
      *
           SELECT RUN-LOG-FILE ASSIGN TO "PRG3.RUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "PRG3.OPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPR-STATUS.
           SELECT ACCESS-LOG-FILE ASSIGN TO "PRG3.ACC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-FILE.
           COPY REJSEL.
       FD  RUN-LOG-FILE.
           COPY RUNLOG.
       FD  OPERATOR-FILE.
           COPY OPERAUTH.
       FD  ACCESS-LOG-FILE.
           COPY ACCLOG.
       WORKING-STORAGE SECTION.
       77 WS-REJ-STATUS       PIC X(2) VALUE "00".
       77 WS-RES-STATUS       PIC X(2) VALUE "00".
       77 WS-CTL-STATUS       PIC X(2) VALUE "00".
       77 WS-RUN-STATUS       PIC X(2) VALUE "00".
       77 WS-OPR-STATUS       PIC X(2) VALUE "00".
       77 WS-ACC-STATUS       PIC X(2) VALUE "00".
       77 WS-ACCESS-DENIED-SW PIC X(1) VALUE 'N'.
           88 WS-ACCESS-DENIED  VALUE 'Y'.
       77 WS-ACC-OPEN-SW      PIC X(1) VALUE 'N'.
           88 WS-ACC-OPEN       VALUE 'Y'.
       77 WS-SIGNED-ON-SW     PIC X(1) VALUE 'N'.
           88 WS-SIGNED-ON      VALUE 'Y'.
       77 WS-OPR-FOUND-SW     PIC X(1) VALUE 'N'.
           88 WS-OPR-FOUND      VALUE 'Y'.
       77 WS-OPR-EOF-SW       PIC X(1) VALUE 'N'.
           88 WS-OPR-EOF        VALUE 'Y'.
       77 WS-SIGNON-ID        PIC X(8) VALUE SPACES.
       77 WS-SIGNON-PASSWORD  PIC X(8) VALUE SPACES.
       77 WS-SIGNON-TRIES     PIC 9(1) VALUE ZERO.
       77 WS-SIGNON-MAX       PIC 9(1) VALUE 3.
       77 WS-OPR-PASSWORD     PIC X(8).
       77 WS-OPR-STATE        PIC X(1).
       77 WS-OPR-INQUIRE      PIC X(1) VALUE 'N'.
       77 WS-OPR-CORRECT      PIC X(1) VALUE 'N'.
       77 WS-OPR-ACK          PIC X(1) VALUE 'N'.
       77 WS-ACC-EVENT        PIC X(8).
       77 WS-ACC-DETAIL       PIC X(38).
       77 WS-ACC-DATE         PIC 9(8).
       77 WS-ACC-TIME         PIC 9(8).
       77 WS-TARGET-RUN-ID    PIC 9(4) VALUE ZERO.
       77 WS-MATCH-SW         PIC X(1) VALUE 'N'.
           88 WS-REC-SELECTED   VALUE 'Y'.
       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE.
           IF NOT WS-ACCESS-DENIED AND NOT WS-OPEN-FATAL
               PERFORM 2000-READ-REJECT
               PERFORM 2100-PROCESS-REJECT UNTIL WS-EOF
               PERFORM 8000-WRITE-SUMMARY
               PERFORM 9000-TERMINATE
           END-IF.
           IF WS-ACC-OPEN
               CLOSE ACCESS-LOG-FILE
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1600-OPEN-ACCESS-LOG.
           IF NOT WS-ACCESS-DENIED
               PERFORM 1700-SIGN-ON
           END-IF.
           IF NOT WS-ACCESS-DENIED
               PERFORM 1800-CHECK-AUTHORITY
           END-IF.
           IF NOT WS-ACCESS-DENIED
               PERFORM 1100-SET-TARGET-RUN
               OPEN INPUT REJECT-FILE
               OPEN OUTPUT RESUBMIT-FILE
               IF WS-REJ-STATUS NOT = "00"
                  OR WS-RES-STATUS NOT = "00"
                   DISPLAY "PRG5 ERROR: CANNOT OPEN FILES"
                   DISPLAY "PRG5 ERROR: REJ=" WS-REJ-STATUS
                       " RES=" WS-RES-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET WS-OPEN-FATAL TO TRUE
               END-IF
           END-IF.

      * 1100-SET-TARGET-RUN decides which run's rejects this sweep
           END-IF.
           PERFORM 1110-READ-RUN-LOG.

      * PRG3.ACC is opened before the sign-on so every attempt, good
      * or bad, is logged; a console session that cannot be logged
      * does not start.
       1600-OPEN-ACCESS-LOG.
           OPEN EXTEND ACCESS-LOG-FILE.
           IF WS-ACC-STATUS NOT = "00"
               OPEN OUTPUT ACCESS-LOG-FILE
           END-IF.
           IF WS-ACC-STATUS NOT = "00"
               DISPLAY "PRG5 ERROR: CANNOT OPEN PRG3.ACC, STATUS "
                   WS-ACC-STATUS
               MOVE 8 TO RETURN-CODE
               SET WS-ACCESS-DENIED TO TRUE
           ELSE
               SET WS-ACC-OPEN TO TRUE
           END-IF.

      * The operator gets WS-SIGNON-MAX tries at an id and password
      * on PRG3.OPR (OPERAUTH.CPY). The console is only told that a
      * sign-on was rejected; the reason goes to PRG3.ACC.
       1700-SIGN-ON.
           MOVE ZERO TO WS-SIGNON-TRIES.
           PERFORM 1710-SIGN-ON-ATTEMPT
               UNTIL WS-SIGNED-ON OR WS-ACCESS-DENIED
                  OR WS-SIGNON-TRIES >= WS-SIGNON-MAX.
           IF NOT WS-SIGNED-ON AND NOT WS-ACCESS-DENIED
               DISPLAY "PRG5 ERROR: SIGN-ON FAILED " WS-SIGNON-MAX
                   " TIMES - SESSION ENDED"
               MOVE 8 TO RETURN-CODE
               SET WS-ACCESS-DENIED TO TRUE
           END-IF.

       1710-SIGN-ON-ATTEMPT.
           ADD 1 TO WS-SIGNON-TRIES.
           DISPLAY "PRG5 ENTER OPERATOR ID:".
           ACCEPT WS-SIGNON-ID FROM CONSOLE.
           DISPLAY "PRG5 ENTER PASSWORD:".
           ACCEPT WS-SIGNON-PASSWORD FROM CONSOLE.
           PERFORM 1720-FIND-OPERATOR.
           IF NOT WS-ACCESS-DENIED
               MOVE "SIGNFAIL" TO WS-ACC-EVENT
               IF NOT WS-OPR-FOUND
                   MOVE "UNKNOWN OPERATOR ID" TO WS-ACC-DETAIL
               ELSE
                   IF WS-SIGNON-PASSWORD NOT = WS-OPR-PASSWORD
                       MOVE "WRONG PASSWORD" TO WS-ACC-DETAIL
                   ELSE
                       IF WS-OPR-STATE NOT = 'A'
                           MOVE "OPERATOR NOT ACTIVE" TO WS-ACC-DETAIL
                       ELSE
                           SET WS-SIGNED-ON TO TRUE
                           MOVE "SIGNON" TO WS-ACC-EVENT
                           MOVE SPACES TO WS-ACC-DETAIL
                       END-IF
                   END-IF
               END-IF
               PERFORM 7000-LOG-ACCESS
               IF WS-SIGNED-ON
                   DISPLAY "PRG5 SIGNED ON AS " WS-SIGNON-ID
               ELSE
                   DISPLAY "PRG5 SIGN-ON REJECTED"
               END-IF
           END-IF.

      * PRG3.OPR is reread for each attempt so a card just added by
      * security administration takes effect at once. Without the
      * file nobody can sign on.
       1720-FIND-OPERATOR.
           MOVE 'N' TO WS-OPR-FOUND-SW.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "PRG5 ERROR: CANNOT OPEN PRG3.OPR, STATUS "
                   WS-OPR-STATUS " - NO SIGN-ON POSSIBLE"
               MOVE 8 TO RETURN-CODE
               SET WS-ACCESS-DENIED TO TRUE
           ELSE
               MOVE 'N' TO WS-OPR-EOF-SW
               PERFORM 1730-READ-OPERATOR
               PERFORM 1740-MATCH-OPERATOR
                   UNTIL WS-OPR-EOF OR WS-OPR-FOUND
               CLOSE OPERATOR-FILE
           END-IF.

       1730-READ-OPERATOR.
           READ OPERATOR-FILE
               AT END
                   SET WS-OPR-EOF TO TRUE
           END-READ.

       1740-MATCH-OPERATOR.
           IF OPR-ID = WS-SIGNON-ID AND OPR-ID NOT = SPACES
               SET WS-OPR-FOUND TO TRUE
               MOVE OPR-PASSWORD TO WS-OPR-PASSWORD
               MOVE OPR-STATUS TO WS-OPR-STATE
               MOVE OPR-CAN-INQUIRE TO WS-OPR-INQUIRE
               MOVE OPR-CAN-CORRECT TO WS-OPR-CORRECT
               MOVE OPR-CAN-ACK TO WS-OPR-ACK
           ELSE
               PERFORM 1730-READ-OPERATOR
           END-IF.

       1800-CHECK-AUTHORITY.
           IF WS-OPR-CORRECT NOT = 'Y'
               MOVE "REFUSED" TO WS-ACC-EVENT
               MOVE "NOT AUTHORIZED TO CORRECT" TO WS-ACC-DETAIL
               PERFORM 7000-LOG-ACCESS
               DISPLAY "PRG5 ERROR: OPERATOR " WS-SIGNON-ID
                   " NOT AUTHORIZED TO CORRECT REJECTS"
               MOVE 8 TO RETURN-CODE
               SET WS-ACCESS-DENIED TO TRUE
           END-IF.

       2000-READ-REJECT.
           READ REJECT-FILE
               AT END
           MOVE 'D' TO RS-REC-TYPE.
           MOVE WS-NEW-NUM1 TO RS-NUM1.
           MOVE WS-NEW-NUM2 TO RS-NUM2.
           MOVE REJ-SOURCE-ID TO RS-SOURCE-ID.
           WRITE RESUBMIT-RECORD.
           MOVE "CORRECT" TO WS-ACC-EVENT.
           MOVE SPACES TO WS-ACC-DETAIL.
           STRING "RUN " REJ-RUN-ID " " REJ-NUM1 "/" REJ-NUM2
               " TO " WS-NEW-NUM1 "/" WS-NEW-NUM2
               DELIMITED BY SIZE INTO WS-ACC-DETAIL.
           PERFORM 7000-LOG-ACCESS.

      * 7000-LOG-ACCESS appends WS-ACC-EVENT/WS-ACC-DETAIL to
      * PRG3.ACC under the operator signed on (or the id keyed, for a
      * failed sign-on). An entry that cannot be written ends the
      * session, as a log that cannot be opened stops it starting.
       7000-LOG-ACCESS.
           MOVE SPACES TO ACCLOG-RECORD.
           ACCEPT WS-ACC-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-ACC-TIME FROM TIME.
           MOVE WS-ACC-DATE TO ACC-TIMESTAMP(1:8).
           MOVE WS-ACC-TIME(1:6) TO ACC-TIMESTAMP(9:6).
           MOVE WS-SIGNON-ID TO ACC-OPERATOR-ID.
           MOVE "PRG5" TO ACC-PROGRAM.
           MOVE WS-ACC-EVENT TO ACC-EVENT.
           MOVE WS-ACC-DETAIL TO ACC-DETAIL.
           WRITE ACCLOG-RECORD.
           IF WS-ACC-STATUS NOT = "00"
               DISPLAY "PRG5 ERROR: PRG3.ACC WRITE FAILED, STATUS "
                   WS-ACC-STATUS
               DISPLAY "PRG5 ERROR: SESSION ENDED - ACCESS NOT LOGGED"
               MOVE 8 TO RETURN-CODE
               SET WS-ACCESS-DENIED TO TRUE
               SET WS-EOF TO TRUE
           END-IF.

       8000-WRITE-SUMMARY.
           DISPLAY "PRG5 TOTALS - REJECTS READ: " WS-REJECTS-READ
