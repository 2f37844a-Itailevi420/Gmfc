      * COBOL COMPILER SAMPLE
      * Example 23 - PRG23 feed receipt reconciliation: matches the
      * receipts the downstream side sends back on PRG3.RCP
      * (FEEDRCP.CPY) against the release manifests PRG22 writes to
      * PRG3.MFT (FEEDMFT.CPY), so a feed that never arrived, or
      * arrived short or changed, is caught instead of assumed. A
      * receipt matches the manifest with the same run number and
      * feed file name; when a feed was acknowledged more than once
      * the last receipt counts. Each manifest is listed as RECEIVED
      * (count and all three hash totals agree), MISMATCH (the
      * receipt disagrees - both sets of totals are printed),
      * OVERDUE (no receipt and released more than the PRG23.CTL
      * card's cutoff hours ago, RCPCTL.CPY) or AWAITING (no receipt
      * yet, still inside the cutoff). Receipts that match no
      * manifest are listed after the feeds. MISMATCH, OVERDUE and
      * unmatched receipts each raise one PRG3.ALM alert per run,
      * giving how many there were and the run number of the first,
      * and the run ends RETURN-CODE 4; a feed stays overdue, and is
      * alerted again, on each run until its receipt arrives.
      *
      * by surender, www.suren.space
      *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG23.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCPCTL-FILE ASSIGN TO "PRG23.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO "PRG3.MFT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MFT-STATUS.
           SELECT RECEIPT-FILE ASSIGN TO "PRG3.RCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCP-STATUS.
           SELECT ALERT-FILE ASSIGN TO "PRG3.ALM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALM-STATUS.
           SELECT PRINT-FILE ASSIGN TO "PRG23.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RCPCTL-FILE.
           COPY RCPCTL.
       FD  MANIFEST-FILE.
           COPY FEEDMFT.
       FD  RECEIPT-FILE.
           COPY FEEDRCP.
       FD  ALERT-FILE.
           COPY ALERT.
       FD  PRINT-FILE.
       01  PRINT-RECORD        PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-CTL-STATUS       PIC X(2) VALUE "00".
       77 WS-MFT-STATUS       PIC X(2) VALUE "00".
       77 WS-RCP-STATUS       PIC X(2) VALUE "00".
       77 WS-ALM-STATUS       PIC X(2) VALUE "00".
       77 WS-PRT-STATUS       PIC X(2) VALUE "00".
       77 WS-CTL-FATAL-SW     PIC X(1) VALUE 'N'.
           88 WS-CTL-FATAL      VALUE 'Y'.
       77 WS-OPEN-FATAL-SW    PIC X(1) VALUE 'N'.
           88 WS-OPEN-FATAL     VALUE 'Y'.
       77 WS-EOF-SW           PIC X(1) VALUE 'N'.
           88 WS-EOF             VALUE 'Y'.
       77 WS-MFT-FULL-SW      PIC X(1) VALUE 'N'.
           88 WS-MFT-FULL       VALUE 'Y'.
       77 WS-ALM-OPEN-SW      PIC X(1) VALUE 'N'.
           88 WS-ALM-OPEN       VALUE 'Y'.
       77 WS-ALM-FAILED-SW    PIC X(1) VALUE 'N'.
           88 WS-ALM-FAILED     VALUE 'Y'.
       77 WS-RCP-FOUND-SW     PIC X(1) VALUE 'N'.
           88 WS-RCP-FOUND      VALUE 'Y'.
       77 WS-RUN-DATE         PIC 9(8).
       77 WS-TIME-NOW         PIC 9(8).
       77 WS-NOW-STAMP        PIC X(14) VALUE SPACES.
       77 WS-CUTOFF-HOURS     PIC 9(4) VALUE ZERO.
       77 WS-CUTOFF-MINS      PIC 9(6) VALUE ZERO.
       77 WS-NOW-MINS         PIC 9(11) VALUE ZERO.
       77 WS-REL-MINS         PIC 9(11) VALUE ZERO.
       77 WS-AGE-MINS         PIC S9(11) VALUE ZERO.
       77 WS-AGE-HOURS        PIC S9(9) VALUE ZERO.
       77 WS-MFT-MAX          PIC 9(4) VALUE 2000.
       77 WS-MFT-COUNT        PIC 9(4) VALUE ZERO.
       77 WS-MFT-SUB          PIC 9(4) VALUE ZERO.
       77 WS-MANIFESTS-READ   PIC 9(8) VALUE ZERO.
       77 WS-RECEIPTS-READ    PIC 9(8) VALUE ZERO.
       77 WS-FEEDS-RECEIVED   PIC 9(8) VALUE ZERO.
       77 WS-FEEDS-MISMATCH   PIC 9(8) VALUE ZERO.
       77 WS-FEEDS-OVERDUE    PIC 9(8) VALUE ZERO.
       77 WS-FEEDS-AWAITING   PIC 9(8) VALUE ZERO.
       77 WS-RECEIPTS-UNKNOWN PIC 9(8) VALUE ZERO.
       77 WS-ALERTS-RAISED    PIC 9(8) VALUE ZERO.
       77 WS-ALERT-TYPE       PIC X(12) VALUE SPACES.
       77 WS-ALERT-TEXT       PIC X(38) VALUE SPACES.
       77 WS-ALERT-RUN-ID     PIC 9(4) VALUE ZERO.
       77 WS-ALERT-COUNT      PIC Z(3)9.
       77 WS-FIRST-DIFFERS-RUN PIC 9(4) VALUE ZERO.
       77 WS-FIRST-OVERDUE-RUN PIC 9(4) VALUE ZERO.
       77 WS-FIRST-UNKNOWN-RUN PIC 9(4) VALUE ZERO.
       77 WS-STAMP            PIC X(14) VALUE SPACES.
       77 WS-STAMP-MINS       PIC 9(11) VALUE ZERO.
       77 WS-STAMP-HH         PIC 9(2) VALUE ZERO.
       77 WS-STAMP-MM         PIC 9(2) VALUE ZERO.

      * Work fields for 1500-DAY-NUMBER, which turns WS-DN-DATE into
      * a running day count (days since a fixed epoch, Gregorian
      * leap years) so timestamps days apart subtract.
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

      * The manifests from PRG3.MFT, each with the last receipt
      * matched to it.
       01  WS-MANIFEST-TABLE.
           05  WS-MFT-ENTRY OCCURS 2000 TIMES.
               10  WS-MFT-RUN-ID      PIC 9(4).
               10  WS-MFT-FILE-NAME   PIC X(20).
               10  WS-MFT-COUNT-SENT  PIC 9(7).
               10  WS-MFT-NUM1        PIC 9(10).
               10  WS-MFT-NUM2        PIC 9(10).
               10  WS-MFT-RESULT      PIC 9(13).
               10  WS-MFT-RELEASED    PIC X(14).
               10  WS-MFT-RCP-SW      PIC X(1).
                   88  WS-MFT-RECEIVED  VALUE 'Y'.
               10  WS-MFT-RCP-COUNT   PIC X(7).
               10  WS-MFT-RCP-NUM1    PIC X(10).
               10  WS-MFT-RCP-NUM2    PIC X(10).
               10  WS-MFT-RCP-RESULT  PIC X(13).
               10  WS-MFT-RCP-AT      PIC X(14).

       01  WS-REPORT-HEADER-1.
           05  FILLER          PIC X(10) VALUE "PROGRAM:".
           05  HDR-PROGRAM     PIC X(10) VALUE "PRG23".
           05  FILLER          PIC X(10) VALUE "RUN DATE:".
           05  HDR-DATE        PIC X(10).
           05  FILLER          PIC X(40) VALUE SPACES.

       01  WS-REPORT-HEADER-2  PIC X(80)
               VALUE "OUTBOUND FEED RECEIPT RECONCILIATION".

       01  WS-CUTOFF-LINE.
           05  FILLER          PIC X(34)
                   VALUE "OVERDUE WHEN NOT RECEIVED WITHIN ".
           05  CUT-HOURS       PIC ZZZ9.
           05  FILLER          PIC X(42) VALUE " HOURS OF RELEASE".

       01  WS-COLUMN-HEADER.
           05  FILLER          PIC X(6)  VALUE "RUN".
           05  FILLER          PIC X(21) VALUE "FEED FILE".
           05  FILLER          PIC X(9)  VALUE "RECORDS".
           05  FILLER          PIC X(18) VALUE "RELEASED".
           05  FILLER          PIC X(10) VALUE "STATUS".
           05  FILLER          PIC X(16) VALUE "HOURS".

       01  WS-FEED-LINE.
           05  FL-RUN-ID       PIC 9(4).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FL-FILE-NAME    PIC X(20).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  FL-RECORDS      PIC ZZZZZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FL-RELEASED     PIC X(16).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FL-STATUS       PIC X(10).
           05  FL-HOURS        PIC ZZZZZZZ9.
           05  FL-HOURS-X REDEFINES FL-HOURS PIC X(8).
           05  FILLER          PIC X(8)  VALUE SPACES.

       01  WS-TOTALS-DETAIL.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  TD-SIDE         PIC X(9).
           05  FILLER          PIC X(6)  VALUE "COUNT ".
           05  TD-COUNT        PIC X(7).
           05  FILLER          PIC X(6)  VALUE " NUM1 ".
           05  TD-NUM1         PIC X(10).
           05  FILLER          PIC X(6)  VALUE " NUM2 ".
           05  TD-NUM2         PIC X(10).
           05  FILLER          PIC X(8)  VALUE " RESULT ".
           05  TD-RESULT       PIC X(13).
           05  FILLER          PIC X(1)  VALUE SPACES.

       01  WS-NO-FEEDS-LINE    PIC X(80)
               VALUE "  (NO FEEDS ON PRG3.MFT)".

       01  WS-UNKNOWN-TITLE    PIC X(80)
               VALUE "RECEIPTS NOT ON ANY MANIFEST".

       01  WS-UNKNOWN-LINE.
           05  UL-RUN-ID       PIC X(4).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  UL-FILE-NAME    PIC X(20).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  UL-RECORDS      PIC X(7).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(9)  VALUE "RECEIVED ".
           05  UL-RECEIVED     PIC X(16).
           05  FILLER          PIC X(19) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  TOT-LABEL       PIC X(24).
           05  TOT-VALUE       PIC ZZZZZZZ9.
           05  FILLER          PIC X(48) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE.
           IF NOT WS-CTL-FATAL AND NOT WS-OPEN-FATAL
               PERFORM 2000-LOAD-MANIFESTS
               PERFORM 3000-MATCH-RECEIPTS
               PERFORM 4000-PRINT-FEEDS
               PERFORM 5000-LIST-UNKNOWN
               PERFORM 7100-RAISE-RUN-ALERTS
               PERFORM 8000-PRINT-TOTALS
               PERFORM 9000-TERMINATE
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-RUN-DATE TO WS-NOW-STAMP(1:8).
           MOVE WS-TIME-NOW(1:6) TO WS-NOW-STAMP(9:6).
           MOVE WS-NOW-STAMP TO WS-STAMP.
           PERFORM 1600-STAMP-MINUTES.
           MOVE WS-STAMP-MINS TO WS-NOW-MINS.
           OPEN INPUT RCPCTL-FILE.
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "PRG23 ERROR: CANNOT OPEN PRG23.CTL"
               DISPLAY "PRG23 ERROR: FILE STATUS " WS-CTL-STATUS
               MOVE 8 TO RETURN-CODE
               SET WS-CTL-FATAL TO TRUE
           ELSE
               READ RCPCTL-FILE
                   AT END
                       DISPLAY "PRG23 ERROR: MISSING PRG23.CTL CARD"
                       MOVE 8 TO RETURN-CODE
                       SET WS-CTL-FATAL TO TRUE
               END-READ
               CLOSE RCPCTL-FILE
           END-IF.
           IF NOT WS-CTL-FATAL
               IF RCC-CUTOFF-HOURS IS NOT NUMERIC
                  OR RCC-CUTOFF-HOURS = "0000"
                   DISPLAY "PRG23 ERROR: PRG23.CTL CUTOFF HOURS MUST"
                       " BE 0001-9999"
                   MOVE 8 TO RETURN-CODE
                   SET WS-CTL-FATAL TO TRUE
               ELSE
                   MOVE RCC-CUTOFF-HOURS TO WS-CUTOFF-HOURS
                   COMPUTE WS-CUTOFF-MINS = WS-CUTOFF-HOURS * 60
               END-IF
           END-IF.
           IF NOT WS-CTL-FATAL
               OPEN OUTPUT PRINT-FILE
               IF WS-PRT-STATUS NOT = "00"
                   DISPLAY "PRG23 ERROR: CANNOT OPEN PRG23.PRT,"
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

      * WS-STAMP (YYYYMMDDHHMMSS) as minutes since the day-count
      * epoch into WS-STAMP-MINS; a stamp that is not a usable date
      * and time gives zero, which ages as long overdue.
       1600-STAMP-MINUTES.
           MOVE ZERO TO WS-STAMP-MINS.
           IF WS-STAMP(1:12) IS NUMERIC
               MOVE WS-STAMP(1:8) TO WS-DN-DATE
               MOVE WS-STAMP(9:2) TO WS-STAMP-HH
               MOVE WS-STAMP(11:2) TO WS-STAMP-MM
               IF WS-DN-MONTH >= 1 AND WS-DN-MONTH <= 12
                  AND WS-DN-DAY >= 1 AND WS-DN-DAY <= 31
                  AND WS-STAMP-HH < 24 AND WS-STAMP-MM < 60
                   PERFORM 1500-DAY-NUMBER
                   COMPUTE WS-STAMP-MINS = WS-DN-DAYNO * 1440
                       + WS-STAMP-HH * 60 + WS-STAMP-MM
               END-IF
           END-IF.

      * A missing PRG3.MFT means nothing has been released yet.
       2000-LOAD-MANIFESTS.
           OPEN INPUT MANIFEST-FILE.
           IF WS-MFT-STATUS NOT = "00"
               DISPLAY "PRG23 WARNING: CANNOT OPEN PRG3.MFT, STATUS "
                   WS-MFT-STATUS " - NO FEEDS RELEASED"
           ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM 2100-READ-MANIFEST
               PERFORM 2200-TABLE-MANIFEST UNTIL WS-EOF
               CLOSE MANIFEST-FILE
           END-IF.

       2100-READ-MANIFEST.
           READ MANIFEST-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
               ADD 1 TO WS-MANIFESTS-READ
           END-IF.

       2200-TABLE-MANIFEST.
           IF WS-MFT-COUNT < WS-MFT-MAX
               ADD 1 TO WS-MFT-COUNT
               MOVE MFT-RUN-ID TO WS-MFT-RUN-ID(WS-MFT-COUNT)
               MOVE MFT-FILE-NAME TO WS-MFT-FILE-NAME(WS-MFT-COUNT)
               MOVE MFT-RECORD-COUNT
                   TO WS-MFT-COUNT-SENT(WS-MFT-COUNT)
               MOVE MFT-HASH-NUM1 TO WS-MFT-NUM1(WS-MFT-COUNT)
               MOVE MFT-HASH-NUM2 TO WS-MFT-NUM2(WS-MFT-COUNT)
               MOVE MFT-HASH-RESULT TO WS-MFT-RESULT(WS-MFT-COUNT)
               MOVE MFT-RELEASED-AT TO WS-MFT-RELEASED(WS-MFT-COUNT)
               MOVE 'N' TO WS-MFT-RCP-SW(WS-MFT-COUNT)
           ELSE
               IF NOT WS-MFT-FULL
                   SET WS-MFT-FULL TO TRUE
                   DISPLAY "PRG23 ERROR: MORE THAN " WS-MFT-MAX
                       " MANIFESTS - LATER FEEDS NOT RECONCILED"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 2100-READ-MANIFEST.

      * A missing PRG3.RCP means nothing has been acknowledged yet,
      * so every feed is awaiting or overdue.
       3000-MATCH-RECEIPTS.
           OPEN INPUT RECEIPT-FILE.
           IF WS-RCP-STATUS NOT = "00"
               DISPLAY "PRG23 WARNING: CANNOT OPEN PRG3.RCP, STATUS "
                   WS-RCP-STATUS " - NO RECEIPTS"
           ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM 3100-READ-RECEIPT
               PERFORM 3200-APPLY-RECEIPT UNTIL WS-EOF
               CLOSE RECEIPT-FILE
           END-IF.

       3100-READ-RECEIPT.
           READ RECEIPT-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       3200-APPLY-RECEIPT.
           ADD 1 TO WS-RECEIPTS-READ.
           PERFORM 3300-FIND-MANIFEST.
           IF WS-RCP-FOUND
               SET WS-MFT-RECEIVED(WS-MFT-SUB) TO TRUE
               MOVE RCP-RECORD-COUNT TO WS-MFT-RCP-COUNT(WS-MFT-SUB)
               MOVE RCP-HASH-NUM1 TO WS-MFT-RCP-NUM1(WS-MFT-SUB)
               MOVE RCP-HASH-NUM2 TO WS-MFT-RCP-NUM2(WS-MFT-SUB)
               MOVE RCP-HASH-RESULT TO WS-MFT-RCP-RESULT(WS-MFT-SUB)
               MOVE RCP-RECEIVED-AT TO WS-MFT-RCP-AT(WS-MFT-SUB)
           END-IF.
           PERFORM 3100-READ-RECEIPT.

       3300-FIND-MANIFEST.
           MOVE 'N' TO WS-RCP-FOUND-SW.
           IF RCP-RUN-ID IS NUMERIC
               PERFORM VARYING WS-MFT-SUB FROM 1 BY 1
                       UNTIL WS-MFT-SUB > WS-MFT-COUNT
                          OR WS-RCP-FOUND
                   IF WS-MFT-RUN-ID(WS-MFT-SUB) = RCP-RUN-ID
                      AND WS-MFT-FILE-NAME(WS-MFT-SUB) = RCP-FILE-NAME
                       SET WS-RCP-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-RCP-FOUND
               SUBTRACT 1 FROM WS-MFT-SUB
           END-IF.

       4000-PRINT-FEEDS.
           WRITE PRINT-RECORD FROM WS-REPORT-HEADER-1.
           WRITE PRINT-RECORD FROM WS-REPORT-HEADER-2.
           MOVE WS-CUTOFF-HOURS TO CUT-HOURS.
           WRITE PRINT-RECORD FROM WS-CUTOFF-LINE.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           WRITE PRINT-RECORD FROM WS-COLUMN-HEADER.
           IF WS-MFT-COUNT = ZERO
               WRITE PRINT-RECORD FROM WS-NO-FEEDS-LINE
           ELSE
               PERFORM VARYING WS-MFT-SUB FROM 1 BY 1
                       UNTIL WS-MFT-SUB > WS-MFT-COUNT
                   PERFORM 4100-PRINT-FEED
               END-PERFORM
           END-IF.

      * HOURS is the time since release for a feed still without a
      * receipt.
       4100-PRINT-FEED.
           MOVE WS-MFT-RUN-ID(WS-MFT-SUB) TO FL-RUN-ID.
           MOVE WS-MFT-FILE-NAME(WS-MFT-SUB) TO FL-FILE-NAME.
           MOVE WS-MFT-COUNT-SENT(WS-MFT-SUB) TO FL-RECORDS.
           MOVE WS-MFT-RELEASED(WS-MFT-SUB) TO WS-STAMP.
           PERFORM 4400-FORMAT-STAMP.
           MOVE WS-STAMP-MINS TO WS-REL-MINS.
           MOVE SPACES TO FL-HOURS-X.
           IF WS-MFT-RECEIVED(WS-MFT-SUB)
               IF WS-MFT-RCP-COUNT(WS-MFT-SUB) IS NUMERIC
                  AND WS-MFT-RCP-COUNT(WS-MFT-SUB)
                      = WS-MFT-COUNT-SENT(WS-MFT-SUB)
                  AND WS-MFT-RCP-NUM1(WS-MFT-SUB) IS NUMERIC
                  AND WS-MFT-RCP-NUM1(WS-MFT-SUB)
                      = WS-MFT-NUM1(WS-MFT-SUB)
                  AND WS-MFT-RCP-NUM2(WS-MFT-SUB) IS NUMERIC
                  AND WS-MFT-RCP-NUM2(WS-MFT-SUB)
                      = WS-MFT-NUM2(WS-MFT-SUB)
                  AND WS-MFT-RCP-RESULT(WS-MFT-SUB) IS NUMERIC
                  AND WS-MFT-RCP-RESULT(WS-MFT-SUB)
                      = WS-MFT-RESULT(WS-MFT-SUB)
                   MOVE "RECEIVED" TO FL-STATUS
                   ADD 1 TO WS-FEEDS-RECEIVED
                   WRITE PRINT-RECORD FROM WS-FEED-LINE
               ELSE
                   MOVE "MISMATCH" TO FL-STATUS
                   ADD 1 TO WS-FEEDS-MISMATCH
                   WRITE PRINT-RECORD FROM WS-FEED-LINE
                   PERFORM 4200-PRINT-BOTH-TOTALS
                   IF WS-FEEDS-MISMATCH = 1
                       MOVE WS-MFT-RUN-ID(WS-MFT-SUB)
                           TO WS-FIRST-DIFFERS-RUN
                   END-IF
               END-IF
           ELSE
               COMPUTE WS-AGE-MINS = WS-NOW-MINS - WS-REL-MINS
               IF WS-AGE-MINS < ZERO
                   MOVE ZERO TO WS-AGE-MINS
               END-IF
               DIVIDE WS-AGE-MINS BY 60 GIVING WS-AGE-HOURS
               MOVE WS-AGE-HOURS TO FL-HOURS
               IF WS-AGE-MINS > WS-CUTOFF-MINS
                   MOVE "OVERDUE" TO FL-STATUS
                   ADD 1 TO WS-FEEDS-OVERDUE
                   WRITE PRINT-RECORD FROM WS-FEED-LINE
                   IF WS-FEEDS-OVERDUE = 1
                       MOVE WS-MFT-RUN-ID(WS-MFT-SUB)
                           TO WS-FIRST-OVERDUE-RUN
                   END-IF
               ELSE
                   MOVE "AWAITING" TO FL-STATUS
                   ADD 1 TO WS-FEEDS-AWAITING
                   WRITE PRINT-RECORD FROM WS-FEED-LINE
               END-IF
           END-IF.

       4200-PRINT-BOTH-TOTALS.
           MOVE "MANIFEST" TO TD-SIDE.
           MOVE WS-MFT-COUNT-SENT(WS-MFT-SUB) TO TD-COUNT.
           MOVE WS-MFT-NUM1(WS-MFT-SUB) TO TD-NUM1.
           MOVE WS-MFT-NUM2(WS-MFT-SUB) TO TD-NUM2.
           MOVE WS-MFT-RESULT(WS-MFT-SUB) TO TD-RESULT.
           WRITE PRINT-RECORD FROM WS-TOTALS-DETAIL.
           MOVE "RECEIPT" TO TD-SIDE.
           MOVE WS-MFT-RCP-COUNT(WS-MFT-SUB) TO TD-COUNT.
           MOVE WS-MFT-RCP-NUM1(WS-MFT-SUB) TO TD-NUM1.
           MOVE WS-MFT-RCP-NUM2(WS-MFT-SUB) TO TD-NUM2.
           MOVE WS-MFT-RCP-RESULT(WS-MFT-SUB) TO TD-RESULT.
           WRITE PRINT-RECORD FROM WS-TOTALS-DETAIL.

      * WS-STAMP as YYYY-MM-DD HH:MM into FL-RELEASED and its age
      * base into WS-STAMP-MINS.
       4400-FORMAT-STAMP.
           MOVE WS-STAMP(1:4) TO FL-RELEASED(1:4).
           MOVE "-" TO FL-RELEASED(5:1).
           MOVE WS-STAMP(5:2) TO FL-RELEASED(6:2).
           MOVE "-" TO FL-RELEASED(8:1).
           MOVE WS-STAMP(7:2) TO FL-RELEASED(9:2).
           MOVE SPACE TO FL-RELEASED(11:1).
           MOVE WS-STAMP(9:2) TO FL-RELEASED(12:2).
           MOVE ":" TO FL-RELEASED(14:1).
           MOVE WS-STAMP(11:2) TO FL-RELEASED(15:2).
           PERFORM 1600-STAMP-MINUTES.

      * Second pass over PRG3.RCP for receipts that match no
      * manifest - a feed we have no record of sending, or one
      * acknowledged under the wrong run number or file name.
       5000-LIST-UNKNOWN.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           WRITE PRINT-RECORD FROM WS-UNKNOWN-TITLE.
           OPEN INPUT RECEIPT-FILE.
           IF WS-RCP-STATUS = "00"
               MOVE 'N' TO WS-EOF-SW
               PERFORM 3100-READ-RECEIPT
               PERFORM 5100-CHECK-RECEIPT UNTIL WS-EOF
               CLOSE RECEIPT-FILE
           END-IF.
           IF WS-RECEIPTS-UNKNOWN = ZERO
               MOVE "  (NONE)" TO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF.

       5100-CHECK-RECEIPT.
           PERFORM 3300-FIND-MANIFEST.
           IF NOT WS-RCP-FOUND
               ADD 1 TO WS-RECEIPTS-UNKNOWN
               MOVE RCP-RUN-ID TO UL-RUN-ID
               MOVE RCP-FILE-NAME TO UL-FILE-NAME
               MOVE RCP-RECORD-COUNT TO UL-RECORDS
               MOVE RCP-RECEIVED-AT TO WS-STAMP
               PERFORM 4400-FORMAT-STAMP
               MOVE FL-RELEASED TO UL-RECEIVED
               WRITE PRINT-RECORD FROM WS-UNKNOWN-LINE
               IF WS-RECEIPTS-UNKNOWN = 1
                  AND RCP-RUN-ID IS NUMERIC
                   MOVE RCP-RUN-ID TO WS-FIRST-UNKNOWN-RUN
               END-IF
           END-IF.
           PERFORM 3100-READ-RECEIPT.

      * PRG3.ALM is opened on the first alert and held open for the
      * rest of the run; the alert carries the run number of the
      * first feed it is about.
       7000-RAISE-ALERT.
           IF NOT WS-ALM-OPEN AND NOT WS-ALM-FAILED
               OPEN EXTEND ALERT-FILE
               IF WS-ALM-STATUS NOT = "00"
                   OPEN OUTPUT ALERT-FILE
               END-IF
               IF WS-ALM-STATUS NOT = "00"
                   DISPLAY "PRG23 WARNING: CANNOT OPEN PRG3.ALM,"
                       " STATUS " WS-ALM-STATUS
                   SET WS-ALM-FAILED TO TRUE
               ELSE
                   SET WS-ALM-OPEN TO TRUE
               END-IF
           END-IF.
           IF WS-ALM-OPEN
               MOVE SPACES TO ALERT-RECORD
               MOVE WS-NOW-STAMP TO ALM-TIMESTAMP
               MOVE WS-RUN-DATE TO ALM-RUN-DATE
               MOVE WS-ALERT-RUN-ID TO ALM-RUN-ID
               MOVE WS-ALERT-TYPE TO ALM-TYPE
               MOVE WS-ALERT-TEXT TO ALM-TEXT
               WRITE ALERT-RECORD
               ADD 1 TO WS-ALERTS-RAISED
           END-IF.

      * Every alert of a run carries the same timestamp, and PRG11
      * tells alerts apart by timestamp and type, so each type is
      * raised at most once, with the count of feeds behind it.
       7100-RAISE-RUN-ALERTS.
           IF WS-FEEDS-MISMATCH > ZERO
               MOVE WS-FEEDS-MISMATCH TO WS-ALERT-COUNT
               MOVE WS-FIRST-DIFFERS-RUN TO WS-ALERT-RUN-ID
               MOVE "FEED-DIFFERS" TO WS-ALERT-TYPE
               MOVE SPACES TO WS-ALERT-TEXT
               STRING "FEEDS DIFFERING: " DELIMITED BY SIZE
                   WS-ALERT-COUNT DELIMITED BY SIZE
                   ", FIRST RUN " DELIMITED BY SIZE
                   WS-ALERT-RUN-ID DELIMITED BY SIZE
                   INTO WS-ALERT-TEXT
               PERFORM 7000-RAISE-ALERT
           END-IF.
           IF WS-FEEDS-OVERDUE > ZERO
               MOVE WS-FEEDS-OVERDUE TO WS-ALERT-COUNT
               MOVE WS-FIRST-OVERDUE-RUN TO WS-ALERT-RUN-ID
               MOVE "FEED-OVERDUE" TO WS-ALERT-TYPE
               MOVE SPACES TO WS-ALERT-TEXT
               STRING "FEEDS OVERDUE: " DELIMITED BY SIZE
                   WS-ALERT-COUNT DELIMITED BY SIZE
                   ", FIRST RUN " DELIMITED BY SIZE
                   WS-ALERT-RUN-ID DELIMITED BY SIZE
                   INTO WS-ALERT-TEXT
               PERFORM 7000-RAISE-ALERT
           END-IF.
           IF WS-RECEIPTS-UNKNOWN > ZERO
               MOVE WS-RECEIPTS-UNKNOWN TO WS-ALERT-COUNT
               MOVE WS-FIRST-UNKNOWN-RUN TO WS-ALERT-RUN-ID
               MOVE "FEED-UNKNOWN" TO WS-ALERT-TYPE
               MOVE SPACES TO WS-ALERT-TEXT
               STRING "RECEIPTS UNKNOWN: " DELIMITED BY SIZE
                   WS-ALERT-COUNT DELIMITED BY SIZE
                   ", FIRST RUN " DELIMITED BY SIZE
                   WS-ALERT-RUN-ID DELIMITED BY SIZE
                   INTO WS-ALERT-TEXT
               PERFORM 7000-RAISE-ALERT
           END-IF.

       8000-PRINT-TOTALS.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "MANIFESTS READ" TO TOT-LABEL.
           MOVE WS-MANIFESTS-READ TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE "RECEIPTS READ" TO TOT-LABEL.
           MOVE WS-RECEIPTS-READ TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE "FEEDS RECEIVED" TO TOT-LABEL.
           MOVE WS-FEEDS-RECEIVED TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE "FEEDS MISMATCHED" TO TOT-LABEL.
           MOVE WS-FEEDS-MISMATCH TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE "FEEDS OVERDUE" TO TOT-LABEL.
           MOVE WS-FEEDS-OVERDUE TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE "FEEDS AWAITING RECEIPT" TO TOT-LABEL.
           MOVE WS-FEEDS-AWAITING TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE "RECEIPTS NOT MATCHED" TO TOT-LABEL.
           MOVE WS-RECEIPTS-UNKNOWN TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           MOVE "ALERTS RAISED" TO TOT-LABEL.
           MOVE WS-ALERTS-RAISED TO TOT-VALUE.
           WRITE PRINT-RECORD FROM WS-TOTALS-LINE.
           IF WS-FEEDS-MISMATCH > ZERO
              OR WS-FEEDS-OVERDUE > ZERO
              OR WS-RECEIPTS-UNKNOWN > ZERO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       9000-TERMINATE.
           IF WS-ALM-OPEN
               CLOSE ALERT-FILE
           END-IF.
           CLOSE PRINT-FILE.
           DISPLAY "PRG23 FEEDS " WS-MFT-COUNT
               " RECEIVED " WS-FEEDS-RECEIVED
               " MISMATCHED " WS-FEEDS-MISMATCH
               " OVERDUE " WS-FEEDS-OVERDUE
               " UNMATCHED RECEIPTS " WS-RECEIPTS-UNKNOWN.
