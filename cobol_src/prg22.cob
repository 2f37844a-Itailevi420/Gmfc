      * COBOL COMPILER SAMPLE
      * Example 22 - PRG22 outfeed release: hands a PRG3 outfeed
      * generation off downstream by writing its transmission
      * manifest to PRG3.MFT (FEEDMFT.CPY), so there is a record of
      * what was sent that the receiving side's receipt can be
      * matched against (PRG23). The generation is picked the way
      * PRG4 and PRG8 pick theirs: an optional PRG22.CTL card
      * (GENSEL.CPY) names a PRG3 run number, zero/blank/no card
      * takes the latest complete entry in the PRG3.GCT catalog.
      * There is no fixed-name PRG3.OUT fallback - a feed released
      * without a run number could never be reconciled. The feed is
      * read once to count its records and hash-total OF-NUM1,
      * OF-NUM2 and OF-RESULT, and the manifest records the run
      * number, feed file name, count, hash totals and release
      * timestamp. The release is refused (RETURN-CODE 8, nothing
      * written) when the generation is not GEN-COMPLETE, when it is
      * already on PRG3.MFT, or when a feed record is not numeric and
      * so cannot be hash-totaled.
      *
      * by surender, www.suren.space
      *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRG22.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTFEED-FILE ASSIGN TO WS-OUTFEED-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT GENSEL-FILE ASSIGN TO "PRG22.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "PRG3.GCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GCT-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO "PRG3.MFT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MFT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OUTFEED-FILE.
           COPY OUTFEED.
       FD  GENSEL-FILE.
           COPY GENSEL.
       FD  CATALOG-FILE.
           COPY GENCAT.
       FD  MANIFEST-FILE.
           COPY FEEDMFT.
       WORKING-STORAGE SECTION.
       77 WS-OUT-STATUS       PIC X(2) VALUE "00".
       77 WS-CTL-STATUS       PIC X(2) VALUE "00".
       77 WS-GCT-STATUS       PIC X(2) VALUE "00".
       77 WS-MFT-STATUS       PIC X(2) VALUE "00".
       77 WS-OPEN-FATAL-SW    PIC X(1) VALUE 'N'.
           88 WS-OPEN-FATAL     VALUE 'Y'.
       77 WS-EOF-SW           PIC X(1) VALUE 'N'.
           88 WS-EOF             VALUE 'Y'.
       77 WS-OUTFEED-NAME     PIC X(20) VALUE SPACES.
       77 WS-PICK-RUN-ID      PIC 9(4) VALUE ZERO.
       77 WS-GEN-RUN-ID       PIC 9(4) VALUE ZERO.
       77 WS-GEN-STATUS       PIC X(1) VALUE SPACE.
       77 WS-GEN-FOUND-SW     PIC X(1) VALUE 'N'.
           88 WS-GEN-FOUND      VALUE 'Y'.
       77 WS-CAT-EOF-SW       PIC X(1) VALUE 'N'.
           88 WS-CAT-EOF        VALUE 'Y'.
       77 WS-RELEASED-AT      PIC X(14) VALUE SPACES.
       77 WS-FEED-READ        PIC 9(7) VALUE ZERO.
       77 WS-FEED-BAD         PIC 9(7) VALUE ZERO.
       77 WS-HASH-NUM1        PIC 9(10) VALUE ZERO.
       77 WS-HASH-NUM2        PIC 9(10) VALUE ZERO.
       77 WS-HASH-RESULT      PIC 9(13) VALUE ZERO.
       77 WS-RUN-DATE         PIC 9(8).
       77 WS-TIME-NOW         PIC 9(8).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE.
           IF NOT WS-OPEN-FATAL
               PERFORM 2000-READ-OUTFEED
               PERFORM 2100-HASH-FEED-RECORD UNTIL WS-EOF
               CLOSE OUTFEED-FILE
               PERFORM 2200-CHECK-FEED
           END-IF.
           IF NOT WS-OPEN-FATAL
               PERFORM 3000-WRITE-MANIFEST
           END-IF.
           IF NOT WS-OPEN-FATAL
               PERFORM 8000-WRITE-SUMMARY
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1100-PICK-GENERATION.
           IF NOT WS-OPEN-FATAL
               PERFORM 1200-CHECK-RELEASED
           END-IF.
           IF NOT WS-OPEN-FATAL
               OPEN INPUT OUTFEED-FILE
               IF WS-OUT-STATUS NOT = "00"
                   DISPLAY "PRG22 ERROR: CANNOT OPEN FEED "
                       WS-OUTFEED-NAME " STATUS " WS-OUT-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET WS-OPEN-FATAL TO TRUE
               END-IF
           END-IF.

      * Same generation-pick shape as 1100-PICK-GENERATION in PRG4,
      * except that a requested run number is found whatever its
      * catalog status, so an incomplete generation is refused by
      * name rather than reported as not cataloged.
       1100-PICK-GENERATION.
           MOVE ZERO TO WS-PICK-RUN-ID.
           OPEN INPUT GENSEL-FILE.
           IF WS-CTL-STATUS = "00"
               READ GENSEL-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-CTL-STATUS = "00" AND GS-RUN-ID IS NUMERIC
                   MOVE GS-RUN-ID TO WS-PICK-RUN-ID
               END-IF
               CLOSE GENSEL-FILE
           END-IF.
           MOVE 'N' TO WS-GEN-FOUND-SW.
           OPEN INPUT CATALOG-FILE.
           IF WS-GCT-STATUS NOT = "00"
               DISPLAY "PRG22 ERROR: CANNOT OPEN PRG3.GCT, STATUS "
                   WS-GCT-STATUS
               MOVE 8 TO RETURN-CODE
               SET WS-OPEN-FATAL TO TRUE
           ELSE
               MOVE 'N' TO WS-CAT-EOF-SW
               PERFORM 1110-READ-CATALOG
               PERFORM 1120-MATCH-CATALOG
                   UNTIL WS-CAT-EOF
               CLOSE CATALOG-FILE
           END-IF.
           IF NOT WS-OPEN-FATAL
               PERFORM 1130-CHECK-GENERATION
           END-IF.

       1110-READ-CATALOG.
           READ CATALOG-FILE
               AT END
                   SET WS-CAT-EOF TO TRUE
           END-READ.

       1120-MATCH-CATALOG.
           IF GEN-RUN-ID IS NUMERIC
               IF (WS-PICK-RUN-ID = ZERO AND GEN-COMPLETE)
                  OR (WS-PICK-RUN-ID > ZERO
                      AND GEN-RUN-ID = WS-PICK-RUN-ID)
                   MOVE GEN-RUN-ID TO WS-GEN-RUN-ID
                   MOVE GEN-STATUS TO WS-GEN-STATUS
                   MOVE GEN-OUTFEED-NAME TO WS-OUTFEED-NAME
                   SET WS-GEN-FOUND TO TRUE
               END-IF
           END-IF.
           PERFORM 1110-READ-CATALOG.

       1130-CHECK-GENERATION.
           IF NOT WS-GEN-FOUND
               IF WS-PICK-RUN-ID > ZERO
                   DISPLAY "PRG22 ERROR: RUN ID " WS-PICK-RUN-ID
                       " NOT CATALOGED IN PRG3.GCT"
               ELSE
                   DISPLAY "PRG22 ERROR: NO COMPLETE GENERATION IN"
                       " PRG3.GCT"
               END-IF
               MOVE 8 TO RETURN-CODE
               SET WS-OPEN-FATAL TO TRUE
           ELSE
               DISPLAY "PRG22 FEED: RUN ID " WS-GEN-RUN-ID
                   " FILE " WS-OUTFEED-NAME
               IF WS-GEN-STATUS NOT = 'C'
                   DISPLAY "PRG22 ERROR: RUN ID " WS-GEN-RUN-ID
                       " GENERATION NOT COMPLETE (STATUS "
                       WS-GEN-STATUS ") - NOT RELEASED"
                   MOVE 8 TO RETURN-CODE
                   SET WS-OPEN-FATAL TO TRUE
               END-IF
           END-IF.

      * A missing PRG3.MFT just means nothing has been released yet.
       1200-CHECK-RELEASED.
           OPEN INPUT MANIFEST-FILE.
           IF WS-MFT-STATUS = "00"
               MOVE 'N' TO WS-EOF-SW
               PERFORM 1210-READ-MANIFEST
               PERFORM 1220-MATCH-MANIFEST
                   UNTIL WS-EOF OR WS-OPEN-FATAL
               CLOSE MANIFEST-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.

       1210-READ-MANIFEST.
           READ MANIFEST-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       1220-MATCH-MANIFEST.
           IF MFT-RUN-ID IS NUMERIC
              AND MFT-RUN-ID = WS-GEN-RUN-ID
               DISPLAY "PRG22 ERROR: RUN ID " WS-GEN-RUN-ID
                   " ALREADY RELEASED AT " MFT-RELEASED-AT
                   " - NOT RELEASED AGAIN"
               MOVE 8 TO RETURN-CODE
               SET WS-OPEN-FATAL TO TRUE
           ELSE
               PERFORM 1210-READ-MANIFEST
           END-IF.

       2000-READ-OUTFEED.
           READ OUTFEED-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF
               ADD 1 TO WS-FEED-READ
           END-IF.

       2100-HASH-FEED-RECORD.
           IF OF-NUM1 IS NUMERIC
              AND OF-NUM2 IS NUMERIC
              AND OF-RESULT IS NUMERIC
               ADD OF-NUM1 TO WS-HASH-NUM1
               ADD OF-NUM2 TO WS-HASH-NUM2
               ADD OF-RESULT TO WS-HASH-RESULT
           ELSE
               ADD 1 TO WS-FEED-BAD
           END-IF.
           PERFORM 2000-READ-OUTFEED.

       2200-CHECK-FEED.
           IF WS-FEED-BAD > ZERO
               DISPLAY "PRG22 ERROR: " WS-FEED-BAD " RECORDS ON "
                   WS-OUTFEED-NAME " NOT NUMERIC - NOT RELEASED"
               MOVE 8 TO RETURN-CODE
               SET WS-OPEN-FATAL TO TRUE
           END-IF.

      * PRG3.MFT is appended to, created on the first release.
       3000-WRITE-MANIFEST.
           OPEN EXTEND MANIFEST-FILE.
           IF WS-MFT-STATUS NOT = "00"
               OPEN OUTPUT MANIFEST-FILE
           END-IF.
           IF WS-MFT-STATUS NOT = "00"
               DISPLAY "PRG22 ERROR: CANNOT OPEN PRG3.MFT, STATUS "
                   WS-MFT-STATUS " - NOT RELEASED"
               MOVE 8 TO RETURN-CODE
               SET WS-OPEN-FATAL TO TRUE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT WS-TIME-NOW FROM TIME
               MOVE WS-RUN-DATE TO WS-RELEASED-AT(1:8)
               MOVE WS-TIME-NOW(1:6) TO WS-RELEASED-AT(9:6)
               MOVE SPACES TO FEEDMFT-RECORD
               MOVE WS-GEN-RUN-ID TO MFT-RUN-ID
               MOVE WS-OUTFEED-NAME TO MFT-FILE-NAME
               MOVE WS-FEED-READ TO MFT-RECORD-COUNT
               MOVE WS-HASH-NUM1 TO MFT-HASH-NUM1
               MOVE WS-HASH-NUM2 TO MFT-HASH-NUM2
               MOVE WS-HASH-RESULT TO MFT-HASH-RESULT
               MOVE WS-RELEASED-AT TO MFT-RELEASED-AT
               WRITE FEEDMFT-RECORD
               IF WS-MFT-STATUS NOT = "00"
                   DISPLAY "PRG22 ERROR: WRITE TO PRG3.MFT FAILED,"
                       " STATUS " WS-MFT-STATUS " - NOT RELEASED"
                   MOVE 8 TO RETURN-CODE
                   SET WS-OPEN-FATAL TO TRUE
               END-IF
               CLOSE MANIFEST-FILE
           END-IF.

       8000-WRITE-SUMMARY.
           DISPLAY "PRG22 RELEASED - RUN ID: " WS-GEN-RUN-ID
               " RECORDS: " WS-FEED-READ
               " AT: " WS-RELEASED-AT.
           DISPLAY "PRG22 HASH TOTALS - NUM1: " WS-HASH-NUM1
               " NUM2: " WS-HASH-NUM2
               " RESULT: " WS-HASH-RESULT.
