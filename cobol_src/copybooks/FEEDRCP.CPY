      * FEEDRCP.CPY
      * Downstream receipt record for PRG3.RCP - one record for each
      * released feed the receiving side has taken in, sent back to
      * us as one fixed-layout 84-byte line. The receiving side
      * counts the records it got and hashes OF-NUM1, OF-NUM2 and
      * OF-RESULT over them the same way PRG22 does for the manifest
      * (FEEDMFT.CPY), so a receipt that agrees with its manifest
      * proves the feed arrived whole. RCP-RUN-ID and RCP-FILE-NAME
      * identify the manifest being acknowledged; RCP-RECEIVED-AT is
      * when it was taken in (YYYYMMDDHHMMSS). A feed sent again is
      * acknowledged again - the later receipt on the file is the
      * one that counts.
       01  FEEDRCP-RECORD.
           05  RCP-RUN-ID         PIC 9(4).
           05  FILLER             PIC X(1).
           05  RCP-FILE-NAME      PIC X(20).
           05  FILLER             PIC X(1).
           05  RCP-RECORD-COUNT   PIC 9(7).
           05  FILLER             PIC X(1).
           05  RCP-HASH-NUM1      PIC 9(10).
           05  FILLER             PIC X(1).
           05  RCP-HASH-NUM2      PIC 9(10).
           05  FILLER             PIC X(1).
           05  RCP-HASH-RESULT    PIC 9(13).
           05  FILLER             PIC X(1).
           05  RCP-RECEIVED-AT    PIC X(14).
