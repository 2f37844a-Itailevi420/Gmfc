      * FEEDMFT.CPY
      * Release manifest record for PRG3.MFT - one record per PRG3
      * outfeed generation handed off downstream, appended by PRG22
      * when it releases the generation. It says what was sent: the
      * run number and feed file name from PRG3.GCT, how many
      * OUTFEED.CPY records the file held and hash totals of OF-NUM1,
      * OF-NUM2 and OF-RESULT over those records, so the receiving
      * side can prove it got the whole feed. MFT-RELEASED-AT is the
      * release timestamp (YYYYMMDDHHMMSS). A run number appears on
      * PRG3.MFT at most once - PRG22 will not release a generation
      * twice. The downstream receipt (FEEDRCP.CPY) carries the same
      * totals back and PRG23 matches the two.
       01  FEEDMFT-RECORD.
           05  MFT-RUN-ID         PIC 9(4).
           05  FILLER             PIC X(1).
           05  MFT-FILE-NAME      PIC X(20).
           05  FILLER             PIC X(1).
           05  MFT-RECORD-COUNT   PIC 9(7).
           05  FILLER             PIC X(1).
           05  MFT-HASH-NUM1      PIC 9(10).
           05  FILLER             PIC X(1).
           05  MFT-HASH-NUM2      PIC 9(10).
           05  FILLER             PIC X(1).
           05  MFT-HASH-RESULT    PIC 9(13).
           05  FILLER             PIC X(1).
           05  MFT-RELEASED-AT    PIC X(14).
