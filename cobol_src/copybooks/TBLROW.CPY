      * TBLROW.CPY
      * Row-level table extract record for the PRG3 row extract
      * generation ("PRG3.ROW.Gnnnn", cataloged in PRG3.GCT beside the
      * outfeed - see GENCAT.CPY). OUTFEED.CPY carries one record per
      * pair with only the last row's result; this file carries every
      * row 1..NUM2 that 4000-COMPUTE-TABLE computes and prints, so a
      * downstream reader that wants the whole table no longer has to
      * scrape PRG3.PRT:
      *   'D' detail  - one computed table row: run number, NUM1, row
      *                 number, operation and result
      *   'T' trailer - written once at end of run: count of 'D'
      *                 records and a hash total of their TR-RESULT
      *                 values, so the receiving side can prove it got
      *                 the whole table and not just the final product
      * TR-OPERATION carries the CTL-RUN-MODE the row was computed
      * under, unfolded, the same as OF-OPERATION ('B'/'S' = multiply,
      * 'A' = add, 'Q' = square). TR-RUN-ID is on both record types.
      * The hash total is sized 9(15) so a full run of 999-row tables
      * cannot overflow it.
       01  TBLROW-RECORD.
           05  TR-REC-TYPE        PIC X(1).
               88  TR-TYPE-DETAIL   VALUE 'D'.
               88  TR-TYPE-TRAILER  VALUE 'T'.
           05  TR-RUN-ID          PIC 9(4).
           05  TR-DETAIL.
               10  TR-NUM1        PIC 9(3).
               10  TR-ROW         PIC 9(4).
               10  TR-OPERATION   PIC X(1).
               10  TR-RESULT      PIC 9(6).
               10  FILLER         PIC X(61).
           05  TR-TRAILER REDEFINES TR-DETAIL.
               10  TR-TRL-ROW-COUNT    PIC 9(8).
               10  FILLER              PIC X(1).
               10  TR-TRL-HASH-RESULT  PIC 9(15).
               10  FILLER              PIC X(51).
