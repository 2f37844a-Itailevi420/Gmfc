      * MSTJRNL.CPY
      * Before-image journal record for PRG3.MJN, the results master
      * journal PRG8 appends to as it folds a PRG3 run into PRG3.MST,
      * and the input PRG18 backs a run out from. PRG3.MJN is only
      * ever appended, in load order. Record types (MJ-REC-TYPE):
      *   'A'  PRG8 added the key (MJ-BEFORE-* zero - nothing was
      *        there before); backout deletes the record.
      *   'C'  PRG8 changed the key; MJ-BEFORE-* hold the master
      *        fields as they were before the change, which backout
      *        rewrites.
      *   'T'  end of one PRG8 load - the load's control totals in
      *        MJ-TOTALS, so a backout can foot to the original load.
      *   'X'  PRG18 backed the run out - MJ-TOTALS hold the backout
      *        counts (MJ-TOT-FEED-READ journal entries reversed,
      *        MJ-TOT-ADDED records deleted, MJ-TOT-UPDATED records
      *        restored, MJ-TOT-ERRORS failures). A run with an 'X'
      *        as its latest entry cannot be backed out again.
      * MJ-RUN-ID is the PRG3 run number PRG8 stamps on the master
      * record (RM-LAST-RUN-ID), so every entry of one load carries
      * the run it came from.
       01  MSTJRNL-RECORD.
           05  MJ-REC-TYPE            PIC X(1).
               88  MJ-ADDED             VALUE 'A'.
               88  MJ-CHANGED           VALUE 'C'.
               88  MJ-LOAD-TOTALS       VALUE 'T'.
               88  MJ-BACKED-OUT        VALUE 'X'.
           05  FILLER                 PIC X(1).
           05  MJ-RUN-ID              PIC 9(4).
           05  FILLER                 PIC X(1).
           05  MJ-TIMESTAMP           PIC X(14).
           05  FILLER                 PIC X(1).
           05  MJ-DETAIL.
               10  MJ-KEY.
                   15  MJ-NUM1            PIC 9(3).
                   15  MJ-NUM2            PIC 9(3).
                   15  MJ-OPERATION       PIC X(1).
               10  FILLER                 PIC X(1).
               10  MJ-BEFORE-RESULT       PIC 9(6).
               10  MJ-BEFORE-RUN-DATE     PIC 9(8).
               10  MJ-BEFORE-RUN-ID       PIC 9(4).
               10  MJ-BEFORE-REQUEST-COUNT PIC 9(6).
               10  FILLER                 PIC X(26).
           05  MJ-TOTALS REDEFINES MJ-DETAIL.
               10  MJ-TOT-FEED-READ       PIC 9(8).
               10  MJ-TOT-ADDED           PIC 9(8).
               10  MJ-TOT-UPDATED         PIC 9(8).
               10  MJ-TOT-ERRORS          PIC 9(8).
               10  FILLER                 PIC X(26).
