      * BKPSET.CPY
      * Backup-set manifest record for "PRG3.BKP.Byyyymmdd", written
      * by PRG24 as the last file of a dated backup set and read by
      * PRG25 before it restores anything. Every file of the set is
      * copied to "<file name>.Byyyymmdd" - PRG3.MST unloaded to a
      * sequential copy in key order - and the manifest holds:
      *   one 'H' record - the set date, when the set was taken, the
      *                    highest RL-RUN-ID on the PRG3.RUN copy,
      *                    how many 'F' records follow and whether
      *                    the backup was forced past an in-flight
      *                    cycle or outstanding checkpoint ('Y');
      *   one 'F' record per file - the live file name, whether the
      *                    live file existed ('N' = it did not, and
      *                    the copy is empty), the records copied and
      *                    the copy's file name.
      * A set with no manifest was never finished and cannot be
      * restored.
       01  BKPSET-RECORD.
           05  BKS-REC-TYPE       PIC X(1).
               88  BKS-HEADER       VALUE 'H'.
               88  BKS-FILE         VALUE 'F'.
           05  FILLER             PIC X(1).
           05  BKS-DETAIL         PIC X(78).
           05  BKS-HEADER-DATA REDEFINES BKS-DETAIL.
               10  BKS-SET-DATE       PIC 9(8).
               10  FILLER             PIC X(1).
               10  BKS-TAKEN-AT       PIC X(14).
               10  FILLER             PIC X(1).
               10  BKS-HIGH-RUN-ID    PIC 9(4).
               10  FILLER             PIC X(1).
               10  BKS-FILE-COUNT     PIC 9(2).
               10  FILLER             PIC X(1).
               10  BKS-FORCED         PIC X(1).
               10  FILLER             PIC X(45).
           05  BKS-FILE-DATA REDEFINES BKS-DETAIL.
               10  BKS-FILE-NAME      PIC X(10).
               10  FILLER             PIC X(1).
               10  BKS-PRESENT        PIC X(1).
               10  FILLER             PIC X(1).
               10  BKS-RECORD-COUNT   PIC 9(8).
               10  FILLER             PIC X(1).
               10  BKS-COPY-NAME      PIC X(20).
               10  FILLER             PIC X(36).
