      * are the final end-of-run control totals PRG3 prints in
      * 8000-WRITE-TOTALS, sized 9(8) to match the PRG3/CHKPT
      * counters they are moved from. The six totals are packed with
      * no spacer columns between them so the record up to and
      * including them stays within the original 80 columns.
      * RL-SOURCE-ID, the NUMPAIRS.DAT header source id of the run's
      * first batch card ("PRG3.CTL" for a run of single-pair cards
      * only), follows the totals past column 80. PRG3.RUN is line
      * sequential, so runs logged before the field existed read
      * back with it blank.
       01  RUNLOG-RECORD.
           05  RL-RUN-ID              PIC 9(4).
           05  FILLER                 PIC X(1).
           05  RL-SUM-NUM1            PIC 9(8).
           05  RL-SUM-NUM2            PIC 9(8).
           05  FILLER                 PIC X(2).
           05  RL-SOURCE-ID           PIC X(8).
