      * INTKCTL.CPY
      * Control-card layout for the PRG15 NUMPAIRS.DAT intake job
      * (PRG15.CTL). One card per inbound supplier file to be merged
      * into tonight's NUMPAIRS.DAT; blank cards are skipped. Each
      * inbound file is a complete NUMPAIR.CPY-format transfer with
      * its own 'H' header and 'T' trailer. Fixed columns:
      *   col  1-20  INTK-FILE-NAME    inbound file name
      *   col 21     filler/spacer
      *   col 22-29  INTK-SOURCE-ID    expected upstream source id, or
      *                                blank. When given, the file's
      *                                NP-HDR-SOURCE-ID must match it
      *                                or the whole file is rejected -
      *                                catches a supplier's file
      *                                landing under another
      *                                supplier's name.
      *   col 30-80  filler
       01  INTKCTL-CARD.
           05  INTK-FILE-NAME     PIC X(20).
           05  FILLER             PIC X(1).
           05  INTK-SOURCE-ID     PIC X(8).
           05  FILLER             PIC X(51).
