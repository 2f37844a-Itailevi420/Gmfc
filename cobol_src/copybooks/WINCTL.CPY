      * WINCTL.CPY
      * Control-card layout for the PRG19 batch-window report card
      * (PRG19.CTL). One card, fixed columns:
      *   col  1-8   WIN-FROM-DATE   YYYYMMDD, first cycle date to
      *                              report
      *   col  9     filler/spacer
      *   col 10-17  WIN-TO-DATE     YYYYMMDD, last cycle date to
      *                              report. Blank = today. The range
      *                              may not span more than 366 days.
      *   col 18     filler/spacer
      *   col 19-22  WIN-LIMIT-MIN   batch-window limit in minutes;
      *                              a cycle whose window runs longer
      *                              is flagged. Must be 0001-9999.
      *   col 23-80  filler
       01  WINCTL-CARD.
           05  WIN-FROM-DATE      PIC X(8).
           05  FILLER             PIC X(1).
           05  WIN-TO-DATE        PIC X(8).
           05  FILLER             PIC X(1).
           05  WIN-LIMIT-MIN      PIC X(4).
           05  FILLER             PIC X(58).
