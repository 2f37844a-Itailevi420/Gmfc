      * ACCSEL.CPY
      * Control-card layout for the PRG20 access-log listing card
      * (PRG20.CTL). One card, fixed columns:
      *   col  1-8   ASL-OPERATOR-ID  operator to list; blank lists
      *                               every operator on PRG3.ACC,
      *                               including ids keyed at failed
      *                               sign-ons
      *   col  9     filler/spacer
      *   col 10-17  ASL-FROM-DATE    YYYYMMDD, earliest date to
      *                               list. Blank = from the start of
      *                               the log.
      *   col 18     filler/spacer
      *   col 19-26  ASL-TO-DATE      YYYYMMDD, latest date to list.
      *                               Blank = today.
      *   col 27-80  filler
       01  ACCSEL-CARD.
           05  ASL-OPERATOR-ID    PIC X(8).
           05  FILLER             PIC X(1).
           05  ASL-FROM-DATE      PIC X(8).
           05  FILLER             PIC X(1).
           05  ASL-TO-DATE        PIC X(8).
           05  FILLER             PIC X(54).
