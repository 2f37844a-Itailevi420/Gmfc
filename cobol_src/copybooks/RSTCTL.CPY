      * RSTCTL.CPY
      * Control-card layout for the PRG25 restore card (PRG25.CTL).
      * One card, fixed columns:
      *   col  1-8   RSC-SET-DATE  YYYYMMDD of the PRG24 backup set to
      *                            restore (the set's manifest is
      *                            "PRG3.BKP.B" followed by this date)
      *   col  9-80  filler
       01  RSTCTL-CARD.
           05  RSC-SET-DATE       PIC X(8).
           05  FILLER             PIC X(72).
