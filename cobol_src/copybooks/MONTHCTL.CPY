      * MONTHCTL.CPY
      * Control-card layout for the PRG12 SYSIN control file
      * (PRG12.CTL), also used for the PRG16 supplier scorecard card
      * (PRG16.CTL). One card, fixed columns:
      *   col 1-6   MON-YEAR-MONTH  YYYYMM, the calendar month the
      *                             operations statement covers.
      *                             PRG12 filters PRG3.AUD on
      *                             AUD-TIMESTAMP and PRG3.ALM on
      *                             ALM-TIMESTAMP for this month, the
      *                             same filtering idea PRG7 applies
      *                             to its date range. PRG16
      *                             grades this month against the
      *                             calendar month before it.
      *   col 7-80  filler
       01  MONTHCTL-CARD.
           05  MON-YEAR-MONTH     PIC 9(6).
