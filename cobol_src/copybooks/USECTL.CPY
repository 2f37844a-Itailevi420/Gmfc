      * USECTL.CPY
      * Control-card layout for the PRG21 results master usage
      * profile card (PRG21.CTL). One card, fixed columns:
      *   col  1-3   USE-TOP-N         how many of the most-requested
      *                                pairs to rank for each
      *                                operation. Must be 001-100.
      *   col  4     filler/spacer
      *   col  5-8   USE-DORMANT-DAYS  a pair whose RM-LAST-RUN-DATE is
      *                                more than this many days before
      *                                the run date is listed as
      *                                dormant. Must be 0001-9999.
      *   col  9-80  filler
       01  USECTL-CARD.
           05  USE-TOP-N          PIC X(3).
           05  FILLER             PIC X(1).
           05  USE-DORMANT-DAYS   PIC X(4).
           05  FILLER             PIC X(72).
