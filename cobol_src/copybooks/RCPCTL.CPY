      * RCPCTL.CPY
      * Control-card layout for the PRG23 feed receipt reconciliation
      * card (PRG23.CTL). One card, fixed columns:
      *   col  1-4   RCC-CUTOFF-HOURS  a released feed with no receipt
      *                                on PRG3.RCP more than this many
      *                                hours after its release is
      *                                overdue. Must be 0001-9999.
      *   col  5-80  filler
       01  RCPCTL-CARD.
           05  RCC-CUTOFF-HOURS   PIC X(4).
           05  FILLER             PIC X(76).
