      * BKPCTL.CPY
      * Control-card layout for the PRG24 backup card (PRG24.CTL).
      * The card is optional - no card file takes an ordinary backup.
      *   col  1     BKC-FORCE  'Y' takes the backup even though a
      *                         PRG14 cycle looks to be in flight or
      *                         PRG3.CKPT holds an outstanding restart
      *                         point; the set is marked forced. Any
      *                         other value refuses in that case.
      *   col  2-80  filler
       01  BKPCTL-CARD.
           05  BKC-FORCE          PIC X(1).
               88  BKC-FORCED       VALUE 'Y'.
           05  FILLER             PIC X(79).
