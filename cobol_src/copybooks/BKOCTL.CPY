      * BKOCTL.CPY
      * Control-card layout for the PRG18 master backout job
      * (PRG18.CTL). One card, fixed columns:
      *   col 1-4   BKO-RUN-ID  PRG3 run number whose PRG8 load is to
      *                         be backed out of PRG3.MST.
      *   col 5     filler
      *   col 6     BKO-FORCE   'F' backs the run out even when a
      *                         later load has since touched the
      *                         same keys (the later run's changes to
      *                         those keys are lost); anything else
      *                         refuses such a backout.
      *   col 7-80  filler
       01  BKOCTL-CARD.
           05  BKO-RUN-ID         PIC X(4).
           05  FILLER             PIC X(1).
           05  BKO-FORCE          PIC X(1).
               88  BKO-FORCED       VALUE 'F'.
           05  FILLER             PIC X(74).
