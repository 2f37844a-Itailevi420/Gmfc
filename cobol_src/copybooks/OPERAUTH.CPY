      * OPERAUTH.CPY
      * Operator authority record for PRG3.OPR, the list of operators
      * allowed to sign on to the console programs and what each may
      * do. Security administration maintains it by hand as card
      * images, one operator per card; an operator id not on file
      * cannot sign on. The authority flags are 'Y' = allowed,
      * anything else = refused:
      *   OPR-CAN-INQUIRE  browse PRG3.MST (PRG9) and list alerts
      *                    (PRG11)
      *   OPR-CAN-CORRECT  key corrected reject pairs (PRG5)
      *   OPR-CAN-ACK      acknowledge alerts (PRG11)
      * OPR-STATUS 'A' = active; any other value (e.g. 'S' for
      * suspended) refuses the sign-on but keeps the operator on file
      * so past PRG3.ACC entries still resolve to a name.
      *   col  1-8   OPR-ID
      *   col 10-17  OPR-PASSWORD
      *   col 19-21  OPR-CAN-INQUIRE / OPR-CAN-CORRECT / OPR-CAN-ACK
      *   col 23     OPR-STATUS
      *   col 25-54  OPR-NAME
       01  OPERAUTH-RECORD.
           05  OPR-ID             PIC X(8).
           05  FILLER             PIC X(1).
           05  OPR-PASSWORD       PIC X(8).
           05  FILLER             PIC X(1).
           05  OPR-CAN-INQUIRE    PIC X(1).
           05  OPR-CAN-CORRECT    PIC X(1).
           05  OPR-CAN-ACK        PIC X(1).
           05  FILLER             PIC X(1).
           05  OPR-STATUS         PIC X(1).
               88  OPR-ACTIVE       VALUE 'A'.
           05  FILLER             PIC X(1).
           05  OPR-NAME           PIC X(30).
           05  FILLER             PIC X(26).
