      * ACCLOG.CPY
      * Access-log record for PRG3.ACC, the common log the console
      * programs (PRG5, PRG9, PRG11) append to for every sign-on,
      * failed sign-on, refusal, inquiry, correction and
      * acknowledgment. Like PRG3.ALM and PRG3.ACK it is only ever
      * appended, so it is the audit record of who did what from the
      * console; PRG20 lists it by operator and date range.
      * ACC-OPERATOR-ID is the id as keyed for a failed sign-on (it
      * may not exist on PRG3.OPR), otherwise the signed-on operator.
      * ACC-DETAIL describes the action - the pair inquired on, the
      * correction keyed, the alert acknowledged or why a sign-on or
      * function was refused. Passwords are never logged.
       01  ACCLOG-RECORD.
           05  ACC-TIMESTAMP      PIC X(14).
           05  FILLER             PIC X(1).
           05  ACC-OPERATOR-ID    PIC X(8).
           05  FILLER             PIC X(1).
           05  ACC-PROGRAM        PIC X(8).
           05  FILLER             PIC X(1).
           05  ACC-EVENT          PIC X(8).
               88  ACC-SIGNED-ON    VALUE "SIGNON".
               88  ACC-SIGNON-FAIL  VALUE "SIGNFAIL".
               88  ACC-REFUSED      VALUE "REFUSED".
               88  ACC-INQUIRY      VALUE "INQUIRY".
               88  ACC-CORRECTION   VALUE "CORRECT".
               88  ACC-ACKNOWLEDGE  VALUE "ACK".
           05  FILLER             PIC X(1).
           05  ACC-DETAIL         PIC X(38).
