      * and rewrite its outputs. The file is only ever appended - a
      * retry writes a new record and the latest record for a
      * cycle/step wins.
      * STEP-STATUS 'S' = started (written just before the step is
      *                   called; STEP-RC zero),
      *             'C' = completed (return code below 8),
      *             'F' = failed.
      * STEP-TIMESTAMP is YYYYMMDDHHMMSS at the moment the record was
      * written, so a step's elapsed time is the gap between its 'S'
      * record and the 'C'/'F' record that follows it. Records
      * written before start records existed have no 'S' partner.
       01  STEPSTAT-RECORD.
           05  STEP-CYCLE-DATE    PIC 9(8).
           05  FILLER             PIC X(1).
           05  STEP-NAME          PIC X(8).
           05  FILLER             PIC X(1).
           05  STEP-STATUS        PIC X(1).
               88  STEP-STARTED     VALUE 'S'.
               88  STEP-COMPLETED   VALUE 'C'.
               88  STEP-FAILED      VALUE 'F'.
           05  FILLER             PIC X(1).
