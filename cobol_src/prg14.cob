      * counts as completed (PRG3 uses 4 for a run with rejects); 8
      * or above fails the step and stops the chain. The step log is
      * printed to PRG14.PRT at end of cycle for the morning
      * handover. A start record (status 'S') is appended just before
      * each step is called, so PRG19 can time every step from its
      * start record to its completion record; a step whose latest
      * record is a start never finished and is rerun. The driver's
      * own return code is the highest step return code of a
      * completed chain, or 8 when the chain stopped.
      *
      * by surender, www.suren.space
      *
       77 WS-MAX-RC           PIC 9(4) VALUE ZERO.
       77 WS-CHAIN-STOP-SW    PIC X(1) VALUE 'N'.
           88 WS-CHAIN-STOPPED   VALUE 'Y'.
       77 WS-STAT-CODE        PIC X(1) VALUE SPACE.
       77 WS-STAMP-DATE       PIC 9(8).

      * The chain's steps in run order. WS-STEP-DONE comes from the
      * PRG14.STA records of this cycle ('Y' = latest record says
      * through to the driver's own return code.
       2100-CALL-STEP.
           DISPLAY "PRG14 RUNNING " WS-STEP-NAME(WS-STEP-SUB).
           PERFORM 3050-WRITE-STEP-START.
           MOVE ZERO TO RETURN-CODE.
           IF WS-STEP-SUB = 1
               CALL "PRG3"
           END-IF.

       3000-WRITE-STEP-STATUS.
           IF WS-STEP-RC < 8
               MOVE 'C' TO WS-STAT-CODE
           ELSE
               MOVE 'F' TO WS-STAT-CODE
           END-IF.
           PERFORM 3100-APPEND-STEP-RECORD.

       3050-WRITE-STEP-START.
           MOVE 'S' TO WS-STAT-CODE.
           MOVE ZERO TO WS-STEP-RC.
           PERFORM 3100-APPEND-STEP-RECORD.

      * The timestamp takes the date at the moment of writing, not
      * the driver's start date, so a step that runs past midnight
      * is stamped on the day it actually started or ended.
       3100-APPEND-STEP-RECORD.
           OPEN EXTEND STEP-FILE.
           IF WS-STA-STATUS NOT = "00"
               OPEN OUTPUT STEP-FILE
               MOVE SPACES TO STEPSTAT-RECORD
               MOVE WS-CYCLE-DATE TO STEP-CYCLE-DATE
               MOVE WS-STEP-NAME(WS-STEP-SUB) TO STEP-NAME
               MOVE WS-STAT-CODE TO STEP-STATUS
               MOVE WS-STEP-RC TO STEP-RC
               ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT WS-TIME-NOW FROM TIME
               MOVE WS-STAMP-DATE TO STEP-TIMESTAMP(1:8)
               MOVE WS-TIME-NOW(1:6) TO STEP-TIMESTAMP(9:6)
               WRITE STEPSTAT-RECORD
               CLOSE STEP-FILE
