       01  WS-Steps-Run-Count          PIC 9(3) VALUE ZERO.
       01  WS-Steps-Skipped-Count      PIC 9(3) VALUE ZERO.
       01  WS-Steps-Failed-Count       PIC 9(3) VALUE ZERO.
       01  WS-Steps-Blocked-Count      PIC 9(3) VALUE ZERO.

       01  WS-Step-Max                 PIC 9(2) VALUE 20.
       01  WS-Step-Count               PIC 9(2) VALUE ZERO.
                   88  WS-Step-Failed      VALUE 'F'.
                   88  WS-Step-Skipped     VALUE 'S'.
                   88  WS-Step-Verify-Fail VALUE 'V'.
                   88  WS-Step-Blocked     VALUE 'B'.

       01  WS-Run-Step-Sw              PIC X VALUE 'Y'.
           88  Run-This-Step           VALUE 'Y'.
       01  WS-Verify-Text              PIC X(60) VALUE SPACES.

       01  WS-Call-Program             PIC X(8) VALUE SPACES.
      *    The InputFile updaters that check the run lock and end
      *    RC 12 when it is held.  CBACT04C and CBACT04D take the lock
      *    themselves; an RC 12 from either is a failed run.
           88  Lock-Checking-Program   VALUE 'CBACT04M' 'CBACT04Q'
                                             'CBACT04F' 'CBACT04B'
                                             'CBACT04P' 'CBACT04U'.
       01  WS-Call-Parm-Area.
           05  WS-Call-Parm-Length     PIC S9(4) COMP VALUE ZERO.
           05  WS-Call-Parm-Data       PIC X(76) VALUE SPACES.
           DISPLAY 'STEPS RUN: ' WS-Steps-Run-Count
           DISPLAY 'STEPS SKIPPED: ' WS-Steps-Skipped-Count
           DISPLAY 'STEPS FAILED: ' WS-Steps-Failed-Count
           DISPLAY 'STEPS BLOCKED: ' WS-Steps-Blocked-Count
           IF Window-Clean
               DISPLAY 'NIGHTLY WINDOW COMPLETED CLEAN'
               MOVE ZERO TO RETURN-CODE
           CANCEL WS-Call-Program
           ADD 1 TO WS-Steps-Run-Count

      *    RC 12 from an updater that checks the run lock is a
      *    refusal while a CBACT04C or CBACT04D run holds it: nothing
      *    was changed, so the window goes on to the steps that do
      *    not depend on it, but it is not clean.  A condition card
      *    can test for RC 12 to run an alternative step.  Any other
      *    program's RC 12 is graded against the plan maximum.
           IF WS-Step-RC(WS-Step-Slot-Sub) = 12
               AND Lock-Checking-Program
               MOVE 'B' TO WS-Step-Disp-Sw(WS-Step-Slot-Sub)
               ADD 1 TO WS-Steps-Blocked-Count
               MOVE 'N' TO WS-Window-Clean-Sw
               MOVE SPACES TO OpsReportRecord
               STRING 'STEP '        DELIMITED BY SIZE
                      PLAN-Step-Id   DELIMITED BY SIZE
                      ' '            DELIMITED BY SIZE
                      PLAN-Program-Name DELIMITED BY SIZE
                      ' - BLOCKED BY RUN LOCK - RC '
                                     DELIMITED BY SIZE
                      WS-Step-RC(WS-Step-Slot-Sub)
                                     DELIMITED BY SIZE
                      ' - NOTHING CHANGED' DELIMITED BY SIZE
                      INTO OpsReportRecord
               END-STRING
               PERFORM 8000-Write-Report-Line
           ELSE
               PERFORM 2100-Grade-Step-RC
           END-IF.

       2100-Grade-Step-RC.
           IF WS-Step-RC(WS-Step-Slot-Sub) > PLAN-Max-RC
               MOVE 'F' TO WS-Step-Disp-Sw(WS-Step-Slot-Sub)
               ADD 1 TO WS-Steps-Failed-Count
                  WS-Steps-Skipped-Count DELIMITED BY SIZE
                  '  FAILED: '           DELIMITED BY SIZE
                  WS-Steps-Failed-Count  DELIMITED BY SIZE
                  '  BLOCKED: '          DELIMITED BY SIZE
                  WS-Steps-Blocked-Count DELIMITED BY SIZE
                  INTO OpsReportRecord
           END-STRING
           PERFORM 8000-Write-Report-Line
