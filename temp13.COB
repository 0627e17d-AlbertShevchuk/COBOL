       FILE-CONTROL.
      *> Run control for the nightly stream. RUNMODE.DAT carries "S"
      *> (start of stream - assign tonight's cycle and refuse holidays
      *> and double-runs), "R" (restart of a cycle that started and
      *> failed - the stream resumes it under the same cycle number
      *> and processing date) or "E" (end of stream - record the cycle
      *> complete), written by NIGHTLY-BATCH.sh the same way it writes
      *> NOCONSOLE.DAT. CALENDAR.DAT lists the non-processing days, and
      *> RUNCYCLE.DAT carries the one cycle record every other step
       01 WS-RUN-CYCLE-STATUS PIC XX VALUE SPACES.
       01 WS-RUN-MODE PIC X VALUE "S".
           88 WS-START-MODE VALUE "S".
           88 WS-RESTART-MODE VALUE "R".
           88 WS-END-MODE VALUE "E".
       01 WS-CALENDAR-EOF PIC X VALUE "N".
           88 WS-CALENDAR-DONE VALUE "Y".
           MOVE WS-CURRENT-DATE (1:8) TO WS-TODAY
           PERFORM Load-Run-Mode
           PERFORM Load-Run-Cycle
           EVALUATE TRUE
               WHEN WS-START-MODE
                   PERFORM Start-The-Cycle
               WHEN WS-RESTART-MODE
                   PERFORM Restart-The-Cycle
               WHEN OTHER
                   PERFORM End-The-Cycle
           END-EVALUATE
           STOP RUN.

       Load-Run-Mode.
      *> Tonight may not run if the business-day calendar lists today as
      *> a holiday or weekend skip, or if tonight's cycle has already
      *> completed (the double-run that has double-paid people before).
      *> A cycle left in STARTED state is a failed run, whatever its
      *> date - rerunning it from the top would repeat the steps that
      *> already completed, and starting a new cycle over it would
      *> abandon it, so it must go through the restart run mode.
       Start-The-Cycle.
           PERFORM Check-The-Calendar
           IF WS-NO-PROCESS-DAY
                           " for " WS-TODAY " has already completed - "
                           "refusing the double-run"
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-CYCLE-FOUND AND WS-PRIOR-STATUS = "STARTED"
                       DISPLAY "RUNCTL: cycle " WS-PRIOR-CYCLE
                           " for " WS-PRIOR-DATE " started but never "
                           "completed - restart the stream in restart "
                           "mode to resume it"
                       MOVE 8 TO RETURN-CODE
                   WHEN OTHER
                       ADD 1 TO WS-PRIOR-CYCLE
                       PERFORM Write-Run-Cycle
               END-EVALUATE
           END-IF.

      *> The calendar is not consulted - the cycle being resumed was
      *> already accepted for its own processing date, which
      *> RUNCYCLE.DAT keeps unchanged.
       Restart-The-Cycle.
           EVALUATE TRUE
               WHEN WS-CYCLE-FOUND AND WS-PRIOR-STATUS = "STARTED"
                   DISPLAY "RUNCTL: restarting cycle " WS-PRIOR-CYCLE
                       " for processing date " WS-PRIOR-DATE
               WHEN WS-CYCLE-FOUND AND WS-PRIOR-STATUS = "COMPLETE"
                   DISPLAY "RUNCTL: cycle " WS-PRIOR-CYCLE
                       " for " WS-PRIOR-DATE " already completed - "
                       "nothing to restart"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "RUNCTL: no started cycle on record - "
                       "nothing to restart"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       End-The-Cycle.
           IF WS-CYCLE-FOUND AND WS-PRIOR-STATUS = "STARTED"
               MOVE "COMPLETE" TO WS-PRIOR-STATUS
