      *> condition code of each step, written by NIGHTLY-BATCH.sh),
      *> PAYROLL.RPT's heading and grand total, EXCEPTION.RPT,
      *> GETSUMERR.DAT, AUDIT.DAT, and RUNCYCLE.DAT - with an overall
      *> GOOD/WARN/FAIL verdict for the morning handoff. On a night
      *> the stream was restarted, each step shows whether it ran in
      *> the original run, the restart, or both, and the verdict goes
      *> by each step's latest run.
           SELECT STEP-CC-FILE ASSIGN TO "STEPCC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-CC-STATUS.
       01 STEP-CC-RECORD.
           02 SC-STEP-NAME PIC X(10).
           02 SC-CONDITION-CODE PIC 9(3).
           02 SC-CYCLE-NUMBER PIC 9(5).
           02 SC-RUN-TYPE PIC X.
               88 SC-RESTART-RUN VALUE "R".

      *> Reads the payroll report temp1 wrote; the label column at the
      *> same offsets temp1's PAYROLL-RECORD puts it.
       01 WS-WARN-SEEN PIC X VALUE "N".
           88 WS-WARN-CC-SEEN VALUE "Y".
       01 WS-STEP-COUNT PIC 99 VALUE 0.
       01 WS-STEP-TABLE-MAX PIC 99 VALUE 20.
       01 WS-STEP-TABLE-COUNT PIC 99 VALUE 0.
       01 WS-STEP-IDX PIC 99 VALUE 0.
       01 WS-STEP-FOUND-IDX PIC 99 VALUE 0.
       01 WS-STEP-TABLE.
           02 WS-STEP-ENTRY OCCURS 20 TIMES.
               03 ST-STEP-NAME PIC X(10).
               03 ST-ORIGINAL-FLAG PIC X.
                   88 ST-RAN-ORIGINAL VALUE "Y".
               03 ST-ORIGINAL-CC PIC 9(3).
               03 ST-RESTART-FLAG PIC X.
                   88 ST-RAN-RESTART VALUE "Y".
               03 ST-RESTART-CC PIC 9(3).
       01 WS-STEP-LATEST-CC PIC 9(3) VALUE 0.
       01 WS-RESTART-SEEN PIC X VALUE "N".
           88 WS-RESTART-RAN VALUE "Y".
       01 WS-PAYROLL-DETAIL-COUNT PIC 9(5) VALUE 0.
       01 WS-PAYROLL-HOURS PIC X(7) VALUE SPACES.
       01 WS-PAYROLL-GROSS PIC X(15) VALUE SPACES.
               DELIMITED BY SIZE INTO WS-AUDIT-FILENAME
           END-STRING.

      *> Rows for another cycle are a leftover and ignored. A step a
      *> restart ran again has its restart code supersede the code it
      *> failed with in the original run.
       Gather-Step-Codes.
           OPEN INPUT STEP-CC-FILE
           IF WS-STEP-CC-STATUS NOT = "00"
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF SC-CYCLE-NUMBER = WS-CYCLE-NUMBER
                           OR SC-CYCLE-NUMBER IS NOT NUMERIC
                       PERFORM Note-Step-Code
                   END-IF
                   READ STEP-CC-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE STEP-CC-FILE
           END-IF
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-TABLE-COUNT
               IF ST-RAN-RESTART (WS-STEP-IDX)
                   MOVE ST-RESTART-CC (WS-STEP-IDX)
                       TO WS-STEP-LATEST-CC
               ELSE
                   MOVE ST-ORIGINAL-CC (WS-STEP-IDX)
                       TO WS-STEP-LATEST-CC
               END-IF
               IF WS-STEP-LATEST-CC > WS-WORST-CC
                   MOVE WS-STEP-LATEST-CC TO WS-WORST-CC
               END-IF
               IF WS-STEP-LATEST-CC = 4
                   SET WS-WARN-CC-SEEN TO TRUE
               END-IF
           END-PERFORM.

       Note-Step-Code.
           ADD 1 TO WS-STEP-COUNT
           MOVE 0 TO WS-STEP-FOUND-IDX
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-TABLE-COUNT
               IF ST-STEP-NAME (WS-STEP-IDX) = SC-STEP-NAME
                   MOVE WS-STEP-IDX TO WS-STEP-FOUND-IDX
                   MOVE WS-STEP-TABLE-COUNT TO WS-STEP-IDX
               END-IF
           END-PERFORM
           IF WS-STEP-FOUND-IDX = 0
               IF WS-STEP-TABLE-COUNT < WS-STEP-TABLE-MAX
                   ADD 1 TO WS-STEP-TABLE-COUNT
                   MOVE WS-STEP-TABLE-COUNT TO WS-STEP-FOUND-IDX
                   MOVE SC-STEP-NAME TO ST-STEP-NAME (WS-STEP-FOUND-IDX)
                   MOVE "N" TO ST-ORIGINAL-FLAG (WS-STEP-FOUND-IDX)
                   MOVE 0 TO ST-ORIGINAL-CC (WS-STEP-FOUND-IDX)
                   MOVE "N" TO ST-RESTART-FLAG (WS-STEP-FOUND-IDX)
                   MOVE 0 TO ST-RESTART-CC (WS-STEP-FOUND-IDX)
               ELSE
      *> Past the table the code still counts toward the verdict.
                   IF SC-CONDITION-CODE > WS-WORST-CC
                       MOVE SC-CONDITION-CODE TO WS-WORST-CC
                   END-IF
                   IF SC-CONDITION-CODE = 4
                       SET WS-WARN-CC-SEEN TO TRUE
                   END-IF
               END-IF
           END-IF
           IF WS-STEP-FOUND-IDX > 0
               IF SC-RESTART-RUN
                   SET WS-RESTART-RAN TO TRUE
                   MOVE "Y" TO ST-RESTART-FLAG (WS-STEP-FOUND-IDX)
                   MOVE SC-CONDITION-CODE
                       TO ST-RESTART-CC (WS-STEP-FOUND-IDX)
               ELSE
                   MOVE "Y" TO ST-ORIGINAL-FLAG (WS-STEP-FOUND-IDX)
                   MOVE SC-CONDITION-CODE
                       TO ST-ORIGINAL-CC (WS-STEP-FOUND-IDX)
               END-IF
           END-IF.

       Gather-Payroll-Figures.
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING
           PERFORM Write-Summary-Line
           IF WS-RESTART-RAN
               MOVE SPACES TO WS-SUMMARY-LINE
               STRING "STREAM RESTARTED - FAILED CYCLE RESUMED AT ITS "
                   "FAILED STEP"
                   DELIMITED BY SIZE INTO WS-SUMMARY-LINE
               END-STRING
               PERFORM Write-Summary-Line
           END-IF
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-TABLE-COUNT
               PERFORM Write-Step-Line
           END-PERFORM
           IF WS-PAYROLL-WAS-REFUSED
               MOVE "PAYROLL: BATCH REFUSED OUT OF BALANCE"
                   TO WS-SUMMARY-LINE
           END-IF
           CLOSE SUMMARY-REPORT.

      *> e.g. "STEP EMPPURGE   ORIGINAL RUN CC 012  RESTART CC 000"
       Write-Step-Line.
           MOVE SPACES TO WS-SUMMARY-LINE
           EVALUATE TRUE
               WHEN ST-RAN-ORIGINAL (WS-STEP-IDX)
                       AND ST-RAN-RESTART (WS-STEP-IDX)
                   STRING "STEP " ST-STEP-NAME (WS-STEP-IDX)
                       " ORIGINAL RUN CC " ST-ORIGINAL-CC (WS-STEP-IDX)
                       "  RESTART CC " ST-RESTART-CC (WS-STEP-IDX)
                       DELIMITED BY SIZE INTO WS-SUMMARY-LINE
                   END-STRING
               WHEN ST-RAN-RESTART (WS-STEP-IDX)
                   STRING "STEP " ST-STEP-NAME (WS-STEP-IDX)
                       " RESTART CC " ST-RESTART-CC (WS-STEP-IDX)
                       DELIMITED BY SIZE INTO WS-SUMMARY-LINE
                   END-STRING
               WHEN OTHER
                   STRING "STEP " ST-STEP-NAME (WS-STEP-IDX)
                       " ORIGINAL RUN CC " ST-ORIGINAL-CC (WS-STEP-IDX)
                       DELIMITED BY SIZE INTO WS-SUMMARY-LINE
                   END-STRING
           END-EVALUATE
           PERFORM Write-Summary-Line.

       Write-Summary-Line.
           MOVE WS-SUMMARY-LINE TO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE.
