               RECORD KEY IS EMP-SSNUM
               FILE STATUS IS WS-EMPLOYEE-STATUS.
           SELECT RATE-MASTER ASSIGN TO "PAYRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-RATE-STATUS.
           SELECT THRESHOLD-CONTROL-FILE ASSIGN TO "VERIFYMAX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
      *> Same effective-dated rate record temp1 and RATEMNT carry.
       FD RATE-MASTER.
       01 RATE-RECORD.
           02 RM-KEY.
               03 RM-SSNUM PIC 9(9).
               03 RM-EFFECTIVE-DATE PIC X(8).
           02 RM-HOURLY-RATE PIC 999V99.

       FD THRESHOLD-CONTROL-FILE.
       01 THRESHOLD-CONTROL-RECORD.
      *> The stream is refused outright past this many findings
      *> unless VERIFYMAX.DAT says otherwise.
       01 WS-THRESHOLD PIC 9(3) VALUE 25.
       01 WS-RATE-MASTER-OPEN-SWITCH PIC X VALUE "N".
           88 WS-RATE-MASTER-OPEN VALUE "Y".
       01 WS-RATE-FOUND-SWITCH PIC X VALUE "N".
           88 WS-RATE-FOUND VALUE "Y".
       01 WS-LAST-RATE-SSNUM PIC 9(9) VALUE 0.
       01 WS-ACTIVE-COUNT PIC 9(5) VALUE 0.
       01 WS-NO-RATE-COUNT PIC 9(5) VALUE 0.
       01 WS-STALE-DELETE-COUNT PIC 9(5) VALUE 0.
               TO VERIFY-REPORT-LINE
           WRITE VERIFY-REPORT-LINE
           PERFORM Load-Threshold-Control
           PERFORM Open-Rate-Master
           PERFORM Open-Employee-Master
           IF WS-EMPLOYEE-MASTER-OPEN
               PERFORM Sweep-Employee-Master
                   TO VERIFY-REPORT-LINE
               WRITE VERIFY-REPORT-LINE
           END-IF
           IF WS-RATE-MASTER-OPEN
               CLOSE RATE-MASTER
           END-IF
           PERFORM Write-Verify-Counts
           CLOSE VERIFY-REPORT
           COMPUTE WS-FINDING-COUNT = WS-NO-RATE-COUNT
                   "refusing the stream at " WS-THRESHOLD " findings"
           END-IF.

      *> Both directions are checked by key - each employee's rate
      *> rows are looked up as the employee master is swept, and each
      *> SSNum on the rate master is looked up on the employee master
      *> - so neither master has to fit in a table.
       Open-Rate-Master.
           MOVE "N" TO WS-RATE-MASTER-OPEN-SWITCH
           OPEN INPUT RATE-MASTER
           IF WS-RATE-STATUS NOT = "00"
               DISPLAY "No PAYRATE.DAT found - every active hourly "
                   "employee will report as a finding"
           ELSE
               MOVE "Y" TO WS-RATE-MASTER-OPEN-SWITCH
           END-IF.

      *> An employee needs some rate row to price, so effective dates
      *> do not matter here - any row for the SSNum will do.
       Find-Employee-Rate.
           MOVE "N" TO WS-RATE-FOUND-SWITCH
           IF WS-RATE-MASTER-OPEN
               MOVE EMP-SSNUM TO RM-SSNUM
               MOVE LOW-VALUES TO RM-EFFECTIVE-DATE
               START RATE-MASTER KEY IS NOT LESS THAN RM-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       READ RATE-MASTER NEXT RECORD
                           AT END CONTINUE
                           NOT AT END
                               IF RM-SSNUM = EMP-SSNUM
                                   SET WS-RATE-FOUND TO TRUE
                               END-IF
                       END-READ
               END-START
           END-IF.

      *> Same non-fatal treatment of a failed open as every other
           ELSE
               ADD 1 TO WS-ACTIVE-COUNT
           END-IF
           PERFORM Find-Employee-Rate
           IF NOT WS-RATE-FOUND
                   AND NOT EMP-MARKED-FOR-DELETION
                   AND NOT EMP-SALARIED
               PERFORM Write-Verify-Line
           END-IF.

      *> The rate master comes back in SSNum order, so each SSNum is
      *> looked up on the employee master once, at its first row.
       Report-Orphan-Rates.
           IF WS-RATE-MASTER-OPEN
               MOVE "N" TO WS-RATE-EOF
               MOVE 0 TO WS-LAST-RATE-SSNUM
               MOVE LOW-VALUES TO RM-KEY
               START RATE-MASTER KEY IS NOT LESS THAN RM-KEY
                   INVALID KEY SET WS-RATE-DONE TO TRUE
               END-START
               IF NOT WS-RATE-DONE
                   READ RATE-MASTER NEXT RECORD
                       AT END SET WS-RATE-DONE TO TRUE
                   END-READ
               END-IF
               PERFORM UNTIL WS-RATE-DONE
                   IF RM-SSNUM NOT = WS-LAST-RATE-SSNUM
                       MOVE RM-SSNUM TO WS-LAST-RATE-SSNUM
                       PERFORM Check-One-Rate-SSNum
                   END-IF
                   READ RATE-MASTER NEXT RECORD
                       AT END SET WS-RATE-DONE TO TRUE
                   END-READ
               END-PERFORM
           END-IF.

       Check-One-Rate-SSNum.
           MOVE RM-SSNUM TO EMP-SSNUM
           READ EMPLOYEE-MASTER
               INVALID KEY
                   ADD 1 TO WS-ORPHAN-RATE-COUNT
                   MOVE RM-SSNUM TO WS-SSNUM-WORK
                   PERFORM Format-SSNum-For-Report
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "ORPHAN RATE  " WS-SSNUM-DISPLAY
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM Write-Verify-Line
           END-READ.

       Write-Verify-Counts.
           MOVE SPACES TO WS-REPORT-LINE
