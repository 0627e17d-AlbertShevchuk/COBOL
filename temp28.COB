       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKRECON.
       AUTHOR. Albert Shevchuk
       DATE-WRITTEN. October 14, 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Paid-check reconciliation - the bank's CHKPAID.DAT list of
      *> checks it cleared is matched against the CHKISSUE.DAT issue
      *> ledger temp1 and CHKMNT write. Cleared checks are closed, and
      *> anything the bank paid that payroll never issued, had voided,
      *> had already seen clear, or issued for a different amount is
      *> reported as an exception. The still-outstanding checks are
      *> listed, and closed checks move from the ledger to CHKHIST.DAT
      *> so the ledger stays the size of the outstanding float.
           SELECT CHECK-ISSUE-FILE ASSIGN TO "CHKISSUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-ISSUE-STATUS.
           SELECT CHECK-HISTORY-FILE ASSIGN TO "CHKHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-HISTORY-STATUS.
           SELECT PAID-CHECK-FILE ASSIGN TO "CHKPAID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAID-CHECK-STATUS.
           SELECT RECON-REPORT ASSIGN USING WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-STATUS.
           SELECT RUN-CYCLE-FILE ASSIGN TO "RUNCYCLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CYCLE-STATUS.
           SELECT GEN-CATALOG-FILE ASSIGN TO "RPTGENS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-CATALOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *> Same record temp1 and CHKMNT write.
       FD CHECK-ISSUE-FILE.
       01 CHECK-ISSUE-RECORD.
           02 CI-CHECK-NUMBER PIC 9(8).
           02 CI-SSNUM PIC 9(9).
           02 CI-NAME PIC X(30).
           02 CI-AMOUNT PIC 9(7)V99.
           02 CI-ISSUE-DATE PIC 9(8).
           02 CI-CYCLE PIC 9(5).
           02 CI-STATUS PIC X.
               88 CI-OUTSTANDING VALUE "O".
               88 CI-VOIDED VALUE "V".
               88 CI-CLEARED VALUE "C".
           02 CI-STATUS-DATE PIC 9(8).
           02 CI-REPLACES PIC 9(8).

       FD CHECK-HISTORY-FILE.
       01 CHECK-HISTORY-RECORD PIC X(86).

      *> The bank's paid-items layout - one row per check it cleared.
       FD PAID-CHECK-FILE.
       01 PAID-CHECK-RECORD.
           02 PD-CHECK-NUMBER PIC 9(8).
           02 PD-AMOUNT PIC 9(8)V99.
           02 PD-PAID-DATE PIC 9(8).

       FD RECON-REPORT.
       01 RECON-REPORT-LINE PIC X(80).

       FD RUN-CYCLE-FILE.
       01 RUN-CYCLE-RECORD.
           02 RC-CYCLE-NUMBER PIC 9(5).
           02 RC-PROCESS-DATE PIC 9(8).
           02 RC-STATUS PIC X(8).

       FD GEN-CATALOG-FILE.
       01 GEN-CATALOG-RECORD.
           02 GC-FILENAME PIC X(30).
           02 GC-GEN-DATE PIC 9(8).
           02 GC-REPORT-TYPE PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-CHECK-ISSUE-STATUS PIC XX VALUE SPACES.
       01 WS-CHECK-HISTORY-STATUS PIC XX VALUE SPACES.
       01 WS-PAID-CHECK-STATUS PIC XX VALUE SPACES.
       01 WS-RECON-STATUS PIC XX VALUE SPACES.
       01 WS-RUN-CYCLE-STATUS PIC XX VALUE SPACES.
       01 WS-GEN-CATALOG-STATUS PIC XX VALUE SPACES.
       01 WS-ISSUE-EOF PIC X VALUE "N".
           88 WS-ISSUE-DONE VALUE "Y".
       01 WS-PAID-EOF PIC X VALUE "N".
           88 WS-PAID-DONE VALUE "Y".
       01 WS-PAID-FILE-SWITCH PIC X VALUE "N".
           88 WS-PAID-FILE-READ VALUE "Y".
       01 WS-LEDGER-SWITCH PIC X VALUE "N".
           88 WS-LEDGER-COMPACTED VALUE "Y".
       01 WS-REPORT-FILENAME PIC X(30) VALUE SPACES.
       01 WS-PAID-LIVE-NAME PIC X(30) VALUE "CHKPAID.DAT".
       01 WS-PAID-GEN-FILENAME PIC X(30) VALUE SPACES.
       01 WS-GEN-DATE PIC 9(8) VALUE 0.
       01 WS-GEN-CURRENT-DATE PIC X(21) VALUE SPACES.
       01 WS-CATALOG-FILENAME PIC X(30) VALUE SPACES.
       01 WS-CATALOG-TYPE PIC X(8) VALUE SPACES.
      *> One entry per check number, holding the check's latest ledger
      *> row (the ledger is append-only between reconciliations).
       01 WS-ISSUE-TABLE-MAX PIC 9(5) VALUE 20000.
       01 WS-ISSUE-COUNT PIC 9(5) VALUE 0.
       01 WS-ISSUE-IDX PIC 9(5) VALUE 0.
       01 WS-FOUND-IDX PIC 9(5) VALUE 0.
       01 WS-ISSUE-TABLE.
           02 WS-ISSUE-ENTRY OCCURS 20000 TIMES.
               03 IT-CHECK-NUMBER PIC 9(8).
               03 IT-SSNUM PIC 9(9).
               03 IT-NAME PIC X(30).
               03 IT-AMOUNT PIC 9(7)V99.
               03 IT-ISSUE-DATE PIC 9(8).
               03 IT-CYCLE PIC 9(5).
               03 IT-STATUS PIC X.
                   88 IT-OUTSTANDING VALUE "O".
                   88 IT-VOIDED VALUE "V".
                   88 IT-CLEARED VALUE "C".
               03 IT-STATUS-DATE PIC 9(8).
               03 IT-REPLACES PIC 9(8).
       01 WS-EXCEPTION-LABEL PIC X(16) VALUE SPACES.
       01 WS-PAID-COUNT PIC 9(5) VALUE 0.
       01 WS-CLEARED-COUNT PIC 9(5) VALUE 0.
       01 WS-EXCEPTION-COUNT PIC 9(5) VALUE 0.
       01 WS-OUTSTANDING-COUNT PIC 9(5) VALUE 0.
       01 WS-HISTORY-COUNT PIC 9(5) VALUE 0.
       01 WS-OUTSTANDING-TOTAL PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-AMOUNT-DISPLAY PIC ZZ,ZZZ,ZZ9.99 VALUE ZERO.
       01 WS-ISSUED-DISPLAY PIC ZZ,ZZZ,ZZ9.99 VALUE ZERO.
       01 WS-TOTAL-DISPLAY PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
       01 WS-REPORT-LINE PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       Main-Logic.
           MOVE 0 TO RETURN-CODE
           PERFORM Load-Run-Cycle
           PERFORM Build-Generation-Names
           OPEN OUTPUT RECON-REPORT
           IF WS-RECON-STATUS NOT = "00"
               DISPLAY "Unable to open " WS-REPORT-FILENAME
                   " status " WS-RECON-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PAID CHECK RECONCILIATION - " WS-GEN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           PERFORM Load-Issue-Table
           PERFORM Match-Paid-Checks
           PERFORM Report-Outstanding-Checks
           PERFORM Write-Recon-Counts
           CLOSE RECON-REPORT
           MOVE WS-REPORT-FILENAME TO WS-CATALOG-FILENAME
           MOVE "CHKRECON" TO WS-CATALOG-TYPE
           PERFORM Record-Generation
      *> The ledger is only compacted, and the bank's file only set
      *> aside, once the whole night's matching is known good - a
      *> failure before that leaves both exactly as they arrived so a
      *> rerun repeats the same work.
           PERFORM Compact-Issue-Ledger
           IF WS-LEDGER-COMPACTED AND WS-PAID-FILE-READ
               PERFORM Cut-Paid-Generation
           END-IF
           DISPLAY "Paid check reconciliation - paid: " WS-PAID-COUNT
               " cleared: " WS-CLEARED-COUNT
               " exceptions: " WS-EXCEPTION-COUNT
               " outstanding: " WS-OUTSTANDING-COUNT
           IF WS-EXCEPTION-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       Load-Run-Cycle.
           OPEN INPUT RUN-CYCLE-FILE
           IF WS-RUN-CYCLE-STATUS = "00"
               READ RUN-CYCLE-FILE
                   AT END CONTINUE
               END-READ
               IF WS-RUN-CYCLE-STATUS = "00"
                   MOVE RC-PROCESS-DATE TO WS-GEN-DATE
               END-IF
               CLOSE RUN-CYCLE-FILE
           ELSE
               DISPLAY "No RUNCYCLE.DAT found - stamping the report "
                   "with today's date"
           END-IF.

       Build-Generation-Names.
           IF WS-GEN-DATE = 0
               MOVE FUNCTION CURRENT-DATE TO WS-GEN-CURRENT-DATE
               MOVE WS-GEN-CURRENT-DATE (1:8) TO WS-GEN-DATE
           END-IF
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "CHKRECON-" WS-GEN-DATE ".RPT"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           END-STRING
           MOVE SPACES TO WS-PAID-GEN-FILENAME
           STRING "CHKPAID-" WS-GEN-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-PAID-GEN-FILENAME
           END-STRING.

      *> A ledger bigger than the table cannot be compacted without
      *> dropping checks, so the run stops before anything is touched.
       Load-Issue-Table.
           MOVE 0 TO WS-ISSUE-COUNT
           OPEN INPUT CHECK-ISSUE-FILE
           IF WS-CHECK-ISSUE-STATUS NOT = "00"
               DISPLAY "No CHKISSUE.DAT found - no checks on the ledger"
           ELSE
               READ CHECK-ISSUE-FILE
                   AT END SET WS-ISSUE-DONE TO TRUE
               END-READ
               PERFORM UNTIL WS-ISSUE-DONE
                   PERFORM Find-Issue-Entry
                   IF WS-FOUND-IDX = 0
                       IF WS-ISSUE-COUNT < WS-ISSUE-TABLE-MAX
                           ADD 1 TO WS-ISSUE-COUNT
                           MOVE WS-ISSUE-COUNT TO WS-FOUND-IDX
                       ELSE
                           DISPLAY "CHKISSUE.DAT has more than "
                               WS-ISSUE-TABLE-MAX " checks - nothing "
                               "reconciled"
                           MOVE SPACES TO WS-REPORT-LINE
                           STRING "ISSUE LEDGER EXCEEDS TABLE - "
                               "NOTHING RECONCILED"
                               DELIMITED BY SIZE INTO WS-REPORT-LINE
                           END-STRING
                           MOVE WS-REPORT-LINE TO RECON-REPORT-LINE
                           WRITE RECON-REPORT-LINE
                           CLOSE CHECK-ISSUE-FILE
                           CLOSE RECON-REPORT
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
                   MOVE CHECK-ISSUE-RECORD
                       TO WS-ISSUE-ENTRY (WS-FOUND-IDX)
                   READ CHECK-ISSUE-FILE
                       AT END SET WS-ISSUE-DONE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CHECK-ISSUE-FILE
           END-IF.

       Find-Issue-Entry.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-ISSUE-IDX FROM 1 BY 1
                   UNTIL WS-ISSUE-IDX > WS-ISSUE-COUNT
               IF IT-CHECK-NUMBER (WS-ISSUE-IDX) = CI-CHECK-NUMBER
                   MOVE WS-ISSUE-IDX TO WS-FOUND-IDX
                   MOVE WS-ISSUE-COUNT TO WS-ISSUE-IDX
               END-IF
           END-PERFORM.

      *> No paid-items file simply means the bank sent nothing since
      *> the last reconciliation; the outstanding list still prints.
       Match-Paid-Checks.
           OPEN INPUT PAID-CHECK-FILE
           IF WS-PAID-CHECK-STATUS NOT = "00"
               DISPLAY "No CHKPAID.DAT from the bank - nothing to "
                   "clear"
               MOVE "NO PAID CHECK FILE FROM THE BANK"
                   TO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           ELSE
               SET WS-PAID-FILE-READ TO TRUE
               READ PAID-CHECK-FILE
                   AT END SET WS-PAID-DONE TO TRUE
               END-READ
               PERFORM UNTIL WS-PAID-DONE
                   ADD 1 TO WS-PAID-COUNT
                   PERFORM Match-One-Paid-Check
                   READ PAID-CHECK-FILE
                       AT END SET WS-PAID-DONE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PAID-CHECK-FILE
           END-IF.

      *> Every paid check gets a line. A paid amount that differs from
      *> the issue still clears the check - the bank has paid it - but
      *> counts as an exception so the difference is chased with the
      *> bank.
       Match-One-Paid-Check.
           MOVE PD-CHECK-NUMBER TO CI-CHECK-NUMBER
           PERFORM Find-Issue-Entry
           EVALUATE TRUE
               WHEN WS-FOUND-IDX = 0
                   MOVE "PAID NOT ISSUED" TO WS-EXCEPTION-LABEL
               WHEN IT-VOIDED (WS-FOUND-IDX)
                   MOVE "PAID AFTER VOID" TO WS-EXCEPTION-LABEL
               WHEN IT-CLEARED (WS-FOUND-IDX)
                   MOVE "PAID TWICE" TO WS-EXCEPTION-LABEL
               WHEN PD-AMOUNT NOT = IT-AMOUNT (WS-FOUND-IDX)
                   MOVE "AMOUNT MISMATCH" TO WS-EXCEPTION-LABEL
               WHEN OTHER
                   MOVE "CLEARED" TO WS-EXCEPTION-LABEL
           END-EVALUATE
           IF WS-EXCEPTION-LABEL NOT = "CLEARED"
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF
           IF WS-EXCEPTION-LABEL = "CLEARED"
                   OR WS-EXCEPTION-LABEL = "AMOUNT MISMATCH"
               MOVE "C" TO IT-STATUS (WS-FOUND-IDX)
               MOVE PD-PAID-DATE TO IT-STATUS-DATE (WS-FOUND-IDX)
               ADD 1 TO WS-CLEARED-COUNT
           END-IF
           MOVE PD-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-FOUND-IDX = 0
               STRING WS-EXCEPTION-LABEL " " PD-CHECK-NUMBER
                   " PAID " WS-AMOUNT-DISPLAY " ON " PD-PAID-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           ELSE
               MOVE IT-AMOUNT (WS-FOUND-IDX) TO WS-ISSUED-DISPLAY
               STRING WS-EXCEPTION-LABEL " " PD-CHECK-NUMBER
                   " PAID " WS-AMOUNT-DISPLAY " ON " PD-PAID-DATE
                   " ISSUED " WS-ISSUED-DISPLAY
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           END-IF
           MOVE WS-REPORT-LINE TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE.

       Report-Outstanding-Checks.
           MOVE "OUTSTANDING CHECKS" TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           PERFORM VARYING WS-ISSUE-IDX FROM 1 BY 1
                   UNTIL WS-ISSUE-IDX > WS-ISSUE-COUNT
               IF IT-OUTSTANDING (WS-ISSUE-IDX)
                   ADD 1 TO WS-OUTSTANDING-COUNT
                   ADD IT-AMOUNT (WS-ISSUE-IDX) TO WS-OUTSTANDING-TOTAL
                   MOVE IT-AMOUNT (WS-ISSUE-IDX) TO WS-AMOUNT-DISPLAY
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING IT-CHECK-NUMBER (WS-ISSUE-IDX) " "
                       IT-SSNUM (WS-ISSUE-IDX) " "
                       IT-NAME (WS-ISSUE-IDX) (1:22) " "
                       WS-AMOUNT-DISPLAY " "
                       IT-ISSUE-DATE (WS-ISSUE-IDX)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   MOVE WS-REPORT-LINE TO RECON-REPORT-LINE
                   WRITE RECON-REPORT-LINE
               END-IF
           END-PERFORM.

       Write-Recon-Counts.
           MOVE WS-OUTSTANDING-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING "OUTSTANDING " WS-OUTSTANDING-COUNT
               " TOTAL " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PAID " WS-PAID-COUNT
               " CLEARED " WS-CLEARED-COUNT
               " EXCEPTIONS " WS-EXCEPTION-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE.

      *> Voided and cleared checks are appended to CHKHIST.DAT first;
      *> only once that lands is the ledger rewritten down to the
      *> outstanding checks, so a failure never loses a closed check.
       Compact-Issue-Ledger.
           IF WS-ISSUE-COUNT > 0
               OPEN EXTEND CHECK-HISTORY-FILE
               IF WS-CHECK-HISTORY-STATUS = "35"
                   OPEN OUTPUT CHECK-HISTORY-FILE
               END-IF
               IF WS-CHECK-HISTORY-STATUS NOT = "00"
                   DISPLAY "Unable to open CHKHIST.DAT, status "
                       WS-CHECK-HISTORY-STATUS
                       " - CHKISSUE.DAT left as it was"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM VARYING WS-ISSUE-IDX FROM 1 BY 1
                           UNTIL WS-ISSUE-IDX > WS-ISSUE-COUNT
                       IF NOT IT-OUTSTANDING (WS-ISSUE-IDX)
                           MOVE WS-ISSUE-ENTRY (WS-ISSUE-IDX)
                               TO CHECK-HISTORY-RECORD
                           WRITE CHECK-HISTORY-RECORD
                           ADD 1 TO WS-HISTORY-COUNT
                       END-IF
                   END-PERFORM
                   CLOSE CHECK-HISTORY-FILE
                   PERFORM Rewrite-Issue-Ledger
               END-IF
           ELSE
               SET WS-LEDGER-COMPACTED TO TRUE
           END-IF.

       Rewrite-Issue-Ledger.
           OPEN OUTPUT CHECK-ISSUE-FILE
           IF WS-CHECK-ISSUE-STATUS NOT = "00"
               DISPLAY "Unable to rewrite CHKISSUE.DAT, status "
                   WS-CHECK-ISSUE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-ISSUE-IDX FROM 1 BY 1
                       UNTIL WS-ISSUE-IDX > WS-ISSUE-COUNT
                   IF IT-OUTSTANDING (WS-ISSUE-IDX)
                       MOVE WS-ISSUE-ENTRY (WS-ISSUE-IDX)
                           TO CHECK-ISSUE-RECORD
                       WRITE CHECK-ISSUE-RECORD
                   END-IF
               END-PERFORM
               CLOSE CHECK-ISSUE-FILE
               SET WS-LEDGER-COMPACTED TO TRUE
               DISPLAY "Closed checks moved to CHKHIST.DAT: "
                   WS-HISTORY-COUNT
           END-IF.

      *> Same CBL_RENAME_FILE cut EMPBKUP makes of the journal - the
      *> bank's file is set aside under tonight's date so a rerun does
      *> not clear the same checks twice.
       Cut-Paid-Generation.
           CALL "CBL_RENAME_FILE"
               USING WS-PAID-LIVE-NAME WS-PAID-GEN-FILENAME
           IF RETURN-CODE = 0
               MOVE WS-PAID-GEN-FILENAME TO WS-CATALOG-FILENAME
               MOVE "CHKPAID" TO WS-CATALOG-TYPE
               PERFORM Record-Generation
           ELSE
               DISPLAY "Unable to set CHKPAID.DAT aside as "
                   WS-PAID-GEN-FILENAME " - remove it before the "
                   "next reconciliation"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *> Same catalog append temp1 and EMPBKUP use.
       Record-Generation.
           OPEN EXTEND GEN-CATALOG-FILE
           IF WS-GEN-CATALOG-STATUS = "35"
               OPEN OUTPUT GEN-CATALOG-FILE
           END-IF
           IF WS-GEN-CATALOG-STATUS NOT = "00"
               DISPLAY "Unable to catalog " WS-CATALOG-FILENAME
                   " status " WS-GEN-CATALOG-STATUS
           ELSE
               MOVE SPACES TO GEN-CATALOG-RECORD
               MOVE WS-CATALOG-FILENAME TO GC-FILENAME
               MOVE WS-GEN-DATE TO GC-GEN-DATE
               MOVE WS-CATALOG-TYPE TO GC-REPORT-TYPE
               WRITE GEN-CATALOG-RECORD
               CLOSE GEN-CATALOG-FILE
           END-IF.
