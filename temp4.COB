           SELECT RUN-CYCLE-FILE ASSIGN TO "RUNCYCLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CYCLE-STATUS.
      *> The printed record of the chain's activity - detail by
      *> TRANS-CONTROL, the SubFour break subtotals and the grand
      *> totals - generation-dated TRANREG-YYYYMMDD.RPT like the audit
      *> trail, and cataloged the same way.
           SELECT TRANS-REGISTER-REPORT ASSIGN USING WS-REGISTER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
      *> Transaction type and control to GL account mapping, kept as a
      *> control file so Finance can re-point an account without a
      *> program change.
           SELECT GL-MAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-MAP-STATUS.
      *> The ledger posting interface temp1 writes. The chain runs after
      *> the payroll batch, so its postings are appended behind the
      *> payroll set and GLRECON reconciles both against the ledger's
      *> acknowledgment. Record sequential - GL-AMOUNT is packed.
           SELECT GL-POST-FILE ASSIGN TO "GLPOST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-POST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-FILE.
           02 GC-GEN-DATE PIC 9(8).
           02 GC-REPORT-TYPE PIC X(8).

       FD TRANS-REGISTER-REPORT.
       01 TRANS-REGISTER-LINE PIC X(80).

      *> One row per type and control. A control of ***** covers every
      *> control of that type not given a row of its own. Each type's
      *> group total is debited to one account and credited to the
      *> other, so every control group's postings balance.
       FD GL-MAP-FILE.
       01 GL-MAP-RECORD.
           02 GM-TRANS-TYPE PIC X.
           02 GM-CONTROL PIC X(5).
           02 GM-DEBIT-ACCOUNT PIC X(8).
           02 GM-CREDIT-ACCOUNT PIC X(8).
           02 GM-DEPT PIC X(4).
           02 GM-DESCRIPTION PIC X(20).

      *> Same record temp1's Write-GL-Postings writes. SSNum is zero -
      *> these postings are not for an employee.
       FD GL-POST-FILE.
       01 GL-POST-RECORD.
           02 GL-POST-DATE PIC 9(8).
           02 GL-ACCOUNT PIC X(8).
           02 GL-DEPT PIC X(4).
           02 GL-SSNUM PIC 9(9).
           02 GL-DR-CR PIC X.
           02 GL-AMOUNT PIC S9(7)V99 COMP-3.

       WORKING-STORAGE SECTION.
       01 WS-TRANSACTION-STATUS PIC XX VALUE SPACES.
       01 WS-JOBSTEPS-STATUS PIC XX VALUE SPACES.
      *> A restart resumes after the last record SubFour checkpointed as
      *> complete (SubFour's checkpoint is authoritative because, within a
      *> control group, SubTwo/SubThree have already run by the time SubFour
      *> fires the group's break). The GLPOST slot marks the last record
      *> whose group reached GLPOST.DAT and is written at every break,
      *> so a run with SubFour disabled still has a point to resume from
      *> that does not post the same pairs twice.
       01 WS-RESTART-MODE PIC X VALUE "N".
           88 WS-RESTART-REQUESTED VALUE "Y".
       01 WS-RECORD-NUM PIC 9(7) VALUE 0.
           02 FILLER PIC X(10) VALUE "SUBTWO".
           02 FILLER PIC X(10) VALUE "SUBTHREE".
           02 FILLER PIC X(10) VALUE "SUBFOUR".
           02 FILLER PIC X(10) VALUE "GLPOST".
       01 WS-CKPT-STEP-TABLE REDEFINES WS-CKPT-STEP-TABLE-VALUES.
           02 WS-CKPT-STEP-ENTRY PIC X(10) OCCURS 5 TIMES.
       01 WS-CKPT-STEP-IDX PIC 9 VALUE 0.
       01 WS-CKPT-REL-KEY PIC 9 VALUE 0.
       01 WS-CKPT-FOUND-SWITCH PIC X VALUE "N".
           88 WS-CKPT-FOUND VALUE "Y".

      *> Req 007 - audit trail.
       01 WS-AUDIT-STEP-NAME PIC X(10) VALUE SPACES.
       01 WS-AUDIT-CATALOGED PIC X VALUE "N".
           88 WS-AUDIT-IS-CATALOGED VALUE "Y".

      *> Transaction register.
       01 WS-REGISTER-STATUS PIC XX VALUE SPACES.
       01 WS-REGISTER-FILENAME PIC X(30) VALUE SPACES.
       01 WS-REGISTER-OPEN-SWITCH PIC X VALUE "N".
           88 WS-REGISTER-OPEN VALUE "Y".
       01 WS-REGISTER-LINE PIC X(80) VALUE SPACES.
       01 WS-REGISTER-NOTE PIC X(30) VALUE SPACES.
       01 WS-CATALOG-FILENAME PIC X(30) VALUE SPACES.
       01 WS-CATALOG-TYPE PIC X(8) VALUE SPACES.
       01 WS-AMOUNT-DISPLAY PIC ZZ,ZZ9.99 VALUE ZERO.
       01 WS-TOTAL-DISPLAY PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
       01 WS-GRAND-TYPE2-COUNT PIC 9(5) VALUE 0.
       01 WS-GRAND-TYPE2-TOTAL PIC 9(7)V99 VALUE 0.
       01 WS-GRAND-TYPE3-COUNT PIC 9(5) VALUE 0.
       01 WS-GRAND-TYPE3-TOTAL PIC 9(7)V99 VALUE 0.
       01 WS-GRAND-UNPOSTED-COUNT PIC 9(5) VALUE 0.
       01 WS-GRAND-UNPOSTED-TOTAL PIC 9(7)V99 VALUE 0.

      *> GL feed. The group's processed type-2 and type-3 amounts are
      *> posted at its control break; anything a disabled step skipped
      *> or no mapping covers is left out and counted as not posted.
       01 WS-GL-MAP-STATUS PIC XX VALUE SPACES.
       01 WS-GL-MAP-EOF PIC X VALUE "N".
           88 WS-GL-MAP-DONE VALUE "Y".
       01 WS-GL-MAP-LOADED-SWITCH PIC X VALUE "N".
           88 WS-GL-MAP-LOADED VALUE "Y".
       01 WS-GL-MAP-TABLE-MAX PIC 999 VALUE 200.
       01 WS-GL-MAP-COUNT PIC 999 VALUE 0.
       01 WS-GL-MAP-IDX PIC 999 VALUE 0.
       01 WS-GL-MAP-TABLE.
           02 WS-GL-MAP-ENTRY OCCURS 200 TIMES.
               03 MP-TRANS-TYPE PIC X.
               03 MP-CONTROL PIC X(5).
               03 MP-DEBIT-ACCOUNT PIC X(8).
               03 MP-CREDIT-ACCOUNT PIC X(8).
               03 MP-DEPT PIC X(4).
       01 WS-GL-LOOKUP-TYPE PIC X VALUE SPACE.
       01 WS-GL-FOUND-SWITCH PIC X VALUE "N".
           88 WS-GL-FOUND VALUE "Y".
      *> Set when GLPOST.DAT would not open for the pair, so the group
      *> is counted as not posted the same as an unmapped one.
       01 WS-GL-POST-FAILED-SWITCH PIC X VALUE "N".
           88 WS-GL-POST-FAILED VALUE "Y".
      *> Set when either of the group's types failed to post; the run
      *> stops at that break without checkpointing the group.
       01 WS-GL-GROUP-FAILED-SWITCH PIC X VALUE "N".
           88 WS-GL-GROUP-FAILED VALUE "Y".
       01 WS-GL-DEBIT-ACCOUNT PIC X(8) VALUE SPACES.
       01 WS-GL-CREDIT-ACCOUNT PIC X(8) VALUE SPACES.
       01 WS-GL-DEPT PIC X(4) VALUE SPACES.
       01 WS-GL-POST-STATUS PIC XX VALUE SPACES.
       01 WS-GL-POST-AMOUNT PIC S9(7)V99 COMP-3 VALUE 0.
       01 WS-GL-GROUP-TYPE2-TOTAL PIC 9(7)V99 VALUE 0.
       01 WS-GL-GROUP-TYPE3-TOTAL PIC 9(7)V99 VALUE 0.
       01 WS-GL-GROUP-TYPE2-COUNT PIC 9(5) VALUE 0.
       01 WS-GL-GROUP-TYPE3-COUNT PIC 9(5) VALUE 0.
       01 WS-GL-DEBIT-TOTAL PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-GL-CREDIT-TOTAL PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-GL-POSTING-COUNT PIC 9(5) VALUE 0.
       01 WS-GL-TOTAL-DISPLAY PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.

       PROCEDURE DIVISION.
       SubOne.
           MOVE 0 TO RETURN-CODE
           PERFORM Load-Restart-Control
           PERFORM Load-Run-Cycle
           PERFORM Build-Audit-Generation-Name
           PERFORM Load-GL-Map
           MOVE "SUBONE" TO WS-AUDIT-STEP-NAME
           MOVE "START" TO WS-AUDIT-EVENT
           PERFORM Write-Audit-Event
           IF WS-RESTART-REQUESTED
               PERFORM Load-Checkpoints
               MOVE WS-RESTART-SKIP-THROUGH TO WS-GROUP-LAST-RECORD-NUM
           ELSE
               PERFORM Clear-Restart-Checkpoints
           END-IF
           PERFORM Open-Transaction-Register
           READ TRANSACTION-FILE
               AT END SET WS-EOF TO TRUE
           END-READ
                   MOVE TRANS-CONTROL TO WS-PREV-CONTROL
                   MOVE WS-RECORD-NUM TO WS-GROUP-LAST-RECORD-NUM
               ELSE
      *> The group's GL postings go out at the break whether or not
      *> SubFour runs - with SubFour disabled there is no subtotal or
      *> checkpoint, but the ledger still needs the activity.
                   IF NOT WS-FIRST-RECORD
                           AND TRANS-CONTROL NOT = WS-PREV-CONTROL
                       IF WS-SUBFOUR-ENABLED
                               AND WS-GROUP-RECORD-COUNT > 0
                           PERFORM SubFour
                       ELSE
                           PERFORM Post-Control-Group
                       END-IF
                   END-IF
                   MOVE "N" TO WS-FIRST-RECORD-SWITCH
                   MOVE TRANS-CONTROL TO WS-PREV-CONTROL
                   EVALUATE TRANS-TYPE
                       WHEN "2"
                           ADD 1 TO WS-GRAND-TYPE2-COUNT
                           ADD TRANS-AMOUNT TO WS-GRAND-TYPE2-TOTAL
                           IF WS-SUBTWO-ENABLED
                               PERFORM SubTwo
                           ELSE
                               DISPLAY "SubTwo disabled for this run, "
                                   "skipping control " TRANS-CONTROL
                               MOVE "SUBTWO DISABLED - NOT POSTED"
                                   TO WS-REGISTER-NOTE
                               PERFORM Write-Unposted-Detail
                           END-IF
                       WHEN "3"
                           ADD 1 TO WS-GRAND-TYPE3-COUNT
                           ADD TRANS-AMOUNT TO WS-GRAND-TYPE3-TOTAL
                           IF WS-SUBTHREE-ENABLED
                               PERFORM SubThree
                           ELSE
                               DISPLAY "SubThree disabled for this run, "
                                   "skipping control " TRANS-CONTROL
                               MOVE "SUBTHREE DISABLED - NOT POSTED"
                                   TO WS-REGISTER-NOTE
                               PERFORM Write-Unposted-Detail
                           END-IF
                       WHEN OTHER
                           DISPLAY "Unknown record type " TRANS-TYPE
                           MOVE "UNKNOWN TYPE - NOT POSTED"
                               TO WS-REGISTER-NOTE
                           PERFORM Write-Unposted-Detail
                   END-EVALUATE
                   ADD 1 TO WS-GROUP-RECORD-COUNT
                   ADD TRANS-AMOUNT TO WS-GROUP-TOTAL
           END-PERFORM
           IF WS-SUBFOUR-ENABLED AND WS-GROUP-RECORD-COUNT > 0
               PERFORM SubFour
           ELSE
               PERFORM Post-Control-Group
           END-IF
           CLOSE TRANSACTION-FILE
           PERFORM Write-Register-Totals
           DISPLAY " Returned to Paragraph 1"
           DISPLAY "Job complete - cycle: " WS-CYCLE-NUMBER
               " date: " WS-PROCESS-DATE
           PERFORM Write-Audit-Event
           DISPLAY "In Paragraph 3, control " TRANS-CONTROL
               " amount " TRANS-AMOUNT
           MOVE SPACES TO WS-REGISTER-NOTE
           PERFORM Write-Register-Detail
           ADD 1 TO WS-GL-GROUP-TYPE3-COUNT
           ADD TRANS-AMOUNT TO WS-GL-GROUP-TYPE3-TOTAL
           MOVE "SUBTHREE" TO WS-CKPT-STEP-NAME-ARG
           MOVE WS-RECORD-NUM TO WS-CKPT-RECORD-NUM-ARG
           PERFORM Write-Checkpoint
           DISPLAY "In Paragraph 2, control " TRANS-CONTROL
               " amount " TRANS-AMOUNT
           DISPLAY "Return to Paragraph 2"
           MOVE SPACES TO WS-REGISTER-NOTE
           PERFORM Write-Register-Detail
           ADD 1 TO WS-GL-GROUP-TYPE2-COUNT
           ADD TRANS-AMOUNT TO WS-GL-GROUP-TYPE2-TOTAL
           MOVE "SUBTWO" TO WS-CKPT-STEP-NAME-ARG
           MOVE WS-RECORD-NUM TO WS-CKPT-RECORD-NUM-ARG
           PERFORM Write-Checkpoint
               DISPLAY "Control break on " WS-PREV-CONTROL
                   " - records: " WS-GROUP-RECORD-COUNT
                   " total: " WS-GROUP-TOTAL
               MOVE WS-GROUP-TOTAL TO WS-TOTAL-DISPLAY
               MOVE SPACES TO WS-REGISTER-LINE
               STRING "CONTROL " WS-PREV-CONTROL " SUBTOTAL   RECORDS "
                   WS-GROUP-RECORD-COUNT "   TOTAL " WS-TOTAL-DISPLAY
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
               END-STRING
               PERFORM Write-Register-Line
      *> Grand totals are accumulated unconditionally in SubOne's main
      *> loop (see the comment there) so they are correct even when
      *> SubFour is disabled; this paragraph only resets the per-group
               MOVE 0 TO WS-GROUP-RECORD-COUNT
               MOVE 0 TO WS-GROUP-TOTAL
           END-IF
      *> Posted ahead of the checkpoint. A group whose pairs did not
      *> reach GLPOST.DAT stops the run inside Post-Control-Group, so
      *> this checkpoint is never written past an unposted group.
           PERFORM Post-Control-Group
           MOVE SPACES TO WS-REGISTER-LINE
           PERFORM Write-Register-Line
           MOVE "SUBFOUR" TO WS-CKPT-STEP-NAME-ARG
           MOVE WS-GROUP-LAST-RECORD-NUM TO WS-CKPT-RECORD-NUM-ARG
           PERFORM Write-Checkpoint
       Resolve-Checkpoint-Rel-Key.
           MOVE 0 TO WS-CKPT-REL-KEY
           PERFORM VARYING WS-CKPT-STEP-IDX FROM 1 BY 1
                   UNTIL WS-CKPT-STEP-IDX > 5
               IF WS-CKPT-STEP-ENTRY (WS-CKPT-STEP-IDX) = WS-CKPT-STEP-NAME-ARG
                   MOVE WS-CKPT-STEP-IDX TO WS-CKPT-REL-KEY
                   MOVE 5 TO WS-CKPT-STEP-IDX
               END-IF
           END-PERFORM.

       Load-Checkpoints.
           OPEN INPUT CHECKPOINT-MASTER
           IF WS-CHECKPOINT-STATUS = "00"
               MOVE "N" TO WS-CKPT-FOUND-SWITCH
               MOVE "SUBFOUR" TO WS-CKPT-STEP-NAME-ARG
               PERFORM Resolve-Checkpoint-Rel-Key
               READ CHECKPOINT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CKPT-FOUND TO TRUE
                       MOVE CKPT-LAST-RECORD-NUM TO WS-RESTART-SKIP-THROUGH
               END-READ
      *> The GL marker is written at every break, SubFour or not. When
      *> it is further along - SubFour disabled, or the run stopped
      *> between the posting and SubFour's own checkpoint - resume after
      *> it, since those groups are already on GLPOST.DAT.
               MOVE "GLPOST" TO WS-CKPT-STEP-NAME-ARG
               PERFORM Resolve-Checkpoint-Rel-Key
               READ CHECKPOINT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CKPT-FOUND TO TRUE
                       IF CKPT-LAST-RECORD-NUM > WS-RESTART-SKIP-THROUGH
                           MOVE CKPT-LAST-RECORD-NUM
                               TO WS-RESTART-SKIP-THROUGH
                       END-IF
               END-READ
               CLOSE CHECKPOINT-MASTER
               IF WS-CKPT-FOUND
                   DISPLAY "Restarting after record "
                       WS-RESTART-SKIP-THROUGH
               ELSE
      *> A restart was explicitly requested (RESTART.DAT=Y) but neither
      *> checkpoint exists to resume from - most likely the very first
      *> run. Reprocess TRANSACTION-FILE from the top, as a warning.
                   DISPLAY "WARNING: restart requested but no prior "
                       "checkpoint was found - reprocessing "
                       "TRANSACTIONS.DAT from the top."
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "WARNING: restart requested but no CHECKPOINT.DAT "
                   "found - reprocessing TRANSACTIONS.DAT from the top"
               MOVE 4 TO RETURN-CODE
           END-IF.

      *> A fresh run zeroes the resume points, so a restart of this run
      *> that fails before its first break does not pick up a checkpoint
      *> left behind by an earlier cycle and skip records never posted.
       Clear-Restart-Checkpoints.
           MOVE 0 TO WS-CKPT-RECORD-NUM-ARG
           MOVE "SUBFOUR" TO WS-CKPT-STEP-NAME-ARG
           PERFORM Write-Checkpoint
           MOVE "GLPOST" TO WS-CKPT-STEP-NAME-ARG
           PERFORM Write-Checkpoint.

       Write-Checkpoint.
           PERFORM Resolve-Checkpoint-Rel-Key
           OPEN I-O CHECKPOINT-MASTER
           MOVE WS-CYCLE-NUMBER TO AUD-CYCLE
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.

      *> The register opens fresh on a normal run. A restart extends the
      *> generation the failed run started, so the groups that run
      *> completed keep their lines.
       Open-Transaction-Register.
           MOVE SPACES TO WS-REGISTER-FILENAME
           STRING "TRANREG-" WS-GEN-DATE ".RPT"
               DELIMITED BY SIZE INTO WS-REGISTER-FILENAME
           END-STRING
           MOVE "N" TO WS-REGISTER-OPEN-SWITCH
           IF WS-RESTART-REQUESTED
               OPEN EXTEND TRANS-REGISTER-REPORT
               IF WS-REGISTER-STATUS = "35"
                   OPEN OUTPUT TRANS-REGISTER-REPORT
                   IF WS-REGISTER-STATUS = "00"
                       PERFORM Catalog-Transaction-Register
                   END-IF
               END-IF
           ELSE
               OPEN OUTPUT TRANS-REGISTER-REPORT
               IF WS-REGISTER-STATUS = "00"
                   PERFORM Catalog-Transaction-Register
               END-IF
           END-IF
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "Unable to open " WS-REGISTER-FILENAME
                   " status " WS-REGISTER-STATUS
                   " - no transaction register this run"
               MOVE 8 TO RETURN-CODE
           ELSE
               SET WS-REGISTER-OPEN TO TRUE
               MOVE SPACES TO WS-REGISTER-LINE
               IF WS-RESTART-REQUESTED
                   STRING "TRANSACTION REGISTER - RESTART AFTER RECORD "
                       WS-RESTART-SKIP-THROUGH " - CYCLE "
                       WS-CYCLE-NUMBER
                       DELIMITED BY SIZE INTO WS-REGISTER-LINE
                   END-STRING
               ELSE
                   STRING "TRANSACTION REGISTER - CYCLE " WS-CYCLE-NUMBER
                       " PROCESSING DATE " WS-GEN-DATE
                       DELIMITED BY SIZE INTO WS-REGISTER-LINE
                   END-STRING
               END-IF
               PERFORM Write-Register-Line
               MOVE SPACES TO WS-REGISTER-LINE
               PERFORM Write-Register-Line
               MOVE "CONTROL  TYPE     AMOUNT  NOTE" TO WS-REGISTER-LINE
               PERFORM Write-Register-Line
           END-IF.

       Catalog-Transaction-Register.
           MOVE WS-REGISTER-FILENAME TO WS-CATALOG-FILENAME
           MOVE "TRANREG" TO WS-CATALOG-TYPE
           PERFORM Record-Generation.

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

       Write-Register-Detail.
           MOVE TRANS-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-REGISTER-LINE
           STRING TRANS-CONTROL "    " TRANS-TYPE "   "
               WS-AMOUNT-DISPLAY "  " WS-REGISTER-NOTE
               DELIMITED BY SIZE INTO WS-REGISTER-LINE
           END-STRING
           PERFORM Write-Register-Line.

       Write-Unposted-Detail.
           ADD 1 TO WS-GRAND-UNPOSTED-COUNT
           ADD TRANS-AMOUNT TO WS-GRAND-UNPOSTED-TOTAL
           PERFORM Write-Register-Detail.

       Write-Register-Line.
           IF WS-REGISTER-OPEN
               MOVE WS-REGISTER-LINE TO TRANS-REGISTER-LINE
               WRITE TRANS-REGISTER-LINE
           END-IF.

      *> The type-2/type-3 split covers every record dispatched, so
      *> the two lines add back to the grand total; what was left out
      *> of the ledger feed is shown on its own line.
       Write-Register-Totals.
           MOVE SPACES TO WS-REGISTER-LINE
           MOVE WS-GRAND-TOTAL TO WS-TOTAL-DISPLAY
           STRING "GRAND TOTAL      RECORDS " WS-GRAND-RECORD-COUNT
               "   TOTAL " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE
           END-STRING
           PERFORM Write-Register-Line
           MOVE SPACES TO WS-REGISTER-LINE
           MOVE WS-GRAND-TYPE2-TOTAL TO WS-TOTAL-DISPLAY
           STRING "  TYPE 2         RECORDS " WS-GRAND-TYPE2-COUNT
               "   TOTAL " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE
           END-STRING
           PERFORM Write-Register-Line
           MOVE SPACES TO WS-REGISTER-LINE
           MOVE WS-GRAND-TYPE3-TOTAL TO WS-TOTAL-DISPLAY
           STRING "  TYPE 3         RECORDS " WS-GRAND-TYPE3-COUNT
               "   TOTAL " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE
           END-STRING
           PERFORM Write-Register-Line
           IF WS-GRAND-UNPOSTED-COUNT > 0
               MOVE SPACES TO WS-REGISTER-LINE
               MOVE WS-GRAND-UNPOSTED-TOTAL TO WS-TOTAL-DISPLAY
               STRING "NOT POSTED TO GL RECORDS " WS-GRAND-UNPOSTED-COUNT
                   "   TOTAL " WS-TOTAL-DISPLAY
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
               END-STRING
               PERFORM Write-Register-Line
           END-IF
           MOVE SPACES TO WS-REGISTER-LINE
           PERFORM Write-Register-Line
           MOVE WS-GL-DEBIT-TOTAL TO WS-GL-TOTAL-DISPLAY
           STRING "GL POSTINGS " WS-GL-POSTING-COUNT
               "   DEBITS  " WS-GL-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE
           END-STRING
           PERFORM Write-Register-Line
           MOVE SPACES TO WS-REGISTER-LINE
           MOVE WS-GL-CREDIT-TOTAL TO WS-GL-TOTAL-DISPLAY
           STRING "                    CREDITS " WS-GL-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE
           END-STRING
           PERFORM Write-Register-Line
           IF WS-GL-DEBIT-TOTAL = WS-GL-CREDIT-TOTAL
               MOVE "POSTINGS IN BALANCE" TO WS-REGISTER-LINE
           ELSE
               MOVE "POSTINGS OUT OF BALANCE - DO NOT IMPORT"
                   TO WS-REGISTER-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM Write-Register-Line
           IF WS-REGISTER-OPEN
               CLOSE TRANS-REGISTER-REPORT
               MOVE "N" TO WS-REGISTER-OPEN-SWITCH
           END-IF.

      *> A missing GLMAP.DAT means nothing can be posted - the chain
      *> still runs and prints its register, with every record shown
      *> as not posted, and warns.
       Load-GL-Map.
           MOVE 0 TO WS-GL-MAP-COUNT
           OPEN INPUT GL-MAP-FILE
           IF WS-GL-MAP-STATUS NOT = "00"
               DISPLAY "No GLMAP.DAT found - transaction activity "
                   "will not be posted to the GL this run"
               MOVE 4 TO RETURN-CODE
           ELSE
               SET WS-GL-MAP-LOADED TO TRUE
               READ GL-MAP-FILE
                   AT END SET WS-GL-MAP-DONE TO TRUE
               END-READ
               PERFORM UNTIL WS-GL-MAP-DONE
                   IF WS-GL-MAP-COUNT < WS-GL-MAP-TABLE-MAX
                       ADD 1 TO WS-GL-MAP-COUNT
                       MOVE GM-TRANS-TYPE
                           TO MP-TRANS-TYPE (WS-GL-MAP-COUNT)
                       MOVE GM-CONTROL TO MP-CONTROL (WS-GL-MAP-COUNT)
                       MOVE GM-DEBIT-ACCOUNT
                           TO MP-DEBIT-ACCOUNT (WS-GL-MAP-COUNT)
                       MOVE GM-CREDIT-ACCOUNT
                           TO MP-CREDIT-ACCOUNT (WS-GL-MAP-COUNT)
                       MOVE GM-DEPT TO MP-DEPT (WS-GL-MAP-COUNT)
                       READ GL-MAP-FILE
                           AT END SET WS-GL-MAP-DONE TO TRUE
                       END-READ
                   ELSE
                       DISPLAY "GLMAP.DAT has more than "
                           WS-GL-MAP-TABLE-MAX " rows - the rest are "
                           "ignored"
                       MOVE 4 TO RETURN-CODE
                       SET WS-GL-MAP-DONE TO TRUE
                   END-IF
               END-PERFORM
               CLOSE GL-MAP-FILE
           END-IF.

      *> An exact type-and-control row wins over the type's ***** row
      *> wherever it sits in the file.
       Find-GL-Mapping.
           MOVE "N" TO WS-GL-FOUND-SWITCH
           PERFORM VARYING WS-GL-MAP-IDX FROM 1 BY 1
                   UNTIL WS-GL-MAP-IDX > WS-GL-MAP-COUNT
               IF MP-TRANS-TYPE (WS-GL-MAP-IDX) = WS-GL-LOOKUP-TYPE
                   IF MP-CONTROL (WS-GL-MAP-IDX) = WS-PREV-CONTROL
                       SET WS-GL-FOUND TO TRUE
                       PERFORM Take-GL-Mapping
                       MOVE WS-GL-MAP-COUNT TO WS-GL-MAP-IDX
                   ELSE
                       IF MP-CONTROL (WS-GL-MAP-IDX) = "*****"
                               AND NOT WS-GL-FOUND
                           SET WS-GL-FOUND TO TRUE
                           PERFORM Take-GL-Mapping
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       Take-GL-Mapping.
           MOVE MP-DEBIT-ACCOUNT (WS-GL-MAP-IDX) TO WS-GL-DEBIT-ACCOUNT
           MOVE MP-CREDIT-ACCOUNT (WS-GL-MAP-IDX) TO WS-GL-CREDIT-ACCOUNT
           MOVE MP-DEPT (WS-GL-MAP-IDX) TO WS-GL-DEPT.

      *> Runs at the finished group's control break, while
      *> WS-PREV-CONTROL still holds its control. Each type the group
      *> processed is one balanced debit/credit pair.
       Post-Control-Group.
           MOVE "N" TO WS-GL-GROUP-FAILED-SWITCH
           IF WS-GL-GROUP-TYPE2-COUNT > 0
               MOVE "2" TO WS-GL-LOOKUP-TYPE
               MOVE WS-GL-GROUP-TYPE2-TOTAL TO WS-GL-POST-AMOUNT
               PERFORM Post-One-Type
               IF WS-GL-POST-FAILED
                   SET WS-GL-GROUP-FAILED TO TRUE
               END-IF
               IF NOT WS-GL-FOUND OR WS-GL-POST-FAILED
                   ADD WS-GL-GROUP-TYPE2-COUNT TO WS-GRAND-UNPOSTED-COUNT
                   ADD WS-GL-GROUP-TYPE2-TOTAL TO WS-GRAND-UNPOSTED-TOTAL
               END-IF
           END-IF
           IF WS-GL-GROUP-TYPE3-COUNT > 0
               MOVE "3" TO WS-GL-LOOKUP-TYPE
               MOVE WS-GL-GROUP-TYPE3-TOTAL TO WS-GL-POST-AMOUNT
               PERFORM Post-One-Type
               IF WS-GL-POST-FAILED
                   SET WS-GL-GROUP-FAILED TO TRUE
               END-IF
               IF NOT WS-GL-FOUND OR WS-GL-POST-FAILED
                   ADD WS-GL-GROUP-TYPE3-COUNT TO WS-GRAND-UNPOSTED-COUNT
                   ADD WS-GL-GROUP-TYPE3-TOTAL TO WS-GRAND-UNPOSTED-TOTAL
               END-IF
           END-IF
           MOVE 0 TO WS-GL-GROUP-TYPE2-COUNT
           MOVE 0 TO WS-GL-GROUP-TYPE2-TOTAL
           MOVE 0 TO WS-GL-GROUP-TYPE3-COUNT
           MOVE 0 TO WS-GL-GROUP-TYPE3-TOTAL
           IF WS-GL-GROUP-FAILED
               PERFORM Stop-At-Unposted-Group
           END-IF
           MOVE "GLPOST" TO WS-CKPT-STEP-NAME-ARG
           MOVE WS-GROUP-LAST-RECORD-NUM TO WS-CKPT-RECORD-NUM-ARG
           PERFORM Write-Checkpoint.

      *> Going on past a group that is not on GLPOST.DAT would let a
      *> later break checkpoint beyond it, and the restart would skip
      *> it for good. Stop here instead; the restart resumes after the
      *> last group that did post and picks this one up again.
       Stop-At-Unposted-Group.
           DISPLAY "GL postings for control " WS-PREV-CONTROL
               " were not written - stopping at this break. The "
               "restart resumes after the last group checkpointed."
           MOVE SPACES TO WS-REGISTER-LINE
           STRING "CONTROL " WS-PREV-CONTROL
               " NOT ON GLPOST.DAT - RUN STOPPED AT THIS BREAK"
               DELIMITED BY SIZE INTO WS-REGISTER-LINE
           END-STRING
           PERFORM Write-Register-Line
           IF WS-REGISTER-OPEN
               CLOSE TRANS-REGISTER-REPORT
           END-IF
           CLOSE TRANSACTION-FILE
           MOVE "SUBONE" TO WS-AUDIT-STEP-NAME
           MOVE "ABEND" TO WS-AUDIT-EVENT
           PERFORM Write-Audit-Event
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       Post-One-Type.
           MOVE "N" TO WS-GL-POST-FAILED-SWITCH
           PERFORM Find-GL-Mapping
           IF NOT WS-GL-FOUND
               MOVE SPACES TO WS-REGISTER-LINE
               STRING "  NO GLMAP.DAT ROW FOR TYPE " WS-GL-LOOKUP-TYPE
                   " CONTROL " WS-PREV-CONTROL " - NOT POSTED"
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
               END-STRING
               PERFORM Write-Register-Line
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               IF WS-GL-POST-AMOUNT NOT = 0
                   PERFORM Write-GL-Pair
               END-IF
           END-IF.

       Write-GL-Pair.
           OPEN EXTEND GL-POST-FILE
           IF WS-GL-POST-STATUS = "35"
               OPEN OUTPUT GL-POST-FILE
           END-IF
           IF WS-GL-POST-STATUS NOT = "00"
               DISPLAY "Unable to open GLPOST.DAT, status "
                   WS-GL-POST-STATUS " - control " WS-PREV-CONTROL
                   " not posted"
               SET WS-GL-POST-FAILED TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-GEN-DATE TO GL-POST-DATE
               MOVE WS-GL-DEBIT-ACCOUNT TO GL-ACCOUNT
               MOVE WS-GL-DEPT TO GL-DEPT
               MOVE 0 TO GL-SSNUM
               MOVE "D" TO GL-DR-CR
               MOVE WS-GL-POST-AMOUNT TO GL-AMOUNT
               WRITE GL-POST-RECORD
               IF WS-GL-POST-STATUS NOT = "00"
                   DISPLAY "Write to GLPOST.DAT failed, status "
                       WS-GL-POST-STATUS " - control " WS-PREV-CONTROL
                       " not posted"
                   SET WS-GL-POST-FAILED TO TRUE
               END-IF
               MOVE WS-GL-CREDIT-ACCOUNT TO GL-ACCOUNT
               MOVE "C" TO GL-DR-CR
               WRITE GL-POST-RECORD
               IF WS-GL-POST-STATUS NOT = "00"
                   DISPLAY "Write to GLPOST.DAT failed, status "
                       WS-GL-POST-STATUS " - control " WS-PREV-CONTROL
                       " not posted"
                   SET WS-GL-POST-FAILED TO TRUE
               END-IF
               CLOSE GL-POST-FILE
               IF WS-GL-POST-FAILED
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM Record-GL-Pair
               END-IF
           END-IF.

       Record-GL-Pair.
           ADD 2 TO WS-GL-POSTING-COUNT
           ADD WS-GL-POST-AMOUNT TO WS-GL-DEBIT-TOTAL
           ADD WS-GL-POST-AMOUNT TO WS-GL-CREDIT-TOTAL
           MOVE WS-GL-POST-AMOUNT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-REGISTER-LINE
           STRING "  GL TYPE " WS-GL-LOOKUP-TYPE
               "  DR " WS-GL-DEBIT-ACCOUNT
               "  CR " WS-GL-CREDIT-ACCOUNT " " WS-GL-DEPT
               " " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE
           END-STRING
           PERFORM Write-Register-Line.
