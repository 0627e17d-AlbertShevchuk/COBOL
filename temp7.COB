           SELECT GEN-CATALOG-FILE ASSIGN TO "RPTGENS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-CATALOG-STATUS.
      *> A marked employee with a termination keyed in TERMMNT is kept
      *> until temp1 has paid the final check, and then for the
      *> holding period in TERMCTL.DAT after it, so the record is
      *> still there for a late timecard, a rehire or an audit query.
           SELECT TERMINATION-FILE ASSIGN TO "TERMINAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.
      *> Cancelled rows, and final-paid rows whose employee is no
      *> longer on the master, are dropped from TERMINAT.DAT at the end
      *> of the run so the file stays inside the tables temp1 and
      *> TERMMNT hold it in. The kept rows go to TERMINAT.NEW, which is
      *> renamed over TERMINAT.DAT only after it was written clean.
           SELECT TERMINATION-NEW-FILE ASSIGN TO "TERMINAT.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-NEW-STATUS.
           SELECT TERM-CONTROL-FILE ASSIGN TO "TERMCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-CONTROL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-MASTER.
           02 JRN-ACTION PIC X(8).
           02 JRN-BEFORE-IMAGE PIC X(54).
           02 JRN-AFTER-IMAGE PIC X(54).
           02 JRN-OPERATOR-ID PIC X(8).

       FD GEN-CATALOG-FILE.
       01 GEN-CATALOG-RECORD.
           02 GC-GEN-DATE PIC 9(8).
           02 GC-REPORT-TYPE PIC X(8).

      *> Same record TERMMNT maintains and temp1 stamps at final pay.
       FD TERMINATION-FILE.
       01 TERMINATION-RECORD.
           02 TM-SSNUM PIC 9(9).
           02 TM-TERM-DATE PIC 9(8).
           02 TM-REASON-CODE PIC X.
           02 TM-REASON-TEXT PIC X(30).
           02 TM-ENTRY-DATE PIC 9(8).
           02 TM-OPERATOR-ID PIC X(8).
           02 TM-STATUS PIC X.
               88 TM-CANCELLED VALUE "C".
               88 TM-FINAL-PAID VALUE "F".
           02 TM-FINAL-CYCLE PIC 9(5).
           02 TM-FINAL-GROSS PIC 9(7)V99.
           02 TM-PAYOUT-HOURS PIC 9(5).
           02 TM-PAYOUT-RATE PIC 999V99.
           02 TM-PAYOUT-AMOUNT PIC 9(7)V99.
           02 TM-FINAL-DATE PIC 9(8).

       FD TERMINATION-NEW-FILE.
       01 TERMINATION-NEW-RECORD PIC X(106).

       FD TERM-CONTROL-FILE.
       01 TERM-CONTROL-RECORD.
           02 TC-HOLD-DAYS PIC 9(3).

       WORKING-STORAGE SECTION.
       01 WS-EMPLOYEE-STATUS PIC XX VALUE SPACES.
       01 WS-EMPLOYEE-MASTER-OPEN-SWITCH PIC X VALUE "N".
           02 WS-SSNUM-SERIAL PIC 9999.
       01 WS-SSNUM-DISPLAY PIC X(11) VALUE SPACES.
       01 WS-COUNT-LINE PIC X(80) VALUE SPACES.
       01 WS-TERM-STATUS PIC XX VALUE SPACES.
       01 WS-TERM-EOF PIC X VALUE "N".
           88 WS-TERM-DONE VALUE "Y".
       01 WS-TERM-CONTROL-STATUS PIC XX VALUE SPACES.
       01 WS-TERM-NEW-STATUS PIC XX VALUE SPACES.
       01 WS-TERM-ON-FILE-SWITCH PIC X VALUE "N".
           88 WS-TERM-ON-FILE VALUE "Y".
       01 WS-TERM-DROP-SWITCH PIC X VALUE "N".
           88 WS-TERM-DROP-ROW VALUE "Y".
       01 WS-TERM-WRITE-FAILED-SWITCH PIC X VALUE "N".
           88 WS-TERM-WRITE-FAILED VALUE "Y".
       01 WS-TERM-LIVE-NAME PIC X(30) VALUE "TERMINAT.DAT".
       01 WS-TERM-NEW-NAME PIC X(30) VALUE "TERMINAT.NEW".
      *> RETURN-CODE doubles as CBL_RENAME_FILE's status, so the run's
      *> condition code is held here across the call.
       01 WS-RENAME-SAVED-RC PIC 99 VALUE 0.
       01 WS-TERM-DROP-COUNT PIC 9(5) VALUE 0.
       01 WS-TERM-DROPPED-COUNT PIC 9(5) VALUE 0.
       01 WS-TERM-KEPT-COUNT PIC 9(5) VALUE 0.
       01 WS-HOLD-DAYS PIC 9(3) VALUE 30.
      *> Set when TERMINAT.DAT cannot be read whole - with no way to
      *> tell whose final pay is still owed, no marked record is purged.
       01 WS-TERM-UNKNOWN-SWITCH PIC X VALUE "N".
           88 WS-TERM-UNKNOWN VALUE "Y".
       01 WS-TERM-TABLE-MAX PIC 9(4) VALUE 1000.
       01 WS-TERM-COUNT PIC 9(4) VALUE 0.
       01 WS-TERM-IDX PIC 9(4) VALUE 0.
       01 WS-TERM-TABLE.
           02 WS-TERM-ENTRY OCCURS 1000 TIMES.
               03 TT-SSNUM PIC 9(9).
               03 TT-STATUS PIC X.
                   88 TT-PENDING VALUE "P".
                   88 TT-FINAL-PAID VALUE "F".
               03 TT-FINAL-DATE PIC 9(8).
       01 WS-TERM-FOUND-IDX PIC 9(4) VALUE 0.
       01 WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
       01 WS-RELEASE-DATE PIC 9(8) VALUE 0.
       01 WS-HOLD-LABEL PIC X(20) VALUE SPACES.
       01 WS-HELD-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       Main-Logic.
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE (1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           MOVE SPACES TO WS-ARCHIVE-FILENAME
           STRING "EMPARCH-" WS-RUN-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-ARCHIVE-FILENAME
           WRITE PURGE-REPORT-LINE
           PERFORM Open-Employee-Master
           IF WS-EMPLOYEE-MASTER-OPEN
               PERFORM Load-Term-Control
               PERFORM Load-Termination-Table
               OPEN OUTPUT ARCHIVE-FILE
               IF WS-ARCHIVE-STATUS NOT = "00"
                   DISPLAY "Unable to open archive "
               END-IF
               PERFORM Sweep-Employee-Master
               CLOSE ARCHIVE-FILE
               IF WS-TERM-ON-FILE
                   PERFORM Compact-Termination-File
               END-IF
               CLOSE EMPLOYEE-MASTER
               IF WS-ARCHIVED-COUNT > 0
                   PERFORM Record-Archive-Generation
           CLOSE PURGE-REPORT
           DISPLAY "Purge complete - read: " WS-READ-COUNT
               " archived: " WS-ARCHIVED-COUNT
               " held: " WS-HELD-COUNT
               " kept: " WS-KEPT-COUNT
           STOP RUN.

           PERFORM UNTIL WS-MASTER-DONE
               ADD 1 TO WS-READ-COUNT
               IF EMP-MARKED-FOR-DELETION
                   PERFORM Check-Termination-Hold
                   IF WS-HOLD-LABEL NOT = SPACES
                       ADD 1 TO WS-HELD-COUNT
                       PERFORM Write-Held-Detail
                   ELSE
                       PERFORM Archive-And-Delete-Employee
                   END-IF
               ELSE
                   ADD 1 TO WS-KEPT-COUNT
               END-IF
               END-READ
           END-PERFORM.

      *> No TERMCTL.DAT keeps the 30-day default.
       Load-Term-Control.
           OPEN INPUT TERM-CONTROL-FILE
           IF WS-TERM-CONTROL-STATUS = "00"
               READ TERM-CONTROL-FILE
                   AT END CONTINUE
               END-READ
               IF WS-TERM-CONTROL-STATUS = "00"
                       AND TC-HOLD-DAYS IS NUMERIC
                   MOVE TC-HOLD-DAYS TO WS-HOLD-DAYS
               END-IF
               CLOSE TERM-CONTROL-FILE
           ELSE
               DISPLAY "No TERMCTL.DAT control file found - "
                   "terminated employees held " WS-HOLD-DAYS
                   " days after final pay"
           END-IF.

      *> Cancelled terminations are not loaded - the employee is back
      *> to being purged, or not, on the delete mark alone.
       Load-Termination-Table.
           MOVE 0 TO WS-TERM-COUNT
           OPEN INPUT TERMINATION-FILE
           IF WS-TERM-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-TERM-STATUS NOT = "00"
                   DISPLAY "Unable to open TERMINAT.DAT, status "
                       WS-TERM-STATUS " - no marked employee purged"
                   MOVE 4 TO RETURN-CODE
                   SET WS-TERM-UNKNOWN TO TRUE
               ELSE
                   SET WS-TERM-ON-FILE TO TRUE
                   READ TERMINATION-FILE
                       AT END SET WS-TERM-DONE TO TRUE
                   END-READ
                   PERFORM UNTIL WS-TERM-DONE
                       IF NOT TM-CANCELLED
                           IF WS-TERM-COUNT < WS-TERM-TABLE-MAX
                               ADD 1 TO WS-TERM-COUNT
                               MOVE TM-SSNUM TO TT-SSNUM (WS-TERM-COUNT)
                               MOVE TM-STATUS
                                   TO TT-STATUS (WS-TERM-COUNT)
                               MOVE TM-FINAL-DATE
                                   TO TT-FINAL-DATE (WS-TERM-COUNT)
                           ELSE
                               DISPLAY "TERMINAT.DAT has more than "
                                   WS-TERM-TABLE-MAX " open rows - no "
                                   "marked employee purged"
                               MOVE 4 TO RETURN-CODE
                               SET WS-TERM-UNKNOWN TO TRUE
                               SET WS-TERM-DONE TO TRUE
                           END-IF
                       END-IF
                       IF NOT WS-TERM-DONE
                           READ TERMINATION-FILE
                               AT END SET WS-TERM-DONE TO TRUE
                           END-READ
                       END-IF
                   END-PERFORM
                   CLOSE TERMINATION-FILE
               END-IF
           END-IF.

      *> A marked record stays while its final pay is still owed, and
      *> for the holding period after the run that paid it. A marked
      *> employee with no termination on file was deleted outright in
      *> EMPMAINT and goes as before. The latest open row for the
      *> SSNum governs.
       Check-Termination-Hold.
           MOVE SPACES TO WS-HOLD-LABEL
           MOVE 0 TO WS-TERM-FOUND-IDX
           PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
                   UNTIL WS-TERM-IDX > WS-TERM-COUNT
               IF TT-SSNUM (WS-TERM-IDX) = EMP-SSNUM
                   MOVE WS-TERM-IDX TO WS-TERM-FOUND-IDX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-TERM-UNKNOWN
                   MOVE "HELD - NO TERM FILE" TO WS-HOLD-LABEL
               WHEN WS-TERM-FOUND-IDX = 0
                   CONTINUE
               WHEN TT-PENDING (WS-TERM-FOUND-IDX)
                   MOVE "HELD - FINAL PAY DUE" TO WS-HOLD-LABEL
               WHEN TT-FINAL-PAID (WS-TERM-FOUND-IDX)
                   IF TT-FINAL-DATE (WS-TERM-FOUND-IDX) = 0
                       MOVE 0 TO WS-RELEASE-DATE
                   ELSE
                       COMPUTE WS-RELEASE-DATE = FUNCTION DATE-OF-INTEGER
                           (FUNCTION INTEGER-OF-DATE
                               (TT-FINAL-DATE (WS-TERM-FOUND-IDX))
                           + WS-HOLD-DAYS)
                   END-IF
                   IF WS-RUN-DATE-NUM < WS-RELEASE-DATE
                       STRING "HELD TO " WS-RELEASE-DATE
                           DELIMITED BY SIZE INTO WS-HOLD-LABEL
                       END-STRING
                   END-IF
           END-EVALUATE.

       Archive-And-Delete-Employee.
           MOVE EMP-SSNUM TO ARC-SSNUM
           MOVE EMP-NAME TO ARC-NAME
                   PERFORM Write-Purge-Detail
           END-DELETE.

      *> A first pass counts the rows to drop, so a night with none
      *> leaves TERMINAT.DAT alone; a second copies the rest to
      *> TERMINAT.NEW. Any failure leaves TERMINAT.DAT as it was, and
      *> the next run finds the same rows to drop.
       Compact-Termination-File.
           PERFORM Count-Termination-Drops
           IF WS-TERM-DROP-COUNT > 0
               PERFORM Copy-Kept-Terminations
               IF NOT WS-TERM-WRITE-FAILED
                   PERFORM Replace-Termination-File
               END-IF
           END-IF.

       Count-Termination-Drops.
           MOVE 0 TO WS-TERM-DROP-COUNT
           MOVE "N" TO WS-TERM-EOF
           OPEN INPUT TERMINATION-FILE
           IF WS-TERM-STATUS NOT = "00"
               DISPLAY "Unable to reopen TERMINAT.DAT, status "
                   WS-TERM-STATUS " - not compacted"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               READ TERMINATION-FILE
                   AT END SET WS-TERM-DONE TO TRUE
               END-READ
               PERFORM UNTIL WS-TERM-DONE
                   PERFORM Classify-Termination-Row
                   IF WS-TERM-DROP-ROW
                       ADD 1 TO WS-TERM-DROP-COUNT
                   END-IF
                   READ TERMINATION-FILE
                       AT END SET WS-TERM-DONE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TERMINATION-FILE
           END-IF.

      *> Cancelled rows go. A final-paid row goes once its employee is
      *> off the master - purged tonight or on an earlier run - since
      *> nothing reads it after that. Pending rows always stay.
       Classify-Termination-Row.
           MOVE "N" TO WS-TERM-DROP-SWITCH
           EVALUATE TRUE
               WHEN TM-CANCELLED
                   SET WS-TERM-DROP-ROW TO TRUE
               WHEN TM-FINAL-PAID
                   MOVE TM-SSNUM TO EMP-SSNUM
                   READ EMPLOYEE-MASTER
                       INVALID KEY
                           IF WS-EMPLOYEE-STATUS = "23"
                               SET WS-TERM-DROP-ROW TO TRUE
                           END-IF
                   END-READ
           END-EVALUATE.

       Copy-Kept-Terminations.
           MOVE 0 TO WS-TERM-DROPPED-COUNT
           MOVE 0 TO WS-TERM-KEPT-COUNT
           MOVE "N" TO WS-TERM-WRITE-FAILED-SWITCH
           MOVE "N" TO WS-TERM-EOF
           OPEN INPUT TERMINATION-FILE
           IF WS-TERM-STATUS NOT = "00"
               DISPLAY "Unable to reopen TERMINAT.DAT, status "
                   WS-TERM-STATUS " - not compacted"
               SET WS-TERM-WRITE-FAILED TO TRUE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               OPEN OUTPUT TERMINATION-NEW-FILE
               IF WS-TERM-NEW-STATUS NOT = "00"
                   DISPLAY "Unable to open TERMINAT.NEW, status "
                       WS-TERM-NEW-STATUS " - TERMINAT.DAT not compacted"
                   SET WS-TERM-WRITE-FAILED TO TRUE
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   READ TERMINATION-FILE
                       AT END SET WS-TERM-DONE TO TRUE
                   END-READ
                   PERFORM UNTIL WS-TERM-DONE OR WS-TERM-WRITE-FAILED
                       PERFORM Classify-Termination-Row
                       IF WS-TERM-DROP-ROW
                           ADD 1 TO WS-TERM-DROPPED-COUNT
                       ELSE
                           PERFORM Write-Kept-Termination
                       END-IF
                       READ TERMINATION-FILE
                           AT END SET WS-TERM-DONE TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE TERMINATION-NEW-FILE
               END-IF
               CLOSE TERMINATION-FILE
           END-IF.

       Write-Kept-Termination.
           MOVE TERMINATION-RECORD TO TERMINATION-NEW-RECORD
           WRITE TERMINATION-NEW-RECORD
           IF WS-TERM-NEW-STATUS NOT = "00"
               DISPLAY "Unable to write TERMINAT.NEW, status "
                   WS-TERM-NEW-STATUS " - TERMINAT.DAT not compacted"
               SET WS-TERM-WRITE-FAILED TO TRUE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WS-TERM-KEPT-COUNT
           END-IF.

       Replace-Termination-File.
           MOVE RETURN-CODE TO WS-RENAME-SAVED-RC
           CALL "CBL_RENAME_FILE"
               USING WS-TERM-NEW-NAME WS-TERM-LIVE-NAME
           IF RETURN-CODE NOT = 0
               DISPLAY "Unable to rename TERMINAT.NEW over TERMINAT.DAT "
                   "- not compacted"
               MOVE WS-RENAME-SAVED-RC TO RETURN-CODE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE WS-RENAME-SAVED-RC TO RETURN-CODE
               MOVE SPACES TO WS-COUNT-LINE
               STRING "TERMINAT.DAT COMPACTED - ROWS DROPPED "
                   WS-TERM-DROPPED-COUNT " KEPT " WS-TERM-KEPT-COUNT
                   DELIMITED BY SIZE INTO WS-COUNT-LINE
               END-STRING
               MOVE WS-COUNT-LINE TO PURGE-REPORT-LINE
               WRITE PURGE-REPORT-LINE
           END-IF.

      *> Same catalog append temp1's Record-Generation does.
       Record-Archive-Generation.
           OPEN EXTEND GEN-CATALOG-FILE
           MOVE "PURGED TO ARCHIVE" TO PD-LABEL
           WRITE PURGE-DETAIL-RECORD.

       Write-Held-Detail.
           MOVE EMP-SSNUM TO WS-SSNUM-WORK
           PERFORM Format-SSNum-For-Report
           MOVE SPACES TO PURGE-DETAIL-RECORD
           MOVE WS-SSNUM-DISPLAY TO PD-SSNUM-DISPLAY
           MOVE EMP-NAME TO PD-NAME
           MOVE WS-HOLD-LABEL TO PD-LABEL
           WRITE PURGE-DETAIL-RECORD.

       Write-Purge-Counts.
           MOVE SPACES TO WS-COUNT-LINE
           STRING "RECORDS READ " WS-READ-COUNT
               " ARCHIVED " WS-ARCHIVED-COUNT
               " HELD " WS-HELD-COUNT
               " KEPT " WS-KEPT-COUNT
               DELIMITED BY SIZE INTO WS-COUNT-LINE
           END-STRING
