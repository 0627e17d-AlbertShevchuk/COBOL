       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJPURGE.
       AUTHOR. Albert Shevchuk
       DATE-WRITTEN. October 15, 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Settled adjustment archive. Applied and cancelled rows stay on
      *> ADJUST.DAT after temp1 has paid them or ADJENTRY has cancelled
      *> them, and the file would otherwise grow until temp1, ADJENTRY
      *> and RETROPAY all refuse it at their 10000-row table. Run at the
      *> top of the nightly stream, this moves the rows nothing will
      *> ever pay again to the dated ADJARCH-YYYYMMDD.DAT and leaves
      *> ADJUST.DAT holding the rows still in play:
      *>   - pending rows;
      *>   - rows applied by a nightly run of the current cycle, which
      *>     that cycle's restart pays again;
      *>   - the highest-numbered row, whatever its status, since
      *>     ADJENTRY and RETROPAY number on from the highest number on
      *>     file and a number must never be handed out twice.
      *> The kept rows go to ADJUST.NEW, which is renamed over
      *> ADJUST.DAT only after both files were written clean.
           SELECT ADJUSTMENT-FILE ASSIGN TO "ADJUST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJUST-STATUS.
           SELECT ADJUSTMENT-NEW-FILE ASSIGN TO "ADJUST.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJUST-NEW-STATUS.
      *> ASSIGN USING for the dated name, as EMPPURGE does for its
      *> EMPARCH generation.
           SELECT ARCHIVE-FILE ASSIGN USING WS-ARCHIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT RUN-CYCLE-FILE ASSIGN TO "RUNCYCLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CYCLE-STATUS.
           SELECT GEN-CATALOG-FILE ASSIGN TO "RPTGENS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-CATALOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *> Same record ADJENTRY writes and temp1 pays from.
       FD ADJUSTMENT-FILE.
       01 ADJUSTMENT-RECORD.
           02 AJ-NUMBER PIC 9(6).
           02 AJ-SSNUM PIC 9(9).
           02 AJ-AMOUNT PIC S9(7)V99 SIGN LEADING SEPARATE.
           02 AJ-CODE PIC X.
           02 AJ-REASON PIC X(30).
           02 AJ-APPROVER PIC X(8).
           02 AJ-ENTRY-DATE PIC 9(8).
           02 AJ-STATUS PIC X.
               88 AJ-PENDING VALUE "P".
               88 AJ-APPLIED VALUE "A".
               88 AJ-CANCELLED VALUE "X".
           02 AJ-APPLIED-CYCLE PIC 9(5).
           02 AJ-APPLIED-RUN PIC X.
               88 AJ-APPLIED-NIGHTLY VALUE "N".
           02 AJ-APPLIED-DATE PIC 9(8).

       FD ADJUSTMENT-NEW-FILE.
       01 ADJUSTMENT-NEW-RECORD PIC X(87).

      *> The archive keeps the ADJUST.DAT layout unchanged.
       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD PIC X(87).

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
       01 WS-ADJUST-STATUS PIC XX VALUE SPACES.
       01 WS-ADJUST-NEW-STATUS PIC XX VALUE SPACES.
       01 WS-ARCHIVE-STATUS PIC XX VALUE SPACES.
       01 WS-RUN-CYCLE-STATUS PIC XX VALUE SPACES.
       01 WS-GEN-CATALOG-STATUS PIC XX VALUE SPACES.
       01 WS-ADJUST-EOF PIC X VALUE "N".
           88 WS-ADJUST-DONE VALUE "Y".
       01 WS-ARCHIVE-FILENAME PIC X(30) VALUE SPACES.
       01 WS-ADJUST-LIVE-NAME PIC X(30) VALUE "ADJUST.DAT".
       01 WS-ADJUST-NEW-NAME PIC X(30) VALUE "ADJUST.NEW".
      *> RETURN-CODE doubles as CBL_RENAME_FILE's status, so the run's
      *> condition code is held here across the call.
       01 WS-RENAME-SAVED-RC PIC 99 VALUE 0.
       01 WS-CYCLE-NUMBER PIC 9(5) VALUE 0.
       01 WS-GEN-DATE PIC 9(8) VALUE 0.
       01 WS-GEN-CURRENT-DATE PIC X(21) VALUE SPACES.
      *> A same-day rerun adds to the day's archive rather than
      *> replacing it; only a generation this run created is cataloged.
       01 WS-ARCHIVE-CREATED-SWITCH PIC X VALUE "N".
           88 WS-ARCHIVE-CREATED VALUE "Y".
       01 WS-WRITE-FAILED-SWITCH PIC X VALUE "N".
           88 WS-WRITE-FAILED VALUE "Y".
       01 WS-ARCHIVE-ROW-SWITCH PIC X VALUE "N".
           88 WS-ARCHIVE-ROW VALUE "Y".
       01 WS-HIGHEST-NUMBER PIC 9(6) VALUE 0.
       01 WS-HIGHEST-SETTLED-SWITCH PIC X VALUE "N".
           88 WS-HIGHEST-SETTLED VALUE "Y".
       01 WS-READ-COUNT PIC 9(6) VALUE 0.
       01 WS-SETTLED-COUNT PIC 9(6) VALUE 0.
       01 WS-ARCHIVED-COUNT PIC 9(6) VALUE 0.
       01 WS-KEPT-COUNT PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       Main-Logic.
           MOVE 0 TO RETURN-CODE
           PERFORM Load-Run-Cycle
           PERFORM Build-Archive-Name
           PERFORM Count-Settled-Adjustments
           IF WS-SETTLED-COUNT = 0
               DISPLAY "Adjustment archive - rows read: " WS-READ-COUNT
                   " - nothing settled to archive"
               STOP RUN
           END-IF
           PERFORM Archive-Settled-Adjustments
           IF NOT WS-WRITE-FAILED
               PERFORM Replace-Adjustment-File
           END-IF
           IF WS-ARCHIVE-CREATED AND WS-ARCHIVED-COUNT > 0
               PERFORM Record-Archive-Generation
           END-IF
           DISPLAY "Adjustment archive - rows read: " WS-READ-COUNT
               " archived: " WS-ARCHIVED-COUNT
               " kept: " WS-KEPT-COUNT
           STOP RUN.

      *> With no RUNCYCLE.DAT there is no telling which applied rows a
      *> restart still needs, so only cancelled rows are archived.
       Load-Run-Cycle.
           OPEN INPUT RUN-CYCLE-FILE
           IF WS-RUN-CYCLE-STATUS = "00"
               READ RUN-CYCLE-FILE
                   AT END CONTINUE
               END-READ
               IF WS-RUN-CYCLE-STATUS = "00"
                   MOVE RC-CYCLE-NUMBER TO WS-CYCLE-NUMBER
                   MOVE RC-PROCESS-DATE TO WS-GEN-DATE
               END-IF
               CLOSE RUN-CYCLE-FILE
           ELSE
               DISPLAY "No RUNCYCLE.DAT found - archiving cancelled "
                   "adjustments only"
           END-IF.

       Build-Archive-Name.
           IF WS-GEN-DATE = 0
               MOVE FUNCTION CURRENT-DATE TO WS-GEN-CURRENT-DATE
               MOVE WS-GEN-CURRENT-DATE (1:8) TO WS-GEN-DATE
           END-IF
           MOVE SPACES TO WS-ARCHIVE-FILENAME
           STRING "ADJARCH-" WS-GEN-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-ARCHIVE-FILENAME
           END-STRING.

      *> First pass: the highest number on file, which is always kept,
      *> and how many of the other rows are settled. No ADJUST.DAT is
      *> not an error - nothing has been keyed yet.
       Count-Settled-Adjustments.
           MOVE 0 TO WS-HIGHEST-NUMBER
           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO WS-SETTLED-COUNT
           MOVE "N" TO WS-ADJUST-EOF
           OPEN INPUT ADJUSTMENT-FILE
           IF WS-ADJUST-STATUS = "35"
               DISPLAY "No ADJUST.DAT found - nothing to archive"
               STOP RUN
           END-IF
           IF WS-ADJUST-STATUS NOT = "00"
               DISPLAY "Unable to open ADJUST.DAT, status "
                   WS-ADJUST-STATUS " - nothing archived"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ ADJUSTMENT-FILE
               AT END SET WS-ADJUST-DONE TO TRUE
           END-READ
           PERFORM UNTIL WS-ADJUST-DONE
               ADD 1 TO WS-READ-COUNT
               PERFORM Classify-Settled-Status
               IF WS-ARCHIVE-ROW
                   ADD 1 TO WS-SETTLED-COUNT
               END-IF
               IF AJ-NUMBER IS NUMERIC
                       AND AJ-NUMBER > WS-HIGHEST-NUMBER
                   MOVE AJ-NUMBER TO WS-HIGHEST-NUMBER
                   MOVE WS-ARCHIVE-ROW-SWITCH TO WS-HIGHEST-SETTLED-SWITCH
               END-IF
               READ ADJUSTMENT-FILE
                   AT END SET WS-ADJUST-DONE TO TRUE
               END-READ
           END-PERFORM
           CLOSE ADJUSTMENT-FILE
           IF WS-HIGHEST-SETTLED
               SUBTRACT 1 FROM WS-SETTLED-COUNT
           END-IF.

      *> Everything settled goes except the highest number on file.
       Classify-Adjustment.
           PERFORM Classify-Settled-Status
           IF WS-ARCHIVE-ROW AND AJ-NUMBER = WS-HIGHEST-NUMBER
               MOVE "N" TO WS-ARCHIVE-ROW-SWITCH
           END-IF.

      *> Cancelled rows are settled. Applied rows are settled once the
      *> cycle that applied them is behind us, or if an off-cycle run
      *> applied them - nothing pays those again. A row with no usable
      *> number is kept for ADJENTRY to deal with.
       Classify-Settled-Status.
           MOVE "N" TO WS-ARCHIVE-ROW-SWITCH
           EVALUATE TRUE
               WHEN AJ-NUMBER NOT NUMERIC
                   CONTINUE
               WHEN AJ-CANCELLED
                   SET WS-ARCHIVE-ROW TO TRUE
               WHEN AJ-APPLIED AND WS-CYCLE-NUMBER NOT = 0
                   IF AJ-APPLIED-CYCLE NOT NUMERIC
                       SET WS-ARCHIVE-ROW TO TRUE
                   ELSE
                       IF AJ-APPLIED-CYCLE < WS-CYCLE-NUMBER
                               OR NOT AJ-APPLIED-NIGHTLY
                           SET WS-ARCHIVE-ROW TO TRUE
                       END-IF
                   END-IF
           END-EVALUATE.

      *> Second pass: each row goes to the archive or to ADJUST.NEW.
      *> Any failed open or write stops the pass and leaves ADJUST.DAT
      *> exactly as it was.
       Archive-Settled-Adjustments.
           MOVE 0 TO WS-ARCHIVED-COUNT
           MOVE 0 TO WS-KEPT-COUNT
           MOVE "N" TO WS-ADJUST-EOF
           OPEN INPUT ADJUSTMENT-FILE
           IF WS-ADJUST-STATUS NOT = "00"
               DISPLAY "Unable to reopen ADJUST.DAT, status "
                   WS-ADJUST-STATUS " - nothing archived"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ADJUSTMENT-NEW-FILE
           IF WS-ADJUST-NEW-STATUS NOT = "00"
               DISPLAY "Unable to open ADJUST.NEW, status "
                   WS-ADJUST-NEW-STATUS " - nothing archived"
               CLOSE ADJUSTMENT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "35"
               OPEN OUTPUT ARCHIVE-FILE
               IF WS-ARCHIVE-STATUS = "00"
                   SET WS-ARCHIVE-CREATED TO TRUE
               END-IF
           END-IF
           IF WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "Unable to open " WS-ARCHIVE-FILENAME
                   ", status " WS-ARCHIVE-STATUS " - nothing archived"
               CLOSE ADJUSTMENT-NEW-FILE
               CLOSE ADJUSTMENT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ ADJUSTMENT-FILE
               AT END SET WS-ADJUST-DONE TO TRUE
           END-READ
           PERFORM UNTIL WS-ADJUST-DONE OR WS-WRITE-FAILED
               PERFORM Classify-Adjustment
               IF WS-ARCHIVE-ROW
                   PERFORM Write-Archive-Row
               ELSE
                   PERFORM Write-Kept-Row
               END-IF
               READ ADJUSTMENT-FILE
                   AT END SET WS-ADJUST-DONE TO TRUE
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE
           CLOSE ADJUSTMENT-NEW-FILE
           CLOSE ADJUSTMENT-FILE.

       Write-Archive-Row.
           MOVE ADJUSTMENT-RECORD TO ARCHIVE-RECORD
           WRITE ARCHIVE-RECORD
           IF WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "Unable to write " WS-ARCHIVE-FILENAME
                   ", status " WS-ARCHIVE-STATUS " - ADJUST.DAT left "
                   "as it was"
               SET WS-WRITE-FAILED TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-ARCHIVED-COUNT
           END-IF.

       Write-Kept-Row.
           MOVE ADJUSTMENT-RECORD TO ADJUSTMENT-NEW-RECORD
           WRITE ADJUSTMENT-NEW-RECORD
           IF WS-ADJUST-NEW-STATUS NOT = "00"
               DISPLAY "Unable to write ADJUST.NEW, status "
                   WS-ADJUST-NEW-STATUS " - ADJUST.DAT left as it was"
               SET WS-WRITE-FAILED TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-KEPT-COUNT
           END-IF.

       Replace-Adjustment-File.
           MOVE RETURN-CODE TO WS-RENAME-SAVED-RC
           CALL "CBL_RENAME_FILE"
               USING WS-ADJUST-NEW-NAME WS-ADJUST-LIVE-NAME
           IF RETURN-CODE NOT = 0
               DISPLAY "Unable to rename ADJUST.NEW over ADJUST.DAT - "
                   "the rows just archived are still on ADJUST.DAT"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-RENAME-SAVED-RC TO RETURN-CODE
           END-IF.

      *> Same catalog append EMPPURGE does for its archive, so
      *> RPTSWEEP's retention window governs the generations.
       Record-Archive-Generation.
           OPEN EXTEND GEN-CATALOG-FILE
           IF WS-GEN-CATALOG-STATUS = "35"
               OPEN OUTPUT GEN-CATALOG-FILE
           END-IF
           IF WS-GEN-CATALOG-STATUS NOT = "00"
               DISPLAY "Unable to catalog " WS-ARCHIVE-FILENAME
                   " status " WS-GEN-CATALOG-STATUS
           ELSE
               MOVE SPACES TO GEN-CATALOG-RECORD
               MOVE WS-ARCHIVE-FILENAME TO GC-FILENAME
               MOVE WS-GEN-DATE TO GC-GEN-DATE
               MOVE "ADJARCH" TO GC-REPORT-TYPE
               WRITE GEN-CATALOG-RECORD
               CLOSE GEN-CATALOG-FILE
           END-IF.
