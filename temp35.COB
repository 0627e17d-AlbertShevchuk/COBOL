       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYCNVRT.
       AUTHOR. Albert Shevchuk
       DATE-WRITTEN. October 15, 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> One-time conversion of the four payroll masters - PAYRATE.DAT,
      *> DEDUCT.DAT, YTDEARN.DAT and LEAVEBAL.DAT - from line
      *> sequential files to indexed files keyed like EMPLOYEE.DAT.
      *> The payroll batch used to read each of them whole into a
      *> table that capped how many employees it could carry; it now
      *> reads them by key. Each master is renamed to its old-copy
      *> name, read once, and written back under its own name as an
      *> indexed file. PAYRATE.DAT is re-laid out on the way - the
      *> effective date moves up beside the SSNum to make the key -
      *> and where two rows were keyed for the same employee and day
      *> the later one is kept, the row the batch always priced with.
      *> Run it by hand before the first nightly on the new programs;
      *> the old copies stay behind until the new masters check out.
           SELECT OLD-RATE-FILE ASSIGN TO "RATEOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT RATE-MASTER ASSIGN TO "PAYRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-NEW-STATUS.
           SELECT OLD-DEDUCTION-FILE ASSIGN TO "DEDOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT DEDUCTION-MASTER ASSIGN TO "DEDUCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DD-SSNUM
               FILE STATUS IS WS-NEW-STATUS.
           SELECT OLD-YTD-FILE ASSIGN TO "YTDOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT YTD-MASTER ASSIGN TO "YTDEARN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YT-SSNUM
               FILE STATUS IS WS-NEW-STATUS.
           SELECT OLD-LEAVE-FILE ASSIGN TO "LEAVEOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT LEAVE-MASTER ASSIGN TO "LEAVEBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-SSNUM
               FILE STATUS IS WS-NEW-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *> The rate row as RATEMNT used to append it.
       FD OLD-RATE-FILE.
       01 OLD-RATE-RECORD.
           02 OLD-RM-SSNUM PIC X(9).
           02 OLD-RM-HOURLY-RATE PIC 999V99.
           02 OLD-RM-EFFECTIVE-DATE PIC X(8).

       FD RATE-MASTER.
       01 RATE-RECORD.
           02 RM-KEY.
               03 RM-SSNUM PIC 9(9).
               03 RM-EFFECTIVE-DATE PIC X(8).
           02 RM-HOURLY-RATE PIC 999V99.

      *> DEDUCT.DAT, YTDEARN.DAT and LEAVEBAL.DAT keep their layouts -
      *> only the organization changes - so the rows are carried over
      *> whole behind the SSNum.
       FD OLD-DEDUCTION-FILE.
       01 OLD-DEDUCTION-RECORD.
           02 OLD-DD-SSNUM PIC X(9).
           02 FILLER PIC X(25).

       FD DEDUCTION-MASTER.
       01 DEDUCTION-RECORD.
           02 DD-SSNUM PIC 9(9).
           02 FILLER PIC X(25).

       FD OLD-YTD-FILE.
       01 OLD-YTD-RECORD.
           02 OLD-YT-SSNUM PIC X(9).
           02 FILLER PIC X(96).

       FD YTD-MASTER.
       01 YTD-RECORD.
           02 YT-SSNUM PIC 9(9).
           02 FILLER PIC X(96).

       FD OLD-LEAVE-FILE.
       01 OLD-LEAVE-RECORD.
           02 OLD-LB-SSNUM PIC X(9).
           02 FILLER PIC X(15).

       FD LEAVE-MASTER.
       01 LEAVE-RECORD.
           02 LB-SSNUM PIC 9(9).
           02 FILLER PIC X(15).

       WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS PIC XX VALUE SPACES.
       01 WS-NEW-STATUS PIC XX VALUE SPACES.
       01 WS-OLD-EOF PIC X VALUE "N".
           88 WS-OLD-DONE VALUE "Y".
       01 WS-LIVE-NAME PIC X(30) VALUE SPACES.
       01 WS-OLD-NAME PIC X(30) VALUE SPACES.
       01 WS-MASTER-SWITCH PIC X VALUE "N".
           88 WS-MASTER-READY VALUE "Y".
       01 WS-READ-COUNT PIC 9(6) VALUE 0.
       01 WS-WRITTEN-COUNT PIC 9(6) VALUE 0.
       01 WS-SUPERSEDED-COUNT PIC 9(6) VALUE 0.
       01 WS-REJECTED-COUNT PIC 9(6) VALUE 0.
       01 WS-ACCOUNTED-COUNT PIC 9(6) VALUE 0.
       01 WS-CONVERTED-COUNT PIC 9 VALUE 0.
      *> RETURN-CODE doubles as CBL_RENAME_FILE's status, so the run's
      *> condition code is held here across the call.
       01 WS-RENAME-SAVED-RC PIC 99 VALUE 0.
       01 WS-RENAME-STATUS PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       Main-Logic.
           MOVE 0 TO RETURN-CODE
           PERFORM Check-For-Leftover-Old-Copies
           PERFORM Convert-Rate-Master
           PERFORM Convert-Deduction-Master
           PERFORM Convert-YTD-Master
           PERFORM Convert-Leave-Master
           DISPLAY "Payroll master conversion complete - masters "
               "converted: " WS-CONVERTED-COUNT
           IF WS-CONVERTED-COUNT > 0
               DISPLAY "RATEOLD.DAT, DEDOLD.DAT, YTDOLD.DAT and "
                   "LEAVEOLD.DAT kept as the pre-conversion copies - "
                   "remove them once the new masters check out"
           END-IF
           STOP RUN.

      *> A leftover old copy of any master means an earlier
      *> conversion's pre-change file is still on disk - refusing
      *> beats renaming tonight's master over the only fallback, and
      *> nothing is converted until all four are clear.
       Check-For-Leftover-Old-Copies.
           OPEN INPUT OLD-RATE-FILE
           IF WS-OLD-STATUS = "00"
               CLOSE OLD-RATE-FILE
               MOVE "RATEOLD.DAT" TO WS-OLD-NAME
               PERFORM Refuse-Leftover-Old-Copy
           END-IF
           OPEN INPUT OLD-DEDUCTION-FILE
           IF WS-OLD-STATUS = "00"
               CLOSE OLD-DEDUCTION-FILE
               MOVE "DEDOLD.DAT" TO WS-OLD-NAME
               PERFORM Refuse-Leftover-Old-Copy
           END-IF
           OPEN INPUT OLD-YTD-FILE
           IF WS-OLD-STATUS = "00"
               CLOSE OLD-YTD-FILE
               MOVE "YTDOLD.DAT" TO WS-OLD-NAME
               PERFORM Refuse-Leftover-Old-Copy
           END-IF
           OPEN INPUT OLD-LEAVE-FILE
           IF WS-OLD-STATUS = "00"
               CLOSE OLD-LEAVE-FILE
               MOVE "LEAVEOLD.DAT" TO WS-OLD-NAME
               PERFORM Refuse-Leftover-Old-Copy
           END-IF.

       Refuse-Leftover-Old-Copy.
           DISPLAY WS-OLD-NAME " already exists - remove it (or "
               "restore it) before converting again"
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      *> The live master is renamed to its old-copy name. A master that
      *> is not there is not an error - the batch starts it empty -
      *> and is simply skipped.
       Rename-Live-To-Old.
           MOVE "N" TO WS-MASTER-SWITCH
           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO WS-WRITTEN-COUNT
           MOVE 0 TO WS-SUPERSEDED-COUNT
           MOVE 0 TO WS-REJECTED-COUNT
           MOVE "N" TO WS-OLD-EOF
           MOVE RETURN-CODE TO WS-RENAME-SAVED-RC
           CALL "CBL_RENAME_FILE" USING WS-LIVE-NAME WS-OLD-NAME
           MOVE RETURN-CODE TO WS-RENAME-STATUS
           MOVE WS-RENAME-SAVED-RC TO RETURN-CODE
           IF WS-RENAME-STATUS = 0
               SET WS-MASTER-READY TO TRUE
           ELSE
               DISPLAY "No " WS-LIVE-NAME " to convert"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *> Puts the master back exactly as it was rather than leave it
      *> stranded under the old-copy name.
       Restore-Live-Master.
           MOVE RETURN-CODE TO WS-RENAME-SAVED-RC
           CALL "CBL_RENAME_FILE" USING WS-OLD-NAME WS-LIVE-NAME
           MOVE RETURN-CODE TO WS-RENAME-STATUS
           MOVE WS-RENAME-SAVED-RC TO RETURN-CODE
           IF WS-RENAME-STATUS NOT = 0
               DISPLAY "Unable to rename " WS-OLD-NAME " back to "
                   WS-LIVE-NAME " - rename it by hand before payroll "
                   "next runs"
               MOVE 16 TO RETURN-CODE
           END-IF.

      *> The old copy cannot be read - restored, and the run goes on
      *> to the next master.
       Report-Old-Copy-Unreadable.
           DISPLAY "Unable to open " WS-OLD-NAME ", status "
               WS-OLD-STATUS " - " WS-LIVE-NAME " not converted"
           PERFORM Restore-Live-Master
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE "N" TO WS-MASTER-SWITCH.

      *> The new indexed master cannot be created - nothing more is
      *> converted, since every later master would fail the same way.
       Report-New-Master-Failed.
           DISPLAY "Unable to create the new " WS-LIVE-NAME
               ", status " WS-NEW-STATUS " - restoring the old master"
           PERFORM Restore-Live-Master
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> Created empty and reopened for update, so a later row for a
      *> key already written can replace it.
       Convert-Rate-Master.
           MOVE "PAYRATE.DAT" TO WS-LIVE-NAME
           MOVE "RATEOLD.DAT" TO WS-OLD-NAME
           PERFORM Rename-Live-To-Old
           IF WS-MASTER-READY
               OPEN INPUT OLD-RATE-FILE
               IF WS-OLD-STATUS NOT = "00"
                   PERFORM Report-Old-Copy-Unreadable
               END-IF
           END-IF
           IF WS-MASTER-READY
               OPEN OUTPUT RATE-MASTER
               IF WS-NEW-STATUS = "00"
                   CLOSE RATE-MASTER
                   OPEN I-O RATE-MASTER
               END-IF
               IF WS-NEW-STATUS NOT = "00"
                   CLOSE OLD-RATE-FILE
                   PERFORM Report-New-Master-Failed
               END-IF
               READ OLD-RATE-FILE
                   AT END SET WS-OLD-DONE TO TRUE
               END-READ
               PERFORM UNTIL WS-OLD-DONE
                   ADD 1 TO WS-READ-COUNT
                   PERFORM Convert-One-Rate-Row
                   READ OLD-RATE-FILE
                       AT END SET WS-OLD-DONE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RATE-MASTER
               CLOSE OLD-RATE-FILE
               PERFORM Report-Master-Counts
           END-IF.

      *> Two rows for the same employee and effective date priced as
      *> the later one, so the later one replaces the earlier here.
       Convert-One-Rate-Row.
           IF OLD-RM-SSNUM IS NOT NUMERIC
               PERFORM Reject-Unkeyable-Row
           ELSE
               MOVE OLD-RM-SSNUM TO RM-SSNUM
               MOVE OLD-RM-EFFECTIVE-DATE TO RM-EFFECTIVE-DATE
               MOVE OLD-RM-HOURLY-RATE TO RM-HOURLY-RATE
               WRITE RATE-RECORD
                   INVALID KEY
                       REWRITE RATE-RECORD
                           INVALID KEY
                               DISPLAY "Unable to write converted "
                                   "row for " OLD-RM-SSNUM " status "
                                   WS-NEW-STATUS
                               MOVE 8 TO RETURN-CODE
                           NOT INVALID KEY
                               ADD 1 TO WS-SUPERSEDED-COUNT
                       END-REWRITE
                   NOT INVALID KEY
                       ADD 1 TO WS-WRITTEN-COUNT
               END-WRITE
           END-IF.

       Convert-Deduction-Master.
           MOVE "DEDUCT.DAT" TO WS-LIVE-NAME
           MOVE "DEDOLD.DAT" TO WS-OLD-NAME
           PERFORM Rename-Live-To-Old
           IF WS-MASTER-READY
               OPEN INPUT OLD-DEDUCTION-FILE
               IF WS-OLD-STATUS NOT = "00"
                   PERFORM Report-Old-Copy-Unreadable
               END-IF
           END-IF
           IF WS-MASTER-READY
               OPEN OUTPUT DEDUCTION-MASTER
               IF WS-NEW-STATUS NOT = "00"
                   CLOSE OLD-DEDUCTION-FILE
                   PERFORM Report-New-Master-Failed
               END-IF
               READ OLD-DEDUCTION-FILE
                   AT END SET WS-OLD-DONE TO TRUE
               END-READ
               PERFORM UNTIL WS-OLD-DONE
                   ADD 1 TO WS-READ-COUNT
                   IF OLD-DD-SSNUM IS NOT NUMERIC
                       PERFORM Reject-Unkeyable-Row
                   ELSE
                       MOVE OLD-DEDUCTION-RECORD TO DEDUCTION-RECORD
                       WRITE DEDUCTION-RECORD
                           INVALID KEY
                               PERFORM Report-Duplicate-Row
                           NOT INVALID KEY
                               ADD 1 TO WS-WRITTEN-COUNT
                       END-WRITE
                   END-IF
                   READ OLD-DEDUCTION-FILE
                       AT END SET WS-OLD-DONE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DEDUCTION-MASTER
               CLOSE OLD-DEDUCTION-FILE
               PERFORM Report-Master-Counts
           END-IF.

       Convert-YTD-Master.
           MOVE "YTDEARN.DAT" TO WS-LIVE-NAME
           MOVE "YTDOLD.DAT" TO WS-OLD-NAME
           PERFORM Rename-Live-To-Old
           IF WS-MASTER-READY
               OPEN INPUT OLD-YTD-FILE
               IF WS-OLD-STATUS NOT = "00"
                   PERFORM Report-Old-Copy-Unreadable
               END-IF
           END-IF
           IF WS-MASTER-READY
               OPEN OUTPUT YTD-MASTER
               IF WS-NEW-STATUS NOT = "00"
                   CLOSE OLD-YTD-FILE
                   PERFORM Report-New-Master-Failed
               END-IF
               READ OLD-YTD-FILE
                   AT END SET WS-OLD-DONE TO TRUE
               END-READ
               PERFORM UNTIL WS-OLD-DONE
                   ADD 1 TO WS-READ-COUNT
                   IF OLD-YT-SSNUM IS NOT NUMERIC
                       PERFORM Reject-Unkeyable-Row
                   ELSE
                       MOVE OLD-YTD-RECORD TO YTD-RECORD
                       WRITE YTD-RECORD
                           INVALID KEY
                               PERFORM Report-Duplicate-Row
                           NOT INVALID KEY
                               ADD 1 TO WS-WRITTEN-COUNT
                       END-WRITE
                   END-IF
                   READ OLD-YTD-FILE
                       AT END SET WS-OLD-DONE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE YTD-MASTER
               CLOSE OLD-YTD-FILE
               PERFORM Report-Master-Counts
           END-IF.

       Convert-Leave-Master.
           MOVE "LEAVEBAL.DAT" TO WS-LIVE-NAME
           MOVE "LEAVEOLD.DAT" TO WS-OLD-NAME
           PERFORM Rename-Live-To-Old
           IF WS-MASTER-READY
               OPEN INPUT OLD-LEAVE-FILE
               IF WS-OLD-STATUS NOT = "00"
                   PERFORM Report-Old-Copy-Unreadable
               END-IF
           END-IF
           IF WS-MASTER-READY
               OPEN OUTPUT LEAVE-MASTER
               IF WS-NEW-STATUS NOT = "00"
                   CLOSE OLD-LEAVE-FILE
                   PERFORM Report-New-Master-Failed
               END-IF
               READ OLD-LEAVE-FILE
                   AT END SET WS-OLD-DONE TO TRUE
               END-READ
               PERFORM UNTIL WS-OLD-DONE
                   ADD 1 TO WS-READ-COUNT
                   IF OLD-LB-SSNUM IS NOT NUMERIC
                       PERFORM Reject-Unkeyable-Row
                   ELSE
                       MOVE OLD-LEAVE-RECORD TO LEAVE-RECORD
                       WRITE LEAVE-RECORD
                           INVALID KEY
                               PERFORM Report-Duplicate-Row
                           NOT INVALID KEY
                               ADD 1 TO WS-WRITTEN-COUNT
                       END-WRITE
                   END-IF
                   READ OLD-LEAVE-FILE
                       AT END SET WS-OLD-DONE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LEAVE-MASTER
               CLOSE OLD-LEAVE-FILE
               PERFORM Report-Master-Counts
           END-IF.

      *> One row per employee on these three - a second row for an
      *> SSNum is not something the conversion can choose between,
      *> so it is left on the old copy for someone to look at.
       Report-Duplicate-Row.
           DISPLAY "Duplicate SSNum on " WS-OLD-NAME " row "
               WS-READ-COUNT " status " WS-NEW-STATUS
               " - not converted"
           ADD 1 TO WS-REJECTED-COUNT
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.

       Reject-Unkeyable-Row.
           DISPLAY "Row " WS-READ-COUNT " of " WS-OLD-NAME
               " has no usable SSNum - not converted"
           ADD 1 TO WS-REJECTED-COUNT
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.

       Report-Master-Counts.
           ADD 1 TO WS-CONVERTED-COUNT
           DISPLAY WS-LIVE-NAME " converted - read: " WS-READ-COUNT
               " written: " WS-WRITTEN-COUNT
               " superseded: " WS-SUPERSEDED-COUNT
               " not converted: " WS-REJECTED-COUNT
           COMPUTE WS-ACCOUNTED-COUNT =
               WS-WRITTEN-COUNT + WS-SUPERSEDED-COUNT
           IF WS-READ-COUNT NOT = WS-ACCOUNTED-COUNT
               DISPLAY "Counts do not agree - do not remove "
                   WS-OLD-NAME "; investigate before running payroll"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
