           SELECT GEN-CATALOG-FILE ASSIGN TO "RPTGENS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-CATALOG-STATUS.
      *> The catalog is rewritten to RPTGENS.NEW and renamed over
      *> RPTGENS.DAT, so a failed write leaves the old catalog whole.
           SELECT GEN-CATALOG-NEW-FILE ASSIGN TO "RPTGENS.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-CATALOG-NEW-STATUS.
           SELECT SWEEP-REPORT ASSIGN TO "SWEEP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWEEP-STATUS.
           02 GC-GEN-DATE PIC 9(8).
           02 GC-REPORT-TYPE PIC X(8).

       FD GEN-CATALOG-NEW-FILE.
       01 GEN-CATALOG-NEW-RECORD.
           02 GN-FILENAME PIC X(30).
           02 GN-GEN-DATE PIC 9(8).
           02 GN-REPORT-TYPE PIC X(8).

       FD SWEEP-REPORT.
       01 SWEEP-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-RETAIN-STATUS PIC XX VALUE SPACES.
       01 WS-GEN-CATALOG-STATUS PIC XX VALUE SPACES.
       01 WS-GEN-CATALOG-NEW-STATUS PIC XX VALUE SPACES.
       01 WS-SWEEP-STATUS PIC XX VALUE SPACES.
       01 WS-CATALOG-EOF PIC X VALUE "N".
           88 WS-CATALOG-DONE VALUE "Y".
       01 WS-TODAY-INT PIC 9(7) VALUE 0.
       01 WS-CUTOFF-INT PIC 9(7) VALUE 0.
       01 WS-GEN-INT PIC 9(7) VALUE 0.
      *> Entries past the table are the newest on the catalog; they are
      *> left unswept this run and copied through to the rewrite as
      *> they stand.
       01 WS-CATALOG-MAX PIC 9(4) VALUE 5000.
       01 WS-CATALOG-COUNT PIC 9(4) VALUE 0.
       01 WS-CATALOG-OVERFLOW-SWITCH PIC X VALUE "N".
           88 WS-CATALOG-OVERFLOWED VALUE "Y".
       01 WS-CATALOG-READ PIC 9(6) VALUE 0.
       01 WS-CATALOG-NEW-FAILED-SWITCH PIC X VALUE "N".
           88 WS-CATALOG-NEW-FAILED VALUE "Y".
       01 WS-CATALOG-LIVE-NAME PIC X(30) VALUE "RPTGENS.DAT".
       01 WS-CATALOG-NEW-NAME PIC X(30) VALUE "RPTGENS.NEW".
       01 WS-RENAME-SAVED-RC PIC 99 VALUE 0.
       01 WS-CATALOG-TABLE.
           02 WS-CATALOG-ENTRY OCCURS 5000 TIMES.
               03 CT-FILENAME PIC X(30).
               03 CT-GEN-DATE PIC 9(8).
               03 CT-REPORT-TYPE PIC X(8).
               03 CT-KEEP-FLAG PIC X.
                   88 CT-KEEP VALUE "Y".
       01 WS-CT-IDX PIC 9(4) VALUE 0.
       01 WS-KEPT-COUNT PIC 9(5) VALUE 0.
       01 WS-ARCHIVED-COUNT PIC 9(5) VALUE 0.
       01 WS-MISSING-COUNT PIC 9(5) VALUE 0.
                       DISPLAY "RPTGENS.DAT has more than "
                           WS-CATALOG-MAX " entries - extras kept as-is"
                       SET WS-SWEEP-WARNED TO TRUE
                       SET WS-CATALOG-OVERFLOWED TO TRUE
                       SET WS-CATALOG-DONE TO TRUE
                   END-IF
                   IF NOT WS-CATALOG-DONE
           END-IF.

       Rewrite-Generation-Catalog.
           MOVE "N" TO WS-CATALOG-NEW-FAILED-SWITCH
           OPEN OUTPUT GEN-CATALOG-NEW-FILE
           IF WS-GEN-CATALOG-NEW-STATUS NOT = "00"
               DISPLAY "Unable to open RPTGENS.NEW, status "
                   WS-GEN-CATALOG-NEW-STATUS
               SET WS-CATALOG-NEW-FAILED TO TRUE
           ELSE
               PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                       UNTIL WS-CT-IDX > WS-CATALOG-COUNT
                           OR WS-CATALOG-NEW-FAILED
                   IF CT-KEEP (WS-CT-IDX)
                       MOVE SPACES TO GEN-CATALOG-NEW-RECORD
                       MOVE CT-FILENAME (WS-CT-IDX) TO GN-FILENAME
                       MOVE CT-GEN-DATE (WS-CT-IDX) TO GN-GEN-DATE
                       MOVE CT-REPORT-TYPE (WS-CT-IDX)
                           TO GN-REPORT-TYPE
                       PERFORM Write-Catalog-New-Record
                   END-IF
               END-PERFORM
               IF WS-CATALOG-OVERFLOWED AND NOT WS-CATALOG-NEW-FAILED
                   PERFORM Copy-Catalog-Overflow
               END-IF
               CLOSE GEN-CATALOG-NEW-FILE
           END-IF
           IF WS-CATALOG-NEW-FAILED
               DISPLAY "RPTGENS.DAT left as it was - the archived "
                   "generations stay on it and show as missing next run"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE RETURN-CODE TO WS-RENAME-SAVED-RC
               CALL "CBL_RENAME_FILE"
                   USING WS-CATALOG-NEW-NAME WS-CATALOG-LIVE-NAME
               IF RETURN-CODE NOT = 0
                   DISPLAY "Unable to rename RPTGENS.NEW over "
                       "RPTGENS.DAT - rename it by hand"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE WS-RENAME-SAVED-RC TO RETURN-CODE
               END-IF
           END-IF.

      *> The catalog is read again from the top; everything past the
      *> rows the table held goes through unchanged.
       Copy-Catalog-Overflow.
           MOVE 0 TO WS-CATALOG-READ
           MOVE "N" TO WS-CATALOG-EOF
           OPEN INPUT GEN-CATALOG-FILE
           IF WS-GEN-CATALOG-STATUS NOT = "00"
               DISPLAY "Unable to reopen RPTGENS.DAT, status "
                   WS-GEN-CATALOG-STATUS
               SET WS-CATALOG-NEW-FAILED TO TRUE
           ELSE
               READ GEN-CATALOG-FILE
                   AT END SET WS-CATALOG-DONE TO TRUE
               END-READ
               PERFORM UNTIL WS-CATALOG-DONE OR WS-CATALOG-NEW-FAILED
                   ADD 1 TO WS-CATALOG-READ
                   IF WS-CATALOG-READ > WS-CATALOG-COUNT
                       MOVE GEN-CATALOG-RECORD TO GEN-CATALOG-NEW-RECORD
                       PERFORM Write-Catalog-New-Record
                   END-IF
                   READ GEN-CATALOG-FILE
                       AT END SET WS-CATALOG-DONE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GEN-CATALOG-FILE
           END-IF.

       Write-Catalog-New-Record.
           WRITE GEN-CATALOG-NEW-RECORD
           IF WS-GEN-CATALOG-NEW-STATUS NOT = "00"
               DISPLAY "Unable to write RPTGENS.NEW, status "
                   WS-GEN-CATALOG-NEW-STATUS
               SET WS-CATALOG-NEW-FAILED TO TRUE
           END-IF.

       Write-Sweep-Line.
           MOVE WS-SWEEP-LINE TO SWEEP-REPORT-LINE
           WRITE SWEEP-REPORT-LINE.
