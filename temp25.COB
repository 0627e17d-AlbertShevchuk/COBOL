       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YREND.
       AUTHOR. Albert Shevchuk
       DATE-WRITTEN. October 14, 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Calendar year-end close. Run once after the year's final
      *> payroll cycle and before the first cycle of the new year:
      *> one W-2 style wage statement per employee off the YTDEARN.DAT
      *> sums temp1 rolled forward, a federal/state transmittal
      *> summary, the closed year's YTDEARN.DAT and LEAVEBAL.DAT copied
      *> to year-stamped generations cataloged in RPTGENS.DAT, and
      *> YTDEARN.DAT reset to zero for the new year. YRCLOSE.DAT keeps
      *> one line per year closed, so a second close of the same year
      *> is refused instead of printing a second set of W-2s and
      *> zeroing a year that has already started accumulating again.
      *> Both masters are keyed by SSNum and read here in key order;
      *> the year-stamped copies stay line sequential so they can be
      *> read without the file handler.
           SELECT YTD-MASTER ASSIGN TO "YTDEARN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YT-SSNUM
               FILE STATUS IS WS-YTD-STATUS.
           SELECT LEAVE-MASTER ASSIGN TO "LEAVEBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LB-SSNUM
               FILE STATUS IS WS-LEAVE-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-SSNUM
               FILE STATUS IS WS-EMPLOYEE-STATUS.
      *> YRENDCTL.DAT names the tax year being closed. Absent, the
      *> close is for the calendar year before today's - the close is
      *> normally run in the first days of January.
           SELECT YEAR-CONTROL-FILE ASSIGN TO "YRENDCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YEAR-CONTROL-STATUS.
           SELECT YEAR-CLOSE-FILE ASSIGN TO "YRCLOSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YEAR-CLOSE-STATUS.
      *> Year-stamped generations - ASSIGN USING for the same reason
      *> temp1 uses it: under -std=ibm a plain ASSIGN TO data-name
      *> resolves as an external name, not the field's contents.
           SELECT W2-STATEMENT-FILE ASSIGN USING WS-W2-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-W2-STATUS.
           SELECT TRANSMITTAL-REPORT ASSIGN USING WS-TRANSMIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSMIT-STATUS.
           SELECT YTD-ARCHIVE-FILE ASSIGN USING WS-YTD-ARCHIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTD-ARCHIVE-STATUS.
           SELECT LEAVE-ARCHIVE-FILE
               ASSIGN USING WS-LEAVE-ARCHIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAVE-ARCHIVE-STATUS.
           SELECT RUN-CYCLE-FILE ASSIGN TO "RUNCYCLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CYCLE-STATUS.
           SELECT GEN-CATALOG-FILE ASSIGN TO "RPTGENS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-CATALOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *> Same record temp1's roll-forward writes.
       FD YTD-MASTER.
       01 YTD-RECORD.
           02 YT-SSNUM PIC 9(9).
           02 YT-DEPT PIC X(4).
           02 YT-HOURS PIC 9(7).
           02 YT-GROSS PIC 9(9)V99.
           02 YT-PERIODS PIC 9(3).
           02 YT-LAST-CYCLE PIC 9(5).
           02 YT-FICA PIC 9(9)V99.
           02 YT-FED PIC 9(9)V99.
           02 YT-STATE PIC 9(9)V99.
           02 YT-VOLUNTARY PIC 9(9)V99.
           02 YT-SS-WAGES PIC 9(9)V99.
           02 YT-LAST-SS-WAGES PIC 9(9)V99.

      *> Same record temp1 settles each cycle.
       FD LEAVE-MASTER.
       01 LEAVE-RECORD.
           02 LB-SSNUM PIC 9(9).
           02 FILLER PIC X(15).

       FD EMPLOYEE-MASTER.
       01 EMPLOYEE-RECORD.
           02 EMP-SSNUM.
               03 EMP-SSAREA PIC 999.
               03 EMP-SSGROUP PIC 99.
               03 EMP-SSSERIAL PIC 9999.
           02 EMP-NAME PIC X(30).
           02 EMP-DELETE-FLAG PIC X.
               88 EMP-MARKED-FOR-DELETION VALUE "Y".
           02 EMP-DEPT PIC X(4).
           02 EMP-PAY-CLASS PIC X.
               88 EMP-SALARIED VALUE "S".
           02 EMP-SALARY PIC 9(7)V99.

       FD YEAR-CONTROL-FILE.
       01 YEAR-CONTROL-RECORD.
           02 YE-CLOSE-YEAR PIC 9(4).

      *> One line per tax year closed - the year, the date it was
      *> closed, and the statement count and gross it closed with.
       FD YEAR-CLOSE-FILE.
       01 YEAR-CLOSE-RECORD.
           02 YC-TAX-YEAR PIC 9(4).
           02 YC-CLOSE-DATE PIC 9(8).
           02 YC-STATEMENTS PIC 9(5).
           02 YC-GROSS PIC 9(11)V99.

       FD W2-STATEMENT-FILE.
       01 W2-STATEMENT-LINE PIC X(80).

       FD TRANSMITTAL-REPORT.
       01 TRANSMITTAL-LINE PIC X(80).

       FD YTD-ARCHIVE-FILE.
       01 YTD-ARCHIVE-RECORD PIC X(105).

       FD LEAVE-ARCHIVE-FILE.
       01 LEAVE-ARCHIVE-RECORD PIC X(24).

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
       01 WS-YTD-STATUS PIC XX VALUE SPACES.
       01 WS-LEAVE-STATUS PIC XX VALUE SPACES.
       01 WS-EMPLOYEE-STATUS PIC XX VALUE SPACES.
       01 WS-EMPLOYEE-MASTER-OPEN-SWITCH PIC X VALUE "N".
           88 WS-EMPLOYEE-MASTER-OPEN VALUE "Y".
       01 WS-YEAR-CONTROL-STATUS PIC XX VALUE SPACES.
       01 WS-YEAR-CLOSE-STATUS PIC XX VALUE SPACES.
       01 WS-W2-STATUS PIC XX VALUE SPACES.
       01 WS-TRANSMIT-STATUS PIC XX VALUE SPACES.
       01 WS-YTD-ARCHIVE-STATUS PIC XX VALUE SPACES.
       01 WS-LEAVE-ARCHIVE-STATUS PIC XX VALUE SPACES.
       01 WS-RUN-CYCLE-STATUS PIC XX VALUE SPACES.
       01 WS-GEN-CATALOG-STATUS PIC XX VALUE SPACES.
       01 WS-YTD-EOF PIC X VALUE "N".
           88 WS-YTD-DONE VALUE "Y".
       01 WS-LEAVE-EOF PIC X VALUE "N".
           88 WS-LEAVE-DONE VALUE "Y".
       01 WS-YEAR-CLOSE-EOF PIC X VALUE "N".
           88 WS-YEAR-CLOSE-DONE VALUE "Y".
       01 WS-ARCHIVE-EOF PIC X VALUE "N".
           88 WS-ARCHIVE-DONE VALUE "Y".
       01 WS-YEAR-CLOSED-SWITCH PIC X VALUE "N".
           88 WS-YEAR-ALREADY-CLOSED VALUE "Y".
       01 WS-ARCHIVE-EXISTS-SWITCH PIC X VALUE "N".
           88 WS-YEAR-ARCHIVE-EXISTS VALUE "Y".
       01 WS-EXISTING-ARCHIVE-NAME PIC X(30) VALUE SPACES.
       01 WS-CLOSE-RECORDED-SWITCH PIC X VALUE "N".
           88 WS-CLOSE-RECORDED VALUE "Y".
      *> The cycle RUNCYCLE.DAT last assigned, and whether it has
      *> already put pay for a later year on YTDEARN.DAT.
       01 WS-RUN-CYCLE-NUMBER PIC 9(5) VALUE 0.
       01 WS-RUN-PROCESS-DATE PIC 9(8) VALUE 0.
       01 WS-RUN-CYCLE-STATE PIC X(8) VALUE SPACES.
       01 WS-NEW-YEAR-STARTED-SWITCH PIC X VALUE "N".
           88 WS-NEW-YEAR-STARTED VALUE "Y".
       01 WS-CURRENT-DATE PIC X(21) VALUE SPACES.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-TODAY-YEAR PIC 9(4) VALUE 0.
       01 WS-CLOSE-YEAR PIC 9(4) VALUE 0.
       01 WS-PRIOR-CLOSE-DATE PIC 9(8) VALUE 0.
       01 WS-GEN-DATE PIC 9(8) VALUE 0.
       01 WS-W2-FILENAME PIC X(30) VALUE SPACES.
       01 WS-TRANSMIT-FILENAME PIC X(30) VALUE SPACES.
       01 WS-YTD-ARCHIVE-FILENAME PIC X(30) VALUE SPACES.
       01 WS-LEAVE-ARCHIVE-FILENAME PIC X(30) VALUE SPACES.
       01 WS-CATALOG-FILENAME PIC X(30) VALUE SPACES.
       01 WS-CATALOG-TYPE PIC X(8) VALUE SPACES.

      *> Figures for the employee being printed - rows written before
      *> the withholding fields existed read blank and print as zero.
       01 WS-EMP-GROSS PIC 9(9)V99 VALUE 0.
       01 WS-EMP-FICA PIC 9(9)V99 VALUE 0.
       01 WS-EMP-FED PIC 9(9)V99 VALUE 0.
       01 WS-EMP-STATE PIC 9(9)V99 VALUE 0.
       01 WS-EMP-VOLUNTARY PIC 9(9)V99 VALUE 0.
       01 WS-EMP-SS-WAGES PIC 9(9)V99 VALUE 0.
       01 WS-EMP-NAME PIC X(30) VALUE SPACES.
       01 WS-STATEMENT-COUNT PIC 9(5) VALUE 0.
       01 WS-ZERO-WAGE-COUNT PIC 9(5) VALUE 0.
       01 WS-ARCHIVED-COUNT PIC 9(5) VALUE 0.
       01 WS-RESET-COUNT PIC 9(5) VALUE 0.
       01 WS-LEAVE-ARCHIVED-COUNT PIC 9(5) VALUE 0.
       01 WS-TOTAL-GROSS PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-TOTAL-FICA PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-TOTAL-FED PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-TOTAL-STATE PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-TOTAL-VOLUNTARY PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-TOTAL-SS-WAGES PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-AMOUNT-DISPLAY PIC -9(9).99 VALUE ZERO.
       01 WS-TOTAL-DISPLAY PIC -9(11).99 VALUE ZERO.
       01 WS-REPORT-LINE PIC X(80) VALUE SPACES.
       01 WS-LINE-LABEL PIC X(36) VALUE SPACES.
       01 WS-SSNUM-WORK.
           02 WS-SSNUM-AREA PIC 999.
           02 WS-SSNUM-GROUP PIC 99.
           02 WS-SSNUM-SERIAL PIC 9999.
       01 WS-SSNUM-DISPLAY PIC X(11) VALUE SPACES.

       PROCEDURE DIVISION.
       Main-Logic.
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE (1:8) TO WS-TODAY
           MOVE WS-CURRENT-DATE (1:4) TO WS-TODAY-YEAR
           PERFORM Load-Run-Cycle
           PERFORM Load-Year-Control
           PERFORM Build-Generation-Names
           PERFORM Check-Year-Not-Closed
           IF WS-YEAR-ALREADY-CLOSED
               DISPLAY "YREND: tax year " WS-CLOSE-YEAR " was already "
                   "closed on " WS-PRIOR-CLOSE-DATE " - refusing to "
                   "close it twice"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Check-New-Year-Not-Started
           IF WS-NEW-YEAR-STARTED
               DISPLAY "YREND: cycle " WS-RUN-CYCLE-NUMBER
                   " processed " WS-RUN-PROCESS-DATE " has already "
                   "added pay for a later year to YTDEARN.DAT - tax "
                   "year " WS-CLOSE-YEAR " cannot be closed from it"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Check-Year-Archives-Free
           IF WS-YEAR-ARCHIVE-EXISTS
               DISPLAY "YREND: " WS-EXISTING-ARCHIVE-NAME " already "
                   "exists but tax year " WS-CLOSE-YEAR " is not "
                   "recorded closed - an earlier close stopped part "
                   "way. YTDEARN.DAT was not reset; move the year's "
                   "archives aside and run the close again"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Open-Employee-Master
           PERFORM Write-Wage-Statements
           IF WS-EMPLOYEE-MASTER-OPEN
               CLOSE EMPLOYEE-MASTER
           END-IF
           PERFORM Write-Transmittal-Summary
           PERFORM Archive-Leave-Balances
           PERFORM Record-Year-Closed
           IF NOT WS-CLOSE-RECORDED
               DISPLAY "YREND: YTDEARN.DAT not reset - tax year "
                   WS-CLOSE-YEAR " could not be recorded closed"
               STOP RUN
           END-IF
           PERFORM Reset-YTD-Master
           DISPLAY "YREND: tax year " WS-CLOSE-YEAR " closed - "
               "statements: " WS-STATEMENT-COUNT
               " zero-wage rows: " WS-ZERO-WAGE-COUNT
               " leave rows archived: " WS-LEAVE-ARCHIVED-COUNT
           STOP RUN.

      *> The generations are stamped with the processing date RUNCTL
      *> assigned when the close runs inside the stream, or today's
      *> date when it is run by hand.
       Load-Run-Cycle.
           MOVE WS-TODAY TO WS-GEN-DATE
           OPEN INPUT RUN-CYCLE-FILE
           IF WS-RUN-CYCLE-STATUS = "00"
               READ RUN-CYCLE-FILE
                   AT END CONTINUE
               END-READ
               IF WS-RUN-CYCLE-STATUS = "00"
                       AND RC-PROCESS-DATE NOT = 0
                   MOVE RC-PROCESS-DATE TO WS-GEN-DATE
                   MOVE RC-CYCLE-NUMBER TO WS-RUN-CYCLE-NUMBER
                   MOVE RC-PROCESS-DATE TO WS-RUN-PROCESS-DATE
                   MOVE RC-STATUS TO WS-RUN-CYCLE-STATE
               END-IF
               CLOSE RUN-CYCLE-FILE
           END-IF.

       Load-Year-Control.
           COMPUTE WS-CLOSE-YEAR = WS-TODAY-YEAR - 1
           OPEN INPUT YEAR-CONTROL-FILE
           IF WS-YEAR-CONTROL-STATUS = "00"
               READ YEAR-CONTROL-FILE
                   AT END CONTINUE
               END-READ
               IF WS-YEAR-CONTROL-STATUS = "00"
                       AND YE-CLOSE-YEAR IS NUMERIC
                       AND YE-CLOSE-YEAR > 0
                   MOVE YE-CLOSE-YEAR TO WS-CLOSE-YEAR
               END-IF
               CLOSE YEAR-CONTROL-FILE
           ELSE
               DISPLAY "No YRENDCTL.DAT control file found - closing "
                   "tax year " WS-CLOSE-YEAR
           END-IF.

       Build-Generation-Names.
           MOVE SPACES TO WS-W2-FILENAME
           STRING "W2STMT-" WS-CLOSE-YEAR ".RPT"
               DELIMITED BY SIZE INTO WS-W2-FILENAME
           END-STRING
           MOVE SPACES TO WS-TRANSMIT-FILENAME
           STRING "W2XMIT-" WS-CLOSE-YEAR ".RPT"
               DELIMITED BY SIZE INTO WS-TRANSMIT-FILENAME
           END-STRING
           MOVE SPACES TO WS-YTD-ARCHIVE-FILENAME
           STRING "YTDARCH-" WS-CLOSE-YEAR ".DAT"
               DELIMITED BY SIZE INTO WS-YTD-ARCHIVE-FILENAME
           END-STRING
           MOVE SPACES TO WS-LEAVE-ARCHIVE-FILENAME
           STRING "LVARCH-" WS-CLOSE-YEAR ".DAT"
               DELIMITED BY SIZE INTO WS-LEAVE-ARCHIVE-FILENAME
           END-STRING.

      *> A missing YRCLOSE.DAT just means no year has been closed yet.
       Check-Year-Not-Closed.
           OPEN INPUT YEAR-CLOSE-FILE
           IF WS-YEAR-CLOSE-STATUS = "00"
               READ YEAR-CLOSE-FILE
                   AT END SET WS-YEAR-CLOSE-DONE TO TRUE
               END-READ
               PERFORM UNTIL WS-YEAR-CLOSE-DONE
                   IF YC-TAX-YEAR = WS-CLOSE-YEAR
                       SET WS-YEAR-ALREADY-CLOSED TO TRUE
                       MOVE YC-CLOSE-DATE TO WS-PRIOR-CLOSE-DATE
                   END-IF
                   READ YEAR-CLOSE-FILE
                       AT END SET WS-YEAR-CLOSE-DONE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE YEAR-CLOSE-FILE
           END-IF.

      *> A cycle processed after the close year has ended may already
      *> have rolled its pay into YTDEARN.DAT - a finished cycle, or
      *> one whose number temp1 has stamped on a row. Closing then
      *> would put that pay on the closed year's statements and zero
      *> it. A cycle temp1 refused for the open year has stamped
      *> nothing, so the close still runs ahead of its restart.
       Check-New-Year-Not-Started.
           MOVE "N" TO WS-NEW-YEAR-STARTED-SWITCH
           IF WS-RUN-PROCESS-DATE (1:4) > WS-CLOSE-YEAR
               IF WS-RUN-CYCLE-STATE = "COMPLETE"
                   SET WS-NEW-YEAR-STARTED TO TRUE
               ELSE
                   OPEN INPUT YTD-MASTER
                   IF WS-YTD-STATUS = "00"
                       MOVE "N" TO WS-YTD-EOF
                       READ YTD-MASTER
                           AT END SET WS-YTD-DONE TO TRUE
                       END-READ
                       PERFORM UNTIL WS-YTD-DONE
                           IF YT-LAST-CYCLE IS NUMERIC
                                   AND YT-LAST-CYCLE
                                       = WS-RUN-CYCLE-NUMBER
                               SET WS-NEW-YEAR-STARTED TO TRUE
                               SET WS-YTD-DONE TO TRUE
                           ELSE
                               READ YTD-MASTER
                                   AT END SET WS-YTD-DONE TO TRUE
                               END-READ
                           END-IF
                       END-PERFORM
                       CLOSE YTD-MASTER
                       MOVE "N" TO WS-YTD-EOF
                   END-IF
               END-IF
           END-IF.

      *> The year-stamped archives are only ever created, never opened
      *> over: one already there for a year YRCLOSE.DAT does not show
      *> closed is what an interrupted close leaves behind, and writing
      *> over it could replace the only copy of the year's figures.
       Check-Year-Archives-Free.
           MOVE "N" TO WS-ARCHIVE-EXISTS-SWITCH
           OPEN INPUT YTD-ARCHIVE-FILE
           IF WS-YTD-ARCHIVE-STATUS = "00"
               CLOSE YTD-ARCHIVE-FILE
               SET WS-YEAR-ARCHIVE-EXISTS TO TRUE
               MOVE WS-YTD-ARCHIVE-FILENAME TO WS-EXISTING-ARCHIVE-NAME
           ELSE
               OPEN INPUT LEAVE-ARCHIVE-FILE
               IF WS-LEAVE-ARCHIVE-STATUS = "00"
                   CLOSE LEAVE-ARCHIVE-FILE
                   SET WS-YEAR-ARCHIVE-EXISTS TO TRUE
                   MOVE WS-LEAVE-ARCHIVE-FILENAME
                       TO WS-EXISTING-ARCHIVE-NAME
               END-IF
           END-IF.

      *> Same non-fatal treatment of a failed open as every other
      *> program that reads the master (this GnuCOBOL build has no
      *> ISAM handler, so the open fails with status 91) - the
      *> statements still print, with the name line flagged for the
      *> clerks to fill, under a warning code.
       Open-Employee-Master.
           MOVE "N" TO WS-EMPLOYEE-MASTER-OPEN-SWITCH
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-EMPLOYEE-STATUS NOT = "00"
               DISPLAY "Unable to open EMPLOYEE-MASTER, status "
                   WS-EMPLOYEE-STATUS " - statements printed without "
                   "employee names"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE "Y" TO WS-EMPLOYEE-MASTER-OPEN-SWITCH
           END-IF.

      *> One pass over YTDEARN.DAT writes the statements and the
      *> year-stamped copy of the master together, so what was printed
      *> and what was archived are the same figures. Nothing is reset
      *> until every output of the close has been written - a failure
      *> anywhere before that leaves the year open, and the close is
      *> run again once the partial archives are moved aside.
       Write-Wage-Statements.
           OPEN INPUT YTD-MASTER
           IF WS-YTD-STATUS NOT = "00"
               DISPLAY "Unable to open YTDEARN.DAT, status "
                   WS-YTD-STATUS " - no year to close"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT W2-STATEMENT-FILE
           IF WS-W2-STATUS NOT = "00"
               DISPLAY "Unable to open " WS-W2-FILENAME
                   " status " WS-W2-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT YTD-ARCHIVE-FILE
           IF WS-YTD-ARCHIVE-STATUS NOT = "00"
               DISPLAY "Unable to open " WS-YTD-ARCHIVE-FILENAME
                   " status " WS-YTD-ARCHIVE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ YTD-MASTER
               AT END SET WS-YTD-DONE TO TRUE
           END-READ
           PERFORM UNTIL WS-YTD-DONE
               MOVE YTD-RECORD TO YTD-ARCHIVE-RECORD
               WRITE YTD-ARCHIVE-RECORD
               IF WS-YTD-ARCHIVE-STATUS NOT = "00"
                   DISPLAY "Unable to write " WS-YTD-ARCHIVE-FILENAME
                       " status " WS-YTD-ARCHIVE-STATUS
                       " - year not closed"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ARCHIVED-COUNT
               PERFORM Load-Employee-Figures
               IF WS-EMP-GROSS = 0
                   ADD 1 TO WS-ZERO-WAGE-COUNT
               ELSE
                   PERFORM Write-One-Wage-Statement
               END-IF
               READ YTD-MASTER
                   AT END SET WS-YTD-DONE TO TRUE
               END-READ
           END-PERFORM
           CLOSE YTD-MASTER
           CLOSE YTD-ARCHIVE-FILE
           CLOSE W2-STATEMENT-FILE
           MOVE WS-W2-FILENAME TO WS-CATALOG-FILENAME
           MOVE "W2STMT" TO WS-CATALOG-TYPE
           PERFORM Record-Generation
           MOVE WS-YTD-ARCHIVE-FILENAME TO WS-CATALOG-FILENAME
           MOVE "YTDARCH" TO WS-CATALOG-TYPE
           PERFORM Record-Generation
           DISPLAY "Wage statements written to " WS-W2-FILENAME
               ": " WS-STATEMENT-COUNT.

       Load-Employee-Figures.
           MOVE 0 TO WS-EMP-GROSS
           MOVE 0 TO WS-EMP-FICA
           MOVE 0 TO WS-EMP-FED
           MOVE 0 TO WS-EMP-STATE
           MOVE 0 TO WS-EMP-VOLUNTARY
           MOVE 0 TO WS-EMP-SS-WAGES
           IF YT-GROSS IS NUMERIC
               MOVE YT-GROSS TO WS-EMP-GROSS
           END-IF
           IF YT-FICA IS NUMERIC
               MOVE YT-FICA TO WS-EMP-FICA
           END-IF
           IF YT-FED IS NUMERIC
               MOVE YT-FED TO WS-EMP-FED
           END-IF
           IF YT-STATE IS NUMERIC
               MOVE YT-STATE TO WS-EMP-STATE
           END-IF
           IF YT-VOLUNTARY IS NUMERIC
               MOVE YT-VOLUNTARY TO WS-EMP-VOLUNTARY
           END-IF
      *> A row from before Social Security wages were kept separately
      *> had FICA taken on the whole gross, so the gross is reported.
           IF YT-SS-WAGES IS NUMERIC
               MOVE YT-SS-WAGES TO WS-EMP-SS-WAGES
           ELSE
               MOVE WS-EMP-GROSS TO WS-EMP-SS-WAGES
           END-IF.

      *> An SSNum no longer on the master (purged since it was paid)
      *> still gets its statement - the wages were paid and have to be
      *> reported - with the name line flagged for the clerks.
       Lookup-Employee-Name.
           MOVE "** NAME NOT ON EMPLOYEE MASTER **" TO WS-EMP-NAME
           IF WS-EMPLOYEE-MASTER-OPEN
               MOVE YT-SSNUM TO EMP-SSNUM
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMP-NAME TO WS-EMP-NAME
               END-READ
           END-IF.

       Write-One-Wage-Statement.
           ADD 1 TO WS-STATEMENT-COUNT
           ADD WS-EMP-GROSS TO WS-TOTAL-GROSS
           ADD WS-EMP-FICA TO WS-TOTAL-FICA
           ADD WS-EMP-FED TO WS-TOTAL-FED
           ADD WS-EMP-STATE TO WS-TOTAL-STATE
           ADD WS-EMP-VOLUNTARY TO WS-TOTAL-VOLUNTARY
           ADD WS-EMP-SS-WAGES TO WS-TOTAL-SS-WAGES
           PERFORM Lookup-Employee-Name
           MOVE YT-SSNUM TO WS-SSNUM-WORK
           PERFORM Format-SSNum-For-Report
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WAGE AND TAX STATEMENT - TAX YEAR " WS-CLOSE-YEAR
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO W2-STATEMENT-LINE
           IF WS-STATEMENT-COUNT = 1
               WRITE W2-STATEMENT-LINE
           ELSE
               WRITE W2-STATEMENT-LINE AFTER ADVANCING PAGE
           END-IF
           PERFORM Check-Statement-Write
           MOVE SPACES TO WS-REPORT-LINE
           STRING "EMPLOYEE " WS-SSNUM-DISPLAY "  " WS-EMP-NAME
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM Write-Statement-Line
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DEPARTMENT " YT-DEPT "  PERIODS PAID " YT-PERIODS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM Write-Statement-Line
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM Write-Statement-Line
           MOVE "WAGES, TIPS, OTHER COMPENSATION" TO WS-LINE-LABEL
           MOVE WS-EMP-GROSS TO WS-AMOUNT-DISPLAY
           PERFORM Write-Statement-Amount
           MOVE "FEDERAL INCOME TAX WITHHELD" TO WS-LINE-LABEL
           MOVE WS-EMP-FED TO WS-AMOUNT-DISPLAY
           PERFORM Write-Statement-Amount
           MOVE "SOCIAL SECURITY WAGES" TO WS-LINE-LABEL
           MOVE WS-EMP-SS-WAGES TO WS-AMOUNT-DISPLAY
           PERFORM Write-Statement-Amount
           MOVE "MEDICARE WAGES" TO WS-LINE-LABEL
           MOVE WS-EMP-GROSS TO WS-AMOUNT-DISPLAY
           PERFORM Write-Statement-Amount
           MOVE "FICA TAX WITHHELD" TO WS-LINE-LABEL
           MOVE WS-EMP-FICA TO WS-AMOUNT-DISPLAY
           PERFORM Write-Statement-Amount
           MOVE "STATE WAGES" TO WS-LINE-LABEL
           MOVE WS-EMP-GROSS TO WS-AMOUNT-DISPLAY
           PERFORM Write-Statement-Amount
           MOVE "STATE INCOME TAX WITHHELD" TO WS-LINE-LABEL
           MOVE WS-EMP-STATE TO WS-AMOUNT-DISPLAY
           PERFORM Write-Statement-Amount
           MOVE "VOLUNTARY DEDUCTIONS" TO WS-LINE-LABEL
           MOVE WS-EMP-VOLUNTARY TO WS-AMOUNT-DISPLAY
           PERFORM Write-Statement-Amount.

       Write-Statement-Amount.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " WS-LINE-LABEL " " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM Write-Statement-Line.

       Write-Statement-Line.
           MOVE WS-REPORT-LINE TO W2-STATEMENT-LINE
           WRITE W2-STATEMENT-LINE
           PERFORM Check-Statement-Write.

      *> A statement file short of lines is not a close - stop before
      *> anything is recorded or reset.
       Check-Statement-Write.
           IF WS-W2-STATUS NOT = "00"
               DISPLAY "Unable to write " WS-W2-FILENAME
                   " status " WS-W2-STATUS " - year not closed"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> The federal and state totals the transmittal forms are filled
      *> from - they are the sums of the statements just printed, so
      *> the forms and the statements cannot disagree.
       Write-Transmittal-Summary.
           OPEN OUTPUT TRANSMITTAL-REPORT
           IF WS-TRANSMIT-STATUS NOT = "00"
               DISPLAY "Unable to open " WS-TRANSMIT-FILENAME
                   " status " WS-TRANSMIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "W-2 TRANSMITTAL SUMMARY - TAX YEAR " WS-CLOSE-YEAR
               " CLOSED " WS-GEN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM Write-Transmittal-Line
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM Write-Transmittal-Line
           MOVE "FEDERAL" TO WS-REPORT-LINE
           PERFORM Write-Transmittal-Line
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  WAGE STATEMENTS ENCLOSED             "
               WS-STATEMENT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM Write-Transmittal-Line
           MOVE "TOTAL WAGES, TIPS, OTHER COMPENSATION"
               TO WS-LINE-LABEL
           MOVE WS-TOTAL-GROSS TO WS-TOTAL-DISPLAY
           PERFORM Write-Transmittal-Amount
           MOVE "TOTAL FEDERAL INCOME TAX WITHHELD" TO WS-LINE-LABEL
           MOVE WS-TOTAL-FED TO WS-TOTAL-DISPLAY
           PERFORM Write-Transmittal-Amount
           MOVE "TOTAL SOCIAL SECURITY WAGES" TO WS-LINE-LABEL
           MOVE WS-TOTAL-SS-WAGES TO WS-TOTAL-DISPLAY
           PERFORM Write-Transmittal-Amount
           MOVE "TOTAL MEDICARE WAGES" TO WS-LINE-LABEL
           MOVE WS-TOTAL-GROSS TO WS-TOTAL-DISPLAY
           PERFORM Write-Transmittal-Amount
           MOVE "TOTAL FICA TAX WITHHELD" TO WS-LINE-LABEL
           MOVE WS-TOTAL-FICA TO WS-TOTAL-DISPLAY
           PERFORM Write-Transmittal-Amount
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM Write-Transmittal-Line
           MOVE "STATE" TO WS-REPORT-LINE
           PERFORM Write-Transmittal-Line
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  WAGE STATEMENTS ENCLOSED             "
               WS-STATEMENT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM Write-Transmittal-Line
           MOVE "TOTAL STATE WAGES" TO WS-LINE-LABEL
           MOVE WS-TOTAL-GROSS TO WS-TOTAL-DISPLAY
           PERFORM Write-Transmittal-Amount
           MOVE "TOTAL STATE INCOME TAX WITHHELD" TO WS-LINE-LABEL
           MOVE WS-TOTAL-STATE TO WS-TOTAL-DISPLAY
           PERFORM Write-Transmittal-Amount
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM Write-Transmittal-Line
           MOVE "TOTAL VOLUNTARY DEDUCTIONS" TO WS-LINE-LABEL
           MOVE WS-TOTAL-VOLUNTARY TO WS-TOTAL-DISPLAY
           PERFORM Write-Transmittal-Amount
           MOVE SPACES TO WS-REPORT-LINE
           STRING "YTDEARN.DAT ROWS " WS-ARCHIVED-COUNT
               " WITH NO WAGES (NO STATEMENT) " WS-ZERO-WAGE-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM Write-Transmittal-Line
           CLOSE TRANSMITTAL-REPORT
           MOVE WS-TRANSMIT-FILENAME TO WS-CATALOG-FILENAME
           MOVE "W2XMIT" TO WS-CATALOG-TYPE
           PERFORM Record-Generation.

       Write-Transmittal-Amount.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " WS-LINE-LABEL " " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM Write-Transmittal-Line.

       Write-Transmittal-Line.
           MOVE WS-REPORT-LINE TO TRANSMITTAL-LINE
           WRITE TRANSMITTAL-LINE
           IF WS-TRANSMIT-STATUS NOT = "00"
               DISPLAY "Unable to write " WS-TRANSMIT-FILENAME
                   " status " WS-TRANSMIT-STATUS " - year not closed"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Leave balances carry over into the new year as they stand -
      *> the year-stamped copy is the record of what was carried. A
      *> missing LEAVEBAL.DAT has nothing to carry and is not an error.
       Archive-Leave-Balances.
           OPEN INPUT LEAVE-MASTER
           IF WS-LEAVE-STATUS = "35"
               DISPLAY "No LEAVEBAL.DAT found - no leave carry-over "
                   "to archive"
           ELSE
               IF WS-LEAVE-STATUS NOT = "00"
                   DISPLAY "Unable to open LEAVEBAL.DAT, status "
                       WS-LEAVE-STATUS " - year not closed"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT LEAVE-ARCHIVE-FILE
               IF WS-LEAVE-ARCHIVE-STATUS NOT = "00"
                   DISPLAY "Unable to open " WS-LEAVE-ARCHIVE-FILENAME
                       " status " WS-LEAVE-ARCHIVE-STATUS
                       " - year not closed"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ LEAVE-MASTER
                   AT END SET WS-LEAVE-DONE TO TRUE
               END-READ
               PERFORM UNTIL WS-LEAVE-DONE
                   MOVE LEAVE-RECORD TO LEAVE-ARCHIVE-RECORD
                   WRITE LEAVE-ARCHIVE-RECORD
                   IF WS-LEAVE-ARCHIVE-STATUS NOT = "00"
                       DISPLAY "Unable to write "
                           WS-LEAVE-ARCHIVE-FILENAME " status "
                           WS-LEAVE-ARCHIVE-STATUS " - year not closed"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-LEAVE-ARCHIVED-COUNT
                   READ LEAVE-MASTER
                       AT END SET WS-LEAVE-DONE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LEAVE-MASTER
               CLOSE LEAVE-ARCHIVE-FILE
               MOVE WS-LEAVE-ARCHIVE-FILENAME TO WS-CATALOG-FILENAME
               MOVE "LVARCH" TO WS-CATALOG-TYPE
               PERFORM Record-Generation
           END-IF.

      *> The new year starts from the archived copy: every employee
      *> keeps a row with the department and the last-cycle stamp (so
      *> a rerun of the year's final cycle is still caught by temp1's
      *> double-post guard), and every figure goes back to zero. The
      *> close is already on YRCLOSE.DAT by now, so a failure here is
      *> never followed by a second close over the archive - the
      *> reset is finished from the archive by hand instead.
       Reset-YTD-Master.
           OPEN INPUT YTD-ARCHIVE-FILE
           IF WS-YTD-ARCHIVE-STATUS NOT = "00"
               DISPLAY "Unable to reopen " WS-YTD-ARCHIVE-FILENAME
                   " status " WS-YTD-ARCHIVE-STATUS
                   " - YTDEARN.DAT not reset; reset it from the "
                   "archive before the new year's first cycle"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT YTD-MASTER
           IF WS-YTD-STATUS NOT = "00"
               DISPLAY "Unable to rewrite YTDEARN.DAT, status "
                   WS-YTD-STATUS " - reset it from "
                   WS-YTD-ARCHIVE-FILENAME " before the new year's "
                   "first cycle"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ YTD-ARCHIVE-FILE
               AT END SET WS-ARCHIVE-DONE TO TRUE
           END-READ
           PERFORM UNTIL WS-ARCHIVE-DONE
               MOVE YTD-ARCHIVE-RECORD TO YTD-RECORD
               MOVE 0 TO YT-HOURS
               MOVE 0 TO YT-GROSS
               MOVE 0 TO YT-PERIODS
               MOVE 0 TO YT-FICA
               MOVE 0 TO YT-FED
               MOVE 0 TO YT-STATE
               MOVE 0 TO YT-VOLUNTARY
               MOVE 0 TO YT-SS-WAGES
               MOVE 0 TO YT-LAST-SS-WAGES
               IF YT-LAST-CYCLE IS NOT NUMERIC
                   MOVE 0 TO YT-LAST-CYCLE
               END-IF
               WRITE YTD-RECORD
               IF WS-YTD-STATUS NOT = "00"
                   DISPLAY "Unable to write YTDEARN.DAT, status "
                       WS-YTD-STATUS " - reset it from "
                       WS-YTD-ARCHIVE-FILENAME " before the new "
                       "year's first cycle"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RESET-COUNT
               READ YTD-ARCHIVE-FILE
                   AT END SET WS-ARCHIVE-DONE TO TRUE
               END-READ
           END-PERFORM
           CLOSE YTD-ARCHIVE-FILE
           CLOSE YTD-MASTER
           DISPLAY "YTDEARN.DAT reset for the new year - employees: "
               WS-RESET-COUNT.

      *> Recorded before YTDEARN.DAT is reset, so once the figures are
      *> gone the year can no longer be closed a second time.
       Record-Year-Closed.
           MOVE "N" TO WS-CLOSE-RECORDED-SWITCH
           OPEN EXTEND YEAR-CLOSE-FILE
           IF WS-YEAR-CLOSE-STATUS = "35"
               OPEN OUTPUT YEAR-CLOSE-FILE
           END-IF
           IF WS-YEAR-CLOSE-STATUS NOT = "00"
               DISPLAY "Unable to record the close in YRCLOSE.DAT, "
                   "status " WS-YEAR-CLOSE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO YEAR-CLOSE-RECORD
               MOVE WS-CLOSE-YEAR TO YC-TAX-YEAR
               MOVE WS-GEN-DATE TO YC-CLOSE-DATE
               MOVE WS-STATEMENT-COUNT TO YC-STATEMENTS
               MOVE WS-TOTAL-GROSS TO YC-GROSS
               WRITE YEAR-CLOSE-RECORD
               IF WS-YEAR-CLOSE-STATUS NOT = "00"
                   DISPLAY "Unable to record the close in YRCLOSE.DAT, "
                       "status " WS-YEAR-CLOSE-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   SET WS-CLOSE-RECORDED TO TRUE
               END-IF
               CLOSE YEAR-CLOSE-FILE
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

       Format-SSNum-For-Report.
           STRING WS-SSNUM-AREA "-" WS-SSNUM-GROUP "-" WS-SSNUM-SERIAL
               DELIMITED BY SIZE INTO WS-SSNUM-DISPLAY
           END-STRING.
