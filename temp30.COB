       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETROPAY.
       AUTHOR. Albert Shevchuk
       DATE-WRITTEN. October 15, 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Retroactive pay. RATEMNT lets a rate row be keyed with an
      *> effective date in the past, but the weeks already paid at the
      *> old rate are never priced again by the payroll batch. This
      *> run reprices every week on PAIDHRS.DAT against the rate now in
      *> force for it, prints the difference week by week on the retro
      *> register, and files one pending code R adjustment per
      *> employee per pay period in ADJUST.DAT - temp1 then pays it
      *> through deductions, year-to-date, the pay statement and the GL
      *> like any other adjustment.
           SELECT RATE-MASTER ASSIGN TO "PAYRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-RATE-STATUS.
           SELECT PAID-HOURS-FILE ASSIGN TO "PAIDHRS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAID-HOURS-STATUS.
           SELECT PAID-HOURS-NEW-FILE ASSIGN TO "PAIDHRS.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAID-NEW-STATUS.
           SELECT ADJUSTMENT-FILE ASSIGN TO "ADJUST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJUST-STATUS.
      *> ADJUST.DAT with tonight's retro rows behind it, renamed over
      *> the live file once the stamped history has gone in.
           SELECT ADJUSTMENT-NEW-FILE ASSIGN TO "ADJRETRO.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJUST-NEW-STATUS.
           SELECT RETRO-REPORT ASSIGN USING WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETRO-STATUS.
           SELECT RUN-CYCLE-FILE ASSIGN TO "RUNCYCLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CYCLE-STATUS.
           SELECT GEN-CATALOG-FILE ASSIGN TO "RPTGENS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-CATALOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *> Same record RATEMNT keys and temp1 prices from.
       FD RATE-MASTER.
       01 RATE-RECORD.
           02 RM-KEY.
               03 RM-SSNUM PIC 9(9).
               03 RM-EFFECTIVE-DATE PIC X(8).
           02 RM-HOURLY-RATE PIC 999V99.

      *> Same record temp1 writes, one row per employee per paid week.
       FD PAID-HOURS-FILE.
       01 PAID-HOURS-RECORD.
           02 PW-SSNUM.
               03 PW-SSAREA PIC 999.
               03 PW-SSGROUP PIC 99.
               03 PW-SSSERIAL PIC 9999.
           02 PW-WEEK-START PIC 9(8).
           02 PW-PERIOD-START PIC 9(8).
           02 PW-PERIOD-END PIC 9(8).
           02 PW-CYCLE PIC 9(5).
           02 PW-PAID-DATE PIC 9(8).
           02 PW-HOURS PIC 9(4).
           02 PW-OT-HOURS PIC 9(4).
           02 PW-RATE PIC 999V99.
           02 PW-GROSS PIC 9(7)V99.
           02 PW-RETRO-RATE PIC 999V99.
           02 PW-RETRO-DATE PIC 9(8).

       FD PAID-HOURS-NEW-FILE.
       01 PAID-HOURS-NEW-RECORD PIC X(81).

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
           02 AJ-APPLIED-CYCLE PIC 9(5).
           02 AJ-APPLIED-RUN PIC X.
           02 AJ-APPLIED-DATE PIC 9(8).

       FD ADJUSTMENT-NEW-FILE.
       01 ADJUSTMENT-NEW-RECORD PIC X(87).

       FD RETRO-REPORT.
       01 RETRO-REPORT-LINE PIC X(80).

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
       01 WS-RATE-STATUS PIC XX VALUE SPACES.
       01 WS-PAID-HOURS-STATUS PIC XX VALUE SPACES.
       01 WS-PAID-NEW-STATUS PIC XX VALUE SPACES.
       01 WS-ADJUST-STATUS PIC XX VALUE SPACES.
       01 WS-ADJUST-NEW-STATUS PIC XX VALUE SPACES.
       01 WS-RETRO-STATUS PIC XX VALUE SPACES.
       01 WS-RUN-CYCLE-STATUS PIC XX VALUE SPACES.
       01 WS-GEN-CATALOG-STATUS PIC XX VALUE SPACES.
       01 WS-RATE-EOF PIC X VALUE "N".
           88 WS-RATE-DONE VALUE "Y".
       01 WS-PAID-HOURS-EOF PIC X VALUE "N".
           88 WS-PAID-HOURS-DONE VALUE "Y".
       01 WS-ADJUST-EOF PIC X VALUE "N".
           88 WS-ADJUST-DONE VALUE "Y".
       01 WS-REPORT-FILENAME PIC X(30) VALUE SPACES.
       01 WS-PAID-LIVE-NAME PIC X(30) VALUE "PAIDHRS.DAT".
       01 WS-PAID-NEW-NAME PIC X(30) VALUE "PAIDHRS.NEW".
       01 WS-ADJUST-LIVE-NAME PIC X(30) VALUE "ADJUST.DAT".
       01 WS-ADJUST-NEW-NAME PIC X(30) VALUE "ADJRETRO.NEW".
       01 WS-CYCLE-NUMBER PIC 9(5) VALUE 0.
       01 WS-GEN-DATE PIC 9(8) VALUE 0.
       01 WS-GEN-CURRENT-DATE PIC X(21) VALUE SPACES.
       01 WS-CATALOG-FILENAME PIC X(30) VALUE SPACES.
       01 WS-CATALOG-TYPE PIC X(8) VALUE SPACES.
      *> RETURN-CODE doubles as CBL_RENAME_FILE's status, so the run's
      *> condition code is held here across the call.
       01 WS-RENAME-SAVED-RC PIC 99 VALUE 0.
      *> PAYRATE.DAT is read by key as each paid week is repriced;
      *> effective dates are turned into day numbers so a week start
      *> can be compared against them.
       01 WS-RATE-MASTER-OPEN-SWITCH PIC X VALUE "N".
           88 WS-RATE-MASTER-OPEN VALUE "Y".
       01 WS-RATE-LOOKUP-SSNUM PIC 9(9) VALUE 0.
       01 WS-RM-EFFECTIVE-NUM PIC 9(8) VALUE 0.
       01 WS-RATE-EFFECTIVE-INT PIC 9(7) VALUE 0.
       01 WS-BEST-EFFECTIVE-INT PIC 9(7) VALUE 0.
       01 WS-WEEK-START-INT PIC 9(7) VALUE 0.
       01 WS-RATE-FOUND-SWITCH PIC X VALUE "N".
           88 WS-RATE-FOUND VALUE "Y".
       01 WS-NEW-RATE PIC 999V99 VALUE 0.
      *> The retro adjustments are held until the whole history has
      *> been repriced, then filed in one go - see Post-Retro-Results.
      *> Room for a raise across the 5000-employee capacity reaching
      *> back two pay periods.
       01 WS-RETRO-TABLE-MAX PIC 9(5) VALUE 10000.
       01 WS-RETRO-COUNT PIC 9(5) VALUE 0.
       01 WS-RETRO-IDX PIC 9(5) VALUE 0.
       01 WS-RETRO-TABLE.
           02 WS-RETRO-ENTRY OCCURS 10000 TIMES.
               03 RA-SSNUM PIC 9(9).
               03 RA-PERIOD-START PIC 9(8).
               03 RA-PERIOD-END PIC 9(8).
               03 RA-AMOUNT PIC S9(7)V99 COMP-3.
      *> Control break - one employee's weeks from one cycle's pay
      *> period, which temp1 writes together.
       01 WS-GROUP-OPEN-SWITCH PIC X VALUE "N".
           88 WS-GROUP-OPEN VALUE "Y".
       01 WS-GROUP-SSNUM PIC 9(9) VALUE 0.
       01 WS-GROUP-PERIOD-START PIC 9(8) VALUE 0.
       01 WS-GROUP-PERIOD-END PIC 9(8) VALUE 0.
       01 WS-GROUP-CYCLE PIC 9(5) VALUE 0.
       01 WS-GROUP-AMOUNT PIC S9(7)V99 COMP-3 VALUE 0.
       01 WS-GROUP-WEEKS PIC 9(3) VALUE 0.
       01 WS-REGULAR-HOURS PIC 9(4) VALUE 0.
       01 WS-OLD-GROSS PIC S9(7)V99 COMP-3 VALUE 0.
       01 WS-NEW-GROSS PIC S9(7)V99 COMP-3 VALUE 0.
       01 WS-WEEK-RETRO PIC S9(7)V99 COMP-3 VALUE 0.
       01 WS-RETRO-TOTAL PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-NEXT-ADJUST-NUMBER PIC 9(6) VALUE 0.
      *> temp1 and ADJENTRY hold ADJUST.DAT whole in a 10000-row table
      *> and refuse a longer file, so no run may file past it.
       01 WS-ADJUST-FILE-MAX PIC 9(5) VALUE 10000.
       01 WS-ADJUST-ON-FILE PIC 9(6) VALUE 0.
       01 WS-ADJUST-NEW-FAILED-SWITCH PIC X VALUE "N".
           88 WS-ADJUST-NEW-FAILED VALUE "Y".
       01 WS-PAID-NEW-FAILED-SWITCH PIC X VALUE "N".
           88 WS-PAID-NEW-FAILED VALUE "Y".
       01 WS-WEEKS-READ PIC 9(6) VALUE 0.
       01 WS-WEEKS-REPRICED PIC 9(6) VALUE 0.
       01 WS-NO-RATE-COUNT PIC 9(6) VALUE 0.
       01 WS-FILED-COUNT PIC 9(5) VALUE 0.
       01 WS-SSNUM-DISPLAY PIC X(11) VALUE SPACES.
       01 WS-HOURS-DISPLAY PIC ZZZ9 VALUE ZERO.
       01 WS-OT-DISPLAY PIC ZZZ9 VALUE ZERO.
       01 WS-OLD-RATE-DISPLAY PIC ZZ9.99 VALUE ZERO.
       01 WS-NEW-RATE-DISPLAY PIC ZZ9.99 VALUE ZERO.
       01 WS-AMOUNT-DISPLAY PIC ----,--9.99 VALUE ZERO.
       01 WS-TOTAL-DISPLAY PIC ---,---,--9.99 VALUE ZERO.
       01 WS-REPORT-LINE PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       Main-Logic.
           MOVE 0 TO RETURN-CODE
           PERFORM Load-Run-Cycle
           PERFORM Build-Generation-Names
           OPEN OUTPUT RETRO-REPORT
           IF WS-RETRO-STATUS NOT = "00"
               DISPLAY "Unable to open " WS-REPORT-FILENAME
                   " status " WS-RETRO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RETRO PAY REGISTER - CYCLE " WS-CYCLE-NUMBER
               " PROCESSING DATE " WS-GEN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO RETRO-REPORT-LINE
           WRITE RETRO-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SSNUM       PAY PERIOD        WEEK OF   HRS   OT "
               "OLD RATE NEW RATE      AMOUNT"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO RETRO-REPORT-LINE
           WRITE RETRO-REPORT-LINE
           PERFORM Open-Rate-Master
           PERFORM Find-Next-Adjustment-Number
           OPEN INPUT PAID-HOURS-FILE
           IF WS-PAID-HOURS-STATUS = "35"
               MOVE "NO PAIDHRS.DAT - NO PAID WEEKS TO REPRICE"
                   TO RETRO-REPORT-LINE
               WRITE RETRO-REPORT-LINE
               DISPLAY "No PAIDHRS.DAT found - no paid weeks to "
                   "reprice"
           ELSE
               IF WS-PAID-HOURS-STATUS NOT = "00"
                   DISPLAY "Unable to open PAIDHRS.DAT, status "
                       WS-PAID-HOURS-STATUS
                   CLOSE RETRO-REPORT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT PAID-HOURS-NEW-FILE
               IF WS-PAID-NEW-STATUS NOT = "00"
                   DISPLAY "Unable to open PAIDHRS.NEW, status "
                       WS-PAID-NEW-STATUS
                   CLOSE PAID-HOURS-FILE
                   CLOSE RETRO-REPORT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM Reprice-Paid-Weeks
               CLOSE PAID-HOURS-NEW-FILE
               CLOSE PAID-HOURS-FILE
               PERFORM Write-Retro-Totals
               IF WS-WEEKS-REPRICED > 0
                   PERFORM Post-Retro-Results
               END-IF
           END-IF
           IF WS-RATE-MASTER-OPEN
               CLOSE RATE-MASTER
           END-IF
           CLOSE RETRO-REPORT
           MOVE WS-REPORT-FILENAME TO WS-CATALOG-FILENAME
           MOVE "RETROREG" TO WS-CATALOG-TYPE
           PERFORM Record-Generation
           MOVE WS-RETRO-TOTAL TO WS-TOTAL-DISPLAY
           DISPLAY "Retro pay - weeks read: " WS-WEEKS-READ
               " repriced: " WS-WEEKS-REPRICED
               " adjustments filed: " WS-FILED-COUNT
               " total: " WS-TOTAL-DISPLAY
           IF WS-NO-RATE-COUNT > 0 AND RETURN-CODE < 4
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
                   MOVE RC-CYCLE-NUMBER TO WS-CYCLE-NUMBER
                   MOVE RC-PROCESS-DATE TO WS-GEN-DATE
               END-IF
               CLOSE RUN-CYCLE-FILE
           ELSE
               DISPLAY "No RUNCYCLE.DAT found - stamping the register "
                   "with today's date"
           END-IF.

       Build-Generation-Names.
           IF WS-GEN-DATE = 0
               MOVE FUNCTION CURRENT-DATE TO WS-GEN-CURRENT-DATE
               MOVE WS-GEN-CURRENT-DATE (1:8) TO WS-GEN-DATE
           END-IF
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "RETRO-" WS-GEN-DATE ".RPT"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           END-STRING.

      *> A missing master leaves every week unrepriced and counted.
       Open-Rate-Master.
           MOVE "N" TO WS-RATE-MASTER-OPEN-SWITCH
           OPEN INPUT RATE-MASTER
           IF WS-RATE-STATUS NOT = "00"
               DISPLAY "No PAYRATE.DAT found - no rates to reprice at"
           ELSE
               SET WS-RATE-MASTER-OPEN TO TRUE
           END-IF.

      *> A blank or unusable effective date is in force from the
      *> beginning of time, the same reading temp1 gives it.
       Resolve-Rate-Effective-Date.
           IF RM-EFFECTIVE-DATE IS NUMERIC
               MOVE RM-EFFECTIVE-DATE TO WS-RM-EFFECTIVE-NUM
           ELSE
               MOVE 0 TO WS-RM-EFFECTIVE-NUM
           END-IF
           IF WS-RM-EFFECTIVE-NUM = 0
               MOVE 0 TO WS-RATE-EFFECTIVE-INT
           ELSE
               COMPUTE WS-RATE-EFFECTIVE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-RM-EFFECTIVE-NUM)
           END-IF.

      *> Numbers carry on from the highest one on file, the way
      *> ADJENTRY numbers a row it keys.
       Find-Next-Adjustment-Number.
           MOVE 0 TO WS-NEXT-ADJUST-NUMBER
           MOVE 0 TO WS-ADJUST-ON-FILE
           OPEN INPUT ADJUSTMENT-FILE
           IF WS-ADJUST-STATUS = "00"
               READ ADJUSTMENT-FILE
                   AT END SET WS-ADJUST-DONE TO TRUE
               END-READ
               PERFORM UNTIL WS-ADJUST-DONE
                   ADD 1 TO WS-ADJUST-ON-FILE
                   IF AJ-NUMBER IS NUMERIC
                           AND AJ-NUMBER > WS-NEXT-ADJUST-NUMBER
                       MOVE AJ-NUMBER TO WS-NEXT-ADJUST-NUMBER
                   END-IF
                   READ ADJUSTMENT-FILE
                       AT END SET WS-ADJUST-DONE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ADJUSTMENT-FILE
           END-IF
           ADD 1 TO WS-NEXT-ADJUST-NUMBER.

      *> Every row is copied to PAIDHRS.NEW, repriced or not, so the
      *> new file is the whole history with tonight's retro rates
      *> stamped on it.
       Reprice-Paid-Weeks.
           READ PAID-HOURS-FILE
               AT END SET WS-PAID-HOURS-DONE TO TRUE
           END-READ
           PERFORM UNTIL WS-PAID-HOURS-DONE
               ADD 1 TO WS-WEEKS-READ
               IF WS-GROUP-OPEN
                       AND (PW-SSNUM NOT = WS-GROUP-SSNUM
                       OR PW-PERIOD-START NOT = WS-GROUP-PERIOD-START
                       OR PW-CYCLE NOT = WS-GROUP-CYCLE)
                   PERFORM Close-Retro-Group
               END-IF
               IF NOT WS-GROUP-OPEN
                   SET WS-GROUP-OPEN TO TRUE
                   MOVE PW-SSNUM TO WS-GROUP-SSNUM
                   MOVE PW-PERIOD-START TO WS-GROUP-PERIOD-START
                   MOVE PW-PERIOD-END TO WS-GROUP-PERIOD-END
                   MOVE PW-CYCLE TO WS-GROUP-CYCLE
                   MOVE 0 TO WS-GROUP-AMOUNT
                   MOVE 0 TO WS-GROUP-WEEKS
               END-IF
               PERFORM Reprice-One-Week
               PERFORM Write-Paid-New-Record
               READ PAID-HOURS-FILE
                   AT END SET WS-PAID-HOURS-DONE TO TRUE
               END-READ
           END-PERFORM
           IF WS-GROUP-OPEN
               PERFORM Close-Retro-Group
           END-IF.

       Write-Paid-New-Record.
           MOVE PAID-HOURS-RECORD TO PAID-HOURS-NEW-RECORD
           WRITE PAID-HOURS-NEW-RECORD
           IF WS-PAID-NEW-STATUS NOT = "00"
               IF NOT WS-PAID-NEW-FAILED
                   DISPLAY "Unable to write PAIDHRS.NEW, status "
                       WS-PAID-NEW-STATUS " - PAIDHRS.DAT left as it was"
               END-IF
               SET WS-PAID-NEW-FAILED TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.

      *> The week is priced twice under temp1's overtime rule - once at
      *> the rate it has been paid at so far, once at the rate now in
      *> force for its start date - and the difference is the retro.
      *> An employee whose rate rows have all gone is left alone and
      *> counted; the week keeps the rate it was paid at. A row with
      *> no week start has nothing to reprice against.
       Reprice-One-Week.
           IF PW-WEEK-START IS NOT NUMERIC OR PW-WEEK-START = 0
               MOVE "N" TO WS-RATE-FOUND-SWITCH
           ELSE
               PERFORM Lookup-Week-Rate
               IF NOT WS-RATE-FOUND
                   ADD 1 TO WS-NO-RATE-COUNT
               END-IF
           END-IF
           IF WS-RATE-FOUND
               IF WS-NEW-RATE NOT = PW-RETRO-RATE
                   COMPUTE WS-REGULAR-HOURS = PW-HOURS - PW-OT-HOURS
                   COMPUTE WS-OLD-GROSS ROUNDED =
                       (WS-REGULAR-HOURS * PW-RETRO-RATE)
                       + (PW-OT-HOURS * PW-RETRO-RATE * 1.5)
                   COMPUTE WS-NEW-GROSS ROUNDED =
                       (WS-REGULAR-HOURS * WS-NEW-RATE)
                       + (PW-OT-HOURS * WS-NEW-RATE * 1.5)
                   COMPUTE WS-WEEK-RETRO = WS-NEW-GROSS - WS-OLD-GROSS
                   PERFORM Write-Retro-Week-Line
                   ADD WS-WEEK-RETRO TO WS-GROUP-AMOUNT
                   ADD WS-WEEK-RETRO TO WS-RETRO-TOTAL
                   ADD 1 TO WS-GROUP-WEEKS
                   ADD 1 TO WS-WEEKS-REPRICED
                   MOVE WS-NEW-RATE TO PW-RETRO-RATE
                   MOVE WS-GEN-DATE TO PW-RETRO-DATE
               END-IF
           END-IF.

      *> Same pick temp1's Lookup-Week-Rate makes - the row with the
      *> latest effective date on or before the week start. The rows
      *> come back in effective-date order, so among rows that
      *> resolve to the same day the later one wins.
       Lookup-Week-Rate.
           MOVE "N" TO WS-RATE-FOUND-SWITCH
           MOVE 0 TO WS-BEST-EFFECTIVE-INT
           MOVE 0 TO WS-NEW-RATE
           COMPUTE WS-WEEK-START-INT =
               FUNCTION INTEGER-OF-DATE (PW-WEEK-START)
           MOVE PW-SSNUM TO WS-RATE-LOOKUP-SSNUM
           PERFORM Start-Employee-Rates
           PERFORM UNTIL WS-RATE-DONE
               PERFORM Resolve-Rate-Effective-Date
               IF WS-RATE-EFFECTIVE-INT <= WS-WEEK-START-INT
                   IF NOT WS-RATE-FOUND
                           OR WS-RATE-EFFECTIVE-INT
                               >= WS-BEST-EFFECTIVE-INT
                       SET WS-RATE-FOUND TO TRUE
                       MOVE WS-RATE-EFFECTIVE-INT
                           TO WS-BEST-EFFECTIVE-INT
                       MOVE RM-HOURLY-RATE TO WS-NEW-RATE
                   END-IF
               END-IF
               PERFORM Read-Next-Employee-Rate
           END-PERFORM.

       Start-Employee-Rates.
           MOVE "N" TO WS-RATE-EOF
           IF NOT WS-RATE-MASTER-OPEN
               SET WS-RATE-DONE TO TRUE
           ELSE
               MOVE WS-RATE-LOOKUP-SSNUM TO RM-SSNUM
               MOVE LOW-VALUES TO RM-EFFECTIVE-DATE
               START RATE-MASTER KEY IS NOT LESS THAN RM-KEY
                   INVALID KEY SET WS-RATE-DONE TO TRUE
               END-START
               PERFORM Read-Next-Employee-Rate
           END-IF.

       Read-Next-Employee-Rate.
           IF NOT WS-RATE-DONE
               READ RATE-MASTER NEXT RECORD
                   AT END SET WS-RATE-DONE TO TRUE
               END-READ
               IF NOT WS-RATE-DONE
                       AND RM-SSNUM NOT = WS-RATE-LOOKUP-SSNUM
                   SET WS-RATE-DONE TO TRUE
               END-IF
           END-IF.

       Write-Retro-Week-Line.
           MOVE SPACES TO WS-SSNUM-DISPLAY
           STRING PW-SSAREA "-" PW-SSGROUP "-" PW-SSSERIAL
               DELIMITED BY SIZE INTO WS-SSNUM-DISPLAY
           END-STRING
           MOVE PW-HOURS TO WS-HOURS-DISPLAY
           MOVE PW-OT-HOURS TO WS-OT-DISPLAY
           MOVE PW-RETRO-RATE TO WS-OLD-RATE-DISPLAY
           MOVE WS-NEW-RATE TO WS-NEW-RATE-DISPLAY
           MOVE WS-WEEK-RETRO TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-SSNUM-DISPLAY " " PW-PERIOD-START "-"
               PW-PERIOD-END " " PW-WEEK-START " " WS-HOURS-DISPLAY
               " " WS-OT-DISPLAY "   " WS-OLD-RATE-DISPLAY "   "
               WS-NEW-RATE-DISPLAY " " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO RETRO-REPORT-LINE
           WRITE RETRO-REPORT-LINE.

      *> One adjustment per employee per pay period. Weeks that
      *> repriced up and down inside the same period net off; a period
      *> that nets to nothing files nothing. More employee-periods
      *> than the table holds stops the run with nothing filed and
      *> PAIDHRS.DAT untouched, so the next run starts clean.
       Close-Retro-Group.
           IF WS-GROUP-WEEKS > 0
               MOVE WS-GROUP-AMOUNT TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  PERIOD TOTAL " WS-GROUP-PERIOD-START "-"
                   WS-GROUP-PERIOD-END " CYCLE " WS-GROUP-CYCLE
                   "            " WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               MOVE WS-REPORT-LINE TO RETRO-REPORT-LINE
               WRITE RETRO-REPORT-LINE
               IF WS-GROUP-AMOUNT NOT = 0
                   IF WS-RETRO-COUNT < WS-RETRO-TABLE-MAX
                       ADD 1 TO WS-RETRO-COUNT
                       MOVE WS-GROUP-SSNUM TO RA-SSNUM (WS-RETRO-COUNT)
                       MOVE WS-GROUP-PERIOD-START
                           TO RA-PERIOD-START (WS-RETRO-COUNT)
                       MOVE WS-GROUP-PERIOD-END
                           TO RA-PERIOD-END (WS-RETRO-COUNT)
                       MOVE WS-GROUP-AMOUNT
                           TO RA-AMOUNT (WS-RETRO-COUNT)
                   ELSE
                       DISPLAY "More than " WS-RETRO-TABLE-MAX
                           " employee periods to adjust - nothing "
                           "filed"
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING "RETRO TABLE FULL - NOTHING FILED, "
                           "PAIDHRS.DAT UNCHANGED"
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       END-STRING
                       MOVE WS-REPORT-LINE TO RETRO-REPORT-LINE
                       WRITE RETRO-REPORT-LINE
                       CLOSE PAID-HOURS-NEW-FILE
                       CLOSE PAID-HOURS-FILE
                       CLOSE RETRO-REPORT
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF
           MOVE "N" TO WS-GROUP-OPEN-SWITCH.

       Write-Retro-Totals.
           MOVE WS-RETRO-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WEEKS READ " WS-WEEKS-READ
               " REPRICED " WS-WEEKS-REPRICED
               " ADJUSTMENTS " WS-RETRO-COUNT
               " TOTAL " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO RETRO-REPORT-LINE
           WRITE RETRO-REPORT-LINE
           IF WS-NO-RATE-COUNT > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "WEEKS WITH NO RATE ON FILE - NOT REPRICED "
                   WS-NO-RATE-COUNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               MOVE WS-REPORT-LINE TO RETRO-REPORT-LINE
               WRITE RETRO-REPORT-LINE
           END-IF.

      *> The stamped history and the adjustments must land together -
      *> the retro rate on PAIDHRS.DAT is what stops the same
      *> difference being filed again. A PAIDHRS.NEW short of rows,
      *> or a file that would pass the row limit, is refused
      *> outright. Otherwise ADJUST.DAT is copied to ADJRETRO.NEW
      *> with the retro rows behind it, every write checked; any
      *> failure so far leaves both live files as they were and the
      *> next run finds the same weeks. Only then is
      *> PAIDHRS.NEW renamed over PAIDHRS.DAT and ADJRETRO.NEW over
      *> ADJUST.DAT - if that last rename fails the rows are still on
      *> ADJRETRO.NEW for the operator to put in place.
       Post-Retro-Results.
           IF WS-PAID-NEW-FAILED
               DISPLAY "No retro filed - PAIDHRS.DAT and ADJUST.DAT "
                   "left as they were"
               MOVE "PAIDHRS.NEW INCOMPLETE - NOTHING FILED"
                   TO RETRO-REPORT-LINE
               WRITE RETRO-REPORT-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-ADJUST-ON-FILE + WS-RETRO-COUNT > WS-ADJUST-FILE-MAX
                   DISPLAY "ADJUST.DAT holds " WS-ADJUST-ON-FILE
                       " rows and " WS-RETRO-COUNT " more would pass the "
                       WS-ADJUST-FILE-MAX "-row limit - no retro filed, "
                       "PAIDHRS.DAT left as it was"
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "ADJUST.DAT FULL - NOTHING FILED, "
                       "PAIDHRS.DAT UNCHANGED"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   MOVE WS-REPORT-LINE TO RETRO-REPORT-LINE
                   WRITE RETRO-REPORT-LINE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM Build-Adjustment-New-File
                   IF WS-ADJUST-NEW-FAILED
                       DISPLAY "No retro filed - PAIDHRS.DAT and "
                           "ADJUST.DAT left as they were"
                       MOVE 0 TO WS-FILED-COUNT
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM Commit-Retro-Files
                   END-IF
               END-IF
           END-IF.

       Build-Adjustment-New-File.
           MOVE "N" TO WS-ADJUST-NEW-FAILED-SWITCH
           OPEN OUTPUT ADJUSTMENT-NEW-FILE
           IF WS-ADJUST-NEW-STATUS NOT = "00"
               DISPLAY "Unable to open ADJRETRO.NEW, status "
                   WS-ADJUST-NEW-STATUS
               SET WS-ADJUST-NEW-FAILED TO TRUE
           ELSE
               PERFORM Copy-Adjustments-On-File
               PERFORM VARYING WS-RETRO-IDX FROM 1 BY 1
                       UNTIL WS-RETRO-IDX > WS-RETRO-COUNT
                           OR WS-ADJUST-NEW-FAILED
                   PERFORM File-One-Retro-Adjustment
               END-PERFORM
               CLOSE ADJUSTMENT-NEW-FILE
           END-IF.

      *> No ADJUST.DAT just means the retro rows are the first.
       Copy-Adjustments-On-File.
           MOVE "N" TO WS-ADJUST-EOF
           OPEN INPUT ADJUSTMENT-FILE
           IF WS-ADJUST-STATUS NOT = "35"
               IF WS-ADJUST-STATUS NOT = "00"
                   DISPLAY "Unable to open ADJUST.DAT, status "
                       WS-ADJUST-STATUS
                   SET WS-ADJUST-NEW-FAILED TO TRUE
               ELSE
                   READ ADJUSTMENT-FILE
                       AT END SET WS-ADJUST-DONE TO TRUE
                   END-READ
                   PERFORM UNTIL WS-ADJUST-DONE OR WS-ADJUST-NEW-FAILED
                       PERFORM Write-Adjustment-New-Record
                       READ ADJUSTMENT-FILE
                           AT END SET WS-ADJUST-DONE TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE ADJUSTMENT-FILE
               END-IF
           END-IF.

       File-One-Retro-Adjustment.
           MOVE SPACES TO ADJUSTMENT-RECORD
           MOVE WS-NEXT-ADJUST-NUMBER TO AJ-NUMBER
           ADD 1 TO WS-NEXT-ADJUST-NUMBER
           MOVE RA-SSNUM (WS-RETRO-IDX) TO AJ-SSNUM
           MOVE RA-AMOUNT (WS-RETRO-IDX) TO AJ-AMOUNT
           MOVE "R" TO AJ-CODE
           STRING "RETRO " RA-PERIOD-START (WS-RETRO-IDX) "-"
               RA-PERIOD-END (WS-RETRO-IDX)
               DELIMITED BY SIZE INTO AJ-REASON
           END-STRING
           MOVE "RETROPAY" TO AJ-APPROVER
           MOVE WS-GEN-DATE TO AJ-ENTRY-DATE
           MOVE "P" TO AJ-STATUS
           MOVE 0 TO AJ-APPLIED-CYCLE
           MOVE SPACE TO AJ-APPLIED-RUN
           MOVE 0 TO AJ-APPLIED-DATE
           PERFORM Write-Adjustment-New-Record
           IF NOT WS-ADJUST-NEW-FAILED
               ADD 1 TO WS-FILED-COUNT
           END-IF.

       Write-Adjustment-New-Record.
           MOVE ADJUSTMENT-RECORD TO ADJUSTMENT-NEW-RECORD
           WRITE ADJUSTMENT-NEW-RECORD
           IF WS-ADJUST-NEW-STATUS NOT = "00"
               DISPLAY "Unable to write ADJRETRO.NEW, status "
                   WS-ADJUST-NEW-STATUS
               SET WS-ADJUST-NEW-FAILED TO TRUE
           END-IF.

       Commit-Retro-Files.
           MOVE RETURN-CODE TO WS-RENAME-SAVED-RC
           CALL "CBL_RENAME_FILE"
               USING WS-PAID-NEW-NAME WS-PAID-LIVE-NAME
           IF RETURN-CODE NOT = 0
               DISPLAY "Unable to rename PAIDHRS.NEW over "
                   "PAIDHRS.DAT - no retro filed"
               MOVE 0 TO WS-FILED-COUNT
               MOVE 8 TO RETURN-CODE
           ELSE
               CALL "CBL_RENAME_FILE"
                   USING WS-ADJUST-NEW-NAME WS-ADJUST-LIVE-NAME
               IF RETURN-CODE NOT = 0
                   DISPLAY "Unable to rename ADJRETRO.NEW over "
                       "ADJUST.DAT - PAIDHRS.DAT is stamped, so rename "
                       "it by hand before temp1 runs or the retro is "
                       "never paid"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE WS-RENAME-SAVED-RC TO RETURN-CODE
               END-IF
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
