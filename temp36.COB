       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABACCR.
       AUTHOR. Albert Shevchuk
       DATE-WRITTEN. October 15, 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Month-end labor accrual. Pay periods straddle month-ends, so
      *> the ledger books labor in the month it is paid rather than the
      *> month it is worked. On the last processing day of the month by
      *> the run calendar (RUNCYCLE.DAT's processing date, with every
      *> later day of the month a non-processing day on CALENDAR.DAT)
      *> this step estimates what has been worked but not yet paid:
      *>   - cards received (TIMECARD.DAT and the TCSUSP.DAT suspense)
      *>     for days PAIDHRS.DAT shows no paid week for, priced at the
      *>     rate in force on the work date; and
      *>   - every working day of the open period after the last paid
      *>     period end with no card yet, at the standard day's hours
      *>     (salaried: the salary's share of a working day).
      *> The estimate is posted to GLPOST.DAT by department - debit the
      *> department's labor expense account, credit accrued payroll,
      *> dated the month-end - together with the matching reversal
      *> dated the first of the next month, so the month that pays the
      *> labor nets back out. Appended behind tonight's posting set the
      *> way cobolpractice's postings are, so GLRECON reconciles them
      *> with the rest. Every other night the step does nothing.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-SSNUM
               FILE STATUS IS WS-EMPLOYEE-STATUS.
           SELECT RATE-MASTER ASSIGN TO "PAYRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-RATE-STATUS.
           SELECT TIMECARD-FILE ASSIGN TO "TIMECARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIMECARD-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "TCSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT PAID-HOURS-FILE ASSIGN TO "PAIDHRS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAID-HOURS-STATUS.
           SELECT DEPT-MASTER ASSIGN TO "DEPTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-MASTER-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT RUN-CYCLE-FILE ASSIGN TO "RUNCYCLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CYCLE-STATUS.
      *> Standard hours in a working day for the open-period estimate.
           SELECT ACCRUAL-CONTROL-FILE ASSIGN TO "ACCRCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRUAL-CONTROL-STATUS.
      *> One row per month accrued - what stops a second run in the
      *> same month from posting the accrual twice.
           SELECT ACCRUAL-HISTORY-FILE ASSIGN TO "ACCRHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRUAL-HISTORY-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "ACCRWORK.DAT".
           SELECT SORTED-ACCRUAL-FILE ASSIGN TO "ACCRUAL.SRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-STATUS.
      *> Fixed-layout posting interface - record sequential, because
      *> GL-AMOUNT is packed decimal.
           SELECT GL-POST-FILE ASSIGN TO "GLPOST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-POST-STATUS.
           SELECT ACCRUAL-REPORT ASSIGN USING WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT GEN-CATALOG-FILE ASSIGN TO "RPTGENS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-CATALOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
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

      *> Same effective-dated rate record temp1 and RATEMNT carry.
       FD RATE-MASTER.
       01 RATE-RECORD.
           02 RM-KEY.
               03 RM-SSNUM PIC 9(9).
               03 RM-EFFECTIVE-DATE PIC X(8).
           02 RM-HOURLY-RATE PIC 999V99.

      *> Same batch layout TCENTRY keys and temp1 prices.
       FD TIMECARD-FILE.
       01 TIMECARD-RECORD.
           02 TC-REC-TYPE PIC X.
               88 TC-DETAIL VALUE "D".
               88 TC-VOID VALUE "V".
           02 TC-SSNUM PIC 9(9).
           02 TC-WORK-DATE PIC 9(8).
           02 TC-NUM1 PIC 999.
           02 TC-NUM2 PIC 999.
           02 TC-EARN-TYPE PIC X.
           02 FILLER PIC X(4).

      *> Same suspense record temp1 parks rejected cards in.
       FD SUSPENSE-FILE.
       01 SUSPENSE-RECORD.
           02 SP-SSNUM PIC 9(9).
           02 SP-WORK-DATE PIC 9(8).
           02 SP-NUM1 PIC 999.
           02 SP-NUM2 PIC 999.
           02 SP-EARN-TYPE PIC X.
           02 SP-AGE PIC 9.
           02 SP-REASON PIC X(20).
           02 SP-CYCLE PIC X(5).

      *> Same record temp1 writes, one row per employee per paid week.
       FD PAID-HOURS-FILE.
       01 PAID-HOURS-RECORD.
           02 PW-SSNUM PIC 9(9).
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

       FD DEPT-MASTER.
       01 DEPT-MASTER-RECORD.
           02 DM-CODE PIC X(4).
           02 DM-NAME PIC X(20).
           02 DM-GL-ACCOUNT PIC X(8).

       FD CALENDAR-FILE.
       01 CALENDAR-RECORD.
           02 CAL-DATE PIC 9(8).
           02 CAL-DAY-TYPE PIC X.

       FD RUN-CYCLE-FILE.
       01 RUN-CYCLE-RECORD.
           02 RC-CYCLE-NUMBER PIC 9(5).
           02 RC-PROCESS-DATE PIC 9(8).
           02 RC-STATUS PIC X(8).

       FD ACCRUAL-CONTROL-FILE.
       01 ACCRUAL-CONTROL-RECORD.
           02 ACCRUAL-DAY-HOURS PIC 99.

       FD ACCRUAL-HISTORY-FILE.
       01 ACCRUAL-HISTORY-RECORD.
           02 AH-MONTH PIC 9(6).
           02 AH-CYCLE PIC 9(5).
           02 AH-PROCESS-DATE PIC 9(8).
           02 AH-AMOUNT PIC 9(9)V99.

      *> Everything known about one employee comes together in SSNum
      *> and date order: the master record (type 0, dated zero), the
      *> weeks PAIDHRS.DAT says were paid (type 1, dated the week
      *> start, with the last day the week covers), then the cards
      *> (type 2) and voids (type 3) for each work date.
       SD SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
           02 SA-SSNUM PIC 9(9).
           02 SA-DATE PIC 9(8).
           02 SA-TYPE PIC X.
           02 SA-HOURS PIC 9(4).
           02 SA-END-DATE PIC 9(8).
           02 SA-DEPT PIC X(4).
           02 SA-PAY-CLASS PIC X.
           02 SA-SALARY PIC 9(7)V99.

       FD SORTED-ACCRUAL-FILE.
       01 SORTED-ACCRUAL-RECORD.
           02 SR-SSNUM PIC 9(9).
           02 SR-DATE PIC 9(8).
           02 SR-TYPE PIC X.
               88 SR-EMPLOYEE-ROW VALUE "0".
               88 SR-PAID-WEEK-ROW VALUE "1".
               88 SR-CARD-ROW VALUE "2".
               88 SR-VOID-ROW VALUE "3".
           02 SR-HOURS PIC 9(4).
           02 SR-END-DATE PIC 9(8).
           02 SR-DEPT PIC X(4).
           02 SR-PAY-CLASS PIC X.
               88 SR-SALARIED VALUE "S".
           02 SR-SALARY PIC 9(7)V99.

       FD GL-POST-FILE.
       01 GL-POST-RECORD.
           02 GL-POST-DATE PIC 9(8).
           02 GL-ACCOUNT PIC X(8).
           02 GL-DEPT PIC X(4).
           02 GL-SSNUM PIC 9(9).
           02 GL-DR-CR PIC X.
           02 GL-AMOUNT PIC S9(7)V99 COMP-3.

       FD ACCRUAL-REPORT.
       01 ACCRUAL-REPORT-LINE PIC X(80).

       FD GEN-CATALOG-FILE.
       01 GEN-CATALOG-RECORD.
           02 GC-FILENAME PIC X(30).
           02 GC-GEN-DATE PIC 9(8).
           02 GC-REPORT-TYPE PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-EMPLOYEE-STATUS PIC XX VALUE SPACES.
       01 WS-RATE-STATUS PIC XX VALUE SPACES.
       01 WS-TIMECARD-STATUS PIC XX VALUE SPACES.
       01 WS-SUSPENSE-STATUS PIC XX VALUE SPACES.
       01 WS-PAID-HOURS-STATUS PIC XX VALUE SPACES.
       01 WS-DEPT-MASTER-STATUS PIC XX VALUE SPACES.
       01 WS-CALENDAR-STATUS PIC XX VALUE SPACES.
       01 WS-RUN-CYCLE-STATUS PIC XX VALUE SPACES.
       01 WS-ACCRUAL-CONTROL-STATUS PIC XX VALUE SPACES.
       01 WS-ACCRUAL-HISTORY-STATUS PIC XX VALUE SPACES.
       01 WS-SORTED-STATUS PIC XX VALUE SPACES.
       01 WS-GL-POST-STATUS PIC XX VALUE SPACES.
       01 WS-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-GEN-CATALOG-STATUS PIC XX VALUE SPACES.
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-MASTER-EOF PIC X VALUE "N".
           88 WS-MASTER-DONE VALUE "Y".
       01 WS-RATE-EOF PIC X VALUE "N".
           88 WS-RATE-DONE VALUE "Y".
       01 WS-EMPLOYEE-MASTER-OPEN-SWITCH PIC X VALUE "N".
           88 WS-EMPLOYEE-MASTER-OPEN VALUE "Y".
       01 WS-RATE-MASTER-OPEN-SWITCH PIC X VALUE "N".
           88 WS-RATE-MASTER-OPEN VALUE "Y".
       01 WS-REPORT-FILENAME PIC X(30) VALUE SPACES.
       01 WS-CATALOG-FILENAME PIC X(30) VALUE SPACES.
       01 WS-CATALOG-TYPE PIC X(8) VALUE SPACES.
       01 WS-CYCLE-NUMBER PIC 9(5) VALUE 0.
       01 WS-GEN-DATE PIC 9(8) VALUE 0.
       01 WS-GEN-CURRENT-DATE PIC X(21) VALUE SPACES.
      *> The accrual month is the processing date's month; the accrual
      *> posts on its last day and the reversal on the first of the
      *> month after.
       01 WS-PROCESS-DATE-PARTS.
           02 WS-PROCESS-YEAR PIC 9(4).
           02 WS-PROCESS-MONTH PIC 99.
           02 WS-PROCESS-DAY PIC 99.
       01 WS-PROCESS-DATE-NUM REDEFINES WS-PROCESS-DATE-PARTS
           PIC 9(8).
       01 WS-ACCRUAL-MONTH PIC 9(6) VALUE 0.
       01 WS-REVERSAL-DATE-PARTS.
           02 WS-REVERSAL-YEAR PIC 9(4).
           02 WS-REVERSAL-MONTH PIC 99.
           02 WS-REVERSAL-DAY PIC 99.
       01 WS-REVERSAL-DATE REDEFINES WS-REVERSAL-DATE-PARTS PIC 9(8).
       01 WS-MONTH-END-DATE PIC 9(8) VALUE 0.
       01 WS-PROCESS-INT PIC 9(7) VALUE 0.
       01 WS-MONTH-END-INT PIC 9(7) VALUE 0.
       01 WS-WORK-INT PIC 9(7) VALUE 0.
       01 WS-DAY-HOURS PIC 99 VALUE 8.
       01 WS-MONTH-END-SWITCH PIC X VALUE "Y".
           88 WS-MONTH-END-NIGHT VALUE "Y".
      *> One slot per day for the hundred days up to the month-end:
      *> whether the calendar makes it a non-processing day, and
      *> whether the employee in hand has a card for it. An open
      *> period that starts further back than that is not estimated.
       01 WS-DAY-TABLE-MAX PIC 9(3) VALUE 100.
       01 WS-DAY-BASE-INT PIC 9(7) VALUE 0.
       01 WS-DAY-IDX PIC 9(3) VALUE 0.
       01 WS-DAY-TABLE.
           02 WS-DAY-ENTRY OCCURS 100 TIMES.
               03 DY-NON-PROCESS-FLAG PIC X.
                   88 DY-NON-PROCESS VALUE "Y".
               03 DY-CARD-FLAG PIC X.
                   88 DY-CARDED VALUE "Y".
      *> The open period runs from the day after the last paid period
      *> ended (the latest period end on PAIDHRS.DAT) to the month-end.
       01 WS-LAST-PERIOD-START PIC 9(8) VALUE 0.
       01 WS-LAST-PERIOD-END PIC 9(8) VALUE 0.
       01 WS-OPEN-START-INT PIC 9(7) VALUE 0.
       01 WS-OPEN-SWITCH PIC X VALUE "N".
           88 WS-OPEN-PERIOD-ESTIMATED VALUE "Y".
       01 WS-OPEN-WORK-DAYS PIC 9(3) VALUE 0.
       01 WS-PERIOD-DAYS PIC 9(3) VALUE 0.
       01 WS-PERIODS-PER-YEAR PIC 99 VALUE 26.
       01 WS-WORK-DAYS-PER-YEAR PIC 9(3) VALUE 260.
      *> Department accrual table - DEPTMAST.DAT's departments (or
      *> temp1's built-in six when it is missing), plus any department
      *> an employee carries that the master has not got, posted to the
      *> 5100+code account temp1 falls back to.
       01 WS-DEPT-TABLE-MAX PIC 99 VALUE 60.
       01 WS-DEPT-TABLE-SIZE PIC 99 VALUE 0.
       01 WS-DEPT-IDX PIC 99 VALUE 0.
       01 WS-DEPT-DEFAULT-SIZE PIC 9 VALUE 6.
       01 WS-DEPT-DEFAULT-VALUES.
           02 FILLER PIC X(32) VALUE
               "0100ADMINISTRATION      51000100".
           02 FILLER PIC X(32) VALUE
               "0200OPERATIONS          51000200".
           02 FILLER PIC X(32) VALUE
               "0300PRODUCTION          51000300".
           02 FILLER PIC X(32) VALUE
               "0400MAINTENANCE         51000400".
           02 FILLER PIC X(32) VALUE
               "0500SHIPPING            51000500".
           02 FILLER PIC X(32) VALUE
               "0600SALES               51000600".
       01 WS-DEPT-DEFAULT-TABLE REDEFINES WS-DEPT-DEFAULT-VALUES.
           02 WS-DEPT-DEFAULT-ENTRY OCCURS 6 TIMES.
               03 DD-DEPT-CODE PIC X(4).
               03 DD-DEPT-NAME PIC X(20).
               03 DD-DEPT-GL-ACCOUNT PIC X(8).
       01 WS-DEPT-TABLE.
           02 WS-DEPT-ENTRY OCCURS 60 TIMES.
               03 AC-DEPT-CODE PIC X(4).
               03 AC-DEPT-NAME PIC X(20).
               03 AC-GL-ACCOUNT PIC X(8).
               03 AC-CARD-HOURS PIC 9(7).
               03 AC-EST-HOURS PIC 9(7).
               03 AC-CARD-AMOUNT PIC 9(7)V99.
               03 AC-EST-AMOUNT PIC 9(7)V99.
       01 WS-ACCRUED-PAYROLL-ACCOUNT PIC X(8) VALUE "21000000".
      *> The employee in hand while the sorted file is read.
       01 WS-GROUP-OPEN-SWITCH PIC X VALUE "N".
           88 WS-GROUP-OPEN VALUE "Y".
       01 WS-GROUP-SSNUM PIC 9(9) VALUE 0.
       01 WS-GROUP-EMPLOYEE-SWITCH PIC X VALUE "N".
           88 WS-GROUP-ON-MASTER VALUE "Y".
       01 WS-GROUP-DEPT PIC X(4) VALUE SPACES.
       01 WS-GROUP-PAY-CLASS PIC X VALUE SPACE.
           88 WS-GROUP-SALARIED VALUE "S".
       01 WS-GROUP-SALARY PIC 9(7)V99 VALUE 0.
       01 WS-GROUP-DEPT-IDX PIC 99 VALUE 0.
       01 WS-PAID-START-INT PIC 9(7) VALUE 0.
       01 WS-PAID-END-INT PIC 9(7) VALUE 0.
       01 WS-DATE-OPEN-SWITCH PIC X VALUE "N".
           88 WS-DATE-OPEN VALUE "Y".
       01 WS-DATE-WORK-DATE PIC 9(8) VALUE 0.
       01 WS-DATE-HOURS PIC S9(5) VALUE 0.
       01 WS-CARD-HOURS PIC 9(4) VALUE 0.
      *> Rate in force on a given day - temp1's rule: the row with the
      *> latest effective date on or before it.
       01 WS-RATE-LOOKUP-SSNUM PIC 9(9) VALUE 0.
       01 WS-RATE-LOOKUP-INT PIC 9(7) VALUE 0.
       01 WS-RM-EFFECTIVE-NUM PIC 9(8) VALUE 0.
       01 WS-RATE-EFFECTIVE-INT PIC 9(7) VALUE 0.
       01 WS-BEST-EFFECTIVE-INT PIC 9(7) VALUE 0.
       01 WS-RATE-FOUND-SWITCH PIC X VALUE "N".
           88 WS-RATE-FOUND VALUE "Y".
       01 WS-RATE-IN-FORCE PIC 999V99 VALUE 0.
       01 WS-NO-RATE-SWITCH PIC X VALUE "N".
           88 WS-EMPLOYEE-NO-RATE VALUE "Y".
       01 WS-LINE-AMOUNT PIC 9(7)V99 VALUE 0.
       01 WS-ANNUAL-SALARY PIC 9(9)V99 VALUE 0.
       01 WS-DAILY-SALARY PIC 9(7)V99 VALUE 0.
       01 WS-DEPT-AMOUNT PIC 9(7)V99 VALUE 0.
       01 WS-TOTAL-AMOUNT PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-CARD-HOURS PIC 9(7) VALUE 0.
       01 WS-TOTAL-EST-HOURS PIC 9(7) VALUE 0.
       01 WS-EMPLOYEES-ACCRUED PIC 9(5) VALUE 0.
       01 WS-EMPLOYEE-ACCRUED-SWITCH PIC X VALUE "N".
           88 WS-EMPLOYEE-ACCRUED VALUE "Y".
       01 WS-CARDS-RELEASED PIC 9(6) VALUE 0.
      *> The cards temp1 suspended tonight are still in TIMECARD.DAT
      *> as well as TCSUSP.DAT. The suspense copy is the one released;
      *> a TIMECARD.DAT detail matching one of tonight's suspense rows
      *> on SSNum, work date and hours is skipped, each row matching
      *> once.
       01 WS-TONIGHT-SUSP-MAX PIC 9(4) VALUE 5000.
       01 WS-TONIGHT-SUSP-COUNT PIC 9(4) VALUE 0.
       01 WS-TONIGHT-SUSP-IDX PIC 9(4) VALUE 0.
       01 WS-TONIGHT-SUSP-TABLE.
           02 WS-TONIGHT-SUSP-ENTRY OCCURS 5000 TIMES.
               03 TS-SSNUM PIC 9(9).
               03 TS-WORK-DATE PIC 9(8).
               03 TS-HOURS PIC 9(4).
               03 TS-MATCHED-FLAG PIC X.
                   88 TS-MATCHED VALUE "Y".
       01 WS-SUSP-MATCH-SWITCH PIC X VALUE "N".
           88 WS-CARD-IN-SUSPENSE VALUE "Y".
       01 WS-CARDS-IN-SUSPENSE PIC 9(6) VALUE 0.
       01 WS-UNPAID-CARD-DAYS PIC 9(6) VALUE 0.
       01 WS-NO-EMPLOYEE-DAYS PIC 9(6) VALUE 0.
       01 WS-NO-RATE-DAYS PIC 9(6) VALUE 0.
       01 WS-NO-RATE-EMPLOYEES PIC 9(5) VALUE 0.
       01 WS-BAD-DATE-CARDS PIC 9(6) VALUE 0.
       01 WS-POSTING-COUNT PIC 9(5) VALUE 0.
       01 WS-GL-AMOUNT PIC 9(9)V99 VALUE 0.
      *> An amount past what GL-AMOUNT holds posts as several rows of
      *> at most WS-GL-ROW-MAX each.
       01 WS-GL-ROW-MAX PIC 9(7)V99 VALUE 9999999.99.
       01 WS-GL-AMOUNT-LEFT PIC 9(9)V99 VALUE 0.
       01 WS-GL-ROW-AMOUNT PIC 9(7)V99 VALUE 0.
       01 WS-GL-ACCOUNT PIC X(8) VALUE SPACES.
       01 WS-GL-DEPT PIC X(4) VALUE SPACES.
       01 WS-GL-DR-CR PIC X VALUE SPACE.
       01 WS-GL-POST-DATE PIC 9(8) VALUE 0.
       01 WS-HOURS-DISPLAY PIC Z,ZZZ,ZZ9 VALUE ZERO.
       01 WS-EST-DISPLAY PIC Z,ZZZ,ZZ9 VALUE ZERO.
       01 WS-AMOUNT-DISPLAY PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
       01 WS-COUNT-DISPLAY PIC ZZZ,ZZ9 VALUE ZERO.
       01 WS-REPORT-LINE PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       Main-Logic.
           MOVE 0 TO RETURN-CODE
           PERFORM Load-Run-Cycle
           PERFORM Set-Accrual-Month
           PERFORM Load-Calendar
           PERFORM Check-Month-End
           IF NOT WS-MONTH-END-NIGHT
               DISPLAY "LABACCR: " WS-GEN-DATE " is not the last "
                   "processing day of the month - no accrual tonight"
               STOP RUN
           END-IF
           PERFORM Check-Accrual-History
           PERFORM Load-Accrual-Control
           PERFORM Load-Department-Master
           PERFORM Build-Generation-Names
           OPEN OUTPUT ACCRUAL-REPORT
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open " WS-REPORT-FILENAME
                   " status " WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "MONTH-END LABOR ACCRUAL - MONTH ENDING "
               WS-MONTH-END-DATE " - CYCLE " WS-CYCLE-NUMBER
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM Write-Report-Line
           PERFORM Open-Employee-Master
           IF NOT WS-EMPLOYEE-MASTER-OPEN
               MOVE "EMPLOYEE-MASTER UNAVAILABLE - NOTHING ACCRUED"
                   TO WS-REPORT-LINE
               PERFORM Write-Report-Line
               PERFORM Close-Accrual-Report
               STOP RUN
           END-IF
           PERFORM Open-Rate-Master
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SA-SSNUM SA-DATE SA-TYPE
               INPUT PROCEDURE IS Release-Accrual-Rows
               GIVING SORTED-ACCRUAL-FILE
           CLOSE EMPLOYEE-MASTER
           PERFORM Set-Open-Period
           OPEN INPUT SORTED-ACCRUAL-FILE
           IF WS-SORTED-STATUS NOT = "00"
               DISPLAY "Unable to open ACCRUAL.SRT, status "
                   WS-SORTED-STATUS
               CLOSE ACCRUAL-REPORT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ SORTED-ACCRUAL-FILE
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-EOF
               PERFORM Accrue-One-Row
               READ SORTED-ACCRUAL-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM
           IF WS-GROUP-OPEN
               PERFORM Close-Employee-Group
           END-IF
           CLOSE SORTED-ACCRUAL-FILE
           IF WS-RATE-MASTER-OPEN
               CLOSE RATE-MASTER
           END-IF
           PERFORM Write-Department-Lines
           PERFORM Write-Accrual-Totals
           IF WS-TOTAL-AMOUNT > 0
               PERFORM Post-Accrual-Set
           ELSE
               MOVE "NOTHING TO ACCRUE - NO POSTINGS WRITTEN"
                   TO WS-REPORT-LINE
               PERFORM Write-Report-Line
           END-IF
           PERFORM Close-Accrual-Report
           MOVE WS-TOTAL-AMOUNT TO WS-AMOUNT-DISPLAY
           DISPLAY "Labor accrual for " WS-ACCRUAL-MONTH
               " - employees: " WS-EMPLOYEES-ACCRUED
               " postings: " WS-POSTING-COUNT
               " total: " WS-AMOUNT-DISPLAY
           IF (WS-NO-EMPLOYEE-DAYS > 0 OR WS-NO-RATE-DAYS > 0
                   OR WS-NO-RATE-EMPLOYEES > 0
                   OR WS-BAD-DATE-CARDS > 0)
                   AND RETURN-CODE < 4
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
               DISPLAY "No RUNCYCLE.DAT found - taking today as the "
                   "processing date"
           END-IF
           IF WS-GEN-DATE = 0
               MOVE FUNCTION CURRENT-DATE TO WS-GEN-CURRENT-DATE
               MOVE WS-GEN-CURRENT-DATE (1:8) TO WS-GEN-DATE
           END-IF.

       Set-Accrual-Month.
           MOVE WS-GEN-DATE TO WS-PROCESS-DATE-NUM
           COMPUTE WS-ACCRUAL-MONTH =
               WS-PROCESS-YEAR * 100 + WS-PROCESS-MONTH
           MOVE WS-PROCESS-YEAR TO WS-REVERSAL-YEAR
           MOVE WS-PROCESS-MONTH TO WS-REVERSAL-MONTH
           MOVE 1 TO WS-REVERSAL-DAY
           IF WS-REVERSAL-MONTH = 12
               ADD 1 TO WS-REVERSAL-YEAR
               MOVE 1 TO WS-REVERSAL-MONTH
           ELSE
               ADD 1 TO WS-REVERSAL-MONTH
           END-IF
           COMPUTE WS-MONTH-END-INT =
               FUNCTION INTEGER-OF-DATE (WS-REVERSAL-DATE) - 1
           COMPUTE WS-MONTH-END-DATE =
               FUNCTION DATE-OF-INTEGER (WS-MONTH-END-INT)
           COMPUTE WS-PROCESS-INT =
               FUNCTION INTEGER-OF-DATE (WS-GEN-DATE)
           COMPUTE WS-DAY-BASE-INT =
               WS-MONTH-END-INT - WS-DAY-TABLE-MAX + 1
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-TABLE-MAX
               MOVE "N" TO DY-NON-PROCESS-FLAG (WS-DAY-IDX)
               MOVE "N" TO DY-CARD-FLAG (WS-DAY-IDX)
           END-PERFORM.

      *> Holidays and weekend skips inside the day table's reach are
      *> the non-working days; the calendar is the same one RUNCTL
      *> refuses the stream by.
       Load-Calendar.
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS = "00"
               READ CALENDAR-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF CAL-DATE IS NUMERIC AND CAL-DATE > 0
                       COMPUTE WS-WORK-INT =
                           FUNCTION INTEGER-OF-DATE (CAL-DATE)
                       IF WS-WORK-INT >= WS-DAY-BASE-INT
                               AND WS-WORK-INT <= WS-MONTH-END-INT
                           COMPUTE WS-DAY-IDX =
                               WS-WORK-INT - WS-DAY-BASE-INT + 1
                           MOVE "Y"
                               TO DY-NON-PROCESS-FLAG (WS-DAY-IDX)
                       END-IF
                   END-IF
                   READ CALENDAR-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
               MOVE "N" TO WS-EOF-SWITCH
           ELSE
               DISPLAY "No CALENDAR.DAT found - every day is a "
                   "working day"
           END-IF.

      *> Tonight is the month's last run when every day left in the
      *> month is one the stream does not run on.
       Check-Month-End.
           SET WS-MONTH-END-NIGHT TO TRUE
           COMPUTE WS-WORK-INT = WS-PROCESS-INT + 1
           PERFORM UNTIL WS-WORK-INT > WS-MONTH-END-INT
               COMPUTE WS-DAY-IDX = WS-WORK-INT - WS-DAY-BASE-INT + 1
               IF NOT DY-NON-PROCESS (WS-DAY-IDX)
                   MOVE "N" TO WS-MONTH-END-SWITCH
                   MOVE WS-MONTH-END-INT TO WS-WORK-INT
               END-IF
               ADD 1 TO WS-WORK-INT
           END-PERFORM.

      *> The reversal already dated next month would double the
      *> estimate if the month were accrued twice - a second month-end
      *> night in the same month (a calendar changed after the fact,
      *> or the step run by hand) is reported and posts nothing.
       Check-Accrual-History.
           OPEN INPUT ACCRUAL-HISTORY-FILE
           IF WS-ACCRUAL-HISTORY-STATUS = "00"
               READ ACCRUAL-HISTORY-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF AH-MONTH = WS-ACCRUAL-MONTH
                       DISPLAY "LABACCR: " WS-ACCRUAL-MONTH
                           " was already accrued in cycle " AH-CYCLE
                           " on " AH-PROCESS-DATE
                           " - not posted again"
                       CLOSE ACCRUAL-HISTORY-FILE
                       MOVE 4 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   READ ACCRUAL-HISTORY-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ACCRUAL-HISTORY-FILE
               MOVE "N" TO WS-EOF-SWITCH
           END-IF.

       Load-Accrual-Control.
           OPEN INPUT ACCRUAL-CONTROL-FILE
           IF WS-ACCRUAL-CONTROL-STATUS = "00"
               READ ACCRUAL-CONTROL-FILE
                   AT END CONTINUE
               END-READ
               IF WS-ACCRUAL-CONTROL-STATUS = "00"
                       AND ACCRUAL-DAY-HOURS IS NUMERIC
                       AND ACCRUAL-DAY-HOURS > 0
                       AND ACCRUAL-DAY-HOURS <= 24
                   MOVE ACCRUAL-DAY-HOURS TO WS-DAY-HOURS
               END-IF
               CLOSE ACCRUAL-CONTROL-FILE
           ELSE
               DISPLAY "No ACCRCTL.DAT control file found - "
                   "estimating " WS-DAY-HOURS " hours a working day"
           END-IF.

      *> Same fallback temp1 makes when DEPTMAST.DAT is missing.
       Load-Department-Master.
           MOVE 0 TO WS-DEPT-TABLE-SIZE
           OPEN INPUT DEPT-MASTER
           IF WS-DEPT-MASTER-STATUS = "35"
               DISPLAY "No DEPTMAST.DAT found - using the built-in "
                   "department table"
               PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                       UNTIL WS-DEPT-IDX > WS-DEPT-DEFAULT-SIZE
                   MOVE WS-DEPT-IDX TO WS-DEPT-TABLE-SIZE
                   MOVE DD-DEPT-CODE (WS-DEPT-IDX)
                       TO AC-DEPT-CODE (WS-DEPT-IDX)
                   MOVE DD-DEPT-NAME (WS-DEPT-IDX)
                       TO AC-DEPT-NAME (WS-DEPT-IDX)
                   MOVE DD-DEPT-GL-ACCOUNT (WS-DEPT-IDX)
                       TO AC-GL-ACCOUNT (WS-DEPT-IDX)
                   PERFORM Clear-Dept-Accrual
               END-PERFORM
           ELSE
               IF WS-DEPT-MASTER-STATUS NOT = "00"
                   DISPLAY "Unable to open DEPTMAST.DAT, status "
                       WS-DEPT-MASTER-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ DEPT-MASTER
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF WS-DEPT-TABLE-SIZE < WS-DEPT-TABLE-MAX
                       ADD 1 TO WS-DEPT-TABLE-SIZE
                       MOVE WS-DEPT-TABLE-SIZE TO WS-DEPT-IDX
                       MOVE DM-CODE TO AC-DEPT-CODE (WS-DEPT-IDX)
                       MOVE DM-NAME TO AC-DEPT-NAME (WS-DEPT-IDX)
                       MOVE DM-GL-ACCOUNT TO AC-GL-ACCOUNT (WS-DEPT-IDX)
                       PERFORM Clear-Dept-Accrual
                       READ DEPT-MASTER
                           AT END SET WS-EOF TO TRUE
                       END-READ
                   ELSE
                       DISPLAY "DEPTMAST.DAT has more than "
                           WS-DEPT-TABLE-MAX " departments - nothing "
                           "accrued"
                       CLOSE DEPT-MASTER
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-PERFORM
               CLOSE DEPT-MASTER
               MOVE "N" TO WS-EOF-SWITCH
           END-IF.

       Clear-Dept-Accrual.
           MOVE 0 TO AC-CARD-HOURS (WS-DEPT-IDX)
           MOVE 0 TO AC-EST-HOURS (WS-DEPT-IDX)
           MOVE 0 TO AC-CARD-AMOUNT (WS-DEPT-IDX)
           MOVE 0 TO AC-EST-AMOUNT (WS-DEPT-IDX).

       Build-Generation-Names.
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "ACCRUAL-" WS-GEN-DATE ".RPT"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           END-STRING.

      *> Unlike the nightly readers of the master, a failed open here
      *> cannot just be warned about: tonight is the month's only
      *> chance to accrue, and ACCRHIST.DAT is not marked, so the step
      *> ends in error and the restart runs it again once the master
      *> is back.
       Open-Employee-Master.
           MOVE "N" TO WS-EMPLOYEE-MASTER-OPEN-SWITCH
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-EMPLOYEE-STATUS NOT = "00"
               DISPLAY "Unable to open EMPLOYEE-MASTER, status "
                   WS-EMPLOYEE-STATUS " - nothing accrued this month;"
                   " rerun LABACCR once the master is available"
               MOVE 8 TO RETURN-CODE
           ELSE
               SET WS-EMPLOYEE-MASTER-OPEN TO TRUE
           END-IF.

      *> A missing rate master leaves hourly labor unpriced and counted.
       Open-Rate-Master.
           MOVE "N" TO WS-RATE-MASTER-OPEN-SWITCH
           OPEN INPUT RATE-MASTER
           IF WS-RATE-STATUS NOT = "00"
               DISPLAY "No PAYRATE.DAT found - hourly labor cannot be "
                   "priced"
           ELSE
               SET WS-RATE-MASTER-OPEN TO TRUE
           END-IF.

       Release-Accrual-Rows.
           PERFORM Release-Active-Employees
           PERFORM Release-Paid-Weeks
           PERFORM Release-Suspense-Cards
           PERFORM Release-Timecards.

      *> Employees marked for deletion are leaving and accrue nothing.
       Release-Active-Employees.
           MOVE LOW-VALUES TO EMP-SSNUM
           START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-SSNUM
               INVALID KEY SET WS-MASTER-DONE TO TRUE
           END-START
           IF NOT WS-MASTER-DONE
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END SET WS-MASTER-DONE TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-MASTER-DONE
               IF NOT EMP-MARKED-FOR-DELETION
                   MOVE SPACES TO SORT-WORK-RECORD
                   MOVE EMP-SSNUM TO SA-SSNUM
                   MOVE 0 TO SA-DATE
                   MOVE "0" TO SA-TYPE
                   MOVE 0 TO SA-HOURS
                   MOVE 0 TO SA-END-DATE
                   MOVE EMP-DEPT TO SA-DEPT
                   MOVE EMP-PAY-CLASS TO SA-PAY-CLASS
                   MOVE EMP-SALARY TO SA-SALARY
                   RELEASE SORT-WORK-RECORD
               END-IF
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END SET WS-MASTER-DONE TO TRUE
               END-READ
           END-PERFORM.

      *> A paid week covers its seven days, or to the end of its pay
      *> period when the period ends sooner. The latest period end on
      *> file is where the open period starts from.
       Release-Paid-Weeks.
           OPEN INPUT PAID-HOURS-FILE
           IF WS-PAID-HOURS-STATUS NOT = "00"
               DISPLAY "No PAIDHRS.DAT found - no card can be shown "
                   "paid and no open period estimated"
           ELSE
               READ PAID-HOURS-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF PW-WEEK-START IS NUMERIC AND PW-WEEK-START > 0
                           AND PW-PERIOD-END IS NUMERIC
                           AND PW-PERIOD-END > 0
                       MOVE SPACES TO SORT-WORK-RECORD
                       MOVE PW-SSNUM TO SA-SSNUM
                       MOVE PW-WEEK-START TO SA-DATE
                       MOVE "1" TO SA-TYPE
                       MOVE 0 TO SA-HOURS
                       COMPUTE WS-WORK-INT =
                           FUNCTION INTEGER-OF-DATE (PW-WEEK-START) + 6
                       COMPUTE SA-END-DATE =
                           FUNCTION DATE-OF-INTEGER (WS-WORK-INT)
                       IF PW-PERIOD-END < SA-END-DATE
                           MOVE PW-PERIOD-END TO SA-END-DATE
                       END-IF
                       MOVE 0 TO SA-SALARY
                       RELEASE SORT-WORK-RECORD
                       IF PW-PERIOD-END > WS-LAST-PERIOD-END
                           MOVE PW-PERIOD-END TO WS-LAST-PERIOD-END
                           MOVE PW-PERIOD-START
                               TO WS-LAST-PERIOD-START
                       END-IF
                   END-IF
                   READ PAID-HOURS-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PAID-HOURS-FILE
               MOVE "N" TO WS-EOF-SWITCH
           END-IF.

      *> Every detail in the file, whichever batch it is in and whether
      *> or not that batch balanced - a card in a refused batch has
      *> been worked and not paid all the same. A void takes its
      *> card's hours back off the day.
       Release-Timecards.
           OPEN INPUT TIMECARD-FILE
           IF WS-TIMECARD-STATUS = "00"
               READ TIMECARD-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF TC-DETAIL OR TC-VOID
                       MOVE SPACES TO SORT-WORK-RECORD
                       MOVE TC-SSNUM TO SA-SSNUM
                       MOVE TC-WORK-DATE TO SA-DATE
                       IF TC-DETAIL
                           MOVE "2" TO SA-TYPE
                       ELSE
                           MOVE "3" TO SA-TYPE
                       END-IF
                       COMPUTE SA-HOURS = TC-NUM1 + TC-NUM2
                       MOVE 0 TO SA-END-DATE
                       MOVE 0 TO SA-SALARY
                       MOVE "N" TO WS-SUSP-MATCH-SWITCH
                       IF TC-DETAIL
                           PERFORM Match-Tonight-Suspense
                       END-IF
                       IF WS-CARD-IN-SUSPENSE
                           ADD 1 TO WS-CARDS-IN-SUSPENSE
                       ELSE
                           PERFORM Release-One-Card
                       END-IF
                   END-IF
                   READ TIMECARD-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TIMECARD-FILE
               MOVE "N" TO WS-EOF-SWITCH
           END-IF.

       Release-Suspense-Cards.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS = "00"
               READ SUSPENSE-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   MOVE SPACES TO SORT-WORK-RECORD
                   MOVE SP-SSNUM TO SA-SSNUM
                   MOVE SP-WORK-DATE TO SA-DATE
                   MOVE "2" TO SA-TYPE
                   COMPUTE SA-HOURS = SP-NUM1 + SP-NUM2
                   MOVE 0 TO SA-END-DATE
                   MOVE 0 TO SA-SALARY
                   PERFORM Release-One-Card
                   IF SP-CYCLE = WS-CYCLE-NUMBER
                       PERFORM Hold-Tonight-Suspense
                   END-IF
                   READ SUSPENSE-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
               MOVE "N" TO WS-EOF-SWITCH
           END-IF.

       Hold-Tonight-Suspense.
           IF WS-TONIGHT-SUSP-COUNT >= WS-TONIGHT-SUSP-MAX
               DISPLAY "More than " WS-TONIGHT-SUSP-MAX " cards "
                   "suspended in cycle " WS-CYCLE-NUMBER " - raise "
                   "WS-TONIGHT-SUSP-MAX; nothing accrued"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-TONIGHT-SUSP-COUNT
           MOVE SA-SSNUM TO TS-SSNUM (WS-TONIGHT-SUSP-COUNT)
           MOVE SA-DATE TO TS-WORK-DATE (WS-TONIGHT-SUSP-COUNT)
           MOVE SA-HOURS TO TS-HOURS (WS-TONIGHT-SUSP-COUNT)
           MOVE "N" TO TS-MATCHED-FLAG (WS-TONIGHT-SUSP-COUNT).

       Match-Tonight-Suspense.
           PERFORM VARYING WS-TONIGHT-SUSP-IDX FROM 1 BY 1
                   UNTIL WS-TONIGHT-SUSP-IDX > WS-TONIGHT-SUSP-COUNT
                       OR WS-CARD-IN-SUSPENSE
               IF NOT TS-MATCHED (WS-TONIGHT-SUSP-IDX)
                       AND TS-SSNUM (WS-TONIGHT-SUSP-IDX) = SA-SSNUM
                       AND TS-WORK-DATE (WS-TONIGHT-SUSP-IDX) = SA-DATE
                       AND TS-HOURS (WS-TONIGHT-SUSP-IDX) = SA-HOURS
                   SET TS-MATCHED (WS-TONIGHT-SUSP-IDX) TO TRUE
                   SET WS-CARD-IN-SUSPENSE TO TRUE
               END-IF
           END-PERFORM.

      *> A card with no usable work date cannot be placed in a month.
       Release-One-Card.
           IF SA-SSNUM IS NOT NUMERIC OR SA-DATE IS NOT NUMERIC
               ADD 1 TO WS-BAD-DATE-CARDS
           ELSE
               IF SA-DATE = 0
                       OR FUNCTION INTEGER-OF-DATE (SA-DATE) = 0
                   ADD 1 TO WS-BAD-DATE-CARDS
               ELSE
                   RELEASE SORT-WORK-RECORD
                   ADD 1 TO WS-CARDS-RELEASED
               END-IF
           END-IF.

      *> With no paid period on file there is no "after the last
      *> payroll" to estimate from; a last period more than the day
      *> table's reach before the month-end is left for Finance to
      *> estimate by hand rather than guessed at.
       Set-Open-Period.
           MOVE "N" TO WS-OPEN-SWITCH
           MOVE 0 TO WS-OPEN-WORK-DAYS
           IF WS-LAST-PERIOD-END = 0
               MOVE "NO PAID PERIOD ON PAIDHRS.DAT - OPEN PERIOD NOT ESTIMATED"
                   TO WS-REPORT-LINE
               PERFORM Write-Report-Line
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               COMPUTE WS-OPEN-START-INT =
                   FUNCTION INTEGER-OF-DATE (WS-LAST-PERIOD-END) + 1
               EVALUATE TRUE
                   WHEN WS-OPEN-START-INT > WS-MONTH-END-INT
                       CONTINUE
                   WHEN WS-OPEN-START-INT < WS-DAY-BASE-INT
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING "LAST PAID PERIOD ENDED "
                           WS-LAST-PERIOD-END " - MORE THAN "
                           WS-DAY-TABLE-MAX " DAYS BACK, NOT ESTIMATED"
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       END-STRING
                       PERFORM Write-Report-Line
                       MOVE 8 TO RETURN-CODE
                   WHEN OTHER
                       SET WS-OPEN-PERIOD-ESTIMATED TO TRUE
                       MOVE WS-OPEN-START-INT TO WS-WORK-INT
                       PERFORM UNTIL WS-WORK-INT > WS-MONTH-END-INT
                           COMPUTE WS-DAY-IDX =
                               WS-WORK-INT - WS-DAY-BASE-INT + 1
                           IF NOT DY-NON-PROCESS (WS-DAY-IDX)
                               ADD 1 TO WS-OPEN-WORK-DAYS
                           END-IF
                           ADD 1 TO WS-WORK-INT
                       END-PERFORM
               END-EVALUATE
               PERFORM Set-Salary-Frequency
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LAST PAID PERIOD " WS-LAST-PERIOD-START " - "
               WS-LAST-PERIOD-END "   OPEN WORKING DAYS "
               WS-OPEN-WORK-DAYS "   HOURS A DAY " WS-DAY-HOURS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM Write-Report-Line.

      *> Salaried pay frequency by temp1's rule - the length of the pay
      *> period - taken from the last paid period.
       Set-Salary-Frequency.
           COMPUTE WS-PERIOD-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-LAST-PERIOD-END)
               - FUNCTION INTEGER-OF-DATE (WS-LAST-PERIOD-START) + 1
           EVALUATE TRUE
               WHEN WS-PERIOD-DAYS <= 7
                   MOVE 52 TO WS-PERIODS-PER-YEAR
               WHEN WS-PERIOD-DAYS <= 14
                   MOVE 26 TO WS-PERIODS-PER-YEAR
               WHEN WS-PERIOD-DAYS <= 16
                   MOVE 24 TO WS-PERIODS-PER-YEAR
               WHEN OTHER
                   MOVE 12 TO WS-PERIODS-PER-YEAR
           END-EVALUATE.

       Accrue-One-Row.
           IF WS-GROUP-OPEN AND SR-SSNUM NOT = WS-GROUP-SSNUM
               PERFORM Close-Employee-Group
           END-IF
           IF NOT WS-GROUP-OPEN
               PERFORM Open-Employee-Group
           END-IF
           IF WS-DATE-OPEN AND SR-DATE NOT = WS-DATE-WORK-DATE
               PERFORM Close-Date-Group
           END-IF
           EVALUATE TRUE
               WHEN SR-EMPLOYEE-ROW
                   SET WS-GROUP-ON-MASTER TO TRUE
                   MOVE SR-DEPT TO WS-GROUP-DEPT
                   MOVE SR-PAY-CLASS TO WS-GROUP-PAY-CLASS
                   MOVE SR-SALARY TO WS-GROUP-SALARY
                   PERFORM Find-Dept-Entry
               WHEN SR-PAID-WEEK-ROW
                   COMPUTE WS-PAID-START-INT =
                       FUNCTION INTEGER-OF-DATE (SR-DATE)
                   COMPUTE WS-PAID-END-INT =
                       FUNCTION INTEGER-OF-DATE (SR-END-DATE)
               WHEN SR-CARD-ROW
                   IF NOT WS-DATE-OPEN
                       SET WS-DATE-OPEN TO TRUE
                       MOVE SR-DATE TO WS-DATE-WORK-DATE
                       MOVE 0 TO WS-DATE-HOURS
                   END-IF
                   ADD SR-HOURS TO WS-DATE-HOURS
               WHEN SR-VOID-ROW
                   IF WS-DATE-OPEN
                       SUBTRACT SR-HOURS FROM WS-DATE-HOURS
                   END-IF
           END-EVALUATE.

       Open-Employee-Group.
           SET WS-GROUP-OPEN TO TRUE
           MOVE SR-SSNUM TO WS-GROUP-SSNUM
           MOVE "N" TO WS-GROUP-EMPLOYEE-SWITCH
           MOVE SPACES TO WS-GROUP-DEPT
           MOVE SPACE TO WS-GROUP-PAY-CLASS
           MOVE 0 TO WS-GROUP-SALARY
           MOVE 0 TO WS-GROUP-DEPT-IDX
           MOVE 0 TO WS-PAID-START-INT
           MOVE 0 TO WS-PAID-END-INT
           MOVE "N" TO WS-DATE-OPEN-SWITCH
           MOVE "N" TO WS-NO-RATE-SWITCH
           MOVE "N" TO WS-EMPLOYEE-ACCRUED-SWITCH.

      *> One work date's cards, net of voids. The day is paid if the
      *> latest paid week starting on or before it still covers it.
      *> Salaried employees are accrued by the day from the salary,
      *> so their cards only count toward nothing here. A day after
      *> the month-end is next month's labor.
       Close-Date-Group.
           MOVE "N" TO WS-DATE-OPEN-SWITCH
           IF WS-DATE-HOURS > 0
                   AND WS-DATE-WORK-DATE <= WS-MONTH-END-DATE
               COMPUTE WS-WORK-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-WORK-DATE)
               IF WS-PAID-START-INT = 0
                       OR WS-WORK-INT < WS-PAID-START-INT
                       OR WS-WORK-INT > WS-PAID-END-INT
                   PERFORM Accrue-Unpaid-Card-Day
               END-IF
           END-IF.

       Accrue-Unpaid-Card-Day.
           ADD 1 TO WS-UNPAID-CARD-DAYS
           IF WS-WORK-INT >= WS-DAY-BASE-INT
               COMPUTE WS-DAY-IDX = WS-WORK-INT - WS-DAY-BASE-INT + 1
               MOVE "Y" TO DY-CARD-FLAG (WS-DAY-IDX)
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-GROUP-ON-MASTER
                   ADD 1 TO WS-NO-EMPLOYEE-DAYS
               WHEN WS-GROUP-SALARIED
                   CONTINUE
               WHEN OTHER
                   MOVE WS-WORK-INT TO WS-RATE-LOOKUP-INT
                   PERFORM Lookup-Rate-In-Force
                   IF NOT WS-RATE-FOUND
                       ADD 1 TO WS-NO-RATE-DAYS
                   ELSE
                       MOVE WS-DATE-HOURS TO WS-CARD-HOURS
                       COMPUTE WS-LINE-AMOUNT ROUNDED =
                           WS-CARD-HOURS * WS-RATE-IN-FORCE
                       ADD WS-CARD-HOURS
                           TO AC-CARD-HOURS (WS-GROUP-DEPT-IDX)
                       ADD WS-LINE-AMOUNT
                           TO AC-CARD-AMOUNT (WS-GROUP-DEPT-IDX)
                       SET WS-EMPLOYEE-ACCRUED TO TRUE
                   END-IF
           END-EVALUATE.

      *> The open period's working days the employee has no card for
      *> yet are estimated at the standard day - hourly at the rate in
      *> force that day, salaried at the salary's share of a working
      *> day. The card flags are cleared for the next employee.
       Close-Employee-Group.
           IF WS-DATE-OPEN
               PERFORM Close-Date-Group
           END-IF
           IF WS-GROUP-ON-MASTER AND WS-OPEN-PERIOD-ESTIMATED
               IF WS-GROUP-SALARIED
                   MULTIPLY WS-GROUP-SALARY BY WS-PERIODS-PER-YEAR
                       GIVING WS-ANNUAL-SALARY
                   DIVIDE WS-ANNUAL-SALARY BY WS-WORK-DAYS-PER-YEAR
                       GIVING WS-DAILY-SALARY ROUNDED
               END-IF
               MOVE WS-OPEN-START-INT TO WS-WORK-INT
               PERFORM UNTIL WS-WORK-INT > WS-MONTH-END-INT
                   COMPUTE WS-DAY-IDX = WS-WORK-INT - WS-DAY-BASE-INT + 1
                   IF NOT DY-NON-PROCESS (WS-DAY-IDX)
                           AND NOT DY-CARDED (WS-DAY-IDX)
                       PERFORM Estimate-One-Open-Day
                   END-IF
                   ADD 1 TO WS-WORK-INT
               END-PERFORM
           END-IF
           IF WS-EMPLOYEE-NO-RATE
               ADD 1 TO WS-NO-RATE-EMPLOYEES
           END-IF
           IF WS-EMPLOYEE-ACCRUED
               ADD 1 TO WS-EMPLOYEES-ACCRUED
           END-IF
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-TABLE-MAX
               MOVE "N" TO DY-CARD-FLAG (WS-DAY-IDX)
           END-PERFORM
           MOVE "N" TO WS-GROUP-OPEN-SWITCH.

       Estimate-One-Open-Day.
           IF WS-GROUP-SALARIED
               IF WS-DAILY-SALARY > 0
                   ADD WS-DAY-HOURS TO AC-EST-HOURS (WS-GROUP-DEPT-IDX)
                   ADD WS-DAILY-SALARY
                       TO AC-EST-AMOUNT (WS-GROUP-DEPT-IDX)
                   SET WS-EMPLOYEE-ACCRUED TO TRUE
               END-IF
           ELSE
               MOVE WS-WORK-INT TO WS-RATE-LOOKUP-INT
               PERFORM Lookup-Rate-In-Force
               IF NOT WS-RATE-FOUND
                   SET WS-EMPLOYEE-NO-RATE TO TRUE
               ELSE
                   COMPUTE WS-LINE-AMOUNT ROUNDED =
                       WS-DAY-HOURS * WS-RATE-IN-FORCE
                   ADD WS-DAY-HOURS TO AC-EST-HOURS (WS-GROUP-DEPT-IDX)
                   ADD WS-LINE-AMOUNT
                       TO AC-EST-AMOUNT (WS-GROUP-DEPT-IDX)
                   SET WS-EMPLOYEE-ACCRUED TO TRUE
               END-IF
           END-IF.

      *> A department the master does not know is added under temp1's
      *> 5100+code fallback account so the set still proves and the
      *> report shows it.
       Find-Dept-Entry.
           MOVE 0 TO WS-GROUP-DEPT-IDX
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-TABLE-SIZE
               IF AC-DEPT-CODE (WS-DEPT-IDX) = WS-GROUP-DEPT
                   MOVE WS-DEPT-IDX TO WS-GROUP-DEPT-IDX
                   MOVE WS-DEPT-TABLE-SIZE TO WS-DEPT-IDX
               END-IF
           END-PERFORM
           IF WS-GROUP-DEPT-IDX = 0
               IF WS-DEPT-TABLE-SIZE < WS-DEPT-TABLE-MAX
                   ADD 1 TO WS-DEPT-TABLE-SIZE
                   MOVE WS-DEPT-TABLE-SIZE TO WS-DEPT-IDX
                   MOVE WS-DEPT-IDX TO WS-GROUP-DEPT-IDX
                   MOVE WS-GROUP-DEPT TO AC-DEPT-CODE (WS-DEPT-IDX)
                   MOVE "NOT ON DEPTMAST" TO AC-DEPT-NAME (WS-DEPT-IDX)
                   MOVE SPACES TO AC-GL-ACCOUNT (WS-DEPT-IDX)
                   STRING "5100" WS-GROUP-DEPT
                       DELIMITED BY SIZE INTO AC-GL-ACCOUNT (WS-DEPT-IDX)
                   END-STRING
                   PERFORM Clear-Dept-Accrual
               ELSE
                   DISPLAY "More than " WS-DEPT-TABLE-MAX
                       " departments to accrue - nothing posted"
                   MOVE "DEPARTMENT TABLE FULL - NOTHING POSTED"
                       TO WS-REPORT-LINE
                   PERFORM Write-Report-Line
                   CLOSE SORTED-ACCRUAL-FILE
                   CLOSE ACCRUAL-REPORT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *> Same pick temp1's Lookup-Week-Rate makes - the row with the
      *> latest effective date on or before the day.
       Lookup-Rate-In-Force.
           MOVE "N" TO WS-RATE-FOUND-SWITCH
           MOVE 0 TO WS-BEST-EFFECTIVE-INT
           MOVE 0 TO WS-RATE-IN-FORCE
           MOVE WS-GROUP-SSNUM TO WS-RATE-LOOKUP-SSNUM
           PERFORM Start-Employee-Rates
           PERFORM UNTIL WS-RATE-DONE
               PERFORM Resolve-Rate-Effective-Date
               IF WS-RATE-EFFECTIVE-INT <= WS-RATE-LOOKUP-INT
                   IF NOT WS-RATE-FOUND
                           OR WS-RATE-EFFECTIVE-INT
                               >= WS-BEST-EFFECTIVE-INT
                       SET WS-RATE-FOUND TO TRUE
                       MOVE WS-RATE-EFFECTIVE-INT
                           TO WS-BEST-EFFECTIVE-INT
                       MOVE RM-HOURLY-RATE TO WS-RATE-IN-FORCE
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

       Write-Department-Lines.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM Write-Report-Line
           STRING "DEPT NAME                 ACCOUNT  "
               "CARD HOURS  EST HOURS         ACCRUAL"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM Write-Report-Line
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-TABLE-SIZE
               COMPUTE WS-DEPT-AMOUNT = AC-CARD-AMOUNT (WS-DEPT-IDX)
                   + AC-EST-AMOUNT (WS-DEPT-IDX)
               IF WS-DEPT-AMOUNT > 0
                   MOVE AC-CARD-HOURS (WS-DEPT-IDX) TO WS-HOURS-DISPLAY
                   MOVE AC-EST-HOURS (WS-DEPT-IDX) TO WS-EST-DISPLAY
                   MOVE WS-DEPT-AMOUNT TO WS-AMOUNT-DISPLAY
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING AC-DEPT-CODE (WS-DEPT-IDX) " "
                       AC-DEPT-NAME (WS-DEPT-IDX) " "
                       AC-GL-ACCOUNT (WS-DEPT-IDX) "  "
                       WS-HOURS-DISPLAY "  " WS-EST-DISPLAY "  "
                       WS-AMOUNT-DISPLAY
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM Write-Report-Line
                   ADD AC-CARD-HOURS (WS-DEPT-IDX)
                       TO WS-TOTAL-CARD-HOURS
                   ADD AC-EST-HOURS (WS-DEPT-IDX) TO WS-TOTAL-EST-HOURS
                   ADD WS-DEPT-AMOUNT TO WS-TOTAL-AMOUNT
               END-IF
           END-PERFORM.

       Write-Accrual-Totals.
           MOVE WS-TOTAL-CARD-HOURS TO WS-HOURS-DISPLAY
           MOVE WS-TOTAL-EST-HOURS TO WS-EST-DISPLAY
           MOVE WS-TOTAL-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTAL                               "
               WS-HOURS-DISPLAY "  " WS-EST-DISPLAY "  "
               WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM Write-Report-Line
           MOVE WS-UNPAID-CARD-DAYS TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING "UNPAID CARD DAYS THROUGH MONTH-END     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM Write-Report-Line
           IF WS-NO-EMPLOYEE-DAYS > 0
               MOVE WS-NO-EMPLOYEE-DAYS TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-REPORT-LINE
               STRING "CARD DAYS WITH NO ACTIVE EMPLOYEE      "
                   WS-COUNT-DISPLAY " - NOT ACCRUED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM Write-Report-Line
           END-IF
           IF WS-NO-RATE-DAYS > 0
               MOVE WS-NO-RATE-DAYS TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-REPORT-LINE
               STRING "CARD DAYS WITH NO RATE IN FORCE        "
                   WS-COUNT-DISPLAY " - NOT ACCRUED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM Write-Report-Line
           END-IF
           IF WS-NO-RATE-EMPLOYEES > 0
               MOVE WS-NO-RATE-EMPLOYEES TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-REPORT-LINE
               STRING "HOURLY EMPLOYEES WITH NO RATE IN FORCE "
                   WS-COUNT-DISPLAY " - OPEN DAYS NOT ESTIMATED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM Write-Report-Line
           END-IF
           IF WS-BAD-DATE-CARDS > 0
               MOVE WS-BAD-DATE-CARDS TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-REPORT-LINE
               STRING "CARDS WITH NO USABLE WORK DATE         "
                   WS-COUNT-DISPLAY " - NOT ACCRUED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM Write-Report-Line
           END-IF
           IF WS-CARDS-IN-SUSPENSE > 0
               MOVE WS-CARDS-IN-SUSPENSE TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-REPORT-LINE
               STRING "TIMECARD.DAT CARDS SUSPENDED TONIGHT   "
                   WS-COUNT-DISPLAY " - COUNTED ONCE"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM Write-Report-Line
           END-IF.

      *> The accrual and its reversal go out together: a debit to each
      *> department's labor expense and one accrued-payroll credit for
      *> the total, dated the month-end; then the same postings with
      *> the sides swapped, dated the first of the next month. The
      *> month is recorded on ACCRHIST.DAT only once the set is
      *> written.
       Post-Accrual-Set.
           OPEN EXTEND GL-POST-FILE
           IF WS-GL-POST-STATUS = "35"
               OPEN OUTPUT GL-POST-FILE
           END-IF
           IF WS-GL-POST-STATUS NOT = "00"
               DISPLAY "Unable to open GLPOST.DAT, status "
                   WS-GL-POST-STATUS " - accrual not posted"
               MOVE "GLPOST.DAT UNAVAILABLE - ACCRUAL NOT POSTED"
                   TO WS-REPORT-LINE
               PERFORM Write-Report-Line
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM Write-Report-Line
               MOVE "GL POSTINGS" TO WS-REPORT-LINE
               PERFORM Write-Report-Line
               MOVE WS-MONTH-END-DATE TO WS-GL-POST-DATE
               MOVE "D" TO WS-GL-DR-CR
               PERFORM Post-Department-Side
               MOVE "C" TO WS-GL-DR-CR
               PERFORM Post-Accrued-Payroll-Side
               MOVE WS-REVERSAL-DATE TO WS-GL-POST-DATE
               MOVE "C" TO WS-GL-DR-CR
               PERFORM Post-Department-Side
               MOVE "D" TO WS-GL-DR-CR
               PERFORM Post-Accrued-Payroll-Side
               CLOSE GL-POST-FILE
               PERFORM Record-Accrued-Month
           END-IF.

       Post-Department-Side.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-TABLE-SIZE
               COMPUTE WS-GL-AMOUNT = AC-CARD-AMOUNT (WS-DEPT-IDX)
                   + AC-EST-AMOUNT (WS-DEPT-IDX)
               IF WS-GL-AMOUNT > 0
                   MOVE AC-GL-ACCOUNT (WS-DEPT-IDX) TO WS-GL-ACCOUNT
                   MOVE AC-DEPT-CODE (WS-DEPT-IDX) TO WS-GL-DEPT
                   PERFORM Write-One-Posting
               END-IF
           END-PERFORM.

       Post-Accrued-Payroll-Side.
           MOVE WS-TOTAL-AMOUNT TO WS-GL-AMOUNT
           MOVE WS-ACCRUED-PAYROLL-ACCOUNT TO WS-GL-ACCOUNT
           MOVE SPACES TO WS-GL-DEPT
           PERFORM Write-One-Posting.

       Write-One-Posting.
           MOVE WS-GL-AMOUNT TO WS-GL-AMOUNT-LEFT
           PERFORM Write-Posting-Row
           PERFORM UNTIL WS-GL-AMOUNT-LEFT = 0
               PERFORM Write-Posting-Row
           END-PERFORM.

       Write-Posting-Row.
           IF WS-GL-AMOUNT-LEFT > WS-GL-ROW-MAX
               MOVE WS-GL-ROW-MAX TO WS-GL-ROW-AMOUNT
           ELSE
               MOVE WS-GL-AMOUNT-LEFT TO WS-GL-ROW-AMOUNT
           END-IF
           SUBTRACT WS-GL-ROW-AMOUNT FROM WS-GL-AMOUNT-LEFT
           MOVE WS-GL-POST-DATE TO GL-POST-DATE
           MOVE WS-GL-ACCOUNT TO GL-ACCOUNT
           MOVE WS-GL-DEPT TO GL-DEPT
           MOVE 0 TO GL-SSNUM
           MOVE WS-GL-DR-CR TO GL-DR-CR
           MOVE WS-GL-ROW-AMOUNT TO GL-AMOUNT
           WRITE GL-POST-RECORD
           ADD 1 TO WS-POSTING-COUNT
           MOVE WS-GL-ROW-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-GL-POST-DATE = WS-MONTH-END-DATE
               STRING "  ACCRUAL  " WS-GL-POST-DATE " " WS-GL-DR-CR
                   "R " WS-GL-ACCOUNT " " WS-GL-DEPT " "
                   WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING "  REVERSAL " WS-GL-POST-DATE " " WS-GL-DR-CR
                   "R " WS-GL-ACCOUNT " " WS-GL-DEPT " "
                   WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           END-IF
           PERFORM Write-Report-Line.

       Record-Accrued-Month.
           OPEN EXTEND ACCRUAL-HISTORY-FILE
           IF WS-ACCRUAL-HISTORY-STATUS = "35"
               OPEN OUTPUT ACCRUAL-HISTORY-FILE
           END-IF
           IF WS-ACCRUAL-HISTORY-STATUS NOT = "00"
               DISPLAY "Unable to record " WS-ACCRUAL-MONTH
                   " on ACCRHIST.DAT, status "
                   WS-ACCRUAL-HISTORY-STATUS " - add it by hand so "
                   "the month is not accrued twice"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE WS-ACCRUAL-MONTH TO AH-MONTH
               MOVE WS-CYCLE-NUMBER TO AH-CYCLE
               MOVE WS-GEN-DATE TO AH-PROCESS-DATE
               MOVE WS-TOTAL-AMOUNT TO AH-AMOUNT
               WRITE ACCRUAL-HISTORY-RECORD
               CLOSE ACCRUAL-HISTORY-FILE
           END-IF.

       Write-Report-Line.
           MOVE WS-REPORT-LINE TO ACCRUAL-REPORT-LINE
           WRITE ACCRUAL-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE.

       Close-Accrual-Report.
           CLOSE ACCRUAL-REPORT
           MOVE WS-REPORT-FILENAME TO WS-CATALOG-FILENAME
           MOVE "ACCRUAL" TO WS-CATALOG-TYPE
           PERFORM Record-Generation.

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
