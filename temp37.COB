       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TCAUDIT.
       AUTHOR. Albert Shevchuk
       DATE-WRITTEN. October 15, 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Missing and irregular timecard audit, run ahead of the payroll
      *> batch. temp1 only pays the cards it is given, so an active
      *> hourly employee with no card is simply not paid. Every active
      *> hourly employee on EMPLOYEE.DAT is checked against the pay
      *> period the received batches carry, counting the cards in
      *> TIMECARD.DAT (net of voids) and those parked in TCSUSP.DAT:
      *>   - no card at all in the period;
      *>   - working days (days CALENDAR.DAT does not flag) between the
      *>     period start and tonight's processing date with no card;
      *>   - a week of the period with hours far above the employee's
      *>     own average over recent paid weeks on PAIDHRS.DAT;
      *>   - a run of consecutive days each over the daily limit.
      *> An employee with a termination on TERMINAT.DAT is not expected
      *> to card after the termination date: the gap check stops there,
      *> and one who left before the period started is not audited.
      *> Findings are listed on TCAUDIT-yyyymmdd.RPT and end the step
      *> RC 4, so OPSUMRY carries the warning into the verdict and the
      *> supervisors can chase the cards before pay goes out.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-SSNUM
               FILE STATUS IS WS-EMPLOYEE-STATUS.
           SELECT TIMECARD-FILE ASSIGN TO "TIMECARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIMECARD-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "TCSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT PAID-HOURS-FILE ASSIGN TO "PAIDHRS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAID-HOURS-STATUS.
           SELECT TERMINATION-FILE ASSIGN TO "TERMINAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT RUN-CYCLE-FILE ASSIGN TO "RUNCYCLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CYCLE-STATUS.
      *> Daily hours limit, how many consecutive days over it make a
      *> finding, the percentage of the usual week that counts as far
      *> above it, and how many recent paid weeks make up the usual.
           SELECT AUDIT-CONTROL-FILE ASSIGN TO "TCAUDCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-CONTROL-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "TCAUDWRK.DAT".
           SELECT SORTED-AUDIT-FILE ASSIGN TO "TCAUDIT.SRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-STATUS.
           SELECT AUDIT-REPORT ASSIGN USING WS-REPORT-FILENAME
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

      *> Same batch layout TCENTRY keys and temp1 prices.
       FD TIMECARD-FILE.
       01 TIMECARD-RECORD.
           02 TC-REC-TYPE PIC X.
               88 TC-HEADER VALUE "H".
               88 TC-DETAIL VALUE "D".
               88 TC-VOID VALUE "V".
           02 TC-DETAIL-DATA.
               03 TC-SSNUM PIC 9(9).
               03 TC-WORK-DATE PIC 9(8).
               03 TC-NUM1 PIC 999.
               03 TC-NUM2 PIC 999.
               03 TC-EARN-TYPE PIC X.
               03 FILLER PIC X(4).
           02 TC-HEADER-DATA REDEFINES TC-DETAIL-DATA.
               03 TC-BATCH-DATE PIC 9(8).
               03 TC-BATCH-NUMBER PIC 9(4).
               03 TC-PERIOD-START PIC 9(8).
               03 TC-PERIOD-END PIC 9(8).

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

      *> Same termination record TERMMNT keys and temp1 final-pays.
       FD TERMINATION-FILE.
       01 TERMINATION-RECORD.
           02 TM-SSNUM PIC 9(9).
           02 TM-TERM-DATE PIC 9(8).
           02 TM-REASON-CODE PIC X.
           02 TM-REASON-TEXT PIC X(30).
           02 TM-ENTRY-DATE PIC 9(8).
           02 TM-OPERATOR-ID PIC X(8).
           02 TM-STATUS PIC X.
               88 TM-PENDING VALUE "P".
               88 TM-FINAL-PAID VALUE "F".
           02 TM-FINAL-CYCLE PIC 9(5).
           02 TM-FINAL-GROSS PIC 9(7)V99.
           02 TM-PAYOUT-HOURS PIC 9(5).
           02 TM-PAYOUT-RATE PIC 999V99.
           02 TM-PAYOUT-AMOUNT PIC 9(7)V99.
           02 TM-FINAL-DATE PIC 9(8).

       FD CALENDAR-FILE.
       01 CALENDAR-RECORD.
           02 CAL-DATE PIC 9(8).
           02 CAL-DAY-TYPE PIC X.

       FD RUN-CYCLE-FILE.
       01 RUN-CYCLE-RECORD.
           02 RC-CYCLE-NUMBER PIC 9(5).
           02 RC-PROCESS-DATE PIC 9(8).
           02 RC-STATUS PIC X(8).

       FD AUDIT-CONTROL-FILE.
       01 AUDIT-CONTROL-RECORD.
           02 TA-DAILY-LIMIT PIC 99.
           02 TA-CONSECUTIVE-DAYS PIC 9.
           02 TA-HISTORY-PCT PIC 999.
           02 TA-HISTORY-WEEKS PIC 99.

      *> Everything known about one employee comes together in SSNum
      *> and date order: the master record (type 0, dated zero), the
      *> paid weeks (type 1, dated the week start), then the cards
      *> (type 2) and voids (type 3) for each work date, and any
      *> termination (type 4, dated the termination date).
       SD SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
           02 SA-SSNUM PIC 9(9).
           02 SA-DATE PIC 9(8).
           02 SA-TYPE PIC X.
           02 SA-HOURS PIC 9(4).
           02 SA-NAME PIC X(30).

       FD SORTED-AUDIT-FILE.
       01 SORTED-AUDIT-RECORD.
           02 SR-SSNUM PIC 9(9).
           02 SR-DATE PIC 9(8).
           02 SR-TYPE PIC X.
               88 SR-EMPLOYEE-ROW VALUE "0".
               88 SR-PAID-WEEK-ROW VALUE "1".
               88 SR-CARD-ROW VALUE "2".
               88 SR-VOID-ROW VALUE "3".
               88 SR-TERM-ROW VALUE "4".
           02 SR-HOURS PIC 9(4).
           02 SR-NAME PIC X(30).

       FD AUDIT-REPORT.
       01 AUDIT-REPORT-LINE PIC X(80).

       FD GEN-CATALOG-FILE.
       01 GEN-CATALOG-RECORD.
           02 GC-FILENAME PIC X(30).
           02 GC-GEN-DATE PIC 9(8).
           02 GC-REPORT-TYPE PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-EMPLOYEE-STATUS PIC XX VALUE SPACES.
       01 WS-TIMECARD-STATUS PIC XX VALUE SPACES.
       01 WS-SUSPENSE-STATUS PIC XX VALUE SPACES.
       01 WS-TERM-STATUS PIC XX VALUE SPACES.
       01 WS-PAID-HOURS-STATUS PIC XX VALUE SPACES.
       01 WS-CALENDAR-STATUS PIC XX VALUE SPACES.
       01 WS-RUN-CYCLE-STATUS PIC XX VALUE SPACES.
       01 WS-AUDIT-CONTROL-STATUS PIC XX VALUE SPACES.
       01 WS-SORTED-STATUS PIC XX VALUE SPACES.
       01 WS-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-GEN-CATALOG-STATUS PIC XX VALUE SPACES.
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-MASTER-EOF PIC X VALUE "N".
           88 WS-MASTER-DONE VALUE "Y".
       01 WS-EMPLOYEE-MASTER-OPEN-SWITCH PIC X VALUE "N".
           88 WS-EMPLOYEE-MASTER-OPEN VALUE "Y".
       01 WS-REPORT-FILENAME PIC X(30) VALUE SPACES.
       01 WS-CATALOG-FILENAME PIC X(30) VALUE SPACES.
       01 WS-CATALOG-TYPE PIC X(8) VALUE SPACES.
       01 WS-CYCLE-NUMBER PIC 9(5) VALUE 0.
       01 WS-GEN-DATE PIC 9(8) VALUE 0.
       01 WS-GEN-CURRENT-DATE PIC X(21) VALUE SPACES.
       01 WS-PROCESS-INT PIC 9(7) VALUE 0.
       01 WS-WORK-INT PIC 9(7) VALUE 0.
       01 WS-WORK-DATE PIC 9(8) VALUE 0.
      *> Audit limits - TCAUDCTL.DAT when present.
       01 WS-DAILY-LIMIT PIC 99 VALUE 12.
       01 WS-CONSECUTIVE-DAYS PIC 9 VALUE 3.
       01 WS-HISTORY-PCT PIC 999 VALUE 150.
       01 WS-HISTORY-WEEKS PIC 99 VALUE 8.
      *> Fewer paid weeks than this is not enough history to call a
      *> week unusual.
       01 WS-HISTORY-MINIMUM PIC 99 VALUE 2.
      *> The pay period is the first batch header in the file that
      *> carries one - the batch temp1 prices against.
       01 WS-PERIOD-START PIC 9(8) VALUE 0.
       01 WS-PERIOD-END PIC 9(8) VALUE 0.
       01 WS-PERIOD-START-INT PIC 9(7) VALUE 0.
       01 WS-PERIOD-END-INT PIC 9(7) VALUE 0.
       01 WS-PERIOD-DAYS PIC 9(3) VALUE 0.
       01 WS-PERIOD-CLIPPED-SWITCH PIC X VALUE "N".
           88 WS-PERIOD-CLIPPED VALUE "Y".
      *> Gaps are looked for only up to tonight - a later day of the
      *> period has not been worked yet.
       01 WS-GAP-LAST-IDX PIC 9(3) VALUE 0.
       01 WS-GAP-WINDOW-END PIC 9(8) VALUE 0.
      *> The employee in hand's last day to check - earlier than the
      *> window when the termination date falls inside it.
       01 WS-GROUP-GAP-LAST-IDX PIC 9(3) VALUE 0.
      *> One slot per day of the period: whether the calendar makes it
      *> a non-working day, and the employee in hand's cards and hours
      *> for it, net of voids.
       01 WS-DAY-TABLE-MAX PIC 9(3) VALUE 62.
       01 WS-DAY-IDX PIC 9(3) VALUE 0.
       01 WS-RUN-START-IDX PIC 9(3) VALUE 0.
       01 WS-RUN-LENGTH PIC 9(3) VALUE 0.
       01 WS-DAY-TABLE.
           02 WS-DAY-ENTRY OCCURS 62 TIMES.
               03 DY-NON-WORK-FLAG PIC X.
                   88 DY-NON-WORK VALUE "Y".
               03 DY-CARDS PIC S9(3).
               03 DY-HOURS PIC S9(4).
      *> The employee's hours by week of the period, weeks starting on
      *> the period start.
       01 WS-WEEK-TABLE-MAX PIC 9 VALUE 9.
       01 WS-WEEK-IDX PIC 99 VALUE 0.
       01 WS-WEEK-TABLE.
           02 WK-HOURS PIC S9(5) OCCURS 9 TIMES.
      *> The employee's most recent paid weeks before the period, oldest
      *> first; a newer week pushes the oldest out.
       01 WS-HISTORY-MAX PIC 99 VALUE 12.
       01 WS-HISTORY-COUNT PIC 99 VALUE 0.
       01 WS-HISTORY-IDX PIC 99 VALUE 0.
       01 WS-HISTORY-TABLE.
           02 HS-HOURS PIC 9(4) OCCURS 12 TIMES.
       01 WS-HISTORY-SUM PIC 9(6) VALUE 0.
       01 WS-USUAL-HOURS PIC 9(4) VALUE 0.
       01 WS-HIGH-HOURS PIC 9(6) VALUE 0.
      *> The employee in hand while the sorted file is read.
       01 WS-GROUP-OPEN-SWITCH PIC X VALUE "N".
           88 WS-GROUP-OPEN VALUE "Y".
       01 WS-GROUP-SSNUM PIC 9(9) VALUE 0.
       01 WS-GROUP-NAME PIC X(30) VALUE SPACES.
       01 WS-GROUP-AUDIT-SWITCH PIC X VALUE "N".
           88 WS-GROUP-AUDITED VALUE "Y".
       01 WS-GROUP-FINDING-SWITCH PIC X VALUE "N".
           88 WS-GROUP-HAS-FINDING VALUE "Y".
       01 WS-GROUP-TERM-DATE PIC 9(8) VALUE 0.
       01 WS-GROUP-TERM-INT PIC 9(7) VALUE 0.
       01 WS-TERMINATED-COUNT PIC 9(6) VALUE 0.
       01 WS-CARD-DAYS PIC 9(3) VALUE 0.
       01 WS-EMPLOYEES-AUDITED PIC 9(6) VALUE 0.
       01 WS-EMPLOYEES-FLAGGED PIC 9(6) VALUE 0.
       01 WS-NO-CARD-COUNT PIC 9(6) VALUE 0.
       01 WS-GAP-COUNT PIC 9(6) VALUE 0.
       01 WS-HIGH-WEEK-COUNT PIC 9(6) VALUE 0.
       01 WS-OVER-LIMIT-COUNT PIC 9(6) VALUE 0.
       01 WS-FINDING-TEXT PIC X(39) VALUE SPACES.
       01 WS-DAYS-DISPLAY PIC ZZ9 VALUE ZERO.
       01 WS-WEEK-HOURS-DISPLAY PIC ZZZZ9 VALUE ZERO.
       01 WS-USUAL-DISPLAY PIC ZZZ9 VALUE ZERO.
       01 WS-COUNT-DISPLAY PIC ZZZ,ZZ9 VALUE ZERO.
       01 WS-RUN-FROM-DATE PIC 9(8) VALUE 0.
       01 WS-RUN-TO-DATE PIC 9(8) VALUE 0.
       01 WS-REPORT-LINE PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       Main-Logic.
           MOVE 0 TO RETURN-CODE
           PERFORM Load-Run-Cycle
           PERFORM Load-Audit-Control
           PERFORM Build-Generation-Names
           OPEN OUTPUT AUDIT-REPORT
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open " WS-REPORT-FILENAME
                   " status " WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Find-Pay-Period
           IF WS-PERIOD-START = 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "MISSING AND IRREGULAR TIMECARDS - PROCESSING DATE "
                   WS-GEN-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM Write-Report-Line
               MOVE SPACES TO WS-REPORT-LINE
               STRING "NO PAY PERIOD IN THE RECEIVED BATCHES - NO "
                   "EMPLOYEE AUDITED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM Write-Report-Line
               DISPLAY "TCAUDIT: no batch header in TIMECARD.DAT "
                   "carries a pay period - nothing audited"
               PERFORM Close-Audit-Report
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Set-Period-Days
           PERFORM Load-Calendar
           PERFORM Write-Report-Heading
           PERFORM Open-Employee-Master
           IF NOT WS-EMPLOYEE-MASTER-OPEN
               MOVE "EMPLOYEE-MASTER UNAVAILABLE - NO EMPLOYEE AUDITED"
                   TO WS-REPORT-LINE
               PERFORM Write-Report-Line
               PERFORM Close-Audit-Report
               STOP RUN
           END-IF
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SA-SSNUM SA-DATE SA-TYPE
               INPUT PROCEDURE IS Release-Audit-Rows
               GIVING SORTED-AUDIT-FILE
           CLOSE EMPLOYEE-MASTER
           OPEN INPUT SORTED-AUDIT-FILE
           IF WS-SORTED-STATUS NOT = "00"
               DISPLAY "Unable to open TCAUDIT.SRT, status "
                   WS-SORTED-STATUS
               CLOSE AUDIT-REPORT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ SORTED-AUDIT-FILE
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-EOF
               PERFORM Audit-One-Row
               READ SORTED-AUDIT-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM
           IF WS-GROUP-OPEN
               PERFORM Close-Employee-Group
           END-IF
           CLOSE SORTED-AUDIT-FILE
           PERFORM Write-Audit-Totals
           PERFORM Close-Audit-Report
           DISPLAY "Timecard audit for " WS-PERIOD-START " - "
               WS-PERIOD-END " - employees audited: "
               WS-EMPLOYEES-AUDITED " flagged: " WS-EMPLOYEES-FLAGGED
           IF (WS-EMPLOYEES-FLAGGED > 0 OR WS-PERIOD-CLIPPED)
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
           END-IF
           COMPUTE WS-PROCESS-INT =
               FUNCTION INTEGER-OF-DATE (WS-GEN-DATE).

       Load-Audit-Control.
           OPEN INPUT AUDIT-CONTROL-FILE
           IF WS-AUDIT-CONTROL-STATUS = "00"
               READ AUDIT-CONTROL-FILE
                   AT END CONTINUE
               END-READ
               IF WS-AUDIT-CONTROL-STATUS = "00"
                   IF TA-DAILY-LIMIT IS NUMERIC AND TA-DAILY-LIMIT > 0
                       MOVE TA-DAILY-LIMIT TO WS-DAILY-LIMIT
                   END-IF
                   IF TA-CONSECUTIVE-DAYS IS NUMERIC
                           AND TA-CONSECUTIVE-DAYS > 0
                       MOVE TA-CONSECUTIVE-DAYS TO WS-CONSECUTIVE-DAYS
                   END-IF
                   IF TA-HISTORY-PCT IS NUMERIC
                           AND TA-HISTORY-PCT > 100
                       MOVE TA-HISTORY-PCT TO WS-HISTORY-PCT
                   END-IF
                   IF TA-HISTORY-WEEKS IS NUMERIC
                           AND TA-HISTORY-WEEKS >= WS-HISTORY-MINIMUM
                           AND TA-HISTORY-WEEKS <= WS-HISTORY-MAX
                       MOVE TA-HISTORY-WEEKS TO WS-HISTORY-WEEKS
                   END-IF
               END-IF
               CLOSE AUDIT-CONTROL-FILE
           ELSE
               DISPLAY "No TCAUDCTL.DAT control file found - using "
                   "the default audit limits"
           END-IF.

       Build-Generation-Names.
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "TCAUDIT-" WS-GEN-DATE ".RPT"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           END-STRING.

      *> The same header temp1 takes its period from - the first batch
      *> in the file that has one.
       Find-Pay-Period.
           OPEN INPUT TIMECARD-FILE
           IF WS-TIMECARD-STATUS = "00"
               READ TIMECARD-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF TC-HEADER AND WS-PERIOD-START = 0
                           AND TC-PERIOD-START IS NUMERIC
                           AND TC-PERIOD-END IS NUMERIC
                           AND TC-PERIOD-START > 0
                           AND TC-PERIOD-END >= TC-PERIOD-START
                       IF FUNCTION INTEGER-OF-DATE (TC-PERIOD-START) > 0
                               AND FUNCTION INTEGER-OF-DATE
                                   (TC-PERIOD-END) > 0
                           MOVE TC-PERIOD-START TO WS-PERIOD-START
                           MOVE TC-PERIOD-END TO WS-PERIOD-END
                       END-IF
                   END-IF
                   READ TIMECARD-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TIMECARD-FILE
               MOVE "N" TO WS-EOF-SWITCH
           ELSE
               DISPLAY "No TIMECARD.DAT found - no batch received"
           END-IF.

      *> A period longer than the day table is audited over its first
      *> days only, and the report says so.
       Set-Period-Days.
           COMPUTE WS-PERIOD-START-INT =
               FUNCTION INTEGER-OF-DATE (WS-PERIOD-START)
           COMPUTE WS-PERIOD-END-INT =
               FUNCTION INTEGER-OF-DATE (WS-PERIOD-END)
           COMPUTE WS-PERIOD-DAYS =
               WS-PERIOD-END-INT - WS-PERIOD-START-INT + 1
           IF WS-PERIOD-DAYS > WS-DAY-TABLE-MAX
               SET WS-PERIOD-CLIPPED TO TRUE
               MOVE WS-DAY-TABLE-MAX TO WS-PERIOD-DAYS
               COMPUTE WS-PERIOD-END-INT =
                   WS-PERIOD-START-INT + WS-PERIOD-DAYS - 1
           END-IF
           EVALUATE TRUE
               WHEN WS-PROCESS-INT < WS-PERIOD-START-INT
                   MOVE 0 TO WS-GAP-LAST-IDX
                   MOVE 0 TO WS-GAP-WINDOW-END
               WHEN WS-PROCESS-INT > WS-PERIOD-END-INT
                   MOVE WS-PERIOD-DAYS TO WS-GAP-LAST-IDX
                   COMPUTE WS-GAP-WINDOW-END =
                       FUNCTION DATE-OF-INTEGER (WS-PERIOD-END-INT)
               WHEN OTHER
                   COMPUTE WS-GAP-LAST-IDX =
                       WS-PROCESS-INT - WS-PERIOD-START-INT + 1
                   MOVE WS-GEN-DATE TO WS-GAP-WINDOW-END
           END-EVALUATE
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-TABLE-MAX
               MOVE "N" TO DY-NON-WORK-FLAG (WS-DAY-IDX)
           END-PERFORM.

      *> Holidays and weekend skips are days nobody is expected to
      *> card - the same calendar RUNCTL refuses the stream by.
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
                       IF WS-WORK-INT >= WS-PERIOD-START-INT
                               AND WS-WORK-INT <= WS-PERIOD-END-INT
                           COMPUTE WS-DAY-IDX =
                               WS-WORK-INT - WS-PERIOD-START-INT + 1
                           MOVE "Y" TO DY-NON-WORK-FLAG (WS-DAY-IDX)
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

       Write-Report-Heading.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "MISSING AND IRREGULAR TIMECARDS - PAY PERIOD "
               WS-PERIOD-START " - " WS-PERIOD-END
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-GAP-LAST-IDX = 0
               STRING "PROCESSING DATE " WS-GEN-DATE
                   " - PERIOD NOT STARTED, NO GAPS CHECKED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING "PROCESSING DATE " WS-GEN-DATE
                   " - GAPS CHECKED THROUGH " WS-GAP-WINDOW-END
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           END-IF
           PERFORM Write-Report-Line
           MOVE WS-DAILY-LIMIT TO WS-DAYS-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DAILY LIMIT " WS-DAYS-DISPLAY " HRS "
               WS-CONSECUTIVE-DAYS " DAYS RUNNING - HIGH WEEK OVER "
               WS-HISTORY-PCT "% OF LAST " WS-HISTORY-WEEKS " WEEKS"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM Write-Report-Line
           IF WS-PERIOD-CLIPPED
               COMPUTE WS-WORK-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-PERIOD-END-INT)
               MOVE SPACES TO WS-REPORT-LINE
               STRING "PERIOD LONGER THAN " WS-DAY-TABLE-MAX
                   " DAYS - AUDITED THROUGH " WS-WORK-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM Write-Report-Line
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM Write-Report-Line
           MOVE "SSNUM     NAME                           FINDING"
               TO WS-REPORT-LINE
           PERFORM Write-Report-Line.

      *> Same non-fatal treatment of a failed open as every other
      *> program that reads the master: the night goes on and the
      *> warning reaches the operations summary.
       Open-Employee-Master.
           MOVE "N" TO WS-EMPLOYEE-MASTER-OPEN-SWITCH
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-EMPLOYEE-STATUS NOT = "00"
               DISPLAY "Unable to open EMPLOYEE-MASTER, status "
                   WS-EMPLOYEE-STATUS " - no timecard audit tonight"
               MOVE 4 TO RETURN-CODE
           ELSE
               SET WS-EMPLOYEE-MASTER-OPEN TO TRUE
           END-IF.

       Release-Audit-Rows.
           PERFORM Release-Hourly-Employees
           PERFORM Release-Paid-Weeks
           PERFORM Release-Timecards
           PERFORM Release-Suspense-Cards
           PERFORM Release-Terminations.

      *> Only active hourly employees are expected to card; salaried
      *> pay does not wait on cards, and employees marked for deletion
      *> are leaving.
       Release-Hourly-Employees.
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
               IF NOT EMP-MARKED-FOR-DELETION AND NOT EMP-SALARIED
                   MOVE EMP-SSNUM TO SA-SSNUM
                   MOVE 0 TO SA-DATE
                   MOVE "0" TO SA-TYPE
                   MOVE 0 TO SA-HOURS
                   MOVE EMP-NAME TO SA-NAME
                   RELEASE SORT-WORK-RECORD
               END-IF
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END SET WS-MASTER-DONE TO TRUE
               END-READ
           END-PERFORM.

      *> Only weeks paid before this period count toward what is usual.
       Release-Paid-Weeks.
           OPEN INPUT PAID-HOURS-FILE
           IF WS-PAID-HOURS-STATUS NOT = "00"
               DISPLAY "No PAIDHRS.DAT found - hours are not compared "
                   "with past weeks"
           ELSE
               READ PAID-HOURS-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF PW-WEEK-START IS NUMERIC
                           AND PW-WEEK-START > 0
                           AND PW-WEEK-START < WS-PERIOD-START
                           AND PW-HOURS IS NUMERIC
                       MOVE PW-SSNUM TO SA-SSNUM
                       MOVE PW-WEEK-START TO SA-DATE
                       MOVE "1" TO SA-TYPE
                       MOVE PW-HOURS TO SA-HOURS
                       MOVE SPACES TO SA-NAME
                       RELEASE SORT-WORK-RECORD
                   END-IF
                   READ PAID-HOURS-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PAID-HOURS-FILE
               MOVE "N" TO WS-EOF-SWITCH
           END-IF.

      *> Every card in the file counts as received, whichever batch it
      *> is in; a void takes its card back off the day.
       Release-Timecards.
           OPEN INPUT TIMECARD-FILE
           IF WS-TIMECARD-STATUS = "00"
               READ TIMECARD-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF TC-DETAIL OR TC-VOID
                       MOVE TC-SSNUM TO SA-SSNUM
                       MOVE TC-WORK-DATE TO SA-DATE
                       IF TC-DETAIL
                           MOVE "2" TO SA-TYPE
                       ELSE
                           MOVE "3" TO SA-TYPE
                       END-IF
                       COMPUTE SA-HOURS = TC-NUM1 + TC-NUM2
                       MOVE SPACES TO SA-NAME
                       PERFORM Release-One-Card
                   END-IF
                   READ TIMECARD-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TIMECARD-FILE
               MOVE "N" TO WS-EOF-SWITCH
           END-IF.

      *> A card parked in suspense has been received - it is being
      *> chased already, so the employee is not reported missing it.
       Release-Suspense-Cards.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS = "00"
               READ SUSPENSE-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   MOVE SP-SSNUM TO SA-SSNUM
                   MOVE SP-WORK-DATE TO SA-DATE
                   MOVE "2" TO SA-TYPE
                   COMPUTE SA-HOURS = SP-NUM1 + SP-NUM2
                   MOVE SPACES TO SA-NAME
                   PERFORM Release-One-Card
                   READ SUSPENSE-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
               MOVE "N" TO WS-EOF-SWITCH
           END-IF.

      *> Pending terminations and those already final-paid both end
      *> the employee's carding; a cancelled one changes nothing.
       Release-Terminations.
           OPEN INPUT TERMINATION-FILE
           IF WS-TERM-STATUS = "00"
               READ TERMINATION-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF (TM-PENDING OR TM-FINAL-PAID)
                           AND TM-SSNUM IS NUMERIC
                           AND TM-TERM-DATE IS NUMERIC
                           AND TM-TERM-DATE > 0
                       MOVE TM-SSNUM TO SA-SSNUM
                       MOVE TM-TERM-DATE TO SA-DATE
                       MOVE "4" TO SA-TYPE
                       MOVE 0 TO SA-HOURS
                       MOVE SPACES TO SA-NAME
                       RELEASE SORT-WORK-RECORD
                   END-IF
                   READ TERMINATION-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TERMINATION-FILE
               MOVE "N" TO WS-EOF-SWITCH
           END-IF.

      *> Only cards dated inside the audited period matter here.
       Release-One-Card.
           IF SA-SSNUM IS NUMERIC AND SA-DATE IS NUMERIC
               IF SA-DATE >= WS-PERIOD-START
                       AND SA-DATE <= WS-PERIOD-END
                   RELEASE SORT-WORK-RECORD
               END-IF
           END-IF.

       Audit-One-Row.
           IF WS-GROUP-OPEN AND SR-SSNUM NOT = WS-GROUP-SSNUM
               PERFORM Close-Employee-Group
           END-IF
           IF NOT WS-GROUP-OPEN
               PERFORM Open-Employee-Group
           END-IF
           EVALUATE TRUE
               WHEN SR-EMPLOYEE-ROW
                   SET WS-GROUP-AUDITED TO TRUE
                   MOVE SR-NAME TO WS-GROUP-NAME
               WHEN SR-PAID-WEEK-ROW
                   PERFORM Add-History-Week
      *> Rows come in date order, so the first is the earliest.
               WHEN SR-TERM-ROW
                   IF WS-GROUP-TERM-DATE = 0
                       MOVE SR-DATE TO WS-GROUP-TERM-DATE
                   END-IF
               WHEN SR-CARD-ROW OR SR-VOID-ROW
                   COMPUTE WS-WORK-INT =
                       FUNCTION INTEGER-OF-DATE (SR-DATE)
                   IF WS-WORK-INT >= WS-PERIOD-START-INT
                           AND WS-WORK-INT <= WS-PERIOD-END-INT
                       COMPUTE WS-DAY-IDX =
                           WS-WORK-INT - WS-PERIOD-START-INT + 1
                       IF SR-CARD-ROW
                           ADD 1 TO DY-CARDS (WS-DAY-IDX)
                           ADD SR-HOURS TO DY-HOURS (WS-DAY-IDX)
                       ELSE
                           SUBTRACT 1 FROM DY-CARDS (WS-DAY-IDX)
                           SUBTRACT SR-HOURS FROM DY-HOURS (WS-DAY-IDX)
                       END-IF
                   END-IF
           END-EVALUATE.

       Open-Employee-Group.
           SET WS-GROUP-OPEN TO TRUE
           MOVE SR-SSNUM TO WS-GROUP-SSNUM
           MOVE SPACES TO WS-GROUP-NAME
           MOVE "N" TO WS-GROUP-AUDIT-SWITCH
           MOVE "N" TO WS-GROUP-FINDING-SWITCH
           MOVE 0 TO WS-GROUP-TERM-DATE
           MOVE 0 TO WS-HISTORY-COUNT
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-TABLE-MAX
               MOVE 0 TO DY-CARDS (WS-DAY-IDX)
               MOVE 0 TO DY-HOURS (WS-DAY-IDX)
           END-PERFORM.

      *> Rows arrive oldest first, so the table ends up holding the
      *> latest weeks.
       Add-History-Week.
           IF WS-HISTORY-COUNT < WS-HISTORY-WEEKS
               ADD 1 TO WS-HISTORY-COUNT
           ELSE
               PERFORM VARYING WS-HISTORY-IDX FROM 1 BY 1
                       UNTIL WS-HISTORY-IDX >= WS-HISTORY-COUNT
                   MOVE HS-HOURS (WS-HISTORY-IDX + 1)
                       TO HS-HOURS (WS-HISTORY-IDX)
               END-PERFORM
           END-IF
           MOVE SR-HOURS TO HS-HOURS (WS-HISTORY-COUNT).

      *> Cards for an SSNum that is not an active hourly employee are
      *> temp1's to sort out (suspense or salaried pay) - only employees
      *> with a master row are audited.
       Close-Employee-Group.
           MOVE WS-GAP-LAST-IDX TO WS-GROUP-GAP-LAST-IDX
           IF WS-GROUP-AUDITED AND WS-GROUP-TERM-DATE > 0
               COMPUTE WS-GROUP-TERM-INT =
                   FUNCTION INTEGER-OF-DATE (WS-GROUP-TERM-DATE)
               IF WS-GROUP-TERM-INT < WS-PERIOD-START-INT
                   MOVE "N" TO WS-GROUP-AUDIT-SWITCH
                   ADD 1 TO WS-TERMINATED-COUNT
               ELSE
                   IF WS-GROUP-TERM-INT - WS-PERIOD-START-INT + 1
                           < WS-GROUP-GAP-LAST-IDX
                       COMPUTE WS-GROUP-GAP-LAST-IDX =
                           WS-GROUP-TERM-INT - WS-PERIOD-START-INT + 1
                   END-IF
               END-IF
           END-IF
           IF WS-GROUP-AUDITED
               ADD 1 TO WS-EMPLOYEES-AUDITED
               PERFORM Count-Card-Days
               IF WS-CARD-DAYS = 0
                   MOVE "NO CARDS IN THE PERIOD" TO WS-FINDING-TEXT
                   PERFORM Write-Finding
                   ADD 1 TO WS-NO-CARD-COUNT
               ELSE
                   PERFORM Report-Card-Gaps
                   PERFORM Report-High-Weeks
                   PERFORM Report-Over-Limit-Runs
               END-IF
               IF WS-GROUP-HAS-FINDING
                   ADD 1 TO WS-EMPLOYEES-FLAGGED
               END-IF
           END-IF
           MOVE "N" TO WS-GROUP-OPEN-SWITCH.

       Count-Card-Days.
           MOVE 0 TO WS-CARD-DAYS
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-PERIOD-DAYS
               IF DY-CARDS (WS-DAY-IDX) > 0
                   ADD 1 TO WS-CARD-DAYS
               END-IF
           END-PERFORM.

      *> Working days up to tonight with no card, one line per run of
      *> them. A non-working day neither breaks a run nor counts in it.
       Report-Card-Gaps.
           MOVE 0 TO WS-RUN-START-IDX
           MOVE 0 TO WS-RUN-LENGTH
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-GROUP-GAP-LAST-IDX
               EVALUATE TRUE
                   WHEN DY-CARDS (WS-DAY-IDX) > 0
                       PERFORM Write-Gap-Run
                   WHEN DY-NON-WORK (WS-DAY-IDX)
                       CONTINUE
                   WHEN OTHER
                       IF WS-RUN-LENGTH = 0
                           MOVE WS-DAY-IDX TO WS-RUN-START-IDX
                       END-IF
                       ADD 1 TO WS-RUN-LENGTH
                       COMPUTE WS-WORK-INT =
                           WS-PERIOD-START-INT + WS-DAY-IDX - 1
                       COMPUTE WS-RUN-TO-DATE =
                           FUNCTION DATE-OF-INTEGER (WS-WORK-INT)
               END-EVALUATE
           END-PERFORM
           PERFORM Write-Gap-Run.

       Write-Gap-Run.
           IF WS-RUN-LENGTH > 0
               COMPUTE WS-WORK-INT =
                   WS-PERIOD-START-INT + WS-RUN-START-IDX - 1
               COMPUTE WS-RUN-FROM-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-WORK-INT)
               MOVE WS-RUN-LENGTH TO WS-DAYS-DISPLAY
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "NO CARD " WS-RUN-FROM-DATE "-" WS-RUN-TO-DATE
                   " " WS-DAYS-DISPLAY " DAYS"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               END-STRING
               PERFORM Write-Finding
               ADD 1 TO WS-GAP-COUNT
               MOVE 0 TO WS-RUN-LENGTH
           END-IF.

      *> A week of the period is far above usual when its hours pass
      *> the set percentage of the average of the employee's recent
      *> paid weeks. Too little history and nothing is judged.
       Report-High-Weeks.
           IF WS-HISTORY-COUNT >= WS-HISTORY-MINIMUM
               MOVE 0 TO WS-HISTORY-SUM
               PERFORM VARYING WS-HISTORY-IDX FROM 1 BY 1
                       UNTIL WS-HISTORY-IDX > WS-HISTORY-COUNT
                   ADD HS-HOURS (WS-HISTORY-IDX) TO WS-HISTORY-SUM
               END-PERFORM
               DIVIDE WS-HISTORY-SUM BY WS-HISTORY-COUNT
                   GIVING WS-USUAL-HOURS ROUNDED
               MULTIPLY WS-USUAL-HOURS BY WS-HISTORY-PCT
                   GIVING WS-HIGH-HOURS
               DIVIDE WS-HIGH-HOURS BY 100 GIVING WS-HIGH-HOURS
               PERFORM VARYING WS-WEEK-IDX FROM 1 BY 1
                       UNTIL WS-WEEK-IDX > WS-WEEK-TABLE-MAX
                   MOVE 0 TO WK-HOURS (WS-WEEK-IDX)
               END-PERFORM
               PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                       UNTIL WS-DAY-IDX > WS-PERIOD-DAYS
                   COMPUTE WS-WEEK-IDX = (WS-DAY-IDX - 1) / 7 + 1
                   IF DY-HOURS (WS-DAY-IDX) > 0
                       ADD DY-HOURS (WS-DAY-IDX)
                           TO WK-HOURS (WS-WEEK-IDX)
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-WEEK-IDX FROM 1 BY 1
                       UNTIL WS-WEEK-IDX > WS-WEEK-TABLE-MAX
                   IF WK-HOURS (WS-WEEK-IDX) > WS-HIGH-HOURS
                       PERFORM Write-High-Week
                   END-IF
               END-PERFORM
           END-IF.

       Write-High-Week.
           COMPUTE WS-WORK-INT =
               WS-PERIOD-START-INT + (WS-WEEK-IDX - 1) * 7
           COMPUTE WS-RUN-FROM-DATE =
               FUNCTION DATE-OF-INTEGER (WS-WORK-INT)
           MOVE SPACES TO WS-FINDING-TEXT
           MOVE WK-HOURS (WS-WEEK-IDX) TO WS-WEEK-HOURS-DISPLAY
           MOVE WS-USUAL-HOURS TO WS-USUAL-DISPLAY
           STRING "WEEK OF " WS-RUN-FROM-DATE " "
               WS-WEEK-HOURS-DISPLAY " HRS - USUAL "
               WS-USUAL-DISPLAY
               DELIMITED BY SIZE INTO WS-FINDING-TEXT
           END-STRING
           PERFORM Write-Finding
           ADD 1 TO WS-HIGH-WEEK-COUNT.

      *> Consecutive calendar days each over the daily limit; one line
      *> per run long enough to count.
       Report-Over-Limit-Runs.
           MOVE 0 TO WS-RUN-START-IDX
           MOVE 0 TO WS-RUN-LENGTH
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-PERIOD-DAYS
               IF DY-HOURS (WS-DAY-IDX) > WS-DAILY-LIMIT
                   IF WS-RUN-LENGTH = 0
                       MOVE WS-DAY-IDX TO WS-RUN-START-IDX
                   END-IF
                   ADD 1 TO WS-RUN-LENGTH
               ELSE
                   PERFORM Write-Over-Limit-Run
               END-IF
           END-PERFORM
           PERFORM Write-Over-Limit-Run.

       Write-Over-Limit-Run.
           IF WS-RUN-LENGTH >= WS-CONSECUTIVE-DAYS
               COMPUTE WS-WORK-INT =
                   WS-PERIOD-START-INT + WS-RUN-START-IDX - 1
               COMPUTE WS-RUN-FROM-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-WORK-INT)
               COMPUTE WS-WORK-INT = WS-WORK-INT + WS-RUN-LENGTH - 1
               COMPUTE WS-RUN-TO-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-WORK-INT)
               MOVE WS-RUN-LENGTH TO WS-DAYS-DISPLAY
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "OVER " WS-DAILY-LIMIT " HRS " WS-RUN-FROM-DATE
                   "-" WS-RUN-TO-DATE " " WS-DAYS-DISPLAY " DAYS"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               END-STRING
               PERFORM Write-Finding
               ADD 1 TO WS-OVER-LIMIT-COUNT
           END-IF
           MOVE 0 TO WS-RUN-LENGTH.

       Write-Finding.
           SET WS-GROUP-HAS-FINDING TO TRUE
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-GROUP-SSNUM " " WS-GROUP-NAME " " WS-FINDING-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM Write-Report-Line.

       Write-Audit-Totals.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM Write-Report-Line
           MOVE WS-EMPLOYEES-AUDITED TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACTIVE HOURLY EMPLOYEES AUDITED    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM Write-Report-Line
           IF WS-TERMINATED-COUNT > 0
               MOVE WS-TERMINATED-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-REPORT-LINE
               STRING "TERMINATED BEFORE THE PERIOD       "
                   WS-COUNT-DISPLAY " - NOT AUDITED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM Write-Report-Line
           END-IF
           MOVE WS-EMPLOYEES-FLAGGED TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING "EMPLOYEES WITH FINDINGS            " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM Write-Report-Line
           MOVE WS-NO-CARD-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  NO CARDS IN THE PERIOD           " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM Write-Report-Line
           MOVE WS-GAP-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  WORK-DATE GAPS                   " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM Write-Report-Line
           MOVE WS-HIGH-WEEK-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  WEEKS FAR ABOVE USUAL HOURS      " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM Write-Report-Line
           MOVE WS-OVER-LIMIT-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  RUNS OF DAYS OVER THE LIMIT      " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM Write-Report-Line.

       Write-Report-Line.
           MOVE WS-REPORT-LINE TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE.

       Close-Audit-Report.
           CLOSE AUDIT-REPORT
           MOVE WS-REPORT-FILENAME TO WS-CATALOG-FILENAME
           MOVE "TCAUDIT" TO WS-CATALOG-TYPE
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
