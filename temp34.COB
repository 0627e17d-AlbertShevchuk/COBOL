       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASSRATE.
       AUTHOR. Albert Shevchuk
       DATE-WRITTEN. October 15, 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Mass rate change - a general increase across a department, a
      *> pay class, or everyone, keyed once instead of employee by
      *> employee in RATEMNT. The change is keyed and previewed first:
      *> the preview prices every selected employee (old rate, new
      *> rate, annual cost) onto RATEPRV-yyyymmdd.RPT and saves the
      *> parameters in RATECHG.DAT without touching anything else.
      *> Applying is a separate menu option - it can be a later
      *> session and a different operator - that reprices from the
      *> saved parameters, refuses if the result no longer matches
      *> the preview, and only then adds the PAYRATE.DAT rows and
      *> raises the salaried employees' EMP-SALARY, listing what it
      *> did on RATEAPL-yyyymmdd.RPT.
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
      *> Hourly rows journal to RATEJRNL.DAT exactly as RATEMNT writes
      *> them; salaried rewrites journal to EMPJRNL.DAT as EMPMAINT's
      *> do, so JRNLRECV can replay them against a restored master.
           SELECT RATE-JOURNAL-FILE ASSIGN TO "RATEJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-JOURNAL-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "EMPJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
      *> The one pending mass change - its parameters, the preview's
      *> totals, and whether it has been applied.
           SELECT CHANGE-CONTROL-FILE ASSIGN TO "RATECHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-STATUS.
      *> Preview and apply reports carry the run date the way the
      *> batch reports do, and are cataloged so RPTSWEEP's retention
      *> window governs them.
           SELECT CHANGE-REPORT ASSIGN USING WS-REPORT-FILENAME
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

      *> Same record temp1 prices from and RATEMNT writes.
       FD RATE-MASTER.
       01 RATE-RECORD.
           02 RM-KEY.
               03 RM-SSNUM PIC 9(9).
               03 RM-EFFECTIVE-DATE PIC X(8).
           02 RM-HOURLY-RATE PIC 999V99.

       FD RATE-JOURNAL-FILE.
       01 RATE-JOURNAL-RECORD.
           02 RJR-TIMESTAMP PIC X(21).
           02 RJR-PROGRAM PIC X(10).
           02 RJR-ACTION PIC X(8).
           02 RJR-BEFORE-IMAGE PIC X(54).
           02 RJR-AFTER-IMAGE PIC X(54).
           02 RJR-OPERATOR-ID PIC X(8).

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           02 JRN-TIMESTAMP PIC X(21).
           02 JRN-PROGRAM PIC X(10).
           02 JRN-ACTION PIC X(8).
           02 JRN-BEFORE-IMAGE PIC X(54).
           02 JRN-AFTER-IMAGE PIC X(54).
           02 JRN-OPERATOR-ID PIC X(8).

      *> Selection: A everyone, D a department code, C a pay class
      *> (S salaried, H everyone else). The increase is a percentage
      *> (3 decimals) or a flat number of cents an hour, rounded up,
      *> down or to the nearest multiple of the rounding unit in
      *> cents, and held to the cap in cents an hour when one is
      *> given. The pay frequency turns hourly cents into a salaried
      *> employee's period amount and a period salary into an annual
      *> cost. Status is P previewed, A applied.
       FD CHANGE-CONTROL-FILE.
       01 CHANGE-CONTROL-RECORD PIC X(100).

       FD CHANGE-REPORT.
       01 CHANGE-REPORT-LINE PIC X(80).

       FD GEN-CATALOG-FILE.
       01 GEN-CATALOG-RECORD.
           02 GC-FILENAME PIC X(30).
           02 GC-GEN-DATE PIC 9(8).
           02 GC-REPORT-TYPE PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-EMPLOYEE-STATUS PIC XX VALUE SPACES.
       01 WS-EMPLOYEE-MASTER-OPEN-SWITCH PIC X VALUE "N".
           88 WS-EMPLOYEE-MASTER-OPEN VALUE "Y".
       01 WS-MASTER-EOF PIC X VALUE "N".
           88 WS-MASTER-DONE VALUE "Y".
       01 WS-RATE-STATUS PIC XX VALUE SPACES.
       01 WS-RATE-EOF PIC X VALUE "N".
           88 WS-RATE-DONE VALUE "Y".
       01 WS-RATE-MASTER-OPEN-SWITCH PIC X VALUE "N".
           88 WS-RATE-MASTER-OPEN VALUE "Y".
       01 WS-RATE-JOURNAL-STATUS PIC XX VALUE SPACES.
       01 WS-JOURNAL-STATUS PIC XX VALUE SPACES.
       01 WS-JRN-BEFORE PIC X(54) VALUE SPACES.
       01 WS-JRN-AFTER PIC X(54) VALUE SPACES.
       01 WS-CHANGE-STATUS PIC XX VALUE SPACES.
       01 WS-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-REPORT-OPEN-SWITCH PIC X VALUE "N".
           88 WS-REPORT-OPEN VALUE "Y".
       01 WS-REPORT-FILENAME PIC X(30) VALUE SPACES.
       01 WS-REPORT-LINE PIC X(80) VALUE SPACES.
       01 WS-GEN-CATALOG-STATUS PIC XX VALUE SPACES.
       01 WS-CATALOG-FILENAME PIC X(30) VALUE SPACES.
       01 WS-CATALOG-TYPE PIC X(8) VALUE SPACES.
      *> Operators sign on through SIGNON, which also says which menu
      *> options their role allows (roles are kept with OPERMNT) - a
      *> role can be given the preview without the apply. The run's
      *> condition code is held across each CALL, which resets
      *> RETURN-CODE.
       01 WS-SIGNON-REQUEST PIC X VALUE SPACE.
       01 WS-SIGNON-PROGRAM PIC X(8) VALUE "MASSRATE".
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-SIGNON-STATUS PIC 9 VALUE 1.
           88 WS-SIGNON-OK VALUE 0.
       01 WS-SIGNON-SAVED-RC PIC 99 VALUE 0.
       01 WS-MENU-CHOICE PIC 9 VALUE 0.
       01 WS-DONE-SWITCH PIC X VALUE "N".
           88 WS-DONE VALUE "Y".

      *> The RATECHG.DAT record, held here between the preview and
      *> the apply.
       01 WS-CHANGE-CONTROL.
           02 CG-SELECT-TYPE PIC X.
               88 CG-SELECT-ALL VALUE "A".
               88 CG-SELECT-DEPT VALUE "D".
               88 CG-SELECT-CLASS VALUE "C".
           02 CG-SELECT-VALUE PIC X(4).
           02 CG-INCREASE-TYPE PIC X.
               88 CG-PERCENT-INCREASE VALUE "P".
               88 CG-FLAT-INCREASE VALUE "F".
           02 CG-PERCENT PIC 99V999.
           02 CG-CENTS PIC 9(4).
           02 CG-ROUND-METHOD PIC X.
               88 CG-ROUND-NEAREST VALUE "N".
               88 CG-ROUND-UP VALUE "U".
               88 CG-ROUND-DOWN VALUE "D".
           02 CG-ROUND-UNIT PIC 99.
           02 CG-CAP-CENTS PIC 9(4).
           02 CG-PAY-FREQUENCY PIC X.
           02 CG-EFFECTIVE-DATE PIC 9(8).
           02 CG-STATUS PIC X.
               88 CG-PREVIEWED VALUE "P".
               88 CG-APPLIED VALUE "A".
           02 CG-PREVIEW-DATE PIC 9(8).
           02 CG-PREVIEW-OPERATOR PIC X(8).
           02 CG-CHANGE-COUNT PIC 9(5).
           02 CG-SALARIED-COUNT PIC 9(5).
           02 CG-ANNUAL-IMPACT PIC 9(11)V99.
           02 CG-APPLY-DATE PIC 9(8).
           02 CG-APPLY-OPERATOR PIC X(8).
           02 FILLER PIC X(13).
       01 WS-CHANGE-ON-FILE-SWITCH PIC X VALUE "N".
           88 WS-CHANGE-ON-FILE VALUE "Y".

      *> Run mode: P preview (report only), C the apply's check pass
      *> (nothing written), A apply.
       01 WS-RUN-MODE PIC X VALUE SPACE.
           88 WS-PREVIEW-RUN VALUE "P".
           88 WS-CHECK-RUN VALUE "C".
           88 WS-APPLY-RUN VALUE "A".
       01 WS-RUN-FAILED-SWITCH PIC X VALUE "N".
           88 WS-RUN-FAILED VALUE "Y".

      *> The employee's rate in force on the effective date, read by
      *> key as the employee is priced, and the latest-effective row
      *> on file for the journal's before image (what RATEMNT shows as
      *> superseded). A row already keyed for the effective date
      *> itself is replaced by the apply, as RATEMNT replaces one.
       01 WS-RATE-ROWS-SWITCH PIC X VALUE "N".
           88 WS-RATE-ROWS-ON-FILE VALUE "Y".
       01 WS-RATE-IN-FORCE-SWITCH PIC X VALUE "N".
           88 WS-RATE-IN-FORCE VALUE "Y".
       01 WS-IN-FORCE-RATE PIC 999V99 VALUE 0.
       01 WS-IN-FORCE-DATE PIC X(8) VALUE SPACES.
       01 WS-LATEST-DATE PIC X(8) VALUE SPACES.
       01 WS-LATEST-IMAGE PIC X(22) VALUE SPACES.
       01 WS-SAME-DATE-SWITCH PIC X VALUE "N".
           88 WS-SAME-DATE-ROW VALUE "Y".
       01 WS-SAME-DATE-IMAGE PIC X(22) VALUE SPACES.
       01 WS-RATE-JOURNAL-ACTION PIC X(8) VALUE SPACES.
       01 WS-EFFECTIVE-DATE-X PIC X(8) VALUE SPACES.

      *> Annual cost by department for the report's summary.
       01 WS-DEPT-SUMMARY-MAX PIC 999 VALUE 100.
       01 WS-DEPT-SUMMARY-SIZE PIC 999 VALUE 0.
       01 WS-DEPT-SUMMARY-TABLE.
           02 WS-DEPT-SUMMARY-ENTRY OCCURS 100 TIMES.
               03 DS-DEPT PIC X(4).
               03 DS-COUNT PIC 9(5).
               03 DS-OLD-ANNUAL PIC 9(11)V99.
               03 DS-NEW-ANNUAL PIC 9(11)V99.
       01 WS-DEPT-IDX PIC 999 VALUE 0.
       01 WS-DEPT-FOUND-IDX PIC 999 VALUE 0.

      *> Keyed parameters.
       01 WS-SELECT-IN PIC X VALUE SPACE.
       01 WS-SELECT-VALUE-IN PIC X(4) VALUE SPACES.
       01 WS-INCREASE-TYPE-IN PIC X VALUE SPACE.
       01 WS-PERCENT-IN PIC X(5) VALUE SPACES.
       01 WS-PERCENT-DIGITS PIC 9(5) VALUE 0.
       01 WS-CENTS-IN PIC X(4) VALUE SPACES.
       01 WS-ROUND-METHOD-IN PIC X VALUE SPACE.
       01 WS-ROUND-UNIT-IN PIC X(2) VALUE SPACES.
       01 WS-CAP-IN PIC X(4) VALUE SPACES.
       01 WS-FREQUENCY-IN PIC X VALUE SPACE.
       01 WS-DATE-IN PIC X(8) VALUE SPACES.
       01 WS-DATE-WORK.
           02 FILLER PIC 9(4).
           02 WS-DATE-MONTH PIC 99.
           02 WS-DATE-DAY PIC 99.
       01 WS-DATE-VALID-SWITCH PIC X VALUE "N".
           88 WS-DATE-VALID VALUE "Y".
       01 WS-PARAMETERS-OK-SWITCH PIC X VALUE "N".
           88 WS-PARAMETERS-OK VALUE "Y".
       01 WS-CONFIRM PIC X VALUE SPACE.
           88 WS-CONFIRMED VALUE "Y" "y".
       01 WS-TODAY-STAMP PIC X(21) VALUE SPACES.
       01 WS-GEN-DATE PIC 9(8) VALUE 0.

      *> Standard hours and periods in a year for the pay frequency -
      *> the same standard hours temp1 prices a salaried payout on.
       01 WS-STANDARD-HOURS PIC 999V99 VALUE 0.
       01 WS-PERIODS-PER-YEAR PIC 99 VALUE 0.
       01 WS-HOURLY-ANNUAL-HOURS PIC 9(4) VALUE 2080.
       01 WS-FREQUENCY-NAME PIC X(12) VALUE SPACES.

      *> One employee's pricing, in cents so the rounding unit works
      *> on whole cents.
       01 WS-SELECTED-SWITCH PIC X VALUE "N".
           88 WS-SELECTED VALUE "Y".
       01 WS-CAPPED-SWITCH PIC X VALUE "N".
           88 WS-CAPPED VALUE "Y".
       01 WS-OLD-AMOUNT PIC 9(7)V99 VALUE 0.
       01 WS-NEW-AMOUNT PIC 9(7)V99 VALUE 0.
       01 WS-OLD-CENTS PIC 9(11) VALUE 0.
       01 WS-NEW-CENTS PIC 9(11) VALUE 0.
       01 WS-RAW-CENTS PIC 9(9)V9999 VALUE 0.
       01 WS-TOO-LARGE-SWITCH PIC X VALUE "N".
           88 WS-TOO-LARGE VALUE "Y".
       01 WS-ROUND-WORK PIC 9(9)V9999 VALUE 0.
       01 WS-ROUND-UNITS PIC 9(11) VALUE 0.
       01 WS-CAP-LIMIT-CENTS PIC 9(11) VALUE 0.
       01 WS-HOURS-FACTOR PIC 999V99 VALUE 0.
       01 WS-ANNUAL-FACTOR PIC 9(4) VALUE 0.
       01 WS-AMOUNT-LIMIT PIC 9(7)V99 VALUE 0.
       01 WS-OLD-ANNUAL PIC 9(11)V99 VALUE 0.
       01 WS-NEW-ANNUAL PIC 9(11)V99 VALUE 0.
       01 WS-ANNUAL-IMPACT PIC 9(11)V99 VALUE 0.
       01 WS-DETAIL-NOTE PIC X(6) VALUE SPACES.
       01 WS-SKIP-REASON PIC X(40) VALUE SPACES.

      *> Run totals.
       01 WS-READ-COUNT PIC 9(5) VALUE 0.
       01 WS-SELECTED-COUNT PIC 9(5) VALUE 0.
       01 WS-PRICED-COUNT PIC 9(5) VALUE 0.
       01 WS-CHANGE-COUNT PIC 9(5) VALUE 0.
       01 WS-HOURLY-CHANGE-COUNT PIC 9(5) VALUE 0.
       01 WS-SALARIED-CHANGE-COUNT PIC 9(5) VALUE 0.
       01 WS-NO-CHANGE-COUNT PIC 9(5) VALUE 0.
       01 WS-SKIPPED-COUNT PIC 9(5) VALUE 0.
       01 WS-CAPPED-COUNT PIC 9(5) VALUE 0.
       01 WS-LATER-ROW-COUNT PIC 9(5) VALUE 0.
       01 WS-WRITE-ERROR-COUNT PIC 9(5) VALUE 0.
       01 WS-TOTAL-OLD-ANNUAL PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-NEW-ANNUAL PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-IMPACT PIC 9(11)V99 VALUE 0.

       01 WS-SSNUM-DISPLAY PIC X(11) VALUE SPACES.
       01 WS-NAME-DISPLAY PIC X(15) VALUE SPACES.
       01 WS-OLD-DISPLAY PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
       01 WS-NEW-DISPLAY PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
       01 WS-IMPACT-DISPLAY PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
       01 WS-TOTAL-DISPLAY PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
       01 WS-TOTAL-OLD-DISPLAY PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
       01 WS-TOTAL-NEW-DISPLAY PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
       01 WS-PERCENT-DISPLAY PIC Z9.999 VALUE ZERO.
       01 WS-COUNT-DISPLAY PIC ZZ,ZZ9 VALUE ZERO.

       PROCEDURE DIVISION.
       Main-Logic.
           MOVE 0 TO RETURN-CODE
           PERFORM Sign-On-Operator
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP
           MOVE WS-TODAY-STAMP (1:8) TO WS-GEN-DATE
           PERFORM Load-Change-Control
           PERFORM UNTIL WS-DONE
               PERFORM Display-Menu
               ACCEPT WS-MENU-CHOICE
               PERFORM Check-Menu-Option
               IF WS-SIGNON-OK
                   EVALUATE WS-MENU-CHOICE
                       WHEN 1
                           PERFORM Show-Pending-Change
                       WHEN 2
                           PERFORM Preview-Mass-Change
                       WHEN 3
                           PERFORM Apply-Mass-Change
                       WHEN 4
                           SET WS-DONE TO TRUE
                       WHEN OTHER
                           DISPLAY "Please enter 1 through 4"
                   END-EVALUATE
               END-IF
           END-PERFORM
           STOP RUN.

       Sign-On-Operator.
           MOVE RETURN-CODE TO WS-SIGNON-SAVED-RC
           MOVE "S" TO WS-SIGNON-REQUEST
           MOVE 1 TO WS-SIGNON-STATUS
           CALL "SIGNON" USING WS-SIGNON-REQUEST WS-SIGNON-PROGRAM
                   WS-OPERATOR-ID WS-MENU-CHOICE WS-SIGNON-STATUS
               ON EXCEPTION
                   DISPLAY "SIGNON is not available - sign-on refused"
           END-CALL
           MOVE WS-SIGNON-SAVED-RC TO RETURN-CODE
           IF NOT WS-SIGNON-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Exit (4) and a choice off the menu need no permission.
       Check-Menu-Option.
           MOVE 0 TO WS-SIGNON-STATUS
           IF WS-MENU-CHOICE = 1 OR 2 OR 3
               MOVE RETURN-CODE TO WS-SIGNON-SAVED-RC
               MOVE "C" TO WS-SIGNON-REQUEST
               CALL "SIGNON" USING WS-SIGNON-REQUEST WS-SIGNON-PROGRAM
                   WS-OPERATOR-ID WS-MENU-CHOICE WS-SIGNON-STATUS
               MOVE WS-SIGNON-SAVED-RC TO RETURN-CODE
           END-IF.

       Display-Menu.
           DISPLAY " "
           DISPLAY "Mass Rate Change"
           DISPLAY "1. Show the pending change"
           DISPLAY "2. Key a change and preview it"
           DISPLAY "3. Apply the previewed change"
           DISPLAY "4. Exit"
           DISPLAY "Enter your choice: ".

      *> No RATECHG.DAT just means no change has been keyed yet.
       Load-Change-Control.
           MOVE "N" TO WS-CHANGE-ON-FILE-SWITCH
           OPEN INPUT CHANGE-CONTROL-FILE
           IF WS-CHANGE-STATUS = "00"
               READ CHANGE-CONTROL-FILE
                   AT END CONTINUE
               END-READ
               IF WS-CHANGE-STATUS = "00"
                   MOVE CHANGE-CONTROL-RECORD TO WS-CHANGE-CONTROL
                   SET WS-CHANGE-ON-FILE TO TRUE
               END-IF
               CLOSE CHANGE-CONTROL-FILE
           END-IF.

       Save-Change-Control.
           OPEN OUTPUT CHANGE-CONTROL-FILE
           IF WS-CHANGE-STATUS NOT = "00"
               DISPLAY "Unable to save RATECHG.DAT, status "
                   WS-CHANGE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-CHANGE-CONTROL TO CHANGE-CONTROL-RECORD
               WRITE CHANGE-CONTROL-RECORD
               CLOSE CHANGE-CONTROL-FILE
               SET WS-CHANGE-ON-FILE TO TRUE
           END-IF.

       Show-Pending-Change.
           IF NOT WS-CHANGE-ON-FILE
               DISPLAY "No mass change on file"
           ELSE
               PERFORM Show-Change-Parameters
               MOVE CG-CHANGE-COUNT TO WS-COUNT-DISPLAY
               MOVE CG-ANNUAL-IMPACT TO WS-TOTAL-DISPLAY
               DISPLAY "  PREVIEWED " CG-PREVIEW-DATE " BY "
                   CG-PREVIEW-OPERATOR " - " WS-COUNT-DISPLAY
                   " CHANGES, ANNUAL COST " WS-TOTAL-DISPLAY
               IF CG-APPLIED
                   DISPLAY "  APPLIED " CG-APPLY-DATE " BY "
                       CG-APPLY-OPERATOR
               ELSE
                   DISPLAY "  NOT YET APPLIED"
               END-IF
           END-IF.

       Show-Change-Parameters.
           EVALUATE TRUE
               WHEN CG-SELECT-DEPT
                   DISPLAY "  SELECTION: DEPARTMENT " CG-SELECT-VALUE
               WHEN CG-SELECT-CLASS
                   DISPLAY "  SELECTION: PAY CLASS " CG-SELECT-VALUE (1:1)
               WHEN OTHER
                   DISPLAY "  SELECTION: ALL EMPLOYEES"
           END-EVALUATE
           IF CG-PERCENT-INCREASE
               MOVE CG-PERCENT TO WS-PERCENT-DISPLAY
               DISPLAY "  INCREASE: " WS-PERCENT-DISPLAY " PERCENT"
           ELSE
               DISPLAY "  INCREASE: " CG-CENTS " CENTS AN HOUR"
           END-IF
           DISPLAY "  ROUNDING: " CG-ROUND-METHOD " TO " CG-ROUND-UNIT
               " CENTS (N NEAREST, U UP, D DOWN)"
           IF CG-CAP-CENTS = 0
               DISPLAY "  CAP: NONE"
           ELSE
               DISPLAY "  CAP: " CG-CAP-CENTS " CENTS AN HOUR"
           END-IF
           PERFORM Set-Frequency-Factors
           DISPLAY "  SALARIED PAY FREQUENCY: " WS-FREQUENCY-NAME
           DISPLAY "  EFFECTIVE DATE: " CG-EFFECTIVE-DATE.

      *> A new preview replaces a pending change that was never
      *> applied; an applied one is simply superseded on file - its
      *> rows and journal entries are the record of it.
       Preview-Mass-Change.
           IF WS-CHANGE-ON-FILE AND CG-PREVIEWED
               DISPLAY "The pending change previewed " CG-PREVIEW-DATE
                   " will be replaced by this one"
           END-IF
           PERFORM Accept-Change-Parameters
           IF WS-PARAMETERS-OK
               MOVE "P" TO WS-RUN-MODE
               PERFORM Run-Mass-Change
               IF NOT WS-RUN-FAILED
                   MOVE "P" TO CG-STATUS
                   MOVE WS-GEN-DATE TO CG-PREVIEW-DATE
                   MOVE WS-OPERATOR-ID TO CG-PREVIEW-OPERATOR
                   MOVE WS-CHANGE-COUNT TO CG-CHANGE-COUNT
                   MOVE WS-SALARIED-CHANGE-COUNT TO CG-SALARIED-COUNT
                   MOVE WS-TOTAL-IMPACT TO CG-ANNUAL-IMPACT
                   MOVE 0 TO CG-APPLY-DATE
                   MOVE SPACES TO CG-APPLY-OPERATOR
                   PERFORM Save-Change-Control
                   PERFORM Display-Run-Totals
                   DISPLAY "Nothing has been changed - preview "
                       "written to " WS-REPORT-FILENAME
               END-IF
           END-IF.

       Accept-Change-Parameters.
           MOVE SPACES TO WS-CHANGE-CONTROL
           MOVE 0 TO CG-PERCENT
           MOVE 0 TO CG-CENTS
           MOVE 0 TO CG-PREVIEW-DATE
           MOVE 0 TO CG-CHANGE-COUNT
           MOVE 0 TO CG-SALARIED-COUNT
           MOVE 0 TO CG-ANNUAL-IMPACT
           MOVE 0 TO CG-APPLY-DATE
           SET WS-PARAMETERS-OK TO TRUE
           PERFORM Accept-Selection
           IF WS-PARAMETERS-OK
               PERFORM Accept-Increase
           END-IF
           IF WS-PARAMETERS-OK
               PERFORM Accept-Rounding
           END-IF
           IF WS-PARAMETERS-OK
               PERFORM Accept-Cap
           END-IF
           IF WS-PARAMETERS-OK
               PERFORM Accept-Pay-Frequency
           END-IF
           IF WS-PARAMETERS-OK
               DISPLAY "Enter the effective date (YYYYMMDD) "
               PERFORM Accept-A-Date
               MOVE WS-DATE-WORK TO CG-EFFECTIVE-DATE
           END-IF.

       Accept-Selection.
           DISPLAY "Select (A)ll, a (D)epartment, or a pay (C)lass "
           ACCEPT WS-SELECT-IN
           MOVE SPACES TO WS-SELECT-VALUE-IN
           EVALUATE WS-SELECT-IN
               WHEN "A"
                   CONTINUE
               WHEN "D"
                   DISPLAY "Enter the department code (4 characters) "
                   ACCEPT WS-SELECT-VALUE-IN
                   IF WS-SELECT-VALUE-IN = SPACES
                       DISPLAY "A department code is required"
                       MOVE "N" TO WS-PARAMETERS-OK-SWITCH
                   END-IF
               WHEN "C"
                   DISPLAY "Enter the pay class - (H)ourly or "
                       "(S)alaried "
                   ACCEPT WS-SELECT-VALUE-IN
                   IF WS-SELECT-VALUE-IN NOT = "H" AND "S"
                       DISPLAY "Pay class must be H or S"
                       MOVE "N" TO WS-PARAMETERS-OK-SWITCH
                   END-IF
               WHEN OTHER
                   DISPLAY "Selection must be A, D or C"
                   MOVE "N" TO WS-PARAMETERS-OK-SWITCH
           END-EVALUATE
           MOVE WS-SELECT-IN TO CG-SELECT-TYPE
           MOVE WS-SELECT-VALUE-IN TO CG-SELECT-VALUE.

       Accept-Increase.
           DISPLAY "Increase by (P)ercentage or (F)lat cents an hour "
           ACCEPT WS-INCREASE-TYPE-IN
           EVALUATE WS-INCREASE-TYPE-IN
               WHEN "P"
                   DISPLAY "Enter the percentage (5 digits, three "
                       "decimals - 03500 is 3.5%) "
                   ACCEPT WS-PERCENT-IN
                   IF WS-PERCENT-IN IS NOT NUMERIC
                           OR WS-PERCENT-IN = "00000"
                       DISPLAY "Percentage must be 5 digits, not zero"
                       MOVE "N" TO WS-PARAMETERS-OK-SWITCH
                   ELSE
                       MOVE WS-PERCENT-IN TO WS-PERCENT-DIGITS
                       COMPUTE CG-PERCENT = WS-PERCENT-DIGITS / 1000
                   END-IF
               WHEN "F"
                   DISPLAY "Enter the cents an hour (4 digits - 0050 "
                       "is 50 cents) "
                   ACCEPT WS-CENTS-IN
                   IF WS-CENTS-IN IS NOT NUMERIC
                           OR WS-CENTS-IN = "0000"
                       DISPLAY "Cents must be 4 digits, not zero"
                       MOVE "N" TO WS-PARAMETERS-OK-SWITCH
                   ELSE
                       MOVE WS-CENTS-IN TO CG-CENTS
                   END-IF
               WHEN OTHER
                   DISPLAY "Increase must be P or F"
                   MOVE "N" TO WS-PARAMETERS-OK-SWITCH
           END-EVALUATE
           MOVE WS-INCREASE-TYPE-IN TO CG-INCREASE-TYPE.

       Accept-Rounding.
           DISPLAY "Round (N)earest, (U)p or (D)own, blank for nearest "
           ACCEPT WS-ROUND-METHOD-IN
           IF WS-ROUND-METHOD-IN = SPACE
               MOVE "N" TO WS-ROUND-METHOD-IN
           END-IF
           DISPLAY "Round to a multiple of how many cents (2 digits, "
               "blank for 01) "
           ACCEPT WS-ROUND-UNIT-IN
           IF WS-ROUND-UNIT-IN = SPACES
               MOVE "01" TO WS-ROUND-UNIT-IN
           END-IF
           EVALUATE TRUE
               WHEN WS-ROUND-METHOD-IN NOT = "N" AND "U" AND "D"
                   DISPLAY "Rounding must be N, U or D"
                   MOVE "N" TO WS-PARAMETERS-OK-SWITCH
               WHEN WS-ROUND-UNIT-IN IS NOT NUMERIC
                       OR WS-ROUND-UNIT-IN = "00"
                   DISPLAY "Rounding unit must be 01 through 99"
                   MOVE "N" TO WS-PARAMETERS-OK-SWITCH
               WHEN OTHER
                   MOVE WS-ROUND-METHOD-IN TO CG-ROUND-METHOD
                   MOVE WS-ROUND-UNIT-IN TO CG-ROUND-UNIT
           END-EVALUATE.

       Accept-Cap.
           DISPLAY "Cap on the increase in cents an hour (4 digits, "
               "blank for no cap) "
           ACCEPT WS-CAP-IN
           IF WS-CAP-IN = SPACES
               MOVE "0000" TO WS-CAP-IN
           END-IF
           IF WS-CAP-IN IS NOT NUMERIC
               DISPLAY "Cap must be 4 digits"
               MOVE "N" TO WS-PARAMETERS-OK-SWITCH
           ELSE
               MOVE WS-CAP-IN TO CG-CAP-CENTS
           END-IF.

       Accept-Pay-Frequency.
           DISPLAY "Salaried pay frequency - (W)eekly, (B)iweekly, "
               "(S)emimonthly, (M)onthly, blank for biweekly "
           ACCEPT WS-FREQUENCY-IN
           IF WS-FREQUENCY-IN = SPACE
               MOVE "B" TO WS-FREQUENCY-IN
           END-IF
           IF WS-FREQUENCY-IN NOT = "W" AND "B" AND "S" AND "M"
               DISPLAY "Pay frequency must be W, B, S or M"
               MOVE "N" TO WS-PARAMETERS-OK-SWITCH
           ELSE
               MOVE WS-FREQUENCY-IN TO CG-PAY-FREQUENCY
           END-IF.

      *> Same plausibility loop RATEMNT uses for dates.
       Accept-A-Date.
           MOVE "N" TO WS-DATE-VALID-SWITCH
           PERFORM UNTIL WS-DATE-VALID
               ACCEPT WS-DATE-IN
               IF WS-DATE-IN IS NOT NUMERIC
                   DISPLAY "Date must be 8 digits YYYYMMDD - re-enter "
               ELSE
                   MOVE WS-DATE-IN TO WS-DATE-WORK
                   IF WS-DATE-MONTH < 01 OR WS-DATE-MONTH > 12
                           OR WS-DATE-DAY < 01 OR WS-DATE-DAY > 31
                       DISPLAY "Not a real calendar date - re-enter "
                   ELSE
                       SET WS-DATE-VALID TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      *> The apply reprices from the saved parameters in a check pass
      *> first. If the count or annual cost differs from the preview,
      *> the master or the rate file has changed since, and what
      *> would be applied is no longer what was reviewed - refused
      *> until it is previewed again.
       Apply-Mass-Change.
           EVALUATE TRUE
               WHEN NOT WS-CHANGE-ON-FILE
                   DISPLAY "No mass change on file - key and preview "
                       "one first"
               WHEN CG-APPLIED
                   DISPLAY "The change on file was already applied "
                       CG-APPLY-DATE " by " CG-APPLY-OPERATOR
               WHEN NOT CG-PREVIEWED
                   DISPLAY "RATECHG.DAT status " CG-STATUS
                       " - preview the change again"
               WHEN OTHER
                   PERFORM Show-Change-Parameters
                   PERFORM Apply-Previewed-Change
           END-EVALUATE.

      *> EMP-SALARY carries no effective date - a salaried raise is
      *> paid from the next cycle after it is applied, so it is not
      *> applied ahead of the date it takes effect.
       Apply-Previewed-Change.
           IF CG-EFFECTIVE-DATE > WS-GEN-DATE AND CG-SALARIED-COUNT > 0
               DISPLAY "The change raises " CG-SALARIED-COUNT
                   " salaried employees and is not effective until "
                   CG-EFFECTIVE-DATE " - apply it on or after that "
                   "date, or preview the hourly class on its own now"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "C" TO WS-RUN-MODE
               PERFORM Run-Mass-Change
               EVALUATE TRUE
                   WHEN WS-RUN-FAILED
                       CONTINUE
                   WHEN WS-CHANGE-COUNT NOT = CG-CHANGE-COUNT
                       OR WS-SALARIED-CHANGE-COUNT NOT = CG-SALARIED-COUNT
                       OR WS-TOTAL-IMPACT NOT = CG-ANNUAL-IMPACT
                       DISPLAY "The employee master or PAYRATE.DAT has "
                           "changed since the preview - preview the "
                           "change again before applying it"
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-CHANGE-COUNT = 0
                       DISPLAY "The change selects no employee to "
                           "raise - nothing to apply"
                   WHEN OTHER
                       PERFORM Confirm-And-Apply
               END-EVALUATE
           END-IF.

       Confirm-And-Apply.
           PERFORM Display-Run-Totals
           DISPLAY "Apply these changes? (Y/N) "
           ACCEPT WS-CONFIRM
           IF NOT WS-CONFIRMED
               DISPLAY "Nothing applied"
           ELSE
               MOVE "A" TO WS-RUN-MODE
               PERFORM Run-Mass-Change
               IF WS-CHANGE-COUNT > 0
                   MOVE "A" TO CG-STATUS
                   MOVE WS-GEN-DATE TO CG-APPLY-DATE
                   MOVE WS-OPERATOR-ID TO CG-APPLY-OPERATOR
                   PERFORM Save-Change-Control
                   PERFORM Display-Run-Totals
                   DISPLAY "Applied - listed on " WS-REPORT-FILENAME
               END-IF
               IF WS-WRITE-ERROR-COUNT > 0
                   DISPLAY WS-WRITE-ERROR-COUNT " changes could not "
                       "be written - see " WS-REPORT-FILENAME
                   MOVE 8 TO RETURN-CODE
               END-IF
      *> A back-dated rate does not reprice weeks already paid here -
      *> RETROPAY picks them up from PAIDHRS.DAT in the nightly run.
               IF CG-EFFECTIVE-DATE < WS-GEN-DATE
                       AND WS-HOURLY-CHANGE-COUNT > 0
                   DISPLAY "Effective date is in the past - weeks "
                       "already paid since then get the difference as "
                       "retro pay in the next nightly run"
               END-IF
           END-IF.

       Display-Run-Totals.
           DISPLAY "  EMPLOYEES SELECTED  " WS-SELECTED-COUNT
           DISPLAY "  HOURLY RAISED       " WS-HOURLY-CHANGE-COUNT
           DISPLAY "  SALARIED RAISED     " WS-SALARIED-CHANGE-COUNT
           DISPLAY "  NOT CHANGED         " WS-NO-CHANGE-COUNT
           DISPLAY "  SKIPPED             " WS-SKIPPED-COUNT
           MOVE WS-TOTAL-IMPACT TO WS-TOTAL-DISPLAY
           DISPLAY "  ANNUAL COST IMPACT  " WS-TOTAL-DISPLAY.

       Set-Frequency-Factors.
           EVALUATE CG-PAY-FREQUENCY
               WHEN "W"
                   MOVE 40 TO WS-STANDARD-HOURS
                   MOVE 52 TO WS-PERIODS-PER-YEAR
                   MOVE "WEEKLY" TO WS-FREQUENCY-NAME
               WHEN "S"
                   MOVE 86.67 TO WS-STANDARD-HOURS
                   MOVE 24 TO WS-PERIODS-PER-YEAR
                   MOVE "SEMIMONTHLY" TO WS-FREQUENCY-NAME
               WHEN "M"
                   MOVE 173.33 TO WS-STANDARD-HOURS
                   MOVE 12 TO WS-PERIODS-PER-YEAR
                   MOVE "MONTHLY" TO WS-FREQUENCY-NAME
               WHEN OTHER
                   MOVE 80 TO WS-STANDARD-HOURS
                   MOVE 26 TO WS-PERIODS-PER-YEAR
                   MOVE "BIWEEKLY" TO WS-FREQUENCY-NAME
           END-EVALUATE.

      *> One pass over the master for whichever mode is asked for.
      *> The apply opens everything it writes before it changes the
      *> first employee, so a missing file stops it with nothing half
      *> done.
       Run-Mass-Change.
           MOVE "N" TO WS-RUN-FAILED-SWITCH
           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO WS-SELECTED-COUNT
           MOVE 0 TO WS-PRICED-COUNT
           MOVE 0 TO WS-CHANGE-COUNT
           MOVE 0 TO WS-HOURLY-CHANGE-COUNT
           MOVE 0 TO WS-SALARIED-CHANGE-COUNT
           MOVE 0 TO WS-NO-CHANGE-COUNT
           MOVE 0 TO WS-SKIPPED-COUNT
           MOVE 0 TO WS-CAPPED-COUNT
           MOVE 0 TO WS-LATER-ROW-COUNT
           MOVE 0 TO WS-WRITE-ERROR-COUNT
           MOVE 0 TO WS-TOTAL-OLD-ANNUAL
           MOVE 0 TO WS-TOTAL-NEW-ANNUAL
           MOVE 0 TO WS-TOTAL-IMPACT
           MOVE 0 TO WS-DEPT-SUMMARY-SIZE
           PERFORM Set-Frequency-Factors
           MOVE CG-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE-X
           PERFORM Open-Rate-Master
           IF NOT WS-RUN-FAILED
               PERFORM Open-Employee-Master
               IF NOT WS-EMPLOYEE-MASTER-OPEN
                   IF WS-RATE-MASTER-OPEN
                       CLOSE RATE-MASTER
                       MOVE "N" TO WS-RATE-MASTER-OPEN-SWITCH
                   END-IF
                   SET WS-RUN-FAILED TO TRUE
               END-IF
           END-IF
           IF NOT WS-RUN-FAILED
               IF NOT WS-CHECK-RUN
                   PERFORM Open-Change-Report
               END-IF
               PERFORM Sweep-Employee-Master
               CLOSE EMPLOYEE-MASTER
               MOVE "N" TO WS-EMPLOYEE-MASTER-OPEN-SWITCH
               IF WS-RATE-MASTER-OPEN
                   CLOSE RATE-MASTER
                   MOVE "N" TO WS-RATE-MASTER-OPEN-SWITCH
               END-IF
               IF WS-REPORT-OPEN
                   PERFORM Write-Department-Summary
                   CLOSE CHANGE-REPORT
                   MOVE "N" TO WS-REPORT-OPEN-SWITCH
               END-IF
           END-IF.

      *> Input for the preview and the check pass, I-O for the apply.
      *> Unlike the maintenance screens, nothing can be done without
      *> the master - it is what says who is selected.
       Open-Employee-Master.
           MOVE "N" TO WS-EMPLOYEE-MASTER-OPEN-SWITCH
           IF WS-APPLY-RUN
               OPEN I-O EMPLOYEE-MASTER
           ELSE
               OPEN INPUT EMPLOYEE-MASTER
           END-IF
           IF WS-EMPLOYEE-STATUS NOT = "00"
               DISPLAY "Unable to open EMPLOYEE-MASTER, status "
                   WS-EMPLOYEE-STATUS " - no mass change this session"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "Y" TO WS-EMPLOYEE-MASTER-OPEN-SWITCH
           END-IF.

      *> Input for the preview and the check pass - a missing
      *> PAYRATE.DAT only means no hourly employee has a rate to
      *> raise. I-O for the apply, which adds the rows; a master that
      *> is not there yet is created empty.
       Open-Rate-Master.
           MOVE "N" TO WS-RATE-MASTER-OPEN-SWITCH
           IF WS-APPLY-RUN
               OPEN I-O RATE-MASTER
               IF WS-RATE-STATUS = "35"
                   OPEN OUTPUT RATE-MASTER
                   IF WS-RATE-STATUS = "00"
                       CLOSE RATE-MASTER
                       OPEN I-O RATE-MASTER
                   END-IF
               END-IF
           ELSE
               OPEN INPUT RATE-MASTER
           END-IF
           EVALUATE TRUE
               WHEN WS-RATE-STATUS = "00"
                   MOVE "Y" TO WS-RATE-MASTER-OPEN-SWITCH
               WHEN WS-RATE-STATUS = "35" AND NOT WS-APPLY-RUN
                   DISPLAY "No PAYRATE.DAT found - hourly employees "
                       "have no rate to raise"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   DISPLAY "Unable to open PAYRATE.DAT, status "
                       WS-RATE-STATUS " - no mass change this session"
                   MOVE 8 TO RETURN-CODE
                   SET WS-RUN-FAILED TO TRUE
           END-EVALUATE.

      *> The rate in force is the latest row effective on or before
      *> the change's effective date - the same row temp1 would price
      *> that date with. The employee's rows come back in
      *> effective-date order.
       Find-Employee-Rates.
           MOVE "N" TO WS-RATE-ROWS-SWITCH
           MOVE "N" TO WS-RATE-IN-FORCE-SWITCH
           MOVE "N" TO WS-SAME-DATE-SWITCH
           MOVE 0 TO WS-IN-FORCE-RATE
           MOVE SPACES TO WS-IN-FORCE-DATE
           MOVE SPACES TO WS-LATEST-DATE
           MOVE SPACES TO WS-LATEST-IMAGE
           MOVE SPACES TO WS-SAME-DATE-IMAGE
           MOVE "N" TO WS-RATE-EOF
           IF NOT WS-RATE-MASTER-OPEN
               SET WS-RATE-DONE TO TRUE
           ELSE
               MOVE EMP-SSNUM TO RM-SSNUM
               MOVE LOW-VALUES TO RM-EFFECTIVE-DATE
               START RATE-MASTER KEY IS NOT LESS THAN RM-KEY
                   INVALID KEY SET WS-RATE-DONE TO TRUE
               END-START
               PERFORM Read-Next-Employee-Rate
           END-IF
           PERFORM UNTIL WS-RATE-DONE
               SET WS-RATE-ROWS-ON-FILE TO TRUE
               IF RM-EFFECTIVE-DATE NOT > WS-EFFECTIVE-DATE-X
                       AND RM-EFFECTIVE-DATE NOT < WS-IN-FORCE-DATE
                   MOVE RM-HOURLY-RATE TO WS-IN-FORCE-RATE
                   MOVE RM-EFFECTIVE-DATE TO WS-IN-FORCE-DATE
                   SET WS-RATE-IN-FORCE TO TRUE
               END-IF
               IF RM-EFFECTIVE-DATE = WS-EFFECTIVE-DATE-X
                   SET WS-SAME-DATE-ROW TO TRUE
                   MOVE RATE-RECORD TO WS-SAME-DATE-IMAGE
               END-IF
               IF RM-EFFECTIVE-DATE NOT < WS-LATEST-DATE
                   MOVE RM-EFFECTIVE-DATE TO WS-LATEST-DATE
                   MOVE RATE-RECORD TO WS-LATEST-IMAGE
               END-IF
               PERFORM Read-Next-Employee-Rate
           END-PERFORM.

       Read-Next-Employee-Rate.
           IF NOT WS-RATE-DONE
               READ RATE-MASTER NEXT RECORD
                   AT END SET WS-RATE-DONE TO TRUE
               END-READ
               IF NOT WS-RATE-DONE AND RM-SSNUM NOT = EMP-SSNUM
                   SET WS-RATE-DONE TO TRUE
               END-IF
           END-IF.

       Sweep-Employee-Master.
           MOVE "N" TO WS-MASTER-EOF
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
               ADD 1 TO WS-READ-COUNT
               PERFORM Check-Selection
               IF WS-SELECTED
                   ADD 1 TO WS-SELECTED-COUNT
                   PERFORM Price-One-Employee
               END-IF
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END SET WS-MASTER-DONE TO TRUE
               END-READ
           END-PERFORM.

      *> Anyone marked for deletion is leaving and is never raised.
       Check-Selection.
           MOVE "N" TO WS-SELECTED-SWITCH
           IF NOT EMP-MARKED-FOR-DELETION
               EVALUATE TRUE
                   WHEN CG-SELECT-ALL
                       SET WS-SELECTED TO TRUE
                   WHEN CG-SELECT-DEPT
                       IF EMP-DEPT = CG-SELECT-VALUE
                           SET WS-SELECTED TO TRUE
                       END-IF
                   WHEN CG-SELECT-CLASS
                       IF CG-SELECT-VALUE (1:1) = "S"
                           IF EMP-SALARIED
                               SET WS-SELECTED TO TRUE
                           END-IF
                       ELSE
                           IF NOT EMP-SALARIED
                               SET WS-SELECTED TO TRUE
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.

      *> Hourly: the rate in force, cents an hour as keyed, 2080 hours
      *> a year. Salaried: the period salary, cents an hour (and the
      *> cap) times the standard hours in a period, periods in a
      *> year for the annual cost.
       Price-One-Employee.
           MOVE SPACES TO WS-DETAIL-NOTE
           MOVE SPACES TO WS-SKIP-REASON
           MOVE "N" TO WS-CAPPED-SWITCH
           IF EMP-SALARIED
               MOVE EMP-SALARY TO WS-OLD-AMOUNT
               MOVE WS-STANDARD-HOURS TO WS-HOURS-FACTOR
               MOVE WS-PERIODS-PER-YEAR TO WS-ANNUAL-FACTOR
               MOVE 9999999.99 TO WS-AMOUNT-LIMIT
           ELSE
               PERFORM Find-Employee-Rates
               EVALUATE TRUE
                   WHEN NOT WS-RATE-ROWS-ON-FILE
                       MOVE "NOT CHANGED - NO PAYRATE.DAT ROWS"
                           TO WS-SKIP-REASON
                   WHEN NOT WS-RATE-IN-FORCE
                       MOVE "NOT CHANGED - NO RATE IN FORCE ON DATE"
                           TO WS-SKIP-REASON
                   WHEN OTHER
                       MOVE WS-IN-FORCE-RATE TO WS-OLD-AMOUNT
               END-EVALUATE
               MOVE 1 TO WS-HOURS-FACTOR
               MOVE WS-HOURLY-ANNUAL-HOURS TO WS-ANNUAL-FACTOR
               MOVE 999.99 TO WS-AMOUNT-LIMIT
           END-IF
           IF WS-SKIP-REASON = SPACES
               PERFORM Compute-New-Amount
               IF WS-TOO-LARGE OR WS-NEW-CENTS > WS-AMOUNT-LIMIT * 100
                   MOVE "NOT CHANGED - NEW AMOUNT TOO LARGE"
                       TO WS-SKIP-REASON
               END-IF
           END-IF
           IF WS-SKIP-REASON NOT = SPACES
               PERFORM Write-Skipped-Detail
           ELSE
               PERFORM Record-Employee-Change
           END-IF.

       Record-Employee-Change.
           COMPUTE WS-NEW-AMOUNT = WS-NEW-CENTS / 100
           COMPUTE WS-OLD-ANNUAL = WS-OLD-AMOUNT * WS-ANNUAL-FACTOR
           COMPUTE WS-NEW-ANNUAL = WS-NEW-AMOUNT * WS-ANNUAL-FACTOR
           COMPUTE WS-ANNUAL-IMPACT = WS-NEW-ANNUAL - WS-OLD-ANNUAL
           IF WS-NEW-AMOUNT = WS-OLD-AMOUNT
               ADD 1 TO WS-NO-CHANGE-COUNT
               MOVE "NO CHG" TO WS-DETAIL-NOTE
           ELSE
               ADD 1 TO WS-CHANGE-COUNT
               IF EMP-SALARIED
                   ADD 1 TO WS-SALARIED-CHANGE-COUNT
               ELSE
                   ADD 1 TO WS-HOURLY-CHANGE-COUNT
               END-IF
               IF WS-CAPPED
                   ADD 1 TO WS-CAPPED-COUNT
                   MOVE "CAPPED" TO WS-DETAIL-NOTE
               END-IF
      *> A row already keyed for a later date still takes over on that
      *> date, so the raise only runs until then.
               IF NOT EMP-SALARIED
                   IF WS-LATEST-DATE > WS-EFFECTIVE-DATE-X
                       ADD 1 TO WS-LATER-ROW-COUNT
                       MOVE "LATER" TO WS-DETAIL-NOTE
                   END-IF
               END-IF
               ADD WS-ANNUAL-IMPACT TO WS-TOTAL-IMPACT
               IF WS-APPLY-RUN
                   PERFORM Apply-One-Change
               END-IF
           END-IF
           ADD 1 TO WS-PRICED-COUNT
           ADD WS-OLD-ANNUAL TO WS-TOTAL-OLD-ANNUAL
           ADD WS-NEW-ANNUAL TO WS-TOTAL-NEW-ANNUAL
           PERFORM Accumulate-Department
           IF WS-REPORT-OPEN
               PERFORM Write-Change-Detail
           END-IF.

      *> Raw new amount in cents (to four places), rounded to the
      *> unit, then held to the cap. Rounding down never takes anyone
      *> below what they are paid now.
       Compute-New-Amount.
           MOVE "N" TO WS-TOO-LARGE-SWITCH
           COMPUTE WS-OLD-CENTS = WS-OLD-AMOUNT * 100
           IF CG-PERCENT-INCREASE
               COMPUTE WS-RAW-CENTS = WS-OLD-AMOUNT * (100 + CG-PERCENT)
                   ON SIZE ERROR SET WS-TOO-LARGE TO TRUE
               END-COMPUTE
           ELSE
               COMPUTE WS-RAW-CENTS = WS-OLD-CENTS
                   + CG-CENTS * WS-HOURS-FACTOR
                   ON SIZE ERROR SET WS-TOO-LARGE TO TRUE
               END-COMPUTE
           END-IF
           MOVE WS-RAW-CENTS TO WS-ROUND-WORK
           IF CG-ROUND-NEAREST
               COMPUTE WS-ROUND-WORK = WS-RAW-CENTS + CG-ROUND-UNIT / 2
           END-IF
           DIVIDE CG-ROUND-UNIT INTO WS-ROUND-WORK GIVING WS-ROUND-UNITS
           MULTIPLY WS-ROUND-UNITS BY CG-ROUND-UNIT GIVING WS-NEW-CENTS
           IF CG-ROUND-UP AND WS-NEW-CENTS < WS-RAW-CENTS
               ADD CG-ROUND-UNIT TO WS-NEW-CENTS
           END-IF
           IF CG-CAP-CENTS > 0
               COMPUTE WS-CAP-LIMIT-CENTS = CG-CAP-CENTS * WS-HOURS-FACTOR
               IF WS-NEW-CENTS > WS-OLD-CENTS + WS-CAP-LIMIT-CENTS
                   COMPUTE WS-NEW-CENTS = WS-OLD-CENTS
                       + WS-CAP-LIMIT-CENTS
                   SET WS-CAPPED TO TRUE
               END-IF
           END-IF
           IF WS-NEW-CENTS < WS-OLD-CENTS
               MOVE WS-OLD-CENTS TO WS-NEW-CENTS
           END-IF.

       Apply-One-Change.
           IF EMP-SALARIED
               PERFORM Rewrite-Employee-Salary
           ELSE
               PERFORM Write-Rate-Row
           END-IF.

      *> The row and its journal entry are what RATEMNT would have
      *> written had the raise been keyed there - a row already keyed
      *> for the effective date is replaced and journaled as the
      *> before image.
       Write-Rate-Row.
           MOVE SPACES TO RATE-RECORD
           MOVE EMP-SSNUM TO RM-SSNUM
           MOVE WS-NEW-AMOUNT TO RM-HOURLY-RATE
           MOVE CG-EFFECTIVE-DATE TO RM-EFFECTIVE-DATE
           MOVE "00" TO WS-RATE-STATUS
           IF WS-SAME-DATE-ROW
               MOVE "REWRITE" TO WS-RATE-JOURNAL-ACTION
               MOVE WS-SAME-DATE-IMAGE TO WS-JRN-BEFORE
               REWRITE RATE-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               MOVE "WRITE" TO WS-RATE-JOURNAL-ACTION
               MOVE WS-LATEST-IMAGE TO WS-JRN-BEFORE
               WRITE RATE-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           IF WS-RATE-STATUS NOT = "00"
               DISPLAY "Unable to write PAYRATE.DAT row for "
                   EMP-SSNUM ", status " WS-RATE-STATUS
               ADD 1 TO WS-WRITE-ERROR-COUNT
               MOVE "ERROR" TO WS-DETAIL-NOTE
               MOVE SPACES TO WS-JRN-BEFORE
           ELSE
               MOVE SPACES TO WS-JRN-AFTER
               MOVE RATE-RECORD TO WS-JRN-AFTER
               PERFORM Write-Rate-Journal-Record
           END-IF.

       Rewrite-Employee-Salary.
           MOVE EMPLOYEE-RECORD TO WS-JRN-BEFORE
           MOVE WS-NEW-AMOUNT TO EMP-SALARY
           REWRITE EMPLOYEE-RECORD
               INVALID KEY
                   DISPLAY "Unable to update employee " EMP-SSNUM
                       ", status " WS-EMPLOYEE-STATUS
                   ADD 1 TO WS-WRITE-ERROR-COUNT
                   MOVE "ERROR" TO WS-DETAIL-NOTE
                   MOVE SPACES TO WS-JRN-BEFORE
               NOT INVALID KEY
                   MOVE EMPLOYEE-RECORD TO WS-JRN-AFTER
                   PERFORM Write-Journal-Record
           END-REWRITE.

       Open-Rate-Journal-File.
           IF WS-RATE-JOURNAL-STATUS = SPACES
               OPEN EXTEND RATE-JOURNAL-FILE
               IF WS-RATE-JOURNAL-STATUS = "35"
                   OPEN OUTPUT RATE-JOURNAL-FILE
               END-IF
           ELSE
               OPEN EXTEND RATE-JOURNAL-FILE
           END-IF.

       Write-Rate-Journal-Record.
           PERFORM Open-Rate-Journal-File
           IF WS-RATE-JOURNAL-STATUS NOT = "00"
               DISPLAY "Unable to journal the change, status "
                   WS-RATE-JOURNAL-STATUS
           ELSE
               MOVE SPACES TO RATE-JOURNAL-RECORD
               MOVE FUNCTION CURRENT-DATE TO RJR-TIMESTAMP
               MOVE "MASSRATE" TO RJR-PROGRAM
               MOVE WS-RATE-JOURNAL-ACTION TO RJR-ACTION
               MOVE WS-JRN-BEFORE TO RJR-BEFORE-IMAGE
               MOVE WS-JRN-AFTER TO RJR-AFTER-IMAGE
               MOVE WS-OPERATOR-ID TO RJR-OPERATOR-ID
               WRITE RATE-JOURNAL-RECORD
               CLOSE RATE-JOURNAL-FILE
           END-IF
           MOVE SPACES TO WS-JRN-BEFORE
           MOVE SPACES TO WS-JRN-AFTER.

       Open-Journal-File.
           IF WS-JOURNAL-STATUS = SPACES
               OPEN EXTEND JOURNAL-FILE
               IF WS-JOURNAL-STATUS = "35"
                   OPEN OUTPUT JOURNAL-FILE
               END-IF
           ELSE
               OPEN EXTEND JOURNAL-FILE
           END-IF.

       Write-Journal-Record.
           PERFORM Open-Journal-File
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "Unable to journal the change, status "
                   WS-JOURNAL-STATUS
           ELSE
               MOVE SPACES TO JOURNAL-RECORD
               MOVE FUNCTION CURRENT-DATE TO JRN-TIMESTAMP
               MOVE "MASSRATE" TO JRN-PROGRAM
               MOVE "REWRITE" TO JRN-ACTION
               MOVE WS-JRN-BEFORE TO JRN-BEFORE-IMAGE
               MOVE WS-JRN-AFTER TO JRN-AFTER-IMAGE
               MOVE WS-OPERATOR-ID TO JRN-OPERATOR-ID
               WRITE JOURNAL-RECORD
               CLOSE JOURNAL-FILE
           END-IF
           MOVE SPACES TO WS-JRN-BEFORE
           MOVE SPACES TO WS-JRN-AFTER.

       Accumulate-Department.
           MOVE 0 TO WS-DEPT-FOUND-IDX
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-SUMMARY-SIZE
               IF DS-DEPT (WS-DEPT-IDX) = EMP-DEPT
                   MOVE WS-DEPT-IDX TO WS-DEPT-FOUND-IDX
                   MOVE WS-DEPT-SUMMARY-SIZE TO WS-DEPT-IDX
               END-IF
           END-PERFORM
           IF WS-DEPT-FOUND-IDX = 0
               IF WS-DEPT-SUMMARY-SIZE < WS-DEPT-SUMMARY-MAX
                   ADD 1 TO WS-DEPT-SUMMARY-SIZE
                   MOVE WS-DEPT-SUMMARY-SIZE TO WS-DEPT-FOUND-IDX
               ELSE
      *> Past the table the remainder is summed on the last line so
      *> the grand total still foots.
                   MOVE WS-DEPT-SUMMARY-MAX TO WS-DEPT-FOUND-IDX
                   MOVE "****" TO DS-DEPT (WS-DEPT-FOUND-IDX)
               END-IF
               IF DS-DEPT (WS-DEPT-FOUND-IDX) NOT = "****"
                   MOVE EMP-DEPT TO DS-DEPT (WS-DEPT-FOUND-IDX)
                   MOVE 0 TO DS-COUNT (WS-DEPT-FOUND-IDX)
                   MOVE 0 TO DS-OLD-ANNUAL (WS-DEPT-FOUND-IDX)
                   MOVE 0 TO DS-NEW-ANNUAL (WS-DEPT-FOUND-IDX)
               END-IF
           END-IF
           ADD 1 TO DS-COUNT (WS-DEPT-FOUND-IDX)
           ADD WS-OLD-ANNUAL TO DS-OLD-ANNUAL (WS-DEPT-FOUND-IDX)
           ADD WS-NEW-ANNUAL TO DS-NEW-ANNUAL (WS-DEPT-FOUND-IDX).

      *> A second preview or apply on the same day extends that day's
      *> report rather than replacing it; only a new file is cataloged.
       Open-Change-Report.
           MOVE "N" TO WS-REPORT-OPEN-SWITCH
           MOVE SPACES TO WS-REPORT-FILENAME
           IF WS-APPLY-RUN
               STRING "RATEAPL-" WS-GEN-DATE ".RPT"
                   DELIMITED BY SIZE INTO WS-REPORT-FILENAME
               END-STRING
               MOVE "RATEAPL" TO WS-CATALOG-TYPE
           ELSE
               STRING "RATEPRV-" WS-GEN-DATE ".RPT"
                   DELIMITED BY SIZE INTO WS-REPORT-FILENAME
               END-STRING
               MOVE "RATEPRV" TO WS-CATALOG-TYPE
           END-IF
           OPEN EXTEND CHANGE-REPORT
           IF WS-REPORT-STATUS = "35"
               OPEN OUTPUT CHANGE-REPORT
               IF WS-REPORT-STATUS = "00"
                   MOVE WS-REPORT-FILENAME TO WS-CATALOG-FILENAME
                   PERFORM Record-Generation
               END-IF
           END-IF
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open " WS-REPORT-FILENAME
                   " status " WS-REPORT-STATUS " - no report this run"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               SET WS-REPORT-OPEN TO TRUE
               PERFORM Write-Report-Heading
           END-IF.

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

       Write-Report-Heading.
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-APPLY-RUN
               STRING "MASS RATE CHANGE APPLIED " WS-GEN-DATE
                   " BY " WS-OPERATOR-ID
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING "MASS RATE CHANGE PREVIEW " WS-GEN-DATE
                   " BY " WS-OPERATOR-ID " - NOTHING CHANGED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           END-IF
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-REPORT-LINE
           EVALUATE TRUE
               WHEN CG-SELECT-DEPT
                   STRING "SELECTION: DEPARTMENT " CG-SELECT-VALUE
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
               WHEN CG-SELECT-CLASS
                   STRING "SELECTION: PAY CLASS " CG-SELECT-VALUE (1:1)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
               WHEN OTHER
                   MOVE "SELECTION: ALL EMPLOYEES" TO WS-REPORT-LINE
           END-EVALUATE
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-REPORT-LINE
           IF CG-PERCENT-INCREASE
               MOVE CG-PERCENT TO WS-PERCENT-DISPLAY
               STRING "INCREASE: " WS-PERCENT-DISPLAY " PERCENT"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING "INCREASE: " CG-CENTS " CENTS AN HOUR"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           END-IF
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ROUNDING: " CG-ROUND-METHOD " TO " CG-ROUND-UNIT
               " CENTS   CAP: " CG-CAP-CENTS " CENTS AN HOUR"
               " (0000 NONE)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-REPORT-LINE
           STRING "EFFECTIVE: " CG-EFFECTIVE-DATE
               "   SALARIED PAID " WS-FREQUENCY-NAME
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM Write-Report-Line
           MOVE "SSNUM       NAME            DEPT C    OLD RATE/SAL"
               TO WS-REPORT-LINE
           MOVE "NEW RATE/SAL ANNUAL COST" TO WS-REPORT-LINE (53:24)
           PERFORM Write-Report-Line.

       Format-Detail-Identity.
           MOVE SPACES TO WS-SSNUM-DISPLAY
           STRING EMP-SSAREA "-" EMP-SSGROUP "-" EMP-SSSERIAL
               DELIMITED BY SIZE INTO WS-SSNUM-DISPLAY
           END-STRING
           MOVE EMP-NAME TO WS-NAME-DISPLAY.

       Write-Change-Detail.
           PERFORM Format-Detail-Identity
           MOVE WS-OLD-AMOUNT TO WS-OLD-DISPLAY
           MOVE WS-NEW-AMOUNT TO WS-NEW-DISPLAY
           MOVE WS-ANNUAL-IMPACT TO WS-IMPACT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-SSNUM-DISPLAY " " WS-NAME-DISPLAY " " EMP-DEPT " "
               EMP-PAY-CLASS " " WS-OLD-DISPLAY " " WS-NEW-DISPLAY " "
               WS-IMPACT-DISPLAY " " WS-DETAIL-NOTE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM Write-Report-Line.

       Write-Skipped-Detail.
           ADD 1 TO WS-SKIPPED-COUNT
           IF WS-REPORT-OPEN
               PERFORM Format-Detail-Identity
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-SSNUM-DISPLAY " " WS-NAME-DISPLAY " " EMP-DEPT
                   " " EMP-PAY-CLASS " " WS-SKIP-REASON
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM Write-Report-Line
           END-IF.

       Write-Department-Summary.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM Write-Report-Line
           MOVE "ANNUAL COST BY DEPARTMENT" TO WS-REPORT-LINE
           PERFORM Write-Report-Line
           MOVE "DEPT  EMPLOYEES       OLD ANNUAL        NEW ANNUAL"
               TO WS-REPORT-LINE
           MOVE "INCREASE" TO WS-REPORT-LINE (61:8)
           PERFORM Write-Report-Line
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-SUMMARY-SIZE
               MOVE DS-COUNT (WS-DEPT-IDX) TO WS-COUNT-DISPLAY
               MOVE DS-OLD-ANNUAL (WS-DEPT-IDX) TO WS-TOTAL-OLD-DISPLAY
               MOVE DS-NEW-ANNUAL (WS-DEPT-IDX) TO WS-TOTAL-NEW-DISPLAY
               COMPUTE WS-ANNUAL-IMPACT = DS-NEW-ANNUAL (WS-DEPT-IDX)
                   - DS-OLD-ANNUAL (WS-DEPT-IDX)
               MOVE WS-ANNUAL-IMPACT TO WS-TOTAL-DISPLAY
               MOVE SPACES TO WS-REPORT-LINE
               STRING DS-DEPT (WS-DEPT-IDX) "     " WS-COUNT-DISPLAY
                   WS-TOTAL-OLD-DISPLAY " " WS-TOTAL-NEW-DISPLAY " "
                   WS-TOTAL-DISPLAY
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM Write-Report-Line
           END-PERFORM
           MOVE WS-PRICED-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-TOTAL-OLD-ANNUAL TO WS-TOTAL-OLD-DISPLAY
           MOVE WS-TOTAL-NEW-ANNUAL TO WS-TOTAL-NEW-DISPLAY
           MOVE WS-TOTAL-IMPACT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTAL" "    " WS-COUNT-DISPLAY
               WS-TOTAL-OLD-DISPLAY " " WS-TOTAL-NEW-DISPLAY " "
               WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RAISED HOURLY " WS-HOURLY-CHANGE-COUNT
               " SALARIED " WS-SALARIED-CHANGE-COUNT
               " NO CHANGE " WS-NO-CHANGE-COUNT
               " SKIPPED " WS-SKIPPED-COUNT
               " CAPPED " WS-CAPPED-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM Write-Report-Line
           IF WS-LATER-ROW-COUNT > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "LATER: " WS-LATER-ROW-COUNT " HOURLY EMPLOYEES "
                   "HAVE A RATE ROW EFFECTIVE AFTER THIS DATE"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM Write-Report-Line
           END-IF
           IF WS-APPLY-RUN AND WS-WRITE-ERROR-COUNT > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "NOT WRITTEN " WS-WRITE-ERROR-COUNT
                   " - SEE LINES MARKED ERROR"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM Write-Report-Line
           END-IF.

       Write-Report-Line.
           MOVE WS-REPORT-LINE TO CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE.
