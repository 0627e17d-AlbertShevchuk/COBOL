       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMMNT.
       AUTHOR. Albert Shevchuk
       DATE-WRITTEN. October 15, 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Entry for the TERMINAT.DAT termination file - one row per
      *> employee leaving, with the last day worked and the reason.
      *> A new row is pending (P): temp1 pays the final period's cards
      *> or salary and the vacation payout on the next nightly cycle
      *> on or after the termination date, marks the master for
      *> deletion and stamps the row final-paid (F). EMPPURGE keeps
      *> the master record through the holding period in TERMCTL.DAT
      *> after that. A pending row may be cancelled here; a final-paid
      *> one cannot, since the money has already gone. The file is
      *> read whole and rewritten whole, the way GARNMNT keeps
      *> GARNISH.DAT. EMPPURGE drops cancelled rows, and final-paid
      *> rows once the employee has been purged from the master.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-SSNUM
               FILE STATUS IS WS-EMPLOYEE-STATUS.
           SELECT TERMINATION-FILE ASSIGN TO "TERMINAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.
      *> Holding period shown on inquiry is the one EMPPURGE applies.
           SELECT TERM-CONTROL-FILE ASSIGN TO "TERMCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-CONTROL-STATUS.
      *> Before/after images journal to their own TERMJRNL.DAT for the
      *> same reason GARNMNT keeps GARNJRNL.DAT - JRNLRECV replays
      *> EMPJRNL.DAT against EMPLOYEE.DAT and must never see these.
           SELECT TERM-JOURNAL-FILE ASSIGN TO "TERMJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
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

      *> Same record temp1's Load-Termination-Table reads and EMPPURGE
      *> checks. The final-pay fields belong to temp1 and are carried
      *> as is: the cycle that paid it, the final gross, the vacation
      *> hours paid out with their rate and amount, and the processing
      *> date the holding period runs from.
       FD TERMINATION-FILE.
       01 TERMINATION-RECORD.
           02 TM-SSNUM PIC 9(9).
           02 TM-TERM-DATE PIC 9(8).
           02 TM-REASON-CODE PIC X.
           02 TM-REASON-TEXT PIC X(30).
           02 TM-ENTRY-DATE PIC 9(8).
           02 TM-OPERATOR-ID PIC X(8).
           02 TM-STATUS PIC X.
           02 TM-FINAL-CYCLE PIC 9(5).
           02 TM-FINAL-GROSS PIC 9(7)V99.
           02 TM-PAYOUT-HOURS PIC 9(5).
           02 TM-PAYOUT-RATE PIC 999V99.
           02 TM-PAYOUT-AMOUNT PIC 9(7)V99.
           02 TM-FINAL-DATE PIC 9(8).

       FD TERM-CONTROL-FILE.
       01 TERM-CONTROL-RECORD.
           02 TC-HOLD-DAYS PIC 9(3).

       FD TERM-JOURNAL-FILE.
       01 TERM-JOURNAL-RECORD.
           02 JRN-TIMESTAMP PIC X(21).
           02 JRN-PROGRAM PIC X(10).
           02 JRN-ACTION PIC X(8).
           02 JRN-BEFORE-IMAGE PIC X(106).
           02 JRN-AFTER-IMAGE PIC X(106).
           02 JRN-OPERATOR-ID PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-EMPLOYEE-STATUS PIC XX VALUE SPACES.
       01 WS-EMPLOYEE-MASTER-OPEN-SWITCH PIC X VALUE "N".
           88 WS-EMPLOYEE-MASTER-OPEN VALUE "Y".
       01 WS-TERM-STATUS PIC XX VALUE SPACES.
       01 WS-TERM-EOF PIC X VALUE "N".
           88 WS-TERM-DONE VALUE "Y".
       01 WS-TERM-CONTROL-STATUS PIC XX VALUE SPACES.
       01 WS-HOLD-DAYS PIC 9(3) VALUE 30.
       01 WS-JOURNAL-STATUS PIC XX VALUE SPACES.
       01 WS-JRN-ACTION PIC X(8) VALUE SPACES.
       01 WS-JRN-BEFORE PIC X(106) VALUE SPACES.
       01 WS-JRN-AFTER PIC X(106) VALUE SPACES.
      *> Operators sign on through SIGNON, which also says which menu
      *> options their role allows (roles are kept with OPERMNT). The
      *> run's condition code is held across each CALL, which resets
      *> RETURN-CODE.
       01 WS-SIGNON-REQUEST PIC X VALUE SPACE.
       01 WS-SIGNON-PROGRAM PIC X(8) VALUE "TERMMNT".
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-SIGNON-STATUS PIC 9 VALUE 1.
           88 WS-SIGNON-OK VALUE 0.
       01 WS-SIGNON-SAVED-RC PIC 99 VALUE 0.
       01 WS-MENU-CHOICE PIC 9 VALUE 0.
       01 WS-DONE-SWITCH PIC X VALUE "N".
           88 WS-DONE VALUE "Y".
       01 WS-TERM-TABLE-MAX PIC 9(4) VALUE 1000.
       01 WS-TERM-TABLE-SIZE PIC 9(4) VALUE 0.
       01 WS-TERM-TABLE.
           02 WS-TERM-ENTRY OCCURS 1000 TIMES.
               03 TT-SSNUM PIC 9(9).
               03 TT-TERM-DATE PIC 9(8).
               03 TT-REASON-CODE PIC X.
               03 TT-REASON-TEXT PIC X(30).
               03 TT-ENTRY-DATE PIC 9(8).
               03 TT-OPERATOR-ID PIC X(8).
               03 TT-STATUS PIC X.
                   88 TT-PENDING VALUE "P".
                   88 TT-FINAL-PAID VALUE "F".
                   88 TT-CANCELLED VALUE "C".
               03 TT-FINAL-CYCLE PIC 9(5).
               03 TT-FINAL-GROSS PIC 9(7)V99.
               03 TT-PAYOUT-HOURS PIC 9(5).
               03 TT-PAYOUT-RATE PIC 999V99.
               03 TT-PAYOUT-AMOUNT PIC 9(7)V99.
               03 TT-FINAL-DATE PIC 9(8).
       01 WS-TERM-IDX PIC 9(4) VALUE 0.
       01 WS-FOUND-IDX PIC 9(4) VALUE 0.
       01 WS-ROWS-SHOWN PIC 9(4) VALUE 0.
       01 WS-SSNUM-IN PIC X(9) VALUE SPACES.
       01 WS-SSNUM PIC 9(9) VALUE 0.
       01 WS-EMPLOYEE-OK-SWITCH PIC X VALUE "N".
           88 WS-EMPLOYEE-OK VALUE "Y".
       01 WS-DATE-IN PIC X(8) VALUE SPACES.
       01 WS-DATE-WORK.
           02 FILLER PIC 9(4).
           02 WS-DATE-MONTH PIC 99.
           02 WS-DATE-DAY PIC 99.
       01 WS-TERM-DATE PIC 9(8) VALUE 0.
       01 WS-DATE-VALID-SWITCH PIC X VALUE "N".
           88 WS-DATE-VALID VALUE "Y".
       01 WS-REASON-CODE-IN PIC X VALUE SPACE.
       01 WS-REASON-TEXT-IN PIC X(30) VALUE SPACES.
       01 WS-REASON-NAME PIC X(10) VALUE SPACES.
       01 WS-REASON-TABLE-SIZE PIC 9 VALUE 6.
       01 WS-REASON-VALUES.
           02 FILLER PIC X(11) VALUE "VRESIGNED  ".
           02 FILLER PIC X(11) VALUE "DDISCHARGED".
           02 FILLER PIC X(11) VALUE "LLAID OFF  ".
           02 FILLER PIC X(11) VALUE "RRETIRED   ".
           02 FILLER PIC X(11) VALUE "XDECEASED  ".
           02 FILLER PIC X(11) VALUE "OOTHER     ".
       01 WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
           02 WS-REASON-ENTRY OCCURS 6 TIMES.
               03 RS-CODE PIC X.
               03 RS-NAME PIC X(10).
       01 WS-REASON-IDX PIC 9 VALUE 0.
       01 WS-REASON-FOUND-SWITCH PIC X VALUE "N".
           88 WS-REASON-FOUND VALUE "Y".
       01 WS-TODAY-STAMP PIC X(21) VALUE SPACES.
       01 WS-STATUS-NAME PIC X(10) VALUE SPACES.
       01 WS-MONEY-DISPLAY PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
       01 WS-PAYOUT-DISPLAY PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
       01 WS-RATE-DISPLAY PIC ZZ9.99 VALUE ZERO.
       01 WS-PURGE-DATE PIC 9(8) VALUE 0.
       01 WS-CONFIRM PIC X VALUE SPACE.
           88 WS-CONFIRMED VALUE "Y" "y".

       PROCEDURE DIVISION.
       Main-Logic.
           MOVE 0 TO RETURN-CODE
           PERFORM Sign-On-Operator
           PERFORM Open-Employee-Master
           PERFORM Load-Term-Control
           PERFORM Load-Termination-File
           PERFORM UNTIL WS-DONE
               PERFORM Display-Menu
               ACCEPT WS-MENU-CHOICE
               PERFORM Check-Menu-Option
               IF WS-SIGNON-OK
                   EVALUATE WS-MENU-CHOICE
                       WHEN 1
                           PERFORM Inquire-Terminations
                       WHEN 2
                           PERFORM Enter-Termination
                       WHEN 3
                           PERFORM Cancel-Termination
                       WHEN 4
                           SET WS-DONE TO TRUE
                       WHEN OTHER
                           DISPLAY "Please enter 1 through 4"
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-EMPLOYEE-MASTER-OPEN
               CLOSE EMPLOYEE-MASTER
           END-IF
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
           DISPLAY "Employee Termination Entry"
           DISPLAY "1. Inquire the terminations for an SSNum"
           DISPLAY "2. Enter a termination"
           DISPLAY "3. Cancel a pending termination"
           DISPLAY "4. Exit"
           DISPLAY "Enter your choice: ".

      *> Same non-fatal treatment as GARNMNT - terminations are then
      *> keyed without the employee-exists check.
       Open-Employee-Master.
           MOVE "N" TO WS-EMPLOYEE-MASTER-OPEN-SWITCH
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-EMPLOYEE-STATUS NOT = "00"
               DISPLAY "Unable to open EMPLOYEE-MASTER, status "
                   WS-EMPLOYEE-STATUS
                   " - employee-exists checks are off this session"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE "Y" TO WS-EMPLOYEE-MASTER-OPEN-SWITCH
           END-IF.

      *> No TERMCTL.DAT leaves EMPPURGE's default holding period.
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
           END-IF.

       Load-Termination-File.
           MOVE 0 TO WS-TERM-TABLE-SIZE
           OPEN INPUT TERMINATION-FILE
           IF WS-TERM-STATUS = "35"
               DISPLAY "No TERMINAT.DAT found - entering a "
                   "termination creates the file"
           ELSE
      *> Present but unreadable is a stop, as in GARNMNT - saving from
      *> an empty table would wipe every termination on file.
               IF WS-TERM-STATUS NOT = "00"
                   DISPLAY "Unable to open TERMINAT.DAT, status "
                       WS-TERM-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ TERMINATION-FILE
                   AT END SET WS-TERM-DONE TO TRUE
               END-READ
               PERFORM UNTIL WS-TERM-DONE
                   IF WS-TERM-TABLE-SIZE < WS-TERM-TABLE-MAX
                       ADD 1 TO WS-TERM-TABLE-SIZE
                       MOVE TERMINATION-RECORD
                           TO WS-TERM-ENTRY (WS-TERM-TABLE-SIZE)
                   ELSE
                       DISPLAY "TERMINAT.DAT has more than "
                           WS-TERM-TABLE-MAX
                           " terminations - cannot be maintained here "
                           "until EMPPURGE has compacted it"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   READ TERMINATION-FILE
                       AT END SET WS-TERM-DONE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TERMINATION-FILE
           END-IF.

      *> An employee already marked for deletion in EMPMAINT may still
      *> be terminated here - that is how someone marked before this
      *> screen existed gets a final paycheck.
       Accept-SSNum.
           MOVE "N" TO WS-EMPLOYEE-OK-SWITCH
           DISPLAY "Enter the social security number (9 digits) "
           ACCEPT WS-SSNUM-IN
           IF WS-SSNUM-IN IS NOT NUMERIC
               DISPLAY "SSNum must be 9 digits"
           ELSE
               MOVE WS-SSNUM-IN TO WS-SSNUM
               PERFORM Check-Employee-Exists
           END-IF.

       Check-Employee-Exists.
           IF NOT WS-EMPLOYEE-MASTER-OPEN
               SET WS-EMPLOYEE-OK TO TRUE
           ELSE
               MOVE WS-SSNUM TO EMP-SSNUM
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       DISPLAY "No EMPLOYEE.DAT record for that SSNum"
                   NOT INVALID KEY
                       DISPLAY "Employee: " EMP-NAME
                       IF EMP-MARKED-FOR-DELETION
                           DISPLAY "Employee is marked for deletion - "
                               "a termination keyed now holds the "
                               "record for final pay"
                       END-IF
                       SET WS-EMPLOYEE-OK TO TRUE
               END-READ
           END-IF.

      *> The employee's open termination - pending or final-paid. A
      *> cancelled row does not count, so someone whose termination
      *> was withdrawn can be terminated again later.
       Find-Open-Termination.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
                   UNTIL WS-TERM-IDX > WS-TERM-TABLE-SIZE
               IF TT-SSNUM (WS-TERM-IDX) = WS-SSNUM
                       AND NOT TT-CANCELLED (WS-TERM-IDX)
                   MOVE WS-TERM-IDX TO WS-FOUND-IDX
                   MOVE WS-TERM-TABLE-SIZE TO WS-TERM-IDX
               END-IF
           END-PERFORM.

       Find-Reason.
           MOVE "N" TO WS-REASON-FOUND-SWITCH
           MOVE "UNKNOWN" TO WS-REASON-NAME
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                   UNTIL WS-REASON-IDX > WS-REASON-TABLE-SIZE
               IF RS-CODE (WS-REASON-IDX) = WS-REASON-CODE-IN
                   SET WS-REASON-FOUND TO TRUE
                   MOVE RS-NAME (WS-REASON-IDX) TO WS-REASON-NAME
                   MOVE WS-REASON-TABLE-SIZE TO WS-REASON-IDX
               END-IF
           END-PERFORM.

       Show-Termination.
           MOVE TT-REASON-CODE (WS-TERM-IDX) TO WS-REASON-CODE-IN
           PERFORM Find-Reason
           EVALUATE TRUE
               WHEN TT-PENDING (WS-TERM-IDX)
                   MOVE "PENDING" TO WS-STATUS-NAME
               WHEN TT-FINAL-PAID (WS-TERM-IDX)
                   MOVE "FINAL PAID" TO WS-STATUS-NAME
               WHEN TT-CANCELLED (WS-TERM-IDX)
                   MOVE "CANCELLED" TO WS-STATUS-NAME
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-STATUS-NAME
           END-EVALUATE
           DISPLAY "  TERMINATED " TT-TERM-DATE (WS-TERM-IDX) " "
               WS-REASON-NAME " " WS-STATUS-NAME
           DISPLAY "    " TT-REASON-TEXT (WS-TERM-IDX)
           DISPLAY "    KEYED " TT-ENTRY-DATE (WS-TERM-IDX) " BY "
               TT-OPERATOR-ID (WS-TERM-IDX)
           IF TT-FINAL-PAID (WS-TERM-IDX)
               MOVE TT-FINAL-GROSS (WS-TERM-IDX) TO WS-MONEY-DISPLAY
               MOVE TT-PAYOUT-AMOUNT (WS-TERM-IDX) TO WS-PAYOUT-DISPLAY
               MOVE TT-PAYOUT-RATE (WS-TERM-IDX) TO WS-RATE-DISPLAY
               DISPLAY "    FINAL PAY CYCLE " TT-FINAL-CYCLE (WS-TERM-IDX)
                   " ON " TT-FINAL-DATE (WS-TERM-IDX)
                   " GROSS " WS-MONEY-DISPLAY
               DISPLAY "    VACATION PAYOUT "
                   TT-PAYOUT-HOURS (WS-TERM-IDX) " HOURS AT "
                   WS-RATE-DISPLAY " = " WS-PAYOUT-DISPLAY
               COMPUTE WS-PURGE-DATE = FUNCTION DATE-OF-INTEGER (
                   FUNCTION INTEGER-OF-DATE (TT-FINAL-DATE (WS-TERM-IDX))
                   + WS-HOLD-DAYS)
               DISPLAY "    MASTER RECORD PURGED ON OR AFTER "
                   WS-PURGE-DATE
           END-IF.

       Inquire-Terminations.
           PERFORM Accept-SSNum
           IF WS-SSNUM-IN IS NUMERIC
               MOVE 0 TO WS-ROWS-SHOWN
               PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
                       UNTIL WS-TERM-IDX > WS-TERM-TABLE-SIZE
                   IF TT-SSNUM (WS-TERM-IDX) = WS-SSNUM
                       ADD 1 TO WS-ROWS-SHOWN
                       PERFORM Show-Termination
                   END-IF
               END-PERFORM
               IF WS-ROWS-SHOWN = 0
                   DISPLAY "No terminations on file for that SSNum"
               END-IF
           END-IF.

      *> A termination date ahead of today is allowed - notice is often
      *> given before the last day. temp1 leaves the row pending until
      *> the cycle whose pay period reaches that date.
       Enter-Termination.
           PERFORM Accept-SSNum
           IF WS-EMPLOYEE-OK
               PERFORM Find-Open-Termination
               EVALUATE TRUE
                   WHEN WS-FOUND-IDX NOT = 0
                       MOVE WS-FOUND-IDX TO WS-TERM-IDX
                       PERFORM Show-Termination
                       DISPLAY "A termination is already on file for "
                           "this SSNum - not entered"
                   WHEN WS-TERM-TABLE-SIZE >= WS-TERM-TABLE-MAX
                       DISPLAY "Termination file is full - not entered;"
                           " EMPPURGE drops the cancelled rows and "
                           "those of purged employees"
                   WHEN OTHER
                       DISPLAY "Enter the last day worked (YYYYMMDD) "
                       PERFORM Accept-A-Date
                       PERFORM Accept-Reason
                       DISPLAY "Terminate " WS-SSNUM " effective "
                           WS-TERM-DATE " - " WS-REASON-NAME
                           "? (Y/N) "
                       ACCEPT WS-CONFIRM
                       IF WS-CONFIRMED
                           PERFORM Save-New-Termination
                       ELSE
                           DISPLAY "Termination not entered"
                       END-IF
               END-EVALUATE
           END-IF.

       Accept-Reason.
           MOVE "N" TO WS-REASON-FOUND-SWITCH
           PERFORM UNTIL WS-REASON-FOUND
               DISPLAY "Reason - V resigned, D discharged, L laid off, "
                   "R retired, X deceased, O other "
               MOVE SPACE TO WS-REASON-CODE-IN
               ACCEPT WS-REASON-CODE-IN
               PERFORM Find-Reason
               IF NOT WS-REASON-FOUND
                   DISPLAY "Enter V, D, L, R, X or O"
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-REASON-TEXT-IN
           PERFORM UNTIL WS-REASON-TEXT-IN NOT = SPACES
               DISPLAY "Enter the explanation for the file (up to 30 "
                   "characters) "
               ACCEPT WS-REASON-TEXT-IN
               IF WS-REASON-TEXT-IN = SPACES
                   DISPLAY "Explanation may not be blank"
               END-IF
           END-PERFORM.

      *> Same plausibility loop RATEMNT and TCENTRY use for dates.
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
                       MOVE WS-DATE-WORK TO WS-TERM-DATE
                       SET WS-DATE-VALID TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       Save-New-Termination.
           ADD 1 TO WS-TERM-TABLE-SIZE
           MOVE WS-TERM-TABLE-SIZE TO WS-TERM-IDX
           MOVE WS-SSNUM TO TT-SSNUM (WS-TERM-IDX)
           MOVE WS-TERM-DATE TO TT-TERM-DATE (WS-TERM-IDX)
           MOVE WS-REASON-CODE-IN TO TT-REASON-CODE (WS-TERM-IDX)
           MOVE WS-REASON-TEXT-IN TO TT-REASON-TEXT (WS-TERM-IDX)
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP
           MOVE WS-TODAY-STAMP (1:8) TO TT-ENTRY-DATE (WS-TERM-IDX)
           MOVE WS-OPERATOR-ID TO TT-OPERATOR-ID (WS-TERM-IDX)
           MOVE "P" TO TT-STATUS (WS-TERM-IDX)
           MOVE 0 TO TT-FINAL-CYCLE (WS-TERM-IDX)
           MOVE 0 TO TT-FINAL-GROSS (WS-TERM-IDX)
           MOVE 0 TO TT-PAYOUT-HOURS (WS-TERM-IDX)
           MOVE 0 TO TT-PAYOUT-RATE (WS-TERM-IDX)
           MOVE 0 TO TT-PAYOUT-AMOUNT (WS-TERM-IDX)
           MOVE 0 TO TT-FINAL-DATE (WS-TERM-IDX)
           MOVE SPACES TO WS-JRN-BEFORE
           MOVE WS-TERM-ENTRY (WS-TERM-IDX) TO WS-JRN-AFTER
           MOVE "ADD" TO WS-JRN-ACTION
           PERFORM Rewrite-Termination-File
           IF WS-TERM-STATUS = "00"
               DISPLAY "Termination saved - final pay on the first "
                   "payroll run whose period reaches " WS-TERM-DATE
           END-IF.

       Cancel-Termination.
           PERFORM Accept-SSNum
           IF WS-SSNUM-IN IS NUMERIC
               PERFORM Find-Open-Termination
               IF WS-FOUND-IDX = 0
                   DISPLAY "No open termination on file for that SSNum"
               ELSE
                   MOVE WS-FOUND-IDX TO WS-TERM-IDX
                   PERFORM Show-Termination
                   IF TT-FINAL-PAID (WS-TERM-IDX)
                       DISPLAY "Final pay has been issued - a rehire "
                           "is entered through EMPMAINT"
                   ELSE
                       DISPLAY "Cancel this termination? (Y/N) "
                       ACCEPT WS-CONFIRM
                       IF WS-CONFIRMED
                           MOVE WS-TERM-ENTRY (WS-TERM-IDX)
                               TO WS-JRN-BEFORE
                           MOVE "C" TO TT-STATUS (WS-TERM-IDX)
                           MOVE "CANCEL" TO WS-JRN-ACTION
                           MOVE WS-TERM-ENTRY (WS-TERM-IDX)
                               TO WS-JRN-AFTER
                           PERFORM Rewrite-Termination-File
                           IF WS-TERM-STATUS = "00"
                               DISPLAY "Termination cancelled - the "
                                   "employee is paid as usual"
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> The journal is written only once the file has been saved, so
      *> TERMJRNL.DAT never records a change the file does not hold.
       Rewrite-Termination-File.
           OPEN OUTPUT TERMINATION-FILE
           IF WS-TERM-STATUS NOT = "00"
               DISPLAY "Unable to rewrite TERMINAT.DAT, status "
                   WS-TERM-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
                       UNTIL WS-TERM-IDX > WS-TERM-TABLE-SIZE
                   MOVE WS-TERM-ENTRY (WS-TERM-IDX)
                       TO TERMINATION-RECORD
                   WRITE TERMINATION-RECORD
               END-PERFORM
               CLOSE TERMINATION-FILE
               IF WS-JRN-ACTION NOT = SPACES
                   PERFORM Write-Journal-Record
               END-IF
           END-IF.

       Open-Journal-File.
           IF WS-JOURNAL-STATUS = SPACES
               OPEN EXTEND TERM-JOURNAL-FILE
               IF WS-JOURNAL-STATUS = "35"
                   OPEN OUTPUT TERM-JOURNAL-FILE
               END-IF
           ELSE
               OPEN EXTEND TERM-JOURNAL-FILE
           END-IF.

       Write-Journal-Record.
           PERFORM Open-Journal-File
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "Unable to journal the change, status "
                   WS-JOURNAL-STATUS
           ELSE
               MOVE SPACES TO TERM-JOURNAL-RECORD
               MOVE FUNCTION CURRENT-DATE TO JRN-TIMESTAMP
               MOVE "TERMMNT" TO JRN-PROGRAM
               MOVE WS-JRN-ACTION TO JRN-ACTION
               MOVE WS-JRN-BEFORE TO JRN-BEFORE-IMAGE
               MOVE WS-JRN-AFTER TO JRN-AFTER-IMAGE
               MOVE WS-OPERATOR-ID TO JRN-OPERATOR-ID
               WRITE TERM-JOURNAL-RECORD
               CLOSE TERM-JOURNAL-FILE
           END-IF
           MOVE SPACES TO WS-JRN-ACTION
           MOVE SPACES TO WS-JRN-BEFORE
           MOVE SPACES TO WS-JRN-AFTER.
