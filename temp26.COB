       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKMNT.
       AUTHOR. Albert Shevchuk
       DATE-WRITTEN. October 14, 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Maintenance for the BANKACCT.DAT direct-deposit master - one
      *> row per SSNum with the routing number, account number,
      *> checking/savings type, and prenote status temp1 reads when it
      *> builds the bank transmission. The file is small, so it is read
      *> whole into the table at startup and rewritten whole after a
      *> change, the way DEPTMNT keeps DEPTMAST.DAT.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-SSNUM
               FILE STATUS IS WS-EMPLOYEE-STATUS.
           SELECT BANK-MASTER ASSIGN TO "BANKACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.
      *> Before/after images journal to their own BANKJRNL.DAT for the
      *> same reason RATEMNT keeps RATEJRNL.DAT - JRNLRECV replays
      *> EMPJRNL.DAT against EMPLOYEE.DAT and must never see these.
           SELECT BANK-JOURNAL-FILE ASSIGN TO "BANKJRNL.DAT"
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

      *> Same record temp1's Load-Bank-Table reads. A pending prenote
      *> with a zero cycle has not been sent to the bank yet; temp1
      *> stamps the cycle it went out in.
       FD BANK-MASTER.
       01 BANK-RECORD.
           02 BA-SSNUM PIC 9(9).
           02 BA-ROUTING PIC 9(9).
           02 BA-ACCOUNT PIC X(17).
           02 BA-ACCOUNT-TYPE PIC X.
               88 BA-CHECKING VALUE "C".
               88 BA-SAVINGS VALUE "S".
           02 BA-PRENOTE-STATUS PIC X.
               88 BA-PRENOTE-PENDING VALUE "P".
               88 BA-ACCOUNT-LIVE VALUE "L".
           02 BA-PRENOTE-CYCLE PIC 9(5).

       FD BANK-JOURNAL-FILE.
       01 BANK-JOURNAL-RECORD.
           02 JRN-TIMESTAMP PIC X(21).
           02 JRN-PROGRAM PIC X(10).
           02 JRN-ACTION PIC X(8).
           02 JRN-BEFORE-IMAGE PIC X(54).
           02 JRN-AFTER-IMAGE PIC X(54).
           02 JRN-OPERATOR-ID PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-EMPLOYEE-STATUS PIC XX VALUE SPACES.
       01 WS-EMPLOYEE-MASTER-OPEN-SWITCH PIC X VALUE "N".
           88 WS-EMPLOYEE-MASTER-OPEN VALUE "Y".
       01 WS-BANK-STATUS PIC XX VALUE SPACES.
       01 WS-BANK-EOF PIC X VALUE "N".
           88 WS-BANK-DONE VALUE "Y".
       01 WS-JOURNAL-STATUS PIC XX VALUE SPACES.
       01 WS-JRN-ACTION PIC X(8) VALUE SPACES.
       01 WS-JRN-BEFORE PIC X(54) VALUE SPACES.
       01 WS-JRN-AFTER PIC X(54) VALUE SPACES.
      *> Operators sign on through SIGNON, which also says which menu
      *> options their role allows (roles are kept with OPERMNT). The
      *> run's condition code is held across each CALL, which resets
      *> RETURN-CODE.
       01 WS-SIGNON-REQUEST PIC X VALUE SPACE.
       01 WS-SIGNON-PROGRAM PIC X(8) VALUE "BANKMNT".
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-SIGNON-STATUS PIC 9 VALUE 1.
           88 WS-SIGNON-OK VALUE 0.
       01 WS-SIGNON-SAVED-RC PIC 99 VALUE 0.
       01 WS-MENU-CHOICE PIC 9 VALUE 0.
       01 WS-DONE-SWITCH PIC X VALUE "N".
           88 WS-DONE VALUE "Y".
       01 WS-BANK-TABLE-MAX PIC 9(4) VALUE 5000.
       01 WS-BANK-TABLE-SIZE PIC 9(4) VALUE 0.
       01 WS-BANK-TABLE.
           02 WS-BANK-ENTRY OCCURS 5000 TIMES.
               03 BT-SSNUM PIC 9(9).
               03 BT-ROUTING PIC 9(9).
               03 BT-ACCOUNT PIC X(17).
               03 BT-ACCOUNT-TYPE PIC X.
               03 BT-PRENOTE-STATUS PIC X.
               03 BT-PRENOTE-CYCLE PIC 9(5).
       01 WS-BANK-IDX PIC 9(4) VALUE 0.
       01 WS-FOUND-IDX PIC 9(4) VALUE 0.
       01 WS-SSNUM-IN PIC X(9) VALUE SPACES.
       01 WS-SSNUM PIC 9(9) VALUE 0.
       01 WS-EMPLOYEE-OK-SWITCH PIC X VALUE "N".
           88 WS-EMPLOYEE-OK VALUE "Y".
       01 WS-ROUTING-IN PIC X(9) VALUE SPACES.
       01 WS-ROUTING PIC 9(9) VALUE 0.
       01 WS-ROUTING-DIGITS REDEFINES WS-ROUTING.
           02 WS-ROUTING-DIGIT PIC 9 OCCURS 9 TIMES.
       01 WS-ROUTING-SUM PIC 9(4) VALUE 0.
       01 WS-ROUTING-QUOTIENT PIC 9(4) VALUE 0.
       01 WS-ROUTING-REMAINDER PIC 9 VALUE 0.
       01 WS-ROUTING-VALID-SWITCH PIC X VALUE "N".
           88 WS-ROUTING-VALID VALUE "Y".
       01 WS-ACCOUNT-IN PIC X(17) VALUE SPACES.
       01 WS-TYPE-IN PIC X VALUE SPACE.
           88 WS-TYPE-VALID VALUE "C" "S".
       01 WS-CONFIRM PIC X VALUE SPACE.
           88 WS-CONFIRMED VALUE "Y" "y".

       PROCEDURE DIVISION.
       Main-Logic.
           MOVE 0 TO RETURN-CODE
           PERFORM Sign-On-Operator
           PERFORM Open-Employee-Master
           PERFORM Load-Bank-Master
           PERFORM UNTIL WS-DONE
               PERFORM Display-Menu
               ACCEPT WS-MENU-CHOICE
               PERFORM Check-Menu-Option
               IF WS-SIGNON-OK
                   EVALUATE WS-MENU-CHOICE
                       WHEN 1
                           PERFORM Inquire-Account
                       WHEN 2
                           PERFORM Enter-Account
                       WHEN 3
                           PERFORM Release-Prenote
                       WHEN 4
                           PERFORM Remove-Account
                       WHEN 5
                           SET WS-DONE TO TRUE
                       WHEN OTHER
                           DISPLAY "Please enter 1 through 5"
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

      *> Exit (5) and a choice off the menu need no permission.
       Check-Menu-Option.
           MOVE 0 TO WS-SIGNON-STATUS
           IF WS-MENU-CHOICE = 1 OR 2 OR 3 OR 4
               MOVE RETURN-CODE TO WS-SIGNON-SAVED-RC
               MOVE "C" TO WS-SIGNON-REQUEST
               CALL "SIGNON" USING WS-SIGNON-REQUEST WS-SIGNON-PROGRAM
                   WS-OPERATOR-ID WS-MENU-CHOICE WS-SIGNON-STATUS
               MOVE WS-SIGNON-SAVED-RC TO RETURN-CODE
           END-IF.

       Display-Menu.
           DISPLAY " "
           DISPLAY "Direct Deposit Account Maintenance"
           DISPLAY "1. Inquire an account by SSNum"
           DISPLAY "2. Add or replace an account"
           DISPLAY "3. Release a prenoted account to live deposit"
           DISPLAY "4. Remove an account (back to pay by check)"
           DISPLAY "5. Exit"
           DISPLAY "Enter your choice: ".

      *> Same non-fatal treatment as RATEMNT (this GnuCOBOL build has
      *> no ISAM handler, so the open fails with status 91) - accounts
      *> are then keyed without the employee-exists check.
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

       Load-Bank-Master.
           MOVE 0 TO WS-BANK-TABLE-SIZE
           OPEN INPUT BANK-MASTER
           IF WS-BANK-STATUS = "35"
               DISPLAY "No BANKACCT.DAT found - saving an account "
                   "creates the master"
           ELSE
      *> Present but unreadable is a stop, as in DEPTMNT - saving from
      *> an empty table would wipe every account on file.
               IF WS-BANK-STATUS NOT = "00"
                   DISPLAY "Unable to open BANKACCT.DAT, status "
                       WS-BANK-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ BANK-MASTER
                   AT END SET WS-BANK-DONE TO TRUE
               END-READ
               PERFORM UNTIL WS-BANK-DONE
                   IF WS-BANK-TABLE-SIZE < WS-BANK-TABLE-MAX
                       ADD 1 TO WS-BANK-TABLE-SIZE
                       MOVE BA-SSNUM TO BT-SSNUM (WS-BANK-TABLE-SIZE)
                       MOVE BA-ROUTING
                           TO BT-ROUTING (WS-BANK-TABLE-SIZE)
                       MOVE BA-ACCOUNT
                           TO BT-ACCOUNT (WS-BANK-TABLE-SIZE)
                       MOVE BA-ACCOUNT-TYPE
                           TO BT-ACCOUNT-TYPE (WS-BANK-TABLE-SIZE)
                       MOVE BA-PRENOTE-STATUS
                           TO BT-PRENOTE-STATUS (WS-BANK-TABLE-SIZE)
                       MOVE BA-PRENOTE-CYCLE
                           TO BT-PRENOTE-CYCLE (WS-BANK-TABLE-SIZE)
                   ELSE
      *> Saving a truncated table would drop the extra accounts for
      *> good, so a master past the table is maintained read-only.
                       DISPLAY "BANKACCT.DAT has more than "
                           WS-BANK-TABLE-MAX
                           " accounts - cannot be maintained here"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   READ BANK-MASTER
                       AT END SET WS-BANK-DONE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BANK-MASTER
           END-IF.

       Accept-SSNum.
           MOVE "N" TO WS-EMPLOYEE-OK-SWITCH
           DISPLAY "Enter the social security number (9 digits) "
           ACCEPT WS-SSNUM-IN
           IF WS-SSNUM-IN IS NOT NUMERIC
               DISPLAY "SSNum must be 9 digits"
           ELSE
               MOVE WS-SSNUM-IN TO WS-SSNUM
               PERFORM Check-Employee-Exists
               PERFORM Find-Account
           END-IF.

      *> Salaried and hourly employees both draw net pay, so only a
      *> missing or deletion-marked master record is refused.
       Check-Employee-Exists.
           IF NOT WS-EMPLOYEE-MASTER-OPEN
               SET WS-EMPLOYEE-OK TO TRUE
           ELSE
               MOVE WS-SSNUM TO EMP-SSNUM
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       DISPLAY "No EMPLOYEE.DAT record for that SSNum"
                   NOT INVALID KEY
                       IF EMP-MARKED-FOR-DELETION
                           DISPLAY "Employee is marked for deletion "
                               "- no account keyed"
                       ELSE
                           DISPLAY "Employee: " EMP-NAME
                           SET WS-EMPLOYEE-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

       Find-Account.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-BANK-IDX FROM 1 BY 1
                   UNTIL WS-BANK-IDX > WS-BANK-TABLE-SIZE
               IF WS-SSNUM = BT-SSNUM (WS-BANK-IDX)
                   MOVE WS-BANK-IDX TO WS-FOUND-IDX
                   MOVE WS-BANK-TABLE-SIZE TO WS-BANK-IDX
               END-IF
           END-PERFORM.

       Show-Account.
           DISPLAY "  ROUTING " BT-ROUTING (WS-FOUND-IDX)
               " ACCOUNT " BT-ACCOUNT (WS-FOUND-IDX)
               " TYPE " BT-ACCOUNT-TYPE (WS-FOUND-IDX)
           EVALUATE TRUE
               WHEN BT-PRENOTE-STATUS (WS-FOUND-IDX) = "L"
                   DISPLAY "  LIVE - net pay is deposited"
               WHEN BT-PRENOTE-CYCLE (WS-FOUND-IDX) = 0
                   DISPLAY "  PRENOTE PENDING - not yet sent to the "
                       "bank; paid by check until released"
               WHEN OTHER
                   DISPLAY "  PRENOTE PENDING - sent in cycle "
                       BT-PRENOTE-CYCLE (WS-FOUND-IDX)
                       "; paid by check until released"
           END-EVALUATE.

       Inquire-Account.
           PERFORM Accept-SSNum
           IF WS-SSNUM-IN IS NUMERIC
               IF WS-FOUND-IDX = 0
                   DISPLAY "No bank account on file - paid by check"
               ELSE
                   PERFORM Show-Account
               END-IF
           END-IF.

      *> A new or changed account always starts over as a pending
      *> prenote - the bank has to accept a zero-dollar test entry
      *> against the new numbers before real net pay is sent there.
       Enter-Account.
           PERFORM Accept-SSNum
           IF WS-EMPLOYEE-OK
               IF WS-FOUND-IDX = 0
                       AND WS-BANK-TABLE-SIZE >= WS-BANK-TABLE-MAX
                   DISPLAY "Bank account master is full - nothing "
                       "added"
               ELSE
                   PERFORM Accept-Account-Details
                   MOVE SPACES TO WS-JRN-BEFORE
                   IF WS-FOUND-IDX = 0
                       ADD 1 TO WS-BANK-TABLE-SIZE
                       MOVE WS-BANK-TABLE-SIZE TO WS-FOUND-IDX
                       MOVE "ADD" TO WS-JRN-ACTION
                   ELSE
                       PERFORM Show-Account
                       MOVE WS-BANK-ENTRY (WS-FOUND-IDX)
                           TO WS-JRN-BEFORE
                       MOVE "CHANGE" TO WS-JRN-ACTION
                   END-IF
                   MOVE WS-SSNUM TO BT-SSNUM (WS-FOUND-IDX)
                   MOVE WS-ROUTING TO BT-ROUTING (WS-FOUND-IDX)
                   MOVE WS-ACCOUNT-IN TO BT-ACCOUNT (WS-FOUND-IDX)
                   MOVE WS-TYPE-IN TO BT-ACCOUNT-TYPE (WS-FOUND-IDX)
                   MOVE "P" TO BT-PRENOTE-STATUS (WS-FOUND-IDX)
                   MOVE 0 TO BT-PRENOTE-CYCLE (WS-FOUND-IDX)
                   MOVE WS-BANK-ENTRY (WS-FOUND-IDX) TO WS-JRN-AFTER
                   PERFORM Rewrite-Bank-Master
                   DISPLAY "Account saved - prenote goes out with the "
                       "next payroll run"
               END-IF
           END-IF.

       Accept-Account-Details.
           MOVE "N" TO WS-ROUTING-VALID-SWITCH
           PERFORM UNTIL WS-ROUTING-VALID
               DISPLAY "Enter the bank routing number (9 digits) "
               ACCEPT WS-ROUTING-IN
               IF WS-ROUTING-IN IS NOT NUMERIC
                   DISPLAY "Routing number must be 9 digits"
               ELSE
                   MOVE WS-ROUTING-IN TO WS-ROUTING
                   PERFORM Check-Routing-Digit
                   IF NOT WS-ROUTING-VALID
                       DISPLAY "Routing number fails its check digit "
                           "- re-enter"
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-ACCOUNT-IN
           PERFORM UNTIL WS-ACCOUNT-IN NOT = SPACES
               DISPLAY "Enter the account number (up to 17 "
                   "characters) "
               ACCEPT WS-ACCOUNT-IN
               IF WS-ACCOUNT-IN = SPACES
                   DISPLAY "Account number may not be blank"
               END-IF
           END-PERFORM
           MOVE SPACE TO WS-TYPE-IN
           PERFORM UNTIL WS-TYPE-VALID
               DISPLAY "Checking or savings (C/S) "
               ACCEPT WS-TYPE-IN
               IF NOT WS-TYPE-VALID
                   DISPLAY "Enter C or S"
               END-IF
           END-PERFORM.

      *> The bank's own check-digit rule for routing numbers: weights
      *> 3-7-1 repeated across the nine digits must sum to a multiple
      *> of ten. Catches the transposed digit before the bank rejects
      *> the whole prenote.
       Check-Routing-Digit.
           MOVE "N" TO WS-ROUTING-VALID-SWITCH
           COMPUTE WS-ROUTING-SUM =
               3 * (WS-ROUTING-DIGIT (1) + WS-ROUTING-DIGIT (4)
                   + WS-ROUTING-DIGIT (7))
               + 7 * (WS-ROUTING-DIGIT (2) + WS-ROUTING-DIGIT (5)
                   + WS-ROUTING-DIGIT (8))
               + WS-ROUTING-DIGIT (3) + WS-ROUTING-DIGIT (6)
               + WS-ROUTING-DIGIT (9)
           DIVIDE WS-ROUTING-SUM BY 10 GIVING WS-ROUTING-QUOTIENT
               REMAINDER WS-ROUTING-REMAINDER
           IF WS-ROUTING-REMAINDER = 0 AND WS-ROUTING NOT = 0
               SET WS-ROUTING-VALID TO TRUE
           END-IF.

      *> Only a prenote that has actually gone to the bank can be
      *> released; a payroll run stamps the cycle it was sent in.
       Release-Prenote.
           PERFORM Accept-SSNum
           IF WS-EMPLOYEE-OK
               EVALUATE TRUE
                   WHEN WS-FOUND-IDX = 0
                       DISPLAY "No bank account on file for that "
                           "SSNum"
                   WHEN BT-PRENOTE-STATUS (WS-FOUND-IDX) = "L"
                       DISPLAY "Account is already live"
                   WHEN BT-PRENOTE-CYCLE (WS-FOUND-IDX) = 0
                       DISPLAY "Prenote has not been sent to the bank "
                           "yet - not released"
                   WHEN OTHER
                       PERFORM Show-Account
                       DISPLAY "Release to live deposit? (Y/N) "
                       ACCEPT WS-CONFIRM
                       IF WS-CONFIRMED
                           MOVE WS-BANK-ENTRY (WS-FOUND-IDX)
                               TO WS-JRN-BEFORE
                           MOVE "L" TO BT-PRENOTE-STATUS (WS-FOUND-IDX)
                           MOVE WS-BANK-ENTRY (WS-FOUND-IDX)
                               TO WS-JRN-AFTER
                           MOVE "RELEASE" TO WS-JRN-ACTION
                           PERFORM Rewrite-Bank-Master
                           DISPLAY "Account released - net pay is "
                               "deposited from the next run"
                       END-IF
               END-EVALUATE
           END-IF.

       Remove-Account.
           PERFORM Accept-SSNum
           IF WS-SSNUM-IN IS NUMERIC
               IF WS-FOUND-IDX = 0
                   DISPLAY "No bank account on file for that SSNum"
               ELSE
                   PERFORM Show-Account
                   DISPLAY "Remove this account? (Y/N) "
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRMED
                       MOVE WS-BANK-ENTRY (WS-FOUND-IDX)
                           TO WS-JRN-BEFORE
                       MOVE SPACES TO WS-JRN-AFTER
                       MOVE "DELETE" TO WS-JRN-ACTION
                       PERFORM VARYING WS-BANK-IDX FROM WS-FOUND-IDX
                               BY 1
                               UNTIL WS-BANK-IDX >= WS-BANK-TABLE-SIZE
                           MOVE WS-BANK-ENTRY (WS-BANK-IDX + 1)
                               TO WS-BANK-ENTRY (WS-BANK-IDX)
                       END-PERFORM
                       SUBTRACT 1 FROM WS-BANK-TABLE-SIZE
                       PERFORM Rewrite-Bank-Master
                       DISPLAY "Account removed - paid by check from "
                           "the next run"
                   END-IF
               END-IF
           END-IF.

      *> The journal is written only once the master has been saved, so
      *> BANKJRNL.DAT never records a change the file does not hold.
       Rewrite-Bank-Master.
           OPEN OUTPUT BANK-MASTER
           IF WS-BANK-STATUS NOT = "00"
               DISPLAY "Unable to rewrite BANKACCT.DAT, status "
                   WS-BANK-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-BANK-IDX FROM 1 BY 1
                       UNTIL WS-BANK-IDX > WS-BANK-TABLE-SIZE
                   MOVE SPACES TO BANK-RECORD
                   MOVE BT-SSNUM (WS-BANK-IDX) TO BA-SSNUM
                   MOVE BT-ROUTING (WS-BANK-IDX) TO BA-ROUTING
                   MOVE BT-ACCOUNT (WS-BANK-IDX) TO BA-ACCOUNT
                   MOVE BT-ACCOUNT-TYPE (WS-BANK-IDX)
                       TO BA-ACCOUNT-TYPE
                   MOVE BT-PRENOTE-STATUS (WS-BANK-IDX)
                       TO BA-PRENOTE-STATUS
                   MOVE BT-PRENOTE-CYCLE (WS-BANK-IDX)
                       TO BA-PRENOTE-CYCLE
                   WRITE BANK-RECORD
               END-PERFORM
               CLOSE BANK-MASTER
               PERFORM Write-Journal-Record
           END-IF.

       Open-Journal-File.
           IF WS-JOURNAL-STATUS = SPACES
               OPEN EXTEND BANK-JOURNAL-FILE
               IF WS-JOURNAL-STATUS = "35"
                   OPEN OUTPUT BANK-JOURNAL-FILE
               END-IF
           ELSE
               OPEN EXTEND BANK-JOURNAL-FILE
           END-IF.

       Write-Journal-Record.
           PERFORM Open-Journal-File
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "Unable to journal the change, status "
                   WS-JOURNAL-STATUS
           ELSE
               MOVE SPACES TO BANK-JOURNAL-RECORD
               MOVE FUNCTION CURRENT-DATE TO JRN-TIMESTAMP
               MOVE "BANKMNT" TO JRN-PROGRAM
               MOVE WS-JRN-ACTION TO JRN-ACTION
               MOVE WS-JRN-BEFORE TO JRN-BEFORE-IMAGE
               MOVE WS-JRN-AFTER TO JRN-AFTER-IMAGE
               MOVE WS-OPERATOR-ID TO JRN-OPERATOR-ID
               WRITE BANK-JOURNAL-RECORD
               CLOSE BANK-JOURNAL-FILE
           END-IF
           MOVE SPACES TO WS-JRN-ACTION
           MOVE SPACES TO WS-JRN-BEFORE
           MOVE SPACES TO WS-JRN-AFTER.
