       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJENTRY.
       AUTHOR. Albert Shevchuk
       DATE-WRITTEN. October 14, 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-SSNUM
               FILE STATUS IS WS-EMPLOYEE-STATUS.
      *> Bonuses, missed-hours corrections, overpayment recoveries and
      *> manual checks keyed for the payroll batch. Rows are appended
      *> pending; temp1 prices them with the next nightly cycle (or an
      *> off-cycle run) and stamps them applied, so a row is paid
      *> exactly once. Nothing is ever deleted - a row keyed in error
      *> is cancelled while still pending and stays on file.
           SELECT ADJUSTMENT-FILE ASSIGN TO "ADJUST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJUST-STATUS.
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

      *> Same record temp1's Load-Adjustment-Table reads. The amount is
      *> signed: positive pays the employee, negative recovers from
      *> them. Code R rows are written by RETROPAY, never keyed here,
      *> but list and cancel like any other pending row.
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
           02 AJ-APPLIED-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-EMPLOYEE-STATUS PIC XX VALUE SPACES.
       01 WS-EMPLOYEE-MASTER-OPEN-SWITCH PIC X VALUE "N".
           88 WS-EMPLOYEE-MASTER-OPEN VALUE "Y".
       01 WS-ADJUST-STATUS PIC XX VALUE SPACES.
       01 WS-ADJUST-EOF PIC X VALUE "N".
           88 WS-ADJUST-DONE VALUE "Y".
      *> Operators sign on through SIGNON, which also says which menu
      *> options their role allows (roles are kept with OPERMNT). The
      *> run's condition code is held across each CALL, which resets
      *> RETURN-CODE.
       01 WS-SIGNON-REQUEST PIC X VALUE SPACE.
       01 WS-SIGNON-PROGRAM PIC X(8) VALUE "ADJENTRY".
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-SIGNON-STATUS PIC 9 VALUE 1.
           88 WS-SIGNON-OK VALUE 0.
       01 WS-SIGNON-SAVED-RC PIC 99 VALUE 0.
       01 WS-MENU-CHOICE PIC 9 VALUE 0.
       01 WS-DONE-SWITCH PIC X VALUE "N".
           88 WS-DONE VALUE "Y".
       01 WS-CURRENT-DATE PIC X(21) VALUE SPACES.
       01 WS-ENTRY-DATE PIC 9(8) VALUE 0.
       01 WS-SSNUM-IN PIC X(9) VALUE SPACES.
       01 WS-SSNUM PIC 9(9) VALUE 0.
       01 WS-SSNUM-GROUPED REDEFINES WS-SSNUM.
           02 WS-SSAREA PIC 999.
           02 WS-SSGROUP PIC 99.
           02 WS-SSSERIAL PIC 9999.
       01 WS-EMPLOYEE-OK-SWITCH PIC X VALUE "N".
           88 WS-EMPLOYEE-OK VALUE "Y".
       01 WS-ENTRY-OK-SWITCH PIC X VALUE "N".
           88 WS-ENTRY-OK VALUE "Y".
       01 WS-AMOUNT-IN PIC X(9) VALUE SPACES.
       01 WS-AMOUNT-CENTS PIC 9(9) VALUE 0.
       01 WS-SIGN-IN PIC X VALUE SPACE.
       01 WS-AMOUNT PIC S9(7)V99 VALUE 0.
       01 WS-AMOUNT-DISPLAY PIC -Z,ZZZ,ZZ9.99.
       01 WS-CODE-IN PIC X VALUE SPACE.
       01 WS-REASON-IN PIC X(30) VALUE SPACES.
       01 WS-CONFIRM-IN PIC X VALUE SPACE.
       01 WS-NEXT-NUMBER PIC 9(6) VALUE 0.
       01 WS-PICK-IN PIC X(6) VALUE SPACES.
       01 WS-PICK PIC 9(6) VALUE 0.

      *> Adjustment codes the payroll batch knows. A manual check
      *> is always paid by check, never to the bank, whatever the
      *> employee's direct deposit status.
       01 WS-CODE-TABLE-SIZE PIC 9 VALUE 3.
       01 WS-CODE-TABLE-VALUES.
           02 FILLER PIC X(13) VALUE "BBONUS       ".
           02 FILLER PIC X(13) VALUE "CCORRECTION  ".
           02 FILLER PIC X(13) VALUE "MMANUAL CHECK".
       01 WS-CODE-TABLE REDEFINES WS-CODE-TABLE-VALUES.
           02 WS-CODE-ENTRY OCCURS 3 TIMES.
               03 AC-CODE PIC X.
               03 AC-NAME PIC X(12).
       01 WS-CODE-IDX PIC 9 VALUE 0.
       01 WS-CODE-VALID-SWITCH PIC X VALUE "N".
           88 WS-CODE-VALID VALUE "Y".

      *> The whole file, held for a cancel so the one row can be
      *> flipped and the file rewritten in its original order.
       01 WS-ADJUST-TABLE-MAX PIC 9(5) VALUE 10000.
       01 WS-ADJUST-COUNT PIC 9(5) VALUE 0.
       01 WS-ADJUST-IDX PIC 9(5) VALUE 0.
       01 WS-ADJUST-FOUND-IDX PIC 9(5) VALUE 0.
       01 WS-ADJUST-TABLE.
           02 WS-ADJUST-ENTRY OCCURS 10000 TIMES.
               03 AT-IMAGE PIC X(87).
       01 WS-PENDING-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       Main-Logic.
           MOVE 0 TO RETURN-CODE
           PERFORM Sign-On-Operator
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE (1:8) TO WS-ENTRY-DATE
           PERFORM Open-Employee-Master
           PERFORM UNTIL WS-DONE
               PERFORM Display-Menu
               ACCEPT WS-MENU-CHOICE
               PERFORM Check-Menu-Option
               IF WS-SIGNON-OK
                   EVALUATE WS-MENU-CHOICE
                       WHEN 1
                           PERFORM Key-One-Adjustment
                       WHEN 2
                           PERFORM List-Pending-Adjustments
                       WHEN 3
                           PERFORM Cancel-One-Adjustment
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
           DISPLAY "Payroll Adjustment Entry"
           DISPLAY "1. Key an adjustment"
           DISPLAY "2. List pending adjustments"
           DISPLAY "3. Cancel a pending adjustment"
           DISPLAY "4. Exit"
           DISPLAY "Enter your choice: ".

      *> Same non-fatal treatment as TCENTRY: without the master the
      *> adjustment is keyed without the employee-exists check and the
      *> payroll batch pays it unassigned to a department.
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

       Key-One-Adjustment.
           MOVE "N" TO WS-ENTRY-OK-SWITCH
           MOVE "N" TO WS-CODE-VALID-SWITCH
           PERFORM Accept-SSNum
           IF WS-EMPLOYEE-OK
               PERFORM Accept-Adjustment-Code
           END-IF
           IF WS-CODE-VALID
               PERFORM Accept-Amount
           END-IF
           IF WS-ENTRY-OK
               PERFORM Accept-Reason
           END-IF
           IF WS-ENTRY-OK
               MOVE WS-AMOUNT TO WS-AMOUNT-DISPLAY
               DISPLAY "Adjustment " WS-CODE-IN " for " WS-SSNUM
                   " amount " WS-AMOUNT-DISPLAY
                   " approved by " WS-OPERATOR-ID
               DISPLAY "Enter Y to file it, anything else to discard "
               ACCEPT WS-CONFIRM-IN
               IF WS-CONFIRM-IN = "Y" OR WS-CONFIRM-IN = "y"
                   PERFORM Append-Adjustment
               ELSE
                   DISPLAY "Adjustment discarded"
               END-IF
           END-IF.

       Accept-SSNum.
           MOVE "N" TO WS-EMPLOYEE-OK-SWITCH
           DISPLAY "Enter the social security number (9 digits) "
           ACCEPT WS-SSNUM-IN
           IF WS-SSNUM-IN IS NOT NUMERIC
               DISPLAY "SSNum must be 9 digits - not accepted"
           ELSE
               MOVE WS-SSNUM-IN TO WS-SSNUM
               IF WS-SSAREA = 000 OR WS-SSAREA = 666 OR
                       (WS-SSAREA >= 900 AND WS-SSAREA <= 999)
                   DISPLAY "Invalid SSA area number " WS-SSAREA
                       " - not accepted"
               ELSE
                   PERFORM Check-Employee-Exists
               END-IF
           END-IF.

      *> An employee marked for deletion can still be owed money (or
      *> owe it back), so the flag is shown but does not refuse.
       Check-Employee-Exists.
           IF NOT WS-EMPLOYEE-MASTER-OPEN
               SET WS-EMPLOYEE-OK TO TRUE
           ELSE
               MOVE WS-SSNUM TO EMP-SSNUM
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       DISPLAY "No EMPLOYEE.DAT record for that SSNum "
                           "- not accepted"
                   NOT INVALID KEY
                       DISPLAY "Employee: " EMP-NAME
                       IF EMP-MARKED-FOR-DELETION
                           DISPLAY "Note - employee is marked for "
                               "deletion"
                       END-IF
                       SET WS-EMPLOYEE-OK TO TRUE
               END-READ
           END-IF.

       Accept-Adjustment-Code.
           MOVE "N" TO WS-CODE-VALID-SWITCH
           DISPLAY "Adjustment code (B)onus (C)orrection "
               "(M)anual check "
           ACCEPT WS-CODE-IN
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                   UNTIL WS-CODE-IDX > WS-CODE-TABLE-SIZE
               IF WS-CODE-IN = AC-CODE (WS-CODE-IDX)
                   SET WS-CODE-VALID TO TRUE
                   MOVE WS-CODE-TABLE-SIZE TO WS-CODE-IDX
               END-IF
           END-PERFORM
           IF NOT WS-CODE-VALID
               DISPLAY "Adjustment code " WS-CODE-IN
                   " is not on the code table - not accepted"
           END-IF.

      *> Keyed as cents plus a direction so nobody has to type a
      *> signed number. Bonuses and manual checks only ever pay out;
      *> a correction can go either way.
       Accept-Amount.
           MOVE "N" TO WS-ENTRY-OK-SWITCH
           DISPLAY "Enter the amount in cents (9 digits - "
               "000125000 is 1,250.00) "
           ACCEPT WS-AMOUNT-IN
           IF WS-AMOUNT-IN IS NOT NUMERIC
               DISPLAY "Amount must be 9 digits - not accepted"
           ELSE
               MOVE WS-AMOUNT-IN TO WS-AMOUNT-CENTS
               COMPUTE WS-AMOUNT = WS-AMOUNT-CENTS / 100
               IF WS-AMOUNT = 0
                   DISPLAY "Amount must not be zero - not accepted"
               ELSE
                   MOVE "+" TO WS-SIGN-IN
                   IF WS-CODE-IN = "C"
                       DISPLAY "Enter + to pay the employee or - to "
                           "recover from them "
                       ACCEPT WS-SIGN-IN
                   END-IF
                   EVALUATE WS-SIGN-IN
                       WHEN "+"
                           SET WS-ENTRY-OK TO TRUE
                       WHEN "-"
                           COMPUTE WS-AMOUNT = 0 - WS-AMOUNT
                           SET WS-ENTRY-OK TO TRUE
                       WHEN OTHER
                           DISPLAY "Direction must be + or - "
                               "- not accepted"
                   END-EVALUATE
               END-IF
           END-IF.

      *> Every adjustment carries who signed off on it - the operator
      *> signed on, not a name typed in; the reason is what prints on
      *> the employee's pay statement.
       Accept-Reason.
           MOVE "N" TO WS-ENTRY-OK-SWITCH
           DISPLAY "Enter the reason (up to 30 characters) "
           MOVE SPACES TO WS-REASON-IN
           ACCEPT WS-REASON-IN
           IF WS-REASON-IN = SPACES
               DISPLAY "A reason is required - not accepted"
           ELSE
               SET WS-ENTRY-OK TO TRUE
           END-IF.

      *> Adjustment numbers run on from the highest already on file,
      *> so a cancelled or applied row's number is never reused.
       Append-Adjustment.
           PERFORM Load-Adjustment-File
           MOVE 0 TO WS-NEXT-NUMBER
           PERFORM VARYING WS-ADJUST-IDX FROM 1 BY 1
                   UNTIL WS-ADJUST-IDX > WS-ADJUST-COUNT
               MOVE AT-IMAGE (WS-ADJUST-IDX) TO ADJUSTMENT-RECORD
               IF AJ-NUMBER > WS-NEXT-NUMBER
                   MOVE AJ-NUMBER TO WS-NEXT-NUMBER
               END-IF
           END-PERFORM
           ADD 1 TO WS-NEXT-NUMBER
           IF WS-ADJUST-COUNT NOT < WS-ADJUST-TABLE-MAX
               DISPLAY "Adjustment not filed - ADJUST.DAT is full; "
                   "run ADJPURGE to archive the settled rows"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN EXTEND ADJUSTMENT-FILE
               IF WS-ADJUST-STATUS = "35"
                   OPEN OUTPUT ADJUSTMENT-FILE
               END-IF
               IF WS-ADJUST-STATUS NOT = "00"
                   DISPLAY "Unable to open ADJUST.DAT, status "
                       WS-ADJUST-STATUS " - adjustment not filed"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE SPACES TO ADJUSTMENT-RECORD
                   MOVE WS-NEXT-NUMBER TO AJ-NUMBER
                   MOVE WS-SSNUM TO AJ-SSNUM
                   MOVE WS-AMOUNT TO AJ-AMOUNT
                   MOVE WS-CODE-IN TO AJ-CODE
                   MOVE WS-REASON-IN TO AJ-REASON
                   MOVE WS-OPERATOR-ID TO AJ-APPROVER
                   MOVE WS-ENTRY-DATE TO AJ-ENTRY-DATE
                   MOVE "P" TO AJ-STATUS
                   MOVE 0 TO AJ-APPLIED-CYCLE
                   MOVE 0 TO AJ-APPLIED-DATE
                   WRITE ADJUSTMENT-RECORD
                   CLOSE ADJUSTMENT-FILE
                   DISPLAY "Adjustment " WS-NEXT-NUMBER " filed - "
                       "pending for the next payroll run"
               END-IF
           END-IF.

       Load-Adjustment-File.
           MOVE 0 TO WS-ADJUST-COUNT
           MOVE "N" TO WS-ADJUST-EOF
           OPEN INPUT ADJUSTMENT-FILE
           IF WS-ADJUST-STATUS = "00"
               READ ADJUSTMENT-FILE
                   AT END SET WS-ADJUST-DONE TO TRUE
               END-READ
               PERFORM UNTIL WS-ADJUST-DONE
                   IF WS-ADJUST-COUNT < WS-ADJUST-TABLE-MAX
                       ADD 1 TO WS-ADJUST-COUNT
                       MOVE ADJUSTMENT-RECORD
                           TO AT-IMAGE (WS-ADJUST-COUNT)
                       READ ADJUSTMENT-FILE
                           AT END SET WS-ADJUST-DONE TO TRUE
                       END-READ
                   ELSE
                       DISPLAY "ADJUST.DAT has more than "
                           WS-ADJUST-TABLE-MAX " rows - run ADJPURGE "
                           "to archive the settled rows before keying "
                           "more"
                       MOVE 8 TO RETURN-CODE
                       SET WS-ADJUST-DONE TO TRUE
                   END-IF
               END-PERFORM
               CLOSE ADJUSTMENT-FILE
           END-IF.

       List-Pending-Adjustments.
           PERFORM Load-Adjustment-File
           MOVE 0 TO WS-PENDING-COUNT
           PERFORM VARYING WS-ADJUST-IDX FROM 1 BY 1
                   UNTIL WS-ADJUST-IDX > WS-ADJUST-COUNT
               MOVE AT-IMAGE (WS-ADJUST-IDX) TO ADJUSTMENT-RECORD
               IF AJ-PENDING
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE AJ-AMOUNT TO WS-AMOUNT-DISPLAY
                   DISPLAY "  " AJ-NUMBER " " AJ-SSNUM " " AJ-CODE
                       " " WS-AMOUNT-DISPLAY " " AJ-REASON
                       " " AJ-APPROVER
               END-IF
           END-PERFORM
           IF WS-PENDING-COUNT = 0
               DISPLAY "No pending adjustments on file"
           END-IF.

      *> Only a row the payroll batch has not yet paid can be
      *> cancelled; an applied one is reversed by keying an
      *> opposite correction.
       Cancel-One-Adjustment.
           PERFORM List-Pending-Adjustments
           IF WS-PENDING-COUNT > 0 AND WS-ADJUST-COUNT
                   < WS-ADJUST-TABLE-MAX
               DISPLAY "Enter the adjustment number to cancel "
                   "(6 digits) "
               ACCEPT WS-PICK-IN
               IF WS-PICK-IN IS NOT NUMERIC
                   DISPLAY "Adjustment number must be 6 digits - "
                       "nothing cancelled"
               ELSE
                   MOVE WS-PICK-IN TO WS-PICK
                   MOVE 0 TO WS-ADJUST-FOUND-IDX
                   PERFORM VARYING WS-ADJUST-IDX FROM 1 BY 1
                           UNTIL WS-ADJUST-IDX > WS-ADJUST-COUNT
                       MOVE AT-IMAGE (WS-ADJUST-IDX)
                           TO ADJUSTMENT-RECORD
                       IF AJ-NUMBER = WS-PICK
                           MOVE WS-ADJUST-IDX TO WS-ADJUST-FOUND-IDX
                           MOVE WS-ADJUST-COUNT TO WS-ADJUST-IDX
                       END-IF
                   END-PERFORM
                   IF WS-ADJUST-FOUND-IDX = 0
                       DISPLAY "No such adjustment - nothing cancelled"
                   ELSE
                       MOVE AT-IMAGE (WS-ADJUST-FOUND-IDX)
                           TO ADJUSTMENT-RECORD
                       IF NOT AJ-PENDING
                           DISPLAY "Adjustment " WS-PICK " is not "
                               "pending - key an opposite correction "
                               "instead"
                       ELSE
                           MOVE "X" TO AJ-STATUS
                           MOVE WS-ENTRY-DATE TO AJ-APPLIED-DATE
                           MOVE ADJUSTMENT-RECORD
                               TO AT-IMAGE (WS-ADJUST-FOUND-IDX)
                           PERFORM Rewrite-Adjustment-File
                       END-IF
                   END-IF
               END-IF
           END-IF.

       Rewrite-Adjustment-File.
           OPEN OUTPUT ADJUSTMENT-FILE
           IF WS-ADJUST-STATUS NOT = "00"
               DISPLAY "Unable to rewrite ADJUST.DAT, status "
                   WS-ADJUST-STATUS " - nothing cancelled"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-ADJUST-IDX FROM 1 BY 1
                       UNTIL WS-ADJUST-IDX > WS-ADJUST-COUNT
                   MOVE AT-IMAGE (WS-ADJUST-IDX) TO ADJUSTMENT-RECORD
                   WRITE ADJUSTMENT-RECORD
               END-PERFORM
               CLOSE ADJUSTMENT-FILE
               DISPLAY "Adjustment " WS-PICK " cancelled"
           END-IF.
