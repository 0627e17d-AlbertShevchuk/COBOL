       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARNMNT.
       AUTHOR. Albert Shevchuk
       DATE-WRITTEN. October 15, 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Maintenance for the GARNISH.DAT withholding-order file - one
      *> row per SSNum and court or agency order number, read by temp1
      *> when it prices deductions. Orders are never changed in place
      *> beyond their arrears and status; a court that amends the
      *> amount or cap gets the old order stopped and the new one
      *> added, so the history of what was withheld under each order
      *> stays intact. The file is read whole and rewritten whole, the
      *> way BANKMNT keeps BANKACCT.DAT.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-SSNUM
               FILE STATUS IS WS-EMPLOYEE-STATUS.
           SELECT GARNISHMENT-FILE ASSIGN TO "GARNISH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GARNISH-STATUS.
      *> Before/after images journal to their own GARNJRNL.DAT for the
      *> same reason BANKMNT keeps BANKJRNL.DAT - JRNLRECV replays
      *> EMPJRNL.DAT against EMPLOYEE.DAT and must never see these.
           SELECT GARNISH-JOURNAL-FILE ASSIGN TO "GARNJRNL.DAT"
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

      *> Same record temp1's Load-Garnishment-Table reads. The cap is
      *> the legal limit as a percent of disposable earnings (gross
      *> less statutory withholding) and applies to everything
      *> garnished from the employee up to and including this order.
      *> The last-taken fields belong to temp1 and are carried as is.
       FD GARNISHMENT-FILE.
       01 GARNISHMENT-RECORD.
           02 GO-SSNUM PIC 9(9).
           02 GO-ORDER-NUMBER PIC X(12).
           02 GO-PAYEE PIC X(30).
           02 GO-TYPE PIC X.
           02 GO-PRIORITY PIC 99.
           02 GO-METHOD PIC X.
           02 GO-AMOUNT PIC 9(5)V99.
           02 GO-PERCENT PIC 99V99.
           02 GO-CAP-PCT PIC 999V99.
           02 GO-ARREARS PIC 9(7)V99.
           02 GO-PAID-TO-DATE PIC 9(7)V99.
           02 GO-STATUS PIC X.
           02 GO-LAST-CYCLE PIC 9(5).
           02 GO-LAST-RUN PIC X.
           02 GO-LAST-AMOUNT PIC 9(7)V99.
           02 GO-ENTRY-DATE PIC 9(8).

       FD GARNISH-JOURNAL-FILE.
       01 GARNISH-JOURNAL-RECORD.
           02 JRN-TIMESTAMP PIC X(21).
           02 JRN-PROGRAM PIC X(10).
           02 JRN-ACTION PIC X(8).
           02 JRN-BEFORE-IMAGE PIC X(113).
           02 JRN-AFTER-IMAGE PIC X(113).
           02 JRN-OPERATOR-ID PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-EMPLOYEE-STATUS PIC XX VALUE SPACES.
       01 WS-EMPLOYEE-MASTER-OPEN-SWITCH PIC X VALUE "N".
           88 WS-EMPLOYEE-MASTER-OPEN VALUE "Y".
       01 WS-GARNISH-STATUS PIC XX VALUE SPACES.
       01 WS-GARNISH-EOF PIC X VALUE "N".
           88 WS-GARNISH-DONE VALUE "Y".
       01 WS-JOURNAL-STATUS PIC XX VALUE SPACES.
       01 WS-JRN-ACTION PIC X(8) VALUE SPACES.
       01 WS-JRN-BEFORE PIC X(113) VALUE SPACES.
       01 WS-JRN-AFTER PIC X(113) VALUE SPACES.
      *> Operators sign on through SIGNON, which also says which menu
      *> options their role allows (roles are kept with OPERMNT). The
      *> run's condition code is held across each CALL, which resets
      *> RETURN-CODE.
       01 WS-SIGNON-REQUEST PIC X VALUE SPACE.
       01 WS-SIGNON-PROGRAM PIC X(8) VALUE "GARNMNT".
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-SIGNON-STATUS PIC 9 VALUE 1.
           88 WS-SIGNON-OK VALUE 0.
       01 WS-SIGNON-SAVED-RC PIC 99 VALUE 0.
       01 WS-MENU-CHOICE PIC 9 VALUE 0.
       01 WS-DONE-SWITCH PIC X VALUE "N".
           88 WS-DONE VALUE "Y".
       01 WS-ORDER-TABLE-MAX PIC 9(4) VALUE 1000.
       01 WS-ORDER-TABLE-SIZE PIC 9(4) VALUE 0.
       01 WS-ORDER-TABLE.
           02 WS-ORDER-ENTRY OCCURS 1000 TIMES.
               03 OT-SSNUM PIC 9(9).
               03 OT-ORDER-NUMBER PIC X(12).
               03 OT-PAYEE PIC X(30).
               03 OT-TYPE PIC X.
               03 OT-PRIORITY PIC 99.
               03 OT-METHOD PIC X.
               03 OT-AMOUNT PIC 9(5)V99.
               03 OT-PERCENT PIC 99V99.
               03 OT-CAP-PCT PIC 999V99.
               03 OT-ARREARS PIC 9(7)V99.
               03 OT-PAID-TO-DATE PIC 9(7)V99.
               03 OT-STATUS PIC X.
               03 OT-LAST-CYCLE PIC 9(5).
               03 OT-LAST-RUN PIC X.
               03 OT-LAST-AMOUNT PIC 9(7)V99.
               03 OT-ENTRY-DATE PIC 9(8).
       01 WS-ORDER-IDX PIC 9(4) VALUE 0.
       01 WS-FOUND-IDX PIC 9(4) VALUE 0.
       01 WS-ORDERS-SHOWN PIC 9(4) VALUE 0.
       01 WS-PURGE-COUNT PIC 9(4) VALUE 0.
       01 WS-SSNUM-IN PIC X(9) VALUE SPACES.
       01 WS-SSNUM PIC 9(9) VALUE 0.
       01 WS-EMPLOYEE-OK-SWITCH PIC X VALUE "N".
           88 WS-EMPLOYEE-OK VALUE "Y".
       01 WS-ENTRY-OK-SWITCH PIC X VALUE "N".
           88 WS-ENTRY-OK VALUE "Y".
       01 WS-ORDER-NUMBER-IN PIC X(12) VALUE SPACES.
       01 WS-PAYEE-IN PIC X(30) VALUE SPACES.
       01 WS-TYPE-IN PIC X VALUE SPACE.
           88 WS-TYPE-VALID VALUE "S" "C" "T".
       01 WS-PRIORITY-IN PIC X(2) VALUE SPACES.
       01 WS-PRIORITY PIC 99 VALUE 0.
       01 WS-METHOD-IN PIC X VALUE SPACE.
           88 WS-METHOD-VALID VALUE "A" "P".
       01 WS-AMOUNT-IN PIC X(7) VALUE SPACES.
       01 WS-AMOUNT-CENTS PIC 9(7) VALUE 0.
       01 WS-AMOUNT PIC 9(5)V99 VALUE 0.
       01 WS-PERCENT-IN PIC X(4) VALUE SPACES.
       01 WS-PERCENT-HUNDREDTHS PIC 9(4) VALUE 0.
       01 WS-PERCENT PIC 99V99 VALUE 0.
       01 WS-CAP-IN PIC X(5) VALUE SPACES.
       01 WS-CAP-HUNDREDTHS PIC 9(5) VALUE 0.
       01 WS-CAP-PCT PIC 999V99 VALUE 0.
       01 WS-ARREARS-IN PIC X(9) VALUE SPACES.
       01 WS-ARREARS-CENTS PIC 9(9) VALUE 0.
       01 WS-ARREARS PIC 9(7)V99 VALUE 0.
       01 WS-TODAY-STAMP PIC X(21) VALUE SPACES.
       01 WS-TYPE-NAME PIC X(13) VALUE SPACES.
       01 WS-STATUS-NAME PIC X(8) VALUE SPACES.
       01 WS-MONEY-DISPLAY PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
       01 WS-BALANCE-DISPLAY PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
       01 WS-PERCENT-DISPLAY PIC ZZ9.99 VALUE ZERO.
       01 WS-CAP-DISPLAY PIC ZZ9.99 VALUE ZERO.
       01 WS-BALANCE PIC S9(7)V99 VALUE 0.
       01 WS-CONFIRM PIC X VALUE SPACE.
           88 WS-CONFIRMED VALUE "Y" "y".

       PROCEDURE DIVISION.
       Main-Logic.
           MOVE 0 TO RETURN-CODE
           PERFORM Sign-On-Operator
           PERFORM Open-Employee-Master
           PERFORM Load-Garnishment-File
           PERFORM UNTIL WS-DONE
               PERFORM Display-Menu
               ACCEPT WS-MENU-CHOICE
               PERFORM Check-Menu-Option
               IF WS-SIGNON-OK
                   EVALUATE WS-MENU-CHOICE
                       WHEN 1
                           PERFORM Inquire-Orders
                       WHEN 2
                           PERFORM Add-Order
                       WHEN 3
                           PERFORM Stop-Or-Resume-Order
                       WHEN 4
                           PERFORM Change-Arrears
                       WHEN 5
                           PERFORM Purge-Closed-Orders
                       WHEN 6
                           SET WS-DONE TO TRUE
                       WHEN OTHER
                           DISPLAY "Please enter 1 through 6"
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

      *> Exit (6) and a choice off the menu need no permission.
       Check-Menu-Option.
           MOVE 0 TO WS-SIGNON-STATUS
           IF WS-MENU-CHOICE = 1 OR 2 OR 3 OR 4 OR 5
               MOVE RETURN-CODE TO WS-SIGNON-SAVED-RC
               MOVE "C" TO WS-SIGNON-REQUEST
               CALL "SIGNON" USING WS-SIGNON-REQUEST WS-SIGNON-PROGRAM
                   WS-OPERATOR-ID WS-MENU-CHOICE WS-SIGNON-STATUS
               MOVE WS-SIGNON-SAVED-RC TO RETURN-CODE
           END-IF.

       Display-Menu.
           DISPLAY " "
           DISPLAY "Garnishment Order Maintenance"
           DISPLAY "1. Inquire the orders for an SSNum"
           DISPLAY "2. Add an order"
           DISPLAY "3. Stop or resume an order"
           DISPLAY "4. Change the arrears owed on an order"
           DISPLAY "5. Purge paid-off and stopped orders"
           DISPLAY "6. Exit"
           DISPLAY "Enter your choice: ".

      *> Same non-fatal treatment as BANKMNT - orders are then keyed
      *> without the employee-exists check.
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

       Load-Garnishment-File.
           MOVE 0 TO WS-ORDER-TABLE-SIZE
           OPEN INPUT GARNISHMENT-FILE
           IF WS-GARNISH-STATUS = "35"
               DISPLAY "No GARNISH.DAT found - adding an order "
                   "creates the file"
           ELSE
      *> Present but unreadable is a stop, as in BANKMNT - saving from
      *> an empty table would wipe every order on file.
               IF WS-GARNISH-STATUS NOT = "00"
                   DISPLAY "Unable to open GARNISH.DAT, status "
                       WS-GARNISH-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ GARNISHMENT-FILE
                   AT END SET WS-GARNISH-DONE TO TRUE
               END-READ
               PERFORM UNTIL WS-GARNISH-DONE
                   IF WS-ORDER-TABLE-SIZE < WS-ORDER-TABLE-MAX
                       ADD 1 TO WS-ORDER-TABLE-SIZE
                       MOVE GARNISHMENT-RECORD
                           TO WS-ORDER-ENTRY (WS-ORDER-TABLE-SIZE)
                   ELSE
                       DISPLAY "GARNISH.DAT has more than "
                           WS-ORDER-TABLE-MAX
                           " orders - cannot be maintained here"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   READ GARNISHMENT-FILE
                       AT END SET WS-GARNISH-DONE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GARNISHMENT-FILE
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
                       IF EMP-MARKED-FOR-DELETION
                           DISPLAY "Employee is marked for deletion "
                               "- no order keyed"
                       ELSE
                           DISPLAY "Employee: " EMP-NAME
                           SET WS-EMPLOYEE-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

       Accept-Order-Number.
           MOVE SPACES TO WS-ORDER-NUMBER-IN
           DISPLAY "Enter the court or agency order number (up to 12 "
               "characters) "
           ACCEPT WS-ORDER-NUMBER-IN
           PERFORM Find-Order.

       Find-Order.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
                   UNTIL WS-ORDER-IDX > WS-ORDER-TABLE-SIZE
               IF WS-SSNUM = OT-SSNUM (WS-ORDER-IDX)
                       AND WS-ORDER-NUMBER-IN
                           = OT-ORDER-NUMBER (WS-ORDER-IDX)
                   MOVE WS-ORDER-IDX TO WS-FOUND-IDX
                   MOVE WS-ORDER-TABLE-SIZE TO WS-ORDER-IDX
               END-IF
           END-PERFORM.

       Show-Order.
           EVALUATE OT-TYPE (WS-ORDER-IDX)
               WHEN "S"
                   MOVE "CHILD SUPPORT" TO WS-TYPE-NAME
               WHEN "C"
                   MOVE "CREDITOR" TO WS-TYPE-NAME
               WHEN "T"
                   MOVE "TAX LEVY" TO WS-TYPE-NAME
               WHEN OTHER
                   MOVE "OTHER ORDER" TO WS-TYPE-NAME
           END-EVALUATE
           EVALUATE OT-STATUS (WS-ORDER-IDX)
               WHEN "A"
                   MOVE "ACTIVE" TO WS-STATUS-NAME
               WHEN "P"
                   MOVE "PAID OFF" TO WS-STATUS-NAME
               WHEN "S"
                   MOVE "STOPPED" TO WS-STATUS-NAME
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-STATUS-NAME
           END-EVALUATE
           DISPLAY "  ORDER " OT-ORDER-NUMBER (WS-ORDER-IDX)
               " " WS-TYPE-NAME " PRIORITY "
               OT-PRIORITY (WS-ORDER-IDX) " " WS-STATUS-NAME
           DISPLAY "    PAY TO " OT-PAYEE (WS-ORDER-IDX)
           MOVE OT-CAP-PCT (WS-ORDER-IDX) TO WS-CAP-DISPLAY
           IF OT-METHOD (WS-ORDER-IDX) = "P"
               MOVE OT-PERCENT (WS-ORDER-IDX) TO WS-PERCENT-DISPLAY
               DISPLAY "    " WS-PERCENT-DISPLAY
                   " PERCENT OF DISPOSABLE, CAPPED AT "
                   WS-CAP-DISPLAY " PERCENT"
           ELSE
               MOVE OT-AMOUNT (WS-ORDER-IDX) TO WS-MONEY-DISPLAY
               DISPLAY "    " WS-MONEY-DISPLAY
                   " PER PERIOD, CAPPED AT " WS-CAP-DISPLAY
                   " PERCENT OF DISPOSABLE"
           END-IF
           MOVE OT-PAID-TO-DATE (WS-ORDER-IDX) TO WS-MONEY-DISPLAY
           IF OT-ARREARS (WS-ORDER-IDX) = 0
               DISPLAY "    NO ARREARS - WITHHELD UNTIL STOPPED; "
                   "PAID TO DATE " WS-MONEY-DISPLAY
           ELSE
               COMPUTE WS-BALANCE = OT-ARREARS (WS-ORDER-IDX)
                   - OT-PAID-TO-DATE (WS-ORDER-IDX)
               MOVE WS-BALANCE TO WS-BALANCE-DISPLAY
               DISPLAY "    PAID TO DATE " WS-MONEY-DISPLAY
                   " BALANCE OWED " WS-BALANCE-DISPLAY
           END-IF.

       Inquire-Orders.
           PERFORM Accept-SSNum
           IF WS-SSNUM-IN IS NUMERIC
               MOVE 0 TO WS-ORDERS-SHOWN
               PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
                       UNTIL WS-ORDER-IDX > WS-ORDER-TABLE-SIZE
                   IF OT-SSNUM (WS-ORDER-IDX) = WS-SSNUM
                       ADD 1 TO WS-ORDERS-SHOWN
                       PERFORM Show-Order
                   END-IF
               END-PERFORM
               IF WS-ORDERS-SHOWN = 0
                   DISPLAY "No garnishment orders on file for that "
                       "SSNum"
               END-IF
           END-IF.

      *> A new order starts active with nothing paid. The order number
      *> must be new for the employee - a court reissuing an order
      *> under the same number is handled by stopping and purging the
      *> old row first.
       Add-Order.
           PERFORM Accept-SSNum
           IF WS-EMPLOYEE-OK
               IF WS-ORDER-TABLE-SIZE >= WS-ORDER-TABLE-MAX
                   DISPLAY "Garnishment file is full - purge the "
                       "paid-off and stopped orders first"
               ELSE
                   PERFORM Accept-Order-Number
                   EVALUATE TRUE
                       WHEN WS-ORDER-NUMBER-IN = SPACES
                           DISPLAY "Order number may not be blank"
                       WHEN WS-FOUND-IDX NOT = 0
                           DISPLAY "That order is already on file "
                               "for this SSNum - not added"
                       WHEN OTHER
                           PERFORM Accept-Order-Details
                           IF WS-ENTRY-OK
                               PERFORM Save-New-Order
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.

       Accept-Order-Details.
           MOVE "N" TO WS-ENTRY-OK-SWITCH
           MOVE SPACES TO WS-PAYEE-IN
           PERFORM UNTIL WS-PAYEE-IN NOT = SPACES
               DISPLAY "Enter the payee - the court or agency paid "
                   "(up to 30 characters) "
               ACCEPT WS-PAYEE-IN
               IF WS-PAYEE-IN = SPACES
                   DISPLAY "Payee may not be blank"
               END-IF
           END-PERFORM
           MOVE SPACE TO WS-TYPE-IN
           PERFORM UNTIL WS-TYPE-VALID
               DISPLAY "Order type - S child support, C creditor, "
                   "T tax levy "
               ACCEPT WS-TYPE-IN
               IF NOT WS-TYPE-VALID
                   DISPLAY "Enter S, C or T"
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-PRIORITY-IN
           PERFORM UNTIL WS-PRIORITY-IN IS NUMERIC
                   AND WS-PRIORITY-IN NOT = "00"
               DISPLAY "Enter the priority (01-99, 01 is taken "
                   "first) "
               ACCEPT WS-PRIORITY-IN
               IF WS-PRIORITY-IN IS NOT NUMERIC
                       OR WS-PRIORITY-IN = "00"
                   DISPLAY "Priority must be 01 through 99"
               END-IF
           END-PERFORM
           MOVE WS-PRIORITY-IN TO WS-PRIORITY
           MOVE SPACE TO WS-METHOD-IN
           PERFORM UNTIL WS-METHOD-VALID
               DISPLAY "Withhold a flat amount (A) or a percent of "
                   "disposable earnings (P) "
               ACCEPT WS-METHOD-IN
               IF NOT WS-METHOD-VALID
                   DISPLAY "Enter A or P"
               END-IF
           END-PERFORM
           MOVE 0 TO WS-AMOUNT
           MOVE 0 TO WS-PERCENT
           IF WS-METHOD-IN = "A"
               PERFORM Accept-Order-Amount
           ELSE
               PERFORM Accept-Order-Percent
           END-IF
           PERFORM Accept-Order-Cap
           IF WS-METHOD-IN = "P" AND WS-PERCENT > WS-CAP-PCT
               DISPLAY "Percent withheld is over the cap - the cap "
                   "will limit it every period"
           END-IF
           PERFORM Accept-Arrears
           SET WS-ENTRY-OK TO TRUE.

       Accept-Order-Amount.
           MOVE SPACES TO WS-AMOUNT-IN
           PERFORM UNTIL WS-AMOUNT-IN IS NUMERIC
                   AND WS-AMOUNT > 0
               DISPLAY "Enter the amount per pay period in cents "
                   "(7 digits - 0012500 is 125.00) "
               ACCEPT WS-AMOUNT-IN
               IF WS-AMOUNT-IN IS NOT NUMERIC
                   DISPLAY "Amount must be 7 digits"
               ELSE
                   MOVE WS-AMOUNT-IN TO WS-AMOUNT-CENTS
                   COMPUTE WS-AMOUNT = WS-AMOUNT-CENTS / 100
                   IF WS-AMOUNT = 0
                       DISPLAY "Amount must not be zero"
                   END-IF
               END-IF
           END-PERFORM.

       Accept-Order-Percent.
           MOVE SPACES TO WS-PERCENT-IN
           PERFORM UNTIL WS-PERCENT-IN IS NUMERIC
                   AND WS-PERCENT > 0
               DISPLAY "Enter the percent of disposable earnings "
                   "(4 digits - 1500 is 15.00 percent) "
               ACCEPT WS-PERCENT-IN
               IF WS-PERCENT-IN IS NOT NUMERIC
                   DISPLAY "Percent must be 4 digits"
               ELSE
                   MOVE WS-PERCENT-IN TO WS-PERCENT-HUNDREDTHS
                   COMPUTE WS-PERCENT = WS-PERCENT-HUNDREDTHS / 100
                   IF WS-PERCENT = 0
                       DISPLAY "Percent must not be zero"
                   END-IF
               END-IF
           END-PERFORM.

      *> A blank cap takes the usual limit for the order type - half
      *> of disposable for support, a quarter for a creditor - and a
      *> tax levy is limited only by the pay left. The order itself
      *> governs; key its cap when it says otherwise.
       Accept-Order-Cap.
           MOVE 0 TO WS-CAP-PCT
           PERFORM UNTIL WS-CAP-PCT > 0
               DISPLAY "Enter the legal cap as a percent of "
                   "disposable earnings (5 digits - 05000 is 50.00 "
                   "percent; blank for the usual cap) "
               MOVE SPACES TO WS-CAP-IN
               ACCEPT WS-CAP-IN
               EVALUATE TRUE
                   WHEN WS-CAP-IN = SPACES
                       EVALUATE WS-TYPE-IN
                           WHEN "S"
                               MOVE 50 TO WS-CAP-PCT
                           WHEN "C"
                               MOVE 25 TO WS-CAP-PCT
                           WHEN OTHER
                               MOVE 100 TO WS-CAP-PCT
                       END-EVALUATE
                       MOVE WS-CAP-PCT TO WS-PERCENT-DISPLAY
                       DISPLAY "Cap set to " WS-PERCENT-DISPLAY
                           " percent"
                   WHEN WS-CAP-IN IS NOT NUMERIC
                       DISPLAY "Cap must be 5 digits"
                   WHEN OTHER
                       MOVE WS-CAP-IN TO WS-CAP-HUNDREDTHS
                       IF WS-CAP-HUNDREDTHS = 0
                               OR WS-CAP-HUNDREDTHS > 10000
                           DISPLAY "Cap must be over 0 and no more "
                               "than 100.00 percent"
                       ELSE
                           COMPUTE WS-CAP-PCT = WS-CAP-HUNDREDTHS / 100
                       END-IF
               END-EVALUATE
           END-PERFORM.

       Accept-Arrears.
           MOVE SPACES TO WS-ARREARS-IN
           PERFORM UNTIL WS-ARREARS-IN IS NUMERIC
               DISPLAY "Enter the total arrears owed in cents (9 "
                   "digits - 000000000 if the order runs until "
                   "stopped) "
               ACCEPT WS-ARREARS-IN
               IF WS-ARREARS-IN IS NOT NUMERIC
                   DISPLAY "Arrears must be 9 digits"
               END-IF
           END-PERFORM
           MOVE WS-ARREARS-IN TO WS-ARREARS-CENTS
           COMPUTE WS-ARREARS = WS-ARREARS-CENTS / 100.

       Save-New-Order.
           ADD 1 TO WS-ORDER-TABLE-SIZE
           MOVE WS-ORDER-TABLE-SIZE TO WS-ORDER-IDX
           MOVE WS-SSNUM TO OT-SSNUM (WS-ORDER-IDX)
           MOVE WS-ORDER-NUMBER-IN TO OT-ORDER-NUMBER (WS-ORDER-IDX)
           MOVE WS-PAYEE-IN TO OT-PAYEE (WS-ORDER-IDX)
           MOVE WS-TYPE-IN TO OT-TYPE (WS-ORDER-IDX)
           MOVE WS-PRIORITY TO OT-PRIORITY (WS-ORDER-IDX)
           MOVE WS-METHOD-IN TO OT-METHOD (WS-ORDER-IDX)
           MOVE WS-AMOUNT TO OT-AMOUNT (WS-ORDER-IDX)
           MOVE WS-PERCENT TO OT-PERCENT (WS-ORDER-IDX)
           MOVE WS-CAP-PCT TO OT-CAP-PCT (WS-ORDER-IDX)
           MOVE WS-ARREARS TO OT-ARREARS (WS-ORDER-IDX)
           MOVE 0 TO OT-PAID-TO-DATE (WS-ORDER-IDX)
           MOVE "A" TO OT-STATUS (WS-ORDER-IDX)
           MOVE 0 TO OT-LAST-CYCLE (WS-ORDER-IDX)
           MOVE SPACE TO OT-LAST-RUN (WS-ORDER-IDX)
           MOVE 0 TO OT-LAST-AMOUNT (WS-ORDER-IDX)
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP
           MOVE WS-TODAY-STAMP (1:8) TO OT-ENTRY-DATE (WS-ORDER-IDX)
           MOVE SPACES TO WS-JRN-BEFORE
           MOVE WS-ORDER-ENTRY (WS-ORDER-IDX) TO WS-JRN-AFTER
           MOVE "ADD" TO WS-JRN-ACTION
           PERFORM Show-Order
           PERFORM Rewrite-Garnishment-File
           DISPLAY "Order saved - withheld from the next payroll run".

      *> A paid-off order cannot be resumed here; raise its arrears
      *> instead and it goes active again.
       Stop-Or-Resume-Order.
           PERFORM Accept-SSNum
           IF WS-SSNUM-IN IS NUMERIC
               PERFORM Accept-Order-Number
               IF WS-FOUND-IDX = 0
                   DISPLAY "No such order on file for that SSNum"
               ELSE
                   MOVE WS-FOUND-IDX TO WS-ORDER-IDX
                   PERFORM Show-Order
                   EVALUATE OT-STATUS (WS-ORDER-IDX)
                       WHEN "A"
                           DISPLAY "Stop this order? (Y/N) "
                           ACCEPT WS-CONFIRM
                           IF WS-CONFIRMED
                               MOVE WS-ORDER-ENTRY (WS-ORDER-IDX)
                                   TO WS-JRN-BEFORE
                               MOVE "S" TO OT-STATUS (WS-ORDER-IDX)
                               MOVE "STOP" TO WS-JRN-ACTION
                               MOVE WS-ORDER-ENTRY (WS-ORDER-IDX)
                                   TO WS-JRN-AFTER
                               PERFORM Rewrite-Garnishment-File
                               DISPLAY "Order stopped - nothing is "
                                   "withheld from the next run"
                           END-IF
                       WHEN "S"
                           DISPLAY "Resume this order? (Y/N) "
                           ACCEPT WS-CONFIRM
                           IF WS-CONFIRMED
                               MOVE WS-ORDER-ENTRY (WS-ORDER-IDX)
                                   TO WS-JRN-BEFORE
                               MOVE "A" TO OT-STATUS (WS-ORDER-IDX)
                               MOVE "RESUME" TO WS-JRN-ACTION
                               MOVE WS-ORDER-ENTRY (WS-ORDER-IDX)
                                   TO WS-JRN-AFTER
                               PERFORM Rewrite-Garnishment-File
                               DISPLAY "Order resumed - withheld from "
                                   "the next run"
                           END-IF
                       WHEN OTHER
                           DISPLAY "Order is paid off - change its "
                               "arrears to reopen it"
                   END-EVALUATE
               END-IF
           END-IF.

      *> The court's amended total owed. It may not go below what has
      *> already been withheld; an order paid off under the old total
      *> goes active again when the new one leaves a balance, and an
      *> active one closes when the new total is already met.
       Change-Arrears.
           PERFORM Accept-SSNum
           IF WS-SSNUM-IN IS NUMERIC
               PERFORM Accept-Order-Number
               IF WS-FOUND-IDX = 0
                   DISPLAY "No such order on file for that SSNum"
               ELSE
                   MOVE WS-FOUND-IDX TO WS-ORDER-IDX
                   PERFORM Show-Order
                   IF OT-STATUS (WS-ORDER-IDX) = "S"
                       DISPLAY "Order is stopped - resume it first"
                   ELSE
                       PERFORM Accept-Arrears
                       IF WS-ARREARS NOT = 0
                               AND WS-ARREARS
                                   < OT-PAID-TO-DATE (WS-ORDER-IDX)
                           DISPLAY "Arrears are less than already "
                               "paid - not changed"
                       ELSE
                           MOVE WS-ORDER-ENTRY (WS-ORDER-IDX)
                               TO WS-JRN-BEFORE
                           MOVE WS-ARREARS TO OT-ARREARS (WS-ORDER-IDX)
                           IF WS-ARREARS = 0
                                   OR WS-ARREARS
                                       > OT-PAID-TO-DATE (WS-ORDER-IDX)
                               MOVE "A" TO OT-STATUS (WS-ORDER-IDX)
                           ELSE
                               MOVE "P" TO OT-STATUS (WS-ORDER-IDX)
                           END-IF
                           MOVE "ARREARS" TO WS-JRN-ACTION
                           MOVE WS-ORDER-ENTRY (WS-ORDER-IDX)
                               TO WS-JRN-AFTER
                           PERFORM Show-Order
                           PERFORM Rewrite-Garnishment-File
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> Closed orders are journaled one by one as they are dropped,
      *> so GARNJRNL.DAT keeps what was withheld under each of them.
       Purge-Closed-Orders.
           MOVE 0 TO WS-PURGE-COUNT
           PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
                   UNTIL WS-ORDER-IDX > WS-ORDER-TABLE-SIZE
               IF OT-STATUS (WS-ORDER-IDX) = "P" OR "S"
                   ADD 1 TO WS-PURGE-COUNT
               END-IF
           END-PERFORM
           IF WS-PURGE-COUNT = 0
               DISPLAY "No paid-off or stopped orders to purge"
           ELSE
               DISPLAY "Purge " WS-PURGE-COUNT
                   " paid-off and stopped orders? (Y/N) "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRMED
                   MOVE 1 TO WS-ORDER-IDX
                   PERFORM UNTIL WS-ORDER-IDX > WS-ORDER-TABLE-SIZE
                       IF OT-STATUS (WS-ORDER-IDX) = "P" OR "S"
                           MOVE WS-ORDER-ENTRY (WS-ORDER-IDX)
                               TO WS-JRN-BEFORE
                           MOVE SPACES TO WS-JRN-AFTER
                           MOVE "PURGE" TO WS-JRN-ACTION
                           PERFORM Write-Journal-Record
                           PERFORM VARYING WS-FOUND-IDX
                                   FROM WS-ORDER-IDX BY 1
                                   UNTIL WS-FOUND-IDX
                                       >= WS-ORDER-TABLE-SIZE
                               MOVE WS-ORDER-ENTRY (WS-FOUND-IDX + 1)
                                   TO WS-ORDER-ENTRY (WS-FOUND-IDX)
                           END-PERFORM
                           SUBTRACT 1 FROM WS-ORDER-TABLE-SIZE
                       ELSE
                           ADD 1 TO WS-ORDER-IDX
                       END-IF
                   END-PERFORM
                   MOVE SPACES TO WS-JRN-ACTION
                   PERFORM Rewrite-Garnishment-File
                   DISPLAY "Orders purged: " WS-PURGE-COUNT
               END-IF
           END-IF.

      *> The journal is written only once the file has been saved, so
      *> GARNJRNL.DAT never records a change the file does not hold.
      *> A purge has journaled its rows already.
       Rewrite-Garnishment-File.
           OPEN OUTPUT GARNISHMENT-FILE
           IF WS-GARNISH-STATUS NOT = "00"
               DISPLAY "Unable to rewrite GARNISH.DAT, status "
                   WS-GARNISH-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
                       UNTIL WS-ORDER-IDX > WS-ORDER-TABLE-SIZE
                   MOVE WS-ORDER-ENTRY (WS-ORDER-IDX)
                       TO GARNISHMENT-RECORD
                   WRITE GARNISHMENT-RECORD
               END-PERFORM
               CLOSE GARNISHMENT-FILE
               IF WS-JRN-ACTION NOT = SPACES
                   PERFORM Write-Journal-Record
               END-IF
           END-IF.

       Open-Journal-File.
           IF WS-JOURNAL-STATUS = SPACES
               OPEN EXTEND GARNISH-JOURNAL-FILE
               IF WS-JOURNAL-STATUS = "35"
                   OPEN OUTPUT GARNISH-JOURNAL-FILE
               END-IF
           ELSE
               OPEN EXTEND GARNISH-JOURNAL-FILE
           END-IF.

       Write-Journal-Record.
           PERFORM Open-Journal-File
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "Unable to journal the change, status "
                   WS-JOURNAL-STATUS
           ELSE
               MOVE SPACES TO GARNISH-JOURNAL-RECORD
               MOVE FUNCTION CURRENT-DATE TO JRN-TIMESTAMP
               MOVE "GARNMNT" TO JRN-PROGRAM
               MOVE WS-JRN-ACTION TO JRN-ACTION
               MOVE WS-JRN-BEFORE TO JRN-BEFORE-IMAGE
               MOVE WS-JRN-AFTER TO JRN-AFTER-IMAGE
               MOVE WS-OPERATOR-ID TO JRN-OPERATOR-ID
               WRITE GARNISH-JOURNAL-RECORD
               CLOSE GARNISH-JOURNAL-FILE
           END-IF
           MOVE SPACES TO WS-JRN-ACTION
           MOVE SPACES TO WS-JRN-BEFORE
           MOVE SPACES TO WS-JRN-AFTER.
