       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKMNT.
       AUTHOR. Albert Shevchuk
       DATE-WRITTEN. October 14, 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Check stock and check maintenance - loads the numbered stock
      *> temp1 cuts payroll checks from, and voids or reissues a check
      *> already on the CHKISSUE.DAT issue ledger. A void or reissue is
      *> appended to the ledger as a new row (the latest row for a
      *> check number is its state) and queued in POSPAYQ.DAT for the
      *> bank; temp1 folds the queue into the next positive-pay file.
           SELECT CHECK-STOCK-FILE ASSIGN TO "CHKSTOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-STOCK-STATUS.
           SELECT CHECK-ISSUE-FILE ASSIGN TO "CHKISSUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-ISSUE-STATUS.
      *> Voided and cleared checks CHKRECON has closed out of the
      *> ledger - inquiry only.
           SELECT CHECK-HISTORY-FILE ASSIGN TO "CHKHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-HISTORY-STATUS.
           SELECT POSPAY-QUEUE-FILE ASSIGN TO "POSPAYQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSPAY-QUEUE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *> Same records temp1 reads and writes.
       FD CHECK-STOCK-FILE.
       01 CHECK-STOCK-RECORD.
           02 CS-ACCOUNT PIC X(17).
           02 CS-NEXT-CHECK PIC 9(8).
           02 CS-LAST-CHECK PIC 9(8).

       FD CHECK-ISSUE-FILE.
       01 CHECK-ISSUE-RECORD.
           02 CI-CHECK-NUMBER PIC 9(8).
           02 CI-SSNUM PIC 9(9).
           02 CI-NAME PIC X(30).
           02 CI-AMOUNT PIC 9(7)V99.
           02 CI-ISSUE-DATE PIC 9(8).
           02 CI-CYCLE PIC 9(5).
           02 CI-STATUS PIC X.
               88 CI-OUTSTANDING VALUE "O".
               88 CI-VOIDED VALUE "V".
               88 CI-CLEARED VALUE "C".
           02 CI-STATUS-DATE PIC 9(8).
           02 CI-REPLACES PIC 9(8).

       FD CHECK-HISTORY-FILE.
       01 CHECK-HISTORY-RECORD.
           02 CH-CHECK-NUMBER PIC 9(8).
           02 FILLER PIC X(78).

       FD POSPAY-QUEUE-FILE.
       01 POSPAY-QUEUE-RECORD.
           02 PP-ACCOUNT PIC X(17).
           02 PP-CHECK-NUMBER PIC 9(8).
           02 PP-AMOUNT PIC 9(8)V99.
           02 PP-ISSUE-DATE PIC 9(8).
           02 PP-PAYEE PIC X(30).
           02 PP-ACTION PIC X.

       WORKING-STORAGE SECTION.
       01 WS-CHECK-STOCK-STATUS PIC XX VALUE SPACES.
       01 WS-STOCK-WRITE-STATUS PIC XX VALUE SPACES.
       01 WS-CHECK-ISSUE-STATUS PIC XX VALUE SPACES.
       01 WS-CHECK-HISTORY-STATUS PIC XX VALUE SPACES.
       01 WS-POSPAY-QUEUE-STATUS PIC XX VALUE SPACES.
       01 WS-CHECK-ISSUE-EOF PIC X VALUE "N".
           88 WS-CHECK-ISSUE-DONE VALUE "Y".
       01 WS-CHECK-HISTORY-EOF PIC X VALUE "N".
           88 WS-CHECK-HISTORY-DONE VALUE "Y".
      *> Operators sign on through SIGNON, which also says which menu
      *> options their role allows (roles are kept with OPERMNT). The
      *> run's condition code is held across each CALL, which resets
      *> RETURN-CODE.
       01 WS-SIGNON-REQUEST PIC X VALUE SPACE.
       01 WS-SIGNON-PROGRAM PIC X(8) VALUE "CHKMNT".
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-SIGNON-STATUS PIC 9 VALUE 1.
           88 WS-SIGNON-OK VALUE 0.
       01 WS-SIGNON-SAVED-RC PIC 99 VALUE 0.
       01 WS-MENU-CHOICE PIC 9 VALUE 0.
       01 WS-DONE-SWITCH PIC X VALUE "N".
           88 WS-DONE VALUE "Y".
       01 WS-STOCK-SWITCH PIC X VALUE "N".
           88 WS-STOCK-LOADED VALUE "Y".
       01 WS-CHECK-ACCOUNT PIC X(17) VALUE SPACES.
       01 WS-NEXT-CHECK PIC 9(8) VALUE 0.
       01 WS-LAST-CHECK PIC 9(8) VALUE 0.
       01 WS-CHECK-IN PIC X(8) VALUE SPACES.
       01 WS-CHECK-NUMBER PIC 9(8) VALUE 0.
       01 WS-NEW-CHECK-NUMBER PIC 9(8) VALUE 0.
       01 WS-FIRST-IN PIC X(8) VALUE SPACES.
       01 WS-LAST-IN PIC X(8) VALUE SPACES.
       01 WS-FIRST-NUMBER PIC 9(8) VALUE 0.
       01 WS-LAST-NUMBER PIC 9(8) VALUE 0.
       01 WS-ACCOUNT-IN PIC X(17) VALUE SPACES.
       01 WS-CHECK-FOUND-SWITCH PIC X VALUE "N".
           88 WS-CHECK-FOUND VALUE "Y".
      *> Working copy of the ledger row being maintained.
       01 WS-ISSUE-ROW.
           02 WS-IR-CHECK-NUMBER PIC 9(8).
           02 WS-IR-SSNUM PIC 9(9).
           02 WS-IR-NAME PIC X(30).
           02 WS-IR-AMOUNT PIC 9(7)V99.
           02 WS-IR-ISSUE-DATE PIC 9(8).
           02 WS-IR-CYCLE PIC 9(5).
           02 WS-IR-STATUS PIC X.
               88 WS-IR-OUTSTANDING VALUE "O".
               88 WS-IR-VOIDED VALUE "V".
               88 WS-IR-CLEARED VALUE "C".
           02 WS-IR-STATUS-DATE PIC 9(8).
           02 WS-IR-REPLACES PIC 9(8).
       01 WS-PP-ACTION PIC X VALUE SPACE.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-CURRENT-DATE PIC X(21) VALUE SPACES.
       01 WS-AMOUNT-DISPLAY PIC ZZZ,ZZ9.99 VALUE ZERO.
       01 WS-CONFIRM PIC X VALUE SPACE.
           88 WS-CONFIRMED VALUE "Y" "y".

       PROCEDURE DIVISION.
       Main-Logic.
           MOVE 0 TO RETURN-CODE
           PERFORM Sign-On-Operator
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE (1:8) TO WS-TODAY
           PERFORM Load-Check-Stock
           PERFORM UNTIL WS-DONE
               PERFORM Display-Menu
               ACCEPT WS-MENU-CHOICE
               PERFORM Check-Menu-Option
               IF WS-SIGNON-OK
                   EVALUATE WS-MENU-CHOICE
                       WHEN 1
                           PERFORM Inquire-Check
                       WHEN 2
                           PERFORM Void-Check
                       WHEN 3
                           PERFORM Reissue-Check
                       WHEN 4
                           PERFORM Load-New-Stock
                       WHEN 5
                           SET WS-DONE TO TRUE
                       WHEN OTHER
                           DISPLAY "Please enter 1 through 5"
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
           DISPLAY "Check Stock and Check Maintenance"
           IF WS-STOCK-LOADED
               DISPLAY "Account " WS-CHECK-ACCOUNT " next check "
                   WS-NEXT-CHECK " last in stock " WS-LAST-CHECK
           ELSE
               DISPLAY "No check stock loaded"
           END-IF
           DISPLAY "1. Inquire a check"
           DISPLAY "2. Void a check"
           DISPLAY "3. Void and reissue a check"
           DISPLAY "4. Load a new check stock range"
           DISPLAY "5. Exit"
           DISPLAY "Enter your choice: ".

       Load-Check-Stock.
           MOVE "N" TO WS-STOCK-SWITCH
           OPEN INPUT CHECK-STOCK-FILE
           IF WS-CHECK-STOCK-STATUS = "00"
               READ CHECK-STOCK-FILE
                   AT END CONTINUE
               END-READ
               IF WS-CHECK-STOCK-STATUS = "00"
                       AND CS-NEXT-CHECK IS NUMERIC
                       AND CS-LAST-CHECK IS NUMERIC
                   MOVE CS-ACCOUNT TO WS-CHECK-ACCOUNT
                   MOVE CS-NEXT-CHECK TO WS-NEXT-CHECK
                   MOVE CS-LAST-CHECK TO WS-LAST-CHECK
                   SET WS-STOCK-LOADED TO TRUE
               END-IF
               CLOSE CHECK-STOCK-FILE
           END-IF.

       Accept-Check-Number.
           MOVE "N" TO WS-CHECK-FOUND-SWITCH
           DISPLAY "Enter the check number (8 digits) "
           ACCEPT WS-CHECK-IN
           IF WS-CHECK-IN IS NOT NUMERIC
               DISPLAY "Check number must be 8 digits"
           ELSE
               MOVE WS-CHECK-IN TO WS-CHECK-NUMBER
               PERFORM Find-Check
               IF NOT WS-CHECK-FOUND
                   DISPLAY "Check " WS-CHECK-NUMBER
                       " was never issued"
               END-IF
           END-IF.

      *> The ledger is appended to, never edited, so the last row for
      *> the number is the check's current state.
       Find-Check.
           OPEN INPUT CHECK-ISSUE-FILE
           IF WS-CHECK-ISSUE-STATUS = "00"
               MOVE "N" TO WS-CHECK-ISSUE-EOF
               READ CHECK-ISSUE-FILE
                   AT END SET WS-CHECK-ISSUE-DONE TO TRUE
               END-READ
               PERFORM UNTIL WS-CHECK-ISSUE-DONE
                   IF CI-CHECK-NUMBER = WS-CHECK-NUMBER
                       MOVE CHECK-ISSUE-RECORD TO WS-ISSUE-ROW
                       SET WS-CHECK-FOUND TO TRUE
                   END-IF
                   READ CHECK-ISSUE-FILE
                       AT END SET WS-CHECK-ISSUE-DONE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CHECK-ISSUE-FILE
           END-IF
           IF NOT WS-CHECK-FOUND
               PERFORM Find-Closed-Check
           END-IF.

       Find-Closed-Check.
           OPEN INPUT CHECK-HISTORY-FILE
           IF WS-CHECK-HISTORY-STATUS = "00"
               MOVE "N" TO WS-CHECK-HISTORY-EOF
               READ CHECK-HISTORY-FILE
                   AT END SET WS-CHECK-HISTORY-DONE TO TRUE
               END-READ
               PERFORM UNTIL WS-CHECK-HISTORY-DONE
                   IF CH-CHECK-NUMBER = WS-CHECK-NUMBER
                       MOVE CHECK-HISTORY-RECORD TO WS-ISSUE-ROW
                       SET WS-CHECK-FOUND TO TRUE
                   END-IF
                   READ CHECK-HISTORY-FILE
                       AT END SET WS-CHECK-HISTORY-DONE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CHECK-HISTORY-FILE
           END-IF.

       Show-Check.
           MOVE WS-IR-AMOUNT TO WS-AMOUNT-DISPLAY
           DISPLAY "  CHECK " WS-IR-CHECK-NUMBER " SSNUM " WS-IR-SSNUM
               " " WS-IR-NAME
           DISPLAY "  AMOUNT " WS-AMOUNT-DISPLAY " ISSUED "
               WS-IR-ISSUE-DATE " CYCLE " WS-IR-CYCLE
           EVALUATE TRUE
               WHEN WS-IR-OUTSTANDING
                   DISPLAY "  OUTSTANDING"
               WHEN WS-IR-VOIDED
                   DISPLAY "  VOIDED " WS-IR-STATUS-DATE
               WHEN WS-IR-CLEARED
                   DISPLAY "  CLEARED " WS-IR-STATUS-DATE
           END-EVALUATE
           IF WS-IR-REPLACES > 0
               DISPLAY "  REISSUE OF CHECK " WS-IR-REPLACES
           END-IF.

       Inquire-Check.
           PERFORM Accept-Check-Number
           IF WS-CHECK-FOUND
               PERFORM Show-Check
           END-IF.

       Void-Check.
           PERFORM Accept-Check-Number
           IF WS-CHECK-FOUND
               PERFORM Show-Check
               IF NOT WS-IR-OUTSTANDING
                   DISPLAY "Only an outstanding check can be voided"
               ELSE
                   DISPLAY "Void this check? (Y/N) "
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRMED
                       PERFORM Record-Void
                   END-IF
               END-IF
           END-IF.

      *> The replacement pays the same employee the same amount on the
      *> next number off the stock; it carries cycle 0 so a rerun of
      *> the payroll cycle never voids it along with the run's own
      *> checks. The stock is advanced first: if CHKSTOCK.DAT cannot
      *> be rewritten the original is left outstanding and nothing is
      *> recorded, so the number can never be handed out twice.
       Reissue-Check.
           PERFORM Accept-Check-Number
           IF WS-CHECK-FOUND
               PERFORM Show-Check
               EVALUATE TRUE
                   WHEN NOT WS-IR-OUTSTANDING
                       DISPLAY "Only an outstanding check can be "
                           "reissued"
                   WHEN NOT WS-STOCK-LOADED
                       DISPLAY "No check stock loaded - nothing "
                           "reissued"
                   WHEN WS-NEXT-CHECK > WS-LAST-CHECK
                       DISPLAY "Check stock is used up - load a new "
                           "range first"
                   WHEN OTHER
                       DISPLAY "Void and reissue on check "
                           WS-NEXT-CHECK "? (Y/N) "
                       ACCEPT WS-CONFIRM
                       IF WS-CONFIRMED
                           PERFORM Take-Reissue-Number
                           IF WS-CHECK-STOCK-STATUS = "00"
                               PERFORM Record-Void
                               IF WS-CHECK-ISSUE-STATUS = "00"
                                   PERFORM Record-Reissue
                               END-IF
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.

       Record-Void.
           PERFORM Open-Ledger-Extend
           IF WS-CHECK-ISSUE-STATUS = "00"
               MOVE "V" TO WS-IR-STATUS
               MOVE WS-TODAY TO WS-IR-STATUS-DATE
               MOVE WS-ISSUE-ROW TO CHECK-ISSUE-RECORD
               WRITE CHECK-ISSUE-RECORD
               CLOSE CHECK-ISSUE-FILE
               MOVE "V" TO WS-PP-ACTION
               PERFORM Queue-Positive-Pay
               DISPLAY "Check " WS-IR-CHECK-NUMBER " voided"
           END-IF.

       Take-Reissue-Number.
           MOVE WS-NEXT-CHECK TO WS-NEW-CHECK-NUMBER
           ADD 1 TO WS-NEXT-CHECK
           PERFORM Rewrite-Check-Stock
           IF WS-CHECK-STOCK-STATUS NOT = "00"
               SUBTRACT 1 FROM WS-NEXT-CHECK
               DISPLAY "Check stock not advanced, status "
                   WS-CHECK-STOCK-STATUS " - nothing reissued, check "
                   WS-IR-CHECK-NUMBER " still outstanding"
               MOVE 8 TO RETURN-CODE
           END-IF.

       Record-Reissue.
           PERFORM Open-Ledger-Extend
           IF WS-CHECK-ISSUE-STATUS = "00"
               MOVE WS-IR-CHECK-NUMBER TO WS-IR-REPLACES
               MOVE WS-NEW-CHECK-NUMBER TO WS-IR-CHECK-NUMBER
               MOVE WS-TODAY TO WS-IR-ISSUE-DATE
               MOVE 0 TO WS-IR-CYCLE
               MOVE "O" TO WS-IR-STATUS
               MOVE WS-TODAY TO WS-IR-STATUS-DATE
               MOVE WS-ISSUE-ROW TO CHECK-ISSUE-RECORD
               WRITE CHECK-ISSUE-RECORD
               CLOSE CHECK-ISSUE-FILE
               MOVE "I" TO WS-PP-ACTION
               PERFORM Queue-Positive-Pay
               DISPLAY "Reissued as check " WS-NEW-CHECK-NUMBER
           END-IF.

       Open-Ledger-Extend.
           OPEN EXTEND CHECK-ISSUE-FILE
           IF WS-CHECK-ISSUE-STATUS NOT = "00"
               DISPLAY "Unable to open CHKISSUE.DAT, status "
                   WS-CHECK-ISSUE-STATUS " - nothing recorded"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *> Caller sets WS-PP-ACTION; the rest comes off the ledger row
      *> just written.
       Queue-Positive-Pay.
           OPEN EXTEND POSPAY-QUEUE-FILE
           IF WS-POSPAY-QUEUE-STATUS = "35"
               OPEN OUTPUT POSPAY-QUEUE-FILE
           END-IF
           IF WS-POSPAY-QUEUE-STATUS NOT = "00"
               DISPLAY "Unable to queue the bank notice, status "
                   WS-POSPAY-QUEUE-STATUS
                   " - tell the bank about check " WS-IR-CHECK-NUMBER
                   " by hand"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-CHECK-ACCOUNT TO PP-ACCOUNT
               MOVE WS-IR-CHECK-NUMBER TO PP-CHECK-NUMBER
               MOVE WS-IR-AMOUNT TO PP-AMOUNT
               MOVE WS-IR-ISSUE-DATE TO PP-ISSUE-DATE
               MOVE WS-IR-NAME TO PP-PAYEE
               MOVE WS-PP-ACTION TO PP-ACTION
               WRITE POSPAY-QUEUE-RECORD
               CLOSE POSPAY-QUEUE-FILE
           END-IF.

      *> A new range for the same account must start past every number
      *> already handed out, so no check number is ever printed twice.
       Load-New-Stock.
           DISPLAY "Enter the disbursement account number "
           ACCEPT WS-ACCOUNT-IN
           DISPLAY "Enter the first check number in the stock "
           ACCEPT WS-FIRST-IN
           DISPLAY "Enter the last check number in the stock "
           ACCEPT WS-LAST-IN
           EVALUATE TRUE
               WHEN WS-ACCOUNT-IN = SPACES
                   DISPLAY "Account may not be blank - no stock loaded"
               WHEN WS-FIRST-IN IS NOT NUMERIC
                       OR WS-LAST-IN IS NOT NUMERIC
                   DISPLAY "Check numbers must be 8 digits - no stock "
                       "loaded"
               WHEN OTHER
                   MOVE WS-FIRST-IN TO WS-FIRST-NUMBER
                   MOVE WS-LAST-IN TO WS-LAST-NUMBER
                   EVALUATE TRUE
                       WHEN WS-FIRST-NUMBER = 0
                               OR WS-FIRST-NUMBER > WS-LAST-NUMBER
                           DISPLAY "First number must be above zero "
                               "and not past the last - no stock "
                               "loaded"
                       WHEN WS-STOCK-LOADED
                               AND WS-ACCOUNT-IN = WS-CHECK-ACCOUNT
                               AND WS-FIRST-NUMBER < WS-NEXT-CHECK
                           DISPLAY "Numbers below " WS-NEXT-CHECK
                               " are already used on this account - "
                               "no stock loaded"
                       WHEN OTHER
                           MOVE WS-ACCOUNT-IN TO WS-CHECK-ACCOUNT
                           MOVE WS-FIRST-NUMBER TO WS-NEXT-CHECK
                           MOVE WS-LAST-NUMBER TO WS-LAST-CHECK
                           PERFORM Rewrite-Check-Stock
                           IF WS-CHECK-STOCK-STATUS = "00"
                               SET WS-STOCK-LOADED TO TRUE
                               DISPLAY "Check stock loaded"
                           END-IF
                   END-EVALUATE
           END-EVALUATE.

       Rewrite-Check-Stock.
           OPEN OUTPUT CHECK-STOCK-FILE
           IF WS-CHECK-STOCK-STATUS NOT = "00"
               DISPLAY "Unable to rewrite CHKSTOCK.DAT, status "
                   WS-CHECK-STOCK-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO CHECK-STOCK-RECORD
               MOVE WS-CHECK-ACCOUNT TO CS-ACCOUNT
               MOVE WS-NEXT-CHECK TO CS-NEXT-CHECK
               MOVE WS-LAST-CHECK TO CS-LAST-CHECK
               WRITE CHECK-STOCK-RECORD
               MOVE WS-CHECK-STOCK-STATUS TO WS-STOCK-WRITE-STATUS
               CLOSE CHECK-STOCK-FILE
               IF WS-STOCK-WRITE-STATUS NOT = "00"
                   DISPLAY "Unable to write CHKSTOCK.DAT, status "
                       WS-STOCK-WRITE-STATUS
                   MOVE WS-STOCK-WRITE-STATUS TO WS-CHECK-STOCK-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
