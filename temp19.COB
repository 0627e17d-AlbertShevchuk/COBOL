      *> Maintenance for the PAYRATE.DAT effective-dated rate master -
      *> the screen, validation, and journal the file never had while
      *> it was edited by hand. A raise is a new row with its own
      *> effective date added to the history, never an edit of an
      *> old row, so the payroll batch can price each week at the
      *> rate that was in force for it. The master is keyed by SSNum
      *> and effective date; a second rate keyed for the same day
      *> replaces the first.
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
      *> Before/after images journal to their own RATEJRNL.DAT rather
      *> than EMPJRNL.DAT - the employee journal is replayed against
               88 EMP-SALARIED VALUE "S".
           02 EMP-SALARY PIC 9(7)V99.

      *> Same record the payroll batch prices from.
       FD RATE-MASTER.
       01 RATE-RECORD.
           02 RM-KEY.
               03 RM-SSNUM PIC 9(9).
               03 RM-EFFECTIVE-DATE PIC X(8).
           02 RM-HOURLY-RATE PIC 999V99.

       FD RATE-JOURNAL-FILE.
       01 RATE-JOURNAL-RECORD.
           02 JRN-ACTION PIC X(8).
           02 JRN-BEFORE-IMAGE PIC X(54).
           02 JRN-AFTER-IMAGE PIC X(54).
           02 JRN-OPERATOR-ID PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-EMPLOYEE-STATUS PIC XX VALUE SPACES.
       01 WS-JOURNAL-STATUS PIC XX VALUE SPACES.
       01 WS-JRN-BEFORE PIC X(54) VALUE SPACES.
       01 WS-JRN-AFTER PIC X(54) VALUE SPACES.
       01 WS-JRN-ACTION PIC X(8) VALUE SPACES.
      *> Operators sign on through SIGNON, which also says which menu
      *> options their role allows (roles are kept with OPERMNT). The
      *> run's condition code is held across each CALL, which resets
      *> RETURN-CODE.
       01 WS-SIGNON-REQUEST PIC X VALUE SPACE.
       01 WS-SIGNON-PROGRAM PIC X(8) VALUE "RATEMNT".
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-SIGNON-STATUS PIC 9 VALUE 1.
           88 WS-SIGNON-OK VALUE 0.
       01 WS-SIGNON-SAVED-RC PIC 99 VALUE 0.
       01 WS-MENU-CHOICE PIC 9 VALUE 0.
       01 WS-DONE-SWITCH PIC X VALUE "N".
           88 WS-DONE VALUE "Y".
           02 WS-DATE-MONTH PIC 99.
           02 WS-DATE-DAY PIC 99.
       01 WS-EFFECTIVE-DATE PIC 9(8) VALUE 0.
       01 WS-TODAY-STAMP PIC X(21) VALUE SPACES.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-DATE-VALID-SWITCH PIC X VALUE "N".
           88 WS-DATE-VALID VALUE "Y".
       01 WS-EMPLOYEE-OK-SWITCH PIC X VALUE "N".
       01 WS-ROW-COUNT PIC 9(3) VALUE 0.
       01 WS-LATEST-IMAGE PIC X(54) VALUE SPACES.
       01 WS-LATEST-DATE PIC X(8) VALUE SPACES.
       01 WS-RATE-ON-FILE-SWITCH PIC X VALUE "N".
           88 WS-RATE-ON-FILE VALUE "Y".

       PROCEDURE DIVISION.
       Main-Logic.
           MOVE 0 TO RETURN-CODE
           PERFORM Sign-On-Operator
           PERFORM Open-Employee-Master
           PERFORM UNTIL WS-DONE
               PERFORM Display-Menu
               ACCEPT WS-MENU-CHOICE
               PERFORM Check-Menu-Option
               IF WS-SIGNON-OK
                   EVALUATE WS-MENU-CHOICE
                       WHEN 1
                           PERFORM Inquire-Rates
                       WHEN 2
                           PERFORM Add-Rate-Row
                       WHEN 3
                           SET WS-DONE TO TRUE
                       WHEN OTHER
                           DISPLAY "Please enter 1, 2, or 3"
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

      *> Exit (3) and a choice off the menu need no permission.
       Check-Menu-Option.
           MOVE 0 TO WS-SIGNON-STATUS
           IF WS-MENU-CHOICE = 1 OR 2
               MOVE RETURN-CODE TO WS-SIGNON-SAVED-RC
               MOVE "C" TO WS-SIGNON-REQUEST
               CALL "SIGNON" USING WS-SIGNON-REQUEST WS-SIGNON-PROGRAM
                   WS-OPERATOR-ID WS-MENU-CHOICE WS-SIGNON-STATUS
               MOVE WS-SIGNON-SAVED-RC TO RETURN-CODE
           END-IF.

       Display-Menu.
           DISPLAY " "
           DISPLAY "Pay Rate Maintenance"
               IF WS-RATE-STATUS NOT = "00"
                   DISPLAY "No PAYRATE.DAT on file"
               ELSE
                   PERFORM Start-Employee-Rates
                   PERFORM UNTIL WS-RATE-DONE
                       ADD 1 TO WS-ROW-COUNT
                       DISPLAY "  RATE " RM-HOURLY-RATE
                           " EFFECTIVE " RM-EFFECTIVE-DATE
                       PERFORM Read-Next-Employee-Rate
                   END-PERFORM
                   CLOSE RATE-MASTER
                   IF WS-ROW-COUNT = 0
               END-IF
           END-IF.

      *> A rate keyed for a day that already has one replaces it, and
      *> the journal's before image is then the row it replaced.
       Add-Rate-Row.
           PERFORM Accept-SSNum
           IF WS-EMPLOYEE-OK
               COMPUTE WS-NEW-RATE = WS-RATE-CENTS / 100
               DISPLAY "Enter the effective date (YYYYMMDD) "
               PERFORM Accept-A-Date
               OPEN I-O RATE-MASTER
               IF WS-RATE-STATUS = "35"
                   OPEN OUTPUT RATE-MASTER
                   IF WS-RATE-STATUS = "00"
                       CLOSE RATE-MASTER
                       OPEN I-O RATE-MASTER
                   END-IF
               END-IF
               IF WS-RATE-STATUS NOT = "00"
                   DISPLAY "Unable to open PAYRATE.DAT, status "
                       WS-RATE-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM Store-Rate-Row
                   CLOSE RATE-MASTER
               END-IF
           END-IF.

       Store-Rate-Row.
           MOVE "N" TO WS-RATE-ON-FILE-SWITCH
           MOVE WS-SSNUM TO RM-SSNUM
           MOVE WS-EFFECTIVE-DATE TO RM-EFFECTIVE-DATE
           READ RATE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-RATE-ON-FILE TO TRUE
                   MOVE RATE-RECORD TO WS-LATEST-IMAGE
           END-READ
           MOVE SPACES TO RATE-RECORD
           MOVE WS-SSNUM TO RM-SSNUM
           MOVE WS-EFFECTIVE-DATE TO RM-EFFECTIVE-DATE
           MOVE WS-NEW-RATE TO RM-HOURLY-RATE
           MOVE "00" TO WS-RATE-STATUS
           IF WS-RATE-ON-FILE
               MOVE "REWRITE" TO WS-JRN-ACTION
               REWRITE RATE-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               MOVE "WRITE" TO WS-JRN-ACTION
               WRITE RATE-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           IF WS-RATE-STATUS NOT = "00"
               DISPLAY "Unable to store the rate row, status "
                   WS-RATE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-RATE-ON-FILE
                   DISPLAY "Rate row replaced - " WS-NEW-RATE
                       " effective " WS-EFFECTIVE-DATE
               ELSE
                   DISPLAY "Rate row added - " WS-NEW-RATE
                       " effective " WS-EFFECTIVE-DATE
               END-IF
      *> A back-dated rate does not reprice weeks already paid here -
      *> RETROPAY picks them up from PAIDHRS.DAT in the nightly run.
               MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP
               MOVE WS-TODAY-STAMP (1:8) TO WS-TODAY
               IF WS-EFFECTIVE-DATE < WS-TODAY
                   DISPLAY "Effective date is in the past - weeks "
                       "already paid since then get the difference "
                       "as retro pay in the next nightly run"
               END-IF
               MOVE WS-LATEST-IMAGE TO WS-JRN-BEFORE
               MOVE SPACES TO WS-JRN-AFTER
               MOVE RATE-RECORD TO WS-JRN-AFTER
               PERFORM Write-Journal-Record
           END-IF.

      *> The journal's before image carries the latest-effective rate
      *> row already on file for this employee, so the audit trail
      *> shows what the keyed raise superseded. The rows come back in
      *> effective-date order, so the last one read is the latest.
       Find-Latest-Rate-Image.
           MOVE SPACES TO WS-LATEST-IMAGE
           MOVE SPACES TO WS-LATEST-DATE
           OPEN INPUT RATE-MASTER
           IF WS-RATE-STATUS = "00"
               PERFORM Start-Employee-Rates
               PERFORM UNTIL WS-RATE-DONE
                   IF RM-EFFECTIVE-DATE >= WS-LATEST-DATE
                       MOVE RM-EFFECTIVE-DATE TO WS-LATEST-DATE
                       MOVE RATE-RECORD TO WS-LATEST-IMAGE
                   END-IF
                   PERFORM Read-Next-Employee-Rate
               END-PERFORM
               CLOSE RATE-MASTER
           END-IF.

      *> Positions on the employee's first rate row and reads it;
      *> WS-RATE-DONE is set once the employee's rows run out.
       Start-Employee-Rates.
           MOVE "N" TO WS-RATE-EOF
           MOVE WS-SSNUM TO RM-SSNUM
           MOVE LOW-VALUES TO RM-EFFECTIVE-DATE
           START RATE-MASTER KEY IS NOT LESS THAN RM-KEY
               INVALID KEY SET WS-RATE-DONE TO TRUE
           END-START
           PERFORM Read-Next-Employee-Rate.

       Read-Next-Employee-Rate.
           IF NOT WS-RATE-DONE
               READ RATE-MASTER NEXT RECORD
                   AT END SET WS-RATE-DONE TO TRUE
               END-READ
               IF NOT WS-RATE-DONE AND RM-SSNUM NOT = WS-SSNUM
                   SET WS-RATE-DONE TO TRUE
               END-IF
           END-IF.

      *> Same plausibility loop TCENTRY uses for dates.
       Accept-A-Date.
           MOVE "N" TO WS-DATE-VALID-SWITCH
               MOVE SPACES TO RATE-JOURNAL-RECORD
               MOVE FUNCTION CURRENT-DATE TO JRN-TIMESTAMP
               MOVE "RATEMNT" TO JRN-PROGRAM
               MOVE WS-JRN-ACTION TO JRN-ACTION
               MOVE WS-JRN-BEFORE TO JRN-BEFORE-IMAGE
               MOVE WS-JRN-AFTER TO JRN-AFTER-IMAGE
               MOVE WS-OPERATOR-ID TO JRN-OPERATOR-ID
               WRITE RATE-JOURNAL-RECORD
               CLOSE RATE-JOURNAL-FILE
           END-IF
           MOVE SPACES TO WS-JRN-BEFORE
           MOVE SPACES TO WS-JRN-AFTER
           MOVE SPACES TO WS-JRN-ACTION.
