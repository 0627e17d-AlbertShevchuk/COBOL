       01 WS-EMPLOYEE-MASTER-OPEN-SWITCH PIC X VALUE "N".
           88 WS-EMPLOYEE-MASTER-OPEN VALUE "Y".
       01 WS-TIMECARD-STATUS PIC XX VALUE SPACES.
      *> Operators sign on through SIGNON, which also says which menu
      *> options their role allows (roles are kept with OPERMNT). The
      *> run's condition code is held across each CALL, which resets
      *> RETURN-CODE.
       01 WS-SIGNON-REQUEST PIC X VALUE SPACE.
       01 WS-SIGNON-PROGRAM PIC X(8) VALUE "TCENTRY".
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-SIGNON-STATUS PIC 9 VALUE 1.
           88 WS-SIGNON-OK VALUE 0.
       01 WS-SIGNON-SAVED-RC PIC 99 VALUE 0.
       01 WS-MENU-CHOICE PIC 9 VALUE 0.
       01 WS-DONE-SWITCH PIC X VALUE "N".
           88 WS-DONE VALUE "Y".
       PROCEDURE DIVISION.
       Main-Logic.
           MOVE 0 TO RETURN-CODE
           PERFORM Sign-On-Operator
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM Open-Employee-Master
           PERFORM Scan-Existing-Batch
               PERFORM UNTIL WS-DONE
                   PERFORM Display-Menu
                   ACCEPT WS-MENU-CHOICE
                   PERFORM Check-Menu-Option
                   IF WS-SIGNON-OK
                       EVALUATE WS-MENU-CHOICE
                           WHEN 1
                               PERFORM Key-One-Timecard
                           WHEN 2
                               PERFORM Close-The-Batch
                               SET WS-DONE TO TRUE
                           WHEN 3
                               DISPLAY "Leaving without a trailer - the "
                                   "batch must be closed before the "
                                   "nightly run will accept it"
                               CLOSE TIMECARD-FILE
                               SET WS-DONE TO TRUE
                           WHEN 4
                               PERFORM Void-One-Timecard
                           WHEN OTHER
                               DISPLAY "Please enter 1 through 4"
                       END-EVALUATE
                   END-IF
               END-PERFORM
           END-IF
           IF WS-EMPLOYEE-MASTER-OPEN
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
           IF WS-MENU-CHOICE = 1 OR 2 OR 4
               MOVE RETURN-CODE TO WS-SIGNON-SAVED-RC
               MOVE "C" TO WS-SIGNON-REQUEST
               CALL "SIGNON" USING WS-SIGNON-REQUEST WS-SIGNON-PROGRAM
                   WS-OPERATOR-ID WS-MENU-CHOICE WS-SIGNON-STATUS
               MOVE WS-SIGNON-SAVED-RC TO RETURN-CODE
           END-IF.

       Display-Menu.
           DISPLAY " "
           DISPLAY "Timecard Entry - batch " WS-BATCH-NUMBER
