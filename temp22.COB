           02 JRN-ACTION PIC X(8).
           02 JRN-BEFORE-IMAGE PIC X(54).
           02 JRN-AFTER-IMAGE PIC X(54).
           02 JRN-OPERATOR-ID PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-EMPLOYEE-STATUS PIC XX VALUE SPACES.
       01 WS-JRN-ACTION PIC X(8) VALUE SPACES.
       01 WS-JRN-BEFORE PIC X(54) VALUE SPACES.
       01 WS-JRN-AFTER PIC X(54) VALUE SPACES.
      *> Operators sign on through SIGNON, which also says which menu
      *> options their role allows (roles are kept with OPERMNT). The
      *> run's condition code is held across each CALL, which resets
      *> RETURN-CODE.
       01 WS-SIGNON-REQUEST PIC X VALUE SPACE.
       01 WS-SIGNON-PROGRAM PIC X(8) VALUE "EMPRESTR".
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
           PERFORM UNTIL WS-DONE
               PERFORM Display-Menu
               ACCEPT WS-MENU-CHOICE
               PERFORM Check-Menu-Option
               IF WS-SIGNON-OK
                   EVALUATE WS-MENU-CHOICE
                       WHEN 1
                           PERFORM Restore-By-SSNum
                       WHEN 2
                           SET WS-DONE TO TRUE
                       WHEN OTHER
                           DISPLAY "Please enter 1 or 2"
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

      *> Exit (2) and a choice off the menu need no permission.
       Check-Menu-Option.
           MOVE 0 TO WS-SIGNON-STATUS
           IF WS-MENU-CHOICE = 1
               MOVE RETURN-CODE TO WS-SIGNON-SAVED-RC
               MOVE "C" TO WS-SIGNON-REQUEST
               CALL "SIGNON" USING WS-SIGNON-REQUEST WS-SIGNON-PROGRAM
                   WS-OPERATOR-ID WS-MENU-CHOICE WS-SIGNON-STATUS
               MOVE WS-SIGNON-SAVED-RC TO RETURN-CODE
           END-IF.

       Display-Menu.
           DISPLAY " "
           DISPLAY "Employee Restore From Purge Archives"
               MOVE WS-JRN-ACTION TO JRN-ACTION
               MOVE WS-JRN-BEFORE TO JRN-BEFORE-IMAGE
               MOVE WS-JRN-AFTER TO JRN-AFTER-IMAGE
               MOVE WS-OPERATOR-ID TO JRN-OPERATOR-ID
               WRITE JOURNAL-RECORD
               CLOSE JOURNAL-FILE
           END-IF
