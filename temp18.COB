       01 WS-DEPT-MASTER-STATUS PIC XX VALUE SPACES.
       01 WS-DEPT-MASTER-EOF PIC X VALUE "N".
           88 WS-DEPT-MASTER-DONE VALUE "Y".
      *> Operators sign on through SIGNON, which also says which menu
      *> options their role allows (roles are kept with OPERMNT). The
      *> run's condition code is held across each CALL, which resets
      *> RETURN-CODE.
       01 WS-SIGNON-REQUEST PIC X VALUE SPACE.
       01 WS-SIGNON-PROGRAM PIC X(8) VALUE "DEPTMNT".
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
           PERFORM Load-Department-Master
           PERFORM UNTIL WS-DONE
               PERFORM Display-Menu
               ACCEPT WS-MENU-CHOICE
               PERFORM Check-Menu-Option
               IF WS-SIGNON-OK
                   EVALUATE WS-MENU-CHOICE
                       WHEN 1
                           PERFORM List-Departments
                       WHEN 2
                           PERFORM Add-Department
                       WHEN 3
                           PERFORM Update-Department
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
           IF WS-MENU-CHOICE >= 1 AND WS-MENU-CHOICE <= 3
               MOVE RETURN-CODE TO WS-SIGNON-SAVED-RC
               MOVE "C" TO WS-SIGNON-REQUEST
               CALL "SIGNON" USING WS-SIGNON-REQUEST WS-SIGNON-PROGRAM
                   WS-OPERATOR-ID WS-MENU-CHOICE WS-SIGNON-STATUS
               MOVE WS-SIGNON-SAVED-RC TO RETURN-CODE
           END-IF.

       Display-Menu.
           DISPLAY " "
           DISPLAY "Department Master Maintenance"
