       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMNT.
       AUTHOR. Albert Shevchuk
       DATE-WRITTEN. October 15, 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Security administration for the operator sign-on SIGNON
      *> enforces in EMPMAINT, TCENTRY, RATEMNT, DEPTMNT, EMPRESTR,
      *> TERMMNT, MASSRATE, BANKMNT, CHKMNT, ADJENTRY and GARNMNT:
      *> operators and their roles in OPERATOR.DAT, and what each role
      *> may run in OPROLE.DAT. Both files are small and are read whole
      *> and rewritten whole, the way GARNMNT keeps GARNISH.DAT.
      *> OPERMNT signs on through SIGNON itself, so who may administer
      *> security is just another OPROLE.DAT row.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.
           SELECT ROLE-FILE ASSIGN TO "OPROLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLE-STATUS.
      *> Before/after images of every operator and role change go to
      *> their own OPJRNL.DAT - JRNLRECV replays EMPJRNL.DAT against
      *> EMPLOYEE.DAT and must never see these.
           SELECT OPERATOR-JOURNAL-FILE ASSIGN TO "OPJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *> Same record SIGNON reads and rewrites. Only the hash of a
      *> password is ever stored (OPHASH); a password set here is
      *> marked expired so the operator replaces it at first sign-on.
       FD OPERATOR-FILE.
       01 OPERATOR-RECORD.
           02 OP-ID PIC X(8).
           02 OP-NAME PIC X(30).
           02 OP-PASSWORD-HASH PIC 9(10).
           02 OP-ROLE PIC X(8).
           02 OP-STATUS PIC X.
           02 OP-FAILED-COUNT PIC 9.
           02 OP-PASSWORD-EXPIRED PIC X.
           02 OP-PASSWORD-DATE PIC 9(8).
           02 OP-LAST-SIGNON PIC 9(8).

       FD ROLE-FILE.
       01 ROLE-RECORD.
           02 RL-ROLE PIC X(8).
           02 RL-PROGRAM PIC X(8).
           02 RL-OPTIONS PIC X(9).

       FD OPERATOR-JOURNAL-FILE.
       01 OPERATOR-JOURNAL-RECORD.
           02 JRN-TIMESTAMP PIC X(21).
           02 JRN-PROGRAM PIC X(10).
           02 JRN-ACTION PIC X(8).
           02 JRN-BEFORE-IMAGE PIC X(75).
           02 JRN-AFTER-IMAGE PIC X(75).
           02 JRN-OPERATOR-ID PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-OPERATOR-STATUS PIC XX VALUE SPACES.
       01 WS-OPERATOR-EOF PIC X VALUE "N".
           88 WS-OPERATOR-DONE VALUE "Y".
       01 WS-ROLE-STATUS PIC XX VALUE SPACES.
       01 WS-ROLE-EOF PIC X VALUE "N".
           88 WS-ROLE-DONE VALUE "Y".
       01 WS-JOURNAL-STATUS PIC XX VALUE SPACES.
       01 WS-JRN-ACTION PIC X(8) VALUE SPACES.
       01 WS-JRN-BEFORE PIC X(75) VALUE SPACES.
       01 WS-JRN-AFTER PIC X(75) VALUE SPACES.
       01 WS-MENU-CHOICE PIC 9 VALUE 0.
       01 WS-DONE-SWITCH PIC X VALUE "N".
           88 WS-DONE VALUE "Y".
       01 WS-OPERATOR-TABLE-MAX PIC 999 VALUE 500.
       01 WS-OPERATOR-TABLE-SIZE PIC 999 VALUE 0.
       01 WS-OPERATOR-TABLE.
           02 WS-OPERATOR-ENTRY OCCURS 500 TIMES.
               03 OE-ID PIC X(8).
               03 OE-NAME PIC X(30).
               03 OE-PASSWORD-HASH PIC 9(10).
               03 OE-ROLE PIC X(8).
               03 OE-STATUS PIC X.
                   88 OE-ACTIVE VALUE "A".
                   88 OE-LOCKED VALUE "L".
                   88 OE-REVOKED VALUE "R".
               03 OE-FAILED-COUNT PIC 9.
               03 OE-PASSWORD-EXPIRED PIC X.
               03 OE-PASSWORD-DATE PIC 9(8).
               03 OE-LAST-SIGNON PIC 9(8).
       01 WS-OPERATOR-IDX PIC 999 VALUE 0.
       01 WS-FOUND-IDX PIC 999 VALUE 0.
       01 WS-ROLE-TABLE-MAX PIC 999 VALUE 500.
       01 WS-ROLE-TABLE-SIZE PIC 999 VALUE 0.
       01 WS-ROLE-TABLE.
           02 WS-ROLE-ENTRY OCCURS 500 TIMES.
               03 RE-ROLE PIC X(8).
               03 RE-PROGRAM PIC X(8).
               03 RE-OPTIONS PIC X(9).
       01 WS-ROLE-IDX PIC 999 VALUE 0.
       01 WS-ROLE-FOUND-IDX PIC 999 VALUE 0.

      *> The programs that sign on through SIGNON - a role row for any
      *> other name would never be read, so none is accepted.
       01 WS-SECURED-PROGRAM-COUNT PIC 99 VALUE 12.
       01 WS-SECURED-PROGRAM-VALUES.
           02 FILLER PIC X(8) VALUE "EMPMAINT".
           02 FILLER PIC X(8) VALUE "TCENTRY ".
           02 FILLER PIC X(8) VALUE "RATEMNT ".
           02 FILLER PIC X(8) VALUE "DEPTMNT ".
           02 FILLER PIC X(8) VALUE "EMPRESTR".
           02 FILLER PIC X(8) VALUE "OPERMNT ".
           02 FILLER PIC X(8) VALUE "TERMMNT ".
           02 FILLER PIC X(8) VALUE "MASSRATE".
           02 FILLER PIC X(8) VALUE "BANKMNT ".
           02 FILLER PIC X(8) VALUE "CHKMNT  ".
           02 FILLER PIC X(8) VALUE "ADJENTRY".
           02 FILLER PIC X(8) VALUE "GARNMNT ".
       01 WS-SECURED-PROGRAM-TABLE REDEFINES WS-SECURED-PROGRAM-VALUES.
           02 WS-SECURED-PROGRAM PIC X(8) OCCURS 12 TIMES.
       01 WS-PROGRAM-IDX PIC 99 VALUE 0.
       01 WS-PROGRAM-VALID-SWITCH PIC X VALUE "N".
           88 WS-PROGRAM-VALID VALUE "Y".

      *> The role the first operator gets, and the OPROLE.DAT row that
      *> lets it into OPERMNT.
       01 WS-ADMIN-ROLE PIC X(8) VALUE "SECADMIN".

       01 WS-SIGNON-REQUEST PIC X VALUE SPACE.
       01 WS-SIGNON-PROGRAM PIC X(8) VALUE "OPERMNT".
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-OWN-ROLE PIC X(8) VALUE SPACES.
       01 WS-SIGNON-STATUS PIC 9 VALUE 1.
           88 WS-SIGNON-OK VALUE 0.
      *> RETURN-CODE is reset by every CALL, so the run's condition
      *> code is held here across each call to SIGNON.
       01 WS-SIGNON-SAVED-RC PIC 99 VALUE 0.

       01 WS-ID-IN PIC X(8) VALUE SPACES.
       01 WS-NAME-IN PIC X(30) VALUE SPACES.
       01 WS-ROLE-IN PIC X(8) VALUE SPACES.
       01 WS-PROGRAM-IN PIC X(8) VALUE SPACES.
       01 WS-OPTIONS-IN PIC X(9) VALUE SPACES.
       01 WS-OPTIONS-VALID-SWITCH PIC X VALUE "N".
           88 WS-OPTIONS-VALID VALUE "Y".
       01 WS-OPTION-IDX PIC 99 VALUE 0.
       01 WS-NEW-PASSWORD PIC X(16) VALUE SPACES.
       01 WS-CONFIRM-PASSWORD PIC X(16) VALUE SPACES.
       01 WS-PASSWORD-OK-SWITCH PIC X VALUE "N".
           88 WS-PASSWORD-OK VALUE "Y".
       01 WS-PASSWORD-HASH PIC 9(10) VALUE 0.
       01 WS-TODAY-STAMP PIC X(21) VALUE SPACES.
       01 WS-STATUS-NAME PIC X(8) VALUE SPACES.
       01 WS-CONFIRM PIC X VALUE SPACE.
           88 WS-CONFIRMED VALUE "Y" "y".

       PROCEDURE DIVISION.
       Main-Logic.
           MOVE 0 TO RETURN-CODE
           PERFORM Load-Operator-File
           PERFORM Load-Role-File
           IF WS-OPERATOR-TABLE-SIZE = 0
               PERFORM Create-First-Administrator
           END-IF
           PERFORM Sign-On-Operator
      *> SIGNON has just rewritten OPERATOR.DAT with the sign-on, so the
      *> table is taken again before anything here rewrites it.
           PERFORM Load-Operator-File
           PERFORM Find-Operator-Own-Role
           PERFORM UNTIL WS-DONE
               PERFORM Display-Menu
               ACCEPT WS-MENU-CHOICE
               PERFORM Check-Menu-Option
               IF WS-SIGNON-OK
                   EVALUATE WS-MENU-CHOICE
                       WHEN 1
                           PERFORM List-Operators
                       WHEN 2
                           PERFORM Add-Operator
                       WHEN 3
                           PERFORM Reset-Operator-Password
                       WHEN 4
                           PERFORM Revoke-Or-Reinstate-Operator
                       WHEN 5
                           PERFORM Change-Operator-Role
                       WHEN 6
                           PERFORM List-Role-Permissions
                       WHEN 7
                           PERFORM Set-Role-Permissions
                       WHEN 8
                           SET WS-DONE TO TRUE
                       WHEN OTHER
                           DISPLAY "Please enter 1 through 8"
                   END-EVALUATE
               END-IF
           END-PERFORM
           STOP RUN.

       Display-Menu.
           DISPLAY " "
           DISPLAY "Operator Security Maintenance"
           DISPLAY "1. List operators"
           DISPLAY "2. Add an operator"
           DISPLAY "3. Reset an operator's password and unlock the ID"
           DISPLAY "4. Revoke or reinstate an operator"
           DISPLAY "5. Change an operator's role"
           DISPLAY "6. List role permissions"
           DISPLAY "7. Set a role's permissions for a program"
           DISPLAY "8. Exit"
           DISPLAY "Enter your choice: ".

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

      *> Exit and a choice off the menu need no permission.
       Check-Menu-Option.
           MOVE 0 TO WS-SIGNON-STATUS
           IF WS-MENU-CHOICE >= 1 AND WS-MENU-CHOICE <= 7
               MOVE RETURN-CODE TO WS-SIGNON-SAVED-RC
               MOVE "C" TO WS-SIGNON-REQUEST
               CALL "SIGNON" USING WS-SIGNON-REQUEST WS-SIGNON-PROGRAM
                   WS-OPERATOR-ID WS-MENU-CHOICE WS-SIGNON-STATUS
               MOVE WS-SIGNON-SAVED-RC TO RETURN-CODE
           END-IF.

      *> Present but unreadable is a stop, as in GARNMNT - saving from
      *> an empty table would wipe every operator on file, and an empty
      *> table would offer to create a new administrator.
       Load-Operator-File.
           MOVE 0 TO WS-OPERATOR-TABLE-SIZE
           MOVE "N" TO WS-OPERATOR-EOF
           OPEN INPUT OPERATOR-FILE
           IF WS-OPERATOR-STATUS NOT = "35"
               IF WS-OPERATOR-STATUS NOT = "00"
                   DISPLAY "Unable to open OPERATOR.DAT, status "
                       WS-OPERATOR-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ OPERATOR-FILE
                   AT END SET WS-OPERATOR-DONE TO TRUE
               END-READ
               PERFORM UNTIL WS-OPERATOR-DONE
                   IF WS-OPERATOR-TABLE-SIZE < WS-OPERATOR-TABLE-MAX
                       ADD 1 TO WS-OPERATOR-TABLE-SIZE
                       MOVE OPERATOR-RECORD
                           TO WS-OPERATOR-ENTRY (WS-OPERATOR-TABLE-SIZE)
                   ELSE
                       DISPLAY "OPERATOR.DAT has more than "
                           WS-OPERATOR-TABLE-MAX
                           " operators - cannot be maintained here"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   READ OPERATOR-FILE
                       AT END SET WS-OPERATOR-DONE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.

       Load-Role-File.
           MOVE 0 TO WS-ROLE-TABLE-SIZE
           MOVE "N" TO WS-ROLE-EOF
           OPEN INPUT ROLE-FILE
           IF WS-ROLE-STATUS NOT = "35"
               IF WS-ROLE-STATUS NOT = "00"
                   DISPLAY "Unable to open OPROLE.DAT, status "
                       WS-ROLE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ ROLE-FILE
                   AT END SET WS-ROLE-DONE TO TRUE
               END-READ
               PERFORM UNTIL WS-ROLE-DONE
                   IF WS-ROLE-TABLE-SIZE < WS-ROLE-TABLE-MAX
                       ADD 1 TO WS-ROLE-TABLE-SIZE
                       MOVE ROLE-RECORD
                           TO WS-ROLE-ENTRY (WS-ROLE-TABLE-SIZE)
                   ELSE
                       DISPLAY "OPROLE.DAT has more than "
                           WS-ROLE-TABLE-MAX
                           " rows - cannot be maintained here"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   READ ROLE-FILE
                       AT END SET WS-ROLE-DONE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ROLE-FILE
           END-IF.

      *> With no operators on file nobody could sign on to add one, so
      *> the first run sets up the security administrator, who picks
      *> their own password, and grants that role all of OPERMNT.
       Create-First-Administrator.
           DISPLAY "No operators are on file - set up the first "
               "security administrator"
           MOVE SPACES TO WS-ID-IN
           PERFORM UNTIL WS-ID-IN NOT = SPACES
               DISPLAY "Enter the administrator's operator ID (up to 8 "
                   "characters) "
               ACCEPT WS-ID-IN
           END-PERFORM
           MOVE SPACES TO WS-NAME-IN
           PERFORM UNTIL WS-NAME-IN NOT = SPACES
               DISPLAY "Enter the administrator's name "
               ACCEPT WS-NAME-IN
           END-PERFORM
           PERFORM Accept-New-Password
           ADD 1 TO WS-OPERATOR-TABLE-SIZE
           MOVE WS-OPERATOR-TABLE-SIZE TO WS-OPERATOR-IDX
           MOVE WS-ADMIN-ROLE TO WS-ROLE-IN
           PERFORM Build-New-Operator
      *> Chosen by the administrator, not set for someone else, so it
      *> need not be changed at the first sign-on.
           MOVE "N" TO OE-PASSWORD-EXPIRED (WS-OPERATOR-IDX)
           MOVE WS-ID-IN TO WS-OPERATOR-ID
           MOVE SPACES TO WS-JRN-BEFORE
           MOVE WS-OPERATOR-ENTRY (WS-OPERATOR-IDX) TO WS-JRN-AFTER
           MOVE "ADD" TO WS-JRN-ACTION
           PERFORM Rewrite-Operator-File
           MOVE WS-ADMIN-ROLE TO WS-ROLE-IN
           MOVE "OPERMNT" TO WS-PROGRAM-IN
           PERFORM Find-Role-Row
           IF WS-ROLE-FOUND-IDX = 0
               ADD 1 TO WS-ROLE-TABLE-SIZE
               MOVE WS-ROLE-TABLE-SIZE TO WS-ROLE-IDX
               MOVE WS-ADMIN-ROLE TO RE-ROLE (WS-ROLE-IDX)
               MOVE "OPERMNT" TO RE-PROGRAM (WS-ROLE-IDX)
               MOVE "*" TO RE-OPTIONS (WS-ROLE-IDX)
               MOVE SPACES TO WS-JRN-BEFORE
               MOVE WS-ROLE-ENTRY (WS-ROLE-IDX) TO WS-JRN-AFTER
               MOVE "ROLEADD" TO WS-JRN-ACTION
               PERFORM Rewrite-Role-File
           END-IF
           MOVE SPACES TO WS-OPERATOR-ID
           DISPLAY "Administrator " WS-ID-IN " set up with role "
               WS-ADMIN-ROLE " - sign on to continue".

      *> Six to sixteen characters, keyed twice.
       Accept-New-Password.
           MOVE "N" TO WS-PASSWORD-OK-SWITCH
           PERFORM UNTIL WS-PASSWORD-OK
               MOVE SPACES TO WS-NEW-PASSWORD
               MOVE SPACES TO WS-CONFIRM-PASSWORD
               DISPLAY "Enter the password (6 to 16 characters) "
               ACCEPT WS-NEW-PASSWORD
               DISPLAY "Key the password again "
               ACCEPT WS-CONFIRM-PASSWORD
               EVALUATE TRUE
                   WHEN WS-NEW-PASSWORD NOT = WS-CONFIRM-PASSWORD
                       DISPLAY "The two entries did not match"
                   WHEN WS-NEW-PASSWORD (1:6) = SPACES
                           OR WS-NEW-PASSWORD (6:1) = SPACE
                       DISPLAY "Password must be at least 6 characters"
                   WHEN OTHER
                       SET WS-PASSWORD-OK TO TRUE
               END-EVALUATE
           END-PERFORM.

      *> A new operator starts active with the password just keyed,
      *> marked expired so the operator has to replace it.
       Build-New-Operator.
           MOVE WS-ID-IN TO OE-ID (WS-OPERATOR-IDX)
           MOVE WS-NAME-IN TO OE-NAME (WS-OPERATOR-IDX)
           CALL "OPHASH" USING WS-ID-IN WS-NEW-PASSWORD
               WS-PASSWORD-HASH
           MOVE WS-PASSWORD-HASH TO OE-PASSWORD-HASH (WS-OPERATOR-IDX)
           MOVE WS-ROLE-IN TO OE-ROLE (WS-OPERATOR-IDX)
           MOVE "A" TO OE-STATUS (WS-OPERATOR-IDX)
           MOVE 0 TO OE-FAILED-COUNT (WS-OPERATOR-IDX)
           MOVE "Y" TO OE-PASSWORD-EXPIRED (WS-OPERATOR-IDX)
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP
           MOVE WS-TODAY-STAMP (1:8) TO OE-PASSWORD-DATE (WS-OPERATOR-IDX)
           MOVE 0 TO OE-LAST-SIGNON (WS-OPERATOR-IDX).

       Accept-Operator-ID.
           MOVE SPACES TO WS-ID-IN
           DISPLAY "Enter the operator ID "
           ACCEPT WS-ID-IN
           PERFORM Find-Operator.

       Find-Operator.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-OPERATOR-IDX FROM 1 BY 1
                   UNTIL WS-OPERATOR-IDX > WS-OPERATOR-TABLE-SIZE
               IF OE-ID (WS-OPERATOR-IDX) = WS-ID-IN
                   MOVE WS-OPERATOR-IDX TO WS-FOUND-IDX
                   MOVE WS-OPERATOR-TABLE-SIZE TO WS-OPERATOR-IDX
               END-IF
           END-PERFORM.

       Show-Operator.
           EVALUATE TRUE
               WHEN OE-ACTIVE (WS-OPERATOR-IDX)
                   MOVE "ACTIVE" TO WS-STATUS-NAME
               WHEN OE-LOCKED (WS-OPERATOR-IDX)
                   MOVE "LOCKED" TO WS-STATUS-NAME
               WHEN OE-REVOKED (WS-OPERATOR-IDX)
                   MOVE "REVOKED" TO WS-STATUS-NAME
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-STATUS-NAME
           END-EVALUATE
           DISPLAY "  " OE-ID (WS-OPERATOR-IDX) " "
               OE-NAME (WS-OPERATOR-IDX) " ROLE "
               OE-ROLE (WS-OPERATOR-IDX) " " WS-STATUS-NAME
               " LAST SIGN-ON " OE-LAST-SIGNON (WS-OPERATOR-IDX).

       List-Operators.
           IF WS-OPERATOR-TABLE-SIZE = 0
               DISPLAY "No operators on file"
           ELSE
               PERFORM VARYING WS-OPERATOR-IDX FROM 1 BY 1
                       UNTIL WS-OPERATOR-IDX > WS-OPERATOR-TABLE-SIZE
                   PERFORM Show-Operator
               END-PERFORM
           END-IF.

       Add-Operator.
           IF WS-OPERATOR-TABLE-SIZE >= WS-OPERATOR-TABLE-MAX
               DISPLAY "Operator file is full"
           ELSE
               PERFORM Accept-Operator-ID
               EVALUATE TRUE
                   WHEN WS-ID-IN = SPACES
                       DISPLAY "Operator ID may not be blank"
                   WHEN WS-FOUND-IDX NOT = 0
                       DISPLAY "That operator ID is already on file - "
                           "not added"
                   WHEN OTHER
                       MOVE SPACES TO WS-NAME-IN
                       PERFORM UNTIL WS-NAME-IN NOT = SPACES
                           DISPLAY "Enter the operator's name "
                           ACCEPT WS-NAME-IN
                       END-PERFORM
                       PERFORM Accept-Role
                       DISPLAY "Set the operator's first password - it "
                           "must be changed at the first sign-on"
                       PERFORM Accept-New-Password
                       ADD 1 TO WS-OPERATOR-TABLE-SIZE
                       MOVE WS-OPERATOR-TABLE-SIZE TO WS-OPERATOR-IDX
                       PERFORM Build-New-Operator
                       MOVE SPACES TO WS-JRN-BEFORE
                       MOVE WS-OPERATOR-ENTRY (WS-OPERATOR-IDX)
                           TO WS-JRN-AFTER
                       MOVE "ADD" TO WS-JRN-ACTION
                       PERFORM Show-Operator
                       PERFORM Rewrite-Operator-File
                       DISPLAY "Operator added"
               END-EVALUATE
           END-IF.

      *> A role with no OPROLE.DAT rows is allowed - it can be granted
      *> programs afterwards - but the administrator is told.
       Accept-Role.
           MOVE SPACES TO WS-ROLE-IN
           PERFORM UNTIL WS-ROLE-IN NOT = SPACES
               DISPLAY "Enter the role (up to 8 characters) "
               ACCEPT WS-ROLE-IN
           END-PERFORM
           MOVE 0 TO WS-ROLE-FOUND-IDX
           PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
                   UNTIL WS-ROLE-IDX > WS-ROLE-TABLE-SIZE
               IF RE-ROLE (WS-ROLE-IDX) = WS-ROLE-IN
                   MOVE WS-ROLE-IDX TO WS-ROLE-FOUND-IDX
                   MOVE WS-ROLE-TABLE-SIZE TO WS-ROLE-IDX
               END-IF
           END-PERFORM
           IF WS-ROLE-FOUND-IDX = 0
               DISPLAY "Role " WS-ROLE-IN " has no programs yet - "
                   "grant them with option 7"
           END-IF.

      *> Also the way a locked ID is released: the administrator gives
      *> the operator a new password to change at the next sign-on. A
      *> revoked ID has to be reinstated first.
       Reset-Operator-Password.
           PERFORM Accept-Operator-ID
           IF WS-FOUND-IDX = 0
               DISPLAY "No such operator on file"
           ELSE
               MOVE WS-FOUND-IDX TO WS-OPERATOR-IDX
               PERFORM Show-Operator
               IF OE-REVOKED (WS-OPERATOR-IDX)
                   DISPLAY "Operator is revoked - reinstate it first"
               ELSE
                   PERFORM Accept-New-Password
                   MOVE WS-OPERATOR-ENTRY (WS-OPERATOR-IDX)
                       TO WS-JRN-BEFORE
                   CALL "OPHASH" USING WS-ID-IN WS-NEW-PASSWORD
                       WS-PASSWORD-HASH
                   MOVE WS-PASSWORD-HASH
                       TO OE-PASSWORD-HASH (WS-OPERATOR-IDX)
                   MOVE "A" TO OE-STATUS (WS-OPERATOR-IDX)
                   MOVE 0 TO OE-FAILED-COUNT (WS-OPERATOR-IDX)
                   MOVE "Y" TO OE-PASSWORD-EXPIRED (WS-OPERATOR-IDX)
                   MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP
                   MOVE WS-TODAY-STAMP (1:8)
                       TO OE-PASSWORD-DATE (WS-OPERATOR-IDX)
                   MOVE WS-OPERATOR-ENTRY (WS-OPERATOR-IDX)
                       TO WS-JRN-AFTER
                   MOVE "RESET" TO WS-JRN-ACTION
                   PERFORM Rewrite-Operator-File
                   DISPLAY "Password reset and ID unlocked - the "
                       "operator must change it at the next sign-on"
               END-IF
           END-IF.

      *> Operators are revoked rather than deleted so OPJRNL.DAT and the
      *> journals that carry their ID still name someone on file. An
      *> administrator cannot revoke their own ID.
       Revoke-Or-Reinstate-Operator.
           PERFORM Accept-Operator-ID
           EVALUATE TRUE
               WHEN WS-FOUND-IDX = 0
                   DISPLAY "No such operator on file"
               WHEN WS-ID-IN = WS-OPERATOR-ID
                   DISPLAY "You cannot revoke your own operator ID"
               WHEN OTHER
                   MOVE WS-FOUND-IDX TO WS-OPERATOR-IDX
                   PERFORM Show-Operator
                   IF OE-REVOKED (WS-OPERATOR-IDX)
                       DISPLAY "Reinstate this operator? (Y/N) "
                   ELSE
                       DISPLAY "Revoke this operator? (Y/N) "
                   END-IF
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRMED
                       MOVE WS-OPERATOR-ENTRY (WS-OPERATOR-IDX)
                           TO WS-JRN-BEFORE
                       IF OE-REVOKED (WS-OPERATOR-IDX)
                           MOVE "A" TO OE-STATUS (WS-OPERATOR-IDX)
                           MOVE 0 TO OE-FAILED-COUNT (WS-OPERATOR-IDX)
                           MOVE "REINSTAT" TO WS-JRN-ACTION
                       ELSE
                           MOVE "R" TO OE-STATUS (WS-OPERATOR-IDX)
                           MOVE "REVOKE" TO WS-JRN-ACTION
                       END-IF
                       MOVE WS-OPERATOR-ENTRY (WS-OPERATOR-IDX)
                           TO WS-JRN-AFTER
                       PERFORM Show-Operator
                       PERFORM Rewrite-Operator-File
                   END-IF
           END-EVALUATE.

      *> Not one's own role - an administrator could otherwise shut
      *> themselves out of OPERMNT.
       Change-Operator-Role.
           PERFORM Accept-Operator-ID
           EVALUATE TRUE
               WHEN WS-FOUND-IDX = 0
                   DISPLAY "No such operator on file"
               WHEN WS-ID-IN = WS-OPERATOR-ID
                   DISPLAY "You cannot change your own role"
               WHEN OTHER
                   MOVE WS-FOUND-IDX TO WS-OPERATOR-IDX
                   PERFORM Show-Operator
                   PERFORM Accept-Role
                   MOVE WS-FOUND-IDX TO WS-OPERATOR-IDX
                   MOVE WS-OPERATOR-ENTRY (WS-OPERATOR-IDX)
                       TO WS-JRN-BEFORE
                   MOVE WS-ROLE-IN TO OE-ROLE (WS-OPERATOR-IDX)
                   MOVE WS-OPERATOR-ENTRY (WS-OPERATOR-IDX)
                       TO WS-JRN-AFTER
                   MOVE "ROLE" TO WS-JRN-ACTION
                   PERFORM Show-Operator
                   PERFORM Rewrite-Operator-File
           END-EVALUATE.

       List-Role-Permissions.
           IF WS-ROLE-TABLE-SIZE = 0
               DISPLAY "No role permissions on file"
           ELSE
               DISPLAY "  ROLE     PROGRAM  OPTIONS"
               PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
                       UNTIL WS-ROLE-IDX > WS-ROLE-TABLE-SIZE
                   DISPLAY "  " RE-ROLE (WS-ROLE-IDX) " "
                       RE-PROGRAM (WS-ROLE-IDX) " "
                       RE-OPTIONS (WS-ROLE-IDX)
               END-PERFORM
           END-IF.

      *> The options are the menu digits the role may use in the
      *> program ("*" for all of them); blank takes the program away
      *> from the role. The administrator's own role keeps its OPERMNT
      *> row as it is, so security can never be left unadministered.
       Set-Role-Permissions.
           MOVE SPACES TO WS-ROLE-IN
           DISPLAY "Enter the role "
           ACCEPT WS-ROLE-IN
           MOVE SPACES TO WS-PROGRAM-IN
           DISPLAY "Enter the program (EMPMAINT, TCENTRY, RATEMNT, "
               "DEPTMNT, EMPRESTR, OPERMNT, TERMMNT or MASSRATE) "
           ACCEPT WS-PROGRAM-IN
           MOVE FUNCTION UPPER-CASE (WS-PROGRAM-IN) TO WS-PROGRAM-IN
           PERFORM Check-Secured-Program
           EVALUATE TRUE
               WHEN WS-ROLE-IN = SPACES
                   DISPLAY "Role may not be blank"
               WHEN NOT WS-PROGRAM-VALID
                   DISPLAY WS-PROGRAM-IN " does not sign on operators"
               WHEN WS-ROLE-IN = WS-OWN-ROLE
                       AND WS-PROGRAM-IN = "OPERMNT"
                   DISPLAY "You cannot change your own role's OPERMNT "
                       "permissions"
               WHEN OTHER
                   PERFORM Find-Role-Row
                   PERFORM Accept-Role-Options
                   IF WS-OPTIONS-VALID
                       PERFORM Save-Role-Row
                   END-IF
           END-EVALUATE.

       Check-Secured-Program.
           MOVE "N" TO WS-PROGRAM-VALID-SWITCH
           PERFORM VARYING WS-PROGRAM-IDX FROM 1 BY 1
                   UNTIL WS-PROGRAM-IDX > WS-SECURED-PROGRAM-COUNT
               IF WS-SECURED-PROGRAM (WS-PROGRAM-IDX) = WS-PROGRAM-IN
                   SET WS-PROGRAM-VALID TO TRUE
               END-IF
           END-PERFORM.

      *> The administrator's role cannot change this session - their
      *> own role is refused under option 5.
       Find-Operator-Own-Role.
           MOVE WS-OPERATOR-ID TO WS-ID-IN
           PERFORM Find-Operator
           IF WS-FOUND-IDX NOT = 0
               MOVE OE-ROLE (WS-FOUND-IDX) TO WS-OWN-ROLE
           END-IF.

       Find-Role-Row.
           MOVE 0 TO WS-ROLE-FOUND-IDX
           PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
                   UNTIL WS-ROLE-IDX > WS-ROLE-TABLE-SIZE
               IF RE-ROLE (WS-ROLE-IDX) = WS-ROLE-IN
                       AND RE-PROGRAM (WS-ROLE-IDX) = WS-PROGRAM-IN
                   MOVE WS-ROLE-IDX TO WS-ROLE-FOUND-IDX
                   MOVE WS-ROLE-TABLE-SIZE TO WS-ROLE-IDX
               END-IF
           END-PERFORM.

       Accept-Role-Options.
           MOVE "N" TO WS-OPTIONS-VALID-SWITCH
           IF WS-ROLE-FOUND-IDX = 0
               DISPLAY "Role " WS-ROLE-IN " has no access to "
                   WS-PROGRAM-IN " now"
           ELSE
               DISPLAY "Role " WS-ROLE-IN " may now use options "
                   RE-OPTIONS (WS-ROLE-FOUND-IDX) " of " WS-PROGRAM-IN
           END-IF
           MOVE SPACES TO WS-OPTIONS-IN
           DISPLAY "Enter the menu options allowed (digits, e.g. 125; "
               "* for all; blank to remove access) "
           ACCEPT WS-OPTIONS-IN
           IF WS-OPTIONS-IN = "*"
               SET WS-OPTIONS-VALID TO TRUE
           ELSE
               SET WS-OPTIONS-VALID TO TRUE
               PERFORM VARYING WS-OPTION-IDX FROM 1 BY 1
                       UNTIL WS-OPTION-IDX > 9
                   IF WS-OPTIONS-IN (WS-OPTION-IDX:1) NOT = SPACE
                       AND (WS-OPTIONS-IN (WS-OPTION-IDX:1) < "1"
                           OR WS-OPTIONS-IN (WS-OPTION-IDX:1) > "9")
                       MOVE "N" TO WS-OPTIONS-VALID-SWITCH
                   END-IF
               END-PERFORM
               IF NOT WS-OPTIONS-VALID
                   DISPLAY "Options must be menu digits 1-9 or * - "
                       "not changed"
               END-IF
           END-IF.

       Save-Role-Row.
           EVALUATE TRUE
               WHEN WS-OPTIONS-IN = SPACES AND WS-ROLE-FOUND-IDX = 0
                   DISPLAY "Nothing to remove - not changed"
               WHEN WS-OPTIONS-IN = SPACES
                   MOVE WS-ROLE-ENTRY (WS-ROLE-FOUND-IDX)
                       TO WS-JRN-BEFORE
                   MOVE SPACES TO WS-JRN-AFTER
                   MOVE "ROLEDEL" TO WS-JRN-ACTION
                   PERFORM VARYING WS-ROLE-IDX FROM WS-ROLE-FOUND-IDX
                           BY 1 UNTIL WS-ROLE-IDX >= WS-ROLE-TABLE-SIZE
                       MOVE WS-ROLE-ENTRY (WS-ROLE-IDX + 1)
                           TO WS-ROLE-ENTRY (WS-ROLE-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-ROLE-TABLE-SIZE
                   PERFORM Rewrite-Role-File
                   DISPLAY "Role " WS-ROLE-IN " may no longer run "
                       WS-PROGRAM-IN
               WHEN WS-ROLE-FOUND-IDX = 0
                       AND WS-ROLE-TABLE-SIZE >= WS-ROLE-TABLE-MAX
                   DISPLAY "Role permission file is full"
               WHEN WS-ROLE-FOUND-IDX = 0
                   ADD 1 TO WS-ROLE-TABLE-SIZE
                   MOVE WS-ROLE-TABLE-SIZE TO WS-ROLE-IDX
                   MOVE WS-ROLE-IN TO RE-ROLE (WS-ROLE-IDX)
                   MOVE WS-PROGRAM-IN TO RE-PROGRAM (WS-ROLE-IDX)
                   MOVE WS-OPTIONS-IN TO RE-OPTIONS (WS-ROLE-IDX)
                   MOVE SPACES TO WS-JRN-BEFORE
                   MOVE WS-ROLE-ENTRY (WS-ROLE-IDX) TO WS-JRN-AFTER
                   MOVE "ROLEADD" TO WS-JRN-ACTION
                   PERFORM Rewrite-Role-File
                   DISPLAY "Role " WS-ROLE-IN " granted " WS-PROGRAM-IN
               WHEN OTHER
                   MOVE WS-ROLE-FOUND-IDX TO WS-ROLE-IDX
                   MOVE WS-ROLE-ENTRY (WS-ROLE-IDX) TO WS-JRN-BEFORE
                   MOVE WS-OPTIONS-IN TO RE-OPTIONS (WS-ROLE-IDX)
                   MOVE WS-ROLE-ENTRY (WS-ROLE-IDX) TO WS-JRN-AFTER
                   MOVE "ROLECHG" TO WS-JRN-ACTION
                   PERFORM Rewrite-Role-File
                   DISPLAY "Role " WS-ROLE-IN " options for "
                       WS-PROGRAM-IN " changed"
           END-EVALUATE.

      *> The journal is written only once the file has been saved, so
      *> OPJRNL.DAT never records a change the file does not hold.
       Rewrite-Operator-File.
           OPEN OUTPUT OPERATOR-FILE
           IF WS-OPERATOR-STATUS NOT = "00"
               DISPLAY "Unable to rewrite OPERATOR.DAT, status "
                   WS-OPERATOR-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-OPERATOR-IDX FROM 1 BY 1
                       UNTIL WS-OPERATOR-IDX > WS-OPERATOR-TABLE-SIZE
                   MOVE WS-OPERATOR-ENTRY (WS-OPERATOR-IDX)
                       TO OPERATOR-RECORD
                   WRITE OPERATOR-RECORD
               END-PERFORM
               CLOSE OPERATOR-FILE
               IF WS-JRN-ACTION NOT = SPACES
                   PERFORM Write-Journal-Record
               END-IF
           END-IF.

       Rewrite-Role-File.
           OPEN OUTPUT ROLE-FILE
           IF WS-ROLE-STATUS NOT = "00"
               DISPLAY "Unable to rewrite OPROLE.DAT, status "
                   WS-ROLE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
                       UNTIL WS-ROLE-IDX > WS-ROLE-TABLE-SIZE
                   MOVE WS-ROLE-ENTRY (WS-ROLE-IDX) TO ROLE-RECORD
                   WRITE ROLE-RECORD
               END-PERFORM
               CLOSE ROLE-FILE
               IF WS-JRN-ACTION NOT = SPACES
                   PERFORM Write-Journal-Record
               END-IF
           END-IF.

       Open-Journal-File.
           IF WS-JOURNAL-STATUS = SPACES
               OPEN EXTEND OPERATOR-JOURNAL-FILE
               IF WS-JOURNAL-STATUS = "35"
                   OPEN OUTPUT OPERATOR-JOURNAL-FILE
               END-IF
           ELSE
               OPEN EXTEND OPERATOR-JOURNAL-FILE
           END-IF.

       Write-Journal-Record.
           PERFORM Open-Journal-File
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "Unable to journal the change, status "
                   WS-JOURNAL-STATUS
           ELSE
               MOVE SPACES TO OPERATOR-JOURNAL-RECORD
               MOVE FUNCTION CURRENT-DATE TO JRN-TIMESTAMP
               MOVE "OPERMNT" TO JRN-PROGRAM
               MOVE WS-JRN-ACTION TO JRN-ACTION
               MOVE WS-JRN-BEFORE TO JRN-BEFORE-IMAGE
               MOVE WS-JRN-AFTER TO JRN-AFTER-IMAGE
               MOVE WS-OPERATOR-ID TO JRN-OPERATOR-ID
               WRITE OPERATOR-JOURNAL-RECORD
               CLOSE OPERATOR-JOURNAL-FILE
           END-IF
           MOVE SPACES TO WS-JRN-ACTION
           MOVE SPACES TO WS-JRN-BEFORE
           MOVE SPACES TO WS-JRN-AFTER.
