       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGNON.
       AUTHOR. Albert Shevchuk.
       DATE-WRITTEN. October 15, 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Operator sign-on and menu authorization for the maintenance
      *> and entry programs. The calling program asks for a sign-on
      *> once at startup (request S) and then checks each menu option
      *> the operator picks (request C); the operator signed on is
      *> handed back so the caller can stamp it on its journal
      *> records. OPERATOR.DAT holds each operator's ID, password hash,
      *> role and lockout state; OPROLE.DAT says which programs a role
      *> may run and which of their menu options it may use. Both are
      *> small and read whole, and OPERATOR.DAT is rewritten whole
      *> after every attempt so a failed count survives the session.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.
           SELECT ROLE-FILE ASSIGN TO "OPROLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLE-STATUS.
      *> Every sign-on attempt and every refused option is logged, good
      *> or bad, for the auditors.
           SELECT SIGNON-LOG-FILE ASSIGN TO "SIGNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNON-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *> Same record OPERMNT maintains. Status A active, L locked by
      *> repeated failed sign-ons, R revoked. A password set by the
      *> security administrator is marked expired so the operator has
      *> to replace it at the next sign-on.
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

      *> One row per role and program - the menu option digits the
      *> role may use there, or "*" for every option. No row means the
      *> role may not run the program at all.
       FD ROLE-FILE.
       01 ROLE-RECORD.
           02 RL-ROLE PIC X(8).
           02 RL-PROGRAM PIC X(8).
           02 RL-OPTIONS PIC X(9).

       FD SIGNON-LOG-FILE.
       01 SIGNON-LOG-RECORD.
           02 SL-TIMESTAMP PIC X(14).
           02 SL-OPERATOR-ID PIC X(8).
           02 SL-PROGRAM PIC X(8).
           02 SL-RESULT PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-OPERATOR-STATUS PIC XX VALUE SPACES.
       01 WS-OPERATOR-EOF PIC X VALUE "N".
           88 WS-OPERATOR-DONE VALUE "Y".
       01 WS-ROLE-STATUS PIC XX VALUE SPACES.
       01 WS-ROLE-EOF PIC X VALUE "N".
           88 WS-ROLE-DONE VALUE "Y".
       01 WS-SIGNON-LOG-STATUS PIC XX VALUE SPACES.
       01 WS-OPERATOR-TABLE-MAX PIC 999 VALUE 500.
       01 WS-OPERATOR-COUNT PIC 999 VALUE 0.
       01 WS-OPERATOR-IDX PIC 999 VALUE 0.
       01 WS-OPERATOR-SCAN-IDX PIC 999 VALUE 0.
       01 WS-OPERATOR-TABLE.
           02 WS-OPERATOR-ENTRY OCCURS 500 TIMES.
               03 OE-ID PIC X(8).
               03 OE-NAME PIC X(30).
               03 OE-PASSWORD-HASH PIC 9(10).
               03 OE-ROLE PIC X(8).
               03 OE-STATUS PIC X.
                   88 OE-LOCKED VALUE "L".
                   88 OE-REVOKED VALUE "R".
               03 OE-FAILED-COUNT PIC 9.
               03 OE-PASSWORD-EXPIRED PIC X.
                   88 OE-MUST-CHANGE VALUE "Y".
               03 OE-PASSWORD-DATE PIC 9(8).
               03 OE-LAST-SIGNON PIC 9(8).
       01 WS-ROLE-TABLE-MAX PIC 999 VALUE 500.
       01 WS-ROLE-COUNT PIC 999 VALUE 0.
       01 WS-ROLE-IDX PIC 999 VALUE 0.
       01 WS-ROLE-TABLE.
           02 WS-ROLE-ENTRY OCCURS 500 TIMES.
               03 RE-ROLE PIC X(8).
               03 RE-PROGRAM PIC X(8).
               03 RE-OPTIONS PIC X(9).
      *> Three wrong passwords in a row lock the ID until the security
      *> administrator resets it; a session gets three tries in all.
       01 WS-LOCKOUT-LIMIT PIC 9 VALUE 3.
       01 WS-ATTEMPT-MAX PIC 9 VALUE 3.
       01 WS-ATTEMPT-COUNT PIC 9 VALUE 0.
       01 WS-SIGNON-OVER-SWITCH PIC X VALUE "N".
           88 WS-SIGNON-OVER VALUE "Y".
       01 WS-SIGNED-ON-SWITCH PIC X VALUE "N".
           88 WS-SIGNED-ON VALUE "Y".
       01 WS-PASSWORD-CHANGED-SWITCH PIC X VALUE "N".
           88 WS-PASSWORD-CHANGED VALUE "Y".
       01 WS-SIGNON-PROGRAM PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-ID-IN PIC X(8) VALUE SPACES.
       01 WS-PASSWORD-IN PIC X(16) VALUE SPACES.
       01 WS-NEW-PASSWORD PIC X(16) VALUE SPACES.
       01 WS-CONFIRM-PASSWORD PIC X(16) VALUE SPACES.
       01 WS-PASSWORD-HASH PIC 9(10) VALUE 0.
       01 WS-ROLE-OPTIONS PIC X(9) VALUE SPACES.
       01 WS-OPTION-CHAR PIC X VALUE SPACE.
       01 WS-OPTION-TALLY PIC 99 VALUE 0.
       01 WS-LOG-RESULT PIC X(8) VALUE SPACES.
       01 WS-TODAY-STAMP PIC X(21) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-SIGNON-REQUEST PIC X.
           88 LK-SIGN-ON VALUE "S".
           88 LK-CHECK-OPTION VALUE "C".
       01 LK-PROGRAM PIC X(8).
       01 LK-OPERATOR-ID PIC X(8).
       01 LK-MENU-OPTION PIC 9.
       01 LK-SIGNON-STATUS PIC 9.
           88 LK-SIGNON-OK VALUE 0.
           88 LK-SIGNON-REFUSED VALUE 1.

       PROCEDURE DIVISION USING LK-SIGNON-REQUEST, LK-PROGRAM,
               LK-OPERATOR-ID, LK-MENU-OPTION, LK-SIGNON-STATUS.
       Main-Logic.
           MOVE 1 TO LK-SIGNON-STATUS
           EVALUATE TRUE
               WHEN LK-SIGN-ON
                   PERFORM Sign-On-Operator
               WHEN LK-CHECK-OPTION
                   PERFORM Check-Menu-Option
           END-EVALUATE

           GOBACK.

       Sign-On-Operator.
           MOVE SPACES TO LK-OPERATOR-ID
           MOVE SPACES TO WS-OPERATOR-ID
           MOVE "N" TO WS-SIGNED-ON-SWITCH
           MOVE LK-PROGRAM TO WS-SIGNON-PROGRAM
           PERFORM Load-Operator-Table
           PERFORM Load-Role-Table
           IF WS-OPERATOR-COUNT = 0
               DISPLAY "No operators are set up in OPERATOR.DAT - the "
                   "security administrator must add them with OPERMNT"
           ELSE
               DISPLAY " "
               DISPLAY WS-SIGNON-PROGRAM " - operator sign-on"
               MOVE 0 TO WS-ATTEMPT-COUNT
               MOVE "N" TO WS-SIGNON-OVER-SWITCH
               PERFORM UNTIL WS-SIGNON-OVER
                   ADD 1 TO WS-ATTEMPT-COUNT
                   PERFORM Attempt-Sign-On
                   IF WS-ATTEMPT-COUNT NOT < WS-ATTEMPT-MAX
                       SET WS-SIGNON-OVER TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF WS-SIGNED-ON
               MOVE 0 TO LK-SIGNON-STATUS
               MOVE WS-OPERATOR-ID TO LK-OPERATOR-ID
           ELSE
               DISPLAY "Sign-on not completed - " WS-SIGNON-PROGRAM
                   " ended"
           END-IF.

      *> An unknown ID and a wrong password get the same answer, so the
      *> screen never confirms which operator IDs exist.
       Attempt-Sign-On.
           MOVE SPACES TO WS-OPERATOR-ID-IN
           MOVE SPACES TO WS-PASSWORD-IN
           DISPLAY "Operator ID: "
           ACCEPT WS-OPERATOR-ID-IN
           DISPLAY "Password: "
           ACCEPT WS-PASSWORD-IN
           PERFORM Find-Operator
           EVALUATE TRUE
               WHEN WS-OPERATOR-IDX = 0
                   DISPLAY "Operator ID or password not accepted"
                   MOVE "FAILED" TO WS-LOG-RESULT
                   PERFORM Write-Signon-Log
               WHEN OE-REVOKED (WS-OPERATOR-IDX)
                   DISPLAY "Operator ID " WS-OPERATOR-ID-IN
                       " has been revoked"
                   MOVE "REVOKED" TO WS-LOG-RESULT
                   PERFORM Write-Signon-Log
                   SET WS-SIGNON-OVER TO TRUE
               WHEN OE-LOCKED (WS-OPERATOR-IDX)
                   DISPLAY "Operator ID " WS-OPERATOR-ID-IN
                       " is locked after repeated failed sign-ons - "
                       "the security administrator must reset it"
                   MOVE "LOCKED" TO WS-LOG-RESULT
                   PERFORM Write-Signon-Log
                   SET WS-SIGNON-OVER TO TRUE
               WHEN OTHER
                   CALL "OPHASH" USING WS-OPERATOR-ID-IN WS-PASSWORD-IN
                       WS-PASSWORD-HASH
                   IF WS-PASSWORD-HASH
                           = OE-PASSWORD-HASH (WS-OPERATOR-IDX)
                       PERFORM Accept-Operator
                   ELSE
                       PERFORM Reject-Password
                   END-IF
           END-EVALUATE.

       Find-Operator.
           MOVE 0 TO WS-OPERATOR-IDX
           IF WS-OPERATOR-ID-IN NOT = SPACES
               PERFORM VARYING WS-OPERATOR-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-OPERATOR-SCAN-IDX > WS-OPERATOR-COUNT
                   IF OE-ID (WS-OPERATOR-SCAN-IDX) = WS-OPERATOR-ID-IN
                       MOVE WS-OPERATOR-SCAN-IDX TO WS-OPERATOR-IDX
                       MOVE WS-OPERATOR-COUNT TO WS-OPERATOR-SCAN-IDX
                   END-IF
               END-PERFORM
           END-IF.

      *> The count is of wrong passwords in a row, kept on file - a
      *> sign-on with the right password clears it.
       Reject-Password.
           ADD 1 TO OE-FAILED-COUNT (WS-OPERATOR-IDX)
           IF OE-FAILED-COUNT (WS-OPERATOR-IDX) NOT < WS-LOCKOUT-LIMIT
               MOVE "L" TO OE-STATUS (WS-OPERATOR-IDX)
               DISPLAY "Operator ID " WS-OPERATOR-ID-IN
                   " is now locked - the security administrator "
                   "must reset it"
               MOVE "LOCKOUT" TO WS-LOG-RESULT
               SET WS-SIGNON-OVER TO TRUE
           ELSE
               DISPLAY "Operator ID or password not accepted"
               MOVE "FAILED" TO WS-LOG-RESULT
           END-IF
           PERFORM Rewrite-Operator-File
           PERFORM Write-Signon-Log.

      *> The right password, but the role still has to allow the
      *> program being started.
       Accept-Operator.
           MOVE 0 TO OE-FAILED-COUNT (WS-OPERATOR-IDX)
           PERFORM Find-Role-Options
           IF WS-ROLE-OPTIONS = SPACES
               DISPLAY "Operator " WS-OPERATOR-ID-IN " (role "
                   OE-ROLE (WS-OPERATOR-IDX) ") is not authorized for "
                   WS-SIGNON-PROGRAM
               MOVE "REFUSED" TO WS-LOG-RESULT
           ELSE
               IF OE-MUST-CHANGE (WS-OPERATOR-IDX)
                   PERFORM Change-Expired-Password
               END-IF
               MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP
               MOVE WS-TODAY-STAMP (1:8)
                   TO OE-LAST-SIGNON (WS-OPERATOR-IDX)
               MOVE WS-OPERATOR-ID-IN TO WS-OPERATOR-ID
               SET WS-SIGNED-ON TO TRUE
               DISPLAY "Signed on as " WS-OPERATOR-ID " "
                   OE-NAME (WS-OPERATOR-IDX)
               MOVE "SIGNON" TO WS-LOG-RESULT
           END-IF
           SET WS-SIGNON-OVER TO TRUE
           PERFORM Rewrite-Operator-File
           PERFORM Write-Signon-Log.

      *> A password the administrator set is known to two people, so it
      *> is replaced before the operator gets any further.
       Change-Expired-Password.
           DISPLAY "Your password was set by the security "
               "administrator and must be changed now"
           MOVE "N" TO WS-PASSWORD-CHANGED-SWITCH
           PERFORM UNTIL WS-PASSWORD-CHANGED
               MOVE SPACES TO WS-NEW-PASSWORD
               MOVE SPACES TO WS-CONFIRM-PASSWORD
               DISPLAY "New password (6 to 16 characters): "
               ACCEPT WS-NEW-PASSWORD
               DISPLAY "Key the new password again: "
               ACCEPT WS-CONFIRM-PASSWORD
               EVALUATE TRUE
                   WHEN WS-NEW-PASSWORD NOT = WS-CONFIRM-PASSWORD
                       DISPLAY "The two entries did not match"
                   WHEN WS-NEW-PASSWORD (1:6) = SPACES
                           OR WS-NEW-PASSWORD (6:1) = SPACE
                       DISPLAY "Password must be at least 6 characters"
                   WHEN WS-NEW-PASSWORD = WS-PASSWORD-IN
                       DISPLAY "New password must differ from the one "
                           "the administrator set"
                   WHEN OTHER
                       CALL "OPHASH" USING WS-OPERATOR-ID-IN
                           WS-NEW-PASSWORD WS-PASSWORD-HASH
                       MOVE WS-PASSWORD-HASH
                           TO OE-PASSWORD-HASH (WS-OPERATOR-IDX)
                       MOVE "N" TO OE-PASSWORD-EXPIRED (WS-OPERATOR-IDX)
                       MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP
                       MOVE WS-TODAY-STAMP (1:8)
                           TO OE-PASSWORD-DATE (WS-OPERATOR-IDX)
                       DISPLAY "Password changed"
                       SET WS-PASSWORD-CHANGED TO TRUE
               END-EVALUATE
           END-PERFORM.

       Find-Role-Options.
           MOVE SPACES TO WS-ROLE-OPTIONS
           PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
                   UNTIL WS-ROLE-IDX > WS-ROLE-COUNT
               IF RE-ROLE (WS-ROLE-IDX) = OE-ROLE (WS-OPERATOR-IDX)
                       AND RE-PROGRAM (WS-ROLE-IDX) = WS-SIGNON-PROGRAM
                   MOVE RE-OPTIONS (WS-ROLE-IDX) TO WS-ROLE-OPTIONS
                   MOVE WS-ROLE-COUNT TO WS-ROLE-IDX
               END-IF
           END-PERFORM.

      *> The caller passes the option only when it is one that does
      *> something - its exit option is never refused.
       Check-Menu-Option.
           IF WS-SIGNED-ON
               MOVE LK-MENU-OPTION TO WS-OPTION-CHAR
               MOVE 0 TO WS-OPTION-TALLY
               INSPECT WS-ROLE-OPTIONS TALLYING WS-OPTION-TALLY
                   FOR ALL WS-OPTION-CHAR
               IF WS-ROLE-OPTIONS (1:1) = "*" OR WS-OPTION-TALLY > 0
                   MOVE 0 TO LK-SIGNON-STATUS
               ELSE
                   DISPLAY "Option " LK-MENU-OPTION
                       " is not authorized for operator "
                       WS-OPERATOR-ID
                   MOVE WS-OPERATOR-ID TO WS-OPERATOR-ID-IN
                   MOVE SPACES TO WS-LOG-RESULT
                   STRING "DENIED " WS-OPTION-CHAR
                       DELIMITED BY SIZE INTO WS-LOG-RESULT
                   END-STRING
                   PERFORM Write-Signon-Log
               END-IF
           END-IF.

      *> A missing OPERATOR.DAT leaves no one able to sign on. One too
      *> big for the table is refused outright rather than rewritten
      *> short after the first failed attempt.
       Load-Operator-Table.
           MOVE 0 TO WS-OPERATOR-COUNT
           MOVE "N" TO WS-OPERATOR-EOF
           OPEN INPUT OPERATOR-FILE
           IF WS-OPERATOR-STATUS = "00"
               READ OPERATOR-FILE
                   AT END SET WS-OPERATOR-DONE TO TRUE
               END-READ
               PERFORM UNTIL WS-OPERATOR-DONE
                   IF WS-OPERATOR-COUNT < WS-OPERATOR-TABLE-MAX
                       ADD 1 TO WS-OPERATOR-COUNT
                       MOVE OPERATOR-RECORD
                           TO WS-OPERATOR-ENTRY (WS-OPERATOR-COUNT)
                       IF OP-FAILED-COUNT IS NOT NUMERIC
                           MOVE 0 TO OE-FAILED-COUNT (WS-OPERATOR-COUNT)
                       END-IF
                       READ OPERATOR-FILE
                           AT END SET WS-OPERATOR-DONE TO TRUE
                       END-READ
                   ELSE
                       DISPLAY "OPERATOR.DAT has more than "
                           WS-OPERATOR-TABLE-MAX " operators"
                       MOVE 0 TO WS-OPERATOR-COUNT
                       SET WS-OPERATOR-DONE TO TRUE
                   END-IF
               END-PERFORM
               CLOSE OPERATOR-FILE
           ELSE
               IF WS-OPERATOR-STATUS NOT = "35"
                   DISPLAY "Unable to open OPERATOR.DAT, status "
                       WS-OPERATOR-STATUS
               END-IF
           END-IF.

       Load-Role-Table.
           MOVE 0 TO WS-ROLE-COUNT
           MOVE "N" TO WS-ROLE-EOF
           OPEN INPUT ROLE-FILE
           IF WS-ROLE-STATUS = "00"
               READ ROLE-FILE
                   AT END SET WS-ROLE-DONE TO TRUE
               END-READ
               PERFORM UNTIL WS-ROLE-DONE
                   IF WS-ROLE-COUNT < WS-ROLE-TABLE-MAX
                       ADD 1 TO WS-ROLE-COUNT
                       MOVE ROLE-RECORD TO WS-ROLE-ENTRY (WS-ROLE-COUNT)
                       READ ROLE-FILE
                           AT END SET WS-ROLE-DONE TO TRUE
                       END-READ
                   ELSE
                       DISPLAY "OPROLE.DAT has more than "
                           WS-ROLE-TABLE-MAX " rows - extras ignored"
                       SET WS-ROLE-DONE TO TRUE
                   END-IF
               END-PERFORM
               CLOSE ROLE-FILE
           END-IF.

       Rewrite-Operator-File.
           OPEN OUTPUT OPERATOR-FILE
           IF WS-OPERATOR-STATUS NOT = "00"
               DISPLAY "Unable to rewrite OPERATOR.DAT, status "
                   WS-OPERATOR-STATUS
           ELSE
               PERFORM VARYING WS-OPERATOR-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-OPERATOR-SCAN-IDX > WS-OPERATOR-COUNT
                   MOVE WS-OPERATOR-ENTRY (WS-OPERATOR-SCAN-IDX)
                       TO OPERATOR-RECORD
                   WRITE OPERATOR-RECORD
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.

       Write-Signon-Log.
           OPEN EXTEND SIGNON-LOG-FILE
           IF WS-SIGNON-LOG-STATUS = "35"
               OPEN OUTPUT SIGNON-LOG-FILE
           END-IF
           IF WS-SIGNON-LOG-STATUS NOT = "00"
               DISPLAY "Unable to log the sign-on, status "
                   WS-SIGNON-LOG-STATUS
           ELSE
               MOVE SPACES TO SIGNON-LOG-RECORD
               MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP
               MOVE WS-TODAY-STAMP (1:14) TO SL-TIMESTAMP
               MOVE WS-OPERATOR-ID-IN TO SL-OPERATOR-ID
               MOVE WS-SIGNON-PROGRAM TO SL-PROGRAM
               MOVE WS-LOG-RESULT TO SL-RESULT
               WRITE SIGNON-LOG-RECORD
               CLOSE SIGNON-LOG-FILE
           END-IF.
