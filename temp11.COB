      *> changed which employee record, when, and what the name and
      *> delete flag looked like before and after - for the audit
      *> requests that come in about EMPLOYEE.DAT maintenance.
      *> Each change also names the operator signed on when it was
      *> made (blank for the batch programs).
           SELECT JOURNAL-FILE ASSIGN TO "EMPJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT HISTORY-REPORT ASSIGN TO "JRNLHIST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
      *> JRNLSEL.DAT names one operator ID when the auditors want only
      *> that operator's changes. Absent or blank, every change prints.
           SELECT SELECTION-FILE ASSIGN TO "JRNLSEL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SELECTION-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-FILE.
           02 JRN-ACTION PIC X(8).
           02 JRN-BEFORE-IMAGE PIC X(54).
           02 JRN-AFTER-IMAGE PIC X(54).
           02 JRN-OPERATOR-ID PIC X(8).

       FD SELECTION-FILE.
       01 SELECTION-RECORD.
           02 SEL-OPERATOR-ID PIC X(8).

       FD HISTORY-REPORT.
       01 HISTORY-REPORT-LINE PIC X(106).
       01 HISTORY-DETAIL-RECORD.
           02 HD-DATE PIC X(8).
           02 FILLER PIC X VALUE SPACES.
           02 HD-TIME PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 HD-PROGRAM PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 HD-OPERATOR PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 HD-ACTION PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-STATUS PIC XX VALUE SPACES.
       01 WS-HISTORY-STATUS PIC XX VALUE SPACES.
       01 WS-SELECTION-STATUS PIC XX VALUE SPACES.
       01 WS-SELECT-OPERATOR PIC X(8) VALUE SPACES.
       01 WS-HEADING-LINE PIC X(106) VALUE SPACES.
       01 WS-JOURNAL-EOF PIC X VALUE "N".
           88 WS-JOURNAL-DONE VALUE "Y".
       01 WS-RECORD-COUNT PIC 9(5) VALUE 0.
       01 WS-AFTER-FLAG PIC X VALUE SPACE.
       01 WS-SSNUM-DISPLAY PIC X(11) VALUE SPACES.
       01 WS-DETAIL-TEXT PIC X(46) VALUE SPACES.
       01 WS-COUNT-LINE PIC X(106) VALUE SPACES.

       PROCEDURE DIVISION.
       Main-Logic.
           MOVE 0 TO RETURN-CODE
           PERFORM Read-Selection
           OPEN OUTPUT HISTORY-REPORT
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "Unable to open JRNLHIST.RPT, status "
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-HEADING-LINE
           IF WS-SELECT-OPERATOR = SPACES
               STRING "EMPLOYEE.DAT CHANGE HISTORY FROM EMPJRNL.DAT - "
                   "ALL OPERATORS"
                   DELIMITED BY SIZE INTO WS-HEADING-LINE
               END-STRING
           ELSE
               STRING "EMPLOYEE.DAT CHANGE HISTORY FROM EMPJRNL.DAT - "
                   "OPERATOR " WS-SELECT-OPERATOR
                   DELIMITED BY SIZE INTO WS-HEADING-LINE
               END-STRING
           END-IF
           MOVE WS-HEADING-LINE TO HISTORY-REPORT-LINE
           WRITE HISTORY-REPORT-LINE
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               WS-RECORD-COUNT
           STOP RUN.

       Read-Selection.
           MOVE SPACES TO WS-SELECT-OPERATOR
           OPEN INPUT SELECTION-FILE
           IF WS-SELECTION-STATUS = "00"
               READ SELECTION-FILE
                   NOT AT END
                       MOVE SEL-OPERATOR-ID TO WS-SELECT-OPERATOR
               END-READ
               CLOSE SELECTION-FILE
           END-IF
           IF WS-SELECT-OPERATOR = SPACES
               DISPLAY "Printing changes by all operators"
           ELSE
               DISPLAY "Printing changes by operator "
                   WS-SELECT-OPERATOR " only"
           END-IF.

       Print-Journal.
           READ JOURNAL-FILE
               AT END SET WS-JOURNAL-DONE TO TRUE
           END-READ
           PERFORM UNTIL WS-JOURNAL-DONE
               IF WS-SELECT-OPERATOR = SPACES
                       OR JRN-OPERATOR-ID = WS-SELECT-OPERATOR
                   ADD 1 TO WS-RECORD-COUNT
                   PERFORM Print-One-Change
               END-IF
               READ JOURNAL-FILE
                   AT END SET WS-JOURNAL-DONE TO TRUE
               END-READ
           MOVE JRN-TIMESTAMP (1:8) TO HD-DATE
           MOVE JRN-TIMESTAMP (9:6) TO HD-TIME
           MOVE JRN-PROGRAM TO HD-PROGRAM
           MOVE JRN-OPERATOR-ID TO HD-OPERATOR
           MOVE JRN-ACTION TO HD-ACTION
           MOVE WS-SSNUM-DISPLAY TO HD-SSNUM-DISPLAY
           MOVE WS-DETAIL-TEXT TO HD-DETAIL
