           88 WS-POST-DONE VALUE "Y".
       01 WS-ACK-EOF PIC X VALUE "N".
           88 WS-ACK-DONE VALUE "Y".
      *> Room for a full night at the 5000-employee capacity: a debit
      *> per employee, the credits, whatever GLCARRY.DAT re-sent, and
      *> the postings cobolpractice, LABACCR and an off-cycle run
      *> append behind the payroll set.
       01 WS-POST-TABLE-MAX PIC 9(5) VALUE 20000.
       01 WS-POST-COUNT PIC 9(5) VALUE 0.
       01 WS-POST-IDX PIC 9(5) VALUE 0.
       01 WS-POST-TABLE.
           02 WS-POST-ENTRY OCCURS 20000 TIMES.
               03 PT-POST-DATE PIC 9(8).
               03 PT-ACCOUNT PIC X(8).
               03 PT-DEPT PIC X(4).
                       MOVE "N" TO PT-ACKED-FLAG (WS-POST-COUNT)
                   ELSE
                       DISPLAY "GLPOST.DAT has more than "
                           WS-POST-TABLE-MAX " postings - nothing "
                           "reconciled, GLCARRY.DAT left as it was"
                       MOVE "POSTING FILE EXCEEDS TABLE - NOTHING RECONCILED"
                           TO RECON-REPORT-LINE
                       WRITE RECON-REPORT-LINE
                       CLOSE GL-POST-FILE
                       CLOSE RECON-REPORT
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF NOT WS-POST-DONE
                       READ GL-POST-FILE
