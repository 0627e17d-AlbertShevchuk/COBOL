      *> state of issue, so quarter-end filings come off one report
      *> instead of a drawer of archived payroll generations.
           SELECT YTD-MASTER ASSIGN TO "YTDEARN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YT-SSNUM
               FILE STATUS IS WS-YTD-STATUS.
           SELECT REGISTER-REPORT ASSIGN TO "YTDREG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
           02 YT-GROSS PIC 9(9)V99.
           02 YT-PERIODS PIC 9(3).
           02 YT-LAST-CYCLE PIC 9(5).
           02 YT-FICA PIC 9(9)V99.
           02 YT-FED PIC 9(9)V99.
           02 YT-STATE PIC 9(9)V99.
           02 YT-VOLUNTARY PIC 9(9)V99.
           02 YT-SS-WAGES PIC 9(9)V99.
           02 YT-LAST-SS-WAGES PIC 9(9)V99.

       FD REGISTER-REPORT.
       01 REGISTER-REPORT-LINE PIC X(80).
       01 WS-REGISTER-STATUS PIC XX VALUE SPACES.
       01 WS-YTD-EOF PIC X VALUE "N".
           88 WS-YTD-DONE VALUE "Y".
      *> Sized to the 5000-employee capacity the payroll tables carry.
       01 WS-YTD-TABLE-MAX PIC 9(4) VALUE 5000.
       01 WS-YTD-COUNT PIC 9(4) VALUE 0.
       01 WS-YTD-TABLE.
           02 WS-YTD-ENTRY OCCURS 5000 TIMES.
               03 YD-SSNUM PIC 9(9).
               03 YD-DEPT PIC X(4).
               03 YD-HOURS PIC 9(7).
               03 YD-GROSS PIC 9(9)V99.
               03 YD-PERIODS PIC 9(3).
       01 WS-YD-IDX PIC 9(4) VALUE 0.
       01 WS-MATCH-DEPT-IDX PIC 99 VALUE 0.
       01 WS-DEPT-KNOWN-SWITCH PIC X VALUE "N".
           88 WS-DEPT-KNOWN VALUE "Y".
                       MOVE YT-GROSS TO YD-GROSS (WS-YTD-COUNT)
                       MOVE YT-PERIODS TO YD-PERIODS (WS-YTD-COUNT)
                   ELSE
      *> A register short of part of the master would under-report
      *> the quarter, so stop rather than print what fits.
                       DISPLAY "YTDEARN.DAT has more than "
                           WS-YTD-TABLE-MAX " records - register "
                           "not printed"
                       MOVE "YTDEARN.DAT EXCEEDS TABLE - NOT PRINTED"
                           TO REGISTER-REPORT-LINE
                       WRITE REGISTER-REPORT-LINE
                       CLOSE YTD-MASTER
                       CLOSE REGISTER-REPORT
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF NOT WS-YTD-DONE
                       READ YTD-MASTER
