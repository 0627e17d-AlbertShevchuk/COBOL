           02 JRN-ACTION PIC X(8).
           02 JRN-BEFORE-IMAGE PIC X(54).
           02 JRN-AFTER-IMAGE PIC X(54).
           02 JRN-OPERATOR-ID PIC X(8).

       FD RECOVERY-REPORT.
       01 RECOVERY-REPORT-LINE PIC X(80).
