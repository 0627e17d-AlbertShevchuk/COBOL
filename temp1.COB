           SELECT TIMECARD-FILE ASSIGN TO "TIMECARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIMECARD-STATUS.
      *> The four per-employee masters are indexed by SSNum the way
      *> EMPLOYEE.DAT is (PAYRATE.DAT by SSNum and effective date, one
      *> record per rate change) and read by key as each employee is
      *> priced - nothing about the head count is held in a table.
      *> PAYCNVRT converted them from the old line-sequential files.
           SELECT RATE-MASTER ASSIGN TO "PAYRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-RATE-STATUS.
           SELECT DEDUCTION-MASTER ASSIGN TO "DEDUCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DD-SSNUM
               FILE STATUS IS WS-DEDUCT-STATUS.
           SELECT YTD-MASTER ASSIGN TO "YTDEARN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YT-SSNUM
               FILE STATUS IS WS-YTD-STATUS.
      *> Withholding tables by tax year - Payroll keys the new year's
      *> brackets, allowance values and Social Security wage base in
      *> each January; only the rows for the year being paid are used.
           SELECT TAX-TABLE-FILE ASSIGN TO "TAXTABLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-STATUS.
           SELECT LEAVE-MASTER ASSIGN TO "LEAVEBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-SSNUM
               FILE STATUS IS WS-LEAVE-STATUS.
           SELECT DEPT-MASTER ASSIGN TO "DEPTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT SUSPENSE-FILE ASSIGN TO "TCSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT SUSPENSE-WORK-FILE ASSIGN TO "TCSUSP.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-WORK-STATUS.
           SELECT FINAL-REJECT-REPORT
               ASSIGN USING WS-FINAL-REJECT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT PAY-LIMIT-CONTROL-FILE ASSIGN TO "PAYLIMIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-LIMIT-STATUS.
      *> YREND's record of the tax years closed - no cycle rolls pay
      *> into YTDEARN.DAT for a year whose prior year is still open.
           SELECT YEAR-CLOSE-FILE ASSIGN TO "YRCLOSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YEAR-CLOSE-STATUS.
      *> Net-pay distribution - BANKMNT's direct-deposit account
      *> master, the company/bank identification the transmission is
      *> built under, the dated transmission itself, and the register
      *> of checks cut for everyone paid by check instead. Both
      *> outputs are generation-dated and cataloged like the payroll
      *> report.
           SELECT BANK-MASTER ASSIGN TO "BANKACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.
           SELECT DD-CONTROL-FILE ASSIGN TO "DDCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DD-CONTROL-STATUS.
           SELECT DD-TRANSMIT-FILE ASSIGN USING WS-DD-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DD-TRANSMIT-STATUS.
           SELECT CHECK-REGISTER-REPORT
               ASSIGN USING WS-CHECK-REGISTER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-REGISTER-STATUS.
      *> Check numbering comes from the controlled check stock CHKMNT
      *> loads; every check cut is appended to the CHKISSUE.DAT issue
      *> ledger CHKRECON reconciles against, and goes to the bank on
      *> tonight's positive-pay issue file. Voids and reissues keyed
      *> in CHKMNT since the last run wait in POSPAYQ.DAT and are
      *> folded into tonight's file, the way GLCARRY.DAT is folded
      *> into the posting set.
           SELECT CHECK-STOCK-FILE ASSIGN TO "CHKSTOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-STOCK-STATUS.
           SELECT CHECK-ISSUE-FILE ASSIGN TO "CHKISSUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-ISSUE-STATUS.
           SELECT POSITIVE-PAY-FILE ASSIGN USING WS-POSPAY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSPAY-STATUS.
           SELECT POSPAY-QUEUE-FILE ASSIGN TO "POSPAYQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSPAY-QUEUE-STATUS.
      *> Bonuses, corrections, recoveries and manual checks keyed in
      *> ADJENTRY. Pending rows are priced into tonight's gross and
      *> stamped applied once the year-to-date master rolls forward.
      *> OFFCYCLE.DAT switches the run to pay the pending adjustments
      *> alone, between nightly cycles, without the timecard batch.
           SELECT ADJUSTMENT-FILE ASSIGN TO "ADJUST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJUST-STATUS.
           SELECT OFFCYCLE-CONTROL-FILE ASSIGN TO "OFFCYCLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFFCYCLE-STATUS.
      *> The hours and rate each employee was actually paid, one row
      *> per employee per priced week - what RETROPAY reprices when a
      *> back-dated rate reaches weeks already paid. Tonight's rows are
      *> staged in PAIDHRS.WRK while the batch prices, and folded into
      *> PAIDHRS.DAT through PAIDHRS.NEW when the year-to-date master
      *> rolls forward, replacing an earlier run of the same cycle.
           SELECT PAID-HOURS-FILE ASSIGN TO "PAIDHRS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAID-HOURS-STATUS.
           SELECT PAID-HOURS-WORK-FILE ASSIGN TO "PAIDHRS.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAID-WORK-STATUS.
           SELECT PAID-HOURS-NEW-FILE ASSIGN TO "PAIDHRS.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAID-NEW-STATUS.
      *> Court and agency withholding orders keyed in GARNMNT, one row
      *> per SSNum and order number. Taken after the statutory
      *> withholding and ahead of the voluntary deduction, drawn down
      *> against the arrears, and restamped when the year-to-date
      *> master rolls forward. The remittance report is what Accounts
      *> Payable cuts the court and agency payments from.
           SELECT GARNISHMENT-FILE ASSIGN TO "GARNISH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GARNISH-STATUS.
           SELECT GARNISH-REMIT-REPORT
               ASSIGN USING WS-GARNISH-REMIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GARNISH-REMIT-STATUS.
      *> Terminations keyed in TERMMNT. The cycle whose pay period
      *> reaches the termination date pays the final cards or salary
      *> and the vacation balance, then marks the master for deletion
      *> and stamps the row final-paid, all with the year-to-date
      *> roll-forward. The register lists everyone finalled this cycle.
           SELECT TERMINATION-FILE ASSIGN TO "TERMINAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.
           SELECT TERM-REGISTER-REPORT
               ASSIGN USING WS-TERM-REGISTER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-REGISTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-MASTER.
      *> rate per employee: the effective date says when the rate took
      *> force, and the week being priced picks the rate in force for
      *> it. Rows from before the date existed read blank there and
      *> are treated as in force from the beginning. The effective
      *> date is part of the key, so an employee's rows read back in
      *> date order and a second row for the same date replaces the
      *> first. Maintained in RATEMNT.
       FD RATE-MASTER.
       01 RATE-RECORD.
           02 RM-KEY.
               03 RM-SSNUM.
                   04 RM-SSAREA PIC 999.
                   04 RM-SSGROUP PIC 99.
                   04 RM-SSSERIAL PIC 9999.
               03 RM-EFFECTIVE-DATE PIC X(8).
           02 RM-HOURLY-RATE PIC 999V99.

      *> DEDUCT.DAT deduction master - one line per employee keyed by
      *> SSNum like PAYRATE.DAT: the three statutory withholding
      *> percentages plus a flat voluntary amount per period. An
      *> employee with no row here is paid with no deductions taken.
      *> The filing status and allowances off the W-4 and the state
      *> form pick the TAXTABLE.DAT brackets; the percentages are now
      *> only what is taken when the year's table has no brackets for
      *> the employee. A zero FICA percentage still means exempt.
       FD DEDUCTION-MASTER.
       01 DEDUCTION-RECORD.
           02 DD-SSNUM.
           02 DD-FED-PCT PIC 99V99.
           02 DD-STATE-PCT PIC 99V99.
           02 DD-VOLUNTARY PIC 9(5)V99.
      *> S single, M married, H head of household, X exempt from the
      *> withholding. Blank on rows keyed before the fields existed,
      *> which are taken as single with no allowances.
           02 DD-FED-FILING-STATUS PIC X.
           02 DD-FED-ALLOWANCES PIC 99.
           02 DD-STATE-FILING-STATUS PIC X.
           02 DD-STATE-ALLOWANCES PIC 99.

      *> YTDEARN.DAT year-to-date earnings master - one line per
      *> employee keyed by SSNum, rolled forward each payroll cycle
           02 YT-GROSS PIC 9(9)V99.
           02 YT-PERIODS PIC 9(3).
           02 YT-LAST-CYCLE PIC 9(5).
      *> Withholding actually taken, summed the same way as the gross -
      *> the W-2 figures YREND prints at year-end come straight off
      *> these. Blank on rows from before the fields existed.
           02 YT-FICA PIC 9(9)V99.
           02 YT-FED PIC 9(9)V99.
           02 YT-STATE PIC 9(9)V99.
           02 YT-VOLUNTARY PIC 9(9)V99.
      *> Wages the Social Security half of FICA was taken on - stops
      *> growing at the year's wage base while the gross goes on. The
      *> last-cycle figure is what the cycle in YT-LAST-CYCLE added,
      *> so a rerun of that cycle measures the base from before it.
           02 YT-SS-WAGES PIC 9(9)V99.
           02 YT-LAST-SS-WAGES PIC 9(9)V99.

      *> One TAXTABLE.DAT row. Bracket rows (B) give the floor of
      *> the bracket, the tax on everything below it, and the marginal
      *> percentage above it, per jurisdiction (F federal, S state),
      *> filing status and pay frequency (W weekly, B biweekly, S
      *> semimonthly, M monthly). An allowance row (A) gives what one
      *> allowance takes off the period wages for a jurisdiction and
      *> frequency. The FICA row (F) carries the year's Social
      *> Security wage base and the two FICA percentages.
       FD TAX-TABLE-FILE.
       01 TAX-TABLE-RECORD.
           02 TX-YEAR PIC 9(4).
           02 TX-ROW-TYPE PIC X.
               88 TX-BRACKET-ROW VALUE "B".
               88 TX-ALLOWANCE-ROW VALUE "A".
               88 TX-FICA-ROW VALUE "F".
           02 TX-JURISDICTION PIC X.
           02 TX-FILING-STATUS PIC X.
           02 TX-FREQUENCY PIC X.
           02 TX-AMOUNTS.
               03 TX-FLOOR PIC 9(7)V99.
               03 TX-BASE-AMOUNT PIC 9(7)V99.
               03 TX-RATE PIC 99V9999.
           02 TX-FICA-AMOUNTS REDEFINES TX-AMOUNTS.
               03 TX-SS-WAGE-BASE PIC 9(7)V99.
               03 TX-SS-RATE PIC 99V9999.
               03 TX-MEDICARE-RATE PIC 99V9999.
               03 FILLER PIC X(3).
           02 TX-ALLOWANCE-AMOUNTS REDEFINES TX-AMOUNTS.
               03 TX-ALLOWANCE-VALUE PIC 9(7)V99.
               03 FILLER PIC X(15).

      *> LEAVEBAL.DAT per-employee leave balances in hours, keyed by
      *> SSNum. Vacation and sick usage on the timecards draws the
      *> Blank on rows from before the stamp existed.
           02 SP-CYCLE PIC X(5).

       FD SUSPENSE-WORK-FILE.
       01 SUSPENSE-WORK-RECORD PIC X(50).

       FD FINAL-REJECT-REPORT.
       01 FINAL-REJECT-LINE PIC X(80).
       01 FINAL-REJECT-RECORD.
       01 NOCONSOLE-CONTROL-RECORD.
           02 NOCONSOLE-FLAG PIC X.

      *> Same record ADJENTRY writes. The amount is signed - positive
      *> pays the employee, negative recovers from them.
       FD ADJUSTMENT-FILE.
       01 ADJUSTMENT-RECORD.
           02 AJ-NUMBER PIC 9(6).
           02 AJ-SSNUM PIC 9(9).
           02 AJ-AMOUNT PIC S9(7)V99 SIGN LEADING SEPARATE.
           02 AJ-CODE PIC X.
               88 AJ-MANUAL-CHECK VALUE "M".
           02 AJ-REASON PIC X(30).
           02 AJ-APPROVER PIC X(8).
           02 AJ-ENTRY-DATE PIC 9(8).
           02 AJ-STATUS PIC X.
               88 AJ-PENDING VALUE "P".
               88 AJ-APPLIED VALUE "A".
           02 AJ-APPLIED-CYCLE PIC 9(5).
           02 AJ-APPLIED-RUN PIC X.
               88 AJ-APPLIED-NIGHTLY VALUE "N".
           02 AJ-APPLIED-DATE PIC 9(8).

       FD OFFCYCLE-CONTROL-FILE.
       01 OFFCYCLE-CONTROL-RECORD.
           02 OFFCYCLE-FLAG PIC X.

      *> Same record RETROPAY reads. The retro rate starts out as the
      *> rate paid; RETROPAY moves it up to each back-dated rate it
      *> pays the difference for, so no difference is paid twice.
       FD PAID-HOURS-FILE.
       01 PAID-HOURS-RECORD.
           02 PW-SSNUM PIC 9(9).
           02 PW-WEEK-START PIC 9(8).
           02 PW-PERIOD-START PIC 9(8).
           02 PW-PERIOD-END PIC 9(8).
           02 PW-CYCLE PIC 9(5).
           02 PW-PAID-DATE PIC 9(8).
           02 PW-HOURS PIC 9(4).
           02 PW-OT-HOURS PIC 9(4).
           02 PW-RATE PIC 999V99.
           02 PW-GROSS PIC 9(7)V99.
           02 PW-RETRO-RATE PIC 999V99.
           02 PW-RETRO-DATE PIC 9(8).

       FD PAID-HOURS-WORK-FILE.
       01 PAID-HOURS-WORK-RECORD PIC X(81).

       FD PAID-HOURS-NEW-FILE.
       01 PAID-HOURS-NEW-RECORD PIC X(81).

      *> Same record GARNMNT writes. An order with no arrears keyed
      *> withholds every period until it is stopped; one with arrears
      *> stops by itself (status P) once paid to date reaches them.
      *> The last-taken fields let a rerun of the same cycle put back
      *> what the failed run drew down before it takes it again.
       FD GARNISHMENT-FILE.
       01 GARNISHMENT-RECORD.
           02 GO-SSNUM PIC 9(9).
           02 GO-ORDER-NUMBER PIC X(12).
           02 GO-PAYEE PIC X(30).
           02 GO-TYPE PIC X.
               88 GO-CHILD-SUPPORT VALUE "S".
               88 GO-CREDITOR VALUE "C".
               88 GO-TAX-LEVY VALUE "T".
           02 GO-PRIORITY PIC 99.
           02 GO-METHOD PIC X.
               88 GO-PERCENT-OF-DISPOSABLE VALUE "P".
           02 GO-AMOUNT PIC 9(5)V99.
           02 GO-PERCENT PIC 99V99.
           02 GO-CAP-PCT PIC 999V99.
           02 GO-ARREARS PIC 9(7)V99.
           02 GO-PAID-TO-DATE PIC 9(7)V99.
           02 GO-STATUS PIC X.
               88 GO-ACTIVE VALUE "A".
               88 GO-PAID-OFF VALUE "P".
               88 GO-STOPPED VALUE "S".
           02 GO-LAST-CYCLE PIC 9(5).
           02 GO-LAST-RUN PIC X.
               88 GO-LAST-RUN-NIGHTLY VALUE "N".
           02 GO-LAST-AMOUNT PIC 9(7)V99.
           02 GO-ENTRY-DATE PIC 9(8).

       FD GARNISH-REMIT-REPORT.
       01 GARNISH-REMIT-LINE PIC X(80).

      *> Same record TERMMNT writes. A pending row (P) is paid by the
      *> first cycle whose period end reaches the termination date;
      *> the final-pay fields are stamped here when it is. A row
      *> already final-paid under tonight's cycle is a rerun's, and
      *> pays out the same vacation hours again rather than the
      *> balance the earlier run zeroed.
       FD TERMINATION-FILE.
       01 TERMINATION-RECORD.
           02 TM-SSNUM PIC 9(9).
           02 TM-TERM-DATE PIC 9(8).
           02 TM-REASON-CODE PIC X.
           02 TM-REASON-TEXT PIC X(30).
           02 TM-ENTRY-DATE PIC 9(8).
           02 TM-OPERATOR-ID PIC X(8).
           02 TM-STATUS PIC X.
               88 TM-PENDING VALUE "P".
               88 TM-FINAL-PAID VALUE "F".
           02 TM-FINAL-CYCLE PIC 9(5).
           02 TM-FINAL-GROSS PIC 9(7)V99.
           02 TM-PAYOUT-HOURS PIC 9(5).
           02 TM-PAYOUT-RATE PIC 999V99.
           02 TM-PAYOUT-AMOUNT PIC 9(7)V99.
           02 TM-FINAL-DATE PIC 9(8).

       FD TERM-REGISTER-REPORT.
       01 TERM-REGISTER-LINE PIC X(100).

      *> Change journal for EMPLOYEE.DAT - same record EMPMAINT writes,
      *> and the layout JRNLRECV/JRNLPRNT parse by position, so the field
      *> positions here must stay in step with all three.
           02 JRN-ACTION PIC X(8).
           02 JRN-BEFORE-IMAGE PIC X(54).
           02 JRN-AFTER-IMAGE PIC X(54).
           02 JRN-OPERATOR-ID PIC X(8).

      *> RUNCTL's cycle record - the cycle number and processing date
      *> the whole nightly stream is running under.
           02 PH-HOURS PIC 9(7).
           02 PH-GROSS PIC 9(9)V99.

      *> Same record YREND appends for each tax year it closes.
       FD YEAR-CLOSE-FILE.
       01 YEAR-CLOSE-RECORD.
           02 YC-TAX-YEAR PIC 9(4).
           02 YC-CLOSE-DATE PIC 9(8).
           02 YC-STATEMENTS PIC 9(5).
           02 YC-GROSS PIC 9(11)V99.

       FD PAY-LIMIT-CONTROL-FILE.
       01 PAY-LIMIT-CONTROL-RECORD.
           02 PAY-LIMIT-PCT PIC 9(3).

      *> Same record BANKMNT maintains. A pending prenote with a zero
      *> cycle has not gone to the bank yet; this program stamps the
      *> cycle it was transmitted in.
       FD BANK-MASTER.
       01 BANK-RECORD.
           02 BA-SSNUM PIC 9(9).
           02 BA-ROUTING PIC 9(9).
           02 BA-ACCOUNT PIC X(17).
           02 BA-ACCOUNT-TYPE PIC X.
               88 BA-CHECKING VALUE "C".
               88 BA-SAVINGS VALUE "S".
           02 BA-PRENOTE-STATUS PIC X.
               88 BA-PRENOTE-PENDING VALUE "P".
               88 BA-ACCOUNT-LIVE VALUE "L".
           02 BA-PRENOTE-CYCLE PIC 9(5).

      *> Our bank's routing number (the file goes to it and it
      *> originates the entries), the company identification it
      *> assigned us, and the names printed on the file headers.
       FD DD-CONTROL-FILE.
       01 DD-CONTROL-RECORD.
           02 DC-ORIGIN-ROUTING PIC 9(9).
           02 DC-COMPANY-ID PIC X(10).
           02 DC-COMPANY-NAME PIC X(16).
           02 DC-BANK-NAME PIC X(23).

      *> The bank's fixed 94-byte transmission format: file header,
      *> one PPD batch of credit entries, batch control, file control,
      *> then all-nines filler records out to a block of ten.
       FD DD-TRANSMIT-FILE.
       01 DD-TRANSMIT-RECORD PIC X(94).
       01 DD-FILE-HEADER.
           02 FH-RECORD-TYPE PIC X.
           02 FH-PRIORITY PIC 99.
           02 FH-DESTINATION.
               03 FILLER PIC X.
               03 FH-DEST-ROUTING PIC 9(9).
           02 FH-ORIGIN PIC X(10).
           02 FH-CREATE-DATE PIC X(6).
           02 FH-CREATE-TIME PIC X(4).
           02 FH-FILE-ID-MODIFIER PIC X.
           02 FH-RECORD-SIZE PIC X(3).
           02 FH-BLOCKING-FACTOR PIC X(2).
           02 FH-FORMAT-CODE PIC X.
           02 FH-DEST-NAME PIC X(23).
           02 FH-ORIGIN-NAME PIC X(23).
           02 FH-REFERENCE PIC X(8).
       01 DD-BATCH-HEADER.
           02 BH-RECORD-TYPE PIC X.
           02 BH-SERVICE-CLASS PIC 9(3).
           02 BH-COMPANY-NAME PIC X(16).
           02 BH-DISCRETIONARY PIC X(20).
           02 BH-COMPANY-ID PIC X(10).
           02 BH-ENTRY-CLASS PIC X(3).
           02 BH-ENTRY-DESCRIPTION PIC X(10).
           02 BH-DESCRIPTIVE-DATE PIC X(6).
           02 BH-EFFECTIVE-DATE PIC X(6).
           02 BH-SETTLEMENT-DATE PIC X(3).
           02 BH-ORIGINATOR-STATUS PIC X.
           02 BH-ODFI PIC 9(8).
           02 BH-BATCH-NUMBER PIC 9(7).
       01 DD-ENTRY-DETAIL.
           02 ED-RECORD-TYPE PIC X.
           02 ED-TRANSACTION-CODE PIC 99.
           02 ED-RDFI PIC 9(8).
           02 ED-CHECK-DIGIT PIC 9.
           02 ED-ACCOUNT PIC X(17).
           02 ED-AMOUNT PIC 9(8)V99.
           02 ED-INDIVIDUAL-ID PIC X(15).
           02 ED-INDIVIDUAL-NAME PIC X(22).
           02 ED-DISCRETIONARY PIC X(2).
           02 ED-ADDENDA-FLAG PIC 9.
           02 ED-TRACE-ODFI PIC 9(8).
           02 ED-TRACE-SEQUENCE PIC 9(7).
       01 DD-BATCH-CONTROL.
           02 BC-RECORD-TYPE PIC X.
           02 BC-SERVICE-CLASS PIC 9(3).
           02 BC-ENTRY-COUNT PIC 9(6).
           02 BC-ENTRY-HASH PIC 9(10).
           02 BC-DEBIT-TOTAL PIC 9(10)V99.
           02 BC-CREDIT-TOTAL PIC 9(10)V99.
           02 BC-COMPANY-ID PIC X(10).
           02 BC-AUTHENTICATION PIC X(19).
           02 BC-RESERVED PIC X(6).
           02 BC-ODFI PIC 9(8).
           02 BC-BATCH-NUMBER PIC 9(7).
       01 DD-FILE-CONTROL.
           02 FC-RECORD-TYPE PIC X.
           02 FC-BATCH-COUNT PIC 9(6).
           02 FC-BLOCK-COUNT PIC 9(6).
           02 FC-ENTRY-COUNT PIC 9(8).
           02 FC-ENTRY-HASH PIC 9(10).
           02 FC-DEBIT-TOTAL PIC 9(10)V99.
           02 FC-CREDIT-TOTAL PIC 9(10)V99.
           02 FC-RESERVED PIC X(39).

       FD CHECK-REGISTER-REPORT.
       01 CHECK-REGISTER-LINE PIC X(80).

      *> The disbursement account the checks are drawn on and the
      *> stock range loaded for it - the next number to print and the
      *> last number in the stock on hand.
       FD CHECK-STOCK-FILE.
       01 CHECK-STOCK-RECORD.
           02 CS-ACCOUNT PIC X(17).
           02 CS-NEXT-CHECK PIC 9(8).
           02 CS-LAST-CHECK PIC 9(8).

      *> One row per check event - "O" issued and outstanding, "V"
      *> voided, "C" cleared. The latest row for a check number is its
      *> state; CHKRECON compacts the ledger down to the checks still
      *> outstanding. A reissue's row carries the number it replaces.
       FD CHECK-ISSUE-FILE.
       01 CHECK-ISSUE-RECORD.
           02 CI-CHECK-NUMBER PIC 9(8).
           02 CI-SSNUM PIC 9(9).
           02 CI-NAME PIC X(30).
           02 CI-AMOUNT PIC 9(7)V99.
           02 CI-ISSUE-DATE PIC 9(8).
           02 CI-CYCLE PIC 9(5).
           02 CI-STATUS PIC X.
               88 CI-OUTSTANDING VALUE "O".
               88 CI-VOIDED VALUE "V".
               88 CI-CLEARED VALUE "C".
           02 CI-STATUS-DATE PIC 9(8).
           02 CI-REPLACES PIC 9(8).

      *> Issue ("I") and void ("V") records for the bank, which pays a
      *> presented check only when it matches an issue record here.
       FD POSITIVE-PAY-FILE.
       01 POSITIVE-PAY-RECORD.
           02 PP-ACCOUNT PIC X(17).
           02 PP-CHECK-NUMBER PIC 9(8).
           02 PP-AMOUNT PIC 9(8)V99.
           02 PP-ISSUE-DATE PIC 9(8).
           02 PP-PAYEE PIC X(30).
           02 PP-ACTION PIC X.

       FD POSPAY-QUEUE-FILE.
       01 POSPAY-QUEUE-RECORD PIC X(74).

      *> Generation catalog - one line per report generation written,
      *> the file RPTSWEEP reads to know what exists and how old it is.
       FD GEN-CATALOG-FILE.
       01 WS-EMPLOYEE-COUNT PIC 9(5) VALUE 0.
       01 WS-EXCEPTION-COUNT PIC 9(5) VALUE 0.

      *> PAYRATE.DAT hourly-rate master, read by key as each employee
      *> is priced - the employee's rows are walked from the first one
      *> on file for the SSNum. Gross pay is hours times rate with
      *> time-and-a-half over 40 hours, carried in the same S9(7)V99
      *> COMP-3 currency shape GETSUM2 uses.
       01 WS-RATE-STATUS PIC XX VALUE SPACES.
       01 WS-RATE-EOF PIC X VALUE "N".
           88 WS-RATE-DONE VALUE "Y".
       01 WS-RATE-MASTER-SWITCH PIC X VALUE "N".
           88 WS-RATE-MASTER-OPEN VALUE "Y".
       01 WS-RATE-LOOKUP-SSNUM PIC 9(9) VALUE 0.
       01 WS-RATE-FOUND-SWITCH PIC X VALUE "N".
           88 WS-RATE-FOUND VALUE "Y".
       01 WS-WEEK-RATE-FOUND-SWITCH PIC X VALUE "N".
       01 WS-BEST-EFFECTIVE-INT PIC 9(7) VALUE 0.
       01 WS-WEEK-START-INT PIC 9(7) VALUE 0.

      *> DEDUCT.DAT read by key the same way the rate master is. The
      *> percentages price FICA/federal/state withholding off the
      *> period gross; the voluntary amount is flat per period, capped
      *> so net pay never goes negative.
       01 WS-DEDUCT-STATUS PIC XX VALUE SPACES.
       01 WS-DEDUCT-MASTER-SWITCH PIC X VALUE "N".
           88 WS-DEDUCT-MASTER-OPEN VALUE "Y".
       01 WS-DEDUCT-FOUND-SWITCH PIC X VALUE "N".
           88 WS-DEDUCT-FOUND VALUE "Y".
       01 WS-EMP-FICA PIC S9(7)V99 COMP-3 VALUE 0.
       01 WS-EMP-FED PIC S9(7)V99 COMP-3 VALUE 0.
       01 WS-EMP-STATE PIC S9(7)V99 COMP-3 VALUE 0.
       01 WS-EMP-VOLUNTARY PIC S9(7)V99 COMP-3 VALUE 0.
       01 WS-EMP-GARNISH PIC S9(7)V99 COMP-3 VALUE 0.
       01 WS-EMP-NET PIC S9(7)V99 COMP-3 VALUE 0.
       01 WS-GRAND-FICA PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-GRAND-FED PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-GRAND-STATE PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-GRAND-VOLUNTARY PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-GRAND-GARNISH PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-GRAND-NET PIC S9(9)V99 COMP-3 VALUE 0.

      *> YTDEARN.DAT for the cycle's roll-forward - read by key while
      *> each employee is priced, for the Social Security wages and
      *> the rerun stamp, and rolled forward from the held priced
      *> lines once the night's figures are cleared to post.
      *> Employees not yet on it are added.
       01 WS-YTD-STATUS PIC XX VALUE SPACES.
       01 WS-YTD-MASTER-SWITCH PIC X VALUE "N".
           88 WS-YTD-MASTER-OPEN VALUE "Y".
       01 WS-YTD-LOOKUP-SSNUM PIC 9(9) VALUE 0.
       01 WS-YTD-FOUND-SWITCH PIC X VALUE "N".
           88 WS-YTD-FOUND VALUE "Y".
       01 WS-YTD-ROLLED-COUNT PIC 9(5) VALUE 0.

      *> The tax year's TAXTABLE.DAT rows held for the run. The pay
      *> frequency comes from the length of the pay period being paid;
      *> a run with no period (an off-cycle payment) is taxed as the
      *> biweekly period the nightly payroll normally pays. Brackets
      *> are found by the largest floor at or under the taxable wages.
       01 WS-TAX-STATUS PIC XX VALUE SPACES.
       01 WS-TAX-EOF PIC X VALUE "N".
           88 WS-TAX-DONE VALUE "Y".
       01 WS-TAX-YEAR PIC 9(4) VALUE 0.
       01 WS-TAX-TABLE-MAX PIC 999 VALUE 300.
       01 WS-TAX-COUNT PIC 999 VALUE 0.
       01 WS-TAX-IDX PIC 999 VALUE 0.
       01 WS-TAX-TABLE.
           02 WS-TAX-ENTRY OCCURS 300 TIMES.
               03 TT-ROW-TYPE PIC X.
               03 TT-JURISDICTION PIC X.
               03 TT-FILING-STATUS PIC X.
               03 TT-FREQUENCY PIC X.
               03 TT-FLOOR PIC 9(7)V99.
               03 TT-BASE-AMOUNT PIC 9(7)V99.
               03 TT-RATE PIC 99V9999.
       01 WS-TAX-FICA-SWITCH PIC X VALUE "N".
           88 WS-TAX-FICA-LOADED VALUE "Y".
       01 WS-SS-WAGE-BASE PIC 9(7)V99 VALUE 0.
       01 WS-SS-RATE PIC 99V9999 VALUE 0.
       01 WS-MEDICARE-RATE PIC 99V9999 VALUE 0.
       01 WS-PAY-FREQUENCY PIC X VALUE "B".
       01 WS-PERIOD-DAYS PIC 9(5) VALUE 0.
       01 WS-TAX-JURISDICTION PIC X VALUE SPACES.
       01 WS-TAX-FILING-STATUS PIC X VALUE SPACES.
       01 WS-TAX-ALLOWANCES PIC 99 VALUE 0.
       01 WS-TAX-ALLOWANCE-VALUE PIC 9(7)V99 VALUE 0.
       01 WS-TAX-TAXABLE PIC S9(7)V99 COMP-3 VALUE 0.
       01 WS-TAX-COMPUTED PIC S9(7)V99 COMP-3 VALUE 0.
       01 WS-TAX-BRACKET-IDX PIC 999 VALUE 0.
       01 WS-TAX-BRACKET-SWITCH PIC X VALUE "N".
           88 WS-TAX-BRACKET-FOUND VALUE "Y".
       01 WS-EMP-SS-WAGES PIC S9(7)V99 COMP-3 VALUE 0.
       01 WS-SS-PRIOR-WAGES PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-SS-ROOM PIC S9(9)V99 COMP-3 VALUE 0.

      *> LEAVEBAL.DAT read by key as employees are priced - usage
      *> drawn and the accrual posted into the held priced line, and
      *> the new balances written back with the year-to-date master.
      *> The accrual constants are hours granted per period paid.
       01 WS-LEAVE-STATUS PIC XX VALUE SPACES.
       01 WS-LEAVE-MASTER-SWITCH PIC X VALUE "N".
           88 WS-LEAVE-MASTER-OPEN VALUE "Y".
       01 WS-LEAVE-FOUND-SWITCH PIC X VALUE "N".
           88 WS-LEAVE-FOUND VALUE "Y".
       01 WS-LEAVE-VAC-ON-FILE PIC 9(5) VALUE 0.
       01 WS-LEAVE-SICK-ON-FILE PIC 9(5) VALUE 0.
       01 WS-LEAVE-CYCLE-ON-FILE PIC 9(5) VALUE 0.
       01 WS-EMP-LEAVE-SETTLE-SWITCH PIC X VALUE "N".
           88 WS-EMP-LEAVE-SETTLED VALUE "Y".
       01 WS-LEAVE-SETTLED-COUNT PIC 9(5) VALUE 0.
       01 WS-VAC-ACCRUAL-HOURS PIC 99 VALUE 4.
       01 WS-SICK-ACCRUAL-HOURS PIC 99 VALUE 2.
       01 WS-EMP-VAC-AVAIL PIC 9(5) VALUE 0.

      *> Suspense recycling. Every card in the current employee group
      *> is held here until the group settles; if the group rejected
      *> for one of the recyclable reasons the cards are staged in
      *> TCSUSP.WRK aged one cycle instead of evaporating, and a card
      *> on its fourth try drops to FINLREJ-YYYYMMDD.RPT. The staged
      *> file becomes the new TCSUSP.DAT at the end of the run.
       01 WS-SUSPENSE-STATUS PIC XX VALUE SPACES.
       01 WS-SUSP-WORK-STATUS PIC XX VALUE SPACES.
       01 WS-SUSP-WORK-SWITCH PIC X VALUE "N".
           88 WS-SUSP-WORK-OPEN VALUE "Y".
       01 WS-SUSP-LIVE-NAME PIC X(30) VALUE "TCSUSP.DAT".
       01 WS-SUSP-WORK-NAME PIC X(30) VALUE "TCSUSP.WRK".
       01 WS-FINAL-REJECT-STATUS PIC XX VALUE SPACES.
       01 WS-FINAL-REJECT-FILENAME PIC X(30) VALUE SPACES.
       01 WS-FINAL-REJECT-CATALOGED PIC X VALUE "N".
       01 WS-SUSP-IN-EOF PIC X VALUE "N".
           88 WS-SUSP-IN-DONE VALUE "Y".
       01 WS-SUSP-RELEASED-COUNT PIC 9(5) VALUE 0.
       01 WS-SUSP-OUT-COUNT PIC 9(5) VALUE 0.
       01 WS-FINAL-REJECT-COUNT PIC 9(5) VALUE 0.
       01 WS-EMP-CARD-MAX PIC 99 VALUE 60.
       01 WS-EMP-CARD-COUNT PIC 99 VALUE 0.
           88 WS-SALARIED-DONE VALUE "Y".
       01 WS-SALARIED-COUNT PIC 9(5) VALUE 0.
       01 WS-LEAVE-LOOKUP-SSNUM PIC 9(9) VALUE 0.
      *> The held priced lines also carry what the year-to-date and
      *> leave masters are rolled forward from once the night's
      *> figures clear the reasonability check. A night with more
      *> employees than the table holds stops before anything is
      *> written back - see Store-Payroll-Detail.
       01 WS-EMP-LINE-MAX PIC 9(4) VALUE 5000.
       01 WS-EMP-LINE-COUNT PIC 9(4) VALUE 0.
       01 WS-EMP-LINE-TABLE.
           02 WS-EMP-LINE OCCURS 5000 TIMES.
               03 EL-DEPT PIC X(4).
               03 EL-SSNUM PIC 9(9).
               03 EL-SSNUM-DISPLAY PIC X(11).
               03 EL-FED PIC S9(7)V99 COMP-3.
               03 EL-STATE PIC S9(7)V99 COMP-3.
               03 EL-VOLUNTARY PIC S9(7)V99 COMP-3.
               03 EL-GARNISH PIC S9(7)V99 COMP-3.
               03 EL-NET PIC S9(7)V99 COMP-3.
               03 EL-NAME PIC X(30).
               03 EL-WEEK-HOURS PIC 9(4) OCCURS 6 TIMES.
               03 EL-WEEK-OT PIC 9(4) OCCURS 6 TIMES.
               03 EL-VAC-BAL PIC 9(5).
               03 EL-SICK-BAL PIC 9(5).
               03 EL-ADJUST PIC S9(7)V99 COMP-3.
               03 EL-MANUAL-FLAG PIC X.
                   88 EL-MANUAL-CHECK VALUE "Y".
               03 EL-PAYOUT-HOURS PIC 9(5).
               03 EL-PAYOUT PIC S9(7)V99 COMP-3.
               03 EL-SS-WAGES PIC S9(7)V99 COMP-3.
               03 EL-ADJUST-ONLY-FLAG PIC X.
                   88 EL-ADJUST-ONLY VALUE "Y".
               03 EL-LEAVE-SETTLE-FLAG PIC X.
                   88 EL-LEAVE-SETTLED VALUE "Y".
       01 WS-EL-IDX PIC 9(4) VALUE 0.
       01 WS-MATCH-DEPT-IDX PIC 99 VALUE 0.
       01 WS-DEPT-KNOWN-SWITCH PIC X VALUE "N".
           88 WS-DEPT-KNOWN VALUE "Y".
       01 WS-FED-WH-PAYABLE-ACCOUNT PIC X(8) VALUE "22200000".
       01 WS-STATE-WH-PAYABLE-ACCOUNT PIC X(8) VALUE "22300000".
       01 WS-VOLUNTARY-PAYABLE-ACCOUNT PIC X(8) VALUE "22400000".
       01 WS-GARNISH-PAYABLE-ACCOUNT PIC X(8) VALUE "22500000".
       01 WS-GL-CREDIT-AMOUNT PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-GL-CREDIT-LABEL PIC X(20) VALUE SPACES.
      *> A run total past what GL-AMOUNT holds posts as several rows
      *> of at most WS-GL-ROW-MAX each.
       01 WS-GL-ROW-MAX PIC S9(7)V99 COMP-3 VALUE 9999999.99.
       01 WS-GL-CREDIT-LEFT PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-GL-CREDIT-PIECE PIC S9(7)V99 COMP-3 VALUE 0.
       01 WS-GL-CARRY-STATUS PIC XX VALUE SPACES.
       01 WS-GL-CARRY-EOF PIC X VALUE "N".
           88 WS-GL-CARRY-DONE VALUE "Y".
       01 WS-PAY-LIMIT-STATUS PIC XX VALUE SPACES.
       01 WS-PAY-HISTORY-EOF PIC X VALUE "N".
           88 WS-PAY-HISTORY-DONE VALUE "Y".
      *> Year-end gate - the run's processing year against the years
      *> YREND has recorded closed on YRCLOSE.DAT.
       01 WS-YEAR-CLOSE-STATUS PIC XX VALUE SPACES.
       01 WS-YEAR-CLOSE-EOF PIC X VALUE "N".
           88 WS-YEAR-CLOSE-DONE VALUE "Y".
       01 WS-PROCESS-YEAR PIC 9(4) VALUE 0.
       01 WS-PRIOR-YEAR PIC 9(4) VALUE 0.
       01 WS-LAST-CLOSED-YEAR PIC 9(4) VALUE 0.
       01 WS-YEARS-CLOSED PIC 9(3) VALUE 0.
       01 WS-PRIOR-YEAR-SWITCH PIC X VALUE "N".
           88 WS-PRIOR-YEAR-CLOSED VALUE "Y".
       01 WS-EARLIER-PAY-SWITCH PIC X VALUE "N".
           88 WS-EARLIER-YEAR-PAID VALUE "Y".
       01 WS-PAY-LIMIT PIC 9(3) VALUE 50.
       01 WS-PRIOR-CYCLE-COUNT PIC 9(5) VALUE 0.
       01 WS-PRIOR-EMP-TOTAL PIC 9(9) VALUE 0.
           88 WS-GL-BLOCKED VALUE "Y".
       01 WS-SWING-LINE PIC X(80) VALUE SPACES.
       01 WS-SWING-PCT-DISPLAY PIC ZZZZ9.99 VALUE ZERO.

      *> Net-pay distribution. BANKACCT.DAT is line sequential, so it
      *> is read whole into storage and searched there the way
      *> DEPTMAST.DAT and GARNISH.DAT are, rather than read by key like
      *> the indexed masters. Each priced line's net goes to the
      *> bank transmission when its account is live, or to the
      *> check register when there is no account or its prenote is
      *> still pending, and the two totals are proved back to the
      *> net-pay grand total on PAYROLL.RPT. Pending accounts get a
      *> zero-dollar prenote entry; a rerun of the same cycle sends it
      *> again, since the first file may never have reached the bank.
       01 WS-BANK-STATUS PIC XX VALUE SPACES.
       01 WS-BANK-EOF PIC X VALUE "N".
           88 WS-BANK-DONE VALUE "Y".
       01 WS-BANK-TABLE-MAX PIC 9(4) VALUE 5000.
       01 WS-BANK-COUNT PIC 9(4) VALUE 0.
       01 WS-BANK-IDX PIC 9(4) VALUE 0.
       01 WS-BANK-FOUND-IDX PIC 9(4) VALUE 0.
       01 WS-BANK-TABLE.
           02 WS-BANK-ENTRY OCCURS 5000 TIMES.
               03 BK-SSNUM PIC 9(9).
               03 BK-ROUTING PIC 9(9).
               03 BK-ACCOUNT PIC X(17).
               03 BK-ACCOUNT-TYPE PIC X.
               03 BK-PRENOTE-STATUS PIC X.
               03 BK-PRENOTE-CYCLE PIC 9(5).
       01 WS-BANK-OVERFLOW-SWITCH PIC X VALUE "N".
           88 WS-BANK-OVERFLOW VALUE "Y".
       01 WS-BANK-STAMPED-SWITCH PIC X VALUE "N".
           88 WS-BANK-STAMPED VALUE "Y".
       01 WS-DD-CONTROL-STATUS PIC XX VALUE SPACES.
       01 WS-DD-CONTROL-SWITCH PIC X VALUE "N".
           88 WS-DD-CONTROL-LOADED VALUE "Y".
       01 WS-DD-ORIGIN-ROUTING PIC 9(9) VALUE 0.
       01 WS-DD-ORIGIN-PARTS REDEFINES WS-DD-ORIGIN-ROUTING.
           02 WS-DD-ODFI PIC 9(8).
           02 FILLER PIC 9.
       01 WS-DD-COMPANY-ID PIC X(10) VALUE SPACES.
       01 WS-DD-COMPANY-NAME PIC X(16) VALUE SPACES.
       01 WS-DD-BANK-NAME PIC X(23) VALUE SPACES.
       01 WS-DD-TRANSMIT-STATUS PIC XX VALUE SPACES.
       01 WS-DD-FILENAME PIC X(30) VALUE SPACES.
       01 WS-CHECK-REGISTER-STATUS PIC XX VALUE SPACES.
       01 WS-CHECK-REGISTER-FILENAME PIC X(30) VALUE SPACES.
       01 WS-DISTRIBUTION-OPEN-SWITCH PIC X VALUE "N".
           88 WS-DISTRIBUTION-OPEN VALUE "Y".
       01 WS-DD-ROUTING-WORK PIC 9(9) VALUE 0.
       01 WS-DD-ROUTING-PARTS REDEFINES WS-DD-ROUTING-WORK.
           02 WS-DD-RDFI PIC 9(8).
           02 WS-DD-CHECK-DIGIT PIC 9.
       01 WS-DD-ACCOUNT PIC X(17) VALUE SPACES.
       01 WS-DD-ACCOUNT-TYPE PIC X VALUE SPACE.
       01 WS-DD-TRAN-CODE PIC 99 VALUE 0.
       01 WS-DD-AMOUNT PIC S9(7)V99 COMP-3 VALUE 0.
       01 WS-DD-INDIVIDUAL-ID PIC 9(9) VALUE 0.
       01 WS-DD-NAME PIC X(22) VALUE SPACES.
       01 WS-DD-ENTRY-COUNT PIC 9(6) VALUE 0.
       01 WS-DD-RECORD-COUNT PIC 9(7) VALUE 0.
       01 WS-DD-BLOCK-COUNT PIC 9(6) VALUE 0.
       01 WS-DD-ENTRY-HASH PIC 9(12) VALUE 0.
       01 WS-DD-TRACE-SEQUENCE PIC 9(7) VALUE 0.
       01 WS-DD-PRENOTE-COUNT PIC 9(5) VALUE 0.
       01 WS-DD-COUNT PIC 9(5) VALUE 0.
       01 WS-DD-TOTAL PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-CHECK-COUNT PIC 9(5) VALUE 0.
       01 WS-CHECK-TOTAL PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-DISTRIBUTED-TOTAL PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-DD-CURRENT-DATE PIC X(21) VALUE SPACES.
       01 WS-CHECK-REASON PIC X(10) VALUE SPACES.
       01 WS-CHECK-LINE PIC X(80) VALUE SPACES.
       01 WS-CHECK-AMOUNT-DISPLAY PIC -9(7).99 VALUE ZERO.
       01 WS-CHECK-TOTAL-DISPLAY PIC -9(9).99 VALUE ZERO.

      *> Check numbering and the issue ledger. A rerun of a cycle
      *> voids the checks the earlier run issued - they may already
      *> be printed - and numbers everyone afresh from the stock. A
      *> check that cannot be numbered (no stock loaded, or the stock
      *> ran out) still prints on the register, unnumbered, and is
      *> kept off the ledger and the bank's issue file.
       01 WS-CHECK-STOCK-STATUS PIC XX VALUE SPACES.
       01 WS-CHECK-STOCK-SWITCH PIC X VALUE "N".
           88 WS-CHECK-STOCK-LOADED VALUE "Y".
       01 WS-CHECK-ACCOUNT PIC X(17) VALUE SPACES.
       01 WS-NEXT-CHECK PIC 9(8) VALUE 0.
       01 WS-LAST-CHECK PIC 9(8) VALUE 0.
       01 WS-FIRST-CHECK PIC 9(8) VALUE 0.
       01 WS-CHECK-NUMBER PIC 9(8) VALUE 0.
       01 WS-UNNUMBERED-COUNT PIC 9(5) VALUE 0.
       01 WS-CHECK-ISSUE-STATUS PIC XX VALUE SPACES.
       01 WS-CHECK-ISSUE-EOF PIC X VALUE "N".
           88 WS-CHECK-ISSUE-DONE VALUE "Y".
       01 WS-POSPAY-STATUS PIC XX VALUE SPACES.
       01 WS-POSPAY-FILENAME PIC X(30) VALUE SPACES.
       01 WS-GARNISH-REMIT-FILENAME PIC X(30) VALUE SPACES.
       01 WS-TERM-REGISTER-FILENAME PIC X(30) VALUE SPACES.
       01 WS-POSPAY-COUNT PIC 9(5) VALUE 0.
       01 WS-POSPAY-QUEUE-STATUS PIC XX VALUE SPACES.
       01 WS-POSPAY-QUEUE-EOF PIC X VALUE "N".
           88 WS-POSPAY-QUEUE-DONE VALUE "Y".
       01 WS-POSPAY-QUEUED-COUNT PIC 9(5) VALUE 0.
       01 WS-RERUN-VOID-MAX PIC 9(4) VALUE 5000.
       01 WS-RERUN-VOID-COUNT PIC 9(4) VALUE 0.
       01 WS-RERUN-VOID-IDX PIC 9(4) VALUE 0.
       01 WS-RERUN-FOUND-IDX PIC 9(4) VALUE 0.
       01 WS-RERUN-VOID-TABLE.
           02 WS-RERUN-VOID-ENTRY OCCURS 5000 TIMES.
               03 RV-CHECK-NUMBER PIC 9(8).
               03 RV-ISSUE-IMAGE PIC X(86).
               03 RV-CLOSED-FLAG PIC X.
                   88 RV-CLOSED VALUE "Y".
       01 WS-GEN-CATALOG-STATUS PIC XX VALUE SPACES.
       01 WS-PAYROLL-FILENAME PIC X(30) VALUE SPACES.
       01 WS-EXCEPTION-FILENAME PIC X(30) VALUE SPACES.
       01 WS-DEPT-HOURS PIC 9(6) VALUE 0.
       01 WS-DEPT-GROSS PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-DEPT-NET PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-DEPT-LINE-COUNT PIC 9(4) VALUE 0.
       01 WS-DEPT-HEADING-LINE PIC X(80) VALUE SPACES.

      *> Off-cycle run mode. OFFCYCLE.DAT holding "Y" pays only the
      *> pending ADJUST.DAT rows, dated today and named with an OFF-
      *> tag so nothing the nightly wrote under the same date is
      *> overwritten. The timecard batch, suspense, leave balances and
      *> the payroll history are left exactly as the last cycle left
      *> them.
       01 WS-OFFCYCLE-STATUS PIC XX VALUE SPACES.
       01 WS-OFFCYCLE-MODE PIC X VALUE "N".
           88 WS-OFF-CYCLE-RUN VALUE "Y".
       01 WS-RUN-CYCLE-STATE PIC X(8) VALUE SPACES.
       01 WS-GEN-TAG PIC X(4) VALUE SPACES.

      *> ADJUST.DAT held whole for the run. Each row's run state says
      *> whether it is being paid this run (E eligible, P paid, H held
      *> back) or is just carried through the rewrite untouched (U).
      *> A row already applied by an earlier run of this same cycle is
      *> eligible again, so a rerun reproduces the same pay without
      *> rolling it into the year-to-date master twice.
       01 WS-ADJUST-STATUS PIC XX VALUE SPACES.
       01 WS-ADJUST-EOF PIC X VALUE "N".
           88 WS-ADJUST-DONE VALUE "Y".
       01 WS-ADJUST-LOADED-SWITCH PIC X VALUE "N".
           88 WS-ADJUST-LOADED VALUE "Y".
       01 WS-ADJUST-TABLE-MAX PIC 9(5) VALUE 10000.
       01 WS-ADJUST-COUNT PIC 9(5) VALUE 0.
       01 WS-ADJUST-IDX PIC 9(5) VALUE 0.
       01 WS-ADJUST-SCAN-IDX PIC 9(5) VALUE 0.
       01 WS-ADJUST-TABLE.
           02 WS-ADJUST-ENTRY OCCURS 10000 TIMES.
               03 AT-NUMBER PIC 9(6).
               03 AT-SSNUM PIC 9(9).
               03 AT-AMOUNT PIC S9(7)V99 COMP-3.
               03 AT-CODE PIC X.
               03 AT-REASON PIC X(30).
               03 AT-RERUN-FLAG PIC X.
                   88 AT-APPLIED-THIS-CYCLE VALUE "Y".
               03 AT-RUN-STATE PIC X.
                   88 AT-UNTOUCHED VALUE "U".
                   88 AT-ELIGIBLE VALUE "E".
                   88 AT-PAID VALUE "P".
                   88 AT-HELD VALUE "H".
               03 AT-IMAGE PIC X(87).
       01 WS-ADJUST-ELIGIBLE-COUNT PIC 9(5) VALUE 0.
       01 WS-ADJUST-PAID-COUNT PIC 9(5) VALUE 0.
       01 WS-ADJUST-HELD-COUNT PIC 9(5) VALUE 0.
       01 WS-GRAND-ADJUST PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-EMP-ADJUST-TOTAL PIC S9(7)V99 COMP-3 VALUE 0.
       01 WS-EMP-ADJUST-GAIN PIC S9(7)V99 COMP-3 VALUE 0.
       01 WS-EMP-ADJUST-LOSS PIC S9(7)V99 COMP-3 VALUE 0.
       01 WS-EMP-ADJUST-ROWS PIC 9(4) VALUE 0.
       01 WS-HOLD-RECOVERY-SWITCH PIC X VALUE "N".
           88 WS-HOLD-RECOVERY VALUE "Y".
       01 WS-YTD-ROLLED-SWITCH PIC X VALUE "N".
           88 WS-YTD-ALREADY-ROLLED VALUE "Y".
       01 WS-EMP-MANUAL-SWITCH PIC X VALUE "N".
           88 WS-EMP-MANUAL-CHECK VALUE "Y".
       01 WS-ADJUST-ONLY-SWITCH PIC X VALUE "N".
           88 WS-ADJUST-ONLY-LINE VALUE "Y".
       01 WS-ADJUST-HOLD-DETAIL PIC X(40) VALUE SPACES.
       01 WS-PAID-HOURS-STATUS PIC XX VALUE SPACES.
       01 WS-PAID-WORK-STATUS PIC XX VALUE SPACES.
       01 WS-PAID-NEW-STATUS PIC XX VALUE SPACES.
       01 WS-PAID-NEW-FAILED-SWITCH PIC X VALUE "N".
           88 WS-PAID-NEW-FAILED VALUE "Y".
       01 WS-PAID-HOURS-EOF PIC X VALUE "N".
           88 WS-PAID-HOURS-DONE VALUE "Y".
       01 WS-PAID-WORK-EOF PIC X VALUE "N".
           88 WS-PAID-WORK-DONE VALUE "Y".
       01 WS-PAID-WORK-SWITCH PIC X VALUE "N".
           88 WS-PAID-WORK-OPEN VALUE "Y".
       01 WS-PAID-WEEK-COUNT PIC 9(5) VALUE 0.
       01 WS-PAID-REPLACED-COUNT PIC 9(5) VALUE 0.
       01 WS-PAID-LIVE-NAME PIC X(30) VALUE "PAIDHRS.DAT".
       01 WS-PAID-NEW-NAME PIC X(30) VALUE "PAIDHRS.NEW".
       01 WS-WEEK-START-DATE PIC 9(8) VALUE 0.
      *> RETURN-CODE doubles as CBL_RENAME_FILE's status, so the run's
      *> condition code is held here across the call.
       01 WS-RENAME-SAVED-RC PIC 99 VALUE 0.
       01 WS-ADJUST-CODE-NAME PIC X(12) VALUE SPACES.
       01 WS-ADJUST-CODE-TABLE-SIZE PIC 9 VALUE 4.
       01 WS-ADJUST-CODE-VALUES.
           02 FILLER PIC X(13) VALUE "BBONUS       ".
           02 FILLER PIC X(13) VALUE "CCORRECTION  ".
           02 FILLER PIC X(13) VALUE "MMANUAL CHECK".
           02 FILLER PIC X(13) VALUE "RRETRO PAY   ".
       01 WS-ADJUST-CODE-TABLE REDEFINES WS-ADJUST-CODE-VALUES.
           02 WS-ADJUST-CODE-ENTRY OCCURS 4 TIMES.
               03 AC-CODE PIC X.
               03 AC-NAME PIC X(12).
       01 WS-ADJUST-CODE-IDX PIC 9 VALUE 0.

      *> GARNISH.DAT held whole for the run. Each order's run state
      *> says whether it has been taken against this run's pay (T) or
      *> not yet (U). The restored flag marks an order whose earlier
      *> nightly take in this same cycle was put back at load, so the
      *> rewrite restamps it even if the rerun takes nothing.
       01 WS-GARNISH-STATUS PIC XX VALUE SPACES.
       01 WS-GARNISH-EOF PIC X VALUE "N".
           88 WS-GARNISH-DONE VALUE "Y".
       01 WS-GARNISH-LOADED-SWITCH PIC X VALUE "N".
           88 WS-GARNISH-LOADED VALUE "Y".
       01 WS-GARNISH-TABLE-MAX PIC 9(4) VALUE 1000.
       01 WS-GARNISH-COUNT PIC 9(4) VALUE 0.
       01 WS-GARNISH-IDX PIC 9(4) VALUE 0.
       01 WS-GARNISH-PICK-IDX PIC 9(4) VALUE 0.
       01 WS-GARNISH-TABLE.
           02 WS-GARNISH-ENTRY OCCURS 1000 TIMES.
               03 GT-SSNUM PIC 9(9).
               03 GT-ORDER-NUMBER PIC X(12).
               03 GT-PAYEE PIC X(30).
               03 GT-TYPE PIC X.
               03 GT-PRIORITY PIC 99.
               03 GT-METHOD PIC X.
               03 GT-AMOUNT PIC 9(5)V99.
               03 GT-PERCENT PIC 99V99.
               03 GT-CAP-PCT PIC 999V99.
               03 GT-ARREARS PIC 9(7)V99.
               03 GT-PAID-TO-DATE PIC 9(7)V99.
               03 GT-STATUS PIC X.
                   88 GT-ACTIVE VALUE "A".
               03 GT-RESTORED-FLAG PIC X.
                   88 GT-RESTORED VALUE "Y".
               03 GT-RUN-STATE PIC X.
                   88 GT-UNTOUCHED VALUE "U".
                   88 GT-TAKEN-THIS-RUN VALUE "T".
               03 GT-TAKEN PIC S9(7)V99 COMP-3.
               03 GT-SHORT PIC S9(7)V99 COMP-3.
               03 GT-REMIT-FLAG PIC X.
                   88 GT-REMIT-PENDING VALUE "Y".
               03 GT-IMAGE PIC X(113).
       01 WS-GARNISH-TAKEN-COUNT PIC 9(4) VALUE 0.
       01 WS-GARNISH-SHORT-COUNT PIC 9(4) VALUE 0.
       01 WS-GARNISH-PAID-OFF-COUNT PIC 9(4) VALUE 0.
       01 WS-GARNISH-RESTORED-COUNT PIC 9(4) VALUE 0.
       01 WS-GARNISH-DISPOSABLE PIC S9(7)V99 COMP-3 VALUE 0.
       01 WS-GARNISH-WANTED PIC S9(7)V99 COMP-3 VALUE 0.
       01 WS-GARNISH-ROOM PIC S9(7)V99 COMP-3 VALUE 0.
       01 WS-GARNISH-BALANCE PIC S9(7)V99 COMP-3 VALUE 0.
       01 WS-GARNISH-MORE-SWITCH PIC X VALUE "N".
           88 WS-GARNISH-NO-MORE VALUE "Y".
       01 WS-GARNISH-REMIT-STATUS PIC XX VALUE SPACES.
       01 WS-GARNISH-REMIT-LINE PIC X(80) VALUE SPACES.
       01 WS-GARNISH-REMIT-PAYEE PIC X(30) VALUE SPACES.
       01 WS-GARNISH-PAYEE-TOTAL PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-GARNISH-REMIT-TOTAL PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-GARNISH-AMOUNT-DISPLAY PIC Z(6)9.99- VALUE ZERO.
       01 WS-GARNISH-BALANCE-DISPLAY PIC Z(6)9.99- VALUE ZERO.
       01 WS-GARNISH-BALANCE-TEXT PIC X(11) VALUE SPACES.
       01 WS-GARNISH-TOTAL-DISPLAY PIC ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
       01 WS-GARNISH-TYPE-NAME PIC X(13) VALUE SPACES.
       01 WS-GARNISH-NOTE PIC X(12) VALUE SPACES.

      *> TERMINAT.DAT held whole for the run. A row's run state says
      *> whether it is not due tonight (U), due for final pay (D),
      *> paid in this run (P), or due but held back (H) - cards that
      *> rejected to suspense, or no rate to pay the vacation at - so
      *> it stays pending for a later cycle. The rerun flag marks a
      *> row an earlier run of this same cycle already final-paid.
       01 WS-TERM-STATUS PIC XX VALUE SPACES.
       01 WS-TERM-EOF PIC X VALUE "N".
           88 WS-TERM-DONE VALUE "Y".
       01 WS-TERM-LOADED-SWITCH PIC X VALUE "N".
           88 WS-TERM-LOADED VALUE "Y".
       01 WS-TERM-TABLE-MAX PIC 9(4) VALUE 1000.
       01 WS-TERM-COUNT PIC 9(4) VALUE 0.
       01 WS-TERM-IDX PIC 9(4) VALUE 0.
       01 WS-TERM-SCAN-IDX PIC 9(4) VALUE 0.
       01 WS-TERM-TABLE.
           02 WS-TERM-ENTRY OCCURS 1000 TIMES.
               03 TE-SSNUM PIC 9(9).
               03 TE-TERM-DATE PIC 9(8).
               03 TE-TERM-INT PIC 9(7).
               03 TE-REASON-CODE PIC X.
               03 TE-REASON-TEXT PIC X(30).
               03 TE-PAYOUT-HOURS PIC 9(5).
               03 TE-RERUN-FLAG PIC X.
                   88 TE-PAID-EARLIER-THIS-CYCLE VALUE "Y".
               03 TE-RUN-STATE PIC X.
                   88 TE-NOT-DUE VALUE "U".
                   88 TE-DUE VALUE "D".
                   88 TE-PAID-THIS-RUN VALUE "P".
                   88 TE-HELD VALUE "H".
               03 TE-NAME PIC X(30).
               03 TE-DEPT PIC X(4).
               03 TE-FINAL-GROSS PIC S9(7)V99 COMP-3.
               03 TE-PAYOUT-RATE PIC 999V99.
               03 TE-PAYOUT-AMOUNT PIC S9(7)V99 COMP-3.
               03 TE-IMAGE PIC X(106).
       01 WS-TERM-LOOKUP-SSNUM PIC 9(9) VALUE 0.
       01 WS-EMP-TERM-SWITCH PIC X VALUE "N".
           88 WS-EMP-TERMINATING VALUE "Y".
       01 WS-EMP-TERM-IDX PIC 9(4) VALUE 0.
       01 WS-TERM-ONLY-SWITCH PIC X VALUE "N".
           88 WS-TERM-ONLY-LINE VALUE "Y".
       01 WS-TERM-DUE-COUNT PIC 9(4) VALUE 0.
       01 WS-TERM-PAID-COUNT PIC 9(4) VALUE 0.
       01 WS-TERM-HELD-COUNT PIC 9(4) VALUE 0.
       01 WS-TERM-MARKED-COUNT PIC 9(4) VALUE 0.
       01 WS-TERM-HOLD-DETAIL PIC X(40) VALUE SPACES.
       01 WS-EMP-PAYOUT-HOURS PIC 9(5) VALUE 0.
       01 WS-EMP-PAYOUT-RATE PIC 999V99 VALUE 0.
       01 WS-EMP-PAYOUT PIC S9(7)V99 COMP-3 VALUE 0.
       01 WS-SAVED-HOURLY-RATE PIC 999V99 VALUE 0.
       01 WS-SALARY-STANDARD-HOURS PIC 999V99 VALUE 0.
       01 WS-GRAND-PAYOUT PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-TERM-GROSS-TOTAL PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-TERM-REGISTER-STATUS PIC XX VALUE SPACES.
       01 WS-TERM-REGISTER-LINE PIC X(100) VALUE SPACES.
       01 WS-TERM-REASON-NAME PIC X(10) VALUE SPACES.
       01 WS-TERM-GROSS-DISPLAY PIC Z,ZZZ,ZZ9.99- VALUE ZERO.
       01 WS-TERM-PAYOUT-DISPLAY PIC Z,ZZZ,ZZ9.99- VALUE ZERO.
       01 WS-TERM-RATE-DISPLAY PIC ZZ9.99 VALUE ZERO.
       01 WS-TERM-TOTAL-DISPLAY PIC ZZZ,ZZZ,ZZ9.99- VALUE ZERO.

       01 WS-SSNUM-WORK.
           02 WS-SSNUM-AREA PIC 999.
           02 WS-SSNUM-GROUP PIC 99.
       MOVE 0 TO RETURN-CODE
       PERFORM Load-Noconsole-Control
       PERFORM Load-Run-Cycle
       PERFORM Load-Offcycle-Control
       PERFORM Load-Department-Master
       PERFORM Build-Generation-Names
       PERFORM Check-Prior-Year-Closed
       IF WS-NOCONSOLE-BATCH
           DISPLAY "NOCONSOLE.DAT present - running unattended, "
               "skipping interactive employee intake"
           PERFORM Accept-Pay-Class
           PERFORM Save-Employee-Record
       END-IF
       IF WS-OFF-CYCLE-RUN
           PERFORM Process-Off-Cycle-Run
       ELSE
           PERFORM Process-Timecard-Batch
       END-IF

       STOP RUN.

               IF WS-RUN-CYCLE-STATUS = "00"
                   MOVE RC-CYCLE-NUMBER TO WS-CYCLE-NUMBER
                   MOVE RC-PROCESS-DATE TO WS-PROCESS-DATE
                   MOVE RC-STATUS TO WS-RUN-CYCLE-STATE
               END-IF
               CLOSE RUN-CYCLE-FILE
           ELSE
               DISPLAY "No RUNCYCLE.DAT found - reporting as cycle 0"
           END-IF.

      *> Pay for a new year must not roll into YTDEARN.DAT until YREND
      *> has closed the year before - it would print on the prior
      *> year's W-2s and count against that year's Social Security
      *> wage base, while Load-Tax-Table already prices it with the
      *> new year's tables. The run is refused while the prior year is
      *> not on YRCLOSE.DAT. A shop that has never closed a year is
      *> only held up once PAYHIST.DAT shows pay from an earlier year.
       Check-Prior-Year-Closed.
           MOVE WS-GEN-DATE (1:4) TO WS-PROCESS-YEAR
           COMPUTE WS-PRIOR-YEAR = WS-PROCESS-YEAR - 1
           MOVE 0 TO WS-LAST-CLOSED-YEAR
           MOVE 0 TO WS-YEARS-CLOSED
           MOVE "N" TO WS-PRIOR-YEAR-SWITCH
           MOVE "N" TO WS-EARLIER-PAY-SWITCH
           OPEN INPUT YEAR-CLOSE-FILE
           IF WS-YEAR-CLOSE-STATUS = "00"
               READ YEAR-CLOSE-FILE
                   AT END SET WS-YEAR-CLOSE-DONE TO TRUE
               END-READ
               PERFORM UNTIL WS-YEAR-CLOSE-DONE
                   ADD 1 TO WS-YEARS-CLOSED
                   IF YC-TAX-YEAR > WS-LAST-CLOSED-YEAR
                       MOVE YC-TAX-YEAR TO WS-LAST-CLOSED-YEAR
                   END-IF
                   IF YC-TAX-YEAR = WS-PRIOR-YEAR
                       SET WS-PRIOR-YEAR-CLOSED TO TRUE
                   END-IF
                   READ YEAR-CLOSE-FILE
                       AT END SET WS-YEAR-CLOSE-DONE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE YEAR-CLOSE-FILE
           END-IF
           IF WS-YEARS-CLOSED = 0
               PERFORM Check-Earlier-Year-Paid
               IF WS-EARLIER-YEAR-PAID
                   DISPLAY "PAYHIST.DAT shows pay before "
                       WS-PROCESS-YEAR " but no year is closed on "
                       "YRCLOSE.DAT - run YREND for " WS-PRIOR-YEAR
                       " before this year's first cycle"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               IF NOT WS-PRIOR-YEAR-CLOSED
                       OR WS-LAST-CLOSED-YEAR + 1 < WS-PROCESS-YEAR
                   DISPLAY "Tax year " WS-PRIOR-YEAR " is not closed "
                       "on YRCLOSE.DAT (last closed "
                       WS-LAST-CLOSED-YEAR ") - run YREND before "
                       "any " WS-PROCESS-YEAR " cycle; nothing paid"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       Check-Earlier-Year-Paid.
           MOVE "N" TO WS-PAY-HISTORY-EOF
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-PAY-HISTORY-STATUS = "00"
               READ PAY-HISTORY-FILE
                   AT END SET WS-PAY-HISTORY-DONE TO TRUE
               END-READ
               PERFORM UNTIL WS-PAY-HISTORY-DONE
                   IF PH-PROCESS-DATE (1:4) < WS-PROCESS-YEAR
                       SET WS-EARLIER-YEAR-PAID TO TRUE
                   END-IF
                   READ PAY-HISTORY-FILE
                       AT END SET WS-PAY-HISTORY-DONE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PAY-HISTORY-FILE
           END-IF
           MOVE "N" TO WS-PAY-HISTORY-EOF.

      *> An off-cycle run pays between nightly cycles, so it is refused
      *> while a cycle is still STARTED - that cycle's restart is what
      *> finishes its payroll, and paying adjustments underneath it
      *> would take rows the restart expects to price. The run is
      *> dated today rather than with the last cycle's processing
      *> date, and is reported under that cycle's number.
       Load-Offcycle-Control.
           MOVE "N" TO WS-OFFCYCLE-MODE
           OPEN INPUT OFFCYCLE-CONTROL-FILE
           IF WS-OFFCYCLE-STATUS = "00"
               READ OFFCYCLE-CONTROL-FILE
                   AT END CONTINUE
               END-READ
               IF WS-OFFCYCLE-STATUS = "00"
                   MOVE OFFCYCLE-FLAG TO WS-OFFCYCLE-MODE
               END-IF
               CLOSE OFFCYCLE-CONTROL-FILE
           END-IF
           IF WS-OFF-CYCLE-RUN
               IF WS-RUN-CYCLE-STATE = "STARTED"
                   DISPLAY "Off-cycle run refused - cycle "
                       WS-CYCLE-NUMBER " is still STARTED; restart "
                       "the nightly stream to finish it first"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FUNCTION CURRENT-DATE TO WS-GEN-CURRENT-DATE
               MOVE WS-GEN-CURRENT-DATE (1:8) TO WS-PROCESS-DATE
               MOVE "OFF-" TO WS-GEN-TAG
               DISPLAY "OFFCYCLE.DAT present - off-cycle run, paying "
                   "pending adjustments only after cycle "
                   WS-CYCLE-NUMBER
           END-IF.

      *> The generation stamp is the processing date RUNCTL assigned, or
      *> today's date on a manual run outside the stream. An off-cycle
      *> run's names carry an OFF- tag ahead of the date.
       Build-Generation-Names.
           MOVE WS-PROCESS-DATE TO WS-GEN-DATE
           IF WS-GEN-DATE = 0
               MOVE WS-GEN-CURRENT-DATE (1:8) TO WS-GEN-DATE
           END-IF
           MOVE SPACES TO WS-PAYROLL-FILENAME
           STRING "PAYROLL-" WS-GEN-TAG DELIMITED BY SPACE
               WS-GEN-DATE ".RPT" DELIMITED BY SIZE
               INTO WS-PAYROLL-FILENAME
           END-STRING
           MOVE SPACES TO WS-EXCEPTION-FILENAME
           STRING "EXCEPT-" WS-GEN-TAG DELIMITED BY SPACE
               WS-GEN-DATE ".RPT" DELIMITED BY SIZE
               INTO WS-EXCEPTION-FILENAME
           END-STRING
           MOVE SPACES TO WS-STATEMENT-FILENAME
           STRING "PAYSTMT-" WS-GEN-TAG DELIMITED BY SPACE
               WS-GEN-DATE ".RPT" DELIMITED BY SIZE
               INTO WS-STATEMENT-FILENAME
           END-STRING
           MOVE SPACES TO WS-FINAL-REJECT-FILENAME
           STRING "FINLREJ-" WS-GEN-TAG DELIMITED BY SPACE
               WS-GEN-DATE ".RPT" DELIMITED BY SIZE
               INTO WS-FINAL-REJECT-FILENAME
           END-STRING
           MOVE SPACES TO WS-DD-FILENAME
           STRING "DDXMIT-" WS-GEN-TAG DELIMITED BY SPACE
               WS-GEN-DATE ".DAT" DELIMITED BY SIZE
               INTO WS-DD-FILENAME
           END-STRING
           MOVE SPACES TO WS-CHECK-REGISTER-FILENAME
           STRING "CHKREG-" WS-GEN-TAG DELIMITED BY SPACE
               WS-GEN-DATE ".RPT" DELIMITED BY SIZE
               INTO WS-CHECK-REGISTER-FILENAME
           END-STRING
           MOVE SPACES TO WS-POSPAY-FILENAME
           STRING "POSPAY-" WS-GEN-TAG DELIMITED BY SPACE
               WS-GEN-DATE ".DAT" DELIMITED BY SIZE
               INTO WS-POSPAY-FILENAME
           END-STRING
           MOVE SPACES TO WS-GARNISH-REMIT-FILENAME
           STRING "GARNREM-" WS-GEN-TAG DELIMITED BY SPACE
               WS-GEN-DATE ".RPT" DELIMITED BY SIZE
               INTO WS-GARNISH-REMIT-FILENAME
           END-STRING
           MOVE SPACES TO WS-TERM-REGISTER-FILENAME
           STRING "TERMREG-" WS-GEN-TAG DELIMITED BY SPACE
               WS-GEN-DATE ".RPT" DELIMITED BY SIZE
               INTO WS-TERM-REGISTER-FILENAME
           END-STRING.

      *> A missing DEPTMAST.DAT falls back to the six historical
           OPEN INPUT TIMECARD-FILE
           IF WS-TIMECARD-STATUS = "35"
               DISPLAY "No TIMECARD.DAT found, skipping payroll batch"
               PERFORM Write-Empty-GL-Set
           ELSE
               IF WS-TIMECARD-STATUS NOT = "00"
                   DISPLAY "Unable to open TIMECARD.DAT, status "
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Open-Rate-Master
           PERFORM Open-Deduction-Master
           PERFORM Load-Tax-Table
           PERFORM Open-YTD-Master
           PERFORM Open-Leave-Master
           PERFORM Load-Bank-Table
           PERFORM Load-Adjustment-Table
           PERFORM Load-Garnishment-Table
           PERFORM Open-Paid-Hours-Work
           PERFORM Open-Suspense-Work
           PERFORM Open-Employee-Master
           IF NOT WS-EMPLOYEE-MASTER-OPEN
               DISPLAY "EMPLOYEE-MASTER unavailable - timecards "
                   "will be paid without a master match this run"
           END-IF
           PERFORM Load-Termination-Table
           READ SORTED-TIMECARD-FILE
               AT END SET WS-TIMECARD-DONE TO TRUE
           END-READ
           END-PERFORM
           PERFORM Finalize-Employee-Group
           PERFORM Pay-Salaried-Employees
           PERFORM Pay-Terminated-Employees
           PERFORM Pay-Adjustment-Only-Employees
           PERFORM Write-Department-Details
           PERFORM Write-Pay-Statements
           PERFORM Write-Week-Subtotals
           PERFORM Write-Payroll-Grand-Total
           PERFORM Write-Adjustment-Total
           PERFORM Write-Garnishment-Total
           PERFORM Write-Termination-Total
      *> The reasonability check runs before the masters roll forward
      *> - a GL-blocked night must not persist its suspect figures to
      *> YTDEARN.DAT or LEAVEBAL.DAT stamped with tonight's cycle, or
           IF WS-GL-BLOCKED
               DISPLAY "YTDEARN.DAT and LEAVEBAL.DAT not rolled "
                   "forward - figures held with the GL postings"
               IF WS-ADJUST-PAID-COUNT > 0
                   DISPLAY "ADJUST.DAT not stamped - tonight's "
                       "adjustments stay pending for the rerun"
               END-IF
               IF WS-PAID-WORK-OPEN
                   CLOSE PAID-HOURS-WORK-FILE
                   MOVE "N" TO WS-PAID-WORK-SWITCH
                   DISPLAY "PAIDHRS.DAT not updated - tonight's "
                       "paid hours are recorded by the rerun"
               END-IF
               IF WS-GARNISH-TAKEN-COUNT > 0
                   DISPLAY "GARNISH.DAT not drawn down and no "
                       "remittance report - tonight's garnishments "
                       "are taken again by the rerun"
               END-IF
               IF WS-TERM-PAID-COUNT > 0
                   DISPLAY "TERMINAT.DAT not stamped and no "
                       "termination register - tonight's final pay "
                       "is made again by the rerun"
               END-IF
           ELSE
               PERFORM Rewrite-YTD-Master
               PERFORM Rewrite-Leave-Master
               PERFORM Rewrite-Adjustment-File
               PERFORM Record-Paid-Hours
               PERFORM Rewrite-Garnishment-File
               PERFORM Write-Garnishment-Remittance
               PERFORM Rewrite-Termination-File
               PERFORM Mark-Final-Paid-Employees
               PERFORM Write-Termination-Register
           END-IF
           PERFORM Write-Net-Pay-Distribution
           PERFORM Rewrite-Suspense-File
           PERFORM Write-GL-Postings
           PERFORM Close-Payroll-Masters
           CLOSE PAYROLL-REPORT
           CLOSE SORTED-TIMECARD-FILE
           IF WS-EMPLOYEE-MASTER-OPEN
               " total hours: " WS-GRAND-TOTAL
               " gross pay: " WS-GRAND-PAY-DISPLAY.

      *> The off-cycle run: the pending adjustments priced on their
      *> own, through the same deductions, statements, net-pay
      *> distribution and GL posting set the nightly uses. No
      *> reasonability check - one manual check against the trailing
      *> nightly averages would always trip it - and no payroll
      *> history, leave or suspense update. The year-to-date master
      *> and ADJUST.DAT are rewritten back to back so the stamp that
      *> stops a second payment lands with the roll-forward.
       Process-Off-Cycle-Run.
           OPEN OUTPUT PAYROLL-REPORT
           IF WS-PAYROLL-STATUS NOT = "00"
               DISPLAY "Unable to open " WS-PAYROLL-FILENAME
                   " status " WS-PAYROLL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PAYROLL-FILENAME TO WS-CATALOG-FILENAME
           MOVE "PAYROLL" TO WS-CATALOG-TYPE
           PERFORM Record-Generation
           MOVE SPACES TO WS-BALANCE-LINE
           STRING "OFF-CYCLE PAYROLL - ADJUSTMENTS ONLY - DATE "
               WS-GEN-DATE " AFTER CYCLE " WS-CYCLE-NUMBER
               DELIMITED BY SIZE INTO WS-BALANCE-LINE
           END-STRING
           MOVE WS-BALANCE-LINE TO PAYROLL-REPORT-LINE
           WRITE PAYROLL-REPORT-LINE
           PERFORM Open-Deduction-Master
           PERFORM Load-Tax-Table
           PERFORM Open-YTD-Master
           PERFORM Open-Leave-Master
           PERFORM Load-Bank-Table
           PERFORM Load-Adjustment-Table
           PERFORM Load-Garnishment-Table
           IF WS-ADJUST-ELIGIBLE-COUNT = 0
               MOVE "NO PENDING ADJUSTMENTS - NOTHING PAID"
                   TO PAYROLL-REPORT-LINE
               WRITE PAYROLL-REPORT-LINE
               CLOSE PAYROLL-REPORT
               DISPLAY "No pending adjustments in ADJUST.DAT - "
                   "off-cycle run paid nothing"
           ELSE
               PERFORM Open-Employee-Master
               PERFORM Pay-Adjustment-Only-Employees
               PERFORM Write-Department-Details
               PERFORM Write-Pay-Statements
               PERFORM Write-Payroll-Grand-Total
               PERFORM Write-Adjustment-Total
               PERFORM Write-Garnishment-Total
               IF WS-EMP-LINE-COUNT > 0
                   PERFORM Rewrite-YTD-Master
                   PERFORM Rewrite-Adjustment-File
                   PERFORM Rewrite-Garnishment-File
                   PERFORM Write-Garnishment-Remittance
               END-IF
               PERFORM Write-Net-Pay-Distribution
               PERFORM Write-GL-Postings
               CLOSE PAYROLL-REPORT
               IF WS-EMPLOYEE-MASTER-OPEN
                   CLOSE EMPLOYEE-MASTER
               END-IF
               MOVE WS-GRAND-PAY TO WS-GRAND-PAY-DISPLAY
               DISPLAY "Off-cycle run complete - employees: "
                   WS-EMP-LINE-COUNT " adjustments paid: "
                   WS-ADJUST-PAID-COUNT " held: " WS-ADJUST-HELD-COUNT
                   " gross pay: " WS-GRAND-PAY-DISPLAY
           END-IF
           PERFORM Close-Payroll-Masters.

      *> First pass over the raw TIMECARD.DAT: one table entry per
      *> H/D/T set, each batch's detail count and hash totals proved
      *> against its own trailer. Only the first problem found in a
                   END-IF
           END-EVALUATE.

      *> PAYRATE.DAT is opened for the run and read by key as each
      *> employee is priced. A missing master is reported as a warning
      *> - every timecard then lands on EXCEPTION.RPT as NO PAY RATE
      *> instead of silently pricing at zero. Any other failure stops
      *> the run; a master still in its old line-sequential form will
      *> not open as an indexed file until PAYCNVRT has converted it.
       Open-Rate-Master.
           MOVE "N" TO WS-RATE-MASTER-SWITCH
           OPEN INPUT RATE-MASTER
           EVALUATE WS-RATE-STATUS
               WHEN "00"
                   SET WS-RATE-MASTER-OPEN TO TRUE
               WHEN "35"
                   DISPLAY "No PAYRATE.DAT found - all timecards will "
                       "be rejected as NO PAY RATE"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "Unable to open PAYRATE.DAT, status "
                       WS-RATE-STATUS " - has PAYCNVRT been run?"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *> A missing DEDUCT.DAT is a warning, not a stop - everyone is
      *> then paid gross with no withholding taken, which the register
      *> and the morning summary make visible, instead of the batch
      *> dying over a control file.
       Open-Deduction-Master.
           MOVE "N" TO WS-DEDUCT-MASTER-SWITCH
           OPEN INPUT DEDUCTION-MASTER
           EVALUATE WS-DEDUCT-STATUS
               WHEN "00"
                   SET WS-DEDUCT-MASTER-OPEN TO TRUE
               WHEN "35"
                   DISPLAY "No DEDUCT.DAT found - no deductions will "
                       "be taken this run"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "Unable to open DEDUCT.DAT, status "
                       WS-DEDUCT-STATUS " - has PAYCNVRT been run?"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *> Opened for update - the roll-forward reads and rewrites it
      *> record by record once the night is cleared to post. A
      *> missing YTDEARN.DAT just starts the master empty; the first
      *> cycle after this goes in fills it with that night's figures.
       Open-YTD-Master.
           MOVE "N" TO WS-YTD-MASTER-SWITCH
           OPEN I-O YTD-MASTER
           IF WS-YTD-STATUS = "35"
               DISPLAY "No YTDEARN.DAT found - starting a new "
                   "year-to-date earnings master"
               OPEN OUTPUT YTD-MASTER
               IF WS-YTD-STATUS = "00"
                   CLOSE YTD-MASTER
                   OPEN I-O YTD-MASTER
               END-IF
           END-IF
           IF WS-YTD-STATUS NOT = "00"
               DISPLAY "Unable to open YTDEARN.DAT, status "
                   WS-YTD-STATUS " - has PAYCNVRT been run?"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-YTD-MASTER-OPEN TO TRUE.

      *> Reads the employee's YTDEARN.DAT record into the FD. Rows
      *> written before the withholding fields existed read blank
      *> there and start the withholding sums at zero.
       Read-Employee-YTD.
           MOVE "N" TO WS-YTD-FOUND-SWITCH
           MOVE WS-YTD-LOOKUP-SSNUM TO YT-SSNUM
           READ YTD-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-YTD-FOUND TO TRUE
                   PERFORM Default-YTD-Withholding
           END-READ.

       Default-YTD-Withholding.
           IF YT-LAST-CYCLE IS NOT NUMERIC
               MOVE 0 TO YT-LAST-CYCLE
           END-IF
           IF YT-FICA IS NOT NUMERIC
               MOVE 0 TO YT-FICA
           END-IF
           IF YT-FED IS NOT NUMERIC
               MOVE 0 TO YT-FED
           END-IF
           IF YT-STATE IS NOT NUMERIC
               MOVE 0 TO YT-STATE
           END-IF
           IF YT-VOLUNTARY IS NOT NUMERIC
               MOVE 0 TO YT-VOLUNTARY
           END-IF
           IF YT-SS-WAGES IS NOT NUMERIC
               MOVE YT-GROSS TO YT-SS-WAGES
           END-IF
           IF YT-LAST-SS-WAGES IS NOT NUMERIC
               MOVE 0 TO YT-LAST-SS-WAGES
           END-IF.

      *> Reads the employee's DEDUCT.DAT record into the FD, where the
      *> withholding is priced straight off it.
       Read-Employee-Deduction.
           MOVE "N" TO WS-DEDUCT-FOUND-SWITCH
           IF WS-DEDUCT-MASTER-OPEN
               MOVE WS-PREV-TIMECARD-SSNUM TO DD-SSNUM
               READ DEDUCTION-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-DEDUCT-FOUND TO TRUE
                       PERFORM Default-Deduction-Filing-Status
               END-READ
           END-IF.

      *> Rows keyed before the filing status fields existed read blank
      *> there - single with no allowances, the most withholding.
       Default-Deduction-Filing-Status.
           IF DD-FED-FILING-STATUS = SPACE
               MOVE "S" TO DD-FED-FILING-STATUS
           END-IF
           IF DD-FED-ALLOWANCES IS NOT NUMERIC
               MOVE 0 TO DD-FED-ALLOWANCES
           END-IF
           IF DD-STATE-FILING-STATUS = SPACE
               MOVE "S" TO DD-STATE-FILING-STATUS
           END-IF
           IF DD-STATE-ALLOWANCES IS NOT NUMERIC
               MOVE 0 TO DD-STATE-ALLOWANCES
           END-IF.

      *> Only the rows for the year being paid are kept, so the new
      *> year's table can be keyed in alongside the old one before
      *> January's first payroll. A missing TAXTABLE.DAT, or one with
      *> nothing for the year, falls back to the flat DEDUCT.DAT
      *> percentages with no wage base - the way withholding was taken
      *> before the tables - and warns so it is not missed.
       Load-Tax-Table.
           MOVE 0 TO WS-TAX-COUNT
           MOVE "N" TO WS-TAX-FICA-SWITCH
           MOVE "N" TO WS-TAX-EOF
           MOVE WS-GEN-DATE (1:4) TO WS-TAX-YEAR
           IF WS-PERIOD-START = 0
               MOVE "B" TO WS-PAY-FREQUENCY
           ELSE
               COMPUTE WS-PERIOD-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-PERIOD-END)
                   - FUNCTION INTEGER-OF-DATE (WS-PERIOD-START) + 1
               EVALUATE TRUE
                   WHEN WS-PERIOD-DAYS NOT > 7
                       MOVE "W" TO WS-PAY-FREQUENCY
                   WHEN WS-PERIOD-DAYS NOT > 14
                       MOVE "B" TO WS-PAY-FREQUENCY
                   WHEN WS-PERIOD-DAYS NOT > 16
                       MOVE "S" TO WS-PAY-FREQUENCY
                   WHEN OTHER
                       MOVE "M" TO WS-PAY-FREQUENCY
               END-EVALUATE
           END-IF
           OPEN INPUT TAX-TABLE-FILE
           IF WS-TAX-STATUS = "35"
               DISPLAY "No TAXTABLE.DAT found - flat DEDUCT.DAT "
                   "percentages taken this run"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               IF WS-TAX-STATUS NOT = "00"
                   DISPLAY "Unable to open TAXTABLE.DAT, status "
                       WS-TAX-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ TAX-TABLE-FILE
                   AT END SET WS-TAX-DONE TO TRUE
               END-READ
               PERFORM UNTIL WS-TAX-DONE
                   IF TX-YEAR = WS-TAX-YEAR
                       PERFORM Load-One-Tax-Row
                   END-IF
                   IF NOT WS-TAX-DONE
                       READ TAX-TABLE-FILE
                           AT END SET WS-TAX-DONE TO TRUE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE TAX-TABLE-FILE
               IF WS-TAX-COUNT = 0 AND NOT WS-TAX-FICA-LOADED
                   DISPLAY "TAXTABLE.DAT has no rows for " WS-TAX-YEAR
                       " - flat DEDUCT.DAT percentages taken this run"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   DISPLAY "TAXTABLE.DAT loaded for " WS-TAX-YEAR
                       " - rows: " WS-TAX-COUNT " pay frequency: "
                       WS-PAY-FREQUENCY
               END-IF
           END-IF.

      *> An allowance row's value is held in the floor column - it is
      *> the one amount the row carries. A row whose figures are not
      *> numeric is left out with a warning rather than withholding
      *> from a garbled bracket.
       Load-One-Tax-Row.
           EVALUATE TRUE
               WHEN TX-FICA-ROW
                   IF TX-SS-WAGE-BASE IS NUMERIC
                           AND TX-SS-RATE IS NUMERIC
                           AND TX-MEDICARE-RATE IS NUMERIC
                       MOVE TX-SS-WAGE-BASE TO WS-SS-WAGE-BASE
                       MOVE TX-SS-RATE TO WS-SS-RATE
                       MOVE TX-MEDICARE-RATE TO WS-MEDICARE-RATE
                       SET WS-TAX-FICA-LOADED TO TRUE
                   ELSE
                       DISPLAY "TAXTABLE.DAT FICA row for " TX-YEAR
                           " is not numeric - ignored"
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               WHEN TX-BRACKET-ROW OR TX-ALLOWANCE-ROW
                   IF (TX-BRACKET-ROW AND TX-FLOOR IS NUMERIC
                           AND TX-BASE-AMOUNT IS NUMERIC
                           AND TX-RATE IS NUMERIC)
                           OR (TX-ALLOWANCE-ROW
                           AND TX-ALLOWANCE-VALUE IS NUMERIC)
                       IF WS-TAX-COUNT < WS-TAX-TABLE-MAX
                           ADD 1 TO WS-TAX-COUNT
                           MOVE TX-ROW-TYPE TO TT-ROW-TYPE (WS-TAX-COUNT)
                           MOVE TX-JURISDICTION
                               TO TT-JURISDICTION (WS-TAX-COUNT)
                           MOVE TX-FILING-STATUS
                               TO TT-FILING-STATUS (WS-TAX-COUNT)
                           MOVE TX-FREQUENCY
                               TO TT-FREQUENCY (WS-TAX-COUNT)
                           IF TX-ALLOWANCE-ROW
                               MOVE TX-ALLOWANCE-VALUE
                                   TO TT-FLOOR (WS-TAX-COUNT)
                               MOVE 0 TO TT-BASE-AMOUNT (WS-TAX-COUNT)
                               MOVE 0 TO TT-RATE (WS-TAX-COUNT)
                           ELSE
                               MOVE TX-FLOOR TO TT-FLOOR (WS-TAX-COUNT)
                               MOVE TX-BASE-AMOUNT
                                   TO TT-BASE-AMOUNT (WS-TAX-COUNT)
                               MOVE TX-RATE TO TT-RATE (WS-TAX-COUNT)
                           END-IF
                       ELSE
                           DISPLAY "TAXTABLE.DAT has more than "
                               WS-TAX-TABLE-MAX " rows for "
                               TX-YEAR " - run stopped"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   ELSE
                       DISPLAY "TAXTABLE.DAT row " TX-ROW-TYPE " "
                           TX-JURISDICTION " " TX-FILING-STATUS " "
                           TX-FREQUENCY " is not numeric - ignored"
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY "TAXTABLE.DAT row type " TX-ROW-TYPE
                       " not recognized - ignored"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
           END-EVALUATE.

      *> A missing LEAVEBAL.DAT starts everyone at zero - vacation and
      *> sick cards then reject as insufficient until the balances are
      *> seeded, which is the honest reading of "no balance on file".
      *> Opened for update like the year-to-date master.
       Open-Leave-Master.
           MOVE "N" TO WS-LEAVE-MASTER-SWITCH
           OPEN I-O LEAVE-MASTER
           IF WS-LEAVE-STATUS = "35"
               DISPLAY "No LEAVEBAL.DAT found - all leave balances "
                   "start at zero"
               MOVE 4 TO RETURN-CODE
               OPEN OUTPUT LEAVE-MASTER
               IF WS-LEAVE-STATUS = "00"
                   CLOSE LEAVE-MASTER
                   OPEN I-O LEAVE-MASTER
               END-IF
           END-IF
           IF WS-LEAVE-STATUS NOT = "00"
               DISPLAY "Unable to open LEAVEBAL.DAT, status "
                   WS-LEAVE-STATUS " - has PAYCNVRT been run?"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-LEAVE-MASTER-OPEN TO TRUE.

      *> The balances on file for WS-LEAVE-LOOKUP-SSNUM - zero, and
      *> never settled, for an employee not yet on LEAVEBAL.DAT.
       Read-Employee-Leave.
           MOVE "N" TO WS-LEAVE-FOUND-SWITCH
           MOVE 0 TO WS-LEAVE-VAC-ON-FILE
           MOVE 0 TO WS-LEAVE-SICK-ON-FILE
           MOVE 0 TO WS-LEAVE-CYCLE-ON-FILE
           MOVE WS-LEAVE-LOOKUP-SSNUM TO LB-SSNUM
           READ LEAVE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-LEAVE-FOUND TO TRUE
                   MOVE LB-VAC-BALANCE TO WS-LEAVE-VAC-ON-FILE
                   MOVE LB-SICK-BALANCE TO WS-LEAVE-SICK-ON-FILE
                   IF LB-LAST-CYCLE IS NUMERIC
                       MOVE LB-LAST-CYCLE TO WS-LEAVE-CYCLE-ON-FILE
                   END-IF
           END-READ.

      *> Both runs close whichever masters they opened.
       Close-Payroll-Masters.
           IF WS-RATE-MASTER-OPEN
               CLOSE RATE-MASTER
               MOVE "N" TO WS-RATE-MASTER-SWITCH
           END-IF
           IF WS-DEDUCT-MASTER-OPEN
               CLOSE DEDUCTION-MASTER
               MOVE "N" TO WS-DEDUCT-MASTER-SWITCH
           END-IF
           IF WS-YTD-MASTER-OPEN
               CLOSE YTD-MASTER
               MOVE "N" TO WS-YTD-MASTER-SWITCH
           END-IF
           IF WS-LEAVE-MASTER-OPEN
               CLOSE LEAVE-MASTER
               MOVE "N" TO WS-LEAVE-MASTER-SWITCH
           END-IF.

      *> A missing BANKACCT.DAT is the state before anyone has signed
      *> up for direct deposit - everyone is paid by check, no warning.
      *> Accounts past the table are paid by check too, and the master
      *> is then not rewritten, so none of them is lost.
       Load-Bank-Table.
           MOVE 0 TO WS-BANK-COUNT
           OPEN INPUT BANK-MASTER
           IF WS-BANK-STATUS = "35"
               DISPLAY "No BANKACCT.DAT found - every employee is "
                   "paid by check"
           ELSE
               IF WS-BANK-STATUS NOT = "00"
                   DISPLAY "Unable to open BANKACCT.DAT, status "
                       WS-BANK-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ BANK-MASTER
                   AT END SET WS-BANK-DONE TO TRUE
               END-READ
               PERFORM UNTIL WS-BANK-DONE
                   IF WS-BANK-COUNT < WS-BANK-TABLE-MAX
                       ADD 1 TO WS-BANK-COUNT
                       MOVE BA-SSNUM TO BK-SSNUM (WS-BANK-COUNT)
                       MOVE BA-ROUTING TO BK-ROUTING (WS-BANK-COUNT)
                       MOVE BA-ACCOUNT TO BK-ACCOUNT (WS-BANK-COUNT)
                       MOVE BA-ACCOUNT-TYPE
                           TO BK-ACCOUNT-TYPE (WS-BANK-COUNT)
                       MOVE BA-PRENOTE-STATUS
                           TO BK-PRENOTE-STATUS (WS-BANK-COUNT)
                       MOVE BA-PRENOTE-CYCLE
                           TO BK-PRENOTE-CYCLE (WS-BANK-COUNT)
                   ELSE
                       DISPLAY "BANKACCT.DAT has more than "
                           WS-BANK-TABLE-MAX
                           " accounts - extras paid by check"
                       MOVE 4 TO RETURN-CODE
                       SET WS-BANK-OVERFLOW TO TRUE
                       SET WS-BANK-DONE TO TRUE
                   END-IF
                   IF NOT WS-BANK-DONE
                       READ BANK-MASTER
                           AT END SET WS-BANK-DONE TO TRUE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE BANK-MASTER
           END-IF.

      *> Pending rows are eligible on any run. A row applied by a
      *> nightly run of this same cycle is eligible again on the
      *> cycle's rerun - the rerun rebuilds the whole night's pay and
      *> must carry the same adjustments. A file too big for the table
      *> is left alone and nothing on it is paid, since rewriting it
      *> would drop the rows past the end.
       Load-Adjustment-Table.
           MOVE 0 TO WS-ADJUST-COUNT
           MOVE 0 TO WS-ADJUST-ELIGIBLE-COUNT
           MOVE "N" TO WS-ADJUST-LOADED-SWITCH
           OPEN INPUT ADJUSTMENT-FILE
           IF WS-ADJUST-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-ADJUST-STATUS NOT = "00"
                   DISPLAY "Unable to open ADJUST.DAT, status "
                       WS-ADJUST-STATUS " - no adjustments paid"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   SET WS-ADJUST-LOADED TO TRUE
                   READ ADJUSTMENT-FILE
                       AT END SET WS-ADJUST-DONE TO TRUE
                   END-READ
                   PERFORM UNTIL WS-ADJUST-DONE
                       IF WS-ADJUST-COUNT < WS-ADJUST-TABLE-MAX
                           ADD 1 TO WS-ADJUST-COUNT
                           PERFORM Load-One-Adjustment
                           READ ADJUSTMENT-FILE
                               AT END SET WS-ADJUST-DONE TO TRUE
                           END-READ
                       ELSE
                           DISPLAY "ADJUST.DAT has more than "
                               WS-ADJUST-TABLE-MAX " rows - no "
                               "adjustments paid; run ADJPURGE "
                               "to archive the settled rows"
                           MOVE 8 TO RETURN-CODE
                           MOVE "N" TO WS-ADJUST-LOADED-SWITCH
                           MOVE 0 TO WS-ADJUST-COUNT
                           MOVE 0 TO WS-ADJUST-ELIGIBLE-COUNT
                           SET WS-ADJUST-DONE TO TRUE
                       END-IF
                   END-PERFORM
                   CLOSE ADJUSTMENT-FILE
               END-IF
           END-IF
           IF WS-ADJUST-ELIGIBLE-COUNT > 0
               DISPLAY "Adjustments to pay this run: "
                   WS-ADJUST-ELIGIBLE-COUNT
           END-IF.

       Load-One-Adjustment.
           MOVE AJ-NUMBER TO AT-NUMBER (WS-ADJUST-COUNT)
           MOVE AJ-SSNUM TO AT-SSNUM (WS-ADJUST-COUNT)
           MOVE AJ-CODE TO AT-CODE (WS-ADJUST-COUNT)
           MOVE AJ-REASON TO AT-REASON (WS-ADJUST-COUNT)
           MOVE ADJUSTMENT-RECORD TO AT-IMAGE (WS-ADJUST-COUNT)
           MOVE "N" TO AT-RERUN-FLAG (WS-ADJUST-COUNT)
           MOVE "U" TO AT-RUN-STATE (WS-ADJUST-COUNT)
           IF AJ-AMOUNT IS NUMERIC
               MOVE AJ-AMOUNT TO AT-AMOUNT (WS-ADJUST-COUNT)
           ELSE
               MOVE 0 TO AT-AMOUNT (WS-ADJUST-COUNT)
           END-IF
           EVALUATE TRUE
               WHEN AT-AMOUNT (WS-ADJUST-COUNT) = 0
                   CONTINUE
               WHEN AJ-PENDING
                   MOVE "E" TO AT-RUN-STATE (WS-ADJUST-COUNT)
               WHEN AJ-APPLIED AND AJ-APPLIED-NIGHTLY
                       AND NOT WS-OFF-CYCLE-RUN
                       AND WS-CYCLE-NUMBER NOT = 0
                       AND AJ-APPLIED-CYCLE = WS-CYCLE-NUMBER
                   MOVE "E" TO AT-RUN-STATE (WS-ADJUST-COUNT)
                   MOVE "Y" TO AT-RERUN-FLAG (WS-ADJUST-COUNT)
           END-EVALUATE
           IF AT-ELIGIBLE (WS-ADJUST-COUNT)
               ADD 1 TO WS-ADJUST-ELIGIBLE-COUNT
           END-IF.

       Find-Employee-Leave.
           MOVE 0 TO WS-EMP-VAC-AVAIL
           MOVE 0 TO WS-EMP-SICK-AVAIL
           PERFORM Read-Employee-Leave
           IF WS-LEAVE-FOUND
               MOVE WS-LEAVE-VAC-ON-FILE TO WS-EMP-VAC-AVAIL
               MOVE WS-LEAVE-SICK-ON-FILE TO WS-EMP-SICK-AVAIL
           END-IF.

      *> Settles the priced employee's leave: usage drawn down, the
      *> per-period accrual posted back. The new balances ride on the
      *> held priced line and reach LEAVEBAL.DAT with the year-to-date
      *> roll-forward; employees not yet on the file are added then
      *> with their first accrual.
       Update-Leave-Balances.
           MOVE "N" TO WS-EMP-LEAVE-SETTLE-SWITCH
           MOVE WS-PREV-TIMECARD-SSNUM TO WS-LEAVE-LOOKUP-SSNUM
           PERFORM Read-Employee-Leave
           PERFORM Settle-One-Leave-Entry.

      *> An entry already stamped with tonight's cycle was settled by
      *> an earlier run of the same cycle - the rerun must not draw
      *> the usage or post the accrual a second time. Same double-post
      *> protection the year-to-date roll-forward carries. A final pay
      *> clears the vacation balance it paid out; one made with no
      *> period worked posts no accrual.
       Settle-One-Leave-Entry.
           IF WS-CYCLE-NUMBER NOT = 0
                   AND WS-LEAVE-CYCLE-ON-FILE = WS-CYCLE-NUMBER
               DISPLAY "Cycle " WS-CYCLE-NUMBER " already settled "
                   "LEAVEBAL.DAT for " WS-EMP-SSNUM-DISPLAY
                   " - skipped"
               MOVE WS-LEAVE-VAC-ON-FILE TO WS-EMP-VAC-NEW-BAL
               MOVE WS-LEAVE-SICK-ON-FILE TO WS-EMP-SICK-NEW-BAL
           ELSE
               IF WS-TERM-ONLY-LINE
                   COMPUTE WS-EMP-VAC-NEW-BAL =
                       WS-LEAVE-VAC-ON-FILE - WS-EMP-VAC-USED
                   COMPUTE WS-EMP-SICK-NEW-BAL =
                       WS-LEAVE-SICK-ON-FILE - WS-EMP-SICK-USED
               ELSE
                   COMPUTE WS-EMP-VAC-NEW-BAL =
                       WS-LEAVE-VAC-ON-FILE
                       - WS-EMP-VAC-USED + WS-VAC-ACCRUAL-HOURS
                   COMPUTE WS-EMP-SICK-NEW-BAL =
                       WS-LEAVE-SICK-ON-FILE
                       - WS-EMP-SICK-USED + WS-SICK-ACCRUAL-HOURS
               END-IF
               IF WS-EMP-TERMINATING
                   MOVE 0 TO WS-EMP-VAC-NEW-BAL
               END-IF
               SET WS-EMP-LEAVE-SETTLED TO TRUE
           END-IF.

      *> Writes back the balances settled on each held priced line,
      *> stamped with the cycle. A record already carrying tonight's
      *> stamp is left as it stands.
       Rewrite-Leave-Master.
           MOVE 0 TO WS-LEAVE-SETTLED-COUNT
           PERFORM VARYING WS-EL-IDX FROM 1 BY 1
                   UNTIL WS-EL-IDX > WS-EMP-LINE-COUNT
               IF EL-LEAVE-SETTLED (WS-EL-IDX)
                   PERFORM Post-One-Leave-Balance
               END-IF
           END-PERFORM
           IF WS-LEAVE-SETTLED-COUNT > 0
               DISPLAY "LEAVEBAL.DAT settled - employees: "
                   WS-LEAVE-SETTLED-COUNT
           END-IF.

       Post-One-Leave-Balance.
           MOVE EL-SSNUM (WS-EL-IDX) TO WS-LEAVE-LOOKUP-SSNUM
           PERFORM Read-Employee-Leave
           IF WS-LEAVE-FOUND AND WS-CYCLE-NUMBER NOT = 0
                   AND WS-LEAVE-CYCLE-ON-FILE = WS-CYCLE-NUMBER
               CONTINUE
           ELSE
               IF NOT WS-LEAVE-FOUND
                   MOVE SPACES TO LEAVE-RECORD
                   MOVE EL-SSNUM (WS-EL-IDX) TO LB-SSNUM
               END-IF
               MOVE EL-VAC-BAL (WS-EL-IDX) TO LB-VAC-BALANCE
               MOVE EL-SICK-BAL (WS-EL-IDX) TO LB-SICK-BALANCE
               MOVE WS-CYCLE-NUMBER TO LB-LAST-CYCLE
               IF WS-LEAVE-FOUND
                   REWRITE LEAVE-RECORD
                       INVALID KEY
                           DISPLAY "Unable to rewrite LEAVEBAL.DAT for "
                               EL-SSNUM-DISPLAY (WS-EL-IDX) ", status "
                               WS-LEAVE-STATUS
                           MOVE 8 TO RETURN-CODE
                       NOT INVALID KEY
                           ADD 1 TO WS-LEAVE-SETTLED-COUNT
                   END-REWRITE
               ELSE
                   WRITE LEAVE-RECORD
                       INVALID KEY
                           DISPLAY "Unable to add LEAVEBAL.DAT for "
                               EL-SSNUM-DISPLAY (WS-EL-IDX) ", status "
                               WS-LEAVE-STATUS
                           MOVE 8 TO RETURN-CODE
                       NOT INVALID KEY
                           ADD 1 TO WS-LEAVE-SETTLED-COUNT
                   END-WRITE
               END-IF
           END-IF.

      *> Rolls each held priced line into its YTDEARN.DAT record, read
      *> and rewritten by key. Employees not yet on the master are
      *> added.
       Rewrite-YTD-Master.
           MOVE 0 TO WS-YTD-ROLLED-COUNT
           PERFORM VARYING WS-EL-IDX FROM 1 BY 1
                   UNTIL WS-EL-IDX > WS-EMP-LINE-COUNT
               PERFORM Roll-Into-YTD-Master
           END-PERFORM
           DISPLAY "YTDEARN.DAT rolled forward - employees: "
               WS-YTD-ROLLED-COUNT.

       Roll-Into-YTD-Master.
           MOVE EL-SSNUM (WS-EL-IDX) TO WS-YTD-LOOKUP-SSNUM
           PERFORM Read-Employee-YTD
           IF NOT WS-YTD-FOUND
               MOVE SPACES TO YTD-RECORD
               MOVE EL-SSNUM (WS-EL-IDX) TO YT-SSNUM
               MOVE 0 TO YT-HOURS
               MOVE 0 TO YT-GROSS
               MOVE 0 TO YT-PERIODS
               MOVE 0 TO YT-LAST-CYCLE
               MOVE 0 TO YT-FICA
               MOVE 0 TO YT-FED
               MOVE 0 TO YT-STATE
               MOVE 0 TO YT-VOLUNTARY
               MOVE 0 TO YT-SS-WAGES
               MOVE 0 TO YT-LAST-SS-WAGES
           END-IF
           PERFORM Roll-One-YTD-Entry
           IF WS-YTD-FOUND
               REWRITE YTD-RECORD
                   INVALID KEY
                       DISPLAY "Unable to rewrite YTDEARN.DAT for "
                           EL-SSNUM-DISPLAY (WS-EL-IDX) ", status "
                           WS-YTD-STATUS
                       MOVE 8 TO RETURN-CODE
               END-REWRITE
           ELSE
               WRITE YTD-RECORD
                   INVALID KEY
                       DISPLAY "Unable to add YTDEARN.DAT for "
                           EL-SSNUM-DISPLAY (WS-EL-IDX) ", status "
                           WS-YTD-STATUS
                       MOVE 8 TO RETURN-CODE
               END-WRITE
           END-IF.

      *> A record already stamped with tonight's cycle has had tonight
      *> rolled in by an earlier run of the same cycle and is left
      *> alone - the same double-post protection RUNCTL gives the
      *> stream as a whole. An off-cycle payment is not a cycle: it is
      *> rolled in without the guard or the cycle stamp - ADJUST.DAT's
      *> applied stamp is what keeps it from being paid again - and,
      *> like a payment of adjustments alone, does not count as a pay
      *> period.
       Roll-One-YTD-Entry.
           IF NOT WS-OFF-CYCLE-RUN AND WS-CYCLE-NUMBER NOT = 0
                   AND YT-LAST-CYCLE = WS-CYCLE-NUMBER
               DISPLAY "Cycle " WS-CYCLE-NUMBER " already rolled into "
                   "YTDEARN.DAT for " EL-SSNUM-DISPLAY (WS-EL-IDX)
                   " - skipped"
           ELSE
               ADD EL-HOURS (WS-EL-IDX) TO YT-HOURS
               ADD EL-GROSS (WS-EL-IDX) TO YT-GROSS
               ADD EL-FICA (WS-EL-IDX) TO YT-FICA
               ADD EL-FED (WS-EL-IDX) TO YT-FED
               ADD EL-STATE (WS-EL-IDX) TO YT-STATE
               ADD EL-VOLUNTARY (WS-EL-IDX) TO YT-VOLUNTARY
               ADD EL-SS-WAGES (WS-EL-IDX) TO YT-SS-WAGES
               IF NOT EL-ADJUST-ONLY (WS-EL-IDX)
                   ADD 1 TO YT-PERIODS
               END-IF
               IF NOT WS-OFF-CYCLE-RUN
                   MOVE WS-CYCLE-NUMBER TO YT-LAST-CYCLE
                   MOVE EL-SS-WAGES (WS-EL-IDX) TO YT-LAST-SS-WAGES
               END-IF
               ADD 1 TO WS-YTD-ROLLED-COUNT
           END-IF
           IF EL-DEPT (WS-EL-IDX) NOT = SPACES
               MOVE EL-DEPT (WS-EL-IDX) TO YT-DEPT
           END-IF.

      *> Rows paid this run are stamped applied with the cycle, the
      *> kind of run, and the date; everything else goes back exactly
      *> as it was read, held rows still pending.
       Rewrite-Adjustment-File.
           IF WS-ADJUST-LOADED AND WS-ADJUST-PAID-COUNT > 0
               OPEN OUTPUT ADJUSTMENT-FILE
               IF WS-ADJUST-STATUS NOT = "00"
                   DISPLAY "Unable to rewrite ADJUST.DAT, status "
                       WS-ADJUST-STATUS " - adjustments paid this "
                       "run are still pending; cancel them in "
                       "ADJENTRY before the next run"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM VARYING WS-ADJUST-IDX FROM 1 BY 1
                           UNTIL WS-ADJUST-IDX > WS-ADJUST-COUNT
                       MOVE AT-IMAGE (WS-ADJUST-IDX)
                           TO ADJUSTMENT-RECORD
                       IF AT-PAID (WS-ADJUST-IDX)
                           MOVE "A" TO AJ-STATUS
                           MOVE WS-CYCLE-NUMBER TO AJ-APPLIED-CYCLE
                           IF WS-OFF-CYCLE-RUN
                               MOVE "O" TO AJ-APPLIED-RUN
                           ELSE
                               MOVE "N" TO AJ-APPLIED-RUN
                           END-IF
                           MOVE WS-GEN-DATE TO AJ-APPLIED-DATE
                       END-IF
                       WRITE ADJUSTMENT-RECORD
                   END-PERFORM
                   CLOSE ADJUSTMENT-FILE
                   DISPLAY "ADJUST.DAT stamped - adjustments applied: "
                       WS-ADJUST-PAID-COUNT
               END-IF
           END-IF.

       Open-Paid-Hours-Work.
           MOVE 0 TO WS-PAID-WEEK-COUNT
           OPEN OUTPUT PAID-HOURS-WORK-FILE
           IF WS-PAID-WORK-STATUS = "00"
               SET WS-PAID-WORK-OPEN TO TRUE
           ELSE
               DISPLAY "Unable to open PAIDHRS.WRK, status "
                   WS-PAID-WORK-STATUS " - tonight's paid hours will "
                   "not be recorded for retro pay"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *> Suspended cards are written to TCSUSP.WRK as the groups
      *> reject; TCSUSP.DAT itself is still being read for tonight's
      *> recycled cards and is only replaced at the end of the run.
      *> Without the work file a rejected card would be lost, so the
      *> run does not start.
       Open-Suspense-Work.
           MOVE 0 TO WS-SUSP-OUT-COUNT
           OPEN OUTPUT SUSPENSE-WORK-FILE
           IF WS-SUSP-WORK-STATUS = "00"
               SET WS-SUSP-WORK-OPEN TO TRUE
           ELSE
               DISPLAY "Unable to open TCSUSP.WRK, status "
                   WS-SUSP-WORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> The history so far is copied forward into PAIDHRS.NEW less any
      *> rows an earlier run of tonight's cycle left - the rerun has
      *> repriced those weeks and its rows replace them - then
      *> tonight's staged rows go on the end and PAIDHRS.NEW is renamed
      *> over PAIDHRS.DAT. A manual run outside the stream (cycle 0)
      *> cannot tell a rerun from a new run and replaces nothing. If
      *> the old history cannot be read, PAIDHRS.DAT is left alone
      *> rather than replaced by a copy missing it, and the same goes
      *> for a PAIDHRS.NEW that could not take every row.
       Record-Paid-Hours.
           IF WS-PAID-WORK-OPEN
               CLOSE PAID-HOURS-WORK-FILE
               MOVE "N" TO WS-PAID-WORK-SWITCH
               MOVE 0 TO WS-PAID-REPLACED-COUNT
               OPEN OUTPUT PAID-HOURS-NEW-FILE
               IF WS-PAID-NEW-STATUS NOT = "00"
                   DISPLAY "Unable to open PAIDHRS.NEW, status "
                       WS-PAID-NEW-STATUS " - tonight's paid hours "
                       "not recorded for retro pay"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN INPUT PAID-HOURS-FILE
                   IF WS-PAID-HOURS-STATUS = "00"
                       PERFORM Copy-Prior-Paid-Hours
                   END-IF
                   IF WS-PAID-HOURS-STATUS = "00"
                           OR WS-PAID-HOURS-STATUS = "35"
                       PERFORM Copy-Staged-Paid-Hours
                       CLOSE PAID-HOURS-NEW-FILE
                       IF WS-PAID-NEW-FAILED
                           DISPLAY "PAIDHRS.DAT left as it was, "
                               "tonight's paid hours not recorded"
                       ELSE
                           PERFORM Replace-Paid-Hours-History
                       END-IF
                   ELSE
                       DISPLAY "Unable to read PAIDHRS.DAT, status "
                           WS-PAID-HOURS-STATUS " - history left as "
                           "it was, tonight's paid hours not recorded"
                       CLOSE PAID-HOURS-NEW-FILE
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       Copy-Prior-Paid-Hours.
           READ PAID-HOURS-FILE
               AT END SET WS-PAID-HOURS-DONE TO TRUE
           END-READ
           PERFORM UNTIL WS-PAID-HOURS-DONE
               IF WS-CYCLE-NUMBER NOT = 0
                       AND PW-CYCLE = WS-CYCLE-NUMBER
                   ADD 1 TO WS-PAID-REPLACED-COUNT
               ELSE
                   MOVE PAID-HOURS-RECORD TO PAID-HOURS-NEW-RECORD
                   PERFORM Write-Paid-New-Record
               END-IF
               READ PAID-HOURS-FILE
                   AT END SET WS-PAID-HOURS-DONE TO TRUE
               END-READ
           END-PERFORM
           CLOSE PAID-HOURS-FILE
           MOVE "00" TO WS-PAID-HOURS-STATUS.

       Copy-Staged-Paid-Hours.
           OPEN INPUT PAID-HOURS-WORK-FILE
           IF WS-PAID-WORK-STATUS = "00"
               READ PAID-HOURS-WORK-FILE
                   AT END SET WS-PAID-WORK-DONE TO TRUE
               END-READ
               PERFORM UNTIL WS-PAID-WORK-DONE
                   MOVE PAID-HOURS-WORK-RECORD TO PAID-HOURS-NEW-RECORD
                   PERFORM Write-Paid-New-Record
                   READ PAID-HOURS-WORK-FILE
                       AT END SET WS-PAID-WORK-DONE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PAID-HOURS-WORK-FILE
           END-IF.

       Write-Paid-New-Record.
           WRITE PAID-HOURS-NEW-RECORD
           IF WS-PAID-NEW-STATUS NOT = "00"
               IF NOT WS-PAID-NEW-FAILED
                   DISPLAY "Unable to write PAIDHRS.NEW, status "
                       WS-PAID-NEW-STATUS
               END-IF
               SET WS-PAID-NEW-FAILED TO TRUE
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       Replace-Paid-Hours-History.
           MOVE RETURN-CODE TO WS-RENAME-SAVED-RC
           CALL "CBL_RENAME_FILE"
               USING WS-PAID-NEW-NAME WS-PAID-LIVE-NAME
           IF RETURN-CODE = 0
               MOVE WS-RENAME-SAVED-RC TO RETURN-CODE
               DISPLAY "PAIDHRS.DAT updated - weeks recorded: "
                   WS-PAID-WEEK-COUNT " replaced from an earlier run: "
                   WS-PAID-REPLACED-COUNT
           ELSE
               DISPLAY "Unable to rename PAIDHRS.NEW over PAIDHRS.DAT "
                   "- rename it by hand before RETROPAY next runs"
               IF WS-RENAME-SAVED-RC > 8
                   MOVE WS-RENAME-SAVED-RC TO RETURN-CODE
               ELSE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *> Every order is carried through the rewrite; only active ones
      *> are taken. A nightly rerun of the same cycle first puts back
      *> what the earlier run drew down on each order, since the
      *> rerun rebuilds the whole night's pay and takes it again. A
      *> file too big for the table is left alone and no order on it
      *> is taken, since rewriting it would drop the rows past the end.
       Load-Garnishment-Table.
           MOVE 0 TO WS-GARNISH-COUNT
           MOVE 0 TO WS-GARNISH-RESTORED-COUNT
           MOVE "N" TO WS-GARNISH-LOADED-SWITCH
           OPEN INPUT GARNISHMENT-FILE
           IF WS-GARNISH-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-GARNISH-STATUS NOT = "00"
                   DISPLAY "Unable to open GARNISH.DAT, status "
                       WS-GARNISH-STATUS " - no garnishments taken"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   SET WS-GARNISH-LOADED TO TRUE
                   READ GARNISHMENT-FILE
                       AT END SET WS-GARNISH-DONE TO TRUE
                   END-READ
                   PERFORM UNTIL WS-GARNISH-DONE
                       IF WS-GARNISH-COUNT < WS-GARNISH-TABLE-MAX
                           ADD 1 TO WS-GARNISH-COUNT
                           PERFORM Load-One-Garnishment
                           READ GARNISHMENT-FILE
                               AT END SET WS-GARNISH-DONE TO TRUE
                           END-READ
                       ELSE
                           DISPLAY "GARNISH.DAT has more than "
                               WS-GARNISH-TABLE-MAX " orders - no "
                               "garnishments taken; purge the paid "
                               "off and stopped orders in GARNMNT"
                           MOVE 8 TO RETURN-CODE
                           MOVE "N" TO WS-GARNISH-LOADED-SWITCH
                           MOVE 0 TO WS-GARNISH-COUNT
                           MOVE 0 TO WS-GARNISH-RESTORED-COUNT
                           SET WS-GARNISH-DONE TO TRUE
                       END-IF
                   END-PERFORM
                   CLOSE GARNISHMENT-FILE
               END-IF
           END-IF
           IF WS-GARNISH-RESTORED-COUNT > 0
               DISPLAY "Rerun of cycle " WS-CYCLE-NUMBER
                   " - garnishments put back before retaking: "
                   WS-GARNISH-RESTORED-COUNT
           END-IF.

       Load-One-Garnishment.
           MOVE GO-SSNUM TO GT-SSNUM (WS-GARNISH-COUNT)
           MOVE GO-ORDER-NUMBER TO GT-ORDER-NUMBER (WS-GARNISH-COUNT)
           MOVE GO-PAYEE TO GT-PAYEE (WS-GARNISH-COUNT)
           MOVE GO-TYPE TO GT-TYPE (WS-GARNISH-COUNT)
           MOVE GO-PRIORITY TO GT-PRIORITY (WS-GARNISH-COUNT)
           MOVE GO-METHOD TO GT-METHOD (WS-GARNISH-COUNT)
           MOVE GO-AMOUNT TO GT-AMOUNT (WS-GARNISH-COUNT)
           MOVE GO-PERCENT TO GT-PERCENT (WS-GARNISH-COUNT)
           MOVE GO-CAP-PCT TO GT-CAP-PCT (WS-GARNISH-COUNT)
           MOVE GO-ARREARS TO GT-ARREARS (WS-GARNISH-COUNT)
           MOVE GO-PAID-TO-DATE TO GT-PAID-TO-DATE (WS-GARNISH-COUNT)
           MOVE GO-STATUS TO GT-STATUS (WS-GARNISH-COUNT)
           MOVE GARNISHMENT-RECORD TO GT-IMAGE (WS-GARNISH-COUNT)
           MOVE "N" TO GT-RESTORED-FLAG (WS-GARNISH-COUNT)
           MOVE "U" TO GT-RUN-STATE (WS-GARNISH-COUNT)
           MOVE 0 TO GT-TAKEN (WS-GARNISH-COUNT)
           MOVE 0 TO GT-SHORT (WS-GARNISH-COUNT)
           MOVE "N" TO GT-REMIT-FLAG (WS-GARNISH-COUNT)
      *> A stopped order stays stopped - only the paid-off status the
      *> earlier run set is undone with its draw-down.
           IF GO-LAST-RUN-NIGHTLY AND NOT WS-OFF-CYCLE-RUN
                   AND WS-CYCLE-NUMBER NOT = 0
                   AND GO-LAST-CYCLE = WS-CYCLE-NUMBER
               SUBTRACT GO-LAST-AMOUNT
                   FROM GT-PAID-TO-DATE (WS-GARNISH-COUNT)
               IF GO-PAID-OFF
                   MOVE "A" TO GT-STATUS (WS-GARNISH-COUNT)
               END-IF
               SET GT-RESTORED (WS-GARNISH-COUNT) TO TRUE
               ADD 1 TO WS-GARNISH-RESTORED-COUNT
           END-IF.

      *> Draws the orders down once the year-to-date master has rolled
      *> forward. Every order taken this run, or put back for a rerun,
      *> is stamped with the cycle and what was taken, so a rerun of
      *> this cycle knows what to put back.
       Rewrite-Garnishment-File.
           IF WS-GARNISH-LOADED
                   AND (WS-GARNISH-TAKEN-COUNT > 0
                       OR WS-GARNISH-RESTORED-COUNT > 0)
               OPEN OUTPUT GARNISHMENT-FILE
               IF WS-GARNISH-STATUS NOT = "00"
                   DISPLAY "Unable to rewrite GARNISH.DAT, status "
                       WS-GARNISH-STATUS " - garnishments taken this "
                       "run are not drawn down; correct the arrears "
                       "in GARNMNT before the next run"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM VARYING WS-GARNISH-IDX FROM 1 BY 1
                           UNTIL WS-GARNISH-IDX > WS-GARNISH-COUNT
                       MOVE GT-IMAGE (WS-GARNISH-IDX)
                           TO GARNISHMENT-RECORD
                       IF GT-TAKEN-THIS-RUN (WS-GARNISH-IDX)
                               OR GT-RESTORED (WS-GARNISH-IDX)
                           MOVE GT-PAID-TO-DATE (WS-GARNISH-IDX)
                               TO GO-PAID-TO-DATE
                           MOVE GT-STATUS (WS-GARNISH-IDX) TO GO-STATUS
                           MOVE WS-CYCLE-NUMBER TO GO-LAST-CYCLE
                           IF WS-OFF-CYCLE-RUN
                               MOVE "O" TO GO-LAST-RUN
                           ELSE
                               MOVE "N" TO GO-LAST-RUN
                           END-IF
                           MOVE GT-TAKEN (WS-GARNISH-IDX)
                               TO GO-LAST-AMOUNT
                       END-IF
                       WRITE GARNISHMENT-RECORD
                   END-PERFORM
                   CLOSE GARNISHMENT-FILE
                   DISPLAY "GARNISH.DAT drawn down - orders taken: "
                       WS-GARNISH-TAKEN-COUNT " paid off: "
                       WS-GARNISH-PAID-OFF-COUNT
               END-IF
           END-IF.

      *> TERMINAT.DAT is keyed by TERMMNT. A pending termination dated
      *> on or before the period end is due its final pay tonight; one
      *> stamped final-paid by an earlier run of this same cycle is
      *> due again so the rerun reproduces it, with the vacation hours
      *> the first run paid out - that run already cleared the balance.
      *> Terminations are only worked with the master open: final pay
      *> needs the employee record, and the master is what marks them.
       Load-Termination-Table.
           MOVE 0 TO WS-TERM-COUNT
           MOVE 0 TO WS-TERM-DUE-COUNT
           MOVE "N" TO WS-TERM-LOADED-SWITCH
           MOVE "N" TO WS-EMP-TERM-SWITCH
           IF NOT WS-EMPLOYEE-MASTER-OPEN
               DISPLAY "EMPLOYEE-MASTER unavailable - terminations "
                   "in TERMINAT.DAT wait for a run with the master"
           ELSE
               OPEN INPUT TERMINATION-FILE
               IF WS-TERM-STATUS = "35"
                   CONTINUE
               ELSE
                   IF WS-TERM-STATUS NOT = "00"
                       DISPLAY "Unable to open TERMINAT.DAT, status "
                           WS-TERM-STATUS " - no final pay made"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       SET WS-TERM-LOADED TO TRUE
                       MOVE "N" TO WS-TERM-EOF
                       READ TERMINATION-FILE
                           AT END SET WS-TERM-DONE TO TRUE
                       END-READ
                       PERFORM UNTIL WS-TERM-DONE
                           IF WS-TERM-COUNT < WS-TERM-TABLE-MAX
                               ADD 1 TO WS-TERM-COUNT
                               PERFORM Load-One-Termination
                               READ TERMINATION-FILE
                                   AT END SET WS-TERM-DONE TO TRUE
                               END-READ
                           ELSE
                               DISPLAY "TERMINAT.DAT has more than "
                                   WS-TERM-TABLE-MAX " terminations - "
                                   "no final pay made; EMPPURGE drops "
                                   "the cancelled rows and those of "
                                   "purged employees"
                               MOVE 8 TO RETURN-CODE
                               MOVE "N" TO WS-TERM-LOADED-SWITCH
                               MOVE 0 TO WS-TERM-COUNT
                               MOVE 0 TO WS-TERM-DUE-COUNT
                               SET WS-TERM-DONE TO TRUE
                           END-IF
                       END-PERFORM
                       CLOSE TERMINATION-FILE
                   END-IF
               END-IF
           END-IF
           IF WS-TERM-DUE-COUNT > 0
               DISPLAY "Terminations due final pay this run: "
                   WS-TERM-DUE-COUNT
           END-IF.

       Load-One-Termination.
           MOVE TM-SSNUM TO TE-SSNUM (WS-TERM-COUNT)
           MOVE TM-TERM-DATE TO TE-TERM-DATE (WS-TERM-COUNT)
           COMPUTE TE-TERM-INT (WS-TERM-COUNT) =
               FUNCTION INTEGER-OF-DATE (TM-TERM-DATE)
           MOVE TM-REASON-CODE TO TE-REASON-CODE (WS-TERM-COUNT)
           MOVE TM-REASON-TEXT TO TE-REASON-TEXT (WS-TERM-COUNT)
           MOVE 0 TO TE-PAYOUT-HOURS (WS-TERM-COUNT)
           MOVE "N" TO TE-RERUN-FLAG (WS-TERM-COUNT)
           MOVE "U" TO TE-RUN-STATE (WS-TERM-COUNT)
           MOVE SPACES TO TE-NAME (WS-TERM-COUNT)
           MOVE SPACES TO TE-DEPT (WS-TERM-COUNT)
           MOVE 0 TO TE-FINAL-GROSS (WS-TERM-COUNT)
           MOVE 0 TO TE-PAYOUT-RATE (WS-TERM-COUNT)
           MOVE 0 TO TE-PAYOUT-AMOUNT (WS-TERM-COUNT)
           MOVE TERMINATION-RECORD TO TE-IMAGE (WS-TERM-COUNT)
           EVALUATE TRUE
               WHEN TM-PENDING
                       AND (WS-PERIOD-END = 0
                           OR TM-TERM-DATE NOT > WS-PERIOD-END)
                   SET TE-DUE (WS-TERM-COUNT) TO TRUE
                   ADD 1 TO WS-TERM-DUE-COUNT
               WHEN TM-FINAL-PAID AND WS-CYCLE-NUMBER NOT = 0
                       AND TM-FINAL-CYCLE = WS-CYCLE-NUMBER
                   SET TE-DUE (WS-TERM-COUNT) TO TRUE
                   SET TE-PAID-EARLIER-THIS-CYCLE (WS-TERM-COUNT)
                       TO TRUE
                   MOVE TM-PAYOUT-HOURS
                       TO TE-PAYOUT-HOURS (WS-TERM-COUNT)
                   ADD 1 TO WS-TERM-DUE-COUNT
           END-EVALUATE.

      *> Sets WS-EMP-TERMINATING when the employee keyed in
      *> WS-TERM-LOOKUP-SSNUM has a termination due its final pay and
      *> not yet paid or held this run.
       Find-Employee-Termination.
           MOVE "N" TO WS-EMP-TERM-SWITCH
           MOVE 0 TO WS-EMP-TERM-IDX
           MOVE 0 TO WS-EMP-PAYOUT
           MOVE 0 TO WS-EMP-PAYOUT-HOURS
           MOVE 0 TO WS-EMP-PAYOUT-RATE
           PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
                   UNTIL WS-TERM-IDX > WS-TERM-COUNT
               IF TE-SSNUM (WS-TERM-IDX) = WS-TERM-LOOKUP-SSNUM
                       AND TE-DUE (WS-TERM-IDX)
                   SET WS-EMP-TERMINATING TO TRUE
                   MOVE WS-TERM-IDX TO WS-EMP-TERM-IDX
                   MOVE WS-TERM-COUNT TO WS-TERM-IDX
               END-IF
           END-PERFORM.

      *> Stamps each termination paid tonight final-paid, with the
      *> cycle and what the final check carried, once the year-to-date
      *> master has rolled forward. The final date starts EMPPURGE's
      *> holding period.
       Rewrite-Termination-File.
           IF WS-TERM-LOADED AND WS-TERM-PAID-COUNT > 0
               OPEN OUTPUT TERMINATION-FILE
               IF WS-TERM-STATUS NOT = "00"
                   DISPLAY "Unable to rewrite TERMINAT.DAT, status "
                       WS-TERM-STATUS " - final pay made this run is "
                       "not stamped; stop the rerun from paying it "
                       "again"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
                           UNTIL WS-TERM-IDX > WS-TERM-COUNT
                       MOVE TE-IMAGE (WS-TERM-IDX)
                           TO TERMINATION-RECORD
                       IF TE-PAID-THIS-RUN (WS-TERM-IDX)
                           SET TM-FINAL-PAID TO TRUE
                           MOVE WS-CYCLE-NUMBER TO TM-FINAL-CYCLE
                           MOVE TE-FINAL-GROSS (WS-TERM-IDX)
                               TO TM-FINAL-GROSS
                           MOVE TE-PAYOUT-HOURS (WS-TERM-IDX)
                               TO TM-PAYOUT-HOURS
                           MOVE TE-PAYOUT-RATE (WS-TERM-IDX)
                               TO TM-PAYOUT-RATE
                           MOVE TE-PAYOUT-AMOUNT (WS-TERM-IDX)
                               TO TM-PAYOUT-AMOUNT
                           MOVE WS-GEN-DATE TO TM-FINAL-DATE
                       END-IF
                       WRITE TERMINATION-RECORD
                   END-PERFORM
                   CLOSE TERMINATION-FILE
                   DISPLAY "TERMINAT.DAT stamped - final pay made: "
                       WS-TERM-PAID-COUNT
               END-IF
           END-IF.

      *> A finalled employee is marked for deletion on the master so
      *> no later run pays them; EMPPURGE archives the record once the
      *> holding period has run. The change is journaled like any
      *> other master update so EMPRESTR can back it out.
       Mark-Final-Paid-Employees.
           IF WS-EMPLOYEE-MASTER-OPEN AND WS-TERM-PAID-COUNT > 0
               MOVE 0 TO WS-TERM-MARKED-COUNT
               PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
                       UNTIL WS-TERM-IDX > WS-TERM-COUNT
                   IF TE-PAID-THIS-RUN (WS-TERM-IDX)
                       MOVE TE-SSNUM (WS-TERM-IDX) TO EMP-SSNUM
                       READ EMPLOYEE-MASTER
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF NOT EMP-MARKED-FOR-DELETION
                                   PERFORM Mark-One-Final-Paid
                               END-IF
                       END-READ
                   END-IF
               END-PERFORM
               IF WS-TERM-MARKED-COUNT > 0
                   DISPLAY "Finalled employees marked for deletion: "
                       WS-TERM-MARKED-COUNT
               END-IF
           END-IF.

       Mark-One-Final-Paid.
           MOVE EMPLOYEE-RECORD TO WS-JRN-BEFORE
           MOVE "Y" TO EMP-DELETE-FLAG
           REWRITE EMPLOYEE-RECORD
               INVALID KEY
                   DISPLAY "Unable to mark " TE-SSNUM (WS-TERM-IDX)
                       " for deletion, status " WS-EMPLOYEE-STATUS
                   MOVE SPACES TO WS-JRN-BEFORE
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-TERM-MARKED-COUNT
                   MOVE "REWRITE" TO WS-JRN-ACTION
                   MOVE EMPLOYEE-RECORD TO WS-JRN-AFTER
                   PERFORM Write-Journal-Record
           END-REWRITE.

      *> Applies the employee's DEDUCT.DAT entry to the period gross
      *> just priced. No entry means no deductions - net equals gross,
      *> though the wages still count toward the Social Security base.
      *> The flat voluntary amount is capped at whatever gross is left
      *> after withholding and garnishments so a small period never
      *> nets negative.
       Compute-Employee-Deductions.
           MOVE 0 TO WS-EMP-FICA
           MOVE 0 TO WS-EMP-FED
           MOVE 0 TO WS-EMP-STATE
           MOVE 0 TO WS-EMP-VOLUNTARY
           PERFORM Find-Prior-SS-Wages
           PERFORM Read-Employee-Deduction
           IF WS-DEDUCT-FOUND
               PERFORM Compute-Employee-FICA
               PERFORM Compute-Employee-Income-Tax
               MOVE DD-VOLUNTARY TO WS-EMP-VOLUNTARY
           ELSE
               PERFORM Compute-SS-Wages
           END-IF
           PERFORM Take-Employee-Garnishments
           COMPUTE WS-EMP-NET = WS-EMP-GROSS - WS-EMP-FICA
               - WS-EMP-FED - WS-EMP-STATE - WS-EMP-GARNISH
               - WS-EMP-VOLUNTARY
           IF WS-EMP-NET < 0
               ADD WS-EMP-NET TO WS-EMP-VOLUNTARY
               MOVE 0 TO WS-EMP-NET
           END-IF.

      *> Social Security wages the employee already has for the year.
      *> On a nightly rerun of the cycle YTDEARN.DAT already holds,
      *> that cycle's own wages are taken back out so the rerun is
      *> measured against the base exactly as the first run was.
       Find-Prior-SS-Wages.
           MOVE 0 TO WS-SS-PRIOR-WAGES
           MOVE WS-PREV-TIMECARD-SSNUM TO WS-YTD-LOOKUP-SSNUM
           PERFORM Read-Employee-YTD
           IF WS-YTD-FOUND
               MOVE YT-SS-WAGES TO WS-SS-PRIOR-WAGES
               IF NOT WS-OFF-CYCLE-RUN AND WS-CYCLE-NUMBER NOT = 0
                       AND YT-LAST-CYCLE = WS-CYCLE-NUMBER
                   SUBTRACT YT-LAST-SS-WAGES FROM WS-SS-PRIOR-WAGES
               END-IF
           END-IF.

      *> The period's Social Security wages - the gross, up to what is
      *> left of the year's wage base. A negative correction comes off
      *> in full. Without the year's FICA row there is no base to stop
      *> at and the whole gross counts.
       Compute-SS-Wages.
           IF WS-TAX-FICA-LOADED AND WS-EMP-GROSS > 0
               COMPUTE WS-SS-ROOM = WS-SS-WAGE-BASE - WS-SS-PRIOR-WAGES
               IF WS-SS-ROOM < 0
                   MOVE 0 TO WS-SS-ROOM
               END-IF
               IF WS-EMP-GROSS > WS-SS-ROOM
                   MOVE WS-SS-ROOM TO WS-EMP-SS-WAGES
               ELSE
                   MOVE WS-EMP-GROSS TO WS-EMP-SS-WAGES
               END-IF
           ELSE
               MOVE WS-EMP-GROSS TO WS-EMP-SS-WAGES
           END-IF.

      *> A zero FICA percentage marks an exempt employee - no FICA and
      *> no Social Security wages. Otherwise the Social Security rate
      *> applies to the wages under the base and the Medicare rate to
      *> the whole gross; the DEDUCT.DAT percentage is used only when
      *> the year's FICA row is missing.
       Compute-Employee-FICA.
           IF DD-FICA-PCT = 0
               MOVE 0 TO WS-EMP-SS-WAGES
           ELSE
               PERFORM Compute-SS-Wages
               IF WS-TAX-FICA-LOADED
                   COMPUTE WS-EMP-FICA ROUNDED =
                       WS-EMP-SS-WAGES * WS-SS-RATE / 100
                       + WS-EMP-GROSS * WS-MEDICARE-RATE / 100
               ELSE
                   COMPUTE WS-EMP-FICA ROUNDED = WS-EMP-GROSS
                       * DD-FICA-PCT / 100
               END-IF
           END-IF.

      *> Federal then state, each off its own filing status and
      *> allowances. Where the year's table has no brackets for the
      *> employee's status and this pay frequency, the flat percentage
      *> is taken and the employee is named so the table gets fixed.
       Compute-Employee-Income-Tax.
           MOVE "F" TO WS-TAX-JURISDICTION
           MOVE DD-FED-FILING-STATUS
               TO WS-TAX-FILING-STATUS
           MOVE DD-FED-ALLOWANCES TO WS-TAX-ALLOWANCES
           PERFORM Compute-Bracket-Tax
           IF WS-TAX-BRACKET-FOUND
               MOVE WS-TAX-COMPUTED TO WS-EMP-FED
           ELSE
               COMPUTE WS-EMP-FED ROUNDED = WS-EMP-GROSS
                   * DD-FED-PCT / 100
           END-IF
           MOVE "S" TO WS-TAX-JURISDICTION
           MOVE DD-STATE-FILING-STATUS
               TO WS-TAX-FILING-STATUS
           MOVE DD-STATE-ALLOWANCES
               TO WS-TAX-ALLOWANCES
           PERFORM Compute-Bracket-Tax
           IF WS-TAX-BRACKET-FOUND
               MOVE WS-TAX-COMPUTED TO WS-EMP-STATE
           ELSE
               COMPUTE WS-EMP-STATE ROUNDED = WS-EMP-GROSS
                   * DD-STATE-PCT / 100
           END-IF.

      *> Taxable wages are the gross less the allowances, never below
      *> zero. The bracket is the one with the largest floor at or
      *> under them: its base amount plus its marginal percentage of
      *> the excess over the floor. Status X is exempt - nothing is
      *> withheld, and that is not a missing bracket.
       Compute-Bracket-Tax.
           MOVE "N" TO WS-TAX-BRACKET-SWITCH
           MOVE 0 TO WS-TAX-COMPUTED
           IF WS-TAX-FILING-STATUS = "X"
               SET WS-TAX-BRACKET-FOUND TO TRUE
           ELSE
               MOVE 0 TO WS-TAX-ALLOWANCE-VALUE
               MOVE 0 TO WS-TAX-BRACKET-IDX
               PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                       UNTIL WS-TAX-IDX > WS-TAX-COUNT
                   IF TT-ROW-TYPE (WS-TAX-IDX) = "A"
                           AND TT-JURISDICTION (WS-TAX-IDX)
                           = WS-TAX-JURISDICTION
                           AND TT-FREQUENCY (WS-TAX-IDX)
                           = WS-PAY-FREQUENCY
                       MOVE TT-FLOOR (WS-TAX-IDX)
                           TO WS-TAX-ALLOWANCE-VALUE
                   END-IF
               END-PERFORM
               COMPUTE WS-TAX-TAXABLE = WS-EMP-GROSS
                   - WS-TAX-ALLOWANCES * WS-TAX-ALLOWANCE-VALUE
               IF WS-TAX-TAXABLE < 0
                   MOVE 0 TO WS-TAX-TAXABLE
               END-IF
               PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                       UNTIL WS-TAX-IDX > WS-TAX-COUNT
                   IF TT-ROW-TYPE (WS-TAX-IDX) = "B"
                           AND TT-JURISDICTION (WS-TAX-IDX)
                           = WS-TAX-JURISDICTION
                           AND TT-FILING-STATUS (WS-TAX-IDX)
                           = WS-TAX-FILING-STATUS
                           AND TT-FREQUENCY (WS-TAX-IDX)
                           = WS-PAY-FREQUENCY
                       SET WS-TAX-BRACKET-FOUND TO TRUE
                       IF TT-FLOOR (WS-TAX-IDX) NOT > WS-TAX-TAXABLE
                           IF WS-TAX-BRACKET-IDX = 0
                               MOVE WS-TAX-IDX TO WS-TAX-BRACKET-IDX
                           ELSE
                               IF TT-FLOOR (WS-TAX-IDX)
                                       > TT-FLOOR (WS-TAX-BRACKET-IDX)
                                   MOVE WS-TAX-IDX
                                       TO WS-TAX-BRACKET-IDX
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-TAX-BRACKET-IDX > 0
                   COMPUTE WS-TAX-COMPUTED ROUNDED =
                       TT-BASE-AMOUNT (WS-TAX-BRACKET-IDX)
                       + (WS-TAX-TAXABLE
                       - TT-FLOOR (WS-TAX-BRACKET-IDX))
                       * TT-RATE (WS-TAX-BRACKET-IDX) / 100
               END-IF
               IF NOT WS-TAX-BRACKET-FOUND AND WS-TAX-COUNT > 0
                   DISPLAY "No " WS-TAX-JURISDICTION " brackets for "
                       "filing status " WS-TAX-FILING-STATUS
                       " frequency " WS-PAY-FREQUENCY " - flat "
                       "percentage taken for " WS-EMP-SSNUM-DISPLAY
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      *> Disposable earnings are the gross less the statutory
      *> withholding. Orders are taken lowest priority number first
      *> (file order breaks a tie), and each order's cap is on the
      *> total garnished so far - an order capped at 25% gets nothing
      *> once a higher-priority order has already taken 25% of the
      *> disposable. The voluntary deduction comes out of what is
      *> left, so it is the one that shrinks when pay runs short.
       Take-Employee-Garnishments.
           MOVE 0 TO WS-EMP-GARNISH
           COMPUTE WS-GARNISH-DISPOSABLE = WS-EMP-GROSS - WS-EMP-FICA
               - WS-EMP-FED - WS-EMP-STATE
           IF WS-GARNISH-DISPOSABLE < 0
               MOVE 0 TO WS-GARNISH-DISPOSABLE
           END-IF
           MOVE "N" TO WS-GARNISH-MORE-SWITCH
           PERFORM UNTIL WS-GARNISH-NO-MORE
               MOVE 0 TO WS-GARNISH-PICK-IDX
               PERFORM VARYING WS-GARNISH-IDX FROM 1 BY 1
                       UNTIL WS-GARNISH-IDX > WS-GARNISH-COUNT
                   IF GT-SSNUM (WS-GARNISH-IDX)
                           = WS-PREV-TIMECARD-SSNUM
                           AND GT-ACTIVE (WS-GARNISH-IDX)
                           AND GT-UNTOUCHED (WS-GARNISH-IDX)
                       IF WS-GARNISH-PICK-IDX = 0
                           MOVE WS-GARNISH-IDX TO WS-GARNISH-PICK-IDX
                       ELSE
                           IF GT-PRIORITY (WS-GARNISH-IDX)
                                   < GT-PRIORITY (WS-GARNISH-PICK-IDX)
                               MOVE WS-GARNISH-IDX
                                   TO WS-GARNISH-PICK-IDX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-GARNISH-PICK-IDX = 0
                   SET WS-GARNISH-NO-MORE TO TRUE
               ELSE
                   PERFORM Take-One-Garnishment
               END-IF
           END-PERFORM.

      *> The amount the order asks for, limited to the arrears still
      *> owed on an order that has them, then to the room left under
      *> its cap. What the cap keeps back is reported as short on the
      *> remittance report - it is not carried to the next period,
      *> the arrears balance already carries it.
       Take-One-Garnishment.
           MOVE WS-GARNISH-PICK-IDX TO WS-GARNISH-IDX
           SET GT-TAKEN-THIS-RUN (WS-GARNISH-IDX) TO TRUE
           ADD 1 TO WS-GARNISH-TAKEN-COUNT
           IF GT-METHOD (WS-GARNISH-IDX) = "P"
               COMPUTE WS-GARNISH-WANTED ROUNDED =
                   WS-GARNISH-DISPOSABLE
                   * GT-PERCENT (WS-GARNISH-IDX) / 100
           ELSE
               MOVE GT-AMOUNT (WS-GARNISH-IDX) TO WS-GARNISH-WANTED
           END-IF
           IF GT-ARREARS (WS-GARNISH-IDX) > 0
               COMPUTE WS-GARNISH-BALANCE =
                   GT-ARREARS (WS-GARNISH-IDX)
                   - GT-PAID-TO-DATE (WS-GARNISH-IDX)
               IF WS-GARNISH-WANTED > WS-GARNISH-BALANCE
                   MOVE WS-GARNISH-BALANCE TO WS-GARNISH-WANTED
               END-IF
           END-IF
           COMPUTE WS-GARNISH-ROOM =
               WS-GARNISH-DISPOSABLE * GT-CAP-PCT (WS-GARNISH-IDX)
               / 100 - WS-EMP-GARNISH
           IF WS-GARNISH-ROOM < 0
               MOVE 0 TO WS-GARNISH-ROOM
           END-IF
           IF WS-GARNISH-WANTED > WS-GARNISH-ROOM
               MOVE WS-GARNISH-ROOM TO GT-TAKEN (WS-GARNISH-IDX)
               COMPUTE GT-SHORT (WS-GARNISH-IDX) =
                   WS-GARNISH-WANTED - WS-GARNISH-ROOM
               ADD 1 TO WS-GARNISH-SHORT-COUNT
           ELSE
               MOVE WS-GARNISH-WANTED TO GT-TAKEN (WS-GARNISH-IDX)
               MOVE 0 TO GT-SHORT (WS-GARNISH-IDX)
           END-IF
           ADD GT-TAKEN (WS-GARNISH-IDX) TO WS-EMP-GARNISH
           ADD GT-TAKEN (WS-GARNISH-IDX)
               TO GT-PAID-TO-DATE (WS-GARNISH-IDX)
           IF GT-ARREARS (WS-GARNISH-IDX) > 0
                   AND GT-PAID-TO-DATE (WS-GARNISH-IDX)
                       >= GT-ARREARS (WS-GARNISH-IDX)
               MOVE "P" TO GT-STATUS (WS-GARNISH-IDX)
               ADD 1 TO WS-GARNISH-PAID-OFF-COUNT
           END-IF.

      *> A blank or unusable effective date (rows from before the
      *> field existed) is in force from the beginning of time.
       Resolve-Rate-Effective-Date.
       Lookup-Pay-Rate.
           MOVE "N" TO WS-RATE-FOUND-SWITCH
           MOVE 0 TO WS-HOURLY-RATE
           MOVE WS-PREV-TIMECARD-SSNUM TO WS-RATE-LOOKUP-SSNUM
           PERFORM Start-Employee-Rates
           IF NOT WS-RATE-DONE
               SET WS-RATE-FOUND TO TRUE
           END-IF.

      *> Picks the employee's rate in force for the week starting at
      *> WS-WEEK-START-INT - the row with the latest effective date
      *> on or before the week start. A zero week start (a batch
      *> whose header carries no period dates) takes the most recent
      *> rate on file. The rows come back in effective-date order, so
      *> among rows that resolve to the same day the later one wins.
       Lookup-Week-Rate.
           MOVE "N" TO WS-WEEK-RATE-FOUND-SWITCH
           MOVE 0 TO WS-BEST-EFFECTIVE-INT
           MOVE 0 TO WS-HOURLY-RATE
           MOVE WS-PREV-TIMECARD-SSNUM TO WS-RATE-LOOKUP-SSNUM
           PERFORM Start-Employee-Rates
           PERFORM UNTIL WS-RATE-DONE
               PERFORM Resolve-Rate-Effective-Date
               IF WS-WEEK-START-INT = 0
                       OR WS-RATE-EFFECTIVE-INT <= WS-WEEK-START-INT
                   IF NOT WS-WEEK-RATE-FOUND
                           OR WS-RATE-EFFECTIVE-INT
                               >= WS-BEST-EFFECTIVE-INT
                       SET WS-WEEK-RATE-FOUND TO TRUE
                       MOVE WS-RATE-EFFECTIVE-INT
                           TO WS-BEST-EFFECTIVE-INT
                       MOVE RM-HOURLY-RATE TO WS-HOURLY-RATE
                   END-IF
               END-IF
               PERFORM Read-Next-Employee-Rate
           END-PERFORM.

      *> Positions on the first PAYRATE.DAT row for
      *> WS-RATE-LOOKUP-SSNUM and reads it; WS-RATE-DONE is set when
      *> the employee has no rows left.
       Start-Employee-Rates.
           MOVE "N" TO WS-RATE-EOF
           IF NOT WS-RATE-MASTER-OPEN
               SET WS-RATE-DONE TO TRUE
           ELSE
               MOVE WS-RATE-LOOKUP-SSNUM TO RM-SSNUM
               MOVE LOW-VALUES TO RM-EFFECTIVE-DATE
               START RATE-MASTER KEY IS NOT LESS THAN RM-KEY
                   INVALID KEY SET WS-RATE-DONE TO TRUE
               END-START
               PERFORM Read-Next-Employee-Rate
           END-IF.

       Read-Next-Employee-Rate.
           IF NOT WS-RATE-DONE
               READ RATE-MASTER NEXT RECORD
                   AT END SET WS-RATE-DONE TO TRUE
               END-READ
               IF NOT WS-RATE-DONE
                       AND RM-SSNUM NOT = WS-RATE-LOOKUP-SSNUM
                   SET WS-RATE-DONE TO TRUE
               END-IF
           END-IF.

       Set-Week-Start-Int.
           IF WS-PERIOD-START-INT = 0
               MOVE 0 TO WS-WEEK-START-INT
           ADD 1 TO WS-EMPLOYEE-COUNT
           MOVE WS-SSNUM-DISPLAY TO WS-EMP-SSNUM-DISPLAY
           MOVE SPACES TO WS-EMP-REJECT-REASON
           MOVE ST-SSNUM TO WS-TERM-LOOKUP-SSNUM
           PERFORM Find-Employee-Termination
           PERFORM Match-Employee-Master
           MOVE ST-SSNUM TO WS-LEAVE-LOOKUP-SSNUM
           PERFORM Find-Employee-Leave
           END-IF.

      *> A fresh card dated outside the period is an entry error and
      *> just goes to the exception report, as does a card for a day
      *> after the employee's termination date. A recycled suspense card
      *> outside the period is different - its date is from the cycle
      *> it was keyed in, and the period has since moved on - so it
      *> is flagged to age back through suspense toward the
                           SET EC-STALE (WS-EMP-CARD-COUNT) TO TRUE
                       END-IF
                   ELSE
                       IF WS-EMP-TERMINATING
                               AND ST-WORK-DATE
                                   > TE-TERM-DATE (WS-EMP-TERM-IDX)
                           PERFORM Log-Work-After-Termination
                       ELSE
                           PERFORM Book-One-Card-By-Type
                       END-IF
                   END-IF
           END-COMPUTE.

                   PERFORM Price-Employee-Period
               END-IF
           END-IF
      *> A terminated employee whose cards go to suspense is not
      *> finalled until they come back and pay - final pay issued
      *> ahead of them would leave the cards with nobody to pay.
           IF WS-EMP-REJECT-REASON NOT = SPACES
               IF WS-EMP-TERMINATING
                   MOVE "Final cards rejected - final pay held"
                       TO WS-TERM-HOLD-DETAIL
                   PERFORM Hold-Final-Pay
               END-IF
               PERFORM Suspend-Employee-Cards
               MOVE SPACES TO WS-EMP-REJECT-REASON
           ELSE
           IF WS-SUSP-NEW-AGE > WS-SUSP-MAX-AGE
               PERFORM Write-One-Final-Reject
           ELSE
               MOVE SPACES TO SUSPENSE-RECORD
               MOVE WS-PREV-TIMECARD-SSNUM TO SP-SSNUM
               MOVE EC-WORK-DATE (WS-EMP-CARD-IDX) TO SP-WORK-DATE
               MOVE EC-NUM1 (WS-EMP-CARD-IDX) TO SP-NUM1
               MOVE EC-NUM2 (WS-EMP-CARD-IDX) TO SP-NUM2
               MOVE EC-EARN-TYPE (WS-EMP-CARD-IDX) TO SP-EARN-TYPE
               MOVE WS-SUSP-NEW-AGE TO SP-AGE
               MOVE WS-SUSP-REASON TO SP-REASON
               MOVE WS-CYCLE-NUMBER TO SP-CYCLE
               MOVE SUSPENSE-RECORD TO SUSPENSE-WORK-RECORD
               WRITE SUSPENSE-WORK-RECORD
               ADD 1 TO WS-SUSP-OUT-COUNT
           END-IF.

       Open-Final-Reject-Report.
                       PERFORM Compute-Week-Gross
                       MOVE WS-WEEK-OVERTIME-HOURS
                           TO WS-EMP-WEEK-OT (WS-WEEK-IDX)
                       PERFORM Stage-Paid-Week
                       ADD WS-WEEK-GROSS TO WS-EMP-GROSS
                       ADD WS-WEEK-WORK-HOURS
                           TO WS-WEEK-HOURS-TOTAL (WS-WEEK-IDX)
                           TO WS-WEEK-GROSS-TOTAL (WS-WEEK-IDX)
                   END-IF
               END-PERFORM
               IF WS-EMP-TERMINATING
                   MOVE WS-HOURLY-RATE TO WS-SAVED-HOURLY-RATE
                   PERFORM Find-Hourly-Payout-Rate
                   MOVE WS-SAVED-HOURLY-RATE TO WS-HOURLY-RATE
                   PERFORM Compute-Vacation-Payout
               END-IF
               MOVE "N" TO WS-ADJUST-ONLY-SWITCH
               PERFORM Apply-Employee-Adjustments
               PERFORM Compute-Employee-Deductions
               PERFORM Store-Payroll-Detail
           END-IF.

      *> One PAIDHRS row per priced week. A batch with no period dates
      *> has no week start to reprice against, and records none.
       Stage-Paid-Week.
           IF WS-PAID-WORK-OPEN AND WS-WEEK-START-INT NOT = 0
               COMPUTE WS-WEEK-START-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-WEEK-START-INT)
               MOVE SPACES TO PAID-HOURS-RECORD
               MOVE WS-PREV-TIMECARD-SSNUM TO PW-SSNUM
               MOVE WS-WEEK-START-DATE TO PW-WEEK-START
               MOVE WS-PERIOD-START TO PW-PERIOD-START
               MOVE WS-PERIOD-END TO PW-PERIOD-END
               MOVE WS-CYCLE-NUMBER TO PW-CYCLE
               MOVE WS-GEN-DATE TO PW-PAID-DATE
               MOVE WS-WEEK-WORK-HOURS TO PW-HOURS
               MOVE WS-WEEK-OVERTIME-HOURS TO PW-OT-HOURS
               MOVE WS-HOURLY-RATE TO PW-RATE
               MOVE WS-WEEK-GROSS TO PW-GROSS
               MOVE WS-HOURLY-RATE TO PW-RETRO-RATE
               MOVE 0 TO PW-RETRO-DATE
               MOVE PAID-HOURS-RECORD TO PAID-HOURS-WORK-RECORD
               WRITE PAID-HOURS-WORK-RECORD
               ADD 1 TO WS-PAID-WEEK-COUNT
           END-IF.

       Compute-Week-Gross.
           IF WS-WEEK-WORK-HOURS > 40
               COMPUTE WS-WEEK-OVERTIME-HOURS = WS-WEEK-WORK-HOURS - 40
      *> Every sorted timecard is tied back to EMPLOYEE.DAT before it is
      *> priced - a card with no master record, or whose record EMPMAINT
      *> has marked for deletion, goes to EXCEPTION.RPT instead of being
      *> paid. A marked employee whose termination is due tonight is
      *> the exception: the final period's cards are still owed. When
      *> EMPLOYEE-MASTER could not be opened at all (see the
      *> Open-Employee-Master comment) there is nothing to match against,
      *> so cards are paid unmatched under the RC 4 warning that open
      *> already raised - refusing the whole batch for an environment
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN EMP-MARKED-FOR-DELETION
                                   AND NOT WS-EMP-TERMINATING
                               PERFORM Log-Deleted-Employee
                           WHEN EMP-SALARIED
                               PERFORM Log-Salaried-Timecard
                   END-READ
               END-IF
               PERFORM UNTIL WS-SALARIED-DONE
                   IF EMP-SALARIED
                       MOVE EMP-SSNUM TO WS-TERM-LOOKUP-SSNUM
                       PERFORM Find-Employee-Termination
                       IF NOT EMP-MARKED-FOR-DELETION
                               OR WS-EMP-TERMINATING
                           PERFORM Pay-One-Salaried-Employee
                       END-IF
                   END-IF
                   READ EMPLOYEE-MASTER NEXT RECORD
                       AT END SET WS-SALARIED-DONE TO TRUE
           MOVE 0 TO WS-EMP-VAC-USED
           MOVE 0 TO WS-EMP-SICK-USED
           MOVE EMP-SALARY TO WS-EMP-GROSS
           IF WS-EMP-TERMINATING
               PERFORM Prorate-Final-Salary
               PERFORM Find-Salaried-Payout-Rate
               PERFORM Compute-Vacation-Payout
           END-IF
           MOVE "N" TO WS-ADJUST-ONLY-SWITCH
           PERFORM Apply-Employee-Adjustments
           PERFORM Compute-Employee-Deductions
           PERFORM Store-Payroll-Detail.

      *> Final pay is held, not lost: the termination stays pending
      *> in TERMINAT.DAT and the next run pays it once the problem
      *> on the exception report is cleared.
       Hold-Final-Pay.
           SET TE-HELD (WS-EMP-TERM-IDX) TO TRUE
           ADD 1 TO WS-TERM-HELD-COUNT
           MOVE "N" TO WS-EMP-TERM-SWITCH
           MOVE 0 TO WS-EMP-PAYOUT
           MOVE 0 TO WS-EMP-PAYOUT-HOURS
           MOVE TE-SSNUM (WS-EMP-TERM-IDX) TO WS-SSNUM-WORK
           PERFORM Format-SSNum-For-Report
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO EXCEPTION-RECORD
           MOVE "FINAL PAY HELD" TO EXC-TYPE
           MOVE WS-SSNUM-DISPLAY TO EXC-SSNUM-DISPLAY
           MOVE WS-TERM-HOLD-DETAIL TO EXC-DETAIL
           PERFORM Open-Exception-Report
           WRITE EXCEPTION-RECORD
           CLOSE EXCEPTION-REPORT
           MOVE SPACES TO WS-TERM-HOLD-DETAIL.

      *> Unused vacation is paid out on the final check: the balance
      *> on file less what this period's cards took, plus the period's
      *> own accrual when there was a period worked. A rerun of the
      *> cycle pays the hours the first run paid - that run left the
      *> balance at zero. Paid at the rate in force on the last day.
       Compute-Vacation-Payout.
           MOVE 0 TO WS-EMP-PAYOUT
           IF TE-PAID-EARLIER-THIS-CYCLE (WS-EMP-TERM-IDX)
               MOVE TE-PAYOUT-HOURS (WS-EMP-TERM-IDX)
                   TO WS-EMP-PAYOUT-HOURS
           ELSE
               IF WS-EMP-VAC-AVAIL > WS-EMP-VAC-USED
                   COMPUTE WS-EMP-PAYOUT-HOURS =
                       WS-EMP-VAC-AVAIL - WS-EMP-VAC-USED
               ELSE
                   MOVE 0 TO WS-EMP-PAYOUT-HOURS
               END-IF
               IF NOT WS-TERM-ONLY-LINE
                   ADD WS-VAC-ACCRUAL-HOURS TO WS-EMP-PAYOUT-HOURS
               END-IF
           END-IF
           IF WS-EMP-PAYOUT-HOURS > 0
               IF WS-EMP-PAYOUT-RATE = 0
                   MOVE "No rate in force at termination - held"
                       TO WS-TERM-HOLD-DETAIL
                   PERFORM Hold-Final-Pay
               ELSE
                   COMPUTE WS-EMP-PAYOUT ROUNDED =
                       WS-EMP-PAYOUT-HOURS * WS-EMP-PAYOUT-RATE
                   ADD WS-EMP-PAYOUT TO WS-EMP-GROSS
               END-IF
           END-IF.

      *> The hourly payout rate is the PAYRATE.DAT row in force on the
      *> termination date, found the same way a priced week finds its
      *> rate.
       Find-Hourly-Payout-Rate.
           MOVE TE-TERM-INT (WS-EMP-TERM-IDX) TO WS-WEEK-START-INT
           PERFORM Lookup-Week-Rate
           MOVE WS-HOURLY-RATE TO WS-EMP-PAYOUT-RATE.

      *> A salaried employee's hourly equivalent is the period salary
      *> over the standard hours in a period of tonight's frequency.
       Find-Salaried-Payout-Rate.
           EVALUATE WS-PAY-FREQUENCY
               WHEN "W"
                   MOVE 40 TO WS-SALARY-STANDARD-HOURS
               WHEN "S"
                   MOVE 86.67 TO WS-SALARY-STANDARD-HOURS
               WHEN "M"
                   MOVE 173.33 TO WS-SALARY-STANDARD-HOURS
               WHEN OTHER
                   MOVE 80 TO WS-SALARY-STANDARD-HOURS
           END-EVALUATE
           COMPUTE WS-EMP-PAYOUT-RATE ROUNDED =
               EMP-SALARY / WS-SALARY-STANDARD-HOURS
               ON SIZE ERROR
                   MOVE 0 TO WS-EMP-PAYOUT-RATE
           END-COMPUTE.

      *> The final period's salary runs through the termination date
      *> only - calendar days over the days in the period. Nothing is
      *> owed for a period that starts after the last day, and a batch
      *> with no period dates pays the full salary.
       Prorate-Final-Salary.
           EVALUATE TRUE
               WHEN WS-PERIOD-START-INT = 0 OR WS-PERIOD-DAYS = 0
                   CONTINUE
               WHEN TE-TERM-INT (WS-EMP-TERM-IDX) < WS-PERIOD-START-INT
                   MOVE 0 TO WS-EMP-GROSS
               WHEN TE-TERM-INT (WS-EMP-TERM-IDX) < WS-PERIOD-END-INT
                   COMPUTE WS-EMP-GROSS ROUNDED = EMP-SALARY
                       * (TE-TERM-INT (WS-EMP-TERM-IDX)
                           - WS-PERIOD-START-INT + 1)
                       / WS-PERIOD-DAYS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> Terminations still due once the timecard and salaried passes
      *> are done - an hourly employee who turned in no cards for the
      *> final period, or whose last day fell before it - get a final
      *> check of their vacation payout and any pending adjustments.
       Pay-Terminated-Employees.
           PERFORM VARYING WS-TERM-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-TERM-SCAN-IDX > WS-TERM-COUNT
               IF TE-DUE (WS-TERM-SCAN-IDX)
                   PERFORM Pay-One-Terminated-Employee
               END-IF
           END-PERFORM
           IF WS-TERM-PAID-COUNT > 0 OR WS-TERM-HELD-COUNT > 0
               DISPLAY "Final pay made: " WS-TERM-PAID-COUNT
                   " held: " WS-TERM-HELD-COUNT
           END-IF.

       Pay-One-Terminated-Employee.
           MOVE WS-TERM-SCAN-IDX TO WS-EMP-TERM-IDX
           SET WS-EMP-TERMINATING TO TRUE
           SET WS-TERM-ONLY-LINE TO TRUE
           MOVE 0 TO WS-EMP-PAYOUT
           MOVE 0 TO WS-EMP-PAYOUT-HOURS
           MOVE 0 TO WS-EMP-PAYOUT-RATE
           MOVE TE-SSNUM (WS-EMP-TERM-IDX) TO WS-PREV-TIMECARD-SSNUM
           MOVE WS-PREV-TIMECARD-SSNUM TO WS-SSNUM-WORK
           PERFORM Format-SSNum-For-Report
           MOVE WS-SSNUM-DISPLAY TO WS-EMP-SSNUM-DISPLAY
           MOVE WS-PREV-TIMECARD-SSNUM TO WS-LEAVE-LOOKUP-SSNUM
           MOVE SPACES TO WS-EMP-DEPT
           MOVE SPACES TO WS-EMP-MATCH-NAME
           MOVE WS-PREV-TIMECARD-SSNUM TO EMP-SSNUM
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "No EMPLOYEE.DAT record - final pay held"
                       TO WS-TERM-HOLD-DETAIL
                   PERFORM Hold-Final-Pay
               NOT INVALID KEY
                   MOVE EMP-DEPT TO WS-EMP-DEPT
                   MOVE EMP-NAME TO WS-EMP-MATCH-NAME
           END-READ
           IF WS-EMP-TERMINATING
               PERFORM VARYING WS-WEEK-IDX FROM 1 BY 1
                       UNTIL WS-WEEK-IDX > WS-WEEK-MAX
                   MOVE 0 TO WS-EMP-WEEK-HOURS (WS-WEEK-IDX)
                   MOVE 0 TO WS-EMP-WEEK-OT (WS-WEEK-IDX)
               END-PERFORM
               MOVE 0 TO WS-EMP-NUM1-SUM
               MOVE 0 TO WS-EMP-NUM2-SUM
               MOVE 0 TO WS-EMP-TOTAL-HOURS
               MOVE 0 TO WS-HOURLY-RATE
               PERFORM Find-Employee-Leave
               MOVE 0 TO WS-EMP-VAC-USED
               MOVE 0 TO WS-EMP-SICK-USED
               MOVE 0 TO WS-EMP-GROSS
               IF EMP-SALARIED
                   PERFORM Find-Salaried-Payout-Rate
               ELSE
                   PERFORM Find-Hourly-Payout-Rate
                   MOVE 0 TO WS-HOURLY-RATE
               END-IF
               PERFORM Compute-Vacation-Payout
           END-IF
           IF WS-EMP-TERMINATING
               MOVE "N" TO WS-ADJUST-ONLY-SWITCH
               PERFORM Apply-Employee-Adjustments
               IF WS-EMP-GROSS > 0
                   ADD 1 TO WS-EMPLOYEE-COUNT
                   PERFORM Compute-Employee-Deductions
                   PERFORM Store-Payroll-Detail
               ELSE
                   PERFORM Record-Final-Pay
               END-IF
           END-IF
           MOVE "N" TO WS-EMP-TERM-SWITCH
           MOVE "N" TO WS-TERM-ONLY-SWITCH.

      *> Keeps what the final check carried for the TERMINAT.DAT stamp
      *> and the termination register. A final pay of nothing - no
      *> hours, no balance, no adjustments - still finals the employee.
       Record-Final-Pay.
           SET TE-PAID-THIS-RUN (WS-EMP-TERM-IDX) TO TRUE
           MOVE WS-EMP-GROSS TO TE-FINAL-GROSS (WS-EMP-TERM-IDX)
           MOVE WS-EMP-PAYOUT-HOURS TO TE-PAYOUT-HOURS (WS-EMP-TERM-IDX)
           MOVE WS-EMP-PAYOUT-RATE TO TE-PAYOUT-RATE (WS-EMP-TERM-IDX)
           MOVE WS-EMP-PAYOUT TO TE-PAYOUT-AMOUNT (WS-EMP-TERM-IDX)
           MOVE WS-EMP-MATCH-NAME TO TE-NAME (WS-EMP-TERM-IDX)
           MOVE WS-EMP-DEPT TO TE-DEPT (WS-EMP-TERM-IDX)
           ADD 1 TO WS-TERM-PAID-COUNT
           ADD WS-EMP-PAYOUT TO WS-GRAND-PAYOUT
           ADD WS-EMP-GROSS TO WS-TERM-GROSS-TOTAL.

      *> Anyone with an adjustment still unpaid once the timecard and
      *> salaried passes are done - no cards this period, a card that
      *> rejected, or an off-cycle run - is paid the adjustments on
      *> their own. Each pass takes every eligible row for the SSNum,
      *> so the scan simply moves on to the next unpaid one.
       Pay-Adjustment-Only-Employees.
           PERFORM VARYING WS-ADJUST-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-ADJUST-SCAN-IDX > WS-ADJUST-COUNT
               IF AT-ELIGIBLE (WS-ADJUST-SCAN-IDX)
                   MOVE AT-SSNUM (WS-ADJUST-SCAN-IDX)
                       TO WS-PREV-TIMECARD-SSNUM
                   PERFORM Pay-One-Adjustment-Employee
               END-IF
           END-PERFORM.

      *> No hours and no accrual: leave balances are shown as they
      *> stand, and the year-to-date periods count is not bumped by
      *> a payment that is not a pay period.
       Pay-One-Adjustment-Employee.
           MOVE "N" TO WS-EMP-TERM-SWITCH
           MOVE WS-PREV-TIMECARD-SSNUM TO WS-SSNUM-WORK
           PERFORM Format-SSNum-For-Report
           MOVE WS-SSNUM-DISPLAY TO WS-EMP-SSNUM-DISPLAY
           MOVE WS-PREV-TIMECARD-SSNUM TO WS-LEAVE-LOOKUP-SSNUM
           MOVE SPACES TO WS-EMP-DEPT
           MOVE SPACES TO WS-EMP-MATCH-NAME
           IF WS-EMPLOYEE-MASTER-OPEN
               MOVE WS-PREV-TIMECARD-SSNUM TO EMP-SSNUM
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       DISPLAY "Adjustment for " WS-EMP-SSNUM-DISPLAY
                           " has no EMPLOYEE.DAT record - paid "
                           "unassigned"
                   NOT INVALID KEY
                       MOVE EMP-DEPT TO WS-EMP-DEPT
                       MOVE EMP-NAME TO WS-EMP-MATCH-NAME
               END-READ
           END-IF
           PERFORM VARYING WS-WEEK-IDX FROM 1 BY 1
                   UNTIL WS-WEEK-IDX > WS-WEEK-MAX
               MOVE 0 TO WS-EMP-WEEK-HOURS (WS-WEEK-IDX)
               MOVE 0 TO WS-EMP-WEEK-OT (WS-WEEK-IDX)
           END-PERFORM
           MOVE 0 TO WS-EMP-NUM1-SUM
           MOVE 0 TO WS-EMP-NUM2-SUM
           MOVE 0 TO WS-EMP-TOTAL-HOURS
           MOVE 0 TO WS-HOURLY-RATE
           PERFORM Find-Employee-Leave
           MOVE 0 TO WS-EMP-VAC-USED
           MOVE 0 TO WS-EMP-SICK-USED
           MOVE 0 TO WS-EMP-GROSS
           SET WS-ADJUST-ONLY-LINE TO TRUE
           PERFORM Apply-Employee-Adjustments
           IF WS-EMP-ADJUST-ROWS > 0
               ADD 1 TO WS-EMPLOYEE-COUNT
               PERFORM Compute-Employee-Deductions
               PERFORM Store-Payroll-Detail
           END-IF
           MOVE "N" TO WS-ADJUST-ONLY-SWITCH.

      *> Folds the employee's eligible adjustments into the gross just
      *> priced, ahead of deductions. A recovery is never allowed to
      *> take the gross below zero - when the recoveries outrun the
      *> pay they are held back, pending, for a cycle with enough pay
      *> to absorb them. On a nightly run, a pending row for someone
      *> whose year-to-date entry an earlier run of this cycle has
      *> already rolled is held too: the rerun guard would keep it
      *> out of YTDEARN.DAT, so it waits for the next cycle instead.
       Apply-Employee-Adjustments.
           MOVE 0 TO WS-EMP-ADJUST-TOTAL
           MOVE 0 TO WS-EMP-ADJUST-GAIN
           MOVE 0 TO WS-EMP-ADJUST-LOSS
           MOVE 0 TO WS-EMP-ADJUST-ROWS
           MOVE "N" TO WS-EMP-MANUAL-SWITCH
           MOVE "N" TO WS-HOLD-RECOVERY-SWITCH
           PERFORM Find-YTD-Already-Rolled
           PERFORM VARYING WS-ADJUST-IDX FROM 1 BY 1
                   UNTIL WS-ADJUST-IDX > WS-ADJUST-COUNT
               IF AT-ELIGIBLE (WS-ADJUST-IDX)
                       AND AT-SSNUM (WS-ADJUST-IDX)
                           = WS-PREV-TIMECARD-SSNUM
                   IF AT-AMOUNT (WS-ADJUST-IDX) > 0
                       ADD AT-AMOUNT (WS-ADJUST-IDX)
                           TO WS-EMP-ADJUST-GAIN
                   ELSE
                       ADD AT-AMOUNT (WS-ADJUST-IDX)
                           TO WS-EMP-ADJUST-LOSS
                   END-IF
               END-IF
           END-PERFORM
           IF WS-EMP-GROSS + WS-EMP-ADJUST-GAIN + WS-EMP-ADJUST-LOSS
                   < 0
               SET WS-HOLD-RECOVERY TO TRUE
           END-IF
           PERFORM VARYING WS-ADJUST-IDX FROM 1 BY 1
                   UNTIL WS-ADJUST-IDX > WS-ADJUST-COUNT
               IF AT-ELIGIBLE (WS-ADJUST-IDX)
                       AND AT-SSNUM (WS-ADJUST-IDX)
                           = WS-PREV-TIMECARD-SSNUM
                   PERFORM Apply-One-Adjustment
               END-IF
           END-PERFORM
           ADD WS-EMP-ADJUST-TOTAL TO WS-EMP-GROSS.

       Apply-One-Adjustment.
           EVALUATE TRUE
               WHEN AT-APPLIED-THIS-CYCLE (WS-ADJUST-IDX)
                   PERFORM Pay-One-Adjustment
               WHEN WS-YTD-ALREADY-ROLLED
                   MOVE "Keyed after this cycle rolled - held"
                       TO WS-ADJUST-HOLD-DETAIL
                   PERFORM Hold-One-Adjustment
               WHEN WS-HOLD-RECOVERY AND AT-AMOUNT (WS-ADJUST-IDX) < 0
                   MOVE "Recovery exceeds gross - held"
                       TO WS-ADJUST-HOLD-DETAIL
                   PERFORM Hold-One-Adjustment
               WHEN OTHER
                   PERFORM Pay-One-Adjustment
           END-EVALUATE.

       Pay-One-Adjustment.
           MOVE "P" TO AT-RUN-STATE (WS-ADJUST-IDX)
           ADD 1 TO WS-EMP-ADJUST-ROWS
           ADD 1 TO WS-ADJUST-PAID-COUNT
           ADD AT-AMOUNT (WS-ADJUST-IDX) TO WS-EMP-ADJUST-TOTAL
           ADD AT-AMOUNT (WS-ADJUST-IDX) TO WS-GRAND-ADJUST
           IF AT-CODE (WS-ADJUST-IDX) = "M"
               SET WS-EMP-MANUAL-CHECK TO TRUE
           END-IF.

       Hold-One-Adjustment.
           MOVE "H" TO AT-RUN-STATE (WS-ADJUST-IDX)
           ADD 1 TO WS-ADJUST-HELD-COUNT
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO EXCEPTION-RECORD
           MOVE "ADJUSTMENT HELD" TO EXC-TYPE
           MOVE WS-EMP-SSNUM-DISPLAY TO EXC-SSNUM-DISPLAY
           MOVE WS-ADJUST-HOLD-DETAIL TO EXC-DETAIL
           PERFORM Open-Exception-Report
           WRITE EXCEPTION-RECORD
           CLOSE EXCEPTION-REPORT
           DISPLAY "Adjustment " AT-NUMBER (WS-ADJUST-IDX) " for "
               WS-EMP-SSNUM-DISPLAY " held - " WS-ADJUST-HOLD-DETAIL.

       Find-YTD-Already-Rolled.
           MOVE "N" TO WS-YTD-ROLLED-SWITCH
           IF NOT WS-OFF-CYCLE-RUN AND WS-CYCLE-NUMBER NOT = 0
               MOVE WS-PREV-TIMECARD-SSNUM TO WS-YTD-LOOKUP-SSNUM
               PERFORM Read-Employee-YTD
               IF WS-YTD-FOUND AND YT-LAST-CYCLE = WS-CYCLE-NUMBER
                   SET WS-YTD-ALREADY-ROLLED TO TRUE
               END-IF
           END-IF.

      *> Priced lines are held until end of batch so they can be written
      *> grouped by department, and carry what the year-to-date and
      *> leave roll-forward posts once the night is cleared. A night
      *> with more employees than the table holds stops here, before
      *> any master has been touched, rather than pay someone whose
      *> figures could not be posted.
       Store-Payroll-Detail.
           ADD WS-EMP-TOTAL-HOURS TO WS-GRAND-TOTAL
           ADD WS-EMP-GROSS TO WS-GRAND-PAY
           ADD WS-EMP-FED TO WS-GRAND-FED
           ADD WS-EMP-STATE TO WS-GRAND-STATE
           ADD WS-EMP-VOLUNTARY TO WS-GRAND-VOLUNTARY
           ADD WS-EMP-GARNISH TO WS-GRAND-GARNISH
           ADD WS-EMP-NET TO WS-GRAND-NET
           IF WS-OFF-CYCLE-RUN OR WS-ADJUST-ONLY-LINE
               MOVE "N" TO WS-EMP-LEAVE-SETTLE-SWITCH
               MOVE WS-EMP-VAC-AVAIL TO WS-EMP-VAC-NEW-BAL
               MOVE WS-EMP-SICK-AVAIL TO WS-EMP-SICK-NEW-BAL
           ELSE
               PERFORM Update-Leave-Balances
           END-IF
           IF WS-EMP-LINE-COUNT < WS-EMP-LINE-MAX
               ADD 1 TO WS-EMP-LINE-COUNT
               MOVE WS-EMP-DEPT TO EL-DEPT (WS-EMP-LINE-COUNT)
               MOVE WS-EMP-STATE TO EL-STATE (WS-EMP-LINE-COUNT)
               MOVE WS-EMP-VOLUNTARY
                   TO EL-VOLUNTARY (WS-EMP-LINE-COUNT)
               MOVE WS-EMP-GARNISH TO EL-GARNISH (WS-EMP-LINE-COUNT)
               MOVE WS-EMP-NET TO EL-NET (WS-EMP-LINE-COUNT)
               MOVE WS-EMP-MATCH-NAME TO EL-NAME (WS-EMP-LINE-COUNT)
               PERFORM VARYING WS-WEEK-IDX FROM 1 BY 1
                   TO EL-VAC-BAL (WS-EMP-LINE-COUNT)
               MOVE WS-EMP-SICK-NEW-BAL
                   TO EL-SICK-BAL (WS-EMP-LINE-COUNT)
               MOVE WS-EMP-ADJUST-TOTAL TO EL-ADJUST (WS-EMP-LINE-COUNT)
               MOVE WS-EMP-MANUAL-SWITCH
                   TO EL-MANUAL-FLAG (WS-EMP-LINE-COUNT)
               IF WS-EMP-TERMINATING
                   MOVE WS-EMP-PAYOUT-HOURS
                       TO EL-PAYOUT-HOURS (WS-EMP-LINE-COUNT)
                   MOVE WS-EMP-PAYOUT TO EL-PAYOUT (WS-EMP-LINE-COUNT)
               ELSE
                   MOVE 0 TO EL-PAYOUT-HOURS (WS-EMP-LINE-COUNT)
                   MOVE 0 TO EL-PAYOUT (WS-EMP-LINE-COUNT)
               END-IF
               MOVE WS-EMP-SS-WAGES TO EL-SS-WAGES (WS-EMP-LINE-COUNT)
               MOVE WS-ADJUST-ONLY-SWITCH
                   TO EL-ADJUST-ONLY-FLAG (WS-EMP-LINE-COUNT)
               MOVE WS-EMP-LEAVE-SETTLE-SWITCH
                   TO EL-LEAVE-SETTLE-FLAG (WS-EMP-LINE-COUNT)
           ELSE
               DISPLAY "More than " WS-EMP-LINE-MAX " employees - "
                   "payroll stopped before any master was updated"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-EMP-TERMINATING
               PERFORM Record-Final-Pay
           END-IF.

      *> One pass per department table entry, then one more for lines
           MOVE EL-SICK-BAL (WS-EL-IDX) TO PR-SICK-BAL
           WRITE PAYROLL-RECORD.

      *> The suspense file is replaced whole every run - cards that
      *> paid this cycle simply do not come back, cards that rejected
      *> again are here one cycle older, and an empty file after a
      *> clean run is the desired state. The cards were staged in
      *> TCSUSP.WRK as they were suspended; it becomes TCSUSP.DAT.
       Rewrite-Suspense-File.
           IF WS-SUSP-WORK-OPEN
               CLOSE SUSPENSE-WORK-FILE
               MOVE "N" TO WS-SUSP-WORK-SWITCH
               MOVE RETURN-CODE TO WS-RENAME-SAVED-RC
               CALL "CBL_RENAME_FILE"
                   USING WS-SUSP-WORK-NAME WS-SUSP-LIVE-NAME
               IF RETURN-CODE = 0
                   MOVE WS-RENAME-SAVED-RC TO RETURN-CODE
                   IF WS-SUSP-OUT-COUNT > 0
                           OR WS-FINAL-REJECT-COUNT > 0
                       DISPLAY "Suspense carried to next cycle: "
                           WS-SUSP-OUT-COUNT " final rejects: "
                           WS-FINAL-REJECT-COUNT
                   END-IF
               ELSE
                   DISPLAY "Unable to rename TCSUSP.WRK over "
                       "TCSUSP.DAT - rename it by hand before the "
                       "next payroll run"
                   IF WS-RENAME-SAVED-RC > 8
                       MOVE WS-RENAME-SAVED-RC TO RETURN-CODE
                   ELSE
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

               WRITE STATEMENT-LINE AFTER ADVANCING PAGE
           END-IF
           MOVE SPACES TO WS-STMT-LINE
           IF WS-OFF-CYCLE-RUN
               MOVE "OFF-CYCLE PAYMENT" TO WS-STMT-LINE
           ELSE
               STRING "PAY PERIOD " WS-PERIOD-START " - "
                   WS-PERIOD-END
                   DELIMITED BY SIZE INTO WS-STMT-LINE
               END-STRING
           END-IF
           PERFORM Write-Statement-Line
           MOVE SPACES TO WS-STMT-LINE
           STRING EL-SSNUM-DISPLAY (WS-EL-IDX) "  "
               DELIMITED BY SIZE INTO WS-STMT-LINE
           END-STRING
           PERFORM Write-Statement-Line
           IF EL-PAYOUT (WS-EL-IDX) NOT = 0
               MOVE EL-PAYOUT (WS-EL-IDX) TO WS-STMT-AMOUNT-DISPLAY
               MOVE SPACES TO WS-STMT-LINE
               STRING "  FINAL PAY - VACATION PAYOUT "
                   EL-PAYOUT-HOURS (WS-EL-IDX) " HOURS "
                   WS-STMT-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-STMT-LINE
               END-STRING
               PERFORM Write-Statement-Line
           END-IF
           IF EL-ADJUST (WS-EL-IDX) NOT = 0
               PERFORM VARYING WS-ADJUST-IDX FROM 1 BY 1
                       UNTIL WS-ADJUST-IDX > WS-ADJUST-COUNT
                   IF AT-PAID (WS-ADJUST-IDX)
                           AND AT-SSNUM (WS-ADJUST-IDX)
                               = EL-SSNUM (WS-EL-IDX)
                       PERFORM Write-Statement-Adjustment
                   END-IF
               END-PERFORM
           END-IF
           MOVE EL-GROSS (WS-EL-IDX) TO WS-STMT-AMOUNT-DISPLAY
           MOVE SPACES TO WS-STMT-LINE
           STRING "  GROSS PAY      " WS-STMT-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-STMT-LINE
           END-STRING
           PERFORM Write-Statement-Line
      *> Garnishments are shown on their own, ahead of the total, so
      *> the employee can see what went to the court or agency.
           IF EL-GARNISH (WS-EL-IDX) NOT = 0
               MOVE EL-GARNISH (WS-EL-IDX) TO WS-STMT-AMOUNT-DISPLAY
               MOVE SPACES TO WS-STMT-LINE
               STRING "  GARNISHMENTS   " WS-STMT-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-STMT-LINE
               END-STRING
               PERFORM Write-Statement-Line
           END-IF
           COMPUTE WS-STMT-DEDUCTIONS = EL-FICA (WS-EL-IDX)
               + EL-FED (WS-EL-IDX) + EL-STATE (WS-EL-IDX)
               + EL-VOLUNTARY (WS-EL-IDX) + EL-GARNISH (WS-EL-IDX)
           MOVE WS-STMT-DEDUCTIONS TO WS-STMT-AMOUNT-DISPLAY
           MOVE SPACES TO WS-STMT-LINE
           STRING "  DEDUCTIONS     " WS-STMT-AMOUNT-DISPLAY
           MOVE WS-STMT-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE.

      *> One line per adjustment paid, so the employee sees what the
      *> bonus or correction was for and who approved it is on file.
       Write-Statement-Adjustment.
           MOVE "ADJUSTMENT" TO WS-ADJUST-CODE-NAME
           PERFORM VARYING WS-ADJUST-CODE-IDX FROM 1 BY 1
                   UNTIL WS-ADJUST-CODE-IDX > WS-ADJUST-CODE-TABLE-SIZE
               IF AC-CODE (WS-ADJUST-CODE-IDX)
                       = AT-CODE (WS-ADJUST-IDX)
                   MOVE AC-NAME (WS-ADJUST-CODE-IDX)
                       TO WS-ADJUST-CODE-NAME
                   MOVE WS-ADJUST-CODE-TABLE-SIZE
                       TO WS-ADJUST-CODE-IDX
               END-IF
           END-PERFORM
           MOVE AT-AMOUNT (WS-ADJUST-IDX) TO WS-STMT-AMOUNT-DISPLAY
           MOVE SPACES TO WS-STMT-LINE
           STRING "  " WS-ADJUST-CODE-NAME " "
               AT-REASON (WS-ADJUST-IDX) " "
               WS-STMT-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-STMT-LINE
           END-STRING
           PERFORM Write-Statement-Line.

      *> Tonight's net pay, split between the bank and the check run.
      *> A GL-blocked night holds the money with the postings - nothing
      *> goes to the bank on figures nobody has reviewed yet.
       Write-Net-Pay-Distribution.
           EVALUATE TRUE
               WHEN WS-GL-BLOCKED
                   DISPLAY "Direct deposit file and check register "
                       "NOT written - net pay held with the GL postings"
               WHEN WS-EMP-LINE-COUNT = 0
                   DISPLAY "No priced employees - no direct deposit "
                       "file or check register written"
               WHEN OTHER
                   PERFORM Load-DD-Control
                   IF WS-DD-CONTROL-LOADED
                       PERFORM Load-Check-Stock
                       PERFORM Find-Prior-Run-Checks
                       PERFORM Open-Distribution-Files
                   END-IF
                   IF WS-DISTRIBUTION-OPEN
                       PERFORM Build-Net-Pay-Distribution
                       CLOSE DD-TRANSMIT-FILE
                       CLOSE CHECK-REGISTER-REPORT
                       CLOSE CHECK-ISSUE-FILE
                       CLOSE POSITIVE-PAY-FILE
                       PERFORM Write-Distribution-Proof
                       PERFORM Rewrite-Bank-Master
                       PERFORM Rewrite-Check-Stock
                       IF WS-POSPAY-QUEUED-COUNT > 0
                           OPEN OUTPUT POSPAY-QUEUE-FILE
                           CLOSE POSPAY-QUEUE-FILE
                       END-IF
                   END-IF
           END-EVALUATE.

      *> Without the company and bank identification there is no file
      *> the bank would accept - the distribution is refused rather
      *> than sent under made-up numbers, and the rerun once DDCTL.DAT
      *> is set up writes it.
       Load-DD-Control.
           MOVE "N" TO WS-DD-CONTROL-SWITCH
           OPEN INPUT DD-CONTROL-FILE
           IF WS-DD-CONTROL-STATUS NOT = "00"
               DISPLAY "Unable to open DDCTL.DAT, status "
                   WS-DD-CONTROL-STATUS
                   " - no direct deposit file or check register written"
               MOVE 8 TO RETURN-CODE
           ELSE
               READ DD-CONTROL-FILE
                   AT END CONTINUE
               END-READ
               IF WS-DD-CONTROL-STATUS = "00"
                       AND DC-ORIGIN-ROUTING IS NUMERIC
                   MOVE DC-ORIGIN-ROUTING TO WS-DD-ORIGIN-ROUTING
                   MOVE DC-COMPANY-ID TO WS-DD-COMPANY-ID
                   MOVE DC-COMPANY-NAME TO WS-DD-COMPANY-NAME
                   MOVE DC-BANK-NAME TO WS-DD-BANK-NAME
                   SET WS-DD-CONTROL-LOADED TO TRUE
               ELSE
                   DISPLAY "DDCTL.DAT is empty or its routing number "
                       "is not numeric - no direct deposit file or "
                       "check register written"
                   MOVE 8 TO RETURN-CODE
               END-IF
               CLOSE DD-CONTROL-FILE
           END-IF.

      *> No stock on file is not a reason to hold the deposits - the
      *> checks print unnumbered under condition code 8 and are cut
      *> by hand once CHKMNT has loaded a stock range.
       Load-Check-Stock.
           MOVE "N" TO WS-CHECK-STOCK-SWITCH
           OPEN INPUT CHECK-STOCK-FILE
           IF WS-CHECK-STOCK-STATUS NOT = "00"
               DISPLAY "Unable to open CHKSTOCK.DAT, status "
                   WS-CHECK-STOCK-STATUS
                   " - checks print unnumbered this run"
           ELSE
               READ CHECK-STOCK-FILE
                   AT END CONTINUE
               END-READ
               IF WS-CHECK-STOCK-STATUS = "00"
                       AND CS-NEXT-CHECK IS NUMERIC
                       AND CS-LAST-CHECK IS NUMERIC
                   MOVE CS-ACCOUNT TO WS-CHECK-ACCOUNT
                   MOVE CS-NEXT-CHECK TO WS-NEXT-CHECK
                   MOVE CS-NEXT-CHECK TO WS-FIRST-CHECK
                   MOVE CS-LAST-CHECK TO WS-LAST-CHECK
                   SET WS-CHECK-STOCK-LOADED TO TRUE
               ELSE
                   DISPLAY "CHKSTOCK.DAT is empty or unreadable - "
                       "checks print unnumbered this run"
               END-IF
               CLOSE CHECK-STOCK-FILE
           END-IF.

      *> Checks this cycle already issued on an earlier run, still
      *> outstanding - each is voided on the ledger and to the bank
      *> before tonight's checks are numbered. A manual run outside
      *> the stream (cycle 0) cannot tell a rerun from a new run and
      *> voids nothing, nor does an off-cycle run. Reissues keyed in
      *> CHKMNT and off-cycle checks carry cycle 0 and are never swept
      *> up here.
       Find-Prior-Run-Checks.
           MOVE 0 TO WS-RERUN-VOID-COUNT
           IF WS-CYCLE-NUMBER > 0 AND NOT WS-OFF-CYCLE-RUN
               OPEN INPUT CHECK-ISSUE-FILE
               IF WS-CHECK-ISSUE-STATUS = "00"
                   MOVE "N" TO WS-CHECK-ISSUE-EOF
                   READ CHECK-ISSUE-FILE
                       AT END SET WS-CHECK-ISSUE-DONE TO TRUE
                   END-READ
                   PERFORM UNTIL WS-CHECK-ISSUE-DONE
                       IF CI-CYCLE = WS-CYCLE-NUMBER
                           PERFORM Note-Prior-Run-Check
                       END-IF
                       READ CHECK-ISSUE-FILE
                           AT END SET WS-CHECK-ISSUE-DONE TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE CHECK-ISSUE-FILE
               END-IF
           END-IF.

       Note-Prior-Run-Check.
           MOVE 0 TO WS-RERUN-FOUND-IDX
           PERFORM VARYING WS-RERUN-VOID-IDX FROM 1 BY 1
                   UNTIL WS-RERUN-VOID-IDX > WS-RERUN-VOID-COUNT
               IF RV-CHECK-NUMBER (WS-RERUN-VOID-IDX) = CI-CHECK-NUMBER
                   MOVE WS-RERUN-VOID-IDX TO WS-RERUN-FOUND-IDX
                   MOVE WS-RERUN-VOID-COUNT TO WS-RERUN-VOID-IDX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-RERUN-FOUND-IDX > 0
                   IF CI-OUTSTANDING
                       MOVE "N" TO RV-CLOSED-FLAG (WS-RERUN-FOUND-IDX)
                   ELSE
                       MOVE "Y" TO RV-CLOSED-FLAG (WS-RERUN-FOUND-IDX)
                   END-IF
               WHEN CI-OUTSTANDING
                   IF WS-RERUN-VOID-COUNT < WS-RERUN-VOID-MAX
                       ADD 1 TO WS-RERUN-VOID-COUNT
                       MOVE CI-CHECK-NUMBER
                           TO RV-CHECK-NUMBER (WS-RERUN-VOID-COUNT)
                       MOVE CHECK-ISSUE-RECORD
                           TO RV-ISSUE-IMAGE (WS-RERUN-VOID-COUNT)
                       MOVE "N" TO RV-CLOSED-FLAG (WS-RERUN-VOID-COUNT)
                   ELSE
                       DISPLAY "More than " WS-RERUN-VOID-MAX
                           " checks from the earlier run - check "
                           CI-CHECK-NUMBER " must be voided in CHKMNT"
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-EVALUATE.

      *> All four outputs or none. The issue ledger is appended to; the
      *> positive-pay file is extended when a rerun finds tonight's
      *> already written, so whatever an earlier run sent stays on it
      *> next to the voids that cancel it.
       Open-Distribution-Files.
           MOVE "N" TO WS-DISTRIBUTION-OPEN-SWITCH
           OPEN OUTPUT DD-TRANSMIT-FILE
           OPEN OUTPUT CHECK-REGISTER-REPORT
           OPEN EXTEND CHECK-ISSUE-FILE
           IF WS-CHECK-ISSUE-STATUS = "35"
               OPEN OUTPUT CHECK-ISSUE-FILE
           END-IF
           OPEN EXTEND POSITIVE-PAY-FILE
           IF WS-POSPAY-STATUS = "35"
               OPEN OUTPUT POSITIVE-PAY-FILE
               IF WS-POSPAY-STATUS = "00"
                   MOVE WS-POSPAY-FILENAME TO WS-CATALOG-FILENAME
                   MOVE "POSPAY" TO WS-CATALOG-TYPE
                   PERFORM Record-Generation
               END-IF
           END-IF
           IF WS-DD-TRANSMIT-STATUS = "00"
                   AND WS-CHECK-REGISTER-STATUS = "00"
                   AND WS-CHECK-ISSUE-STATUS = "00"
                   AND WS-POSPAY-STATUS = "00"
               SET WS-DISTRIBUTION-OPEN TO TRUE
               MOVE WS-DD-FILENAME TO WS-CATALOG-FILENAME
               MOVE "DDXMIT" TO WS-CATALOG-TYPE
               PERFORM Record-Generation
               MOVE WS-CHECK-REGISTER-FILENAME TO WS-CATALOG-FILENAME
               MOVE "CHKREG" TO WS-CATALOG-TYPE
               PERFORM Record-Generation
           ELSE
               DISPLAY "Unable to open the net pay outputs - "
                   WS-DD-FILENAME " status " WS-DD-TRANSMIT-STATUS
               DISPLAY "    " WS-CHECK-REGISTER-FILENAME " status "
                   WS-CHECK-REGISTER-STATUS
                   " CHKISSUE.DAT status " WS-CHECK-ISSUE-STATUS
               DISPLAY "    " WS-POSPAY-FILENAME " status "
                   WS-POSPAY-STATUS
               MOVE 8 TO RETURN-CODE
               IF WS-DD-TRANSMIT-STATUS = "00"
                   CLOSE DD-TRANSMIT-FILE
               END-IF
               IF WS-CHECK-REGISTER-STATUS = "00"
                   CLOSE CHECK-REGISTER-REPORT
               END-IF
               IF WS-CHECK-ISSUE-STATUS = "00"
                   CLOSE CHECK-ISSUE-FILE
               END-IF
               IF WS-POSPAY-STATUS = "00"
                   CLOSE POSITIVE-PAY-FILE
               END-IF
           END-IF.

       Build-Net-Pay-Distribution.
           MOVE FUNCTION CURRENT-DATE TO WS-DD-CURRENT-DATE
           MOVE 0 TO WS-DD-ENTRY-COUNT
           MOVE 0 TO WS-DD-RECORD-COUNT
           MOVE 0 TO WS-DD-ENTRY-HASH
           MOVE 0 TO WS-DD-TRACE-SEQUENCE
           MOVE 0 TO WS-DD-PRENOTE-COUNT
           MOVE 0 TO WS-DD-COUNT
           MOVE 0 TO WS-DD-TOTAL
           MOVE 0 TO WS-CHECK-COUNT
           MOVE 0 TO WS-CHECK-TOTAL
           MOVE 0 TO WS-UNNUMBERED-COUNT
           MOVE 0 TO WS-POSPAY-COUNT
           PERFORM Write-DD-Headers
           PERFORM Fold-Queued-Positive-Pay
           PERFORM VARYING WS-RERUN-VOID-IDX FROM 1 BY 1
                   UNTIL WS-RERUN-VOID-IDX > WS-RERUN-VOID-COUNT
               IF NOT RV-CLOSED (WS-RERUN-VOID-IDX)
                   PERFORM Void-Prior-Run-Check
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-CHECK-LINE
           STRING "CHECK REGISTER - CYCLE " WS-CYCLE-NUMBER
               " PROCESSING DATE " WS-GEN-DATE
               " ACCOUNT " WS-CHECK-ACCOUNT
               DELIMITED BY SIZE INTO WS-CHECK-LINE
           END-STRING
           PERFORM Write-Check-Register-Line
           MOVE SPACES TO WS-CHECK-LINE
           STRING "CHECK NO  SSNUM        NAME                  "
               "      NET PAY  DATE      REASON"
               DELIMITED BY SIZE INTO WS-CHECK-LINE
           END-STRING
           PERFORM Write-Check-Register-Line
           PERFORM VARYING WS-BANK-IDX FROM 1 BY 1
                   UNTIL WS-BANK-IDX > WS-BANK-COUNT
               IF BK-PRENOTE-STATUS (WS-BANK-IDX) NOT = "L"
                       AND NOT WS-OFF-CYCLE-RUN
                       AND (BK-PRENOTE-CYCLE (WS-BANK-IDX) = 0
                       OR BK-PRENOTE-CYCLE (WS-BANK-IDX)
                           = WS-CYCLE-NUMBER)
                   PERFORM Write-One-Prenote
               END-IF
           END-PERFORM
           PERFORM VARYING WS-EL-IDX FROM 1 BY 1
                   UNTIL WS-EL-IDX > WS-EMP-LINE-COUNT
               PERFORM Distribute-One-Net-Pay
           END-PERFORM
           PERFORM Write-DD-Controls
           MOVE WS-CHECK-TOTAL TO WS-CHECK-TOTAL-DISPLAY
           MOVE SPACES TO WS-CHECK-LINE
           STRING "TOTAL CHECKS " WS-CHECK-COUNT
               "  NET " WS-CHECK-TOTAL-DISPLAY
               "  UNNUMBERED " WS-UNNUMBERED-COUNT
               DELIMITED BY SIZE INTO WS-CHECK-LINE
           END-STRING
           PERFORM Write-Check-Register-Line
           IF WS-UNNUMBERED-COUNT > 0
               DISPLAY WS-UNNUMBERED-COUNT " check(s) printed without "
                   "a number - load check stock in CHKMNT and cut "
                   "them by hand"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *> Voids and reissues keyed in CHKMNT since the last run go to
      *> the bank ahead of tonight's issues.
       Fold-Queued-Positive-Pay.
           MOVE 0 TO WS-POSPAY-QUEUED-COUNT
           OPEN INPUT POSPAY-QUEUE-FILE
           IF WS-POSPAY-QUEUE-STATUS = "00"
               MOVE "N" TO WS-POSPAY-QUEUE-EOF
               READ POSPAY-QUEUE-FILE
                   AT END SET WS-POSPAY-QUEUE-DONE TO TRUE
               END-READ
               PERFORM UNTIL WS-POSPAY-QUEUE-DONE
                   MOVE POSPAY-QUEUE-RECORD TO POSITIVE-PAY-RECORD
                   WRITE POSITIVE-PAY-RECORD
                   ADD 1 TO WS-POSPAY-QUEUED-COUNT
                   ADD 1 TO WS-POSPAY-COUNT
                   READ POSPAY-QUEUE-FILE
                       AT END SET WS-POSPAY-QUEUE-DONE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE POSPAY-QUEUE-FILE
               IF WS-POSPAY-QUEUED-COUNT > 0
                   DISPLAY "Queued check voids/reissues sent: "
                       WS-POSPAY-QUEUED-COUNT
               END-IF
           END-IF.

       Void-Prior-Run-Check.
           MOVE RV-ISSUE-IMAGE (WS-RERUN-VOID-IDX) TO CHECK-ISSUE-RECORD
           MOVE "V" TO CI-STATUS
           MOVE WS-GEN-DATE TO CI-STATUS-DATE
           WRITE CHECK-ISSUE-RECORD
           MOVE SPACES TO POSITIVE-PAY-RECORD
           MOVE WS-CHECK-ACCOUNT TO PP-ACCOUNT
           MOVE CI-CHECK-NUMBER TO PP-CHECK-NUMBER
           MOVE CI-AMOUNT TO PP-AMOUNT
           MOVE CI-ISSUE-DATE TO PP-ISSUE-DATE
           MOVE CI-NAME TO PP-PAYEE
           MOVE "V" TO PP-ACTION
           WRITE POSITIVE-PAY-RECORD
           ADD 1 TO WS-POSPAY-COUNT
           DISPLAY "Check " CI-CHECK-NUMBER " from the earlier run of "
               "this cycle voided".

      *> The stock's next number is saved back only when checks were
      *> actually numbered off it.
       Rewrite-Check-Stock.
           IF WS-CHECK-STOCK-LOADED
                   AND WS-NEXT-CHECK NOT = WS-FIRST-CHECK
               OPEN OUTPUT CHECK-STOCK-FILE
               IF WS-CHECK-STOCK-STATUS NOT = "00"
                   DISPLAY "Unable to rewrite CHKSTOCK.DAT, status "
                       WS-CHECK-STOCK-STATUS
                       " - next check number is " WS-NEXT-CHECK
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE SPACES TO CHECK-STOCK-RECORD
                   MOVE WS-CHECK-ACCOUNT TO CS-ACCOUNT
                   MOVE WS-NEXT-CHECK TO CS-NEXT-CHECK
                   MOVE WS-LAST-CHECK TO CS-LAST-CHECK
                   WRITE CHECK-STOCK-RECORD
                   CLOSE CHECK-STOCK-FILE
               END-IF
           END-IF.

      *> One PPD credit batch per file. The descriptive and effective
      *> dates are the processing date the stream is running under.
       Write-DD-Headers.
           MOVE SPACES TO DD-FILE-HEADER
           MOVE "1" TO FH-RECORD-TYPE
           MOVE 1 TO FH-PRIORITY
           MOVE WS-DD-ORIGIN-ROUTING TO FH-DEST-ROUTING
           MOVE WS-DD-COMPANY-ID TO FH-ORIGIN
           MOVE WS-DD-CURRENT-DATE (3:6) TO FH-CREATE-DATE
           MOVE WS-DD-CURRENT-DATE (9:4) TO FH-CREATE-TIME
           MOVE "A" TO FH-FILE-ID-MODIFIER
           MOVE "094" TO FH-RECORD-SIZE
           MOVE "10" TO FH-BLOCKING-FACTOR
           MOVE "1" TO FH-FORMAT-CODE
           MOVE WS-DD-BANK-NAME TO FH-DEST-NAME
           MOVE WS-DD-COMPANY-NAME TO FH-ORIGIN-NAME
           PERFORM Write-DD-Record
           MOVE SPACES TO DD-BATCH-HEADER
           MOVE "5" TO BH-RECORD-TYPE
           MOVE 220 TO BH-SERVICE-CLASS
           MOVE WS-DD-COMPANY-NAME TO BH-COMPANY-NAME
           MOVE WS-DD-COMPANY-ID TO BH-COMPANY-ID
           MOVE "PPD" TO BH-ENTRY-CLASS
           MOVE "PAYROLL" TO BH-ENTRY-DESCRIPTION
           MOVE WS-GEN-DATE (3:6) TO BH-DESCRIPTIVE-DATE
           MOVE WS-GEN-DATE (3:6) TO BH-EFFECTIVE-DATE
           MOVE "1" TO BH-ORIGINATOR-STATUS
           MOVE WS-DD-ODFI TO BH-ODFI
           MOVE 1 TO BH-BATCH-NUMBER
           PERFORM Write-DD-Record.

      *> Zero-dollar test entry against a new or changed account. The
      *> account's row is stamped with the cycle it went out in, which
      *> is what lets BANKMNT release it to live deposit.
       Write-One-Prenote.
           MOVE BK-ROUTING (WS-BANK-IDX) TO WS-DD-ROUTING-WORK
           MOVE BK-ACCOUNT (WS-BANK-IDX) TO WS-DD-ACCOUNT
           IF BK-ACCOUNT-TYPE (WS-BANK-IDX) = "S"
               MOVE 33 TO WS-DD-TRAN-CODE
           ELSE
               MOVE 23 TO WS-DD-TRAN-CODE
           END-IF
           MOVE 0 TO WS-DD-AMOUNT
           MOVE BK-SSNUM (WS-BANK-IDX) TO WS-DD-INDIVIDUAL-ID
           MOVE SPACES TO WS-DD-NAME
           IF WS-EMPLOYEE-MASTER-OPEN
               MOVE BK-SSNUM (WS-BANK-IDX) TO EMP-SSNUM
               READ EMPLOYEE-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE EMP-NAME TO WS-DD-NAME
               END-READ
           END-IF
           PERFORM Write-DD-Entry
           ADD 1 TO WS-DD-PRENOTE-COUNT
           IF WS-CYCLE-NUMBER > 0
                   AND BK-PRENOTE-CYCLE (WS-BANK-IDX) NOT = WS-CYCLE-NUMBER
               MOVE WS-CYCLE-NUMBER TO BK-PRENOTE-CYCLE (WS-BANK-IDX)
               SET WS-BANK-STAMPED TO TRUE
           END-IF.

      *> Zero net pays nothing either way and appears on neither list.
       Distribute-One-Net-Pay.
           IF EL-NET (WS-EL-IDX) > 0
               MOVE 0 TO WS-BANK-FOUND-IDX
               PERFORM VARYING WS-BANK-IDX FROM 1 BY 1
                       UNTIL WS-BANK-IDX > WS-BANK-COUNT
                   IF BK-SSNUM (WS-BANK-IDX) = EL-SSNUM (WS-EL-IDX)
                       MOVE WS-BANK-IDX TO WS-BANK-FOUND-IDX
                       MOVE WS-BANK-COUNT TO WS-BANK-IDX
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN EL-MANUAL-CHECK (WS-EL-IDX)
                       MOVE "MANUAL" TO WS-CHECK-REASON
                       PERFORM Write-Check-Register-Entry
                   WHEN WS-BANK-FOUND-IDX = 0
                       MOVE "NO ACCOUNT" TO WS-CHECK-REASON
                       PERFORM Write-Check-Register-Entry
                   WHEN BK-PRENOTE-STATUS (WS-BANK-FOUND-IDX) = "L"
                       PERFORM Write-DD-Credit-Entry
                   WHEN OTHER
                       MOVE "PRENOTE" TO WS-CHECK-REASON
                       PERFORM Write-Check-Register-Entry
               END-EVALUATE
           END-IF.

       Write-DD-Credit-Entry.
           MOVE BK-ROUTING (WS-BANK-FOUND-IDX) TO WS-DD-ROUTING-WORK
           MOVE BK-ACCOUNT (WS-BANK-FOUND-IDX) TO WS-DD-ACCOUNT
           IF BK-ACCOUNT-TYPE (WS-BANK-FOUND-IDX) = "S"
               MOVE 32 TO WS-DD-TRAN-CODE
           ELSE
               MOVE 22 TO WS-DD-TRAN-CODE
           END-IF
           MOVE EL-NET (WS-EL-IDX) TO WS-DD-AMOUNT
           MOVE EL-SSNUM (WS-EL-IDX) TO WS-DD-INDIVIDUAL-ID
           MOVE EL-NAME (WS-EL-IDX) TO WS-DD-NAME
           PERFORM Write-DD-Entry
           ADD 1 TO WS-DD-COUNT
           ADD EL-NET (WS-EL-IDX) TO WS-DD-TOTAL.

      *> The entry hash is the sum of the eight-digit receiving bank
      *> numbers; the controls carry its low-order ten digits.
       Write-DD-Entry.
           ADD 1 TO WS-DD-ENTRY-COUNT
           ADD 1 TO WS-DD-TRACE-SEQUENCE
           ADD WS-DD-RDFI TO WS-DD-ENTRY-HASH
           MOVE SPACES TO DD-ENTRY-DETAIL
           MOVE "6" TO ED-RECORD-TYPE
           MOVE WS-DD-TRAN-CODE TO ED-TRANSACTION-CODE
           MOVE WS-DD-RDFI TO ED-RDFI
           MOVE WS-DD-CHECK-DIGIT TO ED-CHECK-DIGIT
           MOVE WS-DD-ACCOUNT TO ED-ACCOUNT
           MOVE WS-DD-AMOUNT TO ED-AMOUNT
           MOVE WS-DD-INDIVIDUAL-ID TO ED-INDIVIDUAL-ID
           MOVE WS-DD-NAME TO ED-INDIVIDUAL-NAME
           MOVE 0 TO ED-ADDENDA-FLAG
           MOVE WS-DD-ODFI TO ED-TRACE-ODFI
           MOVE WS-DD-TRACE-SEQUENCE TO ED-TRACE-SEQUENCE
           PERFORM Write-DD-Record.

       Write-DD-Controls.
           MOVE SPACES TO DD-BATCH-CONTROL
           MOVE "8" TO BC-RECORD-TYPE
           MOVE 220 TO BC-SERVICE-CLASS
           MOVE WS-DD-ENTRY-COUNT TO BC-ENTRY-COUNT
           MOVE WS-DD-ENTRY-HASH TO BC-ENTRY-HASH
           MOVE 0 TO BC-DEBIT-TOTAL
           MOVE WS-DD-TOTAL TO BC-CREDIT-TOTAL
           MOVE WS-DD-COMPANY-ID TO BC-COMPANY-ID
           MOVE WS-DD-ODFI TO BC-ODFI
           MOVE 1 TO BC-BATCH-NUMBER
           PERFORM Write-DD-Record
           COMPUTE WS-DD-BLOCK-COUNT = (WS-DD-RECORD-COUNT + 10) / 10
           MOVE SPACES TO DD-FILE-CONTROL
           MOVE "9" TO FC-RECORD-TYPE
           MOVE 1 TO FC-BATCH-COUNT
           MOVE WS-DD-BLOCK-COUNT TO FC-BLOCK-COUNT
           MOVE WS-DD-ENTRY-COUNT TO FC-ENTRY-COUNT
           MOVE WS-DD-ENTRY-HASH TO FC-ENTRY-HASH
           MOVE 0 TO FC-DEBIT-TOTAL
           MOVE WS-DD-TOTAL TO FC-CREDIT-TOTAL
           PERFORM Write-DD-Record
           PERFORM UNTIL WS-DD-RECORD-COUNT >= WS-DD-BLOCK-COUNT * 10
               MOVE ALL "9" TO DD-TRANSMIT-RECORD
               PERFORM Write-DD-Record
           END-PERFORM.

       Write-DD-Record.
           WRITE DD-TRANSMIT-RECORD
           ADD 1 TO WS-DD-RECORD-COUNT.

      *> Each check takes the next number off the stock and goes to
      *> the issue ledger and the bank's issue file together, so the
      *> three can never disagree about what was cut.
       Write-Check-Register-Entry.
           ADD 1 TO WS-CHECK-COUNT
           ADD EL-NET (WS-EL-IDX) TO WS-CHECK-TOTAL
           MOVE EL-NET (WS-EL-IDX) TO WS-CHECK-AMOUNT-DISPLAY
           MOVE SPACES TO WS-CHECK-LINE
           IF WS-CHECK-STOCK-LOADED
                   AND WS-NEXT-CHECK NOT > WS-LAST-CHECK
               MOVE WS-NEXT-CHECK TO WS-CHECK-NUMBER
               ADD 1 TO WS-NEXT-CHECK
               PERFORM Record-Check-Issue
               STRING WS-CHECK-NUMBER "  "
                   EL-SSNUM-DISPLAY (WS-EL-IDX) "  "
                   EL-NAME (WS-EL-IDX) (1:22) "  "
                   WS-CHECK-AMOUNT-DISPLAY "  " WS-GEN-DATE "  "
                   WS-CHECK-REASON
                   DELIMITED BY SIZE INTO WS-CHECK-LINE
               END-STRING
           ELSE
               ADD 1 TO WS-UNNUMBERED-COUNT
               STRING "NO STOCK  "
                   EL-SSNUM-DISPLAY (WS-EL-IDX) "  "
                   EL-NAME (WS-EL-IDX) (1:22) "  "
                   WS-CHECK-AMOUNT-DISPLAY "  " WS-GEN-DATE "  "
                   WS-CHECK-REASON
                   DELIMITED BY SIZE INTO WS-CHECK-LINE
               END-STRING
           END-IF
           PERFORM Write-Check-Register-Line.

       Record-Check-Issue.
           MOVE SPACES TO CHECK-ISSUE-RECORD
           MOVE WS-CHECK-NUMBER TO CI-CHECK-NUMBER
           MOVE EL-SSNUM (WS-EL-IDX) TO CI-SSNUM
           MOVE EL-NAME (WS-EL-IDX) TO CI-NAME
           MOVE EL-NET (WS-EL-IDX) TO CI-AMOUNT
           MOVE WS-GEN-DATE TO CI-ISSUE-DATE
           IF WS-OFF-CYCLE-RUN
               MOVE 0 TO CI-CYCLE
           ELSE
               MOVE WS-CYCLE-NUMBER TO CI-CYCLE
           END-IF
           MOVE "O" TO CI-STATUS
           MOVE WS-GEN-DATE TO CI-STATUS-DATE
           MOVE 0 TO CI-REPLACES
           WRITE CHECK-ISSUE-RECORD
           MOVE SPACES TO POSITIVE-PAY-RECORD
           MOVE WS-CHECK-ACCOUNT TO PP-ACCOUNT
           MOVE WS-CHECK-NUMBER TO PP-CHECK-NUMBER
           MOVE EL-NET (WS-EL-IDX) TO PP-AMOUNT
           MOVE WS-GEN-DATE TO PP-ISSUE-DATE
           MOVE EL-NAME (WS-EL-IDX) TO PP-PAYEE
           MOVE "I" TO PP-ACTION
           WRITE POSITIVE-PAY-RECORD
           ADD 1 TO WS-POSPAY-COUNT.

       Write-Check-Register-Line.
           MOVE WS-CHECK-LINE TO CHECK-REGISTER-LINE
           WRITE CHECK-REGISTER-LINE.

      *> The bank file's credit total plus the checks cut must come to
      *> the net-pay grand total above it - a line that priced but was
      *> never stored (past the employee-line table) shows up here as
      *> money owed that neither list will pay.
       Write-Distribution-Proof.
           MOVE SPACES TO PAYROLL-RECORD
           MOVE WS-DD-COUNT TO PR-NUM1
           MOVE WS-DD-TOTAL TO PR-NET
           MOVE "DIRECT DEPOSIT" TO PR-LABEL
           WRITE PAYROLL-RECORD
           MOVE SPACES TO PAYROLL-RECORD
           MOVE WS-CHECK-COUNT TO PR-NUM1
           MOVE WS-CHECK-TOTAL TO PR-NET
           MOVE "PAY BY CHECK" TO PR-LABEL
           WRITE PAYROLL-RECORD
           COMPUTE WS-DISTRIBUTED-TOTAL = WS-DD-TOTAL + WS-CHECK-TOTAL
           IF WS-DISTRIBUTED-TOTAL = WS-GRAND-NET
               MOVE "NET PAY DISTRIBUTION IN BALANCE WITH GRAND TOTAL"
                   TO PAYROLL-REPORT-LINE
           ELSE
               MOVE "NET PAY DISTRIBUTION OUT OF BALANCE - HOLD FILE"
                   TO PAYROLL-REPORT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE PAYROLL-REPORT-LINE
           DISPLAY "Net pay distribution - direct deposit: "
               WS-DD-COUNT " by check: " WS-CHECK-COUNT
               " prenotes sent: " WS-DD-PRENOTE-COUNT
               " positive-pay records: " WS-POSPAY-COUNT.

      *> Only the prenote stamps change here. A master too big for the
      *> table is left alone - rewriting it would drop the extras - and
      *> its pending prenotes simply go out again next cycle.
       Rewrite-Bank-Master.
           IF WS-BANK-STAMPED
               IF WS-BANK-OVERFLOW
                   DISPLAY "BANKACCT.DAT not rewritten - prenote "
                       "stamps not saved this run"
               ELSE
                   OPEN OUTPUT BANK-MASTER
                   IF WS-BANK-STATUS NOT = "00"
                       DISPLAY "Unable to rewrite BANKACCT.DAT, status "
                           WS-BANK-STATUS
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM VARYING WS-BANK-IDX FROM 1 BY 1
                               UNTIL WS-BANK-IDX > WS-BANK-COUNT
                           MOVE SPACES TO BANK-RECORD
                           MOVE BK-SSNUM (WS-BANK-IDX) TO BA-SSNUM
                           MOVE BK-ROUTING (WS-BANK-IDX) TO BA-ROUTING
                           MOVE BK-ACCOUNT (WS-BANK-IDX) TO BA-ACCOUNT
                           MOVE BK-ACCOUNT-TYPE (WS-BANK-IDX)
                               TO BA-ACCOUNT-TYPE
                           MOVE BK-PRENOTE-STATUS (WS-BANK-IDX)
                               TO BA-PRENOTE-STATUS
                           MOVE BK-PRENOTE-CYCLE (WS-BANK-IDX)
                               TO BA-PRENOTE-CYCLE
                           WRITE BANK-RECORD
                       END-PERFORM
                       CLOSE BANK-MASTER
                   END-IF
               END-IF
           END-IF.

      *> The stored employee lines become the ledger posting file and
      *> its register: a debit to 5100+department per employee and one
      *> credit to accrued payroll for the run, written only for a
      *> balanced batch that actually priced someone. The register shows
      *> accounting what went into GLPOST.DAT without a hex dump. An
      *> off-cycle set is appended behind the nightly set still waiting
      *> for import, so neither run's postings overwrite the other's.
       Write-GL-Postings.
           IF WS-GL-BLOCKED
               DISPLAY "GL posting set NOT written - gross pay swing "
                   "outside the reasonability limit; review the "
                   "payroll report and rerun once cleared"
               PERFORM Write-Empty-GL-Set
           ELSE
               IF WS-EMP-LINE-COUNT = 0
                   DISPLAY "No priced employees - no GL postings "
                       "written"
                   PERFORM Write-Empty-GL-Set
               ELSE
                   IF WS-OFF-CYCLE-RUN
                       OPEN EXTEND GL-POST-FILE
                       IF WS-GL-POST-STATUS = "35"
                           OPEN OUTPUT GL-POST-FILE
                       END-IF
                   ELSE
                       OPEN OUTPUT GL-POST-FILE
                   END-IF
                   IF WS-GL-POST-STATUS NOT = "00"
                       DISPLAY "Unable to open GLPOST.DAT, status "
                           WS-GL-POST-STATUS
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       IF WS-OFF-CYCLE-RUN
                           OPEN EXTEND GL-REGISTER-REPORT
                           IF WS-GL-REGISTER-STATUS = "35"
                               OPEN OUTPUT GL-REGISTER-REPORT
                           END-IF
                       ELSE
                           OPEN OUTPUT GL-REGISTER-REPORT
                       END-IF
                       IF WS-GL-REGISTER-STATUS NOT = "00"
                           DISPLAY "Unable to open GLREG.RPT, status "
                               WS-GL-REGISTER-STATUS
                           MOVE 8 TO RETURN-CODE
                           CLOSE GL-POST-FILE
                       ELSE
                           PERFORM Build-GL-Postings
                           CLOSE GL-REGISTER-REPORT
                           CLOSE GL-POST-FILE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> A nightly run that writes no posting set still replaces last
      *> night's GLPOST.DAT - left in place, cobolpractice and LABACCR
      *> would append tonight's postings behind a set the ledger has
      *> already taken. Postings carried from last cycle still go out,
      *> on their own, and the register says there is no payroll set.
      *> An off-cycle run leaves the file alone for the nightly set
      *> that may be waiting in it.
       Write-Empty-GL-Set.
           IF NOT WS-OFF-CYCLE-RUN
               OPEN OUTPUT GL-POST-FILE
               IF WS-GL-POST-STATUS NOT = "00"
                   DISPLAY "Unable to clear GLPOST.DAT, status "
                       WS-GL-POST-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                       DISPLAY "Unable to open GLREG.RPT, status "
                           WS-GL-REGISTER-STATUS
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       MOVE WS-PROCESS-DATE TO WS-GL-POSTING-DATE
                       IF WS-GL-POSTING-DATE = 0
                           MOVE WS-BATCH-DATE TO WS-GL-POSTING-DATE
                       END-IF
                       MOVE SPACES TO WS-GL-LINE
                       STRING "GL POSTING REGISTER - POSTING DATE "
                           WS-GL-POSTING-DATE
                           DELIMITED BY SIZE INTO WS-GL-LINE
                       END-STRING
                       MOVE WS-GL-LINE TO GL-REGISTER-LINE
                       WRITE GL-REGISTER-LINE
                       MOVE "NO PAYROLL POSTING SET THIS CYCLE"
                           TO GL-REGISTER-LINE
                       WRITE GL-REGISTER-LINE
                       PERFORM Resend-Carried-Postings
                       CLOSE GL-REGISTER-REPORT
                   END-IF
                   CLOSE GL-POST-FILE
               END-IF
           END-IF.

       Build-GL-Postings.
           MOVE 0 TO WS-GL-DEBIT-TOTAL
           MOVE 0 TO WS-GL-CREDIT-TOTAL
           MOVE SPACES TO WS-GL-LINE
           IF WS-OFF-CYCLE-RUN
               STRING "GL POSTING REGISTER - OFF-CYCLE - POSTING DATE "
                   WS-GL-POSTING-DATE
                   DELIMITED BY SIZE INTO WS-GL-LINE
               END-STRING
           ELSE
               STRING "GL POSTING REGISTER - POSTING DATE "
                   WS-GL-POSTING-DATE
                   DELIMITED BY SIZE INTO WS-GL-LINE
               END-STRING
           END-IF
           MOVE WS-GL-LINE TO GL-REGISTER-LINE
           WRITE GL-REGISTER-LINE
      *> Carried postings ride the nightly set only; GLCARRY.DAT is left
      *> for tonight's run to clear.
           IF NOT WS-OFF-CYCLE-RUN
               PERFORM Resend-Carried-Postings
           END-IF
           PERFORM VARYING WS-EL-IDX FROM 1 BY 1
                   UNTIL WS-EL-IDX > WS-EMP-LINE-COUNT
               PERFORM Write-One-GL-Debit
               MOVE "VOLUNTARY DEDUCTION" TO WS-GL-CREDIT-LABEL
               PERFORM Write-One-GL-Credit
           END-IF
           IF WS-GRAND-GARNISH NOT = 0
               MOVE WS-GARNISH-PAYABLE-ACCOUNT TO WS-GL-ACCOUNT
               MOVE WS-GRAND-GARNISH TO WS-GL-CREDIT-AMOUNT
               MOVE "GARNISHMENT PAYABLE" TO WS-GL-CREDIT-LABEL
               PERFORM Write-One-GL-Credit
           END-IF
           MOVE WS-ACCRUED-PAYROLL-ACCOUNT TO WS-GL-ACCOUNT
           MOVE WS-GRAND-NET TO WS-GL-CREDIT-AMOUNT
           MOVE "ACCRUED PAYROLL" TO WS-GL-CREDIT-LABEL
           PERFORM Write-One-GL-Credit.

       Write-One-GL-Credit.
           MOVE WS-GL-CREDIT-AMOUNT TO WS-GL-CREDIT-LEFT
           PERFORM Write-GL-Credit-Row
           PERFORM UNTIL WS-GL-CREDIT-LEFT = 0
               PERFORM Write-GL-Credit-Row
           END-PERFORM.

       Write-GL-Credit-Row.
           EVALUATE TRUE
               WHEN WS-GL-CREDIT-LEFT > WS-GL-ROW-MAX
                   MOVE WS-GL-ROW-MAX TO WS-GL-CREDIT-PIECE
               WHEN WS-GL-CREDIT-LEFT < 0 - WS-GL-ROW-MAX
                   COMPUTE WS-GL-CREDIT-PIECE = 0 - WS-GL-ROW-MAX
               WHEN OTHER
                   MOVE WS-GL-CREDIT-LEFT TO WS-GL-CREDIT-PIECE
           END-EVALUATE
           SUBTRACT WS-GL-CREDIT-PIECE FROM WS-GL-CREDIT-LEFT
           MOVE WS-GL-POSTING-DATE TO GL-POST-DATE
           MOVE WS-GL-ACCOUNT TO GL-ACCOUNT
           MOVE SPACES TO GL-DEPT
           MOVE 0 TO GL-SSNUM
           MOVE "C" TO GL-DR-CR
           MOVE WS-GL-CREDIT-PIECE TO GL-AMOUNT
           WRITE GL-POST-RECORD
           ADD WS-GL-CREDIT-PIECE TO WS-GL-CREDIT-TOTAL
           MOVE WS-GL-CREDIT-PIECE TO WS-GL-AMOUNT-DISPLAY
           MOVE SPACES TO WS-GL-LINE
           STRING "CR " WS-GL-ACCOUNT "      " WS-GL-CREDIT-LABEL
               " " WS-GL-AMOUNT-DISPLAY
           MOVE "GRAND TOTAL" TO PR-LABEL
           WRITE PAYROLL-RECORD.

      *> How much of the grand total gross came from ADJUST.DAT rather
      *> than hours or salary, and how many rows were held back.
       Write-Adjustment-Total.
           IF WS-ADJUST-PAID-COUNT > 0 OR WS-ADJUST-HELD-COUNT > 0
               MOVE SPACES TO PAYROLL-RECORD
               MOVE WS-ADJUST-PAID-COUNT TO PR-NUM1
               MOVE WS-ADJUST-HELD-COUNT TO PR-NUM2
               MOVE WS-GRAND-ADJUST TO PR-GROSS
               MOVE "ADJUSTMENTS IN GROSS" TO PR-LABEL
               WRITE PAYROLL-RECORD
           END-IF.

      *> Orders taken against this run's pay, how many the cap cut
      *> short, and the total withheld for the courts and agencies.
       Write-Garnishment-Total.
           IF WS-GARNISH-TAKEN-COUNT > 0
               MOVE SPACES TO PAYROLL-RECORD
               MOVE WS-GARNISH-TAKEN-COUNT TO PR-NUM1
               MOVE WS-GARNISH-SHORT-COUNT TO PR-NUM2
               MOVE WS-GRAND-GARNISH TO PR-NET
               MOVE "GARNISHMENTS TAKEN" TO PR-LABEL
               WRITE PAYROLL-RECORD
           END-IF.

      *> Final checks made this run, how many were held, and the
      *> vacation payout they carried.
       Write-Termination-Total.
           IF WS-TERM-PAID-COUNT > 0 OR WS-TERM-HELD-COUNT > 0
               MOVE SPACES TO PAYROLL-RECORD
               MOVE WS-TERM-PAID-COUNT TO PR-NUM1
               MOVE WS-TERM-HELD-COUNT TO PR-NUM2
               MOVE WS-GRAND-PAYOUT TO PR-GROSS
               MOVE "FINAL PAY PAYOUTS" TO PR-LABEL
               WRITE PAYROLL-RECORD
           END-IF.

      *> One section per payee in payee-name order, so each court or
      *> agency gets one payment covering all its orders. The grand
      *> total is proved against the garnishment-payable GL credit.
      *> Written only with the draw-down - a held night's figures are
      *> remitted by the rerun.
       Write-Garnishment-Remittance.
           IF WS-GARNISH-TAKEN-COUNT > 0
               OPEN OUTPUT GARNISH-REMIT-REPORT
               IF WS-GARNISH-REMIT-STATUS NOT = "00"
                   DISPLAY "Unable to open " WS-GARNISH-REMIT-FILENAME
                       " status " WS-GARNISH-REMIT-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE WS-GARNISH-REMIT-FILENAME
                       TO WS-CATALOG-FILENAME
                   MOVE "GARNREM" TO WS-CATALOG-TYPE
                   PERFORM Record-Generation
                   MOVE SPACES TO WS-GARNISH-REMIT-LINE
                   IF WS-OFF-CYCLE-RUN
                       STRING "GARNISHMENT REMITTANCE - OFF-CYCLE - "
                           "DATE " WS-GEN-DATE " AFTER CYCLE "
                           WS-CYCLE-NUMBER
                           DELIMITED BY SIZE INTO WS-GARNISH-REMIT-LINE
                       END-STRING
                   ELSE
                       STRING "GARNISHMENT REMITTANCE - CYCLE "
                           WS-CYCLE-NUMBER " PROCESSING DATE "
                           WS-GEN-DATE
                           DELIMITED BY SIZE INTO WS-GARNISH-REMIT-LINE
                       END-STRING
                   END-IF
                   PERFORM Write-Remittance-Line
                   MOVE SPACES TO WS-GARNISH-REMIT-LINE
                   PERFORM Write-Remittance-Line
                   STRING "SSNUM        ORDER NUMBER TYPE          "
                       "   WITHHELD     BALANCE NOTE"
                       DELIMITED BY SIZE INTO WS-GARNISH-REMIT-LINE
                   END-STRING
                   PERFORM Write-Remittance-Line
                   PERFORM VARYING WS-GARNISH-IDX FROM 1 BY 1
                           UNTIL WS-GARNISH-IDX > WS-GARNISH-COUNT
                       IF GT-TAKEN-THIS-RUN (WS-GARNISH-IDX)
                           SET GT-REMIT-PENDING (WS-GARNISH-IDX)
                               TO TRUE
                       END-IF
                   END-PERFORM
                   MOVE 0 TO WS-GARNISH-REMIT-TOTAL
                   MOVE "N" TO WS-GARNISH-MORE-SWITCH
                   PERFORM UNTIL WS-GARNISH-NO-MORE
                       PERFORM Write-One-Remittance-Payee
                   END-PERFORM
                   MOVE SPACES TO WS-GARNISH-REMIT-LINE
                   PERFORM Write-Remittance-Line
                   MOVE WS-GARNISH-REMIT-TOTAL
                       TO WS-GARNISH-TOTAL-DISPLAY
                   MOVE SPACES TO WS-GARNISH-REMIT-LINE
                   STRING "TOTAL TO REMIT " WS-GARNISH-TOTAL-DISPLAY
                       "  ORDERS " WS-GARNISH-TAKEN-COUNT
                       "  SHORT " WS-GARNISH-SHORT-COUNT
                       "  PAID OFF " WS-GARNISH-PAID-OFF-COUNT
                       DELIMITED BY SIZE INTO WS-GARNISH-REMIT-LINE
                   END-STRING
                   PERFORM Write-Remittance-Line
                   MOVE SPACES TO WS-GARNISH-REMIT-LINE
                   IF WS-GARNISH-REMIT-TOTAL = WS-GRAND-GARNISH
                       STRING "AGREES TO GL CREDIT "
                           WS-GARNISH-PAYABLE-ACCOUNT
                           " GARNISHMENT PAYABLE"
                           DELIMITED BY SIZE INTO WS-GARNISH-REMIT-LINE
                       END-STRING
                   ELSE
                       STRING "DOES NOT AGREE TO GL CREDIT "
                           WS-GARNISH-PAYABLE-ACCOUNT
                           " - DO NOT REMIT"
                           DELIMITED BY SIZE INTO WS-GARNISH-REMIT-LINE
                       END-STRING
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   PERFORM Write-Remittance-Line
                   CLOSE GARNISH-REMIT-REPORT
               END-IF
           END-IF.

      *> The lowest payee name still to print, then every order for
      *> that payee in file order.
       Write-One-Remittance-Payee.
           MOVE 0 TO WS-GARNISH-PICK-IDX
           PERFORM VARYING WS-GARNISH-IDX FROM 1 BY 1
                   UNTIL WS-GARNISH-IDX > WS-GARNISH-COUNT
               IF GT-REMIT-PENDING (WS-GARNISH-IDX)
                   IF WS-GARNISH-PICK-IDX = 0
                       MOVE WS-GARNISH-IDX TO WS-GARNISH-PICK-IDX
                   ELSE
                       IF GT-PAYEE (WS-GARNISH-IDX)
                               < GT-PAYEE (WS-GARNISH-PICK-IDX)
                           MOVE WS-GARNISH-IDX TO WS-GARNISH-PICK-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-GARNISH-PICK-IDX = 0
               SET WS-GARNISH-NO-MORE TO TRUE
           ELSE
               MOVE GT-PAYEE (WS-GARNISH-PICK-IDX)
                   TO WS-GARNISH-REMIT-PAYEE
               MOVE 0 TO WS-GARNISH-PAYEE-TOTAL
               MOVE SPACES TO WS-GARNISH-REMIT-LINE
               PERFORM Write-Remittance-Line
               MOVE SPACES TO WS-GARNISH-REMIT-LINE
               STRING "PAYEE: " WS-GARNISH-REMIT-PAYEE
                   DELIMITED BY SIZE INTO WS-GARNISH-REMIT-LINE
               END-STRING
               PERFORM Write-Remittance-Line
               PERFORM VARYING WS-GARNISH-IDX FROM 1 BY 1
                       UNTIL WS-GARNISH-IDX > WS-GARNISH-COUNT
                   IF GT-REMIT-PENDING (WS-GARNISH-IDX)
                           AND GT-PAYEE (WS-GARNISH-IDX)
                               = WS-GARNISH-REMIT-PAYEE
                       PERFORM Write-One-Remittance-Order
                       MOVE "N" TO GT-REMIT-FLAG (WS-GARNISH-IDX)
                   END-IF
               END-PERFORM
               MOVE WS-GARNISH-PAYEE-TOTAL TO WS-GARNISH-TOTAL-DISPLAY
               MOVE SPACES TO WS-GARNISH-REMIT-LINE
               STRING "  PAYEE TOTAL " WS-GARNISH-TOTAL-DISPLAY
                   DELIMITED BY SIZE INTO WS-GARNISH-REMIT-LINE
               END-STRING
               PERFORM Write-Remittance-Line
               ADD WS-GARNISH-PAYEE-TOTAL TO WS-GARNISH-REMIT-TOTAL
           END-IF.

      *> An order with no arrears keyed runs until it is stopped, so it
      *> has no balance to show.
       Write-One-Remittance-Order.
           MOVE GT-SSNUM (WS-GARNISH-IDX) TO WS-SSNUM-WORK
           PERFORM Format-SSNum-For-Report
           EVALUATE GT-TYPE (WS-GARNISH-IDX)
               WHEN "S"
                   MOVE "CHILD SUPPORT" TO WS-GARNISH-TYPE-NAME
               WHEN "C"
                   MOVE "CREDITOR" TO WS-GARNISH-TYPE-NAME
               WHEN "T"
                   MOVE "TAX LEVY" TO WS-GARNISH-TYPE-NAME
               WHEN OTHER
                   MOVE "OTHER ORDER" TO WS-GARNISH-TYPE-NAME
           END-EVALUATE
           MOVE SPACES TO WS-GARNISH-NOTE
           EVALUATE TRUE
               WHEN GT-STATUS (WS-GARNISH-IDX) = "P"
                   MOVE "PAID OFF" TO WS-GARNISH-NOTE
               WHEN GT-SHORT (WS-GARNISH-IDX) > 0
                   MOVE "CAPPED" TO WS-GARNISH-NOTE
           END-EVALUATE
           IF GT-ARREARS (WS-GARNISH-IDX) = 0
               MOVE "    ONGOING" TO WS-GARNISH-BALANCE-TEXT
           ELSE
               COMPUTE WS-GARNISH-BALANCE = GT-ARREARS (WS-GARNISH-IDX)
                   - GT-PAID-TO-DATE (WS-GARNISH-IDX)
               MOVE WS-GARNISH-BALANCE TO WS-GARNISH-BALANCE-DISPLAY
               MOVE WS-GARNISH-BALANCE-DISPLAY
                   TO WS-GARNISH-BALANCE-TEXT
           END-IF
           MOVE GT-TAKEN (WS-GARNISH-IDX) TO WS-GARNISH-AMOUNT-DISPLAY
           MOVE SPACES TO WS-GARNISH-REMIT-LINE
           STRING WS-SSNUM-DISPLAY "  " GT-ORDER-NUMBER (WS-GARNISH-IDX)
               " " WS-GARNISH-TYPE-NAME " " WS-GARNISH-AMOUNT-DISPLAY
               " " WS-GARNISH-BALANCE-TEXT " " WS-GARNISH-NOTE
               DELIMITED BY SIZE INTO WS-GARNISH-REMIT-LINE
           END-STRING
           PERFORM Write-Remittance-Line
           IF GT-SHORT (WS-GARNISH-IDX) > 0
               MOVE GT-SHORT (WS-GARNISH-IDX)
                   TO WS-GARNISH-AMOUNT-DISPLAY
               MOVE SPACES TO WS-GARNISH-REMIT-LINE
               STRING "             SHORT OF THE ORDER BY "
                   WS-GARNISH-AMOUNT-DISPLAY " - LEGAL CAP REACHED"
                   DELIMITED BY SIZE INTO WS-GARNISH-REMIT-LINE
               END-STRING
               PERFORM Write-Remittance-Line
           END-IF
           ADD GT-TAKEN (WS-GARNISH-IDX) TO WS-GARNISH-PAYEE-TOTAL.

       Write-Remittance-Line.
           MOVE WS-GARNISH-REMIT-LINE TO GARNISH-REMIT-LINE
           WRITE GARNISH-REMIT-LINE.

      *> One line per employee finalled tonight for HR and Finance:
      *> last day, reason, the final check and the vacation payout in
      *> it. Written only with the TERMINAT.DAT stamp - a held night's
      *> final pay is registered by the rerun.
       Write-Termination-Register.
           IF WS-TERM-PAID-COUNT > 0
               OPEN OUTPUT TERM-REGISTER-REPORT
               IF WS-TERM-REGISTER-STATUS NOT = "00"
                   DISPLAY "Unable to open " WS-TERM-REGISTER-FILENAME
                       " status " WS-TERM-REGISTER-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE WS-TERM-REGISTER-FILENAME
                       TO WS-CATALOG-FILENAME
                   MOVE "TERMREG" TO WS-CATALOG-TYPE
                   PERFORM Record-Generation
                   MOVE SPACES TO WS-TERM-REGISTER-LINE
                   STRING "TERMINATION REGISTER - CYCLE "
                       WS-CYCLE-NUMBER " PROCESSING DATE " WS-GEN-DATE
                       DELIMITED BY SIZE INTO WS-TERM-REGISTER-LINE
                   END-STRING
                   PERFORM Write-Term-Register-Line
                   MOVE SPACES TO WS-TERM-REGISTER-LINE
                   PERFORM Write-Term-Register-Line
                   STRING "SSNUM       NAME                     "
                       "TERM DATE REASON      FINAL GROSS HOURS"
                       "   RATE        PAYOUT"
                       DELIMITED BY SIZE INTO WS-TERM-REGISTER-LINE
                   END-STRING
                   PERFORM Write-Term-Register-Line
                   PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
                           UNTIL WS-TERM-IDX > WS-TERM-COUNT
                       IF TE-PAID-THIS-RUN (WS-TERM-IDX)
                           PERFORM Write-One-Term-Register-Entry
                       END-IF
                   END-PERFORM
                   MOVE SPACES TO WS-TERM-REGISTER-LINE
                   PERFORM Write-Term-Register-Line
                   MOVE WS-TERM-GROSS-TOTAL TO WS-TERM-TOTAL-DISPLAY
                   STRING "FINAL PAY " WS-TERM-PAID-COUNT
                       "  HELD " WS-TERM-HELD-COUNT
                       "  FINAL GROSS " WS-TERM-TOTAL-DISPLAY
                       DELIMITED BY SIZE INTO WS-TERM-REGISTER-LINE
                   END-STRING
                   PERFORM Write-Term-Register-Line
                   MOVE SPACES TO WS-TERM-REGISTER-LINE
                   MOVE WS-GRAND-PAYOUT TO WS-TERM-TOTAL-DISPLAY
                   STRING "VACATION PAYOUT IN FINAL GROSS "
                       WS-TERM-TOTAL-DISPLAY
                       DELIMITED BY SIZE INTO WS-TERM-REGISTER-LINE
                   END-STRING
                   PERFORM Write-Term-Register-Line
                   CLOSE TERM-REGISTER-REPORT
               END-IF
           END-IF.

       Write-One-Term-Register-Entry.
           EVALUATE TE-REASON-CODE (WS-TERM-IDX)
               WHEN "V"
                   MOVE "RESIGNED" TO WS-TERM-REASON-NAME
               WHEN "D"
                   MOVE "DISCHARGED" TO WS-TERM-REASON-NAME
               WHEN "L"
                   MOVE "LAID OFF" TO WS-TERM-REASON-NAME
               WHEN "R"
                   MOVE "RETIRED" TO WS-TERM-REASON-NAME
               WHEN "X"
                   MOVE "DECEASED" TO WS-TERM-REASON-NAME
               WHEN OTHER
                   MOVE "OTHER" TO WS-TERM-REASON-NAME
           END-EVALUATE
           MOVE TE-SSNUM (WS-TERM-IDX) TO WS-SSNUM-WORK
           PERFORM Format-SSNum-For-Report
           MOVE TE-FINAL-GROSS (WS-TERM-IDX) TO WS-TERM-GROSS-DISPLAY
           MOVE TE-PAYOUT-RATE (WS-TERM-IDX) TO WS-TERM-RATE-DISPLAY
           MOVE TE-PAYOUT-AMOUNT (WS-TERM-IDX)
               TO WS-TERM-PAYOUT-DISPLAY
           MOVE SPACES TO WS-TERM-REGISTER-LINE
           STRING WS-SSNUM-DISPLAY " "
               TE-NAME (WS-TERM-IDX) (1:24) " "
               TE-TERM-DATE (WS-TERM-IDX) "  "
               WS-TERM-REASON-NAME
               WS-TERM-GROSS-DISPLAY " "
               TE-PAYOUT-HOURS (WS-TERM-IDX) " "
               WS-TERM-RATE-DISPLAY
               WS-TERM-PAYOUT-DISPLAY
               DELIMITED BY SIZE INTO WS-TERM-REGISTER-LINE
           END-STRING
           PERFORM Write-Term-Register-Line.

       Write-Term-Register-Line.
           MOVE WS-TERM-REGISTER-LINE TO TERM-REGISTER-LINE
           WRITE TERM-REGISTER-LINE.

       Log-Missing-Pay-Rate.
           MOVE "NO PAY RATE" TO WS-EMP-REJECT-REASON
           ADD 1 TO WS-EXCEPTION-COUNT
           WRITE EXCEPTION-RECORD
           CLOSE EXCEPTION-REPORT.

       Log-Work-After-Termination.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO EXCEPTION-RECORD
           MOVE "AFTER TERMINATION" TO EXC-TYPE
           MOVE WS-SSNUM-DISPLAY TO EXC-SSNUM-DISPLAY
           MOVE "Work date after termination - not paid" TO EXC-DETAIL
           PERFORM Open-Exception-Report
           WRITE EXCEPTION-RECORD
           CLOSE EXCEPTION-REPORT.

       Log-Insufficient-Leave.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO EXCEPTION-RECORD
