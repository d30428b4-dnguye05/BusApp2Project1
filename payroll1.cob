      *         on the check-print list. Appends one pay history
      *         ledger record (EMPL.PROG1.PAYHIST) per employee paid
      *         for the quarterly earnings statement run (qtrstmt1).
      *         Garnishment orders (EMPL.PROG1.GARNISH) are taken
      *         after taxes and before net pay in priority order,
      *         within the disposable-earnings limit for each order
      *         type, drawing down each order's balance; amounts
      *         taken go to the agency remittance file and report,
      *         and orders not taken in full to the shortfall list.
      *         Checks on the check-print list are numbered from the
      *         check-stock control file (EMPL.PROG1.CHKSTOCK), kept
      *         on the permanent check register (EMPL.PROG1.CHKREG)
      *         for the reconciliation run (chkrec1), and sent to the
      *         bank on the positive-pay issue file
      *         (EMPL.PROG1.POSPAY).
      *         Retroactive pay figured by retro1 for back-dated
      *         rate changes (EMPL.PROG1.RETROPAY) is added to gross
      *         as an extra earnings line and marked paid once the
      *         bank file is released.
      *         Timecards with no matching master and hourly masters
      *         with no timecard are listed on the mismatch report
      *         for payroll to chase.
      *         The period paid is the open period on the pay
      *         calendar (EMPL.PROG1.PAYCAL), which supplies the
      *         period end and check date. An employee who already
      *         has a pay history record for that period end is not
      *         paid again and is listed on an exception page, and a
      *         run whose bank file balances and is released closes
      *         the period and opens the next; otherwise the period
      *         is left open, the run's checks are voided and kept
      *         off positive pay, and the run ends with return code 8.
      *         Every employee paid gets an earnings statement on
      *         EMPL.PROG1.PAYSTUB - a non-negotiable advice with the
      *         account masked for direct deposit, or a stub carrying
      *         the check-print list number - showing the period and
      *         year-to-date figures from the pay history ledger and
      *         the leave balance, in division and department order,
      *         with a count tied back to the register period total.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. payroll1.
           SELECT BANK-FILE ASSIGN TO 'EMPL.PROG1.BANKDEP'.
      *    EMPLOYEES WITHOUT BANK DATA FALL OUT HERE FOR CHECK PRINT
           SELECT CHECK-LIST-FILE ASSIGN TO 'EMPL.PROG1.CHECKLST'.
      *    LAST CHECK NUMBER USED ON THE CHECK STOCK, SHARED WITH THE
      *    ADJUSTMENT RUN (payadj1); NO CONTROL FILE, NO RUN
           SELECT CHECK-STOCK-FILE ASSIGN TO 'EMPL.PROG1.CHKSTOCK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECK-STOCK-STATUS.
      *    PERMANENT CHECK REGISTER KEYED BY CHECK NUMBER, MARKED
      *    CLEARED BY THE RECONCILIATION RUN (chkrec1)
           SELECT CHECK-REGISTER-FILE ASSIGN TO 'EMPL.PROG1.CHKREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CHECK-NO
               FILE STATUS IS CHECK-REGISTER-STATUS.
      *    POSITIVE-PAY ISSUE FILE FOR THE BANK: A HEADER, ONE DETAIL
      *    PER CHECK NUMBERED AND A TRAILER WITH COUNT AND TOTAL
           SELECT POSITIVE-PAY-FILE ASSIGN TO 'EMPL.PROG1.POSPAY'.
      *    PER-EMPLOYEE PAY HISTORY LEDGER, APPENDED ACROSS RUNS AND
      *    READ BY THE QUARTERLY EARNINGS STATEMENT RUN (qtrstmt1)
           SELECT PAY-HISTORY-FILE ASSIGN TO 'EMPL.PROG1.PAYHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-HISTORY-STATUS.
      *    GARNISHMENT ORDERS KEYED BY EMPLOYEE AND ORDER NUMBER,
      *    TAKEN AFTER TAXES IN PRIORITY ORDER AND DRAWN DOWN BY EACH
      *    AMOUNT TAKEN
           SELECT GARNISH-FILE ASSIGN TO 'EMPL.PROG1.GARNISH'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GN-KEY
               FILE STATUS IS GARNISH-STATUS.
      *    AGENCY REMITTANCE FILE: ONE RECORD PER AMOUNT TAKEN ON AN
      *    ORDER, SORTED BY AGENCY AFTER THE RUN FOR THE REMITTANCE
      *    REPORT THAT GOES OUT WITH EACH AGENCY'S PAYMENT
           SELECT GARNISH-REMIT-FILE ASSIGN TO 'EMPL.PROG1.GARNREMIT'.
           SELECT REMIT-SORTED-FILE ASSIGN TO 'EMPL.PROG1.GARNRSRT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REMIT-SORT-WORK ASSIGN TO 'EMPL.PROG1.GARNRSWK'.
           SELECT REMIT-REPORT-FILE ASSIGN TO 'EMPL.PROG1.GARNRPT'.
      *    ORDERS NOT TAKEN IN FULL THIS PERIOD, FOR PAYROLL TO
      *    ANSWER TO THE ISSUING AGENCY
           SELECT SHORTFALL-FILE ASSIGN TO 'EMPL.PROG1.GARNSHRT'.
      *    RETROACTIVE PAY OWED FOR EARLIER PERIODS, KEYED BY EMPLOYEE,
      *    WRITTEN BY retro1 AND MARKED DONE HERE AS IT IS PAID
           SELECT RETRO-PAY-FILE ASSIGN TO 'EMPL.PROG1.RETROPAY'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RE-KEY
               FILE STATUS IS RETRO-PAY-STATUS.
      *    PAY CALENDAR; THE OPEN PERIOD IS THE ONE THIS RUN PAYS. IT
      *    IS CLOSED, AND THE NEXT ONE OPENED, WHEN THE RUN COMPLETES.
           SELECT PAY-CALENDAR-FILE ASSIGN TO 'EMPL.PROG1.PAYCAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-CALENDAR-STATUS.
      *    EMPLOYEES ALREADY ON THE PAY HISTORY LEDGER FOR THE PERIOD
      *    END BEING PAID, KEYED BY EMPLOYEE, REBUILT EACH RUN FROM
      *    EMPL.PROG1.PAYHIST SO NO ONE IS PAID FOR A PERIOD TWICE
           SELECT PAID-WORK-FILE ASSIGN TO 'EMPL.PROG1.PAIDWORK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PW-EMP-ID
               FILE STATUS IS PAID-WORK-STATUS.
      *    ONE RECORD PER EMPLOYEE PAID THIS RUN, KEYED BY EMPLOYEE,
      *    CARRYING WHAT GOES ON THE PAY STUB. THE CURRENT AND YEAR-
      *    TO-DATE AMOUNTS ARE POSTED FROM EMPL.PROG1.PAYHIST ONCE
      *    EVERYONE HAS BEEN PAID, THEN THE FILE IS SORTED BY
      *    DIVISION AND DEPARTMENT FOR DISTRIBUTION.
           SELECT STUB-WORK-FILE ASSIGN TO 'EMPL.PROG1.STUBWORK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-EMP-ID
               FILE STATUS IS STUB-WORK-STATUS.
           SELECT STUB-SORTED-FILE ASSIGN TO 'EMPL.PROG1.STUBSRT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUB-SORT-WORK ASSIGN TO 'EMPL.PROG1.STUBSRWK'.
      *    EARNINGS STATEMENTS: A NON-NEGOTIABLE ADVICE FOR EACH
      *    DIRECT-DEPOSIT EMPLOYEE AND A STUB FOR EACH CHECK ON THE
      *    CHECK-PRINT LIST, ONE PER PAGE
           SELECT PAY-STUB-FILE ASSIGN TO 'EMPL.PROG1.PAYSTUB'.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE
       FD  CHECK-LIST-FILE
           LABEL RECORDS ARE OMITTED.
       01  CHECK-LIST-RECORD PIC X(132).
       FD  CHECK-STOCK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CHKSTOCK.
       FD  CHECK-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CHKREC.
       FD  POSITIVE-PAY-FILE
           LABEL RECORDS ARE STANDARD.
       01  POSITIVE-PAY-RECORD PIC X(80).
       FD  PAY-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYHREC.
       FD  GARNISH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GARNREC.
       FD  GARNISH-REMIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  GARNISH-REMIT-RECORD PIC X(125).
       FD  REMIT-SORTED-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  REMIT-SORTED-RECORD PIC X(125).
      *    WORK FILE USED TO SORT THE REMITTANCES BY AGENCY AND
      *    EMPLOYEE SO THE REPORT CAN BREAK ON AGENCY
       SD  REMIT-SORT-WORK.
       01  REMIT-SORT-RECORD.
           03 GS-AGENCY-CODE PIC X(6).
           03 FILLER PIC X(45).
           03 GS-EMP-ID PIC X(7).
           03 GS-ORDER-NO PIC X(5).
           03 FILLER PIC X(62).
       FD  REMIT-REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  REMIT-REPORT-RECORD PIC X(132).
       FD  SHORTFALL-FILE
           LABEL RECORDS ARE OMITTED.
       01  SHORTFALL-RECORD PIC X(132).
       FD  RETRO-PAY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RETROREC.
       FD  PAY-CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CALREC.
       FD  PAID-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAID-WORK-RECORD.
           03 PW-EMP-ID PIC X(7).
           03 PW-RECORD-COUNT PIC 9(3).
           03 PW-NET PIC S9(7)V9(2).
           03 PW-REFUSED-SW PIC 9.
           03 PW-DIVISION PIC X(4).
           03 PW-DEPT PIC X(4).
           03 PW-LNAME PIC X(15).
           03 PW-FNAME PIC X(15).
       FD  STUB-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  STUB-WORK-RECORD.
           03 SB-EMP-ID PIC X(7).
           03 FILLER PIC X(317).
       FD  STUB-SORTED-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  STUB-SORTED-RECORD PIC X(324).
      *    WORK FILE USED TO SORT THE PAY STUBS BY DIVISION AND
      *    DEPARTMENT SO THEY CAN BE HANDED OUT BY DEPARTMENT
       SD  STUB-SORT-WORK.
       01  STUB-SORT-RECORD.
           03 SS-EMP-ID PIC X(7).
           03 SS-DIVISION PIC X(4).
           03 SS-DEPT PIC X(4).
           03 FILLER PIC X(309).
       FD  PAY-STUB-FILE
           LABEL RECORDS ARE OMITTED.
       01  PAY-STUB-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
           COPY EMPREC.
           COPY TIMEREC.
               05 TX-BASE-TAX PIC 9(5)V9(2).
               05 TX-ALLOWANCE-AMT PIC 9(3)V9(2).
               05 TX-EFF-YMD PIC 9(8).
      *    THE PAY CALENDAR AS READ, HELD WHOLE SO THE OPEN PERIOD
      *    CAN BE CLOSED AND THE NEXT OPENED BY WRITING IT BACK
       01  CALENDAR-TABLE.
           03 CALENDAR-ENTRY PIC X(46) OCCURS 120 TIMES.
       01  REGISTER-HEADING1.
           03 FILLER PIC X(1) VALUE SPACES.
           03 H1-CURR-DATE PIC 99/99/99.
       01  REGISTER-HEADING2.
           03 FILLER PIC X(48) VALUE SPACES.
           03 FILLER PIC X(16) VALUE 'PAYROLL REGISTER'.
           03 FILLER PIC X(4) VALUE SPACES.
           03 FILLER PIC X(14) VALUE 'PERIOD ENDING '.
           03 H2-PERIOD-END PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(11) VALUE 'CHECK DATE '.
           03 H2-CHECK-DATE PIC X(8).
           03 FILLER PIC X(21) VALUE SPACES.
       01  REGISTER-HEADING3.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'EMP ID'.
           03 FILLER PIC X(6) VALUE 'ST TAX'.
           03 FILLER PIC X(4) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'DEDUCT'.
           03 FILLER PIC X(3) VALUE SPACES.
           03 FILLER PIC X(7) VALUE 'GARNISH'.
           03 FILLER PIC X(9) VALUE SPACES.
           03 FILLER PIC X(3) VALUE 'NET'.
           03 FILLER PIC X(3) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'LV BAL'.
           03 FILLER PIC X(6) VALUE SPACES.
       01  REGISTER-DIV-LINE.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(9) VALUE 'DIVISION:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RD-DEDUCT PIC $$,$$9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RD-GARNISH PIC $$,$$9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RD-NET PIC $$$,$$9.99-.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RD-LEAVE-BAL PIC ZZZ9.99-.
           03 RD-LEAVE-FLAG PIC X(1).
           03 FILLER PIC X(5) VALUE SPACES.
       01  REGISTER-DEPT-TOTAL.
           03 FILLER PIC X(3) VALUE SPACES.
           03 FILLER PIC X(11) VALUE 'DEPT TOTAL:'.
           03 BT-RECORD-COUNT PIC 9(6).
           03 BT-NET-TOTAL PIC 9(9)V9(2).
           03 FILLER PIC X(29) VALUE SPACES.
       01  ISSUE-HEADER-OUT.
           03 IH-REC-TYPE PIC X(1) VALUE 'H'.
           03 IH-ISSUE-ACCOUNT PIC X(15).
           03 IH-RUN-DATE PIC 9(6) VALUE 0.
           03 FILLER PIC X(58) VALUE SPACES.
       01  ISSUE-DETAIL-OUT.
           03 ID-REC-TYPE PIC X(1) VALUE 'D'.
           03 ID-ISSUE-ACCOUNT PIC X(15).
           03 ID-CHECK-NO PIC 9(8).
           03 ID-ISSUE-DATE PIC X(8).
           03 ID-AMOUNT PIC 9(7)V9(2).
           03 ID-PAYEE-LNAME PIC X(15).
           03 ID-PAYEE-FNAME PIC X(15).
           03 FILLER PIC X(9) VALUE SPACES.
       01  ISSUE-TRAILER-OUT.
           03 IT-REC-TYPE PIC X(1) VALUE 'T'.
           03 IT-RECORD-COUNT PIC 9(6).
           03 IT-AMOUNT-TOTAL PIC 9(9)V9(2).
           03 FILLER PIC X(62) VALUE SPACES.
       01  CHECK-LIST-OUT.
           03 FILLER PIC X(1) VALUE SPACES.
           03 CK-CHECK-NO PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 CK-EMP-ID PIC X(7).
           03 FILLER PIC X(2) VALUE SPACES.
           03 CK-LNAME PIC X(15).
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'NET:'.
           03 CK-NET PIC $$$,$$9.99-.
           03 FILLER PIC X(63) VALUE SPACES.
      *    PRINTED AFTER THE PERIOD TOTALS: THE BANK FILE AND CHECK
      *    LIST COUNTS AND NETS, AND WHETHER THE BANK FILE BALANCED
      *    AGAINST THE PERIOD TOTAL AND WAS RELEASED
           03 FILLER PIC X(3) VALUE SPACES.
           03 BK-STATUS PIC X(44).
           03 FILLER PIC X(13) VALUE SPACES.
      *    PRINTED AFTER THE BANK LINE: THE CHECKS NUMBERED THIS RUN
      *    AND THE POSITIVE-PAY TOTAL SENT TO THE BANK FOR THEM
       01  REGISTER-CHECK-LINE.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(16) VALUE 'CHECKS NUMBERED:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RK-ISSUE-COUNT PIC ZZZ9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'FIRST:'.
           03 RK-FIRST-CHECK PIC Z(7)9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'LAST:'.
           03 RK-LAST-CHECK PIC Z(7)9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(13) VALUE 'POSITIVE PAY:'.
           03 RK-ISSUE-TOTAL PIC $$$$$,$$9.99.
           03 FILLER PIC X(3) VALUE SPACES.
           03 FILLER PIC X(16) VALUE 'NUMBERS SKIPPED:'.
           03 RK-SKIP-COUNT PIC ZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RK-VOID-NOTE PIC X(29) VALUE SPACES.
       01  REGISTER-NOTAX-LINE.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(32) VALUE
           03 FILLER PIC X(1) VALUE SPACES.
           03 RN-NOTAX-COUNT PIC ZZZ9.
           03 FILLER PIC X(94) VALUE SPACES.
      *    PRINTED AFTER THE PERIOD TOTALS: THE GARNISHMENT ORDERS
      *    TAKEN AND THEIR TOTAL, WHICH THE REMITTANCE REPORT TOTAL
      *    MUST MATCH, AND THE ORDERS ON THE SHORTFALL LIST
       01  REGISTER-GARNISH-LINE.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(13) VALUE 'GARNISHMENTS:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(7) VALUE 'ORDERS:'.
           03 RG-ORDER-COUNT PIC ZZZZ9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(7) VALUE 'AMOUNT:'.
           03 RG-AMOUNT PIC $$$$$,$$9.99.
           03 FILLER PIC X(3) VALUE SPACES.
           03 FILLER PIC X(11) VALUE 'SHORTFALLS:'.
           03 RG-SHORT-COUNT PIC ZZZ9.
           03 FILLER PIC X(67) VALUE SPACES.
      *    PRINTED UNDER THE DETAIL LINE OF AN EMPLOYEE PAID
      *    RETROACTIVE PAY, WHICH THE GROSS ON THE DETAIL LINE
      *    ALREADY INCLUDES
       01  REGISTER-RETRO-LINE.
           03 FILLER PIC X(9) VALUE SPACES.
           03 FILLER PIC X(10) VALUE 'RETRO PAY:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(8) VALUE 'PERIODS:'.
           03 RP-PERIODS PIC ZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(7) VALUE 'AMOUNT:'.
           03 RP-AMOUNT PIC $$,$$9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(25) VALUE '(INCLUDED IN GROSS ABOVE)'.
           03 FILLER PIC X(56) VALUE SPACES.
      *    PRINTED AFTER THE PERIOD TOTALS: THE RETROACTIVE PAY PAID
      *    THIS RUN AND THE PERIODS STILL PENDING FOR EMPLOYEES NOT
      *    PAID, WHICH ARE ALSO ON THE MISMATCH REPORT
       01  REGISTER-RETRO-TOTAL.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(10) VALUE 'RETRO PAY:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(10) VALUE 'EMPLOYEES:'.
           03 RP-EMP-COUNT PIC ZZZ9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(8) VALUE 'PERIODS:'.
           03 RP-PERIOD-COUNT PIC ZZZZ9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(7) VALUE 'AMOUNT:'.
           03 RP-TOTAL PIC $$$$$,$$9.99.
           03 FILLER PIC X(3) VALUE SPACES.
           03 FILLER PIC X(17) VALUE 'PENDING NOT PAID:'.
           03 RP-PENDING-COUNT PIC ZZZ9.
           03 FILLER PIC X(48) VALUE SPACES.
       01  REGISTER-MISMATCH-LINE.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(26) VALUE 'MISMATCHED RECORDS LISTED:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RM-MISMATCH-COUNT PIC ZZZ9.
           03 FILLER PIC X(100) VALUE SPACES.
      *    PRINTED LAST AMONG THE SUMMARY LINES: THE PAY PERIOD CLOSED
      *    BY THIS RUN AND THE PERIOD NOW OPEN FOR THE NEXT ONE
       01  REGISTER-CALENDAR-LINE.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(11) VALUE 'PAY PERIOD '.
           03 RC-PERIOD-NO PIC 99.
           03 FILLER PIC X(1) VALUE '/'.
           03 RC-PAY-YEAR PIC 9(4).
           03 FILLER PIC X(8) VALUE ' ENDING '.
           03 RC-END-DATE PIC X(8).
           03 FILLER PIC X(7) VALUE ' CLOSED'.
           03 FILLER PIC X(3) VALUE SPACES.
           03 RC-NEXT-STATUS PIC X(40).
           03 FILLER PIC X(47) VALUE SPACES.
      *    PRINTED IN PLACE OF THE CALENDAR LINE WHEN THE BANK FILE
      *    WAS NOT RELEASED AND THE PERIOD IS LEFT OPEN
       01  REGISTER-NOT-CLOSED-LINE.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(11) VALUE 'PAY PERIOD '.
           03 RN-PERIOD-NO PIC 99.
           03 FILLER PIC X(1) VALUE '/'.
           03 RN-PAY-YEAR PIC 9(4).
           03 FILLER PIC X(8) VALUE ' ENDING '.
           03 RN-END-DATE PIC X(8).
           03 FILLER PIC X(11) VALUE ' NOT CLOSED'.
           03 FILLER PIC X(3) VALUE SPACES.
           03 FILLER PIC X(40)
               VALUE 'BANK FILE NOT RELEASED - CALENDAR OPEN'.
           03 FILLER PIC X(43) VALUE SPACES.
       01  NEXT-PERIOD-TEXT.
           03 FILLER PIC X(11) VALUE 'NEXT OPEN: '.
           03 NT-PERIOD-NO PIC 99.
           03 FILLER PIC X(1) VALUE '/'.
           03 NT-PAY-YEAR PIC 9(4).
           03 FILLER PIC X(8) VALUE ' ENDING '.
           03 NT-END-DATE PIC X(8).
           03 FILLER PIC X(6) VALUE SPACES.
      *    THE EXCEPTION PAGE: EMPLOYEES REFUSED BECAUSE THE PAY
      *    HISTORY LEDGER ALREADY CARRIES A RECORD FOR THE PERIOD END
       01  EXCEPTION-HEADING1.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(42) VALUE
               'EXCEPTIONS - ALREADY PAID FOR PERIOD END  '.
           03 XH-PERIOD-END PIC X(8).
           03 FILLER PIC X(24) VALUE ' - NOT PAID AGAIN'.
           03 FILLER PIC X(57) VALUE SPACES.
       01  EXCEPTION-HEADING2.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'EMP ID'.
           03 FILLER PIC X(3) VALUE SPACES.
           03 FILLER PIC X(3) VALUE 'DIV'.
           03 FILLER PIC X(3) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'DEPT'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'NAME'.
           03 FILLER PIC X(28) VALUE SPACES.
           03 FILLER PIC X(15) VALUE 'RECORDS ON FILE'.
           03 FILLER PIC X(3) VALUE SPACES.
           03 FILLER PIC X(11) VALUE 'NET ON FILE'.
           03 FILLER PIC X(49) VALUE SPACES.
       01  EXCEPTION-DETAIL.
           03 FILLER PIC X(1) VALUE SPACES.
           03 XD-EMP-ID PIC X(7).
           03 FILLER PIC X(2) VALUE SPACES.
           03 XD-DIVISION PIC X(4).
           03 FILLER PIC X(2) VALUE SPACES.
           03 XD-DEPT PIC X(4).
           03 FILLER PIC X(2) VALUE SPACES.
           03 XD-LNAME PIC X(15).
           03 FILLER PIC X(1) VALUE SPACES.
           03 XD-FNAME PIC X(15).
           03 FILLER PIC X(14) VALUE SPACES.
           03 XD-RECORD-COUNT PIC ZZ9.
           03 FILLER PIC X(3) VALUE SPACES.
           03 XD-NET PIC $$$$,$$9.99-.
           03 FILLER PIC X(47) VALUE SPACES.
       01  EXCEPTION-TOTAL.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(19) VALUE 'EMPLOYEES REFUSED: '.
           03 XT-REFUSED-COUNT PIC ZZZ9.
           03 FILLER PIC X(108) VALUE SPACES.
       01  MISMATCH-OUT.
           03 MM-REASON PIC X(20).
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(2) VALUE SPACES.
           03 MM-FNAME PIC X(15).
           03 FILLER PIC X(63) VALUE SPACES.
      *    ONE AGENCY REMITTANCE RECORD, BUILT HERE AND READ BACK
      *    HERE FROM THE SORTED FILE FOR THE REMITTANCE REPORT
       01  GARNISH-REMIT-DATA.
           03 GR-AGENCY-CODE PIC X(6).
           03 GR-AGENCY-NAME PIC X(30).
           03 GR-CASE-NO PIC X(15).
           03 GR-EMP-ID PIC X(7).
           03 GR-ORDER-NO PIC X(5).
           03 GR-SSN PIC X(9).
           03 GR-LNAME PIC X(15).
           03 GR-FNAME PIC X(15).
           03 GR-PERIOD-END PIC X(8).
           03 GR-AMOUNT PIC 9(5)V9(2).
           03 GR-ORDER-TYPE PIC X(1).
           03 FILLER PIC X(7) VALUE SPACES.
      *    THE SHARE OF DISPOSABLE EARNINGS EACH ORDER TYPE MAY TAKE,
      *    COUNTING EVERY ORDER ALREADY TAKEN AHEAD OF IT IN THE
      *    PERIOD: CHILD SUPPORT 50%, TAX LEVY 100% (THE AMOUNT
      *    PAYABLE UNDER THE LEVY NOTICE IS KEYED AS THE FLAT AMOUNT),
      *    CREDITOR GARNISHMENT 25%
       01  GARNISH-LIMIT-TABLE.
           03 FILLER PIC X(6) VALUE 'C05000'.
           03 FILLER PIC X(6) VALUE 'T10000'.
           03 FILLER PIC X(6) VALUE 'G02500'.
       01  GARNISH-LIMIT-ENTRY REDEFINES GARNISH-LIMIT-TABLE.
           03 GARNISH-LIMIT-ITEM OCCURS 3 TIMES.
               05 GL-ORDER-TYPE PIC X(1).
               05 GL-LIMIT-PCT PIC 9(3)V9(2).
      *    THE ORDERS ON FILE FOR THE EMPLOYEE BEING PAID, TAKEN
      *    LOWEST PRIORITY NUMBER FIRST
       01  GARNISH-ORDER-TABLE.
           03 GARNISH-ORDER-ITEM OCCURS 10 TIMES.
               05 GO-ORDER-NO PIC X(5).
               05 GO-PRIORITY PIC 9(2).
               05 GO-DONE-SW PIC 9.
       01  SHORTFALL-HEADING.
           03 FILLER PIC X(1) VALUE SPACES.
           03 SH-CURR-DATE PIC 99/99/99.
           03 FILLER PIC X(3) VALUE SPACES.
           03 FILLER PIC X(53) VALUE
               'GARNISHMENT SHORTFALL LIST - ORDERS NOT TAKEN IN FULL'.
           03 FILLER PIC X(67) VALUE SPACES.
       01  SHORTFALL-OUT.
           03 FILLER PIC X(1) VALUE SPACES.
           03 SF-EMP-ID PIC X(7).
           03 FILLER PIC X(2) VALUE SPACES.
           03 SF-LNAME PIC X(15).
           03 FILLER PIC X(1) VALUE SPACES.
           03 SF-FNAME PIC X(15).
           03 FILLER PIC X(2) VALUE SPACES.
           03 SF-ORDER-NO PIC X(5).
           03 FILLER PIC X(2) VALUE SPACES.
           03 SF-ORDER-TYPE PIC X(1).
           03 FILLER PIC X(2) VALUE SPACES.
           03 SF-AGENCY-CODE PIC X(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(8) VALUE 'ORDERED:'.
           03 SF-REQUESTED PIC $$$,$$9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'TAKEN:'.
           03 SF-TAKEN PIC $$$,$$9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 SF-REASON PIC X(30).
           03 FILLER PIC X(3) VALUE SPACES.
       01  REMIT-HEADING1.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RH-CURR-DATE PIC 99/99/99.
           03 FILLER PIC X(40) VALUE SPACES.
           03 FILLER PIC X(21) VALUE 'MASTERMIND COBOL, INC'.
           03 FILLER PIC X(62) VALUE SPACES.
       01  REMIT-HEADING2.
           03 FILLER PIC X(44) VALUE SPACES.
           03 FILLER PIC X(29) VALUE 'GARNISHMENT REMITTANCE REPORT'.
           03 FILLER PIC X(59) VALUE SPACES.
       01  REMIT-AGENCY-LINE.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(7) VALUE 'AGENCY:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RA-AGENCY-CODE PIC X(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RA-AGENCY-NAME PIC X(30).
           03 FILLER PIC X(85) VALUE SPACES.
       01  REMIT-COLUMN-LINE.
           03 FILLER PIC X(3) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'EMP ID'.
           03 FILLER PIC X(3) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'NAME'.
           03 FILLER PIC X(29) VALUE SPACES.
           03 FILLER PIC X(11) VALUE 'CASE NUMBER'.
           03 FILLER PIC X(6) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'ORDER'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(8) VALUE 'PER END'.
           03 FILLER PIC X(6) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'AMOUNT'.
           03 FILLER PIC X(43) VALUE SPACES.
       01  REMIT-DETAIL.
           03 FILLER PIC X(3) VALUE SPACES.
           03 RR-EMP-ID PIC X(7).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RR-LNAME PIC X(15).
           03 FILLER PIC X(1) VALUE SPACES.
           03 RR-FNAME PIC X(15).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RR-CASE-NO PIC X(15).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RR-ORDER-NO PIC X(5).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RR-PERIOD-END PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RR-AMOUNT PIC $$$,$$9.99.
           03 FILLER PIC X(43) VALUE SPACES.
       01  REMIT-AGENCY-TOTAL.
           03 FILLER PIC X(3) VALUE SPACES.
           03 FILLER PIC X(13) VALUE 'AGENCY TOTAL:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RT-AGENCY-CODE PIC X(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'ITEMS:'.
           03 RT-COUNT PIC ZZZ9.
           03 FILLER PIC X(43) VALUE SPACES.
           03 RT-AMOUNT PIC $$$$,$$9.99.
           03 FILLER PIC X(43) VALUE SPACES.
       01  REMIT-GRAND-TOTAL.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(15) VALUE 'TOTAL REMITTED:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(9) VALUE 'AGENCIES:'.
           03 RX-AGENCY-COUNT PIC ZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'ITEMS:'.
           03 RX-COUNT PIC ZZZZ9.
           03 FILLER PIC X(34) VALUE SPACES.
           03 RX-AMOUNT PIC $$$$$,$$9.99.
           03 FILLER PIC X(43) VALUE SPACES.
      *    THE PAY STUB WORK RECORD. ST-PAY-METHOD IS 'D' FOR A
      *    DIRECT DEPOSIT OR 'C' FOR A CHECK (ST-CHECK-NO CARRIES THE
      *    CHECK-PRINT LIST NUMBER, 'NO CHECK' WHEN NET WAS NOT
      *    POSITIVE). ST-NET IS THE AMOUNT PAID THIS RUN. OCCURRENCE
      *    1 OF ST-AMOUNTS IS THE CURRENT PERIOD AND OCCURRENCE 2 THE
      *    CALENDAR YEAR TO DATE, BOTH TAKEN FROM THE PAY HISTORY
      *    LEDGER SO VOIDS AND ADJUSTMENTS ARE REFLECTED.
       01  STUB-DATA.
           03 ST-EMP-ID PIC X(7).
           03 ST-DIVISION PIC X(4).
           03 ST-DEPT PIC X(4).
           03 ST-LNAME PIC X(15).
           03 ST-FNAME PIC X(15).
           03 ST-EMP-STATUS PIC X(1).
           03 ST-RATE PIC 9(4)V9(2).
           03 ST-PAY-METHOD PIC X(1).
           03 ST-CHECK-NO PIC X(8).
           03 ST-MASKED-ACCOUNT PIC X(8).
           03 ST-NET PIC S9(7)V9(2).
           03 ST-LEAVE-BALANCE PIC S9(4)V9(2).
           03 ST-AMOUNTS OCCURS 2 TIMES.
               05 ST-REG-HOURS PIC S9(5)V9(2).
               05 ST-OT-HOURS PIC S9(5)V9(2).
               05 ST-LEAVE-HOURS PIC S9(5)V9(2).
               05 ST-GROSS PIC S9(7)V9(2).
               05 ST-RETRO PIC S9(7)V9(2).
               05 ST-FED-TAX PIC S9(7)V9(2).
               05 ST-STATE-TAX PIC S9(7)V9(2).
               05 ST-DEDUCT PIC S9(7)V9(2) OCCURS 5 TIMES.
               05 ST-GARNISH PIC S9(7)V9(2).
               05 ST-NET-PAY PIC S9(7)V9(2).
      *    DEDUCTION SLOT 1 IS MEDICAL, SLOT 2 IS DENTAL, SLOT 3 IS
      *    401K, SLOT 4 IS VISION AND SLOT 5 IS OTHER DEDUCTIONS.
       01  DEDUCT-DESC-TABLE.
           03 FILLER PIC X(7) VALUE 'MEDICAL'.
           03 FILLER PIC X(7) VALUE 'DENTAL '.
           03 FILLER PIC X(7) VALUE '401K   '.
           03 FILLER PIC X(7) VALUE 'VISION '.
           03 FILLER PIC X(7) VALUE 'OTHER  '.
       01  DEDUCT-DESC-ENTRY REDEFINES DEDUCT-DESC-TABLE.
           03 DEDUCT-DESC PIC X(7) OCCURS 5 TIMES.
      *    THE BANK ACCOUNT CUT DOWN TO ITS LAST FOUR DIGITS FOR THE
      *    DIRECT-DEPOSIT ADVICE
       01  MASK-WORK.
           03 MK-ACCOUNT.
               05 MK-ACCOUNT-CHAR PIC X(1) OCCURS 17 TIMES.
           03 MK-MASKED-ACCOUNT.
               05 FILLER PIC X(4) VALUE '****'.
               05 MK-ACCT-LAST-CHAR PIC X(1) OCCURS 4 TIMES.
           03 MK-ACCT-LEN PIC 9(2) VALUE 0.
           03 MK-ACCT-SUB PIC 9(2) VALUE 0.
           03 MK-OUT-SUB PIC 9(1) VALUE 0.
       01  STUB-HEADING1.
           03 FILLER PIC X(1) VALUE SPACES.
           03 PS-CURR-DATE PIC 99/99/99.
           03 FILLER PIC X(40) VALUE SPACES.
           03 FILLER PIC X(21) VALUE 'MASTERMIND COBOL, INC'.
           03 FILLER PIC X(62) VALUE SPACES.
       01  STUB-HEADING2.
           03 FILLER PIC X(40) VALUE SPACES.
           03 PS-TITLE PIC X(40).
           03 FILLER PIC X(52) VALUE SPACES.
       01  STUB-EMPLOYEE-LINE.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(9) VALUE 'EMPLOYEE:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 PS-EMP-ID PIC X(7).
           03 FILLER PIC X(2) VALUE SPACES.
           03 PS-LNAME PIC X(15).
           03 FILLER PIC X(1) VALUE SPACES.
           03 PS-FNAME PIC X(15).
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'DIV:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 PS-DIVISION PIC X(4).
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'DEPT:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 PS-DEPT PIC X(4).
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(14) VALUE 'PERIOD ENDING:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 PS-PERIOD-END PIC 99/99/9999.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(11) VALUE 'CHECK DATE:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 PS-CHECK-DATE PIC 99/99/9999.
           03 FILLER PIC X(7) VALUE SPACES.
       01  STUB-PAYMENT-LINE.
           03 FILLER PIC X(1) VALUE SPACES.
           03 PS-PAY-LABEL PIC X(21).
           03 FILLER PIC X(1) VALUE SPACES.
           03 PS-PAY-REFERENCE PIC X(8).
           03 FILLER PIC X(4) VALUE SPACES.
           03 FILLER PIC X(8) VALUE 'NET PAY:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 PS-PAY-NET PIC $$$$,$$9.99-.
           03 FILLER PIC X(4) VALUE SPACES.
           03 PS-PAY-NOTE PIC X(40).
           03 FILLER PIC X(32) VALUE SPACES.
       01  STUB-COLUMN-LINE.
           03 FILLER PIC X(3) VALUE SPACES.
           03 FILLER PIC X(20) VALUE 'DESCRIPTION'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(8) VALUE '    RATE'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(10) VALUE ' CUR HOURS'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(14) VALUE '       CURRENT'.
           03 FILLER PIC X(4) VALUE SPACES.
           03 FILLER PIC X(10) VALUE ' YTD HOURS'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(14) VALUE '  YEAR TO DATE'.
           03 FILLER PIC X(41) VALUE SPACES.
       01  STUB-HOURS-LINE.
           03 FILLER PIC X(3) VALUE SPACES.
           03 PS-HOURS-DESC PIC X(20).
           03 FILLER PIC X(2) VALUE SPACES.
           03 PS-HOURS-RATE PIC Z,ZZ9.99 BLANK WHEN ZERO.
           03 FILLER PIC X(2) VALUE SPACES.
           03 PS-CUR-HOURS PIC ZZ,ZZ9.99-.
           03 FILLER PIC X(20) VALUE SPACES.
           03 PS-YTD-HOURS PIC ZZ,ZZ9.99-.
           03 FILLER PIC X(57) VALUE SPACES.
       01  STUB-AMOUNT-LINE.
           03 FILLER PIC X(3) VALUE SPACES.
           03 PS-AMOUNT-DESC PIC X(20).
           03 FILLER PIC X(24) VALUE SPACES.
           03 PS-CUR-AMOUNT PIC $$,$$$,$$9.99-.
           03 FILLER PIC X(16) VALUE SPACES.
           03 PS-YTD-AMOUNT PIC $$,$$$,$$9.99-.
           03 FILLER PIC X(41) VALUE SPACES.
       01  STUB-LEAVE-LINE.
           03 FILLER PIC X(3) VALUE SPACES.
           03 FILLER PIC X(22) VALUE 'LEAVE BALANCE (HOURS):'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 PS-LEAVE-BALANCE PIC ZZ,ZZ9.99-.
           03 FILLER PIC X(96) VALUE SPACES.
      *    PRINTED AT THE END OF THE PAY STUB FILE AND ON THE
      *    REGISTER: THE STUBS PRINTED, SPLIT INTO ADVICES AND CHECK
      *    STUBS, AGAINST THE EMPLOYEES PAID ON THE PERIOD TOTAL
       01  STUB-CONTROL-LINE.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(10) VALUE 'PAY STUBS:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 SC-STUB-COUNT PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(8) VALUE 'ADVICES:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 SC-ADVICE-COUNT PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(12) VALUE 'CHECK STUBS:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 SC-CHECK-STUB-COUNT PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(13) VALUE 'PERIOD TOTAL:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 SC-PERIOD-COUNT PIC ZZZZ9.
           03 FILLER PIC X(3) VALUE SPACES.
           03 SC-STATUS PIC X(40).
           03 FILLER PIC X(15) VALUE SPACES.
       01  MISC.
           03 EOF-M PIC 9 VALUE 0.
           03 EOF-TC PIC 9 VALUE 0.
           03 CHECK-COUNT PIC 9(4) VALUE 0.
           03 CHECK-NET-TOTAL PIC S9(9)V9(2) VALUE 0.
           03 BANK-BALANCE-TOTAL PIC S9(9)V9(2) VALUE 0.
           03 BANK-RELEASED-SW PIC 9 VALUE 0.
           03 GARNISH-STATUS PIC XX VALUE SPACES.
           03 EOF-GN PIC 9 VALUE 0.
           03 EOF-RS PIC 9 VALUE 0.
           03 GARNISH-COUNT PIC 99 VALUE 0.
           03 GARNISH-SUB PIC 99 VALUE 0.
           03 GARNISH-PASS PIC 99 VALUE 0.
           03 BEST-GARNISH-SUB PIC 99 VALUE 0.
           03 LIMIT-SUB PIC 9 VALUE 0.
           03 ORDER-IN-FORCE-SW PIC 9 VALUE 0.
           03 DISPOSABLE-EARNINGS PIC S9(6)V9(2) VALUE 0.
           03 GARNISH-AMT PIC 9(6)V9(2) VALUE 0.
           03 GARNISH-REQUESTED PIC 9(6)V9(2) VALUE 0.
           03 GARNISH-TAKEN PIC 9(6)V9(2) VALUE 0.
           03 GARNISH-CEILING PIC S9(6)V9(2) VALUE 0.
           03 NET-AVAILABLE PIC S9(6)V9(2) VALUE 0.
           03 GARNISH-LIMIT-PCT PIC 9(3)V9(2) VALUE 0.
           03 SHORTFALL-REASON PIC X(30) VALUE SPACES.
           03 PERIOD-END-YMD PIC 9(8) VALUE 0.
           03 ORDER-START-YMD PIC 9(8) VALUE 0.
           03 ORDER-STOP-YMD PIC 9(8) VALUE 0.
           03 PERIOD-GARNISH PIC 9(8)V9(2) VALUE 0.
           03 PERIOD-GARNISH-COUNT PIC 9(5) VALUE 0.
           03 SHORTFALL-COUNT PIC 9(4) VALUE 0.
           03 PRIOR-AGENCY PIC X(6) VALUE SPACES.
           03 AGENCY-COUNT PIC 9(4) VALUE 0.
           03 AGENCY-ITEM-COUNT PIC 9(4) VALUE 0.
           03 AGENCY-TOTAL PIC 9(7)V9(2) VALUE 0.
           03 REMIT-ITEM-COUNT PIC 9(5) VALUE 0.
           03 REMIT-TOTAL PIC 9(8)V9(2) VALUE 0.
           03 RETRO-PAY-STATUS PIC XX VALUE SPACES.
           03 EOF-RE PIC 9 VALUE 0.
           03 RETRO-PAY PIC 9(6)V9(2) VALUE 0.
           03 RETRO-PERIODS PIC 9(3) VALUE 0.
           03 PERIOD-RETRO PIC 9(8)V9(2) VALUE 0.
           03 PERIOD-RETRO-PERIODS PIC 9(5) VALUE 0.
           03 PERIOD-RETRO-EMP-COUNT PIC 9(4) VALUE 0.
           03 RETRO-PENDING-COUNT PIC 9(4) VALUE 0.
           03 CHECK-STOCK-STATUS PIC XX VALUE SPACES.
           03 CHECK-REGISTER-STATUS PIC XX VALUE SPACES.
           03 CHECK-ISSUE-DATE PIC X(8) VALUE SPACES.
           03 LAST-CHECK-NO PIC 9(8) VALUE 0.
           03 FIRST-CHECK-NO PIC 9(8) VALUE 0.
           03 CHECK-WRITTEN-SW PIC 9 VALUE 0.
           03 ISSUE-COUNT PIC 9(6) VALUE 0.
           03 ISSUE-TOTAL PIC 9(9)V9(2) VALUE 0.
           03 CHECK-SKIP-COUNT PIC 9(4) VALUE 0.
           03 EOF-CR PIC 9 VALUE 0.
           03 PAY-CALENDAR-STATUS PIC XX VALUE SPACES.
           03 EOF-CL PIC 9 VALUE 0.
           03 CALENDAR-COUNT PIC 9(3) VALUE 0.
           03 CALENDAR-SUB PIC 9(3) VALUE 0.
           03 OPEN-PERIOD-SUB PIC 9(3) VALUE 0.
           03 OPEN-PERIOD-COUNT PIC 9(3) VALUE 0.
           03 OPEN-PERIOD-END-YMD PIC 9(8) VALUE 0.
           03 PAID-WORK-STATUS PIC XX VALUE SPACES.
           03 EOF-PH PIC 9 VALUE 0.
           03 EOF-PW PIC 9 VALUE 0.
           03 ALREADY-PAID-SW PIC 9 VALUE 0.
           03 ALREADY-PAID-COUNT PIC 9(4) VALUE 0.
           03 STUB-WORK-STATUS PIC XX VALUE SPACES.
           03 EOF-SS PIC 9 VALUE 0.
           03 STUB-PAY-METHOD PIC X(1) VALUE SPACES.
           03 STUB-SLOT PIC 9 VALUE 0.
           03 STUB-PERIOD-YMD PIC 9(8) VALUE 0.
           03 STUB-YEAR PIC 9(4) VALUE 0.
           03 STUB-DATE-NUM PIC 9(8) VALUE 0.
           03 STUB-OT-RATE PIC 9(5)V9(2) VALUE 0.
           03 STUB-COUNT PIC 9(5) VALUE 0.
           03 ADVICE-COUNT PIC 9(5) VALUE 0.
           03 CHECK-STUB-COUNT PIC 9(5) VALUE 0.
      *    RUN DATE REARRANGED TO YYYYMMDD FOR THE EFFECTIVE-DATE
      *    COMPARE. THE CENTURY IS TAKEN AS 20.
       01  RUN-DATE-WORK.
               05 RW-RUN-MM PIC 9(2).
               05 RW-RUN-DD PIC 9(2).
           03 RW-RUN-YMD-NUM REDEFINES RW-RUN-YMD PIC 9(8).
       01  EFF-DATE-WORK.
           03 ED-MDY.
               05 ED-MDY-MONTH PIC 9(2).
           MOVE RW-ACCEPT-YY TO RW-RUN-YY.
           MOVE RW-ACCEPT-MM TO RW-RUN-MM.
           MOVE RW-ACCEPT-DD TO RW-RUN-DD.
           COMPUTE RUN-YEAR = (RW-RUN-CC * 100) + RW-RUN-YY.
           PERFORM 005-LOAD-DIVISIONS.
           PERFORM 010-LOAD-PAY-CALENDAR.
           PERFORM 120-LOAD-TAX-TABLE.
           OPEN OUTPUT REGISTER-FILE
               OUTPUT MISMATCH-FILE.
           PERFORM 130-OPEN-BANK-FILES.
           PERFORM 135-OPEN-CHECK-FILES.
           PERFORM 145-LOAD-PAID-THIS-PERIOD.
           PERFORM 140-OPEN-PAY-HISTORY.
           PERFORM 150-OPEN-LEAVE-LEDGER.
           PERFORM 160-OPEN-GARNISH-FILES.
           PERFORM 170-OPEN-RETRO-FILE.
           PERFORM 175-OPEN-STUB-WORK.
           PERFORM 110-LOAD-TIMECARDS.
           PERFORM 100-PRINT-HEADER.
           PERFORM 050-PROCESS-DIVISION
               UNTIL DIV-IDX > DIVISION-TABLE-COUNT.
           PERFORM 700-PRINT-PERIOD-TOTALS.
           PERFORM 750-RELEASE-BANK-FILE.
           PERFORM 755-CLOSE-CHECK-FILES.
           PERFORM 790-PRINT-PAY-STUBS.
           PERFORM 760-PRINT-REMITTANCE-REPORT.
           PERFORM 775-POST-RETRO-PAID.
           PERFORM 770-LIST-PENDING-RETRO.
           PERFORM 600-LIST-UNMATCHED-TIMECARDS.
           IF BANK-RELEASED-SW = 1
               PERFORM 780-CLOSE-PAY-PERIOD
           ELSE
               PERFORM 785-LEAVE-PERIOD-OPEN
           END-IF.
           PERFORM 630-LIST-ALREADY-PAID.
           CLOSE REGISTER-FILE
               MISMATCH-FILE
               CHECK-LIST-FILE
               LEAVE-LEDGER-FILE
               GARNISH-FILE
               SHORTFALL-FILE
               RETRO-PAY-FILE.
           STOP RUN.
      ******************************************************************
      *    LOAD THE ACTIVE DIVISIONS FROM THE DIVISION CONTROL FILE.
               STOP RUN
           END-IF.
      ******************************************************************
      *    LOAD THE PAY CALENDAR AND TAKE THE PERIOD END AND CHECK
      *    DATE FROM ITS ONE OPEN PERIOD. NO CALENDAR, NO OPEN PERIOD,
      *    MORE THAN ONE, OR AN OPEN PERIOD THAT HAS NOT ENDED YET, NO
      *    RUN. A PERIOD IS PAID ONLY ON OR AFTER ITS END DATE, SO A
      *    RERUN AFTER A CLOSE - WHICH FINDS THE NEXT PERIOD OPEN AND
      *    STILL RUNNING - STOPS HERE.
      ******************************************************************
       010-LOAD-PAY-CALENDAR.
           OPEN INPUT PAY-CALENDAR-FILE.
           IF PAY-CALENDAR-STATUS NOT = '00'
               DISPLAY 'PAYROLL1: PAY CALENDAR NOT AVAILABLE'
               STOP RUN
           END-IF.
           PERFORM 955-READ-PAY-CALENDAR.
           PERFORM UNTIL EOF-CL = 1
               IF CALENDAR-COUNT NOT < 120
                   DISPLAY 'PAYROLL1: PAY CALENDAR OVER 120 PERIODS'
                   STOP RUN
               END-IF
               ADD 1 TO CALENDAR-COUNT
               MOVE PAY-CALENDAR-DATA TO CALENDAR-ENTRY(CALENDAR-COUNT)
               IF CL-STATUS = 'O'
                   ADD 1 TO OPEN-PERIOD-COUNT
                   MOVE CALENDAR-COUNT TO OPEN-PERIOD-SUB
               END-IF
               PERFORM 955-READ-PAY-CALENDAR
           END-PERFORM.
           CLOSE PAY-CALENDAR-FILE.
           IF OPEN-PERIOD-COUNT = 0
               DISPLAY 'PAYROLL1: NO OPEN PERIOD ON PAY CALENDAR'
               STOP RUN
           END-IF.
           IF OPEN-PERIOD-COUNT > 1
               DISPLAY 'PAYROLL1: MORE THAN ONE OPEN PERIOD ON PAY '
                   'CALENDAR'
               STOP RUN
           END-IF.
           MOVE CALENDAR-ENTRY(OPEN-PERIOD-SUB) TO PAY-CALENDAR-DATA.
           IF CL-START-DATE NOT NUMERIC
               OR CL-END-DATE NOT NUMERIC
               OR CL-CHECK-DATE NOT NUMERIC
               DISPLAY 'PAYROLL1: OPEN PAY PERIOD DATES INVALID'
               STOP RUN
           END-IF.
           MOVE CL-END-DATE TO ED-MDY.
           MOVE ED-MDY-YEAR TO ED-YMD-YEAR.
           MOVE ED-MDY-MONTH TO ED-YMD-MONTH.
           MOVE ED-MDY-DAY TO ED-YMD-DAY.
           MOVE ED-YMD-NUM TO OPEN-PERIOD-END-YMD.
           IF RW-RUN-YMD-NUM < OPEN-PERIOD-END-YMD
               DISPLAY 'PAYROLL1: OPEN PAY PERIOD HAS NOT ENDED'
               STOP RUN
           END-IF.
           MOVE CL-END-DATE TO CURRENT-PERIOD-END.
           MOVE CL-CHECK-DATE TO CHECK-ISSUE-DATE.
           MOVE CL-END-DATE TO H2-PERIOD-END.
           MOVE CL-CHECK-DATE TO H2-CHECK-DATE.
      ******************************************************************
      *    SORT ONE DIVISION'S EMPLOYEE FILE BY DEPARTMENT AND PRINT
      *    THE REGISTER DETAIL FOR IT, BREAKING ON DEPARTMENT
      ******************************************************************
      *    REBUILD THE KEYED TIMECARD WORK FILE FROM THE PERIOD'S
      *    CLEAN CARDS SO EACH MASTER CAN BE MATCHED TO ITS CARD BY A
      *    KEYED READ, AT ANY CARD VOLUME. A DUPLICATE CARD THAT GOT
      *    PAST THE EDIT RUN, OR A CARD FOR ANY PERIOD BUT THE OPEN
      *    ONE (A CLEAN FILE LEFT OVER FROM AN EARLIER PERIOD), LANDS
      *    ON THE MISMATCH REPORT AND IS NOT PAID.
      ******************************************************************
       110-LOAD-TIMECARDS.
           OPEN INPUT TIMECARD-FILE
               OUTPUT TIMECARD-WORK-FILE.
           PERFORM 910-READ-TIMECARD.
           PERFORM UNTIL EOF-TC = 1
               IF TC-PERIOD-END NOT = CURRENT-PERIOD-END
                   MOVE SPACES TO MISMATCH-OUT
                   MOVE 'CARD-WRONG PERIOD' TO MM-REASON
                   MOVE TC-EMP-ID TO MM-EMP-ID
                   WRITE MISMATCH-RECORD FROM MISMATCH-OUT
                   ADD 1 TO MISMATCH-COUNTER
               ELSE
                   PERFORM 115-WRITE-TIMECARD-WORK
               END-IF
               PERFORM 910-READ-TIMECARD
           END-PERFORM.
           CLOSE TIMECARD-FILE
               TIMECARD-WORK-FILE.
           OPEN I-O TIMECARD-WORK-FILE.
      ******************************************************************
      *    PUT ONE CARD FOR THE OPEN PERIOD ON THE KEYED WORK FILE
      ******************************************************************
       115-WRITE-TIMECARD-WORK.
           MOVE TC-EMP-ID TO TW-EMP-ID.
           MOVE TC-REG-HOURS TO TW-REG-HOURS.
           MOVE TC-OT-HOURS TO TW-OT-HOURS.
           IF TC-LEAVE-HOURS NUMERIC
               MOVE TC-LEAVE-HOURS TO TW-LEAVE-HOURS
           ELSE
               MOVE 0 TO TW-LEAVE-HOURS
           END-IF.
           MOVE TC-PERIOD-END TO TW-PERIOD-END.
           MOVE 0 TO TW-MATCHED-SW.
           WRITE TIMECARD-WORK-RECORD
               INVALID KEY
                   MOVE SPACES TO MISMATCH-OUT
                   MOVE 'DUPLICATE TIMECARD' TO MM-REASON
                   MOVE TC-EMP-ID TO MM-EMP-ID
                   WRITE MISMATCH-RECORD FROM MISMATCH-OUT
                   ADD 1 TO MISMATCH-COUNTER
               NOT INVALID KEY
                   ADD 1 TO TIMECARD-COUNT
           END-WRITE.
      ******************************************************************
      *    LOAD THE TAX BRACKET TABLE, REARRANGING EACH EFFECTIVE
      *    DATE TO YYYYMMDD. NO TABLE, NO RUN - TAXES WOULD ALL BE
      *    WITHHELD AS ZERO AND KEYED BY HAND AGAIN.
           ACCEPT BH-RUN-DATE FROM DATE.
           WRITE BANK-RECORD FROM BANK-HEADER-OUT.
      ******************************************************************
      *    READ THE LAST CHECK NUMBER USED OFF THE CHECK-STOCK CONTROL
      *    FILE, OPEN THE CHECK REGISTER FOR UPDATE (CREATING IT ON
      *    THE FIRST RUN EVER MADE) AND START THE POSITIVE-PAY FILE.
      *    CHECKS CARRY THE PAY CALENDAR CHECK DATE.
      ******************************************************************
       135-OPEN-CHECK-FILES.
           OPEN INPUT CHECK-STOCK-FILE.
           IF CHECK-STOCK-STATUS NOT = '00'
               DISPLAY 'PAYROLL1: CHECK STOCK CONTROL FILE NOT '
                   'AVAILABLE'
               STOP RUN
           END-IF.
           READ CHECK-STOCK-FILE
               AT END
                   MOVE SPACES TO CHECK-STOCK-DATA
           END-READ.
           CLOSE CHECK-STOCK-FILE.
           IF CS-LAST-CHECK-NO NOT NUMERIC
               DISPLAY 'PAYROLL1: CHECK STOCK CONTROL RECORD INVALID'
               STOP RUN
           END-IF.
           MOVE CS-LAST-CHECK-NO TO LAST-CHECK-NO.
           OPEN I-O CHECK-REGISTER-FILE.
           IF CHECK-REGISTER-STATUS NOT = '00' AND NOT = '05'
               OPEN OUTPUT CHECK-REGISTER-FILE
               CLOSE CHECK-REGISTER-FILE
               OPEN I-O CHECK-REGISTER-FILE
           END-IF.
           OPEN OUTPUT POSITIVE-PAY-FILE.
           MOVE CS-ISSUE-ACCOUNT TO IH-ISSUE-ACCOUNT.
           ACCEPT IH-RUN-DATE FROM DATE.
           WRITE POSITIVE-PAY-RECORD FROM ISSUE-HEADER-OUT.
      ******************************************************************
      *    OPEN THE PAY HISTORY LEDGER FOR APPEND, CREATING IT ON THE
      *    FIRST RUN EVER MADE AGAINST IT
      ******************************************************************
               OPEN OUTPUT PAY-HISTORY-FILE
           END-IF.
      ******************************************************************
      *    BUILD THE KEYED WORK FILE OF EMPLOYEES THE PAY HISTORY
      *    LEDGER ALREADY SHOWS PAID FOR THE PERIOD END BEING RUN -
      *    ANY ENTRY TYPE COUNTS - WITH HOW MANY RECORDS AND THE NET
      *    THEY CARRY. THE FILE STAYS OPEN FOR THE RUN SO EACH MASTER
      *    CAN BE CHECKED BY A KEYED READ.
      ******************************************************************
       145-LOAD-PAID-THIS-PERIOD.
           OPEN OUTPUT PAID-WORK-FILE.
           CLOSE PAID-WORK-FILE.
           OPEN I-O PAID-WORK-FILE.
           OPEN INPUT PAY-HISTORY-FILE.
           IF PAY-HISTORY-STATUS = '00'
               PERFORM 960-READ-PAY-HISTORY
               PERFORM UNTIL EOF-PH = 1
                   IF PH-PERIOD-END = CURRENT-PERIOD-END
                       PERFORM 147-POST-PAID-RECORD
                   END-IF
                   PERFORM 960-READ-PAY-HISTORY
               END-PERFORM
               CLOSE PAY-HISTORY-FILE
           END-IF.
      ******************************************************************
      *    POST ONE PAY HISTORY RECORD FOR THE PERIOD TO THE EMPLOYEE'S
      *    PAID WORK RECORD. NET IS TAKEN AS ZERO ON A RECORD WRITTEN
      *    BEFORE THE AMOUNTS WERE SIGNED.
      ******************************************************************
       147-POST-PAID-RECORD.
           MOVE PH-EMP-ID TO PW-EMP-ID.
           READ PAID-WORK-FILE
               INVALID KEY
                   MOVE PH-EMP-ID TO PW-EMP-ID
                   MOVE 0 TO PW-RECORD-COUNT
                   MOVE 0 TO PW-NET
                   MOVE 0 TO PW-REFUSED-SW
                   MOVE SPACES TO PW-DIVISION
                   MOVE SPACES TO PW-DEPT
                   MOVE PH-LNAME TO PW-LNAME
                   MOVE PH-FNAME TO PW-FNAME
                   ADD 1 TO PW-RECORD-COUNT
                   IF PH-NET NUMERIC
                       ADD PH-NET TO PW-NET
                   END-IF
                   WRITE PAID-WORK-RECORD
               NOT INVALID KEY
                   ADD 1 TO PW-RECORD-COUNT
                   IF PH-NET NUMERIC
                       ADD PH-NET TO PW-NET
                   END-IF
                   REWRITE PAID-WORK-RECORD
           END-READ.
      ******************************************************************
      *    OPEN THE LEAVE ACCRUAL LEDGER FOR UPDATE, CREATING IT IF
      *    THIS IS THE FIRST RUN EVER MADE AGAINST IT
      ******************************************************************
               OPEN I-O LEAVE-LEDGER-FILE
           END-IF.
      ******************************************************************
      *    OPEN THE GARNISHMENT ORDER FILE FOR UPDATE, CREATING IT IF
      *    NO ORDER HAS EVER BEEN LOADED, AND OPEN THE AGENCY
      *    REMITTANCE FILE AND THE SHORTFALL LIST
      ******************************************************************
       160-OPEN-GARNISH-FILES.
           OPEN I-O GARNISH-FILE.
           IF GARNISH-STATUS NOT = '00' AND NOT = '05'
               OPEN OUTPUT GARNISH-FILE
               CLOSE GARNISH-FILE
               OPEN I-O GARNISH-FILE
           END-IF.
           OPEN OUTPUT GARNISH-REMIT-FILE
               OUTPUT SHORTFALL-FILE.
           ACCEPT SH-CURR-DATE FROM DATE.
           WRITE SHORTFALL-RECORD FROM SHORTFALL-HEADING.
           MOVE SPACES TO SHORTFALL-RECORD.
           WRITE SHORTFALL-RECORD.
      ******************************************************************
      *    OPEN THE RETROACTIVE PAY FILE FOR UPDATE, CREATING IT IF
      *    retro1 HAS NEVER WRITTEN ONE
      ******************************************************************
       170-OPEN-RETRO-FILE.
           OPEN I-O RETRO-PAY-FILE.
           IF RETRO-PAY-STATUS NOT = '00' AND NOT = '05'
               OPEN OUTPUT RETRO-PAY-FILE
               CLOSE RETRO-PAY-FILE
               OPEN I-O RETRO-PAY-FILE
           END-IF.
      ******************************************************************
      *    START AN EMPTY PAY STUB WORK FILE FOR THIS RUN AND KEEP IT
      *    OPEN SO EACH EMPLOYEE PAID CAN BE ADDED TO IT
      ******************************************************************
       175-OPEN-STUB-WORK.
           OPEN OUTPUT STUB-WORK-FILE.
           CLOSE STUB-WORK-FILE.
           OPEN I-O STUB-WORK-FILE.
      ******************************************************************
      *    PRINT THE HEADER
      ******************************************************************
       100-PRINT-HEADER.
               PERFORM 610-WRITE-MISMATCH
           ELSE
               PERFORM 220-FIND-TIMECARD
               PERFORM 225-CHECK-ALREADY-PAID
               IF ALREADY-PAID-SW = 1
                   PERFORM 625-REFUSE-ALREADY-PAID
               ELSE
               IF TIMECARD-FOUND-SW = 0
                   AND I-EMP-STATUS = 'H'
                   MOVE 'MASTER-NO TIMECARD' TO MM-REASON
               ELSE
                   PERFORM 300-PAY-EMPLOYEE
               END-IF
               END-IF
           END-IF
           END-IF.
           PERFORM 900-READ-MASTER.
           END-PERFORM.
      ******************************************************************
      *    LOOK FOR THIS EMPLOYEE'S TIMECARD ON THE KEYED WORK FILE
      *    AND MARK IT AS MATCHED WHEN FOUND. EVERY CARD ON THE WORK
      *    FILE IS FOR THE OPEN CALENDAR PERIOD.
      ******************************************************************
       220-FIND-TIMECARD.
           MOVE 0 TO TIMECARD-FOUND-SW.
           MOVE 0 TO REG-HOURS.
           MOVE 0 TO OT-HOURS.
           MOVE 0 TO LEAVE-HOURS.
           MOVE I-EMP-ID TO TW-EMP-ID.
           READ TIMECARD-WORK-FILE
               INVALID KEY
                   MOVE TW-REG-HOURS TO REG-HOURS
                   MOVE TW-OT-HOURS TO OT-HOURS
                   MOVE TW-LEAVE-HOURS TO LEAVE-HOURS
                   MOVE 1 TO TW-MATCHED-SW
                   REWRITE TIMECARD-WORK-RECORD
           END-READ.
      ******************************************************************
      *    SEE WHETHER THE PAY HISTORY LEDGER ALREADY CARRIES A RECORD
      *    FOR THIS EMPLOYEE AND THE PERIOD END BEING RUN
      ******************************************************************
       225-CHECK-ALREADY-PAID.
           MOVE 0 TO ALREADY-PAID-SW.
           MOVE I-EMP-ID TO PW-EMP-ID.
           READ PAID-WORK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO ALREADY-PAID-SW
           END-READ.
      ******************************************************************
      *    PRINT THE DEPARTMENT HEADING FOR A NEW DEPARTMENT GROUP
      ******************************************************************
       250-PRINT-DEPT-LINE.
      *    TIMES HOURS WITH OVERTIME AT TIME-AND-A-HALF; SALARIED
      *    EMPLOYEES ARE PAID THE PER-PERIOD SALARY CARRIED IN
      *    I-EMP-RATE. FEDERAL AND STATE WITHHOLDING COME OFF THE TAX
      *    BRACKET TABLE BEFORE THE DEDUCTION SLOTS ARE NETTED OUT,
      *    THEN ANY GARNISHMENT ORDERS ARE TAKEN AHEAD OF NET PAY.
      *    RETROACTIVE PAY PENDING FOR THE EMPLOYEE IS ADDED TO GROSS
      *    BEFORE TAXES ARE FIGURED.
      ******************************************************************
       300-PAY-EMPLOYEE.
           MOVE I-EMP-RATE TO EMP-RATE-FORMATER.
           ELSE
               MOVE EMP-RATE-FORMATER TO GROSS-PAY
           END-IF.
           PERFORM 315-ADD-RETRO-PAY.
           COMPUTE GROSS-PAY = GROSS-PAY + RETRO-PAY.
           MOVE 0 TO TOTAL-EMP-DEDUCT.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > 5
                   TOTAL-EMP-DEDUCT + DEDUCT-FORMAT(SUB)
           END-PERFORM.
           PERFORM 340-COMPUTE-TAXES.
           PERFORM 320-APPLY-GARNISHMENTS.
           COMPUTE NET-PAY = GROSS-PAY - FED-TAX - STATE-TAX
               - TOTAL-EMP-DEDUCT - GARNISH-AMT.
           PERFORM 380-UPDATE-LEAVE-LEDGER.
           MOVE I-EMP-ID TO RD-EMP-ID.
           MOVE I-LNAME TO RD-LNAME.
           MOVE FED-TAX TO RD-FED-TAX.
           MOVE STATE-TAX TO RD-STATE-TAX.
           MOVE TOTAL-EMP-DEDUCT TO RD-DEDUCT.
           MOVE GARNISH-AMT TO RD-GARNISH.
           MOVE NET-PAY TO RD-NET.
           MOVE LEAVE-BALANCE TO RD-LEAVE-BAL.
           IF LEAVE-BALANCE < 0
           WRITE REGISTER-RECORD FROM REGISTER-DETAIL
               AFTER ADVANCING 1 LINE.
           PERFORM 310-PAGE-COUNTER.
           IF RETRO-PERIODS > 0
               MOVE RETRO-PERIODS TO RP-PERIODS
               MOVE RETRO-PAY TO RP-AMOUNT
               WRITE REGISTER-RECORD FROM REGISTER-RETRO-LINE
                   AFTER ADVANCING 1 LINE
               PERFORM 310-PAGE-COUNTER
           END-IF.
           PERFORM 360-WRITE-BANK-DETAIL.
           PERFORM 370-WRITE-PAY-HISTORY.
           PERFORM 375-WRITE-STUB-WORK.
           ADD 1 TO DEPT-EMP-COUNT.
           COMPUTE DEPT-GROSS = DEPT-GROSS + GROSS-PAY.
           COMPUTE DEPT-FED-TAX = DEPT-FED-TAX + FED-TAX.
           COMPUTE DEPT-DEDUCT = DEPT-DEDUCT + TOTAL-EMP-DEDUCT.
           COMPUTE DEPT-NET = DEPT-NET + NET-PAY.
      ******************************************************************
      *    GATHER THE EMPLOYEE'S PENDING RETROACTIVE PAY, ONE RECORD
      *    PER PERIOD MADE UP, AND STAMP EACH ONE WITH THE PERIOD
      *    BEING RUN. THE RECORDS STAY PENDING UNTIL THE BANK FILE IS
      *    RELEASED - SEE 775-POST-RETRO-PAID.
      ******************************************************************
       315-ADD-RETRO-PAY.
           MOVE 0 TO RETRO-PAY.
           MOVE 0 TO RETRO-PERIODS.
           MOVE 0 TO EOF-RE.
           MOVE I-EMP-ID TO RE-EMP-ID.
           MOVE LOW-VALUES TO RE-PERIOD-END.
           MOVE 0 TO RE-JRNL-SEQ.
           START RETRO-PAY-FILE KEY IS NOT LESS THAN RE-KEY
               INVALID KEY
                   MOVE 1 TO EOF-RE
           END-START.
           IF EOF-RE = 0
               PERFORM 950-READ-RETRO-NEXT
           END-IF.
           PERFORM UNTIL EOF-RE = 1
               OR RE-EMP-ID NOT = I-EMP-ID
               IF RE-STATUS = 'P'
                   ADD RE-AMOUNT TO RETRO-PAY
                   ADD 1 TO RETRO-PERIODS
                   MOVE CURRENT-PERIOD-END TO RE-PAID-PERIOD-END
                   REWRITE RETRO-PAY-DATA
               END-IF
               PERFORM 950-READ-RETRO-NEXT
           END-PERFORM.
           IF RETRO-PERIODS > 0
               ADD 1 TO PERIOD-RETRO-EMP-COUNT
               ADD RETRO-PERIODS TO PERIOD-RETRO-PERIODS
               ADD RETRO-PAY TO PERIOD-RETRO
           END-IF.
      ******************************************************************
      *    TAKE THE EMPLOYEE'S GARNISHMENT ORDERS OUT OF THE PAY JUST
      *    FIGURED, LOWEST PRIORITY NUMBER FIRST. DISPOSABLE EARNINGS
      *    ARE GROSS LESS FEDERAL AND STATE TAX. GARNISH-AMT CARRIES
      *    THE TOTAL TAKEN TO NET PAY AND THE PAY HISTORY RECORD.
      ******************************************************************
       320-APPLY-GARNISHMENTS.
           MOVE 0 TO GARNISH-AMT.
           COMPUTE DISPOSABLE-EARNINGS = GROSS-PAY - FED-TAX
               - STATE-TAX.
           IF DISPOSABLE-EARNINGS < 0
               MOVE 0 TO DISPOSABLE-EARNINGS
           END-IF.
           MOVE 0 TO PERIOD-END-YMD.
           IF CURRENT-PERIOD-END NUMERIC
               MOVE CURRENT-PERIOD-END TO ED-MDY
               MOVE ED-MDY-YEAR TO ED-YMD-YEAR
               MOVE ED-MDY-MONTH TO ED-YMD-MONTH
               MOVE ED-MDY-DAY TO ED-YMD-DAY
               MOVE ED-YMD-NUM TO PERIOD-END-YMD
           END-IF.
           PERFORM 322-LOAD-EMPLOYEE-ORDERS.
           PERFORM 324-APPLY-NEXT-ORDER
               VARYING GARNISH-PASS FROM 1 BY 1
               UNTIL GARNISH-PASS > GARNISH-COUNT.
      ******************************************************************
      *    LOAD THE EMPLOYEE'S ORDERS INTO THE ORDER TABLE. AN ORDER
      *    WITH NO READABLE PRIORITY IS TAKEN LAST; ONE THAT DOES NOT
      *    FIT IN THE TABLE IS NOT TAKEN AND GOES ON THE SHORTFALL
      *    LIST.
      ******************************************************************
       322-LOAD-EMPLOYEE-ORDERS.
           MOVE 0 TO GARNISH-COUNT.
           MOVE 0 TO EOF-GN.
           MOVE I-EMP-ID TO GN-EMP-ID.
           MOVE LOW-VALUES TO GN-ORDER-NO.
           START GARNISH-FILE KEY IS NOT LESS THAN GN-KEY
               INVALID KEY
                   MOVE 1 TO EOF-GN
           END-START.
           IF EOF-GN = 0
               PERFORM 940-READ-GARNISH-NEXT
           END-IF.
           PERFORM UNTIL EOF-GN = 1
               OR GN-EMP-ID NOT = I-EMP-ID
               IF GARNISH-COUNT < 10
                   ADD 1 TO GARNISH-COUNT
                   MOVE GN-ORDER-NO TO GO-ORDER-NO(GARNISH-COUNT)
                   IF GN-PRIORITY NUMERIC
                       MOVE GN-PRIORITY TO GO-PRIORITY(GARNISH-COUNT)
                   ELSE
                       MOVE 99 TO GO-PRIORITY(GARNISH-COUNT)
                   END-IF
                   MOVE 0 TO GO-DONE-SW(GARNISH-COUNT)
               ELSE
                   MOVE 0 TO GARNISH-REQUESTED
                   MOVE 0 TO GARNISH-TAKEN
                   MOVE 'OVER 10 ORDERS - NOT TAKEN' TO SHORTFALL-REASON
                   PERFORM 620-WRITE-SHORTFALL
               END-IF
               PERFORM 940-READ-GARNISH-NEXT
           END-PERFORM.
      ******************************************************************
      *    TAKE THE NEXT ORDER IN PRIORITY ORDER. ORDERS OF EQUAL
      *    PRIORITY ARE TAKEN IN ORDER-NUMBER ORDER.
      ******************************************************************
       324-APPLY-NEXT-ORDER.
           MOVE 0 TO BEST-GARNISH-SUB.
           PERFORM VARYING GARNISH-SUB FROM 1 BY 1
               UNTIL GARNISH-SUB > GARNISH-COUNT
               IF GO-DONE-SW(GARNISH-SUB) = 0
                   IF BEST-GARNISH-SUB = 0
                       MOVE GARNISH-SUB TO BEST-GARNISH-SUB
                   ELSE
                       IF GO-PRIORITY(GARNISH-SUB)
                           < GO-PRIORITY(BEST-GARNISH-SUB)
                           MOVE GARNISH-SUB TO BEST-GARNISH-SUB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 1 TO GO-DONE-SW(BEST-GARNISH-SUB).
           MOVE I-EMP-ID TO GN-EMP-ID.
           MOVE GO-ORDER-NO(BEST-GARNISH-SUB) TO GN-ORDER-NO.
           READ GARNISH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 326-TAKE-ORDER
           END-READ.
      ******************************************************************
      *    TAKE ONE ORDER: THE FLAT AMOUNT OR THE PERCENT OF
      *    DISPOSABLE EARNINGS, NO MORE THAN THE BALANCE OWED, CUT
      *    BACK TO THE LIMIT FOR THE ORDER TYPE LESS WHAT EARLIER
      *    ORDERS TOOK AND TO THE NET PAY LEFT. THE AMOUNT TAKEN IS
      *    DRAWN OFF THE ORDER AND WRITTEN FOR REMITTANCE; AN ORDER
      *    NOT TAKEN IN FULL GOES ON THE SHORTFALL LIST. AN ORDER
      *    OUTSIDE ITS DATES OR ALREADY PAID OFF IS PASSED OVER.
      ******************************************************************
       326-TAKE-ORDER.
           MOVE 0 TO GARNISH-REQUESTED.
           MOVE 0 TO GARNISH-TAKEN.
           MOVE SPACES TO SHORTFALL-REASON.
           PERFORM 328-CHECK-ORDER-DATES.
           IF ORDER-IN-FORCE-SW = 2
               MOVE 'INVALID DATES OR BALANCE' TO SHORTFALL-REASON
               PERFORM 620-WRITE-SHORTFALL
           END-IF.
           IF ORDER-IN-FORCE-SW = 1
               IF GN-CALC-METHOD = 'P' AND GN-PERCENT NUMERIC
                   COMPUTE GARNISH-REQUESTED ROUNDED =
                       DISPOSABLE-EARNINGS * GN-PERCENT / 100
               ELSE
                   IF GN-CALC-METHOD = 'F' AND GN-FLAT-AMT NUMERIC
                       MOVE GN-FLAT-AMT TO GARNISH-REQUESTED
                   ELSE
                       MOVE 'INVALID AMOUNT OR METHOD'
                           TO SHORTFALL-REASON
                   END-IF
               END-IF
               IF GN-TOTAL-OWED > 0
                   AND GARNISH-REQUESTED > GN-BALANCE
                   MOVE GN-BALANCE TO GARNISH-REQUESTED
               END-IF
               MOVE 0 TO GARNISH-LIMIT-PCT
               PERFORM VARYING LIMIT-SUB FROM 1 BY 1
                   UNTIL LIMIT-SUB > 3
                   IF GL-ORDER-TYPE(LIMIT-SUB) = GN-ORDER-TYPE
                       MOVE GL-LIMIT-PCT(LIMIT-SUB)
                           TO GARNISH-LIMIT-PCT
                   END-IF
               END-PERFORM
               IF GARNISH-LIMIT-PCT = 0
                   MOVE 'INVALID ORDER TYPE' TO SHORTFALL-REASON
               END-IF
               IF SHORTFALL-REASON = SPACES
                   MOVE GARNISH-REQUESTED TO GARNISH-TAKEN
                   COMPUTE GARNISH-CEILING ROUNDED =
                       (DISPOSABLE-EARNINGS * GARNISH-LIMIT-PCT / 100)
                       - GARNISH-AMT
                   IF GARNISH-CEILING < 0
                       MOVE 0 TO GARNISH-CEILING
                   END-IF
                   IF GARNISH-TAKEN > GARNISH-CEILING
                       MOVE GARNISH-CEILING TO GARNISH-TAKEN
                       MOVE 'DISPOSABLE EARNINGS LIMIT'
                           TO SHORTFALL-REASON
                   END-IF
                   COMPUTE NET-AVAILABLE = GROSS-PAY - FED-TAX
                       - STATE-TAX - TOTAL-EMP-DEDUCT - GARNISH-AMT
                   IF NET-AVAILABLE < 0
                       MOVE 0 TO NET-AVAILABLE
                   END-IF
                   IF GARNISH-TAKEN > NET-AVAILABLE
                       MOVE NET-AVAILABLE TO GARNISH-TAKEN
                       MOVE 'NET PAY EXHAUSTED' TO SHORTFALL-REASON
                   END-IF
               END-IF
               IF GARNISH-TAKEN > 0
                   PERFORM 330-DRAW-DOWN-ORDER
               END-IF
               IF SHORTFALL-REASON NOT = SPACES
                   PERFORM 620-WRITE-SHORTFALL
               END-IF
           END-IF.
      ******************************************************************
      *    DECIDE WHETHER THE ORDER IS IN FORCE FOR THE PERIOD END
      *    BEING PAID: 1 IN FORCE, 0 NOT STARTED, STOPPED OR PAID
      *    OFF, 2 DATES OR AMOUNTS ON THE ORDER UNREADABLE
      ******************************************************************
       328-CHECK-ORDER-DATES.
           IF GN-START-DATE NOT NUMERIC
               OR (GN-STOP-DATE NOT = SPACES
                   AND GN-STOP-DATE NOT NUMERIC)
               OR GN-TOTAL-OWED NOT NUMERIC
               OR GN-BALANCE NOT NUMERIC
               MOVE 2 TO ORDER-IN-FORCE-SW
           ELSE
               MOVE 1 TO ORDER-IN-FORCE-SW
               MOVE GN-START-DATE TO ED-MDY
               MOVE ED-MDY-YEAR TO ED-YMD-YEAR
               MOVE ED-MDY-MONTH TO ED-YMD-MONTH
               MOVE ED-MDY-DAY TO ED-YMD-DAY
               MOVE ED-YMD-NUM TO ORDER-START-YMD
               IF ORDER-START-YMD > PERIOD-END-YMD
                   MOVE 0 TO ORDER-IN-FORCE-SW
               END-IF
               IF GN-STOP-DATE NOT = SPACES
                   MOVE GN-STOP-DATE TO ED-MDY
                   MOVE ED-MDY-YEAR TO ED-YMD-YEAR
                   MOVE ED-MDY-MONTH TO ED-YMD-MONTH
                   MOVE ED-MDY-DAY TO ED-YMD-DAY
                   MOVE ED-YMD-NUM TO ORDER-STOP-YMD
                   IF ORDER-STOP-YMD < PERIOD-END-YMD
                       MOVE 0 TO ORDER-IN-FORCE-SW
                   END-IF
               END-IF
               IF GN-TOTAL-OWED > 0 AND GN-BALANCE = 0
                   MOVE 0 TO ORDER-IN-FORCE-SW
               END-IF
           END-IF.
      ******************************************************************
      *    DRAW THE AMOUNT TAKEN OFF THE ORDER, REWRITE IT AND WRITE
      *    THE AGENCY REMITTANCE RECORD
      ******************************************************************
       330-DRAW-DOWN-ORDER.
           ADD GARNISH-TAKEN TO GARNISH-AMT.
           IF GN-TOTAL-OWED > 0
               SUBTRACT GARNISH-TAKEN FROM GN-BALANCE
           END-IF.
           IF GN-TAKEN-TO-DATE NOT NUMERIC
               MOVE 0 TO GN-TAKEN-TO-DATE
           END-IF.
           ADD GARNISH-TAKEN TO GN-TAKEN-TO-DATE.
           MOVE CURRENT-PERIOD-END TO GN-LAST-PERIOD-END.
           REWRITE GARNISH-ORDER-DATA.
           MOVE GN-AGENCY-CODE TO GR-AGENCY-CODE.
           MOVE GN-AGENCY-NAME TO GR-AGENCY-NAME.
           MOVE GN-CASE-NO TO GR-CASE-NO.
           MOVE GN-EMP-ID TO GR-EMP-ID.
           MOVE GN-ORDER-NO TO GR-ORDER-NO.
           MOVE I-SSN TO GR-SSN.
           MOVE I-LNAME TO GR-LNAME.
           MOVE I-FNAME TO GR-FNAME.
           MOVE CURRENT-PERIOD-END TO GR-PERIOD-END.
           MOVE GARNISH-TAKEN TO GR-AMOUNT.
           MOVE GN-ORDER-TYPE TO GR-ORDER-TYPE.
           WRITE GARNISH-REMIT-RECORD FROM GARNISH-REMIT-DATA.
           ADD 1 TO PERIOD-GARNISH-COUNT.
           COMPUTE PERIOD-GARNISH = PERIOD-GARNISH + GARNISH-TAKEN.
      ******************************************************************
      *    COMPUTE THE FEDERAL AND STATE WITHHOLDING FOR THE GROSS
      *    JUST BUILT. SPACES IN I-FILING-STATUS (RECORDS WRITTEN
      *    BEFORE THE FIELD EXISTED) ARE TAKEN AS SINGLE WITH ZERO
           IF I-BANK-ROUTING NOT = SPACES
               AND I-BANK-ACCOUNT NOT = SPACES
               AND NET-PAY > 0
               MOVE 'D' TO STUB-PAY-METHOD
               MOVE I-EMP-ID TO BD-EMP-ID
               MOVE I-BANK-ROUTING TO BD-BANK-ROUTING
               MOVE I-BANK-ACCOUNT TO BD-BANK-ACCOUNT
               ADD 1 TO DD-COUNT
               COMPUTE DD-NET-TOTAL = DD-NET-TOTAL + NET-PAY
           ELSE
               MOVE 'C' TO STUB-PAY-METHOD
               IF NET-PAY > 0
                   PERFORM 365-ISSUE-CHECK
               ELSE
                   MOVE 'NO CHECK' TO CK-CHECK-NO
               END-IF
               MOVE I-EMP-ID TO CK-EMP-ID
               MOVE I-LNAME TO CK-LNAME
               MOVE I-FNAME TO CK-FNAME
               COMPUTE CHECK-NET-TOTAL = CHECK-NET-TOTAL + NET-PAY
           END-IF.
      ******************************************************************
      *    NUMBER A CHECK FOR THE EMPLOYEE JUST PAID FROM THE CHECK
      *    STOCK, ENTER IT ON THE CHECK REGISTER AND THE POSITIVE-PAY
      *    FILE. A NUMBER ALREADY ON THE REGISTER MEANS THE CONTROL
      *    FILE IS BEHIND THE STOCK; IT IS SKIPPED AND COUNTED SO THE
      *    VOIDED STOCK CAN BE ACCOUNTED FOR.
      ******************************************************************
       365-ISSUE-CHECK.
           MOVE CHECK-ISSUE-DATE TO CR-ISSUE-DATE.
           MOVE CURRENT-PERIOD-END TO CR-PERIOD-END.
           MOVE I-EMP-ID TO CR-EMP-ID.
           MOVE DV-DIVISION-CODE(DIV-IDX) TO CR-DIVISION.
           MOVE I-DEPT TO CR-DEPT.
           MOVE I-LNAME TO CR-LNAME.
           MOVE I-FNAME TO CR-FNAME.
           MOVE NET-PAY TO CR-AMOUNT.
           MOVE 'R' TO CR-SOURCE.
           MOVE 'O' TO CR-STATUS.
           MOVE SPACES TO CR-CLEARED-DATE.
           MOVE 0 TO CR-CLEARED-AMT.
           MOVE 0 TO CHECK-WRITTEN-SW.
           PERFORM UNTIL CHECK-WRITTEN-SW = 1
               ADD 1 TO LAST-CHECK-NO
               MOVE LAST-CHECK-NO TO CR-CHECK-NO
               WRITE CHECK-REGISTER-DATA
                   INVALID KEY
                       ADD 1 TO CHECK-SKIP-COUNT
                   NOT INVALID KEY
                       MOVE 1 TO CHECK-WRITTEN-SW
               END-WRITE
           END-PERFORM.
           IF FIRST-CHECK-NO = 0
               MOVE LAST-CHECK-NO TO FIRST-CHECK-NO
           END-IF.
           MOVE CS-ISSUE-ACCOUNT TO ID-ISSUE-ACCOUNT.
           MOVE LAST-CHECK-NO TO ID-CHECK-NO.
           MOVE CHECK-ISSUE-DATE TO ID-ISSUE-DATE.
           MOVE NET-PAY TO ID-AMOUNT.
           MOVE I-LNAME TO ID-PAYEE-LNAME.
           MOVE I-FNAME TO ID-PAYEE-FNAME.
           WRITE POSITIVE-PAY-RECORD FROM ISSUE-DETAIL-OUT.
           ADD 1 TO ISSUE-COUNT.
           COMPUTE ISSUE-TOTAL = ISSUE-TOTAL + NET-PAY.
           MOVE LAST-CHECK-NO TO CK-CHECK-NO.
      ******************************************************************
      *    ACCRUE THIS PERIOD'S LEAVE FOR THE EMPLOYEE JUST PAID AND
      *    DRAW DOWN THE LEAVE HOURS TAKEN ON THE TIMECARD. THE
      *    ACCRUAL RATE STEPS UP AT THE FIFTH SERVICE YEAR, AND
      ******************************************************************
      *    APPEND ONE PAY HISTORY LEDGER RECORD FOR THE EMPLOYEE JUST
      *    PAID. A SALARIED EMPLOYEE PAID WITHOUT A TIMECARD CARRIES
      *    THE CALENDAR PERIOD END AND ZERO HOURS. THE EMPLOYEE GOES
      *    ON THE PAID WORK FILE TOO, SO THE SAME ID TURNING UP ON A
      *    SECOND DIVISION MASTER IS NOT PAID TWICE. THE LEAVE
      *    TAKEN AND ACCRUED GO ON THE RECORD SO THE ADJUSTMENT RUN
      *    (payadj1) CAN BACK THEM OUT IF THE PAYMENT IS VOIDED.
      ******************************************************************
       370-WRITE-PAY-HISTORY.
           MOVE I-EMP-ID TO PH-EMP-ID.
               MOVE DEDUCT-FORMAT(SUB) TO PH-DEDUCT-AMT(SUB)
           END-PERFORM.
           MOVE NET-PAY TO PH-NET.
           MOVE 'R' TO PH-ENTRY-TYPE.
           MOVE LEAVE-HOURS TO PH-LEAVE-HOURS.
           MOVE LEAVE-ACCRUAL TO PH-LEAVE-ACCRUAL.
           MOVE GARNISH-AMT TO PH-GARNISH-AMT.
           MOVE RETRO-PAY TO PH-RETRO-AMT.
           WRITE PAY-HISTORY-DATA.
           MOVE I-EMP-ID TO PW-EMP-ID.
           MOVE 1 TO PW-RECORD-COUNT.
           MOVE NET-PAY TO PW-NET.
           MOVE 0 TO PW-REFUSED-SW.
           MOVE DV-DIVISION-CODE(DIV-IDX) TO PW-DIVISION.
           MOVE I-DEPT TO PW-DEPT.
           MOVE I-LNAME TO PW-LNAME.
           MOVE I-FNAME TO PW-FNAME.
           WRITE PAID-WORK-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
      ******************************************************************
      *    ADD THE EMPLOYEE JUST PAID TO THE PAY STUB WORK FILE WITH
      *    HOW THEY WERE PAID - THE CHECK NUMBER FROM THE CHECK-PRINT
      *    LIST, OR THE DEPOSIT ACCOUNT MASKED TO ITS LAST FOUR - AND
      *    THE LEAVE BALANCE LEFT ON THE LEAVE LEDGER. THE AMOUNTS
      *    START AT ZERO AND ARE POSTED FROM THE PAY HISTORY LEDGER
      *    WHEN THE STUBS ARE PRINTED.
      ******************************************************************
       375-WRITE-STUB-WORK.
           MOVE SPACES TO STUB-DATA.
           MOVE I-EMP-ID TO ST-EMP-ID.
           MOVE DV-DIVISION-CODE(DIV-IDX) TO ST-DIVISION.
           MOVE I-DEPT TO ST-DEPT.
           MOVE I-LNAME TO ST-LNAME.
           MOVE I-FNAME TO ST-FNAME.
           MOVE I-EMP-STATUS TO ST-EMP-STATUS.
           MOVE EMP-RATE-FORMATER TO ST-RATE.
           MOVE STUB-PAY-METHOD TO ST-PAY-METHOD.
           IF STUB-PAY-METHOD = 'D'
               MOVE I-BANK-ACCOUNT TO MK-ACCOUNT
               PERFORM 377-MASK-ACCOUNT
               MOVE MK-MASKED-ACCOUNT TO ST-MASKED-ACCOUNT
           ELSE
               MOVE CK-CHECK-NO TO ST-CHECK-NO
           END-IF.
           MOVE NET-PAY TO ST-NET.
           MOVE LEAVE-BALANCE TO ST-LEAVE-BALANCE.
           PERFORM VARYING STUB-SLOT FROM 1 BY 1
               UNTIL STUB-SLOT > 2
               MOVE 0 TO ST-REG-HOURS(STUB-SLOT)
               MOVE 0 TO ST-OT-HOURS(STUB-SLOT)
               MOVE 0 TO ST-LEAVE-HOURS(STUB-SLOT)
               MOVE 0 TO ST-GROSS(STUB-SLOT)
               MOVE 0 TO ST-RETRO(STUB-SLOT)
               MOVE 0 TO ST-FED-TAX(STUB-SLOT)
               MOVE 0 TO ST-STATE-TAX(STUB-SLOT)
               PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 5
                   MOVE 0 TO ST-DEDUCT(STUB-SLOT SUB)
               END-PERFORM
               MOVE 0 TO ST-GARNISH(STUB-SLOT)
               MOVE 0 TO ST-NET-PAY(STUB-SLOT)
           END-PERFORM.
           WRITE STUB-WORK-RECORD FROM STUB-DATA
               INVALID KEY
                   CONTINUE
           END-WRITE.
      ******************************************************************
      *    CUT THE BANK ACCOUNT IN MK-ACCOUNT DOWN TO ITS LAST FOUR
      *    CHARACTERS, COUNTING BACK FROM THE LAST ONE KEYED
      ******************************************************************
       377-MASK-ACCOUNT.
           MOVE SPACES TO MK-ACCT-LAST-CHAR(1).
           MOVE SPACES TO MK-ACCT-LAST-CHAR(2).
           MOVE SPACES TO MK-ACCT-LAST-CHAR(3).
           MOVE SPACES TO MK-ACCT-LAST-CHAR(4).
           MOVE 0 TO MK-ACCT-LEN.
           PERFORM VARYING MK-ACCT-SUB FROM 1 BY 1
               UNTIL MK-ACCT-SUB > 17
               IF MK-ACCOUNT-CHAR(MK-ACCT-SUB) NOT = SPACE
                   MOVE MK-ACCT-SUB TO MK-ACCT-LEN
               END-IF
           END-PERFORM.
           IF MK-ACCT-LEN > 4
               COMPUTE MK-ACCT-SUB = MK-ACCT-LEN - 3
           ELSE
               MOVE 1 TO MK-ACCT-SUB
           END-IF.
           MOVE 1 TO MK-OUT-SUB.
           PERFORM UNTIL MK-ACCT-SUB > MK-ACCT-LEN
               MOVE MK-ACCOUNT-CHAR(MK-ACCT-SUB)
                   TO MK-ACCT-LAST-CHAR(MK-OUT-SUB)
               ADD 1 TO MK-ACCT-SUB
               ADD 1 TO MK-OUT-SUB
           END-PERFORM.
      ******************************************************************
      *    KEEPS TRACK OF NUMBER OF LINES PRINTED
      ******************************************************************
               WRITE REGISTER-RECORD FROM REGISTER-NOTAX-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE PERIOD-GARNISH-COUNT TO RG-ORDER-COUNT.
           MOVE PERIOD-GARNISH TO RG-AMOUNT.
           MOVE SHORTFALL-COUNT TO RG-SHORT-COUNT.
           WRITE REGISTER-RECORD FROM REGISTER-GARNISH-LINE
               AFTER ADVANCING 1 LINE.
      ******************************************************************
      *    WRITE THE BANK FILE TRAILER AND BALANCE THE FILE AGAINST
      *    THE PERIOD TOTAL: BANK NET PLUS CHECK-LIST NET MUST EQUAL
      *    THE REGISTER-PERIOD-TOTAL NET. A FILE THAT DOES NOT
      *    BALANCE IS EMPTIED RATHER THAN RELEASED, AND THE SUMMARY
      *    LINE ON THE REGISTER SAYS SO. ONLY A RELEASED FILE LETS
      *    THE RUN POST RETROACTIVE PAY AS PAID AND CLOSE THE PERIOD.
      ******************************************************************
       750-RELEASE-BANK-FILE.
           MOVE DD-COUNT TO BT-RECORD-COUNT.
           COMPUTE BANK-BALANCE-TOTAL = DD-NET-TOTAL
               + CHECK-NET-TOTAL.
           IF BANK-BALANCE-TOTAL = PERIOD-NET
               MOVE 1 TO BANK-RELEASED-SW
               MOVE 'RELEASED' TO BK-STATUS
           ELSE
               MOVE 'NOT RELEASED - DOES NOT NET TO PERIOD TOTAL'
           WRITE REGISTER-RECORD FROM REGISTER-BANK-TOTAL
               AFTER ADVANCING 1 LINE.
      ******************************************************************
      *    CLOSE OUT THE CHECKS: WRITE THE POSITIVE-PAY TRAILER, CARRY
      *    THE LAST CHECK NUMBER USED BACK TO THE CHECK-STOCK CONTROL
      *    FILE AND PRINT THE CHECK LINE ON THE REGISTER. WHEN THE
      *    BANK FILE WAS NOT RELEASED THE CHECKS GO NO FURTHER EITHER:
      *    THE POSITIVE-PAY FILE IS EMPTIED, THIS RUN'S CHECKS ARE
      *    MARKED VOIDED ON THE REGISTER AND THE CONTROL FILE IS LEFT
      *    AS IT WAS, SO THE RERUN SKIPS THE VOIDED NUMBERS.
      ******************************************************************
       755-CLOSE-CHECK-FILES.
           MOVE ISSUE-COUNT TO IT-RECORD-COUNT.
           MOVE ISSUE-TOTAL TO IT-AMOUNT-TOTAL.
           WRITE POSITIVE-PAY-RECORD FROM ISSUE-TRAILER-OUT.
           CLOSE POSITIVE-PAY-FILE.
           IF BANK-RELEASED-SW = 1
               MOVE LAST-CHECK-NO TO CS-LAST-CHECK-NO
               ACCEPT CS-LAST-RUN-DATE FROM DATE
               OPEN OUTPUT CHECK-STOCK-FILE
               WRITE CHECK-STOCK-DATA
               CLOSE CHECK-STOCK-FILE
           ELSE
               OPEN OUTPUT POSITIVE-PAY-FILE
               CLOSE POSITIVE-PAY-FILE
               IF ISSUE-COUNT > 0
                   PERFORM 757-VOID-RUN-CHECKS
               END-IF
               MOVE 'ALL VOIDED - NOT RELEASED' TO RK-VOID-NOTE
           END-IF.
           CLOSE CHECK-REGISTER-FILE.
           MOVE ISSUE-COUNT TO RK-ISSUE-COUNT.
           MOVE FIRST-CHECK-NO TO RK-FIRST-CHECK.
           IF ISSUE-COUNT = 0
               MOVE 0 TO RK-LAST-CHECK
           ELSE
               MOVE LAST-CHECK-NO TO RK-LAST-CHECK
           END-IF.
           MOVE ISSUE-TOTAL TO RK-ISSUE-TOTAL.
           MOVE CHECK-SKIP-COUNT TO RK-SKIP-COUNT.
           WRITE REGISTER-RECORD FROM REGISTER-CHECK-LINE
               AFTER ADVANCING 1 LINE.
      ******************************************************************
      *    MARK VOIDED EVERY CHECK THIS RUN ENTERED ON THE REGISTER -
      *    THE NUMBERS FROM THE FIRST TO THE LAST ISSUED, LESS ANY
      *    SKIPPED BECAUSE ANOTHER RUN ALREADY HELD THEM
      ******************************************************************
       757-VOID-RUN-CHECKS.
           MOVE 0 TO EOF-CR.
           MOVE FIRST-CHECK-NO TO CR-CHECK-NO.
           START CHECK-REGISTER-FILE KEY IS NOT LESS THAN CR-CHECK-NO
               INVALID KEY
                   MOVE 1 TO EOF-CR
           END-START.
           IF EOF-CR = 0
               PERFORM 975-READ-REGISTER-NEXT
           END-IF.
           PERFORM UNTIL EOF-CR = 1
               OR CR-CHECK-NO > LAST-CHECK-NO
               IF CR-SOURCE = 'R'
                   AND CR-PERIOD-END = CURRENT-PERIOD-END
                   AND CR-STATUS = 'O'
                   MOVE 'V' TO CR-STATUS
                   REWRITE CHECK-REGISTER-DATA
                       INVALID KEY
                           DISPLAY 'PAYROLL1: REWRITE FAILED FOR '
                               'CHECK ' CR-CHECK-NO
                   END-REWRITE
               END-IF
               PERFORM 975-READ-REGISTER-NEXT
           END-PERFORM.
      ******************************************************************
      *    SORT THE PERIOD'S AGENCY REMITTANCES BY AGENCY AND PRINT
      *    THE REMITTANCE REPORT, EACH AGENCY ON ITS OWN PAGE WITH
      *    ITS TOTAL, AND A GRAND TOTAL THAT TIES TO THE GARNISHMENT
      *    LINE ON THE REGISTER
      ******************************************************************
       760-PRINT-REMITTANCE-REPORT.
           CLOSE GARNISH-REMIT-FILE.
           SORT REMIT-SORT-WORK
               ON ASCENDING KEY GS-AGENCY-CODE GS-EMP-ID GS-ORDER-NO
               USING GARNISH-REMIT-FILE
               GIVING REMIT-SORTED-FILE.
           OPEN INPUT REMIT-SORTED-FILE
               OUTPUT REMIT-REPORT-FILE.
           ACCEPT RH-CURR-DATE FROM DATE.
           PERFORM 945-READ-REMIT-SORTED.
           PERFORM UNTIL EOF-RS = 1
               IF AGENCY-COUNT = 0
                   OR GR-AGENCY-CODE NOT = PRIOR-AGENCY
                   IF AGENCY-COUNT > 0
                       PERFORM 765-PRINT-AGENCY-TOTAL
                   END-IF
                   PERFORM 762-PRINT-AGENCY-HEADING
               END-IF
               MOVE GR-EMP-ID TO RR-EMP-ID
               MOVE GR-LNAME TO RR-LNAME
               MOVE GR-FNAME TO RR-FNAME
               MOVE GR-CASE-NO TO RR-CASE-NO
               MOVE GR-ORDER-NO TO RR-ORDER-NO
               MOVE GR-PERIOD-END TO RR-PERIOD-END
               MOVE GR-AMOUNT TO RR-AMOUNT
               WRITE REMIT-REPORT-RECORD FROM REMIT-DETAIL
                   AFTER ADVANCING 1 LINE
               ADD 1 TO AGENCY-ITEM-COUNT
               COMPUTE AGENCY-TOTAL = AGENCY-TOTAL + GR-AMOUNT
               PERFORM 945-READ-REMIT-SORTED
           END-PERFORM.
           IF AGENCY-COUNT > 0
               PERFORM 765-PRINT-AGENCY-TOTAL
           ELSE
               WRITE REMIT-REPORT-RECORD FROM REMIT-HEADING1
               WRITE REMIT-REPORT-RECORD FROM REMIT-HEADING2
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE AGENCY-COUNT TO RX-AGENCY-COUNT.
           MOVE REMIT-ITEM-COUNT TO RX-COUNT.
           MOVE REMIT-TOTAL TO RX-AMOUNT.
           WRITE REMIT-REPORT-RECORD FROM REMIT-GRAND-TOTAL
               AFTER ADVANCING 2 LINES.
           CLOSE REMIT-SORTED-FILE
               REMIT-REPORT-FILE.
      ******************************************************************
      *    START A NEW AGENCY ON A NEW PAGE
      ******************************************************************
       762-PRINT-AGENCY-HEADING.
           IF AGENCY-COUNT = 0
               WRITE REMIT-REPORT-RECORD FROM REMIT-HEADING1
           ELSE
               MOVE SPACES TO REMIT-REPORT-RECORD
               WRITE REMIT-REPORT-RECORD
                   AFTER ADVANCING PAGE
               WRITE REMIT-REPORT-RECORD FROM REMIT-HEADING1
                   AFTER ADVANCING 1 LINE
           END-IF.
           WRITE REMIT-REPORT-RECORD FROM REMIT-HEADING2
               AFTER ADVANCING 1 LINE.
           MOVE GR-AGENCY-CODE TO RA-AGENCY-CODE.
           MOVE GR-AGENCY-NAME TO RA-AGENCY-NAME.
           WRITE REMIT-REPORT-RECORD FROM REMIT-AGENCY-LINE
               AFTER ADVANCING 2 LINES.
           WRITE REMIT-REPORT-RECORD FROM REMIT-COLUMN-LINE
               AFTER ADVANCING 2 LINES.
           ADD 1 TO AGENCY-COUNT.
           MOVE GR-AGENCY-CODE TO PRIOR-AGENCY.
           MOVE 0 TO AGENCY-ITEM-COUNT.
           MOVE 0 TO AGENCY-TOTAL.
      ******************************************************************
      *    PRINT THE AGENCY TOTAL AND ROLL IT INTO THE GRAND TOTAL
      ******************************************************************
       765-PRINT-AGENCY-TOTAL.
           MOVE PRIOR-AGENCY TO RT-AGENCY-CODE.
           MOVE AGENCY-ITEM-COUNT TO RT-COUNT.
           MOVE AGENCY-TOTAL TO RT-AMOUNT.
           WRITE REMIT-REPORT-RECORD FROM REMIT-AGENCY-TOTAL
               AFTER ADVANCING 2 LINES.
           ADD AGENCY-ITEM-COUNT TO REMIT-ITEM-COUNT.
           COMPUTE REMIT-TOTAL = REMIT-TOTAL + AGENCY-TOTAL.
      ******************************************************************
      *    WRITE ONE LINE TO THE SHORTFALL LIST FOR THE ORDER IN THE
      *    GARNISHMENT RECORD AREA
      ******************************************************************
       620-WRITE-SHORTFALL.
           MOVE I-EMP-ID TO SF-EMP-ID.
           MOVE I-LNAME TO SF-LNAME.
           MOVE I-FNAME TO SF-FNAME.
           MOVE GN-ORDER-NO TO SF-ORDER-NO.
           MOVE GN-ORDER-TYPE TO SF-ORDER-TYPE.
           MOVE GN-AGENCY-CODE TO SF-AGENCY-CODE.
           MOVE GARNISH-REQUESTED TO SF-REQUESTED.
           MOVE GARNISH-TAKEN TO SF-TAKEN.
           MOVE SHORTFALL-REASON TO SF-REASON.
           WRITE SHORTFALL-RECORD FROM SHORTFALL-OUT.
           ADD 1 TO SHORTFALL-COUNT.
      ******************************************************************
      *    REFUSE AN EMPLOYEE ALREADY PAID FOR THE PERIOD: MARK THE
      *    PAID WORK RECORD FOR THE EXCEPTION PAGE, WITH WHERE THE
      *    MASTER SITS
      ******************************************************************
       625-REFUSE-ALREADY-PAID.
           MOVE 1 TO PW-REFUSED-SW.
           MOVE DV-DIVISION-CODE(DIV-IDX) TO PW-DIVISION.
           MOVE I-DEPT TO PW-DEPT.
           MOVE I-LNAME TO PW-LNAME.
           MOVE I-FNAME TO PW-FNAME.
           REWRITE PAID-WORK-RECORD.
           ADD 1 TO ALREADY-PAID-COUNT.
      ******************************************************************
      *    PRINT THE EXCEPTION PAGE AT THE BACK OF THE REGISTER: EVERY
      *    EMPLOYEE REFUSED BECAUSE THE PERIOD WAS ALREADY ON THE PAY
      *    HISTORY LEDGER, IN EMPLOYEE ORDER, WITH A COUNT
      ******************************************************************
       630-LIST-ALREADY-PAID.
           MOVE SPACES TO REGISTER-RECORD.
           WRITE REGISTER-RECORD
               AFTER ADVANCING PAGE.
           WRITE REGISTER-RECORD FROM REGISTER-HEADING1
               AFTER ADVANCING 1 LINE.
           MOVE CURRENT-PERIOD-END TO XH-PERIOD-END.
           WRITE REGISTER-RECORD FROM EXCEPTION-HEADING1
               AFTER ADVANCING 1 LINE.
           WRITE REGISTER-RECORD FROM EXCEPTION-HEADING2
               AFTER ADVANCING 2 LINES.
           CLOSE PAID-WORK-FILE.
           OPEN INPUT PAID-WORK-FILE.
           PERFORM 965-READ-PAID-WORK.
           PERFORM UNTIL EOF-PW = 1
               IF PW-REFUSED-SW = 1
                   MOVE PW-EMP-ID TO XD-EMP-ID
                   MOVE PW-DIVISION TO XD-DIVISION
                   MOVE PW-DEPT TO XD-DEPT
                   MOVE PW-LNAME TO XD-LNAME
                   MOVE PW-FNAME TO XD-FNAME
                   MOVE PW-RECORD-COUNT TO XD-RECORD-COUNT
                   MOVE PW-NET TO XD-NET
                   WRITE REGISTER-RECORD FROM EXCEPTION-DETAIL
                       AFTER ADVANCING 1 LINE
               END-IF
               PERFORM 965-READ-PAID-WORK
           END-PERFORM.
           CLOSE PAID-WORK-FILE.
           MOVE ALREADY-PAID-COUNT TO XT-REFUSED-COUNT.
           WRITE REGISTER-RECORD FROM EXCEPTION-TOTAL
               AFTER ADVANCING 2 LINES.
      ******************************************************************
      *    SETTLE THE RETROACTIVE PAY STAMPED WITH THIS PERIOD BY
      *    315-ADD-RETRO-PAY. WITH THE BANK FILE RELEASED EACH SUCH
      *    PENDING RECORD IS MARKED DONE; OTHERWISE THE STAMP IS
      *    CLEARED AND THE RECORD LEFT PENDING, SO THE RETRO OWED IS
      *    STILL ON FILE WHEN THE PERIOD IS RUN AGAIN.
      ******************************************************************
       775-POST-RETRO-PAID.
           MOVE 0 TO EOF-RE.
           MOVE LOW-VALUES TO RE-EMP-ID.
           MOVE LOW-VALUES TO RE-PERIOD-END.
           MOVE 0 TO RE-JRNL-SEQ.
           START RETRO-PAY-FILE KEY IS NOT LESS THAN RE-KEY
               INVALID KEY
                   MOVE 1 TO EOF-RE
           END-START.
           IF EOF-RE = 0
               PERFORM 950-READ-RETRO-NEXT
           END-IF.
           PERFORM UNTIL EOF-RE = 1
               IF RE-STATUS = 'P'
                   AND RE-PAID-PERIOD-END = CURRENT-PERIOD-END
                   IF BANK-RELEASED-SW = 1
                       MOVE 'D' TO RE-STATUS
                   ELSE
                       MOVE SPACES TO RE-PAID-PERIOD-END
                   END-IF
                   REWRITE RETRO-PAY-DATA
               END-IF
               PERFORM 950-READ-RETRO-NEXT
           END-PERFORM.
      ******************************************************************
      *    LIST THE RETROACTIVE PAY STILL PENDING AFTER THE RUN - FOR
      *    EMPLOYEES NOT PAID THIS PERIOD, OR FOR EVERYONE WHEN THE
      *    BANK FILE WAS NOT RELEASED - ON THE MISMATCH REPORT,
      *    AND PRINT THE RETROACTIVE PAY SUMMARY LINE ON THE REGISTER.
      *    PENDING RECORDS STAY ON FILE FOR THE NEXT RUN.
      ******************************************************************
       770-LIST-PENDING-RETRO.
           MOVE 0 TO EOF-RE.
           MOVE LOW-VALUES TO RE-EMP-ID.
           MOVE LOW-VALUES TO RE-PERIOD-END.
           MOVE 0 TO RE-JRNL-SEQ.
           START RETRO-PAY-FILE KEY IS NOT LESS THAN RE-KEY
               INVALID KEY
                   MOVE 1 TO EOF-RE
           END-START.
           IF EOF-RE = 0
               PERFORM 950-READ-RETRO-NEXT
           END-IF.
           PERFORM UNTIL EOF-RE = 1
               IF RE-STATUS = 'P'
                   MOVE SPACES TO MISMATCH-OUT
                   MOVE 'RETRO PAY-NOT PAID' TO MM-REASON
                   MOVE RE-EMP-ID TO MM-EMP-ID
                   MOVE RE-DIVISION TO MM-DIVISION
                   MOVE RE-LNAME TO MM-LNAME
                   MOVE RE-FNAME TO MM-FNAME
                   WRITE MISMATCH-RECORD FROM MISMATCH-OUT
                   ADD 1 TO MISMATCH-COUNTER
                   ADD 1 TO RETRO-PENDING-COUNT
               END-IF
               PERFORM 950-READ-RETRO-NEXT
           END-PERFORM.
           MOVE PERIOD-RETRO-EMP-COUNT TO RP-EMP-COUNT.
           MOVE PERIOD-RETRO-PERIODS TO RP-PERIOD-COUNT.
           MOVE PERIOD-RETRO TO RP-TOTAL.
           MOVE RETRO-PENDING-COUNT TO RP-PENDING-COUNT.
           WRITE REGISTER-RECORD FROM REGISTER-RETRO-TOTAL
               AFTER ADVANCING 1 LINE.
      ******************************************************************
      *    THE RUN HAS COMPLETED: CLOSE THE OPEN PERIOD ON THE PAY
      *    CALENDAR, STAMPED WITH THE RUN DATE, OPEN THE NEXT PERIOD
      *    ON THE FILE AND WRITE THE CALENDAR BACK. A RERUN THEN
      *    FINDS THE NEXT PERIOD, WHICH HAS NOT ENDED, AND STOPS.
      *    WITH NO NEXT PERIOD ON FILE NOTHING IS OPENED AND THE NEXT
      *    RUN STOPS UNTIL OPERATIONS SETS UP THE CALENDAR.
      ******************************************************************
       780-CLOSE-PAY-PERIOD.
           MOVE CALENDAR-ENTRY(OPEN-PERIOD-SUB) TO PAY-CALENDAR-DATA.
           MOVE 'C' TO CL-STATUS.
           MOVE RW-ACCEPT-DATE TO CL-CLOSED-DATE.
           MOVE PAY-CALENDAR-DATA TO CALENDAR-ENTRY(OPEN-PERIOD-SUB).
           MOVE CL-PERIOD-NO TO RC-PERIOD-NO.
           MOVE CL-PAY-YEAR TO RC-PAY-YEAR.
           MOVE CL-END-DATE TO RC-END-DATE.
           IF OPEN-PERIOD-SUB < CALENDAR-COUNT
               COMPUTE CALENDAR-SUB = OPEN-PERIOD-SUB + 1
               MOVE CALENDAR-ENTRY(CALENDAR-SUB) TO PAY-CALENDAR-DATA
               MOVE 'O' TO CL-STATUS
               MOVE PAY-CALENDAR-DATA TO CALENDAR-ENTRY(CALENDAR-SUB)
               MOVE CL-PERIOD-NO TO NT-PERIOD-NO
               MOVE CL-PAY-YEAR TO NT-PAY-YEAR
               MOVE CL-END-DATE TO NT-END-DATE
               MOVE NEXT-PERIOD-TEXT TO RC-NEXT-STATUS
           ELSE
               MOVE 'NO NEXT PERIOD ON CALENDAR - NONE OPENED'
                   TO RC-NEXT-STATUS
           END-IF.
           OPEN OUTPUT PAY-CALENDAR-FILE.
           PERFORM VARYING CALENDAR-SUB FROM 1 BY 1
               UNTIL CALENDAR-SUB > CALENDAR-COUNT
               MOVE CALENDAR-ENTRY(CALENDAR-SUB) TO PAY-CALENDAR-DATA
               WRITE PAY-CALENDAR-DATA
           END-PERFORM.
           CLOSE PAY-CALENDAR-FILE.
           WRITE REGISTER-RECORD FROM REGISTER-CALENDAR-LINE
               AFTER ADVANCING 1 LINE.
      ******************************************************************
      *    THE BANK FILE WAS NOT RELEASED: THE PERIOD STAYS OPEN ON
      *    THE CALENDAR, THE REGISTER SAYS SO AND THE RUN ENDS WITH
      *    RETURN CODE 8. THE BANK AND POSITIVE-PAY FILES HAVE BEEN
      *    EMPTIED, THE RUN'S CHECKS VOIDED ON THE REGISTER, THE
      *    CHECK-STOCK CONTROL FILE LEFT ALONE AND THE RETROACTIVE
      *    PAY LEFT PENDING. THE CHECK LIST, PAY STUBS AND REMITTANCE
      *    REPORT ARE NOT TO BE USED. BEFORE THE PERIOD IS RUN AGAIN
      *    OPERATIONS MUST RESTORE FROM THEIR PRE-RUN COPIES THE PAY
      *    HISTORY LEDGER (EMPL.PROG1.PAYHIST), THE GARNISHMENT ORDERS
      *    (EMPL.PROG1.GARNISH), WHOSE BALANCES THIS RUN DREW DOWN,
      *    AND THE LEAVE LEDGER (EMPL.PROG1.LEAVELED), WHICH THIS RUN
      *    ACCRUED AND DREW DOWN.
      ******************************************************************
       785-LEAVE-PERIOD-OPEN.
           MOVE CALENDAR-ENTRY(OPEN-PERIOD-SUB) TO PAY-CALENDAR-DATA.
           MOVE CL-PERIOD-NO TO RN-PERIOD-NO.
           MOVE CL-PAY-YEAR TO RN-PAY-YEAR.
           MOVE CL-END-DATE TO RN-END-DATE.
           WRITE REGISTER-RECORD FROM REGISTER-NOT-CLOSED-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 8 TO RETURN-CODE.
      ******************************************************************
      *    PRINT THE EARNINGS STATEMENTS FOR EVERYONE PAID THIS RUN.
      *    THE PAY HISTORY LEDGER, NOW HOLDING THIS RUN'S RECORDS, IS
      *    READ FROM THE TOP AND EVERY RECORD IN THE SAME CALENDAR
      *    YEAR AS THE PERIOD END, UP TO AND INCLUDING IT, IS POSTED
      *    TO THE EMPLOYEE'S STUB WORK RECORD - TO YEAR TO DATE, AND
      *    TO CURRENT AS WELL WHEN IT IS FOR THIS PERIOD END. THE
      *    STUBS ARE THEN SORTED BY DIVISION AND DEPARTMENT AND
      *    PRINTED ONE TO A PAGE, AND THE COUNT IS TIED BACK TO THE
      *    EMPLOYEES ON THE REGISTER PERIOD TOTAL.
      ******************************************************************
       790-PRINT-PAY-STUBS.
           CLOSE PAY-HISTORY-FILE.
           MOVE CURRENT-PERIOD-END TO ED-MDY.
           MOVE ED-MDY-YEAR TO ED-YMD-YEAR.
           MOVE ED-MDY-MONTH TO ED-YMD-MONTH.
           MOVE ED-MDY-DAY TO ED-YMD-DAY.
           MOVE ED-YMD-NUM TO STUB-PERIOD-YMD.
           MOVE ED-YMD-YEAR TO STUB-YEAR.
           MOVE 0 TO EOF-PH.
           OPEN INPUT PAY-HISTORY-FILE.
           IF PAY-HISTORY-STATUS = '00'
               PERFORM 960-READ-PAY-HISTORY
               PERFORM UNTIL EOF-PH = 1
                   IF PH-PERIOD-END NUMERIC
                       MOVE PH-PERIOD-END TO ED-MDY
                       MOVE ED-MDY-YEAR TO ED-YMD-YEAR
                       MOVE ED-MDY-MONTH TO ED-YMD-MONTH
                       MOVE ED-MDY-DAY TO ED-YMD-DAY
                       IF ED-YMD-YEAR = STUB-YEAR
                           AND ED-YMD-NUM NOT > STUB-PERIOD-YMD
                           PERFORM 792-POST-STUB-HISTORY
                       END-IF
                   END-IF
                   PERFORM 960-READ-PAY-HISTORY
               END-PERFORM
               CLOSE PAY-HISTORY-FILE
           END-IF.
           CLOSE STUB-WORK-FILE.
           SORT STUB-SORT-WORK
               ON ASCENDING KEY SS-DIVISION SS-DEPT SS-EMP-ID
               USING STUB-WORK-FILE
               GIVING STUB-SORTED-FILE.
           OPEN INPUT STUB-SORTED-FILE
               OUTPUT PAY-STUB-FILE.
           ACCEPT PS-CURR-DATE FROM DATE.
           MOVE CURRENT-PERIOD-END TO STUB-DATE-NUM.
           MOVE STUB-DATE-NUM TO PS-PERIOD-END.
           MOVE CHECK-ISSUE-DATE TO STUB-DATE-NUM.
           MOVE STUB-DATE-NUM TO PS-CHECK-DATE.
           PERFORM 970-READ-STUB-SORTED.
           PERFORM UNTIL EOF-SS = 1
               PERFORM 795-PRINT-ONE-STUB
               PERFORM 970-READ-STUB-SORTED
           END-PERFORM.
           MOVE STUB-COUNT TO SC-STUB-COUNT.
           MOVE ADVICE-COUNT TO SC-ADVICE-COUNT.
           MOVE CHECK-STUB-COUNT TO SC-CHECK-STUB-COUNT.
           MOVE PERIOD-EMP-COUNT TO SC-PERIOD-COUNT.
           IF STUB-COUNT = PERIOD-EMP-COUNT
               AND ADVICE-COUNT = DD-COUNT
               AND CHECK-STUB-COUNT = CHECK-COUNT
               MOVE 'TIES TO PERIOD TOTAL' TO SC-STATUS
           ELSE
               MOVE 'DOES NOT TIE TO PERIOD TOTAL' TO SC-STATUS
           END-IF.
           IF STUB-COUNT = 0
               WRITE PAY-STUB-RECORD FROM STUB-HEADING1
           ELSE
               MOVE SPACES TO PAY-STUB-RECORD
               WRITE PAY-STUB-RECORD
                   AFTER ADVANCING PAGE
               WRITE PAY-STUB-RECORD FROM STUB-HEADING1
                   AFTER ADVANCING 1 LINE
           END-IF.
           WRITE PAY-STUB-RECORD FROM STUB-CONTROL-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE STUB-SORTED-FILE
               PAY-STUB-FILE.
           WRITE REGISTER-RECORD FROM STUB-CONTROL-LINE
               AFTER ADVANCING 1 LINE.
      ******************************************************************
      *    POST ONE PAY HISTORY RECORD TO THE STUB OF THE EMPLOYEE IT
      *    BELONGS TO. AN EMPLOYEE NOT PAID THIS RUN HAS NO STUB AND
      *    THE RECORD IS PASSED OVER.
      ******************************************************************
       792-POST-STUB-HISTORY.
           MOVE PH-EMP-ID TO SB-EMP-ID.
           READ STUB-WORK-FILE INTO STUB-DATA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 2 TO STUB-SLOT
                   PERFORM 793-ADD-STUB-AMOUNTS
                   IF PH-PERIOD-END = CURRENT-PERIOD-END
                       MOVE 1 TO STUB-SLOT
                       PERFORM 793-ADD-STUB-AMOUNTS
                   END-IF
                   REWRITE STUB-WORK-RECORD FROM STUB-DATA
           END-READ.
      ******************************************************************
      *    ADD THE PAY HISTORY AMOUNTS INTO THE CURRENT OR YEAR-TO-DATE
      *    COLUMN NAMED BY STUB-SLOT. LEAVE, GARNISHMENT AND RETRO
      *    FIELDS LEFT AS SPACES ON OLDER RECORDS ADD NOTHING.
      ******************************************************************
       793-ADD-STUB-AMOUNTS.
           IF PH-REG-HOURS NUMERIC
               ADD PH-REG-HOURS TO ST-REG-HOURS(STUB-SLOT)
           END-IF.
           IF PH-OT-HOURS NUMERIC
               ADD PH-OT-HOURS TO ST-OT-HOURS(STUB-SLOT)
           END-IF.
           IF PH-LEAVE-HOURS NUMERIC
               ADD PH-LEAVE-HOURS TO ST-LEAVE-HOURS(STUB-SLOT)
           END-IF.
           IF PH-GROSS NUMERIC
               ADD PH-GROSS TO ST-GROSS(STUB-SLOT)
           END-IF.
           IF PH-RETRO-AMT NUMERIC
               ADD PH-RETRO-AMT TO ST-RETRO(STUB-SLOT)
           END-IF.
           IF PH-FED-TAX NUMERIC
               ADD PH-FED-TAX TO ST-FED-TAX(STUB-SLOT)
           END-IF.
           IF PH-STATE-TAX NUMERIC
               ADD PH-STATE-TAX TO ST-STATE-TAX(STUB-SLOT)
           END-IF.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > 5
               IF PH-DEDUCT-AMT(SUB) NUMERIC
                   ADD PH-DEDUCT-AMT(SUB) TO ST-DEDUCT(STUB-SLOT SUB)
               END-IF
           END-PERFORM.
           IF PH-GARNISH-AMT NUMERIC
               ADD PH-GARNISH-AMT TO ST-GARNISH(STUB-SLOT)
           END-IF.
           IF PH-NET NUMERIC
               ADD PH-NET TO ST-NET-PAY(STUB-SLOT)
           END-IF.
      ******************************************************************
      *    PRINT ONE EARNINGS STATEMENT ON A PAGE OF ITS OWN: A NON-
      *    NEGOTIABLE ADVICE SHOWING THE MASKED ACCOUNT FOR A DIRECT
      *    DEPOSIT, OR A STUB SHOWING THE CHECK NUMBER FROM THE
      *    CHECK-PRINT LIST, THEN HOURS, EARNINGS, TAXES, EACH
      *    DEDUCTION AND NET PAY FOR THE PERIOD AND YEAR TO DATE, AND
      *    THE LEAVE BALANCE
      ******************************************************************
       795-PRINT-ONE-STUB.
           ADD 1 TO STUB-COUNT.
           IF ST-PAY-METHOD = 'D'
               MOVE 'DIRECT DEPOSIT ADVICE - NON-NEGOTIABLE'
                   TO PS-TITLE
               MOVE 'DEPOSITED TO ACCOUNT:' TO PS-PAY-LABEL
               MOVE ST-MASKED-ACCOUNT TO PS-PAY-REFERENCE
               MOVE 'THIS IS NOT A CHECK' TO PS-PAY-NOTE
               ADD 1 TO ADVICE-COUNT
           ELSE
               MOVE 'EARNINGS STATEMENT - CHECK STUB' TO PS-TITLE
               MOVE 'CHECK NUMBER:' TO PS-PAY-LABEL
               MOVE ST-CHECK-NO TO PS-PAY-REFERENCE
               IF ST-CHECK-NO = 'NO CHECK'
                   MOVE 'NO CHECK ISSUED - NET PAY NOT POSITIVE'
                       TO PS-PAY-NOTE
               ELSE
                   MOVE 'DETACH BEFORE CASHING CHECK' TO PS-PAY-NOTE
               END-IF
               ADD 1 TO CHECK-STUB-COUNT
           END-IF.
           IF STUB-COUNT = 1
               WRITE PAY-STUB-RECORD FROM STUB-HEADING1
           ELSE
               MOVE SPACES TO PAY-STUB-RECORD
               WRITE PAY-STUB-RECORD
                   AFTER ADVANCING PAGE
               WRITE PAY-STUB-RECORD FROM STUB-HEADING1
                   AFTER ADVANCING 1 LINE
           END-IF.
           WRITE PAY-STUB-RECORD FROM STUB-HEADING2
               AFTER ADVANCING 1 LINE.
           MOVE ST-EMP-ID TO PS-EMP-ID.
           MOVE ST-LNAME TO PS-LNAME.
           MOVE ST-FNAME TO PS-FNAME.
           MOVE ST-DIVISION TO PS-DIVISION.
           MOVE ST-DEPT TO PS-DEPT.
           WRITE PAY-STUB-RECORD FROM STUB-EMPLOYEE-LINE
               AFTER ADVANCING 2 LINES.
           MOVE ST-NET TO PS-PAY-NET.
           WRITE PAY-STUB-RECORD FROM STUB-PAYMENT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PAY-STUB-RECORD FROM STUB-COLUMN-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'REGULAR' TO PS-HOURS-DESC.
           MOVE ST-RATE TO PS-HOURS-RATE.
           MOVE ST-REG-HOURS(1) TO PS-CUR-HOURS.
           MOVE ST-REG-HOURS(2) TO PS-YTD-HOURS.
           WRITE PAY-STUB-RECORD FROM STUB-HOURS-LINE
               AFTER ADVANCING 1 LINE.
           IF ST-EMP-STATUS = 'H'
               COMPUTE STUB-OT-RATE ROUNDED = ST-RATE * 1.5
           ELSE
               MOVE 0 TO STUB-OT-RATE
           END-IF.
           MOVE 'OVERTIME' TO PS-HOURS-DESC.
           MOVE STUB-OT-RATE TO PS-HOURS-RATE.
           MOVE ST-OT-HOURS(1) TO PS-CUR-HOURS.
           MOVE ST-OT-HOURS(2) TO PS-YTD-HOURS.
           WRITE PAY-STUB-RECORD FROM STUB-HOURS-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'LEAVE TAKEN' TO PS-HOURS-DESC.
           MOVE 0 TO PS-HOURS-RATE.
           MOVE ST-LEAVE-HOURS(1) TO PS-CUR-HOURS.
           MOVE ST-LEAVE-HOURS(2) TO PS-YTD-HOURS.
           WRITE PAY-STUB-RECORD FROM STUB-HOURS-LINE
               AFTER ADVANCING 1 LINE.
           IF ST-RETRO(1) NOT = 0
               OR ST-RETRO(2) NOT = 0
               MOVE 'RETRO PAY' TO PS-AMOUNT-DESC
               MOVE ST-RETRO(1) TO PS-CUR-AMOUNT
               MOVE ST-RETRO(2) TO PS-YTD-AMOUNT
               WRITE PAY-STUB-RECORD FROM STUB-AMOUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE 'GROSS PAY' TO PS-AMOUNT-DESC.
           MOVE ST-GROSS(1) TO PS-CUR-AMOUNT.
           MOVE ST-GROSS(2) TO PS-YTD-AMOUNT.
           WRITE PAY-STUB-RECORD FROM STUB-AMOUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'FEDERAL TAX' TO PS-AMOUNT-DESC.
           MOVE ST-FED-TAX(1) TO PS-CUR-AMOUNT.
           MOVE ST-FED-TAX(2) TO PS-YTD-AMOUNT.
           WRITE PAY-STUB-RECORD FROM STUB-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'STATE TAX' TO PS-AMOUNT-DESC.
           MOVE ST-STATE-TAX(1) TO PS-CUR-AMOUNT.
           MOVE ST-STATE-TAX(2) TO PS-YTD-AMOUNT.
           WRITE PAY-STUB-RECORD FROM STUB-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > 5
               MOVE DEDUCT-DESC(SUB) TO PS-AMOUNT-DESC
               MOVE ST-DEDUCT(1 SUB) TO PS-CUR-AMOUNT
               MOVE ST-DEDUCT(2 SUB) TO PS-YTD-AMOUNT
               WRITE PAY-STUB-RECORD FROM STUB-AMOUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM.
           IF ST-GARNISH(1) NOT = 0
               OR ST-GARNISH(2) NOT = 0
               MOVE 'GARNISHMENT' TO PS-AMOUNT-DESC
               MOVE ST-GARNISH(1) TO PS-CUR-AMOUNT
               MOVE ST-GARNISH(2) TO PS-YTD-AMOUNT
               WRITE PAY-STUB-RECORD FROM STUB-AMOUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE 'NET PAY' TO PS-AMOUNT-DESC.
           MOVE ST-NET-PAY(1) TO PS-CUR-AMOUNT.
           MOVE ST-NET-PAY(2) TO PS-YTD-AMOUNT.
           WRITE PAY-STUB-RECORD FROM STUB-AMOUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE ST-LEAVE-BALANCE TO PS-LEAVE-BALANCE.
           WRITE PAY-STUB-RECORD FROM STUB-LEAVE-LINE
               AFTER ADVANCING 2 LINES.
      ******************************************************************
      *    WRITE ONE LINE TO THE MISMATCH REPORT FOR THE MASTER JUST
      *    READ
      ******************************************************************
           READ DIVISION-CONTROL-FILE
               AT END MOVE 1 TO EOF-DC.
      ******************************************************************
      *    READ THE NEXT GARNISHMENT ORDER IN KEY ORDER
      ******************************************************************
       940-READ-GARNISH-NEXT.
           READ GARNISH-FILE NEXT RECORD
               AT END MOVE 1 TO EOF-GN.
      ******************************************************************
      *    READ THE NEXT SORTED AGENCY REMITTANCE RECORD
      ******************************************************************
       945-READ-REMIT-SORTED.
           READ REMIT-SORTED-FILE INTO GARNISH-REMIT-DATA
               AT END MOVE 1 TO EOF-RS.
      ******************************************************************
      *    READ THE NEXT RETROACTIVE PAY RECORD IN KEY ORDER
      ******************************************************************
       950-READ-RETRO-NEXT.
           READ RETRO-PAY-FILE NEXT RECORD
               AT END MOVE 1 TO EOF-RE.
      ******************************************************************
      *    READ THE NEXT PAY CALENDAR RECORD
      ******************************************************************
       955-READ-PAY-CALENDAR.
           READ PAY-CALENDAR-FILE
               AT END MOVE 1 TO EOF-CL.
      ******************************************************************
      *    READ THE NEXT PAY HISTORY LEDGER RECORD
      ******************************************************************
       960-READ-PAY-HISTORY.
           READ PAY-HISTORY-FILE
               AT END MOVE 1 TO EOF-PH.
      ******************************************************************
      *    READ THE NEXT PAID WORK RECORD IN KEY ORDER
      ******************************************************************
       965-READ-PAID-WORK.
           READ PAID-WORK-FILE NEXT RECORD
               AT END MOVE 1 TO EOF-PW.
      ******************************************************************
      *    READ THE NEXT SORTED PAY STUB RECORD
      ******************************************************************
       970-READ-STUB-SORTED.
           READ STUB-SORTED-FILE INTO STUB-DATA
               AT END MOVE 1 TO EOF-SS.
      ******************************************************************
      *    READ THE NEXT CHECK REGISTER RECORD IN CHECK NUMBER ORDER
      ******************************************************************
       975-READ-REGISTER-NEXT.
           READ CHECK-REGISTER-FILE NEXT RECORD
               AT END MOVE 1 TO EOF-CR.
      ******************************************************************
      *    ENDING LINE
      ******************************************************************
       END PROGRAM payroll1.
