      ******************************************************************
      *Author: David Nguyen
      *Purpose: payadj1 - payroll adjustment run. Reads the adjustment
      *         card file and, for each card, either voids the
      *         payment standing on the pay history ledger
      *         (EMPL.PROG1.PAYHIST) for an employee and period end
      *         or pays an off-cycle final check or missed-timecard
      *         payment. A void appends an offsetting negative pay
      *         history record and backs the payment's leave accrual
      *         and usage out of the leave ledger (EMPL.PROG1.LEAVELED);
      *         an off-cycle payment runs through the same gross, tax
      *         and net computation as payroll1 and accrues leave the
      *         same way. Prints its own adjustment register and
      *         writes its own direct-deposit bank file
      *         (EMPL.PROG1.ADJBANK) and check-print list
      *         (EMPL.PROG1.ADJCHECK), balanced against the register
      *         total before release the same way payroll1 balances
      *         EMPL.PROG1.BANKDEP, so the quarterly statements
      *         (qtrstmt1) show what the employee was actually paid.
      *         Off-cycle checks are numbered from the same check
      *         stock as payroll1 (EMPL.PROG1.CHKSTOCK), entered on
      *         the check register (EMPL.PROG1.CHKREG) and sent to
      *         the bank on a positive-pay issue file
      *         (EMPL.PROG1.ADJPOSPAY). A void also marks the
      *         employee's checks still outstanding for the period
      *         voided on the check register and sends a void record
      *         for each on the positive-pay file so the bank will
      *         not honour them.
      *         Cards that fail the edits, or that name a payment
      *         that cannot be voided or paid, are listed on the
      *         adjustment reject list.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. payadj1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ASSIGN-TO NAME IS SET AT RUNTIME FROM DIVISION-FILE-NAME SO
      *    EACH CARD CAN BE LOOKED UP ON THE DIVISION MASTER ITS
      *    AJ-DIVISION NAMES
           SELECT MASTER-FILE ASSIGN TO DIVISION-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MR-EMP-ID
               FILE STATUS IS MASTER-FILE-STATUS.
      *    DIVISION CONTROL FILE NAMING THE DIVISION MASTERS A CARD
      *    MAY NAME; LOADED AT STARTUP SO A NEW DIVISION IS A DATA
      *    CHANGE INSTEAD OF A RECOMPILE
           SELECT DIVISION-CONTROL-FILE ASSIGN TO 'EMPL.PROG1.DIVCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIVISION-CONTROL-STATUS.
      *    ADJUSTMENT CARDS KEYED BY PAYROLL: ONE VOID, FINAL CHECK
      *    OR MISSED-TIMECARD PAYMENT PER CARD
           SELECT ADJUSTMENT-FILE ASSIGN TO 'EMPL.PROG1.ADJCARD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADJUSTMENT-STATUS.
      *    PER-EMPLOYEE LEAVE ACCRUAL LEDGER, BACKED OUT BY A VOID AND
      *    ACCRUED AND DRAWN DOWN BY AN OFF-CYCLE PAYMENT
           SELECT LEAVE-LEDGER-FILE ASSIGN TO 'EMPL.PROG1.LEAVELED'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS L-EMP-ID
               FILE STATUS IS LEAVE-LEDGER-STATUS.
      *    TAX WITHHOLDING BRACKET TABLE, THE SAME ONE payroll1 USES
           SELECT TAX-RATE-FILE ASSIGN TO 'EMPL.PROG1.TAXRATE'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTER-FILE ASSIGN TO 'EMPL.PROG1.ADJREG'.
           SELECT REJECT-FILE ASSIGN TO 'EMPL.PROG1.ADJREJ'.
      *    DIRECT-DEPOSIT BANK INTERFACE FILE FOR THE OFF-CYCLE
      *    PAYMENTS, LAID OUT LIKE EMPL.PROG1.BANKDEP AND RELEASED
      *    ONLY WHEN IT BALANCES AGAINST THE ADJUSTMENT TOTAL LINE -
      *    OTHERWISE LEFT EMPTY
           SELECT BANK-FILE ASSIGN TO 'EMPL.PROG1.ADJBANK'.
      *    OFF-CYCLE CHECKS TO PRINT, AND VOIDS TO STOP OR RECOVER
           SELECT CHECK-LIST-FILE ASSIGN TO 'EMPL.PROG1.ADJCHECK'.
      *    LAST CHECK NUMBER USED ON THE CHECK STOCK, SHARED WITH
      *    payroll1; NO CONTROL FILE, NO RUN
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
      *    POSITIVE-PAY ISSUE FILE FOR THE OFF-CYCLE CHECKS, LAID OUT
      *    LIKE EMPL.PROG1.POSPAY
           SELECT POSITIVE-PAY-FILE ASSIGN TO 'EMPL.PROG1.ADJPOSPAY'.
      *    PER-EMPLOYEE PAY HISTORY LEDGER: READ FIRST FOR THE
      *    PAYMENTS STANDING AGAINST EACH CARD, THEN APPENDED WITH THE
      *    VOIDS AND OFF-CYCLE PAYMENTS THIS RUN MAKES
           SELECT PAY-HISTORY-FILE ASSIGN TO 'EMPL.PROG1.PAYHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-HISTORY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  MASTER-RECORD.
           03 MR-EMP-ID PIC X(7).
           03 FILLER PIC X(153).
       FD  DIVISION-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DIVCTL.
       FD  ADJUSTMENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ADJUSTMENT-RECORD PIC X(60).
       FD  LEAVE-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LEAVEREC.
       FD  TAX-RATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  TAX-RATE-RECORD PIC X(44).
       FD  REGISTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  REGISTER-RECORD PIC X(132).
       FD  REJECT-FILE
           LABEL RECORDS ARE OMITTED.
       01  REJECT-RECORD PIC X(132).
       FD  BANK-FILE
           LABEL RECORDS ARE STANDARD.
       01  BANK-RECORD PIC X(47).
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
       WORKING-STORAGE SECTION.
           COPY EMPREC.
           COPY TAXRATE.
           COPY ADJREC.
      *    THE HOURS ZONES AS KEYED, FOR THE BLANK-HOURS TEST
       01  ADJUSTMENT-ZONES REDEFINES ADJUSTMENT-DATA.
           03 FILLER PIC X(20).
           03 AZ-REG-HOURS PIC X(5).
           03 AZ-OT-HOURS PIC X(5).
           03 AZ-LEAVE-HOURS PIC X(5).
           03 FILLER PIC X(25).
       01  DIVISION-FILE-NAME PIC X(20) VALUE SPACES.
      *    DIVISION EMPLOYEE FILES A CARD MAY NAME, THE SAME FILES
      *    payroll1 PAYS FROM; LOADED AT STARTUP FROM THE DIVISION
      *    CONTROL FILE
       01  DIVISION-ENTRY.
           03 DIVISION-ITEM OCCURS 10 TIMES INDEXED BY DIV-IDX.
               05 DV-DIVISION-CODE PIC X(4).
               05 DV-DIVISION-FILE PIC X(20).
      *    THE TAX BRACKET TABLE, LOADED ONCE BEFORE ANY CARD IS
      *    PAID. EFFECTIVE DATES ARE HELD REARRANGED AS YYYYMMDD SO
      *    THEY COMPARE AS PLAIN NUMBERS.
       01  TAX-RATE-TABLE.
           03 TAX-RATE-ENTRY OCCURS 100 TIMES.
               05 TX-TAX-TYPE PIC X(1).
               05 TX-FILING-STATUS PIC X(1).
               05 TX-BRACKET-FLOOR PIC 9(6)V9(2).
               05 TX-BRACKET-RATE PIC 9(1)V9(3).
               05 TX-BASE-TAX PIC 9(5)V9(2).
               05 TX-ALLOWANCE-AMT PIC 9(3)V9(2).
               05 TX-EFF-YMD PIC 9(8).
      *    THE CARDS THAT PASSED THE EDITS, IN CARD ORDER, EACH WITH
      *    THE PAYMENT STANDING ON THE PAY HISTORY LEDGER FOR ITS
      *    EMPLOYEE AND PERIOD END: THE NUMBER OF PAYMENTS LESS VOIDS
      *    AND THE NET OF EVERY AMOUNT ON THEM. AE-LV-UNKNOWN COUNTS
      *    STANDING RECORDS WRITTEN BEFORE THE LEAVE FIGURES WERE
      *    KEPT ON THE LEDGER.
       01  ADJUSTMENT-TABLE.
           03 ADJUSTMENT-ENTRY OCCURS 200 TIMES.
               05 AE-ADJ-TYPE PIC X(1).
               05 AE-EMP-ID PIC X(7).
               05 AE-DIVISION PIC X(4).
               05 AE-PERIOD-END PIC X(8).
               05 AE-REG-HOURS PIC 9(3)V9(2).
               05 AE-OT-HOURS PIC 9(3)V9(2).
               05 AE-LEAVE-HOURS PIC 9(3)V9(2).
               05 AE-REASON PIC X(20).
               05 AE-LNAME PIC X(15).
               05 AE-FNAME PIC X(15).
               05 AE-PAID-COUNT PIC S9(3).
               05 AE-PH-REG PIC S9(4)V9(2).
               05 AE-PH-OT PIC S9(4)V9(2).
               05 AE-PH-GROSS PIC S9(7)V9(2).
               05 AE-PH-FED PIC S9(7)V9(2).
               05 AE-PH-STATE PIC S9(7)V9(2).
               05 AE-PH-DEDUCT PIC S9(4)V9(2) OCCURS 5 TIMES.
               05 AE-PH-NET PIC S9(7)V9(2).
               05 AE-PH-GARNISH PIC S9(6)V9(2).
               05 AE-PH-RETRO PIC S9(6)V9(2).
               05 AE-LV-HOURS PIC S9(4)V9(2).
               05 AE-LV-ACCRUAL PIC S9(3)V9(2).
               05 AE-LV-UNKNOWN PIC 9(3).
       01  REGISTER-HEADING1.
           03 FILLER PIC X(1) VALUE SPACES.
           03 H1-CURR-DATE PIC 99/99/99.
           03 FILLER PIC X(40) VALUE SPACES.
           03 FILLER PIC X(21) VALUE 'MASTERMIND COBOL, INC'.
           03 FILLER PIC X(36) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'PAGE'.
           03 H1-PAGE-NUM PIC ZZ9 VALUE 1.
       01  REGISTER-HEADING2.
           03 FILLER PIC X(43) VALUE SPACES.
           03 FILLER PIC X(27) VALUE 'PAYROLL ADJUSTMENT REGISTER'.
           03 FILLER PIC X(62) VALUE SPACES.
       01  REGISTER-HEADING3.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(1) VALUE 'T'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'EMP ID'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'NAME'.
           03 FILLER PIC X(14) VALUE SPACES.
           03 FILLER PIC X(7) VALUE 'PER END'.
           03 FILLER PIC X(8) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'RATE'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'REGHRS'.
           03 FILLER PIC X(3) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'OTHRS'.
           03 FILLER PIC X(8) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'GROSS'.
           03 FILLER PIC X(3) VALUE SPACES.
           03 FILLER PIC X(7) VALUE 'FED TAX'.
           03 FILLER PIC X(5) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'ST TAX'.
           03 FILLER PIC X(5) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'DEDUCT'.
           03 FILLER PIC X(9) VALUE SPACES.
           03 FILLER PIC X(3) VALUE 'NET'.
           03 FILLER PIC X(3) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'LV BAL'.
           03 FILLER PIC X(3) VALUE SPACES.
       01  REGISTER-DETAIL.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RD-ADJ-TYPE PIC X(1).
           03 FILLER PIC X(1) VALUE SPACES.
           03 RD-EMP-ID PIC X(7).
           03 FILLER PIC X(1) VALUE SPACES.
           03 RD-LNAME PIC X(10).
           03 FILLER PIC X(1) VALUE SPACES.
           03 RD-FNAME PIC X(6).
           03 FILLER PIC X(1) VALUE SPACES.
           03 RD-PERIOD-END PIC 99/99/9999.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RD-EMP-RATE PIC Z,ZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RD-REG-HOURS PIC ZZ9.99-.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RD-OT-HOURS PIC ZZ9.99-.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RD-GROSS PIC $$$,$$9.99-.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RD-FED-TAX PIC $$,$$9.99-.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RD-STATE-TAX PIC $$,$$9.99-.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RD-DEDUCT PIC $$,$$9.99-.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RD-NET PIC $$$,$$9.99-.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RD-LEAVE-BAL PIC ZZZ9.99-.
           03 RD-LEAVE-FLAG PIC X(1).
           03 FILLER PIC X(1) VALUE SPACES.
       01  REGISTER-ADJ-TOTAL.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(17) VALUE 'ADJUSTMENT TOTAL:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'COUNT:'.
           03 AT-COUNT-OUT PIC ZZZ9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'GROSS:'.
           03 AT-GROSS-OUT PIC $$$$$,$$9.99-.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'FED:'.
           03 AT-FED-OUT PIC $$$$,$$9.99-.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(3) VALUE 'ST:'.
           03 AT-STATE-OUT PIC $$$$,$$9.99-.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(7) VALUE 'DEDUCT:'.
           03 AT-DEDUCT-OUT PIC $$$$,$$9.99-.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'NET:'.
           03 AT-NET-OUT PIC $$$$$,$$9.99-.
           03 FILLER PIC X(12) VALUE SPACES.
      *    ONE LINE PER ADJUSTMENT TYPE UNDER THE ADJUSTMENT TOTAL
       01  REGISTER-TYPE-TOTAL.
           03 FILLER PIC X(1) VALUE SPACES.
           03 TY-LABEL PIC X(17).
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'COUNT:'.
           03 TY-COUNT-OUT PIC ZZZ9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'NET:'.
           03 TY-NET-OUT PIC $$$$$,$$9.99-.
           03 FILLER PIC X(85) VALUE SPACES.
       01  BANK-HEADER-OUT.
           03 BH-REC-TYPE PIC X(1) VALUE 'H'.
           03 BH-RUN-DATE PIC 9(6) VALUE 0.
           03 FILLER PIC X(40) VALUE SPACES.
       01  BANK-DETAIL-OUT.
           03 BD-REC-TYPE PIC X(1) VALUE 'D'.
           03 BD-EMP-ID PIC X(7).
           03 BD-BANK-ROUTING PIC X(9).
           03 BD-BANK-ACCOUNT PIC X(17).
           03 BD-NET-AMOUNT PIC 9(7)V9(2).
           03 FILLER PIC X(4) VALUE SPACES.
       01  BANK-TRAILER-OUT.
           03 BT-REC-TYPE PIC X(1) VALUE 'T'.
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
      *    A CHECK VOIDED BY THIS RUN, LAID OUT LIKE THE ISSUE DETAIL
      *    WITH THE ORIGINAL AMOUNT, SO THE BANK STOPS PAYMENT ON IT.
      *    THE TRAILER COUNTS AND TOTALS THE ISSUES AND VOIDS ALIKE.
       01  ISSUE-VOID-OUT.
           03 IV-REC-TYPE PIC X(1) VALUE 'V'.
           03 IV-ISSUE-ACCOUNT PIC X(15).
           03 IV-CHECK-NO PIC 9(8).
           03 IV-VOID-DATE PIC X(8).
           03 IV-AMOUNT PIC 9(7)V9(2).
           03 IV-PAYEE-LNAME PIC X(15).
           03 IV-PAYEE-FNAME PIC X(15).
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
           03 CK-FNAME PIC X(15).
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'NET:'.
           03 CK-NET PIC $$$,$$9.99-.
           03 FILLER PIC X(2) VALUE SPACES.
           03 CK-REMARK PIC X(46).
           03 FILLER PIC X(15) VALUE SPACES.
      *    PRINTED AFTER THE ADJUSTMENT TOTALS: THE BANK FILE AND
      *    CHECK LIST COUNTS AND NETS, AND WHETHER THE BANK FILE
      *    BALANCED AGAINST THE ADJUSTMENT TOTAL AND WAS RELEASED
       01  REGISTER-BANK-TOTAL.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(15) VALUE 'DIRECT DEPOSIT:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 BK-COUNT-OUT PIC ZZZZZ9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'NET:'.
           03 BK-NET-OUT PIC $$$$$,$$9.99.
           03 FILLER PIC X(3) VALUE SPACES.
           03 FILLER PIC X(7) VALUE 'CHECKS:'.
           03 BK-CHECK-COUNT-OUT PIC ZZZ9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'NET:'.
           03 BK-CHECK-NET-OUT PIC $$$$$,$$9.99-.
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
           03 FILLER PIC X(14) VALUE 'CHECKS VOIDED:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RK-VOID-COUNT PIC ZZZ9.
           03 FILLER PIC X(10) VALUE SPACES.
       01  REGISTER-NOTAX-LINE.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(32) VALUE
               'EMPLOYEES WITH NO TAX TABLE ROW:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RN-NOTAX-COUNT PIC ZZZ9.
           03 FILLER PIC X(94) VALUE SPACES.
       01  REGISTER-REJECT-LINE.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(26) VALUE 'ADJUSTMENT CARDS REJECTED:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RJ-REJECT-COUNT PIC ZZZ9.
           03 FILLER PIC X(100) VALUE SPACES.
       01  REJECT-OUT.
           03 RJ-ADJ-TYPE PIC X(1).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RJ-EMP-ID PIC X(7).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RJ-DIVISION PIC X(4).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RJ-PERIOD-END PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RJ-REASON PIC X(40).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RJ-CARD-REASON PIC X(20).
           03 FILLER PIC X(42) VALUE SPACES.
       01  MISC.
           03 EOF-A PIC 9 VALUE 0.
           03 EOF-H PIC 9 VALUE 0.
           03 PAGE-NUM PIC 999 VALUE 1.
           03 RECORD-PAGE-COUNTER PIC 99 VALUE 0.
           03 ADJUSTMENT-STATUS PIC XX VALUE SPACES.
           03 MASTER-FILE-STATUS PIC XX VALUE SPACES.
           03 MASTER-OPEN-SW PIC 9 VALUE 0.
           03 MASTER-FOUND-SW PIC 9 VALUE 0.
           03 CURRENT-MASTER-DIVISION PIC X(4) VALUE SPACES.
           03 DIVISION-FOUND-SW PIC 9 VALUE 0.
           03 DIV-SUB PIC 99 VALUE 0.
           03 ADJ-COUNT PIC 9(3) VALUE 0.
           03 ADJ-SUB PIC 9(3) VALUE 0.
           03 POST-SUB PIC 9(3) VALUE 0.
           03 POST-START PIC 9(3) VALUE 0.
           03 ADJ-LIMIT PIC 9(3) VALUE 200.
           03 CARD-ERROR-SW PIC 9 VALUE 0.
           03 ADJ-REJECT-SW PIC 9 VALUE 0.
           03 REJECT-REASON PIC X(40) VALUE SPACES.
           03 REJECT-COUNTER PIC 9(4) VALUE 0.
           03 LEAVE-LEDGER-STATUS PIC XX VALUE SPACES.
           03 LEAVE-HOURS PIC S9(3)V9(2) VALUE 0.
           03 LEAVE-ACCRUAL PIC S9(2)V9(2) VALUE 0.
           03 ACCRUAL-RATE PIC 9(2)V9(2) VALUE 0.
           03 SERVICE-YEARS PIC 9(3) VALUE 0.
           03 RUN-YEAR PIC 9(4) VALUE 0.
           03 LEAVE-BALANCE PIC S9(4)V9(2) VALUE 0.
           03 LEAVE-SHORT PIC 9(4)V9(2) VALUE 0.
      *    THE LEAVE ACCRUAL POLICY, THE SAME FIGURES payroll1 USES:
      *    4 HOURS PER PERIOD, 6 FROM THE FIFTH SERVICE YEAR; HOURLY
      *    EMPLOYEES ACCRUE IN PROPORTION TO REGULAR HOURS PAID
      *    AGAINST THE 80-HOUR FULL PERIOD
           03 BASE-ACCRUAL PIC 9(2)V9(2) VALUE 4.
           03 SENIOR-ACCRUAL PIC 9(2)V9(2) VALUE 6.
           03 SENIOR-YEARS PIC 9(2) VALUE 5.
           03 FULL-PERIOD-HOURS PIC 9(3)V9(2) VALUE 80.
      *    THE SAME PER-PERIOD HOUR LIMITS THE TIMECARD EDIT RUN
      *    (tcedit1) APPLIES
           03 REG-HOURS-LIMIT PIC 9(3)V9(2) VALUE 80.
           03 OT-HOURS-LIMIT PIC 9(3)V9(2) VALUE 40.
           03 LEAVE-HOURS-LIMIT PIC 9(3)V9(2) VALUE 80.
           03 SUB PIC 99.
           03 EMP-RATE-FORMATER PIC 9(4)V9(2) VALUE 0.
           03 DEDUCT-ARRAY-FORMATOR OCCURS 5 TIMES.
               05 DEDUCT-FORMAT PIC S9(3)V9(2).
           03 REG-HOURS PIC S9(3)V9(2) VALUE 0.
           03 OT-HOURS PIC S9(3)V9(2) VALUE 0.
           03 GROSS-PAY PIC S9(6)V9(2) VALUE 0.
           03 TOTAL-EMP-DEDUCT PIC S9(6)V9(2) VALUE 0.
           03 GARNISH-AMT PIC S9(6)V9(2) VALUE 0.
           03 RETRO-AMT PIC S9(6)V9(2) VALUE 0.
           03 NET-PAY PIC S9(6)V9(2) VALUE 0.
           03 EOF-X PIC 9 VALUE 0.
           03 TAX-COUNT PIC 9(3) VALUE 0.
           03 TAX-SUB PIC 9(3) VALUE 0.
           03 WORK-TAX-TYPE PIC X(1) VALUE SPACES.
           03 WORK-FILING-STATUS PIC X(1) VALUE SPACES.
           03 WORK-ALLOWANCES PIC 9(2) VALUE 0.
           03 WORK-TAXABLE PIC S9(7)V9(2) VALUE 0.
           03 WORK-TAX PIC 9(6)V9(2) VALUE 0.
           03 BEST-TAX-YMD PIC 9(8) VALUE 0.
           03 BEST-ALLOW-AMT PIC 9(3)V9(2) VALUE 0.
           03 BEST-FLOOR PIC 9(6)V9(2) VALUE 0.
           03 BEST-RATE PIC 9(1)V9(3) VALUE 0.
           03 BEST-BASE PIC 9(5)V9(2) VALUE 0.
           03 BRACKET-FOUND-SW PIC 9 VALUE 0.
           03 FED-TAX PIC S9(6)V9(2) VALUE 0.
           03 STATE-TAX PIC S9(6)V9(2) VALUE 0.
           03 NO-TAX-ROW-SW PIC 9 VALUE 0.
           03 NO-TAX-ROW-COUNT PIC 9(4) VALUE 0.
           03 ADJ-EMP-COUNT PIC 9(4) VALUE 0.
           03 ADJ-GROSS PIC S9(8)V9(2) VALUE 0.
           03 ADJ-FED-TAX PIC S9(8)V9(2) VALUE 0.
           03 ADJ-STATE-TAX PIC S9(8)V9(2) VALUE 0.
           03 ADJ-DEDUCT PIC S9(7)V9(2) VALUE 0.
           03 ADJ-NET PIC S9(8)V9(2) VALUE 0.
           03 VOID-COUNT PIC 9(4) VALUE 0.
           03 VOID-NET PIC S9(8)V9(2) VALUE 0.
           03 FINAL-COUNT PIC 9(4) VALUE 0.
           03 FINAL-NET PIC S9(8)V9(2) VALUE 0.
           03 MISSED-COUNT PIC 9(4) VALUE 0.
           03 MISSED-NET PIC S9(8)V9(2) VALUE 0.
           03 PAY-HISTORY-STATUS PIC XX VALUE SPACES.
           03 DIVISION-CONTROL-STATUS PIC XX VALUE SPACES.
           03 EOF-DC PIC 9 VALUE 0.
           03 DIVISION-TABLE-COUNT PIC 99 VALUE 0.
           03 CURRENT-PERIOD-END PIC X(8) VALUE SPACES.
           03 DD-COUNT PIC 9(6) VALUE 0.
           03 DD-NET-TOTAL PIC 9(9)V9(2) VALUE 0.
           03 CHECK-COUNT PIC 9(4) VALUE 0.
           03 CHECK-NET-TOTAL PIC S9(9)V9(2) VALUE 0.
           03 BANK-BALANCE-TOTAL PIC S9(9)V9(2) VALUE 0.
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
           03 CARD-VOID-COUNT PIC 9(4) VALUE 0.
           03 LAST-VOIDED-CHECK-NO PIC 9(8) VALUE 0.
           03 CHECK-VOID-COUNT PIC 9(6) VALUE 0.
           03 CHECK-VOID-TOTAL PIC 9(9)V9(2) VALUE 0.
      *    RUN DATE REARRANGED TO YYYYMMDD FOR THE EFFECTIVE-DATE
      *    COMPARE. THE CENTURY IS TAKEN AS 20.
       01  RUN-DATE-WORK.
           03 RW-ACCEPT-DATE.
               05 RW-ACCEPT-YY PIC 9(2).
               05 RW-ACCEPT-MM PIC 9(2).
               05 RW-ACCEPT-DD PIC 9(2).
           03 RW-RUN-YMD.
               05 RW-RUN-CC PIC 9(2) VALUE 20.
               05 RW-RUN-YY PIC 9(2).
               05 RW-RUN-MM PIC 9(2).
               05 RW-RUN-DD PIC 9(2).
           03 RW-RUN-YMD-NUM REDEFINES RW-RUN-YMD PIC 9(8).
       01  EFF-DATE-WORK.
           03 ED-MDY.
               05 ED-MDY-MONTH PIC 9(2).
               05 ED-MDY-DAY PIC 9(2).
               05 ED-MDY-YEAR PIC 9(4).
           03 ED-YMD.
               05 ED-YMD-YEAR PIC 9(4).
               05 ED-YMD-MONTH PIC 9(2).
               05 ED-YMD-DAY PIC 9(2).
           03 ED-YMD-NUM REDEFINES ED-YMD PIC 9(8).
      *    THE SERVICE DATE (I-DATE, MMDDYYYY) BROKEN APART FOR THE
      *    SERVICE-YEARS FIGURE THE ACCRUAL POLICY RUNS ON
       01  SERVICE-DATE-WORK.
           03 SV-MDY.
               05 SV-MONTH PIC 9(2).
               05 SV-DAY PIC 9(2).
               05 SV-YEAR PIC 9(4).
           03 SV-MMDD.
               05 SV-MMDD-MONTH PIC 9(2).
               05 SV-MMDD-DAY PIC 9(2).
           03 SV-RUN-MMDD.
               05 SV-RUN-MONTH PIC 9(2).
               05 SV-RUN-DAY PIC 9(2).
      *    PERIOD-END DATE (MMDDYYYY) BROKEN APART FOR THE CALENDAR
      *    EDIT, WITH THE MONTH LENGTHS AND LEAP-YEAR WORK FIELDS
       01  PERIOD-EDIT-WORK.
           03 PE-MDY.
               05 PE-MONTH PIC 9(2).
               05 PE-DAY PIC 9(2).
               05 PE-YEAR PIC 9(4).
           03 PE-MAX-DAY PIC 9(2) VALUE 0.
           03 PE-QUOT PIC 9(4) VALUE 0.
           03 PE-REM-4 PIC 9 VALUE 0.
           03 PE-REM-100 PIC 99 VALUE 0.
           03 PE-REM-400 PIC 999 VALUE 0.
       01  MONTH-DAYS-LIST PIC X(24) VALUE '312831303130313130313031'.
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-LIST.
           03 MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT RW-ACCEPT-DATE FROM DATE.
           MOVE RW-ACCEPT-YY TO RW-RUN-YY.
           MOVE RW-ACCEPT-MM TO RW-RUN-MM.
           MOVE RW-ACCEPT-DD TO RW-RUN-DD.
           COMPUTE RUN-YEAR = (RW-RUN-CC * 100) + RW-RUN-YY.
           PERFORM 005-LOAD-DIVISIONS.
           PERFORM 120-LOAD-TAX-TABLE.
           OPEN OUTPUT REGISTER-FILE
               OUTPUT REJECT-FILE.
           PERFORM 110-LOAD-ADJUSTMENTS.
           PERFORM 160-SCAN-PAY-HISTORY.
           PERFORM 130-OPEN-BANK-FILES.
           PERFORM 135-OPEN-CHECK-FILES.
           PERFORM 140-OPEN-PAY-HISTORY.
           PERFORM 150-OPEN-LEAVE-LEDGER.
           PERFORM 100-PRINT-HEADER.
           PERFORM 200-PROCESS-ADJUSTMENT
               VARYING ADJ-SUB FROM 1 BY 1
               UNTIL ADJ-SUB > ADJ-COUNT.
           PERFORM 700-PRINT-ADJUSTMENT-TOTALS.
           PERFORM 750-RELEASE-BANK-FILE.
           PERFORM 755-CLOSE-CHECK-FILES.
           MOVE REJECT-COUNTER TO RJ-REJECT-COUNT.
           WRITE REGISTER-RECORD FROM REGISTER-REJECT-LINE
               AFTER ADVANCING 1 LINE.
           CLOSE REGISTER-FILE
               REJECT-FILE
               CHECK-LIST-FILE
               PAY-HISTORY-FILE
               LEAVE-LEDGER-FILE.
           IF MASTER-OPEN-SW = 1
               CLOSE MASTER-FILE
           END-IF.
           STOP RUN.
      ******************************************************************
      *    LOAD THE ACTIVE DIVISIONS FROM THE DIVISION CONTROL FILE.
      *    NO CONTROL FILE OR NO ACTIVE DIVISION, NO RUN.
      ******************************************************************
       005-LOAD-DIVISIONS.
           OPEN INPUT DIVISION-CONTROL-FILE.
           IF DIVISION-CONTROL-STATUS NOT = '00'
               DISPLAY 'PAYADJ1: DIVISION CONTROL FILE NOT AVAILABLE'
               STOP RUN
           END-IF.
           PERFORM 930-READ-DIVISION-CONTROL.
           PERFORM UNTIL EOF-DC = 1
               IF DC-ACTIVE-FLAG = 'A'
                   AND DC-DIVISION-CODE NOT = SPACES
                   AND DIVISION-TABLE-COUNT < 10
                   ADD 1 TO DIVISION-TABLE-COUNT
                   SET DIV-IDX TO DIVISION-TABLE-COUNT
                   MOVE DC-DIVISION-CODE TO DV-DIVISION-CODE(DIV-IDX)
                   MOVE DC-MASTER-FILE TO DV-DIVISION-FILE(DIV-IDX)
               END-IF
               PERFORM 930-READ-DIVISION-CONTROL
           END-PERFORM.
           CLOSE DIVISION-CONTROL-FILE.
           IF DIVISION-TABLE-COUNT = 0
               DISPLAY 'PAYADJ1: NO ACTIVE DIVISIONS ON CONTROL FILE'
               STOP RUN
           END-IF.
      ******************************************************************
      *    LOAD THE ADJUSTMENT CARDS, EDITING EACH ONE AS IT IS READ.
      *    A CARD THAT FAILS GOES ON THE REJECT LIST; A CLEAN CARD IS
      *    HELD IN THE ADJUSTMENT TABLE IN CARD ORDER. NO CARD FILE,
      *    NO RUN.
      ******************************************************************
       110-LOAD-ADJUSTMENTS.
           OPEN INPUT ADJUSTMENT-FILE.
           IF ADJUSTMENT-STATUS NOT = '00'
               DISPLAY 'PAYADJ1: ADJUSTMENT CARD FILE NOT AVAILABLE'
               STOP RUN
           END-IF.
           PERFORM 900-READ-ADJUSTMENT.
           PERFORM UNTIL EOF-A = 1
               PERFORM 115-EDIT-CARD
               IF CARD-ERROR-SW = 0
                   AND ADJ-COUNT NOT < ADJ-LIMIT
                   MOVE 1 TO CARD-ERROR-SW
                   MOVE 'ADJUSTMENT TABLE FULL - RERUN THE REST'
                       TO REJECT-REASON
               END-IF
               IF CARD-ERROR-SW = 1
                   PERFORM 610-REJECT-CARD
               ELSE
                   PERFORM 117-HOLD-CARD
               END-IF
               PERFORM 900-READ-ADJUSTMENT
           END-PERFORM.
           CLOSE ADJUSTMENT-FILE.
      ******************************************************************
      *    EDIT ONE ADJUSTMENT CARD: THE TYPE, THE EMPLOYEE, THE
      *    DIVISION AND THE PERIOD END ON EVERY CARD, AND THE HOURS
      *    ON A FINAL CHECK OR MISSED-TIMECARD CARD THE SAME WAY THE
      *    TIMECARD EDIT RUN (tcedit1) EDITS THEM
      ******************************************************************
       115-EDIT-CARD.
           MOVE 0 TO CARD-ERROR-SW.
           MOVE SPACES TO REJECT-REASON.
           IF AJ-ADJ-TYPE NOT = 'V'
               AND AJ-ADJ-TYPE NOT = 'F'
               AND AJ-ADJ-TYPE NOT = 'M'
               MOVE 1 TO CARD-ERROR-SW
               MOVE 'INVALID ADJUSTMENT TYPE - MUST BE V, F OR M'
                   TO REJECT-REASON
           END-IF.
           IF AJ-EMP-ID = SPACES
               MOVE 1 TO CARD-ERROR-SW
               MOVE 'EMPLOYEE ID MISSING' TO REJECT-REASON
           END-IF.
           MOVE 0 TO DIVISION-FOUND-SW.
           PERFORM VARYING DIV-SUB FROM 1 BY 1
               UNTIL DIV-SUB > DIVISION-TABLE-COUNT
               IF DV-DIVISION-CODE(DIV-SUB) = AJ-DIVISION
                   MOVE 1 TO DIVISION-FOUND-SW
                   MOVE DIVISION-TABLE-COUNT TO DIV-SUB
               END-IF
           END-PERFORM.
           IF DIVISION-FOUND-SW = 0
               MOVE 1 TO CARD-ERROR-SW
               MOVE 'INVALID DIVISION - NOT ON DIVISION CONTROL'
                   TO REJECT-REASON
           END-IF.
           IF AJ-PERIOD-END NOT NUMERIC
               MOVE 1 TO CARD-ERROR-SW
               MOVE 'PERIOD END NOT NUMERIC' TO REJECT-REASON
           ELSE
               MOVE AJ-PERIOD-END TO PE-MDY
               PERFORM 118-EDIT-PERIOD-END
           END-IF.
           IF AJ-ADJ-TYPE = 'F' OR AJ-ADJ-TYPE = 'M'
               PERFORM 116-EDIT-CARD-HOURS
           END-IF.
      ******************************************************************
      *    EDIT THE PERIOD END IN PE-MDY AS A REAL CALENDAR DATE, BY
      *    THE SAME MONTH LENGTHS AND LEAP-YEAR RULE maint1 USES
      ******************************************************************
       118-EDIT-PERIOD-END.
           IF PE-MONTH < 1 OR PE-MONTH > 12
               MOVE 1 TO CARD-ERROR-SW
               MOVE 'PERIOD END NOT A DATE' TO REJECT-REASON
           ELSE
               MOVE MONTH-DAYS(PE-MONTH) TO PE-MAX-DAY
               IF PE-MONTH = 2
                   PERFORM 119-CHECK-LEAP-YEAR
               END-IF
               IF PE-DAY < 1 OR PE-DAY > PE-MAX-DAY
                   MOVE 1 TO CARD-ERROR-SW
                   MOVE 'PERIOD END NOT A DATE' TO REJECT-REASON
               END-IF
           END-IF.
      ******************************************************************
      *    ALLOW FEBRUARY 29 WHEN PE-YEAR IS A LEAP YEAR: DIVISIBLE
      *    BY 4 AND EITHER NOT DIVISIBLE BY 100 OR DIVISIBLE BY 400
      ******************************************************************
       119-CHECK-LEAP-YEAR.
           DIVIDE PE-YEAR BY 4 GIVING PE-QUOT
               REMAINDER PE-REM-4.
           DIVIDE PE-YEAR BY 100 GIVING PE-QUOT
               REMAINDER PE-REM-100.
           DIVIDE PE-YEAR BY 400 GIVING PE-QUOT
               REMAINDER PE-REM-400.
           IF PE-REM-4 = 0
               AND (PE-REM-100 NOT = 0 OR PE-REM-400 = 0)
               MOVE 29 TO PE-MAX-DAY
           END-IF.
      ******************************************************************
      *    EDIT THE HOURS ON AN OFF-CYCLE CARD. BLANK HOURS ARE TAKEN
      *    AS ZERO, SO A SALARIED FINAL CHECK NEEDS NONE KEYED.
      ******************************************************************
       116-EDIT-CARD-HOURS.
           IF AZ-REG-HOURS = SPACES
               MOVE 0 TO AJ-REG-HOURS
           END-IF.
           IF AZ-OT-HOURS = SPACES
               MOVE 0 TO AJ-OT-HOURS
           END-IF.
           IF AZ-LEAVE-HOURS = SPACES
               MOVE 0 TO AJ-LEAVE-HOURS
           END-IF.
           IF AJ-REG-HOURS NOT NUMERIC
               MOVE 1 TO CARD-ERROR-SW
               MOVE 'REG HOURS NOT NUMERIC' TO REJECT-REASON
           ELSE
               IF AJ-REG-HOURS > REG-HOURS-LIMIT
                   MOVE 1 TO CARD-ERROR-SW
                   MOVE 'REG HOURS OVER PERIOD LIMIT' TO REJECT-REASON
               END-IF
           END-IF.
           IF AJ-OT-HOURS NOT NUMERIC
               MOVE 1 TO CARD-ERROR-SW
               MOVE 'OT HOURS NOT NUMERIC' TO REJECT-REASON
           ELSE
               IF AJ-OT-HOURS > OT-HOURS-LIMIT
                   MOVE 1 TO CARD-ERROR-SW
                   MOVE 'OT HOURS OVER PERIOD LIMIT' TO REJECT-REASON
               END-IF
           END-IF.
           IF AJ-LEAVE-HOURS NOT NUMERIC
               MOVE 1 TO CARD-ERROR-SW
               MOVE 'LEAVE HOURS NOT NUMERIC' TO REJECT-REASON
           ELSE
               IF AJ-LEAVE-HOURS > LEAVE-HOURS-LIMIT
                   MOVE 1 TO CARD-ERROR-SW
                   MOVE 'LEAVE HOURS OVER PERIOD LIMIT'
                       TO REJECT-REASON
               END-IF
           END-IF.
      ******************************************************************
      *    HOLD A CLEAN CARD IN THE ADJUSTMENT TABLE WITH NOTHING YET
      *    STANDING AGAINST IT
      ******************************************************************
       117-HOLD-CARD.
           ADD 1 TO ADJ-COUNT.
           MOVE AJ-ADJ-TYPE TO AE-ADJ-TYPE(ADJ-COUNT).
           MOVE AJ-EMP-ID TO AE-EMP-ID(ADJ-COUNT).
           MOVE AJ-DIVISION TO AE-DIVISION(ADJ-COUNT).
           MOVE AJ-PERIOD-END TO AE-PERIOD-END(ADJ-COUNT).
           IF AJ-ADJ-TYPE = 'V'
               MOVE 0 TO AE-REG-HOURS(ADJ-COUNT)
               MOVE 0 TO AE-OT-HOURS(ADJ-COUNT)
               MOVE 0 TO AE-LEAVE-HOURS(ADJ-COUNT)
           ELSE
               MOVE AJ-REG-HOURS TO AE-REG-HOURS(ADJ-COUNT)
               MOVE AJ-OT-HOURS TO AE-OT-HOURS(ADJ-COUNT)
               MOVE AJ-LEAVE-HOURS TO AE-LEAVE-HOURS(ADJ-COUNT)
           END-IF.
           MOVE AJ-REASON TO AE-REASON(ADJ-COUNT).
           MOVE SPACES TO AE-LNAME(ADJ-COUNT).
           MOVE SPACES TO AE-FNAME(ADJ-COUNT).
           MOVE 0 TO AE-PAID-COUNT(ADJ-COUNT).
           MOVE 0 TO AE-PH-REG(ADJ-COUNT).
           MOVE 0 TO AE-PH-OT(ADJ-COUNT).
           MOVE 0 TO AE-PH-GROSS(ADJ-COUNT).
           MOVE 0 TO AE-PH-FED(ADJ-COUNT).
           MOVE 0 TO AE-PH-STATE(ADJ-COUNT).
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > 5
               MOVE 0 TO AE-PH-DEDUCT(ADJ-COUNT, SUB)
           END-PERFORM.
           MOVE 0 TO AE-PH-NET(ADJ-COUNT).
           MOVE 0 TO AE-PH-GARNISH(ADJ-COUNT).
           MOVE 0 TO AE-PH-RETRO(ADJ-COUNT).
           MOVE 0 TO AE-LV-HOURS(ADJ-COUNT).
           MOVE 0 TO AE-LV-ACCRUAL(ADJ-COUNT).
           MOVE 0 TO AE-LV-UNKNOWN(ADJ-COUNT).
      ******************************************************************
      *    LOAD THE TAX BRACKET TABLE, REARRANGING EACH EFFECTIVE
      *    DATE TO YYYYMMDD. NO TABLE, NO RUN.
      ******************************************************************
       120-LOAD-TAX-TABLE.
           OPEN INPUT TAX-RATE-FILE.
           PERFORM 920-READ-TAX-RATE.
           PERFORM UNTIL EOF-X = 1
               IF TAX-COUNT < 100
                   AND (X-TAX-TYPE = 'F' OR X-TAX-TYPE = 'S')
                   AND X-BRACKET-FLOOR NUMERIC
                   AND X-BRACKET-RATE NUMERIC
                   AND X-BASE-TAX NUMERIC
                   AND X-ALLOWANCE-AMT NUMERIC
                   AND X-EFFECTIVE-DATE NUMERIC
                   ADD 1 TO TAX-COUNT
                   MOVE X-TAX-TYPE TO TX-TAX-TYPE(TAX-COUNT)
                   MOVE X-FILING-STATUS
                       TO TX-FILING-STATUS(TAX-COUNT)
                   MOVE X-BRACKET-FLOOR
                       TO TX-BRACKET-FLOOR(TAX-COUNT)
                   MOVE X-BRACKET-RATE TO TX-BRACKET-RATE(TAX-COUNT)
                   MOVE X-BASE-TAX TO TX-BASE-TAX(TAX-COUNT)
                   MOVE X-ALLOWANCE-AMT
                       TO TX-ALLOWANCE-AMT(TAX-COUNT)
                   MOVE X-EFFECTIVE-DATE TO ED-MDY
                   MOVE ED-MDY-YEAR TO ED-YMD-YEAR
                   MOVE ED-MDY-MONTH TO ED-YMD-MONTH
                   MOVE ED-MDY-DAY TO ED-YMD-DAY
                   MOVE ED-YMD-NUM TO TX-EFF-YMD(TAX-COUNT)
               END-IF
               PERFORM 920-READ-TAX-RATE
           END-PERFORM.
           CLOSE TAX-RATE-FILE.
           IF TAX-COUNT = 0
               DISPLAY 'PAYADJ1: TAX BRACKET TABLE IS EMPTY'
               STOP RUN
           END-IF.
      ******************************************************************
      *    OPEN THE BANK INTERFACE FILE AND THE CHECK-PRINT LIST AND
      *    WRITE THE BATCH HEADER
      ******************************************************************
       130-OPEN-BANK-FILES.
           OPEN OUTPUT BANK-FILE
               OUTPUT CHECK-LIST-FILE.
           ACCEPT BH-RUN-DATE FROM DATE.
           WRITE BANK-RECORD FROM BANK-HEADER-OUT.
      ******************************************************************
      *    READ THE LAST CHECK NUMBER USED OFF THE CHECK-STOCK CONTROL
      *    FILE, OPEN THE CHECK REGISTER FOR UPDATE (CREATING IT ON
      *    THE FIRST RUN EVER MADE) AND START THE POSITIVE-PAY FILE.
      *    OFF-CYCLE CHECKS ARE DATED THE RUN DATE.
      ******************************************************************
       135-OPEN-CHECK-FILES.
           OPEN INPUT CHECK-STOCK-FILE.
           IF CHECK-STOCK-STATUS NOT = '00'
               DISPLAY 'PAYADJ1: CHECK STOCK CONTROL FILE NOT '
                   'AVAILABLE'
               STOP RUN
           END-IF.
           READ CHECK-STOCK-FILE
               AT END
                   MOVE SPACES TO CHECK-STOCK-DATA
           END-READ.
           CLOSE CHECK-STOCK-FILE.
           IF CS-LAST-CHECK-NO NOT NUMERIC
               DISPLAY 'PAYADJ1: CHECK STOCK CONTROL RECORD INVALID'
               STOP RUN
           END-IF.
           MOVE CS-LAST-CHECK-NO TO LAST-CHECK-NO.
           MOVE RW-RUN-MM TO ED-MDY-MONTH.
           MOVE RW-RUN-DD TO ED-MDY-DAY.
           MOVE RUN-YEAR TO ED-MDY-YEAR.
           MOVE ED-MDY TO CHECK-ISSUE-DATE.
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
       140-OPEN-PAY-HISTORY.
           OPEN EXTEND PAY-HISTORY-FILE.
           IF PAY-HISTORY-STATUS NOT = '00'
               OPEN OUTPUT PAY-HISTORY-FILE
           END-IF.
      ******************************************************************
      *    OPEN THE LEAVE ACCRUAL LEDGER FOR UPDATE, CREATING IT IF
      *    THIS IS THE FIRST RUN EVER MADE AGAINST IT
      ******************************************************************
       150-OPEN-LEAVE-LEDGER.
           OPEN I-O LEAVE-LEDGER-FILE.
           IF LEAVE-LEDGER-STATUS NOT = '00' AND NOT = '05'
               OPEN OUTPUT LEAVE-LEDGER-FILE
               CLOSE LEAVE-LEDGER-FILE
               OPEN I-O LEAVE-LEDGER-FILE
           END-IF.
      ******************************************************************
      *    ONE PASS OVER THE PAY HISTORY LEDGER, POSTING EVERY RECORD
      *    TO THE CARDS FOR ITS EMPLOYEE AND PERIOD END SO EACH CARD
      *    KNOWS WHAT IS ALREADY STANDING. NO LEDGER YET MEANS NOTHING
      *    IS STANDING.
      ******************************************************************
       160-SCAN-PAY-HISTORY.
           OPEN INPUT PAY-HISTORY-FILE.
           IF PAY-HISTORY-STATUS = '00'
               MOVE 1 TO POST-START
               PERFORM 910-READ-PAY-HISTORY
               PERFORM UNTIL EOF-H = 1
                   PERFORM 165-POST-STANDING
                   PERFORM 910-READ-PAY-HISTORY
               END-PERFORM
               CLOSE PAY-HISTORY-FILE
           END-IF.
      ******************************************************************
      *    POST THE PAY HISTORY RECORD IN PAY-HISTORY-DATA TO EVERY
      *    CARD FROM POST-START ON FOR THE SAME EMPLOYEE AND PERIOD
      *    END. A VOID COUNTS AGAINST THE PAYMENTS AND ITS NEGATIVE
      *    AMOUNTS NET AGAINST THEIRS. ALSO USED AFTER THIS RUN
      *    WRITES A RECORD, SO A LATER CARD FOR THE SAME PERIOD SEES
      *    IT.
      ******************************************************************
       165-POST-STANDING.
           PERFORM VARYING POST-SUB FROM POST-START BY 1
               UNTIL POST-SUB > ADJ-COUNT
               IF AE-EMP-ID(POST-SUB) = PH-EMP-ID
                   AND AE-PERIOD-END(POST-SUB) = PH-PERIOD-END
                   IF PH-ENTRY-TYPE = 'V'
                       SUBTRACT 1 FROM AE-PAID-COUNT(POST-SUB)
                   ELSE
                       ADD 1 TO AE-PAID-COUNT(POST-SUB)
                   END-IF
                   MOVE PH-LNAME TO AE-LNAME(POST-SUB)
                   MOVE PH-FNAME TO AE-FNAME(POST-SUB)
                   ADD PH-REG-HOURS TO AE-PH-REG(POST-SUB)
                   ADD PH-OT-HOURS TO AE-PH-OT(POST-SUB)
                   ADD PH-GROSS TO AE-PH-GROSS(POST-SUB)
                   ADD PH-FED-TAX TO AE-PH-FED(POST-SUB)
                   ADD PH-STATE-TAX TO AE-PH-STATE(POST-SUB)
                   PERFORM VARYING SUB FROM 1 BY 1
                       UNTIL SUB > 5
                       ADD PH-DEDUCT-AMT(SUB)
                           TO AE-PH-DEDUCT(POST-SUB, SUB)
                   END-PERFORM
                   ADD PH-NET TO AE-PH-NET(POST-SUB)
                   IF PH-GARNISH-AMT NUMERIC
                       ADD PH-GARNISH-AMT TO AE-PH-GARNISH(POST-SUB)
                   END-IF
                   IF PH-RETRO-AMT NUMERIC
                       ADD PH-RETRO-AMT TO AE-PH-RETRO(POST-SUB)
                   END-IF
                   IF PH-LEAVE-HOURS NUMERIC
                       AND PH-LEAVE-ACCRUAL NUMERIC
                       ADD PH-LEAVE-HOURS TO AE-LV-HOURS(POST-SUB)
                       ADD PH-LEAVE-ACCRUAL TO AE-LV-ACCRUAL(POST-SUB)
                   ELSE
                       ADD 1 TO AE-LV-UNKNOWN(POST-SUB)
                   END-IF
               END-IF
           END-PERFORM.
      ******************************************************************
      *    PRINT THE HEADER
      ******************************************************************
       100-PRINT-HEADER.
           ACCEPT H1-CURR-DATE FROM DATE.
           IF PAGE-NUM = 1
               WRITE REGISTER-RECORD FROM REGISTER-HEADING1
           ELSE
               MOVE SPACES TO REGISTER-RECORD
               WRITE REGISTER-RECORD
                   AFTER ADVANCING PAGE
               WRITE REGISTER-RECORD FROM REGISTER-HEADING1
                   AFTER ADVANCING 1 LINE
           END-IF.
           WRITE REGISTER-RECORD FROM REGISTER-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE REGISTER-RECORD FROM REGISTER-HEADING3
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REGISTER-RECORD.
           WRITE REGISTER-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO RECORD-PAGE-COUNTER.
           ADD 1 TO PAGE-NUM.
           MOVE PAGE-NUM TO H1-PAGE-NUM.
      ******************************************************************
      *    APPLY ONE HELD CARD: LOOK THE EMPLOYEE UP ON THE DIVISION
      *    MASTER THE CARD NAMES, THEN VOID OR PAY. A CARD THAT
      *    CANNOT BE APPLIED GOES ON THE REJECT LIST.
      ******************************************************************
       200-PROCESS-ADJUSTMENT.
           MOVE 0 TO ADJ-REJECT-SW.
           MOVE SPACES TO REJECT-REASON.
           PERFORM 210-POINT-TO-DIVISION.
           PERFORM 220-READ-EMPLOYEE.
           MOVE AE-PERIOD-END(ADJ-SUB) TO CURRENT-PERIOD-END.
           IF AE-ADJ-TYPE(ADJ-SUB) = 'V'
               PERFORM 320-VOID-PAYMENT
           ELSE
               PERFORM 240-EDIT-OFF-CYCLE
               IF ADJ-REJECT-SW = 0
                   PERFORM 300-PAY-EMPLOYEE
               END-IF
           END-IF.
           IF ADJ-REJECT-SW = 1
               PERFORM 620-REJECT-ADJUSTMENT
           END-IF.
      ******************************************************************
      *    POINT MASTER-FILE AT THE DIVISION MASTER THE CARD NAMES,
      *    CLOSING THE ONE LEFT OPEN BY THE PRIOR CARD WHEN THE
      *    DIVISION CHANGES. THE DIVISION HAS ALREADY PASSED THE CARD
      *    EDIT WHEN THIS PARAGRAPH RUNS.
      ******************************************************************
       210-POINT-TO-DIVISION.
           IF AE-DIVISION(ADJ-SUB) NOT = CURRENT-MASTER-DIVISION
               IF MASTER-OPEN-SW = 1
                   CLOSE MASTER-FILE
               END-IF
               PERFORM VARYING DIV-IDX FROM 1 BY 1
                   UNTIL DIV-IDX > DIVISION-TABLE-COUNT
                   IF DV-DIVISION-CODE(DIV-IDX) = AE-DIVISION(ADJ-SUB)
                       MOVE DV-DIVISION-FILE(DIV-IDX)
                           TO DIVISION-FILE-NAME
                       SET DIV-IDX TO DIVISION-TABLE-COUNT
                   END-IF
               END-PERFORM
               OPEN INPUT MASTER-FILE
               MOVE 1 TO MASTER-OPEN-SW
               MOVE AE-DIVISION(ADJ-SUB) TO CURRENT-MASTER-DIVISION
           END-IF.
      ******************************************************************
      *    READ THE CARD'S EMPLOYEE FROM THE DIVISION MASTER. AN
      *    EMPLOYEE NO LONGER ON IT (PURGED SINCE THE PAYMENT) LEAVES
      *    ONLY THE NAME FROM THE PAY HISTORY LEDGER TO WORK WITH.
      ******************************************************************
       220-READ-EMPLOYEE.
           MOVE 0 TO MASTER-FOUND-SW.
           MOVE AE-EMP-ID(ADJ-SUB) TO MR-EMP-ID.
           READ MASTER-FILE INTO INPUT-DATA
               INVALID KEY
                   MOVE SPACES TO INPUT-DATA
                   MOVE AE-EMP-ID(ADJ-SUB) TO I-EMP-ID
                   MOVE AE-LNAME(ADJ-SUB) TO I-LNAME
                   MOVE AE-FNAME(ADJ-SUB) TO I-FNAME
               NOT INVALID KEY
                   MOVE 1 TO MASTER-FOUND-SW
           END-READ.
      ******************************************************************
      *    EDIT THE MASTER RECORD THE WAY payroll1 DOES BEFORE PAY IS
      *    COMPUTED FROM IT
      ******************************************************************
       230-VALIDATE-MASTER.
           IF I-EMP-STATUS NOT = 'H' AND I-EMP-STATUS NOT = 'S'
               MOVE 1 TO ADJ-REJECT-SW
               MOVE 'INVALID EMP STATUS ON MASTER' TO REJECT-REASON
           END-IF.
           IF I-SSN NOT NUMERIC
               MOVE 1 TO ADJ-REJECT-SW
               MOVE 'INVALID SSN ON MASTER' TO REJECT-REASON
           END-IF.
           IF I-EMP-RATE-WHOLE NOT NUMERIC
               OR I-EMP-RATE-DECIMAL NOT NUMERIC
               OR (I-EMP-RATE-WHOLE = 0 AND I-EMP-RATE-DECIMAL = 0)
               MOVE 1 TO ADJ-REJECT-SW
               MOVE 'INVALID EMP RATE ON MASTER' TO REJECT-REASON
           END-IF.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > 5
               IF I-DEDUCT(SUB) NOT NUMERIC
                   MOVE 1 TO ADJ-REJECT-SW
                   MOVE 'INVALID DEDUCT AMT ON MASTER' TO REJECT-REASON
               END-IF
           END-PERFORM.
      ******************************************************************
      *    EDIT AN OFF-CYCLE PAYMENT AGAINST THE MASTER AND THE PAY
      *    HISTORY: THE EMPLOYEE MUST BE ON THE MASTER AND PAYABLE, A
      *    FINAL CHECK ONLY GOES TO A TERMINATED EMPLOYEE, THE PERIOD
      *    MUST NOT ALREADY HAVE A PAYMENT STANDING (VOID IT FIRST),
      *    AND THE HOURS MUST SUIT THE PAY TYPE
      ******************************************************************
       240-EDIT-OFF-CYCLE.
           IF MASTER-FOUND-SW = 0
               MOVE 1 TO ADJ-REJECT-SW
               MOVE 'EMPLOYEE NOT ON DIVISION MASTER' TO REJECT-REASON
           ELSE
               PERFORM 230-VALIDATE-MASTER
               IF AE-ADJ-TYPE(ADJ-SUB) = 'F'
                   AND I-ACTIVE-STATUS NOT = 'T'
                   MOVE 1 TO ADJ-REJECT-SW
                   MOVE 'FINAL CHECK - EMPLOYEE NOT TERMINATED'
                       TO REJECT-REASON
               END-IF
               IF AE-PAID-COUNT(ADJ-SUB) > 0
                   MOVE 1 TO ADJ-REJECT-SW
                   MOVE 'PERIOD ALREADY PAID - VOID IT FIRST'
                       TO REJECT-REASON
               END-IF
               IF I-EMP-STATUS = 'H'
                   AND AE-REG-HOURS(ADJ-SUB) = 0
                   AND AE-OT-HOURS(ADJ-SUB) = 0
                   MOVE 1 TO ADJ-REJECT-SW
                   MOVE 'HOURLY - NO WORK HOURS ON CARD'
                       TO REJECT-REASON
               END-IF
               IF I-EMP-STATUS NOT = 'H'
                   AND (AE-REG-HOURS(ADJ-SUB) > 0
                       OR AE-OT-HOURS(ADJ-SUB) > 0)
                   MOVE 1 TO ADJ-REJECT-SW
                   MOVE 'NOT HOURLY - WORK HOURS NOT EXPECTED'
                       TO REJECT-REASON
               END-IF
           END-IF.
      ******************************************************************
      *    COMPUTE GROSS, TAXES AND NET PAY FOR AN OFF-CYCLE PAYMENT
      *    EXACTLY AS payroll1 DOES FOR A TIMECARD: HOURLY EMPLOYEES
      *    ARE PAID RATE TIMES HOURS WITH OVERTIME AT TIME-AND-A-HALF;
      *    SALARIED EMPLOYEES ARE PAID THE PER-PERIOD SALARY CARRIED
      *    IN I-EMP-RATE. FEDERAL AND STATE WITHHOLDING COME OFF THE
      *    TAX BRACKET TABLE BEFORE THE DEDUCTION SLOTS ARE NETTED
      *    OUT.
      ******************************************************************
       300-PAY-EMPLOYEE.
           MOVE AE-REG-HOURS(ADJ-SUB) TO REG-HOURS.
           MOVE AE-OT-HOURS(ADJ-SUB) TO OT-HOURS.
           MOVE AE-LEAVE-HOURS(ADJ-SUB) TO LEAVE-HOURS.
           MOVE I-EMP-RATE TO EMP-RATE-FORMATER.
           IF I-EMP-STATUS = 'H'
               COMPUTE GROSS-PAY ROUNDED =
                   (EMP-RATE-FORMATER * REG-HOURS)
                   + (EMP-RATE-FORMATER * OT-HOURS * 1.5)
           ELSE
               MOVE EMP-RATE-FORMATER TO GROSS-PAY
           END-IF.
           MOVE 0 TO TOTAL-EMP-DEDUCT.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > 5
               MOVE I-DEDUCT(SUB) TO DEDUCT-FORMAT(SUB)
               COMPUTE TOTAL-EMP-DEDUCT =
                   TOTAL-EMP-DEDUCT + DEDUCT-FORMAT(SUB)
           END-PERFORM.
           PERFORM 340-COMPUTE-TAXES.
           MOVE 0 TO GARNISH-AMT.
           MOVE 0 TO RETRO-AMT.
           COMPUTE NET-PAY = GROSS-PAY - FED-TAX - STATE-TAX
               - TOTAL-EMP-DEDUCT.
           PERFORM 380-UPDATE-LEAVE-LEDGER.
           PERFORM 330-PRINT-DETAIL.
           PERFORM 360-WRITE-BANK-DETAIL.
           PERFORM 370-WRITE-PAY-HISTORY.
           PERFORM 335-ADD-TO-TOTALS.
      ******************************************************************
      *    VOID THE PAYMENT STANDING FOR THE CARD'S EMPLOYEE AND
      *    PERIOD END: EVERY AMOUNT AND HOUR IS NEGATED, THE LEAVE IT
      *    ACCRUED AND USED IS BACKED OUT OF THE LEDGER, ANY CHECK
      *    STILL OUTSTANDING FOR IT IS VOIDED, AND THE NEGATIVE NET
      *    GOES TO THE CHECK LIST - AGAINST THE CHECK VOIDED, OR TO BE
      *    RECOVERED FROM THE EMPLOYEE WHEN NONE WAS. A PERIOD WITH
      *    NOTHING STANDING (NEVER PAID, OR ALREADY VOIDED) IS
      *    REJECTED.
      ******************************************************************
       320-VOID-PAYMENT.
           IF AE-PAID-COUNT(ADJ-SUB) NOT > 0
               MOVE 1 TO ADJ-REJECT-SW
               MOVE 'NO PAYMENT STANDING FOR PERIOD TO VOID'
                   TO REJECT-REASON
           ELSE
               COMPUTE REG-HOURS = 0 - AE-PH-REG(ADJ-SUB)
               COMPUTE OT-HOURS = 0 - AE-PH-OT(ADJ-SUB)
               COMPUTE GROSS-PAY = 0 - AE-PH-GROSS(ADJ-SUB)
               COMPUTE FED-TAX = 0 - AE-PH-FED(ADJ-SUB)
               COMPUTE STATE-TAX = 0 - AE-PH-STATE(ADJ-SUB)
               MOVE 0 TO TOTAL-EMP-DEDUCT
               PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 5
                   COMPUTE DEDUCT-FORMAT(SUB) =
                       0 - AE-PH-DEDUCT(ADJ-SUB, SUB)
                   COMPUTE TOTAL-EMP-DEDUCT =
                       TOTAL-EMP-DEDUCT + DEDUCT-FORMAT(SUB)
               END-PERFORM
               COMPUTE GARNISH-AMT = 0 - AE-PH-GARNISH(ADJ-SUB)
               COMPUTE RETRO-AMT = 0 - AE-PH-RETRO(ADJ-SUB)
               COMPUTE NET-PAY = 0 - AE-PH-NET(ADJ-SUB)
               MOVE 0 TO EMP-RATE-FORMATER
               IF MASTER-FOUND-SW = 1
                   MOVE I-EMP-RATE TO EMP-RATE-FORMATER
               END-IF
               PERFORM 390-BACK-OUT-LEAVE
               PERFORM 325-VOID-OUTSTANDING-CHECKS
               PERFORM 330-PRINT-DETAIL
               PERFORM 360-WRITE-BANK-DETAIL
               PERFORM 370-WRITE-PAY-HISTORY
               PERFORM 335-ADD-TO-TOTALS
           END-IF.
      ******************************************************************
      *    VOID EVERY CHECK ON THE REGISTER STILL OUTSTANDING FOR THE
      *    CARD'S EMPLOYEE AND PERIOD END, ANY SOURCE, SINCE THE VOID
      *    REVERSES EVERYTHING STANDING FOR THE PERIOD. A CHECK THE
      *    BANK HAS ALREADY CLEARED CANNOT BE STOPPED AND IS LEFT AS
      *    IT IS; THE MONEY IS RECOVERED FROM THE EMPLOYEE.
      ******************************************************************
       325-VOID-OUTSTANDING-CHECKS.
           MOVE 0 TO CARD-VOID-COUNT.
           MOVE 0 TO EOF-CR.
           MOVE 0 TO CR-CHECK-NO.
           START CHECK-REGISTER-FILE
               KEY IS NOT LESS THAN CR-CHECK-NO
               INVALID KEY
                   MOVE 1 TO EOF-CR
           END-START.
           IF EOF-CR = 0
               PERFORM 940-READ-REGISTER-NEXT
           END-IF.
           PERFORM UNTIL EOF-CR = 1
               IF CR-EMP-ID = AE-EMP-ID(ADJ-SUB)
                   AND CR-PERIOD-END = CURRENT-PERIOD-END
                   AND CR-STATUS = 'O'
                   PERFORM 327-VOID-CHECK
               END-IF
               PERFORM 940-READ-REGISTER-NEXT
           END-PERFORM.
      ******************************************************************
      *    MARK THE CHECK JUST READ VOIDED ON THE REGISTER AND SEND
      *    THE VOID TO THE BANK ON THE POSITIVE-PAY FILE
      ******************************************************************
       327-VOID-CHECK.
           MOVE 'V' TO CR-STATUS.
           REWRITE CHECK-REGISTER-DATA
               INVALID KEY
                   DISPLAY 'PAYADJ1: REWRITE FAILED FOR CHECK '
                       CR-CHECK-NO
           END-REWRITE.
           MOVE CS-ISSUE-ACCOUNT TO IV-ISSUE-ACCOUNT.
           MOVE CR-CHECK-NO TO IV-CHECK-NO.
           MOVE CHECK-ISSUE-DATE TO IV-VOID-DATE.
           MOVE CR-AMOUNT TO IV-AMOUNT.
           MOVE CR-LNAME TO IV-PAYEE-LNAME.
           MOVE CR-FNAME TO IV-PAYEE-FNAME.
           WRITE POSITIVE-PAY-RECORD FROM ISSUE-VOID-OUT.
           ADD 1 TO CARD-VOID-COUNT.
           ADD 1 TO CHECK-VOID-COUNT.
           ADD CR-AMOUNT TO CHECK-VOID-TOTAL.
           MOVE CR-CHECK-NO TO LAST-VOIDED-CHECK-NO.
      ******************************************************************
      *    PRINT THE REGISTER DETAIL LINE FOR THE CARD JUST APPLIED
      ******************************************************************
       330-PRINT-DETAIL.
           MOVE AE-ADJ-TYPE(ADJ-SUB) TO RD-ADJ-TYPE.
           MOVE I-EMP-ID TO RD-EMP-ID.
           MOVE I-LNAME TO RD-LNAME.
           MOVE I-FNAME TO RD-FNAME.
           MOVE CURRENT-PERIOD-END TO RD-PERIOD-END.
           MOVE EMP-RATE-FORMATER TO RD-EMP-RATE.
           MOVE REG-HOURS TO RD-REG-HOURS.
           MOVE OT-HOURS TO RD-OT-HOURS.
           MOVE GROSS-PAY TO RD-GROSS.
           MOVE FED-TAX TO RD-FED-TAX.
           MOVE STATE-TAX TO RD-STATE-TAX.
           MOVE TOTAL-EMP-DEDUCT TO RD-DEDUCT.
           MOVE NET-PAY TO RD-NET.
           MOVE LEAVE-BALANCE TO RD-LEAVE-BAL.
           IF LEAVE-BALANCE < 0
               MOVE '*' TO RD-LEAVE-FLAG
           ELSE
               MOVE SPACE TO RD-LEAVE-FLAG
           END-IF.
           WRITE REGISTER-RECORD FROM REGISTER-DETAIL
               AFTER ADVANCING 1 LINE.
           PERFORM 310-PAGE-COUNTER.
      ******************************************************************
      *    ROLL THE CARD JUST APPLIED INTO THE ADJUSTMENT TOTALS AND
      *    THE TOTAL FOR ITS TYPE
      ******************************************************************
       335-ADD-TO-TOTALS.
           ADD 1 TO ADJ-EMP-COUNT.
           COMPUTE ADJ-GROSS = ADJ-GROSS + GROSS-PAY.
           COMPUTE ADJ-FED-TAX = ADJ-FED-TAX + FED-TAX.
           COMPUTE ADJ-STATE-TAX = ADJ-STATE-TAX + STATE-TAX.
           COMPUTE ADJ-DEDUCT = ADJ-DEDUCT + TOTAL-EMP-DEDUCT.
           COMPUTE ADJ-NET = ADJ-NET + NET-PAY.
           EVALUATE AE-ADJ-TYPE(ADJ-SUB)
               WHEN 'V'
                   ADD 1 TO VOID-COUNT
                   COMPUTE VOID-NET = VOID-NET + NET-PAY
               WHEN 'F'
                   ADD 1 TO FINAL-COUNT
                   COMPUTE FINAL-NET = FINAL-NET + NET-PAY
               WHEN OTHER
                   ADD 1 TO MISSED-COUNT
                   COMPUTE MISSED-NET = MISSED-NET + NET-PAY
           END-EVALUATE.
      ******************************************************************
      *    COMPUTE THE FEDERAL AND STATE WITHHOLDING FOR THE GROSS
      *    JUST BUILT. SPACES IN I-FILING-STATUS (RECORDS WRITTEN
      *    BEFORE THE FIELD EXISTED) ARE TAKEN AS SINGLE WITH ZERO
      *    ALLOWANCES. AN EMPLOYEE NO BRACKET SET COVERS IS WITHHELD
      *    AT ZERO AND COUNTED FOR THE TOTALS WARNING LINE.
      ******************************************************************
       340-COMPUTE-TAXES.
           MOVE I-FILING-STATUS TO WORK-FILING-STATUS.
           IF WORK-FILING-STATUS NOT = 'S'
               AND WORK-FILING-STATUS NOT = 'M'
               MOVE 'S' TO WORK-FILING-STATUS
           END-IF.
           IF I-ALLOWANCES NUMERIC
               MOVE I-ALLOWANCES TO WORK-ALLOWANCES
           ELSE
               MOVE 0 TO WORK-ALLOWANCES
           END-IF.
           MOVE 0 TO NO-TAX-ROW-SW.
           MOVE 'F' TO WORK-TAX-TYPE.
           PERFORM 350-COMPUTE-ONE-TAX.
           MOVE WORK-TAX TO FED-TAX.
           MOVE 'S' TO WORK-TAX-TYPE.
           PERFORM 350-COMPUTE-ONE-TAX.
           MOVE WORK-TAX TO STATE-TAX.
           IF NO-TAX-ROW-SW = 1
               ADD 1 TO NO-TAX-ROW-COUNT
           END-IF.
      ******************************************************************
      *    COMPUTE ONE TAX (WORK-TAX-TYPE 'F' OR 'S'): PICK THE
      *    BRACKET SET WITH THE LATEST EFFECTIVE DATE NOT AFTER THE
      *    RUN DATE, REDUCE GROSS BY THE ALLOWANCES, THEN WITHHOLD
      *    THE BRACKET BASE PLUS THE BRACKET RATE TIMES THE EXCESS
      *    OVER THE HIGHEST FLOOR NOT ABOVE THE TAXABLE AMOUNT
      ******************************************************************
       350-COMPUTE-ONE-TAX.
           MOVE 0 TO WORK-TAX.
           MOVE 0 TO BEST-TAX-YMD.
           PERFORM VARYING TAX-SUB FROM 1 BY 1
               UNTIL TAX-SUB > TAX-COUNT
               IF TX-TAX-TYPE(TAX-SUB) = WORK-TAX-TYPE
                   AND TX-FILING-STATUS(TAX-SUB) = WORK-FILING-STATUS
                   AND TX-EFF-YMD(TAX-SUB) NOT > RW-RUN-YMD-NUM
                   AND TX-EFF-YMD(TAX-SUB) > BEST-TAX-YMD
                   MOVE TX-EFF-YMD(TAX-SUB) TO BEST-TAX-YMD
                   MOVE TX-ALLOWANCE-AMT(TAX-SUB) TO BEST-ALLOW-AMT
               END-IF
           END-PERFORM.
           IF BEST-TAX-YMD = 0
               MOVE 1 TO NO-TAX-ROW-SW
           ELSE
               COMPUTE WORK-TAXABLE = GROSS-PAY
                   - (WORK-ALLOWANCES * BEST-ALLOW-AMT)
               IF WORK-TAXABLE < 0
                   MOVE 0 TO WORK-TAXABLE
               END-IF
               MOVE 0 TO BRACKET-FOUND-SW
               PERFORM VARYING TAX-SUB FROM 1 BY 1
                   UNTIL TAX-SUB > TAX-COUNT
                   IF TX-TAX-TYPE(TAX-SUB) = WORK-TAX-TYPE
                       AND TX-FILING-STATUS(TAX-SUB)
                           = WORK-FILING-STATUS
                       AND TX-EFF-YMD(TAX-SUB) = BEST-TAX-YMD
                       AND TX-BRACKET-FLOOR(TAX-SUB)
                           NOT > WORK-TAXABLE
                       AND (BRACKET-FOUND-SW = 0
                           OR TX-BRACKET-FLOOR(TAX-SUB)
                               NOT < BEST-FLOOR)
                       MOVE 1 TO BRACKET-FOUND-SW
                       MOVE TX-BRACKET-FLOOR(TAX-SUB) TO BEST-FLOOR
                       MOVE TX-BRACKET-RATE(TAX-SUB) TO BEST-RATE
                       MOVE TX-BASE-TAX(TAX-SUB) TO BEST-BASE
                   END-IF
               END-PERFORM
               IF BRACKET-FOUND-SW = 1
                   COMPUTE WORK-TAX ROUNDED = BEST-BASE
                       + (BEST-RATE * (WORK-TAXABLE - BEST-FLOOR))
               END-IF
           END-IF.
      ******************************************************************
      *    ROUTE THE CARD JUST APPLIED TO THE BANK FILE OR THE
      *    CHECK-PRINT LIST THE WAY payroll1 DOES. ONLY A POSITIVE
      *    NET WITH BANK DATA ON THE MASTER GOES TO THE BANK;
      *    EVERYTHING ELSE, A VOID INCLUDED, IS ON THE CHECK LIST,
      *    AND A POSITIVE NET THERE IS NUMBERED AS A CHECK.
      ******************************************************************
       360-WRITE-BANK-DETAIL.
           IF I-BANK-ROUTING NOT = SPACES
               AND I-BANK-ACCOUNT NOT = SPACES
               AND NET-PAY > 0
               MOVE I-EMP-ID TO BD-EMP-ID
               MOVE I-BANK-ROUTING TO BD-BANK-ROUTING
               MOVE I-BANK-ACCOUNT TO BD-BANK-ACCOUNT
               MOVE NET-PAY TO BD-NET-AMOUNT
               WRITE BANK-RECORD FROM BANK-DETAIL-OUT
               ADD 1 TO DD-COUNT
               COMPUTE DD-NET-TOTAL = DD-NET-TOTAL + NET-PAY
           ELSE
               MOVE SPACES TO CK-REMARK
               IF NET-PAY > 0
                   PERFORM 365-ISSUE-CHECK
               ELSE
                   MOVE 'NO CHECK' TO CK-CHECK-NO
               END-IF
               IF AE-ADJ-TYPE(ADJ-SUB) = 'V'
                   IF CARD-VOID-COUNT > 0
                       MOVE LAST-VOIDED-CHECK-NO TO CK-CHECK-NO
                       MOVE 'CHECK VOIDED - STOP SENT ON POSITIVE PAY'
                           TO CK-REMARK
                   ELSE
                       MOVE 'NO CHECK TO STOP - RECOVER FROM EMPLOYEE'
                           TO CK-REMARK
                   END-IF
               END-IF
               MOVE I-EMP-ID TO CK-EMP-ID
               MOVE I-LNAME TO CK-LNAME
               MOVE I-FNAME TO CK-FNAME
               MOVE NET-PAY TO CK-NET
               WRITE CHECK-LIST-RECORD FROM CHECK-LIST-OUT
               ADD 1 TO CHECK-COUNT
               COMPUTE CHECK-NET-TOTAL = CHECK-NET-TOTAL + NET-PAY
           END-IF.
      ******************************************************************
      *    NUMBER AN OFF-CYCLE CHECK FROM THE CHECK STOCK, ENTER IT ON
      *    THE CHECK REGISTER AND THE POSITIVE-PAY FILE. A NUMBER
      *    ALREADY ON THE REGISTER IS SKIPPED AND COUNTED THE SAME
      *    WAY payroll1 DOES.
      ******************************************************************
       365-ISSUE-CHECK.
           MOVE CHECK-ISSUE-DATE TO CR-ISSUE-DATE.
           MOVE CURRENT-PERIOD-END TO CR-PERIOD-END.
           MOVE I-EMP-ID TO CR-EMP-ID.
           MOVE AE-DIVISION(ADJ-SUB) TO CR-DIVISION.
           MOVE I-DEPT TO CR-DEPT.
           MOVE I-LNAME TO CR-LNAME.
           MOVE I-FNAME TO CR-FNAME.
           MOVE NET-PAY TO CR-AMOUNT.
           MOVE AE-ADJ-TYPE(ADJ-SUB) TO CR-SOURCE.
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
      *    APPEND ONE PAY HISTORY LEDGER RECORD FOR THE CARD JUST
      *    APPLIED, TYPED BY THE CARD, THEN POST IT TO ANY LATER CARD
      *    FOR THE SAME EMPLOYEE AND PERIOD END
      ******************************************************************
       370-WRITE-PAY-HISTORY.
           MOVE I-EMP-ID TO PH-EMP-ID.
           MOVE CURRENT-PERIOD-END TO PH-PERIOD-END.
           MOVE I-LNAME TO PH-LNAME.
           MOVE I-FNAME TO PH-FNAME.
           MOVE REG-HOURS TO PH-REG-HOURS.
           MOVE OT-HOURS TO PH-OT-HOURS.
           MOVE GROSS-PAY TO PH-GROSS.
           MOVE FED-TAX TO PH-FED-TAX.
           MOVE STATE-TAX TO PH-STATE-TAX.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > 5
               MOVE DEDUCT-FORMAT(SUB) TO PH-DEDUCT-AMT(SUB)
           END-PERFORM.
           MOVE NET-PAY TO PH-NET.
           MOVE AE-ADJ-TYPE(ADJ-SUB) TO PH-ENTRY-TYPE.
           MOVE LEAVE-HOURS TO PH-LEAVE-HOURS.
           MOVE LEAVE-ACCRUAL TO PH-LEAVE-ACCRUAL.
           MOVE GARNISH-AMT TO PH-GARNISH-AMT.
           MOVE RETRO-AMT TO PH-RETRO-AMT.
           WRITE PAY-HISTORY-DATA.
           COMPUTE POST-START = ADJ-SUB + 1.
           PERFORM 165-POST-STANDING.
      ******************************************************************
      *    ACCRUE LEAVE FOR AN OFF-CYCLE PAYMENT AND DRAW DOWN THE
      *    LEAVE HOURS ON THE CARD, BY THE SAME POLICY payroll1
      *    APPLIES
      ******************************************************************
       380-UPDATE-LEAVE-LEDGER.
           PERFORM 382-COMPUTE-ACCRUAL.
           MOVE I-EMP-ID TO L-EMP-ID.
           READ LEAVE-LEDGER-FILE
               INVALID KEY
                   MOVE I-EMP-ID TO L-EMP-ID
                   MOVE I-LNAME TO L-LNAME
                   MOVE I-FNAME TO L-FNAME
                   MOVE LEAVE-ACCRUAL TO L-ACCRUED
                   MOVE LEAVE-HOURS TO L-USED
                   COMPUTE L-BALANCE = L-ACCRUED - L-USED
                   WRITE LEAVE-LEDGER-DATA
               NOT INVALID KEY
                   MOVE I-LNAME TO L-LNAME
                   MOVE I-FNAME TO L-FNAME
                   ADD LEAVE-ACCRUAL TO L-ACCRUED
                   ADD LEAVE-HOURS TO L-USED
                   COMPUTE L-BALANCE = L-ACCRUED - L-USED
                   REWRITE LEAVE-LEDGER-DATA
           END-READ.
           MOVE L-BALANCE TO LEAVE-BALANCE.
      ******************************************************************
      *    THE PERIOD'S LEAVE ACCRUAL FOR THE EMPLOYEE ON THE MASTER
      *    AND THE REGULAR HOURS IN REG-HOURS. THE ACCRUAL RATE STEPS
      *    UP AT THE FIFTH SERVICE YEAR, AND HOURLY EMPLOYEES ACCRUE
      *    IN PROPORTION TO REGULAR HOURS PAID.
      ******************************************************************
       382-COMPUTE-ACCRUAL.
           PERFORM 385-COMPUTE-SERVICE-YEARS.
           IF SERVICE-YEARS NOT < SENIOR-YEARS
               MOVE SENIOR-ACCRUAL TO ACCRUAL-RATE
           ELSE
               MOVE BASE-ACCRUAL TO ACCRUAL-RATE
           END-IF.
           IF I-EMP-STATUS = 'H'
               COMPUTE LEAVE-ACCRUAL ROUNDED = ACCRUAL-RATE
                   * (REG-HOURS / FULL-PERIOD-HOURS)
           ELSE
               MOVE ACCRUAL-RATE TO LEAVE-ACCRUAL
           END-IF.
      ******************************************************************
      *    FIGURE THE EMPLOYEE'S COMPLETED SERVICE YEARS FROM THE
      *    SERVICE DATE ON THE MASTER. AN UNREADABLE DATE COUNTS AS
      *    ZERO YEARS.
      ******************************************************************
       385-COMPUTE-SERVICE-YEARS.
           MOVE 0 TO SERVICE-YEARS.
           IF I-DATE NUMERIC
               MOVE I-DATE TO SV-MDY
               IF SV-YEAR > 0 AND SV-YEAR < RUN-YEAR
                   COMPUTE SERVICE-YEARS = RUN-YEAR - SV-YEAR
                   MOVE SV-MONTH TO SV-MMDD-MONTH
                   MOVE SV-DAY TO SV-MMDD-DAY
                   MOVE RW-RUN-MM TO SV-RUN-MONTH
                   MOVE RW-RUN-DD TO SV-RUN-DAY
                   IF SV-RUN-MMDD < SV-MMDD
                       SUBTRACT 1 FROM SERVICE-YEARS
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      *    BACK THE VOIDED PAYMENT'S LEAVE OUT OF THE LEDGER: THE
      *    ACCRUAL COMES OFF L-ACCRUED AND THE HOURS TAKEN COME OFF
      *    L-USED. A PAYMENT WRITTEN BEFORE THE LEDGER KEPT ITS LEAVE
      *    FIGURES HAS ITS ACCRUAL REFIGURED BY THE POLICY FROM THE
      *    MASTER AND ITS HOURS TAKEN LEFT ALONE. WHERE AN
      *    ACCUMULATOR HAS BEEN CLEARED SINCE (THE YEAR-END ROLLOVER,
      *    lvroll1) THE SHORTFALL IS TAKEN ON THE OTHER ONE SO THE
      *    BALANCE STILL MOVES BY THE RIGHT AMOUNT.
      ******************************************************************
       390-BACK-OUT-LEAVE.
           COMPUTE LEAVE-HOURS = 0 - AE-LV-HOURS(ADJ-SUB).
           COMPUTE LEAVE-ACCRUAL = 0 - AE-LV-ACCRUAL(ADJ-SUB).
           IF AE-LV-UNKNOWN(ADJ-SUB) > 0
               AND MASTER-FOUND-SW = 1
               COMPUTE REG-HOURS = 0 - REG-HOURS
               PERFORM 382-COMPUTE-ACCRUAL
               COMPUTE REG-HOURS = 0 - REG-HOURS
               COMPUTE LEAVE-ACCRUAL = 0 - LEAVE-ACCRUAL
           END-IF.
           MOVE 0 TO LEAVE-BALANCE.
           MOVE I-EMP-ID TO L-EMP-ID.
           READ LEAVE-LEDGER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF L-ACCRUED NOT < (0 - LEAVE-ACCRUAL)
                       ADD LEAVE-ACCRUAL TO L-ACCRUED
                   ELSE
                       COMPUTE LEAVE-SHORT =
                           (0 - LEAVE-ACCRUAL) - L-ACCRUED
                       MOVE 0 TO L-ACCRUED
                       ADD LEAVE-SHORT TO L-USED
                   END-IF
                   IF L-USED NOT < (0 - LEAVE-HOURS)
                       ADD LEAVE-HOURS TO L-USED
                   ELSE
                       COMPUTE LEAVE-SHORT =
                           (0 - LEAVE-HOURS) - L-USED
                       MOVE 0 TO L-USED
                       ADD LEAVE-SHORT TO L-ACCRUED
                   END-IF
                   COMPUTE L-BALANCE = L-ACCRUED - L-USED
                   REWRITE LEAVE-LEDGER-DATA
                   MOVE L-BALANCE TO LEAVE-BALANCE
           END-READ.
      ******************************************************************
      *    KEEPS TRACK OF NUMBER OF LINES PRINTED
      ******************************************************************
       310-PAGE-COUNTER.
           ADD 1 TO RECORD-PAGE-COUNTER.
           IF RECORD-PAGE-COUNTER = 25
               PERFORM 100-PRINT-HEADER
           END-IF.
      ******************************************************************
      *    LIST A CARD THAT FAILED THE EDITS ON THE REJECT LIST
      ******************************************************************
       610-REJECT-CARD.
           MOVE AJ-ADJ-TYPE TO RJ-ADJ-TYPE.
           MOVE AJ-EMP-ID TO RJ-EMP-ID.
           MOVE AJ-DIVISION TO RJ-DIVISION.
           MOVE AJ-PERIOD-END TO RJ-PERIOD-END.
           MOVE REJECT-REASON TO RJ-REASON.
           MOVE AJ-REASON TO RJ-CARD-REASON.
           WRITE REJECT-RECORD FROM REJECT-OUT.
           ADD 1 TO REJECT-COUNTER.
      ******************************************************************
      *    LIST A HELD CARD THAT COULD NOT BE APPLIED ON THE REJECT
      *    LIST
      ******************************************************************
       620-REJECT-ADJUSTMENT.
           MOVE AE-ADJ-TYPE(ADJ-SUB) TO RJ-ADJ-TYPE.
           MOVE AE-EMP-ID(ADJ-SUB) TO RJ-EMP-ID.
           MOVE AE-DIVISION(ADJ-SUB) TO RJ-DIVISION.
           MOVE AE-PERIOD-END(ADJ-SUB) TO RJ-PERIOD-END.
           MOVE REJECT-REASON TO RJ-REASON.
           MOVE AE-REASON(ADJ-SUB) TO RJ-CARD-REASON.
           WRITE REJECT-RECORD FROM REJECT-OUT.
           ADD 1 TO REJECT-COUNTER.
      ******************************************************************
      *    PRINT THE ADJUSTMENT TOTAL LINE AND ONE LINE PER TYPE
      ******************************************************************
       700-PRINT-ADJUSTMENT-TOTALS.
           MOVE SPACES TO REGISTER-RECORD.
           WRITE REGISTER-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE ADJ-EMP-COUNT TO AT-COUNT-OUT.
           MOVE ADJ-GROSS TO AT-GROSS-OUT.
           MOVE ADJ-FED-TAX TO AT-FED-OUT.
           MOVE ADJ-STATE-TAX TO AT-STATE-OUT.
           MOVE ADJ-DEDUCT TO AT-DEDUCT-OUT.
           MOVE ADJ-NET TO AT-NET-OUT.
           WRITE REGISTER-RECORD FROM REGISTER-ADJ-TOTAL
               AFTER ADVANCING 1 LINE.
           MOVE 'VOIDS:' TO TY-LABEL.
           MOVE VOID-COUNT TO TY-COUNT-OUT.
           MOVE VOID-NET TO TY-NET-OUT.
           WRITE REGISTER-RECORD FROM REGISTER-TYPE-TOTAL
               AFTER ADVANCING 1 LINE.
           MOVE 'FINAL CHECKS:' TO TY-LABEL.
           MOVE FINAL-COUNT TO TY-COUNT-OUT.
           MOVE FINAL-NET TO TY-NET-OUT.
           WRITE REGISTER-RECORD FROM REGISTER-TYPE-TOTAL
               AFTER ADVANCING 1 LINE.
           MOVE 'MISSED TIMECARDS:' TO TY-LABEL.
           MOVE MISSED-COUNT TO TY-COUNT-OUT.
           MOVE MISSED-NET TO TY-NET-OUT.
           WRITE REGISTER-RECORD FROM REGISTER-TYPE-TOTAL
               AFTER ADVANCING 1 LINE.
           IF NO-TAX-ROW-COUNT NOT = 0
               MOVE NO-TAX-ROW-COUNT TO RN-NOTAX-COUNT
               WRITE REGISTER-RECORD FROM REGISTER-NOTAX-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
      ******************************************************************
      *    WRITE THE BANK FILE TRAILER AND BALANCE THE FILE AGAINST
      *    THE ADJUSTMENT TOTAL: BANK NET PLUS CHECK-LIST NET MUST
      *    EQUAL THE REGISTER-ADJ-TOTAL NET. A FILE THAT DOES NOT
      *    BALANCE IS EMPTIED RATHER THAN RELEASED, AND THE SUMMARY
      *    LINE ON THE REGISTER SAYS SO.
      ******************************************************************
       750-RELEASE-BANK-FILE.
           MOVE DD-COUNT TO BT-RECORD-COUNT.
           MOVE DD-NET-TOTAL TO BT-NET-TOTAL.
           WRITE BANK-RECORD FROM BANK-TRAILER-OUT.
           CLOSE BANK-FILE.
           COMPUTE BANK-BALANCE-TOTAL = DD-NET-TOTAL
               + CHECK-NET-TOTAL.
           IF BANK-BALANCE-TOTAL = ADJ-NET
               MOVE 'RELEASED' TO BK-STATUS
           ELSE
               MOVE 'NOT RELEASED - DOES NOT NET TO ADJ TOTAL'
                   TO BK-STATUS
               OPEN OUTPUT BANK-FILE
               CLOSE BANK-FILE
           END-IF.
           MOVE DD-COUNT TO BK-COUNT-OUT.
           MOVE DD-NET-TOTAL TO BK-NET-OUT.
           MOVE CHECK-COUNT TO BK-CHECK-COUNT-OUT.
           MOVE CHECK-NET-TOTAL TO BK-CHECK-NET-OUT.
           WRITE REGISTER-RECORD FROM REGISTER-BANK-TOTAL
               AFTER ADVANCING 1 LINE.
      ******************************************************************
      *    CLOSE OUT THE CHECKS: WRITE THE POSITIVE-PAY TRAILER, CARRY
      *    THE LAST CHECK NUMBER USED BACK TO THE CHECK-STOCK CONTROL
      *    FILE AND PRINT THE CHECK LINE ON THE REGISTER
      ******************************************************************
       755-CLOSE-CHECK-FILES.
           COMPUTE IT-RECORD-COUNT = ISSUE-COUNT + CHECK-VOID-COUNT.
           COMPUTE IT-AMOUNT-TOTAL = ISSUE-TOTAL + CHECK-VOID-TOTAL.
           WRITE POSITIVE-PAY-RECORD FROM ISSUE-TRAILER-OUT.
           CLOSE POSITIVE-PAY-FILE
               CHECK-REGISTER-FILE.
           MOVE LAST-CHECK-NO TO CS-LAST-CHECK-NO.
           ACCEPT CS-LAST-RUN-DATE FROM DATE.
           OPEN OUTPUT CHECK-STOCK-FILE.
           WRITE CHECK-STOCK-DATA.
           CLOSE CHECK-STOCK-FILE.
           MOVE ISSUE-COUNT TO RK-ISSUE-COUNT.
           MOVE FIRST-CHECK-NO TO RK-FIRST-CHECK.
           IF ISSUE-COUNT = 0
               MOVE 0 TO RK-LAST-CHECK
           ELSE
               MOVE LAST-CHECK-NO TO RK-LAST-CHECK
           END-IF.
           MOVE ISSUE-TOTAL TO RK-ISSUE-TOTAL.
           MOVE CHECK-SKIP-COUNT TO RK-SKIP-COUNT.
           MOVE CHECK-VOID-COUNT TO RK-VOID-COUNT.
           WRITE REGISTER-RECORD FROM REGISTER-CHECK-LINE
               AFTER ADVANCING 1 LINE.
      ******************************************************************
      *    READ THE NEXT ADJUSTMENT CARD
      ******************************************************************
       900-READ-ADJUSTMENT.
           READ ADJUSTMENT-FILE INTO ADJUSTMENT-DATA
               AT END MOVE 1 TO EOF-A.
      ******************************************************************
      *    READ THE NEXT PAY HISTORY RECORD
      ******************************************************************
       910-READ-PAY-HISTORY.
           READ PAY-HISTORY-FILE
               AT END MOVE 1 TO EOF-H.
      ******************************************************************
      *    READ THE NEXT TAX BRACKET TABLE RECORD
      ******************************************************************
       920-READ-TAX-RATE.
           READ TAX-RATE-FILE INTO TAX-RATE-DATA
               AT END MOVE 1 TO EOF-X.
      ******************************************************************
      *    READ THE NEXT DIVISION CONTROL RECORD
      ******************************************************************
       930-READ-DIVISION-CONTROL.
           READ DIVISION-CONTROL-FILE
               AT END MOVE 1 TO EOF-DC.
      ******************************************************************
      *    READ THE NEXT CHECK ON THE REGISTER IN CHECK NUMBER ORDER
      ******************************************************************
       940-READ-REGISTER-NEXT.
           READ CHECK-REGISTER-FILE NEXT RECORD
               AT END MOVE 1 TO EOF-CR.
      ******************************************************************
      *    ENDING LINE
      ******************************************************************
       END PROGRAM payadj1.
