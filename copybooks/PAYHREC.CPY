      ******************************************************************
      *    PER-EMPLOYEE PAY HISTORY LEDGER RECORD LAYOUT
      *    ONE RECORD PER PAYMENT, CARRYING THE EMPLOYEE ID AND THE
      *    PERIOD-END DATE (MMDDYYYY) IT WAS PAID FOR, SO ONE PERIOD
      *    END CAN CARRY A REGULAR PAYMENT PLUS ANY VOIDS AND payadj1
      *    PAYMENTS AGAINST IT. THE FILE IS NOT KEYED. A RECORD IS
      *    APPENDED BY EVERY payroll1 RUN AS EACH EMPLOYEE IS PAID,
      *    WITH THE PERIOD END OF THE OPEN PERIOD ON THE PAY CALENDAR
      *    (EMPL.PROG1.PAYCAL);
      *    SALARIED EMPLOYEES PAID WITHOUT A TIMECARD CARRY ZERO
      *    HOURS. payroll1 WILL NOT PAY AN EMPLOYEE WHO ALREADY HAS A
      *    RECORD FOR THE PERIOD END. READ BY THE QUARTERLY EARNINGS
      *    STATEMENT RUN (qtrstmt1) FOR PAY DISPUTES AND INCOME
      *    VERIFICATION REQUESTS.
      *    PH-ENTRY-TYPE IS 'R' FOR A REGULAR payroll1 PAYMENT, 'V'
      *    FOR A VOID, 'F' FOR A FINAL CHECK OR 'M' FOR A MISSED-
      *    TIMECARD PAYMENT WRITTEN BY THE ADJUSTMENT RUN (payadj1).
      *    A VOID CARRIES THE PAYMENT IT REVERSES WITH EVERY AMOUNT
      *    AND HOUR NEGATED, SO THE PERIOD NETS TO WHAT THE EMPLOYEE
      *    WAS ACTUALLY PAID. PH-LEAVE-HOURS AND PH-LEAVE-ACCRUAL
      *    CARRY THE LEAVE TAKEN AND ACCRUED BY THE PAYMENT SO A VOID
      *    CAN BACK THEM OUT OF THE LEAVE LEDGER. SPACES IN THE THREE
      *    FIELDS ON RECORDS WRITTEN BEFORE THEY EXISTED MEAN A
      *    REGULAR PAYMENT WITH NO LEAVE FIGURES KEPT.
      *    PH-GARNISH-AMT CARRIES THE TOTAL TAKEN FOR GARNISHMENT
      *    ORDERS (EMPL.PROG1.GARNISH) BEFORE NET PAY; SPACES ON
      *    RECORDS WRITTEN BEFORE IT EXISTED MEAN NOTHING WAS TAKEN.
      *    PH-RETRO-AMT CARRIES THE RETROACTIVE PAY FOR EARLIER
      *    PERIODS (EMPL.PROG1.RETROPAY) INCLUDED IN PH-GROSS; SPACES
      *    ON RECORDS WRITTEN BEFORE IT EXISTED MEAN NONE WAS PAID.
      ******************************************************************
       01  PAY-HISTORY-DATA.
           03 PH-EMP-ID PIC X(7).
           03 PH-PERIOD-END PIC X(8).
           03 PH-LNAME PIC X(15).
           03 PH-FNAME PIC X(15).
           03 PH-REG-HOURS PIC S9(3)V9(2).
           03 PH-OT-HOURS PIC S9(3)V9(2).
           03 PH-GROSS PIC S9(6)V9(2).
           03 PH-FED-TAX PIC S9(6)V9(2).
           03 PH-STATE-TAX PIC S9(6)V9(2).
           03 PH-DEDUCT-AMT PIC S9(3)V9(2) OCCURS 5 TIMES.
           03 PH-NET PIC S9(6)V9(2).
           03 PH-ENTRY-TYPE PIC X(1).
           03 PH-LEAVE-HOURS PIC S9(3)V9(2).
           03 PH-LEAVE-ACCRUAL PIC S9(2)V9(2).
           03 PH-GARNISH-AMT PIC S9(5)V9(2).
           03 PH-RETRO-AMT PIC S9(5)V9(2).
