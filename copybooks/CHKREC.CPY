      ******************************************************************
      *    CHECK REGISTER RECORD LAYOUT
      *    ONE RECORD PER PAY CHECK ISSUED, KEYED BY CHECK NUMBER
      *    (EMPL.PROG1.CHKREG). WRITTEN BY payroll1 FOR EACH CHECK ON
      *    THE CHECK-PRINT LIST AND BY THE ADJUSTMENT RUN (payadj1)
      *    FOR EACH OFF-CYCLE CHECK, NUMBERED FROM THE CHECK-STOCK
      *    CONTROL FILE (EMPL.PROG1.CHKSTOCK). CR-ISSUE-DATE AND
      *    CR-PERIOD-END ARE MMDDYYYY. CR-SOURCE IS THE PAYMENT'S
      *    PH-ENTRY-TYPE ('R' REGULAR, 'F' FINAL CHECK, 'M' MISSED
      *    TIMECARD).
      *    CR-STATUS IS 'O' (OUTSTANDING) UNTIL THE RECONCILIATION
      *    RUN (chkrec1) FINDS THE CHECK ON THE BANK'S CLEARED-CHECKS
      *    FILE AND MARKS IT 'C' (CLEARED) WITH THE DATE AND AMOUNT
      *    THE BANK PAID. A CHECK STILL OUTSTANDING WHEN ITS PAYMENT
      *    IS VOIDED BY THE ADJUSTMENT RUN IS MARKED 'V' (VOIDED) AND
      *    A VOID IS SENT TO THE BANK ON THE POSITIVE-PAY FILE; IT IS
      *    NO LONGER OUTSTANDING, AND chkrec1 REPORTS IT AS AN
      *    EXCEPTION IF THE BANK PAYS IT ANYWAY. payroll1 ALSO MARKS
      *    ITS OWN CHECKS 'V' WHEN ITS BANK FILE IS NOT RELEASED; ITS
      *    POSITIVE-PAY FILE IS THEN EMPTIED, SO THEY NEVER REACH THE
      *    BANK.
      ******************************************************************
       01  CHECK-REGISTER-DATA.
           03 CR-CHECK-NO PIC 9(8).
           03 CR-ISSUE-DATE PIC X(8).
           03 CR-PERIOD-END PIC X(8).
           03 CR-EMP-ID PIC X(7).
           03 CR-DIVISION PIC X(4).
           03 CR-DEPT PIC X(4).
           03 CR-LNAME PIC X(15).
           03 CR-FNAME PIC X(15).
           03 CR-AMOUNT PIC 9(7)V9(2).
           03 CR-SOURCE PIC X(1).
           03 CR-STATUS PIC X(1).
           03 CR-CLEARED-DATE PIC X(8).
           03 CR-CLEARED-AMT PIC 9(7)V9(2).
           03 FILLER PIC X(10).
