      ******************************************************************
      *    CHECK-STOCK CONTROL RECORD LAYOUT
      *    ONE RECORD (EMPL.PROG1.CHKSTOCK) CARRYING THE LAST CHECK
      *    NUMBER USED ON THE PAYROLL CHECK STOCK AND THE BANK
      *    ACCOUNT THE CHECKS ARE DRAWN ON, WHICH GOES ON THE BANK'S
      *    POSITIVE-PAY ISSUE FILE. READ AND REWRITTEN BY payroll1 AND
      *    THE ADJUSTMENT RUN (payadj1) SO BOTH NUMBER CHECKS FROM THE
      *    SAME STOCK. SET UP BY OPERATIONS WITH THE NUMBER BEFORE
      *    THE FIRST CHECK ON A NEW BOX OF STOCK.
      ******************************************************************
       01  CHECK-STOCK-DATA.
           03 CS-LAST-CHECK-NO PIC 9(8).
           03 CS-ISSUE-ACCOUNT PIC X(15).
           03 CS-LAST-RUN-DATE PIC 9(6).
           03 FILLER PIC X(11).
