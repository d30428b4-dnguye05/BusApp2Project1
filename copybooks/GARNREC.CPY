      ******************************************************************
      *    GARNISHMENT ORDER RECORD LAYOUT
      *    ONE RECORD PER COURT OR AGENCY ORDER AGAINST AN EMPLOYEE'S
      *    PAY, KEYED BY EMPLOYEE ID PLUS ORDER NUMBER
      *    (EMPL.PROG1.GARNISH). APPLIED BY payroll1 AFTER TAXES AND
      *    BEFORE NET PAY, LOWEST GN-PRIORITY FIRST.
      *    GN-ORDER-TYPE IS 'C' (CHILD SUPPORT), 'T' (TAX LEVY) OR
      *    'G' (CREDITOR GARNISHMENT); EACH TYPE HAS ITS OWN LIMIT ON
      *    THE SHARE OF DISPOSABLE EARNINGS (GROSS LESS FEDERAL AND
      *    STATE TAX) THAT ALL ORDERS TOGETHER MAY TAKE.
      *    GN-CALC-METHOD IS 'F' (GN-FLAT-AMT EACH PERIOD) OR 'P'
      *    (GN-PERCENT OF DISPOSABLE EARNINGS). GN-START-DATE AND
      *    GN-STOP-DATE (MMDDYYYY) BOUND THE PERIOD ENDS THE ORDER IS
      *    TAKEN FOR; SPACES IN GN-STOP-DATE MEANS NO STOP DATE.
      *    GN-TOTAL-OWED IS THE AMOUNT ORDERED IN ALL, ZERO FOR AN
      *    ONGOING ORDER WITH NO TOTAL; GN-BALANCE IS WHAT REMAINS
      *    OWED AND IS DRAWN DOWN BY EACH AMOUNT TAKEN, WITH
      *    GN-TAKEN-TO-DATE AND GN-LAST-PERIOD-END KEPT ALONGSIDE.
      ******************************************************************
       01  GARNISH-ORDER-DATA.
           03 GN-KEY.
               05 GN-EMP-ID PIC X(7).
               05 GN-ORDER-NO PIC X(5).
           03 GN-ORDER-TYPE PIC X(1).
           03 GN-AGENCY-CODE PIC X(6).
           03 GN-AGENCY-NAME PIC X(30).
           03 GN-CASE-NO PIC X(15).
           03 GN-CALC-METHOD PIC X(1).
           03 GN-FLAT-AMT PIC 9(5)V9(2).
           03 GN-PERCENT PIC 9(3)V9(2).
           03 GN-PRIORITY PIC 9(2).
           03 GN-START-DATE PIC X(8).
           03 GN-STOP-DATE PIC X(8).
           03 GN-TOTAL-OWED PIC 9(7)V9(2).
           03 GN-BALANCE PIC 9(7)V9(2).
           03 GN-TAKEN-TO-DATE PIC 9(7)V9(2).
           03 GN-LAST-PERIOD-END PIC X(8).
           03 FILLER PIC X(10).
