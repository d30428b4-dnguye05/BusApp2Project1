      *    T-BANK-ACCOUNT CARRY THE DIRECT-DEPOSIT BANK DATA APPLIED
      *    TO I-BANK-ROUTING AND I-BANK-ACCOUNT ON ADD AND CHANGE;
      *    SPACES IN BOTH MEANS THE EMPLOYEE IS PAID BY CHECK.
      *    T-ADDR-STREET, T-ADDR-CITY, T-ADDR-STATE AND T-ADDR-ZIP
      *    CARRY THE MAILING ADDRESS WRITTEN TO THE EMPLOYEE ADDRESS
      *    FILE (EMPL.PROG1.ADDRESS) ON ADD AND CHANGE; SPACES IN ALL
      *    FOUR LEAVE ANY ADDRESS ALREADY ON FILE AS IT IS.
      *    T-RATE-EFF-DATE (MMDDYYYY) IS THE DATE A RATE CHANGE KEYED
      *    ON A CHANGE TRANSACTION TAKES EFFECT. IT IS CARRIED TO THE
      *    JOURNAL SO THE RETROACTIVE PAY RUN (retro1) CAN PAY THE
      *    DIFFERENCE FOR PERIODS ALREADY PAID AT THE OLD RATE;
      *    SPACES MEANS THE CHANGE TAKES EFFECT FROM THE NEXT PAYROLL.
      ******************************************************************
       01  TRANS-DATA.
           03 T-TRANS-CODE PIC X(1).
           03 T-BANK-ROUTING PIC X(9).
           03 T-BANK-ACCOUNT PIC X(17).
           03 T-TARGET-DIVISION PIC X(4).
           03 T-ADDR-STREET PIC X(30).
           03 T-ADDR-CITY PIC X(20).
           03 T-ADDR-STATE PIC X(2).
           03 T-ADDR-ZIP.
               05 T-ADDR-ZIP5 PIC X(5).
               05 T-ADDR-ZIP4 PIC X(4).
           03 T-RATE-EFF-DATE PIC X(8).
