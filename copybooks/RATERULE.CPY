      ******************************************************************
      *    RATE INCREASE RULE RECORD LAYOUT
      *    ONE RECORD PER RULE ON EMPL.PROG1.RATERULE, READ BY THE
      *    RATE INCREASE PROPOSAL RUN (rateinc1). RR-DIVISION,
      *    RR-DEPT AND RR-EMP-TYPE SELECT THE ACTIVE EMPLOYEES THE
      *    RULE APPLIES TO; SPACES IN ANY OF THEM MATCH EVERY VALUE.
      *    AN EMPLOYEE IS GIVEN THE FIRST RULE ON THE FILE THEY
      *    MATCH, SO THE NARROWER RULES GO AHEAD OF THE BROADER ONES.
      *    RR-INCREASE-TYPE IS 'P' (RR-PERCENT OF THE CURRENT RATE,
      *    3 DECIMALS) OR 'F' (RR-FLAT-AMT ADDED TO THE RATE - PER
      *    HOUR FOR HOURLY, PER PERIOD FOR SALARIED EMPLOYEES).
      *    RR-ROUND-RULE IS 'N' (NEAREST CENT - ALSO SPACE), 'U' (UP
      *    TO THE NEXT CENT), 'D' (DOWN TO THE CENT) OR 'W' (NEAREST
      *    WHOLE DOLLAR). RR-HOURLY-CAP AND RR-SALARY-CAP ARE THE
      *    HIGHEST NEW RATE THE RULE MAY GIVE AN I-EMP-STATUS 'H' OR
      *    'S' EMPLOYEE; ZERO MEANS NO CAP. RR-EFF-DATE (MMDDYYYY)
      *    IS CARRIED TO T-RATE-EFF-DATE ON THE CHANGE TRANSACTIONS;
      *    SPACES MEANS THE INCREASE TAKES EFFECT FROM THE NEXT
      *    PAYROLL.
      ******************************************************************
       01  RATE-RULE-DATA.
           03 RR-DIVISION PIC X(4).
           03 RR-DEPT PIC X(4).
           03 RR-EMP-TYPE PIC X(2).
           03 RR-INCREASE-TYPE PIC X(1).
           03 RR-PERCENT PIC 9(3)V9(3).
           03 RR-FLAT-AMT PIC 9(4)V9(2).
           03 RR-ROUND-RULE PIC X(1).
           03 RR-HOURLY-CAP PIC 9(4)V9(2).
           03 RR-SALARY-CAP PIC 9(4)V9(2).
           03 RR-EFF-DATE PIC X(8).
           03 FILLER PIC X(6).
