      ******************************************************************
      *    PAY CALENDAR RECORD LAYOUT
      *    ONE RECORD PER PAY PERIOD (EMPL.PROG1.PAYCAL), KEPT IN
      *    PERIOD ORDER AND SET UP BY OPERATIONS FOR THE YEAR AHEAD.
      *    ALL DATES ARE MMDDYYYY. EXACTLY ONE PERIOD CARRIES
      *    CL-STATUS 'O' (OPEN): THE PERIOD tcedit1 ACCEPTS CARDS FOR
      *    AND payroll1 PAYS. payroll1 MARKS IT 'C' (CLOSED) AT THE
      *    END OF A SUCCESSFUL RUN, STAMPS THE RUN DATE, AND OPENS
      *    THE NEXT RECORD ON THE FILE. SPACES MEAN NOT YET OPENED.
      ******************************************************************
       01  PAY-CALENDAR-DATA.
           03 CL-PERIOD-KEY.
               05 CL-PAY-YEAR PIC 9(4).
               05 CL-PERIOD-NO PIC 9(2).
           03 CL-START-DATE PIC X(8).
           03 CL-END-DATE PIC X(8).
           03 CL-CHECK-DATE PIC X(8).
           03 CL-STATUS PIC X(1).
           03 CL-CLOSED-DATE PIC X(6).
           03 FILLER PIC X(9).
