      ******************************************************************
      *    RETROACTIVE PAY RECORD LAYOUT
      *    ONE RECORD PER EMPLOYEE PER PAY PERIOD OWED THE DIFFERENCE
      *    BETWEEN A BACK-DATED NEW RATE AND THE OLD RATE IT WAS PAID
      *    AT, KEYED BY EMPLOYEE ID, THE PERIOD-END DATE (MMDDYYYY)
      *    OF THE PERIOD BEING MADE UP AND THE JOURNAL SEQUENCE OF THE
      *    RATE CHANGE (EMPL.PROG1.RETROPAY). WRITTEN BY THE
      *    RETROACTIVE PAY RUN (retro1) AND PAID BY THE NEXT payroll1
      *    RUN AS AN EXTRA EARNINGS LINE.
      *    RE-STATUS IS 'P' (PENDING) UNTIL payroll1 PAYS IT, THEN
      *    'D' (DONE) WITH RE-PAID-PERIOD-END THE PERIOD IT WAS PAID
      *    IN. payroll1 STAMPS RE-PAID-PERIOD-END ON A PENDING RECORD
      *    AS IT PAYS IT AND SETS 'D' ONLY ONCE ITS BANK FILE IS
      *    RELEASED. RE-REG-HOURS AND RE-OT-HOURS ARE THE HOURS PAID
      *    FOR THE PERIOD NET OF VOIDS; RE-OLD-RATE AND RE-NEW-RATE ARE
      *    THE RATES BEFORE AND AFTER THE CHANGE, WITH RE-EMP-STATUS
      *    ('H' OR 'S') AFTER IT.
      ******************************************************************
       01  RETRO-PAY-DATA.
           03 RE-KEY.
               05 RE-EMP-ID PIC X(7).
               05 RE-PERIOD-END PIC X(8).
               05 RE-JRNL-SEQ PIC 9(6).
           03 RE-DIVISION PIC X(4).
           03 RE-LNAME PIC X(15).
           03 RE-FNAME PIC X(15).
           03 RE-EFF-DATE PIC X(8).
           03 RE-OLD-RATE PIC 9(4)V9(2).
           03 RE-NEW-RATE PIC 9(4)V9(2).
           03 RE-EMP-STATUS PIC X(1).
           03 RE-REG-HOURS PIC S9(3)V9(2).
           03 RE-OT-HOURS PIC S9(3)V9(2).
           03 RE-AMOUNT PIC 9(5)V9(2).
           03 RE-STATUS PIC X(1).
           03 RE-PAID-PERIOD-END PIC X(8).
           03 RE-CALC-DATE PIC 9(6).
           03 FILLER PIC X(10).
