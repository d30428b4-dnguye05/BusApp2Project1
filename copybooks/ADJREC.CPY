      ******************************************************************
      *    PAYROLL ADJUSTMENT CARD RECORD LAYOUT
      *    ONE CARD PER ADJUSTMENT READ BY THE ADJUSTMENT RUN
      *    (payadj1). AJ-ADJ-TYPE IS 'V' (VOID THE PAYMENT STANDING
      *    ON EMPL.PROG1.PAYHIST FOR THE EMPLOYEE AND PERIOD END),
      *    'F' (FINAL CHECK FOR A TERMINATED EMPLOYEE) OR 'M'
      *    (OFF-CYCLE PAYMENT FOR A MISSED TIMECARD). AJ-PERIOD-END
      *    (MMDDYYYY) NAMES THE PERIOD VOIDED OR PAID. THE HOURS ARE
      *    ONLY USED ON 'F' AND 'M' CARDS AND ARE TAKEN THE SAME WAY
      *    payroll1 TAKES THEM OFF A TIMECARD. AJ-REASON IS FREE TEXT
      *    PRINTED ON THE ADJUSTMENT REGISTER.
      ******************************************************************
       01  ADJUSTMENT-DATA.
           03 AJ-ADJ-TYPE PIC X(1).
           03 AJ-EMP-ID PIC X(7).
           03 AJ-DIVISION PIC X(4).
           03 AJ-PERIOD-END PIC X(8).
           03 AJ-REG-HOURS PIC 9(3)V9(2).
           03 AJ-OT-HOURS PIC 9(3)V9(2).
           03 AJ-LEAVE-HOURS PIC 9(3)V9(2).
           03 AJ-REASON PIC X(20).
           03 FILLER PIC X(5).
