       FILE SECTION.
       FD  PAY-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAY-HISTORY-RECORD PIC X(136).
       FD  SORTED-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  SORTED-RECORD PIC X(136).
      *    WORK FILE USED TO SORT THE LEDGER BY EMPLOYEE SO THE RUN
      *    CAN BREAK ON EMPLOYEE ACROSS APPENDED PAYROLL RUNS
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           03 SW-EMP-ID PIC X(7).
           03 FILLER PIC X(129).
       FD  STMT-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  STMT-CONTROL-RECORD.
           03 FILLER PIC X(3) VALUE 'QTR'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(7) VALUE 'REG HRS'.
           03 FILLER PIC X(3) VALUE SPACES.
           03 FILLER PIC X(7) VALUE ' OT HRS'.
           03 FILLER PIC X(9) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'GROSS'.
           03 FILLER PIC X(6) VALUE SPACES.
           03 FILLER PIC X(7) VALUE 'FED TAX'.
           03 FILLER PIC X(7) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'ST TAX'.
           03 FILLER PIC X(7) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'DEDUCT'.
           03 FILLER PIC X(11) VALUE SPACES.
           03 FILLER PIC X(3) VALUE 'NET'.
           03 FILLER PIC X(38) VALUE SPACES.
       01  STMT-QTR-LINE.
           03 FILLER PIC X(5) VALUE SPACES.
           03 SQ-QTR-LABEL PIC X(3).
           03 FILLER PIC X(2) VALUE SPACES.
           03 SQ-REG-HOURS PIC ZZZ9.99-.
           03 FILLER PIC X(2) VALUE SPACES.
           03 SQ-OT-HOURS PIC ZZZ9.99-.
           03 FILLER PIC X(2) VALUE SPACES.
           03 SQ-GROSS PIC $$$$,$$9.99-.
           03 FILLER PIC X(2) VALUE SPACES.
           03 SQ-FED-TAX PIC $$$,$$9.99-.
           03 FILLER PIC X(2) VALUE SPACES.
           03 SQ-STATE-TAX PIC $$$,$$9.99-.
           03 FILLER PIC X(2) VALUE SPACES.
           03 SQ-DEDUCT PIC $$$,$$9.99-.
           03 FILLER PIC X(2) VALUE SPACES.
           03 SQ-NET PIC $$$$,$$9.99-.
           03 FILLER PIC X(37) VALUE SPACES.
      *    THE FOUR QUARTER ACCUMULATORS FOR THE EMPLOYEE WHOSE
      *    STATEMENT IS BEING BUILT, SIGNED SO A VOID WRITTEN BY THE
      *    ADJUSTMENT RUN (payadj1) NETS AGAINST THE PAYMENT IT
      *    REVERSES WHICHEVER ORDER THE SORT LEAVES THEM IN
       01  QUARTER-TOTALS.
           03 QUARTER-STAT OCCURS 4 TIMES.
               05 QT-REG-HOURS PIC S9(4)V9(2).
               05 QT-OT-HOURS PIC S9(4)V9(2).
               05 QT-GROSS PIC S9(7)V9(2).
               05 QT-FED-TAX PIC S9(7)V9(2).
               05 QT-STATE-TAX PIC S9(7)V9(2).
               05 QT-DEDUCT PIC S9(7)V9(2).
               05 QT-NET PIC S9(7)V9(2).
       01  YTD-TOTALS.
           03 YT-REG-HOURS PIC S9(5)V9(2) VALUE 0.
           03 YT-OT-HOURS PIC S9(5)V9(2) VALUE 0.
           03 YT-GROSS PIC S9(8)V9(2) VALUE 0.
           03 YT-FED-TAX PIC S9(8)V9(2) VALUE 0.
           03 YT-STATE-TAX PIC S9(8)V9(2) VALUE 0.
           03 YT-DEDUCT PIC S9(8)V9(2) VALUE 0.
           03 YT-NET PIC S9(8)V9(2) VALUE 0.
       01  MISC.
           03 EOF-H PIC 9 VALUE 0.
           03 PRIOR-EMP-ID PIC X(7) VALUE SPACES.
           03 HOLD-LNAME PIC X(15) VALUE SPACES.
           03 HOLD-FNAME PIC X(15) VALUE SPACES.
           03 RECORD-DEDUCT PIC S9(4)V9(2) VALUE 0.
           03 STATEMENT-COUNTER PIC 9(4) VALUE 0.
      *    PERIOD-END DATE (MMDDYYYY) BROKEN APART TO FIND THE
      *    QUARTER THE RECORD BELONGS TO
