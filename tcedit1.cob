      *         register of rejects for payroll to fix. The cards and
      *         a one-line-per-employee master extract are both
      *         sorted by employee id so the match is a single pass
      *         at any file size. Only cards for the period open on
      *         the pay calendar (EMPL.PROG1.PAYCAL) are accepted, so
      *         a card for a period already paid or not yet open
      *         never reaches payroll1.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. tcedit1.
           SELECT DIVISION-CONTROL-FILE ASSIGN TO 'EMPL.PROG1.DIVCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIVISION-CONTROL-STATUS.
      *    PAY CALENDAR; THE OPEN PERIOD'S END DATE IS THE ONLY
      *    PERIOD END A CARD MAY CARRY
           SELECT PAY-CALENDAR-FILE ASSIGN TO 'EMPL.PROG1.PAYCAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-CALENDAR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE
       FD  DIVISION-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DIVCTL.
       FD  PAY-CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CALREC.
       WORKING-STORAGE SECTION.
           COPY EMPREC.
           COPY TIMEREC.
           03 FILLER PIC X(33) VALUE
               'EMPL.PROG1 TIMECARD EDIT RUN'.
           03 FILLER PIC X(82) VALUE SPACES.
       01  REPORT-PERIOD-LINE.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(16) VALUE 'OPEN PAY PERIOD:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RP-PERIOD-NO PIC 99.
           03 FILLER PIC X(1) VALUE '/'.
           03 RP-PAY-YEAR PIC 9(4).
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(7) VALUE 'ENDING:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RP-END-DATE PIC X(8).
           03 FILLER PIC X(89) VALUE SPACES.
       01  REPORT-DETAIL.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RD-EMP-ID PIC X(7).
           03 DIVISION-CONTROL-STATUS PIC XX VALUE SPACES.
           03 EOF-DC PIC 9 VALUE 0.
           03 DIVISION-TABLE-COUNT PIC 99 VALUE 0.
           03 PAY-CALENDAR-STATUS PIC XX VALUE SPACES.
           03 EOF-CL PIC 9 VALUE 0.
           03 OPEN-PERIOD-COUNT PIC 99 VALUE 0.
           03 OPEN-PERIOD-END PIC X(8) VALUE SPACES.
      *    THE EDIT LIMITS PAYROLL AGREED TO: NO CARD CARRIES MORE
      *    THAN 80 REGULAR, 40 OVERTIME OR 80 LEAVE HOURS IN ONE
      *    PERIOD
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 005-LOAD-DIVISIONS.
           PERFORM 010-FIND-OPEN-PERIOD.
           PERFORM 110-BUILD-MASTER-EXTRACT.
           SORT EXTRACT-SORT-WORK
               ON ASCENDING KEY XS-EMP-ID
               STOP RUN
           END-IF.
      ******************************************************************
      *    FIND THE OPEN PERIOD ON THE PAY CALENDAR. NO CALENDAR, NO
      *    OPEN PERIOD OR MORE THAN ONE OPEN PERIOD, NO RUN - THERE
      *    WOULD BE NOTHING TO EDIT THE PERIOD END AGAINST.
      ******************************************************************
       010-FIND-OPEN-PERIOD.
           OPEN INPUT PAY-CALENDAR-FILE.
           IF PAY-CALENDAR-STATUS NOT = '00'
               DISPLAY 'TCEDIT1: PAY CALENDAR NOT AVAILABLE'
               STOP RUN
           END-IF.
           PERFORM 940-READ-PAY-CALENDAR.
           PERFORM UNTIL EOF-CL = 1
               IF CL-STATUS = 'O'
                   ADD 1 TO OPEN-PERIOD-COUNT
                   MOVE CL-END-DATE TO OPEN-PERIOD-END
                   MOVE CL-PERIOD-NO TO RP-PERIOD-NO
                   MOVE CL-PAY-YEAR TO RP-PAY-YEAR
                   MOVE CL-END-DATE TO RP-END-DATE
               END-IF
               PERFORM 940-READ-PAY-CALENDAR
           END-PERFORM.
           CLOSE PAY-CALENDAR-FILE.
           IF OPEN-PERIOD-COUNT = 0
               DISPLAY 'TCEDIT1: NO OPEN PERIOD ON PAY CALENDAR'
               STOP RUN
           END-IF.
           IF OPEN-PERIOD-COUNT > 1
               DISPLAY 'TCEDIT1: MORE THAN ONE OPEN PERIOD ON PAY '
                   'CALENDAR'
               STOP RUN
           END-IF.
      ******************************************************************
      *    WRITE ONE EXTRACT LINE PER MASTER RECORD ACROSS EVERY
      *    DIVISION SO THE CARD MATCH HAS ONE SORTED FILE TO RUN ON
      ******************************************************************
       100-PRINT-HEADING.
           ACCEPT RH-CURR-DATE FROM DATE.
           WRITE EDIT-REPORT-RECORD FROM REPORT-HEADING.
           WRITE EDIT-REPORT-RECORD FROM REPORT-PERIOD-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO EDIT-REPORT-RECORD.
           WRITE EDIT-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           PERFORM 900-READ-CARD.
      ******************************************************************
      *    EDIT THE HOURS AND PERIOD-END FIELDS ON THE CARD: NUMERIC,
      *    AND WITHIN THE PER-PERIOD LIMITS PAYROLL AGREED TO. THE
      *    PERIOD END MUST BE THE OPEN PERIOD'S END DATE.
      ******************************************************************
       300-EDIT-CARD-FIELDS.
           IF TC-REG-HOURS NOT NUMERIC
                   OR PE-DAY < 1 OR PE-DAY > 31
                   MOVE 1 TO CARD-ERROR-SW
                   MOVE 'PERIOD END NOT A DATE' TO RD-REASON
               ELSE
                   IF TC-PERIOD-END NOT = OPEN-PERIOD-END
                       MOVE 1 TO CARD-ERROR-SW
                       MOVE 'PERIOD END NOT THE OPEN PAY PERIOD'
                           TO RD-REASON
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
           READ DIVISION-CONTROL-FILE
               AT END MOVE 1 TO EOF-DC.
      ******************************************************************
      *    READ THE NEXT PAY CALENDAR RECORD
      ******************************************************************
       940-READ-PAY-CALENDAR.
           READ PAY-CALENDAR-FILE
               AT END MOVE 1 TO EOF-CL.
      ******************************************************************
      *    ENDING LINE
      ******************************************************************
       END PROGRAM tcedit1.
