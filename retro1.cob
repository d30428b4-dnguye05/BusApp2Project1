      ******************************************************************
      *Author: David Nguyen
      *Purpose: retro1 - retroactive pay run. Reads the maintenance
      *         journal (EMPL.PROG1.JRNL) past the last sequence
      *         number a prior run handled, kept on the retro control
      *         file (EMPL.PROG1.RETROCTL), for change transactions
      *         that moved an employee's rate with a rate effective
      *         date keyed. For each pay period on the pay history
      *         ledger (EMPL.PROG1.PAYHIST) ending on or after the
      *         effective date and paid at the old rate, figures what
      *         the new rate would have paid for the hours actually
      *         paid, net of voids, and writes the difference owed to
      *         the retroactive pay file (EMPL.PROG1.RETROPAY) for the
      *         next payroll1 run to pay as an extra earnings line.
      *         Prints the retroactive pay report by employee and
      *         period with the old and new rates, and lists the rate
      *         changes that produced nothing to pay, rate decreases
      *         among them, for payroll to review.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. retro1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    MAINTENANCE JOURNAL WRITTEN BY maint1, READ FOR THE CHANGE
      *    TRANSACTIONS THAT CARRY A RATE EFFECTIVE DATE
           SELECT JOURNAL-FILE ASSIGN TO 'EMPL.PROG1.JRNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
      *    ONE RECORD CARRYING THE LAST JOURNAL SEQUENCE NUMBER THIS
      *    RUN HAS HANDLED, SO A RATE CHANGE IS ONLY EVER PAID ONCE
           SELECT RETRO-CONTROL-FILE ASSIGN TO 'EMPL.PROG1.RETROCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETRO-CONTROL-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO 'EMPL.PROG1.PAYHIST'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTED-HIST-FILE ASSIGN TO 'EMPL.PROG1.RTHSORT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HIST-SORT-WORK ASSIGN TO 'EMPL.PROG1.RTHSRTW'.
      *    RETROACTIVE PAY OWED, KEYED BY EMPLOYEE, PERIOD AND RATE
      *    CHANGE, PAID AND MARKED DONE BY THE NEXT payroll1 RUN
           SELECT RETRO-PAY-FILE ASSIGN TO 'EMPL.PROG1.RETROPAY'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RE-KEY
               FILE STATUS IS RETRO-PAY-STATUS.
           SELECT RETRO-REPORT-FILE ASSIGN TO 'EMPL.PROG1.RETRORPT'.
       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY JRNLREC.
       FD  RETRO-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  RETRO-CONTROL-RECORD.
           03 RX-LAST-JRNL-SEQ PIC 9(6).
           03 RX-LAST-RUN-DATE PIC 9(6).
           03 FILLER PIC X(8).
       FD  PAY-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAY-HISTORY-RECORD PIC X(136).
       FD  SORTED-HIST-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  SORTED-HIST-RECORD PIC X(136).
      *    WORK FILE USED TO SORT THE LEDGER BY EMPLOYEE AND PERIOD SO
      *    A PAYMENT AND ANY VOID AGAINST IT NET TOGETHER
       SD  HIST-SORT-WORK.
       01  HIST-SORT-RECORD.
           03 HS-EMP-ID PIC X(7).
           03 HS-PERIOD-END PIC X(8).
           03 FILLER PIC X(121).
       FD  RETRO-PAY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RETROREC.
       FD  RETRO-REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  RETRO-REPORT-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
           COPY EMPREC.
           COPY PAYHREC.
      *    THE BACK-DATED RATE CHANGES FOUND ON THE JOURNAL, WITH THE
      *    EFFECTIVE DATE AND THE DATE THE CHANGE WAS KEYED BOTH AS
      *    YYYYMMDD SO PERIOD ENDS CAN BE COMPARED AGAINST THEM
       01  RATE-CHANGE-TABLE.
           03 RATE-CHANGE-ENTRY OCCURS 500 TIMES.
               05 CH-EMP-ID PIC X(7).
               05 CH-DIVISION PIC X(4).
               05 CH-LNAME PIC X(15).
               05 CH-FNAME PIC X(15).
               05 CH-EFF-DATE PIC X(8).
               05 CH-EFF-YMD PIC 9(8).
               05 CH-KEYED-YMD PIC 9(8).
               05 CH-JRNL-SEQ PIC 9(6).
               05 CH-OLD-RATE PIC 9(4)V9(2).
               05 CH-NEW-RATE PIC 9(4)V9(2).
               05 CH-OLD-STATUS PIC X(1).
               05 CH-NEW-STATUS PIC X(1).
               05 CH-PERIODS PIC 9(3).
               05 CH-OWED PIC 9(6)V9(2).
      *    ONE EMPLOYEE'S PAY FOR ONE PERIOD, NET OF ANY VOID, WITH
      *    RETROACTIVE PAY ALREADY INCLUDED FOR EARLIER PERIODS TAKEN
      *    BACK OUT OF THE GROSS
       01  PERIOD-WORK.
           03 PG-EMP-ID PIC X(7).
           03 PG-PERIOD-END PIC X(8).
           03 PG-REG-HOURS PIC S9(4)V9(2).
           03 PG-OT-HOURS PIC S9(4)V9(2).
           03 PG-GROSS PIC S9(7)V9(2).
           03 PG-PAID-COUNT PIC S9(3).
       01  REPORT-HEADING1.
           03 FILLER PIC X(1) VALUE SPACES.
           03 H1-CURR-DATE PIC 99/99/99.
           03 FILLER PIC X(40) VALUE SPACES.
           03 FILLER PIC X(21) VALUE 'MASTERMIND COBOL, INC'.
           03 FILLER PIC X(36) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'PAGE'.
           03 H1-PAGE-NUM PIC ZZ9 VALUE 1.
           03 FILLER PIC X(18) VALUE SPACES.
       01  REPORT-HEADING2.
           03 FILLER PIC X(44) VALUE SPACES.
           03 FILLER PIC X(22) VALUE 'RETROACTIVE PAY REPORT'.
           03 FILLER PIC X(66) VALUE SPACES.
       01  REPORT-HEADING3.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'EMP ID'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'NAME'.
           03 FILLER PIC X(25) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'DIV '.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(8) VALUE 'PER END '.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(8) VALUE 'EFF DATE'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(8) VALUE 'OLD RATE'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(8) VALUE 'NEW RATE'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'REGHRS'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(6) VALUE ' OTHRS'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(10) VALUE '      OWED'.
           03 FILLER PIC X(23) VALUE SPACES.
       01  REPORT-DETAIL.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RD-EMP-ID PIC X(7).
           03 FILLER PIC X(1) VALUE SPACES.
           03 RD-LNAME PIC X(15).
           03 FILLER PIC X(1) VALUE SPACES.
           03 RD-FNAME PIC X(12).
           03 FILLER PIC X(1) VALUE SPACES.
           03 RD-DIVISION PIC X(4).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RD-PERIOD-END PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RD-EFF-DATE PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RD-OLD-RATE PIC Z,ZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RD-NEW-RATE PIC Z,ZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RD-REG-HOURS PIC ZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RD-OT-HOURS PIC ZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RD-OWED PIC $$$,$$9.99.
           03 FILLER PIC X(23) VALUE SPACES.
       01  EMPLOYEE-TOTAL-LINE.
           03 FILLER PIC X(3) VALUE SPACES.
           03 FILLER PIC X(15) VALUE 'EMPLOYEE TOTAL:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 ET-EMP-ID PIC X(7).
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(8) VALUE 'PERIODS:'.
           03 ET-PERIODS PIC ZZ9.
           03 FILLER PIC X(60) VALUE SPACES.
           03 ET-OWED PIC $$$,$$9.99.
           03 FILLER PIC X(23) VALUE SPACES.
       01  RETRO-TOTAL-LINE.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(12) VALUE 'RETRO TOTAL:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(10) VALUE 'EMPLOYEES:'.
           03 TL-EMP-COUNT PIC ZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(8) VALUE 'PERIODS:'.
           03 TL-PERIODS PIC ZZZZ9.
           03 FILLER PIC X(55) VALUE SPACES.
           03 TL-OWED PIC $$$$,$$9.99.
           03 FILLER PIC X(23) VALUE SPACES.
       01  SECTION-LINE.
           03 FILLER PIC X(1) VALUE SPACES.
           03 SL-TEXT PIC X(60).
           03 FILLER PIC X(71) VALUE SPACES.
      *    A RATE CHANGE THAT PRODUCED NO RETROACTIVE PAY AND WHY
       01  EXCEPTION-LINE.
           03 FILLER PIC X(1) VALUE SPACES.
           03 EX-EMP-ID PIC X(7).
           03 FILLER PIC X(1) VALUE SPACES.
           03 EX-LNAME PIC X(15).
           03 FILLER PIC X(1) VALUE SPACES.
           03 EX-FNAME PIC X(12).
           03 FILLER PIC X(1) VALUE SPACES.
           03 EX-DIVISION PIC X(4).
           03 FILLER PIC X(12) VALUE SPACES.
           03 EX-EFF-DATE PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 EX-OLD-RATE PIC Z,ZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 EX-NEW-RATE PIC Z,ZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 EX-REASON PIC X(40).
           03 FILLER PIC X(8) VALUE SPACES.
       01  COUNT-LINE.
           03 FILLER PIC X(1) VALUE SPACES.
           03 CL-LABEL PIC X(40).
           03 CL-COUNT PIC ZZZZZ9.
           03 FILLER PIC X(85) VALUE SPACES.
       01  MISC.
           03 EOF-J PIC 9 VALUE 0.
           03 EOF-H PIC 9 VALUE 0.
           03 JOURNAL-STATUS PIC XX VALUE SPACES.
           03 RETRO-CONTROL-STATUS PIC XX VALUE SPACES.
           03 RETRO-PAY-STATUS PIC XX VALUE SPACES.
           03 PAGE-NUM PIC 999 VALUE 1.
           03 RECORD-PAGE-COUNTER PIC 99 VALUE 0.
           03 TABLE-FULL-SW PIC 9 VALUE 0.
           03 PERIOD-STARTED-SW PIC 9 VALUE 0.
           03 LAST-JRNL-SEQ PIC 9(6) VALUE 0.
           03 NEW-JRNL-SEQ PIC 9(6) VALUE 0.
           03 CHANGE-COUNT PIC 9(3) VALUE 0.
           03 CHG-SUB PIC 9(3) VALUE 0.
           03 JOURNAL-READ-COUNT PIC 9(6) VALUE 0.
           03 EXCEPTION-COUNT PIC 9(4) VALUE 0.
           03 DUPLICATE-COUNT PIC 9(4) VALUE 0.
           03 OLD-RATE PIC 9(4)V9(2) VALUE 0.
           03 NEW-RATE PIC 9(4)V9(2) VALUE 0.
           03 OLD-STATUS PIC X(1) VALUE SPACES.
           03 RATE-VALID-SW PIC 9 VALUE 0.
           03 PERIOD-YMD PIC 9(8) VALUE 0.
           03 OLD-PAY PIC S9(6)V9(2) VALUE 0.
           03 NEW-PAY PIC S9(6)V9(2) VALUE 0.
           03 OWED-AMT PIC S9(6)V9(2) VALUE 0.
           03 EMP-PERIODS PIC 9(3) VALUE 0.
           03 EMP-OWED PIC 9(6)V9(2) VALUE 0.
           03 EMPLOYEE-COUNT PIC 9(4) VALUE 0.
           03 TOTAL-PERIODS PIC 9(5) VALUE 0.
           03 TOTAL-OWED PIC 9(7)V9(2) VALUE 0.
       01  RUN-DATE-WORK.
           03 RW-ACCEPT-DATE PIC 9(6).
      *    A JOURNAL RUN DATE (YYMMDD) REARRANGED TO YYYYMMDD. THE
      *    CENTURY IS TAKEN AS 20.
       01  JOURNAL-DATE-WORK.
           03 JD-RUN-DATE.
               05 JD-RUN-YY PIC 9(2).
               05 JD-RUN-MM PIC 9(2).
               05 JD-RUN-DD PIC 9(2).
           03 JD-YMD.
               05 JD-YMD-CC PIC 9(2) VALUE 20.
               05 JD-YMD-YY PIC 9(2).
               05 JD-YMD-MM PIC 9(2).
               05 JD-YMD-DD PIC 9(2).
           03 JD-YMD-NUM REDEFINES JD-YMD PIC 9(8).
       01  EFF-DATE-WORK.
           03 ED-MDY.
               05 ED-MDY-MONTH PIC 9(2).
               05 ED-MDY-DAY PIC 9(2).
               05 ED-MDY-YEAR PIC 9(4).
           03 ED-YMD.
               05 ED-YMD-YEAR PIC 9(4).
               05 ED-YMD-MONTH PIC 9(2).
               05 ED-YMD-DAY PIC 9(2).
           03 ED-YMD-NUM REDEFINES ED-YMD PIC 9(8).
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT RW-ACCEPT-DATE FROM DATE.
           PERFORM 110-READ-RETRO-CONTROL.
           PERFORM 120-LOAD-RATE-CHANGES.
           PERFORM 150-OPEN-RETRO-FILE.
           OPEN OUTPUT RETRO-REPORT-FILE.
           PERFORM 100-PRINT-HEADING.
           IF CHANGE-COUNT > 0
               SORT HIST-SORT-WORK
                   ON ASCENDING KEY HS-EMP-ID HS-PERIOD-END
                   USING PAY-HISTORY-FILE
                   GIVING SORTED-HIST-FILE
               OPEN INPUT SORTED-HIST-FILE
               PERFORM 900-READ-HISTORY
               PERFORM 200-LOOP-HISTORY
                   UNTIL EOF-H = 1
               IF PERIOD-STARTED-SW = 1
                   PERFORM 300-FIGURE-PERIOD
                   PERFORM 400-PRINT-EMPLOYEE-TOTAL
               END-IF
               CLOSE SORTED-HIST-FILE
           END-IF.
           PERFORM 700-PRINT-TOTALS.
           PERFORM 750-LIST-NO-RETRO-CHANGES.
           PERFORM 800-WRITE-RETRO-CONTROL.
           CLOSE RETRO-PAY-FILE
               RETRO-REPORT-FILE.
           DISPLAY 'RETRO1: RETRO PERIODS WRITTEN ' TOTAL-PERIODS.
           STOP RUN.
      ******************************************************************
      *    READ THE LAST JOURNAL SEQUENCE NUMBER A PRIOR RUN HANDLED.
      *    NO CONTROL FILE YET MEANS THIS IS THE FIRST RUN, AND THE
      *    WHOLE JOURNAL IS READ.
      ******************************************************************
       110-READ-RETRO-CONTROL.
           MOVE 0 TO LAST-JRNL-SEQ.
           OPEN INPUT RETRO-CONTROL-FILE.
           IF RETRO-CONTROL-STATUS = '00'
               READ RETRO-CONTROL-FILE
                   AT END
                       MOVE 0 TO RX-LAST-JRNL-SEQ
               END-READ
               IF RX-LAST-JRNL-SEQ NUMERIC
                   MOVE RX-LAST-JRNL-SEQ TO LAST-JRNL-SEQ
               END-IF
               CLOSE RETRO-CONTROL-FILE
           END-IF.
           MOVE LAST-JRNL-SEQ TO NEW-JRNL-SEQ.
      ******************************************************************
      *    LOAD THE RATE CHANGES KEYED SINCE THE LAST RUN: CHANGE
      *    TRANSACTIONS PAST THE LAST SEQUENCE HANDLED THAT CARRY A
      *    RATE EFFECTIVE DATE. THE SEQUENCE CARRIED FORWARD STOPS
      *    SHORT OF ANY CHANGE THE TABLE HAS NO ROOM FOR, SO THE NEXT
      *    RUN PICKS IT UP.
      ******************************************************************
       120-LOAD-RATE-CHANGES.
           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-STATUS NOT = '00'
               DISPLAY 'RETRO1: JOURNAL FILE NOT AVAILABLE'
               STOP RUN
           END-IF.
           PERFORM 910-READ-JOURNAL.
           PERFORM UNTIL EOF-J = 1 OR TABLE-FULL-SW = 1
               IF J-SEQ > LAST-JRNL-SEQ
                   ADD 1 TO JOURNAL-READ-COUNT
                   IF J-TRANS-CODE = 'C'
                       AND J-RATE-EFF-DATE NUMERIC
                       PERFORM 125-CHECK-RATE-CHANGE
                   END-IF
                   IF TABLE-FULL-SW = 0
                       AND J-SEQ > NEW-JRNL-SEQ
                       MOVE J-SEQ TO NEW-JRNL-SEQ
                   END-IF
               END-IF
               PERFORM 910-READ-JOURNAL
           END-PERFORM.
           CLOSE JOURNAL-FILE.
           IF TABLE-FULL-SW = 1
               DISPLAY 'RETRO1: RATE CHANGE TABLE FULL - REMAINDER '
                   'LEFT FOR THE NEXT RUN'
           END-IF.
      ******************************************************************
      *    COMPARE THE RATE ON THE BEFORE-IMAGE AND THE AFTER-IMAGE OF
      *    ONE CHANGE TRANSACTION AND KEEP IT IF THE RATE MOVED
      ******************************************************************
       125-CHECK-RATE-CHANGE.
           MOVE 1 TO RATE-VALID-SW.
           MOVE J-BEFORE-IMAGE TO INPUT-DATA.
           IF I-EMP-RATE NOT NUMERIC
               MOVE 0 TO RATE-VALID-SW
           ELSE
               MOVE I-EMP-RATE TO OLD-RATE
               MOVE I-EMP-STATUS TO OLD-STATUS
           END-IF.
           MOVE J-AFTER-IMAGE TO INPUT-DATA.
           IF I-EMP-RATE NOT NUMERIC
               MOVE 0 TO RATE-VALID-SW
           ELSE
               MOVE I-EMP-RATE TO NEW-RATE
           END-IF.
           IF RATE-VALID-SW = 1 AND NEW-RATE NOT = OLD-RATE
               IF CHANGE-COUNT < 500
                   ADD 1 TO CHANGE-COUNT
                   MOVE J-EMP-ID TO CH-EMP-ID(CHANGE-COUNT)
                   MOVE J-DIVISION TO CH-DIVISION(CHANGE-COUNT)
                   MOVE I-LNAME TO CH-LNAME(CHANGE-COUNT)
                   MOVE I-FNAME TO CH-FNAME(CHANGE-COUNT)
                   MOVE J-RATE-EFF-DATE TO CH-EFF-DATE(CHANGE-COUNT)
                   MOVE J-RATE-EFF-DATE TO ED-MDY
                   MOVE ED-MDY-YEAR TO ED-YMD-YEAR
                   MOVE ED-MDY-MONTH TO ED-YMD-MONTH
                   MOVE ED-MDY-DAY TO ED-YMD-DAY
                   MOVE ED-YMD-NUM TO CH-EFF-YMD(CHANGE-COUNT)
                   MOVE J-RUN-DATE TO JD-RUN-DATE
                   MOVE JD-RUN-YY TO JD-YMD-YY
                   MOVE JD-RUN-MM TO JD-YMD-MM
                   MOVE JD-RUN-DD TO JD-YMD-DD
                   MOVE JD-YMD-NUM TO CH-KEYED-YMD(CHANGE-COUNT)
                   MOVE J-SEQ TO CH-JRNL-SEQ(CHANGE-COUNT)
                   MOVE OLD-RATE TO CH-OLD-RATE(CHANGE-COUNT)
                   MOVE NEW-RATE TO CH-NEW-RATE(CHANGE-COUNT)
                   MOVE OLD-STATUS TO CH-OLD-STATUS(CHANGE-COUNT)
                   MOVE I-EMP-STATUS TO CH-NEW-STATUS(CHANGE-COUNT)
                   MOVE 0 TO CH-PERIODS(CHANGE-COUNT)
                   MOVE 0 TO CH-OWED(CHANGE-COUNT)
               ELSE
                   MOVE 1 TO TABLE-FULL-SW
               END-IF
           END-IF.
      ******************************************************************
      *    OPEN THE RETROACTIVE PAY FILE FOR UPDATE, CREATING IT IF
      *    THIS IS THE FIRST RUN EVER MADE
      ******************************************************************
       150-OPEN-RETRO-FILE.
           OPEN I-O RETRO-PAY-FILE.
           IF RETRO-PAY-STATUS NOT = '00' AND NOT = '05'
               OPEN OUTPUT RETRO-PAY-FILE
               CLOSE RETRO-PAY-FILE
               OPEN I-O RETRO-PAY-FILE
           END-IF.
      ******************************************************************
      *    PRINT THE REPORT HEADING
      ******************************************************************
       100-PRINT-HEADING.
           ACCEPT H1-CURR-DATE FROM DATE.
           IF PAGE-NUM = 1
               WRITE RETRO-REPORT-RECORD FROM REPORT-HEADING1
           ELSE
               MOVE SPACES TO RETRO-REPORT-RECORD
               WRITE RETRO-REPORT-RECORD
                   AFTER ADVANCING PAGE
               WRITE RETRO-REPORT-RECORD FROM REPORT-HEADING1
                   AFTER ADVANCING 1 LINE
           END-IF.
           WRITE RETRO-REPORT-RECORD FROM REPORT-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE RETRO-REPORT-RECORD FROM REPORT-HEADING3
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RETRO-REPORT-RECORD.
           WRITE RETRO-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO RECORD-PAGE-COUNTER.
           ADD 1 TO PAGE-NUM.
           MOVE PAGE-NUM TO H1-PAGE-NUM.
      ******************************************************************
      *    ACCUMULATE ONE LEDGER RECORD INTO ITS EMPLOYEE AND PERIOD,
      *    FIGURING THE PERIOD BEFORE IT WHEN EITHER CHANGES AND
      *    PRINTING THE EMPLOYEE TOTAL WHEN THE EMPLOYEE CHANGES
      ******************************************************************
       200-LOOP-HISTORY.
           IF PERIOD-STARTED-SW = 1
               IF PH-EMP-ID NOT = PG-EMP-ID
                   OR PH-PERIOD-END NOT = PG-PERIOD-END
                   PERFORM 300-FIGURE-PERIOD
                   IF PH-EMP-ID NOT = PG-EMP-ID
                       PERFORM 400-PRINT-EMPLOYEE-TOTAL
                   END-IF
                   MOVE 0 TO PERIOD-STARTED-SW
               END-IF
           END-IF.
           IF PERIOD-STARTED-SW = 0
               MOVE 1 TO PERIOD-STARTED-SW
               MOVE PH-EMP-ID TO PG-EMP-ID
               MOVE PH-PERIOD-END TO PG-PERIOD-END
               MOVE 0 TO PG-REG-HOURS
               MOVE 0 TO PG-OT-HOURS
               MOVE 0 TO PG-GROSS
               MOVE 0 TO PG-PAID-COUNT
           END-IF.
           IF PH-ENTRY-TYPE = 'V'
               SUBTRACT 1 FROM PG-PAID-COUNT
           ELSE
               ADD 1 TO PG-PAID-COUNT
           END-IF.
           IF PH-REG-HOURS NUMERIC
               ADD PH-REG-HOURS TO PG-REG-HOURS
           END-IF.
           IF PH-OT-HOURS NUMERIC
               ADD PH-OT-HOURS TO PG-OT-HOURS
           END-IF.
           IF PH-GROSS NUMERIC
               ADD PH-GROSS TO PG-GROSS
           END-IF.
           IF PH-RETRO-AMT NUMERIC
               SUBTRACT PH-RETRO-AMT FROM PG-GROSS
           END-IF.
           PERFORM 900-READ-HISTORY.
      ******************************************************************
      *    FIGURE ONE EMPLOYEE'S PERIOD AGAINST EVERY RATE CHANGE
      *    LOADED FOR THE EMPLOYEE. A PERIOD VOIDED OUTRIGHT WAS NOT
      *    PAID AND OWES NOTHING.
      ******************************************************************
       300-FIGURE-PERIOD.
           IF PG-PAID-COUNT > 0 AND PG-PERIOD-END NUMERIC
               MOVE PG-PERIOD-END TO ED-MDY
               MOVE ED-MDY-YEAR TO ED-YMD-YEAR
               MOVE ED-MDY-MONTH TO ED-YMD-MONTH
               MOVE ED-MDY-DAY TO ED-YMD-DAY
               MOVE ED-YMD-NUM TO PERIOD-YMD
               PERFORM VARYING CHG-SUB FROM 1 BY 1
                   UNTIL CHG-SUB > CHANGE-COUNT
                   IF CH-EMP-ID(CHG-SUB) = PG-EMP-ID
                       AND CH-NEW-RATE(CHG-SUB) > CH-OLD-RATE(CHG-SUB)
                       AND PERIOD-YMD NOT < CH-EFF-YMD(CHG-SUB)
                       AND PERIOD-YMD NOT > CH-KEYED-YMD(CHG-SUB)
                       PERFORM 310-FIGURE-RETRO-AMOUNT
                   END-IF
               END-PERFORM
           END-IF.
      ******************************************************************
      *    WHAT THE OLD RATE AND THE NEW RATE PAY FOR THE HOURS PAID
      *    IN THE PERIOD, FIGURED THE WAY payroll1 FIGURES GROSS:
      *    HOURLY IS RATE TIMES HOURS WITH OVERTIME AT TIME-AND-A-
      *    HALF, SALARIED IS THE PER-PERIOD SALARY. A PERIOD WHOSE
      *    GROSS ALREADY EQUALS THE NEW-RATE PAY WAS PAID AFTER THE
      *    CHANGE WAS KEYED AND OWES NOTHING.
      ******************************************************************
       310-FIGURE-RETRO-AMOUNT.
           IF CH-OLD-STATUS(CHG-SUB) = 'H'
               COMPUTE OLD-PAY ROUNDED =
                   (CH-OLD-RATE(CHG-SUB) * PG-REG-HOURS)
                   + (CH-OLD-RATE(CHG-SUB) * PG-OT-HOURS * 1.5)
           ELSE
               MOVE CH-OLD-RATE(CHG-SUB) TO OLD-PAY
           END-IF.
           IF CH-NEW-STATUS(CHG-SUB) = 'H'
               COMPUTE NEW-PAY ROUNDED =
                   (CH-NEW-RATE(CHG-SUB) * PG-REG-HOURS)
                   + (CH-NEW-RATE(CHG-SUB) * PG-OT-HOURS * 1.5)
           ELSE
               MOVE CH-NEW-RATE(CHG-SUB) TO NEW-PAY
           END-IF.
           COMPUTE OWED-AMT = NEW-PAY - OLD-PAY.
           IF PG-GROSS NOT = NEW-PAY AND OWED-AMT > 0
               PERFORM 320-WRITE-RETRO-RECORD
           END-IF.
      ******************************************************************
      *    WRITE THE AMOUNT OWED FOR THE PERIOD TO THE RETROACTIVE PAY
      *    FILE AND THE REPORT
      ******************************************************************
       320-WRITE-RETRO-RECORD.
           MOVE PG-EMP-ID TO RE-EMP-ID.
           MOVE PG-PERIOD-END TO RE-PERIOD-END.
           MOVE CH-JRNL-SEQ(CHG-SUB) TO RE-JRNL-SEQ.
           MOVE CH-DIVISION(CHG-SUB) TO RE-DIVISION.
           MOVE CH-LNAME(CHG-SUB) TO RE-LNAME.
           MOVE CH-FNAME(CHG-SUB) TO RE-FNAME.
           MOVE CH-EFF-DATE(CHG-SUB) TO RE-EFF-DATE.
           MOVE CH-OLD-RATE(CHG-SUB) TO RE-OLD-RATE.
           MOVE CH-NEW-RATE(CHG-SUB) TO RE-NEW-RATE.
           MOVE CH-NEW-STATUS(CHG-SUB) TO RE-EMP-STATUS.
           MOVE PG-REG-HOURS TO RE-REG-HOURS.
           MOVE PG-OT-HOURS TO RE-OT-HOURS.
           MOVE OWED-AMT TO RE-AMOUNT.
           MOVE 'P' TO RE-STATUS.
           MOVE SPACES TO RE-PAID-PERIOD-END.
           MOVE RW-ACCEPT-DATE TO RE-CALC-DATE.
           WRITE RETRO-PAY-DATA
               INVALID KEY
                   ADD 1 TO DUPLICATE-COUNT
               NOT INVALID KEY
                   PERFORM 330-PRINT-RETRO-DETAIL
           END-WRITE.
      ******************************************************************
      *    PRINT ONE PERIOD OWED AND ADD IT TO THE TOTALS
      ******************************************************************
       330-PRINT-RETRO-DETAIL.
           MOVE RE-EMP-ID TO RD-EMP-ID.
           MOVE RE-LNAME TO RD-LNAME.
           MOVE RE-FNAME TO RD-FNAME.
           MOVE RE-DIVISION TO RD-DIVISION.
           MOVE RE-PERIOD-END TO RD-PERIOD-END.
           MOVE RE-EFF-DATE TO RD-EFF-DATE.
           MOVE RE-OLD-RATE TO RD-OLD-RATE.
           MOVE RE-NEW-RATE TO RD-NEW-RATE.
           MOVE RE-REG-HOURS TO RD-REG-HOURS.
           MOVE RE-OT-HOURS TO RD-OT-HOURS.
           MOVE RE-AMOUNT TO RD-OWED.
           WRITE RETRO-REPORT-RECORD FROM REPORT-DETAIL
               AFTER ADVANCING 1 LINE.
           PERFORM 350-PAGE-COUNTER.
           ADD 1 TO CH-PERIODS(CHG-SUB).
           ADD RE-AMOUNT TO CH-OWED(CHG-SUB).
           ADD 1 TO EMP-PERIODS.
           ADD RE-AMOUNT TO EMP-OWED.
      ******************************************************************
      *    KEEPS TRACK OF NUMBER OF LINES PRINTED
      ******************************************************************
       350-PAGE-COUNTER.
           ADD 1 TO RECORD-PAGE-COUNTER.
           IF RECORD-PAGE-COUNTER = 25
               PERFORM 100-PRINT-HEADING
           END-IF.
      ******************************************************************
      *    PRINT THE EMPLOYEE TOTAL FOR AN EMPLOYEE OWED ANYTHING AND
      *    ROLL IT INTO THE RUN TOTALS
      ******************************************************************
       400-PRINT-EMPLOYEE-TOTAL.
           IF EMP-PERIODS > 0
               MOVE PG-EMP-ID TO ET-EMP-ID
               MOVE EMP-PERIODS TO ET-PERIODS
               MOVE EMP-OWED TO ET-OWED
               WRITE RETRO-REPORT-RECORD FROM EMPLOYEE-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
               PERFORM 350-PAGE-COUNTER
               MOVE SPACES TO RETRO-REPORT-RECORD
               WRITE RETRO-REPORT-RECORD
                   AFTER ADVANCING 1 LINE
               PERFORM 350-PAGE-COUNTER
               ADD 1 TO EMPLOYEE-COUNT
               ADD EMP-PERIODS TO TOTAL-PERIODS
               ADD EMP-OWED TO TOTAL-OWED
           END-IF.
           MOVE 0 TO EMP-PERIODS.
           MOVE 0 TO EMP-OWED.
      ******************************************************************
      *    PRINT THE RUN TOTALS AND THE JOURNAL COUNTS
      ******************************************************************
       700-PRINT-TOTALS.
           MOVE SPACES TO RETRO-REPORT-RECORD.
           WRITE RETRO-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE EMPLOYEE-COUNT TO TL-EMP-COUNT.
           MOVE TOTAL-PERIODS TO TL-PERIODS.
           MOVE TOTAL-OWED TO TL-OWED.
           WRITE RETRO-REPORT-RECORD FROM RETRO-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RETRO-REPORT-RECORD.
           WRITE RETRO-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE 'JOURNAL RECORDS READ SINCE LAST RUN:' TO CL-LABEL.
           MOVE JOURNAL-READ-COUNT TO CL-COUNT.
           WRITE RETRO-REPORT-RECORD FROM COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'RATE CHANGES WITH AN EFFECTIVE DATE:' TO CL-LABEL.
           MOVE CHANGE-COUNT TO CL-COUNT.
           WRITE RETRO-REPORT-RECORD FROM COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'LAST JOURNAL SEQUENCE HANDLED:' TO CL-LABEL.
           MOVE NEW-JRNL-SEQ TO CL-COUNT.
           WRITE RETRO-REPORT-RECORD FROM COUNT-LINE
               AFTER ADVANCING 1 LINE.
           IF DUPLICATE-COUNT NOT = 0
               MOVE 'PERIODS ALREADY ON RETRO FILE - SKIPPED:'
                   TO CL-LABEL
               MOVE DUPLICATE-COUNT TO CL-COUNT
               WRITE RETRO-REPORT-RECORD FROM COUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
      ******************************************************************
      *    LIST THE RATE CHANGES THAT PRODUCED NO RETROACTIVE PAY: A
      *    DECREASE IS NEVER TAKEN BACK AUTOMATICALLY, AND AN
      *    INCREASE WITH NO PERIOD PAID AT THE OLD RATE SINCE ITS
      *    EFFECTIVE DATE WAS NOT BACK-DATED AT ALL
      ******************************************************************
       750-LIST-NO-RETRO-CHANGES.
           MOVE SPACES TO RETRO-REPORT-RECORD.
           WRITE RETRO-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE 'RATE CHANGES WITH NO RETROACTIVE PAY' TO SL-TEXT.
           WRITE RETRO-REPORT-RECORD FROM SECTION-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM VARYING CHG-SUB FROM 1 BY 1
               UNTIL CHG-SUB > CHANGE-COUNT
               IF CH-PERIODS(CHG-SUB) = 0
                   MOVE CH-EMP-ID(CHG-SUB) TO EX-EMP-ID
                   MOVE CH-LNAME(CHG-SUB) TO EX-LNAME
                   MOVE CH-FNAME(CHG-SUB) TO EX-FNAME
                   MOVE CH-DIVISION(CHG-SUB) TO EX-DIVISION
                   MOVE CH-EFF-DATE(CHG-SUB) TO EX-EFF-DATE
                   MOVE CH-OLD-RATE(CHG-SUB) TO EX-OLD-RATE
                   MOVE CH-NEW-RATE(CHG-SUB) TO EX-NEW-RATE
                   IF CH-NEW-RATE(CHG-SUB) < CH-OLD-RATE(CHG-SUB)
                       MOVE 'RATE DECREASE - REVIEW FOR RECOVERY'
                           TO EX-REASON
                   ELSE
                       MOVE 'NO PERIOD PAID AT OLD RATE SINCE EFF'
                           TO EX-REASON
                   END-IF
                   WRITE RETRO-REPORT-RECORD FROM EXCEPTION-LINE
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO EXCEPTION-COUNT
               END-IF
           END-PERFORM.
           MOVE 'RATE CHANGES LISTED:' TO CL-LABEL.
           MOVE EXCEPTION-COUNT TO CL-COUNT.
           WRITE RETRO-REPORT-RECORD FROM COUNT-LINE
               AFTER ADVANCING 1 LINE.
      ******************************************************************
      *    CARRY THE LAST JOURNAL SEQUENCE HANDLED FORWARD FOR THE
      *    NEXT RUN
      ******************************************************************
       800-WRITE-RETRO-CONTROL.
           OPEN OUTPUT RETRO-CONTROL-FILE.
           MOVE SPACES TO RETRO-CONTROL-RECORD.
           MOVE NEW-JRNL-SEQ TO RX-LAST-JRNL-SEQ.
           MOVE RW-ACCEPT-DATE TO RX-LAST-RUN-DATE.
           WRITE RETRO-CONTROL-RECORD.
           CLOSE RETRO-CONTROL-FILE.
      ******************************************************************
      *    READ THE NEXT SORTED PAY HISTORY RECORD
      ******************************************************************
       900-READ-HISTORY.
           READ SORTED-HIST-FILE INTO PAY-HISTORY-DATA
               AT END MOVE 1 TO EOF-H.
      ******************************************************************
      *    READ THE NEXT JOURNAL RECORD
      ******************************************************************
       910-READ-JOURNAL.
           READ JOURNAL-FILE
               AT END MOVE 1 TO EOF-J.
      ******************************************************************
      *    ENDING LINE
      ******************************************************************
       END PROGRAM retro1.
