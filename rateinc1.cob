      ******************************************************************
      *Author: David Nguyen
      *Purpose: rateinc1 - rate increase proposal run. Applies the
      *         merit / cost-of-living rules on EMPL.PROG1.RATERULE
      *         to the active employees on the division masters and
      *         writes one ready-to-apply change transaction per
      *         employee given an increase to EMPL.PROG1.TRANS,
      *         carrying every master field through as it stands
      *         except the rate, so maint1 applies and journals the
      *         whole increase. The proposal report lists old rate,
      *         new rate and percentage per employee by division and
      *         department, with each department's period and annual
      *         dollar impact, for management to approve before
      *         maint1 is run. The masters themselves are not
      *         touched.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. rateinc1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ASSIGN-TO NAME IS SET AT RUNTIME FROM MASTER-FILE-NAME SO
      *    THE SELECTION PASS CAN READ EACH DIVISION'S MASTER IN TURN
           SELECT MASTER-FILE ASSIGN TO MASTER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MR-EMP-ID
               FILE STATUS IS MASTER-STATUS.
      *    DIVISION CONTROL FILE NAMING THE DIVISION MASTERS THE RUN
      *    SELECTS FROM; LOADED AT STARTUP SO A NEW DIVISION IS A
      *    DATA CHANGE INSTEAD OF A RECOMPILE
           SELECT DIVISION-CONTROL-FILE ASSIGN TO 'EMPL.PROG1.DIVCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIVISION-CONTROL-STATUS.
           SELECT RATE-RULE-FILE ASSIGN TO 'EMPL.PROG1.RATERULE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-RULE-STATUS.
      *    THE maint1 TRANSACTION FILE; THE RUN REPLACES IT WITH THE
      *    PROPOSED CHANGE TRANSACTIONS
           SELECT TRANS-FILE ASSIGN TO 'EMPL.PROG1.TRANS'
               ORGANIZATION IS LINE SEQUENTIAL.
      *    EVERY SELECTED MASTER RECORD WITH ITS DIVISION AND RULE,
      *    SORTED BY DIVISION AND DEPARTMENT FOR THE PROPOSAL
           SELECT PROPOSAL-EXTRACT-FILE ASSIGN TO 'EMPL.PROG1.RATEX'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTED-PROPOSAL-FILE ASSIGN TO 'EMPL.PROG1.RATEXS'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROPOSAL-SORT-WORK ASSIGN TO 'EMPL.PROG1.RATEXWK'.
           SELECT PROPOSAL-REPORT-FILE ASSIGN TO 'EMPL.PROG1.RATEPROP'.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  MASTER-RECORD.
           03 MR-EMP-ID PIC X(7).
           03 FILLER PIC X(153).
       FD  DIVISION-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DIVCTL.
       FD  RATE-RULE-FILE
           LABEL RECORDS ARE STANDARD.
       01  RATE-RULE-RECORD PIC X(50).
       FD  TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRANS-RECORD PIC X(233).
       FD  PROPOSAL-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PROPOSAL-EXTRACT-RECORD PIC X(166).
       FD  SORTED-PROPOSAL-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  SORTED-PROPOSAL-RECORD PIC X(166).
      *    WORK FILE USED TO SORT THE SELECTED EMPLOYEES BY DIVISION,
      *    DEPARTMENT AND EMPLOYEE ID. SS-DEPT SITS WHERE I-DEPT
      *    FALLS IN THE MASTER IMAGE.
       SD  PROPOSAL-SORT-WORK.
       01  PROPOSAL-SORT-RECORD.
           03 SS-DIVISION PIC X(4).
           03 SS-RULE-NO PIC 9(2).
           03 SS-EMP-ID PIC X(7).
           03 FILLER PIC X(58).
           03 SS-DEPT PIC X(4).
           03 FILLER PIC X(91).
       FD  PROPOSAL-REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  PROPOSAL-REPORT-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
           COPY EMPREC.
           COPY TRANREC.
           COPY RATERULE.
       01  MASTER-FILE-NAME PIC X(20) VALUE SPACES.
      *    DIVISION EMPLOYEE MASTERS THE SELECTION PASS READS, ONE
      *    AFTER THE OTHER; LOADED AT STARTUP FROM THE DIVISION
      *    CONTROL FILE
       01  DIVISION-ENTRY.
           03 DIVISION-ITEM OCCURS 10 TIMES INDEXED BY DIV-IDX.
               05 DV-DIVISION-CODE PIC X(4).
               05 DV-DIVISION-FILE PIC X(20).
      *    THE ACCEPTED RULES IN FILE ORDER, WITH THE NUMBER OF
      *    EMPLOYEES EACH ONE SELECTED. RULE-LINE-NO IS THE RULE'S
      *    LINE NUMBER ON THE RULE FILE, AS PRINTED ON THE REPORT.
       01  RULE-TABLE.
           03 RULE-ITEM OCCURS 50 TIMES.
               05 RULE-ENTRY PIC X(50).
               05 RULE-LINE-NO PIC 9(2).
               05 RULE-SELECTED-COUNT PIC 9(5).
      *    ONE SELECTED EMPLOYEE: THE DIVISION, THE TABLE POSITION
      *    OF THE RULE THAT SELECTED THEM AND THE MASTER IMAGE
       01  PROPOSAL-EXTRACT-DATA.
           03 PX-DIVISION PIC X(4).
           03 PX-RULE-NO PIC 9(2).
           03 PX-IMAGE PIC X(160).
       01  REPORT-HEADING.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RH-CURR-DATE PIC 99/99/99.
           03 FILLER PIC X(8) VALUE SPACES.
           03 FILLER PIC X(33) VALUE
               'EMPL.PROG1 RATE INCREASE PROPOSAL'.
           03 FILLER PIC X(82) VALUE SPACES.
       01  RULE-LINE.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'RULE '.
           03 RL-RULE-NO PIC Z9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'DIV '.
           03 RL-DIVISION PIC X(4).
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'DEPT '.
           03 RL-DEPT PIC X(4).
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'TYPE '.
           03 RL-EMP-TYPE PIC X(2).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RL-INCREASE-KIND PIC X(5).
           03 RL-INCREASE-AMT PIC ZZZ9.999.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'ROUND '.
           03 RL-ROUND-RULE PIC X(1).
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'CAP H '.
           03 RL-HOURLY-CAP PIC Z,ZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(2) VALUE 'S '.
           03 RL-SALARY-CAP PIC Z,ZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'EFF '.
           03 RL-EFF-DATE PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RL-DISPOSITION PIC X(29).
       01  COLUMN-HEADING.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'DIV'.
           03 FILLER PIC X(6) VALUE 'DEPT'.
           03 FILLER PIC X(9) VALUE 'EMP-ID'.
           03 FILLER PIC X(28) VALUE 'EMPLOYEE NAME'.
           03 FILLER PIC X(4) VALUE 'TY'.
           03 FILLER PIC X(3) VALUE 'S'.
           03 FILLER PIC X(4) VALUE 'RL'.
           03 FILLER PIC X(10) VALUE 'OLD RATE'.
           03 FILLER PIC X(10) VALUE 'NEW RATE'.
           03 FILLER PIC X(8) VALUE '   PCT'.
           03 FILLER PIC X(11) VALUE 'PER PERIOD'.
           03 FILLER PIC X(12) VALUE '    ANNUAL'.
           03 FILLER PIC X(4) VALUE 'NOTE'.
           03 FILLER PIC X(16) VALUE SPACES.
       01  PROPOSAL-DETAIL.
           03 FILLER PIC X(1) VALUE SPACES.
           03 PD-DIVISION PIC X(4).
           03 FILLER PIC X(2) VALUE SPACES.
           03 PD-DEPT PIC X(4).
           03 FILLER PIC X(2) VALUE SPACES.
           03 PD-EMP-ID PIC X(7).
           03 FILLER PIC X(2) VALUE SPACES.
           03 PD-LNAME PIC X(15).
           03 FILLER PIC X(1) VALUE SPACES.
           03 PD-FNAME PIC X(10).
           03 FILLER PIC X(2) VALUE SPACES.
           03 PD-EMP-TYPE PIC X(2).
           03 FILLER PIC X(2) VALUE SPACES.
           03 PD-EMP-STATUS PIC X(1).
           03 FILLER PIC X(2) VALUE SPACES.
           03 PD-RULE-NO PIC Z9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 PD-OLD-RATE PIC Z,ZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 PD-NEW-RATE PIC Z,ZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 PD-PERCENT PIC ZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 PD-PERIOD-IMPACT PIC ZZ,ZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 PD-ANNUAL-IMPACT PIC ZZZ,ZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 PD-NOTE PIC X(14).
           03 FILLER PIC X(6) VALUE SPACES.
       01  TOTAL-LINE.
           03 FILLER PIC X(1) VALUE SPACES.
           03 TL-LABEL PIC X(15).
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'EMPS:'.
           03 TL-EMP-COUNT PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(8) VALUE 'CHANGED:'.
           03 TL-CHANGED-COUNT PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'COST:'.
           03 TL-OLD-COST PIC ZZ,ZZZ,ZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(9) VALUE 'INCREASE:'.
           03 TL-PERIOD-IMPACT PIC Z,ZZZ,ZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'PCT:'.
           03 TL-PERCENT PIC ZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(7) VALUE 'ANNUAL:'.
           03 TL-ANNUAL-IMPACT PIC ZZ,ZZZ,ZZ9.99.
           03 FILLER PIC X(12) VALUE SPACES.
       01  RULE-COUNT-LINE.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'RULE '.
           03 RC-RULE-NO PIC Z9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(20) VALUE 'EMPLOYEES SELECTED: '.
           03 RC-SELECTED PIC ZZZZ9.
           03 FILLER PIC X(97) VALUE SPACES.
       01  REPORT-SUMMARY.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(13) VALUE 'MASTERS READ:'.
           03 RS-READ PIC ZZZZZ9.
           03 FILLER PIC X(4) VALUE SPACES.
           03 FILLER PIC X(21) VALUE 'ACTIVE, NO RULE MATCH'.
           03 FILLER PIC X(1) VALUE ':'.
           03 RS-NO-RULE PIC ZZZZZ9.
           03 FILLER PIC X(4) VALUE SPACES.
           03 FILLER PIC X(9) VALUE 'SELECTED:'.
           03 RS-SELECTED PIC ZZZZZ9.
           03 FILLER PIC X(4) VALUE SPACES.
           03 FILLER PIC X(21) VALUE 'TRANSACTIONS WRITTEN:'.
           03 RS-WRITTEN PIC ZZZZZ9.
           03 FILLER PIC X(4) VALUE SPACES.
           03 FILLER PIC X(10) VALUE 'UNCHANGED:'.
           03 RS-UNCHANGED PIC ZZZZZ9.
           03 FILLER PIC X(10) VALUE SPACES.
       01  APPROVAL-LINE.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(12) VALUE 'APPROVED BY:'.
           03 FILLER PIC X(30) VALUE ALL '_'.
           03 FILLER PIC X(4) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'DATE:'.
           03 FILLER PIC X(12) VALUE ALL '_'.
           03 FILLER PIC X(68) VALUE SPACES.
       01  MISC.
           03 EOF-M PIC 9 VALUE 0.
           03 EOF-DC PIC 9 VALUE 0.
           03 EOF-RR PIC 9 VALUE 0.
           03 EOF-PX PIC 9 VALUE 0.
           03 MASTER-STATUS PIC XX VALUE SPACES.
           03 DIVISION-CONTROL-STATUS PIC XX VALUE SPACES.
           03 RATE-RULE-STATUS PIC XX VALUE SPACES.
           03 DIVISION-TABLE-COUNT PIC 99 VALUE 0.
           03 RULE-COUNT PIC 9(2) VALUE 0.
           03 RULE-SUB PIC 9(2) VALUE 0.
           03 RULE-FILE-LINE PIC 9(2) VALUE 0.
           03 MATCHED-RULE PIC 9(2) VALUE 0.
           03 SUB PIC 9 VALUE 0.
           03 RULE-ERROR-SW PIC 9 VALUE 0.
           03 DIVISION-FOUND-SW PIC 9 VALUE 0.
           03 FIRST-RECORD-SW PIC 9 VALUE 1.
           03 READ-COUNTER PIC 9(6) VALUE 0.
           03 NO-RULE-COUNTER PIC 9(6) VALUE 0.
           03 SELECTED-COUNTER PIC 9(6) VALUE 0.
           03 WRITTEN-COUNTER PIC 9(6) VALUE 0.
           03 UNCHANGED-COUNTER PIC 9(6) VALUE 0.
           03 BREAK-DIVISION PIC X(4) VALUE SPACES.
           03 BREAK-DEPT PIC X(4) VALUE SPACES.
      *    PERIOD COST OF AN HOURLY RATE IS FIGURED ON THE 80-HOUR
      *    FULL PERIOD payroll1 PAYS AGAINST; A SALARIED RATE IS
      *    ALREADY PER PERIOD. ANNUAL IMPACT IS 26 BIWEEKLY PERIODS.
           03 FULL-PERIOD-HOURS PIC 9(3) VALUE 80.
           03 PERIODS-PER-YEAR PIC 9(3) VALUE 26.
           03 OLD-RATE PIC 9(4)V9(2) VALUE 0.
           03 RAW-RATE PIC 9(5)V9(6) VALUE 0.
           03 NEW-RATE PIC 9(4)V9(2) VALUE 0.
           03 WHOLE-RATE PIC 9(4) VALUE 0.
           03 RATE-OVERFLOW-SW PIC 9 VALUE 0.
           03 MASTER-ERROR-SW PIC 9 VALUE 0.
           03 RATE-CAP PIC 9(4)V9(2) VALUE 0.
           03 INCREASE-PCT PIC 9(3)V9(2) VALUE 0.
           03 OLD-PERIOD-COST PIC 9(7)V9(2) VALUE 0.
           03 PERIOD-IMPACT PIC 9(7)V9(2) VALUE 0.
           03 ANNUAL-IMPACT PIC 9(8)V9(2) VALUE 0.
           03 PROPOSAL-NOTE PIC X(14) VALUE SPACES.
      *    DEPARTMENT AND GRAND TOTALS FOR THE PROPOSAL
       01  PROPOSAL-TOTALS.
           03 DEPT-EMP-COUNT PIC 9(5) VALUE 0.
           03 DEPT-CHANGED-COUNT PIC 9(5) VALUE 0.
           03 DEPT-OLD-COST PIC 9(9)V9(2) VALUE 0.
           03 DEPT-PERIOD-IMPACT PIC 9(9)V9(2) VALUE 0.
           03 DEPT-ANNUAL-IMPACT PIC 9(10)V9(2) VALUE 0.
           03 GRAND-EMP-COUNT PIC 9(5) VALUE 0.
           03 GRAND-CHANGED-COUNT PIC 9(5) VALUE 0.
           03 GRAND-OLD-COST PIC 9(9)V9(2) VALUE 0.
           03 GRAND-PERIOD-IMPACT PIC 9(9)V9(2) VALUE 0.
           03 GRAND-ANNUAL-IMPACT PIC 9(10)V9(2) VALUE 0.
           03 TOTAL-PERCENT PIC 9(3)V9(2) VALUE 0.
      *    A MMDDYYYY DATE BROKEN OUT FOR THE CALENDAR CHECK maint1
      *    PUTS T-RATE-EFF-DATE AND T-DATE THROUGH
       01  DATE-EDIT-WORK.
           03 DE-DATE.
               05 DE-MONTH PIC 9(2).
               05 DE-DAY PIC 9(2).
               05 DE-YEAR PIC 9(4).
           03 DE-ERROR-SW PIC 9 VALUE 0.
           03 DE-MAX-DAY PIC 9(2) VALUE 0.
           03 DE-QUOT PIC 9(4) VALUE 0.
           03 DE-REM-4 PIC 9 VALUE 0.
           03 DE-REM-100 PIC 99 VALUE 0.
           03 DE-REM-400 PIC 999 VALUE 0.
       01  MONTH-DAYS-LIST PIC X(24) VALUE '312831303130313130313031'.
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-LIST.
           03 MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 005-LOAD-DIVISIONS.
           OPEN OUTPUT PROPOSAL-REPORT-FILE.
           PERFORM 100-PRINT-HEADING.
           PERFORM 010-LOAD-RULES.
           OPEN OUTPUT PROPOSAL-EXTRACT-FILE.
           PERFORM 050-SELECT-DIVISION
               VARYING DIV-IDX FROM 1 BY 1
               UNTIL DIV-IDX > DIVISION-TABLE-COUNT.
           CLOSE PROPOSAL-EXTRACT-FILE.
           SORT PROPOSAL-SORT-WORK
               ON ASCENDING KEY SS-DIVISION SS-DEPT SS-EMP-ID
               USING PROPOSAL-EXTRACT-FILE
               GIVING SORTED-PROPOSAL-FILE.
           OPEN INPUT SORTED-PROPOSAL-FILE
               OUTPUT TRANS-FILE.
           WRITE PROPOSAL-REPORT-RECORD FROM COLUMN-HEADING
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PROPOSAL-REPORT-RECORD.
           WRITE PROPOSAL-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           PERFORM 920-READ-PROPOSAL.
           PERFORM 300-PROPOSE-EMPLOYEE
               UNTIL EOF-PX = 1.
           IF FIRST-RECORD-SW = 0
               PERFORM 400-PRINT-DEPT-TOTAL
           END-IF.
           CLOSE SORTED-PROPOSAL-FILE
               TRANS-FILE.
           PERFORM 800-PRINT-SUMMARY.
           CLOSE PROPOSAL-REPORT-FILE.
           STOP RUN.
      ******************************************************************
      *    LOAD THE ACTIVE DIVISIONS FROM THE DIVISION CONTROL FILE.
      *    NO CONTROL FILE OR NO ACTIVE DIVISION, NO RUN.
      ******************************************************************
       005-LOAD-DIVISIONS.
           OPEN INPUT DIVISION-CONTROL-FILE.
           IF DIVISION-CONTROL-STATUS NOT = '00'
               DISPLAY 'RATEINC1: DIVISION CONTROL FILE NOT AVAILABLE'
               STOP RUN
           END-IF.
           PERFORM 930-READ-DIVISION-CONTROL.
           PERFORM UNTIL EOF-DC = 1
               IF DC-ACTIVE-FLAG = 'A'
                   AND DC-DIVISION-CODE NOT = SPACES
                   AND DIVISION-TABLE-COUNT < 10
                   ADD 1 TO DIVISION-TABLE-COUNT
                   SET DIV-IDX TO DIVISION-TABLE-COUNT
                   MOVE DC-DIVISION-CODE TO DV-DIVISION-CODE(DIV-IDX)
                   MOVE DC-MASTER-FILE TO DV-DIVISION-FILE(DIV-IDX)
               END-IF
               PERFORM 930-READ-DIVISION-CONTROL
           END-PERFORM.
           CLOSE DIVISION-CONTROL-FILE.
           IF DIVISION-TABLE-COUNT = 0
               DISPLAY 'RATEINC1: NO ACTIVE DIVISIONS ON CONTROL FILE'
               STOP RUN
           END-IF.
      ******************************************************************
      *    LOAD THE RULE FILE, LISTING EVERY RULE ON THE PROPOSAL
      *    WITH WHETHER IT WAS ACCEPTED. A REJECTED RULE SELECTS NO
      *    ONE. NO RULE FILE OR NO ACCEPTED RULE, NO RUN - THE
      *    TRANSACTION FILE IS LEFT AS IT WAS.
      ******************************************************************
       010-LOAD-RULES.
           OPEN INPUT RATE-RULE-FILE.
           IF RATE-RULE-STATUS NOT = '00'
               DISPLAY 'RATEINC1: RATE RULE FILE NOT AVAILABLE'
               STOP RUN
           END-IF.
           PERFORM 940-READ-RATE-RULE.
           PERFORM UNTIL EOF-RR = 1
               ADD 1 TO RULE-FILE-LINE
               PERFORM 020-EDIT-RULE
               PERFORM 030-PRINT-RULE
               PERFORM 940-READ-RATE-RULE
           END-PERFORM.
           CLOSE RATE-RULE-FILE.
           IF RULE-COUNT = 0
               DISPLAY 'RATEINC1: NO ACCEPTED RULES ON RATE RULE FILE'
               CLOSE PROPOSAL-REPORT-FILE
               STOP RUN
           END-IF.
      ******************************************************************
      *    EDIT ONE RULE. A GOOD RULE GOES ON THE RULE TABLE; A BAD
      *    ONE LEAVES ITS REASON IN RL-DISPOSITION.
      ******************************************************************
       020-EDIT-RULE.
           MOVE 0 TO RULE-ERROR-SW.
           MOVE 'ACCEPTED' TO RL-DISPOSITION.
           IF RR-ROUND-RULE = SPACE
               MOVE 'N' TO RR-ROUND-RULE
           END-IF.
           IF RR-DIVISION NOT = SPACES
               MOVE 0 TO DIVISION-FOUND-SW
               PERFORM VARYING DIV-IDX FROM 1 BY 1
                   UNTIL DIV-IDX > DIVISION-TABLE-COUNT
                   IF DV-DIVISION-CODE(DIV-IDX) = RR-DIVISION
                       MOVE 1 TO DIVISION-FOUND-SW
                   END-IF
               END-PERFORM
               IF DIVISION-FOUND-SW = 0
                   MOVE 1 TO RULE-ERROR-SW
                   MOVE 'REJECTED - DIV NOT ACTIVE' TO RL-DISPOSITION
               END-IF
           END-IF.
           EVALUATE RR-INCREASE-TYPE
               WHEN 'P'
                   IF RR-PERCENT NOT NUMERIC OR RR-PERCENT = 0
                       MOVE 1 TO RULE-ERROR-SW
                       MOVE 'REJECTED - PERCENT ZERO/BAD'
                           TO RL-DISPOSITION
                   END-IF
               WHEN 'F'
                   IF RR-FLAT-AMT NOT NUMERIC OR RR-FLAT-AMT = 0
                       MOVE 1 TO RULE-ERROR-SW
                       MOVE 'REJECTED - FLAT AMOUNT ZERO/BAD'
                           TO RL-DISPOSITION
                   END-IF
               WHEN OTHER
                   MOVE 1 TO RULE-ERROR-SW
                   MOVE 'REJECTED - TYPE NOT P OR F'
                       TO RL-DISPOSITION
           END-EVALUATE.
           IF RR-ROUND-RULE NOT = 'N' AND RR-ROUND-RULE NOT = 'U'
               AND RR-ROUND-RULE NOT = 'D' AND RR-ROUND-RULE NOT = 'W'
               MOVE 1 TO RULE-ERROR-SW
               MOVE 'REJECTED - ROUNDING NOT N/U/D/W'
                   TO RL-DISPOSITION
           END-IF.
           IF RR-HOURLY-CAP NOT NUMERIC OR RR-SALARY-CAP NOT NUMERIC
               MOVE 1 TO RULE-ERROR-SW
               MOVE 'REJECTED - CAP NOT NUMERIC' TO RL-DISPOSITION
           END-IF.
           IF RR-EFF-DATE NOT = SPACES
               IF RR-EFF-DATE NOT NUMERIC
                   MOVE 1 TO RULE-ERROR-SW
                   MOVE 'REJECTED - EFF DATE NOT NUMERIC'
                       TO RL-DISPOSITION
               ELSE
                   MOVE RR-EFF-DATE TO DE-DATE
                   PERFORM 025-EDIT-WORK-DATE
                   IF DE-ERROR-SW = 1
                       MOVE 1 TO RULE-ERROR-SW
                       MOVE 'REJECTED - EFF DATE INVALID'
                           TO RL-DISPOSITION
                   END-IF
               END-IF
           END-IF.
           IF RULE-ERROR-SW = 0
               IF RULE-COUNT < 50
                   ADD 1 TO RULE-COUNT
                   MOVE RATE-RULE-DATA TO RULE-ENTRY(RULE-COUNT)
                   MOVE RULE-FILE-LINE TO RULE-LINE-NO(RULE-COUNT)
                   MOVE 0 TO RULE-SELECTED-COUNT(RULE-COUNT)
               ELSE
                   MOVE 'REJECTED - OVER 50 RULES' TO RL-DISPOSITION
               END-IF
           END-IF.
      ******************************************************************
      *    EDIT THE MMDDYYYY DATE ALREADY MOVED TO DE-DATE AS A REAL
      *    CALENDAR DATE, BY THE SAME MONTH LENGTHS AND LEAP-YEAR RULE
      *    maint1 APPLIES, SO NO CHANGE IS WRITTEN THAT maint1 WILL
      *    REJECT. DE-ERROR-SW IS 1 WHEN THE DATE IS NOT VALID.
      ******************************************************************
       025-EDIT-WORK-DATE.
           MOVE 0 TO DE-ERROR-SW.
           IF DE-MONTH < 1 OR DE-MONTH > 12
               MOVE 1 TO DE-ERROR-SW
           ELSE
               MOVE MONTH-DAYS(DE-MONTH) TO DE-MAX-DAY
               IF DE-MONTH = 2
                   PERFORM 027-CHECK-LEAP-YEAR
               END-IF
               IF DE-DAY < 1 OR DE-DAY > DE-MAX-DAY
                   MOVE 1 TO DE-ERROR-SW
               END-IF
           END-IF.
      ******************************************************************
      *    ALLOW FEBRUARY 29 WHEN DE-YEAR IS A LEAP YEAR: DIVISIBLE
      *    BY 4 AND EITHER NOT DIVISIBLE BY 100 OR DIVISIBLE BY 400
      ******************************************************************
       027-CHECK-LEAP-YEAR.
           DIVIDE DE-YEAR BY 4 GIVING DE-QUOT
               REMAINDER DE-REM-4.
           DIVIDE DE-YEAR BY 100 GIVING DE-QUOT
               REMAINDER DE-REM-100.
           DIVIDE DE-YEAR BY 400 GIVING DE-QUOT
               REMAINDER DE-REM-400.
           IF DE-REM-4 = 0
               AND (DE-REM-100 NOT = 0 OR DE-REM-400 = 0)
               MOVE 29 TO DE-MAX-DAY
           END-IF.
      ******************************************************************
      *    LIST ONE RULE AND ITS DISPOSITION
      ******************************************************************
       030-PRINT-RULE.
           MOVE RULE-FILE-LINE TO RL-RULE-NO.
           MOVE RR-DIVISION TO RL-DIVISION.
           MOVE RR-DEPT TO RL-DEPT.
           MOVE RR-EMP-TYPE TO RL-EMP-TYPE.
           IF RR-DIVISION = SPACES
               MOVE 'ALL' TO RL-DIVISION
           END-IF.
           IF RR-DEPT = SPACES
               MOVE 'ALL' TO RL-DEPT
           END-IF.
           IF RR-EMP-TYPE = SPACES
               MOVE '**' TO RL-EMP-TYPE
           END-IF.
           MOVE 0 TO RL-INCREASE-AMT.
           IF RR-INCREASE-TYPE = 'F'
               MOVE 'FLAT ' TO RL-INCREASE-KIND
               IF RR-FLAT-AMT NUMERIC
                   MOVE RR-FLAT-AMT TO RL-INCREASE-AMT
               END-IF
           ELSE
               MOVE 'PCT  ' TO RL-INCREASE-KIND
               IF RR-PERCENT NUMERIC
                   MOVE RR-PERCENT TO RL-INCREASE-AMT
               END-IF
           END-IF.
           MOVE RR-ROUND-RULE TO RL-ROUND-RULE.
           MOVE 0 TO RL-HOURLY-CAP.
           MOVE 0 TO RL-SALARY-CAP.
           IF RR-HOURLY-CAP NUMERIC
               MOVE RR-HOURLY-CAP TO RL-HOURLY-CAP
           END-IF.
           IF RR-SALARY-CAP NUMERIC
               MOVE RR-SALARY-CAP TO RL-SALARY-CAP
           END-IF.
           MOVE RR-EFF-DATE TO RL-EFF-DATE.
           IF RR-EFF-DATE = SPACES
               MOVE 'NEXT PAY' TO RL-EFF-DATE
           END-IF.
           WRITE PROPOSAL-REPORT-RECORD FROM RULE-LINE
               AFTER ADVANCING 1 LINE.
      ******************************************************************
      *    READ ONE DIVISION'S MASTER AND EXTRACT EVERY ACTIVE
      *    EMPLOYEE A RULE SELECTS
      ******************************************************************
       050-SELECT-DIVISION.
           MOVE DV-DIVISION-FILE(DIV-IDX) TO MASTER-FILE-NAME.
           MOVE 0 TO EOF-M.
           OPEN INPUT MASTER-FILE.
           IF MASTER-STATUS NOT = '00'
               DISPLAY 'RATEINC1: MASTER NOT AVAILABLE FOR DIVISION '
                   DV-DIVISION-CODE(DIV-IDX)
           ELSE
               PERFORM 910-READ-MASTER
               PERFORM 200-SELECT-EMPLOYEE
                   UNTIL EOF-M = 1
               CLOSE MASTER-FILE
           END-IF.
      ******************************************************************
      *    PRINT THE RUN HEADING
      ******************************************************************
       100-PRINT-HEADING.
           ACCEPT RH-CURR-DATE FROM DATE.
           WRITE PROPOSAL-REPORT-RECORD FROM REPORT-HEADING.
           MOVE SPACES TO PROPOSAL-REPORT-RECORD.
           WRITE PROPOSAL-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
      ******************************************************************
      *    FIND THE FIRST RULE AN ACTIVE EMPLOYEE MATCHES AND EXTRACT
      *    THEM AGAINST IT. TERMINATED EMPLOYEES AND EMPLOYEES ON
      *    LEAVE ARE NOT SELECTED.
      ******************************************************************
       200-SELECT-EMPLOYEE.
           ADD 1 TO READ-COUNTER.
           IF I-ACTIVE-STATUS = 'A' OR I-ACTIVE-STATUS = SPACE
               MOVE 0 TO MATCHED-RULE
               PERFORM 210-MATCH-RULE
                   VARYING RULE-SUB FROM 1 BY 1
                   UNTIL RULE-SUB > RULE-COUNT
                   OR MATCHED-RULE > 0
               IF MATCHED-RULE = 0
                   ADD 1 TO NO-RULE-COUNTER
               ELSE
                   ADD 1 TO SELECTED-COUNTER
                   ADD 1 TO RULE-SELECTED-COUNT(MATCHED-RULE)
                   MOVE DV-DIVISION-CODE(DIV-IDX) TO PX-DIVISION
                   MOVE MATCHED-RULE TO PX-RULE-NO
                   MOVE INPUT-DATA TO PX-IMAGE
                   WRITE PROPOSAL-EXTRACT-RECORD
                       FROM PROPOSAL-EXTRACT-DATA
               END-IF
           END-IF.
           PERFORM 910-READ-MASTER.
      ******************************************************************
      *    TEST THE EMPLOYEE AGAINST ONE RULE'S SELECTION
      ******************************************************************
       210-MATCH-RULE.
           MOVE RULE-ENTRY(RULE-SUB) TO RATE-RULE-DATA.
           IF (RR-DIVISION = SPACES
                   OR RR-DIVISION = DV-DIVISION-CODE(DIV-IDX))
               AND (RR-DEPT = SPACES OR RR-DEPT = I-DEPT)
               AND (RR-EMP-TYPE = SPACES OR RR-EMP-TYPE = I-EMP-TYPE)
               MOVE RULE-SUB TO MATCHED-RULE
           END-IF.
      ******************************************************************
      *    PROPOSE THE INCREASE FOR ONE SELECTED EMPLOYEE, PRINTING A
      *    DEPARTMENT TOTAL WHEN THE DIVISION OR DEPARTMENT CHANGES,
      *    AND WRITE THE CHANGE TRANSACTION WHEN THE RATE GOES UP
      ******************************************************************
       300-PROPOSE-EMPLOYEE.
           MOVE PX-IMAGE TO INPUT-DATA.
           IF FIRST-RECORD-SW = 1
               MOVE 0 TO FIRST-RECORD-SW
               MOVE PX-DIVISION TO BREAK-DIVISION
               MOVE I-DEPT TO BREAK-DEPT
           END-IF.
           IF PX-DIVISION NOT = BREAK-DIVISION
               OR I-DEPT NOT = BREAK-DEPT
               PERFORM 400-PRINT-DEPT-TOTAL
               MOVE PX-DIVISION TO BREAK-DIVISION
               MOVE I-DEPT TO BREAK-DEPT
           END-IF.
           MOVE RULE-ENTRY(PX-RULE-NO) TO RATE-RULE-DATA.
           MOVE SPACES TO PROPOSAL-NOTE.
           MOVE 0 TO OLD-RATE.
           MOVE 0 TO NEW-RATE.
           MOVE 0 TO OLD-PERIOD-COST.
           MOVE 0 TO PERIOD-IMPACT.
           MOVE 0 TO ANNUAL-IMPACT.
           MOVE 0 TO INCREASE-PCT.
           PERFORM 305-SCREEN-MASTER.
           IF MASTER-ERROR-SW = 1
               MOVE 'MASTER IN ERROR' TO PROPOSAL-NOTE
           ELSE
               MOVE I-EMP-RATE TO OLD-RATE
               PERFORM 310-FIGURE-NEW-RATE
           END-IF.
           IF NEW-RATE > OLD-RATE
               PERFORM 330-FIGURE-IMPACT
               PERFORM 350-WRITE-TRANSACTION
               ADD 1 TO DEPT-CHANGED-COUNT
           ELSE
               MOVE OLD-RATE TO NEW-RATE
               ADD 1 TO UNCHANGED-COUNTER
               IF PROPOSAL-NOTE = SPACES
                   MOVE 'NO INCREASE' TO PROPOSAL-NOTE
               END-IF
           END-IF.
           IF I-EMP-STATUS = 'H'
               COMPUTE OLD-PERIOD-COST = OLD-RATE * FULL-PERIOD-HOURS
           ELSE
               MOVE OLD-RATE TO OLD-PERIOD-COST
           END-IF.
           ADD 1 TO DEPT-EMP-COUNT.
           ADD OLD-PERIOD-COST TO DEPT-OLD-COST.
           ADD PERIOD-IMPACT TO DEPT-PERIOD-IMPACT.
           ADD ANNUAL-IMPACT TO DEPT-ANNUAL-IMPACT.
           PERFORM 360-WRITE-DETAIL.
           PERFORM 920-READ-PROPOSAL.
      ******************************************************************
      *    SCREEN THE MASTER FOR ANYTHING THAT WOULD PUT ITS CHANGE ON
      *    THE maint1 REJECT LIST, SINCE EVERY FIELD IS CARRIED ONTO
      *    THE TRANSACTION AS IT STANDS: THE RATE AND PAY STATUS, THE
      *    SSN, THE FILING STATUS, THE DEDUCTIONS, THE HIRE DATE AND
      *    HALF-KEYED BANK DATA. A BLANK FILING STATUS OR ALLOWANCES
      *    ARE NOT ERRORS - 350-WRITE-TRANSACTION SUPPLIES THEM AS
      *    payroll1 TAKES THEM.
      ******************************************************************
       305-SCREEN-MASTER.
           MOVE 0 TO MASTER-ERROR-SW.
           IF I-EMP-RATE NOT NUMERIC
               OR (I-EMP-STATUS NOT = 'H' AND I-EMP-STATUS NOT = 'S')
               MOVE 1 TO MASTER-ERROR-SW
           END-IF.
           IF I-SSN NOT NUMERIC
               MOVE 1 TO MASTER-ERROR-SW
           END-IF.
           IF I-FILING-STATUS NOT = SPACE
               AND I-FILING-STATUS NOT = 'S'
               AND I-FILING-STATUS NOT = 'M'
               MOVE 1 TO MASTER-ERROR-SW
           END-IF.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > 5
               IF I-DEDUCT(SUB) NOT NUMERIC
                   MOVE 1 TO MASTER-ERROR-SW
               END-IF
           END-PERFORM.
           IF I-DATE NOT NUMERIC
               MOVE 1 TO MASTER-ERROR-SW
           ELSE
               MOVE I-DATE TO DE-DATE
               PERFORM 025-EDIT-WORK-DATE
               IF DE-ERROR-SW = 1
                   MOVE 1 TO MASTER-ERROR-SW
               END-IF
           END-IF.
           IF I-BANK-ROUTING NOT = SPACES OR I-BANK-ACCOUNT NOT = SPACES
               IF I-BANK-ROUTING NOT NUMERIC
                   OR I-BANK-ACCOUNT = SPACES
                   MOVE 1 TO MASTER-ERROR-SW
               END-IF
           END-IF.
      ******************************************************************
      *    APPLY THE RULE'S INCREASE AND ROUNDING TO THE OLD RATE,
      *    THEN HOLD THE RESULT TO THE CAP FOR THE EMPLOYEE'S PAY
      *    STATUS. A CAP AT OR BELOW THE OLD RATE MEANS NO INCREASE.
      *    A RESULT THAT WILL NOT FIT THE 9999.99 RATE FIELD, BEFORE
      *    OR AFTER ROUNDING, LEAVES THE OLD RATE STANDING.
      ******************************************************************
       310-FIGURE-NEW-RATE.
           MOVE 0 TO RATE-OVERFLOW-SW.
           IF RR-INCREASE-TYPE = 'P'
               COMPUTE RAW-RATE =
                   OLD-RATE + (OLD-RATE * RR-PERCENT / 100)
           ELSE
               COMPUTE RAW-RATE = OLD-RATE + RR-FLAT-AMT
           END-IF.
           IF RAW-RATE > 9999.99
               MOVE 1 TO RATE-OVERFLOW-SW
           ELSE
               EVALUATE RR-ROUND-RULE
                   WHEN 'U'
                       COMPUTE NEW-RATE = RAW-RATE
                       IF NEW-RATE < RAW-RATE
                           ADD .01 TO NEW-RATE
                       END-IF
                   WHEN 'D'
                       COMPUTE NEW-RATE = RAW-RATE
                   WHEN 'W'
                       COMPUTE WHOLE-RATE ROUNDED = RAW-RATE
                           ON SIZE ERROR
                               MOVE 1 TO RATE-OVERFLOW-SW
                           NOT ON SIZE ERROR
                               MOVE WHOLE-RATE TO NEW-RATE
                       END-COMPUTE
                   WHEN OTHER
                       COMPUTE NEW-RATE ROUNDED = RAW-RATE
               END-EVALUATE
           END-IF.
           IF RATE-OVERFLOW-SW = 1
               MOVE OLD-RATE TO NEW-RATE
               MOVE 'RATE OVERFLOW' TO PROPOSAL-NOTE
           ELSE
               IF I-EMP-STATUS = 'H'
                   MOVE RR-HOURLY-CAP TO RATE-CAP
               ELSE
                   MOVE RR-SALARY-CAP TO RATE-CAP
               END-IF
               IF RATE-CAP > 0 AND NEW-RATE > RATE-CAP
                   MOVE RATE-CAP TO NEW-RATE
                   IF RATE-CAP > OLD-RATE
                       MOVE 'CAPPED' TO PROPOSAL-NOTE
                   ELSE
                       MOVE 'AT/OVER CAP' TO PROPOSAL-NOTE
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      *    FIGURE THE PERCENTAGE AND THE PERIOD AND ANNUAL DOLLAR
      *    IMPACT OF THE NEW RATE
      ******************************************************************
       330-FIGURE-IMPACT.
           COMPUTE INCREASE-PCT ROUNDED =
               (NEW-RATE - OLD-RATE) * 100 / OLD-RATE.
           IF I-EMP-STATUS = 'H'
               COMPUTE PERIOD-IMPACT =
                   (NEW-RATE - OLD-RATE) * FULL-PERIOD-HOURS
           ELSE
               COMPUTE PERIOD-IMPACT = NEW-RATE - OLD-RATE
           END-IF.
           COMPUTE ANNUAL-IMPACT = PERIOD-IMPACT * PERIODS-PER-YEAR.
      ******************************************************************
      *    WRITE THE CHANGE TRANSACTION: EVERY FIELD maint1 APPLIES
      *    ON A CHANGE IS CARRIED FROM THE MASTER AS IT STANDS, WITH
      *    ONLY THE RATE AND ITS EFFECTIVE DATE NEW. THE ADDRESS IS
      *    LEFT BLANK SO THE ADDRESS FILE IS NOT TOUCHED. A FILING
      *    STATUS OR ALLOWANCES BLANK ON AN OLDER MASTER GO OUT AS 'S'
      *    AND ZERO, THE WAY payroll1 ALREADY WITHHOLDS FOR THEM.
      ******************************************************************
       350-WRITE-TRANSACTION.
           MOVE SPACES TO TRANS-DATA.
           MOVE 'C' TO T-TRANS-CODE.
           MOVE I-EMP-ID TO T-EMP-ID.
           MOVE I-LNAME TO T-LNAME.
           MOVE I-FNAME TO T-FNAME.
           MOVE I-EMP-TYPE TO T-EMP-TYPE.
           MOVE I-TITLE TO T-TITLE.
           MOVE I-SSN TO T-SSN.
           MOVE I-DEPT TO T-DEPT.
           MOVE PX-DIVISION TO T-DIVISION.
           MOVE I-ACTIVE-STATUS TO T-ACTIVE-STATUS.
           MOVE I-STATUS-DATE TO T-STATUS-DATE.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > 5
               MOVE I-COVERAGE(SUB) TO T-COVERAGE(SUB)
               MOVE I-DEDUCT(SUB) TO T-DEDUCT(SUB)
           END-PERFORM.
           MOVE I-DATE TO T-DATE.
           MOVE NEW-RATE TO T-EMP-RATE.
           MOVE I-EMP-STATUS TO T-EMP-STATUS.
           IF I-FILING-STATUS = SPACE
               MOVE 'S' TO T-FILING-STATUS
           ELSE
               MOVE I-FILING-STATUS TO T-FILING-STATUS
           END-IF.
           IF I-ALLOWANCES NUMERIC
               MOVE I-ALLOWANCES TO T-ALLOWANCES
           ELSE
               MOVE 0 TO T-ALLOWANCES
           END-IF.
           MOVE I-BANK-ROUTING TO T-BANK-ROUTING.
           MOVE I-BANK-ACCOUNT TO T-BANK-ACCOUNT.
           MOVE RR-EFF-DATE TO T-RATE-EFF-DATE.
           WRITE TRANS-RECORD FROM TRANS-DATA.
           ADD 1 TO WRITTEN-COUNTER.
      ******************************************************************
      *    PRINT ONE EMPLOYEE'S LINE ON THE PROPOSAL
      ******************************************************************
       360-WRITE-DETAIL.
           MOVE PX-DIVISION TO PD-DIVISION.
           MOVE I-DEPT TO PD-DEPT.
           MOVE I-EMP-ID TO PD-EMP-ID.
           MOVE I-LNAME TO PD-LNAME.
           MOVE I-FNAME TO PD-FNAME.
           MOVE I-EMP-TYPE TO PD-EMP-TYPE.
           MOVE I-EMP-STATUS TO PD-EMP-STATUS.
           MOVE RULE-LINE-NO(PX-RULE-NO) TO PD-RULE-NO.
           MOVE OLD-RATE TO PD-OLD-RATE.
           MOVE NEW-RATE TO PD-NEW-RATE.
           MOVE INCREASE-PCT TO PD-PERCENT.
           MOVE PERIOD-IMPACT TO PD-PERIOD-IMPACT.
           MOVE ANNUAL-IMPACT TO PD-ANNUAL-IMPACT.
           MOVE PROPOSAL-NOTE TO PD-NOTE.
           WRITE PROPOSAL-REPORT-RECORD FROM PROPOSAL-DETAIL
               AFTER ADVANCING 1 LINE.
      ******************************************************************
      *    PRINT THE TOTAL FOR THE DEPARTMENT JUST FINISHED, ROLL IT
      *    INTO THE GRAND TOTAL AND CLEAR IT
      ******************************************************************
       400-PRINT-DEPT-TOTAL.
           MOVE SPACES TO TL-LABEL.
           STRING BREAK-DIVISION DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               BREAK-DEPT DELIMITED BY SIZE
               ' TOTAL' DELIMITED BY SIZE
               INTO TL-LABEL
           END-STRING.
           MOVE DEPT-EMP-COUNT TO TL-EMP-COUNT.
           MOVE DEPT-CHANGED-COUNT TO TL-CHANGED-COUNT.
           MOVE DEPT-OLD-COST TO TL-OLD-COST.
           MOVE DEPT-PERIOD-IMPACT TO TL-PERIOD-IMPACT.
           MOVE DEPT-ANNUAL-IMPACT TO TL-ANNUAL-IMPACT.
           MOVE 0 TO TOTAL-PERCENT.
           IF DEPT-OLD-COST > 0
               COMPUTE TOTAL-PERCENT ROUNDED =
                   DEPT-PERIOD-IMPACT * 100 / DEPT-OLD-COST
           END-IF.
           MOVE TOTAL-PERCENT TO TL-PERCENT.
           WRITE PROPOSAL-REPORT-RECORD FROM TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PROPOSAL-REPORT-RECORD.
           WRITE PROPOSAL-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           ADD DEPT-EMP-COUNT TO GRAND-EMP-COUNT.
           ADD DEPT-CHANGED-COUNT TO GRAND-CHANGED-COUNT.
           ADD DEPT-OLD-COST TO GRAND-OLD-COST.
           ADD DEPT-PERIOD-IMPACT TO GRAND-PERIOD-IMPACT.
           ADD DEPT-ANNUAL-IMPACT TO GRAND-ANNUAL-IMPACT.
           MOVE 0 TO DEPT-EMP-COUNT.
           MOVE 0 TO DEPT-CHANGED-COUNT.
           MOVE 0 TO DEPT-OLD-COST.
           MOVE 0 TO DEPT-PERIOD-IMPACT.
           MOVE 0 TO DEPT-ANNUAL-IMPACT.
      ******************************************************************
      *    PRINT THE GRAND TOTAL, THE COUNT EACH RULE SELECTED, THE
      *    RUN COUNTS AND THE APPROVAL LINE
      ******************************************************************
       800-PRINT-SUMMARY.
           MOVE 'ALL DEPARTMENTS' TO TL-LABEL.
           MOVE GRAND-EMP-COUNT TO TL-EMP-COUNT.
           MOVE GRAND-CHANGED-COUNT TO TL-CHANGED-COUNT.
           MOVE GRAND-OLD-COST TO TL-OLD-COST.
           MOVE GRAND-PERIOD-IMPACT TO TL-PERIOD-IMPACT.
           MOVE GRAND-ANNUAL-IMPACT TO TL-ANNUAL-IMPACT.
           MOVE 0 TO TOTAL-PERCENT.
           IF GRAND-OLD-COST > 0
               COMPUTE TOTAL-PERCENT ROUNDED =
                   GRAND-PERIOD-IMPACT * 100 / GRAND-OLD-COST
           END-IF.
           MOVE TOTAL-PERCENT TO TL-PERCENT.
           WRITE PROPOSAL-REPORT-RECORD FROM TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PROPOSAL-REPORT-RECORD.
           WRITE PROPOSAL-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           PERFORM VARYING RULE-SUB FROM 1 BY 1
               UNTIL RULE-SUB > RULE-COUNT
               MOVE RULE-LINE-NO(RULE-SUB) TO RC-RULE-NO
               MOVE RULE-SELECTED-COUNT(RULE-SUB) TO RC-SELECTED
               WRITE PROPOSAL-REPORT-RECORD FROM RULE-COUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM.
           MOVE READ-COUNTER TO RS-READ.
           MOVE NO-RULE-COUNTER TO RS-NO-RULE.
           MOVE SELECTED-COUNTER TO RS-SELECTED.
           MOVE WRITTEN-COUNTER TO RS-WRITTEN.
           MOVE UNCHANGED-COUNTER TO RS-UNCHANGED.
           WRITE PROPOSAL-REPORT-RECORD FROM REPORT-SUMMARY
               AFTER ADVANCING 2 LINES.
           WRITE PROPOSAL-REPORT-RECORD FROM APPROVAL-LINE
               AFTER ADVANCING 3 LINES.
      ******************************************************************
      *    READ THE NEXT EMPLOYEE MASTER RECORD
      ******************************************************************
       910-READ-MASTER.
           READ MASTER-FILE INTO INPUT-DATA
               AT END MOVE 1 TO EOF-M.
      ******************************************************************
      *    READ THE NEXT SORTED PROPOSAL EXTRACT RECORD
      ******************************************************************
       920-READ-PROPOSAL.
           READ SORTED-PROPOSAL-FILE INTO PROPOSAL-EXTRACT-DATA
               AT END MOVE 1 TO EOF-PX.
      ******************************************************************
      *    READ THE NEXT DIVISION CONTROL RECORD
      ******************************************************************
       930-READ-DIVISION-CONTROL.
           READ DIVISION-CONTROL-FILE
               AT END MOVE 1 TO EOF-DC.
      ******************************************************************
      *    READ THE NEXT RATE RULE RECORD
      ******************************************************************
       940-READ-RATE-RULE.
           READ RATE-RULE-FILE INTO RATE-RULE-DATA
               AT END MOVE 1 TO EOF-RR.
      ******************************************************************
      *    ENDING LINE
      ******************************************************************
       END PROGRAM rateinc1.
