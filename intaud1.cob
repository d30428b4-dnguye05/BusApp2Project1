      ******************************************************************
      *Author: David Nguyen
      *Purpose: intaud1 - cross-file integrity audit, run ahead of
      *         period close. Sweeps the EMPL.PROG1 division masters,
      *         the leave ledger (EMPL.PROG1.LEAVELED), the YTD
      *         deduction ledger (EMPL.PROG1.YTDLED), the prior-rate
      *         snapshots (EMPL.PROG1.RATES), the pay history ledger
      *         (EMPL.PROG1.PAYHIST), the purge archive
      *         (EMPL.PROG1.PURGARCH) and the department reference
      *         master (EMPL.PROG1.DEPT) together, and lists every
      *         place they no longer agree: ledger records for an
      *         employee on no master and not in the archive, active
      *         masters with no leave or YTD ledger record, masters
      *         carrying a department that belongs to another
      *         division, active masters not paid for several closed
      *         periods on the pay calendar (EMPL.PROG1.PAYCAL), and
      *         departments with no employees. Each finding carries a
      *         severity and a suggested fix, and the run ends with
      *         return code 0 (clean or information only), 4
      *         (warnings to review) or 8 (errors - do not start
      *         period close). Every source is reduced to one extract
      *         line per record and sorted by employee id, so the
      *         audit is a single pass at any file size.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. intaud1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ASSIGN-TO NAME IS SET AT RUNTIME FROM MASTER-FILE-NAME SO
      *    THE EXTRACT PASS CAN READ EACH DIVISION'S EMPLOYEE FILE
      *    IN TURN
           SELECT MASTER-FILE ASSIGN TO MASTER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MR-EMP-ID
               FILE STATUS IS MASTER-STATUS.
      *    DIVISION CONTROL FILE NAMING THE DIVISION MASTERS THE
      *    AUDIT SWEEPS; LOADED AT STARTUP SO A NEW DIVISION IS A
      *    DATA CHANGE INSTEAD OF A RECOMPILE
           SELECT DIVISION-CONTROL-FILE ASSIGN TO 'EMPL.PROG1.DIVCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIVISION-CONTROL-STATUS.
      *    DEPARTMENT REFERENCE MASTER MAINTAINED BY deptmnt1, READ
      *    BY KEY FOR EACH MASTER'S I-DEPT AND THEN FRONT TO BACK
      *    FOR DEPARTMENTS NO EMPLOYEE CARRIES
           SELECT DEPT-FILE ASSIGN TO 'EMPL.PROG1.DEPT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS D-DEPT-CODE
               FILE STATUS IS DEPT-FILE-STATUS.
           SELECT LEAVE-LEDGER-FILE ASSIGN TO 'EMPL.PROG1.LEAVELED'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS L-EMP-ID
               FILE STATUS IS LEAVE-LEDGER-STATUS.
           SELECT YTD-LEDGER-FILE ASSIGN TO 'EMPL.PROG1.YTDLED'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Y-EMP-ID
               FILE STATUS IS YTD-LEDGER-STATUS.
           SELECT PRIOR-RATE-FILE ASSIGN TO 'EMPL.PROG1.RATES'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PR-EMP-ID
               FILE STATUS IS PRIOR-RATE-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO 'EMPL.PROG1.PAYHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-HISTORY-STATUS.
      *    EMPLOYEES REMOVED BY purge1; A LEDGER RECORD FOR ONE OF
      *    THEM IS ACCOUNTED FOR, NOT AN ORPHAN
           SELECT ARCHIVE-FILE ASSIGN TO 'EMPL.PROG1.PURGARCH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-STATUS.
      *    PAY CALENDAR; THE CLOSED PERIODS MEASURE HOW FAR BEHIND AN
      *    ACTIVE EMPLOYEE'S LAST PAY HISTORY PERIOD IS
           SELECT PAY-CALENDAR-FILE ASSIGN TO 'EMPL.PROG1.PAYCAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-CALENDAR-STATUS.
      *    ONE LINE PER RECORD ON EVERY EMPLOYEE-KEYED FILE, TAGGED
      *    WITH ITS SOURCE, SORTED BY EMPLOYEE SO ALL OF AN
      *    EMPLOYEE'S RECORDS SIT TOGETHER
           SELECT AUDIT-EXTRACT-FILE ASSIGN TO 'EMPL.PROG1.INTAX'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTED-AUDIT-FILE ASSIGN TO 'EMPL.PROG1.INTAXS'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-SORT-WORK ASSIGN TO 'EMPL.PROG1.INTAXWK'.
      *    ONE LINE PER EMPLOYEE STILL ON A MASTER, CARRYING ITS
      *    DEPARTMENT, SORTED TO MATCH THE DEPARTMENT MASTER
           SELECT DEPT-EXTRACT-FILE ASSIGN TO 'EMPL.PROG1.INTDX'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTED-DEPT-FILE ASSIGN TO 'EMPL.PROG1.INTDXS'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPT-SORT-WORK ASSIGN TO 'EMPL.PROG1.INTDXWK'.
           SELECT AUDIT-REPORT-FILE ASSIGN TO 'EMPL.PROG1.INTAUD'.
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
       FD  DEPT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DEPTREC.
       FD  LEAVE-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LEAVEREC.
       FD  YTD-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY YTDREC.
       FD  PRIOR-RATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRIOR-RATE-RECORD.
           03 PR-EMP-ID PIC X(7).
           03 PR-EMP-RATE.
               05 PR-EMP-RATE-WHOLE PIC 9(4).
               05 PR-EMP-RATE-DECIMAL PIC P9(2).
       FD  PAY-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYHREC.
       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-RECORD.
           03 AR-REC-TYPE PIC X(1).
           03 AR-DIVISION PIC X(4).
           03 AR-EMP-ID PIC X(7).
           03 AR-IMAGE PIC X(160).
       FD  PAY-CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CALREC.
       FD  AUDIT-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-EXTRACT-RECORD PIC X(64).
       FD  SORTED-AUDIT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  SORTED-AUDIT-RECORD PIC X(64).
      *    WORK FILE USED TO SORT THE EXTRACT BY EMPLOYEE, THEN
      *    SOURCE, SO EACH EMPLOYEE'S RECORDS ARE AUDITED TOGETHER
       SD  AUDIT-SORT-WORK.
       01  AUDIT-SORT-RECORD.
           03 AS-EMP-ID PIC X(7).
           03 AS-SOURCE PIC X(1).
           03 FILLER PIC X(56).
       FD  DEPT-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  DEPT-EXTRACT-RECORD.
           03 DX-OUT-DEPT PIC X(4).
           03 DX-OUT-EMP-ID PIC X(7).
           03 FILLER PIC X(5).
       FD  SORTED-DEPT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  SORTED-DEPT-RECORD PIC X(16).
      *    WORK FILE USED TO SORT THE DEPARTMENT EXTRACT BY CODE
       SD  DEPT-SORT-WORK.
       01  DEPT-SORT-RECORD.
           03 DS-DEPT PIC X(4).
           03 FILLER PIC X(12).
       FD  AUDIT-REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  AUDIT-REPORT-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
           COPY EMPREC.
       01  MASTER-FILE-NAME PIC X(20) VALUE SPACES.
      *    DIVISION EMPLOYEE MASTERS SWEPT BY THE EXTRACT PASS;
      *    LOADED AT STARTUP FROM THE DIVISION CONTROL FILE
       01  DIVISION-ENTRY.
           03 DIVISION-ITEM OCCURS 10 TIMES INDEXED BY DIV-IDX.
               05 DV-DIVISION-CODE PIC X(4).
               05 DV-DIVISION-FILE PIC X(20).
      *    ONE EXTRACT LINE. AX-SOURCE IS 'A' ARCHIVE, 'L' LEAVE
      *    LEDGER, 'M' MASTER, 'P' PAY HISTORY, 'R' PRIOR RATE OR
      *    'Y' YTD LEDGER. AX-DATE-YMD IS THE HIRE DATE ON A MASTER
      *    LINE AND THE PERIOD END ON A PAY HISTORY LINE, YYYYMMDD.
      *    AX-DEPT-CHECK ON A MASTER LINE IS 'N' WHEN I-DEPT IS NOT
      *    ON THE DEPARTMENT MASTER AND 'D' WHEN IT BELONGS TO
      *    ANOTHER DIVISION (AX-DEPT-DIVISION).
       01  AUDIT-EXTRACT-DATA.
           03 AX-EMP-ID PIC X(7).
           03 AX-SOURCE PIC X(1).
           03 AX-DIVISION PIC X(4).
           03 AX-DEPT PIC X(4).
           03 AX-ACTIVE-STATUS PIC X(1).
           03 AX-DEPT-CHECK PIC X(1).
           03 AX-DEPT-DIVISION PIC X(4).
           03 AX-DATE-YMD PIC 9(8).
           03 AX-ENTRY-TYPE PIC X(1).
           03 AX-LNAME PIC X(15).
           03 AX-FNAME PIC X(15).
           03 FILLER PIC X(3).
       01  DEPT-EXTRACT-DATA.
           03 DX-DEPT PIC X(4).
           03 DX-EMP-ID PIC X(7).
           03 FILLER PIC X(5).
      *    END DATES OF THE CLOSED PERIODS ON THE PAY CALENDAR,
      *    YYYYMMDD
       01  CLOSED-PERIOD-TABLE.
           03 CP-END-YMD PIC 9(8) OCCURS 120 TIMES.
       01  REPORT-HEADING1.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RH-CURR-DATE PIC 99/99/99.
           03 FILLER PIC X(40) VALUE SPACES.
           03 FILLER PIC X(21) VALUE 'MASTERMIND COBOL, INC'.
           03 FILLER PIC X(62) VALUE SPACES.
       01  REPORT-HEADING2.
           03 FILLER PIC X(42) VALUE SPACES.
           03 FILLER PIC X(31) VALUE
               'EMPL.PROG1 FILE INTEGRITY AUDIT'.
           03 FILLER PIC X(59) VALUE SPACES.
       01  REPORT-HEADING3.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(8) VALUE 'SEVERITY'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'FILE'.
           03 FILLER PIC X(5) VALUE SPACES.
           03 FILLER PIC X(3) VALUE 'KEY'.
           03 FILLER PIC X(5) VALUE SPACES.
           03 FILLER PIC X(3) VALUE 'DIV'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'NAME'.
           03 FILLER PIC X(10) VALUE SPACES.
           03 FILLER PIC X(7) VALUE 'FINDING'.
           03 FILLER PIC X(30) VALUE SPACES.
           03 FILLER PIC X(13) VALUE 'SUGGESTED FIX'.
           03 FILLER PIC X(36) VALUE SPACES.
       01  FINDING-LINE.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FL-SEVERITY PIC X(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 FL-FILE PIC X(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 FL-KEY PIC X(7).
           03 FILLER PIC X(1) VALUE SPACES.
           03 FL-DIVISION PIC X(4).
           03 FILLER PIC X(1) VALUE SPACES.
           03 FL-NAME PIC X(13).
           03 FILLER PIC X(1) VALUE SPACES.
           03 FL-FINDING PIC X(37).
           03 FILLER PIC X(1) VALUE SPACES.
           03 FL-FIX PIC X(46).
           03 FILLER PIC X(2) VALUE SPACES.
       01  SUMMARY-COUNT-LINE.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(17) VALUE 'EMPLOYEES AUDITED'.
           03 SC-EMPLOYEES PIC ZZZZZ9.
           03 FILLER PIC X(3) VALUE SPACES.
           03 FILLER PIC X(13) VALUE 'DEPARTMENTS: '.
           03 SC-DEPTS PIC ZZZ9.
           03 FILLER PIC X(3) VALUE SPACES.
           03 FILLER PIC X(8) VALUE 'ERRORS: '.
           03 SC-ERRORS PIC ZZZZ9.
           03 FILLER PIC X(3) VALUE SPACES.
           03 FILLER PIC X(10) VALUE 'WARNINGS: '.
           03 SC-WARNINGS PIC ZZZZ9.
           03 FILLER PIC X(3) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'INFO: '.
           03 SC-INFO PIC ZZZZ9.
           03 FILLER PIC X(40) VALUE SPACES.
       01  SUMMARY-VERDICT-LINE.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(14) VALUE 'PERIOD CLOSE: '.
           03 SV-VERDICT PIC X(50).
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(12) VALUE 'RETURN CODE '.
           03 SV-RETURN-CODE PIC 9.
           03 FILLER PIC X(52) VALUE SPACES.
       01  MISC.
           03 EOF-M PIC 9 VALUE 0.
           03 EOF-DC PIC 9 VALUE 0.
           03 EOF-DEPT PIC 9 VALUE 0.
           03 EOF-L PIC 9 VALUE 0.
           03 EOF-Y PIC 9 VALUE 0.
           03 EOF-R PIC 9 VALUE 0.
           03 EOF-PH PIC 9 VALUE 0.
           03 EOF-AR PIC 9 VALUE 0.
           03 EOF-CL PIC 9 VALUE 0.
           03 EOF-AX PIC 9 VALUE 0.
           03 EOF-DX PIC 9 VALUE 0.
           03 MASTER-STATUS PIC XX VALUE SPACES.
           03 DIVISION-CONTROL-STATUS PIC XX VALUE SPACES.
           03 DEPT-FILE-STATUS PIC XX VALUE SPACES.
           03 LEAVE-LEDGER-STATUS PIC XX VALUE SPACES.
           03 YTD-LEDGER-STATUS PIC XX VALUE SPACES.
           03 PRIOR-RATE-STATUS PIC XX VALUE SPACES.
           03 PAY-HISTORY-STATUS PIC XX VALUE SPACES.
           03 ARCHIVE-STATUS PIC XX VALUE SPACES.
           03 PAY-CALENDAR-STATUS PIC XX VALUE SPACES.
           03 DIVISION-TABLE-COUNT PIC 99 VALUE 0.
           03 DEPT-OPEN-SW PIC 9 VALUE 0.
           03 LEAVE-OPEN-SW PIC 9 VALUE 0.
           03 YTD-OPEN-SW PIC 9 VALUE 0.
           03 CALENDAR-OPEN-SW PIC 9 VALUE 0.
           03 CLOSED-PERIOD-COUNT PIC 9(3) VALUE 0.
           03 CP-SUB PIC 9(3) VALUE 0.
      *    AN ACTIVE EMPLOYEE WITH THIS MANY CLOSED CALENDAR PERIODS
      *    SINCE THE LAST PAY HISTORY PERIOD (OR SINCE HIRE, WHEN
      *    NEVER PAID) IS REPORTED AS NOT BEING PAID
           03 STALE-PERIOD-LIMIT PIC 9(3) VALUE 3.
           03 STALE-PERIOD-COUNT PIC 9(3) VALUE 0.
           03 CURRENT-EMP-ID PIC X(7) VALUE SPACES.
           03 CURRENT-LNAME PIC X(15) VALUE SPACES.
           03 MASTER-COUNT PIC 9(3) VALUE 0.
           03 ARCHIVE-COUNT PIC 9(5) VALUE 0.
           03 LEAVE-COUNT PIC 9(3) VALUE 0.
           03 YTD-COUNT PIC 9(3) VALUE 0.
           03 RATE-COUNT PIC 9(3) VALUE 0.
           03 PAY-HISTORY-COUNT PIC 9(5) VALUE 0.
           03 LAST-PAID-YMD PIC 9(8) VALUE 0.
           03 MASTER-DIVISION PIC X(4) VALUE SPACES.
           03 MASTER-ACTIVE-STATUS PIC X(1) VALUE SPACES.
           03 MASTER-HIRE-YMD PIC 9(8) VALUE 0.
           03 DEPT-EMP-COUNT PIC 9(5) VALUE 0.
           03 EMPLOYEE-COUNTER PIC 9(6) VALUE 0.
           03 DEPT-COUNTER PIC 9(4) VALUE 0.
           03 ERROR-COUNTER PIC 9(5) VALUE 0.
           03 WARNING-COUNTER PIC 9(5) VALUE 0.
           03 INFO-COUNTER PIC 9(5) VALUE 0.
           03 FINDING-SEVERITY PIC X(1) VALUE SPACES.
           03 STALE-COUNT-OUT PIC ZZ9.
      *    A MMDDYYYY DATE REARRANGED TO YYYYMMDD SO DATES COMPARE AS
      *    PLAIN NUMBERS. AN UNREADABLE DATE IS TAKEN AS ZERO.
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
           PERFORM 005-LOAD-DIVISIONS.
           OPEN OUTPUT AUDIT-REPORT-FILE.
           PERFORM 100-PRINT-HEADING.
           PERFORM 010-LOAD-CLOSED-PERIODS.
           OPEN OUTPUT AUDIT-EXTRACT-FILE
               OUTPUT DEPT-EXTRACT-FILE.
           PERFORM 020-OPEN-DEPT-FILE.
           PERFORM 110-EXTRACT-DIVISION
               VARYING DIV-IDX FROM 1 BY 1
               UNTIL DIV-IDX > DIVISION-TABLE-COUNT.
           PERFORM 120-EXTRACT-LEAVE-LEDGER.
           PERFORM 130-EXTRACT-YTD-LEDGER.
           PERFORM 140-EXTRACT-PRIOR-RATES.
           PERFORM 150-EXTRACT-PAY-HISTORY.
           PERFORM 160-EXTRACT-ARCHIVE.
           CLOSE AUDIT-EXTRACT-FILE
               DEPT-EXTRACT-FILE.
           SORT AUDIT-SORT-WORK
               ON ASCENDING KEY AS-EMP-ID AS-SOURCE
               USING AUDIT-EXTRACT-FILE
               GIVING SORTED-AUDIT-FILE.
           OPEN INPUT SORTED-AUDIT-FILE.
           PERFORM 900-READ-AUDIT-EXTRACT.
           PERFORM 200-AUDIT-ONE-EMPLOYEE
               UNTIL EOF-AX = 1.
           CLOSE SORTED-AUDIT-FILE.
           IF DEPT-OPEN-SW = 1
               PERFORM 500-AUDIT-DEPARTMENTS
           END-IF.
           PERFORM 800-PRINT-SUMMARY.
           CLOSE AUDIT-REPORT-FILE.
           STOP RUN.
      ******************************************************************
      *    LOAD THE ACTIVE DIVISIONS FROM THE DIVISION CONTROL FILE.
      *    NO CONTROL FILE OR NO ACTIVE DIVISION, NO RUN.
      ******************************************************************
       005-LOAD-DIVISIONS.
           OPEN INPUT DIVISION-CONTROL-FILE.
           IF DIVISION-CONTROL-STATUS NOT = '00'
               DISPLAY 'INTAUD1: DIVISION CONTROL FILE NOT AVAILABLE'
               MOVE 8 TO RETURN-CODE
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
               DISPLAY 'INTAUD1: NO ACTIVE DIVISIONS ON CONTROL FILE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      ******************************************************************
      *    LOAD THE END DATES OF THE CLOSED PERIODS ON THE PAY
      *    CALENDAR. WITHOUT A CALENDAR THE PAY-AGE CHECK IS SKIPPED
      *    AND THAT IS ITSELF A WARNING.
      ******************************************************************
       010-LOAD-CLOSED-PERIODS.
           OPEN INPUT PAY-CALENDAR-FILE.
           IF PAY-CALENDAR-STATUS NOT = '00'
               MOVE 'W' TO FINDING-SEVERITY
               MOVE 'PAYCAL' TO FL-FILE
               MOVE SPACES TO FL-KEY
               MOVE SPACES TO FL-DIVISION
               MOVE SPACES TO FL-NAME
               MOVE 'PAY CALENDAR MISSING - PAY AGE SKIPPED'
                   TO FL-FINDING
               MOVE 'SET UP EMPL.PROG1.PAYCAL AND RERUN' TO FL-FIX
               PERFORM 700-WRITE-FINDING
           ELSE
               MOVE 1 TO CALENDAR-OPEN-SW
               PERFORM 950-READ-PAY-CALENDAR
               PERFORM UNTIL EOF-CL = 1
                   IF CL-STATUS = 'C'
                       AND CL-END-DATE NUMERIC
                       AND CLOSED-PERIOD-COUNT < 120
                       ADD 1 TO CLOSED-PERIOD-COUNT
                       MOVE CL-END-DATE TO ED-MDY
                       PERFORM 960-MDY-TO-YMD
                       MOVE ED-YMD-NUM
                           TO CP-END-YMD(CLOSED-PERIOD-COUNT)
                   END-IF
                   PERFORM 950-READ-PAY-CALENDAR
               END-PERFORM
               CLOSE PAY-CALENDAR-FILE
           END-IF.
      ******************************************************************
      *    OPEN THE DEPARTMENT MASTER. WITHOUT IT NEITHER DEPARTMENT
      *    CHECK CAN BE MADE, WHICH IS AN ERROR.
      ******************************************************************
       020-OPEN-DEPT-FILE.
           OPEN INPUT DEPT-FILE.
           IF DEPT-FILE-STATUS = '00'
               MOVE 1 TO DEPT-OPEN-SW
           ELSE
               MOVE 'DEPT' TO FL-FILE
               PERFORM 710-WRITE-FILE-MISSING
           END-IF.
      ******************************************************************
      *    PRINT THE RUN HEADING
      ******************************************************************
       100-PRINT-HEADING.
           ACCEPT RH-CURR-DATE FROM DATE.
           WRITE AUDIT-REPORT-RECORD FROM REPORT-HEADING1.
           WRITE AUDIT-REPORT-RECORD FROM REPORT-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE AUDIT-REPORT-RECORD FROM REPORT-HEADING3
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO AUDIT-REPORT-RECORD.
           WRITE AUDIT-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
      ******************************************************************
      *    EXTRACT ONE DIVISION'S MASTER, CHECKING EACH RECORD'S
      *    DEPARTMENT AGAINST THE DEPARTMENT MASTER AS IT GOES.
      *    EMPLOYEES NOT TERMINATED ALSO GO ON THE DEPARTMENT
      *    EXTRACT. A MASTER THAT WILL NOT OPEN IS AN ERROR.
      ******************************************************************
       110-EXTRACT-DIVISION.
           MOVE DV-DIVISION-FILE(DIV-IDX) TO MASTER-FILE-NAME.
           MOVE 0 TO EOF-M.
           OPEN INPUT MASTER-FILE.
           IF MASTER-STATUS NOT = '00'
               MOVE DV-DIVISION-CODE(DIV-IDX) TO FL-DIVISION
               MOVE 'MASTER' TO FL-FILE
               PERFORM 710-WRITE-FILE-MISSING
           ELSE
               PERFORM 920-READ-MASTER
               PERFORM UNTIL EOF-M = 1
                   PERFORM 115-EXTRACT-MASTER
                   PERFORM 920-READ-MASTER
               END-PERFORM
               CLOSE MASTER-FILE
           END-IF.
      ******************************************************************
      *    WRITE THE EXTRACT LINE FOR ONE MASTER RECORD
      ******************************************************************
       115-EXTRACT-MASTER.
           MOVE SPACES TO AUDIT-EXTRACT-DATA.
           MOVE I-EMP-ID TO AX-EMP-ID.
           MOVE 'M' TO AX-SOURCE.
           MOVE DV-DIVISION-CODE(DIV-IDX) TO AX-DIVISION.
           MOVE I-DEPT TO AX-DEPT.
           MOVE I-ACTIVE-STATUS TO AX-ACTIVE-STATUS.
           MOVE I-LNAME TO AX-LNAME.
           MOVE I-FNAME TO AX-FNAME.
           MOVE 0 TO AX-DATE-YMD.
           IF I-DATE NUMERIC
               MOVE I-DATE TO ED-MDY
               PERFORM 960-MDY-TO-YMD
               MOVE ED-YMD-NUM TO AX-DATE-YMD
           END-IF.
           IF DEPT-OPEN-SW = 1
               MOVE I-DEPT TO D-DEPT-CODE
               READ DEPT-FILE
                   INVALID KEY
                       MOVE 'N' TO AX-DEPT-CHECK
                   NOT INVALID KEY
                       IF D-DIVISION NOT = DV-DIVISION-CODE(DIV-IDX)
                           MOVE 'D' TO AX-DEPT-CHECK
                           MOVE D-DIVISION TO AX-DEPT-DIVISION
                       END-IF
               END-READ
           END-IF.
           WRITE AUDIT-EXTRACT-RECORD FROM AUDIT-EXTRACT-DATA.
           IF I-ACTIVE-STATUS NOT = 'T'
               MOVE SPACES TO DEPT-EXTRACT-DATA
               MOVE I-DEPT TO DX-DEPT
               MOVE I-EMP-ID TO DX-EMP-ID
               WRITE DEPT-EXTRACT-RECORD FROM DEPT-EXTRACT-DATA
           END-IF.
      ******************************************************************
      *    EXTRACT THE LEAVE LEDGER. A MISSING LEDGER IS AN ERROR AND
      *    THE PER-EMPLOYEE MISSING-RECORD CHECK IS NOT MADE AGAINST
      *    IT.
      ******************************************************************
       120-EXTRACT-LEAVE-LEDGER.
           OPEN INPUT LEAVE-LEDGER-FILE.
           IF LEAVE-LEDGER-STATUS NOT = '00'
               MOVE 'LEAVELED' TO FL-FILE
               MOVE SPACES TO FL-DIVISION
               PERFORM 710-WRITE-FILE-MISSING
           ELSE
               MOVE 1 TO LEAVE-OPEN-SW
               PERFORM 940-READ-LEAVE-LEDGER
               PERFORM UNTIL EOF-L = 1
                   MOVE SPACES TO AUDIT-EXTRACT-DATA
                   MOVE 0 TO AX-DATE-YMD
                   MOVE L-EMP-ID TO AX-EMP-ID
                   MOVE 'L' TO AX-SOURCE
                   MOVE L-LNAME TO AX-LNAME
                   MOVE L-FNAME TO AX-FNAME
                   WRITE AUDIT-EXTRACT-RECORD FROM AUDIT-EXTRACT-DATA
                   PERFORM 940-READ-LEAVE-LEDGER
               END-PERFORM
               CLOSE LEAVE-LEDGER-FILE
           END-IF.
      ******************************************************************
      *    EXTRACT THE YTD DEDUCTION LEDGER, AS FOR THE LEAVE LEDGER
      ******************************************************************
       130-EXTRACT-YTD-LEDGER.
           OPEN INPUT YTD-LEDGER-FILE.
           IF YTD-LEDGER-STATUS NOT = '00'
               MOVE 'YTDLED' TO FL-FILE
               MOVE SPACES TO FL-DIVISION
               PERFORM 710-WRITE-FILE-MISSING
           ELSE
               MOVE 1 TO YTD-OPEN-SW
               PERFORM 942-READ-YTD-LEDGER
               PERFORM UNTIL EOF-Y = 1
                   MOVE SPACES TO AUDIT-EXTRACT-DATA
                   MOVE 0 TO AX-DATE-YMD
                   MOVE Y-EMP-ID TO AX-EMP-ID
                   MOVE 'Y' TO AX-SOURCE
                   MOVE Y-LNAME TO AX-LNAME
                   MOVE Y-FNAME TO AX-FNAME
                   WRITE AUDIT-EXTRACT-RECORD FROM AUDIT-EXTRACT-DATA
                   PERFORM 942-READ-YTD-LEDGER
               END-PERFORM
               CLOSE YTD-LEDGER-FILE
           END-IF.
      ******************************************************************
      *    EXTRACT THE PRIOR-RATE SNAPSHOTS. THEY ARE ONLY CHECKED FOR
      *    ORPHANS, SO A MISSING FILE IS NOTED AND PASSED OVER.
      ******************************************************************
       140-EXTRACT-PRIOR-RATES.
           OPEN INPUT PRIOR-RATE-FILE.
           IF PRIOR-RATE-STATUS NOT = '00'
               MOVE 'RATES' TO FL-FILE
               MOVE SPACES TO FL-DIVISION
               PERFORM 710-WRITE-FILE-MISSING
           ELSE
               PERFORM 944-READ-PRIOR-RATE
               PERFORM UNTIL EOF-R = 1
                   MOVE SPACES TO AUDIT-EXTRACT-DATA
                   MOVE 0 TO AX-DATE-YMD
                   MOVE PR-EMP-ID TO AX-EMP-ID
                   MOVE 'R' TO AX-SOURCE
                   WRITE AUDIT-EXTRACT-RECORD FROM AUDIT-EXTRACT-DATA
                   PERFORM 944-READ-PRIOR-RATE
               END-PERFORM
               CLOSE PRIOR-RATE-FILE
           END-IF.
      ******************************************************************
      *    EXTRACT THE PAY HISTORY LEDGER, ONE LINE PER RECORD WITH
      *    ITS PERIOD END AND ENTRY TYPE
      ******************************************************************
       150-EXTRACT-PAY-HISTORY.
           OPEN INPUT PAY-HISTORY-FILE.
           IF PAY-HISTORY-STATUS NOT = '00'
               MOVE 'PAYHIST' TO FL-FILE
               MOVE SPACES TO FL-DIVISION
               PERFORM 710-WRITE-FILE-MISSING
           ELSE
               PERFORM 946-READ-PAY-HISTORY
               PERFORM UNTIL EOF-PH = 1
                   MOVE SPACES TO AUDIT-EXTRACT-DATA
                   MOVE 0 TO AX-DATE-YMD
                   MOVE PH-EMP-ID TO AX-EMP-ID
                   MOVE 'P' TO AX-SOURCE
                   MOVE PH-ENTRY-TYPE TO AX-ENTRY-TYPE
                   MOVE PH-LNAME TO AX-LNAME
                   MOVE PH-FNAME TO AX-FNAME
                   IF PH-PERIOD-END NUMERIC
                       MOVE PH-PERIOD-END TO ED-MDY
                       PERFORM 960-MDY-TO-YMD
                       MOVE ED-YMD-NUM TO AX-DATE-YMD
                   END-IF
                   WRITE AUDIT-EXTRACT-RECORD FROM AUDIT-EXTRACT-DATA
                   PERFORM 946-READ-PAY-HISTORY
               END-PERFORM
               CLOSE PAY-HISTORY-FILE
           END-IF.
      ******************************************************************
      *    EXTRACT THE PURGE ARCHIVE. ANY ARCHIVED RECORD ACCOUNTS FOR
      *    THE EMPLOYEE. NO ARCHIVE SIMPLY MEANS NOTHING HAS EVER BEEN
      *    PURGED.
      ******************************************************************
       160-EXTRACT-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCHIVE-STATUS NOT = '00'
               MOVE 'I' TO FINDING-SEVERITY
               MOVE 'PURGARCH' TO FL-FILE
               MOVE SPACES TO FL-KEY
               MOVE SPACES TO FL-DIVISION
               MOVE SPACES TO FL-NAME
               MOVE 'NO ARCHIVE ON FILE - NOTHING PURGED'
                   TO FL-FINDING
               MOVE 'NONE NEEDED' TO FL-FIX
               PERFORM 700-WRITE-FINDING
           ELSE
               PERFORM 948-READ-ARCHIVE
               PERFORM UNTIL EOF-AR = 1
                   MOVE SPACES TO AUDIT-EXTRACT-DATA
                   MOVE 0 TO AX-DATE-YMD
                   MOVE AR-EMP-ID TO AX-EMP-ID
                   MOVE 'A' TO AX-SOURCE
                   MOVE AR-DIVISION TO AX-DIVISION
                   WRITE AUDIT-EXTRACT-RECORD FROM AUDIT-EXTRACT-DATA
                   PERFORM 948-READ-ARCHIVE
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.
      ******************************************************************
      *    GATHER EVERY EXTRACT LINE FOR ONE EMPLOYEE, THEN AUDIT THE
      *    EMPLOYEE AS A WHOLE
      ******************************************************************
       200-AUDIT-ONE-EMPLOYEE.
           MOVE AX-EMP-ID TO CURRENT-EMP-ID.
           MOVE SPACES TO CURRENT-LNAME.
           MOVE 0 TO MASTER-COUNT.
           MOVE 0 TO ARCHIVE-COUNT.
           MOVE 0 TO LEAVE-COUNT.
           MOVE 0 TO YTD-COUNT.
           MOVE 0 TO RATE-COUNT.
           MOVE 0 TO PAY-HISTORY-COUNT.
           MOVE 0 TO LAST-PAID-YMD.
           MOVE SPACES TO MASTER-DIVISION.
           MOVE SPACES TO MASTER-ACTIVE-STATUS.
           MOVE 0 TO MASTER-HIRE-YMD.
           PERFORM UNTIL EOF-AX = 1
               OR AX-EMP-ID NOT = CURRENT-EMP-ID
               PERFORM 210-TALLY-EXTRACT-LINE
               PERFORM 900-READ-AUDIT-EXTRACT
           END-PERFORM.
           ADD 1 TO EMPLOYEE-COUNTER.
           IF MASTER-COUNT = 0
               IF ARCHIVE-COUNT = 0
                   PERFORM 300-REPORT-ORPHANS
               END-IF
           ELSE
               PERFORM 400-AUDIT-MASTER
           END-IF.
      ******************************************************************
      *    COUNT ONE EXTRACT LINE AGAINST THE EMPLOYEE. A MASTER LINE
      *    BEYOND THE FIRST MEANS THE ID IS ON TWO DIVISION MASTERS,
      *    AND A MASTER LINE'S DEPARTMENT FINDING IS REPORTED HERE
      *    WITH THE DIVISION IT SITS ON.
      ******************************************************************
       210-TALLY-EXTRACT-LINE.
           IF CURRENT-LNAME = SPACES
               MOVE AX-LNAME TO CURRENT-LNAME
           END-IF.
           EVALUATE AX-SOURCE
               WHEN 'M'
                   ADD 1 TO MASTER-COUNT
                   MOVE AX-LNAME TO CURRENT-LNAME
                   IF MASTER-COUNT = 1
                       MOVE AX-DIVISION TO MASTER-DIVISION
                       MOVE AX-ACTIVE-STATUS TO MASTER-ACTIVE-STATUS
                       MOVE AX-DATE-YMD TO MASTER-HIRE-YMD
                   ELSE
                       MOVE 'E' TO FINDING-SEVERITY
                       MOVE 'MASTER' TO FL-FILE
                       MOVE 'ID ALSO ON ANOTHER DIVISION MASTER'
                           TO FL-FINDING
                       MOVE 'TRANSFER OR DELETE THE WRONG COPY (maint1)'
                           TO FL-FIX
                       PERFORM 725-WRITE-MASTER-FINDING
                   END-IF
                   PERFORM 220-REPORT-DEPT-CHECK
               WHEN 'A'
                   ADD 1 TO ARCHIVE-COUNT
               WHEN 'L'
                   ADD 1 TO LEAVE-COUNT
               WHEN 'Y'
                   ADD 1 TO YTD-COUNT
               WHEN 'R'
                   ADD 1 TO RATE-COUNT
               WHEN 'P'
                   ADD 1 TO PAY-HISTORY-COUNT
                   IF AX-ENTRY-TYPE NOT = 'V'
                       AND AX-DATE-YMD > LAST-PAID-YMD
                       MOVE AX-DATE-YMD TO LAST-PAID-YMD
                   END-IF
           END-EVALUATE.
      ******************************************************************
      *    REPORT A MASTER WHOSE DEPARTMENT IS NOT ON THE DEPARTMENT
      *    MASTER, OR BELONGS TO ANOTHER DIVISION
      ******************************************************************
       220-REPORT-DEPT-CHECK.
           IF AX-DEPT-CHECK = 'N'
               MOVE 'E' TO FINDING-SEVERITY
               MOVE 'MASTER' TO FL-FILE
               MOVE SPACES TO FL-FINDING
               STRING 'DEPT ' DELIMITED BY SIZE
                   AX-DEPT DELIMITED BY SIZE
                   ' NOT ON EMPL.PROG1.DEPT' DELIMITED BY SIZE
                   INTO FL-FINDING
               END-STRING
               MOVE 'FIX I-DEPT (maint1) OR ADD DEPT (deptmnt1)'
                   TO FL-FIX
               PERFORM 725-WRITE-MASTER-FINDING
           END-IF.
           IF AX-DEPT-CHECK = 'D'
               MOVE 'E' TO FINDING-SEVERITY
               MOVE 'MASTER' TO FL-FILE
               MOVE SPACES TO FL-FINDING
               STRING 'DEPT ' DELIMITED BY SIZE
                   AX-DEPT DELIMITED BY SIZE
                   ' BELONGS TO DIVISION ' DELIMITED BY SIZE
                   AX-DEPT-DIVISION DELIMITED BY SIZE
                   INTO FL-FINDING
               END-STRING
               MOVE 'FIX I-DEPT (maint1) OR D-DIVISION (deptmnt1)'
                   TO FL-FIX
               PERFORM 725-WRITE-MASTER-FINDING
           END-IF.
      ******************************************************************
      *    AN EMPLOYEE ON NO DIVISION MASTER AND NOT IN THE PURGE
      *    ARCHIVE: EVERY LEDGER STILL CARRYING A RECORD FOR THEM IS
      *    REPORTED. PAY HISTORY IS AN ERROR - THE QUARTERLY AND W-2
      *    RUNS CANNOT NAME THE EMPLOYEE - THE REST ARE WARNINGS.
      ******************************************************************
       300-REPORT-ORPHANS.
           MOVE SPACES TO MASTER-DIVISION.
           MOVE 'NO EMPLOYEE ON ANY MASTER OR ARCHIVE' TO FL-FINDING.
           IF LEAVE-COUNT > 0
               MOVE 'W' TO FINDING-SEVERITY
               MOVE 'LEAVELED' TO FL-FILE
               MOVE 'RECOVER MASTER (recover1) OR DELETE RECORD'
                   TO FL-FIX
               PERFORM 725-WRITE-MASTER-FINDING
           END-IF.
           IF YTD-COUNT > 0
               MOVE 'W' TO FINDING-SEVERITY
               MOVE 'YTDLED' TO FL-FILE
               MOVE 'RECOVER MASTER (recover1) OR DELETE RECORD'
                   TO FL-FIX
               PERFORM 725-WRITE-MASTER-FINDING
           END-IF.
           IF RATE-COUNT > 0
               MOVE 'W' TO FINDING-SEVERITY
               MOVE 'RATES' TO FL-FILE
               MOVE 'RECOVER MASTER (recover1) OR DELETE RECORD'
                   TO FL-FIX
               PERFORM 725-WRITE-MASTER-FINDING
           END-IF.
           IF PAY-HISTORY-COUNT > 0
               MOVE 'E' TO FINDING-SEVERITY
               MOVE 'PAYHIST' TO FL-FILE
               MOVE 'RECOVER MASTER (recover1) BEFORE W-2 RUN'
                   TO FL-FIX
               PERFORM 725-WRITE-MASTER-FINDING
           END-IF.
      ******************************************************************
      *    AUDIT AN EMPLOYEE ON A MASTER. ANYONE NOT TERMINATED SHOULD
      *    HAVE A LEAVE AND A YTD LEDGER RECORD - A NEW HIRE NOT YET
      *    PAID IS ONLY NOTED - AND AN ACTIVE EMPLOYEE (NOT ON LEAVE)
      *    SHOULD HAVE BEEN PAID IN THE LAST FEW CLOSED PERIODS.
      ******************************************************************
       400-AUDIT-MASTER.
           IF MASTER-ACTIVE-STATUS NOT = 'T'
               IF LEAVE-OPEN-SW = 1 AND LEAVE-COUNT = 0
                   MOVE 'LEAVELED' TO FL-FILE
                   MOVE 'ACTIVE MASTER HAS NO LEAVE LEDGER REC'
                       TO FL-FINDING
                   IF PAY-HISTORY-COUNT = 0
                       MOVE 'I' TO FINDING-SEVERITY
                       MOVE 'NEW HIRE NOT YET PAID - payroll1 ADDS IT'
                           TO FL-FIX
                   ELSE
                       MOVE 'W' TO FINDING-SEVERITY
                       MOVE 'REBUILD BALANCE FROM PAY HISTORY LEAVE'
                           TO FL-FIX
                   END-IF
                   PERFORM 725-WRITE-MASTER-FINDING
               END-IF
               IF YTD-OPEN-SW = 1 AND YTD-COUNT = 0
                   MOVE 'YTDLED' TO FL-FILE
                   MOVE 'ACTIVE MASTER HAS NO YTD LEDGER REC'
                       TO FL-FINDING
                   IF PAY-HISTORY-COUNT = 0
                       MOVE 'I' TO FINDING-SEVERITY
                       MOVE 'NEW HIRE NOT YET PAID - project1 ADDS IT'
                           TO FL-FIX
                   ELSE
                       MOVE 'W' TO FINDING-SEVERITY
                       MOVE 'REBUILD FROM PAY HISTORY BEFORE ytdstmt1'
                           TO FL-FIX
                   END-IF
                   PERFORM 725-WRITE-MASTER-FINDING
               END-IF
           END-IF.
           IF (MASTER-ACTIVE-STATUS = 'A' OR MASTER-ACTIVE-STATUS = ' ')
               AND CALENDAR-OPEN-SW = 1
               PERFORM 410-CHECK-PAY-AGE
           END-IF.
      ******************************************************************
      *    COUNT THE CLOSED CALENDAR PERIODS ENDING AFTER THE LAST PAY
      *    HISTORY PERIOD AND AFTER THE HIRE DATE. AT THE LIMIT OR
      *    OVER, THE EMPLOYEE IS BEING CARRIED ACTIVE WITHOUT PAY.
      ******************************************************************
       410-CHECK-PAY-AGE.
           MOVE 0 TO STALE-PERIOD-COUNT.
           PERFORM VARYING CP-SUB FROM 1 BY 1
               UNTIL CP-SUB > CLOSED-PERIOD-COUNT
               IF CP-END-YMD(CP-SUB) > LAST-PAID-YMD
                   AND CP-END-YMD(CP-SUB) > MASTER-HIRE-YMD
                   ADD 1 TO STALE-PERIOD-COUNT
               END-IF
           END-PERFORM.
           IF STALE-PERIOD-COUNT NOT < STALE-PERIOD-LIMIT
               MOVE 'W' TO FINDING-SEVERITY
               MOVE 'PAYHIST' TO FL-FILE
               MOVE STALE-PERIOD-COUNT TO STALE-COUNT-OUT
               MOVE SPACES TO FL-FINDING
               IF PAY-HISTORY-COUNT = 0
                   STRING 'ACTIVE, NEVER PAID IN ' DELIMITED BY SIZE
                       STALE-COUNT-OUT DELIMITED BY SIZE
                       ' PERIODS' DELIMITED BY SIZE
                       INTO FL-FINDING
                   END-STRING
               ELSE
                   STRING 'ACTIVE, NOT PAID IN LAST ' DELIMITED BY SIZE
                       STALE-COUNT-OUT DELIMITED BY SIZE
                       ' PERIODS' DELIMITED BY SIZE
                       INTO FL-FINDING
                   END-STRING
               END-IF
               MOVE 'SET STATUS (maint1) OR PAY (payadj1)' TO FL-FIX
               PERFORM 725-WRITE-MASTER-FINDING
           END-IF.
      ******************************************************************
      *    MATCH THE DEPARTMENT MASTER, FRONT TO BACK, AGAINST THE
      *    SORTED DEPARTMENT CODES OF EVERY EMPLOYEE NOT TERMINATED.
      *    A DEPARTMENT NOBODY CARRIES IS NOTED FOR CLEAN-UP. CODES
      *    ON THE EXTRACT BUT NOT ON THE DEPARTMENT MASTER WERE
      *    ALREADY REPORTED AGAINST THE MASTER RECORD.
      ******************************************************************
       500-AUDIT-DEPARTMENTS.
           CLOSE DEPT-FILE.
           SORT DEPT-SORT-WORK
               ON ASCENDING KEY DS-DEPT
               USING DEPT-EXTRACT-FILE
               GIVING SORTED-DEPT-FILE.
           OPEN INPUT DEPT-FILE
               SORTED-DEPT-FILE.
           PERFORM 910-READ-DEPT-EXTRACT.
           PERFORM 952-READ-DEPT-NEXT.
           PERFORM UNTIL EOF-DEPT = 1
               ADD 1 TO DEPT-COUNTER
               MOVE 0 TO DEPT-EMP-COUNT
               PERFORM UNTIL EOF-DX = 1
                   OR DX-DEPT NOT < D-DEPT-CODE
                   PERFORM 910-READ-DEPT-EXTRACT
               END-PERFORM
               PERFORM UNTIL EOF-DX = 1
                   OR DX-DEPT NOT = D-DEPT-CODE
                   ADD 1 TO DEPT-EMP-COUNT
                   PERFORM 910-READ-DEPT-EXTRACT
               END-PERFORM
               IF DEPT-EMP-COUNT = 0
                   MOVE 'I' TO FINDING-SEVERITY
                   MOVE 'DEPT' TO FL-FILE
                   MOVE D-DEPT-CODE TO FL-KEY
                   MOVE D-DIVISION TO FL-DIVISION
                   MOVE D-DEPT-NAME TO FL-NAME
                   MOVE 'NO EMPLOYEES ON ANY DIVISION MASTER'
                       TO FL-FINDING
                   MOVE 'DELETE (deptmnt1) IF NO LONGER USED'
                       TO FL-FIX
                   PERFORM 700-WRITE-FINDING
               END-IF
               PERFORM 952-READ-DEPT-NEXT
           END-PERFORM.
           CLOSE DEPT-FILE
               SORTED-DEPT-FILE.
      ******************************************************************
      *    WRITE ONE FINDING LINE AT THE SEVERITY IN FINDING-SEVERITY
      *    AND COUNT IT
      ******************************************************************
       700-WRITE-FINDING.
           EVALUATE FINDING-SEVERITY
               WHEN 'E'
                   MOVE 'ERROR' TO FL-SEVERITY
                   ADD 1 TO ERROR-COUNTER
               WHEN 'W'
                   MOVE 'WARNING' TO FL-SEVERITY
                   ADD 1 TO WARNING-COUNTER
               WHEN OTHER
                   MOVE 'INFO' TO FL-SEVERITY
                   ADD 1 TO INFO-COUNTER
           END-EVALUATE.
           WRITE AUDIT-REPORT-RECORD FROM FINDING-LINE
               AFTER ADVANCING 1 LINE.
      ******************************************************************
      *    REPORT A FILE THAT WOULD NOT OPEN (FL-FILE, AND FL-DIVISION
      *    FOR A DIVISION MASTER, ALREADY SET)
      ******************************************************************
       710-WRITE-FILE-MISSING.
           MOVE 'E' TO FINDING-SEVERITY.
           MOVE SPACES TO FL-KEY.
           MOVE SPACES TO FL-NAME.
           MOVE 'FILE NOT AVAILABLE - NOT AUDITED' TO FL-FINDING.
           MOVE 'RESTORE THE FILE FROM BACKUP AND RERUN' TO FL-FIX.
           PERFORM 700-WRITE-FINDING.
      ******************************************************************
      *    REPORT A FINDING AGAINST THE EMPLOYEE BEING AUDITED, WITH
      *    THE DIVISION OF THE MASTER RECORD IN HAND (BLANK WHEN THE
      *    EMPLOYEE IS ON NO MASTER)
      ******************************************************************
       725-WRITE-MASTER-FINDING.
           MOVE CURRENT-EMP-ID TO FL-KEY.
           IF AX-SOURCE = 'M' AND AX-EMP-ID = CURRENT-EMP-ID
               MOVE AX-DIVISION TO FL-DIVISION
           ELSE
               MOVE MASTER-DIVISION TO FL-DIVISION
           END-IF.
           MOVE CURRENT-LNAME TO FL-NAME.
           PERFORM 700-WRITE-FINDING.
      ******************************************************************
      *    PRINT THE SUMMARY AND SET THE RETURN CODE: 8 WHEN THERE IS
      *    ANY ERROR, 4 WHEN THERE ARE WARNINGS ONLY, OTHERWISE 0
      ******************************************************************
       800-PRINT-SUMMARY.
           IF ERROR-COUNTER > 0
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO SV-RETURN-CODE
               MOVE 'NOT SAFE TO START - CORRECT THE ERRORS FIRST'
                   TO SV-VERDICT
           ELSE
               IF WARNING-COUNTER > 0
                   MOVE 4 TO RETURN-CODE
                   MOVE 4 TO SV-RETURN-CODE
                   MOVE 'REVIEW THE WARNINGS BEFORE STARTING'
                       TO SV-VERDICT
               ELSE
                   MOVE 0 TO RETURN-CODE
                   MOVE 0 TO SV-RETURN-CODE
                   MOVE 'SAFE TO START' TO SV-VERDICT
               END-IF
           END-IF.
           MOVE EMPLOYEE-COUNTER TO SC-EMPLOYEES.
           MOVE DEPT-COUNTER TO SC-DEPTS.
           MOVE ERROR-COUNTER TO SC-ERRORS.
           MOVE WARNING-COUNTER TO SC-WARNINGS.
           MOVE INFO-COUNTER TO SC-INFO.
           WRITE AUDIT-REPORT-RECORD FROM SUMMARY-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           WRITE AUDIT-REPORT-RECORD FROM SUMMARY-VERDICT-LINE
               AFTER ADVANCING 1 LINE.
      ******************************************************************
      *    READ THE NEXT SORTED AUDIT EXTRACT LINE
      ******************************************************************
       900-READ-AUDIT-EXTRACT.
           READ SORTED-AUDIT-FILE INTO AUDIT-EXTRACT-DATA
               AT END MOVE 1 TO EOF-AX.
      ******************************************************************
      *    READ THE NEXT SORTED DEPARTMENT EXTRACT LINE
      ******************************************************************
       910-READ-DEPT-EXTRACT.
           READ SORTED-DEPT-FILE INTO DEPT-EXTRACT-DATA
               AT END MOVE 1 TO EOF-DX.
      ******************************************************************
      *    READ THE NEXT MASTER RECORD FOR THE EXTRACT PASS
      ******************************************************************
       920-READ-MASTER.
           READ MASTER-FILE INTO INPUT-DATA
               AT END MOVE 1 TO EOF-M.
      ******************************************************************
      *    READ THE NEXT DIVISION CONTROL RECORD
      ******************************************************************
       930-READ-DIVISION-CONTROL.
           READ DIVISION-CONTROL-FILE
               AT END MOVE 1 TO EOF-DC.
      ******************************************************************
      *    READ THE NEXT LEAVE LEDGER RECORD
      ******************************************************************
       940-READ-LEAVE-LEDGER.
           READ LEAVE-LEDGER-FILE
               AT END MOVE 1 TO EOF-L.
      ******************************************************************
      *    READ THE NEXT YTD LEDGER RECORD
      ******************************************************************
       942-READ-YTD-LEDGER.
           READ YTD-LEDGER-FILE
               AT END MOVE 1 TO EOF-Y.
      ******************************************************************
      *    READ THE NEXT PRIOR-RATE SNAPSHOT
      ******************************************************************
       944-READ-PRIOR-RATE.
           READ PRIOR-RATE-FILE
               AT END MOVE 1 TO EOF-R.
      ******************************************************************
      *    READ THE NEXT PAY HISTORY LEDGER RECORD
      ******************************************************************
       946-READ-PAY-HISTORY.
           READ PAY-HISTORY-FILE
               AT END MOVE 1 TO EOF-PH.
      ******************************************************************
      *    READ THE NEXT PURGE ARCHIVE RECORD
      ******************************************************************
       948-READ-ARCHIVE.
           READ ARCHIVE-FILE
               AT END MOVE 1 TO EOF-AR.
      ******************************************************************
      *    READ THE NEXT PAY CALENDAR RECORD
      ******************************************************************
       950-READ-PAY-CALENDAR.
           READ PAY-CALENDAR-FILE
               AT END MOVE 1 TO EOF-CL.
      ******************************************************************
      *    READ THE NEXT DEPARTMENT MASTER RECORD IN KEY ORDER
      ******************************************************************
       952-READ-DEPT-NEXT.
           READ DEPT-FILE NEXT RECORD
               AT END MOVE 1 TO EOF-DEPT.
      ******************************************************************
      *    REARRANGE THE MMDDYYYY DATE IN ED-MDY TO YYYYMMDD IN
      *    ED-YMD-NUM
      ******************************************************************
       960-MDY-TO-YMD.
           MOVE ED-MDY-YEAR TO ED-YMD-YEAR.
           MOVE ED-MDY-MONTH TO ED-YMD-MONTH.
           MOVE ED-MDY-DAY TO ED-YMD-DAY.
      ******************************************************************
      *    ENDING LINE
      ******************************************************************
       END PROGRAM intaud1.
