      ******************************************************************
      *Author: David Nguyen
      *Purpose: empinq1 - employee inquiry. Reads inquiry cards
      *         (EMPL.PROG1.INQCARD) naming an employee ID, a last
      *         name or an SSN, searches every active division master
      *         on the division control file (EMPL.PROG1.DIVCTL) and
      *         the purge archive (EMPL.PROG1.PURGARCH) for it, and
      *         prints a full profile for every employee that matches:
      *         the master fields with the department name off
      *         EMPL.PROG1.DEPT, employment status and date, coverage
      *         elections with the current premium off
      *         EMPL.PROG1.BENRATE, deductions and year-to-date
      *         deductions by slot (EMPL.PROG1.YTDLED), the leave
      *         balance (EMPL.PROG1.LEAVELED), the last pay periods on
      *         EMPL.PROG1.PAYHIST, and every maintenance transaction
      *         on EMPL.PROG1.JRNL for the employee in the order it was
      *         applied with the fields it changed. The SSN and bank
      *         account are masked to the last four digits.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. empinq1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ONE CARD PER INQUIRY: SEARCH TYPE 'I' (EMPLOYEE ID), 'N'
      *    (LAST NAME) OR 'S' (SSN) AND THE VALUE TO LOOK FOR
           SELECT INQUIRY-CARD-FILE ASSIGN TO 'EMPL.PROG1.INQCARD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INQUIRY-CARD-STATUS.
      *    ASSIGN-TO NAME IS SET AT RUNTIME FROM MASTER-FILE-NAME SO
      *    EACH INQUIRY CAN SEARCH EVERY DIVISION'S MASTER IN TURN
           SELECT MASTER-FILE ASSIGN TO MASTER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MR-EMP-ID
               FILE STATUS IS MASTER-FILE-STATUS.
      *    DIVISION CONTROL FILE NAMING THE DIVISION MASTERS THIS
      *    RUN SEARCHES; LOADED AT STARTUP SO A NEW DIVISION IS A DATA
      *    CHANGE INSTEAD OF A RECOMPILE
           SELECT DIVISION-CONTROL-FILE ASSIGN TO 'EMPL.PROG1.DIVCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIVISION-CONTROL-STATUS.
           SELECT DEPT-FILE ASSIGN TO 'EMPL.PROG1.DEPT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS D-DEPT-CODE
               FILE STATUS IS DEPT-FILE-STATUS.
           SELECT RATE-TABLE-FILE ASSIGN TO 'EMPL.PROG1.BENRATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-TABLE-STATUS.
           SELECT LEAVE-LEDGER-FILE ASSIGN TO 'EMPL.PROG1.LEAVELED'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS L-EMP-ID
               FILE STATUS IS LEAVE-LEDGER-STATUS.
           SELECT YTD-LEDGER-FILE ASSIGN TO 'EMPL.PROG1.YTDLED'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Y-EMP-ID
               FILE STATUS IS YTD-LEDGER-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO 'EMPL.PROG1.PAYHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-HISTORY-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'EMPL.PROG1.JRNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
      *    MASTERS REMOVED BY purge1, SEARCHED SO A PURGED EMPLOYEE
      *    CAN STILL BE ANSWERED FOR
           SELECT ARCHIVE-FILE ASSIGN TO 'EMPL.PROG1.PURGARCH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-STATUS.
           SELECT INQUIRY-REPORT-FILE ASSIGN TO 'EMPL.PROG1.INQRPT'.
       DATA DIVISION.
       FILE SECTION.
       FD  INQUIRY-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  INQUIRY-CARD-RECORD.
           03 IC-SEARCH-TYPE PIC X(1).
           03 FILLER PIC X(1).
           03 IC-SEARCH-VALUE PIC X(15).
           03 IC-SEARCH-ID REDEFINES IC-SEARCH-VALUE.
               05 IC-ID PIC X(7).
               05 FILLER PIC X(8).
           03 IC-SEARCH-SSN REDEFINES IC-SEARCH-VALUE.
               05 IC-SSN PIC X(9).
               05 FILLER PIC X(6).
           03 FILLER PIC X(63).
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
       FD  RATE-TABLE-FILE
           LABEL RECORDS ARE STANDARD.
       01  RATE-TABLE-RECORD PIC X(25).
       FD  LEAVE-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LEAVEREC.
       FD  YTD-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY YTDREC.
       FD  PAY-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAY-HISTORY-RECORD PIC X(136).
       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY JRNLREC.
       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-RECORD.
           03 AR-REC-TYPE PIC X(1).
           03 AR-DIVISION PIC X(4).
           03 AR-EMP-ID PIC X(7).
           03 AR-IMAGE PIC X(160).
       FD  INQUIRY-REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  INQUIRY-REPORT-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
           COPY EMPREC.
           COPY PAYHREC.
           COPY BENRATE.
       01  MASTER-FILE-NAME PIC X(20) VALUE SPACES.
      *    DIVISION EMPLOYEE MASTERS SEARCHED FOR EACH INQUIRY, ONE
      *    AFTER THE OTHER, THE SAME FILES project1 READS; LOADED AT
      *    STARTUP FROM THE DIVISION CONTROL FILE
       01  DIVISION-ENTRY.
           03 DIVISION-ITEM OCCURS 10 TIMES INDEXED BY DIV-IDX.
               05 DV-DIVISION-CODE PIC X(4).
               05 DV-DIVISION-FILE PIC X(20).
      *    THE PREMIUM RATE TABLE, LOADED ONCE. EFFECTIVE DATES ARE
      *    HELD REARRANGED AS YYYYMMDD SO THEY COMPARE AS PLAIN
      *    NUMBERS.
       01  RATE-TABLE.
           03 RATE-ENTRY OCCURS 50 TIMES.
               05 RT-PLAN-SLOT PIC 9(1).
               05 RT-COVERAGE-LEVEL PIC X(1).
               05 RT-PREMIUM PIC 9(3)V9(2).
               05 RT-EFF-YMD PIC 9(8).
      *    DEDUCTION SLOT 1 IS MEDICAL, SLOT 2 IS DENTAL, SLOT 3 IS
      *    401K, SLOT 4 IS VISION AND SLOT 5 IS OTHER DEDUCTIONS.
       01  DEDUCT-DESC-TABLE.
           03 FILLER PIC X(7) VALUE 'MEDICAL'.
           03 FILLER PIC X(7) VALUE 'DENTAL '.
           03 FILLER PIC X(7) VALUE '401K   '.
           03 FILLER PIC X(7) VALUE 'VISION '.
           03 FILLER PIC X(7) VALUE 'OTHER  '.
       01  DEDUCT-DESC-ENTRY REDEFINES DEDUCT-DESC-TABLE.
           03 DEDUCT-DESC PIC X(7) OCCURS 5 TIMES.
      *    EMPLOYEES FOUND ON A DIVISION MASTER FOR THE CURRENT CARD,
      *    SO THE SAME EMPLOYEE'S OLD IMAGE ON THE PURGE ARCHIVE (A
      *    REHIRE) IS NOT PRINTED AGAIN
       01  MATCHED-TABLE.
           03 MT-EMP-ID PIC X(7) OCCURS 50 TIMES.
      *    PURGED EMPLOYEES MATCHING THE CURRENT CARD, KEEPING THE
      *    LATEST ARCHIVED MASTER IMAGE FOR EACH
       01  ARCHIVE-MATCH-TABLE.
           03 ARCHIVE-MATCH OCCURS 20 TIMES.
               05 AM-EMP-ID PIC X(7).
               05 AM-DIVISION PIC X(4).
               05 AM-IMAGE PIC X(160).
      *    THE LAST PAY HISTORY RECORDS FOUND FOR THE EMPLOYEE, OLDEST
      *    FIRST
       01  HISTORY-TABLE.
           03 HT-RECORD PIC X(136) OCCURS 6 TIMES.
      *    A JOURNAL BEFORE-IMAGE AND AFTER-IMAGE LAID OUT AS AN
      *    EMPREC MASTER RECORD SO THE TWO CAN BE COMPARED FIELD BY
      *    FIELD
       01  JOURNAL-BEFORE.
           03 JB-EMP-ID PIC X(7).
           03 JB-LNAME PIC X(15).
           03 JB-FNAME PIC X(15).
           03 JB-EMP-TYPE PIC X(2).
           03 JB-TITLE PIC X(17).
           03 JB-SSN PIC X(9).
           03 JB-DEPT PIC X(4).
           03 JB-ACTIVE-STATUS PIC X(1).
           03 JB-STATUS-DATE PIC X(8).
           03 JB-COVERAGE PIC X(1) OCCURS 5 TIMES.
           03 FILLER PIC X(6).
           03 JB-DATE PIC X(8).
           03 FILLER PIC X(2).
           03 JB-EMP-RATE PIC 9(4)V9(2).
           03 JB-EMP-STATUS PIC X(1).
           03 JB-DEDUCT PIC 9(3)V9(2) OCCURS 5 TIMES.
           03 JB-FILING-STATUS PIC X(1).
           03 JB-ALLOWANCES PIC X(2).
           03 JB-BANK-ROUTING PIC X(9).
           03 JB-BANK-ACCOUNT PIC X(17).
       01  JOURNAL-AFTER.
           03 JA-EMP-ID PIC X(7).
           03 JA-LNAME PIC X(15).
           03 JA-FNAME PIC X(15).
           03 JA-EMP-TYPE PIC X(2).
           03 JA-TITLE PIC X(17).
           03 JA-SSN PIC X(9).
           03 JA-DEPT PIC X(4).
           03 JA-ACTIVE-STATUS PIC X(1).
           03 JA-STATUS-DATE PIC X(8).
           03 JA-COVERAGE PIC X(1) OCCURS 5 TIMES.
           03 FILLER PIC X(6).
           03 JA-DATE PIC X(8).
           03 FILLER PIC X(2).
           03 JA-EMP-RATE PIC 9(4)V9(2).
           03 JA-EMP-STATUS PIC X(1).
           03 JA-DEDUCT PIC 9(3)V9(2) OCCURS 5 TIMES.
           03 JA-FILING-STATUS PIC X(1).
           03 JA-ALLOWANCES PIC X(2).
           03 JA-BANK-ROUTING PIC X(9).
           03 JA-BANK-ACCOUNT PIC X(17).
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
           03 FILLER PIC X(46) VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'EMPLOYEE INQUIRY PROFILE'.
           03 FILLER PIC X(62) VALUE SPACES.
       01  CARD-LINE.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(8) VALUE 'INQUIRY:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 CD-SEARCH-TYPE PIC X(11).
           03 FILLER PIC X(1) VALUE SPACES.
           03 CD-SEARCH-VALUE PIC X(15).
           03 FILLER PIC X(2) VALUE SPACES.
           03 CD-RESULT PIC X(40).
           03 FILLER PIC X(53) VALUE SPACES.
       01  PROFILE-LINE1.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(7) VALUE 'EMP ID:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 P1-EMP-ID PIC X(7).
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'NAME:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 P1-LNAME PIC X(15).
           03 FILLER PIC X(1) VALUE SPACES.
           03 P1-FNAME PIC X(15).
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(9) VALUE 'DIVISION:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 P1-DIVISION PIC X(4).
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'SSN:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 P1-SSN PIC X(11).
           03 FILLER PIC X(2) VALUE SPACES.
           03 P1-SOURCE PIC X(20).
           03 FILLER PIC X(21) VALUE SPACES.
       01  PROFILE-LINE2.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'DEPT:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 P2-DEPT PIC X(4).
           03 FILLER PIC X(1) VALUE SPACES.
           03 P2-DEPT-NAME PIC X(20).
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'TYPE:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 P2-EMP-TYPE PIC X(2).
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'TITLE:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 P2-TITLE PIC X(17).
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(10) VALUE 'HIRE DATE:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 P2-HIRE-DATE PIC 99/99/9999.
           03 FILLER PIC X(41) VALUE SPACES.
       01  PROFILE-LINE3.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(7) VALUE 'STATUS:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 P3-STATUS PIC X(10).
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(10) VALUE 'EFFECTIVE:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 P3-STATUS-DATE PIC 99/99/9999.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'RATE:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 P3-RATE PIC Z,ZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 P3-PAY-TYPE PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(7) VALUE 'FILING:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 P3-FILING PIC X(7).
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(11) VALUE 'ALLOWANCES:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 P3-ALLOWANCES PIC X(2).
           03 FILLER PIC X(32) VALUE SPACES.
       01  PROFILE-LINE4.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(8) VALUE 'PAID BY:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 P4-PAID-BY PIC X(14).
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(8) VALUE 'ROUTING:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 P4-ROUTING PIC X(9).
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(8) VALUE 'ACCOUNT:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 P4-ACCOUNT PIC X(8).
           03 FILLER PIC X(69) VALUE SPACES.
       01  SECTION-LINE.
           03 FILLER PIC X(1) VALUE SPACES.
           03 SL-TEXT PIC X(60).
           03 FILLER PIC X(71) VALUE SPACES.
       01  COVERAGE-HEADING.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'SLOT'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(7) VALUE 'PLAN   '.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(8) VALUE 'ELECTION'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(15) VALUE 'CURRENT PREMIUM'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(9) VALUE 'DEDUCTION'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(12) VALUE 'YTD DEDUCTED'.
           03 FILLER PIC X(66) VALUE SPACES.
       01  COVERAGE-LINE.
           03 FILLER PIC X(4) VALUE SPACES.
           03 CV-SLOT PIC 9(1).
           03 FILLER PIC X(2) VALUE SPACES.
           03 CV-PLAN PIC X(7).
           03 FILLER PIC X(5) VALUE SPACES.
           03 CV-ELECTION PIC X(1).
           03 FILLER PIC X(4) VALUE SPACES.
           03 CV-PREMIUM PIC X(15).
           03 FILLER PIC X(2) VALUE SPACES.
           03 CV-DEDUCT PIC ZZZZZ9.99.
           03 FILLER PIC X(4) VALUE SPACES.
           03 CV-YTD PIC ZZZ,ZZ9.99.
           03 FILLER PIC X(68) VALUE SPACES.
       01  LEAVE-LINE.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(14) VALUE 'LEAVE ACCRUED:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LV-ACCRUED PIC Z,ZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'USED:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LV-USED PIC Z,ZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(8) VALUE 'BALANCE:'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LV-BALANCE PIC Z,ZZ9.99-.
           03 FILLER PIC X(72) VALUE SPACES.
       01  HISTORY-HEADING.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(10) VALUE 'PER END   '.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(1) VALUE 'T'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(7) VALUE 'REG HRS'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(7) VALUE ' OT HRS'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(7) VALUE ' LV HRS'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(11) VALUE '      GROSS'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(11) VALUE '    FED TAX'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(11) VALUE '  STATE TAX'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(10) VALUE ' DEDUCTION'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(10) VALUE '   GARNISH'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(11) VALUE '        NET'.
           03 FILLER PIC X(22) VALUE SPACES.
       01  HISTORY-LINE.
           03 FILLER PIC X(1) VALUE SPACES.
           03 HL-PERIOD-END PIC 99/99/9999.
           03 FILLER PIC X(2) VALUE SPACES.
           03 HL-ENTRY-TYPE PIC X(1).
           03 FILLER PIC X(2) VALUE SPACES.
           03 HL-REG-HOURS PIC ZZ9.99-.
           03 FILLER PIC X(1) VALUE SPACES.
           03 HL-OT-HOURS PIC ZZ9.99-.
           03 FILLER PIC X(1) VALUE SPACES.
           03 HL-LEAVE-HOURS PIC ZZ9.99-.
           03 FILLER PIC X(2) VALUE SPACES.
           03 HL-GROSS PIC ZZZ,ZZ9.99-.
           03 FILLER PIC X(1) VALUE SPACES.
           03 HL-FED-TAX PIC ZZZ,ZZ9.99-.
           03 FILLER PIC X(1) VALUE SPACES.
           03 HL-STATE-TAX PIC ZZZ,ZZ9.99-.
           03 FILLER PIC X(1) VALUE SPACES.
           03 HL-DEDUCT PIC ZZ,ZZ9.99-.
           03 FILLER PIC X(1) VALUE SPACES.
           03 HL-GARNISH PIC ZZ,ZZ9.99-.
           03 FILLER PIC X(1) VALUE SPACES.
           03 HL-NET PIC ZZZ,ZZ9.99-.
           03 FILLER PIC X(22) VALUE SPACES.
       01  JOURNAL-HEADING.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(8) VALUE 'KEYED   '.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(6) VALUE '   SEQ'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(15) VALUE 'TRANSACTION'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'DIV '.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(20) VALUE 'FIELD'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(17) VALUE 'BEFORE'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(17) VALUE 'AFTER'.
           03 FILLER PIC X(32) VALUE SPACES.
      *    ONE FIELD A JOURNALED TRANSACTION CHANGED; THE KEYED DATE,
      *    SEQUENCE, TRANSACTION AND DIVISION PRINT ON THE FIRST LINE
      *    OF EACH TRANSACTION ONLY
       01  JOURNAL-LINE.
           03 FILLER PIC X(1) VALUE SPACES.
           03 JL-RUN-DATE PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 JL-SEQ PIC X(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 JL-TRANS PIC X(15).
           03 FILLER PIC X(2) VALUE SPACES.
           03 JL-DIVISION PIC X(4).
           03 FILLER PIC X(2) VALUE SPACES.
           03 JL-FIELD PIC X(20).
           03 FILLER PIC X(2) VALUE SPACES.
           03 JL-BEFORE PIC X(17).
           03 FILLER PIC X(2) VALUE SPACES.
           03 JL-AFTER PIC X(17).
           03 FILLER PIC X(32) VALUE SPACES.
       01  COUNT-LINE.
           03 FILLER PIC X(1) VALUE SPACES.
           03 CL-LABEL PIC X(40).
           03 CL-COUNT PIC ZZZZZ9.
           03 FILLER PIC X(85) VALUE SPACES.
       01  MISC.
           03 EOF-I PIC 9 VALUE 0.
           03 EOF-M PIC 9 VALUE 0.
           03 EOF-R PIC 9 VALUE 0.
           03 EOF-H PIC 9 VALUE 0.
           03 EOF-J PIC 9 VALUE 0.
           03 EOF-A PIC 9 VALUE 0.
           03 EOF-DC PIC 9 VALUE 0.
           03 INQUIRY-CARD-STATUS PIC XX VALUE SPACES.
           03 MASTER-FILE-STATUS PIC XX VALUE SPACES.
           03 DIVISION-CONTROL-STATUS PIC XX VALUE SPACES.
           03 DEPT-FILE-STATUS PIC XX VALUE SPACES.
           03 RATE-TABLE-STATUS PIC XX VALUE SPACES.
           03 LEAVE-LEDGER-STATUS PIC XX VALUE SPACES.
           03 YTD-LEDGER-STATUS PIC XX VALUE SPACES.
           03 PAY-HISTORY-STATUS PIC XX VALUE SPACES.
           03 JOURNAL-STATUS PIC XX VALUE SPACES.
           03 ARCHIVE-STATUS PIC XX VALUE SPACES.
           03 DEPT-OPEN-SW PIC 9 VALUE 0.
           03 LEAVE-OPEN-SW PIC 9 VALUE 0.
           03 YTD-OPEN-SW PIC 9 VALUE 0.
           03 YTD-FOUND-SW PIC 9 VALUE 0.
           03 MATCH-SW PIC 9 VALUE 0.
           03 FIRST-LINE-SW PIC 9 VALUE 0.
           03 FIELD-CHANGED-SW PIC 9 VALUE 0.
           03 DIVISION-TABLE-COUNT PIC 99 VALUE 0.
           03 PAGE-NUM PIC 999 VALUE 1.
           03 RECORD-PAGE-COUNTER PIC 99 VALUE 0.
           03 RATE-COUNT PIC 9(2) VALUE 0.
           03 RATE-SUB PIC 9(2) VALUE 0.
           03 SUB PIC 9(2) VALUE 0.
           03 MATCH-COUNT PIC 9(3) VALUE 0.
           03 MASTER-MATCH-COUNT PIC 9(2) VALUE 0.
           03 ARCHIVE-MATCH-COUNT PIC 9(2) VALUE 0.
           03 ARCH-SUB PIC 9(2) VALUE 0.
           03 HIST-COUNT PIC 9(1) VALUE 0.
           03 HIST-FOUND PIC 9(4) VALUE 0.
           03 JOURNAL-FOUND PIC 9(4) VALUE 0.
           03 CARD-COUNT PIC 9(4) VALUE 0.
           03 PROFILE-COUNT PIC 9(4) VALUE 0.
           03 PROFILE-DIVISION PIC X(4) VALUE SPACES.
           03 PROFILE-SOURCE PIC X(20) VALUE SPACES.
           03 BEST-YMD PIC 9(8) VALUE 0.
           03 BEST-PREMIUM PIC 9(3)V9(2) VALUE 0.
           03 BEST-FOUND-SW PIC 9 VALUE 0.
           03 RATE-WORK PIC 9(4)V9(2) VALUE 0.
           03 DEDUCT-WORK PIC 9(3)V9(2) VALUE 0.
           03 DEDUCT-TOTAL PIC S9(5)V9(2) VALUE 0.
           03 PREMIUM-EDIT PIC Z(11)9.99.
           03 RATE-EDIT PIC Z,ZZ9.99.
           03 DEDUCT-EDIT PIC ZZ9.99.
           03 SEQ-EDIT PIC ZZZZZ9.
       01  RUN-DATE-WORK.
           03 RW-ACCEPT-DATE.
               05 RW-ACCEPT-YY PIC 9(2).
               05 RW-ACCEPT-MM PIC 9(2).
               05 RW-ACCEPT-DD PIC 9(2).
           03 RW-RUN-YMD.
               05 RW-RUN-CC PIC 9(2) VALUE 20.
               05 RW-RUN-YY PIC 9(2).
               05 RW-RUN-MM PIC 9(2).
               05 RW-RUN-DD PIC 9(2).
           03 RW-RUN-YMD-NUM REDEFINES RW-RUN-YMD PIC 9(8).
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
      *    A JOURNAL RUN DATE (YYMMDD) REARRANGED TO MMDDYY FOR
      *    PRINTING
       01  JOURNAL-DATE-WORK.
           03 JD-RUN-DATE.
               05 JD-RUN-YY PIC 9(2).
               05 JD-RUN-MM PIC 9(2).
               05 JD-RUN-DD PIC 9(2).
           03 JD-MDY.
               05 JD-MDY-MM PIC 9(2).
               05 JD-MDY-DD PIC 9(2).
               05 JD-MDY-YY PIC 9(2).
           03 JD-MDY-NUM REDEFINES JD-MDY PIC 9(6).
           03 JD-MDY-EDIT PIC 99/99/99.
      *    AN SSN OR BANK ACCOUNT CUT DOWN TO ITS LAST FOUR DIGITS FOR
      *    PRINTING
       01  MASK-WORK.
           03 MK-SSN.
               05 FILLER PIC X(5).
               05 MK-SSN-LAST4 PIC X(4).
           03 MK-MASKED-SSN.
               05 FILLER PIC X(7) VALUE '***-**-'.
               05 MK-MASKED-SSN-LAST4 PIC X(4).
           03 MK-ACCOUNT.
               05 MK-ACCOUNT-CHAR PIC X(1) OCCURS 17 TIMES.
           03 MK-MASKED-ACCOUNT.
               05 FILLER PIC X(4) VALUE '****'.
               05 MK-ACCT-LAST-CHAR PIC X(1) OCCURS 4 TIMES.
           03 MK-ACCT-LEN PIC 9(2) VALUE 0.
           03 MK-ACCT-SUB PIC 9(2) VALUE 0.
           03 MK-OUT-SUB PIC 9(1) VALUE 0.
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT RW-ACCEPT-DATE FROM DATE.
           MOVE RW-ACCEPT-YY TO RW-RUN-YY.
           MOVE RW-ACCEPT-MM TO RW-RUN-MM.
           MOVE RW-ACCEPT-DD TO RW-RUN-DD.
           PERFORM 005-LOAD-DIVISIONS.
           PERFORM 110-LOAD-RATE-TABLE.
           PERFORM 120-OPEN-REFERENCE-FILES.
           OPEN INPUT INQUIRY-CARD-FILE.
           IF INQUIRY-CARD-STATUS NOT = '00'
               DISPLAY 'EMPINQ1: INQUIRY CARD FILE NOT AVAILABLE'
               STOP RUN
           END-IF.
           OPEN OUTPUT INQUIRY-REPORT-FILE.
           PERFORM 100-PRINT-HEADING.
           PERFORM 900-READ-CARD.
           PERFORM 200-LOOP-CARDS
               UNTIL EOF-I = 1.
           MOVE SPACES TO INQUIRY-REPORT-RECORD.
           WRITE INQUIRY-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE 'INQUIRY CARDS READ:' TO CL-LABEL.
           MOVE CARD-COUNT TO CL-COUNT.
           WRITE INQUIRY-REPORT-RECORD FROM COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'PROFILES PRINTED:' TO CL-LABEL.
           MOVE PROFILE-COUNT TO CL-COUNT.
           WRITE INQUIRY-REPORT-RECORD FROM COUNT-LINE
               AFTER ADVANCING 1 LINE.
           CLOSE INQUIRY-CARD-FILE
               INQUIRY-REPORT-FILE.
           IF DEPT-OPEN-SW = 1
               CLOSE DEPT-FILE
           END-IF.
           IF LEAVE-OPEN-SW = 1
               CLOSE LEAVE-LEDGER-FILE
           END-IF.
           IF YTD-OPEN-SW = 1
               CLOSE YTD-LEDGER-FILE
           END-IF.
           STOP RUN.
      ******************************************************************
      *    LOAD THE ACTIVE DIVISIONS FROM THE DIVISION CONTROL FILE.
      *    NO CONTROL FILE OR NO ACTIVE DIVISION, NO RUN.
      ******************************************************************
       005-LOAD-DIVISIONS.
           OPEN INPUT DIVISION-CONTROL-FILE.
           IF DIVISION-CONTROL-STATUS NOT = '00'
               DISPLAY 'EMPINQ1: DIVISION CONTROL FILE NOT AVAILABLE'
               STOP RUN
           END-IF.
           PERFORM 920-READ-DIVISION-CONTROL.
           PERFORM UNTIL EOF-DC = 1
               IF DC-ACTIVE-FLAG = 'A'
                   AND DC-DIVISION-CODE NOT = SPACES
                   AND DIVISION-TABLE-COUNT < 10
                   ADD 1 TO DIVISION-TABLE-COUNT
                   SET DIV-IDX TO DIVISION-TABLE-COUNT
                   MOVE DC-DIVISION-CODE TO DV-DIVISION-CODE(DIV-IDX)
                   MOVE DC-MASTER-FILE TO DV-DIVISION-FILE(DIV-IDX)
               END-IF
               PERFORM 920-READ-DIVISION-CONTROL
           END-PERFORM.
           CLOSE DIVISION-CONTROL-FILE.
           IF DIVISION-TABLE-COUNT = 0
               DISPLAY 'EMPINQ1: NO ACTIVE DIVISIONS ON CONTROL FILE'
               STOP RUN
           END-IF.
      ******************************************************************
      *    PRINT THE REPORT HEADING
      ******************************************************************
       100-PRINT-HEADING.
           ACCEPT H1-CURR-DATE FROM DATE.
           MOVE PAGE-NUM TO H1-PAGE-NUM.
           IF PAGE-NUM = 1
               WRITE INQUIRY-REPORT-RECORD FROM REPORT-HEADING1
           ELSE
               MOVE SPACES TO INQUIRY-REPORT-RECORD
               WRITE INQUIRY-REPORT-RECORD
                   AFTER ADVANCING PAGE
               WRITE INQUIRY-REPORT-RECORD FROM REPORT-HEADING1
                   AFTER ADVANCING 1 LINE
           END-IF.
           WRITE INQUIRY-REPORT-RECORD FROM REPORT-HEADING2
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO INQUIRY-REPORT-RECORD.
           WRITE INQUIRY-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO RECORD-PAGE-COUNTER.
           ADD 1 TO PAGE-NUM.
      ******************************************************************
      *    LOAD THE PREMIUM RATE TABLE, REARRANGING EACH EFFECTIVE
      *    DATE TO YYYYMMDD. NO TABLE JUST MEANS NO PREMIUMS SHOWN.
      ******************************************************************
       110-LOAD-RATE-TABLE.
           OPEN INPUT RATE-TABLE-FILE.
           IF RATE-TABLE-STATUS = '00'
               PERFORM 910-READ-RATE
               PERFORM UNTIL EOF-R = 1
                   IF RATE-COUNT < 50
                       AND B-PLAN-SLOT NUMERIC
                       AND B-PLAN-SLOT > 0
                       AND B-EFFECTIVE-DATE NUMERIC
                       ADD 1 TO RATE-COUNT
                       MOVE B-PLAN-SLOT TO RT-PLAN-SLOT(RATE-COUNT)
                       MOVE B-COVERAGE-LEVEL
                           TO RT-COVERAGE-LEVEL(RATE-COUNT)
                       MOVE B-PREMIUM TO RT-PREMIUM(RATE-COUNT)
                       MOVE B-EFFECTIVE-DATE TO ED-MDY
                       MOVE ED-MDY-YEAR TO ED-YMD-YEAR
                       MOVE ED-MDY-MONTH TO ED-YMD-MONTH
                       MOVE ED-MDY-DAY TO ED-YMD-DAY
                       MOVE ED-YMD-NUM TO RT-EFF-YMD(RATE-COUNT)
                   END-IF
                   PERFORM 910-READ-RATE
               END-PERFORM
               CLOSE RATE-TABLE-FILE
           END-IF.
      ******************************************************************
      *    OPEN THE DEPARTMENT FILE AND THE LEAVE AND YTD LEDGERS FOR
      *    LOOKUPS. ONE NOT BEING THERE IS NOTED ON EACH PROFILE
      *    INSTEAD OF STOPPING THE INQUIRY.
      ******************************************************************
       120-OPEN-REFERENCE-FILES.
           OPEN INPUT DEPT-FILE.
           IF DEPT-FILE-STATUS = '00'
               MOVE 1 TO DEPT-OPEN-SW
           END-IF.
           OPEN INPUT LEAVE-LEDGER-FILE.
           IF LEAVE-LEDGER-STATUS = '00'
               MOVE 1 TO LEAVE-OPEN-SW
           END-IF.
           OPEN INPUT YTD-LEDGER-FILE.
           IF YTD-LEDGER-STATUS = '00'
               MOVE 1 TO YTD-OPEN-SW
           END-IF.
      ******************************************************************
      *    ANSWER ONE INQUIRY CARD: SEARCH EVERY DIVISION MASTER, THEN
      *    THE PURGE ARCHIVE FOR EMPLOYEES NOT FOUND ON A MASTER, AND
      *    PRINT HOW MANY EMPLOYEES MATCHED
      ******************************************************************
       200-LOOP-CARDS.
           ADD 1 TO CARD-COUNT.
           MOVE 0 TO MATCH-COUNT.
           MOVE 0 TO MASTER-MATCH-COUNT.
           MOVE 0 TO ARCHIVE-MATCH-COUNT.
           MOVE IC-SEARCH-VALUE TO CD-SEARCH-VALUE.
           EVALUATE IC-SEARCH-TYPE
               WHEN 'I'
                   MOVE 'EMPLOYEE ID' TO CD-SEARCH-TYPE
               WHEN 'N'
                   MOVE 'LAST NAME' TO CD-SEARCH-TYPE
               WHEN 'S'
                   MOVE 'SSN' TO CD-SEARCH-TYPE
                   MOVE IC-SSN TO MK-SSN
                   MOVE MK-SSN-LAST4 TO MK-MASKED-SSN-LAST4
                   MOVE MK-MASKED-SSN TO CD-SEARCH-VALUE
               WHEN OTHER
                   MOVE IC-SEARCH-TYPE TO CD-SEARCH-TYPE
           END-EVALUATE.
           IF RECORD-PAGE-COUNTER > 0
               PERFORM 100-PRINT-HEADING
           END-IF.
           IF IC-SEARCH-TYPE NOT = 'I' AND NOT = 'N' AND NOT = 'S'
               OR IC-SEARCH-VALUE = SPACES
               MOVE 'INVALID INQUIRY CARD - NOT SEARCHED' TO CD-RESULT
               PERFORM 290-PRINT-CARD-LINE
           ELSE
               MOVE 'SEARCHING ALL DIVISIONS AND ARCHIVE' TO CD-RESULT
               PERFORM 290-PRINT-CARD-LINE
               PERFORM 210-SEARCH-DIVISION
                   VARYING DIV-IDX FROM 1 BY 1
                   UNTIL DIV-IDX > DIVISION-TABLE-COUNT
               PERFORM 250-SEARCH-ARCHIVE
               MOVE SPACES TO INQUIRY-REPORT-RECORD
               WRITE INQUIRY-REPORT-RECORD
                   AFTER ADVANCING 1 LINE
               PERFORM 350-PAGE-COUNTER
               IF MATCH-COUNT = 0
                   MOVE 'NO EMPLOYEE FOUND' TO CD-RESULT
               ELSE
                   MOVE SPACES TO CD-RESULT
                   STRING 'EMPLOYEES MATCHED: ' DELIMITED BY SIZE
                       MATCH-COUNT DELIMITED BY SIZE
                       INTO CD-RESULT
               END-IF
               PERFORM 290-PRINT-CARD-LINE
           END-IF.
           PERFORM 900-READ-CARD.
      ******************************************************************
      *    SEARCH ONE DIVISION MASTER FOR THE CARD, PRINTING A PROFILE
      *    FOR EACH EMPLOYEE THAT MATCHES
      ******************************************************************
       210-SEARCH-DIVISION.
           MOVE DV-DIVISION-FILE(DIV-IDX) TO MASTER-FILE-NAME.
           MOVE 0 TO EOF-M.
           OPEN INPUT MASTER-FILE.
           IF MASTER-FILE-STATUS NOT = '00'
               MOVE SPACES TO SL-TEXT
               STRING 'DIVISION MASTER NOT AVAILABLE: ' DELIMITED BY
                   SIZE
                   DV-DIVISION-CODE(DIV-IDX) DELIMITED BY SIZE
                   INTO SL-TEXT
               PERFORM 380-PRINT-SECTION-LINE
           ELSE
               PERFORM 930-READ-MASTER
               PERFORM UNTIL EOF-M = 1
                   PERFORM 220-TEST-MATCH
                   IF MATCH-SW = 1
                       IF MASTER-MATCH-COUNT < 50
                           ADD 1 TO MASTER-MATCH-COUNT
                           MOVE I-EMP-ID
                               TO MT-EMP-ID(MASTER-MATCH-COUNT)
                       END-IF
                       MOVE DV-DIVISION-CODE(DIV-IDX)
                           TO PROFILE-DIVISION
                       MOVE 'DIVISION MASTER' TO PROFILE-SOURCE
                       PERFORM 400-PRINT-PROFILE
                   END-IF
                   PERFORM 930-READ-MASTER
               END-PERFORM
               CLOSE MASTER-FILE
           END-IF.
      ******************************************************************
      *    DOES THE EMPLOYEE IN INPUT-DATA MATCH THE CARD
      ******************************************************************
       220-TEST-MATCH.
           MOVE 0 TO MATCH-SW.
           EVALUATE IC-SEARCH-TYPE
               WHEN 'I'
                   IF I-EMP-ID = IC-ID
                       MOVE 1 TO MATCH-SW
                   END-IF
               WHEN 'N'
                   IF I-LNAME = IC-SEARCH-VALUE
                       MOVE 1 TO MATCH-SW
                   END-IF
               WHEN 'S'
                   IF I-SSN = IC-SSN
                       MOVE 1 TO MATCH-SW
                   END-IF
           END-EVALUATE.
      ******************************************************************
      *    SEARCH THE PURGE ARCHIVE FOR MATCHING MASTERS NOT FOUND ON
      *    A DIVISION MASTER, KEEPING THE LATEST IMAGE OF EACH, AND
      *    PRINT A PROFILE FOR EVERY ONE
      ******************************************************************
       250-SEARCH-ARCHIVE.
           MOVE 0 TO EOF-A.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCHIVE-STATUS = '00'
               PERFORM 940-READ-ARCHIVE
               PERFORM UNTIL EOF-A = 1
                   IF AR-REC-TYPE = 'M'
                       MOVE AR-IMAGE TO INPUT-DATA
                       PERFORM 220-TEST-MATCH
                       IF MATCH-SW = 1
                           PERFORM 260-KEEP-ARCHIVE-MATCH
                       END-IF
                   END-IF
                   PERFORM 940-READ-ARCHIVE
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.
           PERFORM VARYING ARCH-SUB FROM 1 BY 1
               UNTIL ARCH-SUB > ARCHIVE-MATCH-COUNT
               MOVE AM-IMAGE(ARCH-SUB) TO INPUT-DATA
               MOVE AM-DIVISION(ARCH-SUB) TO PROFILE-DIVISION
               MOVE 'PURGED - ON ARCHIVE' TO PROFILE-SOURCE
               PERFORM 400-PRINT-PROFILE
           END-PERFORM.
      ******************************************************************
      *    HOLD A MATCHING ARCHIVED MASTER UNLESS THE EMPLOYEE IS BACK
      *    ON A DIVISION MASTER. A LATER IMAGE OF THE SAME EMPLOYEE
      *    REPLACES AN EARLIER ONE.
      ******************************************************************
       260-KEEP-ARCHIVE-MATCH.
           MOVE 0 TO FIELD-CHANGED-SW.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > MASTER-MATCH-COUNT
               IF MT-EMP-ID(SUB) = I-EMP-ID
                   MOVE 1 TO FIELD-CHANGED-SW
               END-IF
           END-PERFORM.
           IF FIELD-CHANGED-SW = 0
               MOVE 0 TO ARCH-SUB
               PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > ARCHIVE-MATCH-COUNT
                   IF AM-EMP-ID(SUB) = I-EMP-ID
                       MOVE SUB TO ARCH-SUB
                   END-IF
               END-PERFORM
               IF ARCH-SUB = 0 AND ARCHIVE-MATCH-COUNT < 20
                   ADD 1 TO ARCHIVE-MATCH-COUNT
                   MOVE ARCHIVE-MATCH-COUNT TO ARCH-SUB
               END-IF
               IF ARCH-SUB > 0
                   MOVE I-EMP-ID TO AM-EMP-ID(ARCH-SUB)
                   MOVE AR-DIVISION TO AM-DIVISION(ARCH-SUB)
                   MOVE AR-IMAGE TO AM-IMAGE(ARCH-SUB)
               END-IF
           END-IF.
      ******************************************************************
      *    PRINT THE INQUIRY CARD LINE
      ******************************************************************
       290-PRINT-CARD-LINE.
           WRITE INQUIRY-REPORT-RECORD FROM CARD-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 350-PAGE-COUNTER.
      ******************************************************************
      *    KEEPS TRACK OF NUMBER OF LINES PRINTED
      ******************************************************************
       350-PAGE-COUNTER.
           ADD 1 TO RECORD-PAGE-COUNTER.
           IF RECORD-PAGE-COUNTER = 25
               PERFORM 100-PRINT-HEADING
           END-IF.
      ******************************************************************
      *    PRINT A BLANK LINE AND A SECTION TITLE
      ******************************************************************
       370-PRINT-SECTION-TITLE.
           MOVE SPACES TO INQUIRY-REPORT-RECORD.
           WRITE INQUIRY-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           PERFORM 350-PAGE-COUNTER.
           PERFORM 380-PRINT-SECTION-LINE.
      ******************************************************************
      *    PRINT ONE LINE OF TEXT
      ******************************************************************
       380-PRINT-SECTION-LINE.
           WRITE INQUIRY-REPORT-RECORD FROM SECTION-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 350-PAGE-COUNTER.
      ******************************************************************
      *    PRINT THE FULL PROFILE OF THE EMPLOYEE IN INPUT-DATA
      ******************************************************************
       400-PRINT-PROFILE.
           ADD 1 TO MATCH-COUNT.
           ADD 1 TO PROFILE-COUNT.
           MOVE SPACES TO INQUIRY-REPORT-RECORD.
           WRITE INQUIRY-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           PERFORM 350-PAGE-COUNTER.
           PERFORM 410-PRINT-MASTER-FIELDS.
           PERFORM 420-PRINT-COVERAGE.
           PERFORM 430-PRINT-LEAVE.
           PERFORM 440-PRINT-PAY-HISTORY.
           PERFORM 460-PRINT-JOURNAL.
      ******************************************************************
      *    PRINT THE MASTER FIELDS WITH THE DEPARTMENT NAME, THE SSN
      *    AND BANK ACCOUNT MASKED
      ******************************************************************
       410-PRINT-MASTER-FIELDS.
           MOVE I-EMP-ID TO P1-EMP-ID.
           MOVE I-LNAME TO P1-LNAME.
           MOVE I-FNAME TO P1-FNAME.
           MOVE PROFILE-DIVISION TO P1-DIVISION.
           MOVE I-SSN TO MK-SSN.
           MOVE MK-SSN-LAST4 TO MK-MASKED-SSN-LAST4.
           MOVE MK-MASKED-SSN TO P1-SSN.
           MOVE PROFILE-SOURCE TO P1-SOURCE.
           WRITE INQUIRY-REPORT-RECORD FROM PROFILE-LINE1
               AFTER ADVANCING 1 LINE.
           PERFORM 350-PAGE-COUNTER.
           MOVE I-DEPT TO P2-DEPT.
           IF DEPT-OPEN-SW = 0
               MOVE 'DEPT FILE NOT AVAIL' TO P2-DEPT-NAME
           ELSE
               MOVE I-DEPT TO D-DEPT-CODE
               READ DEPT-FILE
                   INVALID KEY
                       MOVE 'NOT ON DEPT FILE' TO P2-DEPT-NAME
                   NOT INVALID KEY
                       MOVE D-DEPT-NAME TO P2-DEPT-NAME
               END-READ
           END-IF.
           MOVE I-EMP-TYPE TO P2-EMP-TYPE.
           MOVE I-TITLE TO P2-TITLE.
           IF I-DATE NUMERIC
               MOVE I-DATE TO P2-HIRE-DATE
           ELSE
               MOVE 0 TO P2-HIRE-DATE
           END-IF.
           WRITE INQUIRY-REPORT-RECORD FROM PROFILE-LINE2
               AFTER ADVANCING 1 LINE.
           PERFORM 350-PAGE-COUNTER.
           EVALUATE I-ACTIVE-STATUS
               WHEN 'T'
                   MOVE 'TERMINATED' TO P3-STATUS
               WHEN 'L'
                   MOVE 'ON LEAVE' TO P3-STATUS
               WHEN OTHER
                   MOVE 'ACTIVE' TO P3-STATUS
           END-EVALUATE.
           IF I-STATUS-DATE NUMERIC
               MOVE I-STATUS-DATE TO P3-STATUS-DATE
           ELSE
               MOVE 0 TO P3-STATUS-DATE
           END-IF.
           IF I-EMP-RATE NUMERIC
               MOVE I-EMP-RATE TO RATE-WORK
           ELSE
               MOVE 0 TO RATE-WORK
           END-IF.
           MOVE RATE-WORK TO P3-RATE.
           IF I-EMP-STATUS = 'H'
               MOVE 'HOURLY' TO P3-PAY-TYPE
           ELSE
               MOVE 'SALARIED' TO P3-PAY-TYPE
           END-IF.
           IF I-FILING-STATUS = 'M'
               MOVE 'MARRIED' TO P3-FILING
           ELSE
               MOVE 'SINGLE' TO P3-FILING
           END-IF.
           MOVE I-ALLOWANCES TO P3-ALLOWANCES.
           WRITE INQUIRY-REPORT-RECORD FROM PROFILE-LINE3
               AFTER ADVANCING 1 LINE.
           PERFORM 350-PAGE-COUNTER.
           IF I-BANK-ROUTING = SPACES AND I-BANK-ACCOUNT = SPACES
               MOVE 'CHECK' TO P4-PAID-BY
               MOVE SPACES TO P4-ROUTING
               MOVE SPACES TO P4-ACCOUNT
           ELSE
               MOVE 'DIRECT DEPOSIT' TO P4-PAID-BY
               MOVE I-BANK-ROUTING TO P4-ROUTING
               MOVE I-BANK-ACCOUNT TO MK-ACCOUNT
               PERFORM 600-MASK-ACCOUNT
               MOVE MK-MASKED-ACCOUNT TO P4-ACCOUNT
           END-IF.
           WRITE INQUIRY-REPORT-RECORD FROM PROFILE-LINE4
               AFTER ADVANCING 1 LINE.
           PERFORM 350-PAGE-COUNTER.
      ******************************************************************
      *    PRINT EACH DEDUCTION SLOT: THE COVERAGE ELECTION, THE
      *    PREMIUM IN EFFECT TODAY FOR IT, THE AMOUNT ON THE MASTER
      *    AND THE YEAR-TO-DATE AMOUNT OFF THE YTD LEDGER
      ******************************************************************
       420-PRINT-COVERAGE.
           MOVE 'COVERAGE AND DEDUCTIONS' TO SL-TEXT.
           PERFORM 370-PRINT-SECTION-TITLE.
           WRITE INQUIRY-REPORT-RECORD FROM COVERAGE-HEADING
               AFTER ADVANCING 1 LINE.
           PERFORM 350-PAGE-COUNTER.
           MOVE 0 TO YTD-FOUND-SW.
           IF YTD-OPEN-SW = 1
               MOVE I-EMP-ID TO Y-EMP-ID
               READ YTD-LEDGER-FILE
                   INVALID KEY
                       MOVE 0 TO YTD-FOUND-SW
                   NOT INVALID KEY
                       MOVE 1 TO YTD-FOUND-SW
               END-READ
           END-IF.
           PERFORM 425-PRINT-ONE-SLOT
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > 5.
           IF YTD-FOUND-SW = 0
               MOVE 'NO YTD LEDGER RECORD' TO SL-TEXT
               PERFORM 380-PRINT-SECTION-LINE
           END-IF.
      ******************************************************************
      *    PRINT ONE DEDUCTION SLOT
      ******************************************************************
       425-PRINT-ONE-SLOT.
           MOVE SUB TO CV-SLOT.
           MOVE DEDUCT-DESC(SUB) TO CV-PLAN.
           MOVE I-COVERAGE(SUB) TO CV-ELECTION.
           EVALUATE I-COVERAGE(SUB)
               WHEN SPACE
                   MOVE 'NO ELECTION' TO CV-PREMIUM
               WHEN 'N'
                   MOVE 'WAIVED' TO CV-PREMIUM
               WHEN OTHER
                   PERFORM 428-FIND-BEST-RATE
                   IF BEST-FOUND-SW = 1
                       MOVE BEST-PREMIUM TO PREMIUM-EDIT
                       MOVE PREMIUM-EDIT TO CV-PREMIUM
                   ELSE
                       MOVE 'NO RATE ROW' TO CV-PREMIUM
                   END-IF
           END-EVALUATE.
           IF I-DEDUCT(SUB) NUMERIC
               MOVE I-DEDUCT(SUB) TO CV-DEDUCT
           ELSE
               MOVE 0 TO CV-DEDUCT
           END-IF.
           IF YTD-FOUND-SW = 1 AND Y-YTD-DEDUCT(SUB) NUMERIC
               MOVE Y-YTD-DEDUCT(SUB) TO CV-YTD
           ELSE
               MOVE 0 TO CV-YTD
           END-IF.
           WRITE INQUIRY-REPORT-RECORD FROM COVERAGE-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 350-PAGE-COUNTER.
      ******************************************************************
      *    FIND THE RATE ROW FOR THIS SLOT AND ELECTION WITH THE
      *    LATEST EFFECTIVE DATE NOT AFTER THE RUN DATE, THE SAME WAY
      *    benrecal PICKS IT
      ******************************************************************
       428-FIND-BEST-RATE.
           MOVE 0 TO BEST-FOUND-SW.
           MOVE 0 TO BEST-YMD.
           PERFORM VARYING RATE-SUB FROM 1 BY 1
               UNTIL RATE-SUB > RATE-COUNT
               IF RT-PLAN-SLOT(RATE-SUB) = SUB
                   AND RT-COVERAGE-LEVEL(RATE-SUB) = I-COVERAGE(SUB)
                   AND RT-EFF-YMD(RATE-SUB) NOT > RW-RUN-YMD-NUM
                   AND RT-EFF-YMD(RATE-SUB) NOT < BEST-YMD
                   MOVE 1 TO BEST-FOUND-SW
                   MOVE RT-EFF-YMD(RATE-SUB) TO BEST-YMD
                   MOVE RT-PREMIUM(RATE-SUB) TO BEST-PREMIUM
               END-IF
           END-PERFORM.
      ******************************************************************
      *    PRINT THE LEAVE BALANCE OFF THE LEAVE LEDGER
      ******************************************************************
       430-PRINT-LEAVE.
           MOVE 'LEAVE' TO SL-TEXT.
           PERFORM 370-PRINT-SECTION-TITLE.
           IF LEAVE-OPEN-SW = 0
               MOVE 'LEAVE LEDGER NOT AVAILABLE' TO SL-TEXT
               PERFORM 380-PRINT-SECTION-LINE
           ELSE
               MOVE I-EMP-ID TO L-EMP-ID
               READ LEAVE-LEDGER-FILE
                   INVALID KEY
                       MOVE 'NO LEAVE LEDGER RECORD' TO SL-TEXT
                       PERFORM 380-PRINT-SECTION-LINE
                   NOT INVALID KEY
                       MOVE L-ACCRUED TO LV-ACCRUED
                       MOVE L-USED TO LV-USED
                       MOVE L-BALANCE TO LV-BALANCE
                       WRITE INQUIRY-REPORT-RECORD FROM LEAVE-LINE
                           AFTER ADVANCING 1 LINE
                       PERFORM 350-PAGE-COUNTER
               END-READ
           END-IF.
      ******************************************************************
      *    PRINT THE LAST SIX PAY HISTORY RECORDS FOR THE EMPLOYEE,
      *    VOIDS INCLUDED, OLDEST FIRST. THE LEDGER IS IN THE ORDER
      *    THE PAYMENTS WERE MADE, SO THE LAST RECORDS READ ARE THE
      *    LATEST.
      ******************************************************************
       440-PRINT-PAY-HISTORY.
           MOVE 'RECENT PAY HISTORY' TO SL-TEXT.
           PERFORM 370-PRINT-SECTION-TITLE.
           MOVE 0 TO HIST-COUNT.
           MOVE 0 TO HIST-FOUND.
           MOVE 0 TO EOF-H.
           OPEN INPUT PAY-HISTORY-FILE.
           IF PAY-HISTORY-STATUS = '00'
               PERFORM 950-READ-HISTORY
               PERFORM UNTIL EOF-H = 1
                   IF PH-EMP-ID = I-EMP-ID
                       ADD 1 TO HIST-FOUND
                       PERFORM 445-KEEP-HISTORY
                   END-IF
                   PERFORM 950-READ-HISTORY
               END-PERFORM
               CLOSE PAY-HISTORY-FILE
           END-IF.
           IF HIST-COUNT = 0
               MOVE 'NO PAY HISTORY ON FILE' TO SL-TEXT
               PERFORM 380-PRINT-SECTION-LINE
           ELSE
               WRITE INQUIRY-REPORT-RECORD FROM HISTORY-HEADING
                   AFTER ADVANCING 1 LINE
               PERFORM 350-PAGE-COUNTER
               PERFORM 450-PRINT-HISTORY-LINE
                   VARYING SUB FROM 1 BY 1
                   UNTIL SUB > HIST-COUNT
               MOVE 'PAY HISTORY RECORDS ON FILE:' TO CL-LABEL
               MOVE HIST-FOUND TO CL-COUNT
               WRITE INQUIRY-REPORT-RECORD FROM COUNT-LINE
                   AFTER ADVANCING 1 LINE
               PERFORM 350-PAGE-COUNTER
           END-IF.
      ******************************************************************
      *    KEEP THE PAY HISTORY RECORD JUST READ AS THE LATEST, LOSING
      *    THE OLDEST ONCE SIX ARE HELD
      ******************************************************************
       445-KEEP-HISTORY.
           IF HIST-COUNT < 6
               ADD 1 TO HIST-COUNT
           ELSE
               PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 5
                   MOVE HT-RECORD(SUB + 1) TO HT-RECORD(SUB)
               END-PERFORM
           END-IF.
           MOVE PAY-HISTORY-DATA TO HT-RECORD(HIST-COUNT).
      ******************************************************************
      *    PRINT ONE HELD PAY HISTORY RECORD. FIELDS LEFT BLANK ON
      *    RECORDS WRITTEN BEFORE THEY EXISTED PRINT AS ZERO.
      ******************************************************************
       450-PRINT-HISTORY-LINE.
           MOVE HT-RECORD(SUB) TO PAY-HISTORY-DATA.
           IF PH-PERIOD-END NUMERIC
               MOVE PH-PERIOD-END TO HL-PERIOD-END
           ELSE
               MOVE 0 TO HL-PERIOD-END
           END-IF.
           IF PH-ENTRY-TYPE = SPACE
               MOVE 'R' TO HL-ENTRY-TYPE
           ELSE
               MOVE PH-ENTRY-TYPE TO HL-ENTRY-TYPE
           END-IF.
           MOVE PH-REG-HOURS TO HL-REG-HOURS.
           MOVE PH-OT-HOURS TO HL-OT-HOURS.
           IF PH-LEAVE-HOURS NUMERIC
               MOVE PH-LEAVE-HOURS TO HL-LEAVE-HOURS
           ELSE
               MOVE 0 TO HL-LEAVE-HOURS
           END-IF.
           MOVE PH-GROSS TO HL-GROSS.
           MOVE PH-FED-TAX TO HL-FED-TAX.
           MOVE PH-STATE-TAX TO HL-STATE-TAX.
           MOVE 0 TO DEDUCT-TOTAL.
           PERFORM VARYING RATE-SUB FROM 1 BY 1
               UNTIL RATE-SUB > 5
               IF PH-DEDUCT-AMT(RATE-SUB) NUMERIC
                   ADD PH-DEDUCT-AMT(RATE-SUB) TO DEDUCT-TOTAL
               END-IF
           END-PERFORM.
           MOVE DEDUCT-TOTAL TO HL-DEDUCT.
           IF PH-GARNISH-AMT NUMERIC
               MOVE PH-GARNISH-AMT TO HL-GARNISH
           ELSE
               MOVE 0 TO HL-GARNISH
           END-IF.
           MOVE PH-NET TO HL-NET.
           WRITE INQUIRY-REPORT-RECORD FROM HISTORY-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 350-PAGE-COUNTER.
      ******************************************************************
      *    LIST EVERY MAINTENANCE TRANSACTION JOURNALED FOR THE
      *    EMPLOYEE IN THE ORDER IT WAS APPLIED, WITH THE FIELDS IT
      *    CHANGED
      ******************************************************************
       460-PRINT-JOURNAL.
           MOVE 'MAINTENANCE HISTORY' TO SL-TEXT.
           PERFORM 370-PRINT-SECTION-TITLE.
           MOVE 0 TO JOURNAL-FOUND.
           MOVE 0 TO EOF-J.
           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-STATUS = '00'
               PERFORM 960-READ-JOURNAL
               PERFORM UNTIL EOF-J = 1
                   IF J-EMP-ID = I-EMP-ID
                       IF JOURNAL-FOUND = 0
                           WRITE INQUIRY-REPORT-RECORD
                               FROM JOURNAL-HEADING
                               AFTER ADVANCING 1 LINE
                           PERFORM 350-PAGE-COUNTER
                       END-IF
                       ADD 1 TO JOURNAL-FOUND
                       PERFORM 470-PRINT-TRANSACTION
                   END-IF
                   PERFORM 960-READ-JOURNAL
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.
           IF JOURNAL-FOUND = 0
               MOVE 'NO MAINTENANCE TRANSACTIONS ON THE JOURNAL'
                   TO SL-TEXT
               PERFORM 380-PRINT-SECTION-LINE
           END-IF.
      ******************************************************************
      *    PRINT ONE JOURNALED TRANSACTION. AN ADD, A DELETE, A
      *    restore1 REHIRE AND EACH SIDE OF A TRANSFER PRINT ONE LINE;
      *    A CHANGE OR A STATUS CHANGE PRINTS A LINE FOR EVERY FIELD
      *    THAT DIFFERS BETWEEN THE BEFORE-IMAGE AND THE AFTER-IMAGE.
      ******************************************************************
       470-PRINT-TRANSACTION.
           MOVE J-RUN-DATE TO JD-RUN-DATE.
           MOVE JD-RUN-MM TO JD-MDY-MM.
           MOVE JD-RUN-DD TO JD-MDY-DD.
           MOVE JD-RUN-YY TO JD-MDY-YY.
           MOVE JD-MDY-NUM TO JD-MDY-EDIT.
           MOVE JD-MDY-EDIT TO JL-RUN-DATE.
           MOVE J-SEQ TO SEQ-EDIT.
           MOVE SEQ-EDIT TO JL-SEQ.
           MOVE J-DIVISION TO JL-DIVISION.
           MOVE SPACES TO JL-FIELD.
           MOVE SPACES TO JL-BEFORE.
           MOVE SPACES TO JL-AFTER.
           MOVE 1 TO FIRST-LINE-SW.
           MOVE J-BEFORE-IMAGE TO JOURNAL-BEFORE.
           MOVE J-AFTER-IMAGE TO JOURNAL-AFTER.
           EVALUATE TRUE
               WHEN J-TRANS-CODE = 'A'
                   MOVE 'ADD' TO JL-TRANS
                   MOVE 'EMPLOYEE ADDED' TO JL-FIELD
                   PERFORM 490-PRINT-JOURNAL-LINE
               WHEN J-TRANS-CODE = 'D'
                   MOVE 'DELETE' TO JL-TRANS
                   MOVE 'EMPLOYEE DELETED' TO JL-FIELD
                   PERFORM 490-PRINT-JOURNAL-LINE
               WHEN J-TRANS-CODE = 'R'
                   MOVE 'REHIRE RESTORE' TO JL-TRANS
                   MOVE 'RESTORED FROM ARCHIVE' TO JL-FIELD
                   PERFORM 490-PRINT-JOURNAL-LINE
               WHEN J-TRANS-CODE = 'X'
                   AND J-AFTER-IMAGE = SPACES
                   MOVE 'TRANSFER OUT' TO JL-TRANS
                   MOVE 'LEFT DIVISION' TO JL-FIELD
                   PERFORM 490-PRINT-JOURNAL-LINE
               WHEN J-TRANS-CODE = 'X'
                   MOVE 'TRANSFER IN' TO JL-TRANS
                   MOVE 'JOINED DIVISION' TO JL-FIELD
                   PERFORM 490-PRINT-JOURNAL-LINE
               WHEN OTHER
                   IF J-TRANS-CODE = 'T'
                       MOVE 'STATUS CHANGE' TO JL-TRANS
                   ELSE
                       IF J-TRANS-CODE = 'C'
                           MOVE 'CHANGE' TO JL-TRANS
                       ELSE
                           MOVE SPACES TO JL-TRANS
                           STRING 'CODE ' DELIMITED BY SIZE
                               J-TRANS-CODE DELIMITED BY SIZE
                               INTO JL-TRANS
                       END-IF
                   END-IF
                   PERFORM 480-COMPARE-IMAGES
           END-EVALUATE.
      ******************************************************************
      *    PRINT A LINE FOR EACH FIELD THAT DIFFERS BETWEEN THE
      *    BEFORE-IMAGE AND THE AFTER-IMAGE. SSNS AND BANK ACCOUNTS
      *    PRINT MASKED.
      ******************************************************************
       480-COMPARE-IMAGES.
           MOVE 0 TO FIELD-CHANGED-SW.
           IF JB-LNAME NOT = JA-LNAME
               MOVE 'LAST NAME' TO JL-FIELD
               MOVE JB-LNAME TO JL-BEFORE
               MOVE JA-LNAME TO JL-AFTER
               PERFORM 490-PRINT-JOURNAL-LINE
           END-IF.
           IF JB-FNAME NOT = JA-FNAME
               MOVE 'FIRST NAME' TO JL-FIELD
               MOVE JB-FNAME TO JL-BEFORE
               MOVE JA-FNAME TO JL-AFTER
               PERFORM 490-PRINT-JOURNAL-LINE
           END-IF.
           IF JB-EMP-TYPE NOT = JA-EMP-TYPE
               MOVE 'EMPLOYEE TYPE' TO JL-FIELD
               MOVE JB-EMP-TYPE TO JL-BEFORE
               MOVE JA-EMP-TYPE TO JL-AFTER
               PERFORM 490-PRINT-JOURNAL-LINE
           END-IF.
           IF JB-TITLE NOT = JA-TITLE
               MOVE 'TITLE' TO JL-FIELD
               MOVE JB-TITLE TO JL-BEFORE
               MOVE JA-TITLE TO JL-AFTER
               PERFORM 490-PRINT-JOURNAL-LINE
           END-IF.
           IF JB-SSN NOT = JA-SSN
               MOVE 'SSN' TO JL-FIELD
               MOVE JB-SSN TO MK-SSN
               MOVE MK-SSN-LAST4 TO MK-MASKED-SSN-LAST4
               MOVE MK-MASKED-SSN TO JL-BEFORE
               MOVE JA-SSN TO MK-SSN
               MOVE MK-SSN-LAST4 TO MK-MASKED-SSN-LAST4
               MOVE MK-MASKED-SSN TO JL-AFTER
               PERFORM 490-PRINT-JOURNAL-LINE
           END-IF.
           IF JB-DEPT NOT = JA-DEPT
               MOVE 'DEPARTMENT' TO JL-FIELD
               MOVE JB-DEPT TO JL-BEFORE
               MOVE JA-DEPT TO JL-AFTER
               PERFORM 490-PRINT-JOURNAL-LINE
           END-IF.
           IF JB-ACTIVE-STATUS NOT = JA-ACTIVE-STATUS
               MOVE 'EMPLOYMENT STATUS' TO JL-FIELD
               MOVE JB-ACTIVE-STATUS TO JL-BEFORE
               MOVE JA-ACTIVE-STATUS TO JL-AFTER
               PERFORM 490-PRINT-JOURNAL-LINE
           END-IF.
           IF JB-STATUS-DATE NOT = JA-STATUS-DATE
               MOVE 'STATUS DATE' TO JL-FIELD
               MOVE JB-STATUS-DATE TO JL-BEFORE
               MOVE JA-STATUS-DATE TO JL-AFTER
               PERFORM 490-PRINT-JOURNAL-LINE
           END-IF.
           IF JB-DATE NOT = JA-DATE
               MOVE 'HIRE DATE' TO JL-FIELD
               MOVE JB-DATE TO JL-BEFORE
               MOVE JA-DATE TO JL-AFTER
               PERFORM 490-PRINT-JOURNAL-LINE
           END-IF.
           IF JB-EMP-RATE NOT = JA-EMP-RATE
               MOVE 'RATE' TO JL-FIELD
               MOVE SPACES TO JL-BEFORE
               MOVE SPACES TO JL-AFTER
               IF JB-EMP-RATE NUMERIC
                   MOVE JB-EMP-RATE TO RATE-EDIT
                   MOVE RATE-EDIT TO JL-BEFORE
               END-IF
               IF JA-EMP-RATE NUMERIC
                   MOVE JA-EMP-RATE TO RATE-EDIT
                   MOVE RATE-EDIT TO JL-AFTER
               END-IF
               PERFORM 490-PRINT-JOURNAL-LINE
               IF J-RATE-EFF-DATE NOT = SPACES
                   MOVE 'RATE EFFECTIVE DATE' TO JL-FIELD
                   MOVE SPACES TO JL-BEFORE
                   MOVE J-RATE-EFF-DATE TO JL-AFTER
                   PERFORM 490-PRINT-JOURNAL-LINE
               END-IF
           END-IF.
           IF JB-EMP-STATUS NOT = JA-EMP-STATUS
               MOVE 'HOURLY/SALARIED' TO JL-FIELD
               MOVE JB-EMP-STATUS TO JL-BEFORE
               MOVE JA-EMP-STATUS TO JL-AFTER
               PERFORM 490-PRINT-JOURNAL-LINE
           END-IF.
           PERFORM 485-COMPARE-SLOT
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > 5.
           IF JB-FILING-STATUS NOT = JA-FILING-STATUS
               MOVE 'FILING STATUS' TO JL-FIELD
               MOVE JB-FILING-STATUS TO JL-BEFORE
               MOVE JA-FILING-STATUS TO JL-AFTER
               PERFORM 490-PRINT-JOURNAL-LINE
           END-IF.
           IF JB-ALLOWANCES NOT = JA-ALLOWANCES
               MOVE 'ALLOWANCES' TO JL-FIELD
               MOVE JB-ALLOWANCES TO JL-BEFORE
               MOVE JA-ALLOWANCES TO JL-AFTER
               PERFORM 490-PRINT-JOURNAL-LINE
           END-IF.
           IF JB-BANK-ROUTING NOT = JA-BANK-ROUTING
               MOVE 'BANK ROUTING' TO JL-FIELD
               MOVE JB-BANK-ROUTING TO JL-BEFORE
               MOVE JA-BANK-ROUTING TO JL-AFTER
               PERFORM 490-PRINT-JOURNAL-LINE
           END-IF.
           IF JB-BANK-ACCOUNT NOT = JA-BANK-ACCOUNT
               MOVE 'BANK ACCOUNT' TO JL-FIELD
               MOVE JB-BANK-ACCOUNT TO MK-ACCOUNT
               PERFORM 600-MASK-ACCOUNT
               MOVE MK-MASKED-ACCOUNT TO JL-BEFORE
               MOVE JA-BANK-ACCOUNT TO MK-ACCOUNT
               PERFORM 600-MASK-ACCOUNT
               MOVE MK-MASKED-ACCOUNT TO JL-AFTER
               PERFORM 490-PRINT-JOURNAL-LINE
           END-IF.
           IF FIELD-CHANGED-SW = 0
               MOVE 'NO FIELD CHANGED' TO JL-FIELD
               MOVE SPACES TO JL-BEFORE
               MOVE SPACES TO JL-AFTER
               PERFORM 490-PRINT-JOURNAL-LINE
           END-IF.
      ******************************************************************
      *    COMPARE ONE DEDUCTION SLOT'S COVERAGE ELECTION AND AMOUNT
      ******************************************************************
       485-COMPARE-SLOT.
           IF JB-COVERAGE(SUB) NOT = JA-COVERAGE(SUB)
               MOVE SPACES TO JL-FIELD
               STRING DEDUCT-DESC(SUB) DELIMITED BY SPACE
                   ' COVERAGE' DELIMITED BY SIZE
                   INTO JL-FIELD
               MOVE JB-COVERAGE(SUB) TO JL-BEFORE
               MOVE JA-COVERAGE(SUB) TO JL-AFTER
               PERFORM 490-PRINT-JOURNAL-LINE
           END-IF.
           IF JB-DEDUCT(SUB) NOT = JA-DEDUCT(SUB)
               MOVE SPACES TO JL-FIELD
               STRING DEDUCT-DESC(SUB) DELIMITED BY SPACE
                   ' DEDUCTION' DELIMITED BY SIZE
                   INTO JL-FIELD
               MOVE SPACES TO JL-BEFORE
               MOVE SPACES TO JL-AFTER
               IF JB-DEDUCT(SUB) NUMERIC
                   MOVE JB-DEDUCT(SUB) TO DEDUCT-EDIT
                   MOVE DEDUCT-EDIT TO JL-BEFORE
               END-IF
               IF JA-DEDUCT(SUB) NUMERIC
                   MOVE JA-DEDUCT(SUB) TO DEDUCT-EDIT
                   MOVE DEDUCT-EDIT TO JL-AFTER
               END-IF
               PERFORM 490-PRINT-JOURNAL-LINE
           END-IF.
      ******************************************************************
      *    PRINT ONE JOURNAL LINE. ONLY THE FIRST LINE OF A
      *    TRANSACTION CARRIES ITS DATE, SEQUENCE, CODE AND DIVISION.
      ******************************************************************
       490-PRINT-JOURNAL-LINE.
           WRITE INQUIRY-REPORT-RECORD FROM JOURNAL-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 350-PAGE-COUNTER.
           MOVE 1 TO FIELD-CHANGED-SW.
           IF FIRST-LINE-SW = 1
               MOVE 0 TO FIRST-LINE-SW
               MOVE SPACES TO JL-RUN-DATE
               MOVE SPACES TO JL-SEQ
               MOVE SPACES TO JL-TRANS
               MOVE SPACES TO JL-DIVISION
           END-IF.
      ******************************************************************
      *    CUT THE BANK ACCOUNT IN MK-ACCOUNT DOWN TO ITS LAST FOUR
      *    CHARACTERS, COUNTING BACK FROM THE LAST ONE KEYED
      ******************************************************************
       600-MASK-ACCOUNT.
           MOVE SPACES TO MK-ACCT-LAST-CHAR(1).
           MOVE SPACES TO MK-ACCT-LAST-CHAR(2).
           MOVE SPACES TO MK-ACCT-LAST-CHAR(3).
           MOVE SPACES TO MK-ACCT-LAST-CHAR(4).
           MOVE 0 TO MK-ACCT-LEN.
           PERFORM VARYING MK-ACCT-SUB FROM 1 BY 1
               UNTIL MK-ACCT-SUB > 17
               IF MK-ACCOUNT-CHAR(MK-ACCT-SUB) NOT = SPACE
                   MOVE MK-ACCT-SUB TO MK-ACCT-LEN
               END-IF
           END-PERFORM.
           IF MK-ACCT-LEN > 4
               COMPUTE MK-ACCT-SUB = MK-ACCT-LEN - 3
           ELSE
               MOVE 1 TO MK-ACCT-SUB
           END-IF.
           MOVE 1 TO MK-OUT-SUB.
           PERFORM UNTIL MK-ACCT-SUB > MK-ACCT-LEN
               MOVE MK-ACCOUNT-CHAR(MK-ACCT-SUB)
                   TO MK-ACCT-LAST-CHAR(MK-OUT-SUB)
               ADD 1 TO MK-ACCT-SUB
               ADD 1 TO MK-OUT-SUB
           END-PERFORM.
      ******************************************************************
      *    READ THE NEXT INQUIRY CARD
      ******************************************************************
       900-READ-CARD.
           READ INQUIRY-CARD-FILE
               AT END MOVE 1 TO EOF-I.
      ******************************************************************
      *    READ THE NEXT PREMIUM RATE RECORD
      ******************************************************************
       910-READ-RATE.
           READ RATE-TABLE-FILE INTO BENEFIT-RATE-DATA
               AT END MOVE 1 TO EOF-R.
      ******************************************************************
      *    READ THE NEXT DIVISION CONTROL RECORD
      ******************************************************************
       920-READ-DIVISION-CONTROL.
           READ DIVISION-CONTROL-FILE
               AT END MOVE 1 TO EOF-DC.
      ******************************************************************
      *    READ THE NEXT DIVISION MASTER RECORD
      ******************************************************************
       930-READ-MASTER.
           READ MASTER-FILE INTO INPUT-DATA
               AT END MOVE 1 TO EOF-M.
      ******************************************************************
      *    READ THE NEXT PURGE ARCHIVE RECORD
      ******************************************************************
       940-READ-ARCHIVE.
           READ ARCHIVE-FILE
               AT END MOVE 1 TO EOF-A.
      ******************************************************************
      *    READ THE NEXT PAY HISTORY RECORD
      ******************************************************************
       950-READ-HISTORY.
           READ PAY-HISTORY-FILE INTO PAY-HISTORY-DATA
               AT END MOVE 1 TO EOF-H.
      ******************************************************************
      *    READ THE NEXT JOURNAL RECORD
      ******************************************************************
       960-READ-JOURNAL.
           READ JOURNAL-FILE
               AT END MOVE 1 TO EOF-J.
      ******************************************************************
      *    ENDING LINE
      ******************************************************************
       END PROGRAM empinq1.
