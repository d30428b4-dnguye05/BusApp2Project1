      ******************************************************************
      *Author: David Nguyen
      *Purpose: w2stmt1 - year-end W-2 wage and tax statement run.
      *         Totals the pay history ledger (EMPL.PROG1.PAYHIST)
      *         for the tax year named on the control card by
      *         employee - wages, federal tax and state tax, with the
      *         401K deferral (deduction slot 3) taken out of taxable
      *         wages - and prints one W-2 form image per employee,
      *         with the name and SSN from the division masters, or
      *         from the purge archive (EMPL.PROG1.PURGARCH) for an
      *         employee purged since being paid, and the mailing
      *         address from the employee address file maintained by
      *         maint1. Terminated employees are included. Writes the
      *         fixed-format electronic wage file (employer, employee
      *         and total records) for submission, and a
      *         reconciliation report listing every employee who
      *         could not be given a W-2 and proving the W-2 totals
      *         equal the sum of the four quarters on the ledger.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. w2stmt1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ASSIGN-TO NAME IS SET AT RUNTIME FROM DIVISION-FILE-NAME SO
      *    EACH DIVISION MASTER CAN BE SWEPT IN TURN FOR NAMES AND
      *    SSNS
           SELECT MASTER-FILE ASSIGN TO DIVISION-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MR-EMP-ID.
      *    DIVISION CONTROL FILE NAMING THE DIVISION MASTERS SWEPT;
      *    LOADED AT STARTUP SO A NEW DIVISION IS A DATA CHANGE
      *    INSTEAD OF A RECOMPILE
           SELECT DIVISION-CONTROL-FILE ASSIGN TO 'EMPL.PROG1.DIVCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIVISION-CONTROL-STATUS.
      *    ONE CONTROL CARD CARRYING THE TAX YEAR (YYYY) AND THE
      *    EMPLOYER DATA PRINTED ON THE FORMS AND WRITTEN TO THE
      *    EMPLOYER RECORD OF THE ELECTRONIC WAGE FILE
           SELECT W2-CONTROL-FILE ASSIGN TO 'EMPL.PROG1.W2CTL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAY-HISTORY-FILE ASSIGN TO 'EMPL.PROG1.PAYHIST'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTED-HIST-FILE ASSIGN TO 'EMPL.PROG1.W2HSORT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HIST-SORT-WORK ASSIGN TO 'EMPL.PROG1.W2HSRTW'.
      *    PURGED EMPLOYEES' ARCHIVED MASTER IMAGES, FOR THE NAME AND
      *    SSN OF ANYONE PAID IN THE TAX YEAR WHO IS NO LONGER ON A
      *    DIVISION MASTER
           SELECT ARCHIVE-FILE ASSIGN TO 'EMPL.PROG1.PURGARCH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-STATUS.
      *    NAME/SSN EXTRACT BUILT FROM THE MASTERS AND THE ARCHIVE,
      *    SORTED BY EMPLOYEE SO IT MATCHES AGAINST THE SORTED PAY
      *    HISTORY AT ANY HEADCOUNT
           SELECT IDENT-EXTRACT-FILE ASSIGN TO 'EMPL.PROG1.W2IDEXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTED-IDENT-FILE ASSIGN TO 'EMPL.PROG1.W2IDSRT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IDENT-SORT-WORK ASSIGN TO 'EMPL.PROG1.W2IDSRW'.
      *    EMPLOYEE MAILING ADDRESS FILE MAINTAINED BY maint1
           SELECT ADDRESS-FILE ASSIGN TO 'EMPL.PROG1.ADDRESS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-EMP-ID
               FILE STATUS IS ADDRESS-FILE-STATUS.
           SELECT W2-FORM-FILE ASSIGN TO 'EMPL.PROG1.W2FORMS'.
      *    ELECTRONIC WAGE FILE FOR SUBMISSION: ONE EMPLOYER RECORD,
      *    ONE EMPLOYEE RECORD PER W-2 ISSUED AND ONE TOTAL RECORD
           SELECT W2-WAGE-FILE ASSIGN TO 'EMPL.PROG1.W2WAGE'.
           SELECT RECON-FILE ASSIGN TO 'EMPL.PROG1.W2RECON'.
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
       FD  W2-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  W2-CONTROL-RECORD.
           03 WC-TAX-YEAR PIC X(4).
           03 WC-EMPLOYER-EIN PIC X(9).
           03 WC-EMPLOYER-NAME PIC X(30).
           03 WC-EMPLOYER-STREET PIC X(30).
           03 WC-EMPLOYER-CITY PIC X(20).
           03 WC-EMPLOYER-STATE PIC X(2).
           03 WC-EMPLOYER-ZIP.
               05 WC-EMPLOYER-ZIP5 PIC X(5).
               05 WC-EMPLOYER-ZIP4 PIC X(4).
           03 WC-STATE-ID PIC X(10).
       FD  PAY-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAY-HISTORY-RECORD PIC X(136).
       FD  SORTED-HIST-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  SORTED-HIST-RECORD PIC X(136).
      *    WORK FILE USED TO SORT THE LEDGER BY EMPLOYEE SO THE RUN
      *    CAN BREAK ON EMPLOYEE ACROSS APPENDED PAYROLL RUNS
       SD  HIST-SORT-WORK.
       01  HIST-SORT-RECORD.
           03 HS-EMP-ID PIC X(7).
           03 FILLER PIC X(129).
       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-RECORD.
           03 AR-REC-TYPE PIC X(1).
           03 AR-DIVISION PIC X(4).
           03 AR-EMP-ID PIC X(7).
           03 AR-IMAGE PIC X(160).
      *    IX-SOURCE IS '1' FOR A DIVISION MASTER AND '2' FOR THE
      *    PURGE ARCHIVE, SO A MASTER RECORD SORTS AHEAD OF ANY
      *    ARCHIVED IMAGE; IX-SEQ ORDERS THE ARCHIVED IMAGES SO THE
      *    MOST RECENT ONE SORTS FIRST
       FD  IDENT-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  IDENT-EXTRACT-RECORD.
           03 IX-EMP-ID PIC X(7).
           03 IX-SOURCE PIC X(1).
           03 IX-SEQ PIC 9(6).
           03 IX-DIVISION PIC X(4).
           03 IX-LNAME PIC X(15).
           03 IX-FNAME PIC X(15).
           03 IX-SSN PIC X(9).
           03 IX-ACTIVE-STATUS PIC X(1).
       FD  SORTED-IDENT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  SORTED-IDENT-RECORD PIC X(58).
       SD  IDENT-SORT-WORK.
       01  IDENT-SORT-RECORD.
           03 IS-EMP-ID PIC X(7).
           03 IS-SOURCE PIC X(1).
           03 IS-SEQ PIC 9(6).
           03 FILLER PIC X(44).
       FD  ADDRESS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ADDRREC.
       FD  W2-FORM-FILE
           LABEL RECORDS ARE OMITTED.
       01  W2-FORM-RECORD PIC X(132).
       FD  W2-WAGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  W2-WAGE-RECORD PIC X(180).
       FD  RECON-FILE
           LABEL RECORDS ARE OMITTED.
       01  RECON-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
           COPY EMPREC.
           COPY PAYHREC.
       01  DIVISION-FILE-NAME PIC X(20) VALUE SPACES.
      *    DIVISION EMPLOYEE MASTERS SWEPT FOR NAMES AND SSNS, ONE
      *    AFTER THE OTHER; LOADED AT STARTUP FROM THE DIVISION
      *    CONTROL FILE
       01  DIVISION-ENTRY.
           03 DIVISION-ITEM OCCURS 10 TIMES INDEXED BY DIV-IDX.
               05 DV-DIVISION-CODE PIC X(4).
               05 DV-DIVISION-FILE PIC X(20).
      *    THE SORTED NAME/SSN EXTRACT LINE THE MATCH IS ON
       01  IDENT-WORK.
           03 IW-EMP-ID PIC X(7).
           03 IW-SOURCE PIC X(1).
           03 IW-SEQ PIC 9(6).
           03 IW-DIVISION PIC X(4).
           03 IW-LNAME PIC X(15).
           03 IW-FNAME PIC X(15).
           03 IW-SSN PIC X(9).
           03 IW-ACTIVE-STATUS PIC X(1).
      *    THE TAX YEAR'S TOTALS BY QUARTER OVER EVERY LEDGER RECORD,
      *    FOR THE RECONCILIATION PAGE
       01  QUARTER-TOTALS.
           03 QUARTER-STAT OCCURS 4 TIMES.
               05 QT-GROSS PIC S9(9)V9(2).
               05 QT-401K PIC S9(9)V9(2).
               05 QT-WAGES PIC S9(9)V9(2).
               05 QT-FED-TAX PIC S9(9)V9(2).
               05 QT-STATE-TAX PIC S9(9)V9(2).
       01  QUARTER-SUM.
           03 QS-GROSS PIC S9(9)V9(2) VALUE 0.
           03 QS-401K PIC S9(9)V9(2) VALUE 0.
           03 QS-WAGES PIC S9(9)V9(2) VALUE 0.
           03 QS-FED-TAX PIC S9(9)V9(2) VALUE 0.
           03 QS-STATE-TAX PIC S9(9)V9(2) VALUE 0.
      *    THE TOTALS OF THE W-2S ISSUED
       01  W2-TOTALS.
           03 WT-GROSS PIC S9(9)V9(2) VALUE 0.
           03 WT-401K PIC S9(9)V9(2) VALUE 0.
           03 WT-WAGES PIC S9(9)V9(2) VALUE 0.
           03 WT-FED-TAX PIC S9(9)V9(2) VALUE 0.
           03 WT-STATE-TAX PIC S9(9)V9(2) VALUE 0.
      *    THE EMPLOYEE WHOSE W-2 IS BEING BUILT, SIGNED SO A VOID
      *    WRITTEN BY THE ADJUSTMENT RUN (payadj1) NETS AGAINST THE
      *    PAYMENT IT REVERSES
       01  EMPLOYEE-TOTALS.
           03 EM-GROSS PIC S9(7)V9(2) VALUE 0.
           03 EM-401K PIC S9(7)V9(2) VALUE 0.
           03 EM-WAGES PIC S9(7)V9(2) VALUE 0.
           03 EM-FED-TAX PIC S9(7)V9(2) VALUE 0.
           03 EM-STATE-TAX PIC S9(7)V9(2) VALUE 0.
           03 EM-RECORDS PIC 9(4) VALUE 0.
       01  FORM-TITLE-LINE.
           03 FILLER PIC X(5) VALUE SPACES.
           03 FILLER PIC X(32) VALUE
               'FORM W-2  WAGE AND TAX STATEMENT'.
           03 FILLER PIC X(10) VALUE SPACES.
           03 FILLER PIC X(9) VALUE 'TAX YEAR '.
           03 FT-TAX-YEAR PIC X(4).
           03 FILLER PIC X(72) VALUE SPACES.
       01  FORM-RULE-LINE.
           03 FILLER PIC X(5) VALUE SPACES.
           03 FILLER PIC X(80) VALUE ALL '-'.
           03 FILLER PIC X(47) VALUE SPACES.
       01  FORM-TEXT-LINE.
           03 FILLER PIC X(5) VALUE SPACES.
           03 FX-LABEL PIC X(32).
           03 FX-TEXT PIC X(45).
           03 FILLER PIC X(50) VALUE SPACES.
       01  FORM-AMOUNT-LINE.
           03 FILLER PIC X(5) VALUE SPACES.
           03 FA-LABEL PIC X(32).
           03 FA-AMOUNT PIC $$$,$$$,$$9.99.
           03 FILLER PIC X(81) VALUE SPACES.
      *    PRINTABLE PIECES OF THE FORM BOXES
       01  SSN-EDIT PIC XXXBXXBXXXX.
       01  EIN-EDIT PIC XXBXXXXXXX.
       01  NAME-EDIT.
           03 NE-FNAME PIC X(15).
           03 FILLER PIC X(1) VALUE SPACES.
           03 NE-LNAME PIC X(15).
       01  CONTROL-EDIT.
           03 CE-EMP-ID PIC X(7).
           03 FILLER PIC X(6) VALUE '  DIV '.
           03 CE-DIVISION PIC X(4).
           03 FILLER PIC X(2) VALUE SPACES.
           03 CE-NOTE PIC X(20).
       01  CITY-LINE-EDIT.
           03 CL-CITY PIC X(20).
           03 FILLER PIC X(1) VALUE SPACES.
           03 CL-STATE PIC X(2).
           03 FILLER PIC X(2) VALUE SPACES.
           03 CL-ZIP5 PIC X(5).
           03 CL-ZIP-DASH PIC X(1).
           03 CL-ZIP4 PIC X(4).
       01  STATE-ID-EDIT.
           03 SI-STATE PIC X(2).
           03 FILLER PIC X(2) VALUE SPACES.
           03 SI-STATE-ID PIC X(10).
       01  WAGE-EMPLOYER-OUT.
           03 WE-REC-TYPE PIC X(1) VALUE 'E'.
           03 WE-TAX-YEAR PIC X(4).
           03 WE-EIN PIC X(9).
           03 WE-NAME PIC X(30).
           03 WE-STREET PIC X(30).
           03 WE-CITY PIC X(20).
           03 WE-STATE PIC X(2).
           03 WE-ZIP PIC X(9).
           03 WE-STATE-ID PIC X(10).
           03 FILLER PIC X(65) VALUE SPACES.
       01  WAGE-EMPLOYEE-OUT.
           03 WW-REC-TYPE PIC X(1) VALUE 'W'.
           03 WW-SSN PIC X(9).
           03 WW-EMP-ID PIC X(7).
           03 WW-LNAME PIC X(15).
           03 WW-FNAME PIC X(15).
           03 WW-STREET PIC X(30).
           03 WW-CITY PIC X(20).
           03 WW-STATE PIC X(2).
           03 WW-ZIP PIC X(9).
           03 WW-WAGES PIC 9(9)V9(2).
           03 WW-FED-TAX PIC 9(9)V9(2).
           03 WW-401K PIC 9(9)V9(2).
           03 WW-STATE-WAGES PIC 9(9)V9(2).
           03 WW-STATE-TAX PIC 9(9)V9(2).
           03 FILLER PIC X(17) VALUE SPACES.
       01  WAGE-TOTAL-OUT.
           03 WX-REC-TYPE PIC X(1) VALUE 'T'.
           03 WX-EMPLOYEE-COUNT PIC 9(7).
           03 WX-WAGES PIC 9(11)V9(2).
           03 WX-FED-TAX PIC 9(11)V9(2).
           03 WX-401K PIC 9(11)V9(2).
           03 WX-STATE-WAGES PIC 9(11)V9(2).
           03 WX-STATE-TAX PIC 9(11)V9(2).
           03 FILLER PIC X(107) VALUE SPACES.
       01  RECON-HEADING1.
           03 FILLER PIC X(1) VALUE SPACES.
           03 H1-CURR-DATE PIC 99/99/99.
           03 FILLER PIC X(40) VALUE SPACES.
           03 FILLER PIC X(21) VALUE 'MASTERMIND COBOL, INC'.
           03 FILLER PIC X(62) VALUE SPACES.
       01  RECON-HEADING2.
           03 FILLER PIC X(40) VALUE SPACES.
           03 RH-TITLE PIC X(38).
           03 FILLER PIC X(1) VALUE SPACES.
           03 RH-TAX-YEAR PIC X(4).
           03 FILLER PIC X(49) VALUE SPACES.
       01  RECON-EXCEPTION-LINE.
           03 FILLER PIC X(5) VALUE SPACES.
           03 EX-EMP-ID PIC X(7).
           03 FILLER PIC X(2) VALUE SPACES.
           03 EX-LNAME PIC X(15).
           03 FILLER PIC X(1) VALUE SPACES.
           03 EX-FNAME PIC X(15).
           03 FILLER PIC X(2) VALUE SPACES.
           03 EX-GROSS PIC $$$$,$$9.99-.
           03 FILLER PIC X(2) VALUE SPACES.
           03 EX-REASON PIC X(40).
           03 FILLER PIC X(31) VALUE SPACES.
       01  RECON-COLUMN-LINE.
           03 FILLER PIC X(17) VALUE SPACES.
           03 FILLER PIC X(15) VALUE '      GROSS PAY'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(15) VALUE '  401K DEFERRAL'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(15) VALUE '  TAXABLE WAGES'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(15) VALUE '    FEDERAL TAX'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(15) VALUE '      STATE TAX'.
           03 FILLER PIC X(32) VALUE SPACES.
       01  RECON-AMOUNT-LINE.
           03 FILLER PIC X(5) VALUE SPACES.
           03 RL-LABEL PIC X(10).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RL-GROSS PIC $$$$,$$$,$$9.99-.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RL-401K PIC $$$$,$$$,$$9.99-.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RL-WAGES PIC $$$$,$$$,$$9.99-.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RL-FED-TAX PIC $$$$,$$$,$$9.99-.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RL-STATE-TAX PIC $$$$,$$$,$$9.99-.
           03 FILLER PIC X(31) VALUE SPACES.
       01  RECON-COUNT-LINE.
           03 FILLER PIC X(5) VALUE SPACES.
           03 RC-LABEL PIC X(40).
           03 RC-COUNT PIC ZZZZ9.
           03 FILLER PIC X(82) VALUE SPACES.
       01  RECON-STATUS-LINE.
           03 FILLER PIC X(5) VALUE SPACES.
           03 RS-STATUS PIC X(60).
           03 FILLER PIC X(67) VALUE SPACES.
      *    THE QUARTER LINE LABEL, BUILT AS 'QUARTER 1' THROUGH
      *    'QUARTER 4'
       01  QTR-LABEL-WORK.
           03 FILLER PIC X(8) VALUE 'QUARTER '.
           03 QL-QTR-DIGIT PIC 9(1).
           03 FILLER PIC X(1) VALUE SPACE.
       01  MISC.
           03 EOF-H PIC 9 VALUE 0.
           03 EOF-I PIC 9 VALUE 0.
           03 EOF-C PIC 9 VALUE 0.
           03 EOF-AR PIC 9 VALUE 0.
           03 EOF-SWEEP PIC 9 VALUE 0.
           03 EOF-DC PIC 9 VALUE 0.
           03 DIVISION-CONTROL-STATUS PIC XX VALUE SPACES.
           03 DIVISION-TABLE-COUNT PIC 99 VALUE 0.
           03 ARCHIVE-STATUS PIC XX VALUE SPACES.
           03 ARCHIVE-SEQ PIC 9(6) VALUE 0.
           03 ADDRESS-FILE-STATUS PIC XX VALUE SPACES.
           03 ADDRESS-OPEN-SW PIC 9 VALUE 0.
           03 ADDRESS-FOUND-SW PIC 9 VALUE 0.
           03 IDENT-FOUND-SW PIC 9 VALUE 0.
           03 EMPLOYEE-STARTED-SW PIC 9 VALUE 0.
           03 FIRST-FORM-SW PIC 9 VALUE 1.
           03 FIRST-PAGE-SW PIC 9 VALUE 1.
           03 PRIOR-EMP-ID PIC X(7) VALUE SPACES.
           03 HOLD-LNAME PIC X(15) VALUE SPACES.
           03 HOLD-FNAME PIC X(15) VALUE SPACES.
           03 QTR-SUB PIC 9 VALUE 0.
           03 EXCEPTION-REASON PIC X(40) VALUE SPACES.
           03 W2-COUNT PIC 9(5) VALUE 0.
           03 ARCHIVED-COUNT PIC 9(5) VALUE 0.
           03 TERMINATED-COUNT PIC 9(5) VALUE 0.
           03 NO-ADDRESS-COUNT PIC 9(5) VALUE 0.
           03 EXCEPTION-COUNT PIC 9(5) VALUE 0.
           03 ZERO-YEAR-COUNT PIC 9(5) VALUE 0.
      *    401K IS DEDUCTION SLOT 3 IN THE DEDUCT-DESC-TABLE ORDER
      *    (MEDICAL, DENTAL, 401K, VISION, OTHER)
           03 DEFERRAL-SLOT PIC 9 VALUE 3.
      *    PERIOD-END DATE (MMDDYYYY) BROKEN APART TO FIND THE TAX
      *    YEAR AND QUARTER THE RECORD BELONGS TO
       01  PERIOD-PARSE-WORK.
           03 PP-MDY.
               05 PP-MONTH PIC 9(2).
               05 PP-DAY PIC 9(2).
               05 PP-YEAR PIC X(4).
           03 PP-QUARTER PIC 9 VALUE 0.
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 005-LOAD-DIVISIONS.
           PERFORM 110-READ-CONTROL-CARD.
           PERFORM 120-BUILD-IDENT-EXTRACT.
           SORT IDENT-SORT-WORK
               ON ASCENDING KEY IS-EMP-ID IS-SOURCE
               ON DESCENDING KEY IS-SEQ
               USING IDENT-EXTRACT-FILE
               GIVING SORTED-IDENT-FILE.
           SORT HIST-SORT-WORK
               ON ASCENDING KEY HS-EMP-ID
               USING PAY-HISTORY-FILE
               GIVING SORTED-HIST-FILE.
           PERFORM 150-OPEN-ADDRESS-FILE.
           OPEN INPUT SORTED-HIST-FILE
               INPUT SORTED-IDENT-FILE
               OUTPUT W2-FORM-FILE
               OUTPUT W2-WAGE-FILE
               OUTPUT RECON-FILE.
           PERFORM VARYING QTR-SUB FROM 1 BY 1
               UNTIL QTR-SUB > 4
               MOVE 0 TO QT-GROSS(QTR-SUB)
               MOVE 0 TO QT-401K(QTR-SUB)
               MOVE 0 TO QT-WAGES(QTR-SUB)
               MOVE 0 TO QT-FED-TAX(QTR-SUB)
               MOVE 0 TO QT-STATE-TAX(QTR-SUB)
           END-PERFORM.
           PERFORM 160-WRITE-EMPLOYER-RECORD.
           MOVE 'W-2 EXCEPTIONS - NOT ISSUED, TAX YEAR' TO RH-TITLE.
           PERFORM 100-PRINT-RECON-HEADING.
           PERFORM 910-READ-IDENT.
           PERFORM 900-READ-HISTORY.
           PERFORM 200-LOOP-HISTORY
               UNTIL EOF-H = 1.
           IF EMPLOYEE-STARTED-SW = 1
               PERFORM 400-ISSUE-W2
           END-IF.
           PERFORM 700-WRITE-TOTAL-RECORD.
           PERFORM 800-PRINT-RECONCILIATION.
           CLOSE SORTED-HIST-FILE
               SORTED-IDENT-FILE
               W2-FORM-FILE
               W2-WAGE-FILE
               RECON-FILE.
           IF ADDRESS-OPEN-SW = 1
               CLOSE ADDRESS-FILE
           END-IF.
           DISPLAY 'W2STMT1: W-2 FORMS ISSUED ' W2-COUNT.
           STOP RUN.
      ******************************************************************
      *    LOAD THE ACTIVE DIVISIONS FROM THE DIVISION CONTROL FILE.
      *    NO CONTROL FILE OR NO ACTIVE DIVISION, NO RUN.
      ******************************************************************
       005-LOAD-DIVISIONS.
           OPEN INPUT DIVISION-CONTROL-FILE.
           IF DIVISION-CONTROL-STATUS NOT = '00'
               DISPLAY 'W2STMT1: DIVISION CONTROL FILE NOT AVAILABLE'
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
               DISPLAY 'W2STMT1: NO ACTIVE DIVISIONS ON CONTROL FILE'
               STOP RUN
           END-IF.
      ******************************************************************
      *    READ THE TAX YEAR AND EMPLOYER DATA FROM THE CONTROL CARD.
      *    NO YEAR OR NO EMPLOYER ID NUMBER, NO RUN - THE FILE WOULD
      *    BE REJECTED ON SUBMISSION.
      ******************************************************************
       110-READ-CONTROL-CARD.
           OPEN INPUT W2-CONTROL-FILE.
           READ W2-CONTROL-FILE
               AT END MOVE 1 TO EOF-C
           END-READ.
           CLOSE W2-CONTROL-FILE.
           IF EOF-C = 1 OR WC-TAX-YEAR NOT NUMERIC
               DISPLAY 'W2STMT1: MISSING OR INVALID TAX YEAR'
               STOP RUN
           END-IF.
           IF WC-EMPLOYER-EIN NOT NUMERIC
               DISPLAY 'W2STMT1: MISSING OR INVALID EMPLOYER EIN'
               STOP RUN
           END-IF.
      ******************************************************************
      *    BUILD THE NAME/SSN EXTRACT: EVERY RECORD ON EVERY DIVISION
      *    MASTER, TERMINATED EMPLOYEES INCLUDED, THEN EVERY ARCHIVED
      *    MASTER IMAGE ON THE PURGE ARCHIVE
      ******************************************************************
       120-BUILD-IDENT-EXTRACT.
           OPEN OUTPUT IDENT-EXTRACT-FILE.
           PERFORM 125-EXTRACT-DIVISION
               VARYING DIV-IDX FROM 1 BY 1
               UNTIL DIV-IDX > DIVISION-TABLE-COUNT.
           PERFORM 130-EXTRACT-ARCHIVE.
           CLOSE IDENT-EXTRACT-FILE.
      ******************************************************************
      *    EXTRACT ONE DIVISION MASTER'S NAMES AND SSNS
      ******************************************************************
       125-EXTRACT-DIVISION.
           MOVE DV-DIVISION-FILE(DIV-IDX) TO DIVISION-FILE-NAME.
           MOVE 0 TO EOF-SWEEP.
           OPEN INPUT MASTER-FILE.
           PERFORM 920-READ-MASTER.
           PERFORM UNTIL EOF-SWEEP = 1
               MOVE I-EMP-ID TO IX-EMP-ID
               MOVE '1' TO IX-SOURCE
               MOVE 0 TO IX-SEQ
               MOVE DV-DIVISION-CODE(DIV-IDX) TO IX-DIVISION
               MOVE I-LNAME TO IX-LNAME
               MOVE I-FNAME TO IX-FNAME
               MOVE I-SSN TO IX-SSN
               MOVE I-ACTIVE-STATUS TO IX-ACTIVE-STATUS
               WRITE IDENT-EXTRACT-RECORD
               PERFORM 920-READ-MASTER
           END-PERFORM.
           CLOSE MASTER-FILE.
      ******************************************************************
      *    EXTRACT THE ARCHIVED MASTER IMAGES. AN EMPLOYEE PURGED
      *    MORE THAN ONCE (REHIRED AND PURGED AGAIN) HAS SEVERAL; THE
      *    SEQUENCE NUMBER LETS THE LATEST ONE SORT FIRST. NO ARCHIVE
      *    YET MEANS NOBODY HAS BEEN PURGED.
      ******************************************************************
       130-EXTRACT-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCHIVE-STATUS = '00'
               PERFORM 940-READ-ARCHIVE
               PERFORM UNTIL EOF-AR = 1
                   IF AR-REC-TYPE = 'M'
                       ADD 1 TO ARCHIVE-SEQ
                       MOVE AR-IMAGE TO INPUT-DATA
                       MOVE AR-EMP-ID TO IX-EMP-ID
                       MOVE '2' TO IX-SOURCE
                       MOVE ARCHIVE-SEQ TO IX-SEQ
                       MOVE AR-DIVISION TO IX-DIVISION
                       MOVE I-LNAME TO IX-LNAME
                       MOVE I-FNAME TO IX-FNAME
                       MOVE I-SSN TO IX-SSN
                       MOVE 'P' TO IX-ACTIVE-STATUS
                       WRITE IDENT-EXTRACT-RECORD
                   END-IF
                   PERFORM 940-READ-ARCHIVE
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.
      ******************************************************************
      *    OPEN THE EMPLOYEE ADDRESS FILE. IF IT CANNOT BE OPENED THE
      *    FORMS STILL PRINT, EACH FLAGGED AS HAVING NO ADDRESS.
      ******************************************************************
       150-OPEN-ADDRESS-FILE.
           OPEN INPUT ADDRESS-FILE.
           IF ADDRESS-FILE-STATUS = '00'
               MOVE 1 TO ADDRESS-OPEN-SW
           END-IF.
      ******************************************************************
      *    WRITE THE EMPLOYER RECORD AT THE HEAD OF THE WAGE FILE
      ******************************************************************
       160-WRITE-EMPLOYER-RECORD.
           MOVE WC-TAX-YEAR TO WE-TAX-YEAR.
           MOVE WC-EMPLOYER-EIN TO WE-EIN.
           MOVE WC-EMPLOYER-NAME TO WE-NAME.
           MOVE WC-EMPLOYER-STREET TO WE-STREET.
           MOVE WC-EMPLOYER-CITY TO WE-CITY.
           MOVE WC-EMPLOYER-STATE TO WE-STATE.
           MOVE WC-EMPLOYER-ZIP TO WE-ZIP.
           MOVE WC-STATE-ID TO WE-STATE-ID.
           WRITE W2-WAGE-RECORD FROM WAGE-EMPLOYER-OUT.
      ******************************************************************
      *    PRINT THE RECONCILIATION REPORT HEADING WITH THE TITLE
      *    ALREADY IN RH-TITLE, ON A NEW PAGE AFTER THE FIRST
      ******************************************************************
       100-PRINT-RECON-HEADING.
           ACCEPT H1-CURR-DATE FROM DATE.
           MOVE WC-TAX-YEAR TO RH-TAX-YEAR.
           IF FIRST-PAGE-SW = 1
               MOVE 0 TO FIRST-PAGE-SW
               WRITE RECON-RECORD FROM RECON-HEADING1
           ELSE
               MOVE SPACES TO RECON-RECORD
               WRITE RECON-RECORD
                   AFTER ADVANCING PAGE
               WRITE RECON-RECORD FROM RECON-HEADING1
                   AFTER ADVANCING 1 LINE
           END-IF.
           WRITE RECON-RECORD FROM RECON-HEADING2
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RECON-RECORD.
           WRITE RECON-RECORD
               AFTER ADVANCING 1 LINE.
      ******************************************************************
      *    ACCUMULATE ONE LEDGER RECORD, BREAKING TO A NEW W-2 WHEN
      *    THE EMPLOYEE CHANGES
      ******************************************************************
       200-LOOP-HISTORY.
           IF EMPLOYEE-STARTED-SW = 0
               PERFORM 250-START-EMPLOYEE
           ELSE
               IF PH-EMP-ID NOT = PRIOR-EMP-ID
                   PERFORM 400-ISSUE-W2
                   PERFORM 250-START-EMPLOYEE
               END-IF
           END-IF.
           PERFORM 300-ACCUM-RECORD.
           PERFORM 900-READ-HISTORY.
      ******************************************************************
      *    START A NEW EMPLOYEE: HOLD THE IDENTIFYING FIELDS AND
      *    CLEAR THE EMPLOYEE ACCUMULATORS
      ******************************************************************
       250-START-EMPLOYEE.
           MOVE 1 TO EMPLOYEE-STARTED-SW.
           MOVE PH-EMP-ID TO PRIOR-EMP-ID.
           MOVE PH-LNAME TO HOLD-LNAME.
           MOVE PH-FNAME TO HOLD-FNAME.
           MOVE 0 TO EM-GROSS.
           MOVE 0 TO EM-401K.
           MOVE 0 TO EM-WAGES.
           MOVE 0 TO EM-FED-TAX.
           MOVE 0 TO EM-STATE-TAX.
           MOVE 0 TO EM-RECORDS.
      ******************************************************************
      *    ROLL ONE RECORD INTO THE EMPLOYEE'S TOTALS AND ITS QUARTER.
      *    TAXABLE WAGES ARE GROSS LESS THE 401K DEFERRAL. RECORDS
      *    OUTSIDE THE TAX YEAR OR WITH AN UNREADABLE PERIOD END ARE
      *    LEFT OUT, THE SAME AS ON THE QUARTERLY STATEMENTS.
      ******************************************************************
       300-ACCUM-RECORD.
           IF PH-PERIOD-END NUMERIC
               MOVE PH-PERIOD-END TO PP-MDY
               IF PP-YEAR = WC-TAX-YEAR
                   AND PP-MONTH > 0 AND PP-MONTH < 13
                   COMPUTE PP-QUARTER = (PP-MONTH + 2) / 3
                   ADD 1 TO EM-RECORDS
                   ADD PH-GROSS TO EM-GROSS
                   ADD PH-DEDUCT-AMT(DEFERRAL-SLOT) TO EM-401K
                   COMPUTE EM-WAGES = EM-WAGES + PH-GROSS
                       - PH-DEDUCT-AMT(DEFERRAL-SLOT)
                   ADD PH-FED-TAX TO EM-FED-TAX
                   ADD PH-STATE-TAX TO EM-STATE-TAX
                   ADD PH-GROSS TO QT-GROSS(PP-QUARTER)
                   ADD PH-DEDUCT-AMT(DEFERRAL-SLOT)
                       TO QT-401K(PP-QUARTER)
                   COMPUTE QT-WAGES(PP-QUARTER) =
                       QT-WAGES(PP-QUARTER) + PH-GROSS
                       - PH-DEDUCT-AMT(DEFERRAL-SLOT)
                   ADD PH-FED-TAX TO QT-FED-TAX(PP-QUARTER)
                   ADD PH-STATE-TAX TO QT-STATE-TAX(PP-QUARTER)
               END-IF
           END-IF.
      ******************************************************************
      *    ISSUE THE W-2 FOR THE EMPLOYEE JUST TOTALLED. AN EMPLOYEE
      *    WITH NOTHING IN THE TAX YEAR, OR WHOSE PAYMENTS WERE ALL
      *    VOIDED, GETS NONE. ONE WITH NO NAME AND SSN ON ANY MASTER
      *    OR THE ARCHIVE, OR WHOSE YEAR NETS NEGATIVE, IS LISTED AS
      *    AN EXCEPTION INSTEAD, AND SHOWS AS A DIFFERENCE ON THE
      *    RECONCILIATION PAGE UNTIL IT IS RESOLVED.
      ******************************************************************
       400-ISSUE-W2.
           IF EM-RECORDS > 0
               IF EM-GROSS = 0 AND EM-FED-TAX = 0
                   AND EM-STATE-TAX = 0
                   ADD 1 TO ZERO-YEAR-COUNT
               ELSE
                   PERFORM 410-FIND-IDENTITY
                   MOVE SPACES TO EXCEPTION-REASON
                   IF IDENT-FOUND-SW = 0
                       MOVE 'NO MASTER OR ARCHIVE RECORD - NO SSN'
                           TO EXCEPTION-REASON
                   ELSE
                       IF IW-SSN NOT NUMERIC
                           MOVE 'SSN ON MASTER NOT NUMERIC'
                               TO EXCEPTION-REASON
                       END-IF
                   END-IF
                   IF EM-WAGES < 0 OR EM-401K < 0
                       OR EM-FED-TAX < 0 OR EM-STATE-TAX < 0
                       MOVE 'YEAR TOTAL NEGATIVE - CHECK VOIDS'
                           TO EXCEPTION-REASON
                   END-IF
                   IF EXCEPTION-REASON = SPACES
                       PERFORM 420-READ-ADDRESS
                       PERFORM 450-PRINT-FORM
                       PERFORM 470-WRITE-EMPLOYEE-RECORD
                       PERFORM 480-ADD-TO-W2-TOTALS
                   ELSE
                       PERFORM 600-LIST-EXCEPTION
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      *    ADVANCE THE SORTED NAME/SSN EXTRACT TO THE EMPLOYEE BEING
      *    ISSUED. THE FIRST LINE FOR AN EMPLOYEE IS THE ONE USED - A
      *    DIVISION MASTER RECORD IF THERE IS ONE, OTHERWISE THE
      *    LATEST ARCHIVED IMAGE.
      ******************************************************************
       410-FIND-IDENTITY.
           MOVE 0 TO IDENT-FOUND-SW.
           PERFORM UNTIL EOF-I = 1
               OR IW-EMP-ID NOT < PRIOR-EMP-ID
               PERFORM 910-READ-IDENT
           END-PERFORM.
           IF EOF-I = 0 AND IW-EMP-ID = PRIOR-EMP-ID
               MOVE 1 TO IDENT-FOUND-SW
           END-IF.
      ******************************************************************
      *    READ THE EMPLOYEE'S MAILING ADDRESS
      ******************************************************************
       420-READ-ADDRESS.
           MOVE 0 TO ADDRESS-FOUND-SW.
           IF ADDRESS-OPEN-SW = 1
               MOVE PRIOR-EMP-ID TO AD-EMP-ID
               READ ADDRESS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO ADDRESS-FOUND-SW
               END-READ
           END-IF.
           IF ADDRESS-FOUND-SW = 0
               MOVE SPACES TO ADDRESS-DATA
               ADD 1 TO NO-ADDRESS-COUNT
           END-IF.
      ******************************************************************
      *    PRINT ONE W-2 FORM IMAGE, EACH ON ITS OWN PAGE
      ******************************************************************
       450-PRINT-FORM.
           MOVE WC-TAX-YEAR TO FT-TAX-YEAR.
           IF FIRST-FORM-SW = 1
               MOVE 0 TO FIRST-FORM-SW
               WRITE W2-FORM-RECORD FROM FORM-TITLE-LINE
           ELSE
               MOVE SPACES TO W2-FORM-RECORD
               WRITE W2-FORM-RECORD
                   AFTER ADVANCING PAGE
               WRITE W2-FORM-RECORD FROM FORM-TITLE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           WRITE W2-FORM-RECORD FROM FORM-RULE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'A  EMPLOYEE SSN' TO FX-LABEL.
           MOVE IW-SSN TO SSN-EDIT.
           INSPECT SSN-EDIT REPLACING ALL ' ' BY '-'.
           MOVE SSN-EDIT TO FX-TEXT.
           PERFORM 460-WRITE-TEXT-LINE.
           MOVE 'B  EMPLOYER ID NUMBER (EIN)' TO FX-LABEL.
           MOVE WC-EMPLOYER-EIN TO EIN-EDIT.
           INSPECT EIN-EDIT REPLACING ALL ' ' BY '-'.
           MOVE EIN-EDIT TO FX-TEXT.
           PERFORM 460-WRITE-TEXT-LINE.
           MOVE 'C  EMPLOYER NAME AND ADDRESS' TO FX-LABEL.
           MOVE WC-EMPLOYER-NAME TO FX-TEXT.
           PERFORM 460-WRITE-TEXT-LINE.
           MOVE WC-EMPLOYER-STREET TO FX-TEXT.
           PERFORM 460-WRITE-TEXT-LINE.
           MOVE WC-EMPLOYER-CITY TO CL-CITY.
           MOVE WC-EMPLOYER-STATE TO CL-STATE.
           MOVE WC-EMPLOYER-ZIP5 TO CL-ZIP5.
           MOVE WC-EMPLOYER-ZIP4 TO CL-ZIP4.
           PERFORM 465-WRITE-CITY-LINE.
           MOVE 'D  CONTROL NUMBER' TO FX-LABEL.
           MOVE PRIOR-EMP-ID TO CE-EMP-ID.
           MOVE IW-DIVISION TO CE-DIVISION.
           MOVE SPACES TO CE-NOTE.
           IF IW-ACTIVE-STATUS = 'T'
               MOVE 'TERMINATED' TO CE-NOTE
               ADD 1 TO TERMINATED-COUNT
           END-IF.
           IF IW-SOURCE = '2'
               MOVE 'PURGED' TO CE-NOTE
               ADD 1 TO ARCHIVED-COUNT
           END-IF.
           MOVE CONTROL-EDIT TO FX-TEXT.
           PERFORM 460-WRITE-TEXT-LINE.
           MOVE 'E  EMPLOYEE NAME' TO FX-LABEL.
           MOVE IW-FNAME TO NE-FNAME.
           MOVE IW-LNAME TO NE-LNAME.
           MOVE NAME-EDIT TO FX-TEXT.
           PERFORM 460-WRITE-TEXT-LINE.
           MOVE 'F  EMPLOYEE ADDRESS' TO FX-LABEL.
           IF ADDRESS-FOUND-SW = 1
               MOVE AD-STREET TO FX-TEXT
               PERFORM 460-WRITE-TEXT-LINE
               MOVE AD-CITY TO CL-CITY
               MOVE AD-STATE TO CL-STATE
               MOVE AD-ZIP5 TO CL-ZIP5
               MOVE AD-ZIP4 TO CL-ZIP4
               PERFORM 465-WRITE-CITY-LINE
           ELSE
               MOVE '*** NO MAILING ADDRESS ON FILE ***' TO FX-TEXT
               PERFORM 460-WRITE-TEXT-LINE
           END-IF.
           WRITE W2-FORM-RECORD FROM FORM-RULE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE '1  WAGES, TIPS, OTHER COMP.' TO FA-LABEL.
           MOVE EM-WAGES TO FA-AMOUNT.
           PERFORM 462-WRITE-AMOUNT-LINE.
           MOVE '2  FEDERAL INCOME TAX WITHHELD' TO FA-LABEL.
           MOVE EM-FED-TAX TO FA-AMOUNT.
           PERFORM 462-WRITE-AMOUNT-LINE.
           MOVE '12 D  401(K) ELECTIVE DEFERRALS' TO FA-LABEL.
           MOVE EM-401K TO FA-AMOUNT.
           PERFORM 462-WRITE-AMOUNT-LINE.
           MOVE '15 STATE / EMPLOYER STATE ID' TO FX-LABEL.
           MOVE WC-EMPLOYER-STATE TO SI-STATE.
           MOVE WC-STATE-ID TO SI-STATE-ID.
           MOVE STATE-ID-EDIT TO FX-TEXT.
           PERFORM 460-WRITE-TEXT-LINE.
           MOVE '16 STATE WAGES, TIPS, ETC.' TO FA-LABEL.
           MOVE EM-WAGES TO FA-AMOUNT.
           PERFORM 462-WRITE-AMOUNT-LINE.
           MOVE '17 STATE INCOME TAX' TO FA-LABEL.
           MOVE EM-STATE-TAX TO FA-AMOUNT.
           PERFORM 462-WRITE-AMOUNT-LINE.
           WRITE W2-FORM-RECORD FROM FORM-RULE-LINE
               AFTER ADVANCING 1 LINE.
      ******************************************************************
      *    WRITE ONE LABELLED TEXT LINE OF THE FORM, CLEARING THE
      *    LABEL SO A CONTINUATION LINE PRINTS UNDER IT
      ******************************************************************
       460-WRITE-TEXT-LINE.
           WRITE W2-FORM-RECORD FROM FORM-TEXT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO FX-LABEL.
      ******************************************************************
      *    WRITE ONE LABELLED AMOUNT BOX OF THE FORM
      ******************************************************************
       462-WRITE-AMOUNT-LINE.
           WRITE W2-FORM-RECORD FROM FORM-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
      ******************************************************************
      *    WRITE A CITY/STATE/ZIP CONTINUATION LINE FROM THE PIECES
      *    ALREADY MOVED TO CITY-LINE-EDIT
      ******************************************************************
       465-WRITE-CITY-LINE.
           IF CL-ZIP4 = SPACES
               MOVE SPACE TO CL-ZIP-DASH
           ELSE
               MOVE '-' TO CL-ZIP-DASH
           END-IF.
           MOVE CITY-LINE-EDIT TO FX-TEXT.
           PERFORM 460-WRITE-TEXT-LINE.
      ******************************************************************
      *    WRITE THE EMPLOYEE RECORD TO THE WAGE FILE
      ******************************************************************
       470-WRITE-EMPLOYEE-RECORD.
           MOVE IW-SSN TO WW-SSN.
           MOVE PRIOR-EMP-ID TO WW-EMP-ID.
           MOVE IW-LNAME TO WW-LNAME.
           MOVE IW-FNAME TO WW-FNAME.
           MOVE AD-STREET TO WW-STREET.
           MOVE AD-CITY TO WW-CITY.
           MOVE AD-STATE TO WW-STATE.
           MOVE AD-ZIP TO WW-ZIP.
           MOVE EM-WAGES TO WW-WAGES.
           MOVE EM-FED-TAX TO WW-FED-TAX.
           MOVE EM-401K TO WW-401K.
           MOVE EM-WAGES TO WW-STATE-WAGES.
           MOVE EM-STATE-TAX TO WW-STATE-TAX.
           WRITE W2-WAGE-RECORD FROM WAGE-EMPLOYEE-OUT.
      ******************************************************************
      *    ROLL THE W-2 JUST ISSUED INTO THE W-2 TOTALS
      ******************************************************************
       480-ADD-TO-W2-TOTALS.
           ADD 1 TO W2-COUNT.
           ADD EM-GROSS TO WT-GROSS.
           ADD EM-401K TO WT-401K.
           ADD EM-WAGES TO WT-WAGES.
           ADD EM-FED-TAX TO WT-FED-TAX.
           ADD EM-STATE-TAX TO WT-STATE-TAX.
      ******************************************************************
      *    LIST AN EMPLOYEE WHO COULD NOT BE ISSUED A W-2
      ******************************************************************
       600-LIST-EXCEPTION.
           MOVE PRIOR-EMP-ID TO EX-EMP-ID.
           MOVE HOLD-LNAME TO EX-LNAME.
           MOVE HOLD-FNAME TO EX-FNAME.
           MOVE EM-GROSS TO EX-GROSS.
           MOVE EXCEPTION-REASON TO EX-REASON.
           WRITE RECON-RECORD FROM RECON-EXCEPTION-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO EXCEPTION-COUNT.
      ******************************************************************
      *    WRITE THE TOTAL RECORD AT THE END OF THE WAGE FILE
      ******************************************************************
       700-WRITE-TOTAL-RECORD.
           MOVE W2-COUNT TO WX-EMPLOYEE-COUNT.
           MOVE WT-WAGES TO WX-WAGES.
           MOVE WT-FED-TAX TO WX-FED-TAX.
           MOVE WT-401K TO WX-401K.
           MOVE WT-WAGES TO WX-STATE-WAGES.
           MOVE WT-STATE-TAX TO WX-STATE-TAX.
           WRITE W2-WAGE-RECORD FROM WAGE-TOTAL-OUT.
      ******************************************************************
      *    PRINT THE RECONCILIATION PAGE: EACH QUARTER OF THE TAX
      *    YEAR OFF THE LEDGER, THEIR SUM, THE W-2 TOTALS AND THE
      *    DIFFERENCE, WHICH MUST BE ZERO IN EVERY COLUMN BEFORE THE
      *    WAGE FILE IS SUBMITTED
      ******************************************************************
       800-PRINT-RECONCILIATION.
           MOVE 'W-2 RECONCILIATION TO QUARTERS - YEAR' TO RH-TITLE.
           PERFORM 100-PRINT-RECON-HEADING.
           WRITE RECON-RECORD FROM RECON-COLUMN-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 810-PRINT-QUARTER-LINE
               VARYING QTR-SUB FROM 1 BY 1
               UNTIL QTR-SUB > 4.
           MOVE 'QTR TOTAL' TO RL-LABEL.
           MOVE QS-GROSS TO RL-GROSS.
           MOVE QS-401K TO RL-401K.
           MOVE QS-WAGES TO RL-WAGES.
           MOVE QS-FED-TAX TO RL-FED-TAX.
           MOVE QS-STATE-TAX TO RL-STATE-TAX.
           WRITE RECON-RECORD FROM RECON-AMOUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'W-2 TOTAL' TO RL-LABEL.
           MOVE WT-GROSS TO RL-GROSS.
           MOVE WT-401K TO RL-401K.
           MOVE WT-WAGES TO RL-WAGES.
           MOVE WT-FED-TAX TO RL-FED-TAX.
           MOVE WT-STATE-TAX TO RL-STATE-TAX.
           WRITE RECON-RECORD FROM RECON-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'DIFFERENCE' TO RL-LABEL.
           COMPUTE RL-GROSS = QS-GROSS - WT-GROSS.
           COMPUTE RL-401K = QS-401K - WT-401K.
           COMPUTE RL-WAGES = QS-WAGES - WT-WAGES.
           COMPUTE RL-FED-TAX = QS-FED-TAX - WT-FED-TAX.
           COMPUTE RL-STATE-TAX = QS-STATE-TAX - WT-STATE-TAX.
           WRITE RECON-RECORD FROM RECON-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RECON-RECORD.
           WRITE RECON-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE 'W-2 FORMS ISSUED:' TO RC-LABEL.
           MOVE W2-COUNT TO RC-COUNT.
           PERFORM 820-WRITE-COUNT-LINE.
           MOVE '  TERMINATED EMPLOYEES INCLUDED:' TO RC-LABEL.
           MOVE TERMINATED-COUNT TO RC-COUNT.
           PERFORM 820-WRITE-COUNT-LINE.
           MOVE '  PURGED EMPLOYEES FROM ARCHIVE:' TO RC-LABEL.
           MOVE ARCHIVED-COUNT TO RC-COUNT.
           PERFORM 820-WRITE-COUNT-LINE.
           MOVE '  ISSUED WITH NO MAILING ADDRESS:' TO RC-LABEL.
           MOVE NO-ADDRESS-COUNT TO RC-COUNT.
           PERFORM 820-WRITE-COUNT-LINE.
           MOVE 'EXCEPTIONS - NOT ISSUED:' TO RC-LABEL.
           MOVE EXCEPTION-COUNT TO RC-COUNT.
           PERFORM 820-WRITE-COUNT-LINE.
           MOVE 'PAID AND FULLY VOIDED - NO W-2:' TO RC-LABEL.
           MOVE ZERO-YEAR-COUNT TO RC-COUNT.
           PERFORM 820-WRITE-COUNT-LINE.
           IF QS-GROSS = WT-GROSS AND QS-401K = WT-401K
               AND QS-WAGES = WT-WAGES
               AND QS-FED-TAX = WT-FED-TAX
               AND QS-STATE-TAX = WT-STATE-TAX
               MOVE 'IN BALANCE - W-2 TOTALS EQUAL THE FOUR QUARTERS'
                   TO RS-STATUS
           ELSE
               MOVE 'OUT OF BALANCE - RESOLVE EXCEPTIONS BEFORE FILING'
                   TO RS-STATUS
           END-IF.
           WRITE RECON-RECORD FROM RECON-STATUS-LINE
               AFTER ADVANCING 2 LINES.
      ******************************************************************
      *    PRINT ONE QUARTER LINE AND ROLL IT INTO THE QUARTER SUM
      ******************************************************************
       810-PRINT-QUARTER-LINE.
           MOVE QTR-SUB TO QL-QTR-DIGIT.
           MOVE QTR-LABEL-WORK TO RL-LABEL.
           MOVE QT-GROSS(QTR-SUB) TO RL-GROSS.
           MOVE QT-401K(QTR-SUB) TO RL-401K.
           MOVE QT-WAGES(QTR-SUB) TO RL-WAGES.
           MOVE QT-FED-TAX(QTR-SUB) TO RL-FED-TAX.
           MOVE QT-STATE-TAX(QTR-SUB) TO RL-STATE-TAX.
           WRITE RECON-RECORD FROM RECON-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
           ADD QT-GROSS(QTR-SUB) TO QS-GROSS.
           ADD QT-401K(QTR-SUB) TO QS-401K.
           ADD QT-WAGES(QTR-SUB) TO QS-WAGES.
           ADD QT-FED-TAX(QTR-SUB) TO QS-FED-TAX.
           ADD QT-STATE-TAX(QTR-SUB) TO QS-STATE-TAX.
      ******************************************************************
      *    WRITE ONE COUNT LINE OF THE RECONCILIATION PAGE
      ******************************************************************
       820-WRITE-COUNT-LINE.
           WRITE RECON-RECORD FROM RECON-COUNT-LINE
               AFTER ADVANCING 1 LINE.
      ******************************************************************
      *    READ THE NEXT SORTED PAY HISTORY RECORD
      ******************************************************************
       900-READ-HISTORY.
           READ SORTED-HIST-FILE INTO PAY-HISTORY-DATA
               AT END MOVE 1 TO EOF-H.
      ******************************************************************
      *    READ THE NEXT SORTED NAME/SSN EXTRACT LINE
      ******************************************************************
       910-READ-IDENT.
           READ SORTED-IDENT-FILE INTO IDENT-WORK
               AT END MOVE 1 TO EOF-I.
      ******************************************************************
      *    READ THE NEXT MASTER RECORD FOR THE NAME/SSN EXTRACT
      ******************************************************************
       920-READ-MASTER.
           READ MASTER-FILE INTO INPUT-DATA
               AT END MOVE 1 TO EOF-SWEEP.
      ******************************************************************
      *    READ THE NEXT DIVISION CONTROL RECORD
      ******************************************************************
       930-READ-DIVISION-CONTROL.
           READ DIVISION-CONTROL-FILE
               AT END MOVE 1 TO EOF-DC.
      ******************************************************************
      *    READ THE NEXT PURGE ARCHIVE RECORD
      ******************************************************************
       940-READ-ARCHIVE.
           READ ARCHIVE-FILE
               AT END MOVE 1 TO EOF-AR.
      ******************************************************************
      *    ENDING LINE
      ******************************************************************
       END PROGRAM w2stmt1.
