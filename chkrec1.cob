      ******************************************************************
      *Author: David Nguyen
      *Purpose: chkrec1 - pay check reconciliation. Reads the bank's
      *         cleared-checks file (EMPL.PROG1.CLEARED) against the
      *         check register (EMPL.PROG1.CHKREG) written by payroll1
      *         and payadj1, marks each check the bank paid as
      *         cleared with the date and amount paid, and reports
      *         the checks paid for a different amount than issued
      *         and the checks the bank paid that were never issued
      *         or that had been voided.
      *         Then lists every check still outstanding with its age
      *         in days as of the control card date, totaled by age
      *         bucket, and writes the checks outstanding past the
      *         stale-check cutoff on the control card
      *         (EMPL.PROG1.RECONCTL) to a separate list
      *         (EMPL.PROG1.STALECHK) for payroll to void or report
      *         as unclaimed property.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. chkrec1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ONE CONTROL CARD: THE AS-OF DATE THE CHECKS ARE AGED TO
      *    (MMDDYYYY, BLANK FOR THE RUN DATE) AND THE NUMBER OF DAYS
      *    OUTSTANDING AFTER WHICH A CHECK IS STALE (DEFAULT 180)
           SELECT RECON-CONTROL-FILE ASSIGN TO 'EMPL.PROG1.RECONCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECON-CONTROL-STATUS.
      *    CHECKS PAID, AS SENT BY THE BANK
           SELECT BANK-CLEARED-FILE ASSIGN TO 'EMPL.PROG1.CLEARED'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-CLEARED-STATUS.
           SELECT CHECK-REGISTER-FILE ASSIGN TO 'EMPL.PROG1.CHKREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CHECK-NO
               FILE STATUS IS CHECK-REGISTER-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO 'EMPL.PROG1.RECONRPT'.
           SELECT STALE-LIST-FILE ASSIGN TO 'EMPL.PROG1.STALECHK'.
       DATA DIVISION.
       FILE SECTION.
       FD  RECON-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  RECON-CONTROL-RECORD.
           03 RC-AS-OF-DATE PIC X(8).
           03 RC-STALE-DAYS PIC 9(3).
           03 FILLER PIC X(69).
       FD  BANK-CLEARED-FILE
           LABEL RECORDS ARE STANDARD.
       01  BANK-CLEARED-RECORD.
           03 BC-ACCOUNT PIC X(15).
           03 BC-CHECK-NO PIC 9(8).
           03 BC-PAID-DATE PIC X(8).
           03 BC-AMOUNT PIC 9(7)V9(2).
           03 FILLER PIC X(10).
       FD  CHECK-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CHKREC.
       FD  RECON-REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  RECON-REPORT-RECORD PIC X(132).
       FD  STALE-LIST-FILE
           LABEL RECORDS ARE OMITTED.
       01  STALE-LIST-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
      *    AGE BUCKETS THE OUTSTANDING CHECKS ARE TOTALED BY, EACH
      *    WITH THE MOST DAYS OUTSTANDING IT TAKES
       01  AGE-BUCKET-VALUES.
           03 FILLER PIC X(14) VALUE '00300 - 30    '.
           03 FILLER PIC X(14) VALUE '006031 - 60   '.
           03 FILLER PIC X(14) VALUE '009061 - 90   '.
           03 FILLER PIC X(14) VALUE '018091 - 180  '.
           03 FILLER PIC X(14) VALUE '9999OVER 180  '.
       01  AGE-BUCKET-TABLE REDEFINES AGE-BUCKET-VALUES.
           03 AGE-BUCKET-ENTRY OCCURS 5 TIMES.
               05 AB-MAX-DAYS PIC 9(4).
               05 AB-LABEL PIC X(10).
       01  AGE-BUCKET-TOTALS.
           03 AGE-BUCKET-TOTAL OCCURS 5 TIMES.
               05 AT-COUNT PIC 9(5).
               05 AT-AMOUNT PIC 9(9)V9(2).
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
           03 FILLER PIC X(40) VALUE SPACES.
           03 FILLER PIC X(27) VALUE 'CHECK RECONCILIATION REPORT'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'AS OF '.
           03 H2-AS-OF-DATE PIC 99/99/9999.
           03 FILLER PIC X(47) VALUE SPACES.
       01  STALE-HEADING2.
           03 FILLER PIC X(36) VALUE SPACES.
           03 FILLER PIC X(40)
               VALUE 'STALE CHECKS - ESCHEAT / VOID CANDIDATES'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'OVER '.
           03 SH-STALE-DAYS PIC ZZ9.
           03 FILLER PIC X(12) VALUE ' DAYS AS OF '.
           03 SH-AS-OF-DATE PIC 99/99/9999.
           03 FILLER PIC X(24) VALUE SPACES.
      *    COLUMN HEADING FOR THE BANK EXCEPTIONS SECTION
       01  EXCEPTION-HEADING.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(8) VALUE 'CHECK NO'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(7) VALUE 'EMP ID '.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(28) VALUE 'NAME'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(8) VALUE 'ISSUED  '.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(13) VALUE '   ISSUED AMT'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(8) VALUE 'PAID    '.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(13) VALUE '     PAID AMT'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(30) VALUE 'EXCEPTION'.
           03 FILLER PIC X(3) VALUE SPACES.
      *    COLUMN HEADING FOR THE OUTSTANDING AND STALE CHECK LISTS
       01  OUTSTANDING-HEADING.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(8) VALUE 'CHECK NO'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(7) VALUE 'EMP ID '.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(28) VALUE 'NAME'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'DIV '.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'DEPT'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(8) VALUE 'ISSUED  '.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(1) VALUE 'T'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(13) VALUE '       AMOUNT'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(5) VALUE ' DAYS'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(10) VALUE 'AGE BUCKET'.
           03 FILLER PIC X(26) VALUE SPACES.
      *    A CHECK THE BANK PAID THAT DOES NOT AGREE WITH THE REGISTER
       01  EXCEPTION-LINE.
           03 FILLER PIC X(1) VALUE SPACES.
           03 EX-CHECK-NO PIC Z(7)9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 EX-EMP-ID PIC X(7).
           03 FILLER PIC X(1) VALUE SPACES.
           03 EX-LNAME PIC X(15).
           03 FILLER PIC X(1) VALUE SPACES.
           03 EX-FNAME PIC X(12).
           03 FILLER PIC X(2) VALUE SPACES.
           03 EX-ISSUE-DATE PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 EX-ISSUE-AMT PIC $$,$$$,$$9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 EX-PAID-DATE PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 EX-PAID-AMT PIC $$,$$$,$$9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 EX-REASON PIC X(30).
           03 FILLER PIC X(3) VALUE SPACES.
      *    AN OUTSTANDING CHECK, ALSO THE LINE ON THE STALE LIST
       01  OUTSTANDING-LINE.
           03 FILLER PIC X(1) VALUE SPACES.
           03 OD-CHECK-NO PIC Z(7)9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 OD-EMP-ID PIC X(7).
           03 FILLER PIC X(1) VALUE SPACES.
           03 OD-LNAME PIC X(15).
           03 FILLER PIC X(1) VALUE SPACES.
           03 OD-FNAME PIC X(12).
           03 FILLER PIC X(2) VALUE SPACES.
           03 OD-DIVISION PIC X(4).
           03 FILLER PIC X(2) VALUE SPACES.
           03 OD-DEPT PIC X(4).
           03 FILLER PIC X(2) VALUE SPACES.
           03 OD-ISSUE-DATE PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 OD-SOURCE PIC X(1).
           03 FILLER PIC X(2) VALUE SPACES.
           03 OD-AMOUNT PIC $$,$$$,$$9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 OD-AGE PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 OD-BUCKET PIC X(10).
           03 FILLER PIC X(26) VALUE SPACES.
       01  SECTION-LINE.
           03 FILLER PIC X(1) VALUE SPACES.
           03 SL-TEXT PIC X(60).
           03 FILLER PIC X(71) VALUE SPACES.
       01  COUNT-AMOUNT-LINE.
           03 FILLER PIC X(1) VALUE SPACES.
           03 CA-LABEL PIC X(40).
           03 CA-COUNT PIC ZZZZZ9.
           03 FILLER PIC X(4) VALUE SPACES.
           03 CA-AMOUNT PIC $$$,$$$,$$9.99-.
           03 FILLER PIC X(66) VALUE SPACES.
       01  MISC.
           03 EOF-B PIC 9 VALUE 0.
           03 EOF-R PIC 9 VALUE 0.
           03 RECON-CONTROL-STATUS PIC XX VALUE SPACES.
           03 BANK-CLEARED-STATUS PIC XX VALUE SPACES.
           03 CHECK-REGISTER-STATUS PIC XX VALUE SPACES.
           03 PAGE-NUM PIC 999 VALUE 1.
           03 RECORD-PAGE-COUNTER PIC 99 VALUE 0.
           03 STALE-PAGE-NUM PIC 999 VALUE 1.
           03 STALE-PAGE-COUNTER PIC 99 VALUE 0.
           03 COLUMN-HEADING PIC X(132) VALUE SPACES.
           03 STALE-DAYS PIC 9(3) VALUE 180.
           03 AS-OF-DATE PIC 9(8) VALUE 0.
           03 AS-OF-DAYS PIC 9(7) VALUE 0.
           03 CHECK-AGE PIC S9(5) VALUE 0.
           03 AB-SUB PIC 9 VALUE 0.
           03 BANK-READ-COUNT PIC 9(6) VALUE 0.
           03 CLEARED-COUNT PIC 9(6) VALUE 0.
           03 CLEARED-TOTAL PIC 9(9)V9(2) VALUE 0.
           03 MISMATCH-COUNT PIC 9(6) VALUE 0.
           03 MISMATCH-DIFF PIC S9(9)V9(2) VALUE 0.
           03 NOT-ISSUED-COUNT PIC 9(6) VALUE 0.
           03 NOT-ISSUED-TOTAL PIC 9(9)V9(2) VALUE 0.
           03 DUPLICATE-COUNT PIC 9(6) VALUE 0.
           03 VOID-PAID-COUNT PIC 9(6) VALUE 0.
           03 VOID-PAID-TOTAL PIC 9(9)V9(2) VALUE 0.
           03 INVALID-COUNT PIC 9(6) VALUE 0.
           03 OUTSTANDING-COUNT PIC 9(6) VALUE 0.
           03 OUTSTANDING-TOTAL PIC 9(9)V9(2) VALUE 0.
           03 STALE-COUNT PIC 9(6) VALUE 0.
           03 STALE-TOTAL PIC 9(9)V9(2) VALUE 0.
       01  RUN-DATE-WORK.
           03 RW-ACCEPT-DATE.
               05 RW-ACCEPT-YY PIC 9(2).
               05 RW-ACCEPT-MM PIC 9(2).
               05 RW-ACCEPT-DD PIC 9(2).
       01  EFF-DATE-WORK.
           03 ED-MDY.
               05 ED-MDY-MONTH PIC 9(2).
               05 ED-MDY-DAY PIC 9(2).
               05 ED-MDY-YEAR PIC 9(4).
           03 ED-MDY-NUM REDEFINES ED-MDY PIC 9(8).
      *    A DATE TURNED INTO A COUNT OF DAYS SO TWO DATES CAN BE
      *    SUBTRACTED. JANUARY AND FEBRUARY ARE COUNTED AS MONTHS 13
      *    AND 14 OF THE YEAR BEFORE SO THE LEAP DAY FALLS AT THE END.
       01  DAY-NUMBER-WORK.
           03 DN-YEAR PIC 9(5).
           03 DN-MONTH PIC 9(2).
           03 DN-DAY PIC 9(2).
           03 DN-QUAD PIC 9(5).
           03 DN-CENT PIC 9(5).
           03 DN-QUAD-CENT PIC 9(5).
           03 DN-MONTH-DAYS PIC 9(5).
           03 DN-DAYS PIC 9(7).
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT RW-ACCEPT-DATE FROM DATE.
           MOVE ZEROS TO AGE-BUCKET-TOTALS.
           PERFORM 110-READ-RECON-CONTROL.
           OPEN INPUT BANK-CLEARED-FILE.
           IF BANK-CLEARED-STATUS NOT = '00'
               DISPLAY 'CHKREC1: CLEARED CHECKS FILE NOT AVAILABLE'
               STOP RUN
           END-IF.
           OPEN I-O CHECK-REGISTER-FILE.
           IF CHECK-REGISTER-STATUS NOT = '00'
               DISPLAY 'CHKREC1: CHECK REGISTER NOT AVAILABLE'
               STOP RUN
           END-IF.
           OPEN OUTPUT RECON-REPORT-FILE
               STALE-LIST-FILE.
           MOVE EXCEPTION-HEADING TO COLUMN-HEADING.
           PERFORM 100-PRINT-HEADING.
           PERFORM 150-PRINT-STALE-HEADING.
           MOVE 'CHECKS PAID BY THE BANK - EXCEPTIONS' TO SL-TEXT.
           PERFORM 160-PRINT-SECTION.
           PERFORM 900-READ-CLEARED.
           PERFORM 200-LOOP-CLEARED
               UNTIL EOF-B = 1.
           CLOSE BANK-CLEARED-FILE.
           MOVE OUTSTANDING-HEADING TO COLUMN-HEADING.
           PERFORM 100-PRINT-HEADING.
           MOVE 'OUTSTANDING CHECKS BY AGE' TO SL-TEXT.
           PERFORM 160-PRINT-SECTION.
           MOVE 0 TO CR-CHECK-NO.
           START CHECK-REGISTER-FILE
               KEY IS NOT LESS THAN CR-CHECK-NO
               INVALID KEY
                   MOVE 1 TO EOF-R
           END-START.
           IF EOF-R = 0
               PERFORM 910-READ-REGISTER-NEXT
           END-IF.
           PERFORM 400-LOOP-REGISTER
               UNTIL EOF-R = 1.
           PERFORM 700-PRINT-SUMMARY.
           PERFORM 750-PRINT-STALE-TOTAL.
           CLOSE CHECK-REGISTER-FILE
               RECON-REPORT-FILE
               STALE-LIST-FILE.
           DISPLAY 'CHKREC1: CHECKS CLEARED ' CLEARED-COUNT
               ' OUTSTANDING ' OUTSTANDING-COUNT.
           STOP RUN.
      ******************************************************************
      *    PRINT THE REPORT HEADING WITH THE COLUMN HEADING FOR THE
      *    SECTION BEING PRINTED
      ******************************************************************
       100-PRINT-HEADING.
           ACCEPT H1-CURR-DATE FROM DATE.
           MOVE PAGE-NUM TO H1-PAGE-NUM.
           IF PAGE-NUM = 1
               WRITE RECON-REPORT-RECORD FROM REPORT-HEADING1
           ELSE
               MOVE SPACES TO RECON-REPORT-RECORD
               WRITE RECON-REPORT-RECORD
                   AFTER ADVANCING PAGE
               WRITE RECON-REPORT-RECORD FROM REPORT-HEADING1
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE AS-OF-DATE TO H2-AS-OF-DATE.
           WRITE RECON-REPORT-RECORD FROM REPORT-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE RECON-REPORT-RECORD FROM COLUMN-HEADING
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RECON-REPORT-RECORD.
           WRITE RECON-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO RECORD-PAGE-COUNTER.
           ADD 1 TO PAGE-NUM.
      ******************************************************************
      *    READ THE CONTROL CARD. NO CARD, OR A BLANK OR INVALID DATE,
      *    AGES THE CHECKS TO THE RUN DATE; NO STALE-CHECK DAYS ON THE
      *    CARD TAKES THE 180-DAY DEFAULT.
      ******************************************************************
       110-READ-RECON-CONTROL.
           MOVE RW-ACCEPT-MM TO ED-MDY-MONTH.
           MOVE RW-ACCEPT-DD TO ED-MDY-DAY.
           COMPUTE ED-MDY-YEAR = 2000 + RW-ACCEPT-YY.
           MOVE ED-MDY-NUM TO AS-OF-DATE.
           OPEN INPUT RECON-CONTROL-FILE.
           IF RECON-CONTROL-STATUS = '00'
               READ RECON-CONTROL-FILE
                   AT END
                       MOVE SPACES TO RECON-CONTROL-RECORD
               END-READ
               IF RC-AS-OF-DATE NUMERIC
                   MOVE RC-AS-OF-DATE TO ED-MDY
                   IF ED-MDY-MONTH > 0 AND ED-MDY-MONTH < 13
                       AND ED-MDY-DAY > 0 AND ED-MDY-DAY < 32
                       MOVE ED-MDY-NUM TO AS-OF-DATE
                   ELSE
                       DISPLAY 'CHKREC1: AS-OF DATE INVALID - RUN '
                           'DATE USED'
                   END-IF
               END-IF
               IF RC-STALE-DAYS NUMERIC AND RC-STALE-DAYS > 0
                   MOVE RC-STALE-DAYS TO STALE-DAYS
               END-IF
               CLOSE RECON-CONTROL-FILE
           END-IF.
           MOVE AS-OF-DATE TO ED-MDY-NUM.
           PERFORM 500-FIGURE-DAY-NUMBER.
           MOVE DN-DAYS TO AS-OF-DAYS.
      ******************************************************************
      *    PRINT THE STALE CHECK LIST HEADING
      ******************************************************************
       150-PRINT-STALE-HEADING.
           MOVE STALE-PAGE-NUM TO H1-PAGE-NUM.
           IF STALE-PAGE-NUM = 1
               WRITE STALE-LIST-RECORD FROM REPORT-HEADING1
           ELSE
               MOVE SPACES TO STALE-LIST-RECORD
               WRITE STALE-LIST-RECORD
                   AFTER ADVANCING PAGE
               WRITE STALE-LIST-RECORD FROM REPORT-HEADING1
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE STALE-DAYS TO SH-STALE-DAYS.
           MOVE AS-OF-DATE TO SH-AS-OF-DATE.
           WRITE STALE-LIST-RECORD FROM STALE-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE STALE-LIST-RECORD FROM OUTSTANDING-HEADING
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO STALE-LIST-RECORD.
           WRITE STALE-LIST-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO STALE-PAGE-COUNTER.
           ADD 1 TO STALE-PAGE-NUM.
      ******************************************************************
      *    PRINT A SECTION TITLE ON THE REPORT
      ******************************************************************
       160-PRINT-SECTION.
           WRITE RECON-REPORT-RECORD FROM SECTION-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 350-PAGE-COUNTER.
      ******************************************************************
      *    MATCH ONE CHECK THE BANK PAID TO THE REGISTER. A CHECK
      *    FOUND OUTSTANDING IS MARKED CLEARED WITH WHAT THE BANK
      *    PAID, EVEN WHEN THE AMOUNT DISAGREES, SO IT DOES NOT STAY
      *    ON THE OUTSTANDING LIST; THE DISAGREEMENT IS REPORTED. A
      *    VOIDED CHECK THE BANK PAID IS LEFT VOIDED AND REPORTED FOR
      *    PAYROLL TO TAKE UP WITH THE BANK.
      ******************************************************************
       200-LOOP-CLEARED.
           ADD 1 TO BANK-READ-COUNT.
           IF BC-CHECK-NO NOT NUMERIC OR BC-AMOUNT NOT NUMERIC
               ADD 1 TO INVALID-COUNT
           ELSE
               MOVE BC-CHECK-NO TO CR-CHECK-NO
               READ CHECK-REGISTER-FILE
                   INVALID KEY
                       PERFORM 210-PAID-NOT-ISSUED
                   NOT INVALID KEY
                       PERFORM 220-CLEAR-CHECK
               END-READ
           END-IF.
           PERFORM 900-READ-CLEARED.
      ******************************************************************
      *    THE BANK PAID A CHECK NUMBER THE REGISTER NEVER ISSUED
      ******************************************************************
       210-PAID-NOT-ISSUED.
           MOVE SPACES TO CHECK-REGISTER-DATA.
           MOVE BC-CHECK-NO TO CR-CHECK-NO.
           MOVE 0 TO CR-AMOUNT.
           MOVE 'PAID - NOT ISSUED' TO EX-REASON.
           PERFORM 300-PRINT-EXCEPTION.
           ADD 1 TO NOT-ISSUED-COUNT.
           ADD BC-AMOUNT TO NOT-ISSUED-TOTAL.
      ******************************************************************
      *    MARK AN OUTSTANDING CHECK CLEARED. A CHECK ALREADY CLEARED
      *    BY AN EARLIER RUN HAS BEEN PAID TWICE, AND A VOIDED CHECK
      *    SHOULD NOT HAVE BEEN PAID AT ALL.
      ******************************************************************
       220-CLEAR-CHECK.
           EVALUATE CR-STATUS
               WHEN 'C'
                   MOVE 'ALREADY CLEARED - PAID TWICE' TO EX-REASON
                   PERFORM 300-PRINT-EXCEPTION
                   ADD 1 TO DUPLICATE-COUNT
               WHEN 'V'
                   MOVE 'VOIDED CHECK PAID BY BANK' TO EX-REASON
                   PERFORM 300-PRINT-EXCEPTION
                   ADD 1 TO VOID-PAID-COUNT
                   ADD BC-AMOUNT TO VOID-PAID-TOTAL
               WHEN OTHER
                   MOVE 'C' TO CR-STATUS
                   MOVE BC-PAID-DATE TO CR-CLEARED-DATE
                   MOVE BC-AMOUNT TO CR-CLEARED-AMT
                   REWRITE CHECK-REGISTER-DATA
                       INVALID KEY
                           DISPLAY 'CHKREC1: REWRITE FAILED FOR CHECK '
                               CR-CHECK-NO
                   END-REWRITE
                   ADD 1 TO CLEARED-COUNT
                   ADD BC-AMOUNT TO CLEARED-TOTAL
                   IF BC-AMOUNT NOT = CR-AMOUNT
                       MOVE 'AMOUNT MISMATCH' TO EX-REASON
                       PERFORM 300-PRINT-EXCEPTION
                       ADD 1 TO MISMATCH-COUNT
                       COMPUTE MISMATCH-DIFF = MISMATCH-DIFF
                           + BC-AMOUNT - CR-AMOUNT
                   END-IF
           END-EVALUATE.
      ******************************************************************
      *    PRINT ONE BANK EXCEPTION WITH THE REGISTER AND BANK SIDES
      ******************************************************************
       300-PRINT-EXCEPTION.
           MOVE CR-CHECK-NO TO EX-CHECK-NO.
           MOVE CR-EMP-ID TO EX-EMP-ID.
           MOVE CR-LNAME TO EX-LNAME.
           MOVE CR-FNAME TO EX-FNAME.
           MOVE CR-ISSUE-DATE TO EX-ISSUE-DATE.
           MOVE CR-AMOUNT TO EX-ISSUE-AMT.
           MOVE BC-PAID-DATE TO EX-PAID-DATE.
           MOVE BC-AMOUNT TO EX-PAID-AMT.
           WRITE RECON-REPORT-RECORD FROM EXCEPTION-LINE
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
      *    AGE ONE CHECK STILL OUTSTANDING, PRINT IT IN ITS AGE BUCKET
      *    AND PUT IT ON THE STALE LIST WHEN IT IS PAST THE CUTOFF.
      *    CLEARED AND VOIDED CHECKS ARE NOT OUTSTANDING.
      ******************************************************************
       400-LOOP-REGISTER.
           IF CR-STATUS NOT = 'C'
               AND CR-STATUS NOT = 'V'
               MOVE 0 TO CHECK-AGE
               IF CR-ISSUE-DATE NUMERIC
                   MOVE CR-ISSUE-DATE TO ED-MDY
                   PERFORM 500-FIGURE-DAY-NUMBER
                   COMPUTE CHECK-AGE = AS-OF-DAYS - DN-DAYS
                   IF CHECK-AGE < 0
                       MOVE 0 TO CHECK-AGE
                   END-IF
               END-IF
               MOVE 1 TO AB-SUB
               PERFORM UNTIL AB-SUB = 5
                   OR CHECK-AGE NOT > AB-MAX-DAYS(AB-SUB)
                   ADD 1 TO AB-SUB
               END-PERFORM
               MOVE CR-CHECK-NO TO OD-CHECK-NO
               MOVE CR-EMP-ID TO OD-EMP-ID
               MOVE CR-LNAME TO OD-LNAME
               MOVE CR-FNAME TO OD-FNAME
               MOVE CR-DIVISION TO OD-DIVISION
               MOVE CR-DEPT TO OD-DEPT
               MOVE CR-ISSUE-DATE TO OD-ISSUE-DATE
               MOVE CR-SOURCE TO OD-SOURCE
               MOVE CR-AMOUNT TO OD-AMOUNT
               MOVE CHECK-AGE TO OD-AGE
               MOVE AB-LABEL(AB-SUB) TO OD-BUCKET
               WRITE RECON-REPORT-RECORD FROM OUTSTANDING-LINE
                   AFTER ADVANCING 1 LINE
               PERFORM 350-PAGE-COUNTER
               ADD 1 TO AT-COUNT(AB-SUB)
               ADD CR-AMOUNT TO AT-AMOUNT(AB-SUB)
               ADD 1 TO OUTSTANDING-COUNT
               ADD CR-AMOUNT TO OUTSTANDING-TOTAL
               IF CHECK-AGE > STALE-DAYS
                   PERFORM 450-WRITE-STALE-CHECK
               END-IF
           END-IF.
           PERFORM 910-READ-REGISTER-NEXT.
      ******************************************************************
      *    PUT AN OUTSTANDING CHECK ON THE STALE CHECK LIST
      ******************************************************************
       450-WRITE-STALE-CHECK.
           WRITE STALE-LIST-RECORD FROM OUTSTANDING-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO STALE-COUNT.
           ADD CR-AMOUNT TO STALE-TOTAL.
           ADD 1 TO STALE-PAGE-COUNTER.
           IF STALE-PAGE-COUNTER = 25
               PERFORM 150-PRINT-STALE-HEADING
           END-IF.
      ******************************************************************
      *    TURN THE MMDDYYYY DATE IN ED-MDY INTO A DAY NUMBER
      ******************************************************************
       500-FIGURE-DAY-NUMBER.
           MOVE ED-MDY-YEAR TO DN-YEAR.
           MOVE ED-MDY-MONTH TO DN-MONTH.
           MOVE ED-MDY-DAY TO DN-DAY.
           IF DN-MONTH < 3
               SUBTRACT 1 FROM DN-YEAR
               ADD 12 TO DN-MONTH
           END-IF.
           DIVIDE DN-YEAR BY 4 GIVING DN-QUAD.
           DIVIDE DN-YEAR BY 100 GIVING DN-CENT.
           DIVIDE DN-YEAR BY 400 GIVING DN-QUAD-CENT.
           COMPUTE DN-MONTH-DAYS = (153 * (DN-MONTH - 3)) + 2.
           DIVIDE DN-MONTH-DAYS BY 5 GIVING DN-MONTH-DAYS.
           COMPUTE DN-DAYS = (DN-YEAR * 365) + DN-QUAD - DN-CENT
               + DN-QUAD-CENT + DN-MONTH-DAYS + DN-DAY.
      ******************************************************************
      *    PRINT THE RECONCILIATION SUMMARY: WHAT CLEARED, THE BANK
      *    EXCEPTIONS AND THE OUTSTANDING CHECKS BY AGE BUCKET
      ******************************************************************
       700-PRINT-SUMMARY.
           MOVE SPACES TO RECON-REPORT-RECORD.
           WRITE RECON-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE 'RECONCILIATION SUMMARY' TO SL-TEXT.
           WRITE RECON-REPORT-RECORD FROM SECTION-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'CLEARED CHECK RECORDS READ:' TO CA-LABEL.
           MOVE BANK-READ-COUNT TO CA-COUNT.
           MOVE 0 TO CA-AMOUNT.
           PERFORM 710-WRITE-COUNT-LINE.
           MOVE 'CHECKS CLEARED THIS RUN:' TO CA-LABEL.
           MOVE CLEARED-COUNT TO CA-COUNT.
           MOVE CLEARED-TOTAL TO CA-AMOUNT.
           PERFORM 710-WRITE-COUNT-LINE.
           MOVE 'AMOUNT MISMATCHES (NET DIFFERENCE):' TO CA-LABEL.
           MOVE MISMATCH-COUNT TO CA-COUNT.
           MOVE MISMATCH-DIFF TO CA-AMOUNT.
           PERFORM 710-WRITE-COUNT-LINE.
           MOVE 'PAID - NOT ISSUED:' TO CA-LABEL.
           MOVE NOT-ISSUED-COUNT TO CA-COUNT.
           MOVE NOT-ISSUED-TOTAL TO CA-AMOUNT.
           PERFORM 710-WRITE-COUNT-LINE.
           MOVE 'ALREADY CLEARED - PAID TWICE:' TO CA-LABEL.
           MOVE DUPLICATE-COUNT TO CA-COUNT.
           MOVE 0 TO CA-AMOUNT.
           PERFORM 710-WRITE-COUNT-LINE.
           MOVE 'VOIDED CHECKS PAID BY BANK:' TO CA-LABEL.
           MOVE VOID-PAID-COUNT TO CA-COUNT.
           MOVE VOID-PAID-TOTAL TO CA-AMOUNT.
           PERFORM 710-WRITE-COUNT-LINE.
           MOVE 'INVALID CLEARED CHECK RECORDS:' TO CA-LABEL.
           MOVE INVALID-COUNT TO CA-COUNT.
           MOVE 0 TO CA-AMOUNT.
           PERFORM 710-WRITE-COUNT-LINE.
           MOVE SPACES TO RECON-REPORT-RECORD.
           WRITE RECON-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           PERFORM VARYING AB-SUB FROM 1 BY 1
               UNTIL AB-SUB > 5
               MOVE SPACES TO CA-LABEL
               STRING 'OUTSTANDING ' DELIMITED BY SIZE
                   AB-LABEL(AB-SUB) DELIMITED BY '  '
                   ' DAYS:' DELIMITED BY SIZE
                   INTO CA-LABEL
               MOVE AT-COUNT(AB-SUB) TO CA-COUNT
               MOVE AT-AMOUNT(AB-SUB) TO CA-AMOUNT
               PERFORM 710-WRITE-COUNT-LINE
           END-PERFORM.
           MOVE 'TOTAL OUTSTANDING:' TO CA-LABEL.
           MOVE OUTSTANDING-COUNT TO CA-COUNT.
           MOVE OUTSTANDING-TOTAL TO CA-AMOUNT.
           PERFORM 710-WRITE-COUNT-LINE.
           MOVE 'STALE - ESCHEAT / VOID CANDIDATES:' TO CA-LABEL.
           MOVE STALE-COUNT TO CA-COUNT.
           MOVE STALE-TOTAL TO CA-AMOUNT.
           PERFORM 710-WRITE-COUNT-LINE.
      ******************************************************************
      *    WRITE ONE SUMMARY LINE
      ******************************************************************
       710-WRITE-COUNT-LINE.
           WRITE RECON-REPORT-RECORD FROM COUNT-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
      ******************************************************************
      *    PRINT THE STALE CHECK LIST TOTAL
      ******************************************************************
       750-PRINT-STALE-TOTAL.
           MOVE SPACES TO STALE-LIST-RECORD.
           WRITE STALE-LIST-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE 'STALE CHECKS TO VOID OR ESCHEAT:' TO CA-LABEL.
           MOVE STALE-COUNT TO CA-COUNT.
           MOVE STALE-TOTAL TO CA-AMOUNT.
           WRITE STALE-LIST-RECORD FROM COUNT-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
      ******************************************************************
      *    READ THE NEXT CLEARED CHECK RECORD
      ******************************************************************
       900-READ-CLEARED.
           READ BANK-CLEARED-FILE
               AT END MOVE 1 TO EOF-B.
      ******************************************************************
      *    READ THE NEXT CHECK ON THE REGISTER
      ******************************************************************
       910-READ-REGISTER-NEXT.
           READ CHECK-REGISTER-FILE NEXT RECORD
               AT END MOVE 1 TO EOF-R.
      ******************************************************************
      *    ENDING LINE
      ******************************************************************
       END PROGRAM chkrec1.
