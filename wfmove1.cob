      ******************************************************************
      *Author: David Nguyen
      *Purpose: wfmove1 - workforce movement report. Reads the
      *         maintenance journal (EMPL.PROG1.JRNL) for the date
      *         range on the control card (EMPL.PROG1.MOVECTL) and
      *         prints, for each division and department, the opening
      *         headcount, hires, rehires, transfers in and out,
      *         terminations, leaves of absence and closing headcount,
      *         with a turnover percentage and division and grand
      *         totals. Headcount is every employee not terminated;
      *         an employee on leave stays in it. The opening count
      *         is built by playing the journal forward up to the
      *         start of the range, and each record is classed by
      *         comparing its before-image and after-image, so a
      *         department change keyed on a maint1 change counts as
      *         a transfer out of one department and into the other,
      *         and a terminated employee made active again - a
      *         restore1 rehire once HR reactivates it - counts as a
      *         rehire. The closing count, carried forward through any
      *         journal activity after the range, is checked against
      *         an actual count of employees on the division masters
      *         and any department that differs is flagged, since that
      *         means a master was changed outside maint1.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. wfmove1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ONE CONTROL CARD: THE FIRST AND LAST DAY OF THE REPORTING
      *    RANGE (MMDDYYYY); A BLANK TO-DATE MEANS THROUGH TODAY
           SELECT MOVEMENT-CONTROL-FILE ASSIGN TO 'EMPL.PROG1.MOVECTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOVEMENT-CONTROL-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'EMPL.PROG1.JRNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
      *    ASSIGN-TO NAME IS SET AT RUNTIME FROM MASTER-FILE-NAME SO
      *    EACH DIVISION MASTER CAN BE COUNTED IN TURN
           SELECT MASTER-FILE ASSIGN TO MASTER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MR-EMP-ID
               FILE STATUS IS MASTER-FILE-STATUS.
      *    DIVISION CONTROL FILE NAMING THE DIVISION MASTERS COUNTED
      *    FOR THE HEADCOUNT CHECK; LOADED AT STARTUP SO A NEW
      *    DIVISION IS A DATA CHANGE INSTEAD OF A RECOMPILE
           SELECT DIVISION-CONTROL-FILE ASSIGN TO 'EMPL.PROG1.DIVCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIVISION-CONTROL-STATUS.
           SELECT DEPT-FILE ASSIGN TO 'EMPL.PROG1.DEPT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS D-DEPT-CODE
               FILE STATUS IS DEPT-FILE-STATUS.
           SELECT MOVEMENT-REPORT-FILE ASSIGN TO 'EMPL.PROG1.MOVERPT'.
       DATA DIVISION.
       FILE SECTION.
       FD  MOVEMENT-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  MOVEMENT-CONTROL-RECORD.
           03 MC-FROM-DATE PIC X(8).
           03 MC-TO-DATE PIC X(8).
       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY JRNLREC.
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
       FD  MOVEMENT-REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  MOVEMENT-REPORT-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
           COPY EMPREC.
       01  MASTER-FILE-NAME PIC X(20) VALUE SPACES.
      *    DIVISION EMPLOYEE MASTERS COUNTED FOR THE HEADCOUNT CHECK,
      *    THE SAME FILES maint1 MAINTAINS; LOADED AT STARTUP FROM THE
      *    DIVISION CONTROL FILE
       01  DIVISION-ENTRY.
           03 DIVISION-ITEM OCCURS 10 TIMES INDEXED BY DIV-IDX.
               05 DV-DIVISION-CODE PIC X(4).
               05 DV-DIVISION-FILE PIC X(20).
      *    THE DEPARTMENT AND EMPLOYMENT STATUS ON A JOURNAL
      *    BEFORE-IMAGE AND AFTER-IMAGE, AT THEIR EMPREC POSITIONS
       01  JOURNAL-BEFORE.
           03 FILLER PIC X(65).
           03 JB-DEPT PIC X(4).
           03 JB-ACTIVE-STATUS PIC X(1).
           03 FILLER PIC X(90).
       01  JOURNAL-AFTER.
           03 FILLER PIC X(65).
           03 JA-DEPT PIC X(4).
           03 JA-ACTIVE-STATUS PIC X(1).
           03 FILLER PIC X(90).
      *    ONE ENTRY PER DIVISION AND DEPARTMENT, KEPT IN DIVISION AND
      *    DEPARTMENT ORDER AS ENTRIES ARE ADDED. MV-LATER-NET IS THE
      *    NET HEADCOUNT CHANGE JOURNALED AFTER THE RANGE, USED ONLY
      *    TO CARRY THE CLOSING COUNT FORWARD TO THE ACTUAL COUNT.
       01  MOVEMENT-TABLE.
           03 MOVEMENT-ENTRY OCCURS 300 TIMES.
               05 MV-KEY.
                   07 MV-DIVISION PIC X(4).
                   07 MV-DEPT PIC X(4).
               05 MV-OPENING PIC S9(5).
               05 MV-HIRES PIC 9(5).
               05 MV-REHIRES PIC 9(5).
               05 MV-XFER-IN PIC 9(5).
               05 MV-XFER-OUT PIC 9(5).
               05 MV-TERMS PIC 9(5).
               05 MV-LEAVES PIC 9(5).
               05 MV-RESTORED PIC 9(5).
               05 MV-LATER-NET PIC S9(5).
               05 MV-ACTUAL PIC 9(5).
      *    ONE MOVEMENT-TABLE ENTRY'S FIGURES, ALSO USED TO ADD UP THE
      *    DIVISION AND GRAND TOTALS
       01  ROW-FIGURES.
           03 RF-OPENING PIC S9(6).
           03 RF-HIRES PIC 9(6).
           03 RF-REHIRES PIC 9(6).
           03 RF-XFER-IN PIC 9(6).
           03 RF-XFER-OUT PIC 9(6).
           03 RF-TERMS PIC 9(6).
           03 RF-LEAVES PIC 9(6).
           03 RF-RESTORED PIC 9(6).
           03 RF-LATER-NET PIC S9(6).
           03 RF-ACTUAL PIC 9(6).
           03 RF-CLOSING PIC S9(6).
       01  DIVISION-FIGURES.
           03 DF-OPENING PIC S9(6).
           03 DF-HIRES PIC 9(6).
           03 DF-REHIRES PIC 9(6).
           03 DF-XFER-IN PIC 9(6).
           03 DF-XFER-OUT PIC 9(6).
           03 DF-TERMS PIC 9(6).
           03 DF-LEAVES PIC 9(6).
           03 DF-RESTORED PIC 9(6).
           03 DF-LATER-NET PIC S9(6).
           03 DF-ACTUAL PIC 9(6).
       01  GRAND-FIGURES.
           03 GF-OPENING PIC S9(6).
           03 GF-HIRES PIC 9(6).
           03 GF-REHIRES PIC 9(6).
           03 GF-XFER-IN PIC 9(6).
           03 GF-XFER-OUT PIC 9(6).
           03 GF-TERMS PIC 9(6).
           03 GF-LEAVES PIC 9(6).
           03 GF-RESTORED PIC 9(6).
           03 GF-LATER-NET PIC S9(6).
           03 GF-ACTUAL PIC 9(6).
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
           03 FILLER PIC X(36) VALUE SPACES.
           03 FILLER PIC X(26) VALUE 'WORKFORCE MOVEMENT REPORT '.
           03 FILLER PIC X(5) VALUE 'FROM '.
           03 H2-FROM-DATE PIC 99/99/9999.
           03 FILLER PIC X(4) VALUE ' TO '.
           03 H2-TO-DATE PIC 99/99/9999.
           03 FILLER PIC X(41) VALUE SPACES.
       01  REPORT-HEADING3.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'DIV '.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(4) VALUE 'DEPT'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(20) VALUE 'DEPARTMENT NAME'.
           03 FILLER PIC X(8) VALUE ' OPENING'.
           03 FILLER PIC X(8) VALUE '   HIRES'.
           03 FILLER PIC X(8) VALUE ' REHIRES'.
           03 FILLER PIC X(8) VALUE ' XFER IN'.
           03 FILLER PIC X(8) VALUE ' XFR OUT'.
           03 FILLER PIC X(8) VALUE '   TERMS'.
           03 FILLER PIC X(8) VALUE '  LEAVES'.
           03 FILLER PIC X(8) VALUE ' CLOSING'.
           03 FILLER PIC X(8) VALUE '  ACTUAL'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(7) VALUE 'TURNOVR'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(8) VALUE 'CHECK'.
           03 FILLER PIC X(8) VALUE SPACES.
      *    ONE DEPARTMENT, OR A DIVISION OR GRAND TOTAL
       01  REPORT-ROW.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RR-DIVISION PIC X(4).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RR-DEPT PIC X(4).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RR-DEPT-NAME PIC X(20).
           03 FILLER PIC X(1) VALUE SPACES.
           03 RR-OPENING PIC ZZ,ZZ9-.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RR-HIRES PIC ZZ,ZZ9-.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RR-REHIRES PIC ZZ,ZZ9-.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RR-XFER-IN PIC ZZ,ZZ9-.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RR-XFER-OUT PIC ZZ,ZZ9-.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RR-TERMS PIC ZZ,ZZ9-.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RR-LEAVES PIC ZZ,ZZ9-.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RR-CLOSING PIC ZZ,ZZ9-.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RR-ACTUAL PIC ZZ,ZZ9-.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RR-TURNOVER PIC ZZ9.99.
           03 FILLER PIC X(1) VALUE '%'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RR-CHECK PIC X(8).
           03 FILLER PIC X(8) VALUE SPACES.
       01  REPORT-NOTE.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RN-TEXT PIC X(80).
           03 FILLER PIC X(51) VALUE SPACES.
       01  REPORT-COUNT.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RC-LABEL PIC X(45).
           03 RC-COUNT PIC ZZZ,ZZ9.
           03 FILLER PIC X(79) VALUE SPACES.
       01  MISC.
           03 EOF-J PIC 9 VALUE 0.
           03 EOF-M PIC 9 VALUE 0.
           03 EOF-DC PIC 9 VALUE 0.
           03 MOVEMENT-CONTROL-STATUS PIC XX VALUE SPACES.
           03 JOURNAL-STATUS PIC XX VALUE SPACES.
           03 MASTER-FILE-STATUS PIC XX VALUE SPACES.
           03 DIVISION-CONTROL-STATUS PIC XX VALUE SPACES.
           03 DEPT-FILE-STATUS PIC XX VALUE SPACES.
           03 DEPT-OPEN-SW PIC 9 VALUE 0.
           03 DIVISION-TABLE-COUNT PIC 99 VALUE 0.
           03 PAGE-NUM PIC 999 VALUE 1.
           03 RECORD-PAGE-COUNTER PIC 99 VALUE 0.
           03 MOVEMENT-COUNT PIC 9(3) VALUE 0.
           03 MV-SUB PIC 9(3) VALUE 0.
           03 INSERT-SUB PIC 9(3) VALUE 0.
           03 SHIFT-SUB PIC 9(3) VALUE 0.
           03 BEFORE-COUNTS-SW PIC 9 VALUE 0.
           03 AFTER-COUNTS-SW PIC 9 VALUE 0.
      *    WHERE THE JOURNAL RECORD FALLS AGAINST THE RANGE: 'B'
      *    BEFORE IT, 'I' IN IT, 'L' AFTER IT
           03 PERIOD-SW PIC X(1) VALUE SPACES.
      *    THE MOVEMENT BEING POSTED: H HIRE, R REHIRE, I TRANSFER IN,
      *    O TRANSFER OUT, T TERMINATION, L LEAVE, S restore1 RESTORE,
      *    A ACTUAL EMPLOYEE ON A MASTER
           03 MOVE-TYPE PIC X(1) VALUE SPACES.
           03 MOVE-KEY.
               05 MOVE-DIVISION PIC X(4).
               05 MOVE-DEPT PIC X(4).
           03 PRIOR-DIVISION PIC X(4) VALUE SPACES.
           03 MOVE-DELTA PIC S9(1) VALUE 0.
           03 JOURNAL-READ-COUNT PIC 9(6) VALUE 0.
           03 JOURNAL-IN-RANGE-COUNT PIC 9(6) VALUE 0.
           03 MISMATCH-COUNT PIC 9(4) VALUE 0.
           03 EXPECTED-NOW PIC S9(6) VALUE 0.
           03 AVERAGE-BASE PIC S9(7) VALUE 0.
           03 TURNOVER-PCT PIC 9(3)V9(2) VALUE 0.
           03 FROM-YMD PIC 9(8) VALUE 0.
           03 TO-YMD PIC 9(8) VALUE 0.
           03 JOURNAL-YMD PIC 9(8) VALUE 0.
       01  RUN-DATE-WORK.
           03 RW-ACCEPT-DATE.
               05 RW-ACCEPT-YY PIC 9(2).
               05 RW-ACCEPT-MM PIC 9(2).
               05 RW-ACCEPT-DD PIC 9(2).
           03 RW-RUN-MDY.
               05 RW-RUN-MM PIC 9(2).
               05 RW-RUN-DD PIC 9(2).
               05 RW-RUN-CC PIC 9(2) VALUE 20.
               05 RW-RUN-YY PIC 9(2).
           03 RW-RUN-MDY-X REDEFINES RW-RUN-MDY PIC X(8).
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
      *    A JOURNAL RUN DATE (YYMMDD) WITH THE CENTURY IN FRONT SO IT
      *    COMPARES AGAINST THE RANGE AS YYYYMMDD
       01  JOURNAL-DATE-WORK.
           03 JD-CC PIC 9(2) VALUE 20.
           03 JD-RUN-DATE PIC 9(6).
       01  JOURNAL-DATE-NUM REDEFINES JOURNAL-DATE-WORK PIC 9(8).
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 005-LOAD-DIVISIONS.
           PERFORM 110-READ-CONTROL-CARD.
           OPEN INPUT DEPT-FILE.
           IF DEPT-FILE-STATUS = '00'
               MOVE 1 TO DEPT-OPEN-SW
           END-IF.
           OPEN OUTPUT MOVEMENT-REPORT-FILE.
           PERFORM 100-PRINT-HEADING.
           PERFORM 200-READ-JOURNAL.
           PERFORM 500-COUNT-DIVISION
               VARYING DIV-IDX FROM 1 BY 1
               UNTIL DIV-IDX > DIVISION-TABLE-COUNT.
           PERFORM 600-PRINT-MOVEMENT.
           PERFORM 700-PRINT-SUMMARY.
           CLOSE MOVEMENT-REPORT-FILE.
           IF DEPT-OPEN-SW = 1
               CLOSE DEPT-FILE
           END-IF.
           STOP RUN.
      ******************************************************************
      *    LOAD THE ACTIVE DIVISIONS FROM THE DIVISION CONTROL FILE.
      *    NO CONTROL FILE OR NO ACTIVE DIVISION, NO RUN.
      ******************************************************************
       005-LOAD-DIVISIONS.
           OPEN INPUT DIVISION-CONTROL-FILE.
           IF DIVISION-CONTROL-STATUS NOT = '00'
               DISPLAY 'WFMOVE1: DIVISION CONTROL FILE NOT AVAILABLE'
               STOP RUN
           END-IF.
           PERFORM 910-READ-DIVISION-CONTROL.
           PERFORM UNTIL EOF-DC = 1
               IF DC-ACTIVE-FLAG = 'A'
                   AND DC-DIVISION-CODE NOT = SPACES
                   AND DIVISION-TABLE-COUNT < 10
                   ADD 1 TO DIVISION-TABLE-COUNT
                   SET DIV-IDX TO DIVISION-TABLE-COUNT
                   MOVE DC-DIVISION-CODE TO DV-DIVISION-CODE(DIV-IDX)
                   MOVE DC-MASTER-FILE TO DV-DIVISION-FILE(DIV-IDX)
               END-IF
               PERFORM 910-READ-DIVISION-CONTROL
           END-PERFORM.
           CLOSE DIVISION-CONTROL-FILE.
           IF DIVISION-TABLE-COUNT = 0
               DISPLAY 'WFMOVE1: NO ACTIVE DIVISIONS ON CONTROL FILE'
               STOP RUN
           END-IF.
      ******************************************************************
      *    PRINT THE REPORT HEADING
      ******************************************************************
       100-PRINT-HEADING.
           ACCEPT H1-CURR-DATE FROM DATE.
           MOVE PAGE-NUM TO H1-PAGE-NUM.
           IF PAGE-NUM = 1
               WRITE MOVEMENT-REPORT-RECORD FROM REPORT-HEADING1
           ELSE
               MOVE SPACES TO MOVEMENT-REPORT-RECORD
               WRITE MOVEMENT-REPORT-RECORD
                   AFTER ADVANCING PAGE
               WRITE MOVEMENT-REPORT-RECORD FROM REPORT-HEADING1
                   AFTER ADVANCING 1 LINE
           END-IF.
           WRITE MOVEMENT-REPORT-RECORD FROM REPORT-HEADING2
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO MOVEMENT-REPORT-RECORD.
           WRITE MOVEMENT-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           WRITE MOVEMENT-REPORT-RECORD FROM REPORT-HEADING3
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO RECORD-PAGE-COUNTER.
           ADD 1 TO PAGE-NUM.
      ******************************************************************
      *    READ AND EDIT THE CONTROL CARD, REARRANGING THE RANGE TO
      *    YYYYMMDD. A BLANK TO-DATE IS TODAY.
      ******************************************************************
       110-READ-CONTROL-CARD.
           ACCEPT RW-ACCEPT-DATE FROM DATE.
           MOVE RW-ACCEPT-YY TO RW-RUN-YY.
           MOVE RW-ACCEPT-MM TO RW-RUN-MM.
           MOVE RW-ACCEPT-DD TO RW-RUN-DD.
           OPEN INPUT MOVEMENT-CONTROL-FILE.
           IF MOVEMENT-CONTROL-STATUS NOT = '00'
               DISPLAY 'WFMOVE1: CONTROL CARD FILE NOT AVAILABLE'
               STOP RUN
           END-IF.
           READ MOVEMENT-CONTROL-FILE
               AT END MOVE SPACES TO MOVEMENT-CONTROL-RECORD
           END-READ.
           CLOSE MOVEMENT-CONTROL-FILE.
           IF MC-TO-DATE = SPACES
               MOVE RW-RUN-MDY-X TO MC-TO-DATE
           END-IF.
           IF MC-FROM-DATE NOT NUMERIC OR MC-TO-DATE NOT NUMERIC
               DISPLAY 'WFMOVE1: MISSING OR INVALID CONTROL CARD'
               STOP RUN
           END-IF.
           MOVE MC-FROM-DATE TO ED-MDY.
           MOVE ED-MDY-YEAR TO ED-YMD-YEAR.
           MOVE ED-MDY-MONTH TO ED-YMD-MONTH.
           MOVE ED-MDY-DAY TO ED-YMD-DAY.
           MOVE ED-YMD-NUM TO FROM-YMD.
           MOVE MC-TO-DATE TO ED-MDY.
           MOVE ED-MDY-YEAR TO ED-YMD-YEAR.
           MOVE ED-MDY-MONTH TO ED-YMD-MONTH.
           MOVE ED-MDY-DAY TO ED-YMD-DAY.
           MOVE ED-YMD-NUM TO TO-YMD.
           IF FROM-YMD > TO-YMD
               DISPLAY 'WFMOVE1: FROM-DATE IS AFTER TO-DATE'
               STOP RUN
           END-IF.
           MOVE MC-FROM-DATE TO H2-FROM-DATE.
           MOVE MC-TO-DATE TO H2-TO-DATE.
      ******************************************************************
      *    PLAY THE WHOLE JOURNAL: RECORDS BEFORE THE RANGE BUILD THE
      *    OPENING HEADCOUNT, RECORDS IN IT ARE THE MOVEMENT, RECORDS
      *    AFTER IT CARRY THE CLOSING COUNT FORWARD TO TODAY
      ******************************************************************
       200-READ-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-STATUS NOT = '00'
               DISPLAY 'WFMOVE1: MAINTENANCE JOURNAL NOT AVAILABLE'
               CLOSE MOVEMENT-REPORT-FILE
               STOP RUN
           END-IF.
           PERFORM 900-READ-JOURNAL.
           PERFORM UNTIL EOF-J = 1
               IF J-RUN-DATE NUMERIC
                   ADD 1 TO JOURNAL-READ-COUNT
                   MOVE J-RUN-DATE TO JD-RUN-DATE
                   MOVE JOURNAL-DATE-NUM TO JOURNAL-YMD
                   IF JOURNAL-YMD < FROM-YMD
                       MOVE 'B' TO PERIOD-SW
                   ELSE
                       IF JOURNAL-YMD > TO-YMD
                           MOVE 'L' TO PERIOD-SW
                       ELSE
                           MOVE 'I' TO PERIOD-SW
                           ADD 1 TO JOURNAL-IN-RANGE-COUNT
                       END-IF
                   END-IF
                   PERFORM 300-CLASSIFY-RECORD
               END-IF
               PERFORM 900-READ-JOURNAL
           END-PERFORM.
           CLOSE JOURNAL-FILE.
      ******************************************************************
      *    CLASS ONE JOURNAL RECORD. AN IMAGE COUNTS IN HEADCOUNT WHEN
      *    IT IS PRESENT AND NOT TERMINATED. EACH SIDE OF A TRANSFER
      *    IS ITS OWN RECORD; A restore1 RESTORE IS COUNTED AS SUCH
      *    AND COUNTS AS A REHIRE ONLY IF IT CAME BACK ACTIVE. ANY
      *    OTHER RECORD IS CLASSED ON WHETHER THE EMPLOYEE WAS IN
      *    HEADCOUNT BEFORE AND AFTER IT.
      ******************************************************************
       300-CLASSIFY-RECORD.
           MOVE J-BEFORE-IMAGE TO JOURNAL-BEFORE.
           MOVE J-AFTER-IMAGE TO JOURNAL-AFTER.
           MOVE 0 TO BEFORE-COUNTS-SW.
           MOVE 0 TO AFTER-COUNTS-SW.
           IF J-BEFORE-IMAGE NOT = SPACES AND JB-ACTIVE-STATUS NOT = 'T'
               MOVE 1 TO BEFORE-COUNTS-SW
           END-IF.
           IF J-AFTER-IMAGE NOT = SPACES AND JA-ACTIVE-STATUS NOT = 'T'
               MOVE 1 TO AFTER-COUNTS-SW
           END-IF.
           MOVE J-DIVISION TO MOVE-DIVISION.
           EVALUATE TRUE
               WHEN J-TRANS-CODE = 'X'
                   IF BEFORE-COUNTS-SW = 1
                       MOVE JB-DEPT TO MOVE-DEPT
                       MOVE 'O' TO MOVE-TYPE
                       PERFORM 400-POST-MOVEMENT
                   END-IF
                   IF AFTER-COUNTS-SW = 1
                       MOVE JA-DEPT TO MOVE-DEPT
                       MOVE 'I' TO MOVE-TYPE
                       PERFORM 400-POST-MOVEMENT
                   END-IF
               WHEN J-TRANS-CODE = 'R'
                   MOVE JA-DEPT TO MOVE-DEPT
                   MOVE 'S' TO MOVE-TYPE
                   PERFORM 400-POST-MOVEMENT
                   IF AFTER-COUNTS-SW = 1
                       MOVE 'R' TO MOVE-TYPE
                       PERFORM 400-POST-MOVEMENT
                   END-IF
               WHEN BEFORE-COUNTS-SW = 1 AND AFTER-COUNTS-SW = 1
                   IF JB-DEPT NOT = JA-DEPT
                       MOVE JB-DEPT TO MOVE-DEPT
                       MOVE 'O' TO MOVE-TYPE
                       PERFORM 400-POST-MOVEMENT
                       MOVE JA-DEPT TO MOVE-DEPT
                       MOVE 'I' TO MOVE-TYPE
                       PERFORM 400-POST-MOVEMENT
                   END-IF
                   IF JA-ACTIVE-STATUS = 'L'
                       AND JB-ACTIVE-STATUS NOT = 'L'
                       MOVE JA-DEPT TO MOVE-DEPT
                       MOVE 'L' TO MOVE-TYPE
                       PERFORM 400-POST-MOVEMENT
                   END-IF
               WHEN BEFORE-COUNTS-SW = 1
                   MOVE JB-DEPT TO MOVE-DEPT
                   MOVE 'T' TO MOVE-TYPE
                   PERFORM 400-POST-MOVEMENT
               WHEN AFTER-COUNTS-SW = 1
                   MOVE JA-DEPT TO MOVE-DEPT
                   IF J-BEFORE-IMAGE = SPACES
                       MOVE 'H' TO MOVE-TYPE
                   ELSE
                       MOVE 'R' TO MOVE-TYPE
                   END-IF
                   PERFORM 400-POST-MOVEMENT
           END-EVALUATE.
      ******************************************************************
      *    KEEPS TRACK OF NUMBER OF LINES PRINTED
      ******************************************************************
       350-PAGE-COUNTER.
           ADD 1 TO RECORD-PAGE-COUNTER.
           IF RECORD-PAGE-COUNTER = 25
               PERFORM 100-PRINT-HEADING
           END-IF.
      ******************************************************************
      *    POST ONE MOVEMENT TO ITS DIVISION AND DEPARTMENT. BEFORE
      *    THE RANGE ONLY THE HEADCOUNT EFFECT MATTERS (OPENING);
      *    AFTER IT, ONLY THE NET CHANGE SINCE THE CLOSE; IN IT, THE
      *    MOVEMENT IS COUNTED IN ITS COLUMN.
      ******************************************************************
       400-POST-MOVEMENT.
           PERFORM 410-FIND-ENTRY.
           EVALUATE MOVE-TYPE
               WHEN 'H'
               WHEN 'R'
               WHEN 'I'
                   MOVE 1 TO MOVE-DELTA
               WHEN 'O'
               WHEN 'T'
                   MOVE -1 TO MOVE-DELTA
               WHEN OTHER
                   MOVE 0 TO MOVE-DELTA
           END-EVALUATE.
           EVALUATE PERIOD-SW
               WHEN 'B'
                   ADD MOVE-DELTA TO MV-OPENING(MV-SUB)
               WHEN 'L'
                   ADD MOVE-DELTA TO MV-LATER-NET(MV-SUB)
               WHEN OTHER
                   EVALUATE MOVE-TYPE
                       WHEN 'H'
                           ADD 1 TO MV-HIRES(MV-SUB)
                       WHEN 'R'
                           ADD 1 TO MV-REHIRES(MV-SUB)
                       WHEN 'I'
                           ADD 1 TO MV-XFER-IN(MV-SUB)
                       WHEN 'O'
                           ADD 1 TO MV-XFER-OUT(MV-SUB)
                       WHEN 'T'
                           ADD 1 TO MV-TERMS(MV-SUB)
                       WHEN 'L'
                           ADD 1 TO MV-LEAVES(MV-SUB)
                       WHEN 'S'
                           ADD 1 TO MV-RESTORED(MV-SUB)
                   END-EVALUATE
           END-EVALUATE.
      ******************************************************************
      *    FIND THE TABLE ENTRY FOR MOVE-KEY, ADDING IT IN DIVISION
      *    AND DEPARTMENT ORDER IF IT IS NOT THERE YET. A FULL TABLE
      *    STOPS THE RUN RATHER THAN PRINT FIGURES THAT DO NOT ADD UP.
      ******************************************************************
       410-FIND-ENTRY.
           MOVE 0 TO INSERT-SUB.
           PERFORM VARYING MV-SUB FROM 1 BY 1
               UNTIL MV-SUB > MOVEMENT-COUNT
                  OR INSERT-SUB > 0
               IF MV-KEY(MV-SUB) NOT < MOVE-KEY
                   MOVE MV-SUB TO INSERT-SUB
               END-IF
           END-PERFORM.
           IF INSERT-SUB > 0
               IF MV-KEY(INSERT-SUB) = MOVE-KEY
                   MOVE INSERT-SUB TO MV-SUB
               ELSE
                   PERFORM 420-INSERT-ENTRY
               END-IF
           ELSE
               COMPUTE INSERT-SUB = MOVEMENT-COUNT + 1
               PERFORM 420-INSERT-ENTRY
           END-IF.
      ******************************************************************
      *    OPEN A NEW ENTRY AT INSERT-SUB, MOVING THE ENTRIES FROM
      *    THERE ON DOWN ONE
      ******************************************************************
       420-INSERT-ENTRY.
           IF MOVEMENT-COUNT = 300
               DISPLAY 'WFMOVE1: MORE THAN 300 DIVISION/DEPARTMENTS'
               CLOSE MOVEMENT-REPORT-FILE
               STOP RUN
           END-IF.
           PERFORM VARYING SHIFT-SUB FROM MOVEMENT-COUNT BY -1
               UNTIL SHIFT-SUB < INSERT-SUB
               MOVE MOVEMENT-ENTRY(SHIFT-SUB)
                   TO MOVEMENT-ENTRY(SHIFT-SUB + 1)
           END-PERFORM.
           ADD 1 TO MOVEMENT-COUNT.
           MOVE INSERT-SUB TO MV-SUB.
           MOVE MOVE-DIVISION TO MV-DIVISION(MV-SUB).
           MOVE MOVE-DEPT TO MV-DEPT(MV-SUB).
           MOVE 0 TO MV-OPENING(MV-SUB).
           MOVE 0 TO MV-HIRES(MV-SUB).
           MOVE 0 TO MV-REHIRES(MV-SUB).
           MOVE 0 TO MV-XFER-IN(MV-SUB).
           MOVE 0 TO MV-XFER-OUT(MV-SUB).
           MOVE 0 TO MV-TERMS(MV-SUB).
           MOVE 0 TO MV-LEAVES(MV-SUB).
           MOVE 0 TO MV-RESTORED(MV-SUB).
           MOVE 0 TO MV-LATER-NET(MV-SUB).
           MOVE 0 TO MV-ACTUAL(MV-SUB).
      ******************************************************************
      *    COUNT THE EMPLOYEES NOT TERMINATED ON ONE DIVISION MASTER,
      *    BY DEPARTMENT
      ******************************************************************
       500-COUNT-DIVISION.
           MOVE DV-DIVISION-FILE(DIV-IDX) TO MASTER-FILE-NAME.
           MOVE 0 TO EOF-M.
           OPEN INPUT MASTER-FILE.
           IF MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'WFMOVE1: DIVISION MASTER NOT AVAILABLE '
                   DV-DIVISION-CODE(DIV-IDX)
           ELSE
               PERFORM 920-READ-MASTER
               PERFORM UNTIL EOF-M = 1
                   IF I-ACTIVE-STATUS NOT = 'T'
                       MOVE DV-DIVISION-CODE(DIV-IDX) TO MOVE-DIVISION
                       MOVE I-DEPT TO MOVE-DEPT
                       PERFORM 410-FIND-ENTRY
                       ADD 1 TO MV-ACTUAL(MV-SUB)
                   END-IF
                   PERFORM 920-READ-MASTER
               END-PERFORM
               CLOSE MASTER-FILE
           END-IF.
      ******************************************************************
      *    PRINT ONE LINE PER DIVISION AND DEPARTMENT WITH A TOTAL AT
      *    EACH CHANGE OF DIVISION AND A GRAND TOTAL AT THE END
      ******************************************************************
       600-PRINT-MOVEMENT.
           MOVE 0 TO GF-OPENING GF-HIRES GF-REHIRES GF-XFER-IN
               GF-XFER-OUT GF-TERMS GF-LEAVES GF-RESTORED
               GF-LATER-NET GF-ACTUAL.
           MOVE SPACES TO PRIOR-DIVISION.
           PERFORM 610-PRINT-ENTRY
               VARYING MV-SUB FROM 1 BY 1
               UNTIL MV-SUB > MOVEMENT-COUNT.
           IF PRIOR-DIVISION NOT = SPACES
               PERFORM 640-PRINT-DIVISION-TOTAL
           END-IF.
           MOVE GF-OPENING TO RF-OPENING.
           MOVE GF-HIRES TO RF-HIRES.
           MOVE GF-REHIRES TO RF-REHIRES.
           MOVE GF-XFER-IN TO RF-XFER-IN.
           MOVE GF-XFER-OUT TO RF-XFER-OUT.
           MOVE GF-TERMS TO RF-TERMS.
           MOVE GF-LEAVES TO RF-LEAVES.
           MOVE GF-RESTORED TO RF-RESTORED.
           MOVE GF-LATER-NET TO RF-LATER-NET.
           MOVE GF-ACTUAL TO RF-ACTUAL.
           MOVE 'ALL' TO RR-DIVISION.
           MOVE SPACES TO RR-DEPT.
           MOVE 'GRAND TOTAL' TO RR-DEPT-NAME.
           PERFORM 620-PRINT-ROW.
      ******************************************************************
      *    PRINT ONE DIVISION AND DEPARTMENT, TOTALLING THE DIVISION
      *    BEFORE IT WHEN THE DIVISION CHANGES
      ******************************************************************
       610-PRINT-ENTRY.
           IF MV-DIVISION(MV-SUB) NOT = PRIOR-DIVISION
               IF PRIOR-DIVISION NOT = SPACES
                   PERFORM 640-PRINT-DIVISION-TOTAL
               END-IF
               MOVE MV-DIVISION(MV-SUB) TO PRIOR-DIVISION
               MOVE 0 TO DF-OPENING DF-HIRES DF-REHIRES DF-XFER-IN
                   DF-XFER-OUT DF-TERMS DF-LEAVES DF-RESTORED
                   DF-LATER-NET DF-ACTUAL
           END-IF.
           MOVE MV-OPENING(MV-SUB) TO RF-OPENING.
           MOVE MV-HIRES(MV-SUB) TO RF-HIRES.
           MOVE MV-REHIRES(MV-SUB) TO RF-REHIRES.
           MOVE MV-XFER-IN(MV-SUB) TO RF-XFER-IN.
           MOVE MV-XFER-OUT(MV-SUB) TO RF-XFER-OUT.
           MOVE MV-TERMS(MV-SUB) TO RF-TERMS.
           MOVE MV-LEAVES(MV-SUB) TO RF-LEAVES.
           MOVE MV-RESTORED(MV-SUB) TO RF-RESTORED.
           MOVE MV-LATER-NET(MV-SUB) TO RF-LATER-NET.
           MOVE MV-ACTUAL(MV-SUB) TO RF-ACTUAL.
           ADD RF-OPENING TO DF-OPENING.
           ADD RF-HIRES TO DF-HIRES.
           ADD RF-REHIRES TO DF-REHIRES.
           ADD RF-XFER-IN TO DF-XFER-IN.
           ADD RF-XFER-OUT TO DF-XFER-OUT.
           ADD RF-TERMS TO DF-TERMS.
           ADD RF-LEAVES TO DF-LEAVES.
           ADD RF-RESTORED TO DF-RESTORED.
           ADD RF-LATER-NET TO DF-LATER-NET.
           ADD RF-ACTUAL TO DF-ACTUAL.
           MOVE MV-DIVISION(MV-SUB) TO RR-DIVISION.
           MOVE MV-DEPT(MV-SUB) TO RR-DEPT.
           IF DEPT-OPEN-SW = 0
               MOVE SPACES TO RR-DEPT-NAME
           ELSE
               MOVE MV-DEPT(MV-SUB) TO D-DEPT-CODE
               READ DEPT-FILE
                   INVALID KEY
                       MOVE 'NOT ON DEPT FILE' TO RR-DEPT-NAME
                   NOT INVALID KEY
                       MOVE D-DEPT-NAME TO RR-DEPT-NAME
               END-READ
           END-IF.
           PERFORM 620-PRINT-ROW.
           IF RR-CHECK NOT = SPACES
               ADD 1 TO MISMATCH-COUNT
           END-IF.
      ******************************************************************
      *    FIGURE THE CLOSING HEADCOUNT, TURNOVER AND CHECK FOR THE
      *    FIGURES IN ROW-FIGURES AND PRINT THEM. TURNOVER IS
      *    TERMINATIONS OVER THE AVERAGE OF OPENING AND CLOSING
      *    HEADCOUNT. THE CHECK FLAGS AN ACTUAL COUNT THAT DIFFERS
      *    FROM THE CLOSING COUNT PLUS WHAT HAS BEEN JOURNALED SINCE.
      ******************************************************************
       620-PRINT-ROW.
           COMPUTE RF-CLOSING = RF-OPENING + RF-HIRES + RF-REHIRES
               + RF-XFER-IN - RF-XFER-OUT - RF-TERMS.
           COMPUTE AVERAGE-BASE = RF-OPENING + RF-CLOSING.
           IF AVERAGE-BASE > 0
               COMPUTE TURNOVER-PCT ROUNDED =
                   RF-TERMS * 200 / AVERAGE-BASE
                   ON SIZE ERROR
                       MOVE 999.99 TO TURNOVER-PCT
               END-COMPUTE
           ELSE
               MOVE 0 TO TURNOVER-PCT
           END-IF.
           COMPUTE EXPECTED-NOW = RF-CLOSING + RF-LATER-NET.
           IF EXPECTED-NOW = RF-ACTUAL
               MOVE SPACES TO RR-CHECK
           ELSE
               MOVE 'MISMATCH' TO RR-CHECK
           END-IF.
           MOVE RF-OPENING TO RR-OPENING.
           MOVE RF-HIRES TO RR-HIRES.
           MOVE RF-REHIRES TO RR-REHIRES.
           MOVE RF-XFER-IN TO RR-XFER-IN.
           MOVE RF-XFER-OUT TO RR-XFER-OUT.
           MOVE RF-TERMS TO RR-TERMS.
           MOVE RF-LEAVES TO RR-LEAVES.
           MOVE RF-CLOSING TO RR-CLOSING.
           MOVE RF-ACTUAL TO RR-ACTUAL.
           MOVE TURNOVER-PCT TO RR-TURNOVER.
           WRITE MOVEMENT-REPORT-RECORD FROM REPORT-ROW
               AFTER ADVANCING 1 LINE.
           PERFORM 350-PAGE-COUNTER.
      ******************************************************************
      *    PRINT THE TOTAL FOR THE DIVISION JUST FINISHED AND ADD IT
      *    INTO THE GRAND TOTAL
      ******************************************************************
       640-PRINT-DIVISION-TOTAL.
           MOVE DF-OPENING TO RF-OPENING.
           MOVE DF-HIRES TO RF-HIRES.
           MOVE DF-REHIRES TO RF-REHIRES.
           MOVE DF-XFER-IN TO RF-XFER-IN.
           MOVE DF-XFER-OUT TO RF-XFER-OUT.
           MOVE DF-TERMS TO RF-TERMS.
           MOVE DF-LEAVES TO RF-LEAVES.
           MOVE DF-RESTORED TO RF-RESTORED.
           MOVE DF-LATER-NET TO RF-LATER-NET.
           MOVE DF-ACTUAL TO RF-ACTUAL.
           ADD DF-OPENING TO GF-OPENING.
           ADD DF-HIRES TO GF-HIRES.
           ADD DF-REHIRES TO GF-REHIRES.
           ADD DF-XFER-IN TO GF-XFER-IN.
           ADD DF-XFER-OUT TO GF-XFER-OUT.
           ADD DF-TERMS TO GF-TERMS.
           ADD DF-LEAVES TO GF-LEAVES.
           ADD DF-RESTORED TO GF-RESTORED.
           ADD DF-LATER-NET TO GF-LATER-NET.
           ADD DF-ACTUAL TO GF-ACTUAL.
           MOVE PRIOR-DIVISION TO RR-DIVISION.
           MOVE SPACES TO RR-DEPT.
           MOVE 'DIVISION TOTAL' TO RR-DEPT-NAME.
           PERFORM 620-PRINT-ROW.
           MOVE SPACES TO MOVEMENT-REPORT-RECORD.
           WRITE MOVEMENT-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           PERFORM 350-PAGE-COUNTER.
      ******************************************************************
      *    PRINT THE RUN COUNTS AND WHAT A MISMATCH MEANS
      ******************************************************************
       700-PRINT-SUMMARY.
           MOVE SPACES TO MOVEMENT-REPORT-RECORD.
           WRITE MOVEMENT-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE 'JOURNAL RECORDS READ:' TO RC-LABEL.
           MOVE JOURNAL-READ-COUNT TO RC-COUNT.
           WRITE MOVEMENT-REPORT-RECORD FROM REPORT-COUNT
               AFTER ADVANCING 1 LINE.
           MOVE 'JOURNAL RECORDS IN RANGE:' TO RC-LABEL.
           MOVE JOURNAL-IN-RANGE-COUNT TO RC-COUNT.
           WRITE MOVEMENT-REPORT-RECORD FROM REPORT-COUNT
               AFTER ADVANCING 1 LINE.
           MOVE 'RESTORED FROM PURGE ARCHIVE IN RANGE:' TO RC-LABEL.
           MOVE GF-RESTORED TO RC-COUNT.
           WRITE MOVEMENT-REPORT-RECORD FROM REPORT-COUNT
               AFTER ADVANCING 1 LINE.
           MOVE 'DEPARTMENTS WITH A HEADCOUNT MISMATCH:' TO RC-LABEL.
           MOVE MISMATCH-COUNT TO RC-COUNT.
           WRITE MOVEMENT-REPORT-RECORD FROM REPORT-COUNT
               AFTER ADVANCING 1 LINE.
           IF MISMATCH-COUNT > 0
               MOVE 'MISMATCH: MASTER DIFFERS FROM JOURNAL HEADCOUNT'
                   TO RN-TEXT
               WRITE MOVEMENT-REPORT-RECORD FROM REPORT-NOTE
                   AFTER ADVANCING 1 LINE
               MOVE 'A MASTER WAS CHANGED OUTSIDE maint1'
                   TO RN-TEXT
               WRITE MOVEMENT-REPORT-RECORD FROM REPORT-NOTE
                   AFTER ADVANCING 1 LINE
           END-IF.
      ******************************************************************
      *    READ THE NEXT JOURNAL RECORD
      ******************************************************************
       900-READ-JOURNAL.
           READ JOURNAL-FILE
               AT END MOVE 1 TO EOF-J.
      ******************************************************************
      *    READ THE NEXT DIVISION CONTROL RECORD
      ******************************************************************
       910-READ-DIVISION-CONTROL.
           READ DIVISION-CONTROL-FILE
               AT END MOVE 1 TO EOF-DC.
      ******************************************************************
      *    READ THE NEXT DIVISION MASTER RECORD
      ******************************************************************
       920-READ-MASTER.
           READ MASTER-FILE INTO INPUT-DATA
               AT END MOVE 1 TO EOF-M.
      ******************************************************************
      *    ENDING LINE
      ******************************************************************
       END PROGRAM wfmove1.
