      *         employee already there. The employee's archived YTD
      *         ledger and prior-rate snapshot records are counted on
      *         the report for reference but left in the archive -
      *         a rehire starts the current year clean. The
      *         restore is journaled on EMPL.PROG1.JRNL as an 'R'
      *         transaction so the workforce movement report and the
      *         recovery utility see it as they see maint1's adds.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. restore1.
           SELECT DIVISION-CONTROL-FILE ASSIGN TO 'EMPL.PROG1.DIVCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIVISION-CONTROL-STATUS.
      *    BEFORE/AFTER IMAGE JOURNAL maint1 KEEPS; A RESTORE IS
      *    APPENDED TO IT AS AN ADD OF THE RESTORED RECORD
           SELECT JOURNAL-FILE ASSIGN TO 'EMPL.PROG1.JRNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE
       FD  DIVISION-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DIVCTL.
       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY JRNLREC.
       WORKING-STORAGE SECTION.
       01  MASTER-FILE-NAME PIC X(20) VALUE SPACES.
      *    DIVISION EMPLOYEE MASTERS A RESTORE MAY TARGET; LOADED AT
           03 EOF-A PIC 9 VALUE 0.
           03 EOF-C PIC 9 VALUE 0.
           03 EOF-DC PIC 9 VALUE 0.
           03 EOF-J PIC 9 VALUE 0.
           03 ARCHIVE-STATUS PIC XX VALUE SPACES.
           03 JOURNAL-STATUS PIC XX VALUE SPACES.
           03 JOURNAL-SEQ PIC 9(6) VALUE 0.
           03 JOURNAL-RUN-DATE PIC 9(6) VALUE 0.
           03 DIVISION-CONTROL-STATUS PIC XX VALUE SPACES.
           03 DIVISION-TABLE-COUNT PIC 99 VALUE 0.
           03 DIVISION-FOUND-SW PIC 9 VALUE 0.
      *    MASTER, REFUSING TO OVERWRITE AN EMPLOYEE ALREADY THERE.
      *    THE RECORD GOES BACK AS ARCHIVED - HR REACTIVATES IT WITH
      *    A maint1 STATUS TRANSACTION ONCE THE REHIRE IS EFFECTIVE.
      *    A RESTORED RECORD IS JOURNALED LIKE A maint1 ADD.
      ******************************************************************
       300-RESTORE-MASTER.
           OPEN I-O MASTER-FILE.
               NOT INVALID KEY
                   MOVE 'EMPLOYEE RESTORED TO DIVISION MASTER'
                       TO RR-RESULT
                   PERFORM 310-WRITE-JOURNAL
           END-WRITE.
           CLOSE MASTER-FILE.
           PERFORM 400-WRITE-RESULT.
      ******************************************************************
      *    APPEND THE RESTORE TO THE MAINTENANCE JOURNAL AS AN 'R'
      *    TRANSACTION WITH A SPACES BEFORE-IMAGE, CARRYING THE
      *    JOURNAL SEQUENCE ON FROM THE LAST RECORD ALREADY THERE AND
      *    CREATING THE JOURNAL IF NO maint1 RUN HAS YET
      ******************************************************************
       310-WRITE-JOURNAL.
           ACCEPT JOURNAL-RUN-DATE FROM DATE.
           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-STATUS = '00'
               PERFORM 320-FIND-LAST-JOURNAL-SEQ
               CLOSE JOURNAL-FILE
           END-IF.
           OPEN EXTEND JOURNAL-FILE.
           IF JOURNAL-STATUS NOT = '00'
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           ADD 1 TO JOURNAL-SEQ.
           MOVE JOURNAL-RUN-DATE TO J-RUN-DATE.
           MOVE JOURNAL-SEQ TO J-SEQ.
           MOVE 'R' TO J-TRANS-CODE.
           MOVE RC-DIVISION TO J-DIVISION.
           MOVE RC-EMP-ID TO J-EMP-ID.
           MOVE SPACES TO J-BEFORE-IMAGE.
           MOVE INPUT-DATA TO J-AFTER-IMAGE.
           MOVE SPACES TO J-RATE-EFF-DATE.
           WRITE JOURNAL-DATA.
           CLOSE JOURNAL-FILE.
      ******************************************************************
      *    FIND THE LAST JOURNAL SEQUENCE USED SO J-SEQ STAYS UNIQUE
      ******************************************************************
       320-FIND-LAST-JOURNAL-SEQ.
           MOVE 0 TO EOF-J.
           PERFORM UNTIL EOF-J = 1
               READ JOURNAL-FILE
                   AT END MOVE 1 TO EOF-J
                   NOT AT END
                       IF J-SEQ NUMERIC
                           MOVE J-SEQ TO JOURNAL-SEQ
                       END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
      *    WRITE THE RESTORE RESULT LINE
      ******************************************************************
       400-WRITE-RESULT.
