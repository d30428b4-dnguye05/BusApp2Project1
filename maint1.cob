      *Due Date: January 30, 2022
      *Purpose: maint1 - add/change/delete maintenance for the
      *         EMPL.PROG1 division masters named on the division
      *         control file, and for the employee mailing address
      *         file kept alongside them
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. maint1.
           SELECT DIVISION-CONTROL-FILE ASSIGN TO 'EMPL.PROG1.DIVCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIVISION-CONTROL-STATUS.
      *    EMPLOYEE MAILING ADDRESS FILE, WRITTEN OR REPLACED FROM THE
      *    ADDRESS FIELDS ON AN ADD OR CHANGE TRANSACTION
           SELECT ADDRESS-FILE ASSIGN TO 'EMPL.PROG1.ADDRESS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-EMP-ID
               FILE STATUS IS ADDRESS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRANS-RECORD PIC X(233).
       FD  MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EMPREC.
       FD  DIVISION-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DIVCTL.
       FD  ADDRESS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ADDRREC.
       WORKING-STORAGE SECTION.
           COPY TRANREC.
       01  MASTER-FILE-NAME PIC X(20) VALUE SPACES.
           03 RUN-PERIOD PIC X(6) VALUE SPACES.
           03 OPS-ACTION PIC X(44) VALUE SPACES.
           03 STAMP-TIME PIC 9(8) VALUE 0.
           03 ADDRESS-FILE-STATUS PIC XX VALUE SPACES.
      *    IMAGES OF THE MASTER RECORD AROUND THE CHANGE BEING
      *    APPLIED, HELD FOR THE JOURNAL WRITE
       01  JOURNAL-WORK.
               OUTPUT MAINT-REPORT-FILE.
           PERFORM 150-OPEN-DEPT-FILE.
           PERFORM 160-OPEN-JOURNAL.
           PERFORM 170-OPEN-ADDRESS-FILE.
           PERFORM 100-PRINT-HEADING.
           PERFORM 900-READ-TRANS.
           PERFORM 200-LOOP-TRANS
           PERFORM 800-PRINT-SUMMARY.
           CLOSE TRANS-FILE
               MAINT-REPORT-FILE
               JOURNAL-FILE
               ADDRESS-FILE.
           IF MASTER-OPEN-SW = 1
               CLOSE MASTER-FILE
           END-IF.
               END-READ
           END-PERFORM.
      ******************************************************************
      *    OPEN THE EMPLOYEE ADDRESS FILE FOR UPDATE, CREATING IT ON
      *    THE FIRST RUN EVER MADE AGAINST IT
      ******************************************************************
       170-OPEN-ADDRESS-FILE.
           OPEN I-O ADDRESS-FILE.
           IF ADDRESS-FILE-STATUS NOT = '00' AND NOT = '05'
               OPEN OUTPUT ADDRESS-FILE
               CLOSE ADDRESS-FILE
               OPEN I-O ADDRESS-FILE
           END-IF.
      ******************************************************************
      *    PRINT THE RUN HEADING
      ******************************************************************
       100-PRINT-HEADING.
                   MOVE SPACES TO JR-BEFORE
                   MOVE INPUT-DATA TO JR-AFTER
                   PERFORM 640-WRITE-JOURNAL
                   PERFORM 580-UPDATE-ADDRESS
                   PERFORM 620-LOG-APPLIED
           END-WRITE.
      ******************************************************************
                           MOVE T-DIVISION TO JR-DIVISION
                           MOVE INPUT-DATA TO JR-AFTER
                           PERFORM 640-WRITE-JOURNAL
                           PERFORM 580-UPDATE-ADDRESS
                           PERFORM 620-LOG-APPLIED
                   END-REWRITE
           END-READ.
                   END-DELETE
           END-READ.
      ******************************************************************
      *    WRITE THE MAILING ADDRESS CARRIED ON AN APPLIED ADD OR
      *    CHANGE TO THE ADDRESS FILE, REPLACING ANY ADDRESS ALREADY
      *    THERE. A TRANSACTION WITH NO ADDRESS KEYED LEAVES THE FILE
      *    ALONE.
      ******************************************************************
       580-UPDATE-ADDRESS.
           IF T-ADDR-STREET NOT = SPACES
               MOVE SPACES TO ADDRESS-DATA
               MOVE T-EMP-ID TO AD-EMP-ID
               MOVE T-ADDR-STREET TO AD-STREET
               MOVE T-ADDR-CITY TO AD-CITY
               MOVE T-ADDR-STATE TO AD-STATE
               MOVE T-ADDR-ZIP TO AD-ZIP
               WRITE ADDRESS-DATA
                   INVALID KEY
                       REWRITE ADDRESS-DATA
                       END-REWRITE
               END-WRITE
           END-IF.
      ******************************************************************
      *    MOVE AN EMPLOYEE FROM THE SOURCE DIVISION MASTER NAMED IN
      *    T-DIVISION TO THE TARGET NAMED IN T-TARGET-DIVISION AS ONE
      *    UNIT: THE TARGET IS CHECKED FIRST SO A MOVE THAT WOULD
           PERFORM 710-EDIT-DATE.
           PERFORM 730-EDIT-DEPT.
           PERFORM 740-EDIT-DIVISION.
           PERFORM 770-EDIT-ADDRESS.
           IF T-TRANS-CODE = 'C'
               PERFORM 780-EDIT-RATE-EFF-DATE
           END-IF.
      ******************************************************************
      *    EDIT T-DATE AS A REAL CALENDAR DATE (MMDDYYYY), INCLUDING
      *    THE LEAP-YEAR RULE FOR FEBRUARY 29
           END-IF.
      ******************************************************************
      *    EDIT THE MMDDYYYY DATE ALREADY MOVED TO DE-DATE. SHARED BY
      *    THE T-DATE, T-STATUS-DATE AND T-RATE-EFF-DATE EDITS.
      ******************************************************************
       712-EDIT-WORK-DATE.
           IF DE-MONTH < 1 OR DE-MONTH > 12
               MOVE 'TARGET DIVISION SAME AS SOURCE' TO RD-REASON
           END-IF.
      ******************************************************************
      *    EDIT THE MAILING ADDRESS ON AN ADD OR CHANGE. NO ADDRESS
      *    KEYED AT ALL IS ALLOWED; ONE THAT IS KEYED MUST HAVE A
      *    STREET, CITY, STATE AND A NUMERIC ZIP CODE WITH AN OPTIONAL
      *    NUMERIC 4-DIGIT EXTENSION.
      ******************************************************************
       770-EDIT-ADDRESS.
           IF T-ADDR-STREET = SPACES AND T-ADDR-CITY = SPACES
               AND T-ADDR-STATE = SPACES AND T-ADDR-ZIP = SPACES
               CONTINUE
           ELSE
               IF T-ADDR-STREET = SPACES OR T-ADDR-CITY = SPACES
                   MOVE 1 TO EDIT-ERROR-SW
                   MOVE 'ADDRESS INCOMPLETE - STREET AND CITY'
                       TO RD-REASON
               END-IF
               IF T-ADDR-STATE = SPACES
                   OR T-ADDR-STATE NOT ALPHABETIC
                   MOVE 1 TO EDIT-ERROR-SW
                   MOVE 'INVALID ADDRESS STATE CODE' TO RD-REASON
               END-IF
               IF T-ADDR-ZIP5 NOT NUMERIC
                   MOVE 1 TO EDIT-ERROR-SW
                   MOVE 'INVALID ZIP CODE - NOT NUMERIC' TO RD-REASON
               END-IF
               IF T-ADDR-ZIP4 NOT = SPACES
                   AND T-ADDR-ZIP4 NOT NUMERIC
                   MOVE 1 TO EDIT-ERROR-SW
                   MOVE 'INVALID ZIP EXTENSION - NOT NUMERIC'
                       TO RD-REASON
               END-IF
           END-IF.
      ******************************************************************
      *    EDIT THE RATE EFFECTIVE DATE ON A CHANGE. BLANK IS ALLOWED
      *    (THE NEW RATE TAKES EFFECT FROM THE NEXT PAYROLL); A DATE
      *    THAT IS KEYED MUST BE A REAL CALENDAR DATE (MMDDYYYY) SINCE
      *    THE RETROACTIVE PAY RUN PAYS BACK TO IT.
      ******************************************************************
       780-EDIT-RATE-EFF-DATE.
           IF T-RATE-EFF-DATE = SPACES
               CONTINUE
           ELSE
               IF T-RATE-EFF-DATE NOT NUMERIC
                   MOVE 1 TO EDIT-ERROR-SW
                   MOVE 'INVALID RATE EFF DATE - NOT NUMERIC'
                       TO RD-REASON
               ELSE
                   MOVE T-RATE-EFF-DATE TO DE-DATE
                   PERFORM 712-EDIT-WORK-DATE
               END-IF
           END-IF.
      ******************************************************************
      *    LOG A REJECTED TRANSACTION TO THE MAINTENANCE REPORT
      ******************************************************************
       610-LOG-REJECTED.
           MOVE T-EMP-ID TO J-EMP-ID.
           MOVE JR-BEFORE TO J-BEFORE-IMAGE.
           MOVE JR-AFTER TO J-AFTER-IMAGE.
           IF T-TRANS-CODE = 'C'
               MOVE T-RATE-EFF-DATE TO J-RATE-EFF-DATE
           ELSE
               MOVE SPACES TO J-RATE-EFF-DATE
           END-IF.
           WRITE JOURNAL-DATA.
      ******************************************************************
      *    ROLL THE DISPOSITION JUST LOGGED INTO THE PER-DIVISION
