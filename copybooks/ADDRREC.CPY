      ******************************************************************
      *    EMPLOYEE MAILING ADDRESS RECORD LAYOUT
      *    ONE RECORD PER EMPLOYEE (EMPL.PROG1.ADDRESS), KEYED BY
      *    EMPLOYEE ID ACROSS ALL DIVISIONS SO A TRANSFER DOES NOT
      *    MOVE IT. WRITTEN AND REPLACED BY maint1 FROM THE ADDRESS
      *    FIELDS ON AN ADD OR CHANGE TRANSACTION, AND READ BY THE
      *    YEAR-END W-2 RUN (w2stmt1) FOR THE FORM AND THE ELECTRONIC
      *    WAGE FILE. THE RECORD IS LEFT IN PLACE WHEN THE EMPLOYEE
      *    IS PURGED SO A PURGED EMPLOYEE'S W-2 STILL HAS AN ADDRESS.
      *    AD-ZIP IS THE 5-DIGIT ZIP CODE FOLLOWED BY THE OPTIONAL
      *    4-DIGIT EXTENSION (SPACES WHEN NOT KNOWN).
      ******************************************************************
       01  ADDRESS-DATA.
           03 AD-EMP-ID PIC X(7).
           03 AD-STREET PIC X(30).
           03 AD-CITY PIC X(20).
           03 AD-STATE PIC X(2).
           03 AD-ZIP.
               05 AD-ZIP5 PIC X(5).
               05 AD-ZIP4 PIC X(4).
           03 FILLER PIC X(12).
