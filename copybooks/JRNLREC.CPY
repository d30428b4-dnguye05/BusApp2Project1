      *    HAS A SPACES AFTER-IMAGE. THE RECOVERY UTILITY (recover1)
      *    ROLLS A RESTORED BACKUP FORWARD THROUGH THE AFTER-IMAGES
      *    OR BACKS TRANSACTIONS OUT THROUGH THE BEFORE-IMAGES.
      *    J-RATE-EFF-DATE CARRIES T-RATE-EFF-DATE FROM A CHANGE
      *    TRANSACTION (SPACES ON ALL OTHER TRANSACTIONS AND ON
      *    RECORDS WRITTEN BEFORE IT EXISTED) FOR THE RETROACTIVE PAY
      *    RUN (retro1). THE REHIRE RESTORE (restore1) APPENDS AN
      *    'R' TRANSACTION, LAID OUT AS AN ADD, FOR EACH EMPLOYEE IT
      *    PUTS BACK FROM THE PURGE ARCHIVE.
      ******************************************************************
       01  JOURNAL-DATA.
           03 J-RUN-DATE PIC 9(6).
           03 J-EMP-ID PIC X(7).
           03 J-BEFORE-IMAGE PIC X(160).
           03 J-AFTER-IMAGE PIC X(160).
           03 J-RATE-EFF-DATE PIC X(8).
