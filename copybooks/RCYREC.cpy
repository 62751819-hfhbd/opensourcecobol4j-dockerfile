      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    2026-09-02  JW    Original copy member.
      *    2026-10-15  JW    RCY-TRAN-IMAGE grown to 80 bytes with
      *                      TRANREC.
      ******************************************************************
       01  RECYCLE-RECORD.
           05  RCY-RECYCLE-COUNT          PIC 9(02).
           05  FILLER                     PIC X(01).
           05  RCY-TRAN-IMAGE             PIC X(80).
