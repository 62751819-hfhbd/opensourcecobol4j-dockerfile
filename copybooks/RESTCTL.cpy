      *                      still balance against the file trailer.
      *    2026-08-22  JW    Added the previous TRAN-KEY so the
      *                      sequence check holds across a restart.
      *    2026-10-15  JW    Added the held-items count so ITEMS HELD
      *                      on NIGHTTOT survives a restart.
      ******************************************************************
       01  RESTART-RECORD.
           05  RESTART-LAST-COUNT         PIC 9(09).
           05  RESTART-HASH-TOTAL         PIC S9(11)V99.
           05  RESTART-TRAILER-SW         PIC X(01).
           05  RESTART-PREV-TRAN-KEY      PIC X(13).
           05  RESTART-ITEMS-HELD         PIC 9(09).
