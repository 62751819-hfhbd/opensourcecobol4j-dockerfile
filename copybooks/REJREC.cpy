      *                      so a reject can be routed back to the
      *                      upstream that sent it.  Record grows by
      *                      three bytes.
      *    2026-10-15  JW    REJ-TRAN-IMAGE grown to 80 bytes with
      *                      TRANREC.  Record grows by 40 bytes.
      ******************************************************************
       01  REJECT-RECORD.
           05  REJ-RUN-STAMP              PIC X(19).
           05  FILLER                     PIC X(01).
           05  REJ-REASON-TEXT            PIC X(30).
           05  FILLER                     PIC X(01).
           05  REJ-TRAN-IMAGE             PIC X(80).
           05  FILLER                     PIC X(01).
           05  REJ-RECYCLE-COUNT          PIC 9(02).
           05  FILLER                     PIC X(01).
