      ******************************************************************
      *    COPYBOOK.    SORDREC
      *    PURPOSE.     Record layout for the standing-order master
      *                 (SORDMST, indexed on SO-ORDER-ID), maintained
      *                 by SOMAINT.  SOGEN generates each order's
      *                 transaction when its next due date arrives
      *                 (rolled forward past BUSCAL holidays) and
      *                 marks the order pending; SOPOST moves the
      *                 next due date on only once that transaction
      *                 shows on POSTACT as posted.
      *                 SO-FREQUENCY-CD: 'W' weekly, 'M' monthly on
      *                 SO-DAY-OF-MONTH (clamped to short months),
      *                 'E' the last business day of each month.
      *                 SO-STATUS-CD: 'A' active, 'P' transaction
      *                 generated and not yet posted, 'X' expired
      *                 past SO-END-DATE (spaces = open-ended).
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    2026-10-15  JW    Original copy member.
      ******************************************************************
       01  STANDING-ORDER-RECORD.
           05  SO-ORDER-ID                PIC X(06).
           05  FILLER                     PIC X(01).
           05  SO-REGION-CD               PIC X(03).
           05  FILLER                     PIC X(01).
           05  SO-ACCOUNT-ID              PIC X(10).
           05  FILLER                     PIC X(01).
           05  SO-TYPE-CD                 PIC X(01).
               88  SO-TYPE-VALID                  VALUES 'D' 'C'.
           05  FILLER                     PIC X(01).
           05  SO-AMOUNT                  PIC S9(09)V99.
           05  FILLER                     PIC X(01).
           05  SO-CURRENCY-CD             PIC X(03).
           05  FILLER                     PIC X(01).
           05  SO-FREQUENCY-CD            PIC X(01).
               88  SO-FREQ-WEEKLY                 VALUE 'W'.
               88  SO-FREQ-MONTHLY                VALUE 'M'.
               88  SO-FREQ-MONTH-END              VALUE 'E'.
               88  SO-FREQ-VALID                  VALUES 'W' 'M' 'E'.
           05  FILLER                     PIC X(01).
           05  SO-DAY-OF-MONTH            PIC 9(02).
           05  FILLER                     PIC X(01).
           05  SO-NEXT-DUE-DATE           PIC X(10).
           05  FILLER                     PIC X(01).
           05  SO-END-DATE                PIC X(10).
           05  FILLER                     PIC X(01).
           05  SO-STATUS-CD               PIC X(01).
               88  SO-STATUS-ACTIVE               VALUE 'A'.
               88  SO-STATUS-PENDING              VALUE 'P'.
               88  SO-STATUS-EXPIRED              VALUE 'X'.
           05  FILLER                     PIC X(01).
           05  SO-PENDING-DUE-DATE        PIC X(10).
           05  FILLER                     PIC X(01).
           05  SO-LAST-GEN-DATE           PIC X(10).
           05  FILLER                     PIC X(01).
           05  SO-LAST-POST-DATE          PIC X(10).
           05  FILLER                     PIC X(01).
           05  SO-LAST-UPDATE-STAMP       PIC X(19).
           05  FILLER                     PIC X(10).
