      ******************************************************************
      *    COPYBOOK.    WHSREC
      *    PURPOSE.     Record layout for the future-dated transaction
      *                 warehouse.  TRANEDIT writes an accepted item
      *                 whose TRAN-EFFECTIVE-DATE falls after the
      *                 business date to WHSNEW instead of TRANVAL;
      *                 WHSREL carries the warehouse (TRANWHS) from
      *                 night to night and releases each item into the
      *                 edit run (TRANFIL6) on its effective date.
      *                 WHS-WAREHOUSE-ID is the business date the item
      *                 was warehoused (CCYYMMDD) and TRANEDIT's
      *                 sequence for that night -- the id quoted on
      *                 the WHSRPT report and on a WHSCARD cancel
      *                 card.  WHS-BASE-AMOUNT is TRAN-AMOUNT in base
      *                 currency at the rate of the night it arrived,
      *                 for the pending totals only; the item is
      *                 converted again when it is released.
      *                 WHS-TRAN-IMAGE is the transaction as the
      *                 provider delivered it.
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    2026-10-15  JW    Original copy member.
      ******************************************************************
       01  WAREHOUSE-RECORD.
           05  WHS-WAREHOUSE-ID.
               10  WHS-WH-DATE            PIC X(08).
               10  WHS-WH-SEQ             PIC 9(09).
           05  FILLER                     PIC X(01).
           05  WHS-EFFECTIVE-DATE         PIC X(10).
           05  FILLER                     PIC X(01).
           05  WHS-RECEIVED-DATE          PIC X(10).
           05  FILLER                     PIC X(01).
           05  WHS-RUN-STAMP              PIC X(19).
           05  FILLER                     PIC X(01).
           05  WHS-SOURCE-CD              PIC X(02).
           05  FILLER                     PIC X(01).
           05  WHS-ACCOUNT-ID             PIC X(10).
           05  FILLER                     PIC X(01).
           05  WHS-BASE-AMOUNT            PIC S9(09)V99.
           05  FILLER                     PIC X(01).
           05  WHS-TRAN-IMAGE             PIC X(80).
