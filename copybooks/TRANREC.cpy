      *                      '03' TRANFIL3) so TRANVAL and TRANREJ
      *                      carry which upstream delivered each
      *                      record.  Record length is unchanged.
      *    2026-10-15  JW    Added transfer type 'T' and the transfer
      *                      fields: TRAN-XFER-KEY is the counter-
      *                      account credited (TRAN-KEY is the
      *                      account debited), TRAN-XFER-LEG tells
      *                      the two legs TRANEDIT writes to TRANVAL
      *                      apart ('F' from, 'T' to) and
      *                      TRAN-XFER-REF is the reference TRANEDIT
      *                      gives both legs.  Providers leave the
      *                      leg and reference blank.  Record grows
      *                      from 40 to 80 bytes; a 40-byte line
      *                      from before this change reads with the
      *                      new fields blank.
      *    2026-10-15  JW    Added TRAN-EFFECTIVE-DATE (YYYY-MM-DD)
      *                      out of the trailing FILLER.  Spaces
      *                      mean effective on the night delivered;
      *                      a date after the business date sends
      *                      the item to the warehouse until that
      *                      business day.  Record length is
      *                      unchanged.
      *    2026-10-15  JW    Added TRAN-FILE-DATE out of the trailing
      *                      FILLER: the business date on the header
      *                      of the provider file the item arrived
      *                      in, stamped by TRANEDIT with
      *                      TRAN-SOURCE-CD.  Together they name the
      *                      TRANREG entry the item belongs to, and
      *                      a reject or hold carries both with its
      *                      image.  Providers leave it blank.
      *                      Record length is unchanged.
      ******************************************************************
       01  TRAN-RECORD.
           05  TRAN-KEY.
               88  TRAN-TYPE-DEBIT                VALUE 'D'.
               88  TRAN-TYPE-CREDIT               VALUE 'C'.
               88  TRAN-TYPE-ADJUSTMENT           VALUE 'A'.
               88  TRAN-TYPE-TRANSFER             VALUE 'T'.
               88  TRAN-TYPE-VALID                VALUES 'D' 'C' 'A'
                                                         'T'.
           05  TRAN-CURRENCY-CD           PIC X(03).
               88  TRAN-CURRENCY-BASE             VALUE SPACES.
           05  TRAN-SOURCE-CD             PIC X(02).
           05  TRAN-XFER-KEY.
               10  TRAN-XFER-REGION-CD    PIC X(03).
               10  TRAN-XFER-ACCOUNT-ID   PIC X(10).
           05  TRAN-XFER-LEG              PIC X(01).
               88  TRAN-XFER-FROM-LEG             VALUE 'F'.
               88  TRAN-XFER-TO-LEG               VALUE 'T'.
           05  TRAN-XFER-REF              PIC X(10).
           05  TRAN-EFFECTIVE-DATE        PIC X(10).
               88  TRAN-EFFECTIVE-TONIGHT         VALUE SPACES.
           05  TRAN-FILE-DATE             PIC X(10).
