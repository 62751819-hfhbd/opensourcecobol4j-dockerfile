      ******************************************************************
      *    COPYBOOK.    INQLREC
      *    PURPOSE.     Record layout for the account inquiry audit
      *                 log (INQLOG) written by ACCTINQ.  One record
      *                 per account looked up at the help desk, kept
      *                 append-only, so a privacy audit can answer
      *                 who viewed which account and when.  The
      *                 record is written before anything about the
      *                 account is shown -- a lookup that cannot be
      *                 logged is not displayed.
      *                 INQL-RESULT-CD: 'F' account found on ACCTBAL,
      *                 'N' account not on ACCTBAL.
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    2026-10-15  JW    Original copy member.
      ******************************************************************
       01  INQ-LOG-RECORD.
           05  INQL-STAMP                 PIC X(19).
           05  FILLER                     PIC X(01).
           05  INQL-USER-ID               PIC X(16).
           05  FILLER                     PIC X(01).
           05  INQL-PROGRAM-ID            PIC X(08).
           05  FILLER                     PIC X(01).
           05  INQL-ACCOUNT-ID            PIC X(10).
           05  FILLER                     PIC X(01).
           05  INQL-RESULT-CD             PIC X(01).
               88  INQL-ACCOUNT-FOUND             VALUE 'F'.
               88  INQL-ACCOUNT-NOT-FOUND         VALUE 'N'.
           05  FILLER                     PIC X(22).
