      ******************************************************************
      *    COPYBOOK.    ARGNREC
      *    PURPOSE.     Record layout for the account home-region
      *                 master (ACCTRGN, indexed on ARG-ACCOUNT-ID).
      *                 ACCTBAL carries no region, so SECTOWN keeps
      *                 one here for every account it has seen
      *                 posted: the region of the SECTIONS partition
      *                 that owns the account's postings.  SOGEN and
      *                 INTACCR book their generated items under it,
      *                 so an account's standing orders and month-end
      *                 accrual post in the same partition as the rest
      *                 of its activity.  ARG-LAST-SEEN-DATE is the
      *                 last run date the account had activity.
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    2026-10-15  JW    Original copy member.
      ******************************************************************
       01  ACCT-REGION-RECORD.
           05  ARG-ACCOUNT-ID             PIC X(10).
           05  FILLER                     PIC X(01).
           05  ARG-REGION-CD              PIC X(03).
           05  FILLER                     PIC X(01).
           05  ARG-LAST-SEEN-DATE         PIC X(10).
           05  FILLER                     PIC X(01).
           05  ARG-LAST-UPDATE-STAMP      PIC X(19).
           05  FILLER                     PIC X(15).
