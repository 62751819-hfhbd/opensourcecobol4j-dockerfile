      ******************************************************************
      *    COPYBOOK.    CXMREC
      *    PURPOSE.     Record layout for the large-cash exemption
      *                 master (CASHEXMP), keyed on CXM-ACCOUNT-ID
      *                 and maintained by card through CXMAINT.  An
      *                 account on this master is left off the
      *                 CASHRPT regulatory filing (it is still listed
      *                 on the compliance review report, and still
      *                 flagged there for structuring).  An exemption
      *                 lapses after CXM-EXPIRY-DATE; spaces mean it
      *                 runs until deleted.
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    2026-10-15  JW    Original copy member.
      ******************************************************************
       01  CASH-EXEMPT-RECORD.
           05  CXM-ACCOUNT-ID             PIC X(10).
           05  FILLER                     PIC X(01).
           05  CXM-REASON-TEXT            PIC X(30).
           05  FILLER                     PIC X(01).
           05  CXM-EXPIRY-DATE            PIC X(10).
           05  FILLER                     PIC X(01).
           05  CXM-ADDED-STAMP            PIC X(19).
           05  FILLER                     PIC X(01).
           05  CXM-LAST-UPDATE-STAMP      PIC X(19).
           05  FILLER                     PIC X(08).
