      ******************************************************************
      *    COPYBOOK.    CXMNTREC
      *    PURPOSE.     Card layout for the large-cash exemption
      *                 maintenance file (CXMNTCRD) read by CXMAINT:
      *                 ADD / CHANGE / DELETE against the account id.
      *                 ADD needs the reason; the expiry date is
      *                 optional.  On a CHANGE, a field left blank
      *                 keeps the master's existing value; an expiry
      *                 of NONE removes the expiry date.
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    2026-10-15  JW    Original copy member.
      ******************************************************************
       01  CASH-EXEMPT-CARD.
           05  CXC-ACTION-CD              PIC X(06).
               88  CXC-ACTION-ADD                 VALUE 'ADD   '.
               88  CXC-ACTION-CHANGE              VALUE 'CHANGE'.
               88  CXC-ACTION-DELETE              VALUE 'DELETE'.
               88  CXC-ACTION-VALID
                       VALUES 'ADD   ' 'CHANGE' 'DELETE'.
           05  FILLER                     PIC X(01).
           05  CXC-ACCOUNT-ID             PIC X(10).
           05  FILLER                     PIC X(01).
           05  CXC-EXPIRY-DATE            PIC X(10).
               88  CXC-EXPIRY-NONE                VALUE 'NONE'.
           05  FILLER                     PIC X(01).
           05  CXC-REASON-TEXT            PIC X(30).
           05  FILLER                     PIC X(21).
