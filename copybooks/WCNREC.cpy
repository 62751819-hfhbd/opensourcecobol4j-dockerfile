      ******************************************************************
      *    COPYBOOK.    WCNREC
      *    PURPOSE.     Card layout for the warehouse cancel file
      *                 (WHSCARD) read by WHSREL.  CANCEL drops the
      *                 selected future-dated items from the warehouse
      *                 before they are released to post.  Items are
      *                 selected by WHSID (one item, the
      *                 WHS-WAREHOUSE-ID off the WHSRPT report) or by
      *                 ACCOUNT (every item warehoused for the
      *                 account).
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    2026-10-15  JW    Original copy member.
      ******************************************************************
       01  WHS-CANCEL-CARD.
           05  WCN-ACTION-CD              PIC X(07).
               88  WCN-ACTION-CANCEL              VALUE 'CANCEL '.
               88  WCN-ACTION-VALID               VALUE 'CANCEL '.
           05  FILLER                     PIC X(01).
           05  WCN-SELECT-CD              PIC X(07).
               88  WCN-SELECT-WHS-ID              VALUE 'WHSID  '.
               88  WCN-SELECT-ACCOUNT             VALUE 'ACCOUNT'.
               88  WCN-SELECT-VALID
                       VALUES 'WHSID  ' 'ACCOUNT'.
           05  FILLER                     PIC X(01).
           05  WCN-SELECT-KEY             PIC X(17).
           05  WCN-SELECT-ACCOUNT-R REDEFINES WCN-SELECT-KEY.
               10  WCN-ACCOUNT-ID         PIC X(10).
               10  FILLER                 PIC X(07).
           05  FILLER                     PIC X(47).
