      ******************************************************************
      *    COPYBOOK.    HRELREC
      *    PURPOSE.     Card layout for the held-item release file
      *                 (HLDRCARD) read by HELDREL.  RELEASE sends
      *                 the selected held items back through the
      *                 next night's edit and posting; CANCEL drops
      *                 them for good.  Items are selected by HOLDID
      *                 (one item, the HLD-HOLD-ID off the held-items
      *                 report) or by ACCOUNT (every item held for
      *                 the account, e.g. once it has been thawed or
      *                 its limit raised).
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    2026-10-15  JW    Original copy member.
      ******************************************************************
       01  HELD-RELEASE-CARD.
           05  HRL-ACTION-CD              PIC X(07).
               88  HRL-ACTION-RELEASE             VALUE 'RELEASE'.
               88  HRL-ACTION-CANCEL              VALUE 'CANCEL '.
               88  HRL-ACTION-VALID
                       VALUES 'RELEASE' 'CANCEL '.
           05  FILLER                     PIC X(01).
           05  HRL-SELECT-CD              PIC X(07).
               88  HRL-SELECT-HOLD-ID             VALUE 'HOLDID '.
               88  HRL-SELECT-ACCOUNT             VALUE 'ACCOUNT'.
               88  HRL-SELECT-VALID
                       VALUES 'HOLDID ' 'ACCOUNT'.
           05  FILLER                     PIC X(01).
           05  HRL-SELECT-KEY             PIC X(17).
           05  HRL-SELECT-ACCOUNT-R REDEFINES HRL-SELECT-KEY.
               10  HRL-ACCOUNT-ID         PIC X(10).
               10  FILLER                 PIC X(07).
           05  FILLER                     PIC X(47).
