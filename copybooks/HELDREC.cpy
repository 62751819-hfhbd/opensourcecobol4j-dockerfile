      ******************************************************************
      *    COPYBOOK.    HELDREC
      *    PURPOSE.     Record layout for the held-items file
      *                 (HELDITEM) -- one record per debit SECTIONS
      *                 refused to post because the account is frozen
      *                 or the debit would breach its overdraft
      *                 limit.  The file carries from night to night:
      *                 SECTIONS appends, HELDREL takes out the items
      *                 an operator releases (back to RECYCIN for the
      *                 next night's edit) or cancels, and ages the
      *                 rest.  HLD-HOLD-ID is the run date (CCYYMMDD)
      *                 and the TRANSRT record number the item was
      *                 held from -- the key a release card quotes.
      *                 For a transfer the image is the from-leg.
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    2026-10-15  JW    Original copy member.
      ******************************************************************
       01  HELD-ITEM-RECORD.
           05  HLD-HOLD-ID.
               10  HLD-HOLD-DATE          PIC X(08).
               10  HLD-HOLD-SEQ           PIC 9(09).
           05  FILLER                     PIC X(01).
           05  HLD-HELD-DATE              PIC X(10).
           05  FILLER                     PIC X(01).
           05  HLD-RUN-STAMP              PIC X(19).
           05  FILLER                     PIC X(01).
           05  HLD-REASON-CD              PIC X(04).
           05  FILLER                     PIC X(01).
           05  HLD-REASON-TEXT            PIC X(30).
           05  FILLER                     PIC X(01).
           05  HLD-ACCOUNT-ID             PIC X(10).
           05  FILLER                     PIC X(01).
           05  HLD-BASE-AMOUNT            PIC S9(09)V99.
           05  FILLER                     PIC X(01).
           05  HLD-TRAN-IMAGE             PIC X(80).
