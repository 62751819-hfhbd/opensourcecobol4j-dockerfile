      ******************************************************************
      *    COPYBOOK.    SOMNTREC
      *    PURPOSE.     Card layout for the standing-order master
      *                 maintenance transaction file (SOMNTCRD) read
      *                 by SOMAINT: ADD / CHANGE / DELETE / RESET
      *                 against SO-ORDER-ID.  An ADD card carries the
      *                 whole order; on a CHANGE, a field left blank
      *                 keeps the master's existing value.  RESET
      *                 puts a pending order back to active once the
      *                 business has confirmed its generated item
      *                 will never post (rejected and retired), so
      *                 the next due date is generated again.
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    2026-10-15  JW    Original copy member.
      ******************************************************************
       01  SO-MAINT-CARD.
           05  SMC-ACTION-CD              PIC X(06).
               88  SMC-ACTION-ADD                 VALUE 'ADD   '.
               88  SMC-ACTION-CHANGE              VALUE 'CHANGE'.
               88  SMC-ACTION-DELETE              VALUE 'DELETE'.
               88  SMC-ACTION-RESET               VALUE 'RESET '.
               88  SMC-ACTION-VALID
                       VALUES 'ADD   ' 'CHANGE' 'DELETE' 'RESET '.
           05  FILLER                     PIC X(01).
           05  SMC-ORDER-ID               PIC X(06).
           05  FILLER                     PIC X(01).
           05  SMC-REGION-CD              PIC X(03).
           05  FILLER                     PIC X(01).
           05  SMC-ACCOUNT-ID             PIC X(10).
           05  FILLER                     PIC X(01).
           05  SMC-TYPE-CD                PIC X(01).
           05  FILLER                     PIC X(01).
           05  SMC-AMOUNT                 PIC S9(09)V99.
           05  SMC-AMOUNT-X REDEFINES SMC-AMOUNT
                                          PIC X(11).
           05  FILLER                     PIC X(01).
           05  SMC-CURRENCY-CD            PIC X(03).
           05  FILLER                     PIC X(01).
           05  SMC-FREQUENCY-CD           PIC X(01).
           05  FILLER                     PIC X(01).
           05  SMC-DAY-OF-MONTH           PIC 9(02).
           05  SMC-DAY-OF-MONTH-X REDEFINES SMC-DAY-OF-MONTH
                                          PIC X(02).
           05  FILLER                     PIC X(01).
           05  SMC-NEXT-DUE-DATE          PIC X(10).
           05  FILLER                     PIC X(01).
           05  SMC-END-DATE               PIC X(10).
           05  FILLER                     PIC X(04).
