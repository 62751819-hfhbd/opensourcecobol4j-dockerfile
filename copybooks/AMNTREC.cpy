      *                 ABM-ACCOUNT-ID.  An OPEN card carries the
      *                 opening balance (blank means zero); a CLOSE
      *                 card is refused while the account still
      *                 carries a balance.  FREEZE sets the account
      *                 status (L legal hold, D deceased, F fraud
      *                 block), THAW clears it, and LIMIT sets the
      *                 overdraft limit in whole base-currency units
      *                 (blank removes it).  An OPEN card may carry a
      *                 limit as well.
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    2026-09-02  JW    Original copy member.
      *    2026-10-15  JW    Added FREEZE / THAW / LIMIT actions and
      *                      the AMT-STATUS-CD and AMT-OD-LIMIT
      *                      fields; card is now 49 bytes.
      ******************************************************************
       01  ACCT-MAINT-CARD.
           05  AMT-ACTION-CD              PIC X(06).
               88  AMT-ACTION-OPEN                VALUE 'OPEN  '.
               88  AMT-ACTION-CLOSE               VALUE 'CLOSE '.
               88  AMT-ACTION-FREEZE              VALUE 'FREEZE'.
               88  AMT-ACTION-THAW                VALUE 'THAW  '.
               88  AMT-ACTION-LIMIT               VALUE 'LIMIT '.
               88  AMT-ACTION-VALID
                       VALUES 'OPEN  ' 'CLOSE ' 'FREEZE' 'THAW  '
                              'LIMIT '.
           05  FILLER                     PIC X(01).
           05  AMT-ACCOUNT-ID             PIC X(10).
           05  FILLER                     PIC X(01).
           05  AMT-OPEN-BALANCE           PIC S9(11)V99.
           05  AMT-OPEN-BALANCE-X REDEFINES AMT-OPEN-BALANCE
                                          PIC X(13).
           05  FILLER                     PIC X(01).
           05  AMT-STATUS-CD              PIC X(01).
               88  AMT-STATUS-VALID               VALUES 'L' 'D' 'F'.
           05  FILLER                     PIC X(01).
           05  AMT-OD-LIMIT               PIC 9(07).
           05  AMT-OD-LIMIT-X REDEFINES AMT-OD-LIMIT
                                          PIC X(07).
           05  FILLER                     PIC X(08).
