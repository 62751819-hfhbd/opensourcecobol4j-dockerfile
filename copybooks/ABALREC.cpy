      *                      a restart replaying transactions after
      *                      the last checkpoint cannot post the same
      *                      record to the same account twice.
      *    2026-10-15  JW    Added ABM-STATUS-CD (spaces active, or a
      *                      freeze: 'L' legal hold, 'D' deceased,
      *                      'F' fraud block) and ABM-OD-LIMIT (the
      *                      overdraft limit in whole base-currency
      *                      units; spaces mean no limit is set and
      *                      none is enforced) out of the trailing
      *                      FILLER, both maintained by AMAINT.
      *                      SECTIONS holds debits to a frozen
      *                      account and debits that would take the
      *                      balance below minus the limit.  Record
      *                      length is unchanged.
      ******************************************************************
       01  ACCT-BAL-RECORD.
           05  ABM-ACCOUNT-ID             PIC X(10).
           05  ABM-LAST-UPDATE-STAMP      PIC X(19).
           05  ABM-LAST-POST-DATE         PIC X(10).
           05  ABM-LAST-POST-COUNT        PIC 9(09).
           05  ABM-STATUS-CD              PIC X(01).
               88  ABM-ACCOUNT-ACTIVE             VALUE SPACE.
               88  ABM-ACCOUNT-FROZEN             VALUES 'L' 'D' 'F'.
           05  ABM-OD-LIMIT               PIC 9(07).
           05  ABM-OD-LIMIT-X REDEFINES ABM-OD-LIMIT
                                          PIC X(07).
