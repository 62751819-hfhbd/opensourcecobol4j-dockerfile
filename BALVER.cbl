      *                      every account -- the same rule that had
      *                      SAVEEXT split out so a DELTA restart
      *                      never sees a rolled file.
      *    2026-10-15  JW    Transfer postings (type 'T') re-apply by
      *                      leg: the from-leg subtracts, the to-leg
      *                      adds.  'X' records never moved a
      *                      balance and are skipped like 'N'.
      *    2026-10-15  JW    'H' (held) records are skipped the same
      *                      way -- a held debit moved no balance.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
      ******************************************************************
      *    2000-APPLY-POSTING -- one POSTACT record re-applied to the
      *    snapshot by POST-TYPE-CD, exactly as 2300-POST-ACCOUNT in
      *    SECTIONS applies it to the live master.  'N', 'X' and
      *    'H' records never moved a balance and are skipped.  A
      *    'P' posting against an account the snapshot has never
      *    heard of is itself drift -- the account was not on the
      *    master when the night started.
      ******************************************************************
       2000-APPLY-POSTING.
           READ POSTED-FILE
                   ADD POST-AMOUNT TO SNP-BALANCE
               WHEN 'A'
                   ADD POST-AMOUNT TO SNP-BALANCE
               WHEN 'T'
                   IF POST-XFER-FROM-LEG
                       SUBTRACT POST-AMOUNT FROM SNP-BALANCE
                   ELSE
                       ADD POST-AMOUNT TO SNP-BALANCE
                   END-IF
               WHEN OTHER
                   MOVE "POST-TYPE-CD INVALID" TO WS-ABEND-MESSAGE
                   MOVE POSTED-FILE-STATUS     TO WS-ABEND-STATUS
