      *                      POSTACT records written before the
      *                      fields existed) leave the columns
      *                      blank.
      *    2026-10-15  JW    Transfer postings (type 'T') print
      *                      "TRANSFER TO" or "TRANSFER FROM" the
      *                      other account with the transfer
      *                      reference both legs share, and the
      *                      from-leg backs out of the opening
      *                      balance like a debit.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
           05  WS-PST-CURRENCY-CD      PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-PST-ORIG-AMOUNT      PIC X(17) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PST-XFER-TEXT        PIC X(14) VALUE SPACES.
           05  WS-PST-XFER-ACCOUNT-ID  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-PST-XFER-REF         PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE SPACES.

      *    Edited staging for the original amount -- the display
      *    column is X(17) so it can also be blanked for a
               MOVE SPACES              TO WS-PST-CURRENCY-CD
               MOVE SPACES              TO WS-PST-ORIG-AMOUNT
           END-IF
           MOVE SPACES TO WS-PST-XFER-TEXT
           MOVE SPACES TO WS-PST-XFER-ACCOUNT-ID
           MOVE SPACES TO WS-PST-XFER-REF
           IF POST-TYPE-CD = 'T'
               IF POST-XFER-FROM-LEG
                   MOVE "TRANSFER TO"   TO WS-PST-XFER-TEXT
               ELSE
                   MOVE "TRANSFER FROM" TO WS-PST-XFER-TEXT
               END-IF
               MOVE POST-XFER-ACCOUNT-ID TO WS-PST-XFER-ACCOUNT-ID
               MOVE POST-XFER-REF        TO WS-PST-XFER-REF
           END-IF
           MOVE WS-POSTING-LINE  TO STMT-RPT-LINE
           PERFORM 2900-WRITE-STMT THRU 2900-EXIT
           MOVE POST-NEW-BALANCE TO WS-CLOSING-BALANCE
      *    2200-OPEN-ACCOUNT -- new page, account heading, and the
      *    opening balance backed out of the first posting: the
      *    balance the posting left, reversed by POST-TYPE-CD (a
      *    debit or transfer from-leg subtracted, so opening = new
      *    balance + amount; a credit, adjustment or transfer to-leg
      *    added, so opening = new balance - amount).
      ******************************************************************
       2200-OPEN-ACCOUNT.
           MOVE POST-ACCOUNT-ID TO WS-CURRENT-ACCOUNT
           PERFORM 2900-WRITE-STMT THRU 2900-EXIT

           IF POST-TYPE-CD = 'D'
            OR (POST-TYPE-CD = 'T' AND POST-XFER-FROM-LEG)
               COMPUTE WS-OPENING-BALANCE
                   = POST-NEW-BALANCE + POST-AMOUNT
           ELSE
