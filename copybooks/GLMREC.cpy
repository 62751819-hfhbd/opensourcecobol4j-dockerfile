      ******************************************************************
      *    COPYBOOK.    GLMREC
      *    PURPOSE.     Record layout for the general-ledger mapping
      *                 table (GLMAP) read by the GLSUMM journal step.
      *                 Each entry maps a combination of posting
      *                 region, TRAN-TYPE-CD, transfer leg, currency
      *                 and POST-STATUS-CD to the GL account debited
      *                 and the GL account credited with the night's
      *                 net amount for it.  A field of all '*'
      *                 matches any value; a blank currency is base
      *                 currency and a blank leg a posting that is
      *                 not a transfer.  Entries are tried in file
      *                 order and the first match wins, so specific
      *                 entries go ahead of general ones.  A card
      *                 with '*' in column 1 and a space in column 2
      *                 is a comment.  A combination no entry matches
      *                 is posted to the GLPARM suspense account and
      *                 listed on the GLEXCP exceptions report.
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    2026-10-15  JW    Original copy member.
      ******************************************************************
       01  GL-MAP-RECORD.
           05  GLM-REGION-CD              PIC X(03).
           05  FILLER                     PIC X(01).
           05  GLM-TYPE-CD                PIC X(01).
               88  GLM-TYPE-VALID                 VALUES 'D' 'C' 'A'
                                                         'T' '*'.
           05  FILLER                     PIC X(01).
           05  GLM-XFER-LEG               PIC X(01).
               88  GLM-XFER-LEG-VALID             VALUES ' ' 'F' 'T'
                                                         '*'.
           05  FILLER                     PIC X(01).
           05  GLM-CURRENCY-CD            PIC X(03).
           05  FILLER                     PIC X(01).
           05  GLM-STATUS-CD              PIC X(01).
               88  GLM-STATUS-VALID               VALUES 'P' 'N' 'X'
                                                         'H' '*'.
           05  FILLER                     PIC X(01).
           05  GLM-DR-ACCOUNT             PIC X(10).
           05  FILLER                     PIC X(01).
           05  GLM-CR-ACCOUNT             PIC X(10).
           05  FILLER                     PIC X(01).
           05  GLM-DESCRIPTION            PIC X(20).
           05  FILLER                     PIC X(24).
