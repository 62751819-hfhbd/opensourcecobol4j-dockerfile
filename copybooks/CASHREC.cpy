      ******************************************************************
      *    COPYBOOK.    CASHREC
      *    PURPOSE.     Record layout for the large-cash regulatory
      *                 filing file (CASHFIL) written by CASHRPT.
      *                 One header (H) naming the filer, the business
      *                 date and the threshold applied; one detail
      *                 (D) per account whose gross posted activity
      *                 for the night, debits and credits alike,
      *                 reached the threshold and is not exempt; one
      *                 trailer (T) with the detail count and totals.
      *                 Amounts are base currency, unsigned -- cash
      *                 in and cash out are reported separately and
      *                 the gross is their sum.  CSF-STRUCT-FLAG 'Y'
      *                 marks an account also flagged for possible
      *                 structuring on the compliance review report.
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    2026-10-15  JW    Original copy member.
      ******************************************************************
       01  CASH-FILING-RECORD.
           05  CSF-REC-TYPE               PIC X(01).
               88  CSF-HEADER                     VALUE 'H'.
               88  CSF-DETAIL                     VALUE 'D'.
               88  CSF-TRAILER                    VALUE 'T'.
           05  FILLER                     PIC X(01).
           05  CSF-BODY                   PIC X(118).
           05  CSF-HEADER-BODY REDEFINES CSF-BODY.
               10  CSF-FILER-ID           PIC X(10).
               10  FILLER                 PIC X(01).
               10  CSF-BUS-DATE           PIC X(10).
               10  FILLER                 PIC X(01).
               10  CSF-RUN-STAMP          PIC X(19).
               10  FILLER                 PIC X(01).
               10  CSF-THRESHOLD          PIC 9(11)V99.
               10  FILLER                 PIC X(01).
               10  CSF-WINDOW-DAYS        PIC 9(02).
               10  FILLER                 PIC X(01).
               10  CSF-NEAR-FLOOR         PIC 9(11)V99.
               10  FILLER                 PIC X(46).
           05  CSF-DETAIL-BODY REDEFINES CSF-BODY.
               10  CSF-ACCOUNT-ID         PIC X(10).
               10  FILLER                 PIC X(01).
               10  CSF-REGION-CD          PIC X(03).
               10  FILLER                 PIC X(01).
               10  CSF-ITEM-COUNT         PIC 9(05).
               10  FILLER                 PIC X(01).
               10  CSF-CASH-IN            PIC 9(11)V99.
               10  FILLER                 PIC X(01).
               10  CSF-CASH-OUT           PIC 9(11)V99.
               10  FILLER                 PIC X(01).
               10  CSF-GROSS-AMOUNT       PIC 9(11)V99.
               10  FILLER                 PIC X(01).
               10  CSF-FOREIGN-COUNT      PIC 9(05).
               10  FILLER                 PIC X(01).
               10  CSF-FOREIGN-GROSS      PIC 9(11)V99.
               10  FILLER                 PIC X(01).
               10  CSF-NEAR-COUNT         PIC 9(03).
               10  FILLER                 PIC X(01).
               10  CSF-STRUCT-FLAG        PIC X(01).
                   88  CSF-STRUCTURING            VALUE 'Y'.
               10  FILLER                 PIC X(30).
           05  CSF-TRAILER-BODY REDEFINES CSF-BODY.
               10  CSF-DETAIL-COUNT       PIC 9(09).
               10  FILLER                 PIC X(01).
               10  CSF-GROSS-TOTAL        PIC 9(13)V99.
               10  FILLER                 PIC X(01).
               10  CSF-CASH-IN-TOTAL      PIC 9(13)V99.
               10  FILLER                 PIC X(01).
               10  CSF-CASH-OUT-TOTAL     PIC 9(13)V99.
               10  FILLER                 PIC X(61).
