      ******************************************************************
      *    COPYBOOK.    CSHHREC
      *    PURPOSE.     Record layout for the near-threshold item
      *                 history (CASHHIST, rewritten each night as
      *                 CASHHNEW) carried by CASHRPT for the rolling
      *                 structuring window: one record per posting
      *                 whose base-currency amount fell just under
      *                 the large-cash threshold, kept while its
      *                 business date is inside the window of
      *                 BUSCAL business days.
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    2026-10-15  JW    Original copy member.
      ******************************************************************
       01  CASH-HIST-RECORD.
           05  CHS-BUS-DATE               PIC X(10).
           05  FILLER                     PIC X(01).
           05  CHS-ACCOUNT-ID             PIC X(10).
           05  FILLER                     PIC X(01).
           05  CHS-REGION-CD              PIC X(03).
           05  FILLER                     PIC X(01).
           05  CHS-TYPE-CD                PIC X(01).
           05  FILLER                     PIC X(01).
           05  CHS-BASE-AMOUNT            PIC 9(09)V99.
           05  FILLER                     PIC X(01).
           05  CHS-SOURCE-CD              PIC X(02).
           05  FILLER                     PIC X(01).
           05  CHS-CURRENCY-CD            PIC X(03).
           05  FILLER                     PIC X(14).
