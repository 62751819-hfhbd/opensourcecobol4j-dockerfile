      ******************************************************************
      *    COPYBOOK.    BHSREC
      *    PURPOSE.     Record layout for the end-of-day balance
      *                 history (BALHIST).  BALHIST writes one record
      *                 per ACCTBAL account every business night --
      *                 the closing balance after SECTIONS has
      *                 posted -- to the BALDAY file, and NIGHTLY's
      *                 SAVEBHST step appends BALDAY to BALHIST, so
      *                 BALHIST holds the nights in date order and
      *                 each night's accounts in key order.  The
      *                 month-end INTACCR accrual run reads it back
      *                 for the average daily balance.
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    2026-10-15  JW    Original copy member.
      ******************************************************************
       01  BAL-HISTORY-RECORD.
           05  BHS-BUS-DATE               PIC X(10).
           05  FILLER                     PIC X(01).
           05  BHS-ACCOUNT-ID             PIC X(10).
           05  FILLER                     PIC X(01).
           05  BHS-BALANCE                PIC S9(11)V99.
           05  FILLER                     PIC X(01).
           05  BHS-STATUS-CD              PIC X(01).
           05  FILLER                     PIC X(01).
           05  BHS-RUN-STAMP              PIC X(19).
           05  FILLER                     PIC X(03).
