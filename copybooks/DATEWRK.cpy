      ******************************************************************
      *    COPYBOOK.    DATEWRK
      *    PURPOSE.     Working-storage fields for the shared calendar
      *                 date arithmetic in DATEPRC: a YYYY-MM-DD date
      *                 in DATEWRK-DATE, its day number (days from
      *                 the year-zero epoch, so two dates subtract to
      *                 a day count) in DATEWRK-DAYS, and the length
      *                 of its month in DATEWRK-MONTH-DAYS.
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    2026-10-15  JW    Original copy member, lifted from the
      *                      ACCTEXC dormancy-check date routine.
      ******************************************************************
       01  DATEWRK-WORK-AREA.
           05  DATEWRK-DATE               PIC X(10) VALUE SPACES.
           05  DATEWRK-DATE-R REDEFINES DATEWRK-DATE.
               10  DATEWRK-YEAR           PIC 9(04).
               10  FILLER                 PIC X(01).
               10  DATEWRK-MONTH          PIC 9(02).
               10  FILLER                 PIC X(01).
               10  DATEWRK-DAY            PIC 9(02).
           05  DATEWRK-DAYS               PIC 9(09) COMP VALUE ZERO.
           05  DATEWRK-VALID-SW           PIC X(01) VALUE 'N'.
               88  DATEWRK-VALID                  VALUE 'Y'.
           05  DATEWRK-MONTH-DAYS         PIC 9(02) VALUE ZERO.
           05  DATEWRK-PRIOR-YEAR         PIC 9(09) COMP VALUE ZERO.
           05  DATEWRK-LEAP-4             PIC 9(09) COMP VALUE ZERO.
           05  DATEWRK-LEAP-100           PIC 9(09) COMP VALUE ZERO.
           05  DATEWRK-LEAP-400           PIC 9(09) COMP VALUE ZERO.
           05  DATEWRK-REMAINDER          PIC 9(09) COMP VALUE ZERO.
           05  DATEWRK-LEAP-SW            PIC X(01) VALUE 'N'.
               88  DATEWRK-LEAP-YEAR              VALUE 'Y'.

       01  DATEWRK-MONTH-OFFSET-VALUES.
           05  FILLER                     PIC X(12)
                                          VALUE "000031059090".
           05  FILLER                     PIC X(12)
                                          VALUE "120151181212".
           05  FILLER                     PIC X(12)
                                          VALUE "243273304334".
       01  DATEWRK-MONTH-OFFSET-TABLE
                               REDEFINES DATEWRK-MONTH-OFFSET-VALUES.
           05  DATEWRK-MONTH-OFFSET       OCCURS 12 TIMES
                                          PIC 9(03).

       01  DATEWRK-MONTH-LENGTH-VALUES.
           05  FILLER                     PIC X(12)
                                          VALUE "312831303130".
           05  FILLER                     PIC X(12)
                                          VALUE "313130313031".
       01  DATEWRK-MONTH-LENGTH-TABLE
                               REDEFINES DATEWRK-MONTH-LENGTH-VALUES.
           05  DATEWRK-MONTH-LENGTH       OCCURS 12 TIMES
                                          PIC 9(02).
