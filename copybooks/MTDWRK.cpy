      ******************************************************************
      *    COPYBOOK.    MTDWRK
      *    PURPOSE.     Working-storage fields for the shared
      *                 month-end report and reset of the MTDACCUM
      *                 month-to-date accumulation in MTDPRC: the
      *                 table the month's records are loaded into and
      *                 the MTDRPT report lines.
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    2026-10-15  JW    Original copy member, lifted from the
      *                      SECTIONS month-end routine so the SECTMRG
      *                      partition merge can run it too.
      ******************************************************************
       01  SW-MTD-EOF.
           05  MTD-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  MTD-AT-EOF                     VALUE 'Y'.

       01  WS-MTD-WORK.
           05  WS-MTD-MAX              PIC 9(04) COMP VALUE 1000.
           05  WS-MTD-COUNT            PIC 9(04) COMP VALUE ZERO.
           05  WS-MTD-I                PIC 9(04) COMP VALUE ZERO.
           05  WS-MTD-J                PIC 9(04) COMP VALUE ZERO.
           05  WS-MTD-REGION-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-MTD-GRAND-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-MTD-ENTRY            OCCURS 1000 TIMES.
               10  WS-MTD-ENT-REGION   PIC X(03).
               10  WS-MTD-ENT-MONTH    PIC X(07).
               10  WS-MTD-ENT-DATE     PIC X(10).
               10  WS-MTD-ENT-AMOUNT   PIC S9(09)V99 COMP-3.
               10  WS-MTD-ENT-DONE     PIC X(01).

       01  WS-MTD-TITLE-LINE.
           05  FILLER                  PIC X(26)
                   VALUE "SECTIONS MONTH-END REPORT ".
           05  WS-MTD-TITLE-STAMP      PIC X(19) VALUE SPACES.
           05  FILLER                  PIC X(35) VALUE SPACES.

       01  WS-MTD-REGION-HDR.
           05  FILLER                  PIC X(07) VALUE "REGION ".
           05  WS-MTD-HDR-REGION       PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE " MONTH ".
           05  WS-MTD-HDR-MONTH        PIC X(07) VALUE SPACES.
           05  FILLER                  PIC X(56) VALUE SPACES.

       01  WS-MTD-DAY-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-MTD-DAY-DATE         PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-MTD-DAY-AMOUNT       PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(48) VALUE SPACES.

       01  WS-MTD-TOTAL-LINE.
           05  FILLER                  PIC X(07) VALUE "REGION ".
           05  WS-MTD-TOT-REGION       PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE " MTD TOTAL ".
           05  WS-MTD-TOT-AMOUNT       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(38) VALUE SPACES.

       01  WS-MTD-GRAND-LINE.
           05  FILLER                  PIC X(22)
                   VALUE "ALL REGIONS MTD TOTAL ".
           05  WS-MTD-GRD-AMOUNT       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(37) VALUE SPACES.
