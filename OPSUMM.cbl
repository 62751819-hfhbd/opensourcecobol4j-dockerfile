      *                      REJECTS PRESENT verdict.  That page is
      *                      what the morning operator files, instead
      *                      of a scrollback of DISPLAY lines.
      *    2026-10-15  JW    A totals record labelled ELAPSED ... (the
      *                      per-region partition run times NIGHTLY
      *                      files under SECTPART) carries a number
      *                      of seconds in its count and now prints
      *                      as hours, minutes and seconds.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
           05  WS-TOT-AMOUNT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(18) VALUE SPACES.

      *    An ELAPSED ... record: seconds broken down for printing.
       01  WS-ELAPSED-FIELDS.
           05  WS-ELAPSED-HOURS        PIC 9(09) COMP VALUE ZERO.
           05  WS-ELAPSED-REST         PIC 9(09) COMP VALUE ZERO.
           05  WS-ELAPSED-MINUTES      PIC 9(09) COMP VALUE ZERO.
           05  WS-ELAPSED-SECONDS      PIC 9(09) COMP VALUE ZERO.

       01  WS-ELAPSED-LINE.
           05  WS-ELP-STEP-NAME        PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-ELP-LABEL            PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-ELP-HOURS            PIC Z(04)9.
           05  FILLER                  PIC X(01) VALUE ":".
           05  WS-ELP-MINUTES          PIC 9(02).
           05  FILLER                  PIC X(01) VALUE ":".
           05  WS-ELP-SECONDS          PIC 9(02).
           05  FILLER                  PIC X(38) VALUE SPACES.

       01  WS-STEP-CC-LINE.
           05  WS-SCC-STEP-NAME        PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
      ******************************************************************
      *    2100-PRINT-TOTAL -- one step counter/amount line.  Any
      *    nonzero rejected or suspended count feeds the REJECTS
      *    PRESENT verdict.  An elapsed-time record prints as a
      *    run time instead (2150-).
      ******************************************************************
       2100-PRINT-TOTAL.
           IF CTL-LABEL (1:8) = "ELAPSED "
               PERFORM 2150-PRINT-ELAPSED THRU 2150-EXIT
               GO TO 2100-EXIT
           END-IF
           MOVE CTL-STEP-NAME TO WS-TOT-STEP-NAME
           MOVE CTL-LABEL     TO WS-TOT-LABEL
           MOVE CTL-COUNT     TO WS-TOT-COUNT
       2100-EXIT.
           EXIT.
      ******************************************************************
      *    2150-PRINT-ELAPSED -- one run-time line, CTL-COUNT seconds
      *    shown as HHHHH:MM:SS.
      ******************************************************************
       2150-PRINT-ELAPSED.
           DIVIDE CTL-COUNT BY 3600
               GIVING WS-ELAPSED-HOURS
               REMAINDER WS-ELAPSED-REST
           DIVIDE WS-ELAPSED-REST BY 60
               GIVING WS-ELAPSED-MINUTES
               REMAINDER WS-ELAPSED-SECONDS
           MOVE CTL-STEP-NAME      TO WS-ELP-STEP-NAME
           MOVE CTL-LABEL          TO WS-ELP-LABEL
           MOVE WS-ELAPSED-HOURS   TO WS-ELP-HOURS
           MOVE WS-ELAPSED-MINUTES TO WS-ELP-MINUTES
           MOVE WS-ELAPSED-SECONDS TO WS-ELP-SECONDS
           MOVE WS-ELAPSED-LINE    TO SUMM-RPT-LINE
           PERFORM 8100-WRITE-SUMM-LINE THRU 8100-EXIT.
       2150-EXIT.
           EXIT.
      ******************************************************************
      *    2200-PRINT-STEP-CC -- one step condition-code line; the
      *    highest code seen decides the OUT OF BALANCE verdict.
      ******************************************************************
