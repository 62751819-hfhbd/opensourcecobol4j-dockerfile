      ******************************************************************
      *    COPYBOOK.    DATEPRC
      *    PURPOSE.     Shared PROCEDURE DIVISION text for calendar
      *                 date arithmetic on the DATEWRK fields.  COPY
      *                 this member once, after RUNSTPRC, and PERFORM
      *                 the paragraphs THRU their -EXIT:
      *                   0910-DATE-TO-DAYS  DATEWRK-DATE in,
      *                                      DATEWRK-DAYS and
      *                                      DATEWRK-VALID-SW out.
      *                   0920-NEXT-DATE     DATEWRK-DATE (valid) is
      *                                      moved on one calendar
      *                                      day.
      *                   0930-MONTH-LENGTH  DATEWRK-MONTH-DAYS and
      *                                      DATEWRK-LEAP-SW for the
      *                                      year and month of
      *                                      DATEWRK-DATE.
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    2026-10-15  JW    Original copy member.
      ******************************************************************
       0910-DATE-TO-DAYS.
           MOVE 'N'  TO DATEWRK-VALID-SW
           MOVE ZERO TO DATEWRK-DAYS
           IF DATEWRK-DATE (1:4) NOT NUMERIC
            OR DATEWRK-DATE (5:1) NOT = '-'
            OR DATEWRK-DATE (6:2) NOT NUMERIC
            OR DATEWRK-DATE (8:1) NOT = '-'
            OR DATEWRK-DATE (9:2) NOT NUMERIC
               GO TO 0910-EXIT
           END-IF
           IF DATEWRK-MONTH < 1 OR DATEWRK-MONTH > 12
            OR DATEWRK-DAY < 1
               GO TO 0910-EXIT
           END-IF
           PERFORM 0930-MONTH-LENGTH THRU 0930-EXIT
           IF DATEWRK-DAY > DATEWRK-MONTH-DAYS
               GO TO 0910-EXIT
           END-IF

           COMPUTE DATEWRK-PRIOR-YEAR = DATEWRK-YEAR - 1
           DIVIDE DATEWRK-PRIOR-YEAR BY 4
               GIVING DATEWRK-LEAP-4
           DIVIDE DATEWRK-PRIOR-YEAR BY 100
               GIVING DATEWRK-LEAP-100
           DIVIDE DATEWRK-PRIOR-YEAR BY 400
               GIVING DATEWRK-LEAP-400
           COMPUTE DATEWRK-DAYS
               = DATEWRK-YEAR * 365
               + DATEWRK-LEAP-4 - DATEWRK-LEAP-100 + DATEWRK-LEAP-400
               + DATEWRK-MONTH-OFFSET (DATEWRK-MONTH)
               + DATEWRK-DAY
           IF DATEWRK-LEAP-YEAR AND DATEWRK-MONTH > 2
               ADD 1 TO DATEWRK-DAYS
           END-IF
           MOVE 'Y' TO DATEWRK-VALID-SW.
       0910-EXIT.
           EXIT.

       0920-NEXT-DATE.
           PERFORM 0930-MONTH-LENGTH THRU 0930-EXIT
           IF DATEWRK-DAY < DATEWRK-MONTH-DAYS
               ADD 1 TO DATEWRK-DAY
               GO TO 0920-EXIT
           END-IF
           MOVE 1 TO DATEWRK-DAY
           IF DATEWRK-MONTH < 12
               ADD 1 TO DATEWRK-MONTH
           ELSE
               MOVE 1 TO DATEWRK-MONTH
               ADD 1 TO DATEWRK-YEAR
           END-IF.
       0920-EXIT.
           EXIT.

       0930-MONTH-LENGTH.
           MOVE 'N' TO DATEWRK-LEAP-SW
           DIVIDE DATEWRK-YEAR BY 4
               GIVING DATEWRK-LEAP-4 REMAINDER DATEWRK-REMAINDER
           IF DATEWRK-REMAINDER = ZERO
               MOVE 'Y' TO DATEWRK-LEAP-SW
               DIVIDE DATEWRK-YEAR BY 100
                   GIVING DATEWRK-LEAP-100 REMAINDER DATEWRK-REMAINDER
               IF DATEWRK-REMAINDER = ZERO
                   MOVE 'N' TO DATEWRK-LEAP-SW
                   DIVIDE DATEWRK-YEAR BY 400
                       GIVING DATEWRK-LEAP-400
                       REMAINDER DATEWRK-REMAINDER
                   IF DATEWRK-REMAINDER = ZERO
                       MOVE 'Y' TO DATEWRK-LEAP-SW
                   END-IF
               END-IF
           END-IF
           MOVE DATEWRK-MONTH-LENGTH (DATEWRK-MONTH)
             TO DATEWRK-MONTH-DAYS
           IF DATEWRK-LEAP-YEAR AND DATEWRK-MONTH = 2
               ADD 1 TO DATEWRK-MONTH-DAYS
           END-IF.
       0930-EXIT.
           EXIT.
