      ******************************************************************
      *    COPYBOOK.    MTDPRC
      *    PURPOSE.     Shared PROCEDURE DIVISION text for the
      *                 month-end report and reset of the MTDACCUM
      *                 month-to-date accumulation, on the MTDWRK
      *                 fields.  The including program declares
      *                 MTD-FILE (MTDREC layout, status MTD-FILE-STATUS
      *                 with 88 MTD-FILE-OK) and MTD-RPT-FILE (record
      *                 MTD-RPT-LINE, status MTD-RPT-FILE-STATUS with
      *                 88 MTD-RPT-FILE-OK), COPYs RUNSTMP and provides
      *                 the usual WS-ABEND-FIELDS and 9999-FILE-ABEND.
      *                 MTD-FILE must be open when 8500-MONTH-END is
      *                 PERFORMed THRU 8500-EXIT; it is left closed.
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    2026-10-15  JW    Original copy member, lifted from the
      *                      SECTIONS month-end routine so the SECTMRG
      *                      partition merge can run it too.
      ******************************************************************
      *    8500-MONTH-END -- load the month's accumulation back in,
      *    write the MTDRPT month-end report (each region's daily
      *    history and MTD total, plus an all-regions total), then
      *    reset MTDACCUM for the new month.
      ******************************************************************
       8500-MONTH-END.
           CLOSE MTD-FILE
           OPEN INPUT MTD-FILE
           IF NOT MTD-FILE-OK
               MOVE "MTD-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE MTD-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           PERFORM 8510-LOAD-MTD THRU 8510-EXIT
               UNTIL MTD-AT-EOF
           CLOSE MTD-FILE

           OPEN OUTPUT MTD-RPT-FILE
           IF NOT MTD-RPT-FILE-OK
               MOVE "MTD-RPT-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE MTD-RPT-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF

           MOVE RUNSTMP-RUN-STAMP TO WS-MTD-TITLE-STAMP
           MOVE WS-MTD-TITLE-LINE TO MTD-RPT-LINE
           PERFORM 8600-WRITE-MTD-RPT THRU 8600-EXIT

           MOVE ZERO TO WS-MTD-GRAND-TOTAL
           PERFORM 8520-REPORT-REGION THRU 8520-EXIT
               VARYING WS-MTD-I FROM 1 BY 1
               UNTIL WS-MTD-I > WS-MTD-COUNT

           MOVE SPACES TO MTD-RPT-LINE
           PERFORM 8600-WRITE-MTD-RPT THRU 8600-EXIT
           MOVE WS-MTD-GRAND-TOTAL TO WS-MTD-GRD-AMOUNT
           MOVE WS-MTD-GRAND-LINE  TO MTD-RPT-LINE
           PERFORM 8600-WRITE-MTD-RPT THRU 8600-EXIT
           CLOSE MTD-RPT-FILE

      *    A fresh OPEN OUTPUT empties the accumulation so the new
      *    month starts from nothing.
           OPEN OUTPUT MTD-FILE
           IF NOT MTD-FILE-OK
               MOVE "MTD-FILE RESET FAILED" TO WS-ABEND-MESSAGE
               MOVE MTD-FILE-STATUS         TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           CLOSE MTD-FILE
           DISPLAY "SECTIONS MONTH-END COMPLETE - MTDACCUM RESET".
       8500-EXIT.
           EXIT.
      ******************************************************************
      *    8510-LOAD-MTD -- one accumulation record into the table.
      ******************************************************************
       8510-LOAD-MTD.
           READ MTD-FILE
               AT END
                   MOVE 'Y' TO MTD-EOF-SWITCH
               NOT AT END
                   IF WS-MTD-COUNT NOT LESS THAN WS-MTD-MAX
                       MOVE "MTD TABLE OVERFLOW" TO WS-ABEND-MESSAGE
                       MOVE MTD-FILE-STATUS      TO WS-ABEND-STATUS
                       PERFORM 9999-FILE-ABEND THRU 9999-EXIT
                   END-IF
                   ADD 1 TO WS-MTD-COUNT
                   MOVE MTD-REGION-CD
                     TO WS-MTD-ENT-REGION (WS-MTD-COUNT)
                   MOVE MTD-MONTH
                     TO WS-MTD-ENT-MONTH (WS-MTD-COUNT)
                   MOVE MTD-RUN-DATE
                     TO WS-MTD-ENT-DATE (WS-MTD-COUNT)
                   MOVE MTD-DAILY-AMOUNT
                     TO WS-MTD-ENT-AMOUNT (WS-MTD-COUNT)
                   MOVE 'N' TO WS-MTD-ENT-DONE (WS-MTD-COUNT)
           END-READ.
       8510-EXIT.
           EXIT.
      ******************************************************************
      *    8520-REPORT-REGION -- when entry I opens a region/month
      *    pair not yet reported, print that pair's daily history
      *    and MTD total by sweeping the rest of the table for it.
      *    Grouping is on region AND month, matching the MTDACCUM
      *    key -- a missed month-end leaves the older month's
      *    records reporting under their own header instead of
      *    silently merging into the new month's total.
      ******************************************************************
       8520-REPORT-REGION.
           IF WS-MTD-ENT-DONE (WS-MTD-I) = 'Y'
               GO TO 8520-EXIT
           END-IF
           MOVE SPACES TO MTD-RPT-LINE
           PERFORM 8600-WRITE-MTD-RPT THRU 8600-EXIT
           MOVE WS-MTD-ENT-REGION (WS-MTD-I) TO WS-MTD-HDR-REGION
           MOVE WS-MTD-ENT-MONTH (WS-MTD-I)  TO WS-MTD-HDR-MONTH
           MOVE WS-MTD-REGION-HDR            TO MTD-RPT-LINE
           PERFORM 8600-WRITE-MTD-RPT THRU 8600-EXIT

           MOVE ZERO TO WS-MTD-REGION-TOTAL
           PERFORM 8530-REPORT-DAY THRU 8530-EXIT
               VARYING WS-MTD-J FROM WS-MTD-I BY 1
               UNTIL WS-MTD-J > WS-MTD-COUNT

           MOVE WS-MTD-ENT-REGION (WS-MTD-I) TO WS-MTD-TOT-REGION
           MOVE WS-MTD-REGION-TOTAL          TO WS-MTD-TOT-AMOUNT
           MOVE WS-MTD-TOTAL-LINE            TO MTD-RPT-LINE
           PERFORM 8600-WRITE-MTD-RPT THRU 8600-EXIT
           ADD WS-MTD-REGION-TOTAL TO WS-MTD-GRAND-TOTAL.
       8520-EXIT.
           EXIT.
      ******************************************************************
      *    8530-REPORT-DAY -- one daily-history line for the region
      *    entry I opened.
      ******************************************************************
       8530-REPORT-DAY.
           IF WS-MTD-ENT-REGION (WS-MTD-J)
                NOT = WS-MTD-ENT-REGION (WS-MTD-I)
            OR WS-MTD-ENT-MONTH (WS-MTD-J)
                NOT = WS-MTD-ENT-MONTH (WS-MTD-I)
            OR WS-MTD-ENT-DONE (WS-MTD-J) = 'Y'
               GO TO 8530-EXIT
           END-IF
           MOVE WS-MTD-ENT-DATE (WS-MTD-J)   TO WS-MTD-DAY-DATE
           MOVE WS-MTD-ENT-AMOUNT (WS-MTD-J) TO WS-MTD-DAY-AMOUNT
           MOVE WS-MTD-DAY-LINE              TO MTD-RPT-LINE
           PERFORM 8600-WRITE-MTD-RPT THRU 8600-EXIT
           ADD WS-MTD-ENT-AMOUNT (WS-MTD-J) TO WS-MTD-REGION-TOTAL
           MOVE 'Y' TO WS-MTD-ENT-DONE (WS-MTD-J).
       8530-EXIT.
           EXIT.
      ******************************************************************
      *    8600-WRITE-MTD-RPT -- one month-end report line, status
      *    checked.
      ******************************************************************
       8600-WRITE-MTD-RPT.
           WRITE MTD-RPT-LINE
           IF NOT MTD-RPT-FILE-OK
               MOVE "MTD-RPT-LINE WRITE FAILED" TO WS-ABEND-MESSAGE
               MOVE MTD-RPT-FILE-STATUS         TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF.
       8600-EXIT.
           EXIT.
