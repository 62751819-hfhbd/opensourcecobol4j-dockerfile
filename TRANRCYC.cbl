      *                      NIGHTTOT night totals file read by the
      *                      OPSUMM end-of-night summary step, in
      *                      addition to the DISPLAY lines.
      *    2026-10-15  JW    The transaction image on the SUSPRPT
      *                      line grows to 80 bytes with TRANREC.
      *    2026-10-15  JW    Every recycled and every retired reject
      *                      is now also written as a notice to
      *                      RCYNOTE (ACKREC detail layout, under
      *                      the reject's own source code), which
      *                      TRANEDIT routes into the originating
      *                      provider's acknowledgement file -- the
      *                      provider learns which items are still
      *                      being retried and which are dead.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
                                    FILE STATUS
                                       IS SUSP-RPT-FILE-STATUS.

           SELECT NOTICE-FILE      ASSIGN TO "RCYNOTE"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS NOTICE-FILE-STATUS.

           SELECT PARM-FILE        ASSIGN TO "RCYCPARM"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS PARM-FILE-STATUS.
       FD  SUSP-RPT-FILE.
       01  SUSP-RPT-LINE              PIC X(132).

       FD  NOTICE-FILE.
           COPY ACKREC.

       FD  PARM-FILE.
       01  PARM-CARD                  PIC X(80).

           05  SUSP-RPT-FILE-STATUS    PIC X(02) VALUE '00'.
               88  SUSP-RPT-FILE-OK               VALUE '00'.

       01  SW-NOTICE-FILE-STATUS.
           05  NOTICE-FILE-STATUS      PIC X(02) VALUE '00'.
               88  NOTICE-FILE-OK                 VALUE '00'.

       01  SW-PARM-FILE-STATUS.
           05  PARM-FILE-STATUS        PIC X(02) VALUE '00'.
               88  PARM-FILE-OK                   VALUE '00'.
           05  WS-RECYCLE-LIMIT        PIC 9(02) VALUE 3.
           05  WS-NEXT-COUNT           PIC 9(02) VALUE ZERO.

      *    Kind of notice 2300-WRITE-NOTICE writes: 'C' recycled,
      *    'S' retired to suspense (see ACKREC).
       01  WS-NOTICE-CD               PIC X(01) VALUE SPACES.

       01  WS-RECYCLE-COUNTERS.
           05  WS-REJECTS-READ         PIC 9(09) COMP VALUE ZERO.
           05  WS-REJECTS-RECYCLED     PIC 9(09) COMP VALUE ZERO.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-SUS-REASON-TEXT      PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-SUS-TRAN-IMAGE       PIC X(80) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE SPACES.

       01  WS-ABEND-FIELDS.
           05  WS-ABEND-MESSAGE        PIC X(40) VALUE SPACES.
      *    REJPREV (first night, or a night with no rejects rolled)
      *    just means there is nothing to recycle -- RECYCIN is still
      *    written empty so TRANEDIT sees a fresh file, not last
      *    night's leftovers.  RCYNOTE is written empty the same way.
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 0900-STAMP-RUN-DATE THRU 0900-EXIT
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF

           OPEN OUTPUT NOTICE-FILE
           IF NOT NOTICE-FILE-OK
               MOVE "NOTICE-FILE OPEN FAILED" TO WS-ABEND-MESSAGE
               MOVE NOTICE-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF

           OPEN INPUT PRIOR-REJECT-FILE
           IF PRIOR-REJECT-NOT-FOUND
               DISPLAY "TRANRCYC NO PRIOR REJECTS - NOTHING TO RECYCLE"
           EXIT.
      ******************************************************************
      *    2100-WRITE-RECYCLE -- the original transaction image and
      *    its stepped count onto RECYCIN for tonight's TRANEDIT,
      *    and a recycled notice for its provider.
      ******************************************************************
       2100-WRITE-RECYCLE.
           MOVE SPACES         TO RECYCLE-RECORD
               MOVE RECYCLE-FILE-STATUS           TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF
           MOVE 'C' TO WS-NOTICE-CD
           PERFORM 2300-WRITE-NOTICE THRU 2300-EXIT
           ADD 1 TO WS-REJECTS-RECYCLED.
       2100-EXIT.
           EXIT.
      ******************************************************************
      *    2200-WRITE-SUSPENSE -- one aged reject onto SUSPRPT with
      *    its last reason and full image; the heading goes out only
      *    when there is something to put under it.  Its provider
      *    gets a retired notice.
      ******************************************************************
       2200-WRITE-SUSPENSE.
           IF NOT SUSP-HEADED
           MOVE REJ-TRAN-IMAGE  TO WS-SUS-TRAN-IMAGE
           MOVE WS-SUSP-LINE    TO SUSP-RPT-LINE
           PERFORM 2900-WRITE-SUSP-LINE THRU 2900-EXIT
           MOVE 'S' TO WS-NOTICE-CD
           PERFORM 2300-WRITE-NOTICE THRU 2300-EXIT
           ADD 1 TO WS-REJECTS-SUSPENDED.
       2200-EXIT.
           EXIT.
      ******************************************************************
      *    2300-WRITE-NOTICE -- the reject in REJECT-RECORD as an
      *    acknowledgement notice onto RCYNOTE; the caller sets
      *    WS-NOTICE-CD to the kind of notice.
      ******************************************************************
       2300-WRITE-NOTICE.
           MOVE SPACES          TO ACK-RECORD
           MOVE 'D'             TO ACK-REC-TYPE
           MOVE REJ-SOURCE-CD   TO ACK-SOURCE-CD
           MOVE WS-NOTICE-CD    TO ACK-NOTICE-CD
           MOVE REJ-REASON-CD   TO ACK-REASON-CD
           MOVE REJ-REASON-TEXT TO ACK-REASON-TEXT
           MOVE WS-NEXT-COUNT   TO ACK-RECYCLE-COUNT
           MOVE REJ-TRAN-IMAGE  TO ACK-TRAN-IMAGE
           WRITE ACK-RECORD
           IF NOT NOTICE-FILE-OK
               MOVE "ACK-RECORD WRITE FAILED" TO WS-ABEND-MESSAGE
               MOVE NOTICE-FILE-STATUS        TO WS-ABEND-STATUS
               PERFORM 9999-FILE-ABEND THRU 9999-EXIT
           END-IF.
       2300-EXIT.
           EXIT.
      ******************************************************************
      *    2900-WRITE-SUSP-LINE -- one report line, status checked.
      ******************************************************************
       2900-WRITE-SUSP-LINE.
           END-IF
           CLOSE RECYCLE-FILE
           CLOSE SUSP-RPT-FILE
           CLOSE NOTICE-FILE

           DISPLAY "TRANRCYC REJECTS READ:      " WS-REJECTS-READ
           DISPLAY "TRANRCYC REJECTS RECYCLED:  " WS-REJECTS-RECYCLED
