      *                      and counted, and the step ends COND
      *                      CODE 4 so the operator pulls the log
      *                      without failing the night.
      *    2026-10-15  JW    Transfer postings (type 'T') net by
      *                      leg: the from-leg subtracts, the to-leg
      *                      adds.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
                   ADD POST-AMOUNT TO WS-NET-MOVEMENT
               WHEN 'A'
                   ADD POST-AMOUNT TO WS-NET-MOVEMENT
               WHEN 'T'
                   IF POST-XFER-FROM-LEG
                       SUBTRACT POST-AMOUNT FROM WS-NET-MOVEMENT
                   ELSE
                       ADD POST-AMOUNT TO WS-NET-MOVEMENT
                   END-IF
               WHEN OTHER
      *    POSTACT is written only by SECTIONS, which edits the type
      *    before posting -- anything else here is a mangled file.
