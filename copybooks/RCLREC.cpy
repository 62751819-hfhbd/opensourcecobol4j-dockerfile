      ******************************************************************
      *    COPYBOOK.    RCLREC
      *    PURPOSE.     Card layout for the provider file recall
      *                 request (RCLCARD) read by RECALL.  One card
      *                 names the accepted file to back out by its
      *                 TRANREG signature: the provider source code
      *                 and the business date on the file's header.
      *                 The trailer record count is only needed when
      *                 the register holds more than one live file
      *                 for that provider and date (a replay the
      *                 operator allowed); blank otherwise.  A '*'
      *                 in column 1 marks a comment card.
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    2026-10-15  JW    Original copy member.
      ******************************************************************
       01  RECALL-CARD.
           05  RCL-ACTION-CD              PIC X(07).
               88  RCL-ACTION-RECALL              VALUE 'RECALL '.
           05  FILLER                     PIC X(01).
           05  RCL-SOURCE-CD              PIC X(02).
           05  FILLER                     PIC X(01).
           05  RCL-BUS-DATE               PIC X(10).
           05  FILLER                     PIC X(01).
           05  RCL-RECORD-COUNT           PIC X(09).
           05  RCL-RECORD-COUNT-N REDEFINES RCL-RECORD-COUNT
                                          PIC 9(09).
           05  FILLER                     PIC X(49).
