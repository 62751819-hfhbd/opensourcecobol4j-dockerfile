      *                      signature now includes which provider
      *                      delivered the file.  Record length is
      *                      unchanged.
      *    2026-10-15  JW    Added TRG-RECALL-CD out of the trailing
      *                      FILLER: 'R' once RECALL has reversed
      *                      everything the file posted.  A recalled
      *                      entry no longer counts as processed, so
      *                      the provider can redeliver the file --
      *                      under its original business date, too
      *                      -- without it being refused as a
      *                      duplicate.  Record length is unchanged.
      ******************************************************************
       01  TRAN-REGISTER-RECORD.
           05  TRG-RUN-STAMP              PIC X(19).
           05  TRG-HASH-TOTAL             PIC S9(11)V99.
           05  FILLER                     PIC X(01).
           05  TRG-SOURCE-CD              PIC X(02).
           05  TRG-RECALL-CD              PIC X(01).
               88  TRG-RECALLED                   VALUE 'R'.
           05  FILLER                     PIC X(01).
