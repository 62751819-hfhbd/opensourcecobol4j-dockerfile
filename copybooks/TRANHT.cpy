      *                 nightly transaction file (TRANFILE/TRANVAL).
      *                 The header carries the file business date; the
      *                 trailer carries the detail record count and a
      *                 hash total of TRAN-AMOUNT.  Both are 80 bytes,
      *                 the same length as TRANREC, and are told apart
      *                 from detail records by 'HDR'/'TRL' in the
      *                 first three positions (the TRAN-REGION-CD
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    2026-08-22  JW    Original copy member.
      *    2026-10-15  JW    Trailing FILLERs grown by 40 bytes with
      *                      TRANREC.
      ******************************************************************
       01  TRAN-HEADER-RECORD.
           05  TRAN-HDR-ID                PIC X(03).
               88  TRAN-HEADER-ID-OK              VALUE 'HDR'.
           05  TRAN-HDR-BUS-DATE          PIC X(10).
           05  FILLER                     PIC X(67).

       01  TRAN-TRAILER-RECORD.
           05  TRAN-TRL-ID                PIC X(03).
               88  TRAN-TRAILER-ID-OK             VALUE 'TRL'.
           05  TRAN-TRL-RECORD-COUNT      PIC 9(09).
           05  TRAN-TRL-HASH-TOTAL        PIC S9(11)V99.
           05  FILLER                     PIC X(55).
