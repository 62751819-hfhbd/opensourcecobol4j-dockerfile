      ******************************************************************
      *    COPYBOOK.    PSHRREC
      *    PURPOSE.     Record layout for the shared-account file
      *                 (PARTSHR) SECTOWN writes ahead of the SECTIONS
      *                 region partitions: one record, in account
      *                 order, for every account whose postings
      *                 tonight arrived under more than one region.
      *                 PSH-OWNER-REGION is the one partition that
      *                 posts all of that account's items, in TRANSRT
      *                 order, whatever region each was filed under;
      *                 every other account is posted by the partition
      *                 of its own region.  PSH-REGION-COUNT is the
      *                 number of regions it arrived under.
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    2026-10-15  JW    Original copy member.
      ******************************************************************
       01  PART-SHARED-RECORD.
           05  PSH-ACCOUNT-ID             PIC X(10).
           05  FILLER                     PIC X(01).
           05  PSH-OWNER-REGION           PIC X(03).
           05  FILLER                     PIC X(01).
           05  PSH-REGION-COUNT           PIC 9(03).
           05  FILLER                     PIC X(02).
