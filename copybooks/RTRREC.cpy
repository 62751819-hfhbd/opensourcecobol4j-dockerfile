      ******************************************************************
      *    COPYBOOK.    RTRREC
      *    PURPOSE.     Record layout for the interest rate-tier
      *                 table (RATETIER) read by the month-end
      *                 INTACCR accrual run.  RTR-TIER-TYPE 'C' tiers
      *                 price credit interest on days the balance is
      *                 positive, 'O' tiers the overdraft charge on
      *                 days it is negative.  Within a type the tiers
      *                 are listed in ascending RTR-UPPER-BOUND order;
      *                 a day's balance (its size, for an overdraft)
      *                 takes the rate of the first tier whose bound
      *                 it does not exceed, and a balance above every
      *                 bound takes the last tier's rate.
      *                 RTR-ANNUAL-RATE is a percentage per annum.
      *    MODIFICATION HISTORY
      *    DATE        INIT  DESCRIPTION
      *    2026-10-15  JW    Original copy member.
      ******************************************************************
       01  RATE-TIER-RECORD.
           05  RTR-TIER-TYPE              PIC X(01).
               88  RTR-TIER-CREDIT                VALUE 'C'.
               88  RTR-TIER-OVERDRAFT             VALUE 'O'.
               88  RTR-TIER-TYPE-VALID            VALUES 'C' 'O'.
           05  FILLER                     PIC X(01).
           05  RTR-UPPER-BOUND            PIC 9(11)V99.
           05  FILLER                     PIC X(01).
           05  RTR-ANNUAL-RATE            PIC 9(03)V9(04).
           05  FILLER                     PIC X(01).
           05  RTR-DESCRIPTION            PIC X(20).
           05  FILLER                     PIC X(06).
