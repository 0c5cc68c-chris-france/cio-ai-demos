      *                               CUSTOMER MASTER (CUSTOMER.DAT,
      *                               SEE CUSTREC.CPY); ZERO MEANS NOT
      *                               YET LINKED
      *   2026-10-15  LEGACY-CORP     ADDED ACCOUNT TYPE 'T' (TIME
      *                               DEPOSIT); ITS TERM, RATE, AND
      *                               MATURITY ARE CARRIED ON
      *                               TIMEDEP.DAT (SEE TDEPREC.CPY)
      *================================================================
       01 ACCOUNT-RECORD.
           05 ACCT-NUMBER          PIC 9(8).
              88 CHECKING          VALUE 'C'.
              88 SAVINGS           VALUE 'S'.
              88 BUSINESS          VALUE 'B'.
              88 TIME-DEPOSIT      VALUE 'T'.
           05 ACCT-BALANCE         PIC S9(9)V99.
           05 ACCT-OPEN-DATE       PIC 9(8).
           05 ACCT-LAST-ACTIVITY   PIC 9(8).
