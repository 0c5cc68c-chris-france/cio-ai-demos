      *================================================================
      * TDEPREC.CPY
      * TIME DEPOSIT (CERTIFICATE OF DEPOSIT) TERMS RECORD LAYOUT -
      * SHARED BY ALL PROGRAMS THAT OPEN TIMEDEP.DAT. ONE RECORD PER
      * ACCOUNT OF TYPE 'T', WRITTEN WHEN THE ACCOUNT IS OPENED. THE
      * BALANCE ITSELF STAYS ON ACCOUNTS.DAT; THIS RECORD CARRIES THE
      * TERM, THE RATE LOCKED AT OPENING, THE MATURITY DATE, AND WHAT
      * TO DO AT MATURITY.
      *
      * TD-RATE IS THE ANNUAL RATE IN PERCENT (4.2500 = 4.25%), PAID
      * AS SIMPLE INTEREST FOR THE TERM WHEN THE DEPOSIT MATURES.
      * TD-START-DATE IS THE START OF THE CURRENT TERM (THE OPENING
      * DATE, OR THE LAST MATURITY DATE AFTER A RENEWAL).
      *
      * AT MATURITY THE NIGHTLY MATURITY RUN (TD-MATURITY) RENEWS THE
      * DEPOSIT FOR ANOTHER TERM AT THE SAME RATE, PAYS THE WHOLE
      * BALANCE TO TD-PAYOUT-ACCT AND CLOSES THE DEPOSIT, OR HOLDS THE
      * FUNDS ON THE DEPOSIT (NO FURTHER INTEREST, NO PENALTY).
      *
      * MODIFICATION HISTORY
      *   2026-10-15  LEGACY-CORP     ORIGINAL LAYOUT
      *================================================================
       01 TIME-DEPOSIT-RECORD.
           05 TD-ACCT              PIC 9(8).
           05 TD-TERM-MONTHS       PIC 9(3).
           05 TD-RATE              PIC 9(2)V9(4).
           05 TD-START-DATE        PIC 9(8).
           05 TD-MATURITY-DATE     PIC 9(8).
           05 TD-INSTRUCTION       PIC X(1).
              88 TD-RENEW          VALUE 'R'.
              88 TD-PAY-OUT        VALUE 'P'.
              88 TD-HOLD           VALUE 'H'.
              88 TD-INSTRUCTION-VALID VALUES 'R' 'P' 'H'.
           05 TD-PAYOUT-ACCT       PIC 9(8).
           05 TD-PRINCIPAL         PIC S9(9)V99.
           05 TD-STATUS            PIC X(1).
              88 TD-IN-TERM        VALUE 'A'.
              88 TD-MATURED-HELD   VALUE 'M'.
              88 TD-PAID-OUT       VALUE 'P'.
              88 TD-ACCT-CLOSED    VALUE 'X'.
           05 TD-RENEWAL-COUNT     PIC 9(3).
           05 TD-LAST-MATURED      PIC 9(8).
           05 TD-OPENED-BY         PIC X(5).
