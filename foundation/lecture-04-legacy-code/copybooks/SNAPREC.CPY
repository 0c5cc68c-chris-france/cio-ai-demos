      *================================================================
      * SNAPREC.CPY
      * END-OF-DAY BALANCE SNAPSHOT RECORD LAYOUT - SHARED BY ALL
      * PROGRAMS THAT OPEN BALSNAP.DAT. THE NIGHTLY SNAPSHOT RUN
      * (BALANCE-SNAPSHOT) WRITES ONE RECORD PER ACCOUNT PER BUSINESS
      * DATE, SO "THE BALANCE AS OF" ANY PAST DATE IS ONE KEYED READ
      * INSTEAD OF A REBUILD FROM THE ARCHIVE. THE KEY LEADS WITH THE
      * DATE SO ONE DAY'S SNAPSHOT READS BACK IN ACCOUNT ORDER.
      *
      * SNAP-HELD-AMOUNT IS THE TOTAL OF OPEN HOLDS ON HOLDS.DAT STILL
      * IN FORCE AFTER THE BUSINESS DATE; SNAP-AVAILABLE IS THE
      * BALANCE LESS THAT AMOUNT, THE SAME AVAILABLE BALANCE THE
      * DEBIT PATHS TEST (BEFORE ANY BUSINESS CREDIT LINE).
      *
      * MODIFICATION HISTORY
      *   2026-10-14  LEGACY-CORP     ORIGINAL LAYOUT
      *================================================================
       01 SNAPSHOT-RECORD.
           05 SNAP-KEY.
              10 SNAP-DATE         PIC 9(8).
              10 SNAP-ACCT         PIC 9(8).
           05 SNAP-ACCT-TYPE       PIC X(1).
           05 SNAP-BALANCE         PIC S9(9)V99.
           05 SNAP-HELD-AMOUNT     PIC S9(9)V99.
           05 SNAP-AVAILABLE       PIC S9(9)V99.
           05 SNAP-STATUS          PIC X(1).
           05 SNAP-TAKEN-TIME      PIC 9(6).
