      *
      * MODIFICATION HISTORY
      *   2026-09-02  LEGACY-CORP     ORIGINAL LAYOUT
      *   2026-10-14  LEGACY-CORP     ADDED HIST-CHECK-SERIAL TO
      *                               MIRROR TRANS-CHECK-SERIAL
      *   2026-10-14  LEGACY-CORP     ADDED HIST-EXT-PAYMENT TO MATCH
      *                               TRANS-EXT-PAYMENT
      *   2026-10-14  LEGACY-CORP     ADDED HIST-CASH-FLAG TO MIRROR
      *                               TRANS-CASH-FLAG
      *================================================================
       01 HIST-RECORD.
           05 HIST-KEY.
              88 HIST-XFER-TO        VALUE 'G'.
              88 HIST-REVERSAL       VALUE 'R'.
              88 HIST-FEE            VALUE 'M'.
              88 HIST-EXT-PAYMENT    VALUE 'E'.
           05 HIST-AMOUNT          PIC S9(9)V99.
           05 HIST-RESULT          PIC X(2).
              88 HIST-OK           VALUE 'OK'.
           05 HIST-LINK-DATE       PIC 9(8).
           05 HIST-LINK-TIME       PIC 9(6).
           05 HIST-REASON-CODE     PIC X(2).
           05 HIST-CHECK-SERIAL    PIC 9(10).
           05 HIST-CASH-FLAG       PIC X(1).
              88 HIST-CASH-IN      VALUE 'I'.
              88 HIST-CASH-OUT     VALUE 'O'.
              88 HIST-CASH-ITEM    VALUES 'I' 'O'.
