      *
      * MODIFICATION HISTORY
      *   2026-09-02  LEGACY-CORP     ORIGINAL PROGRAM
      *   2026-10-14  LEGACY-CORP     PAYMENTS TO ACCOUNTS AT OTHER
      *                               BANKS (TRANS-EXT-PAYMENT) NOW
      *                               COUNT TOWARD THE LOW BALANCE FOR
      *                               THE PERIOD
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           IF TRANS-OK AND WS-TRANS-PERIOD = WS-RUN-PERIOD
                   AND (TRANS-CREDIT OR TRANS-DEBIT OR TRANS-INTEREST
                        OR TRANS-XFER-FROM OR TRANS-XFER-TO
                        OR TRANS-REVERSAL OR TRANS-FEE
                        OR TRANS-EXT-PAYMENT)
               PERFORM FIND-OR-ADD-LOWBAL-ENTRY
               IF LOWBAL-IDX > 0
                   IF TRANS-NEW-BALANCE
           MOVE 0 TO TRANS-LINK-DATE
           MOVE 0 TO TRANS-LINK-TIME
           MOVE SPACES TO TRANS-REASON-CODE
           MOVE 0 TO TRANS-CHECK-SERIAL
           MOVE SPACES TO TRANS-CASH-FLAG
           WRITE TRANS-RECORD.

       CLOSE-FEEPOST.
