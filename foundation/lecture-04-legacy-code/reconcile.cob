      *                               EXECUTED BY THE END-OF-DAY
      *                               DRIVER (EOD-DRIVER); STANDALONE
      *                               BEHAVIOUR IS UNCHANGED
      *   2026-10-14  LEGACY-CORP     PAYMENTS TO ACCOUNTS AT OTHER
      *                               BANKS (TRANS-EXT-PAYMENT) ARE
      *                               PICKED UP BY THE RECON TABLE AND
      *                               COUNT AS DEBITS
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                        OR TRANS-CLOSE OR TRANS-INTEREST
                        OR TRANS-XFER-FROM OR TRANS-XFER-TO
                        OR TRANS-REVERSAL OR TRANS-FEE
                        OR TRANS-EXT-PAYMENT
                        OR TRANS-FREEZE OR TRANS-UNFREEZE)
               PERFORM FIND-OR-ADD-RECON-ENTRY
               IF RECON-IDX > 0
                       ADD TRANS-AMOUNT TO WS-RECON-CREDITS (RECON-IDX)
                   END-IF
                   IF TRANS-DEBIT OR TRANS-XFER-FROM OR TRANS-FEE
                           OR TRANS-EXT-PAYMENT
                       ADD TRANS-AMOUNT TO WS-RECON-DEBITS (RECON-IDX)
                   END-IF
                   IF TRANS-REVERSAL
