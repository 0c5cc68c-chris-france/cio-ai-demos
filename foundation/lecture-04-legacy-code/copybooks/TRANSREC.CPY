      *                               SERVICE CHARGE BATCH (FEE-POST)
      *                               IS DISTINCT FROM TELLER DEBITS
      *                               ON THE LOG
      *   2026-10-14  LEGACY-CORP     ADDED TRANS-CHECK-SERIAL SO A
      *                               CHECK PAID BY THE CLEARING RUN
      *                               (CHECK-CLEAR) CARRIES ITS CHECK
      *                               NUMBER. ZERO ON EVERY OTHER ROW
      *   2026-10-14  LEGACY-CORP     ADDED TRANS-EXT-PAYMENT FOR A
      *                               PAYMENT SENT TO AN ACCOUNT AT
      *                               ANOTHER BANK (TELLER EXTERNAL
      *                               PAYMENT OR AN EXTERNAL STANDING
      *                               ORDER). THE DEBIT POSTS HERE; THE
      *                               CREDIT LEAVES ON THE OUTBOUND ACH
      *                               FILE BUILT BY ACH-ORIGINATE
      *   2026-10-14  LEGACY-CORP     ADDED TRANS-CASH-FLAG: 'I' CASH
      *                               IN, 'O' CASH OUT, SPACE FOR A NON-
      *                               CASH ITEM. THE TELLER FLAGS IT ON
      *                               CREDITS AND DEBITS; A REVERSAL
      *                               CARRIES THE FLAG OF THE ITEM IT
      *                               BACKS OUT. READ BY THE DAILY
      *                               CURRENCY REPORT (CASH-REPORT)
      *================================================================
       01 TRANS-RECORD.
           05 TRANS-DATE           PIC 9(8).
              88 TRANS-STOP-PLACED   VALUE 'S'.
              88 TRANS-STOP-RELEASED VALUE 'V'.
              88 TRANS-FEE           VALUE 'M'.
              88 TRANS-EXT-PAYMENT   VALUE 'E'.
           05 TRANS-AMOUNT         PIC S9(9)V99.
           05 TRANS-RESULT         PIC X(2).
              88 TRANS-OK          VALUE 'OK'.
              88 REASON-RELEASED     VALUE 'RL'.
              88 REASON-OTHER        VALUE 'OT'.
              88 REASON-VALID        VALUES 'CO' 'SF' 'DE' 'RL' 'OT'.
           05 TRANS-CHECK-SERIAL   PIC 9(10).
           05 TRANS-CASH-FLAG      PIC X(1).
              88 TRANS-CASH-IN     VALUE 'I'.
              88 TRANS-CASH-OUT    VALUE 'O'.
              88 TRANS-CASH-ITEM   VALUES 'I' 'O'.
