      * UNTIL IT POSTS OR IS CANCELLED. SO-EXPIRY OF ZERO MEANS THE
      * ORDER NEVER EXPIRES.
      *
      * AN ORDER WITH SO-COUNTERPARTY OF ZERO PAYS AN ACCOUNT AT
      * ANOTHER BANK: SO-PAYEE-ROUTING/ACCT/NAME IDENTIFY THE PAYEE,
      * THE BATCH POSTS ONLY THE DEBIT LEG HERE, AND THE CREDIT GOES
      * OUT ON THE OUTBOUND ACH FILE (SEE XPAYREC.CPY). THE PAYEE
      * FIELDS ARE ZERO/SPACES ON AN ORDINARY IN-HOUSE ORDER.
      *
      * MODIFICATION HISTORY
      *   2026-08-22  LEGACY-CORP     ORIGINAL LAYOUT
      *   2026-10-14  LEGACY-CORP     ADDED SO-PAYEE-ROUTING/ACCT/NAME
      *                               SO AN ORDER CAN PAY AN ACCOUNT AT
      *                               ANOTHER BANK THROUGH THE OUTBOUND
      *                               ACH FILE
      *================================================================
       01 STANDING-ORDER-RECORD.
           05 SO-KEY.
              88 SO-EXPIRED        VALUE 'E'.
           05 SO-CREATED-DATE      PIC 9(8).
           05 SO-CREATED-BY        PIC X(5).
           05 SO-PAYEE-ROUTING     PIC 9(9).
              88 SO-EXTERNAL-PAYEE VALUES 1 THRU 999999999.
           05 SO-PAYEE-ACCT        PIC X(17).
           05 SO-PAYEE-NAME        PIC X(22).
