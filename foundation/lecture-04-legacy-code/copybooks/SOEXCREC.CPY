      *================================================================
      * SOEXCREC.CPY
      * STANDING ORDER EXCEPTION RECORD LAYOUT - SHARED BY THE MORNING
      * POSTING RUN (STANDING-ORDER-POST), WHICH APPENDS ONE RECORD TO
      * SOEXCEPT.DAT FOR EVERY DUE ORDER IT COULD NOT PAY, AND THE
      * REFUSED-ITEM NOTICE RUN (REFUSED-NOTICE), WHICH TELLS THE
      * CUSTOMER. THE ORDER STAYS DUE AND IS TRIED AGAIN ON THE NEXT
      * RUN, SO AN ORDER THAT KEEPS FAILING HAS ONE RECORD PER DAY.
      *
      * SOX-REASON USES THE SAME TWO-LETTER CODES AS THE ACH RETURN
      * FILE (ACHRETRN.DAT) WHERE THE CAUSE IS THE SAME, PLUS TWO FOR
      * A TRANSFER WHOSE RECEIVING ACCOUNT IS THE PROBLEM.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  LEGACY-CORP     ORIGINAL LAYOUT
      *   2026-10-15  LEGACY-CORP     REASONS TD AND TC FOR A TIME
      *                               DEPOSIT STILL IN ITS TERM AS THE
      *                               PAYING OR RECEIVING ACCOUNT
      *================================================================
       01 ORDER-EXCEPTION-RECORD.
           05 SOX-DATE             PIC 9(8).
           05 SOX-TIME             PIC 9(6).
           05 SOX-ACCT             PIC 9(8).
           05 SOX-SEQ              PIC 9(3).
           05 SOX-COUNTERPARTY     PIC 9(8).
           05 SOX-PAYEE-NAME       PIC X(22).
           05 SOX-AMOUNT           PIC S9(9)V99.
           05 SOX-REASON           PIC X(2).
              88 SOX-NOT-FOUND     VALUE 'NF'.
              88 SOX-NOT-ACTIVE    VALUE 'NA'.
              88 SOX-FROZEN        VALUE 'FR'.
              88 SOX-OVER-MAXIMUM  VALUE 'MX'.
              88 SOX-STOPPED       VALUE 'SP'.
              88 SOX-OVER-DAILY    VALUE 'DL'.
              88 SOX-INSUFFICIENT  VALUE 'IF'.
              88 SOX-PAYEE-MISSING VALUE 'CN'.
              88 SOX-PAYEE-INACTIVE VALUE 'CI'.
              88 SOX-TD-IN-TERM    VALUE 'TD'.
              88 SOX-TD-NO-CREDIT  VALUE 'TC'.
              88 SOX-UPDATE-ERROR  VALUE 'ER'.
