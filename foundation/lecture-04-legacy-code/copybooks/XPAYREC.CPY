      *================================================================
      * XPAYREC.CPY
      * EXTERNAL PAYMENT RECORD LAYOUT - SHARED BY ALL PROGRAMS THAT
      * OPEN EXTPAY.DAT. A PAYMENT TO AN ACCOUNT AT ANOTHER BANK IS
      * DEBITED FROM THE CUSTOMER WHEN IT IS KEYED (TELLER EXTERNAL
      * PAYMENT) OR FALLS DUE (EXTERNAL STANDING ORDER) AND LOGGED AS
      * TRANS-EXT-PAYMENT; THE SAME POSTING APPENDS ONE RECORD HERE
      * CARRYING THE PAYEE'S ROUTING NUMBER, ACCOUNT, AND NAME. THE
      * END-OF-DAY ORIGINATION RUN (ACH-ORIGINATE) PICKS UP THE
      * BUSINESS DATE'S RECORDS AND WRITES THEM TO THE OUTBOUND ACH
      * FILE, SO THE CREDIT SIDE LEAVES THE BANK THE SAME NIGHT.
      *
      * XP-DATE/XP-TIME/XP-ACCT MATCH THE TRANS-EXT-PAYMENT LOG ROW
      * EXACTLY, SO AN OUTBOUND ENTRY CAN ALWAYS BE TRACED BACK TO
      * THE DEBIT THAT FUNDED IT.
      *
      * MODIFICATION HISTORY
      *   2026-10-14  LEGACY-CORP     ORIGINAL LAYOUT
      *================================================================
       01 EXT-PAYMENT-RECORD.
           05 XP-DATE              PIC 9(8).
           05 XP-TIME              PIC 9(6).
           05 XP-ACCT              PIC 9(8).
           05 XP-AMOUNT            PIC S9(9)V99.
           05 XP-ROUTING           PIC 9(9).
           05 XP-PAYEE-ACCT        PIC X(17).
           05 XP-PAYEE-NAME        PIC X(22).
           05 XP-SOURCE            PIC X(1).
              88 XP-FROM-TELLER    VALUE 'T'.
              88 XP-FROM-STANDING  VALUE 'S'.
           05 XP-SO-SEQ            PIC 9(3).
           05 XP-OPERATOR-ID       PIC X(5).
