      *                               SINGLE ACCT-CUSTOMER OWNER WHEN
      *                               THE ACCOUNT HAS NO XREF ROWS OR
      *                               THE FILE IS ABSENT
      *   2026-10-14  LEGACY-CORP     A CHECK PAID BY THE CLEARING RUN
      *                               NOW PRINTS ITS CHECK NUMBER
      *   2026-10-14  LEGACY-CORP     A PAYMENT TO AN ACCOUNT AT ANOTHER
      *                               BANK (TRANS-EXT-PAYMENT) IS
      *                               DESCRIBED AS SUCH ON THE STATEMENT
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                       DISPLAY HIST-DATE ' ' HIST-TYPE ' '
                           WS-DISPLAY-AMOUNT ' ' WS-DISPLAY-BALANCE
                           ' TRANSFER FROM ' HIST-LINK-ACCT
                   WHEN HIST-DEBIT AND HIST-CHECK-SERIAL > 0
                       DISPLAY HIST-DATE ' ' HIST-TYPE ' '
                           WS-DISPLAY-AMOUNT ' ' WS-DISPLAY-BALANCE
                           ' CHECK ' HIST-CHECK-SERIAL
                   WHEN HIST-EXT-PAYMENT
                       DISPLAY HIST-DATE ' ' HIST-TYPE ' '
                           WS-DISPLAY-AMOUNT ' ' WS-DISPLAY-BALANCE
                           ' PAYMENT TO ANOTHER BANK'
                   WHEN HIST-REVERSAL
                       DISPLAY HIST-DATE ' ' HIST-TYPE ' '
                           WS-DISPLAY-AMOUNT ' ' WS-DISPLAY-BALANCE
                       DISPLAY TRANS-DATE ' ' TRANS-TYPE ' '
                           WS-DISPLAY-AMOUNT ' ' WS-DISPLAY-BALANCE
                           ' TRANSFER FROM ' TRANS-LINK-ACCT
                   WHEN TRANS-DEBIT AND TRANS-CHECK-SERIAL > 0
                       DISPLAY TRANS-DATE ' ' TRANS-TYPE ' '
                           WS-DISPLAY-AMOUNT ' ' WS-DISPLAY-BALANCE
                           ' CHECK ' TRANS-CHECK-SERIAL
                   WHEN TRANS-EXT-PAYMENT
                       DISPLAY TRANS-DATE ' ' TRANS-TYPE ' '
                           WS-DISPLAY-AMOUNT ' ' WS-DISPLAY-BALANCE
                           ' PAYMENT TO ANOTHER BANK'
                   WHEN TRANS-REVERSAL
                       DISPLAY TRANS-DATE ' ' TRANS-TYPE ' '
                           WS-DISPLAY-AMOUNT ' ' WS-DISPLAY-BALANCE
