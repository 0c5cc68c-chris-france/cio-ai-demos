      *================================================================
      * PENDREC.CPY
      * DUAL-CONTROL PENDING ITEM RECORD LAYOUT - SHARED BY THE TELLER
      * SYSTEM (ACCOUNTING-SYSTEM), WHICH QUEUES AND APPROVES ITEMS ON
      * PENDAPPR.DAT, THE END-OF-DAY EXPIRY STEP (APPROVAL-EXPIRE),
      * AND THE TELLER PROOF REPORT (TELLER-PROOF).
      *
      * A TELLER DEBIT, TRANSFER, OR EXTERNAL PAYMENT OVER THE
      * DUALCTRL PARAMETER IS NOT POSTED WHEN KEYED. IT IS WRITTEN
      * HERE WITH THE KEYING OPERATOR (THE MAKER) AND WAITS FOR A
      * SUPERVISOR OTHER THAN THE MAKER TO APPROVE OR REJECT IT. THE
      * KEY IS THE BUSINESS DATE PLUS A SEQUENCE NUMBER FOR THE DAY.
      * ALL POSTING CHECKS ARE APPLIED WHEN THE ITEM IS APPROVED, NOT
      * WHEN IT IS KEYED. AN ITEM STILL PENDING AT END OF DAY IS
      * MARKED EXPIRED AND NEVER POSTS.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  LEGACY-CORP     ORIGINAL LAYOUT
      *================================================================
       01 PENDING-RECORD.
           05 PEND-KEY.
              10 PEND-DATE         PIC 9(8).
              10 PEND-SEQ          PIC 9(4).
           05 PEND-TIME            PIC 9(6).
           05 PEND-TYPE            PIC X(1).
              88 PEND-DEBIT        VALUE 'D'.
              88 PEND-TRANSFER     VALUE 'T'.
              88 PEND-EXT-PAYMENT  VALUE 'E'.
           05 PEND-ACCT            PIC 9(8).
           05 PEND-TO-ACCT         PIC 9(8).
           05 PEND-AMOUNT          PIC S9(9)V99.
           05 PEND-CASH-FLAG       PIC X(1).
           05 PEND-PAYEE-ROUTING   PIC 9(9).
           05 PEND-PAYEE-ACCT      PIC X(17).
           05 PEND-PAYEE-NAME      PIC X(22).
           05 PEND-MAKER           PIC X(5).
           05 PEND-STATUS          PIC X(1).
              88 PEND-OPEN         VALUE 'P'.
              88 PEND-APPROVED     VALUE 'A'.
              88 PEND-REJECTED     VALUE 'R'.
              88 PEND-EXPIRED      VALUE 'X'.
           05 PEND-DECIDED-BY      PIC X(5).
           05 PEND-DECIDED-TIME    PIC 9(6).
