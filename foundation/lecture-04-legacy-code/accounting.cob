      *                               READ AT STARTUP LIKE BANKPARM.
      *                               THE WALL CLOCK REMAINS ONLY ON
      *                               TIME STAMPS
      *   2026-10-14  LEGACY-CORP     A STOP-PAYMENT ORDER CAN NOW
      *                               NAME A CHECK NUMBER OR A RANGE
      *                               OF CHECK NUMBERS. CHECK STOPS
      *                               ARE ENFORCED BY THE CLEARING RUN
      *                               (CHECK-CLEAR) ONLY; TELLER
      *                               DEBITS CARRY NO CHECK NUMBER AND
      *                               ARE TESTED AGAINST AMOUNT STOPS
      *   2026-10-14  LEGACY-CORP     ADDED THE 'E' EXTERNAL PAYMENT
      *                               OPERATION: PAYS AN ACCOUNT AT
      *                               ANOTHER BANK (ROUTING NUMBER WITH
      *                               CHECK DIGIT, ACCOUNT, NAME) WITH
      *                               THE FULL DEBIT-SIDE CHECKS, LOGS A
      *                               TRANS-EXT-PAYMENT RECORD, AND
      *                               QUEUES THE CREDIT ON EXTPAY.DAT
      *                               FOR THE NIGHTLY OUTBOUND ACH FILE
      *                               (ACH-ORIGINATE). A STANDING ORDER
      *                               SET UP WITH COUNTERPARTY 0 NOW
      *                               TAKES THE SAME PAYEE DETAILS
      *   2026-10-14  LEGACY-CORP     TELLER CREDITS AND DEBITS NOW ASK
      *                               WHETHER THE ITEM IS CASH AND FLAG
      *                               THE LOG ROW CASH IN OR CASH OUT
      *                               (TRANS-CASH-FLAG) FOR CURRENCY
      *                               TRANSACTION REPORTING; A REVERSAL
      *                               CARRIES THE FLAG OF THE ITEM IT
      *                               BACKS OUT
      *   2026-10-14  LEGACY-CORP     ADDED THE 'M' MAINTENANCE
      *                               OPERATION: CHANGES A CUSTOMER'S
      *                               NAME, ADDRESS, PHONE, OR TAX ID
      *                               AND AN ACCOUNT'S NAME OR TYPE, AND
      *                               REMOVES A JOINT OWNER FROM
      *                               ACCTOWN.DAT. EACH CHANGE WRITES
      *                               BEFORE- AND AFTER-IMAGES TO
      *                               MAINTAUD.DAT WITH THE OPERATOR,
      *                               BUSINESS DATE, AND TIME. TAX ID
      *                               CHANGES AND OWNER REMOVAL REQUIRE
      *                               SUPERVISOR AUTHORITY
      *   2026-10-15  LEGACY-CORP     TIME DEPOSIT ACCOUNT TYPE T: TERM,
      *                               FIXED RATE, MATURITY INSTRUCTION
      *                               ON TIMEDEP.DAT AT OPENING; EARLY
      *                               DEBIT/TRANSFER/PAYMENT NEEDS A
      *                               SUPERVISOR AND PAYS A TDPENMOS
      *                               PENALTY FEE
      *   2026-10-15  LEGACY-CORP     DUAL CONTROL: A TELLER DEBIT,
      *                               TRANSFER, OR EXTERNAL PAYMENT OVER
      *                               THE DUALCTRL PARAMETER IS QUEUED
      *                               ON PENDAPPR.DAT WITH THE MAKER'S
      *                               ID INSTEAD OF POSTING. THE NEW 'W'
      *                               SUPERVISOR OPERATION LISTS,
      *                               APPROVES, OR REJECTS QUEUED ITEMS;
      *                               THE MAKER CANNOT APPROVE THEIR
      *                               OWN. AN APPROVED ITEM POSTS
      *                               THROUGH THE USUAL CHECKS AT
      *                               APPROVAL TIME
      *   2026-10-15  LEGACY-CORP     A TIME DEPOSIT TAKES CREDITS AND
      *                               TRANSFERS IN ONLY ON THE DAY ITS
      *                               TERM STARTS; THOSE CREDITS SET ITS
      *                               PRINCIPAL. A FAILED TERMS WRITE
      *                               BACKS OUT THE OPENING. AN
      *                               EXTPAY.DAT WRITE ERROR IS
      *                               REPORTED. A TIME DEPOSIT CANNOT
      *                               PAY OR RECEIVE A STANDING ORDER
      *   2026-10-15  LEGACY-CORP     TIME DEPOSIT MATURITY DATES NO
      *                               LONGER LOSE THE HIGH-ORDER MONTH
      *                               DIGIT ON LONG TERMS. A FAILED
      *                               MAINTAUD.DAT WRITE IS REPORTED
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS BD-ID
               FILE STATUS IS BIZDATE-FILE-STATUS.

           SELECT EXT-PAYMENT-FILE ASSIGN TO 'EXTPAY.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS XPAY-FILE-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO 'MAINTAUD.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MAUD-FILE-STATUS.

           SELECT TIME-DEPOSIT-FILE ASSIGN TO 'TIMEDEP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-ACCT
               FILE STATUS IS TD-FILE-STATUS.

           SELECT PENDING-FILE ASSIGN TO 'PENDAPPR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-KEY
               FILE STATUS IS PEND-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD BUSINESS-DATE-FILE.
           COPY BIZDATE.

       FD EXT-PAYMENT-FILE.
           COPY XPAYREC.

       FD MAINT-AUDIT-FILE.
           COPY MAUDREC.

       FD TIME-DEPOSIT-FILE.
           COPY TDEPREC.

       FD PENDING-FILE.
           COPY PENDREC.

       WORKING-STORAGE SECTION.
       01 BIZDATE-FILE-STATUS      PIC X(2).
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE 0.
       01 STOP-FILE-STATUS         PIC X(2).
       01 HIST-FILE-STATUS         PIC X(2).
       01 OWN-FILE-STATUS          PIC X(2).
       01 XPAY-FILE-STATUS         PIC X(2).
       01 MAUD-FILE-STATUS         PIC X(2).
       01 TD-FILE-STATUS           PIC X(2).
       01 PEND-FILE-STATUS         PIC X(2).
       01 WS-OPERATION             PIC X(1).
          88 OP-VIEW               VALUE 'V'.
          88 OP-CREDIT             VALUE 'C'.
          88 OP-STANDING           VALUE 'S'.
          88 OP-STOPS              VALUE 'P'.
          88 OP-CUST-INQUIRY       VALUE 'I'.
          88 OP-EXT-PAYMENT        VALUE 'E'.
          88 OP-MAINTENANCE        VALUE 'M'.
          88 OP-APPROVALS          VALUE 'W'.
          88 OP-QUIT               VALUE 'Q'.
       01 WS-AMOUNT                PIC S9(9)V99.
       01 WS-CASH-ANSWER           PIC X(1).
          88 CASH-ANSWER-YES       VALUE 'Y'.
          88 CASH-ANSWER-VALID     VALUES 'Y' 'N'.
       01 WS-CASH-FLAG             PIC X(1) VALUE SPACES.
       01 WS-ACCT-NUM              PIC 9(8).
       01 WS-FROM-ACCT             PIC 9(8).
       01 WS-TO-ACCT               PIC 9(8).
       01 WS-EFFECTIVE-MINIMUM     PIC S9(9)V99 VALUE 0.
       01 WS-MAXIMUM-TRANSACTION   PIC S9(9)V99 VALUE 50000.00.
       01 WS-DAILY-LIMIT           PIC S9(9)V99 VALUE 10000.00.
       01 WS-TD-PENALTY-MONTHS     PIC 9(3)V99 VALUE 3.
       01 WS-DUAL-CONTROL-LIMIT    PIC S9(9)V99 VALUE 5000.00.

       01 WS-DAILY-DEBIT-TOTAL     PIC S9(9)V99 VALUE 0.
       01 WS-QUERY-LOG-SW          PIC X(1) VALUE 'N'.
       01 WS-RVSL-TIME             PIC 9(6).
       01 WS-RVSL-ORIG-TYPE        PIC X(1).
       01 WS-RVSL-ORIG-AMOUNT      PIC S9(9)V99 VALUE 0.
       01 WS-RVSL-ORIG-CASH        PIC X(1) VALUE SPACES.
       01 WS-RVSL-DELTA            PIC S9(9)V99 VALUE 0.
       01 WS-RVSL-FOUND-SW         PIC X(1) VALUE 'N'.
          88 RVSL-ORIG-FOUND       VALUE 'Y'.
       01 WS-STOP-SEQ              PIC 9(3).
       01 WS-STOP-LOW              PIC S9(9)V99.
       01 WS-STOP-HIGH             PIC S9(9)V99.
       01 WS-STOP-SERIAL-LOW       PIC 9(10).
       01 WS-STOP-SERIAL-HIGH      PIC 9(10).
       01 WS-STOP-EXPIRY           PIC 9(8).
       01 WS-STOP-EOF-SW           PIC X(1) VALUE 'N'.
          88 STOP-SCAN-DONE        VALUE 'Y'.
       01 WS-OWNED-COUNT           PIC 9(3) VALUE 0.
       01 WS-OWNED-TOTAL           PIC S9(11)V99 VALUE 0.

      * CUSTOMER/ACCOUNT MAINTENANCE. THE RECORD AS IT STOOD BEFORE
      * THE CHANGE IS KEPT FOR THE AUDIT FILE (MAINTAUD.DAT).
       01 WS-MAINT-ACTION          PIC X(1).
          88 MAINT-ACT-CUSTOMER    VALUE 'C'.
          88 MAINT-ACT-ACCOUNT     VALUE 'A'.
          88 MAINT-ACT-REMOVE-OWN  VALUE 'R'.
       01 WS-CHANGE-FIELD          PIC X(1).
          88 CHANGE-NAME           VALUE 'N'.
          88 CHANGE-ADDRESS        VALUE 'A'.
          88 CHANGE-PHONE          VALUE 'P'.
          88 CHANGE-TAX-ID         VALUE 'T'.
          88 CHANGE-ACCT-TYPE      VALUE 'T'.
       01 WS-MAUD-CODE             PIC X(2).
       01 WS-BEFORE-IMAGE          PIC X(150).
       01 WS-AFTER-IMAGE           PIC X(150).
       01 WS-OLD-ACCT-TYPE         PIC X(1).

      * TIME DEPOSIT TERMS TAKEN AT OPENING, AND THE EARLY-WITHDRAWAL
      * PENALTY ON A DEBIT OR TRANSFER OUT BEFORE MATURITY
       01 WS-TD-TERM-MONTHS        PIC 9(3) VALUE 0.
       01 WS-TD-RATE               PIC 9(2)V9(4) VALUE 0.
       01 WS-TD-INSTRUCTION        PIC X(1) VALUE SPACES.
          88 TD-ANSWER-PAY-OUT     VALUE 'P'.
          88 TD-ANSWER-VALID       VALUES 'R' 'P' 'H'.
       01 WS-TD-PAYOUT-ACCT        PIC 9(8) VALUE 0.
       01 WS-TD-TERMS-SW           PIC X(1) VALUE 'N'.
          88 TD-TERMS-ACCEPTED     VALUE 'Y'.
       01 WS-NEW-ACCOUNT-IMAGE     PIC X(150).
       01 WS-EARLY-SW              PIC X(1) VALUE 'N'.
          88 EARLY-WITHDRAWAL      VALUE 'Y'.
          88 EARLY-WITHDRAWAL-REFUSED VALUE 'R'.
       01 WS-PENALTY-AMOUNT        PIC S9(9)V99 VALUE 0.
       01 WS-PENALTY-NEW-BALANCE   PIC S9(9)V99 VALUE 0.
       01 WS-TD-CREDIT-SW          PIC X(1) VALUE 'N'.
          88 TD-FUNDING-CREDIT     VALUE 'F'.
          88 TD-CREDIT-REFUSED     VALUE 'R'.
       01 WS-TD-WRITE-SW           PIC X(1) VALUE 'N'.
          88 TD-TERMS-WRITTEN      VALUE 'Y'.

      * DUAL-CONTROL ITEMS WAITING ON PENDAPPR.DAT. AN APPROVED ITEM
      * POSTS UNDER THE MAKER'S OPERATOR ID; THE APPROVER IS KEPT ON
      * THE PENDING RECORD.
       01 WS-PEND-ACTION           PIC X(1).
          88 PEND-ACT-LIST         VALUE 'L'.
          88 PEND-ACT-APPROVE      VALUE 'A'.
          88 PEND-ACT-REJECT       VALUE 'R'.
       01 WS-PEND-TYPE             PIC X(1).
          88 PEND-TYPE-DEBIT       VALUE 'D'.
          88 PEND-TYPE-TRANSFER    VALUE 'T'.
          88 PEND-TYPE-EXT-PAYMENT VALUE 'E'.
       01 WS-PEND-SEQ              PIC 9(4).
       01 WS-PEND-LISTED           PIC 9(4) VALUE 0.
       01 WS-PEND-EOF-SW           PIC X(1) VALUE 'N'.
          88 PEND-SCAN-DONE        VALUE 'Y'.
       01 WS-PEND-FOUND-SW         PIC X(1) VALUE 'N'.
          88 PEND-ITEM-FOUND       VALUE 'Y'.
       01 WS-POSTED-SW             PIC X(1) VALUE 'N'.
          88 ITEM-POSTED           VALUE 'Y'.
       01 WS-APPROVER-ID           PIC X(5) VALUE SPACES.

       01 WS-WORK-DATE             PIC 9(8).
       01 WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
           05 WS-WORK-YEAR         PIC 9(4).
           05 WS-WORK-MONTH        PIC 9(2).
           05 WS-WORK-DAY          PIC 9(2).
       01 WS-MONTHS-TO-ADD         PIC 9(3).
       01 WS-YEARS-PART            PIC 9(3).
       01 WS-MONTHS-PART           PIC 9(3).
       01 WS-DAYS-IN-MONTH         PIC 9(2).
       01 WS-LEAP-QUOT             PIC 9(4).
       01 WS-LEAP-REM              PIC 9(4).

      * PAYEE AT ANOTHER BANK (EXTERNAL PAYMENT OR STANDING ORDER).
      * THE ROUTING NUMBER CARRIES THE STANDARD 3-7-1 CHECK DIGIT.
       01 WS-PAYEE-ROUTING         PIC 9(9) VALUE 0.
       01 WS-PAYEE-ROUTING-R REDEFINES WS-PAYEE-ROUTING.
           05 WS-ROUTING-DIGIT     PIC 9(1) OCCURS 9 TIMES.
       01 WS-PAYEE-ACCT            PIC X(17) VALUE SPACES.
       01 WS-PAYEE-NAME            PIC X(22) VALUE SPACES.
       01 WS-ROUTING-SUM           PIC 9(3) VALUE 0.
       01 WS-ROUTING-QUOT          PIC 9(3) VALUE 0.
       01 WS-ROUTING-REM           PIC 9(1) VALUE 0.
       01 WS-PAYEE-OK-SW           PIC X(1) VALUE 'N'.
          88 PAYEE-ACCEPTED        VALUE 'Y'.

       01 WS-DISPLAY-BALANCE       PIC $$$,$$$,$$9.99-.
       01 WS-DISPLAY-BALANCE-2     PIC $$$,$$$,$$9.99-.

               STOP RUN
           END-IF

           OPEN EXTEND EXT-PAYMENT-FILE
           IF XPAY-FILE-STATUS = '35'
               OPEN OUTPUT EXT-PAYMENT-FILE
           END-IF
           IF XPAY-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN EXTERNAL PAYMENT FILE'
               STOP RUN
           END-IF

           OPEN EXTEND MAINT-AUDIT-FILE
           IF MAUD-FILE-STATUS = '35'
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF
           IF MAUD-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN MAINTENANCE AUDIT FILE'
               STOP RUN
           END-IF

           OPEN I-O TIME-DEPOSIT-FILE
           IF TD-FILE-STATUS = '35'
               OPEN OUTPUT TIME-DEPOSIT-FILE
               CLOSE TIME-DEPOSIT-FILE
               OPEN I-O TIME-DEPOSIT-FILE
           END-IF
           IF TD-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN TIME DEPOSIT FILE'
               STOP RUN
           END-IF

           OPEN I-O PENDING-FILE
           IF PEND-FILE-STATUS = '35'
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF
           IF PEND-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN PENDING APPROVAL FILE'
               STOP RUN
           END-IF

           PERFORM LOAD-BANK-PARAMETERS

           OPEN INPUT OPERATOR-FILE
               CLOSE STOP-FILE
               CLOSE HISTORY-FILE
               CLOSE OWNER-XREF-FILE
               CLOSE EXT-PAYMENT-FILE
               CLOSE MAINT-AUDIT-FILE
               CLOSE TIME-DEPOSIT-FILE
               CLOSE PENDING-FILE
               STOP RUN
           END-IF
           MOVE WS-SIGNON-ID TO WS-OPERATOR-ID
               MOVE WS-PARM-EFFECTIVE-VALUE TO WS-MINIMUM-BALANCE
           END-IF

           MOVE 'TDPENMOS' TO PARM-ID
           PERFORM READ-EFFECTIVE-PARM-VALUE
           IF PARM-FOUND
               MOVE WS-PARM-EFFECTIVE-VALUE TO WS-TD-PENALTY-MONTHS
           END-IF

           MOVE 'DUALCTRL' TO PARM-ID
           PERFORM READ-EFFECTIVE-PARM-VALUE
           IF PARM-FOUND
               MOVE WS-PARM-EFFECTIVE-VALUE TO WS-DUAL-CONTROL-LIMIT
           END-IF

           CLOSE BANK-PARM-FILE.

       READ-EFFECTIVE-PARM-VALUE.
           DISPLAY '  C - CREDIT (DEPOSIT)'
           DISPLAY '  D - DEBIT (WITHDRAWAL)'
           DISPLAY '  T - TRANSFER BETWEEN ACCOUNTS'
           DISPLAY '  E - EXTERNAL PAYMENT (ACCOUNT AT ANOTHER BANK)'
           DISPLAY '  R - REVERSE A TRANSACTION'
           DISPLAY '  O - OPEN ACCOUNT'
           DISPLAY '  X - CLOSE ACCOUNT'
           DISPLAY '  S - STANDING ORDERS (ADD/CANCEL/VIEW)'
           DISPLAY '  P - STOP PAYMENTS (PLACE/RELEASE/VIEW)'
           DISPLAY '  I - CUSTOMER INQUIRY (ACCOUNTS OWNED)'
           DISPLAY '  M - MAINTENANCE (CHANGE CUSTOMER/ACCOUNT, '
               'REMOVE OWNER)'
           DISPLAY '  W - ITEMS WAITING FOR APPROVAL (SUPERVISOR)'
           DISPLAY '  Q - QUIT'
           DISPLAY ' '
           ACCEPT WS-OPERATION
                   PERFORM DEBIT-ACCOUNT
               WHEN OP-TRANSFER
                   PERFORM TRANSFER-FUNDS
               WHEN OP-EXT-PAYMENT
                   PERFORM EXTERNAL-PAYMENT
               WHEN OP-REVERSE
                   PERFORM CHECK-SUPERVISOR-AUTHORITY
                   IF OPERATION-AUTHORIZED
                   PERFORM PROCESS-STOP-REQUEST
               WHEN OP-CUST-INQUIRY
                   PERFORM CUSTOMER-INQUIRY
               WHEN OP-MAINTENANCE
                   PERFORM PROCESS-MAINT-REQUEST
               WHEN OP-APPROVALS
                   PERFORM CHECK-SUPERVISOR-AUTHORITY
                   IF OPERATION-AUTHORIZED
                       PERFORM PROCESS-APPROVAL-REQUEST
                   END-IF
               WHEN OP-QUIT
                   DISPLAY 'GOODBYE.'
               WHEN OTHER
                   DISPLAY 'INVALID OPTION. TRY AGAIN.'
           END-EVALUATE.

      * REVERSALS, FREEZE/UNFREEZE, CLOSE, AND APPROVING DUAL-CONTROL
      * ITEMS ARE SUPERVISOR WORK. A REFUSED ATTEMPT IS LOGGED SO
      * AUDIT CAN SEE WHO TRIED WHAT.
       CHECK-SUPERVISOR-AUTHORITY.
           IF OPERATOR-IS-SUPER
               SET OPERATION-AUTHORIZED TO TRUE
               END-IF
           END-IF

           IF TIME-DEPOSIT
               PERFORM DISPLAY-TIME-DEPOSIT-TERMS
           END-IF

           DISPLAY '=================================='

           PERFORM LOG-TRANSACTION-INQUIRY.
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-TIME-DEPOSIT-CREDIT
           IF TD-CREDIT-REFUSED
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'ENTER CREDIT AMOUNT: '
           ACCEPT WS-AMOUNT

               EXIT PARAGRAPH
           END-IF

           PERFORM ASK-CASH-ITEM
           IF NOT CASH-ANSWER-VALID
               DISPLAY 'ANSWER Y OR N. CREDIT NOT APPLIED.'
               EXIT PARAGRAPH
           END-IF
           IF CASH-ANSWER-YES
               MOVE 'I' TO WS-CASH-FLAG
           END-IF

           ADD WS-AMOUNT TO ACCT-BALANCE
           MOVE WS-BUSINESS-DATE TO WS-DATE
           MOVE WS-DATE TO ACCT-LAST-ACTIVITY
           DISPLAY 'CREDIT APPLIED. NEW BALANCE: '
               WS-DISPLAY-BALANCE

           PERFORM RECORD-TIME-DEPOSIT-FUNDING
           PERFORM LOG-TRANSACTION-CREDIT.

       DEBIT-ACCOUNT.
               EXIT PARAGRAPH
           END-IF

           PERFORM ASK-CASH-ITEM
           IF NOT CASH-ANSWER-VALID
               DISPLAY 'ANSWER Y OR N. DEBIT NOT APPLIED.'
               EXIT PARAGRAPH
           END-IF
           IF CASH-ANSWER-YES
               MOVE 'O' TO WS-CASH-FLAG
           END-IF

           IF WS-AMOUNT > WS-DUAL-CONTROL-LIMIT
               SET PEND-TYPE-DEBIT TO TRUE
               PERFORM QUEUE-FOR-APPROVAL
               EXIT PARAGRAPH
           END-IF

           PERFORM POST-DEBIT.

      * THE DEBIT-SIDE CHECKS AND THE POSTING, SHARED BY A TELLER
      * DEBIT AND AN APPROVED DUAL-CONTROL DEBIT. THE ACCOUNT IS IN
      * THE BUFFER AND WS-AMOUNT AND WS-CASH-FLAG ARE SET.
       POST-DEBIT.
           MOVE 'N' TO WS-POSTED-SW
           PERFORM CHECK-EARLY-WITHDRAWAL
           IF EARLY-WITHDRAWAL-REFUSED
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-STOP-PAYMENTS

           IF STOP-MATCHED
           PERFORM COMPUTE-UNEXPIRED-HOLDS

           IF ACCT-BALANCE - WS-HELD-TOTAL - WS-AMOUNT
                   - WS-PENALTY-AMOUNT < WS-EFFECTIVE-MINIMUM
               DISPLAY 'INSUFFICIENT AVAILABLE FUNDS.'
               PERFORM LOG-TRANSACTION-FAILED
               EXIT PARAGRAPH
           END-IF

           SUBTRACT WS-AMOUNT FROM ACCT-BALANCE
           MOVE ACCT-BALANCE TO WS-FROM-NEW-BALANCE
           SUBTRACT WS-PENALTY-AMOUNT FROM ACCT-BALANCE
           MOVE ACCT-BALANCE TO WS-PENALTY-NEW-BALANCE
           MOVE WS-BUSINESS-DATE TO WS-DATE
           MOVE WS-DATE TO ACCT-LAST-ACTIVITY

                   DISPLAY 'ERROR UPDATING ACCOUNT.'
                   EXIT PARAGRAPH
           END-REWRITE
           SET ITEM-POSTED TO TRUE

           PERFORM UPDATE-DAILY-DEBIT-TOTAL

           DISPLAY 'DEBIT APPLIED. NEW BALANCE: '
               WS-DISPLAY-BALANCE

           PERFORM LOG-TRANSACTION-DEBIT
           IF EARLY-WITHDRAWAL
               PERFORM LOG-EARLY-WITHDRAWAL-PENALTY
           END-IF.

      * CASH IN OR OUT OVER THE COUNTER IS FLAGGED ON THE LOG ROW SO
      * THE DAILY CURRENCY REPORT (CASH-REPORT) CAN TOTAL IT
       ASK-CASH-ITEM.
           MOVE SPACES TO WS-CASH-FLAG
           DISPLAY 'CASH ITEM? (Y/N): '
           ACCEPT WS-CASH-ANSWER.

      * AN OPEN, UNEXPIRED STOP WHOSE AMOUNT RANGE COVERS THE ITEM
      * BLOCKS THE DEBIT. THE SCAN WALKS THE ACCOUNT'S STOPS THE SAME
               EXIT PARAGRAPH
           END-IF
           IF STOP-OPEN AND STOP-EXPIRY-DATE > WS-DATE
                   AND NOT STOP-ON-SERIAL
                   AND WS-AMOUNT >= STOP-AMOUNT-LOW
                   AND WS-AMOUNT <= STOP-AMOUNT-HIGH
               SET STOP-MATCHED TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF WS-AMOUNT > WS-DUAL-CONTROL-LIMIT
               MOVE WS-FROM-ACCT TO WS-ACCT-NUM
               SET PEND-TYPE-TRANSFER TO TRUE
               PERFORM QUEUE-FOR-APPROVAL
               EXIT PARAGRAPH
           END-IF

           PERFORM POST-TRANSFER.

      * THE TRANSFER CHECKS AND THE POSTING OF BOTH LEGS, SHARED BY A
      * TELLER TRANSFER AND AN APPROVED DUAL-CONTROL TRANSFER. THE
      * FROM ACCOUNT IS IN THE BUFFER AND WS-AMOUNT IS SET.
       POST-TRANSFER.
           MOVE 'N' TO WS-POSTED-SW
           MOVE WS-FROM-ACCT TO WS-ACCT-NUM
           PERFORM CHECK-EARLY-WITHDRAWAL
           IF EARLY-WITHDRAWAL-REFUSED
               EXIT PARAGRAPH
           END-IF

           PERFORM GET-DAILY-DEBIT-TOTAL

           IF WS-DAILY-DEBIT-TOTAL + WS-AMOUNT > WS-DAILY-LIMIT
           PERFORM COMPUTE-UNEXPIRED-HOLDS

           IF ACCT-BALANCE - WS-HELD-TOTAL - WS-AMOUNT
                   - WS-PENALTY-AMOUNT < WS-EFFECTIVE-MINIMUM
               DISPLAY 'INSUFFICIENT AVAILABLE FUNDS IN FROM '
                   'ACCOUNT.'
               PERFORM LOG-TRANSFER-FAILED
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-TIME-DEPOSIT-CREDIT
           IF TD-CREDIT-REFUSED
               EXIT PARAGRAPH
           END-IF

      * BOTH LEGS SHARE ONE DATE/TIME STAMP SO THE LOG PAIR TIES
           MOVE WS-BUSINESS-DATE TO WS-DATE
           ACCEPT WS-TIME FROM TIME
           SUBTRACT WS-AMOUNT FROM ACCT-BALANCE
           MOVE WS-DATE TO ACCT-LAST-ACTIVITY
           MOVE ACCT-BALANCE TO WS-FROM-NEW-BALANCE
           SUBTRACT WS-PENALTY-AMOUNT FROM ACCT-BALANCE
           MOVE ACCT-BALANCE TO WS-PENALTY-NEW-BALANCE
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY 'ERROR UPDATING FROM ACCOUNT.'
                   PERFORM BACK-OUT-TRANSFER-DEBIT
                   EXIT PARAGRAPH
           END-REWRITE
           SET ITEM-POSTED TO TRUE
           PERFORM RECORD-TIME-DEPOSIT-FUNDING

           PERFORM UPDATE-DAILY-DEBIT-TOTAL

           PERFORM LOG-TRANSFER-FROM-LEG
           PERFORM LOG-TRANSFER-TO-LEG
           IF EARLY-WITHDRAWAL
               PERFORM LOG-EARLY-WITHDRAWAL-PENALTY
           END-IF

           MOVE WS-PENALTY-NEW-BALANCE TO WS-DISPLAY-BALANCE
           MOVE WS-TO-NEW-BALANCE TO WS-DISPLAY-BALANCE-2
           DISPLAY 'TRANSFER APPLIED.'
           DISPLAY 'FROM BALANCE: ' WS-DISPLAY-BALANCE
                       WS-FROM-ACCT '. CALL THE SUPERVISOR.'
                   EXIT PARAGRAPH
           END-READ
           ADD WS-AMOUNT WS-PENALTY-AMOUNT TO ACCT-BALANCE
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY 'ERROR: COULD NOT BACK OUT DEBIT ON '
                       WS-FROM-ACCT '. CALL THE SUPERVISOR.'
           END-REWRITE.

      * A PAYMENT TO AN ACCOUNT AT ANOTHER BANK. THE DEBIT SIDE GETS
      * THE SAME CHECKS AS A TELLER DEBIT; THE CREDIT SIDE IS QUEUED
      * ON EXTPAY.DAT FOR THE NIGHTLY OUTBOUND ACH FILE. THE LOG ROW
      * AND THE QUEUED ENTRY SHARE ONE DATE/TIME STAMP SO THEY TIE.
       EXTERNAL-PAYMENT.
           DISPLAY 'ENTER PAYING ACCOUNT NUMBER: '
           ACCEPT WS-ACCT-NUM
           MOVE WS-ACCT-NUM TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY 'ACCOUNT NOT FOUND.'
                   EXIT PARAGRAPH
           END-READ

           IF NOT ACTIVE
               DISPLAY 'ACCOUNT IS NOT ACTIVE. CANNOT DEBIT.'
               EXIT PARAGRAPH
           END-IF

           IF FROZEN
               DISPLAY 'ACCOUNT IS FROZEN. CONTACT ADMIN.'
               EXIT PARAGRAPH
           END-IF

           PERFORM ACCEPT-EXTERNAL-PAYEE
           IF NOT PAYEE-ACCEPTED
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'ENTER PAYMENT AMOUNT: '
           ACCEPT WS-AMOUNT

           IF WS-AMOUNT <= 0
               DISPLAY 'AMOUNT MUST BE POSITIVE.'
               EXIT PARAGRAPH
           END-IF

           IF WS-AMOUNT > WS-MAXIMUM-TRANSACTION
               DISPLAY 'EXCEEDS MAXIMUM TRANSACTION LIMIT.'
               EXIT PARAGRAPH
           END-IF

           IF WS-AMOUNT > WS-DUAL-CONTROL-LIMIT
               SET PEND-TYPE-EXT-PAYMENT TO TRUE
               PERFORM QUEUE-FOR-APPROVAL
               EXIT PARAGRAPH
           END-IF

           PERFORM POST-EXT-PAYMENT.

      * THE DEBIT-SIDE CHECKS, THE POSTING, AND THE EXTPAY.DAT ENTRY,
      * SHARED BY A TELLER PAYMENT AND AN APPROVED DUAL-CONTROL
      * PAYMENT. THE ACCOUNT IS IN THE BUFFER AND WS-AMOUNT AND THE
      * PAYEE FIELDS ARE SET.
       POST-EXT-PAYMENT.
           MOVE 'N' TO WS-POSTED-SW
           PERFORM CHECK-EARLY-WITHDRAWAL
           IF EARLY-WITHDRAWAL-REFUSED
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-STOP-PAYMENTS

           IF STOP-MATCHED
               DISPLAY 'STOP-PAYMENT ORDER ' WS-MATCHED-STOP-SEQ
                   ' MATCHES THIS ITEM. PAYMENT REFUSED.'
               PERFORM LOG-EXT-PAYMENT-STOPPED
               EXIT PARAGRAPH
           END-IF

           PERFORM GET-DAILY-DEBIT-TOTAL

           IF WS-DAILY-DEBIT-TOTAL + WS-AMOUNT > WS-DAILY-LIMIT
               DISPLAY 'EXCEEDS DAILY WITHDRAWAL LIMIT.'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-MINIMUM-BALANCE TO WS-EFFECTIVE-MINIMUM
           IF BUSINESS
               COMPUTE WS-EFFECTIVE-MINIMUM =
                   WS-MINIMUM-BALANCE - ACCT-CREDIT-LIMIT
           END-IF

           PERFORM COMPUTE-UNEXPIRED-HOLDS

           IF ACCT-BALANCE - WS-HELD-TOTAL - WS-AMOUNT
                   - WS-PENALTY-AMOUNT < WS-EFFECTIVE-MINIMUM
               DISPLAY 'INSUFFICIENT AVAILABLE FUNDS.'
               PERFORM LOG-EXT-PAYMENT-FAILED
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BUSINESS-DATE TO WS-DATE
           ACCEPT WS-TIME FROM TIME
           SUBTRACT WS-AMOUNT FROM ACCT-BALANCE
           MOVE ACCT-BALANCE TO WS-FROM-NEW-BALANCE
           SUBTRACT WS-PENALTY-AMOUNT FROM ACCT-BALANCE
           MOVE ACCT-BALANCE TO WS-PENALTY-NEW-BALANCE
           MOVE WS-DATE TO ACCT-LAST-ACTIVITY

           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY 'ERROR UPDATING ACCOUNT.'
                   EXIT PARAGRAPH
           END-REWRITE
           SET ITEM-POSTED TO TRUE

           PERFORM UPDATE-DAILY-DEBIT-TOTAL

           PERFORM LOG-TRANSACTION-EXT-PAYMENT
           PERFORM WRITE-EXT-PAYMENT-ENTRY
           IF EARLY-WITHDRAWAL
               PERFORM LOG-EARLY-WITHDRAWAL-PENALTY
           END-IF

           MOVE ACCT-BALANCE TO WS-DISPLAY-BALANCE
           DISPLAY 'PAYMENT TO ' WS-PAYEE-NAME ' ACCEPTED FOR '
               'TONIGHT''S ACH FILE.'
           DISPLAY 'NEW BALANCE: ' WS-DISPLAY-BALANCE.

      * SHARED BY THE EXTERNAL PAYMENT AND THE STANDING ORDER SET-UP
       ACCEPT-EXTERNAL-PAYEE.
           MOVE 'N' TO WS-PAYEE-OK-SW
           DISPLAY 'ENTER PAYEE BANK ROUTING NUMBER (9 DIGITS): '
           ACCEPT WS-PAYEE-ROUTING
           PERFORM VALIDATE-ROUTING-NUMBER
           IF WS-ROUTING-REM NOT = 0 OR WS-PAYEE-ROUTING = 0
               DISPLAY 'INVALID ROUTING NUMBER.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'ENTER PAYEE ACCOUNT NUMBER AT THAT BANK: '
           ACCEPT WS-PAYEE-ACCT
           IF WS-PAYEE-ACCT = SPACES
               DISPLAY 'PAYEE ACCOUNT NUMBER IS REQUIRED.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'ENTER PAYEE NAME: '
           ACCEPT WS-PAYEE-NAME
           IF WS-PAYEE-NAME = SPACES
               DISPLAY 'PAYEE NAME IS REQUIRED.'
               EXIT PARAGRAPH
           END-IF

           SET PAYEE-ACCEPTED TO TRUE.

      * 3-7-1 WEIGHTED SUM OF THE NINE DIGITS MUST BE A MULTIPLE OF 10
       VALIDATE-ROUTING-NUMBER.
           COMPUTE WS-ROUTING-SUM =
               3 * (WS-ROUTING-DIGIT (1) + WS-ROUTING-DIGIT (4)
                    + WS-ROUTING-DIGIT (7))
             + 7 * (WS-ROUTING-DIGIT (2) + WS-ROUTING-DIGIT (5)
                    + WS-ROUTING-DIGIT (8))
             + WS-ROUTING-DIGIT (3) + WS-ROUTING-DIGIT (6)
             + WS-ROUTING-DIGIT (9)
           DIVIDE WS-ROUTING-SUM BY 10 GIVING WS-ROUTING-QUOT
               REMAINDER WS-ROUTING-REM.

       WRITE-EXT-PAYMENT-ENTRY.
           MOVE WS-DATE TO XP-DATE
           MOVE WS-TIME TO XP-TIME
           MOVE WS-ACCT-NUM TO XP-ACCT
           MOVE WS-AMOUNT TO XP-AMOUNT
           MOVE WS-PAYEE-ROUTING TO XP-ROUTING
           MOVE WS-PAYEE-ACCT TO XP-PAYEE-ACCT
           MOVE WS-PAYEE-NAME TO XP-PAYEE-NAME
           SET XP-FROM-TELLER TO TRUE
           MOVE 0 TO XP-SO-SEQ
           MOVE WS-OPERATOR-ID TO XP-OPERATOR-ID
           WRITE EXT-PAYMENT-RECORD
           IF XPAY-FILE-STATUS NOT = '00'
               MOVE WS-AMOUNT TO WS-DISPLAY-BALANCE
               DISPLAY 'ERROR WRITING EXTPAY.DAT, STATUS '
                   XPAY-FILE-STATUS
               DISPLAY 'ACCOUNT ' WS-ACCT-NUM ' HAS BEEN DEBITED '
                   WS-DISPLAY-BALANCE ' FOR ' WS-PAYEE-NAME
               DISPLAY 'BUT THE PAYMENT IS NOT QUEUED. SEE THE '
                   'SUPERVISOR.'
           END-IF.

       REVERSE-TRANSACTION.
           DISPLAY 'ENTER ACCOUNT NUMBER: '
           ACCEPT WS-ACCT-NUM
               SET RVSL-ORIG-FOUND TO TRUE
               MOVE HIST-TYPE TO WS-RVSL-ORIG-TYPE
               MOVE HIST-AMOUNT TO WS-RVSL-ORIG-AMOUNT
               MOVE HIST-CASH-FLAG TO WS-RVSL-ORIG-CASH
           END-IF
           IF HIST-REVERSAL
                   AND HIST-LINK-ACCT = WS-ACCT-NUM
               SET RVSL-ORIG-FOUND TO TRUE
               MOVE TRANS-TYPE TO WS-RVSL-ORIG-TYPE
               MOVE TRANS-AMOUNT TO WS-RVSL-ORIG-AMOUNT
               MOVE TRANS-CASH-FLAG TO WS-RVSL-ORIG-CASH
           END-IF
           IF TRANS-REVERSAL
                   AND TRANS-LINK-ACCT = WS-ACCT-NUM
           DISPLAY 'ENTER ACCOUNT NAME: '
           ACCEPT ACCT-NAME

           DISPLAY 'ENTER ACCOUNT TYPE (C/S/B/T=TIME DEPOSIT): '
           ACCEPT ACCT-TYPE

           IF NOT CHECKING AND NOT SAVINGS AND NOT BUSINESS
                   AND NOT TIME-DEPOSIT
               DISPLAY 'INVALID ACCOUNT TYPE.'
               EXIT PARAGRAPH
           END-IF
               ACCEPT ACCT-CREDIT-LIMIT
           END-IF

           IF TIME-DEPOSIT
               PERFORM ACCEPT-TIME-DEPOSIT-TERMS
               IF NOT TD-TERMS-ACCEPTED
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY 'ENTER CUSTOMER NUMBER (0 IF NOT ON FILE): '
           ACCEPT WS-CUST-NUM
           IF WS-CUST-NUM NOT = 0
                   EXIT PARAGRAPH
           END-WRITE

      * A TIME DEPOSIT WITHOUT ITS TERMS IS NOT OPENED AT ALL
           IF TIME-DEPOSIT
               PERFORM WRITE-TIME-DEPOSIT-TERMS
               IF NOT TD-TERMS-WRITTEN
                   DELETE ACCOUNT-FILE RECORD
                       INVALID KEY
                           DISPLAY 'ERROR REMOVING ACCOUNT '
                               ACCT-NUMBER '.'
                   END-DELETE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-CUST-NUM NOT = 0
               MOVE 'P' TO WS-OWN-ROLE
               PERFORM WRITE-OWNER-XREF
           DISPLAY 'ACCOUNT OPENED.'
           PERFORM LOG-TRANSACTION-OPEN.

      * TERM, RATE, AND MATURITY INSTRUCTION FOR A NEW TIME DEPOSIT.
      * THE NEW ACCOUNT RECORD IS BEING BUILT IN THE FILE BUFFER, SO IT
      * IS SET ASIDE WHILE THE PAYOUT ACCOUNT IS LOOKED UP.
       ACCEPT-TIME-DEPOSIT-TERMS.
           MOVE 'N' TO WS-TD-TERMS-SW
           MOVE 0 TO WS-TD-PAYOUT-ACCT

           DISPLAY 'ENTER TERM IN MONTHS (1-120): '
           ACCEPT WS-TD-TERM-MONTHS
           IF WS-TD-TERM-MONTHS < 1 OR WS-TD-TERM-MONTHS > 120
               DISPLAY 'INVALID TERM. ACCOUNT NOT OPENED.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'ENTER FIXED ANNUAL RATE IN PERCENT: '
           ACCEPT WS-TD-RATE
           IF WS-TD-RATE = 0
               DISPLAY 'RATE MUST BE GREATER THAN ZERO. ACCOUNT NOT '
                   'OPENED.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'AT MATURITY (R=RENEW, P=PAY TO ANOTHER ACCOUNT, '
               'H=HOLD): '
           ACCEPT WS-TD-INSTRUCTION
           IF NOT TD-ANSWER-VALID
               DISPLAY 'INVALID MATURITY INSTRUCTION. ACCOUNT NOT '
                   'OPENED.'
               EXIT PARAGRAPH
           END-IF

           IF TD-ANSWER-PAY-OUT
               DISPLAY 'ENTER ACCOUNT TO PAY AT MATURITY: '
               ACCEPT WS-TD-PAYOUT-ACCT
               IF WS-TD-PAYOUT-ACCT = 0
                       OR WS-TD-PAYOUT-ACCT = WS-ACCT-NUM
                   DISPLAY 'INVALID PAYOUT ACCOUNT. ACCOUNT NOT '
                       'OPENED.'
                   EXIT PARAGRAPH
               END-IF
               MOVE ACCOUNT-RECORD TO WS-NEW-ACCOUNT-IMAGE
               MOVE WS-TD-PAYOUT-ACCT TO ACCT-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       DISPLAY 'PAYOUT ACCOUNT NOT FOUND. ACCOUNT '
                           'NOT OPENED.'
                       EXIT PARAGRAPH
               END-READ
               IF CLOSED OR TIME-DEPOSIT
                   DISPLAY 'PAYOUT ACCOUNT MUST BE AN OPEN CHECKING, '
                       'SAVINGS, OR BUSINESS ACCOUNT. ACCOUNT NOT '
                       'OPENED.'
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-NEW-ACCOUNT-IMAGE TO ACCOUNT-RECORD
           END-IF

           SET TD-TERMS-ACCEPTED TO TRUE.

      * THE MATURITY DATE IS THE OPENING DATE PLUS THE TERM, PULLED
      * BACK TO THE MONTH END WHEN THAT MONTH IS SHORTER
       WRITE-TIME-DEPOSIT-TERMS.
           MOVE 'N' TO WS-TD-WRITE-SW
           MOVE ACCT-NUMBER TO TD-ACCT
           MOVE WS-TD-TERM-MONTHS TO TD-TERM-MONTHS
           MOVE WS-TD-RATE TO TD-RATE
           MOVE ACCT-OPEN-DATE TO TD-START-DATE
           MOVE ACCT-OPEN-DATE TO WS-WORK-DATE
           MOVE WS-TD-TERM-MONTHS TO WS-MONTHS-TO-ADD
           PERFORM ADVANCE-MONTHS
           MOVE WS-WORK-DATE TO TD-MATURITY-DATE
           MOVE WS-TD-INSTRUCTION TO TD-INSTRUCTION
           MOVE WS-TD-PAYOUT-ACCT TO TD-PAYOUT-ACCT
           MOVE 0 TO TD-PRINCIPAL
           SET TD-IN-TERM TO TRUE
           MOVE 0 TO TD-RENEWAL-COUNT
           MOVE 0 TO TD-LAST-MATURED
           MOVE WS-OPERATOR-ID TO TD-OPENED-BY
           WRITE TIME-DEPOSIT-RECORD
               INVALID KEY
                   DISPLAY 'ERROR WRITING TIME DEPOSIT TERMS FOR '
                       'ACCOUNT ' ACCT-NUMBER '. ACCOUNT NOT OPENED.'
                   EXIT PARAGRAPH
           END-WRITE
           SET TD-TERMS-WRITTEN TO TRUE
           DISPLAY 'TIME DEPOSIT MATURES ' TD-MATURITY-DATE '.'.

       DISPLAY-TIME-DEPOSIT-TERMS.
           MOVE ACCT-NUMBER TO TD-ACCT
           READ TIME-DEPOSIT-FILE
               INVALID KEY
                   DISPLAY 'TIME DEPOSIT TERMS NOT ON FILE.'
                   EXIT PARAGRAPH
           END-READ
           DISPLAY 'TERM:    ' TD-TERM-MONTHS ' MONTHS AT '
               TD-RATE ' PERCENT'
           DISPLAY 'MATURES: ' TD-MATURITY-DATE
               '  INSTRUCTION: ' TD-INSTRUCTION
               '  STATUS: ' TD-STATUS
           IF TD-PAY-OUT
               DISPLAY 'PAY TO:  ' TD-PAYOUT-ACCT
           END-IF.

      * MONEY TAKEN FROM A TIME DEPOSIT STILL IN ITS TERM COSTS
      * TDPENMOS MONTHS OF INTEREST AT THE DEPOSIT'S OWN RATE ON THE
      * AMOUNT TAKEN, AND NEEDS A SUPERVISOR. ONCE MATURED (HELD)
      * THE FUNDS COME OUT FREELY. THE ACCOUNT RECORD IS IN THE
      * BUFFER; THE PENALTY IS CHARGED AS A FEE ROW AFTER THE ITEM.
       CHECK-EARLY-WITHDRAWAL.
           MOVE 'N' TO WS-EARLY-SW
           MOVE 0 TO WS-PENALTY-AMOUNT
           IF NOT TIME-DEPOSIT
               EXIT PARAGRAPH
           END-IF

           MOVE ACCT-NUMBER TO TD-ACCT
           READ TIME-DEPOSIT-FILE
               INVALID KEY
                   DISPLAY 'TIME DEPOSIT TERMS NOT ON FILE. SEE THE '
                       'SUPERVISOR.'
                   SET EARLY-WITHDRAWAL-REFUSED TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF NOT TD-IN-TERM OR WS-BUSINESS-DATE >= TD-MATURITY-DATE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-PENALTY-AMOUNT ROUNDED =
               WS-AMOUNT * TD-RATE / 100 * WS-TD-PENALTY-MONTHS / 12
           MOVE WS-PENALTY-AMOUNT TO WS-DISPLAY-BALANCE
           DISPLAY 'TIME DEPOSIT DOES NOT MATURE UNTIL '
               TD-MATURITY-DATE '.'
           DISPLAY 'EARLY WITHDRAWAL PENALTY: ' WS-DISPLAY-BALANCE

           PERFORM CHECK-SUPERVISOR-AUTHORITY
           IF OPERATION-AUTHORIZED
               SET EARLY-WITHDRAWAL TO TRUE
           ELSE
               MOVE 0 TO WS-PENALTY-AMOUNT
               SET EARLY-WITHDRAWAL-REFUSED TO TRUE
           END-IF.

      * A TIME DEPOSIT TAKES ITS MONEY ON THE DAY ITS TERM STARTS AND
      * NOTHING MORE UNTIL IT MATURES. CREDITS ON THAT FIRST DAY ARE
      * ITS PRINCIPAL, THE AMOUNT THE MATURITY RUN PAYS INTEREST ON.
      * THE ACCOUNT TO BE CREDITED IS IN THE BUFFER.
       CHECK-TIME-DEPOSIT-CREDIT.
           MOVE 'N' TO WS-TD-CREDIT-SW
           IF NOT TIME-DEPOSIT
               EXIT PARAGRAPH
           END-IF

           MOVE ACCT-NUMBER TO TD-ACCT
           READ TIME-DEPOSIT-FILE
               INVALID KEY
                   DISPLAY 'TIME DEPOSIT TERMS NOT ON FILE. SEE THE '
                       'SUPERVISOR.'
                   SET TD-CREDIT-REFUSED TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF NOT TD-IN-TERM
               EXIT PARAGRAPH
           END-IF

           IF WS-BUSINESS-DATE > TD-START-DATE
               DISPLAY 'TIME DEPOSIT ' ACCT-NUMBER ' IS IN ITS TERM '
                   'UNTIL ' TD-MATURITY-DATE '. CANNOT CREDIT.'
               SET TD-CREDIT-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF

           SET TD-FUNDING-CREDIT TO TRUE.

      * AFTER A FUNDING CREDIT HAS POSTED, THE NEW BALANCE IS THE
      * DEPOSIT'S PRINCIPAL. THE CREDITED ACCOUNT AND ITS TERMS ARE
      * IN THE BUFFERS.
       RECORD-TIME-DEPOSIT-FUNDING.
           IF NOT TD-FUNDING-CREDIT
               EXIT PARAGRAPH
           END-IF

           MOVE ACCT-BALANCE TO TD-PRINCIPAL
           REWRITE TIME-DEPOSIT-RECORD
               INVALID KEY
                   DISPLAY 'ERROR UPDATING TIME DEPOSIT PRINCIPAL FOR '
                       'ACCOUNT ' ACCT-NUMBER '.'
           END-REWRITE.

      * WHOLE YEARS GO STRAIGHT TO THE YEAR SO A LONG TERM CANNOT
      * OVERFLOW THE TWO-DIGIT MONTH; WHAT IS LEFT ROLLS AT MOST ONCE
       ADVANCE-MONTHS.
           DIVIDE WS-MONTHS-TO-ADD BY 12 GIVING WS-YEARS-PART
               REMAINDER WS-MONTHS-PART
           ADD WS-YEARS-PART TO WS-WORK-YEAR
           ADD WS-MONTHS-PART TO WS-WORK-MONTH
           IF WS-WORK-MONTH > 12
               PERFORM ROLL-MONTH-INTO-YEAR
           END-IF
           PERFORM GET-DAYS-IN-MONTH
           IF WS-WORK-DAY > WS-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-WORK-DAY
           END-IF.

       ROLL-MONTH-INTO-YEAR.
           SUBTRACT 12 FROM WS-WORK-MONTH
           ADD 1 TO WS-WORK-YEAR.

       GET-DAYS-IN-MONTH.
           EVALUATE WS-WORK-MONTH
               WHEN 1
               WHEN 3
               WHEN 5
               WHEN 7
               WHEN 8
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 2
                   PERFORM GET-FEBRUARY-DAYS
               WHEN OTHER
                   MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE.

       GET-FEBRUARY-DAYS.
           MOVE 28 TO WS-DAYS-IN-MONTH
           DIVIDE WS-WORK-YEAR BY 4 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM
           IF WS-LEAP-REM = 0
               MOVE 29 TO WS-DAYS-IN-MONTH
               DIVIDE WS-WORK-YEAR BY 100 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = 0
                   MOVE 28 TO WS-DAYS-IN-MONTH
                   DIVIDE WS-WORK-YEAR BY 400 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = 0
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   END-IF
               END-IF
           END-IF.

       CLOSE-ACCOUNT.
           DISPLAY 'ENTER ACCOUNT NUMBER: '
           ACCEPT WS-ACCT-NUM
                   EXIT PARAGRAPH
           END-REWRITE

           IF TIME-DEPOSIT
               PERFORM CLOSE-TIME-DEPOSIT-TERMS
           END-IF

           DISPLAY 'ACCOUNT CLOSED.'
           PERFORM LOG-TRANSACTION-CLOSE.

       CLOSE-TIME-DEPOSIT-TERMS.
           MOVE ACCT-NUMBER TO TD-ACCT
           READ TIME-DEPOSIT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           SET TD-ACCT-CLOSED TO TRUE
           REWRITE TIME-DEPOSIT-RECORD
               INVALID KEY
                   DISPLAY 'ERROR UPDATING TIME DEPOSIT TERMS.'
           END-REWRITE.

       FREEZE-ACCOUNT.
           DISPLAY 'ENTER ACCOUNT NUMBER: '
           ACCEPT WS-ACCT-NUM
                   DISPLAY 'ERROR UPDATING OWNERSHIP XREF.'
           END-REWRITE.

      * CHANGES TO A CUSTOMER OR ACCOUNT RECORD ALREADY ON FILE, AND
      * REMOVAL OF AN OWNER FROM AN ACCOUNT. EVERY CHANGE WRITES A
      * BEFORE- AND AFTER-IMAGE TO THE MAINTENANCE AUDIT FILE.
       PROCESS-MAINT-REQUEST.
           DISPLAY 'MAINTENANCE:'
           DISPLAY '  C - CHANGE CUSTOMER (NAME/ADDRESS/PHONE/TAX ID)'
           DISPLAY '  A - CHANGE ACCOUNT (NAME/TYPE)'
           DISPLAY '  R - REMOVE A JOINT OWNER FROM AN ACCOUNT'
           ACCEPT WS-MAINT-ACTION

           EVALUATE TRUE
               WHEN MAINT-ACT-CUSTOMER
                   PERFORM CHANGE-CUSTOMER
               WHEN MAINT-ACT-ACCOUNT
                   PERFORM CHANGE-ACCOUNT
               WHEN MAINT-ACT-REMOVE-OWN
                   PERFORM CHECK-SUPERVISOR-AUTHORITY
                   IF OPERATION-AUTHORIZED
                       PERFORM REMOVE-ACCOUNT-OWNER
                   END-IF
               WHEN OTHER
                   DISPLAY 'INVALID OPTION.'
           END-EVALUATE.

      * A TAX ID CHANGE IS SUPERVISOR WORK. A CHANGE OF ADDRESS IS
      * CONFIRMED BY A NOTICE TO THE OLD ADDRESS, PRINTED FROM THE
      * AUDIT RECORD BY THE NIGHTLY MAINTENANCE REPORT.
       CHANGE-CUSTOMER.
           DISPLAY 'ENTER CUSTOMER NUMBER: '
           ACCEPT WS-CUST-NUM
           MOVE WS-CUST-NUM TO CUST-NUMBER
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY 'CUSTOMER NOT FOUND.'
                   EXIT PARAGRAPH
           END-READ

           DISPLAY 'NAME:    ' CUST-NAME
           DISPLAY 'ADDRESS: ' CUST-ADDR-LINE-1
           DISPLAY '         ' CUST-ADDR-LINE-2
           DISPLAY '         ' CUST-CITY-ST-ZIP
           DISPLAY 'PHONE:   ' CUST-PHONE
           DISPLAY 'TAX ID:  ' CUST-TAX-ID
           DISPLAY 'CHANGE WHICH (N=NAME, A=ADDRESS, P=PHONE, '
               'T=TAX ID): '
           ACCEPT WS-CHANGE-FIELD

           IF NOT CHANGE-NAME AND NOT CHANGE-ADDRESS
                   AND NOT CHANGE-PHONE AND NOT CHANGE-TAX-ID
               DISPLAY 'INVALID OPTION. NO CHANGE MADE.'
               EXIT PARAGRAPH
           END-IF

           IF CHANGE-TAX-ID
               PERFORM CHECK-SUPERVISOR-AUTHORITY
               IF NOT OPERATION-AUTHORIZED
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE

           EVALUATE TRUE
               WHEN CHANGE-NAME
                   DISPLAY 'ENTER NEW CUSTOMER NAME: '
                   ACCEPT CUST-NAME
                   MOVE 'CN' TO WS-MAUD-CODE
               WHEN CHANGE-ADDRESS
                   DISPLAY 'ENTER NEW ADDRESS LINE 1: '
                   ACCEPT CUST-ADDR-LINE-1
                   DISPLAY 'ENTER NEW ADDRESS LINE 2: '
                   ACCEPT CUST-ADDR-LINE-2
                   DISPLAY 'ENTER NEW CITY/STATE/ZIP: '
                   ACCEPT CUST-CITY-ST-ZIP
                   MOVE 'CA' TO WS-MAUD-CODE
               WHEN CHANGE-PHONE
                   DISPLAY 'ENTER NEW PHONE: '
                   ACCEPT CUST-PHONE
                   MOVE 'CP' TO WS-MAUD-CODE
               WHEN CHANGE-TAX-ID
                   DISPLAY 'ENTER NEW TAX ID: '
                   ACCEPT CUST-TAX-ID
                   MOVE 'CT' TO WS-MAUD-CODE
           END-EVALUATE

           IF CUST-NAME = SPACES OR CUST-TAX-ID = SPACES
                   OR CUST-ADDR-LINE-1 = SPACES
                   OR CUST-CITY-ST-ZIP = SPACES
               DISPLAY 'A REQUIRED FIELD WAS LEFT BLANK. NO CHANGE '
                   'MADE.'
               EXIT PARAGRAPH
           END-IF

           IF CUSTOMER-RECORD = WS-BEFORE-IMAGE
               DISPLAY 'VALUE IS UNCHANGED. NOTHING TO DO.'
               EXIT PARAGRAPH
           END-IF

           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY 'ERROR UPDATING CUSTOMER.'
                   EXIT PARAGRAPH
           END-REWRITE

           MOVE CUSTOMER-RECORD TO WS-AFTER-IMAGE
           MOVE 0 TO WS-ACCT-NUM
           PERFORM WRITE-MAINT-AUDIT

           DISPLAY 'CUSTOMER ' CUST-NUMBER ' UPDATED.'
           IF CHANGE-ADDRESS
               DISPLAY 'A CONFIRMATION NOTICE WILL BE MAILED TO THE '
                   'OLD ADDRESS.'
           END-IF.

      * A BUSINESS ACCOUNT DRAWN ON ITS CREDIT LINE CANNOT CHANGE TO
      * A TYPE THAT HAS NONE; ONE BECOMING BUSINESS IS GIVEN ITS LINE
       CHANGE-ACCOUNT.
           DISPLAY 'ENTER ACCOUNT NUMBER: '
           ACCEPT WS-ACCT-NUM
           MOVE WS-ACCT-NUM TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY 'ACCOUNT NOT FOUND.'
                   EXIT PARAGRAPH
           END-READ

           IF CLOSED
               DISPLAY 'ACCOUNT IS CLOSED. CANNOT CHANGE.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'NAME: ' ACCT-NAME '  TYPE: ' ACCT-TYPE
           DISPLAY 'CHANGE WHICH (N=NAME, T=TYPE): '
           ACCEPT WS-CHANGE-FIELD

           IF NOT CHANGE-NAME AND NOT CHANGE-ACCT-TYPE
               DISPLAY 'INVALID OPTION. NO CHANGE MADE.'
               EXIT PARAGRAPH
           END-IF

           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
           MOVE ACCT-TYPE TO WS-OLD-ACCT-TYPE

           IF CHANGE-NAME
               DISPLAY 'ENTER NEW ACCOUNT NAME: '
               ACCEPT ACCT-NAME
               IF ACCT-NAME = SPACES
                   DISPLAY 'ACCOUNT NAME CANNOT BE BLANK. NO CHANGE '
                       'MADE.'
                   EXIT PARAGRAPH
               END-IF
               MOVE 'AN' TO WS-MAUD-CODE
           ELSE
               IF TIME-DEPOSIT
                   DISPLAY 'A TIME DEPOSIT CANNOT CHANGE TYPE. PAY IT '
                       'OUT AND OPEN A NEW ACCOUNT.'
                   EXIT PARAGRAPH
               END-IF
               DISPLAY 'ENTER NEW ACCOUNT TYPE (C/S/B): '
               ACCEPT ACCT-TYPE
               IF TIME-DEPOSIT
                   DISPLAY 'AN ACCOUNT CANNOT BECOME A TIME DEPOSIT. '
                       'OPEN A NEW TIME DEPOSIT ACCOUNT.'
                   EXIT PARAGRAPH
               END-IF
               IF NOT CHECKING AND NOT SAVINGS AND NOT BUSINESS
                   DISPLAY 'INVALID ACCOUNT TYPE. NO CHANGE MADE.'
                   EXIT PARAGRAPH
               END-IF
               IF WS-OLD-ACCT-TYPE = 'B' AND NOT BUSINESS
                   IF ACCT-BALANCE < 0
                       DISPLAY 'ACCOUNT IS DRAWN ON ITS CREDIT LINE. '
                           'CLEAR THE OVERDRAFT FIRST.'
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 0 TO ACCT-CREDIT-LIMIT
               END-IF
               IF BUSINESS AND WS-OLD-ACCT-TYPE NOT = 'B'
                   DISPLAY 'ENTER CREDIT LIMIT: '
                   ACCEPT ACCT-CREDIT-LIMIT
               END-IF
               MOVE 'AT' TO WS-MAUD-CODE
           END-IF

           IF ACCOUNT-RECORD = WS-BEFORE-IMAGE
               DISPLAY 'VALUE IS UNCHANGED. NOTHING TO DO.'
               EXIT PARAGRAPH
           END-IF

           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY 'ERROR UPDATING ACCOUNT.'
                   EXIT PARAGRAPH
           END-REWRITE

           MOVE ACCOUNT-RECORD TO WS-AFTER-IMAGE
           MOVE ACCT-CUSTOMER TO WS-CUST-NUM
           PERFORM WRITE-MAINT-AUDIT

           DISPLAY 'ACCOUNT ' ACCT-NUMBER ' UPDATED.'.

      * THE OWNER CARRIED ON THE ACCOUNT RECORD (ACCT-CUSTOMER) STAYS;
      * LINK ANOTHER CUSTOMER AS PRIMARY BEFORE REMOVING THAT ONE
       REMOVE-ACCOUNT-OWNER.
           DISPLAY 'ENTER ACCOUNT NUMBER: '
           ACCEPT WS-ACCT-NUM
           MOVE WS-ACCT-NUM TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY 'ACCOUNT NOT FOUND.'
                   EXIT PARAGRAPH
           END-READ

           DISPLAY 'ENTER CUSTOMER NUMBER TO REMOVE: '
           ACCEPT WS-CUST-NUM

           IF WS-CUST-NUM = ACCT-CUSTOMER
               DISPLAY 'CUSTOMER ' WS-CUST-NUM ' IS THE PRIMARY OWNER '
                   'AND CANNOT BE REMOVED.'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CUST-NUM TO OWN-CUSTOMER
           MOVE WS-ACCT-NUM TO OWN-ACCT
           READ OWNER-XREF-FILE
               INVALID KEY
                   DISPLAY 'CUSTOMER IS NOT AN OWNER OF THIS ACCOUNT.'
                   EXIT PARAGRAPH
           END-READ

           MOVE OWNER-XREF-RECORD TO WS-BEFORE-IMAGE
           DELETE OWNER-XREF-FILE RECORD
               INVALID KEY
                   DISPLAY 'ERROR REMOVING OWNERSHIP XREF.'
                   EXIT PARAGRAPH
           END-DELETE

           MOVE SPACES TO WS-AFTER-IMAGE
           MOVE 'OR' TO WS-MAUD-CODE
           PERFORM WRITE-MAINT-AUDIT

           DISPLAY 'CUSTOMER ' WS-CUST-NUM ' REMOVED FROM ACCOUNT '
               WS-ACCT-NUM '.'.

       WRITE-MAINT-AUDIT.
           MOVE WS-BUSINESS-DATE TO WS-DATE
           ACCEPT WS-TIME FROM TIME
           MOVE WS-DATE TO MAUD-DATE
           MOVE WS-TIME TO MAUD-TIME
           MOVE WS-OPERATOR-ID TO MAUD-OPERATOR-ID
           MOVE WS-MAUD-CODE TO MAUD-CHANGE-CODE
           MOVE WS-CUST-NUM TO MAUD-CUSTOMER
           MOVE WS-ACCT-NUM TO MAUD-ACCT
           MOVE WS-BEFORE-IMAGE TO MAUD-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO MAUD-AFTER-IMAGE
           WRITE MAINT-AUDIT-RECORD
           IF MAUD-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING MAINTAUD.DAT, STATUS '
                   MAUD-FILE-STATUS
               DISPLAY 'CHANGE ' WS-MAUD-CODE ' CUSTOMER ' WS-CUST-NUM
                   ' ACCOUNT ' WS-ACCT-NUM
               DISPLAY 'CHANGE MADE, NOT AUDITED. CALL THE '
                   'SUPERVISOR.'
           END-IF.

       CUSTOMER-INQUIRY.
           DISPLAY 'ENTER CUSTOMER NUMBER: '
           ACCEPT WS-CUST-NUM
           MOVE WS-CUST-NUM TO CUST-NUMBER
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY 'CUSTOMER NOT FOUND.'
                   EXIT PARAGRAPH
           END-READ
               EXIT PARAGRAPH
           END-IF

           IF TIME-DEPOSIT
               DISPLAY 'A TIME DEPOSIT CANNOT PAY A STANDING ORDER.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'ENTER COUNTERPARTY ACCOUNT NUMBER (0 FOR AN '
               'ACCOUNT AT ANOTHER BANK): '
           ACCEPT WS-TO-ACCT

           MOVE 0 TO WS-PAYEE-ROUTING
           MOVE SPACES TO WS-PAYEE-ACCT
           MOVE SPACES TO WS-PAYEE-NAME

           IF WS-TO-ACCT = 0
               PERFORM ACCEPT-EXTERNAL-PAYEE
               IF NOT PAYEE-ACCEPTED
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-TO-ACCT = WS-ACCT-NUM
                   DISPLAY 'COUNTERPARTY MUST DIFFER FROM THE PAYING '
                       'ACCOUNT.'
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-TO-ACCT TO ACCT-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       DISPLAY 'COUNTERPARTY ACCOUNT NOT FOUND.'
                       EXIT PARAGRAPH
               END-READ
               IF TIME-DEPOSIT
                   DISPLAY 'A TIME DEPOSIT CANNOT RECEIVE A STANDING '
                       'ORDER.'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY 'ENTER AMOUNT: '
           ACCEPT WS-AMOUNT
           SET SO-ACTIVE TO TRUE
           MOVE WS-DATE TO SO-CREATED-DATE
           MOVE WS-OPERATOR-ID TO SO-CREATED-BY
           MOVE WS-PAYEE-ROUTING TO SO-PAYEE-ROUTING
           MOVE WS-PAYEE-ACCT TO SO-PAYEE-ACCT
           MOVE WS-PAYEE-NAME TO SO-PAYEE-NAME

           WRITE STANDING-ORDER-RECORD
               INVALID KEY
               WS-DISPLAY-BALANCE ' FREQ ' SO-FREQUENCY
               ' NEXT DUE ' SO-NEXT-DUE ' EXPIRES ' SO-EXPIRY
               ' STATUS ' SO-STATUS
           IF SO-EXTERNAL-PAYEE
               DISPLAY '    PAYEE ' SO-PAYEE-NAME ' ROUTING '
                   SO-PAYEE-ROUTING ' ACCOUNT ' SO-PAYEE-ACCT
           END-IF
           PERFORM READ-NEXT-STANDING-ORDER.

       PROCESS-STOP-REQUEST.
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'ENTER LOW CHECK NUMBER (0 IF NOT A CHECK STOP): '
           ACCEPT WS-STOP-SERIAL-LOW
           MOVE 0 TO WS-STOP-SERIAL-HIGH
           IF WS-STOP-SERIAL-LOW > 0
               DISPLAY 'ENTER HIGH CHECK NUMBER (0 FOR ONE CHECK): '
               ACCEPT WS-STOP-SERIAL-HIGH
               IF WS-STOP-SERIAL-HIGH = 0
                   MOVE WS-STOP-SERIAL-LOW TO WS-STOP-SERIAL-HIGH
               END-IF
               IF WS-STOP-SERIAL-HIGH < WS-STOP-SERIAL-LOW
                   DISPLAY 'HIGH CHECK NUMBER CANNOT BE BELOW THE LOW '
                       'CHECK NUMBER.'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-STOP-SERIAL-LOW > 0
               DISPLAY 'ENTER LOW AMOUNT (0 FOR ANY AMOUNT): '
           ELSE
               DISPLAY 'ENTER LOW AMOUNT (EXACT AMOUNT IF NO RANGE): '
           END-IF
           ACCEPT WS-STOP-LOW
           DISPLAY 'ENTER HIGH AMOUNT (0 FOR EXACT AMOUNT): '
           ACCEPT WS-STOP-HIGH

      * A CHECK-NUMBER STOP WITH NO AMOUNT GIVEN STOPS THE CHECK
      * WHATEVER IT IS WRITTEN FOR
           IF WS-STOP-SERIAL-LOW > 0 AND WS-STOP-LOW = 0
                   AND WS-STOP-HIGH = 0
               MOVE 0.01 TO WS-STOP-LOW
               MOVE 999999999.99 TO WS-STOP-HIGH
           END-IF

           IF WS-STOP-HIGH = 0
               MOVE WS-STOP-LOW TO WS-STOP-HIGH
           END-IF
           MOVE WS-STOP-SEQ TO STOP-SEQ
           MOVE WS-STOP-LOW TO STOP-AMOUNT-LOW
           MOVE WS-STOP-HIGH TO STOP-AMOUNT-HIGH
           MOVE WS-STOP-SERIAL-LOW TO STOP-SERIAL-LOW
           MOVE WS-STOP-SERIAL-HIGH TO STOP-SERIAL-HIGH
           MOVE WS-STOP-EXPIRY TO STOP-EXPIRY-DATE
           SET STOP-OPEN TO TRUE
           DISPLAY 'ENTER REASON: '
               ' TO ' WS-DISPLAY-BALANCE-2
               ' UNTIL ' STOP-EXPIRY-DATE ' STATUS ' STOP-STATUS
               ' PLACED ' STOP-PLACED-DATE ' BY ' STOP-PLACED-BY
           IF STOP-ON-SERIAL
               DISPLAY '   CHECKS: ' STOP-SERIAL-LOW ' TO '
                   STOP-SERIAL-HIGH
           END-IF
           DISPLAY '   REASON: ' STOP-REASON
           PERFORM READ-NEXT-STOP.

      * AN ITEM OVER THE DUAL-CONTROL LIMIT IS WRITTEN TO PENDAPPR.DAT
      * INSTEAD OF BEING POSTED. NOTHING MOVES UNTIL A SECOND
      * OPERATOR APPROVES IT; THE CHECKS RUN THEN.
       QUEUE-FOR-APPROVAL.
           PERFORM FIND-NEXT-PEND-SEQ
           MOVE WS-BUSINESS-DATE TO PEND-DATE
           MOVE WS-PEND-SEQ TO PEND-SEQ
           ACCEPT WS-TIME FROM TIME
           MOVE WS-TIME TO PEND-TIME
           MOVE WS-PEND-TYPE TO PEND-TYPE
           MOVE WS-ACCT-NUM TO PEND-ACCT
           MOVE 0 TO PEND-TO-ACCT
           MOVE SPACES TO PEND-CASH-FLAG
           MOVE 0 TO PEND-PAYEE-ROUTING
           MOVE SPACES TO PEND-PAYEE-ACCT
           MOVE SPACES TO PEND-PAYEE-NAME
           EVALUATE TRUE
               WHEN PEND-DEBIT
                   MOVE WS-CASH-FLAG TO PEND-CASH-FLAG
               WHEN PEND-TRANSFER
                   MOVE WS-TO-ACCT TO PEND-TO-ACCT
               WHEN PEND-EXT-PAYMENT
                   MOVE WS-PAYEE-ROUTING TO PEND-PAYEE-ROUTING
                   MOVE WS-PAYEE-ACCT TO PEND-PAYEE-ACCT
                   MOVE WS-PAYEE-NAME TO PEND-PAYEE-NAME
           END-EVALUATE
           MOVE WS-AMOUNT TO PEND-AMOUNT
           MOVE WS-OPERATOR-ID TO PEND-MAKER
           SET PEND-OPEN TO TRUE
           MOVE SPACES TO PEND-DECIDED-BY
           MOVE 0 TO PEND-DECIDED-TIME
           WRITE PENDING-RECORD
               INVALID KEY
                   DISPLAY 'ERROR WRITING PENDING ITEM. NOTHING '
                       'POSTED; KEY THE ITEM AGAIN.'
                   EXIT PARAGRAPH
           END-WRITE

           DISPLAY 'AMOUNT IS OVER THE DUAL-CONTROL LIMIT. NOTHING '
               'HAS BEEN POSTED.'
           DISPLAY 'ITEM ' PEND-SEQ ' IS WAITING FOR SUPERVISOR '
               'APPROVAL.'.

       FIND-NEXT-PEND-SEQ.
           MOVE 0 TO WS-PEND-SEQ
           MOVE 'N' TO WS-PEND-EOF-SW
           MOVE WS-BUSINESS-DATE TO PEND-DATE
           MOVE 0 TO PEND-SEQ
           START PENDING-FILE KEY IS NOT LESS THAN PEND-KEY
               INVALID KEY
                   ADD 1 TO WS-PEND-SEQ
                   EXIT PARAGRAPH
           END-START
           PERFORM READ-NEXT-PENDING
           PERFORM NOTE-LAST-PEND-SEQ UNTIL PEND-SCAN-DONE
           ADD 1 TO WS-PEND-SEQ.

       NOTE-LAST-PEND-SEQ.
           IF PEND-DATE NOT = WS-BUSINESS-DATE
               SET PEND-SCAN-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE PEND-SEQ TO WS-PEND-SEQ
           PERFORM READ-NEXT-PENDING.

       READ-NEXT-PENDING.
           READ PENDING-FILE NEXT RECORD
               AT END
                   SET PEND-SCAN-DONE TO TRUE
           END-READ.

       PROCESS-APPROVAL-REQUEST.
           DISPLAY 'ITEMS WAITING FOR APPROVAL:'
           DISPLAY '  L - LIST PENDING ITEMS'
           DISPLAY '  A - APPROVE ITEM'
           DISPLAY '  R - REJECT ITEM'
           ACCEPT WS-PEND-ACTION

           EVALUATE TRUE
               WHEN PEND-ACT-LIST
                   PERFORM LIST-PENDING-ITEMS
               WHEN PEND-ACT-APPROVE
                   PERFORM APPROVE-PENDING-ITEM
               WHEN PEND-ACT-REJECT
                   PERFORM REJECT-PENDING-ITEM
               WHEN OTHER
                   DISPLAY 'INVALID OPTION.'
           END-EVALUATE.

       LIST-PENDING-ITEMS.
           MOVE 0 TO WS-PEND-LISTED
           MOVE 'N' TO WS-PEND-EOF-SW
           MOVE WS-BUSINESS-DATE TO PEND-DATE
           MOVE 0 TO PEND-SEQ
           START PENDING-FILE KEY IS NOT LESS THAN PEND-KEY
               INVALID KEY
                   SET PEND-SCAN-DONE TO TRUE
           END-START
           IF NOT PEND-SCAN-DONE
               PERFORM READ-NEXT-PENDING
           END-IF
           PERFORM DISPLAY-ONE-PENDING UNTIL PEND-SCAN-DONE
           IF WS-PEND-LISTED = 0
               DISPLAY 'NO ITEMS ARE WAITING FOR APPROVAL.'
           END-IF.

       DISPLAY-ONE-PENDING.
           IF PEND-DATE NOT = WS-BUSINESS-DATE
               SET PEND-SCAN-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF PEND-OPEN
               ADD 1 TO WS-PEND-LISTED
               MOVE PEND-AMOUNT TO WS-DISPLAY-BALANCE
               DISPLAY 'ITEM ' PEND-SEQ ' TYPE ' PEND-TYPE
                   ' ACCOUNT ' PEND-ACCT ' ' WS-DISPLAY-BALANCE
                   ' KEYED ' PEND-TIME ' BY ' PEND-MAKER
               IF PEND-TRANSFER
                   DISPLAY '   TO ACCOUNT: ' PEND-TO-ACCT
               END-IF
               IF PEND-EXT-PAYMENT
                   DISPLAY '   PAYEE: ' PEND-PAYEE-NAME ' ROUTING '
                       PEND-PAYEE-ROUTING ' ACCOUNT ' PEND-PAYEE-ACCT
               END-IF
               IF PEND-CASH-FLAG = 'O'
                   DISPLAY '   CASH ITEM'
               END-IF
           END-IF
           PERFORM READ-NEXT-PENDING.

      * APPROVE AND REJECT TAKE ONLY TODAY'S OPEN ITEMS; ANYTHING
      * LEFT FROM AN EARLIER DAY HAS BEEN EXPIRED BY THE NIGHTLY RUN
       READ-PENDING-ITEM.
           MOVE 'N' TO WS-PEND-FOUND-SW
           DISPLAY 'ENTER ITEM NUMBER: '
           ACCEPT WS-PEND-SEQ
           MOVE WS-BUSINESS-DATE TO PEND-DATE
           MOVE WS-PEND-SEQ TO PEND-SEQ
           READ PENDING-FILE
               INVALID KEY
                   DISPLAY 'ITEM NOT FOUND.'
                   EXIT PARAGRAPH
           END-READ
           IF NOT PEND-OPEN
               DISPLAY 'ITEM IS NO LONGER PENDING (STATUS '
                   PEND-STATUS ').'
               EXIT PARAGRAPH
           END-IF
           SET PEND-ITEM-FOUND TO TRUE.

      * THE ITEM GOES THROUGH THE SAME CHECKS AS A TELLER ITEM, AS
      * THE ACCOUNT STANDS NOW. IT POSTS UNDER THE MAKER'S OPERATOR ID
      * SO IT PROVES TO THE MAKER'S DRAWER; A REFUSED ITEM STAYS
      * PENDING SO IT CAN BE TRIED AGAIN OR REJECTED.
       APPROVE-PENDING-ITEM.
           PERFORM READ-PENDING-ITEM
           IF NOT PEND-ITEM-FOUND
               EXIT PARAGRAPH
           END-IF

           IF PEND-MAKER = WS-OPERATOR-ID
               DISPLAY 'YOU KEYED THIS ITEM. ANOTHER SUPERVISOR MUST '
                   'APPROVE IT.'
               PERFORM LOG-TRANSACTION-NOT-AUTH
               EXIT PARAGRAPH
           END-IF

           MOVE WS-OPERATOR-ID TO WS-APPROVER-ID
           MOVE PEND-MAKER TO WS-OPERATOR-ID
           MOVE 'N' TO WS-POSTED-SW
           MOVE PEND-AMOUNT TO WS-AMOUNT
           MOVE SPACES TO WS-CASH-FLAG
           EVALUATE TRUE
               WHEN PEND-DEBIT
                   PERFORM POST-APPROVED-DEBIT
               WHEN PEND-TRANSFER
                   PERFORM POST-APPROVED-TRANSFER
               WHEN PEND-EXT-PAYMENT
                   PERFORM POST-APPROVED-EXT-PAYMENT
           END-EVALUATE
           MOVE WS-APPROVER-ID TO WS-OPERATOR-ID

           IF NOT ITEM-POSTED
               DISPLAY 'ITEM ' WS-PEND-SEQ ' WAS NOT POSTED AND IS '
                   'STILL PENDING.'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BUSINESS-DATE TO PEND-DATE
           MOVE WS-PEND-SEQ TO PEND-SEQ
           READ PENDING-FILE
               INVALID KEY
                   DISPLAY 'ERROR REREADING PENDING ITEM '
                       WS-PEND-SEQ '. CALL THE SUPERVISOR.'
                   EXIT PARAGRAPH
           END-READ
           SET PEND-APPROVED TO TRUE
           MOVE WS-OPERATOR-ID TO PEND-DECIDED-BY
           ACCEPT WS-TIME FROM TIME
           MOVE WS-TIME TO PEND-DECIDED-TIME
           REWRITE PENDING-RECORD
               INVALID KEY
                   DISPLAY 'ERROR UPDATING PENDING ITEM '
                       WS-PEND-SEQ '. CALL THE SUPERVISOR.'
                   EXIT PARAGRAPH
           END-REWRITE
           DISPLAY 'ITEM ' PEND-SEQ ' APPROVED AND POSTED.'.

       POST-APPROVED-DEBIT.
           MOVE PEND-ACCT TO WS-ACCT-NUM
           MOVE PEND-CASH-FLAG TO WS-CASH-FLAG
           MOVE WS-ACCT-NUM TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY 'ACCOUNT NOT FOUND.'
                   EXIT PARAGRAPH
           END-READ

           IF NOT ACTIVE
               DISPLAY 'ACCOUNT IS NOT ACTIVE. CANNOT DEBIT.'
               EXIT PARAGRAPH
           END-IF

           IF WS-AMOUNT > WS-MAXIMUM-TRANSACTION
               DISPLAY 'EXCEEDS MAXIMUM TRANSACTION LIMIT.'
               EXIT PARAGRAPH
           END-IF

           PERFORM POST-DEBIT.

       POST-APPROVED-TRANSFER.
           MOVE PEND-ACCT TO WS-FROM-ACCT
           MOVE PEND-TO-ACCT TO WS-TO-ACCT
           MOVE WS-FROM-ACCT TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY 'FROM ACCOUNT NOT FOUND.'
                   EXIT PARAGRAPH
           END-READ

           IF NOT ACTIVE
               DISPLAY 'FROM ACCOUNT IS NOT ACTIVE. CANNOT DEBIT.'
               EXIT PARAGRAPH
           END-IF

           IF WS-AMOUNT > WS-MAXIMUM-TRANSACTION
               DISPLAY 'EXCEEDS MAXIMUM TRANSACTION LIMIT.'
               EXIT PARAGRAPH
           END-IF

           PERFORM POST-TRANSFER.

       POST-APPROVED-EXT-PAYMENT.
           MOVE PEND-ACCT TO WS-ACCT-NUM
           MOVE PEND-PAYEE-ROUTING TO WS-PAYEE-ROUTING
           MOVE PEND-PAYEE-ACCT TO WS-PAYEE-ACCT
           MOVE PEND-PAYEE-NAME TO WS-PAYEE-NAME
           MOVE WS-ACCT-NUM TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY 'ACCOUNT NOT FOUND.'
                   EXIT PARAGRAPH
           END-READ

           IF NOT ACTIVE
               DISPLAY 'ACCOUNT IS NOT ACTIVE. CANNOT DEBIT.'
               EXIT PARAGRAPH
           END-IF

           IF WS-AMOUNT > WS-MAXIMUM-TRANSACTION
               DISPLAY 'EXCEEDS MAXIMUM TRANSACTION LIMIT.'
               EXIT PARAGRAPH
           END-IF

           PERFORM POST-EXT-PAYMENT.

       REJECT-PENDING-ITEM.
           PERFORM READ-PENDING-ITEM
           IF NOT PEND-ITEM-FOUND
               EXIT PARAGRAPH
           END-IF

           SET PEND-REJECTED TO TRUE
           MOVE WS-OPERATOR-ID TO PEND-DECIDED-BY
           ACCEPT WS-TIME FROM TIME
           MOVE WS-TIME TO PEND-DECIDED-TIME
           REWRITE PENDING-RECORD
               INVALID KEY
                   DISPLAY 'ERROR UPDATING PENDING ITEM '
                       WS-PEND-SEQ '.'
                   EXIT PARAGRAPH
           END-REWRITE
           DISPLAY 'ITEM ' PEND-SEQ ' REJECTED. NOTHING POSTED.'.

       LOG-TRANSACTION-INQUIRY.
           MOVE WS-BUSINESS-DATE TO WS-DATE
           ACCEPT WS-TIME FROM TIME
           MOVE 0 TO TRANS-LINK-DATE
           MOVE 0 TO TRANS-LINK-TIME
           MOVE SPACES TO TRANS-REASON-CODE
           MOVE 0 TO TRANS-CHECK-SERIAL
           MOVE SPACES TO TRANS-CASH-FLAG
           WRITE TRANS-RECORD.

       LOG-TRANSACTION-CREDIT.
           MOVE 0 TO TRANS-LINK-DATE
           MOVE 0 TO TRANS-LINK-TIME
           MOVE SPACES TO TRANS-REASON-CODE
           MOVE 0 TO TRANS-CHECK-SERIAL
           MOVE WS-CASH-FLAG TO TRANS-CASH-FLAG
           WRITE TRANS-RECORD.

       LOG-TRANSACTION-DEBIT.
           MOVE 'D' TO TRANS-TYPE
           MOVE WS-AMOUNT TO TRANS-AMOUNT
           MOVE 'OK' TO TRANS-RESULT
           MOVE WS-FROM-NEW-BALANCE TO TRANS-NEW-BALANCE
           MOVE WS-OPERATOR-ID TO TRANS-OPERATOR-ID
           MOVE 0 TO TRANS-LINK-ACCT
           MOVE 0 TO TRANS-LINK-DATE
           MOVE 0 TO TRANS-LINK-TIME
           MOVE SPACES TO TRANS-REASON-CODE
           MOVE 0 TO TRANS-CHECK-SERIAL
           MOVE WS-CASH-FLAG TO TRANS-CASH-FLAG
           WRITE TRANS-RECORD.

       LOG-TRANSACTION-OPEN.
           MOVE 0 TO TRANS-LINK-DATE
           MOVE 0 TO TRANS-LINK-TIME
           MOVE SPACES TO TRANS-REASON-CODE
           MOVE 0 TO TRANS-CHECK-SERIAL
           MOVE SPACES TO TRANS-CASH-FLAG
           WRITE TRANS-RECORD.

       LOG-TRANSACTION-CLOSE.
           MOVE 0 TO TRANS-LINK-DATE
           MOVE 0 TO TRANS-LINK-TIME
           MOVE SPACES TO TRANS-REASON-CODE
           MOVE 0 TO TRANS-CHECK-SERIAL
           MOVE SPACES TO TRANS-CASH-FLAG
           WRITE TRANS-RECORD.

       LOG-TRANSFER-FROM-LEG.
           MOVE 0 TO TRANS-LINK-DATE
           MOVE 0 TO TRANS-LINK-TIME
           MOVE SPACES TO TRANS-REASON-CODE
           MOVE 0 TO TRANS-CHECK-SERIAL
           MOVE SPACES TO TRANS-CASH-FLAG
           WRITE TRANS-RECORD.

       LOG-TRANSFER-TO-LEG.
           MOVE 0 TO TRANS-LINK-DATE
           MOVE 0 TO TRANS-LINK-TIME
           MOVE SPACES TO TRANS-REASON-CODE
           MOVE 0 TO TRANS-CHECK-SERIAL
           MOVE SPACES TO TRANS-CASH-FLAG
           WRITE TRANS-RECORD.

       LOG-TRANSFER-FAILED.
           MOVE 0 TO TRANS-LINK-DATE
           MOVE 0 TO TRANS-LINK-TIME
           MOVE SPACES TO TRANS-REASON-CODE
           MOVE 0 TO TRANS-CHECK-SERIAL
           MOVE SPACES TO TRANS-CASH-FLAG
           WRITE TRANS-RECORD.

       LOG-TRANSACTION-EXT-PAYMENT.
           MOVE WS-DATE TO TRANS-DATE
           MOVE WS-TIME TO TRANS-TIME
           MOVE WS-ACCT-NUM TO TRANS-ACCT
           MOVE 'E' TO TRANS-TYPE
           MOVE WS-AMOUNT TO TRANS-AMOUNT
           MOVE 'OK' TO TRANS-RESULT
           MOVE WS-FROM-NEW-BALANCE TO TRANS-NEW-BALANCE
           MOVE WS-OPERATOR-ID TO TRANS-OPERATOR-ID
           MOVE 0 TO TRANS-LINK-ACCT
           MOVE 0 TO TRANS-LINK-DATE
           MOVE 0 TO TRANS-LINK-TIME
           MOVE SPACES TO TRANS-REASON-CODE
           MOVE 0 TO TRANS-CHECK-SERIAL
           MOVE SPACES TO TRANS-CASH-FLAG
           WRITE TRANS-RECORD.

       LOG-EXT-PAYMENT-FAILED.
           MOVE WS-BUSINESS-DATE TO WS-DATE
           ACCEPT WS-TIME FROM TIME
           MOVE WS-DATE TO TRANS-DATE
           MOVE WS-TIME TO TRANS-TIME
           MOVE WS-ACCT-NUM TO TRANS-ACCT
           MOVE 'E' TO TRANS-TYPE
           MOVE WS-AMOUNT TO TRANS-AMOUNT
           MOVE 'FL' TO TRANS-RESULT
           MOVE ACCT-BALANCE TO TRANS-NEW-BALANCE
           MOVE WS-OPERATOR-ID TO TRANS-OPERATOR-ID
           MOVE 0 TO TRANS-LINK-ACCT
           MOVE 0 TO TRANS-LINK-DATE
           MOVE 0 TO TRANS-LINK-TIME
           MOVE SPACES TO TRANS-REASON-CODE
           MOVE 0 TO TRANS-CHECK-SERIAL
           MOVE SPACES TO TRANS-CASH-FLAG
           WRITE TRANS-RECORD.

       LOG-EXT-PAYMENT-STOPPED.
           MOVE WS-BUSINESS-DATE TO WS-DATE
           ACCEPT WS-TIME FROM TIME
           MOVE WS-DATE TO TRANS-DATE
           MOVE WS-TIME TO TRANS-TIME
           MOVE WS-ACCT-NUM TO TRANS-ACCT
           MOVE 'E' TO TRANS-TYPE
           MOVE WS-AMOUNT TO TRANS-AMOUNT
           MOVE 'SP' TO TRANS-RESULT
           MOVE ACCT-BALANCE TO TRANS-NEW-BALANCE
           MOVE WS-OPERATOR-ID TO TRANS-OPERATOR-ID
           MOVE 0 TO TRANS-LINK-ACCT
           MOVE 0 TO TRANS-LINK-DATE
           MOVE 0 TO TRANS-LINK-TIME
           MOVE SPACES TO TRANS-REASON-CODE
           MOVE 0 TO TRANS-CHECK-SERIAL
           MOVE SPACES TO TRANS-CASH-FLAG
           WRITE TRANS-RECORD.

      * SAME DATE/TIME STAMP AS THE ITEM IT WAS CHARGED ON, WHICH IT
      * CARRIES IN THE LINK FIELDS
       LOG-EARLY-WITHDRAWAL-PENALTY.
           MOVE WS-DATE TO TRANS-DATE
           MOVE WS-TIME TO TRANS-TIME
           MOVE WS-ACCT-NUM TO TRANS-ACCT
           MOVE 'M' TO TRANS-TYPE
           MOVE WS-PENALTY-AMOUNT TO TRANS-AMOUNT
           MOVE 'OK' TO TRANS-RESULT
           MOVE WS-PENALTY-NEW-BALANCE TO TRANS-NEW-BALANCE
           MOVE WS-OPERATOR-ID TO TRANS-OPERATOR-ID
           MOVE 0 TO TRANS-LINK-ACCT
           MOVE WS-DATE TO TRANS-LINK-DATE
           MOVE WS-TIME TO TRANS-LINK-TIME
           MOVE SPACES TO TRANS-REASON-CODE
           MOVE 0 TO TRANS-CHECK-SERIAL
           MOVE SPACES TO TRANS-CASH-FLAG
           WRITE TRANS-RECORD.

       LOG-TRANSACTION-REVERSAL.
           MOVE WS-RVSL-DATE TO TRANS-LINK-DATE
           MOVE WS-RVSL-TIME TO TRANS-LINK-TIME
           MOVE SPACES TO TRANS-REASON-CODE
           MOVE 0 TO TRANS-CHECK-SERIAL
           MOVE WS-RVSL-ORIG-CASH TO TRANS-CASH-FLAG
           WRITE TRANS-RECORD.

       LOG-TRANSACTION-FREEZE.
           MOVE 0 TO TRANS-LINK-DATE
           MOVE 0 TO TRANS-LINK-TIME
           MOVE WS-REASON-CODE TO TRANS-REASON-CODE
           MOVE 0 TO TRANS-CHECK-SERIAL
           MOVE SPACES TO TRANS-CASH-FLAG
           WRITE TRANS-RECORD.

       LOG-TRANSACTION-UNFREEZE.
           MOVE 0 TO TRANS-LINK-DATE
           MOVE 0 TO TRANS-LINK-TIME
           MOVE WS-REASON-CODE TO TRANS-REASON-CODE
           MOVE 0 TO TRANS-CHECK-SERIAL
           MOVE SPACES TO TRANS-CASH-FLAG
           WRITE TRANS-RECORD.

       LOG-TRANSACTION-HOLD-PLACED.
           MOVE 0 TO TRANS-LINK-DATE
           MOVE 0 TO TRANS-LINK-TIME
           MOVE SPACES TO TRANS-REASON-CODE
           MOVE 0 TO TRANS-CHECK-SERIAL
           MOVE SPACES TO TRANS-CASH-FLAG
           WRITE TRANS-RECORD.

       LOG-TRANSACTION-HOLD-RELEASED.
           MOVE 0 TO TRANS-LINK-DATE
           MOVE 0 TO TRANS-LINK-TIME
           MOVE SPACES TO TRANS-REASON-CODE
           MOVE 0 TO TRANS-CHECK-SERIAL
           MOVE SPACES TO TRANS-CASH-FLAG
           WRITE TRANS-RECORD.

       LOG-TRANSACTION-SESSION-START.
           MOVE 0 TO TRANS-LINK-DATE
           MOVE 0 TO TRANS-LINK-TIME
           MOVE SPACES TO TRANS-REASON-CODE
           MOVE 0 TO TRANS-CHECK-SERIAL
           MOVE SPACES TO TRANS-CASH-FLAG
           WRITE TRANS-RECORD.

       LOG-TRANSACTION-SESSION-END.
           MOVE 0 TO TRANS-LINK-DATE
           MOVE 0 TO TRANS-LINK-TIME
           MOVE SPACES TO TRANS-REASON-CODE
           MOVE 0 TO TRANS-CHECK-SERIAL
           MOVE SPACES TO TRANS-CASH-FLAG
           WRITE TRANS-RECORD.

       LOG-TRANSACTION-FAILED.
           MOVE 0 TO TRANS-LINK-DATE
           MOVE 0 TO TRANS-LINK-TIME
           MOVE SPACES TO TRANS-REASON-CODE
           MOVE 0 TO TRANS-CHECK-SERIAL
           MOVE WS-CASH-FLAG TO TRANS-CASH-FLAG
           WRITE TRANS-RECORD.

       LOG-TRANSACTION-STOPPED.
           MOVE 0 TO TRANS-LINK-DATE
           MOVE 0 TO TRANS-LINK-TIME
           MOVE SPACES TO TRANS-REASON-CODE
           MOVE 0 TO TRANS-CHECK-SERIAL
           MOVE WS-CASH-FLAG TO TRANS-CASH-FLAG
           WRITE TRANS-RECORD.

       LOG-TRANSACTION-STOP-PLACED.
           MOVE 0 TO TRANS-LINK-DATE
           MOVE 0 TO TRANS-LINK-TIME
           MOVE SPACES TO TRANS-REASON-CODE
           MOVE 0 TO TRANS-CHECK-SERIAL
           MOVE SPACES TO TRANS-CASH-FLAG
           WRITE TRANS-RECORD.

       LOG-TRANSACTION-STOP-RELEASED.
           MOVE 0 TO TRANS-LINK-DATE
           MOVE 0 TO TRANS-LINK-TIME
           MOVE SPACES TO TRANS-REASON-CODE
           MOVE 0 TO TRANS-CHECK-SERIAL
           MOVE SPACES TO TRANS-CASH-FLAG
           WRITE TRANS-RECORD.

       LOG-SIGNON-REFUSED.
           MOVE 0 TO TRANS-LINK-DATE
           MOVE 0 TO TRANS-LINK-TIME
           MOVE 'SO' TO TRANS-REASON-CODE
           MOVE 0 TO TRANS-CHECK-SERIAL
           MOVE SPACES TO TRANS-CASH-FLAG
           WRITE TRANS-RECORD.

      * THE ATTEMPTED OPERATION CODE RIDES IN TRANS-REASON-CODE SO
           MOVE 0 TO TRANS-LINK-DATE
           MOVE 0 TO TRANS-LINK-TIME
           MOVE WS-OPERATION TO TRANS-REASON-CODE
           MOVE 0 TO TRANS-CHECK-SERIAL
           MOVE SPACES TO TRANS-CASH-FLAG
           WRITE TRANS-RECORD.

       CLOSE-SYSTEM.
           CLOSE STOP-FILE
           CLOSE HISTORY-FILE
           CLOSE OWNER-XREF-FILE
           CLOSE EXT-PAYMENT-FILE
           CLOSE MAINT-AUDIT-FILE
           CLOSE TIME-DEPOSIT-FILE
           CLOSE PENDING-FILE
           DISPLAY 'SYSTEM CLOSED. TRANSACTION LOG SAVED.'.
