       IDENTIFICATION DIVISION.
       PROGRAM-ID. TD-MATURITY.
       AUTHOR. LEGACY-CORP.
       DATE-WRITTEN. 2026-10-15.
      *
      * NIGHTLY TIME DEPOSIT MATURITY RUN
      * SCANS TIMEDEP.DAT FOR TIME DEPOSITS STILL IN THEIR TERM WHOSE
      * MATURITY DATE IS ON OR BEFORE THE BUSINESS DATE. EACH ONE IS
      * CREDITED ITS TERM INTEREST (SIMPLE INTEREST AT THE RATE
      * LOCKED AT OPENING ON THE PRINCIPAL FUNDED ON THE FIRST DAY OF
      * THE TERM, NEVER MORE THAN THE BALANCE AT MATURITY), LOGGED AS
      * TRANS-INTEREST UNDER OPERATOR 'TDMAT' AND ADDED TO INTYTD.DAT
      * FOR THE YEAR-END TAX REPORT. THEN ITS MATURITY INSTRUCTION IS
      * CARRIED OUT:
      *   R  RENEW FOR ANOTHER TERM AT THE SAME RATE FROM THE OLD
      *      MATURITY DATE
      *   P  PAY THE WHOLE BALANCE TO THE PAYOUT ACCOUNT AS A LINKED
      *      TRANSFER PAIR AND CLOSE THE DEPOSIT. A PAYOUT ACCOUNT
      *      THAT IS MISSING, CLOSED, FROZEN, OR ITSELF A TIME
      *      DEPOSIT, OR AN OPEN HOLD ON THE DEPOSIT, LEAVES THE FUNDS
      *      HELD AND IS REPORTED
      *   H  HOLD THE FUNDS ON THE DEPOSIT; THEY COME OUT AT THE
      *      COUNTER WITHOUT PENALTY AND EARN NOTHING FURTHER
      * A FROZEN DEPOSIT IS REPORTED AND LEFT DUE FOR THE NEXT RUN.
      *
      * SECOND, IT PRINTS THE MATURITY NOTICE LIST: EVERY DEPOSIT IN
      * ITS TERM THAT MATURES WITHIN THE NEXT 30 DAYS, WITH THE
      * OWNER'S NAME AND PHONE FOR THE ADVANCE CALL.
      *
      * PROTECTED BY RUNCTL.DAT LIKE THE OTHER BATCH RUNS: REFUSES A
      * SECOND COMPLETED RUN FOR THE SAME BUSINESS DATE AND RESUMES
      * AFTER THE LAST CHECKPOINTED DEPOSIT ON RESTART.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  LEGACY-CORP     ORIGINAL PROGRAM
      *   2026-10-15  LEGACY-CORP     TERM INTEREST IS PAID ON THE
      *                               PRINCIPAL FUNDED ON THE FIRST DAY
      *                               OF THE TERM, CAPPED AT THE
      *                               BALANCE. A PAYOUT ACCOUNT THAT IS
      *                               ITSELF A TIME DEPOSIT LEAVES THE
      *                               FUNDS HELD
      *   2026-10-15  LEGACY-CORP     RENEWAL MATURITY DATES NO LONGER
      *                               LOSE THE HIGH-ORDER MONTH DIGIT ON
      *                               LONG TERMS
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIME-DEPOSIT-FILE ASSIGN TO 'TIMEDEP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-ACCT
               FILE STATUS IS TD-FILE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO 'ACCOUNTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS ACCT-FILE-STATUS.

           SELECT TRANSACTION-LOG ASSIGN TO 'TRANSLOG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.

           SELECT INTEREST-YTD-FILE ASSIGN TO 'INTYTD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INT-KEY
               FILE STATUS IS INTYTD-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO 'HOLDS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS HOLD-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS CUST-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS RUNCTL-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BIZDATE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BD-ID
               FILE STATUS IS BIZDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD TIME-DEPOSIT-FILE.
           COPY TDEPREC.

       FD ACCOUNT-FILE.
           COPY ACCTREC.

       FD TRANSACTION-LOG.
           COPY TRANSREC.

       FD INTEREST-YTD-FILE.
           COPY INTYTDRC.

       FD HOLD-FILE.
           COPY HOLDREC.

       FD CUSTOMER-FILE.
           COPY CUSTREC.

       FD RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.
       01 BIZDATE-FILE-STATUS      PIC X(2).
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE 0.
       01 TD-FILE-STATUS           PIC X(2).
       01 ACCT-FILE-STATUS         PIC X(2).
       01 LOG-FILE-STATUS          PIC X(2).
       01 INTYTD-FILE-STATUS       PIC X(2).
       01 HOLD-FILE-STATUS         PIC X(2).
       01 CUST-FILE-STATUS         PIC X(2).
       01 RUNCTL-FILE-STATUS       PIC X(2).

       01 WS-ACCT-NUM              PIC 9(8).
       01 WS-AMOUNT                PIC S9(9)V99.
       01 WS-DATE                  PIC 9(8).
       01 WS-TIME                  PIC 9(6).
       01 WS-RUN-DATE              PIC 9(8).
       01 WS-NOTICE-HORIZON        PIC 9(8).
       01 WS-YTD-YEAR              PIC 9(4).

       01 WS-INTEREST-AMOUNT       PIC S9(9)V99 VALUE 0.
       01 WS-INTEREST-BASE         PIC S9(9)V99 VALUE 0.
       01 WS-FROM-NEW-BALANCE      PIC S9(9)V99 VALUE 0.
       01 WS-TO-NEW-BALANCE        PIC S9(9)V99 VALUE 0.

       01 WS-HELD-TOTAL            PIC S9(9)V99 VALUE 0.
       01 WS-HOLD-EOF-SW           PIC X(1) VALUE 'N'.
          88 HOLD-SCAN-DONE        VALUE 'Y'.

       01 WS-TD-EOF-SW             PIC X(1) VALUE 'N'.
          88 TD-EOF                VALUE 'Y'.
       01 WS-PAYOUT-OK-SW          PIC X(1) VALUE 'N'.
          88 PAYOUT-POSTED         VALUE 'Y'.

       01 WS-RESTART-COUNT         PIC 9(9) VALUE 0.
       01 WS-DEPOSIT-COUNT         PIC 9(9) VALUE 0.
       01 WS-SKIPPED-DEPOSITS      PIC 9(9) VALUE 0.

       01 WS-MATURED-COUNT         PIC 9(5) VALUE 0.
       01 WS-RENEWED-COUNT         PIC 9(5) VALUE 0.
       01 WS-PAID-OUT-COUNT        PIC 9(5) VALUE 0.
       01 WS-HELD-COUNT            PIC 9(5) VALUE 0.
       01 WS-CLOSED-COUNT          PIC 9(5) VALUE 0.
       01 WS-EXCEPTION-COUNT       PIC 9(5) VALUE 0.
       01 WS-NOTICE-COUNT          PIC 9(5) VALUE 0.
       01 WS-DAY-COUNT             PIC 9(3) VALUE 0.

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

       01 WS-NOTICE-NAME           PIC X(30).
       01 WS-NOTICE-PHONE          PIC X(10).

       01 WS-DISPLAY-BALANCE       PIC $$$,$$$,$$9.99-.
       01 WS-DISPLAY-INTEREST      PIC $$$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM INITIALIZE-TDMATUR
           PERFORM START-DEPOSIT-SCAN
           PERFORM SKIP-CHECKPOINTED-DEPOSITS
           PERFORM PROCESS-ONE-DEPOSIT UNTIL TD-EOF
           PERFORM PRINT-MATURITY-NOTICES
           PERFORM CLOSE-TDMATUR
           GOBACK.

      * THE BUSINESS DATE IS READ AT STARTUP THE SAME WAY THE BANK
      * PARAMETERS ARE; A MISSING FILE FALLS BACK TO THE SYSTEM DATE
       LOAD-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF BIZDATE-FILE-STATUS = '35'
               DISPLAY 'WARNING: BUSINESS DATE FILE NOT FOUND. '
                   'USING THE SYSTEM DATE.'
               ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
               EXIT PARAGRAPH
           END-IF
           IF BIZDATE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN BUSINESS DATE FILE'
               STOP RUN
           END-IF
           MOVE 'BUSDATE ' TO BD-ID
           READ BUSINESS-DATE-FILE
               INVALID KEY
                   DISPLAY 'WARNING: BUSINESS DATE RECORD NOT '
                       'FOUND. USING THE SYSTEM DATE.'
                   ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
                   CLOSE BUSINESS-DATE-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE BD-DATE TO WS-BUSINESS-DATE
           CLOSE BUSINESS-DATE-FILE.

       INITIALIZE-TDMATUR.
           PERFORM LOAD-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE
           PERFORM INIT-RUN-CONTROL

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

           OPEN I-O ACCOUNT-FILE
           IF ACCT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN ACCOUNT FILE'
               STOP RUN
           END-IF

           OPEN EXTEND TRANSACTION-LOG
           IF LOG-FILE-STATUS = '35'
               OPEN OUTPUT TRANSACTION-LOG
           END-IF
           IF LOG-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN TRANSACTION LOG'
               STOP RUN
           END-IF

           OPEN I-O INTEREST-YTD-FILE
           IF INTYTD-FILE-STATUS = '35'
               OPEN OUTPUT INTEREST-YTD-FILE
               CLOSE INTEREST-YTD-FILE
               OPEN I-O INTEREST-YTD-FILE
           END-IF
           IF INTYTD-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN INTEREST YTD FILE'
               STOP RUN
           END-IF

           OPEN INPUT HOLD-FILE
           IF HOLD-FILE-STATUS = '35'
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN INPUT HOLD-FILE
           END-IF
           IF HOLD-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN HOLDS FILE'
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF CUST-FILE-STATUS = '35'
               OPEN OUTPUT CUSTOMER-FILE
               CLOSE CUSTOMER-FILE
               OPEN INPUT CUSTOMER-FILE
           END-IF
           IF CUST-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN CUSTOMER FILE'
               STOP RUN
           END-IF

           DISPLAY '=================================='
           DISPLAY '  TIME DEPOSIT MATURITY RUN'
           DISPLAY '  BUSINESS DATE: ' WS-RUN-DATE
           DISPLAY '=================================='.

       INIT-RUN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE
           IF RUNCTL-FILE-STATUS = '35'
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF
           IF RUNCTL-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN RUN CONTROL FILE'
               STOP RUN
           END-IF

           MOVE 'TDMATUR ' TO RUN-PROGRAM
           MOVE WS-RUN-DATE TO RUN-PERIOD
           READ RUN-CONTROL-FILE
               INVALID KEY
                   PERFORM START-NEW-RUN
                   EXIT PARAGRAPH
           END-READ

           IF RUN-COMPLETED
               DISPLAY 'TIME DEPOSIT MATURITIES HAVE ALREADY RUN FOR '
                   RUN-PERIOD '. RUN REFUSED.'
               STOP RUN
           END-IF

           MOVE RUN-CHECKPOINT TO WS-RESTART-COUNT
           MOVE RUN-CHECKPOINT TO WS-DEPOSIT-COUNT
           DISPLAY 'PRIOR RUN DID NOT COMPLETE. RESUMING AFTER '
               'DEPOSIT ' RUN-CHECKPOINT '.'.

       START-NEW-RUN.
           MOVE 'TDMATUR ' TO RUN-PROGRAM
           MOVE WS-RUN-DATE TO RUN-PERIOD
           SET RUN-IN-PROGRESS TO TRUE
           MOVE 0 TO RUN-CHECKPOINT
           ACCEPT WS-TIME FROM TIME
           MOVE WS-RUN-DATE TO RUN-START-DATE
           MOVE WS-TIME TO RUN-START-TIME
           MOVE 0 TO RUN-END-DATE
           MOVE 0 TO RUN-END-TIME
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY 'ERROR WRITING RUN CONTROL RECORD'
                   STOP RUN
           END-WRITE.

       CHECKPOINT-RUN.
           MOVE WS-DEPOSIT-COUNT TO RUN-CHECKPOINT
           REWRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY 'ERROR REWRITING RUN CONTROL RECORD'
           END-REWRITE.

       END-RUN-CONTROL.
           SET RUN-COMPLETED TO TRUE
           MOVE WS-BUSINESS-DATE TO WS-DATE
           ACCEPT WS-TIME FROM TIME
           MOVE WS-DATE TO RUN-END-DATE
           MOVE WS-TIME TO RUN-END-TIME
           REWRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY 'ERROR REWRITING RUN CONTROL RECORD'
           END-REWRITE
           CLOSE RUN-CONTROL-FILE.

       START-DEPOSIT-SCAN.
           MOVE 'N' TO WS-TD-EOF-SW
           MOVE 0 TO TD-ACCT
           START TIME-DEPOSIT-FILE KEY IS NOT LESS THAN TD-ACCT
               INVALID KEY
                   DISPLAY 'NO TIME DEPOSITS ON FILE.'
                   SET TD-EOF TO TRUE
                   EXIT PARAGRAPH
           END-START
           PERFORM READ-NEXT-DEPOSIT.

       READ-NEXT-DEPOSIT.
           READ TIME-DEPOSIT-FILE NEXT RECORD
               AT END
                   SET TD-EOF TO TRUE
           END-READ.

       SKIP-CHECKPOINTED-DEPOSITS.
           PERFORM SKIP-ONE-DEPOSIT
               UNTIL WS-SKIPPED-DEPOSITS >= WS-RESTART-COUNT
               OR TD-EOF.

       SKIP-ONE-DEPOSIT.
           ADD 1 TO WS-SKIPPED-DEPOSITS
           PERFORM READ-NEXT-DEPOSIT.

       PROCESS-ONE-DEPOSIT.
           IF TD-IN-TERM AND TD-MATURITY-DATE <= WS-RUN-DATE
               PERFORM MATURE-ONE-DEPOSIT
           END-IF
           ADD 1 TO WS-DEPOSIT-COUNT
           PERFORM CHECKPOINT-RUN
           PERFORM READ-NEXT-DEPOSIT.

       MATURE-ONE-DEPOSIT.
           MOVE TD-ACCT TO WS-ACCT-NUM
           MOVE TD-ACCT TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY 'EXCEPTION DEPOSIT ' TD-ACCT
                       ' ACCOUNT NOT FOUND.'
                   ADD 1 TO WS-EXCEPTION-COUNT
                   EXIT PARAGRAPH
           END-READ

      * CLOSED AT THE COUNTER BEFORE IT MATURED: NOTHING TO PAY
           IF CLOSED
               SET TD-ACCT-CLOSED TO TRUE
               PERFORM REWRITE-DEPOSIT
               ADD 1 TO WS-CLOSED-COUNT
               EXIT PARAGRAPH
           END-IF

           IF FROZEN
               DISPLAY 'EXCEPTION DEPOSIT ' TD-ACCT
                   ' ACCOUNT IS FROZEN. LEFT FOR THE NEXT RUN.'
               ADD 1 TO WS-EXCEPTION-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM CREDIT-TERM-INTEREST
           ADD 1 TO WS-MATURED-COUNT
           MOVE WS-RUN-DATE TO TD-LAST-MATURED

           EVALUATE TRUE
               WHEN TD-RENEW
                   PERFORM RENEW-DEPOSIT
               WHEN TD-PAY-OUT
                   PERFORM PAY-OUT-DEPOSIT
                   IF NOT PAYOUT-POSTED
                       SET TD-MATURED-HELD TO TRUE
                       ADD 1 TO WS-HELD-COUNT
                   END-IF
               WHEN OTHER
                   SET TD-MATURED-HELD TO TRUE
                   ADD 1 TO WS-HELD-COUNT
                   MOVE ACCT-BALANCE TO WS-DISPLAY-BALANCE
                   DISPLAY 'HELD     ' TD-ACCT ' BALANCE '
                       WS-DISPLAY-BALANCE
           END-EVALUATE

           PERFORM REWRITE-DEPOSIT.

       REWRITE-DEPOSIT.
           REWRITE TIME-DEPOSIT-RECORD
               INVALID KEY
                   DISPLAY 'ERROR UPDATING TIME DEPOSIT ' TD-ACCT
           END-REWRITE.

      * SIMPLE INTEREST FOR THE WHOLE TERM ON THE PRINCIPAL. MONEY
      * TAKEN OUT EARLY EARNS NOTHING, SO THE BALANCE CAPS IT. TERMS
      * WITH NO PRINCIPAL RECORDED FALL BACK TO THE BALANCE. THE
      * ACCOUNT RECORD IS IN THE BUFFER AND STAYS THERE.
       CREDIT-TERM-INTEREST.
           MOVE 0 TO WS-INTEREST-AMOUNT
           MOVE TD-PRINCIPAL TO WS-INTEREST-BASE
           IF WS-INTEREST-BASE = 0 OR WS-INTEREST-BASE > ACCT-BALANCE
               MOVE ACCT-BALANCE TO WS-INTEREST-BASE
           END-IF
           IF WS-INTEREST-BASE NOT > 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-INTEREST-AMOUNT ROUNDED =
               WS-INTEREST-BASE * TD-RATE / 100 * TD-TERM-MONTHS / 12
           IF WS-INTEREST-AMOUNT NOT > 0
               EXIT PARAGRAPH
           END-IF

           ADD WS-INTEREST-AMOUNT TO ACCT-BALANCE
           MOVE WS-BUSINESS-DATE TO WS-DATE
           MOVE WS-DATE TO ACCT-LAST-ACTIVITY
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY 'EXCEPTION DEPOSIT ' TD-ACCT
                       ' ERROR CREDITING INTEREST.'
                   ADD 1 TO WS-EXCEPTION-COUNT
                   SUBTRACT WS-INTEREST-AMOUNT FROM ACCT-BALANCE
                   MOVE 0 TO WS-INTEREST-AMOUNT
                   EXIT PARAGRAPH
           END-REWRITE

           PERFORM LOG-TRANSACTION-INTEREST
           PERFORM UPDATE-INTEREST-YTD
           MOVE ACCT-BALANCE TO WS-DISPLAY-BALANCE
           MOVE WS-INTEREST-AMOUNT TO WS-DISPLAY-INTEREST
           DISPLAY 'MATURED  ' TD-ACCT ' INTEREST ' WS-DISPLAY-INTEREST
               ' NEW BALANCE ' WS-DISPLAY-BALANCE.

      * THE NEW TERM RUNS FROM THE OLD MATURITY DATE SO A LATE RUN
      * DOES NOT STRETCH IT
       RENEW-DEPOSIT.
           MOVE TD-MATURITY-DATE TO TD-START-DATE
           MOVE TD-MATURITY-DATE TO WS-WORK-DATE
           MOVE TD-TERM-MONTHS TO WS-MONTHS-TO-ADD
           PERFORM ADVANCE-MONTHS
           MOVE WS-WORK-DATE TO TD-MATURITY-DATE
           MOVE ACCT-BALANCE TO TD-PRINCIPAL
           ADD 1 TO TD-RENEWAL-COUNT
           ADD 1 TO WS-RENEWED-COUNT
           DISPLAY 'RENEWED  ' TD-ACCT ' NEW MATURITY '
               TD-MATURITY-DATE.

      * THE WHOLE BALANCE MOVES TO THE PAYOUT ACCOUNT AS A LINKED
      * TRANSFER PAIR AND THE DEPOSIT IS CLOSED. ANY PROBLEM LEAVES
      * THE FUNDS WHERE THEY ARE, HELD ON THE DEPOSIT.
       PAY-OUT-DEPOSIT.
           MOVE 'N' TO WS-PAYOUT-OK-SW
           MOVE ACCT-BALANCE TO WS-AMOUNT

           PERFORM COMPUTE-UNEXPIRED-HOLDS
           IF WS-HELD-TOTAL > 0
               DISPLAY 'EXCEPTION DEPOSIT ' TD-ACCT
                   ' HAS OPEN HOLDS. FUNDS HELD, NOT PAID OUT.'
               ADD 1 TO WS-EXCEPTION-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE TD-PAYOUT-ACCT TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY 'EXCEPTION DEPOSIT ' TD-ACCT
                       ' PAYOUT ACCOUNT ' TD-PAYOUT-ACCT
                       ' NOT FOUND. FUNDS HELD.'
                   ADD 1 TO WS-EXCEPTION-COUNT
                   EXIT PARAGRAPH
           END-READ

           IF NOT ACTIVE
               DISPLAY 'EXCEPTION DEPOSIT ' TD-ACCT
                   ' PAYOUT ACCOUNT ' TD-PAYOUT-ACCT
                   ' IS NOT ACTIVE. FUNDS HELD.'
               ADD 1 TO WS-EXCEPTION-COUNT
               EXIT PARAGRAPH
           END-IF

           IF TIME-DEPOSIT
               DISPLAY 'EXCEPTION DEPOSIT ' TD-ACCT
                   ' PAYOUT ACCOUNT ' TD-PAYOUT-ACCT
                   ' IS A TIME DEPOSIT. FUNDS HELD.'
               ADD 1 TO WS-EXCEPTION-COUNT
               EXIT PARAGRAPH
           END-IF

      * BOTH LEGS AND THE CLOSE SHARE ONE DATE/TIME STAMP
           MOVE WS-BUSINESS-DATE TO WS-DATE
           ACCEPT WS-TIME FROM TIME

           MOVE TD-ACCT TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY 'EXCEPTION DEPOSIT ' TD-ACCT
                       ' ERROR REREADING ACCOUNT. FUNDS HELD.'
                   ADD 1 TO WS-EXCEPTION-COUNT
                   EXIT PARAGRAPH
           END-READ
           SUBTRACT WS-AMOUNT FROM ACCT-BALANCE
           MOVE ACCT-BALANCE TO WS-FROM-NEW-BALANCE
           MOVE WS-DATE TO ACCT-LAST-ACTIVITY
           SET CLOSED TO TRUE
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY 'EXCEPTION DEPOSIT ' TD-ACCT
                       ' ERROR UPDATING ACCOUNT. FUNDS HELD.'
                   ADD 1 TO WS-EXCEPTION-COUNT
                   EXIT PARAGRAPH
           END-REWRITE

           MOVE TD-PAYOUT-ACCT TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   PERFORM BACK-OUT-PAYOUT-DEBIT
                   EXIT PARAGRAPH
           END-READ
           ADD WS-AMOUNT TO ACCT-BALANCE
           MOVE WS-DATE TO ACCT-LAST-ACTIVITY
           MOVE ACCT-BALANCE TO WS-TO-NEW-BALANCE
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   PERFORM BACK-OUT-PAYOUT-DEBIT
                   EXIT PARAGRAPH
           END-REWRITE

           PERFORM LOG-PAYOUT-FROM-LEG
           PERFORM LOG-PAYOUT-TO-LEG
           PERFORM LOG-DEPOSIT-CLOSE

           SET TD-PAID-OUT TO TRUE
           ADD 1 TO WS-PAID-OUT-COUNT
           MOVE WS-AMOUNT TO WS-DISPLAY-BALANCE
           DISPLAY 'PAID OUT ' TD-ACCT ' ' WS-DISPLAY-BALANCE
               ' TO ' TD-PAYOUT-ACCT
           SET PAYOUT-POSTED TO TRUE.

       BACK-OUT-PAYOUT-DEBIT.
           DISPLAY 'EXCEPTION DEPOSIT ' TD-ACCT
               ' ERROR POSTING PAYOUT CREDIT. BACKING OUT DEBIT.'
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE TD-ACCT TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY 'ERROR: COULD NOT BACK OUT DEBIT ON '
                       TD-ACCT '. CALL THE SUPERVISOR.'
                   EXIT PARAGRAPH
           END-READ
           ADD WS-AMOUNT TO ACCT-BALANCE
           SET ACTIVE TO TRUE
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY 'ERROR: COULD NOT BACK OUT DEBIT ON '
                       TD-ACCT '. CALL THE SUPERVISOR.'
           END-REWRITE.

       COMPUTE-UNEXPIRED-HOLDS.
           MOVE 0 TO WS-HELD-TOTAL
           MOVE 'N' TO WS-HOLD-EOF-SW
           MOVE WS-BUSINESS-DATE TO WS-DATE
           MOVE WS-ACCT-NUM TO HOLD-ACCT
           MOVE 0 TO HOLD-SEQ
           START HOLD-FILE KEY IS NOT LESS THAN HOLD-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM READ-NEXT-HOLD
           PERFORM ADD-ONE-UNEXPIRED-HOLD UNTIL HOLD-SCAN-DONE.

       READ-NEXT-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   SET HOLD-SCAN-DONE TO TRUE
           END-READ.

       ADD-ONE-UNEXPIRED-HOLD.
           IF HOLD-ACCT NOT = WS-ACCT-NUM
               SET HOLD-SCAN-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF HOLD-OPEN AND HOLD-RELEASE-DATE > WS-DATE
               ADD HOLD-AMOUNT TO WS-HELD-TOTAL
           END-IF
           PERFORM READ-NEXT-HOLD.

      * THE CUSTOMER STAMP IS REFRESHED ON EVERY POSTING SO THE YTD
      * RECORD FOLLOWS A LATE ACCOUNT-TO-CUSTOMER LINK
       UPDATE-INTEREST-YTD.
           MOVE WS-BUSINESS-DATE TO WS-DATE
           DIVIDE WS-DATE BY 10000 GIVING WS-YTD-YEAR
           MOVE WS-YTD-YEAR TO INT-YEAR
           MOVE ACCT-NUMBER TO INT-ACCT
           READ INTEREST-YTD-FILE
               INVALID KEY
                   MOVE WS-YTD-YEAR TO INT-YEAR
                   MOVE ACCT-NUMBER TO INT-ACCT
                   MOVE ACCT-CUSTOMER TO INT-CUSTOMER
                   MOVE WS-INTEREST-AMOUNT TO INT-YTD-AMOUNT
                   MOVE WS-DATE TO INT-LAST-POSTED
                   WRITE INTEREST-YTD-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR WRITING INTEREST YTD FOR '
                               ACCT-NUMBER
                   END-WRITE
                   EXIT PARAGRAPH
           END-READ
           MOVE ACCT-CUSTOMER TO INT-CUSTOMER
           ADD WS-INTEREST-AMOUNT TO INT-YTD-AMOUNT
           MOVE WS-DATE TO INT-LAST-POSTED
           REWRITE INTEREST-YTD-RECORD
               INVALID KEY
                   DISPLAY 'ERROR UPDATING INTEREST YTD FOR '
                       ACCT-NUMBER
           END-REWRITE.

      * EVERY DEPOSIT IN ITS TERM MATURING AFTER TODAY AND WITHIN THE
      * NEXT 30 DAYS, IN ACCOUNT ORDER
       PRINT-MATURITY-NOTICES.
           MOVE WS-RUN-DATE TO WS-WORK-DATE
           MOVE 0 TO WS-DAY-COUNT
           PERFORM ADVANCE-ONE-DAY UNTIL WS-DAY-COUNT >= 30
           MOVE WS-WORK-DATE TO WS-NOTICE-HORIZON

           DISPLAY ' '
           DISPLAY 'TIME DEPOSITS MATURING ' WS-RUN-DATE
               ' EXCLUSIVE THROUGH ' WS-NOTICE-HORIZON
           DISPLAY 'ACCOUNT  MATURES  BALANCE          INSTR '
               'OWNER                          PHONE'
           DISPLAY '-------- -------- ---------------- ----- '
               '------------------------------ ----------'

           PERFORM START-DEPOSIT-SCAN
           PERFORM LIST-ONE-NOTICE UNTIL TD-EOF

           IF WS-NOTICE-COUNT = 0
               DISPLAY 'NO TIME DEPOSITS MATURE IN THE NEXT 30 DAYS.'
           END-IF.

       LIST-ONE-NOTICE.
           IF TD-IN-TERM AND TD-MATURITY-DATE > WS-RUN-DATE
                   AND TD-MATURITY-DATE <= WS-NOTICE-HORIZON
               PERFORM PRINT-ONE-NOTICE
           END-IF
           PERFORM READ-NEXT-DEPOSIT.

       PRINT-ONE-NOTICE.
           MOVE TD-ACCT TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF CLOSED
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-NOTICE-NAME
           MOVE SPACES TO WS-NOTICE-PHONE
           MOVE ACCT-NAME TO WS-NOTICE-NAME
           IF ACCT-CUSTOMER NOT = 0
               MOVE ACCT-CUSTOMER TO CUST-NUMBER
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-NAME TO WS-NOTICE-NAME
                       MOVE CUST-PHONE TO WS-NOTICE-PHONE
               END-READ
           END-IF

           MOVE ACCT-BALANCE TO WS-DISPLAY-BALANCE
           DISPLAY TD-ACCT ' ' TD-MATURITY-DATE ' '
               WS-DISPLAY-BALANCE '  ' TD-INSTRUCTION '    '
               WS-NOTICE-NAME ' ' WS-NOTICE-PHONE
           ADD 1 TO WS-NOTICE-COUNT.

       ADVANCE-ONE-DAY.
           PERFORM GET-DAYS-IN-MONTH
           ADD 1 TO WS-WORK-DAY
           IF WS-WORK-DAY > WS-DAYS-IN-MONTH
               MOVE 1 TO WS-WORK-DAY
               ADD 1 TO WS-WORK-MONTH
               IF WS-WORK-MONTH > 12
                   MOVE 1 TO WS-WORK-MONTH
                   ADD 1 TO WS-WORK-YEAR
               END-IF
           END-IF
           ADD 1 TO WS-DAY-COUNT.

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

       LOG-TRANSACTION-INTEREST.
           MOVE WS-BUSINESS-DATE TO WS-DATE
           ACCEPT WS-TIME FROM TIME
           MOVE WS-DATE TO TRANS-DATE
           MOVE WS-TIME TO TRANS-TIME
           MOVE ACCT-NUMBER TO TRANS-ACCT
           MOVE 'N' TO TRANS-TYPE
           MOVE WS-INTEREST-AMOUNT TO TRANS-AMOUNT
           MOVE 'OK' TO TRANS-RESULT
           MOVE ACCT-BALANCE TO TRANS-NEW-BALANCE
           MOVE 'TDMAT' TO TRANS-OPERATOR-ID
           MOVE 0 TO TRANS-LINK-ACCT
           MOVE 0 TO TRANS-LINK-DATE
           MOVE 0 TO TRANS-LINK-TIME
           MOVE SPACES TO TRANS-REASON-CODE
           MOVE 0 TO TRANS-CHECK-SERIAL
           MOVE SPACES TO TRANS-CASH-FLAG
           WRITE TRANS-RECORD.

       LOG-PAYOUT-FROM-LEG.
           MOVE WS-DATE TO TRANS-DATE
           MOVE WS-TIME TO TRANS-TIME
           MOVE TD-ACCT TO TRANS-ACCT
           MOVE 'F' TO TRANS-TYPE
           MOVE WS-AMOUNT TO TRANS-AMOUNT
           MOVE 'OK' TO TRANS-RESULT
           MOVE WS-FROM-NEW-BALANCE TO TRANS-NEW-BALANCE
           MOVE 'TDMAT' TO TRANS-OPERATOR-ID
           MOVE TD-PAYOUT-ACCT TO TRANS-LINK-ACCT
           MOVE 0 TO TRANS-LINK-DATE
           MOVE 0 TO TRANS-LINK-TIME
           MOVE SPACES TO TRANS-REASON-CODE
           MOVE 0 TO TRANS-CHECK-SERIAL
           MOVE SPACES TO TRANS-CASH-FLAG
           WRITE TRANS-RECORD.

       LOG-PAYOUT-TO-LEG.
           MOVE WS-DATE TO TRANS-DATE
           MOVE WS-TIME TO TRANS-TIME
           MOVE TD-PAYOUT-ACCT TO TRANS-ACCT
           MOVE 'G' TO TRANS-TYPE
           MOVE WS-AMOUNT TO TRANS-AMOUNT
           MOVE 'OK' TO TRANS-RESULT
           MOVE WS-TO-NEW-BALANCE TO TRANS-NEW-BALANCE
           MOVE 'TDMAT' TO TRANS-OPERATOR-ID
           MOVE TD-ACCT TO TRANS-LINK-ACCT
           MOVE 0 TO TRANS-LINK-DATE
           MOVE 0 TO TRANS-LINK-TIME
           MOVE SPACES TO TRANS-REASON-CODE
           MOVE 0 TO TRANS-CHECK-SERIAL
           MOVE SPACES TO TRANS-CASH-FLAG
           WRITE TRANS-RECORD.

       LOG-DEPOSIT-CLOSE.
           MOVE WS-DATE TO TRANS-DATE
           MOVE WS-TIME TO TRANS-TIME
           MOVE TD-ACCT TO TRANS-ACCT
           MOVE 'X' TO TRANS-TYPE
           MOVE 0 TO TRANS-AMOUNT
           MOVE 'OK' TO TRANS-RESULT
           MOVE WS-FROM-NEW-BALANCE TO TRANS-NEW-BALANCE
           MOVE 'TDMAT' TO TRANS-OPERATOR-ID
           MOVE 0 TO TRANS-LINK-ACCT
           MOVE 0 TO TRANS-LINK-DATE
           MOVE 0 TO TRANS-LINK-TIME
           MOVE SPACES TO TRANS-REASON-CODE
           MOVE 0 TO TRANS-CHECK-SERIAL
           MOVE SPACES TO TRANS-CASH-FLAG
           WRITE TRANS-RECORD.

       CLOSE-TDMATUR.
           PERFORM END-RUN-CONTROL
           DISPLAY '=================================='
           DISPLAY 'DEPOSITS MATURED:  ' WS-MATURED-COUNT
           DISPLAY '  RENEWED:         ' WS-RENEWED-COUNT
           DISPLAY '  PAID OUT:        ' WS-PAID-OUT-COUNT
           DISPLAY '  HELD:            ' WS-HELD-COUNT
           DISPLAY 'CLOSED BEFORE DUE: ' WS-CLOSED-COUNT
           DISPLAY 'EXCEPTIONS:        ' WS-EXCEPTION-COUNT
           DISPLAY 'MATURITY NOTICES:  ' WS-NOTICE-COUNT
           DISPLAY '=================================='
           CLOSE TIME-DEPOSIT-FILE
           CLOSE ACCOUNT-FILE
           CLOSE TRANSACTION-LOG
           CLOSE INTEREST-YTD-FILE
           CLOSE HOLD-FILE
           CLOSE CUSTOMER-FILE.
