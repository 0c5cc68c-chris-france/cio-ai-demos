       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACH-ORIGINATE.
       AUTHOR. LEGACY-CORP.
       DATE-WRITTEN. 2026-10-14.
      *
      * NIGHTLY OUTBOUND ACH ORIGINATION RUN
      * PAYMENTS TO ACCOUNTS AT OTHER BANKS ARE DEBITED FROM THE
      * CUSTOMER WHEN THEY POST (TELLER EXTERNAL PAYMENT IN
      * ACCOUNTING-SYSTEM, EXTERNAL STANDING ORDERS IN STANDING-
      * ORDER-POST) AND QUEUED ON EXTPAY.DAT. THIS RUN PICKS UP THE
      * BUSINESS DATE'S QUEUED PAYMENTS AND WRITES THE OUTBOUND
      * ORIGINATION FILE ACHOUT.DAT FOR TRANSMISSION TO THE NETWORK:
      *   - A BATCH HEADER CARRYING THE SETTLEMENT DATE (THE NEXT
      *     BUSINESS DATE - DATE-ROLL ADVANCES ONE DAY AT A TIME)
      *   - ONE CREDIT ENTRY PER PAYMENT (PAYEE ROUTING NUMBER,
      *     ACCOUNT, NAME, AMOUNT, AND OUR PAYING ACCOUNT)
      *   - A BATCH TRAILER WITH THE ENTRY COUNT, THE ENTRY HASH
      *     (SUM OF THE 8-DIGIT BANK IDENTIFIERS - THE ROUTING NUMBER
      *     WITHOUT ITS CHECK DIGIT - KEPT TO THE RIGHTMOST 10
      *     DIGITS), THE TOTAL CREDIT AMOUNT, AND THE SETTLEMENT DATE
      *
      * THE CUSTOMER DEBITS ARE ON THE LOG AS TRANS-EXT-PAYMENT AND
      * REACH THE GENERAL LEDGER AS THE SETTLEMENT CLEARING CLASS
      * (SC) IN GL-EXTRACT, SO THE TRAILER TOTAL HERE SHOULD EQUAL
      * THE SC TOTAL FOR THE SAME DATE.
      *
      * PROTECTED BY RUNCTL.DAT: REFUSES A SECOND COMPLETED RUN FOR
      * THE SAME BUSINESS DATE (A PAYMENT MUST NOT BE SENT TWICE).
      * AN INCOMPLETE PRIOR RUN SIMPLY RERUNS - THE ORIGINATION FILE
      * IS REGENERATED FROM SCRATCH EACH RUN.
      *
      * MODIFICATION HISTORY
      *   2026-10-14  LEGACY-CORP     ORIGINAL PROGRAM
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXT-PAYMENT-FILE ASSIGN TO 'EXTPAY.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS XPAY-FILE-STATUS.

           SELECT ACH-OUT-FILE ASSIGN TO 'ACHOUT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ACHOUT-FILE-STATUS.

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

       FD EXT-PAYMENT-FILE.
           COPY XPAYREC.

       FD ACH-OUT-FILE.
       01 ACH-OUT-HEADER-RECORD.
           05 AOH-RECORD-TYPE      PIC X(1).
           05 AOH-SERVICE-CLASS    PIC 9(3).
           05 AOH-COMPANY-NAME     PIC X(16).
           05 AOH-ENTRY-CLASS      PIC X(3).
           05 AOH-DESCRIPTION      PIC X(10).
           05 AOH-SETTLEMENT-DATE  PIC 9(8).
           05 AOH-CREATED-DATE     PIC 9(8).
           05 AOH-BATCH-NUMBER     PIC 9(7).
           05 FILLER               PIC X(38).
       01 ACH-OUT-DETAIL-RECORD.
           05 AOD-RECORD-TYPE      PIC X(1).
           05 AOD-TRANSACTION-CODE PIC 9(2).
           05 AOD-ROUTING          PIC 9(9).
           05 AOD-PAYEE-ACCT       PIC X(17).
           05 AOD-AMOUNT           PIC 9(9)V99.
           05 AOD-PAYEE-NAME       PIC X(22).
           05 AOD-TRACE-NUMBER     PIC 9(7).
           05 AOD-FROM-ACCT        PIC 9(8).
           05 AOD-POSTED-TIME      PIC 9(6).
           05 FILLER               PIC X(11).
       01 ACH-OUT-TRAILER-RECORD.
           05 AOT-RECORD-TYPE      PIC X(1).
           05 AOT-SERVICE-CLASS    PIC 9(3).
           05 AOT-ENTRY-COUNT      PIC 9(6).
           05 AOT-ENTRY-HASH       PIC 9(10).
           05 AOT-TOTAL-CREDIT     PIC 9(10)V99.
           05 AOT-SETTLEMENT-DATE  PIC 9(8).
           05 AOT-BATCH-NUMBER     PIC 9(7).
           05 FILLER               PIC X(47).

       FD RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.
       01 BIZDATE-FILE-STATUS      PIC X(2).
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE 0.
       01 XPAY-FILE-STATUS         PIC X(2).
       01 ACHOUT-FILE-STATUS       PIC X(2).
       01 RUNCTL-FILE-STATUS       PIC X(2).

       01 WS-RUN-DATE              PIC 9(8).
       01 WS-RUN-TIME              PIC 9(6).
       01 WS-SETTLEMENT-DATE       PIC 9(8).

       01 WS-XPAY-EOF-SW           PIC X(1) VALUE 'N'.
          88 XPAY-EOF              VALUE 'Y'.

      * CREDITS-ONLY BATCH; EVERY ENTRY IS A CREDIT TO A DEMAND
      * ACCOUNT AT THE RECEIVING BANK
       01 WS-SERVICE-CLASS         PIC 9(3) VALUE 220.
       01 WS-CREDIT-TRAN-CODE      PIC 9(2) VALUE 22.
       01 WS-BATCH-NUMBER          PIC 9(7) VALUE 1.

       01 WS-ENTRY-COUNT           PIC 9(6) VALUE 0.
       01 WS-HASH-ACCUM            PIC 9(15) VALUE 0.
       01 WS-BANK-ID               PIC 9(8).
       01 WS-TOTAL-CREDIT          PIC 9(10)V99 VALUE 0.

       01 WS-WORK-DATE             PIC 9(8).
       01 WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
           05 WS-WORK-YEAR         PIC 9(4).
           05 WS-WORK-MONTH        PIC 9(2).
           05 WS-WORK-DAY          PIC 9(2).
       01 WS-DAYS-IN-MONTH         PIC 9(2).
       01 WS-LEAP-QUOT             PIC 9(4).
       01 WS-LEAP-REM              PIC 9(4).

       01 WS-DISPLAY-AMOUNT        PIC $$,$$$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM INITIALIZE-ACHORIG
           PERFORM WRITE-BATCH-HEADER
           PERFORM READ-NEXT-EXT-PAYMENT
           PERFORM ORIGINATE-ONE-PAYMENT UNTIL XPAY-EOF
           PERFORM WRITE-BATCH-TRAILER
           PERFORM CLOSE-ACHORIG
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

       INITIALIZE-ACHORIG.
           PERFORM LOAD-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE
           PERFORM INIT-RUN-CONTROL

      * NO PAYMENT HAS EVER BEEN QUEUED: AN EMPTY BATCH IS STILL
      * WRITTEN SO THE NETWORK SEES THE FILE EVERY NIGHT
           OPEN INPUT EXT-PAYMENT-FILE
           IF XPAY-FILE-STATUS = '35'
               OPEN OUTPUT EXT-PAYMENT-FILE
               CLOSE EXT-PAYMENT-FILE
               OPEN INPUT EXT-PAYMENT-FILE
           END-IF
           IF XPAY-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN EXTERNAL PAYMENT FILE'
               STOP RUN
           END-IF

           OPEN OUTPUT ACH-OUT-FILE
           IF ACHOUT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN ACH ORIGINATION FILE'
               STOP RUN
           END-IF

           MOVE WS-RUN-DATE TO WS-WORK-DATE
           PERFORM ADVANCE-ONE-DAY
           MOVE WS-WORK-DATE TO WS-SETTLEMENT-DATE

           DISPLAY '=================================='
           DISPLAY '  OUTBOUND ACH ORIGINATION RUN'
           DISPLAY '  BUSINESS DATE:   ' WS-RUN-DATE
           DISPLAY '  SETTLEMENT DATE: ' WS-SETTLEMENT-DATE
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

           MOVE 'ACHORIG ' TO RUN-PROGRAM
           MOVE WS-RUN-DATE TO RUN-PERIOD
           READ RUN-CONTROL-FILE
               INVALID KEY
                   PERFORM START-NEW-RUN
                   EXIT PARAGRAPH
           END-READ

           IF RUN-COMPLETED
               DISPLAY 'THE ACH ORIGINATION HAS ALREADY RUN TO '
                   'COMPLETION FOR ' RUN-PERIOD '. RUN REFUSED.'
               STOP RUN
           END-IF

           DISPLAY 'PRIOR RUN DID NOT COMPLETE. REGENERATING THE '
               'ORIGINATION FILE.'.

       START-NEW-RUN.
           MOVE 'ACHORIG ' TO RUN-PROGRAM
           MOVE WS-RUN-DATE TO RUN-PERIOD
           SET RUN-IN-PROGRESS TO TRUE
           MOVE 0 TO RUN-CHECKPOINT
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO RUN-START-DATE
           MOVE WS-RUN-TIME TO RUN-START-TIME
           MOVE 0 TO RUN-END-DATE
           MOVE 0 TO RUN-END-TIME
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY 'ERROR WRITING RUN CONTROL RECORD'
                   STOP RUN
           END-WRITE.

       END-RUN-CONTROL.
           MOVE WS-ENTRY-COUNT TO RUN-CHECKPOINT
           SET RUN-COMPLETED TO TRUE
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO RUN-END-DATE
           MOVE WS-RUN-TIME TO RUN-END-TIME
           REWRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY 'ERROR REWRITING RUN CONTROL RECORD'
           END-REWRITE
           CLOSE RUN-CONTROL-FILE.

       WRITE-BATCH-HEADER.
           MOVE SPACES TO ACH-OUT-HEADER-RECORD
           MOVE '5' TO AOH-RECORD-TYPE
           MOVE WS-SERVICE-CLASS TO AOH-SERVICE-CLASS
           MOVE 'LEGACY CORP' TO AOH-COMPANY-NAME
           MOVE 'PPD' TO AOH-ENTRY-CLASS
           MOVE 'PAYMENT' TO AOH-DESCRIPTION
           MOVE WS-SETTLEMENT-DATE TO AOH-SETTLEMENT-DATE
           MOVE WS-RUN-DATE TO AOH-CREATED-DATE
           MOVE WS-BATCH-NUMBER TO AOH-BATCH-NUMBER
           WRITE ACH-OUT-HEADER-RECORD.

       READ-NEXT-EXT-PAYMENT.
           READ EXT-PAYMENT-FILE
               AT END
                   SET XPAY-EOF TO TRUE
           END-READ.

      * ONLY THE BUSINESS DATE'S PAYMENTS GO OUT; EARLIER DAYS WERE
      * SENT BY THEIR OWN RUN
       ORIGINATE-ONE-PAYMENT.
           IF XP-DATE = WS-RUN-DATE
               PERFORM WRITE-ENTRY-DETAIL
           END-IF
           PERFORM READ-NEXT-EXT-PAYMENT.

       WRITE-ENTRY-DETAIL.
           ADD 1 TO WS-ENTRY-COUNT
           MOVE SPACES TO ACH-OUT-DETAIL-RECORD
           MOVE '6' TO AOD-RECORD-TYPE
           MOVE WS-CREDIT-TRAN-CODE TO AOD-TRANSACTION-CODE
           MOVE XP-ROUTING TO AOD-ROUTING
           MOVE XP-PAYEE-ACCT TO AOD-PAYEE-ACCT
           MOVE XP-AMOUNT TO AOD-AMOUNT
           MOVE XP-PAYEE-NAME TO AOD-PAYEE-NAME
           MOVE WS-ENTRY-COUNT TO AOD-TRACE-NUMBER
           MOVE XP-ACCT TO AOD-FROM-ACCT
           MOVE XP-TIME TO AOD-POSTED-TIME
           WRITE ACH-OUT-DETAIL-RECORD

           DIVIDE XP-ROUTING BY 10 GIVING WS-BANK-ID
           ADD WS-BANK-ID TO WS-HASH-ACCUM
           ADD XP-AMOUNT TO WS-TOTAL-CREDIT

           MOVE XP-AMOUNT TO WS-DISPLAY-AMOUNT
           DISPLAY 'ENTRY ' WS-ENTRY-COUNT ' FROM ' XP-ACCT
               ' TO ' XP-ROUTING ' ' XP-PAYEE-ACCT ' '
               XP-PAYEE-NAME ' ' WS-DISPLAY-AMOUNT.

      * THE HASH KEEPS ONLY ITS RIGHTMOST 10 DIGITS, AS THE NETWORK
      * EXPECTS; THE MOVE DROPS ANY HIGH-ORDER OVERFLOW
       WRITE-BATCH-TRAILER.
           MOVE SPACES TO ACH-OUT-TRAILER-RECORD
           MOVE '8' TO AOT-RECORD-TYPE
           MOVE WS-SERVICE-CLASS TO AOT-SERVICE-CLASS
           MOVE WS-ENTRY-COUNT TO AOT-ENTRY-COUNT
           MOVE WS-HASH-ACCUM TO AOT-ENTRY-HASH
           MOVE WS-TOTAL-CREDIT TO AOT-TOTAL-CREDIT
           MOVE WS-SETTLEMENT-DATE TO AOT-SETTLEMENT-DATE
           MOVE WS-BATCH-NUMBER TO AOT-BATCH-NUMBER
           WRITE ACH-OUT-TRAILER-RECORD

           MOVE WS-TOTAL-CREDIT TO WS-DISPLAY-AMOUNT
           DISPLAY '=================================='
           DISPLAY 'ENTRIES ORIGINATED: ' WS-ENTRY-COUNT
           DISPLAY 'ENTRY HASH:         ' AOT-ENTRY-HASH
           DISPLAY 'TOTAL CREDITS:      ' WS-DISPLAY-AMOUNT
           DISPLAY 'SETTLEMENT DATE:    ' WS-SETTLEMENT-DATE
           DISPLAY '=================================='.

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
           END-IF.

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

       CLOSE-ACHORIG.
           PERFORM END-RUN-CONTROL
           CLOSE EXT-PAYMENT-FILE
           CLOSE ACH-OUT-FILE.
