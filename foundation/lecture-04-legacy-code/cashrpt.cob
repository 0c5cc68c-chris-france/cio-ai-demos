       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH-REPORT.
       AUTHOR. LEGACY-CORP.
       DATE-WRITTEN. 2026-10-14.
      *
      * DAILY CURRENCY TRANSACTION REPORT AND STRUCTURING WATCH
      * TELLERS FLAG EACH CREDIT AND DEBIT THAT IS CASH OVER THE
      * COUNTER (TRANS-CASH-FLAG 'I' CASH IN, 'O' CASH OUT). THIS RUN
      * ROLLS THOSE ITEMS UP TO EVERY CUSTOMER WHO OWNS OR CO-OWNS THE
      * ACCOUNT ON ACCTOWN.DAT (AN ACCOUNT NOT ON THE CROSS-REFERENCE
      * FALLS BACK TO ACCT-CUSTOMER; ONE NEVER LINKED ROLLS UP UNDER
      * CUSTOMER 000000 SO IT IS VISIBLE RATHER THAN DROPPED), SO
      * CASH SPREAD ACROSS A CUSTOMER'S ACCOUNTS IS ADDED TOGETHER.
      *
      * SECTION 1 LISTS EVERY CUSTOMER WHOSE CASH IN OR CASH OUT FOR
      * THE BUSINESS DATE IS OVER THE CTRTHRES PARAMETER, WITH NAME,
      * TAX ID, AND ADDRESS FROM CUSTOMER.DAT. CASH IN AND CASH OUT
      * ARE TOTALLED SEPARATELY, NEVER NETTED. A SAME-DAY REVERSAL OF
      * A CASH ITEM TAKES IT BACK OUT OF THE TOTAL.
      *
      * SECTION 2 FLAGS POSSIBLE STRUCTURING: A CUSTOMER WITH TWO OR
      * MORE CASH DEPOSITS JUST UNDER THE THRESHOLD (WITHIN CTRNEARP
      * PERCENT BELOW CTRTHRES, UP TO CTRTHRES ITSELF) OVER THE LAST
      * CTRWINDW BUSINESS DAYS, THE BUSINESS DATE INCLUDED. THE OPEN
      * MONTH IS READ FROM TRANSLOG.DAT; DAYS OF THE WINDOW ALREADY
      * MOVED OUT BY THE HISTORY CUTOVER ARE READ FROM TRANHIST.DAT
      * WITH ONE KEYED START PER ACCOUNT.
      *
      * READ-ONLY. RUNS IN THE END-OF-DAY CHAIN AFTER THE DAY'S
      * POSTINGS; PROTECTED BY RUNCTL.DAT - A COMPLETED RUN FOR THE
      * BUSINESS DATE IS NOT REPEATED, AN INCOMPLETE ONE SIMPLY
      * REPRINTS.
      *
      * MODIFICATION HISTORY
      *   2026-10-14  LEGACY-CORP     ORIGINAL PROGRAM
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-LOG ASSIGN TO 'TRANSLOG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO 'TRANHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS HIST-FILE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO 'ACCOUNTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS ACCT-FILE-STATUS.

           SELECT OWNER-XREF-FILE ASSIGN TO 'ACCTOWN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OWN-KEY
               ALTERNATE RECORD KEY IS OWN-ACCT WITH DUPLICATES
               FILE STATUS IS OWN-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS CUST-FILE-STATUS.

           SELECT BANK-PARM-FILE ASSIGN TO 'BANKPARM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PARM-ID
               FILE STATUS IS PARM-FILE-STATUS.

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

       FD TRANSACTION-LOG.
           COPY TRANSREC.

       FD HISTORY-FILE.
           COPY TRANHREC.

       FD ACCOUNT-FILE.
           COPY ACCTREC.

       FD OWNER-XREF-FILE.
           COPY OWNREC.

       FD CUSTOMER-FILE.
           COPY CUSTREC.

       FD BANK-PARM-FILE.
           COPY BANKPARM.

       FD RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.
       01 BIZDATE-FILE-STATUS      PIC X(2).
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE 0.
       01 LOG-FILE-STATUS          PIC X(2).
       01 HIST-FILE-STATUS         PIC X(2).
       01 ACCT-FILE-STATUS         PIC X(2).
       01 OWN-FILE-STATUS          PIC X(2).
       01 CUST-FILE-STATUS         PIC X(2).
       01 PARM-FILE-STATUS         PIC X(2).
       01 RUNCTL-FILE-STATUS       PIC X(2).

       01 WS-HIST-AVAIL-SW         PIC X(1) VALUE 'N'.
          88 HISTORY-FILE-AVAIL    VALUE 'Y'.
       01 WS-OWN-AVAIL-SW          PIC X(1) VALUE 'N'.
          88 OWNER-FILE-AVAIL      VALUE 'Y'.
       01 WS-CUST-AVAIL-SW         PIC X(1) VALUE 'N'.
          88 CUSTOMER-FILE-AVAIL   VALUE 'Y'.

       01 WS-RUN-DATE              PIC 9(8).
       01 WS-DATE                  PIC 9(8).
       01 WS-TIME                  PIC 9(6).

      * CURRENCY REPORTING PARAMETERS; BUILT-IN VALUES APPLY WHEN
      * BANKPARM.DAT DOES NOT CARRY THEM
       01 WS-CASH-THRESHOLD        PIC S9(9)V99 VALUE 10000.00.
       01 WS-CASH-WINDOW           PIC 9(3) VALUE 5.
       01 WS-CASH-NEAR-PCT         PIC S9(3)V99 VALUE 10.00.
       01 WS-NEAR-FLOOR            PIC S9(9)V99 VALUE 0.
       01 WS-WINDOW-START          PIC 9(8).
       01 WS-DAYS-BACK             PIC 9(3).

       01 WS-PARM-EFFECTIVE-VALUE  PIC S9(9)V9(4) VALUE 0.
       01 WS-PARM-FOUND-SW         PIC X(1) VALUE 'N'.
          88 PARM-FOUND            VALUE 'Y'.

       01 WS-WORK-DATE             PIC 9(8).
       01 WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
           05 WS-WORK-YEAR         PIC 9(4).
           05 WS-WORK-MONTH        PIC 9(2).
           05 WS-WORK-DAY          PIC 9(2).
       01 WS-DAYS-IN-MONTH         PIC 9(2).
       01 WS-LEAP-QUOT             PIC 9(4).
       01 WS-LEAP-REM              PIC 9(4).

       01 WS-LOG-EOF-SW            PIC X(1) VALUE 'N'.
          88 LOG-EOF               VALUE 'Y'.
       01 WS-ACCT-EOF-SW           PIC X(1) VALUE 'N'.
          88 ACCT-EOF              VALUE 'Y'.
       01 WS-HIST-EOF-SW           PIC X(1) VALUE 'N'.
          88 HIST-SCAN-DONE        VALUE 'Y'.
       01 WS-OWN-EOF-SW            PIC X(1) VALUE 'N'.
          88 OWN-SCAN-DONE         VALUE 'Y'.

      * ONE CASH ITEM, FROM EITHER THE LOG OR THE HISTORY FILE
       01 WS-ITEM-ACCT             PIC 9(8).
       01 WS-ITEM-DATE             PIC 9(8).
       01 WS-ITEM-TYPE             PIC X(1).
       01 WS-ITEM-AMOUNT           PIC S9(9)V99.
       01 WS-ITEM-CASH-FLAG        PIC X(1).
          88 ITEM-CASH-IN          VALUE 'I'.
          88 ITEM-CASH-OUT         VALUE 'O'.
       01 WS-ITEM-LINK-DATE        PIC 9(8).
       01 WS-ITEM-CUSTOMER         PIC 9(6).

       01 WS-ADD-CASH-IN           PIC S9(9)V99 VALUE 0.
       01 WS-ADD-CASH-OUT          PIC S9(9)V99 VALUE 0.
       01 WS-NEAR-SW               PIC X(1) VALUE 'N'.
          88 ITEM-NEAR-THRESHOLD   VALUE 'Y'.
       01 WS-OWNER-CUST            PIC 9(6).
       01 WS-OWNERS-FOUND          PIC 9(3) VALUE 0.

       01 WS-CUST-COUNT            PIC 9(5) VALUE 0.
       01 WS-CUST-TABLE.
           05 WS-CUST-ENTRY OCCURS 500 TIMES INDEXED BY CUST-IDX.
              10 WS-CUST-NUM        PIC 9(6) VALUE 0.
              10 WS-CUST-USED       PIC X(1) VALUE 'N'.
              10 WS-CUST-CASH-IN    PIC S9(11)V99 VALUE 0.
              10 WS-CUST-CASH-OUT   PIC S9(11)V99 VALUE 0.
              10 WS-CUST-NEAR-COUNT PIC 9(3) VALUE 0.
              10 WS-CUST-NEAR-TOTAL PIC S9(11)V99 VALUE 0.
              10 WS-CUST-NEAR-FIRST PIC 9(8) VALUE 0.
              10 WS-CUST-NEAR-LAST  PIC 9(8) VALUE 0.

       01 WS-CASH-ITEMS-READ       PIC 9(7) VALUE 0.
       01 WS-REPORTABLE-COUNT      PIC 9(5) VALUE 0.
       01 WS-STRUCTURING-COUNT     PIC 9(5) VALUE 0.

       01 WS-DISPLAY-AMOUNT        PIC $$$,$$$,$$$,$$9.99-.
       01 WS-DISPLAY-AMOUNT-2      PIC $$$,$$$,$$$,$$9.99-.
       01 WS-DISPLAY-PCT           PIC ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM INITIALIZE-CASHRPT
           PERFORM SCAN-LOG-FOR-CASH
           PERFORM SCAN-HISTORY-FOR-CASH
           PERFORM PRINT-CURRENCY-SECTION
           PERFORM PRINT-STRUCTURING-SECTION
           PERFORM CLOSE-CASHRPT
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

       INITIALIZE-CASHRPT.
           PERFORM LOAD-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE
           PERFORM INIT-RUN-CONTROL
           PERFORM LOAD-BANK-PARAMETERS

           OPEN INPUT TRANSACTION-LOG
           IF LOG-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN TRANSACTION LOG'
               STOP RUN
           END-IF

           OPEN INPUT ACCOUNT-FILE
           IF ACCT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN ACCOUNT FILE'
               STOP RUN
           END-IF

           OPEN INPUT HISTORY-FILE
           IF HIST-FILE-STATUS = '00'
               SET HISTORY-FILE-AVAIL TO TRUE
           END-IF

           OPEN INPUT OWNER-XREF-FILE
           IF OWN-FILE-STATUS = '00'
               SET OWNER-FILE-AVAIL TO TRUE
           ELSE
               DISPLAY 'WARNING: OWNERSHIP FILE NOT AVAILABLE. '
                   'CASH ROLLS UP TO THE PRIMARY OWNER ONLY.'
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF CUST-FILE-STATUS = '00'
               SET CUSTOMER-FILE-AVAIL TO TRUE
           ELSE
               DISPLAY 'WARNING: CUSTOMER FILE NOT AVAILABLE. '
                   'REPORT PRINTS WITHOUT NAMES AND ADDRESSES.'
           END-IF

      * THE WINDOW RUNS BACK FROM THE BUSINESS DATE ONE CALENDAR DAY
      * PER BUSINESS DAY, THE SAME STEP DATE-ROLL ADVANCES BY
           MOVE WS-RUN-DATE TO WS-WORK-DATE
           MOVE 1 TO WS-DAYS-BACK
           PERFORM BACK-ONE-DAY
               UNTIL WS-DAYS-BACK >= WS-CASH-WINDOW
           MOVE WS-WORK-DATE TO WS-WINDOW-START

           COMPUTE WS-NEAR-FLOOR ROUNDED = WS-CASH-THRESHOLD
               * (100 - WS-CASH-NEAR-PCT) / 100

           MOVE WS-CASH-THRESHOLD TO WS-DISPLAY-AMOUNT
           MOVE WS-NEAR-FLOOR TO WS-DISPLAY-AMOUNT-2
           DISPLAY '=================================='
           DISPLAY '  CURRENCY TRANSACTION REPORT'
           DISPLAY '  BUSINESS DATE:   ' WS-RUN-DATE
           DISPLAY '  THRESHOLD:       ' WS-DISPLAY-AMOUNT
           DISPLAY '  NEAR-THRESHOLD:  ' WS-DISPLAY-AMOUNT-2
               ' AND UP'
           DISPLAY '  WINDOW:          ' WS-WINDOW-START ' TO '
               WS-RUN-DATE
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

           MOVE 'CASHRPT ' TO RUN-PROGRAM
           MOVE WS-RUN-DATE TO RUN-PERIOD
           READ RUN-CONTROL-FILE
               INVALID KEY
                   PERFORM START-NEW-RUN
                   EXIT PARAGRAPH
           END-READ

           IF RUN-COMPLETED
               DISPLAY 'THE CURRENCY REPORT HAS ALREADY RUN TO '
                   'COMPLETION FOR ' RUN-PERIOD '. RUN REFUSED.'
               STOP RUN
           END-IF

           DISPLAY 'PRIOR RUN DID NOT COMPLETE. REPRINTING THE '
               'REPORT.'.

       START-NEW-RUN.
           MOVE 'CASHRPT ' TO RUN-PROGRAM
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

       END-RUN-CONTROL.
           COMPUTE RUN-CHECKPOINT =
               WS-REPORTABLE-COUNT + WS-STRUCTURING-COUNT
           SET RUN-COMPLETED TO TRUE
           ACCEPT WS-TIME FROM TIME
           MOVE WS-RUN-DATE TO RUN-END-DATE
           MOVE WS-TIME TO RUN-END-TIME
           REWRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY 'ERROR REWRITING RUN CONTROL RECORD'
           END-REWRITE
           CLOSE RUN-CONTROL-FILE.

       LOAD-BANK-PARAMETERS.
           OPEN INPUT BANK-PARM-FILE
           IF PARM-FILE-STATUS = '35'
               DISPLAY 'WARNING: BANK PARAMETER FILE NOT FOUND. '
                   'USING BUILT-IN THRESHOLD AND WINDOW.'
               EXIT PARAGRAPH
           END-IF
           IF PARM-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN BANK PARAMETER FILE'
               STOP RUN
           END-IF

           MOVE WS-BUSINESS-DATE TO WS-DATE

           MOVE 'CTRTHRES' TO PARM-ID
           PERFORM READ-EFFECTIVE-PARM-VALUE
           IF PARM-FOUND
               MOVE WS-PARM-EFFECTIVE-VALUE TO WS-CASH-THRESHOLD
           END-IF

           MOVE 'CTRWINDW' TO PARM-ID
           PERFORM READ-EFFECTIVE-PARM-VALUE
           IF PARM-FOUND
               MOVE WS-PARM-EFFECTIVE-VALUE TO WS-CASH-WINDOW
           END-IF
           IF WS-CASH-WINDOW < 1
               MOVE 1 TO WS-CASH-WINDOW
           END-IF

           MOVE 'CTRNEARP' TO PARM-ID
           PERFORM READ-EFFECTIVE-PARM-VALUE
           IF PARM-FOUND
               MOVE WS-PARM-EFFECTIVE-VALUE TO WS-CASH-NEAR-PCT
           END-IF

           CLOSE BANK-PARM-FILE.

       READ-EFFECTIVE-PARM-VALUE.
           MOVE 'N' TO WS-PARM-FOUND-SW
           READ BANK-PARM-FILE
               INVALID KEY
                   DISPLAY 'WARNING: PARAMETER ' PARM-ID
                       ' NOT ON FILE. USING BUILT-IN VALUE.'
                   EXIT PARAGRAPH
           END-READ
           SET PARM-FOUND TO TRUE
           IF WS-DATE >= PARM-EFF-DATE
               MOVE PARM-VALUE TO WS-PARM-EFFECTIVE-VALUE
           ELSE
               MOVE PARM-PRIOR-VALUE TO WS-PARM-EFFECTIVE-VALUE
           END-IF.

       BACK-ONE-DAY.
           SUBTRACT 1 FROM WS-WORK-DAY
           IF WS-WORK-DAY = 0
               SUBTRACT 1 FROM WS-WORK-MONTH
               IF WS-WORK-MONTH = 0
                   MOVE 12 TO WS-WORK-MONTH
                   SUBTRACT 1 FROM WS-WORK-YEAR
               END-IF
               PERFORM GET-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-WORK-DAY
           END-IF
           ADD 1 TO WS-DAYS-BACK.

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

       SCAN-LOG-FOR-CASH.
           PERFORM READ-NEXT-LOG-RECORD
           PERFORM TAKE-ONE-LOG-RECORD UNTIL LOG-EOF.

       READ-NEXT-LOG-RECORD.
           READ TRANSACTION-LOG
               AT END
                   SET LOG-EOF TO TRUE
           END-READ.

       TAKE-ONE-LOG-RECORD.
           IF TRANS-CASH-ITEM AND TRANS-OK
                   AND TRANS-DATE >= WS-WINDOW-START
                   AND TRANS-DATE <= WS-RUN-DATE
               MOVE TRANS-ACCT TO WS-ITEM-ACCT
               MOVE TRANS-DATE TO WS-ITEM-DATE
               MOVE TRANS-TYPE TO WS-ITEM-TYPE
               MOVE TRANS-AMOUNT TO WS-ITEM-AMOUNT
               MOVE TRANS-CASH-FLAG TO WS-ITEM-CASH-FLAG
               MOVE TRANS-LINK-DATE TO WS-ITEM-LINK-DATE
               MOVE 0 TO WS-ITEM-CUSTOMER
               MOVE TRANS-ACCT TO ACCT-NUMBER
               READ ACCOUNT-FILE
                   NOT INVALID KEY
                       MOVE ACCT-CUSTOMER TO WS-ITEM-CUSTOMER
               END-READ
               PERFORM APPLY-CASH-ITEM
           END-IF
           PERFORM READ-NEXT-LOG-RECORD.

      * DAYS OF THE WINDOW THAT THE HISTORY CUTOVER HAS ALREADY MOVED
      * OFF THE LOG. EACH ROW LIVES ON ONE FILE OR THE OTHER, SO THE
      * TWO PASSES NEVER COUNT THE SAME ITEM TWICE.
       SCAN-HISTORY-FOR-CASH.
           IF NOT HISTORY-FILE-AVAIL
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ACCT-NUMBER
           START ACCOUNT-FILE KEY IS NOT LESS THAN ACCT-NUMBER
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM READ-NEXT-ACCOUNT
           PERFORM SCAN-ONE-ACCOUNT-HISTORY UNTIL ACCT-EOF.

       READ-NEXT-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                   SET ACCT-EOF TO TRUE
           END-READ.

       SCAN-ONE-ACCOUNT-HISTORY.
           MOVE 'N' TO WS-HIST-EOF-SW
           MOVE ACCT-NUMBER TO HIST-ACCT
           MOVE WS-WINDOW-START TO HIST-DATE
           MOVE 0 TO HIST-TIME
           MOVE 0 TO HIST-SEQ
           START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   SET HIST-SCAN-DONE TO TRUE
           END-START
           IF NOT HIST-SCAN-DONE
               PERFORM READ-NEXT-HIST
               PERFORM TAKE-ONE-HIST-RECORD UNTIL HIST-SCAN-DONE
           END-IF
           PERFORM READ-NEXT-ACCOUNT.

       READ-NEXT-HIST.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   SET HIST-SCAN-DONE TO TRUE
           END-READ.

       TAKE-ONE-HIST-RECORD.
           IF HIST-ACCT NOT = ACCT-NUMBER
                   OR HIST-DATE > WS-RUN-DATE
               SET HIST-SCAN-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF HIST-CASH-ITEM AND HIST-OK
               MOVE HIST-ACCT TO WS-ITEM-ACCT
               MOVE HIST-DATE TO WS-ITEM-DATE
               MOVE HIST-TYPE TO WS-ITEM-TYPE
               MOVE HIST-AMOUNT TO WS-ITEM-AMOUNT
               MOVE HIST-CASH-FLAG TO WS-ITEM-CASH-FLAG
               MOVE HIST-LINK-DATE TO WS-ITEM-LINK-DATE
               MOVE ACCT-CUSTOMER TO WS-ITEM-CUSTOMER
               PERFORM APPLY-CASH-ITEM
           END-IF
           PERFORM READ-NEXT-HIST.

      * WORKS OUT WHAT ONE CASH ITEM ADDS FOR ITS OWNERS: TODAY'S CASH
      * IN OR OUT, AND WHETHER IT IS A DEPOSIT JUST UNDER THE
      * THRESHOLD. A REVERSAL ONLY COUNTS AGAINST THE SAME DAY'S ITEM
      * (NEGATIVE AMOUNT = CASH CREDIT BACKED OUT, POSITIVE = CASH
      * DEBIT BACKED OUT).
       APPLY-CASH-ITEM.
           ADD 1 TO WS-CASH-ITEMS-READ
           MOVE 0 TO WS-ADD-CASH-IN
           MOVE 0 TO WS-ADD-CASH-OUT
           MOVE 'N' TO WS-NEAR-SW

           EVALUATE TRUE
               WHEN WS-ITEM-TYPE = 'C' AND ITEM-CASH-IN
                   IF WS-ITEM-DATE = WS-RUN-DATE
                       MOVE WS-ITEM-AMOUNT TO WS-ADD-CASH-IN
                   END-IF
                   IF WS-ITEM-AMOUNT >= WS-NEAR-FLOOR
                           AND WS-ITEM-AMOUNT <= WS-CASH-THRESHOLD
                       SET ITEM-NEAR-THRESHOLD TO TRUE
                   END-IF
               WHEN WS-ITEM-TYPE = 'D' AND ITEM-CASH-OUT
                   IF WS-ITEM-DATE = WS-RUN-DATE
                       MOVE WS-ITEM-AMOUNT TO WS-ADD-CASH-OUT
                   END-IF
               WHEN WS-ITEM-TYPE = 'R'
                   IF WS-ITEM-DATE = WS-RUN-DATE
                           AND WS-ITEM-LINK-DATE = WS-RUN-DATE
                       IF ITEM-CASH-IN
                           MOVE WS-ITEM-AMOUNT TO WS-ADD-CASH-IN
                       ELSE
                           COMPUTE WS-ADD-CASH-OUT =
                               0 - WS-ITEM-AMOUNT
                       END-IF
                   END-IF
           END-EVALUATE

           IF WS-ADD-CASH-IN = 0 AND WS-ADD-CASH-OUT = 0
                   AND NOT ITEM-NEAR-THRESHOLD
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-OWNERS-FOUND
           IF OWNER-FILE-AVAIL
               PERFORM APPLY-TO-XREF-OWNERS
           END-IF
           IF WS-OWNERS-FOUND = 0
               MOVE WS-ITEM-CUSTOMER TO WS-OWNER-CUST
               PERFORM APPLY-TO-ONE-OWNER
           END-IF.

       APPLY-TO-XREF-OWNERS.
           MOVE 'N' TO WS-OWN-EOF-SW
           MOVE WS-ITEM-ACCT TO OWN-ACCT
           START OWNER-XREF-FILE KEY IS EQUAL TO OWN-ACCT
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM READ-NEXT-OWNER-XREF
           PERFORM APPLY-TO-ONE-XREF-OWNER UNTIL OWN-SCAN-DONE.

       READ-NEXT-OWNER-XREF.
           READ OWNER-XREF-FILE NEXT RECORD
               AT END
                   SET OWN-SCAN-DONE TO TRUE
           END-READ.

       APPLY-TO-ONE-XREF-OWNER.
           IF OWN-ACCT NOT = WS-ITEM-ACCT
               SET OWN-SCAN-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE OWN-CUSTOMER TO WS-OWNER-CUST
           PERFORM APPLY-TO-ONE-OWNER
           ADD 1 TO WS-OWNERS-FOUND
           PERFORM READ-NEXT-OWNER-XREF.

       APPLY-TO-ONE-OWNER.
           PERFORM FIND-OR-ADD-CUST-ENTRY
           IF CUST-IDX = 0
               EXIT PARAGRAPH
           END-IF
           ADD WS-ADD-CASH-IN TO WS-CUST-CASH-IN (CUST-IDX)
           ADD WS-ADD-CASH-OUT TO WS-CUST-CASH-OUT (CUST-IDX)
           IF ITEM-NEAR-THRESHOLD
               ADD 1 TO WS-CUST-NEAR-COUNT (CUST-IDX)
               ADD WS-ITEM-AMOUNT TO WS-CUST-NEAR-TOTAL (CUST-IDX)
               IF WS-CUST-NEAR-FIRST (CUST-IDX) = 0
                       OR WS-ITEM-DATE < WS-CUST-NEAR-FIRST (CUST-IDX)
                   MOVE WS-ITEM-DATE TO WS-CUST-NEAR-FIRST (CUST-IDX)
               END-IF
               IF WS-ITEM-DATE > WS-CUST-NEAR-LAST (CUST-IDX)
                   MOVE WS-ITEM-DATE TO WS-CUST-NEAR-LAST (CUST-IDX)
               END-IF
           END-IF.

      * CUSTOMER 000000 (ACCOUNT NEVER LINKED) IS A REAL TABLE ENTRY
      * HERE, SO THE USED FLAG TELLS AN OCCUPIED SLOT FROM AN EMPTY
      * ONE INSTEAD OF THE CUSTOMER NUMBER
       FIND-OR-ADD-CUST-ENTRY.
           SET CUST-IDX TO 1
           SEARCH WS-CUST-ENTRY
               AT END
                   IF WS-CUST-COUNT >= 500
                       DISPLAY 'ERROR: MORE THAN 500 CUSTOMERS WITH '
                           'CASH ACTIVITY. TABLE IS FULL -- '
                           'CUSTOMER ' WS-OWNER-CUST ' SKIPPED.'
                       SET CUST-IDX TO 0
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-CUST-COUNT
                   SET CUST-IDX TO WS-CUST-COUNT
                   MOVE WS-OWNER-CUST TO WS-CUST-NUM (CUST-IDX)
                   MOVE 'Y' TO WS-CUST-USED (CUST-IDX)
               WHEN WS-CUST-USED (CUST-IDX) = 'Y'
                   AND WS-CUST-NUM (CUST-IDX) = WS-OWNER-CUST
                   CONTINUE
           END-SEARCH.

       PRINT-CURRENCY-SECTION.
           DISPLAY ' '
           DISPLAY 'SECTION 1 - CASH OVER THE REPORTING THRESHOLD ON '
               WS-RUN-DATE
           IF WS-CUST-COUNT > 0
               PERFORM PRINT-ONE-CURRENCY-CUSTOMER
                   VARYING CUST-IDX FROM 1 BY 1
                   UNTIL CUST-IDX > WS-CUST-COUNT
           END-IF
           IF WS-REPORTABLE-COUNT = 0
               DISPLAY '   NO CUSTOMER OVER THE THRESHOLD.'
           END-IF.

       PRINT-ONE-CURRENCY-CUSTOMER.
           IF WS-CUST-CASH-IN (CUST-IDX) NOT > WS-CASH-THRESHOLD
                   AND WS-CUST-CASH-OUT (CUST-IDX)
                       NOT > WS-CASH-THRESHOLD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REPORTABLE-COUNT
           MOVE WS-CUST-CASH-IN (CUST-IDX) TO WS-DISPLAY-AMOUNT
           MOVE WS-CUST-CASH-OUT (CUST-IDX) TO WS-DISPLAY-AMOUNT-2
           DISPLAY '----------------------------------'
           DISPLAY 'CUSTOMER ' WS-CUST-NUM (CUST-IDX)
               ' CASH IN ' WS-DISPLAY-AMOUNT
               ' CASH OUT ' WS-DISPLAY-AMOUNT-2
           PERFORM PRINT-CUSTOMER-DETAIL.

       PRINT-STRUCTURING-SECTION.
           DISPLAY ' '
           MOVE WS-CASH-NEAR-PCT TO WS-DISPLAY-PCT
           DISPLAY 'SECTION 2 - POSSIBLE STRUCTURING: TWO OR MORE CASH '
               'DEPOSITS WITHIN ' WS-DISPLAY-PCT
               ' PERCENT UNDER THE THRESHOLD, ' WS-WINDOW-START
               ' TO ' WS-RUN-DATE
           IF WS-CUST-COUNT > 0
               PERFORM PRINT-ONE-STRUCTURING-CUSTOMER
                   VARYING CUST-IDX FROM 1 BY 1
                   UNTIL CUST-IDX > WS-CUST-COUNT
           END-IF
           IF WS-STRUCTURING-COUNT = 0
               DISPLAY '   NO PATTERN FOUND.'
           END-IF

           DISPLAY '=================================='
           DISPLAY 'CASH ITEMS READ:        ' WS-CASH-ITEMS-READ
           DISPLAY 'OVER THRESHOLD:         ' WS-REPORTABLE-COUNT
           DISPLAY 'POSSIBLE STRUCTURING:   ' WS-STRUCTURING-COUNT
           DISPLAY '=================================='.

       PRINT-ONE-STRUCTURING-CUSTOMER.
           IF WS-CUST-NEAR-COUNT (CUST-IDX) < 2
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STRUCTURING-COUNT
           MOVE WS-CUST-NEAR-TOTAL (CUST-IDX) TO WS-DISPLAY-AMOUNT
           DISPLAY '----------------------------------'
           DISPLAY 'CUSTOMER ' WS-CUST-NUM (CUST-IDX)
               ' DEPOSITS ' WS-CUST-NEAR-COUNT (CUST-IDX)
               ' TOTAL ' WS-DISPLAY-AMOUNT
               ' FROM ' WS-CUST-NEAR-FIRST (CUST-IDX)
               ' TO ' WS-CUST-NEAR-LAST (CUST-IDX)
           PERFORM PRINT-CUSTOMER-DETAIL.

       PRINT-CUSTOMER-DETAIL.
           IF WS-CUST-NUM (CUST-IDX) = 0
               DISPLAY '   (ACCOUNTS NOT LINKED TO A CUSTOMER)'
               EXIT PARAGRAPH
           END-IF

           IF NOT CUSTOMER-FILE-AVAIL
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CUST-NUM (CUST-IDX) TO CUST-NUMBER
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY '   (CUSTOMER ' CUST-NUMBER
                       ' NOT ON CUSTOMER FILE)'
                   EXIT PARAGRAPH
           END-READ

           DISPLAY '   ' CUST-NAME ' TAX ID ' CUST-TAX-ID
           DISPLAY '   ' CUST-ADDR-LINE-1
           IF CUST-ADDR-LINE-2 NOT = SPACES
               DISPLAY '   ' CUST-ADDR-LINE-2
           END-IF
           DISPLAY '   ' CUST-CITY-ST-ZIP.

       CLOSE-CASHRPT.
           PERFORM END-RUN-CONTROL
           CLOSE TRANSACTION-LOG
           CLOSE ACCOUNT-FILE
           IF HISTORY-FILE-AVAIL
               CLOSE HISTORY-FILE
           END-IF
           IF OWNER-FILE-AVAIL
               CLOSE OWNER-XREF-FILE
           END-IF
           IF CUSTOMER-FILE-AVAIL
               CLOSE CUSTOMER-FILE
           END-IF.
