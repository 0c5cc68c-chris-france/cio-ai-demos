       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFUSED-NOTICE.
       AUTHOR. LEGACY-CORP.
       DATE-WRITTEN. 2026-10-15.
      *
      * NIGHTLY CUSTOMER NOTICES FOR REFUSED ITEMS
      * GATHERS EVERY DEBIT REFUSED ON THE BUSINESS DATE AND PRINTS
      * ONE NOTICE PER ACCOUNT, ADDRESSED TO EVERY OWNER ON THE
      * OWNERSHIP CROSS-REFERENCE ACCTOWN.DAT (FALLING BACK TO THE
      * SINGLE ACCT-CUSTOMER OWNER) WITH ADDRESSES FROM CUSTOMER.DAT.
      * THE NOTICE LISTS EACH ITEM, ITS AMOUNT, AND THE REASON IN
      * PLAIN WORDS, AND ENDS WITH THE ACCOUNT'S CURRENT AVAILABLE
      * BALANCE (BALANCE LESS UNEXPIRED OPEN HOLDS).
      *
      * THE ITEMS COME FROM FOUR PLACES:
      *   TRANSLOG.DAT  DEBITS, TRANSFERS, AND EXTERNAL PAYMENTS
      *                 LOGGED 'FL' (INSUFFICIENT FUNDS) OR 'SP'
      *                 (STOP PAYMENT) - TELLER ITEMS AND APPROVED
      *                 DUAL-CONTROL ITEMS
      *   CHKRETRN.DAT  CHECKS RETURNED BY CHECK-CLEAR
      *   ACHRETRN.DAT  ACH DEBITS RETURNED BY ACH-POST
      *   SOEXCEPT.DAT  STANDING ORDERS STANDING-ORDER-POST COULD
      *                 NOT PAY
      * CHECK-CLEAR, ACH-POST, AND STANDING-ORDER-POST ALSO LOG THEIR
      * 'FL' AND 'SP' REFUSALS ON TRANSLOG.DAT; THOSE ROWS (OPERATORS
      * 'CHK', 'ACH', AND 'STORD') ARE LEFT TO THEIR OWN FILES, WHICH
      * CARRY EVERY REASON, SO NO ITEM IS NOTIFIED TWICE. THE ITEMS
      * ARE SORTED BY ACCOUNT ON THE WORK FILE NTCWORK.DAT.
      *
      * THE PRINT CONTROL FILE NTCCTL.DAT GETS NOTICE COUNTS BY
      * REASON (SEE NTCCTLRC.CPY) SO THE MAILROOM CAN BALANCE WHAT
      * WAS PRINTED AGAINST WHAT WAS GENERATED.
      *
      * PROTECTED BY RUNCTL.DAT: A COMPLETED RUN FOR THE BUSINESS DATE
      * IS REFUSED. A RUN THAT DID NOT COMPLETE IS RUN AGAIN FROM THE
      * TOP AND REPLACES THE DAY'S PRINT CONTROL RECORDS; THE
      * MAILROOM DISCARDS THE EARLIER PRINT. RUN-CHECKPOINT CARRIES
      * THE NUMBER OF NOTICES GENERATED.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  LEGACY-CORP     ORIGINAL PROGRAM
      *   2026-10-15  LEGACY-CORP     RETURNED CHECKS ARE NOW GATHERED
      *                               FROM CHKRETRN.DAT WITH EVERY
      *                               RETURN REASON INSTEAD OF FROM THE
      *                               TRANSLOG.DAT ROWS; REASONS FOR
      *                               TIME DEPOSITS AND FOR CHECK
      *                               NUMBERS ADDED
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-LOG ASSIGN TO 'TRANSLOG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.

           SELECT CHECK-RETURN-FILE ASSIGN TO 'CHKRETRN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHK-RETURN-FILE-STATUS.

           SELECT ACH-RETURN-FILE ASSIGN TO 'ACHRETRN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RETURN-FILE-STATUS.

           SELECT ORDER-EXCEPTION-FILE ASSIGN TO 'SOEXCEPT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SOX-FILE-STATUS.

           SELECT NOTICE-WORK-FILE ASSIGN TO 'NTCWORK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NW-KEY
               FILE STATUS IS NW-FILE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO 'ACCOUNTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS ACCT-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS CUST-FILE-STATUS.

           SELECT OWNER-XREF-FILE ASSIGN TO 'ACCTOWN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OWN-KEY
               ALTERNATE RECORD KEY IS OWN-ACCT WITH DUPLICATES
               FILE STATUS IS OWN-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO 'HOLDS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS HOLD-FILE-STATUS.

           SELECT NOTICE-CONTROL-FILE ASSIGN TO 'NTCCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NC-KEY
               FILE STATUS IS NC-FILE-STATUS.

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

      * THE RETURN RECORD WRITTEN BY CHECK-CLEAR: THE CLEARING ITEM
      * PLUS THE RETURN REASON AND THE BUSINESS DATE
       FD CHECK-RETURN-FILE.
       01 CHECK-RETURN-RECORD.
           05 CRT-ACCT             PIC 9(8).
           05 CRT-SERIAL           PIC 9(10).
           05 CRT-AMOUNT           PIC S9(9)V99.
           05 CRT-PRESENT-DATE     PIC 9(8).
           05 CRT-REASON           PIC X(2).
           05 CRT-DATE             PIC 9(8).

      * THE RETURN RECORD WRITTEN BY ACH-POST: THE ACH ITEM PLUS THE
      * RETURN REASON AND THE BUSINESS DATE
       FD ACH-RETURN-FILE.
       01 ACH-RETURN-RECORD.
           05 RTN-ACCT             PIC 9(8).
           05 RTN-AMOUNT           PIC S9(9)V99.
           05 RTN-TYPE             PIC X(1).
              88 RTN-DEBIT         VALUE 'D'.
           05 RTN-REASON           PIC X(2).
           05 RTN-DATE             PIC 9(8).

       FD ORDER-EXCEPTION-FILE.
           COPY SOEXCREC.

      * ONE ROW PER REFUSED ITEM, KEYED BY ACCOUNT SO EACH ACCOUNT'S
      * ITEMS READ BACK TOGETHER, IN THE ORDER THEY WERE GATHERED
       FD NOTICE-WORK-FILE.
       01 NOTICE-WORK-RECORD.
           05 NW-KEY.
              10 NW-ACCT           PIC 9(8).
              10 NW-SEQ            PIC 9(7).
           05 NW-ITEM-TEXT         PIC X(24).
           05 NW-ITEM-REF          PIC X(22).
           05 NW-AMOUNT            PIC S9(9)V99.
           05 NW-REASON            PIC X(2).

       FD ACCOUNT-FILE.
           COPY ACCTREC.

       FD CUSTOMER-FILE.
           COPY CUSTREC.

       FD OWNER-XREF-FILE.
           COPY OWNREC.

       FD HOLD-FILE.
           COPY HOLDREC.

       FD NOTICE-CONTROL-FILE.
           COPY NTCCTLRC.

       FD RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.
       01 BIZDATE-FILE-STATUS      PIC X(2).
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE 0.
       01 LOG-FILE-STATUS          PIC X(2).
       01 CHK-RETURN-FILE-STATUS   PIC X(2).
       01 RETURN-FILE-STATUS       PIC X(2).
       01 SOX-FILE-STATUS          PIC X(2).
       01 NW-FILE-STATUS           PIC X(2).
       01 ACCT-FILE-STATUS         PIC X(2).
       01 CUST-FILE-STATUS         PIC X(2).
       01 OWN-FILE-STATUS          PIC X(2).
       01 HOLD-FILE-STATUS         PIC X(2).
       01 NC-FILE-STATUS           PIC X(2).
       01 RUNCTL-FILE-STATUS       PIC X(2).

       01 WS-DATE                  PIC 9(8).
       01 WS-TIME                  PIC 9(6).
       01 WS-RUN-DATE              PIC 9(8).

       01 WS-CUST-AVAIL-SW         PIC X(1) VALUE 'N'.
          88 CUSTOMER-FILE-AVAIL   VALUE 'Y'.
       01 WS-OWN-AVAIL-SW          PIC X(1) VALUE 'N'.
          88 OWNER-FILE-AVAIL      VALUE 'Y'.
       01 WS-HOLD-AVAIL-SW         PIC X(1) VALUE 'N'.
          88 HOLD-FILE-AVAIL       VALUE 'Y'.

       01 WS-LOG-EOF-SW            PIC X(1) VALUE 'N'.
          88 LOG-EOF               VALUE 'Y'.
       01 WS-CRT-EOF-SW            PIC X(1) VALUE 'N'.
          88 CRT-EOF               VALUE 'Y'.
       01 WS-RTN-EOF-SW            PIC X(1) VALUE 'N'.
          88 RTN-EOF               VALUE 'Y'.
       01 WS-SOX-EOF-SW            PIC X(1) VALUE 'N'.
          88 SOX-EOF               VALUE 'Y'.
       01 WS-NW-EOF-SW             PIC X(1) VALUE 'N'.
          88 NW-EOF                VALUE 'Y'.
       01 WS-OWN-EOF-SW            PIC X(1) VALUE 'N'.
          88 OWN-SCAN-DONE         VALUE 'Y'.
       01 WS-HOLD-EOF-SW           PIC X(1) VALUE 'N'.
          88 HOLD-SCAN-DONE        VALUE 'Y'.

       01 WS-NOTICE-STATE-SW       PIC X(1) VALUE 'N'.
          88 NO-NOTICE-OPEN        VALUE 'N'.
          88 NOTICE-OPEN           VALUE 'Y'.
          88 ACCOUNT-NOT-ON-FILE   VALUE 'X'.
       01 WS-NOTICE-ACCT           PIC 9(8) VALUE 0.

       01 WS-ITEM-SEQ              PIC 9(7) VALUE 0.
       01 WS-ITEMS-GATHERED        PIC 9(7) VALUE 0.
       01 WS-NOTICE-COUNT          PIC 9(7) VALUE 0.
       01 WS-COPY-COUNT            PIC 9(7) VALUE 0.
       01 WS-NO-ADDRESS-COUNT      PIC 9(7) VALUE 0.
       01 WS-OWNERS-PRINTED        PIC 9(3) VALUE 0.
       01 WS-HELD-TOTAL            PIC S9(9)V99 VALUE 0.
       01 WS-AVAILABLE-BALANCE     PIC S9(9)V99 VALUE 0.

      * REASON CODES ARE THE ACH RETURN CODES (SEE ACH-POST), THE TWO
      * CHECK-CLEAR CODES FOR THE CHECK ITSELF, AND THE TWO
      * STANDING-ORDER CODES FOR THE RECEIVING ACCOUNT. 'NF' IS ANY
      * ITEM WHOSE ACCOUNT IS NOT ON FILE; IT GETS NO NOTICE.
       01 WS-REASON-DEFINITIONS.
           05 FILLER PIC X(2)  VALUE 'IF'.
           05 FILLER PIC X(30) VALUE 'NOT ENOUGH AVAILABLE FUNDS'.
           05 FILLER PIC X(2)  VALUE 'SP'.
           05 FILLER PIC X(30) VALUE 'STOP PAYMENT ON YOUR ACCOUNT'.
           05 FILLER PIC X(2)  VALUE 'DL'.
           05 FILLER PIC X(30) VALUE 'DAILY WITHDRAWAL LIMIT REACHED'.
           05 FILLER PIC X(2)  VALUE 'FR'.
           05 FILLER PIC X(30) VALUE 'YOUR ACCOUNT IS FROZEN'.
           05 FILLER PIC X(2)  VALUE 'NA'.
           05 FILLER PIC X(30) VALUE 'YOUR ACCOUNT IS NOT ACTIVE'.
           05 FILLER PIC X(2)  VALUE 'MX'.
           05 FILLER PIC X(30) VALUE 'OVER THE MAXIMUM ITEM AMOUNT'.
           05 FILLER PIC X(2)  VALUE 'AM'.
           05 FILLER PIC X(30) VALUE 'THE AMOUNT WAS NOT VALID'.
           05 FILLER PIC X(2)  VALUE 'CN'.
           05 FILLER PIC X(30) VALUE 'RECEIVING ACCOUNT NOT FOUND'.
           05 FILLER PIC X(2)  VALUE 'CI'.
           05 FILLER PIC X(30) VALUE 'RECEIVING ACCOUNT NOT ACTIVE'.
           05 FILLER PIC X(2)  VALUE 'TD'.
           05 FILLER PIC X(30) VALUE 'TIME DEPOSIT NOT YET MATURED'.
           05 FILLER PIC X(2)  VALUE 'TC'.
           05 FILLER PIC X(30) VALUE 'TIME DEPOSIT IS IN ITS TERM'.
           05 FILLER PIC X(2)  VALUE 'SN'.
           05 FILLER PIC X(30) VALUE 'CHECK NUMBER NOT VALID'.
           05 FILLER PIC X(2)  VALUE 'DP'.
           05 FILLER PIC X(30) VALUE 'CHECK ALREADY PAID'.
           05 FILLER PIC X(2)  VALUE 'ER'.
           05 FILLER PIC X(30) VALUE 'COULD NOT BE PROCESSED'.
           05 FILLER PIC X(2)  VALUE 'NF'.
           05 FILLER PIC X(30) VALUE 'ACCOUNT NOT ON FILE'.
       01 WS-REASON-TABLE REDEFINES WS-REASON-DEFINITIONS.
           05 WS-REASON-ENTRY OCCURS 15 TIMES INDEXED BY RSN-IDX.
              10 WS-REASON-CODE    PIC X(2).
              10 WS-REASON-TEXT    PIC X(30).
       01 WS-REASON-COUNTS.
           05 WS-REASON-COUNT-ENTRY OCCURS 15 TIMES.
              10 WS-RSN-ITEMS      PIC 9(7).
              10 WS-RSN-NOTICES    PIC 9(7).
              10 WS-RSN-COPIES     PIC 9(7).
              10 WS-RSN-NO-ADDRESS PIC 9(7).
              10 WS-RSN-ON-NOTICE  PIC X(1).
                 88 REASON-ON-NOTICE VALUE 'Y'.

      * 'ER' CATCHES ANY CODE NOT IN THE TABLE; 'NF' IS THE LAST ROW
       01 WS-REASON-ROWS           PIC 9(2) VALUE 15.
       01 WS-ER-ENTRY              PIC 9(2) VALUE 14.
       01 WS-NF-ENTRY              PIC 9(2) VALUE 15.
       01 WS-REASON-HIT            PIC 9(2) VALUE 0.
       01 WS-LOOKUP-REASON         PIC X(2).
       01 WS-REASON-FOUND-SW       PIC X(1) VALUE 'N'.
          88 REASON-FOUND          VALUE 'Y'.

       01 WS-DISPLAY-AMOUNT        PIC $$$,$$$,$$9.99-.
       01 WS-DISPLAY-BALANCE       PIC $$$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM INITIALIZE-RFSNTC
           PERFORM GATHER-REFUSED-ITEMS
           PERFORM PRINT-NOTICES
           PERFORM WRITE-PRINT-CONTROL
           PERFORM CLOSE-RFSNTC
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

       INITIALIZE-RFSNTC.
           PERFORM LOAD-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE
           PERFORM INIT-RUN-CONTROL

           OPEN INPUT ACCOUNT-FILE
           IF ACCT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN ACCOUNT FILE'
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF CUST-FILE-STATUS = '00'
               SET CUSTOMER-FILE-AVAIL TO TRUE
           ELSE
               DISPLAY 'WARNING: CUSTOMER FILE NOT AVAILABLE. '
                   'NOTICES PRINT WITHOUT ADDRESSES.'
           END-IF

           OPEN INPUT OWNER-XREF-FILE
           IF OWN-FILE-STATUS = '00'
               SET OWNER-FILE-AVAIL TO TRUE
           ELSE
               DISPLAY 'WARNING: OWNERSHIP XREF NOT AVAILABLE. '
                   'NOTICES ADDRESS THE PRIMARY OWNER ONLY.'
           END-IF

           OPEN INPUT HOLD-FILE
           IF HOLD-FILE-STATUS = '00'
               SET HOLD-FILE-AVAIL TO TRUE
           END-IF

           OPEN I-O NOTICE-CONTROL-FILE
           IF NC-FILE-STATUS = '35'
               OPEN OUTPUT NOTICE-CONTROL-FILE
               CLOSE NOTICE-CONTROL-FILE
               OPEN I-O NOTICE-CONTROL-FILE
           END-IF
           IF NC-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN NOTICE CONTROL FILE'
               STOP RUN
           END-IF

           PERFORM CLEAR-ONE-REASON-COUNT
               VARYING RSN-IDX FROM 1 BY 1
               UNTIL RSN-IDX > WS-REASON-ROWS

           DISPLAY '=================================='
           DISPLAY '  REFUSED ITEM CUSTOMER NOTICES'
           DISPLAY '  BUSINESS DATE: ' WS-RUN-DATE
           DISPLAY '=================================='.

       CLEAR-ONE-REASON-COUNT.
           MOVE 0 TO WS-RSN-ITEMS (RSN-IDX)
           MOVE 0 TO WS-RSN-NOTICES (RSN-IDX)
           MOVE 0 TO WS-RSN-COPIES (RSN-IDX)
           MOVE 0 TO WS-RSN-NO-ADDRESS (RSN-IDX)
           MOVE 'N' TO WS-RSN-ON-NOTICE (RSN-IDX).

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

           MOVE 'RFSNTC  ' TO RUN-PROGRAM
           MOVE WS-RUN-DATE TO RUN-PERIOD
           READ RUN-CONTROL-FILE
               INVALID KEY
                   PERFORM START-NEW-RUN
                   EXIT PARAGRAPH
           END-READ

           IF RUN-COMPLETED
               DISPLAY 'REFUSED ITEM NOTICES ALREADY PRODUCED FOR '
                   RUN-PERIOD '. RUN REFUSED.'
               STOP RUN
           END-IF

           DISPLAY 'PRIOR RUN DID NOT COMPLETE. PRODUCING ALL '
               'NOTICES AGAIN; DISCARD THE EARLIER PRINT.'.

       START-NEW-RUN.
           MOVE 'RFSNTC  ' TO RUN-PROGRAM
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
           SET RUN-COMPLETED TO TRUE
           MOVE WS-NOTICE-COUNT TO RUN-CHECKPOINT
           MOVE WS-BUSINESS-DATE TO WS-DATE
           ACCEPT WS-TIME FROM TIME
           MOVE WS-DATE TO RUN-END-DATE
           MOVE WS-TIME TO RUN-END-TIME
           REWRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY 'ERROR REWRITING RUN CONTROL RECORD'
           END-REWRITE
           CLOSE RUN-CONTROL-FILE.

      * THE WORK FILE IS REBUILT FROM SCRATCH ON EVERY RUN. A SOURCE
      * FILE NOT YET CREATED SIMPLY HAS NO ITEMS.
       GATHER-REFUSED-ITEMS.
           OPEN OUTPUT NOTICE-WORK-FILE
           IF NW-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT CREATE NOTICE WORK FILE'
               STOP RUN
           END-IF

           PERFORM GATHER-LOG-ITEMS
           PERFORM GATHER-CHECK-RETURNS
           PERFORM GATHER-ACH-RETURNS
           PERFORM GATHER-ORDER-EXCEPTIONS

           CLOSE NOTICE-WORK-FILE
           DISPLAY 'REFUSED ITEMS GATHERED: ' WS-ITEMS-GATHERED.

       GATHER-LOG-ITEMS.
           OPEN INPUT TRANSACTION-LOG
           IF LOG-FILE-STATUS = '35'
               DISPLAY 'NO TRANSACTION LOG.'
               EXIT PARAGRAPH
           END-IF
           IF LOG-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN TRANSACTION LOG'
               STOP RUN
           END-IF
           PERFORM READ-NEXT-LOG-RECORD
           PERFORM GATHER-ONE-LOG-ROW UNTIL LOG-EOF
           CLOSE TRANSACTION-LOG.

       READ-NEXT-LOG-RECORD.
           READ TRANSACTION-LOG
               AT END
                   SET LOG-EOF TO TRUE
           END-READ.

       GATHER-ONE-LOG-ROW.
           IF TRANS-DATE NOT = WS-RUN-DATE
                   OR TRANS-OPERATOR-ID = 'CHK'
                   OR TRANS-OPERATOR-ID = 'ACH'
                   OR TRANS-OPERATOR-ID = 'STORD'
               PERFORM READ-NEXT-LOG-RECORD
               EXIT PARAGRAPH
           END-IF
           IF NOT TRANS-FAIL AND NOT TRANS-STOPPED
               PERFORM READ-NEXT-LOG-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO NW-ITEM-REF
           EVALUATE TRUE
               WHEN TRANS-DEBIT
                   MOVE 'WITHDRAWAL' TO NW-ITEM-TEXT
               WHEN TRANS-XFER-FROM
                   MOVE 'TRANSFER TO ACCOUNT' TO NW-ITEM-TEXT
                   MOVE TRANS-LINK-ACCT TO NW-ITEM-REF
               WHEN TRANS-EXT-PAYMENT
                   MOVE 'PAYMENT TO ANOTHER BANK' TO NW-ITEM-TEXT
               WHEN OTHER
                   PERFORM READ-NEXT-LOG-RECORD
                   EXIT PARAGRAPH
           END-EVALUATE

           IF TRANS-STOPPED
               MOVE 'SP' TO NW-REASON
           ELSE
               MOVE 'IF' TO NW-REASON
           END-IF
           MOVE TRANS-ACCT TO NW-ACCT
           MOVE TRANS-AMOUNT TO NW-AMOUNT
           PERFORM WRITE-WORK-ITEM
           PERFORM READ-NEXT-LOG-RECORD.

       GATHER-CHECK-RETURNS.
           OPEN INPUT CHECK-RETURN-FILE
           IF CHK-RETURN-FILE-STATUS = '35'
               DISPLAY 'NO CHECK RETURN FILE.'
               EXIT PARAGRAPH
           END-IF
           IF CHK-RETURN-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN CHECK RETURN FILE'
               STOP RUN
           END-IF
           PERFORM READ-NEXT-CHECK-RETURN
           PERFORM GATHER-ONE-CHECK-RETURN UNTIL CRT-EOF
           CLOSE CHECK-RETURN-FILE.

       READ-NEXT-CHECK-RETURN.
           READ CHECK-RETURN-FILE
               AT END
                   SET CRT-EOF TO TRUE
           END-READ.

       GATHER-ONE-CHECK-RETURN.
           IF CRT-DATE = WS-RUN-DATE
               MOVE CRT-ACCT TO NW-ACCT
               MOVE 'CHECK NUMBER' TO NW-ITEM-TEXT
               MOVE CRT-SERIAL TO NW-ITEM-REF
               MOVE CRT-AMOUNT TO NW-AMOUNT
               MOVE CRT-REASON TO NW-REASON
               PERFORM WRITE-WORK-ITEM
           END-IF
           PERFORM READ-NEXT-CHECK-RETURN.

      * ONLY RETURNED DEBITS; A RETURNED CREDIT NEVER LEFT THE
      * CUSTOMER'S ACCOUNT
       GATHER-ACH-RETURNS.
           OPEN INPUT ACH-RETURN-FILE
           IF RETURN-FILE-STATUS = '35'
               DISPLAY 'NO ACH RETURN FILE.'
               EXIT PARAGRAPH
           END-IF
           IF RETURN-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN ACH RETURN FILE'
               STOP RUN
           END-IF
           PERFORM READ-NEXT-ACH-RETURN
           PERFORM GATHER-ONE-ACH-RETURN UNTIL RTN-EOF
           CLOSE ACH-RETURN-FILE.

       READ-NEXT-ACH-RETURN.
           READ ACH-RETURN-FILE
               AT END
                   SET RTN-EOF TO TRUE
           END-READ.

       GATHER-ONE-ACH-RETURN.
           IF RTN-DATE = WS-RUN-DATE AND RTN-DEBIT
               MOVE RTN-ACCT TO NW-ACCT
               MOVE 'ELECTRONIC (ACH) DEBIT' TO NW-ITEM-TEXT
               MOVE SPACES TO NW-ITEM-REF
               MOVE RTN-AMOUNT TO NW-AMOUNT
               MOVE RTN-REASON TO NW-REASON
               PERFORM WRITE-WORK-ITEM
           END-IF
           PERFORM READ-NEXT-ACH-RETURN.

       GATHER-ORDER-EXCEPTIONS.
           OPEN INPUT ORDER-EXCEPTION-FILE
           IF SOX-FILE-STATUS = '35'
               DISPLAY 'NO STANDING ORDER EXCEPTION FILE.'
               EXIT PARAGRAPH
           END-IF
           IF SOX-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN ORDER EXCEPTION FILE'
               STOP RUN
           END-IF
           PERFORM READ-NEXT-ORDER-EXCEPTION
           PERFORM GATHER-ONE-ORDER-EXCEPTION UNTIL SOX-EOF
           CLOSE ORDER-EXCEPTION-FILE.

       READ-NEXT-ORDER-EXCEPTION.
           READ ORDER-EXCEPTION-FILE
               AT END
                   SET SOX-EOF TO TRUE
           END-READ.

       GATHER-ONE-ORDER-EXCEPTION.
           IF SOX-DATE = WS-RUN-DATE
               MOVE SOX-ACCT TO NW-ACCT
               MOVE 'STANDING ORDER TO' TO NW-ITEM-TEXT
               IF SOX-COUNTERPARTY = 0
                   MOVE SOX-PAYEE-NAME TO NW-ITEM-REF
               ELSE
                   MOVE SOX-COUNTERPARTY TO NW-ITEM-REF
               END-IF
               MOVE SOX-AMOUNT TO NW-AMOUNT
               MOVE SOX-REASON TO NW-REASON
               PERFORM WRITE-WORK-ITEM
           END-IF
           PERFORM READ-NEXT-ORDER-EXCEPTION.

       WRITE-WORK-ITEM.
           ADD 1 TO WS-ITEM-SEQ
           MOVE WS-ITEM-SEQ TO NW-SEQ
           WRITE NOTICE-WORK-RECORD
               INVALID KEY
                   DISPLAY 'ERROR WRITING NOTICE WORK ROW ' NW-ACCT
                   EXIT PARAGRAPH
           END-WRITE
           ADD 1 TO WS-ITEMS-GATHERED.

      * ONE NOTICE PER ACCOUNT: THE FIRST ITEM FOR AN ACCOUNT OPENS ITS
      * NOTICE AND PRINTS THE ADDRESSES, EACH ITEM PRINTS ONE LINE,
      * AND THE NEXT ACCOUNT (OR THE END) CLOSES IT WITH THE BALANCE
       PRINT-NOTICES.
           OPEN INPUT NOTICE-WORK-FILE
           IF NW-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN NOTICE WORK FILE'
               STOP RUN
           END-IF

           MOVE 0 TO NW-ACCT
           MOVE 0 TO NW-SEQ
           START NOTICE-WORK-FILE KEY IS NOT LESS THAN NW-KEY
               INVALID KEY
                   SET NW-EOF TO TRUE
           END-START
           IF NOT NW-EOF
               PERFORM READ-NEXT-WORK-ITEM
           END-IF
           PERFORM PRINT-ONE-WORK-ITEM UNTIL NW-EOF
           PERFORM FINISH-NOTICE

           IF WS-NOTICE-COUNT = 0
               DISPLAY 'NO REFUSED ITEMS TO NOTIFY.'
           END-IF
           CLOSE NOTICE-WORK-FILE.

       READ-NEXT-WORK-ITEM.
           READ NOTICE-WORK-FILE NEXT RECORD
               AT END
                   SET NW-EOF TO TRUE
           END-READ.

       PRINT-ONE-WORK-ITEM.
           IF NO-NOTICE-OPEN OR NW-ACCT NOT = WS-NOTICE-ACCT
               PERFORM FINISH-NOTICE
               PERFORM START-NOTICE
           END-IF

           IF ACCOUNT-NOT-ON-FILE
               MOVE 'NF' TO WS-LOOKUP-REASON
           ELSE
               MOVE NW-REASON TO WS-LOOKUP-REASON
           END-IF
           PERFORM FIND-REASON-ENTRY
           SET RSN-IDX TO WS-REASON-HIT
           ADD 1 TO WS-RSN-ITEMS (RSN-IDX)

           IF NOTICE-OPEN
               MOVE 'Y' TO WS-RSN-ON-NOTICE (RSN-IDX)
               MOVE NW-AMOUNT TO WS-DISPLAY-AMOUNT
               DISPLAY '  ' NW-ITEM-TEXT ' ' NW-ITEM-REF ' '
                   WS-DISPLAY-AMOUNT '  ' WS-REASON-TEXT (RSN-IDX)
           ELSE
               DISPLAY 'NO NOTICE: ACCOUNT ' NW-ACCT
                   ' NOT ON FILE. ' NW-ITEM-TEXT ' '
                   NW-ITEM-REF ' REASON ' NW-REASON
           END-IF
           PERFORM READ-NEXT-WORK-ITEM.

       FIND-REASON-ENTRY.
           MOVE 'N' TO WS-REASON-FOUND-SW
           MOVE WS-ER-ENTRY TO WS-REASON-HIT
           PERFORM MATCH-ONE-REASON
               VARYING RSN-IDX FROM 1 BY 1
               UNTIL RSN-IDX > WS-REASON-ROWS OR REASON-FOUND.

       MATCH-ONE-REASON.
           IF WS-REASON-CODE (RSN-IDX) = WS-LOOKUP-REASON
               SET WS-REASON-HIT TO RSN-IDX
               SET REASON-FOUND TO TRUE
           END-IF.

       START-NOTICE.
           MOVE NW-ACCT TO WS-NOTICE-ACCT
           MOVE NW-ACCT TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   SET ACCOUNT-NOT-ON-FILE TO TRUE
                   EXIT PARAGRAPH
           END-READ
           SET NOTICE-OPEN TO TRUE

           DISPLAY ' '
           DISPLAY '=================================='
           DISPLAY 'NOTICE OF ITEMS NOT PAID      ' WS-RUN-DATE
           DISPLAY '=================================='
           DISPLAY 'ACCOUNT ' ACCT-NUMBER ' ' ACCT-NAME
           DISPLAY 'TO:'
           PERFORM PRINT-OWNER-ADDRESS
           IF WS-OWNERS-PRINTED = 0
               DISPLAY '         (NO ADDRESS ON FILE - BRANCH TO '
                   'CONTACT THE CUSTOMER)'
           END-IF
           DISPLAY ' '
           DISPLAY 'THE FOLLOWING ITEMS PRESENTED AGAINST YOUR '
               'ACCOUNT TODAY WERE NOT PAID:'
           DISPLAY '  ITEM                     REFERENCE          '
               '             AMOUNT  REASON'.

      * THE CLOSING LINES OF AN OPEN NOTICE, AND ITS COUNTS BY REASON
       FINISH-NOTICE.
           IF NOT NOTICE-OPEN
               SET NO-NOTICE-OPEN TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE ACCT-NUMBER TO HOLD-ACCT
           PERFORM COMPUTE-UNEXPIRED-HOLDS
           COMPUTE WS-AVAILABLE-BALANCE = ACCT-BALANCE - WS-HELD-TOTAL
           DISPLAY ' '
           MOVE ACCT-BALANCE TO WS-DISPLAY-BALANCE
           DISPLAY 'CURRENT BALANCE:            ' WS-DISPLAY-BALANCE
           MOVE WS-HELD-TOTAL TO WS-DISPLAY-BALANCE
           DISPLAY 'FUNDS ON HOLD:              ' WS-DISPLAY-BALANCE
           MOVE WS-AVAILABLE-BALANCE TO WS-DISPLAY-BALANCE
           DISPLAY 'CURRENT AVAILABLE BALANCE:  ' WS-DISPLAY-BALANCE
           DISPLAY ' '
           DISPLAY 'PLEASE CONTACT YOUR BRANCH WITH ANY QUESTIONS.'

           ADD 1 TO WS-NOTICE-COUNT
           ADD WS-OWNERS-PRINTED TO WS-COPY-COUNT
           IF WS-OWNERS-PRINTED = 0
               ADD 1 TO WS-NO-ADDRESS-COUNT
           END-IF
           PERFORM COUNT-NOTICE-REASON
               VARYING RSN-IDX FROM 1 BY 1
               UNTIL RSN-IDX > WS-REASON-ROWS
           SET NO-NOTICE-OPEN TO TRUE.

       COUNT-NOTICE-REASON.
           IF REASON-ON-NOTICE (RSN-IDX)
               ADD 1 TO WS-RSN-NOTICES (RSN-IDX)
               ADD WS-OWNERS-PRINTED TO WS-RSN-COPIES (RSN-IDX)
               IF WS-OWNERS-PRINTED = 0
                   ADD 1 TO WS-RSN-NO-ADDRESS (RSN-IDX)
               END-IF
               MOVE 'N' TO WS-RSN-ON-NOTICE (RSN-IDX)
           END-IF.

      * EVERY OWNER ON THE CROSS-REFERENCE GETS AN ADDRESS BLOCK; AN
      * ACCOUNT WITH NO XREF ROWS FALLS BACK TO THE SINGLE OWNER
      * CARRIED ON THE ACCOUNT RECORD
       PRINT-OWNER-ADDRESS.
           MOVE 0 TO WS-OWNERS-PRINTED
           IF NOT CUSTOMER-FILE-AVAIL
               EXIT PARAGRAPH
           END-IF

           IF OWNER-FILE-AVAIL
               PERFORM PRINT-XREF-OWNER-ADDRESSES
           END-IF
           IF WS-OWNERS-PRINTED > 0
               EXIT PARAGRAPH
           END-IF

           IF ACCT-CUSTOMER = 0
               EXIT PARAGRAPH
           END-IF

           MOVE ACCT-CUSTOMER TO CUST-NUMBER
           PERFORM PRINT-ONE-ADDRESS-BLOCK.

       PRINT-XREF-OWNER-ADDRESSES.
           MOVE 'N' TO WS-OWN-EOF-SW
           MOVE ACCT-NUMBER TO OWN-ACCT
           START OWNER-XREF-FILE KEY IS EQUAL TO OWN-ACCT
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM READ-NEXT-OWNER-XREF
           PERFORM PRINT-ONE-XREF-OWNER UNTIL OWN-SCAN-DONE.

       READ-NEXT-OWNER-XREF.
           READ OWNER-XREF-FILE NEXT RECORD
               AT END
                   SET OWN-SCAN-DONE TO TRUE
           END-READ.

       PRINT-ONE-XREF-OWNER.
           IF OWN-ACCT NOT = ACCT-NUMBER
               SET OWN-SCAN-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE OWN-CUSTOMER TO CUST-NUMBER
           PERFORM PRINT-ONE-ADDRESS-BLOCK
           PERFORM READ-NEXT-OWNER-XREF.

       PRINT-ONE-ADDRESS-BLOCK.
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY '         (CUSTOMER ' CUST-NUMBER
                       ' NOT ON CUSTOMER FILE)'
                   EXIT PARAGRAPH
           END-READ

           DISPLAY '         ' CUST-NAME
           DISPLAY '         ' CUST-ADDR-LINE-1
           IF CUST-ADDR-LINE-2 NOT = SPACES
               DISPLAY '         ' CUST-ADDR-LINE-2
           END-IF
           DISPLAY '         ' CUST-CITY-ST-ZIP
           ADD 1 TO WS-OWNERS-PRINTED.

      * THE SAME HOLD RULE THE DEBIT PATHS USE: AN OPEN HOLD COUNTS
      * UNTIL ITS RELEASE DATE HAS PASSED
       COMPUTE-UNEXPIRED-HOLDS.
           MOVE 0 TO WS-HELD-TOTAL
           IF NOT HOLD-FILE-AVAIL
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-HOLD-EOF-SW
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
           IF HOLD-ACCT NOT = ACCT-NUMBER
               SET HOLD-SCAN-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF HOLD-OPEN AND HOLD-RELEASE-DATE > WS-RUN-DATE
               ADD HOLD-AMOUNT TO WS-HELD-TOTAL
           END-IF
           PERFORM READ-NEXT-HOLD.

      * ONE RECORD PER REASON THAT CAME UP TODAY, THEN THE DAY'S TOTAL.
      * A RERUN OF THE SAME DATE REPLACES THE RECORDS.
       WRITE-PRINT-CONTROL.
           ACCEPT WS-TIME FROM TIME
           DISPLAY ' '
           DISPLAY '=================================='
           DISPLAY '  NOTICE PRINT CONTROL'
           DISPLAY '=================================='
           DISPLAY 'RSN REASON                           ITEMS '
               'NOTICES  COPIES NO ADDR'
           PERFORM WRITE-ONE-REASON-CONTROL
               VARYING RSN-IDX FROM 1 BY 1
               UNTIL RSN-IDX > WS-REASON-ROWS

           MOVE WS-RUN-DATE TO NC-DATE
           MOVE 'TT' TO NC-REASON
           MOVE 'ALL REASONS' TO NC-REASON-TEXT
           MOVE WS-ITEMS-GATHERED TO NC-ITEM-COUNT
           MOVE WS-NOTICE-COUNT TO NC-NOTICE-COUNT
           MOVE WS-COPY-COUNT TO NC-COPY-COUNT
           MOVE WS-NO-ADDRESS-COUNT TO NC-NO-ADDRESS-COUNT
           PERFORM PUT-CONTROL-RECORD.

       WRITE-ONE-REASON-CONTROL.
           IF WS-RSN-ITEMS (RSN-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-DATE TO NC-DATE
           MOVE WS-REASON-CODE (RSN-IDX) TO NC-REASON
           MOVE WS-REASON-TEXT (RSN-IDX) TO NC-REASON-TEXT
           MOVE WS-RSN-ITEMS (RSN-IDX) TO NC-ITEM-COUNT
           MOVE WS-RSN-NOTICES (RSN-IDX) TO NC-NOTICE-COUNT
           MOVE WS-RSN-COPIES (RSN-IDX) TO NC-COPY-COUNT
           MOVE WS-RSN-NO-ADDRESS (RSN-IDX) TO NC-NO-ADDRESS-COUNT
           PERFORM PUT-CONTROL-RECORD.

       PUT-CONTROL-RECORD.
           MOVE WS-TIME TO NC-RUN-TIME
           DISPLAY NC-REASON '  ' NC-REASON-TEXT ' ' NC-ITEM-COUNT
               ' ' NC-NOTICE-COUNT ' ' NC-COPY-COUNT ' '
               NC-NO-ADDRESS-COUNT
           WRITE NOTICE-CONTROL-RECORD
               INVALID KEY
                   REWRITE NOTICE-CONTROL-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR WRITING NOTICE CONTROL '
                               'RECORD ' NC-REASON
                   END-REWRITE
           END-WRITE.

       CLOSE-RFSNTC.
           DISPLAY '=================================='
           DISPLAY 'ITEMS GATHERED:     ' WS-ITEMS-GATHERED
           DISPLAY 'NOTICES GENERATED:  ' WS-NOTICE-COUNT
           DISPLAY 'COPIES TO MAIL:     ' WS-COPY-COUNT
           DISPLAY 'NO ADDRESS ON FILE: ' WS-NO-ADDRESS-COUNT
           DISPLAY '=================================='
           PERFORM END-RUN-CONTROL
           CLOSE NOTICE-CONTROL-FILE
           CLOSE ACCOUNT-FILE
           IF CUSTOMER-FILE-AVAIL
               CLOSE CUSTOMER-FILE
           END-IF
           IF OWNER-FILE-AVAIL
               CLOSE OWNER-XREF-FILE
           END-IF
           IF HOLD-FILE-AVAIL
               CLOSE HOLD-FILE
           END-IF.
