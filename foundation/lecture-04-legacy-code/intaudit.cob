       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY-AUDIT.
       AUTHOR. LEGACY-CORP.
       DATE-WRITTEN. 2026-10-15.
      *
      * NIGHTLY CROSS-FILE REFERENTIAL INTEGRITY AUDIT
      * THE MASTER FILES POINT AT ONE ANOTHER BY NUMBER AND NOTHING
      * ELSE PROVES THOSE LINKS STILL HOLD. THIS STEP READS EVERY
      * LINK AND LISTS EACH ONE THAT IS BROKEN:
      *   ACCTOWN.DAT   CUSTOMER NOT ON CUSTOMER.DAT
      *                 ACCOUNT NOT ON ACCOUNTS.DAT
      *                 'P' ROW FOR A CUSTOMER OTHER THAN THE
      *                 ACCOUNT'S ACCT-CUSTOMER
      *   ACCOUNTS.DAT  ACCT-CUSTOMER WITH NO 'P' ROW ON ACCTOWN.DAT
      *   HOLDS.DAT     OPEN HOLD ON A CLOSED OR MISSING ACCOUNT
      *   STOPS.DAT     OPEN STOP ON A CLOSED OR MISSING ACCOUNT
      *   STORDERS.DAT  ACTIVE ORDER ON A CLOSED OR MISSING ACCOUNT
      *                 ACTIVE ORDER PAYING A CLOSED OR MISSING
      *                 COUNTERPARTY (SO-COUNTERPARTY ZERO IS AN
      *                 EXTERNAL PAYEE AND IS NOT CHECKED)
      *   INTYTD.DAT    CUSTOMER NOT ON CUSTOMER.DAT (ZERO IS AN
      *                 ACCOUNT NEVER LINKED TO A CUSTOMER)
      *   DAYTOTAL.DAT  RECORD DATED OTHER THAN THE BUSINESS DATE
      *                 AFTER THE RECONCILE RESET
      * AND ENDS WITH THE EXCEPTION COUNTS BY FILE AND ERROR TYPE.
      * NOTHING IS CHANGED; EVERY FILE IS OPENED INPUT. A FILE NOT
      * YET CREATED HAS NOTHING TO CHECK AND IS SKIPPED.
      *
      * RUNS AFTER DAILY-RECONCILE IN THE END-OF-DAY CHAIN. THE RUN
      * IS MARKED COMPLETED WHATEVER IT FINDS, SO THE CHAIN IS NOT
      * HELD UP BY A DATA PROBLEM; RUN-CHECKPOINT CARRIES THE NUMBER
      * OF EXCEPTIONS AND THE OPERATIONS SUMMARY FLAGS A NON-ZERO
      * COUNT THE SAME NIGHT. A COMPLETED RUN FOR THE BUSINESS DATE
      * IS REFUSED; A RUN THAT DID NOT COMPLETE IS SIMPLY RUN AGAIN
      * FROM THE TOP.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  LEGACY-CORP     ORIGINAL PROGRAM
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCOUNTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS FILE-STATUS.

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

           SELECT STOP-FILE ASSIGN TO 'STOPS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STOP-KEY
               FILE STATUS IS STOP-FILE-STATUS.

           SELECT STANDING-ORDER-FILE ASSIGN TO 'STORDERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-KEY
               FILE STATUS IS SO-FILE-STATUS.

           SELECT INTEREST-YTD-FILE ASSIGN TO 'INTYTD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INT-KEY
               FILE STATUS IS INTYTD-FILE-STATUS.

           SELECT DAILY-TOTAL-FILE ASSIGN TO 'DAYTOTAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DT-ACCT
               FILE STATUS IS DAYTOT-FILE-STATUS.

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

       FD ACCOUNT-FILE.
           COPY ACCTREC.

       FD CUSTOMER-FILE.
           COPY CUSTREC.

       FD OWNER-XREF-FILE.
           COPY OWNREC.

       FD HOLD-FILE.
           COPY HOLDREC.

       FD STOP-FILE.
           COPY STOPREC.

       FD STANDING-ORDER-FILE.
           COPY STORDREC.

       FD INTEREST-YTD-FILE.
           COPY INTYTDRC.

       FD DAILY-TOTAL-FILE.
           COPY DAYTOTRC.

       FD RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.
       01 FILE-STATUS              PIC X(2).
       01 CUST-FILE-STATUS         PIC X(2).
       01 OWN-FILE-STATUS          PIC X(2).
       01 HOLD-FILE-STATUS         PIC X(2).
       01 STOP-FILE-STATUS         PIC X(2).
       01 SO-FILE-STATUS           PIC X(2).
       01 INTYTD-FILE-STATUS       PIC X(2).
       01 DAYTOT-FILE-STATUS       PIC X(2).
       01 RUNCTL-FILE-STATUS       PIC X(2).
       01 BIZDATE-FILE-STATUS      PIC X(2).
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE 0.

       01 WS-DATE                  PIC 9(8).
       01 WS-TIME                  PIC 9(6).
       01 WS-RUN-DATE              PIC 9(8).

       01 WS-CUST-OPEN-SW          PIC X(1) VALUE 'N'.
          88 CUST-FILE-OPEN        VALUE 'Y'.
       01 WS-OWN-OPEN-SW           PIC X(1) VALUE 'N'.
          88 OWN-FILE-OPEN         VALUE 'Y'.
       01 WS-SCAN-EOF-SW           PIC X(1) VALUE 'N'.
          88 SCAN-EOF              VALUE 'Y'.
       01 WS-ACCT-FOUND-SW         PIC X(1) VALUE 'N'.
          88 ACCT-FOUND            VALUE 'Y'.
          88 ACCT-NOT-FOUND        VALUE 'N'.
       01 WS-CUST-FOUND-SW         PIC X(1) VALUE 'N'.
          88 CUST-FOUND            VALUE 'Y'.
          88 CUST-NOT-FOUND        VALUE 'N'.

       01 WS-LOOKUP-ACCT           PIC 9(8).
       01 WS-LOOKUP-CUSTOMER       PIC 9(6).
       01 WS-ACCT-STATE            PIC X(11).

       01 WS-RECORDS-READ          PIC 9(7) VALUE 0.
       01 WS-EXCEPTION-TOTAL       PIC 9(7) VALUE 0.

      * ONE ENTRY PER FILE AND ERROR TYPE. EACH CHECK SETS ERR-IDX
      * TO ITS OWN ENTRY BEFORE RECORDING AN EXCEPTION.
       01 WS-ERROR-DEFINITIONS.
           05 FILLER PIC X(8)  VALUE 'ACCTOWN '.
           05 FILLER PIC X(28) VALUE 'CUSTOMER NOT ON FILE'.
           05 FILLER PIC X(8)  VALUE 'ACCTOWN '.
           05 FILLER PIC X(28) VALUE 'ACCOUNT NOT ON FILE'.
           05 FILLER PIC X(8)  VALUE 'ACCTOWN '.
           05 FILLER PIC X(28) VALUE 'P ROW DISAGREES WITH ACCOUNT'.
           05 FILLER PIC X(8)  VALUE 'ACCOUNTS'.
           05 FILLER PIC X(28) VALUE 'NO P ROW FOR ACCT-CUSTOMER'.
           05 FILLER PIC X(8)  VALUE 'HOLDS   '.
           05 FILLER PIC X(28) VALUE 'OPEN HOLD ON CLOSED ACCOUNT'.
           05 FILLER PIC X(8)  VALUE 'STOPS   '.
           05 FILLER PIC X(28) VALUE 'OPEN STOP ON CLOSED ACCOUNT'.
           05 FILLER PIC X(8)  VALUE 'STORDERS'.
           05 FILLER PIC X(28) VALUE 'ACTIVE ORDER ON CLOSED ACCT'.
           05 FILLER PIC X(8)  VALUE 'STORDERS'.
           05 FILLER PIC X(28) VALUE 'COUNTERPARTY CLOSED'.
           05 FILLER PIC X(8)  VALUE 'INTYTD  '.
           05 FILLER PIC X(28) VALUE 'CUSTOMER NOT ON FILE'.
           05 FILLER PIC X(8)  VALUE 'DAYTOTAL'.
           05 FILLER PIC X(28) VALUE 'NOT DATED BUSINESS DATE'.
       01 WS-ERROR-TABLE REDEFINES WS-ERROR-DEFINITIONS.
           05 WS-ERROR-ENTRY OCCURS 10 TIMES INDEXED BY ERR-IDX.
              10 WS-ERROR-FILE     PIC X(8).
              10 WS-ERROR-TYPE     PIC X(28).
       01 WS-ERROR-COUNTS.
           05 WS-ERROR-COUNT       PIC 9(7) OCCURS 10 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM INITIALIZE-INTAUDIT
           PERFORM CHECK-ACCOUNT-OWNERS
           PERFORM CHECK-OWNER-XREF
           PERFORM CHECK-HOLDS
           PERFORM CHECK-STOPS
           PERFORM CHECK-STANDING-ORDERS
           PERFORM CHECK-INTEREST-YTD
           PERFORM CHECK-DAILY-TOTALS
           PERFORM PRINT-EXCEPTION-SUMMARY
           PERFORM CLOSE-INTAUDIT
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

       INITIALIZE-INTAUDIT.
           PERFORM LOAD-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE
           PERFORM INIT-RUN-CONTROL

           OPEN INPUT ACCOUNT-FILE
           IF FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN ACCOUNT FILE'
               STOP RUN
           END-IF

      * THE CUSTOMER FILE STAYS OPEN FOR LOOKUPS THROUGHOUT. WITH NO
      * CUSTOMER FILE AT ALL, NO CUSTOMER NUMBER CAN BE ON IT.
           OPEN INPUT CUSTOMER-FILE
           IF CUST-FILE-STATUS = '00'
               SET CUST-FILE-OPEN TO TRUE
           ELSE
               IF CUST-FILE-STATUS NOT = '35'
                   DISPLAY 'ERROR: CANNOT OPEN CUSTOMER FILE'
                   STOP RUN
               END-IF
               DISPLAY 'WARNING: NO CUSTOMER FILE.'
           END-IF

           MOVE ZEROS TO WS-ERROR-COUNTS

           DISPLAY '=================================='
           DISPLAY '  REFERENTIAL INTEGRITY AUDIT'
           DISPLAY '  BUSINESS DATE: ' WS-RUN-DATE
           DISPLAY '=================================='
           DISPLAY 'FILE     ERROR TYPE                   DETAIL'.

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

           MOVE 'INTAUDIT' TO RUN-PROGRAM
           MOVE WS-RUN-DATE TO RUN-PERIOD
           READ RUN-CONTROL-FILE
               INVALID KEY
                   PERFORM START-NEW-RUN
                   EXIT PARAGRAPH
           END-READ

           IF RUN-COMPLETED
               DISPLAY 'INTEGRITY AUDIT ALREADY RUN FOR '
                   RUN-PERIOD '. RUN REFUSED.'
               STOP RUN
           END-IF

           DISPLAY 'PRIOR RUN DID NOT COMPLETE. RUNNING THE FULL '
               'AUDIT AGAIN.'.

       START-NEW-RUN.
           MOVE 'INTAUDIT' TO RUN-PROGRAM
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

      * THE RUN COMPLETES EVEN WHEN EXCEPTIONS ARE FOUND; THE COUNT
      * GOES INTO RUN-CHECKPOINT FOR THE OPERATIONS SUMMARY
       END-RUN-CONTROL.
           SET RUN-COMPLETED TO TRUE
           MOVE WS-EXCEPTION-TOTAL TO RUN-CHECKPOINT
           MOVE WS-BUSINESS-DATE TO WS-DATE
           ACCEPT WS-TIME FROM TIME
           MOVE WS-DATE TO RUN-END-DATE
           MOVE WS-TIME TO RUN-END-TIME
           REWRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY 'ERROR REWRITING RUN CONTROL RECORD'
           END-REWRITE
           CLOSE RUN-CONTROL-FILE.

       RECORD-EXCEPTION.
           ADD 1 TO WS-ERROR-COUNT (ERR-IDX)
           ADD 1 TO WS-EXCEPTION-TOTAL.

       LOOK-UP-ACCOUNT.
           MOVE WS-LOOKUP-ACCT TO ACCT-NUMBER
           SET ACCT-FOUND TO TRUE
           MOVE SPACES TO WS-ACCT-STATE
           READ ACCOUNT-FILE
               INVALID KEY
                   SET ACCT-NOT-FOUND TO TRUE
                   MOVE 'NOT ON FILE' TO WS-ACCT-STATE
                   EXIT PARAGRAPH
           END-READ
           IF CLOSED
               MOVE 'CLOSED' TO WS-ACCT-STATE
           END-IF.

       LOOK-UP-CUSTOMER.
           SET CUST-NOT-FOUND TO TRUE
           IF NOT CUST-FILE-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOOKUP-CUSTOMER TO CUST-NUMBER
           READ CUSTOMER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           SET CUST-FOUND TO TRUE.

      * EVERY ACCOUNT CARRYING AN ACCT-CUSTOMER MUST HAVE THAT
      * CUSTOMER ON ACCTOWN.DAT WITH ROLE 'P'. AN ACCOUNT NEVER
      * LINKED TO A CUSTOMER (ACCT-CUSTOMER ZERO) HAS NOTHING TO
      * AGREE WITH.
       CHECK-ACCOUNT-OWNERS.
           MOVE 'N' TO WS-OWN-OPEN-SW
           OPEN INPUT OWNER-XREF-FILE
           IF OWN-FILE-STATUS = '00'
               SET OWN-FILE-OPEN TO TRUE
           ELSE
               IF OWN-FILE-STATUS NOT = '35'
                   DISPLAY 'ERROR: CANNOT OPEN OWNERSHIP XREF FILE'
                   STOP RUN
               END-IF
           END-IF

           MOVE 'N' TO WS-SCAN-EOF-SW
           MOVE 0 TO ACCT-NUMBER
           START ACCOUNT-FILE KEY IS NOT LESS THAN ACCT-NUMBER
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START
           IF NOT SCAN-EOF
               PERFORM READ-NEXT-ACCOUNT
           END-IF
           PERFORM CHECK-ONE-ACCOUNT UNTIL SCAN-EOF

           IF OWN-FILE-OPEN
               CLOSE OWNER-XREF-FILE
           END-IF.

       READ-NEXT-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ.

       CHECK-ONE-ACCOUNT.
           ADD 1 TO WS-RECORDS-READ
           IF ACCT-CUSTOMER = 0
               PERFORM READ-NEXT-ACCOUNT
               EXIT PARAGRAPH
           END-IF

           SET ERR-IDX TO 4
           IF NOT OWN-FILE-OPEN
               PERFORM RECORD-EXCEPTION
               DISPLAY WS-ERROR-FILE (ERR-IDX) ' '
                   WS-ERROR-TYPE (ERR-IDX) ' ACCT ' ACCT-NUMBER
                   ' CUST ' ACCT-CUSTOMER ' NOT LINKED'
               PERFORM READ-NEXT-ACCOUNT
               EXIT PARAGRAPH
           END-IF
           MOVE ACCT-CUSTOMER TO OWN-CUSTOMER
           MOVE ACCT-NUMBER TO OWN-ACCT
           READ OWNER-XREF-FILE
               INVALID KEY
                   PERFORM RECORD-EXCEPTION
                   DISPLAY WS-ERROR-FILE (ERR-IDX) ' '
                       WS-ERROR-TYPE (ERR-IDX) ' ACCT ' ACCT-NUMBER
                       ' CUST ' ACCT-CUSTOMER ' NOT LINKED'
                   PERFORM READ-NEXT-ACCOUNT
                   EXIT PARAGRAPH
           END-READ
           IF NOT OWN-PRIMARY
               PERFORM RECORD-EXCEPTION
               DISPLAY WS-ERROR-FILE (ERR-IDX) ' '
                   WS-ERROR-TYPE (ERR-IDX) ' ACCT ' ACCT-NUMBER
                   ' CUST ' ACCT-CUSTOMER ' ROLE ' OWN-ROLE
           END-IF
           PERFORM READ-NEXT-ACCOUNT.

      * EVERY OWNERSHIP ROW MUST NAME A CUSTOMER AND AN ACCOUNT STILL
      * ON FILE, AND A 'P' ROW MUST NAME THE ACCOUNT'S ACCT-CUSTOMER
       CHECK-OWNER-XREF.
           OPEN INPUT OWNER-XREF-FILE
           IF OWN-FILE-STATUS = '35'
               DISPLAY 'NO OWNERSHIP XREF FILE. CHECK SKIPPED.'
               EXIT PARAGRAPH
           END-IF
           IF OWN-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN OWNERSHIP XREF FILE'
               STOP RUN
           END-IF

           MOVE 'N' TO WS-SCAN-EOF-SW
           MOVE 0 TO OWN-CUSTOMER
           MOVE 0 TO OWN-ACCT
           START OWNER-XREF-FILE KEY IS NOT LESS THAN OWN-KEY
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START
           IF NOT SCAN-EOF
               PERFORM READ-NEXT-OWNER-XREF
           END-IF
           PERFORM CHECK-ONE-OWNER-XREF UNTIL SCAN-EOF
           CLOSE OWNER-XREF-FILE.

       READ-NEXT-OWNER-XREF.
           READ OWNER-XREF-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ.

       CHECK-ONE-OWNER-XREF.
           ADD 1 TO WS-RECORDS-READ
           MOVE OWN-CUSTOMER TO WS-LOOKUP-CUSTOMER
           PERFORM LOOK-UP-CUSTOMER
           IF CUST-NOT-FOUND
               SET ERR-IDX TO 1
               PERFORM RECORD-EXCEPTION
               DISPLAY WS-ERROR-FILE (ERR-IDX) ' '
                   WS-ERROR-TYPE (ERR-IDX) ' CUST ' OWN-CUSTOMER
                   ' ACCT ' OWN-ACCT
           END-IF

           MOVE OWN-ACCT TO WS-LOOKUP-ACCT
           PERFORM LOOK-UP-ACCOUNT
           IF ACCT-NOT-FOUND
               SET ERR-IDX TO 2
               PERFORM RECORD-EXCEPTION
               DISPLAY WS-ERROR-FILE (ERR-IDX) ' '
                   WS-ERROR-TYPE (ERR-IDX) ' CUST ' OWN-CUSTOMER
                   ' ACCT ' OWN-ACCT
               PERFORM READ-NEXT-OWNER-XREF
               EXIT PARAGRAPH
           END-IF

           IF OWN-PRIMARY AND OWN-CUSTOMER NOT = ACCT-CUSTOMER
               SET ERR-IDX TO 3
               PERFORM RECORD-EXCEPTION
               DISPLAY WS-ERROR-FILE (ERR-IDX) ' '
                   WS-ERROR-TYPE (ERR-IDX) ' CUST ' OWN-CUSTOMER
                   ' ACCT ' OWN-ACCT ' ACCT-CUSTOMER ' ACCT-CUSTOMER
           END-IF
           PERFORM READ-NEXT-OWNER-XREF.

       CHECK-HOLDS.
           OPEN INPUT HOLD-FILE
           IF HOLD-FILE-STATUS = '35'
               DISPLAY 'NO HOLD FILE. CHECK SKIPPED.'
               EXIT PARAGRAPH
           END-IF
           IF HOLD-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN HOLD FILE'
               STOP RUN
           END-IF

           MOVE 'N' TO WS-SCAN-EOF-SW
           MOVE 0 TO HOLD-ACCT
           MOVE 0 TO HOLD-SEQ
           START HOLD-FILE KEY IS NOT LESS THAN HOLD-KEY
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START
           IF NOT SCAN-EOF
               PERFORM READ-NEXT-HOLD
           END-IF
           PERFORM CHECK-ONE-HOLD UNTIL SCAN-EOF
           CLOSE HOLD-FILE.

       READ-NEXT-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ.

       CHECK-ONE-HOLD.
           ADD 1 TO WS-RECORDS-READ
           IF NOT HOLD-OPEN
               PERFORM READ-NEXT-HOLD
               EXIT PARAGRAPH
           END-IF
           MOVE HOLD-ACCT TO WS-LOOKUP-ACCT
           PERFORM LOOK-UP-ACCOUNT
           IF WS-ACCT-STATE NOT = SPACES
               SET ERR-IDX TO 5
               PERFORM RECORD-EXCEPTION
               DISPLAY WS-ERROR-FILE (ERR-IDX) ' '
                   WS-ERROR-TYPE (ERR-IDX) ' ACCT ' HOLD-ACCT
                   ' HOLD ' HOLD-SEQ ' ' WS-ACCT-STATE
           END-IF
           PERFORM READ-NEXT-HOLD.

       CHECK-STOPS.
           OPEN INPUT STOP-FILE
           IF STOP-FILE-STATUS = '35'
               DISPLAY 'NO STOP PAYMENT FILE. CHECK SKIPPED.'
               EXIT PARAGRAPH
           END-IF
           IF STOP-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN STOP PAYMENT FILE'
               STOP RUN
           END-IF

           MOVE 'N' TO WS-SCAN-EOF-SW
           MOVE 0 TO STOP-ACCT
           MOVE 0 TO STOP-SEQ
           START STOP-FILE KEY IS NOT LESS THAN STOP-KEY
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START
           IF NOT SCAN-EOF
               PERFORM READ-NEXT-STOP
           END-IF
           PERFORM CHECK-ONE-STOP UNTIL SCAN-EOF
           CLOSE STOP-FILE.

       READ-NEXT-STOP.
           READ STOP-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ.

       CHECK-ONE-STOP.
           ADD 1 TO WS-RECORDS-READ
           IF NOT STOP-OPEN
               PERFORM READ-NEXT-STOP
               EXIT PARAGRAPH
           END-IF
           MOVE STOP-ACCT TO WS-LOOKUP-ACCT
           PERFORM LOOK-UP-ACCOUNT
           IF WS-ACCT-STATE NOT = SPACES
               SET ERR-IDX TO 6
               PERFORM RECORD-EXCEPTION
               DISPLAY WS-ERROR-FILE (ERR-IDX) ' '
                   WS-ERROR-TYPE (ERR-IDX) ' ACCT ' STOP-ACCT
                   ' STOP ' STOP-SEQ ' ' WS-ACCT-STATE
           END-IF
           PERFORM READ-NEXT-STOP.

      * ONLY ACTIVE ORDERS CAN STILL MOVE MONEY, SO CANCELLED AND
      * EXPIRED ORDERS ARE NOT CHECKED
       CHECK-STANDING-ORDERS.
           OPEN INPUT STANDING-ORDER-FILE
           IF SO-FILE-STATUS = '35'
               DISPLAY 'NO STANDING ORDER FILE. CHECK SKIPPED.'
               EXIT PARAGRAPH
           END-IF
           IF SO-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN STANDING ORDER FILE'
               STOP RUN
           END-IF

           MOVE 'N' TO WS-SCAN-EOF-SW
           MOVE 0 TO SO-ACCT
           MOVE 0 TO SO-SEQ
           START STANDING-ORDER-FILE KEY IS NOT LESS THAN SO-KEY
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START
           IF NOT SCAN-EOF
               PERFORM READ-NEXT-STANDING-ORDER
           END-IF
           PERFORM CHECK-ONE-STANDING-ORDER UNTIL SCAN-EOF
           CLOSE STANDING-ORDER-FILE.

       READ-NEXT-STANDING-ORDER.
           READ STANDING-ORDER-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ.

       CHECK-ONE-STANDING-ORDER.
           ADD 1 TO WS-RECORDS-READ
           IF NOT SO-ACTIVE
               PERFORM READ-NEXT-STANDING-ORDER
               EXIT PARAGRAPH
           END-IF

           MOVE SO-ACCT TO WS-LOOKUP-ACCT
           PERFORM LOOK-UP-ACCOUNT
           IF WS-ACCT-STATE NOT = SPACES
               SET ERR-IDX TO 7
               PERFORM RECORD-EXCEPTION
               DISPLAY WS-ERROR-FILE (ERR-IDX) ' '
                   WS-ERROR-TYPE (ERR-IDX) ' ACCT ' SO-ACCT
                   ' ORDER ' SO-SEQ ' ' WS-ACCT-STATE
           END-IF

           IF SO-COUNTERPARTY NOT = 0
               MOVE SO-COUNTERPARTY TO WS-LOOKUP-ACCT
               PERFORM LOOK-UP-ACCOUNT
               IF WS-ACCT-STATE NOT = SPACES
                   SET ERR-IDX TO 8
                   PERFORM RECORD-EXCEPTION
                   DISPLAY WS-ERROR-FILE (ERR-IDX) ' '
                       WS-ERROR-TYPE (ERR-IDX) ' ACCT ' SO-ACCT
                       ' ORDER ' SO-SEQ ' TO ' SO-COUNTERPARTY ' '
                       WS-ACCT-STATE
               END-IF
           END-IF
           PERFORM READ-NEXT-STANDING-ORDER.

       CHECK-INTEREST-YTD.
           OPEN INPUT INTEREST-YTD-FILE
           IF INTYTD-FILE-STATUS = '35'
               DISPLAY 'NO INTEREST YTD FILE. CHECK SKIPPED.'
               EXIT PARAGRAPH
           END-IF
           IF INTYTD-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN INTEREST YTD FILE'
               STOP RUN
           END-IF

           MOVE 'N' TO WS-SCAN-EOF-SW
           MOVE 0 TO INT-YEAR
           MOVE 0 TO INT-ACCT
           START INTEREST-YTD-FILE KEY IS NOT LESS THAN INT-KEY
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START
           IF NOT SCAN-EOF
               PERFORM READ-NEXT-INTEREST-YTD
           END-IF
           PERFORM CHECK-ONE-INTEREST-YTD UNTIL SCAN-EOF
           CLOSE INTEREST-YTD-FILE.

       READ-NEXT-INTEREST-YTD.
           READ INTEREST-YTD-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ.

       CHECK-ONE-INTEREST-YTD.
           ADD 1 TO WS-RECORDS-READ
           IF INT-CUSTOMER = 0
               PERFORM READ-NEXT-INTEREST-YTD
               EXIT PARAGRAPH
           END-IF
           MOVE INT-CUSTOMER TO WS-LOOKUP-CUSTOMER
           PERFORM LOOK-UP-CUSTOMER
           IF CUST-NOT-FOUND
               SET ERR-IDX TO 9
               PERFORM RECORD-EXCEPTION
               DISPLAY WS-ERROR-FILE (ERR-IDX) ' '
                   WS-ERROR-TYPE (ERR-IDX) ' YEAR ' INT-YEAR
                   ' ACCT ' INT-ACCT ' CUST ' INT-CUSTOMER
           END-IF
           PERFORM READ-NEXT-INTEREST-YTD.

      * DAILY-RECONCILE EMPTIES THE FILE EARLIER IN THE CHAIN; ONLY A
      * RECORD WRITTEN SINCE, FOR TODAY, HAS ANY BUSINESS BEING HERE
       CHECK-DAILY-TOTALS.
           OPEN INPUT DAILY-TOTAL-FILE
           IF DAYTOT-FILE-STATUS = '35'
               DISPLAY 'NO DAILY TOTALS FILE. CHECK SKIPPED.'
               EXIT PARAGRAPH
           END-IF
           IF DAYTOT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN DAILY TOTAL FILE'
               STOP RUN
           END-IF

           MOVE 'N' TO WS-SCAN-EOF-SW
           MOVE 0 TO DT-ACCT
           START DAILY-TOTAL-FILE KEY IS NOT LESS THAN DT-ACCT
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START
           IF NOT SCAN-EOF
               PERFORM READ-NEXT-DAILY-TOTAL
           END-IF
           PERFORM CHECK-ONE-DAILY-TOTAL UNTIL SCAN-EOF
           CLOSE DAILY-TOTAL-FILE.

       READ-NEXT-DAILY-TOTAL.
           READ DAILY-TOTAL-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ.

       CHECK-ONE-DAILY-TOTAL.
           ADD 1 TO WS-RECORDS-READ
           IF DT-DATE NOT = WS-RUN-DATE
               SET ERR-IDX TO 10
               PERFORM RECORD-EXCEPTION
               DISPLAY WS-ERROR-FILE (ERR-IDX) ' '
                   WS-ERROR-TYPE (ERR-IDX) ' ACCT ' DT-ACCT
                   ' DATED ' DT-DATE
           END-IF
           PERFORM READ-NEXT-DAILY-TOTAL.

       PRINT-EXCEPTION-SUMMARY.
           DISPLAY '=================================='
           DISPLAY '  EXCEPTIONS BY FILE AND TYPE'
           DISPLAY '=================================='
           DISPLAY 'FILE     ERROR TYPE                     COUNT'
           PERFORM PRINT-ONE-ERROR-COUNT
               VARYING ERR-IDX FROM 1 BY 1
               UNTIL ERR-IDX > 10
           DISPLAY '=================================='
           DISPLAY 'RECORDS READ:     ' WS-RECORDS-READ
           DISPLAY 'EXCEPTIONS FOUND: ' WS-EXCEPTION-TOTAL
           IF WS-EXCEPTION-TOTAL = 0
               DISPLAY 'ALL CROSS-FILE LINKS ARE INTACT.'
           END-IF.

       PRINT-ONE-ERROR-COUNT.
           DISPLAY WS-ERROR-FILE (ERR-IDX) ' '
               WS-ERROR-TYPE (ERR-IDX) ' '
               WS-ERROR-COUNT (ERR-IDX).

       CLOSE-INTAUDIT.
           PERFORM END-RUN-CONTROL
           IF CUST-FILE-OPEN
               CLOSE CUSTOMER-FILE
           END-IF
           CLOSE ACCOUNT-FILE.
