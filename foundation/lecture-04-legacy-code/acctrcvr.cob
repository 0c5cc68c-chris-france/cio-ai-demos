       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-RECOVER.
       AUTHOR. LEGACY-CORP.
       DATE-WRITTEN. 2026-10-15.
      *
      * ACCOUNT MASTER FORWARD RECOVERY
      * REBUILDS ACCOUNTS.DAT AFTER DAMAGE FROM A NIGHTLY BACKUP ON
      * ACCTBKUP.DAT (TAKEN BY ACCT-BACKUP) AND THE TRANSACTION LOG:
      *   1. THE OPERATOR PICKS A COMPLETE BACKUP FROM THE LIST.
      *   2. THE BACKUP IS RESTORED TO THE WORK MASTER ACCTRCVR.DAT.
      *   3. EVERY 'OK' POSTING ON TRANSLOG.DAT TAKEN AFTER THE BACKUP
      *      (LATER BUSINESS DATES, PLUS THE BACKUP DATE'S ROWS PAST
      *      THE COUNT IN THE BACKUP HEADER) IS LOADED TO THE KEYED
      *      WORK FILE RCVRWRK.DAT IN DATE, TIME, AND LOG SEQUENCE
      *      ORDER AND REPLAYED: CREDIT, DEBIT, TRANSFER LEGS,
      *      REVERSAL, INTEREST, FEE, EXTERNAL PAYMENT, OPEN, CLOSE,
      *      FREEZE, AND UNFREEZE. EACH REBUILDS THE BALANCE, STATUS,
      *      AND ACCT-LAST-ACTIVITY OF ITS ACCOUNT.
      *   4. AFTER EACH ROW THE REBUILT BALANCE IS COMPARED WITH THE
      *      TRANS-NEW-BALANCE THE LOG RECORDED, AND EVERY DIFFERENCE
      *      IS PRINTED.
      *   5. ONLY THEN, AND ONLY ON THE OPERATOR'S SAY-SO, IS THE
      *      REBUILT MASTER COPIED OVER ACCOUNTS.DAT.
      *
      * AN ACCOUNT OPENED SINCE THE BACKUP TAKES ITS NAME, TYPE,
      * CREDIT LIMIT, AND OWNER FROM THE DAMAGED ACCOUNTS.DAT WHEN
      * THAT RECORD CAN STILL BE READ; OTHERWISE IT IS REBUILT WITH A
      * PLACEHOLDER NAME AND NO TYPE AND LISTED FOR COMPLETION
      * THROUGH TELLER MAINTENANCE. THOSE FOUR FIELDS ARE NOT ON THE
      * LOG, SO AFTER THE REPLAY EVERY REBUILT ACCOUNT STILL READABLE
      * ON ACCOUNTS.DAT TAKES THEM FROM THERE TOO, KEEPING MAINTENANCE
      * DONE SINCE THE BACKUP; EACH FIELD CHANGED IS PRINTED.
      *
      * ROWS ALREADY MOVED TO TRANHIST.DAT BY HISTORY-CUTOVER ARE NOT
      * ON THE LOG AND CANNOT BE REPLAYED; USE A BACKUP TAKEN IN THE
      * CURRENT BUSINESS MONTH. RUN WITH ALL TELLERS SIGNED OFF AND
      * NO BATCH RUNNING.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  LEGACY-CORP     ORIGINAL PROGRAM
      *   2026-10-15  LEGACY-CORP     AFTER THE REPLAY, NAME, TYPE,
      *                               CREDIT LIMIT, AND OWNER OF EVERY
      *                               REBUILT ACCOUNT ARE TAKEN FROM
      *                               ACCOUNTS.DAT WHEN IT CAN BE READ,
      *                               SO MAINTENANCE SINCE THE BACKUP IS
      *                               KEPT; EACH FIELD CHANGED IS
      *                               PRINTED
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-FILE ASSIGN TO 'ACCTBKUP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKUP-KEY
               FILE STATUS IS BKUP-FILE-STATUS.

           SELECT RECOVERED-FILE ASSIGN TO 'ACCTRCVR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS RCVR-FILE-STATUS.

           SELECT LIVE-ACCOUNT-FILE ASSIGN TO 'ACCOUNTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIVE-ACCT-NUMBER
               FILE STATUS IS ACCT-FILE-STATUS.

           SELECT TRANSACTION-LOG ASSIGN TO 'TRANSLOG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.

           SELECT REPLAY-FILE ASSIGN TO 'RCVRWRK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPL-KEY
               FILE STATUS IS RPL-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BIZDATE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BD-ID
               FILE STATUS IS BIZDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD BACKUP-FILE.
           COPY ACCTBKRC.

       FD RECOVERED-FILE.
           COPY ACCTREC.

      * THE DAMAGED MASTER IS ONLY READ FOR STATIC FIELDS AND THEN
      * OVERWRITTEN WHOLE, SO ONLY THOSE FIELDS ARE NAMED (84-BYTE
      * ACCOUNT-RECORD, SEE ACCTREC.CPY)
       FD LIVE-ACCOUNT-FILE.
       01 LIVE-ACCOUNT-RECORD.
           05 LIVE-ACCT-NUMBER     PIC 9(8).
           05 LIVE-ACCT-NAME       PIC X(30).
           05 LIVE-ACCT-TYPE       PIC X(1).
           05 FILLER               PIC X(28).
           05 LIVE-ACCT-CREDIT-LIMIT PIC S9(9)V99.
           05 LIVE-ACCT-CUSTOMER   PIC 9(6).

      * FLAT TRANS-RECORD (87 BYTES, SEE TRANSREC.CPY); READ INTO THE
      * WORKING-STORAGE LAYOUT BELOW
       FD TRANSACTION-LOG.
       01 LOG-RECORD               PIC X(87).

       FD REPLAY-FILE.
       01 REPLAY-RECORD.
           05 RPL-KEY.
              10 RPL-DATE          PIC 9(8).
              10 RPL-TIME          PIC 9(6).
              10 RPL-SEQ           PIC 9(9).
           05 RPL-LOG-ROW          PIC X(87).

       FD BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.
       01 BIZDATE-FILE-STATUS      PIC X(2).
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE 0.
       01 BKUP-FILE-STATUS         PIC X(2).
       01 RCVR-FILE-STATUS         PIC X(2).
       01 ACCT-FILE-STATUS         PIC X(2).
       01 LOG-FILE-STATUS          PIC X(2).
       01 RPL-FILE-STATUS          PIC X(2).

      * THE LOG ROW BEING LOADED OR REPLAYED
           COPY TRANSREC.

       01 WS-BACKUP-DATE           PIC 9(8) VALUE 0.
       01 WS-BACKUP-LOG-ROWS       PIC 9(9) VALUE 0.
       01 WS-MONTH-START           PIC 9(8).
       01 WS-MONTH-START-R REDEFINES WS-MONTH-START.
           05 WS-MONTH-START-YM    PIC 9(6).
           05 WS-MONTH-START-DD    PIC 9(2).
       01 WS-ANSWER                PIC X(1) VALUE SPACES.
          88 ANSWER-YES            VALUE 'Y'.

       01 WS-BKUP-EOF-SW           PIC X(1) VALUE 'N'.
          88 BKUP-EOF              VALUE 'Y'.
       01 WS-LOG-EOF-SW            PIC X(1) VALUE 'N'.
          88 LOG-EOF               VALUE 'Y'.
       01 WS-RPL-EOF-SW            PIC X(1) VALUE 'N'.
          88 RPL-EOF               VALUE 'Y'.
       01 WS-RCVR-EOF-SW           PIC X(1) VALUE 'N'.
          88 RCVR-EOF              VALUE 'Y'.
       01 WS-LIVE-SW               PIC X(1) VALUE 'N'.
          88 LIVE-FILE-READABLE    VALUE 'Y'.
       01 WS-LIVE-FOUND-SW         PIC X(1) VALUE 'N'.
          88 LIVE-RECORD-FOUND     VALUE 'Y'.
       01 WS-REPLAY-TYPE-SW        PIC X(1) VALUE 'N'.
          88 REPLAY-TYPE           VALUE 'Y'.
       01 WS-STATIC-CHANGED-SW     PIC X(1) VALUE 'N'.
          88 STATIC-FIELD-CHANGED  VALUE 'Y'.

       01 WS-BACKUPS-LISTED        PIC 9(5) VALUE 0.
       01 WS-ACCOUNTS-RESTORED     PIC 9(7) VALUE 0.
       01 WS-LOG-SEQ               PIC 9(9) VALUE 0.
       01 WS-BACKUP-DATE-ROWS      PIC 9(9) VALUE 0.
       01 WS-ROWS-ALREADY-IN       PIC 9(9) VALUE 0.
       01 WS-ROWS-LOADED           PIC 9(9) VALUE 0.
       01 WS-ROWS-REPLAYED         PIC 9(9) VALUE 0.
       01 WS-ACCOUNTS-OPENED       PIC 9(7) VALUE 0.
       01 WS-ACCOUNTS-INCOMPLETE   PIC 9(7) VALUE 0.
       01 WS-DIFFERENCE-COUNT      PIC 9(7) VALUE 0.
       01 WS-ACCOUNTS-INSTALLED    PIC 9(7) VALUE 0.
       01 WS-STATIC-CHANGES        PIC 9(7) VALUE 0.
       01 WS-ACCOUNTS-REFRESHED    PIC 9(7) VALUE 0.

       01 WS-DIFF-AMOUNT           PIC S9(9)V99 VALUE 0.
       01 WS-DIFF-REASON           PIC X(30).
       01 WS-DISPLAY-LOGGED        PIC $$$,$$$,$$9.99-.
       01 WS-DISPLAY-REBUILT       PIC $$$,$$$,$$9.99-.
       01 WS-DISPLAY-DIFF          PIC $$$,$$$,$$9.99-.
       01 WS-DISPLAY-LIMIT         PIC $$$,$$$,$$9.99-.
       01 WS-STATIC-FIELD          PIC X(13).
       01 WS-STATIC-OLD            PIC X(30).
       01 WS-STATIC-NEW            PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM INITIALIZE-ACCTRCVR
           PERFORM LIST-AVAILABLE-BACKUPS
           PERFORM CHOOSE-BACKUP
           PERFORM RESTORE-BACKUP
           PERFORM LOAD-REPLAY-FILE
           PERFORM REPLAY-LOG-ROWS
           PERFORM PRINT-RECOVERY-TOTALS
           PERFORM CONFIRM-AND-INSTALL
           STOP RUN.

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

       INITIALIZE-ACCTRCVR.
           PERFORM LOAD-BUSINESS-DATE

           OPEN INPUT BACKUP-FILE
           IF BKUP-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN ACCOUNT BACKUP FILE '
                   'ACCTBKUP.DAT. NOTHING TO RECOVER FROM.'
               STOP RUN
           END-IF

           DISPLAY '=================================='
           DISPLAY '  ACCOUNT MASTER FORWARD RECOVERY'
           DISPLAY '  BUSINESS DATE: ' WS-BUSINESS-DATE
           DISPLAY '=================================='
           DISPLAY 'ALL TELLERS MUST BE SIGNED OFF AND NO BATCH '
               'RUNNING.'.

      * ONE LINE PER BACKUP: EACH HEADER IS READ, THEN THE SCAN SKIPS
      * PAST THAT DATE'S ACCOUNT RECORDS
       LIST-AVAILABLE-BACKUPS.
           DISPLAY ' '
           DISPLAY 'BACKUPS ON FILE:'
           DISPLAY 'DATE     TAKEN  ACCOUNTS LOG ROWS  STATUS'
           MOVE 0 TO BKUP-DATE
           MOVE 0 TO BKUP-ACCT
           START BACKUP-FILE KEY IS NOT LESS THAN BKUP-KEY
               INVALID KEY
                   SET BKUP-EOF TO TRUE
           END-START
           IF NOT BKUP-EOF
               PERFORM READ-NEXT-BACKUP
           END-IF
           PERFORM LIST-ONE-BACKUP UNTIL BKUP-EOF

           IF WS-BACKUPS-LISTED = 0
               DISPLAY 'NO BACKUPS ON FILE. NOTHING TO RECOVER FROM.'
               CLOSE BACKUP-FILE
               STOP RUN
           END-IF.

       READ-NEXT-BACKUP.
           READ BACKUP-FILE NEXT RECORD
               AT END
                   SET BKUP-EOF TO TRUE
           END-READ.

       LIST-ONE-BACKUP.
           IF BKUP-ACCT = 0
               ADD 1 TO WS-BACKUPS-LISTED
               IF BKUP-COMPLETE
                   DISPLAY BKUP-DATE ' ' BKUP-TAKEN-TIME ' '
                       BKUP-ACCT-COUNT '  ' BKUP-LOG-ROWS ' COMPLETE'
               ELSE
                   DISPLAY BKUP-DATE ' ' BKUP-TAKEN-TIME ' '
                       BKUP-ACCT-COUNT '  ' BKUP-LOG-ROWS
                       ' INCOMPLETE - CANNOT BE USED'
               END-IF
           END-IF
           MOVE 99999999 TO BKUP-ACCT
           START BACKUP-FILE KEY IS GREATER THAN BKUP-KEY
               INVALID KEY
                   SET BKUP-EOF TO TRUE
                   EXIT PARAGRAPH
           END-START
           PERFORM READ-NEXT-BACKUP.

       CHOOSE-BACKUP.
           DISPLAY ' '
           DISPLAY 'ENTER DATE OF BACKUP TO RESTORE (YYYYMMDD): '
           ACCEPT WS-BACKUP-DATE

           MOVE WS-BACKUP-DATE TO BKUP-DATE
           MOVE 0 TO BKUP-ACCT
           READ BACKUP-FILE
               INVALID KEY
                   DISPLAY 'NO BACKUP FOR ' WS-BACKUP-DATE
                       '. RECOVERY CANCELLED.'
                   CLOSE BACKUP-FILE
                   STOP RUN
           END-READ

           IF NOT BKUP-COMPLETE
               DISPLAY 'BACKUP ' WS-BACKUP-DATE ' IS INCOMPLETE AND '
                   'CANNOT BE USED. RECOVERY CANCELLED.'
               CLOSE BACKUP-FILE
               STOP RUN
           END-IF
           MOVE BKUP-LOG-ROWS TO WS-BACKUP-LOG-ROWS

           MOVE WS-BUSINESS-DATE TO WS-MONTH-START
           MOVE 1 TO WS-MONTH-START-DD
           IF WS-BACKUP-DATE < WS-MONTH-START
               DISPLAY 'WARNING: THIS BACKUP IS FROM BEFORE THE '
                   'CURRENT BUSINESS MONTH. ROWS ALREADY CUT OVER TO '
                   'HISTORY WILL NOT BE REPLAYED.'
           END-IF

           DISPLAY 'RESTORE BACKUP ' WS-BACKUP-DATE ' AND REPLAY THE '
               'LOG INTO ACCTRCVR.DAT? (Y/N): '
           ACCEPT WS-ANSWER
           IF NOT ANSWER-YES
               DISPLAY 'RECOVERY CANCELLED.'
               CLOSE BACKUP-FILE
               STOP RUN
           END-IF.

       RESTORE-BACKUP.
           OPEN OUTPUT RECOVERED-FILE
           IF RCVR-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT CREATE RECOVERY MASTER '
                   'ACCTRCVR.DAT'
               CLOSE BACKUP-FILE
               STOP RUN
           END-IF

           MOVE 'N' TO WS-BKUP-EOF-SW
           MOVE WS-BACKUP-DATE TO BKUP-DATE
           MOVE 1 TO BKUP-ACCT
           START BACKUP-FILE KEY IS NOT LESS THAN BKUP-KEY
               INVALID KEY
                   SET BKUP-EOF TO TRUE
           END-START
           IF NOT BKUP-EOF
               PERFORM READ-NEXT-BACKUP
           END-IF
           PERFORM RESTORE-ONE-ACCOUNT
               UNTIL BKUP-EOF OR BKUP-DATE NOT = WS-BACKUP-DATE

           CLOSE BACKUP-FILE
           CLOSE RECOVERED-FILE
           DISPLAY 'ACCOUNTS RESTORED FROM BACKUP: '
               WS-ACCOUNTS-RESTORED.

       RESTORE-ONE-ACCOUNT.
           MOVE BKUP-ACCOUNT-IMAGE TO ACCOUNT-RECORD
           WRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY 'ERROR RESTORING ACCOUNT ' BKUP-ACCT
           END-WRITE
           ADD 1 TO WS-ACCOUNTS-RESTORED
           PERFORM READ-NEXT-BACKUP.

      * THE LOG IS NOT STRICTLY IN TIME ORDER (BATCH ROWS CAN FOLLOW
      * ONLINE ROWS STAMPED LATER), SO THE ROWS TO REPLAY ARE KEYED
      * DATE/TIME/LOG SEQUENCE ON A WORK FILE AND READ BACK IN THAT
      * ORDER
       LOAD-REPLAY-FILE.
           OPEN INPUT TRANSACTION-LOG
           IF LOG-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN TRANSACTION LOG. '
                   'RECOVERY CANCELLED.'
               STOP RUN
           END-IF

           OPEN OUTPUT REPLAY-FILE
           IF RPL-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT CREATE REPLAY WORK FILE'
               CLOSE TRANSACTION-LOG
               STOP RUN
           END-IF

           PERFORM READ-NEXT-LOG-RECORD
           PERFORM LOAD-ONE-LOG-ROW UNTIL LOG-EOF

           CLOSE TRANSACTION-LOG
           CLOSE REPLAY-FILE
           DISPLAY 'LOG ROWS ALREADY IN THE BACKUP: '
               WS-ROWS-ALREADY-IN
           DISPLAY 'LOG ROWS TO REPLAY:             ' WS-ROWS-LOADED.

       READ-NEXT-LOG-RECORD.
           READ TRANSACTION-LOG INTO TRANS-RECORD
               AT END
                   SET LOG-EOF TO TRUE
           END-READ.

       LOAD-ONE-LOG-ROW.
           ADD 1 TO WS-LOG-SEQ
           IF TRANS-DATE = WS-BACKUP-DATE
               ADD 1 TO WS-BACKUP-DATE-ROWS
           END-IF

           IF TRANS-DATE < WS-BACKUP-DATE
               PERFORM READ-NEXT-LOG-RECORD
               EXIT PARAGRAPH
           END-IF
           IF TRANS-DATE = WS-BACKUP-DATE
                   AND WS-BACKUP-DATE-ROWS NOT > WS-BACKUP-LOG-ROWS
               ADD 1 TO WS-ROWS-ALREADY-IN
               PERFORM READ-NEXT-LOG-RECORD
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-REPLAY-TYPE
           IF TRANS-OK AND REPLAY-TYPE
               MOVE TRANS-DATE TO RPL-DATE
               MOVE TRANS-TIME TO RPL-TIME
               MOVE WS-LOG-SEQ TO RPL-SEQ
               MOVE TRANS-RECORD TO RPL-LOG-ROW
               WRITE REPLAY-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR WRITING REPLAY ROW ' WS-LOG-SEQ
               END-WRITE
               ADD 1 TO WS-ROWS-LOADED
           END-IF
           PERFORM READ-NEXT-LOG-RECORD.

      * ONLY ROWS THAT MOVE A BALANCE OR CHANGE AN ACCOUNT'S STATUS
       CHECK-REPLAY-TYPE.
           MOVE 'N' TO WS-REPLAY-TYPE-SW
           EVALUATE TRUE
               WHEN TRANS-CREDIT
               WHEN TRANS-DEBIT
               WHEN TRANS-XFER-FROM
               WHEN TRANS-XFER-TO
               WHEN TRANS-REVERSAL
               WHEN TRANS-INTEREST
               WHEN TRANS-FEE
               WHEN TRANS-EXT-PAYMENT
               WHEN TRANS-OPEN
               WHEN TRANS-CLOSE
               WHEN TRANS-FREEZE
               WHEN TRANS-UNFREEZE
                   SET REPLAY-TYPE TO TRUE
           END-EVALUATE.

       REPLAY-LOG-ROWS.
           OPEN I-O RECOVERED-FILE
           IF RCVR-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN RECOVERY MASTER'
               STOP RUN
           END-IF

           OPEN INPUT REPLAY-FILE
           IF RPL-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN REPLAY WORK FILE'
               STOP RUN
           END-IF

      * THE DAMAGED MASTER MAY NOT OPEN AT ALL; IT IS ONLY NEEDED FOR
      * ACCOUNTS OPENED SINCE THE BACKUP
           OPEN INPUT LIVE-ACCOUNT-FILE
           IF ACCT-FILE-STATUS = '00'
               SET LIVE-FILE-READABLE TO TRUE
           ELSE
               DISPLAY 'WARNING: ACCOUNTS.DAT CANNOT BE READ (STATUS '
                   ACCT-FILE-STATUS '). ACCOUNTS OPENED SINCE THE '
                   'BACKUP WILL NEED COMPLETING.'
           END-IF

           DISPLAY ' '
           DISPLAY 'DIFFERENCES BETWEEN REBUILT AND LOGGED BALANCES:'
           DISPLAY 'DATE     TIME   LOG SEQ   ACCOUNT  T '
               '         LOGGED         REBUILT  REASON'

           MOVE 0 TO RPL-DATE
           MOVE 0 TO RPL-TIME
           MOVE 0 TO RPL-SEQ
           START REPLAY-FILE KEY IS NOT LESS THAN RPL-KEY
               INVALID KEY
                   SET RPL-EOF TO TRUE
           END-START
           IF NOT RPL-EOF
               PERFORM READ-NEXT-REPLAY-ROW
           END-IF
           PERFORM REPLAY-ONE-ROW UNTIL RPL-EOF

           IF WS-DIFFERENCE-COUNT = 0
               DISPLAY 'NONE. EVERY REBUILT BALANCE AGREES WITH THE '
                   'LOG.'
           END-IF

           IF LIVE-FILE-READABLE
               PERFORM REFRESH-STATIC-FIELDS
           END-IF

           CLOSE REPLAY-FILE
           CLOSE RECOVERED-FILE
           IF LIVE-FILE-READABLE
               CLOSE LIVE-ACCOUNT-FILE
           END-IF.

       READ-NEXT-REPLAY-ROW.
           READ REPLAY-FILE NEXT RECORD
               AT END
                   SET RPL-EOF TO TRUE
           END-READ.

       REPLAY-ONE-ROW.
           MOVE RPL-LOG-ROW TO TRANS-RECORD
           ADD 1 TO WS-ROWS-REPLAYED

           IF TRANS-OPEN
               PERFORM REPLAY-ACCOUNT-OPEN
               PERFORM READ-NEXT-REPLAY-ROW
               EXIT PARAGRAPH
           END-IF

           MOVE TRANS-ACCT TO ACCT-NUMBER
           READ RECOVERED-FILE
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON RECOVERED FILE'
                       TO WS-DIFF-REASON
                   MOVE 0 TO ACCT-BALANCE
                   PERFORM PRINT-DIFFERENCE
                   PERFORM READ-NEXT-REPLAY-ROW
                   EXIT PARAGRAPH
           END-READ

           EVALUATE TRUE
               WHEN TRANS-CREDIT
               WHEN TRANS-XFER-TO
               WHEN TRANS-INTEREST
                   ADD TRANS-AMOUNT TO ACCT-BALANCE
               WHEN TRANS-DEBIT
               WHEN TRANS-XFER-FROM
               WHEN TRANS-FEE
               WHEN TRANS-EXT-PAYMENT
                   SUBTRACT TRANS-AMOUNT FROM ACCT-BALANCE
      * A REVERSAL CARRIES ITS SIGNED EFFECT ON THE BALANCE
               WHEN TRANS-REVERSAL
                   ADD TRANS-AMOUNT TO ACCT-BALANCE
               WHEN TRANS-CLOSE
                   SET CLOSED TO TRUE
               WHEN TRANS-FREEZE
                   SET FROZEN TO TRUE
               WHEN TRANS-UNFREEZE
                   SET ACTIVE TO TRUE
           END-EVALUATE
           MOVE TRANS-DATE TO ACCT-LAST-ACTIVITY

           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY 'ERROR UPDATING RECOVERED ACCOUNT '
                       ACCT-NUMBER
           END-REWRITE

           IF ACCT-BALANCE NOT = TRANS-NEW-BALANCE
               MOVE 'BALANCE DIFFERS FROM LOG' TO WS-DIFF-REASON
               PERFORM PRINT-DIFFERENCE
           END-IF
           PERFORM READ-NEXT-REPLAY-ROW.

      * THE LOG ROW CARRIES ONLY THE ACCOUNT NUMBER; THE REST OF THE
      * RECORD COMES FROM THE DAMAGED MASTER IF IT CAN STILL BE READ
       REPLAY-ACCOUNT-OPEN.
           MOVE TRANS-ACCT TO ACCT-NUMBER
           READ RECOVERED-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'OPENED BUT ALREADY ON BACKUP' TO WS-DIFF-REASON
                   PERFORM PRINT-DIFFERENCE
                   EXIT PARAGRAPH
           END-READ

           MOVE 'N' TO WS-LIVE-FOUND-SW
           IF LIVE-FILE-READABLE
               MOVE TRANS-ACCT TO LIVE-ACCT-NUMBER
               READ LIVE-ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LIVE-ACCOUNT-RECORD TO ACCOUNT-RECORD
                       SET LIVE-RECORD-FOUND TO TRUE
               END-READ
           END-IF

           IF NOT LIVE-RECORD-FOUND
               MOVE SPACES TO ACCOUNT-RECORD
               MOVE TRANS-ACCT TO ACCT-NUMBER
               MOVE '*** RESTORED FROM LOG ***' TO ACCT-NAME
               MOVE 0 TO ACCT-CREDIT-LIMIT
               MOVE 0 TO ACCT-CUSTOMER
               ADD 1 TO WS-ACCOUNTS-INCOMPLETE
               DISPLAY TRANS-DATE ' ' TRANS-TIME ' ' RPL-SEQ ' '
                   TRANS-ACCT ' O  OPENED SINCE BACKUP; NAME, TYPE '
                   'AND OWNER MUST BE COMPLETED BY MAINTENANCE'
           END-IF

           MOVE TRANS-ACCT TO ACCT-NUMBER
           MOVE 0 TO ACCT-BALANCE
           MOVE TRANS-DATE TO ACCT-OPEN-DATE
           MOVE TRANS-DATE TO ACCT-LAST-ACTIVITY
           SET ACTIVE TO TRUE
           WRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY 'ERROR WRITING RECOVERED ACCOUNT '
                       ACCT-NUMBER
           END-WRITE
           ADD 1 TO WS-ACCOUNTS-OPENED

           IF ACCT-BALANCE NOT = TRANS-NEW-BALANCE
               MOVE 'BALANCE DIFFERS FROM LOG' TO WS-DIFF-REASON
               PERFORM PRINT-DIFFERENCE
           END-IF.

       PRINT-DIFFERENCE.
           ADD 1 TO WS-DIFFERENCE-COUNT
           MOVE TRANS-NEW-BALANCE TO WS-DISPLAY-LOGGED
           MOVE ACCT-BALANCE TO WS-DISPLAY-REBUILT
           DISPLAY TRANS-DATE ' ' TRANS-TIME ' ' RPL-SEQ ' '
               TRANS-ACCT ' ' TRANS-TYPE ' ' WS-DISPLAY-LOGGED ' '
               WS-DISPLAY-REBUILT '  ' WS-DIFF-REASON.

      * NAME, TYPE, CREDIT LIMIT, AND OWNER ARE NOT ON THE LOG, SO
      * MAINTENANCE SINCE THE BACKUP IS ONLY ON THE DAMAGED MASTER.
      * EVERY REBUILT ACCOUNT IT CAN STILL SUPPLY TAKES THEM FROM IT.
       REFRESH-STATIC-FIELDS.
           DISPLAY ' '
           DISPLAY 'STATIC FIELDS TAKEN FROM ACCOUNTS.DAT:'
           DISPLAY 'ACCOUNT  FIELD         BACKUP VALUE            '
               '       ACCOUNTS.DAT VALUE'

           MOVE 'N' TO WS-RCVR-EOF-SW
           MOVE 0 TO ACCT-NUMBER
           START RECOVERED-FILE KEY IS NOT LESS THAN ACCT-NUMBER
               INVALID KEY
                   SET RCVR-EOF TO TRUE
           END-START
           IF NOT RCVR-EOF
               PERFORM READ-NEXT-RECOVERED
           END-IF
           PERFORM REFRESH-ONE-ACCOUNT UNTIL RCVR-EOF
           MOVE 'N' TO WS-RCVR-EOF-SW

           IF WS-STATIC-CHANGES = 0
               DISPLAY 'NONE. NO STATIC FIELD CHANGED SINCE THE '
                   'BACKUP.'
           END-IF.

       REFRESH-ONE-ACCOUNT.
           MOVE ACCT-NUMBER TO LIVE-ACCT-NUMBER
           READ LIVE-ACCOUNT-FILE
               INVALID KEY
                   PERFORM READ-NEXT-RECOVERED
                   EXIT PARAGRAPH
           END-READ

           MOVE 'N' TO WS-STATIC-CHANGED-SW
           IF LIVE-ACCT-NAME NOT = ACCT-NAME
               MOVE 'NAME' TO WS-STATIC-FIELD
               MOVE ACCT-NAME TO WS-STATIC-OLD
               MOVE LIVE-ACCT-NAME TO WS-STATIC-NEW
               PERFORM PRINT-STATIC-CHANGE
               MOVE LIVE-ACCT-NAME TO ACCT-NAME
           END-IF
           IF LIVE-ACCT-TYPE NOT = ACCT-TYPE
               MOVE 'TYPE' TO WS-STATIC-FIELD
               MOVE ACCT-TYPE TO WS-STATIC-OLD
               MOVE LIVE-ACCT-TYPE TO WS-STATIC-NEW
               PERFORM PRINT-STATIC-CHANGE
               MOVE LIVE-ACCT-TYPE TO ACCT-TYPE
           END-IF
           IF LIVE-ACCT-CREDIT-LIMIT NOT = ACCT-CREDIT-LIMIT
               MOVE 'CREDIT LIMIT' TO WS-STATIC-FIELD
               MOVE ACCT-CREDIT-LIMIT TO WS-DISPLAY-LIMIT
               MOVE WS-DISPLAY-LIMIT TO WS-STATIC-OLD
               MOVE LIVE-ACCT-CREDIT-LIMIT TO WS-DISPLAY-LIMIT
               MOVE WS-DISPLAY-LIMIT TO WS-STATIC-NEW
               PERFORM PRINT-STATIC-CHANGE
               MOVE LIVE-ACCT-CREDIT-LIMIT TO ACCT-CREDIT-LIMIT
           END-IF
           IF LIVE-ACCT-CUSTOMER NOT = ACCT-CUSTOMER
               MOVE 'OWNER' TO WS-STATIC-FIELD
               MOVE ACCT-CUSTOMER TO WS-STATIC-OLD
               MOVE LIVE-ACCT-CUSTOMER TO WS-STATIC-NEW
               PERFORM PRINT-STATIC-CHANGE
               MOVE LIVE-ACCT-CUSTOMER TO ACCT-CUSTOMER
           END-IF

           IF STATIC-FIELD-CHANGED
               REWRITE ACCOUNT-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR UPDATING RECOVERED ACCOUNT '
                           ACCT-NUMBER
               END-REWRITE
               ADD 1 TO WS-ACCOUNTS-REFRESHED
           END-IF
           PERFORM READ-NEXT-RECOVERED.

       PRINT-STATIC-CHANGE.
           SET STATIC-FIELD-CHANGED TO TRUE
           ADD 1 TO WS-STATIC-CHANGES
           DISPLAY ACCT-NUMBER ' ' WS-STATIC-FIELD ' ' WS-STATIC-OLD
               ' ' WS-STATIC-NEW.

       PRINT-RECOVERY-TOTALS.
           DISPLAY '=================================='
           DISPLAY 'BACKUP USED:                ' WS-BACKUP-DATE
           DISPLAY 'ACCOUNTS RESTORED:          ' WS-ACCOUNTS-RESTORED
           DISPLAY 'LOG ROWS READ:              ' WS-LOG-SEQ
           DISPLAY 'LOG ROWS ALREADY IN BACKUP: ' WS-ROWS-ALREADY-IN
           DISPLAY 'POSTINGS REPLAYED:          ' WS-ROWS-REPLAYED
           DISPLAY 'ACCOUNTS OPENED SINCE:      ' WS-ACCOUNTS-OPENED
           DISPLAY '  NEEDING COMPLETION:       '
               WS-ACCOUNTS-INCOMPLETE
           DISPLAY 'BALANCE DIFFERENCES:        ' WS-DIFFERENCE-COUNT
           DISPLAY 'STATIC FIELDS REFRESHED:    ' WS-STATIC-CHANGES
           DISPLAY '  ON ACCOUNTS:              ' WS-ACCOUNTS-REFRESHED
           DISPLAY '=================================='.

      * THE REBUILT MASTER STAYS IN ACCTRCVR.DAT UNLESS THE OPERATOR
      * PUTS IT INTO SERVICE AFTER READING THE DIFFERENCES
       CONFIRM-AND-INSTALL.
           IF WS-DIFFERENCE-COUNT > 0
               DISPLAY 'THE REBUILT MASTER DOES NOT AGREE WITH THE LOG '
                   'ON ' WS-DIFFERENCE-COUNT ' ROWS. REVIEW THE '
                   'DIFFERENCES BEFORE PUTTING IT INTO SERVICE.'
           END-IF
           DISPLAY 'COPY ACCTRCVR.DAT OVER ACCOUNTS.DAT NOW? (Y/N): '
           ACCEPT WS-ANSWER
           IF NOT ANSWER-YES
               DISPLAY 'ACCOUNTS.DAT NOT CHANGED. THE REBUILT MASTER '
                   'IS LEFT IN ACCTRCVR.DAT.'
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT RECOVERED-FILE
           IF RCVR-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN RECOVERY MASTER. '
                   'ACCOUNTS.DAT NOT CHANGED.'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LIVE-ACCOUNT-FILE
           IF ACCT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT REPLACE ACCOUNTS.DAT (STATUS '
                   ACCT-FILE-STATUS ').'
               CLOSE RECOVERED-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO ACCT-NUMBER
           START RECOVERED-FILE KEY IS NOT LESS THAN ACCT-NUMBER
               INVALID KEY
                   SET RCVR-EOF TO TRUE
           END-START
           IF NOT RCVR-EOF
               PERFORM READ-NEXT-RECOVERED
           END-IF
           PERFORM INSTALL-ONE-ACCOUNT UNTIL RCVR-EOF

           CLOSE RECOVERED-FILE
           CLOSE LIVE-ACCOUNT-FILE
           DISPLAY 'ACCOUNTS.DAT REPLACED. ACCOUNTS WRITTEN: '
               WS-ACCOUNTS-INSTALLED.

       READ-NEXT-RECOVERED.
           READ RECOVERED-FILE NEXT RECORD
               AT END
                   SET RCVR-EOF TO TRUE
           END-READ.

       INSTALL-ONE-ACCOUNT.
           MOVE ACCOUNT-RECORD TO LIVE-ACCOUNT-RECORD
           WRITE LIVE-ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY 'ERROR WRITING ACCOUNT ' ACCT-NUMBER
           END-WRITE
           ADD 1 TO WS-ACCOUNTS-INSTALLED
           PERFORM READ-NEXT-RECOVERED.
