       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROVAL-EXPIRE.
       AUTHOR. LEGACY-CORP.
       DATE-WRITTEN. 2026-10-15.
      *
      * NIGHTLY EXPIRY OF DUAL-CONTROL ITEMS
      * A TELLER DEBIT, TRANSFER, OR EXTERNAL PAYMENT OVER THE
      * DUALCTRL PARAMETER WAITS ON PENDAPPR.DAT FOR A SUPERVISOR TO
      * APPROVE OR REJECT IT. ANY ITEM STILL PENDING WHEN THE
      * END-OF-DAY CHAIN RUNS IS LISTED HERE FOR THE BRANCH AND
      * MARKED EXPIRED, SO IT CAN NEVER BE APPROVED ON A LATER DAY
      * AGAINST BALANCES IT WAS NEVER CHECKED FOR. NOTHING IS POSTED;
      * THE CUSTOMER MUST PRESENT THE ITEM AGAIN.
      *
      * PROTECTED BY RUNCTL.DAT: A COMPLETED RUN FOR THE BUSINESS DATE
      * IS REFUSED. A RERUN AFTER A FAILURE PICKS UP ONLY THE ITEMS
      * NOT YET EXPIRED. RUN-CHECKPOINT CARRIES THE NUMBER EXPIRED.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  LEGACY-CORP     ORIGINAL PROGRAM
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO 'PENDAPPR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-KEY
               FILE STATUS IS PEND-FILE-STATUS.

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

       FD PENDING-FILE.
           COPY PENDREC.

       FD RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.
       01 BIZDATE-FILE-STATUS      PIC X(2).
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE 0.
       01 PEND-FILE-STATUS         PIC X(2).
       01 RUNCTL-FILE-STATUS       PIC X(2).

       01 WS-DATE                  PIC 9(8).
       01 WS-TIME                  PIC 9(6).
       01 WS-RUN-DATE              PIC 9(8).

       01 WS-PEND-EOF-SW           PIC X(1) VALUE 'N'.
          88 PEND-EOF              VALUE 'Y'.

       01 WS-ITEMS-EXPIRED         PIC 9(5) VALUE 0.
       01 WS-EXPIRED-TOTAL         PIC S9(11)V99 VALUE 0.
       01 WS-REWRITE-ERRORS        PIC 9(5) VALUE 0.

       01 WS-DISPLAY-AMOUNT        PIC $$$,$$$,$$9.99-.
       01 WS-DISPLAY-TOTAL         PIC $$$,$$$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM INITIALIZE-APPREXP
           PERFORM EXPIRE-OPEN-ITEMS
           PERFORM CLOSE-APPREXP
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

       INITIALIZE-APPREXP.
           PERFORM LOAD-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE
           PERFORM INIT-RUN-CONTROL

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

           DISPLAY '=================================='
           DISPLAY '  DUAL-CONTROL ITEMS EXPIRED'
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

           MOVE 'APPREXP ' TO RUN-PROGRAM
           MOVE WS-RUN-DATE TO RUN-PERIOD
           READ RUN-CONTROL-FILE
               INVALID KEY
                   PERFORM START-NEW-RUN
                   EXIT PARAGRAPH
           END-READ

           IF RUN-COMPLETED
               DISPLAY 'PENDING ITEMS ALREADY EXPIRED FOR '
                   RUN-PERIOD '. RUN REFUSED.'
               STOP RUN
           END-IF

           DISPLAY 'PRIOR RUN DID NOT COMPLETE. EXPIRING THE ITEMS '
               'STILL OPEN.'.

       START-NEW-RUN.
           MOVE 'APPREXP ' TO RUN-PROGRAM
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
           MOVE WS-ITEMS-EXPIRED TO RUN-CHECKPOINT
           MOVE WS-BUSINESS-DATE TO WS-DATE
           ACCEPT WS-TIME FROM TIME
           MOVE WS-DATE TO RUN-END-DATE
           MOVE WS-TIME TO RUN-END-TIME
           REWRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY 'ERROR REWRITING RUN CONTROL RECORD'
           END-REWRITE
           CLOSE RUN-CONTROL-FILE.

      * EVERY OPEN ITEM KEYED ON OR BEFORE THE RUN DATE IS EXPIRED,
      * INCLUDING ANY LEFT BEHIND BY A NIGHT THAT NEVER RAN THIS STEP
       EXPIRE-OPEN-ITEMS.
           DISPLAY 'DATE     ITEM TIME   T ACCOUNT  TO ACCT  '
               '         AMOUNT MAKER'
           MOVE 0 TO PEND-DATE
           MOVE 0 TO PEND-SEQ
           START PENDING-FILE KEY IS NOT LESS THAN PEND-KEY
               INVALID KEY
                   SET PEND-EOF TO TRUE
           END-START
           IF NOT PEND-EOF
               PERFORM READ-NEXT-PENDING
           END-IF
           PERFORM EXPIRE-ONE-ITEM UNTIL PEND-EOF

           IF WS-ITEMS-EXPIRED = 0
               DISPLAY 'NO ITEMS WERE WAITING FOR APPROVAL.'
           END-IF.

       READ-NEXT-PENDING.
           READ PENDING-FILE NEXT RECORD
               AT END
                   SET PEND-EOF TO TRUE
           END-READ.

       EXPIRE-ONE-ITEM.
           IF PEND-DATE > WS-RUN-DATE
               SET PEND-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF NOT PEND-OPEN
               PERFORM READ-NEXT-PENDING
               EXIT PARAGRAPH
           END-IF

           MOVE PEND-AMOUNT TO WS-DISPLAY-AMOUNT
           DISPLAY PEND-DATE ' ' PEND-SEQ ' ' PEND-TIME ' '
               PEND-TYPE ' ' PEND-ACCT ' ' PEND-TO-ACCT ' '
               WS-DISPLAY-AMOUNT ' ' PEND-MAKER

           SET PEND-EXPIRED TO TRUE
           MOVE 'EOD' TO PEND-DECIDED-BY
           ACCEPT WS-TIME FROM TIME
           MOVE WS-TIME TO PEND-DECIDED-TIME
           REWRITE PENDING-RECORD
               INVALID KEY
                   DISPLAY 'ERROR EXPIRING ITEM ' PEND-DATE ' '
                       PEND-SEQ
                   ADD 1 TO WS-REWRITE-ERRORS
                   PERFORM READ-NEXT-PENDING
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-ITEMS-EXPIRED
           ADD PEND-AMOUNT TO WS-EXPIRED-TOTAL
           PERFORM READ-NEXT-PENDING.

      * AN ITEM THAT COULD NOT BE MARKED IS STILL OPEN, SO THE RUN IS
      * LEFT INCOMPLETE AND THE DRIVER HALTS UNTIL IT IS RERUN
       CLOSE-APPREXP.
           MOVE WS-EXPIRED-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY '=================================='
           DISPLAY 'ITEMS EXPIRED:  ' WS-ITEMS-EXPIRED
           DISPLAY 'AMOUNT EXPIRED: ' WS-DISPLAY-TOTAL
           DISPLAY 'ERRORS:         ' WS-REWRITE-ERRORS
           IF WS-REWRITE-ERRORS = 0
               PERFORM END-RUN-CONTROL
           ELSE
               CLOSE RUN-CONTROL-FILE
               DISPLAY 'RUN IS INCOMPLETE.'
           END-IF
           CLOSE PENDING-FILE.
