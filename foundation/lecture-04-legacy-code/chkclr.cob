       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-CLEAR.
       AUTHOR. LEGACY-CORP.
       DATE-WRITTEN. 2026-10-14.
      *
      * INBOUND CHECK CLEARING RUN
      * READS THE CLEARING FILE OF CHECKS DRAWN ON OUR ACCOUNTS
      * (ACCOUNT, CHECK SERIAL NUMBER, AMOUNT, PRESENTMENT DATE) AND
      * PAYS EACH ONE AGAINST ACCOUNTS.DAT WITH THE SAME FROZEN,
      * STOP-PAYMENT, DAILY WITHDRAWAL LIMIT, AND AVAILABLE BALANCE
      * CHECKS ACH-POST APPLIES TO AN ACH DEBIT, SO CHECKS NO LONGER
      * HAVE TO BE KEYED IN AS TELLER DEBITS. A PAID CHECK IS LOGGED
      * ON TRANSLOG.DAT AS AN ORDINARY DEBIT CARRYING ITS SERIAL
      * NUMBER IN TRANS-CHECK-SERIAL.
      *
      * EVERY PAID CHECK IS RECORDED ON THE KEYED PAID-ITEMS FILE
      * PAIDCHKS.DAT (ACCOUNT + SERIAL, SEE PAIDREC.CPY). A CHECK
      * WHOSE ACCOUNT AND SERIAL ARE ALREADY ON THAT FILE HAS BEEN
      * PRESENTED BEFORE AND IS RETURNED, NOT PAID A SECOND TIME.
      *
      * EVERY REJECTED ITEM IS WRITTEN TO THE RETURN FILE
      * CHKRETRN.DAT (THE CLEARING ITEM PLUS A RETURN REASON CODE AND
      * THE BUSINESS DATE) FOR TRANSMISSION BACK TO THE PRESENTING
      * BANK, THE SAME WAY ACH-POST WRITES ACHRETRN.DAT.
      *
      * PROTECTED BY RUNCTL.DAT (CHKCLR) LIKE ACH-POST: A COMPLETED
      * RUN FOR THE BUSINESS DATE IS NOT REPEATED, AND A RESTART
      * RESUMES AFTER THE LAST CHECKPOINTED ITEM. ENDS WITH GOBACK SO
      * THE END-OF-DAY DRIVER CAN CALL IT.
      *
      * MODIFICATION HISTORY
      *   2026-10-14  LEGACY-CORP     ORIGINAL PROGRAM
      *   2026-10-15  LEGACY-CORP     A CHECK DRAWN ON A TIME DEPOSIT
      *                               STILL IN ITS TERM IS RETURNED WITH
      *                               REASON TD
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-FILE ASSIGN TO 'CHKITEMS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHK-FILE-STATUS.

           SELECT CHECK-RETURN-FILE ASSIGN TO 'CHKRETRN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RETURN-FILE-STATUS.

           SELECT PAID-CHECK-FILE ASSIGN TO 'PAIDCHKS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAID-KEY
               FILE STATUS IS PAID-FILE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO 'ACCOUNTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS ACCT-FILE-STATUS.

           SELECT TRANSACTION-LOG ASSIGN TO 'TRANSLOG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.

           SELECT BANK-PARM-FILE ASSIGN TO 'BANKPARM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PARM-ID
               FILE STATUS IS PARM-FILE-STATUS.

           SELECT DAILY-TOTAL-FILE ASSIGN TO 'DAYTOTAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DT-ACCT
               FILE STATUS IS DAYTOT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS RUNCTL-FILE-STATUS.

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

           SELECT TIME-DEPOSIT-FILE ASSIGN TO 'TIMEDEP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TD-ACCT
               FILE STATUS IS TD-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BIZDATE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BD-ID
               FILE STATUS IS BIZDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CHECK-FILE.
       01 CHECK-ITEM-RECORD.
           05 CHK-ACCT             PIC 9(8).
           05 CHK-SERIAL           PIC 9(10).
           05 CHK-AMOUNT           PIC S9(9)V99.
           05 CHK-PRESENT-DATE     PIC 9(8).

      * THE RETURN RECORD IS THE CLEARING ITEM PLUS THE RETURN REASON
      * AND THE BUSINESS DATE, SO THE PRESENTING BANK CAN MATCH EACH
      * RETURN TO THE CHECK IT SENT
       FD CHECK-RETURN-FILE.
       01 CHECK-RETURN-RECORD.
           05 CRT-ACCT             PIC 9(8).
           05 CRT-SERIAL           PIC 9(10).
           05 CRT-AMOUNT           PIC S9(9)V99.
           05 CRT-PRESENT-DATE     PIC 9(8).
           05 CRT-REASON           PIC X(2).
              88 CRT-NOT-FOUND     VALUE 'NF'.
              88 CRT-NOT-ACTIVE    VALUE 'NA'.
              88 CRT-FROZEN        VALUE 'FR'.
              88 CRT-BAD-AMOUNT    VALUE 'AM'.
              88 CRT-OVER-MAXIMUM  VALUE 'MX'.
              88 CRT-BAD-SERIAL    VALUE 'SN'.
              88 CRT-DUPLICATE     VALUE 'DP'.
              88 CRT-OVER-DAILY    VALUE 'DL'.
              88 CRT-INSUFFICIENT  VALUE 'IF'.
              88 CRT-STOPPED       VALUE 'SP'.
              88 CRT-TD-IN-TERM    VALUE 'TD'.
              88 CRT-UPDATE-ERROR  VALUE 'ER'.
           05 CRT-DATE             PIC 9(8).

       FD PAID-CHECK-FILE.
           COPY PAIDREC.

       FD ACCOUNT-FILE.
           COPY ACCTREC.

       FD TRANSACTION-LOG.
           COPY TRANSREC.

       FD BANK-PARM-FILE.
           COPY BANKPARM.

       FD DAILY-TOTAL-FILE.
           COPY DAYTOTRC.

       FD RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD HOLD-FILE.
           COPY HOLDREC.

       FD STOP-FILE.
           COPY STOPREC.

       FD TIME-DEPOSIT-FILE.
           COPY TDEPREC.

       FD BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.
       01 BIZDATE-FILE-STATUS      PIC X(2).
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE 0.
       01 CHK-FILE-STATUS          PIC X(2).
       01 RETURN-FILE-STATUS       PIC X(2).
       01 PAID-FILE-STATUS         PIC X(2).
       01 ACCT-FILE-STATUS         PIC X(2).
       01 LOG-FILE-STATUS          PIC X(2).
       01 PARM-FILE-STATUS         PIC X(2).
       01 DAYTOT-FILE-STATUS       PIC X(2).
       01 RUNCTL-FILE-STATUS       PIC X(2).
       01 HOLD-FILE-STATUS         PIC X(2).
       01 STOP-FILE-STATUS         PIC X(2).
       01 TD-FILE-STATUS           PIC X(2).

       01 WS-HELD-TOTAL            PIC S9(9)V99 VALUE 0.
       01 WS-HOLD-EOF-SW           PIC X(1) VALUE 'N'.
          88 HOLD-SCAN-DONE        VALUE 'Y'.

       01 WS-STOP-EOF-SW           PIC X(1) VALUE 'N'.
          88 STOP-SCAN-DONE        VALUE 'Y'.
       01 WS-STOP-HIT-SW           PIC X(1) VALUE 'N'.
          88 STOP-MATCHED          VALUE 'Y'.
       01 WS-MATCHED-STOP-SEQ      PIC 9(3) VALUE 0.

       01 WS-TD-DEBIT-SW           PIC X(1) VALUE 'N'.
          88 TD-DEBIT-REFUSED      VALUE 'R'.

       01 WS-RESTART-COUNT         PIC 9(9) VALUE 0.
       01 WS-ITEM-COUNT            PIC 9(9) VALUE 0.
       01 WS-SKIPPED-ITEMS         PIC 9(9) VALUE 0.

       01 WS-RETURN-REASON         PIC X(2).
       01 WS-RETURNED-COUNT        PIC 9(5) VALUE 0.

       01 WS-ACCT-NUM              PIC 9(8).
       01 WS-CHECK-SERIAL          PIC 9(10).
       01 WS-AMOUNT                PIC S9(9)V99.
       01 WS-DATE                  PIC 9(8).
       01 WS-TIME                  PIC 9(6).

       01 WS-MINIMUM-BALANCE       PIC S9(9)V99 VALUE 0.
       01 WS-EFFECTIVE-MINIMUM     PIC S9(9)V99 VALUE 0.
       01 WS-MAXIMUM-TRANSACTION   PIC S9(9)V99 VALUE 50000.00.
       01 WS-DAILY-LIMIT           PIC S9(9)V99 VALUE 10000.00.
       01 WS-DAILY-DEBIT-TOTAL     PIC S9(9)V99 VALUE 0.

       01 WS-CHK-EOF-SW            PIC X(1) VALUE 'N'.
          88 CHK-EOF               VALUE 'Y'.

       01 WS-PARM-EFFECTIVE-VALUE  PIC S9(9)V9(4) VALUE 0.
       01 WS-PARM-FOUND-SW         PIC X(1) VALUE 'N'.
          88 PARM-FOUND            VALUE 'Y'.

       01 WS-PAID-COUNT            PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT        PIC 9(5) VALUE 0.
       01 WS-DUPLICATE-COUNT       PIC 9(5) VALUE 0.

       01 WS-DISPLAY-BALANCE       PIC $$$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM INITIALIZE-CHKCLR
           PERFORM READ-NEXT-CHECK-ITEM
           PERFORM SKIP-CHECKPOINTED-ITEMS
           PERFORM CLEAR-ONE-CHECK-ITEM UNTIL CHK-EOF
           PERFORM CLOSE-CHKCLR
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

       INITIALIZE-CHKCLR.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM INIT-RUN-CONTROL

           OPEN INPUT CHECK-FILE
           IF CHK-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN CHECK CLEARING FILE'
               STOP RUN
           END-IF

           OPEN EXTEND CHECK-RETURN-FILE
           IF RETURN-FILE-STATUS = '35'
               OPEN OUTPUT CHECK-RETURN-FILE
           END-IF
           IF RETURN-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN CHECK RETURN FILE'
               STOP RUN
           END-IF

           OPEN I-O PAID-CHECK-FILE
           IF PAID-FILE-STATUS = '35'
               OPEN OUTPUT PAID-CHECK-FILE
               CLOSE PAID-CHECK-FILE
               OPEN I-O PAID-CHECK-FILE
           END-IF
           IF PAID-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN PAID CHECK FILE'
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

           OPEN I-O DAILY-TOTAL-FILE
           IF DAYTOT-FILE-STATUS = '35'
               OPEN OUTPUT DAILY-TOTAL-FILE
               CLOSE DAILY-TOTAL-FILE
               OPEN I-O DAILY-TOTAL-FILE
           END-IF
           IF DAYTOT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN DAILY TOTAL FILE'
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

           OPEN INPUT STOP-FILE
           IF STOP-FILE-STATUS = '35'
               OPEN OUTPUT STOP-FILE
               CLOSE STOP-FILE
               OPEN INPUT STOP-FILE
           END-IF
           IF STOP-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN STOP-PAYMENT FILE'
               STOP RUN
           END-IF

           OPEN INPUT TIME-DEPOSIT-FILE
           IF TD-FILE-STATUS = '35'
               OPEN OUTPUT TIME-DEPOSIT-FILE
               CLOSE TIME-DEPOSIT-FILE
               OPEN INPUT TIME-DEPOSIT-FILE
           END-IF
           IF TD-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN TIME DEPOSIT FILE'
               STOP RUN
           END-IF

           PERFORM LOAD-BANK-PARAMETERS

           DISPLAY '=================================='
           DISPLAY '  CHECK CLEARING RUN'
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

           MOVE WS-BUSINESS-DATE TO WS-DATE
           MOVE 'CHKCLR  ' TO RUN-PROGRAM
           MOVE WS-DATE TO RUN-PERIOD
           READ RUN-CONTROL-FILE
               INVALID KEY
                   PERFORM START-NEW-RUN
                   EXIT PARAGRAPH
           END-READ

           IF RUN-COMPLETED
               DISPLAY 'CHECK CLEARING HAS ALREADY RUN TO COMPLETION '
                   'FOR ' RUN-PERIOD '. RUN REFUSED.'
               STOP RUN
           END-IF

           MOVE RUN-CHECKPOINT TO WS-RESTART-COUNT
           MOVE RUN-CHECKPOINT TO WS-ITEM-COUNT
           DISPLAY 'PRIOR RUN DID NOT COMPLETE. RESUMING AFTER '
               'ITEM ' RUN-CHECKPOINT '.'.

       START-NEW-RUN.
           MOVE 'CHKCLR  ' TO RUN-PROGRAM
           MOVE WS-DATE TO RUN-PERIOD
           SET RUN-IN-PROGRESS TO TRUE
           MOVE 0 TO RUN-CHECKPOINT
           ACCEPT WS-TIME FROM TIME
           MOVE WS-DATE TO RUN-START-DATE
           MOVE WS-TIME TO RUN-START-TIME
           MOVE 0 TO RUN-END-DATE
           MOVE 0 TO RUN-END-TIME
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY 'ERROR WRITING RUN CONTROL RECORD'
                   STOP RUN
           END-WRITE.

       SKIP-CHECKPOINTED-ITEMS.
           PERFORM SKIP-ONE-ITEM
               UNTIL WS-SKIPPED-ITEMS >= WS-RESTART-COUNT
               OR CHK-EOF.

       SKIP-ONE-ITEM.
           ADD 1 TO WS-SKIPPED-ITEMS
           PERFORM READ-NEXT-CHECK-ITEM.

       CHECKPOINT-RUN.
           MOVE WS-ITEM-COUNT TO RUN-CHECKPOINT
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

       LOAD-BANK-PARAMETERS.
           OPEN INPUT BANK-PARM-FILE
           IF PARM-FILE-STATUS = '35'
               DISPLAY 'WARNING: BANK PARAMETER FILE NOT FOUND. '
                   'USING BUILT-IN LIMITS.'
               EXIT PARAGRAPH
           END-IF
           IF PARM-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN BANK PARAMETER FILE'
               STOP RUN
           END-IF

           MOVE WS-BUSINESS-DATE TO WS-DATE

           MOVE 'MAXTRAN ' TO PARM-ID
           PERFORM READ-EFFECTIVE-PARM-VALUE
           IF PARM-FOUND
               MOVE WS-PARM-EFFECTIVE-VALUE TO WS-MAXIMUM-TRANSACTION
           END-IF

           MOVE 'DAYLIMIT' TO PARM-ID
           PERFORM READ-EFFECTIVE-PARM-VALUE
           IF PARM-FOUND
               MOVE WS-PARM-EFFECTIVE-VALUE TO WS-DAILY-LIMIT
           END-IF

           MOVE 'MINBAL  ' TO PARM-ID
           PERFORM READ-EFFECTIVE-PARM-VALUE
           IF PARM-FOUND
               MOVE WS-PARM-EFFECTIVE-VALUE TO WS-MINIMUM-BALANCE
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

       READ-NEXT-CHECK-ITEM.
           READ CHECK-FILE
               AT END
                   SET CHK-EOF TO TRUE
           END-READ.

       CLEAR-ONE-CHECK-ITEM.
           PERFORM PROCESS-CHECK-ITEM
           ADD 1 TO WS-ITEM-COUNT
           PERFORM CHECKPOINT-RUN
           PERFORM READ-NEXT-CHECK-ITEM.

      * A FROZEN ACCOUNT GETS PAST THE STATUS TEST HERE SO IT IS
      * RETURNED AS FROZEN BY APPLY-CHECK-DEBIT, NOT AS NOT ACTIVE
       PROCESS-CHECK-ITEM.
           MOVE CHK-ACCT TO WS-ACCT-NUM
           MOVE CHK-ACCT TO ACCT-NUMBER
           MOVE CHK-SERIAL TO WS-CHECK-SERIAL
           MOVE CHK-AMOUNT TO WS-AMOUNT

           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY 'RETURN ' WS-ACCT-NUM ' CHECK '
                       WS-CHECK-SERIAL ' ACCOUNT NOT FOUND.'
                   MOVE 'NF' TO WS-RETURN-REASON
                   PERFORM WRITE-CHECK-RETURN
                   ADD 1 TO WS-REJECTED-COUNT
                   EXIT PARAGRAPH
           END-READ

           IF NOT ACTIVE AND NOT FROZEN
               DISPLAY 'RETURN ' WS-ACCT-NUM ' CHECK '
                   WS-CHECK-SERIAL ' ACCOUNT NOT ACTIVE.'
               MOVE 'NA' TO WS-RETURN-REASON
               PERFORM WRITE-CHECK-RETURN
               ADD 1 TO WS-REJECTED-COUNT
               EXIT PARAGRAPH
           END-IF

           IF WS-AMOUNT <= 0
               DISPLAY 'RETURN ' WS-ACCT-NUM ' CHECK '
                   WS-CHECK-SERIAL ' AMOUNT NOT POSITIVE.'
               MOVE 'AM' TO WS-RETURN-REASON
               PERFORM WRITE-CHECK-RETURN
               ADD 1 TO WS-REJECTED-COUNT
               EXIT PARAGRAPH
           END-IF

           IF WS-AMOUNT > WS-MAXIMUM-TRANSACTION
               DISPLAY 'RETURN ' WS-ACCT-NUM ' CHECK '
                   WS-CHECK-SERIAL ' EXCEEDS MAXIMUM TRANSACTION LIMIT.'
               MOVE 'MX' TO WS-RETURN-REASON
               PERFORM WRITE-CHECK-RETURN
               ADD 1 TO WS-REJECTED-COUNT
               EXIT PARAGRAPH
           END-IF

           IF WS-CHECK-SERIAL = 0
               DISPLAY 'RETURN ' WS-ACCT-NUM
                   ' CHECK CARRIES NO SERIAL NUMBER.'
               MOVE 'SN' TO WS-RETURN-REASON
               PERFORM WRITE-CHECK-RETURN
               ADD 1 TO WS-REJECTED-COUNT
               EXIT PARAGRAPH
           END-IF

      * A CHECK ALREADY ON THE PAID-ITEMS FILE IS A SECOND
      * PRESENTMENT AND GOES BACK UNPAID
           MOVE WS-ACCT-NUM TO PAID-ACCT
           MOVE WS-CHECK-SERIAL TO PAID-SERIAL
           READ PAID-CHECK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'RETURN ' WS-ACCT-NUM ' CHECK '
                       WS-CHECK-SERIAL ' ALREADY PAID ON '
                       PAID-POSTED-DATE '.'
                   MOVE 'DP' TO WS-RETURN-REASON
                   PERFORM WRITE-CHECK-RETURN
                   ADD 1 TO WS-REJECTED-COUNT
                   ADD 1 TO WS-DUPLICATE-COUNT
                   EXIT PARAGRAPH
           END-READ

           PERFORM APPLY-CHECK-DEBIT.

      * EVERY RETURNED CHECK GOES BACK TO THE PRESENTING BANK AS A
      * RETURN RECORD
       WRITE-CHECK-RETURN.
           MOVE CHK-ACCT TO CRT-ACCT
           MOVE CHK-SERIAL TO CRT-SERIAL
           MOVE CHK-AMOUNT TO CRT-AMOUNT
           MOVE CHK-PRESENT-DATE TO CRT-PRESENT-DATE
           MOVE WS-RETURN-REASON TO CRT-REASON
           MOVE WS-BUSINESS-DATE TO WS-DATE
           MOVE WS-DATE TO CRT-DATE
           WRITE CHECK-RETURN-RECORD
           IF RETURN-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CHECK RETURN FOR ' CHK-ACCT
                   ' CHECK ' CHK-SERIAL
           END-IF
           ADD 1 TO WS-RETURNED-COUNT.

      * THE SAME CHECKS, IN THE SAME ORDER, AS APPLY-ACH-DEBIT IN
      * ACH-POST
       APPLY-CHECK-DEBIT.
           IF FROZEN
               DISPLAY 'RETURN ' WS-ACCT-NUM ' CHECK '
                   WS-CHECK-SERIAL ' ACCOUNT IS FROZEN.'
               MOVE 'FR' TO WS-RETURN-REASON
               PERFORM WRITE-CHECK-RETURN
               ADD 1 TO WS-REJECTED-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-TIME-DEPOSIT-DEBIT

           IF TD-DEBIT-REFUSED
               DISPLAY 'RETURN ' WS-ACCT-NUM ' CHECK '
                   WS-CHECK-SERIAL ' TIME DEPOSIT NOT YET MATURED.'
               MOVE 'TD' TO WS-RETURN-REASON
               PERFORM WRITE-CHECK-RETURN
               ADD 1 TO WS-REJECTED-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-STOP-PAYMENTS

           IF STOP-MATCHED
               DISPLAY 'RETURN ' WS-ACCT-NUM ' CHECK '
                   WS-CHECK-SERIAL ' STOP-PAYMENT ORDER '
                   WS-MATCHED-STOP-SEQ ' MATCHES THIS ITEM.'
               PERFORM LOG-TRANSACTION-CHECK-STOPPED
               MOVE 'SP' TO WS-RETURN-REASON
               PERFORM WRITE-CHECK-RETURN
               ADD 1 TO WS-REJECTED-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM GET-DAILY-DEBIT-TOTAL

           IF WS-DAILY-DEBIT-TOTAL + WS-AMOUNT > WS-DAILY-LIMIT
               DISPLAY 'RETURN ' WS-ACCT-NUM ' CHECK '
                   WS-CHECK-SERIAL ' EXCEEDS DAILY WITHDRAWAL LIMIT.'
               MOVE 'DL' TO WS-RETURN-REASON
               PERFORM WRITE-CHECK-RETURN
               ADD 1 TO WS-REJECTED-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-MINIMUM-BALANCE TO WS-EFFECTIVE-MINIMUM
           IF BUSINESS
               COMPUTE WS-EFFECTIVE-MINIMUM =
                   WS-MINIMUM-BALANCE - ACCT-CREDIT-LIMIT
           END-IF

           PERFORM COMPUTE-UNEXPIRED-HOLDS

           IF ACCT-BALANCE - WS-HELD-TOTAL - WS-AMOUNT
                   < WS-EFFECTIVE-MINIMUM
               DISPLAY 'RETURN ' WS-ACCT-NUM ' CHECK '
                   WS-CHECK-SERIAL ' INSUFFICIENT AVAILABLE FUNDS.'
               PERFORM LOG-TRANSACTION-CHECK-FAILED
               MOVE 'IF' TO WS-RETURN-REASON
               PERFORM WRITE-CHECK-RETURN
               ADD 1 TO WS-REJECTED-COUNT
               EXIT PARAGRAPH
           END-IF

           SUBTRACT WS-AMOUNT FROM ACCT-BALANCE
           MOVE WS-BUSINESS-DATE TO WS-DATE
           MOVE WS-DATE TO ACCT-LAST-ACTIVITY

           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY 'RETURN ' WS-ACCT-NUM ' CHECK '
                       WS-CHECK-SERIAL ' ERROR UPDATING ACCOUNT.'
                   MOVE 'ER' TO WS-RETURN-REASON
                   PERFORM WRITE-CHECK-RETURN
                   ADD 1 TO WS-REJECTED-COUNT
                   EXIT PARAGRAPH
           END-REWRITE

           PERFORM UPDATE-DAILY-DEBIT-TOTAL
           PERFORM LOG-TRANSACTION-CHECK-PAID
           PERFORM RECORD-PAID-CHECK
           MOVE ACCT-BALANCE TO WS-DISPLAY-BALANCE
           DISPLAY 'PAID   ' WS-ACCT-NUM ' CHECK ' WS-CHECK-SERIAL
               ' NEW BALANCE ' WS-DISPLAY-BALANCE
           ADD 1 TO WS-PAID-COUNT.

      * THE PAID RECORD CARRIES THE SAME DATE AND TIME AS THE LOG ROW
      * SO THE TWO CAN BE TIED TOGETHER
       RECORD-PAID-CHECK.
           MOVE WS-ACCT-NUM TO PAID-ACCT
           MOVE WS-CHECK-SERIAL TO PAID-SERIAL
           MOVE WS-AMOUNT TO PAID-AMOUNT
           MOVE CHK-PRESENT-DATE TO PAID-PRESENT-DATE
           MOVE WS-DATE TO PAID-POSTED-DATE
           MOVE WS-TIME TO PAID-POSTED-TIME
           WRITE PAID-RECORD
               INVALID KEY
                   DISPLAY 'ERROR WRITING PAID CHECK RECORD FOR '
                       WS-ACCT-NUM ' CHECK ' WS-CHECK-SERIAL
           END-WRITE.

      * NOTHING LEAVES A TIME DEPOSIT IN ITS TERM WITHOUT A SUPERVISOR
      * AT THE COUNTER, SO A BATCH DEBIT IS REFUSED UNTIL THE DEPOSIT
      * MATURES. TERMS MISSING FROM TIMEDEP.DAT REFUSE IT AS WELL.
      * THE ACCOUNT TO BE DEBITED IS IN THE BUFFER.
       CHECK-TIME-DEPOSIT-DEBIT.
           MOVE 'N' TO WS-TD-DEBIT-SW
           IF NOT TIME-DEPOSIT
               EXIT PARAGRAPH
           END-IF

           MOVE ACCT-NUMBER TO TD-ACCT
           READ TIME-DEPOSIT-FILE
               INVALID KEY
                   SET TD-DEBIT-REFUSED TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF TD-IN-TERM AND WS-BUSINESS-DATE < TD-MATURITY-DATE
               SET TD-DEBIT-REFUSED TO TRUE
           END-IF.

      * AN OPEN, UNEXPIRED STOP MATCHES A CHECK WHEN ITS AMOUNT RANGE
      * COVERS THE ITEM AND, FOR A SERIAL STOP, ITS SERIAL RANGE
      * COVERS THE CHECK NUMBER AS WELL
       CHECK-STOP-PAYMENTS.
           MOVE 'N' TO WS-STOP-HIT-SW
           MOVE 'N' TO WS-STOP-EOF-SW
           MOVE 0 TO WS-MATCHED-STOP-SEQ
           MOVE WS-BUSINESS-DATE TO WS-DATE
           MOVE WS-ACCT-NUM TO STOP-ACCT
           MOVE 0 TO STOP-SEQ
           START STOP-FILE KEY IS NOT LESS THAN STOP-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM READ-NEXT-STOP
           PERFORM MATCH-ONE-STOP UNTIL STOP-SCAN-DONE.

       READ-NEXT-STOP.
           READ STOP-FILE NEXT RECORD
               AT END
                   SET STOP-SCAN-DONE TO TRUE
           END-READ.

       MATCH-ONE-STOP.
           IF STOP-ACCT NOT = WS-ACCT-NUM
               SET STOP-SCAN-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF STOP-OPEN AND STOP-EXPIRY-DATE > WS-DATE
                   AND WS-AMOUNT >= STOP-AMOUNT-LOW
                   AND WS-AMOUNT <= STOP-AMOUNT-HIGH
               IF NOT STOP-ON-SERIAL
                       OR (WS-CHECK-SERIAL >= STOP-SERIAL-LOW
                       AND WS-CHECK-SERIAL <= STOP-SERIAL-HIGH)
                   SET STOP-MATCHED TO TRUE
                   MOVE STOP-SEQ TO WS-MATCHED-STOP-SEQ
                   SET STOP-SCAN-DONE TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM READ-NEXT-STOP.

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

       GET-DAILY-DEBIT-TOTAL.
           MOVE 0 TO WS-DAILY-DEBIT-TOTAL
           MOVE WS-BUSINESS-DATE TO WS-DATE
           MOVE WS-ACCT-NUM TO DT-ACCT
           READ DAILY-TOTAL-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
      * A RECORD LEFT OVER FROM AN EARLIER DAY COUNTS AS ZERO
           IF DT-DATE = WS-DATE
               MOVE DT-DEBIT-TOTAL TO WS-DAILY-DEBIT-TOTAL
           END-IF.

       UPDATE-DAILY-DEBIT-TOTAL.
           MOVE WS-BUSINESS-DATE TO WS-DATE
           MOVE WS-ACCT-NUM TO DT-ACCT
           READ DAILY-TOTAL-FILE
               INVALID KEY
                   MOVE WS-ACCT-NUM TO DT-ACCT
                   MOVE WS-DATE TO DT-DATE
                   MOVE WS-AMOUNT TO DT-DEBIT-TOTAL
                   WRITE DAILY-TOTAL-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR WRITING DAILY TOTAL FOR '
                               WS-ACCT-NUM
                   END-WRITE
                   EXIT PARAGRAPH
           END-READ
           IF DT-DATE NOT = WS-DATE
               MOVE WS-DATE TO DT-DATE
               MOVE 0 TO DT-DEBIT-TOTAL
           END-IF
           ADD WS-AMOUNT TO DT-DEBIT-TOTAL
           REWRITE DAILY-TOTAL-RECORD
               INVALID KEY
                   DISPLAY 'ERROR UPDATING DAILY TOTAL FOR '
                       WS-ACCT-NUM
           END-REWRITE.

       LOG-TRANSACTION-CHECK-PAID.
           MOVE WS-BUSINESS-DATE TO WS-DATE
           ACCEPT WS-TIME FROM TIME
           MOVE WS-DATE TO TRANS-DATE
           MOVE WS-TIME TO TRANS-TIME
           MOVE WS-ACCT-NUM TO TRANS-ACCT
           MOVE 'D' TO TRANS-TYPE
           MOVE WS-AMOUNT TO TRANS-AMOUNT
           MOVE 'OK' TO TRANS-RESULT
           MOVE ACCT-BALANCE TO TRANS-NEW-BALANCE
           MOVE 'CHK' TO TRANS-OPERATOR-ID
           MOVE 0 TO TRANS-LINK-ACCT
           MOVE 0 TO TRANS-LINK-DATE
           MOVE 0 TO TRANS-LINK-TIME
           MOVE SPACES TO TRANS-REASON-CODE
           MOVE WS-CHECK-SERIAL TO TRANS-CHECK-SERIAL
           MOVE SPACES TO TRANS-CASH-FLAG
           WRITE TRANS-RECORD.

       LOG-TRANSACTION-CHECK-FAILED.
           MOVE WS-BUSINESS-DATE TO WS-DATE
           ACCEPT WS-TIME FROM TIME
           MOVE WS-DATE TO TRANS-DATE
           MOVE WS-TIME TO TRANS-TIME
           MOVE WS-ACCT-NUM TO TRANS-ACCT
           MOVE 'D' TO TRANS-TYPE
           MOVE WS-AMOUNT TO TRANS-AMOUNT
           MOVE 'FL' TO TRANS-RESULT
           MOVE ACCT-BALANCE TO TRANS-NEW-BALANCE
           MOVE 'CHK' TO TRANS-OPERATOR-ID
           MOVE 0 TO TRANS-LINK-ACCT
           MOVE 0 TO TRANS-LINK-DATE
           MOVE 0 TO TRANS-LINK-TIME
           MOVE SPACES TO TRANS-REASON-CODE
           MOVE WS-CHECK-SERIAL TO TRANS-CHECK-SERIAL
           MOVE SPACES TO TRANS-CASH-FLAG
           WRITE TRANS-RECORD.

       LOG-TRANSACTION-CHECK-STOPPED.
           MOVE WS-BUSINESS-DATE TO WS-DATE
           ACCEPT WS-TIME FROM TIME
           MOVE WS-DATE TO TRANS-DATE
           MOVE WS-TIME TO TRANS-TIME
           MOVE WS-ACCT-NUM TO TRANS-ACCT
           MOVE 'D' TO TRANS-TYPE
           MOVE WS-AMOUNT TO TRANS-AMOUNT
           MOVE 'SP' TO TRANS-RESULT
           MOVE ACCT-BALANCE TO TRANS-NEW-BALANCE
           MOVE 'CHK' TO TRANS-OPERATOR-ID
           MOVE 0 TO TRANS-LINK-ACCT
           MOVE 0 TO TRANS-LINK-DATE
           MOVE 0 TO TRANS-LINK-TIME
           MOVE SPACES TO TRANS-REASON-CODE
           MOVE WS-CHECK-SERIAL TO TRANS-CHECK-SERIAL
           MOVE SPACES TO TRANS-CASH-FLAG
           WRITE TRANS-RECORD.

       CLOSE-CHKCLR.
           PERFORM END-RUN-CONTROL
           DISPLAY '=================================='
           DISPLAY 'CHECKS PAID:     ' WS-PAID-COUNT
           DISPLAY 'CHECKS RETURNED: ' WS-REJECTED-COUNT
           DISPLAY '  DUPLICATES:    ' WS-DUPLICATE-COUNT
           DISPLAY 'RETURNS WRITTEN: ' WS-RETURNED-COUNT
           DISPLAY '=================================='
           CLOSE CHECK-FILE
           CLOSE CHECK-RETURN-FILE
           CLOSE PAID-CHECK-FILE
           CLOSE ACCOUNT-FILE
           CLOSE TRANSACTION-LOG
           CLOSE DAILY-TOTAL-FILE
           CLOSE HOLD-FILE
           CLOSE STOP-FILE
           CLOSE TIME-DEPOSIT-FILE.
