      * TO TRANSLOG.DAT UNDER OPERATOR 'STORD' AND ADVANCE THEIR
      * NEXT-DUE DATE ONE PERIOD (EXPIRING WHEN THAT PASSES THE
      * EXPIRY DATE). FAILED ORDERS ARE LISTED ON THE EXCEPTIONS
      * REPORT, WRITTEN TO SOEXCEPT.DAT WITH A REASON CODE FOR THE
      * CUSTOMER NOTICE RUN (REFUSED-NOTICE), AND LEFT DUE SO THEY
      * RETRY ON THE NEXT RUN.
      *
      * AN ORDER TO AN ACCOUNT AT ANOTHER BANK (SO-EXTERNAL-PAYEE)
      * POSTS ONLY ITS DEBIT HERE, LOGGED AS TRANS-EXT-PAYMENT, AND
      * QUEUES THE CREDIT ON EXTPAY.DAT FOR ACH-ORIGINATE.
      *
      * PROTECTED BY RUNCTL.DAT LIKE THE OTHER BATCH RUNS: REFUSES A
      * SECOND COMPLETED RUN FOR THE SAME BUSINESS DATE AND RESUMES
      *                               EXECUTED BY THE END-OF-DAY
      *                               DRIVER (EOD-DRIVER); STANDALONE
      *                               BEHAVIOUR IS UNCHANGED
      *   2026-10-14  LEGACY-CORP     DEBIT LEGS ARE TESTED AGAINST
      *                               AMOUNT STOPS ONLY; A STOP THAT
      *                               NAMES CHECK NUMBERS APPLIES ONLY
      *                               TO CHECKS PAID BY THE CLEARING RUN
      *                               (CHECK-CLEAR)
      *   2026-10-14  LEGACY-CORP     ORDERS TO AN ACCOUNT AT ANOTHER
      *                               BANK NOW POST THE DEBIT LEG ONLY
      *                               AS A TRANS-EXT-PAYMENT RECORD AND
      *                               QUEUE THE CREDIT ON EXTPAY.DAT FOR
      *                               THE NIGHTLY OUTBOUND ACH FILE
      *                               (ACH-ORIGINATE)
      *   2026-10-15  LEGACY-CORP     EVERY ORDER LISTED ON THE
      *                               EXCEPTIONS REPORT IS ALSO WRITTEN
      *                               TO SOEXCEPT.DAT WITH A REASON CODE
      *                               SO THE CUSTOMER NOTICE RUN
      *                               (REFUSED-NOTICE) CAN TELL THE
      *                               OWNERS
      *   2026-10-15  LEGACY-CORP     A TIME DEPOSIT STILL IN ITS TERM
      *                               CANNOT PAY AN ORDER (REASON TD) OR
      *                               RECEIVE ONE PAST THE FIRST DAY OF
      *                               ITS TERM (REASON TC); CREDITS ON
      *                               THAT FIRST DAY SET ITS PRINCIPAL.
      *                               AN EXTPAY.DAT WRITE ERROR IS
      *                               REPORTED
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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

           SELECT EXT-PAYMENT-FILE ASSIGN TO 'EXTPAY.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS XPAY-FILE-STATUS.

           SELECT ORDER-EXCEPTION-FILE ASSIGN TO 'SOEXCEPT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SOX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD STOP-FILE.
           COPY STOPREC.

       FD TIME-DEPOSIT-FILE.
           COPY TDEPREC.

       FD BUSINESS-DATE-FILE.
           COPY BIZDATE.

       FD EXT-PAYMENT-FILE.
           COPY XPAYREC.

       FD ORDER-EXCEPTION-FILE.
           COPY SOEXCREC.

       WORKING-STORAGE SECTION.
       01 BIZDATE-FILE-STATUS      PIC X(2).
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE 0.
       01 HOLD-FILE-STATUS         PIC X(2).
       01 RUNCTL-FILE-STATUS       PIC X(2).
       01 STOP-FILE-STATUS         PIC X(2).
       01 XPAY-FILE-STATUS         PIC X(2).
       01 SOX-FILE-STATUS          PIC X(2).
       01 TD-FILE-STATUS           PIC X(2).

       01 WS-ACCT-NUM              PIC 9(8).
       01 WS-AMOUNT                PIC S9(9)V99.
          88 STOP-MATCHED          VALUE 'Y'.
       01 WS-MATCHED-STOP-SEQ      PIC 9(3) VALUE 0.

       01 WS-TD-CREDIT-SW          PIC X(1) VALUE 'N'.
          88 TD-FUNDING-CREDIT     VALUE 'F'.
          88 TD-CREDIT-REFUSED     VALUE 'R'.
       01 WS-TD-DEBIT-SW           PIC X(1) VALUE 'N'.
          88 TD-DEBIT-REFUSED      VALUE 'R'.

       01 WS-SO-EOF-SW             PIC X(1) VALUE 'N'.
          88 SO-EOF                VALUE 'Y'.
       01 WS-POST-OK-SW            PIC X(1) VALUE 'N'.

       01 WS-POSTED-COUNT          PIC 9(5) VALUE 0.
       01 WS-EXCEPTION-COUNT       PIC 9(5) VALUE 0.
       01 WS-EXCEPTION-REASON      PIC X(2).
       01 WS-EXPIRED-COUNT         PIC 9(5) VALUE 0.

       01 WS-FROM-NEW-BALANCE      PIC S9(9)V99 VALUE 0.
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

           OPEN EXTEND EXT-PAYMENT-FILE
           IF XPAY-FILE-STATUS = '35'
               OPEN OUTPUT EXT-PAYMENT-FILE
           END-IF
           IF XPAY-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN EXTERNAL PAYMENT FILE'
               STOP RUN
           END-IF

           OPEN EXTEND ORDER-EXCEPTION-FILE
           IF SOX-FILE-STATUS = '35'
               OPEN OUTPUT ORDER-EXCEPTION-FILE
           END-IF
           IF SOX-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN ORDER EXCEPTION FILE'
               STOP RUN
           END-IF

           PERFORM LOAD-BANK-PARAMETERS

           DISPLAY '=================================='
               DISPLAY 'EXCEPTION ORDER ' SO-ACCT ' ' SO-SEQ
                   ' PAYING ACCOUNT IS NOT ACTIVE.'
               ADD 1 TO WS-EXCEPTION-COUNT
               IF FROZEN
                   MOVE 'FR' TO WS-EXCEPTION-REASON
               ELSE
                   MOVE 'NA' TO WS-EXCEPTION-REASON
               END-IF
               PERFORM WRITE-ORDER-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-TIME-DEPOSIT-DEBIT

           IF TD-DEBIT-REFUSED
               DISPLAY 'EXCEPTION ORDER ' SO-ACCT ' ' SO-SEQ
                   ' PAYING TIME DEPOSIT NOT YET MATURED.'
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE 'TD' TO WS-EXCEPTION-REASON
               PERFORM WRITE-ORDER-EXCEPTION
               EXIT PARAGRAPH
           END-IF

               DISPLAY 'EXCEPTION ORDER ' SO-ACCT ' ' SO-SEQ
                   ' EXCEEDS MAXIMUM TRANSACTION LIMIT.'
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE 'MX' TO WS-EXCEPTION-REASON
               PERFORM WRITE-ORDER-EXCEPTION
               EXIT PARAGRAPH
           END-IF

                   WS-MATCHED-STOP-SEQ '.'
               ADD 1 TO WS-EXCEPTION-COUNT
               PERFORM LOG-ORDER-STOPPED
               MOVE 'SP' TO WS-EXCEPTION-REASON
               PERFORM WRITE-ORDER-EXCEPTION
               EXIT PARAGRAPH
           END-IF

               DISPLAY 'EXCEPTION ORDER ' SO-ACCT ' ' SO-SEQ
                   ' EXCEEDS DAILY WITHDRAWAL LIMIT.'
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE 'DL' TO WS-EXCEPTION-REASON
               PERFORM WRITE-ORDER-EXCEPTION
               EXIT PARAGRAPH
           END-IF

                   ' INSUFFICIENT AVAILABLE FUNDS.'
               ADD 1 TO WS-EXCEPTION-COUNT
               PERFORM LOG-ORDER-FAILED
               MOVE 'IF' TO WS-EXCEPTION-REASON
               PERFORM WRITE-ORDER-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           IF SO-EXTERNAL-PAYEE
               PERFORM POST-EXTERNAL-ORDER
               EXIT PARAGRAPH
           END-IF

                   DISPLAY 'EXCEPTION ORDER ' SO-ACCT ' ' SO-SEQ
                       ' COUNTERPARTY ACCOUNT NOT FOUND.'
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE 'CN' TO WS-EXCEPTION-REASON
                   PERFORM WRITE-ORDER-EXCEPTION
                   EXIT PARAGRAPH
           END-READ

               DISPLAY 'EXCEPTION ORDER ' SO-ACCT ' ' SO-SEQ
                   ' COUNTERPARTY ACCOUNT IS NOT ACTIVE.'
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE 'CI' TO WS-EXCEPTION-REASON
               PERFORM WRITE-ORDER-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-TIME-DEPOSIT-CREDIT

           IF TD-CREDIT-REFUSED
               DISPLAY 'EXCEPTION ORDER ' SO-ACCT ' ' SO-SEQ
                   ' COUNTERPARTY TIME DEPOSIT CLOSED TO DEPOSITS.'
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE 'TC' TO WS-EXCEPTION-REASON
               PERFORM WRITE-ORDER-EXCEPTION
               EXIT PARAGRAPH
           END-IF

                   DISPLAY 'EXCEPTION ORDER ' SO-ACCT ' ' SO-SEQ
                       ' ERROR UPDATING PAYING ACCOUNT.'
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE 'ER' TO WS-EXCEPTION-REASON
                   PERFORM WRITE-ORDER-EXCEPTION
                   EXIT PARAGRAPH
           END-REWRITE

                   PERFORM BACK-OUT-ORDER-DEBIT
                   EXIT PARAGRAPH
           END-REWRITE
           PERFORM RECORD-TIME-DEPOSIT-FUNDING

           PERFORM UPDATE-DAILY-DEBIT-TOTAL

           ADD 1 TO WS-POSTED-COUNT
           SET ORDER-POSTED TO TRUE.

      * AN ORDER TO AN ACCOUNT AT ANOTHER BANK HAS NO CREDIT LEG ON
      * THIS SYSTEM: THE DEBIT POSTS HERE AND THE CREDIT IS QUEUED ON
      * EXTPAY.DAT FOR THE NIGHTLY OUTBOUND ACH FILE UNDER THE SAME
      * DATE/TIME STAMP AS THE LOG ROW. THE PAYING ACCOUNT RECORD IS
      * STILL IN THE BUFFER FROM THE CHECKS ABOVE.
       POST-EXTERNAL-ORDER.
           MOVE WS-BUSINESS-DATE TO WS-DATE
           ACCEPT WS-TIME FROM TIME

           SUBTRACT WS-AMOUNT FROM ACCT-BALANCE
           MOVE WS-DATE TO ACCT-LAST-ACTIVITY
           MOVE ACCT-BALANCE TO WS-FROM-NEW-BALANCE
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY 'EXCEPTION ORDER ' SO-ACCT ' ' SO-SEQ
                       ' ERROR UPDATING PAYING ACCOUNT.'
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE 'ER' TO WS-EXCEPTION-REASON
                   PERFORM WRITE-ORDER-EXCEPTION
                   EXIT PARAGRAPH
           END-REWRITE

           PERFORM UPDATE-DAILY-DEBIT-TOTAL

           PERFORM LOG-ORDER-EXT-PAYMENT
           PERFORM WRITE-EXT-PAYMENT-ENTRY

           MOVE WS-FROM-NEW-BALANCE TO WS-DISPLAY-BALANCE
           DISPLAY 'POSTED ORDER ' SO-ACCT ' ' SO-SEQ ' TO '
               SO-PAYEE-NAME ' NEW BALANCE ' WS-DISPLAY-BALANCE
           ADD 1 TO WS-POSTED-COUNT
           SET ORDER-POSTED TO TRUE.

       WRITE-EXT-PAYMENT-ENTRY.
           MOVE WS-DATE TO XP-DATE
           MOVE WS-TIME TO XP-TIME
           MOVE SO-ACCT TO XP-ACCT
           MOVE WS-AMOUNT TO XP-AMOUNT
           MOVE SO-PAYEE-ROUTING TO XP-ROUTING
           MOVE SO-PAYEE-ACCT TO XP-PAYEE-ACCT
           MOVE SO-PAYEE-NAME TO XP-PAYEE-NAME
           SET XP-FROM-STANDING TO TRUE
           MOVE SO-SEQ TO XP-SO-SEQ
           MOVE 'STORD' TO XP-OPERATOR-ID
           WRITE EXT-PAYMENT-RECORD
           IF XPAY-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING EXTERNAL PAYMENT FOR '
                   SO-ACCT ' ' SO-SEQ '. DEBIT POSTED, PAYMENT NOT '
                   'QUEUED. CALL THE SUPERVISOR.'
           END-IF.

       REPORT-ORDER-EXCEPTION-NOACCT.
           DISPLAY 'EXCEPTION ORDER ' SO-ACCT ' ' SO-SEQ
               ' PAYING ACCOUNT NOT FOUND.'
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE 'NF' TO WS-EXCEPTION-REASON
           PERFORM WRITE-ORDER-EXCEPTION.

      * ONE RECORD PER REFUSED ORDER FOR THE CUSTOMER NOTICE RUN
       WRITE-ORDER-EXCEPTION.
           MOVE WS-BUSINESS-DATE TO SOX-DATE
           ACCEPT WS-TIME FROM TIME
           MOVE WS-TIME TO SOX-TIME
           MOVE SO-ACCT TO SOX-ACCT
           MOVE SO-SEQ TO SOX-SEQ
           MOVE SO-COUNTERPARTY TO SOX-COUNTERPARTY
           MOVE SO-PAYEE-NAME TO SOX-PAYEE-NAME
           MOVE SO-AMOUNT TO SOX-AMOUNT
           MOVE WS-EXCEPTION-REASON TO SOX-REASON
           WRITE ORDER-EXCEPTION-RECORD
           IF SOX-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING ORDER EXCEPTION FOR '
                   SO-ACCT ' ' SO-SEQ
           END-IF.

       BACK-OUT-ORDER-DEBIT.
           DISPLAY 'EXCEPTION ORDER ' SO-ACCT ' ' SO-SEQ
               ' ERROR POSTING CREDIT LEG. BACKING OUT DEBIT.'
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE 'ER' TO WS-EXCEPTION-REASON
           PERFORM WRITE-ORDER-EXCEPTION
           MOVE SO-ACCT TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                       WS-ACCT-NUM
           END-REWRITE.

      * A TIME DEPOSIT TAKES ITS MONEY ON THE DAY ITS TERM STARTS AND
      * NOTHING MORE UNTIL IT MATURES. CREDITS ON THAT FIRST DAY ARE
      * ITS PRINCIPAL, THE AMOUNT THE MATURITY RUN PAYS INTEREST ON.
      * TERMS MISSING FROM TIMEDEP.DAT REFUSE THE ITEM, AS THE TELLER
      * PATHS DO. THE ACCOUNT TO BE CREDITED IS IN THE BUFFER.
       CHECK-TIME-DEPOSIT-CREDIT.
           MOVE 'N' TO WS-TD-CREDIT-SW
           IF NOT TIME-DEPOSIT
               EXIT PARAGRAPH
           END-IF

           MOVE ACCT-NUMBER TO TD-ACCT
           READ TIME-DEPOSIT-FILE
               INVALID KEY
                   SET TD-CREDIT-REFUSED TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF TD-IN-TERM AND WS-BUSINESS-DATE > TD-START-DATE
               SET TD-CREDIT-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF TD-IN-TERM
               SET TD-FUNDING-CREDIT TO TRUE
           END-IF.

      * AFTER A FUNDING CREDIT HAS POSTED, THE NEW BALANCE IS THE
      * DEPOSIT'S PRINCIPAL
       RECORD-TIME-DEPOSIT-FUNDING.
           IF NOT TD-FUNDING-CREDIT
               EXIT PARAGRAPH
           END-IF

           MOVE ACCT-BALANCE TO TD-PRINCIPAL
           REWRITE TIME-DEPOSIT-RECORD
               INVALID KEY
                   DISPLAY 'ERROR UPDATING TIME DEPOSIT PRINCIPAL FOR '
                       ACCT-NUMBER
           END-REWRITE.

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

      * AN OPEN, UNEXPIRED STOP WHOSE AMOUNT RANGE COVERS THE ORDER
      * BLOCKS THE DEBIT LEG, THE SAME CHECK THE TELLER AND ACH DEBIT
      * PATHS MAKE
               EXIT PARAGRAPH
           END-IF
           IF STOP-OPEN AND STOP-EXPIRY-DATE > WS-DATE
                   AND NOT STOP-ON-SERIAL
                   AND WS-AMOUNT >= STOP-AMOUNT-LOW
                   AND WS-AMOUNT <= STOP-AMOUNT-HIGH
               SET STOP-MATCHED TO TRUE
           MOVE 0 TO TRANS-LINK-DATE
           MOVE 0 TO TRANS-LINK-TIME
           MOVE SPACES TO TRANS-REASON-CODE
           MOVE 0 TO TRANS-CHECK-SERIAL
           MOVE SPACES TO TRANS-CASH-FLAG
           WRITE TRANS-RECORD.

       LOG-ORDER-TO-LEG.
           MOVE 0 TO TRANS-LINK-DATE
           MOVE 0 TO TRANS-LINK-TIME
           MOVE SPACES TO TRANS-REASON-CODE
           MOVE 0 TO TRANS-CHECK-SERIAL
           MOVE SPACES TO TRANS-CASH-FLAG
           WRITE TRANS-RECORD.

       LOG-ORDER-EXT-PAYMENT.
           MOVE WS-DATE TO TRANS-DATE
           MOVE WS-TIME TO TRANS-TIME
           MOVE SO-ACCT TO TRANS-ACCT
           MOVE 'E' TO TRANS-TYPE
           MOVE WS-AMOUNT TO TRANS-AMOUNT
           MOVE 'OK' TO TRANS-RESULT
           MOVE WS-FROM-NEW-BALANCE TO TRANS-NEW-BALANCE
           MOVE 'STORD' TO TRANS-OPERATOR-ID
           MOVE 0 TO TRANS-LINK-ACCT
           MOVE 0 TO TRANS-LINK-DATE
           MOVE 0 TO TRANS-LINK-TIME
           MOVE SPACES TO TRANS-REASON-CODE
           MOVE 0 TO TRANS-CHECK-SERIAL
           MOVE SPACES TO TRANS-CASH-FLAG
           WRITE TRANS-RECORD.

      * A REFUSED ORDER IS LOGGED UNDER THE TYPE IT WOULD HAVE POSTED
      * AS: A TRANSFER LEG, OR AN EXTERNAL PAYMENT
       LOG-ORDER-FAILED.
           MOVE WS-BUSINESS-DATE TO WS-DATE
           ACCEPT WS-TIME FROM TIME
           MOVE WS-DATE TO TRANS-DATE
           MOVE WS-TIME TO TRANS-TIME
           MOVE SO-ACCT TO TRANS-ACCT
           IF SO-EXTERNAL-PAYEE
               MOVE 'E' TO TRANS-TYPE
           ELSE
               MOVE 'F' TO TRANS-TYPE
           END-IF
           MOVE WS-AMOUNT TO TRANS-AMOUNT
           MOVE 'FL' TO TRANS-RESULT
           MOVE ACCT-BALANCE TO TRANS-NEW-BALANCE
           MOVE 0 TO TRANS-LINK-DATE
           MOVE 0 TO TRANS-LINK-TIME
           MOVE SPACES TO TRANS-REASON-CODE
           MOVE 0 TO TRANS-CHECK-SERIAL
           MOVE SPACES TO TRANS-CASH-FLAG
           WRITE TRANS-RECORD.

       LOG-ORDER-STOPPED.
           MOVE WS-DATE TO TRANS-DATE
           MOVE WS-TIME TO TRANS-TIME
           MOVE SO-ACCT TO TRANS-ACCT
           IF SO-EXTERNAL-PAYEE
               MOVE 'E' TO TRANS-TYPE
           ELSE
               MOVE 'F' TO TRANS-TYPE
           END-IF
           MOVE WS-AMOUNT TO TRANS-AMOUNT
           MOVE 'SP' TO TRANS-RESULT
           MOVE ACCT-BALANCE TO TRANS-NEW-BALANCE
           MOVE 0 TO TRANS-LINK-DATE
           MOVE 0 TO TRANS-LINK-TIME
           MOVE SPACES TO TRANS-REASON-CODE
           MOVE 0 TO TRANS-CHECK-SERIAL
           MOVE SPACES TO TRANS-CASH-FLAG
           WRITE TRANS-RECORD.

       CLOSE-STORDPST.
           CLOSE TRANSACTION-LOG
           CLOSE DAILY-TOTAL-FILE
           CLOSE HOLD-FILE
           CLOSE STOP-FILE
           CLOSE EXT-PAYMENT-FILE
           CLOSE ORDER-EXCEPTION-FILE
           CLOSE TIME-DEPOSIT-FILE.
