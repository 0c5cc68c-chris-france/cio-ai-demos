      *                               EXECUTED BY THE END-OF-DAY
      *                               DRIVER (EOD-DRIVER); STANDALONE
      *                               BEHAVIOUR IS UNCHANGED
      *   2026-10-14  LEGACY-CORP     ACH DEBITS ARE TESTED AGAINST
      *                               AMOUNT STOPS ONLY; A STOP THAT
      *                               NAMES CHECK NUMBERS APPLIES ONLY
      *                               TO CHECKS PAID BY THE CLEARING RUN
      *                               (CHECK-CLEAR)
      *   2026-10-15  LEGACY-CORP     A DEBIT TO A TIME DEPOSIT STILL IN
      *                               ITS TERM IS RETURNED WITH REASON
      *                               TD; A CREDIT TO ONE PAST THE FIRST
      *                               DAY OF ITS TERM IS RETURNED WITH
      *                               REASON TC. CREDITS ON THAT FIRST
      *                               DAY SET THE DEPOSIT'S PRINCIPAL ON
      *                               TIMEDEP.DAT
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
              88 RTN-INSUFFICIENT  VALUE 'IF'.
              88 RTN-STOPPED       VALUE 'SP'.
              88 RTN-BAD-TYPE      VALUE 'IT'.
              88 RTN-TD-IN-TERM    VALUE 'TD'.
              88 RTN-TD-NO-CREDIT  VALUE 'TC'.
              88 RTN-UPDATE-ERROR  VALUE 'ER'.
           05 RTN-DATE             PIC 9(8).

       FD STOP-FILE.
           COPY STOPREC.

       FD TIME-DEPOSIT-FILE.
           COPY TDEPREC.

       FD BUSINESS-DATE-FILE.
           COPY BIZDATE.

       01 RUNCTL-FILE-STATUS       PIC X(2).
       01 HOLD-FILE-STATUS         PIC X(2).
       01 STOP-FILE-STATUS         PIC X(2).
       01 TD-FILE-STATUS           PIC X(2).

       01 WS-HELD-TOTAL            PIC S9(9)V99 VALUE 0.
       01 WS-HOLD-EOF-SW           PIC X(1) VALUE 'N'.
          88 STOP-MATCHED          VALUE 'Y'.
       01 WS-MATCHED-STOP-SEQ      PIC 9(3) VALUE 0.

       01 WS-TD-CREDIT-SW          PIC X(1) VALUE 'N'.
          88 TD-FUNDING-CREDIT     VALUE 'F'.
          88 TD-CREDIT-REFUSED     VALUE 'R'.
       01 WS-TD-DEBIT-SW           PIC X(1) VALUE 'N'.
          88 TD-DEBIT-REFUSED      VALUE 'R'.

       01 WS-RESTART-COUNT         PIC 9(9) VALUE 0.
       01 WS-ITEM-COUNT            PIC 9(9) VALUE 0.
       01 WS-SKIPPED-ITEMS         PIC 9(9) VALUE 0.
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

           PERFORM LOAD-BANK-PARAMETERS

           DISPLAY '=================================='
           ADD 1 TO WS-RETURNED-COUNT.

       APPLY-ACH-CREDIT.
           PERFORM CHECK-TIME-DEPOSIT-CREDIT

           IF TD-CREDIT-REFUSED
               DISPLAY 'REJECT ' WS-ACCT-NUM
                   ' TIME DEPOSIT CLOSED TO DEPOSITS.'
               MOVE 'TC' TO WS-RETURN-REASON
               PERFORM WRITE-ACH-RETURN
               ADD 1 TO WS-REJECTED-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD WS-AMOUNT TO ACCT-BALANCE
           MOVE WS-BUSINESS-DATE TO WS-DATE
           MOVE WS-DATE TO ACCT-LAST-ACTIVITY
                   EXIT PARAGRAPH
           END-REWRITE

           PERFORM RECORD-TIME-DEPOSIT-FUNDING
           PERFORM LOG-TRANSACTION-ACH-CREDIT
           MOVE ACCT-BALANCE TO WS-DISPLAY-BALANCE
           DISPLAY 'POSTED ' WS-ACCT-NUM ' CREDIT NEW BALANCE '
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-TIME-DEPOSIT-DEBIT

           IF TD-DEBIT-REFUSED
               DISPLAY 'REJECT ' WS-ACCT-NUM
                   ' TIME DEPOSIT NOT YET MATURED.'
               MOVE 'TD' TO WS-RETURN-REASON
               PERFORM WRITE-ACH-RETURN
               ADD 1 TO WS-REJECTED-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-STOP-PAYMENTS

           IF STOP-MATCHED
               WS-DISPLAY-BALANCE
           ADD 1 TO WS-POSTED-COUNT.

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

      * AN OPEN, UNEXPIRED STOP WHOSE AMOUNT RANGE COVERS THE ITEM
      * BLOCKS THE DEBIT, THE SAME CHECK THE TELLER DEBIT PATH MAKES
       CHECK-STOP-PAYMENTS.
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

       LOG-TRANSACTION-ACH-DEBIT.
           MOVE 0 TO TRANS-LINK-DATE
           MOVE 0 TO TRANS-LINK-TIME
           MOVE SPACES TO TRANS-REASON-CODE
           MOVE 0 TO TRANS-CHECK-SERIAL
           MOVE SPACES TO TRANS-CASH-FLAG
           WRITE TRANS-RECORD.

       LOG-TRANSACTION-ACH-FAILED.
           MOVE 0 TO TRANS-LINK-DATE
           MOVE 0 TO TRANS-LINK-TIME
           MOVE SPACES TO TRANS-REASON-CODE
           MOVE 0 TO TRANS-CHECK-SERIAL
           MOVE SPACES TO TRANS-CASH-FLAG
           WRITE TRANS-RECORD.

       LOG-TRANSACTION-ACH-STOPPED.
           MOVE 0 TO TRANS-LINK-DATE
           MOVE 0 TO TRANS-LINK-TIME
           MOVE SPACES TO TRANS-REASON-CODE
           MOVE 0 TO TRANS-CHECK-SERIAL
           MOVE SPACES TO TRANS-CASH-FLAG
           WRITE TRANS-RECORD.

       CLOSE-ACHPOST.
           CLOSE TRANSACTION-LOG
           CLOSE DAILY-TOTAL-FILE
           CLOSE HOLD-FILE
           CLOSE STOP-FILE
           CLOSE TIME-DEPOSIT-FILE.
