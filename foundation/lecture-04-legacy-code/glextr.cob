      * NIGHTLY GENERAL LEDGER INTERFACE EXTRACT
      * READS THE BUSINESS DAY'S POSTED ACTIVITY FROM TRANSLOG.DAT
      * AND WRITES THE GL POSTING FILE GLEXTR.DAT SUMMARIZING, BY
      * ACCOUNT TYPE (C/S/B/T) AND TRANSACTION CLASS, THE COUNT AND
      * SIGNED AMOUNT OF THE DAY'S MOVEMENTS, SO THE GL TEAM LOADS A
      * FILE INSTEAD OF RE-ADDING THE TELLER PROOF BY HAND.
      *
      * CLASSES: CR CREDITS (+), DB DEBITS AND MONTHLY FEES (-),
      * TR TRANSFER LEGS (FROM -, TO +), IN INTEREST (+), RV
      * REVERSALS (SIGNED AS LOGGED), SC SETTLEMENT CLEARING (-):
      * PAYMENTS TO ACCOUNTS AT OTHER BANKS (TRANS-EXT-PAYMENT),
      * WHOSE OFFSET IS THE SETTLEMENT CLEARING POSITION UNTIL THE
      * OUTBOUND ACH FILE (ACH-ORIGINATE) SETTLES; THE SC TOTAL
      * TIES TO THAT FILE'S TRAILER. ONLY TRANS-OK ROWS FOR THE RUN
      * DATE COUNT, THE SAME ROWS DAILY-RECONCILE TOTALS, SO A GL
      * OUT-OF-BALANCE POINTS STRAIGHT AT THE DAY IT HAPPENED. A LOG
      * ROW WHOSE ACCOUNT IS NOT ON THE ACCOUNT FILE IS CARRIED
      *                               EXECUTED BY THE END-OF-DAY
      *                               DRIVER (EOD-DRIVER); STANDALONE
      *                               BEHAVIOUR IS UNCHANGED
      *   2026-10-14  LEGACY-CORP     ADDED THE SC SETTLEMENT CLEARING
      *                               CLASS FOR PAYMENTS TO ACCOUNTS AT
      *                               OTHER BANKS (TRANS-EXT-PAYMENT),
      *                               REPORTED APART FROM ORDINARY
      *                               DEBITS SO THE CLEARING POSITION
      *                               TIES TO THE OUTBOUND ACH FILE
      *   2026-10-15  LEGACY-CORP     TIME DEPOSIT ACCOUNTS (TYPE T) NOW
      *                               HAVE THEIR OWN TYPE BUCKET
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-CLASS-IDX             PIC 9(1).
       01 WS-SIGNED-AMOUNT         PIC S9(11)V99.

      * ONE BUCKET PER ACCOUNT TYPE (C/S/B/T/?) AND CLASS (CR/DB/TR/
      * IN/RV/SC)
       01 WS-GL-TABLE.
           05 WS-GL-TYPE-ENTRY OCCURS 5 TIMES.
              10 WS-GL-CLASS-ENTRY OCCURS 6 TIMES.
                 15 WS-GL-COUNT    PIC 9(7) VALUE 0.
                 15 WS-GL-AMOUNT   PIC S9(11)V99 VALUE 0.

       01 WS-TYPE-CODES            PIC X(5) VALUE 'CSBT?'.
       01 WS-TYPE-CODES-R REDEFINES WS-TYPE-CODES.
           05 WS-TYPE-CODE         PIC X(1) OCCURS 5 TIMES.
       01 WS-CLASS-CODES           PIC X(12) VALUE 'CRDBTRINRVSC'.
       01 WS-CLASS-CODES-R REDEFINES WS-CLASS-CODES.
           05 WS-CLASS-CODE        PIC X(2) OCCURS 6 TIMES.

      * ONE-DEEP CACHE SAVES A KEYED READ WHEN CONSECUTIVE LOG ROWS
      * HIT THE SAME ACCOUNT
                   WHEN TRANS-REVERSAL
                       MOVE 5 TO WS-CLASS-IDX
                       MOVE TRANS-AMOUNT TO WS-SIGNED-AMOUNT
                   WHEN TRANS-EXT-PAYMENT
                       MOVE 6 TO WS-CLASS-IDX
                       COMPUTE WS-SIGNED-AMOUNT = 0 - TRANS-AMOUNT
               END-EVALUATE
               IF WS-CLASS-IDX > 0
                   PERFORM GET-ACCOUNT-TYPE-INDEX
               EXIT PARAGRAPH
           END-IF

           MOVE 5 TO WS-TYPE-IDX
           MOVE TRANS-ACCT TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                           MOVE 2 TO WS-TYPE-IDX
                       WHEN BUSINESS
                           MOVE 3 TO WS-TYPE-IDX
                       WHEN TIME-DEPOSIT
                           MOVE 4 TO WS-TYPE-IDX
                       WHEN OTHER
                           MOVE 5 TO WS-TYPE-IDX
                   END-EVALUATE
           END-READ
           MOVE TRANS-ACCT TO WS-LAST-ACCT

           PERFORM WRITE-ONE-TYPE
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 5

           MOVE 'T' TO GLT-RECORD-TYPE
           MOVE WS-RUN-DATE TO GLT-DATE
       WRITE-ONE-TYPE.
           PERFORM WRITE-ONE-DETAIL
               VARYING WS-CLASS-IDX FROM 1 BY 1
               UNTIL WS-CLASS-IDX > 6.

      * EMPTY BUCKETS ARE NOT TRANSMITTED; THE TRAILER HASH TOTALS
      * COVER WHAT WAS
