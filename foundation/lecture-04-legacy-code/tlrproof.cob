      * DRAWER AGAINST WHAT WAS KEYED WITHOUT EYEBALLING THE RAW LOG.
      * SESSION START/END BRACKETS ARE SKIPPED.
      *
      * EACH OPERATOR'S DUAL-CONTROL ITEMS KEYED THAT DAY (PENDAPPR.DAT)
      * ARE SHOWN BY OUTCOME: APPROVED, REJECTED, STILL PENDING, AND
      * EXPIRED BY THE END-OF-DAY RUN. AN APPROVED ITEM POSTS UNDER
      * THE MAKER'S ID, SO IT IS ALSO IN THAT OPERATOR'S DEBITS OR
      * OTHER WORK.
      *
      * MODIFICATION HISTORY
      *   2026-08-22  LEGACY-CORP     ORIGINAL PROGRAM
      *   2026-09-02  LEGACY-CORP     POSTING AND RUN CONTROL DATES
      *                               READ AT STARTUP LIKE BANKPARM.
      *                               THE WALL CLOCK REMAINS ONLY ON
      *                               TIME STAMPS
      *   2026-10-15  LEGACY-CORP     EACH OPERATOR'S DUAL-CONTROL ITEMS
      *                               FOR THE DATE (PENDAPPR.DAT) ARE
      *                               NOW SHOWN AS APPROVED, REJECTED,
      *                               STILL PENDING, OR EXPIRED, WITH
      *                               COUNTS AND AMOUNTS
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.

           SELECT PENDING-FILE ASSIGN TO 'PENDAPPR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-KEY
               FILE STATUS IS PEND-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BIZDATE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FD TRANSACTION-LOG.
           COPY TRANSREC.

       FD PENDING-FILE.
           COPY PENDREC.

       FD BUSINESS-DATE-FILE.
           COPY BIZDATE.

       01 BIZDATE-FILE-STATUS      PIC X(2).
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE 0.
       01 LOG-FILE-STATUS          PIC X(2).
       01 PEND-FILE-STATUS         PIC X(2).

       01 WS-REPORT-DATE           PIC 9(8).

       01 WS-LOG-EOF-SW            PIC X(1) VALUE 'N'.
          88 LOG-EOF               VALUE 'Y'.
       01 WS-PEND-EOF-SW           PIC X(1) VALUE 'N'.
          88 PEND-EOF              VALUE 'Y'.
       01 WS-LOOKUP-OPERATOR       PIC X(5).

       01 WS-PROOF-COUNT           PIC 9(3) VALUE 0.
       01 WS-PROOF-TABLE.
              10 WS-PROOF-INQ-COUNT PIC 9(5) VALUE 0.
              10 WS-PROOF-OC-COUNT  PIC 9(5) VALUE 0.
              10 WS-PROOF-OTH-COUNT PIC 9(5) VALUE 0.
              10 WS-PROOF-AP-COUNT  PIC 9(5) VALUE 0.
              10 WS-PROOF-AP-TOTAL  PIC S9(9)V99 VALUE 0.
              10 WS-PROOF-RJ-COUNT  PIC 9(5) VALUE 0.
              10 WS-PROOF-RJ-TOTAL  PIC S9(9)V99 VALUE 0.
              10 WS-PROOF-PN-COUNT  PIC 9(5) VALUE 0.
              10 WS-PROOF-PN-TOTAL  PIC S9(9)V99 VALUE 0.
              10 WS-PROOF-EX-COUNT  PIC 9(5) VALUE 0.
              10 WS-PROOF-EX-TOTAL  PIC S9(9)V99 VALUE 0.

       01 WS-GRAND-CR-COUNT        PIC 9(6) VALUE 0.
       01 WS-GRAND-CR-TOTAL        PIC S9(9)V99 VALUE 0.
       01 WS-GRAND-INQ-COUNT       PIC 9(6) VALUE 0.
       01 WS-GRAND-OC-COUNT        PIC 9(6) VALUE 0.
       01 WS-GRAND-OTH-COUNT       PIC 9(6) VALUE 0.
       01 WS-GRAND-AP-COUNT        PIC 9(6) VALUE 0.
       01 WS-GRAND-AP-TOTAL        PIC S9(9)V99 VALUE 0.
       01 WS-GRAND-RJ-COUNT        PIC 9(6) VALUE 0.
       01 WS-GRAND-RJ-TOTAL        PIC S9(9)V99 VALUE 0.
       01 WS-GRAND-PN-COUNT        PIC 9(6) VALUE 0.
       01 WS-GRAND-PN-TOTAL        PIC S9(9)V99 VALUE 0.
       01 WS-GRAND-EX-COUNT        PIC 9(6) VALUE 0.
       01 WS-GRAND-EX-TOTAL        PIC S9(9)V99 VALUE 0.

       01 WS-DISPLAY-CR-TOTAL      PIC $$$,$$$,$$9.99-.
       01 WS-DISPLAY-DR-TOTAL      PIC $$$,$$$,$$9.99-.
       01 WS-DISPLAY-FL-TOTAL      PIC $$$,$$$,$$9.99-.
       01 WS-DISPLAY-AP-TOTAL      PIC $$$,$$$,$$9.99-.
       01 WS-DISPLAY-RJ-TOTAL      PIC $$$,$$$,$$9.99-.
       01 WS-DISPLAY-PN-TOTAL      PIC $$$,$$$,$$9.99-.
       01 WS-DISPLAY-EX-TOTAL      PIC $$$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.

       BUILD-PROOF-TABLE.
           PERFORM READ-NEXT-LOG-RECORD
           PERFORM TALLY-LOG-RECORD UNTIL LOG-EOF
           PERFORM TALLY-PENDING-ITEMS.

       READ-NEXT-LOG-RECORD.
           READ TRANSACTION-LOG
               IF TRANS-OPERATOR-ID = SPACES
                   MOVE 'UNKWN' TO TRANS-OPERATOR-ID
               END-IF
               MOVE TRANS-OPERATOR-ID TO WS-LOOKUP-OPERATOR
               PERFORM FIND-OR-ADD-PROOF-ENTRY
               IF PROOF-IDX > 0
                   PERFORM TALLY-ONE-ENTRY
               AT END
                   IF WS-PROOF-COUNT >= 50
                       DISPLAY 'ERROR: MORE THAN 50 OPERATORS ON THE '
                           'LOG TODAY. OPERATOR ' WS-LOOKUP-OPERATOR
                           ' SKIPPED.'
                       SET PROOF-IDX TO 0
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-PROOF-COUNT
                   SET PROOF-IDX TO WS-PROOF-COUNT
                   MOVE WS-LOOKUP-OPERATOR
                       TO WS-PROOF-OPERATOR (PROOF-IDX)
                   MOVE 0 TO WS-PROOF-CR-COUNT (PROOF-IDX)
                   MOVE 0 TO WS-PROOF-CR-TOTAL (PROOF-IDX)
                   MOVE 0 TO WS-PROOF-INQ-COUNT (PROOF-IDX)
                   MOVE 0 TO WS-PROOF-OC-COUNT (PROOF-IDX)
                   MOVE 0 TO WS-PROOF-OTH-COUNT (PROOF-IDX)
                   MOVE 0 TO WS-PROOF-AP-COUNT (PROOF-IDX)
                   MOVE 0 TO WS-PROOF-AP-TOTAL (PROOF-IDX)
                   MOVE 0 TO WS-PROOF-RJ-COUNT (PROOF-IDX)
                   MOVE 0 TO WS-PROOF-RJ-TOTAL (PROOF-IDX)
                   MOVE 0 TO WS-PROOF-PN-COUNT (PROOF-IDX)
                   MOVE 0 TO WS-PROOF-PN-TOTAL (PROOF-IDX)
                   MOVE 0 TO WS-PROOF-EX-COUNT (PROOF-IDX)
                   MOVE 0 TO WS-PROOF-EX-TOTAL (PROOF-IDX)
               WHEN WS-PROOF-OPERATOR (PROOF-IDX) = WS-LOOKUP-OPERATOR
                   CONTINUE
           END-SEARCH.

                   ADD 1 TO WS-PROOF-OTH-COUNT (PROOF-IDX)
           END-EVALUATE.

      * DUAL-CONTROL ITEMS ARE KEYED BY BUSINESS DATE, SO THE DAY'S
      * ITEMS ARE ONE KEYED START. A BANK THAT HAS NEVER QUEUED AN
      * ITEM HAS NO FILE.
       TALLY-PENDING-ITEMS.
           OPEN INPUT PENDING-FILE
           IF PEND-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REPORT-DATE TO PEND-DATE
           MOVE 0 TO PEND-SEQ
           START PENDING-FILE KEY IS NOT LESS THAN PEND-KEY
               INVALID KEY
                   SET PEND-EOF TO TRUE
           END-START
           IF NOT PEND-EOF
               PERFORM READ-NEXT-PENDING
           END-IF
           PERFORM TALLY-ONE-PENDING UNTIL PEND-EOF
           CLOSE PENDING-FILE.

       READ-NEXT-PENDING.
           READ PENDING-FILE NEXT RECORD
               AT END
                   SET PEND-EOF TO TRUE
           END-READ.

       TALLY-ONE-PENDING.
           IF PEND-DATE NOT = WS-REPORT-DATE
               SET PEND-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE PEND-MAKER TO WS-LOOKUP-OPERATOR
           IF WS-LOOKUP-OPERATOR = SPACES
               MOVE 'UNKWN' TO WS-LOOKUP-OPERATOR
           END-IF
           PERFORM FIND-OR-ADD-PROOF-ENTRY
           IF PROOF-IDX > 0
               EVALUATE TRUE
                   WHEN PEND-APPROVED
                       ADD 1 TO WS-PROOF-AP-COUNT (PROOF-IDX)
                       ADD PEND-AMOUNT TO WS-PROOF-AP-TOTAL (PROOF-IDX)
                   WHEN PEND-REJECTED
                       ADD 1 TO WS-PROOF-RJ-COUNT (PROOF-IDX)
                       ADD PEND-AMOUNT TO WS-PROOF-RJ-TOTAL (PROOF-IDX)
                   WHEN PEND-OPEN
                       ADD 1 TO WS-PROOF-PN-COUNT (PROOF-IDX)
                       ADD PEND-AMOUNT TO WS-PROOF-PN-TOTAL (PROOF-IDX)
                   WHEN PEND-EXPIRED
                       ADD 1 TO WS-PROOF-EX-COUNT (PROOF-IDX)
                       ADD PEND-AMOUNT TO WS-PROOF-EX-TOTAL (PROOF-IDX)
               END-EVALUATE
           END-IF
           PERFORM READ-NEXT-PENDING.

       PRINT-PROOF-REPORT.
           IF WS-PROOF-COUNT = 0
               DISPLAY 'NO ACTIVITY ON THE LOG FOR THIS DATE.'
           DISPLAY '  INQUIRIES ' WS-GRAND-INQ-COUNT
           DISPLAY '  OPEN/CLS  ' WS-GRAND-OC-COUNT
           DISPLAY '  OTHER     ' WS-GRAND-OTH-COUNT
           MOVE WS-GRAND-AP-TOTAL TO WS-DISPLAY-AP-TOTAL
           MOVE WS-GRAND-RJ-TOTAL TO WS-DISPLAY-RJ-TOTAL
           MOVE WS-GRAND-PN-TOTAL TO WS-DISPLAY-PN-TOTAL
           MOVE WS-GRAND-EX-TOTAL TO WS-DISPLAY-EX-TOTAL
           DISPLAY '  DUAL-CONTROL ITEMS:'
           DISPLAY '    APPROVED ' WS-GRAND-AP-COUNT ' '
               WS-DISPLAY-AP-TOTAL
           DISPLAY '    REJECTED ' WS-GRAND-RJ-COUNT ' '
               WS-DISPLAY-RJ-TOTAL
           DISPLAY '    PENDING  ' WS-GRAND-PN-COUNT ' '
               WS-DISPLAY-PN-TOTAL
           DISPLAY '    EXPIRED  ' WS-GRAND-EX-COUNT ' '
               WS-DISPLAY-EX-TOTAL
           DISPLAY '=================================='.

       PRINT-ONE-OPERATOR.
           DISPLAY '  INQUIRIES ' WS-PROOF-INQ-COUNT (PROOF-IDX)
           DISPLAY '  OPEN/CLS  ' WS-PROOF-OC-COUNT (PROOF-IDX)
           DISPLAY '  OTHER     ' WS-PROOF-OTH-COUNT (PROOF-IDX)
           IF WS-PROOF-AP-COUNT (PROOF-IDX) > 0
                   OR WS-PROOF-RJ-COUNT (PROOF-IDX) > 0
                   OR WS-PROOF-PN-COUNT (PROOF-IDX) > 0
                   OR WS-PROOF-EX-COUNT (PROOF-IDX) > 0
               PERFORM PRINT-OPERATOR-PENDING
           END-IF

           ADD WS-PROOF-CR-COUNT (PROOF-IDX) TO WS-GRAND-CR-COUNT
           ADD WS-PROOF-CR-TOTAL (PROOF-IDX) TO WS-GRAND-CR-TOTAL
           ADD WS-PROOF-FL-TOTAL (PROOF-IDX) TO WS-GRAND-FL-TOTAL
           ADD WS-PROOF-INQ-COUNT (PROOF-IDX) TO WS-GRAND-INQ-COUNT
           ADD WS-PROOF-OC-COUNT (PROOF-IDX) TO WS-GRAND-OC-COUNT
           ADD WS-PROOF-OTH-COUNT (PROOF-IDX) TO WS-GRAND-OTH-COUNT
           ADD WS-PROOF-AP-COUNT (PROOF-IDX) TO WS-GRAND-AP-COUNT
           ADD WS-PROOF-AP-TOTAL (PROOF-IDX) TO WS-GRAND-AP-TOTAL
           ADD WS-PROOF-RJ-COUNT (PROOF-IDX) TO WS-GRAND-RJ-COUNT
           ADD WS-PROOF-RJ-TOTAL (PROOF-IDX) TO WS-GRAND-RJ-TOTAL
           ADD WS-PROOF-PN-COUNT (PROOF-IDX) TO WS-GRAND-PN-COUNT
           ADD WS-PROOF-PN-TOTAL (PROOF-IDX) TO WS-GRAND-PN-TOTAL
           ADD WS-PROOF-EX-COUNT (PROOF-IDX) TO WS-GRAND-EX-COUNT
           ADD WS-PROOF-EX-TOTAL (PROOF-IDX) TO WS-GRAND-EX-TOTAL.

       PRINT-OPERATOR-PENDING.
           MOVE WS-PROOF-AP-TOTAL (PROOF-IDX) TO WS-DISPLAY-AP-TOTAL
           MOVE WS-PROOF-RJ-TOTAL (PROOF-IDX) TO WS-DISPLAY-RJ-TOTAL
           MOVE WS-PROOF-PN-TOTAL (PROOF-IDX) TO WS-DISPLAY-PN-TOTAL
           MOVE WS-PROOF-EX-TOTAL (PROOF-IDX) TO WS-DISPLAY-EX-TOTAL
           DISPLAY '  DUAL-CONTROL ITEMS:'
           DISPLAY '    APPROVED ' WS-PROOF-AP-COUNT (PROOF-IDX) ' '
               WS-DISPLAY-AP-TOTAL
           DISPLAY '    REJECTED ' WS-PROOF-RJ-COUNT (PROOF-IDX) ' '
               WS-DISPLAY-RJ-TOTAL
           DISPLAY '    PENDING  ' WS-PROOF-PN-COUNT (PROOF-IDX) ' '
               WS-DISPLAY-PN-TOTAL
           DISPLAY '    EXPIRED  ' WS-PROOF-EX-COUNT (PROOF-IDX) ' '
               WS-DISPLAY-EX-TOTAL.

       CLOSE-TLRPROOF.
           CLOSE TRANSACTION-LOG.
