       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCE-SNAPSHOT.
       AUTHOR. LEGACY-CORP.
       DATE-WRITTEN. 2026-10-14.
      *
      * NIGHTLY ACCOUNT BALANCE SNAPSHOT AND TRIAL BALANCE
      * WALKS ACCOUNTS.DAT AND WRITES ONE KEYED RECORD PER ACCOUNT
      * FOR THE BUSINESS DATE TO BALSNAP.DAT: CLOSING BALANCE, HELD
      * AMOUNT (OPEN HOLDS ON HOLDS.DAT STILL IN FORCE), AVAILABLE
      * BALANCE, AND STATUS. THE FILE KEEPS EVERY DAY, SO AN AUDIT
      * REQUEST FOR "THE BALANCE AS OF" A PAST DATE IS ONE KEYED
      * READ.
      *
      * THEN PRINTS A TRIAL BALANCE THAT PROVES, FOR EACH ACCOUNT
      * TYPE AND IN TOTAL:
      *     PRIOR-DAY CLOSE + TODAY'S NET POSTINGS = TODAY'S CLOSE
      * PRIOR-DAY CLOSE COMES FROM THE PRIOR BUSINESS DATE'S
      * SNAPSHOT (BD-PRIOR-DATE); AN ACCOUNT WITH NO PRIOR SNAPSHOT
      * (OPENED TODAY) STARTS FROM ZERO. NET POSTINGS ARE TAKEN FROM
      * THE DAY'S GL POSTING FILE GLEXTR.DAT BY ACCOUNT TYPE, AND
      * THEIR SUM IS TIED TO THE GLEXTR.DAT TRAILER NET AMOUNT, SO
      * THE PROOF RUNS THE ACCOUNT MASTER AGAINST EXACTLY WHAT THE
      * LEDGER LOADED. BOTH SIDES USE THE ACCOUNT'S CURRENT TYPE.
      *
      * RUNS IN THE END-OF-DAY CHAIN AFTER GL-EXTRACT AND BEFORE THE
      * RECONCILE RELEASES EXPIRED HOLDS. PROTECTED BY RUNCTL.DAT:
      * REFUSES A SECOND COMPLETED RUN FOR THE SAME BUSINESS DATE. AN
      * INCOMPLETE PRIOR RUN SIMPLY RERUNS - A SNAPSHOT ALREADY ON
      * FILE FOR THE DATE IS REWRITTEN.
      *
      * MODIFICATION HISTORY
      *   2026-10-14  LEGACY-CORP     ORIGINAL PROGRAM
      *   2026-10-15  LEGACY-CORP     TIME DEPOSIT ACCOUNTS (TYPE T) NOW
      *                               HAVE THEIR OWN TRIAL BALANCE LINE
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCOUNTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS ACCT-FILE-STATUS.

           SELECT SNAPSHOT-FILE ASSIGN TO 'BALSNAP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNAP-KEY
               FILE STATUS IS SNAP-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO 'HOLDS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS HOLD-FILE-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO 'GLEXTR.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GL-FILE-STATUS.

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

       FD SNAPSHOT-FILE.
           COPY SNAPREC.

       FD HOLD-FILE.
           COPY HOLDREC.

       FD GL-EXTRACT-FILE.
       01 GL-HEADER-RECORD.
           05 GLH-RECORD-TYPE      PIC X(1).
           05 GLH-DATE             PIC 9(8).
           05 FILLER               PIC X(31).
       01 GL-DETAIL-RECORD.
           05 GLD-RECORD-TYPE      PIC X(1).
           05 GLD-ACCT-TYPE        PIC X(1).
           05 GLD-CLASS            PIC X(2).
           05 GLD-COUNT            PIC 9(7).
           05 GLD-AMOUNT           PIC S9(11)V99.
           05 FILLER               PIC X(16).
       01 GL-TRAILER-RECORD.
           05 GLT-RECORD-TYPE      PIC X(1).
           05 GLT-DATE             PIC 9(8).
           05 GLT-RECORD-COUNT     PIC 9(7).
           05 GLT-ITEM-COUNT       PIC 9(9).
           05 GLT-NET-AMOUNT       PIC S9(13)V99.

       FD RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.
       01 BIZDATE-FILE-STATUS      PIC X(2).
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE 0.
       01 WS-PRIOR-DATE            PIC 9(8) VALUE 0.
       01 ACCT-FILE-STATUS         PIC X(2).
       01 SNAP-FILE-STATUS         PIC X(2).
       01 HOLD-FILE-STATUS         PIC X(2).
       01 GL-FILE-STATUS           PIC X(2).
       01 RUNCTL-FILE-STATUS       PIC X(2).

       01 WS-RUN-DATE              PIC 9(8).
       01 WS-RUN-TIME              PIC 9(6).
       01 WS-ACCT-NUM              PIC 9(8).

       01 WS-ACCT-EOF-SW           PIC X(1) VALUE 'N'.
          88 ACCT-EOF              VALUE 'Y'.
       01 WS-GL-EOF-SW             PIC X(1) VALUE 'N'.
          88 GL-EOF                VALUE 'Y'.
       01 WS-HOLD-EOF-SW           PIC X(1) VALUE 'N'.
          88 HOLD-SCAN-DONE        VALUE 'Y'.
       01 WS-PRIOR-FOUND-SW        PIC X(1) VALUE 'N'.
          88 PRIOR-SNAPSHOT-FOUND  VALUE 'Y'.
       01 WS-GL-TRAILER-SW         PIC X(1) VALUE 'N'.
          88 GL-TRAILER-FOUND      VALUE 'Y'.
       01 WS-GL-TIES-SW            PIC X(1) VALUE 'N'.
          88 GL-TIES               VALUE 'Y'.
       01 WS-PROOF-SW              PIC X(1) VALUE 'Y'.
          88 PROOF-IN-BALANCE      VALUE 'Y'.

       01 WS-HELD-TOTAL            PIC S9(9)V99 VALUE 0.
       01 WS-SNAP-COUNT            PIC 9(9) VALUE 0.

       01 WS-GL-HEADER-DATE        PIC 9(8) VALUE 0.
       01 WS-GL-TRAILER-DATE       PIC 9(8) VALUE 0.
       01 WS-GL-DETAIL-NET         PIC S9(13)V99 VALUE 0.
       01 WS-GL-TRAILER-NET        PIC S9(13)V99 VALUE 0.

      * ONE TRIAL BALANCE LINE PER ACCOUNT TYPE (C/S/B/T/?), THE SAME
      * TYPE BUCKETS GL-EXTRACT USES
       01 WS-TYPE-IDX              PIC 9(1).
       01 WS-TB-TABLE.
           05 WS-TB-ENTRY OCCURS 5 TIMES.
              10 WS-TB-ACCT-COUNT  PIC 9(7) VALUE 0.
              10 WS-TB-PRIOR-CLOSE PIC S9(13)V99 VALUE 0.
              10 WS-TB-NET-POSTING PIC S9(13)V99 VALUE 0.
              10 WS-TB-TODAY-CLOSE PIC S9(13)V99 VALUE 0.

       01 WS-TYPE-CODES            PIC X(5) VALUE 'CSBT?'.
       01 WS-TYPE-CODES-R REDEFINES WS-TYPE-CODES.
           05 WS-TYPE-CODE         PIC X(1) OCCURS 5 TIMES.

       01 WS-TOTAL-ACCT-COUNT      PIC 9(7) VALUE 0.
       01 WS-TOTAL-PRIOR-CLOSE     PIC S9(13)V99 VALUE 0.
       01 WS-TOTAL-NET-POSTING     PIC S9(13)V99 VALUE 0.
       01 WS-TOTAL-TODAY-CLOSE     PIC S9(13)V99 VALUE 0.
       01 WS-DIFFERENCE            PIC S9(13)V99 VALUE 0.

       01 WS-DISPLAY-PRIOR         PIC $$,$$$,$$$,$$$,$$9.99-.
       01 WS-DISPLAY-NET           PIC $$,$$$,$$$,$$$,$$9.99-.
       01 WS-DISPLAY-CLOSE         PIC $$,$$$,$$$,$$$,$$9.99-.
       01 WS-DISPLAY-DIFF          PIC $$,$$$,$$$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM INITIALIZE-BALSNAP
           PERFORM LOAD-GL-POSTINGS
           PERFORM SNAPSHOT-ACCOUNTS
           PERFORM PRINT-TRIAL-BALANCE
           PERFORM CLOSE-BALSNAP
           GOBACK.

      * THE BUSINESS DATE IS READ AT STARTUP THE SAME WAY THE BANK
      * PARAMETERS ARE; A MISSING FILE FALLS BACK TO THE SYSTEM DATE.
      * THE PRIOR BUSINESS DATE NAMES THE SNAPSHOT TO PROVE FROM.
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
           MOVE BD-PRIOR-DATE TO WS-PRIOR-DATE
           CLOSE BUSINESS-DATE-FILE.

       INITIALIZE-BALSNAP.
           PERFORM LOAD-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE
           PERFORM INIT-RUN-CONTROL

           OPEN INPUT ACCOUNT-FILE
           IF ACCT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN ACCOUNT FILE'
               STOP RUN
           END-IF

           OPEN I-O SNAPSHOT-FILE
           IF SNAP-FILE-STATUS = '35'
               OPEN OUTPUT SNAPSHOT-FILE
               CLOSE SNAPSHOT-FILE
               OPEN I-O SNAPSHOT-FILE
           END-IF
           IF SNAP-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN BALANCE SNAPSHOT FILE'
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

           DISPLAY '=================================='
           DISPLAY '  BALANCE SNAPSHOT AND TRIAL BALANCE'
           DISPLAY '  BUSINESS DATE: ' WS-RUN-DATE
           DISPLAY '  PRIOR DATE:    ' WS-PRIOR-DATE
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

           MOVE 'BALSNAP ' TO RUN-PROGRAM
           MOVE WS-RUN-DATE TO RUN-PERIOD
           READ RUN-CONTROL-FILE
               INVALID KEY
                   PERFORM START-NEW-RUN
                   EXIT PARAGRAPH
           END-READ

           IF RUN-COMPLETED
               DISPLAY 'THE BALANCE SNAPSHOT HAS ALREADY RUN TO '
                   'COMPLETION FOR ' RUN-PERIOD '. RUN REFUSED.'
               STOP RUN
           END-IF

           DISPLAY 'PRIOR RUN DID NOT COMPLETE. RETAKING THE '
               'SNAPSHOT.'.

       START-NEW-RUN.
           MOVE 'BALSNAP ' TO RUN-PROGRAM
           MOVE WS-RUN-DATE TO RUN-PERIOD
           SET RUN-IN-PROGRESS TO TRUE
           MOVE 0 TO RUN-CHECKPOINT
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO RUN-START-DATE
           MOVE WS-RUN-TIME TO RUN-START-TIME
           MOVE 0 TO RUN-END-DATE
           MOVE 0 TO RUN-END-TIME
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY 'ERROR WRITING RUN CONTROL RECORD'
                   STOP RUN
           END-WRITE.

       END-RUN-CONTROL.
           MOVE WS-SNAP-COUNT TO RUN-CHECKPOINT
           SET RUN-COMPLETED TO TRUE
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO RUN-END-DATE
           MOVE WS-RUN-TIME TO RUN-END-TIME
           REWRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY 'ERROR REWRITING RUN CONTROL RECORD'
           END-REWRITE
           CLOSE RUN-CONTROL-FILE.

      * TODAY'S NET POSTINGS BY ACCOUNT TYPE, STRAIGHT FROM THE GL
      * POSTING FILE. THE DETAIL LINES MUST ADD TO THE TRAILER AND
      * THE FILE MUST BE FOR THE RUN DATE, OR THE PROOF IS NOT MADE.
       LOAD-GL-POSTINGS.
           OPEN INPUT GL-EXTRACT-FILE
           IF GL-FILE-STATUS NOT = '00'
               DISPLAY 'WARNING: GL EXTRACT FILE NOT AVAILABLE. '
                   'NET POSTINGS CANNOT BE TIED.'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-GL-RECORD
           PERFORM TAKE-ONE-GL-RECORD UNTIL GL-EOF
           CLOSE GL-EXTRACT-FILE

           IF GL-TRAILER-FOUND
                   AND WS-GL-HEADER-DATE = WS-RUN-DATE
                   AND WS-GL-TRAILER-DATE = WS-RUN-DATE
                   AND WS-GL-DETAIL-NET = WS-GL-TRAILER-NET
               SET GL-TIES TO TRUE
           END-IF.

       READ-NEXT-GL-RECORD.
           READ GL-EXTRACT-FILE
               AT END
                   SET GL-EOF TO TRUE
           END-READ.

       TAKE-ONE-GL-RECORD.
           EVALUATE GLH-RECORD-TYPE
               WHEN 'H'
                   MOVE GLH-DATE TO WS-GL-HEADER-DATE
               WHEN 'D'
                   PERFORM GET-GL-TYPE-INDEX
                   ADD GLD-AMOUNT TO WS-TB-NET-POSTING (WS-TYPE-IDX)
                   ADD GLD-AMOUNT TO WS-GL-DETAIL-NET
               WHEN 'T'
                   SET GL-TRAILER-FOUND TO TRUE
                   MOVE GLT-DATE TO WS-GL-TRAILER-DATE
                   MOVE GLT-NET-AMOUNT TO WS-GL-TRAILER-NET
           END-EVALUATE
           PERFORM READ-NEXT-GL-RECORD.

       GET-GL-TYPE-INDEX.
           EVALUATE GLD-ACCT-TYPE
               WHEN 'C'
                   MOVE 1 TO WS-TYPE-IDX
               WHEN 'S'
                   MOVE 2 TO WS-TYPE-IDX
               WHEN 'B'
                   MOVE 3 TO WS-TYPE-IDX
               WHEN 'T'
                   MOVE 4 TO WS-TYPE-IDX
               WHEN OTHER
                   MOVE 5 TO WS-TYPE-IDX
           END-EVALUATE.

       SNAPSHOT-ACCOUNTS.
           MOVE 0 TO ACCT-NUMBER
           START ACCOUNT-FILE KEY IS NOT LESS THAN ACCT-NUMBER
               INVALID KEY
                   DISPLAY 'NO ACCOUNTS ON FILE.'
                   EXIT PARAGRAPH
           END-START
           PERFORM READ-NEXT-ACCOUNT
           PERFORM SNAPSHOT-ONE-ACCOUNT UNTIL ACCT-EOF.

       READ-NEXT-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                   SET ACCT-EOF TO TRUE
           END-READ.

       SNAPSHOT-ONE-ACCOUNT.
           EVALUATE TRUE
               WHEN CHECKING
                   MOVE 1 TO WS-TYPE-IDX
               WHEN SAVINGS
                   MOVE 2 TO WS-TYPE-IDX
               WHEN BUSINESS
                   MOVE 3 TO WS-TYPE-IDX
               WHEN TIME-DEPOSIT
                   MOVE 4 TO WS-TYPE-IDX
               WHEN OTHER
                   MOVE 5 TO WS-TYPE-IDX
           END-EVALUATE

      * PRIOR-DAY CLOSE; AN ACCOUNT NOT IN THAT SNAPSHOT STARTS AT 0
           IF WS-PRIOR-DATE NOT = 0
               MOVE WS-PRIOR-DATE TO SNAP-DATE
               MOVE ACCT-NUMBER TO SNAP-ACCT
               READ SNAPSHOT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET PRIOR-SNAPSHOT-FOUND TO TRUE
                       ADD SNAP-BALANCE
                           TO WS-TB-PRIOR-CLOSE (WS-TYPE-IDX)
               END-READ
           END-IF

           MOVE ACCT-NUMBER TO WS-ACCT-NUM
           PERFORM COMPUTE-UNEXPIRED-HOLDS

           MOVE WS-RUN-DATE TO SNAP-DATE
           MOVE ACCT-NUMBER TO SNAP-ACCT
           MOVE ACCT-TYPE TO SNAP-ACCT-TYPE
           MOVE ACCT-BALANCE TO SNAP-BALANCE
           MOVE WS-HELD-TOTAL TO SNAP-HELD-AMOUNT
           COMPUTE SNAP-AVAILABLE = ACCT-BALANCE - WS-HELD-TOTAL
           MOVE ACCT-STATUS TO SNAP-STATUS
           ACCEPT SNAP-TAKEN-TIME FROM TIME
           WRITE SNAPSHOT-RECORD
               INVALID KEY
                   REWRITE SNAPSHOT-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR WRITING SNAPSHOT FOR '
                               ACCT-NUMBER
                   END-REWRITE
           END-WRITE

           ADD 1 TO WS-TB-ACCT-COUNT (WS-TYPE-IDX)
           ADD ACCT-BALANCE TO WS-TB-TODAY-CLOSE (WS-TYPE-IDX)
           ADD 1 TO WS-SNAP-COUNT
           PERFORM READ-NEXT-ACCOUNT.

       COMPUTE-UNEXPIRED-HOLDS.
           MOVE 0 TO WS-HELD-TOTAL
           MOVE 'N' TO WS-HOLD-EOF-SW
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
           IF HOLD-OPEN AND HOLD-RELEASE-DATE > WS-RUN-DATE
               ADD HOLD-AMOUNT TO WS-HELD-TOTAL
           END-IF
           PERFORM READ-NEXT-HOLD.

       PRINT-TRIAL-BALANCE.
           DISPLAY ' '
           DISPLAY 'TRIAL BALANCE FOR ' WS-RUN-DATE
           DISPLAY 'TYPE ACCOUNTS  PRIOR CLOSE / NET POSTINGS / '
               'TODAY CLOSE / DIFFERENCE'
           DISPLAY '----------------------------------------------'
               '------------------------------'

           PERFORM PRINT-ONE-TYPE-LINE
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 5

           COMPUTE WS-DIFFERENCE = WS-TOTAL-TODAY-CLOSE
               - WS-TOTAL-PRIOR-CLOSE - WS-TOTAL-NET-POSTING
           MOVE WS-TOTAL-PRIOR-CLOSE TO WS-DISPLAY-PRIOR
           MOVE WS-TOTAL-NET-POSTING TO WS-DISPLAY-NET
           MOVE WS-TOTAL-TODAY-CLOSE TO WS-DISPLAY-CLOSE
           MOVE WS-DIFFERENCE TO WS-DISPLAY-DIFF
           DISPLAY '----------------------------------------------'
               '------------------------------'
           DISPLAY 'ALL  ' WS-TOTAL-ACCT-COUNT ' ' WS-DISPLAY-PRIOR
               ' ' WS-DISPLAY-NET ' ' WS-DISPLAY-CLOSE ' '
               WS-DISPLAY-DIFF
           DISPLAY ' '

           IF WS-PRIOR-DATE = 0 OR NOT PRIOR-SNAPSHOT-FOUND
               DISPLAY 'NO SNAPSHOT ON FILE FOR THE PRIOR DATE '
                   WS-PRIOR-DATE '. PRIOR CLOSE IS TAKEN AS ZERO; '
                   'THIS IS THE OPENING SNAPSHOT.'
           END-IF

           MOVE WS-GL-TRAILER-NET TO WS-DISPLAY-NET
           IF GL-TIES
               DISPLAY 'NET POSTINGS TIE TO THE GLEXTR.DAT TRAILER: '
                   WS-DISPLAY-NET
           ELSE
               MOVE 'N' TO WS-PROOF-SW
               DISPLAY '*** NET POSTINGS DO NOT TIE TO THE GLEXTR.DAT '
                   'TRAILER ***'
               DISPLAY '    GL FILE DATE ' WS-GL-HEADER-DATE
                   ' TRAILER DATE ' WS-GL-TRAILER-DATE
                   ' TRAILER NET ' WS-DISPLAY-NET
           END-IF

           IF PROOF-IN-BALANCE
               DISPLAY 'TRIAL BALANCE PROVES FOR ALL ACCOUNT TYPES.'
           ELSE
               DISPLAY '*** TRIAL BALANCE DOES NOT PROVE. SEE THE '
                   'LINES ABOVE. ***'
           END-IF
           DISPLAY 'SNAPSHOTS WRITTEN: ' WS-SNAP-COUNT.

      * A TYPE WITH NO ACCOUNTS AND NO POSTINGS IS NOT PRINTED
       PRINT-ONE-TYPE-LINE.
           IF WS-TB-ACCT-COUNT (WS-TYPE-IDX) = 0
                   AND WS-TB-PRIOR-CLOSE (WS-TYPE-IDX) = 0
                   AND WS-TB-NET-POSTING (WS-TYPE-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DIFFERENCE = WS-TB-TODAY-CLOSE (WS-TYPE-IDX)
               - WS-TB-PRIOR-CLOSE (WS-TYPE-IDX)
               - WS-TB-NET-POSTING (WS-TYPE-IDX)
           MOVE WS-TB-PRIOR-CLOSE (WS-TYPE-IDX) TO WS-DISPLAY-PRIOR
           MOVE WS-TB-NET-POSTING (WS-TYPE-IDX) TO WS-DISPLAY-NET
           MOVE WS-TB-TODAY-CLOSE (WS-TYPE-IDX) TO WS-DISPLAY-CLOSE
           MOVE WS-DIFFERENCE TO WS-DISPLAY-DIFF
           DISPLAY WS-TYPE-CODE (WS-TYPE-IDX) '    '
               WS-TB-ACCT-COUNT (WS-TYPE-IDX) ' ' WS-DISPLAY-PRIOR
               ' ' WS-DISPLAY-NET ' ' WS-DISPLAY-CLOSE ' '
               WS-DISPLAY-DIFF
           IF WS-DIFFERENCE NOT = 0
               MOVE 'N' TO WS-PROOF-SW
               DISPLAY '     *** TYPE ' WS-TYPE-CODE (WS-TYPE-IDX)
                   ' IS OUT OF BALANCE ***'
           END-IF

           ADD WS-TB-ACCT-COUNT (WS-TYPE-IDX) TO WS-TOTAL-ACCT-COUNT
           ADD WS-TB-PRIOR-CLOSE (WS-TYPE-IDX) TO WS-TOTAL-PRIOR-CLOSE
           ADD WS-TB-NET-POSTING (WS-TYPE-IDX) TO WS-TOTAL-NET-POSTING
           ADD WS-TB-TODAY-CLOSE (WS-TYPE-IDX)
               TO WS-TOTAL-TODAY-CLOSE.

       CLOSE-BALSNAP.
           PERFORM END-RUN-CONTROL
           CLOSE ACCOUNT-FILE
           CLOSE SNAPSHOT-FILE
           CLOSE HOLD-FILE.
