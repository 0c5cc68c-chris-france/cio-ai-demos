       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-BACKUP.
       AUTHOR. LEGACY-CORP.
       DATE-WRITTEN. 2026-10-15.
      *
      * NIGHTLY ACCOUNT MASTER BACKUP
      * COPIES EVERY RECORD ON ACCOUNTS.DAT TO THE DATED BACKUP FILE
      * ACCTBKUP.DAT UNDER THE BUSINESS DATE. RUNS FIRST IN THE
      * END-OF-DAY CHAIN, AFTER THE TELLERS HAVE SIGNED OFF AND
      * BEFORE ANY BATCH POSTING, SO THE BACKUP IS THE CLOSE OF THE
      * ONLINE DAY.
      *
      * THE BACKUP HEADER RECORDS HOW MANY TRANSLOG.DAT ROWS DATED
      * THE BUSINESS DATE WERE ON THE LOG WHEN THE COPY WAS TAKEN.
      * THE FORWARD RECOVERY PROGRAM (ACCT-RECOVER) RESTORES A CHOSEN
      * BACKUP AND REPLAYS ONLY THE LOG ROWS AFTER THAT POINT.
      *
      * PROTECTED BY RUNCTL.DAT: A COMPLETED BACKUP FOR THE BUSINESS
      * DATE IS NOT REPEATED; AN INCOMPLETE ONE IS SIMPLY TAKEN AGAIN
      * OVER THE TOP OF THE PARTIAL COPY. THE HEADER STAYS MARKED
      * PARTIAL UNTIL EVERY ACCOUNT HAS BEEN COPIED.
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
               FILE STATUS IS ACCT-FILE-STATUS.

           SELECT BACKUP-FILE ASSIGN TO 'ACCTBKUP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKUP-KEY
               FILE STATUS IS BKUP-FILE-STATUS.

           SELECT TRANSACTION-LOG ASSIGN TO 'TRANSLOG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.

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

       FD BACKUP-FILE.
           COPY ACCTBKRC.

       FD TRANSACTION-LOG.
           COPY TRANSREC.

       FD RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.
       01 BIZDATE-FILE-STATUS      PIC X(2).
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE 0.
       01 ACCT-FILE-STATUS         PIC X(2).
       01 BKUP-FILE-STATUS         PIC X(2).
       01 LOG-FILE-STATUS          PIC X(2).
       01 RUNCTL-FILE-STATUS       PIC X(2).

       01 WS-DATE                  PIC 9(8).
       01 WS-TIME                  PIC 9(6).
       01 WS-RUN-DATE              PIC 9(8).

       01 WS-ACCT-EOF-SW           PIC X(1) VALUE 'N'.
          88 ACCT-EOF              VALUE 'Y'.
       01 WS-LOG-EOF-SW            PIC X(1) VALUE 'N'.
          88 LOG-EOF               VALUE 'Y'.

       01 WS-LOG-ROWS-TODAY        PIC 9(9) VALUE 0.
       01 WS-ACCOUNTS-COPIED       PIC 9(7) VALUE 0.
       01 WS-WRITE-ERRORS          PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM INITIALIZE-ACCTBKUP
           PERFORM COUNT-LOG-ROWS-TODAY
           PERFORM WRITE-BACKUP-HEADER
           PERFORM COPY-ACCOUNTS
           PERFORM CLOSE-ACCTBKUP
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

       INITIALIZE-ACCTBKUP.
           PERFORM LOAD-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE
           PERFORM INIT-RUN-CONTROL

           OPEN INPUT ACCOUNT-FILE
           IF ACCT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN ACCOUNT FILE'
               STOP RUN
           END-IF

           OPEN I-O BACKUP-FILE
           IF BKUP-FILE-STATUS = '35'
               OPEN OUTPUT BACKUP-FILE
               CLOSE BACKUP-FILE
               OPEN I-O BACKUP-FILE
           END-IF
           IF BKUP-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN ACCOUNT BACKUP FILE'
               STOP RUN
           END-IF

           DISPLAY '=================================='
           DISPLAY '  ACCOUNT MASTER BACKUP'
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

           MOVE 'ACCTBKUP' TO RUN-PROGRAM
           MOVE WS-RUN-DATE TO RUN-PERIOD
           READ RUN-CONTROL-FILE
               INVALID KEY
                   PERFORM START-NEW-RUN
                   EXIT PARAGRAPH
           END-READ

           IF RUN-COMPLETED
               DISPLAY 'ACCOUNT MASTER ALREADY BACKED UP FOR '
                   RUN-PERIOD '. RUN REFUSED.'
               STOP RUN
           END-IF

           DISPLAY 'PRIOR BACKUP DID NOT COMPLETE. TAKING IT AGAIN.'.

       START-NEW-RUN.
           MOVE 'ACCTBKUP' TO RUN-PROGRAM
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
           MOVE WS-ACCOUNTS-COPIED TO RUN-CHECKPOINT
           MOVE WS-BUSINESS-DATE TO WS-DATE
           ACCEPT WS-TIME FROM TIME
           MOVE WS-DATE TO RUN-END-DATE
           MOVE WS-TIME TO RUN-END-TIME
           REWRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY 'ERROR REWRITING RUN CONTROL RECORD'
           END-REWRITE
           CLOSE RUN-CONTROL-FILE.

      * THE ROWS ALREADY ON THE LOG FOR THE BUSINESS DATE ARE THE ONES
      * THIS BACKUP ALREADY REFLECTS
       COUNT-LOG-ROWS-TODAY.
           MOVE 0 TO WS-LOG-ROWS-TODAY
           OPEN INPUT TRANSACTION-LOG
           IF LOG-FILE-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           IF LOG-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN TRANSACTION LOG'
               STOP RUN
           END-IF
           PERFORM READ-NEXT-LOG-RECORD
           PERFORM COUNT-ONE-LOG-ROW UNTIL LOG-EOF
           CLOSE TRANSACTION-LOG.

       READ-NEXT-LOG-RECORD.
           READ TRANSACTION-LOG
               AT END
                   SET LOG-EOF TO TRUE
           END-READ.

       COUNT-ONE-LOG-ROW.
           IF TRANS-DATE = WS-RUN-DATE
               ADD 1 TO WS-LOG-ROWS-TODAY
           END-IF
           PERFORM READ-NEXT-LOG-RECORD.

       WRITE-BACKUP-HEADER.
           MOVE SPACES TO ACCOUNT-BACKUP-RECORD
           MOVE WS-RUN-DATE TO BKUP-DATE
           MOVE 0 TO BKUP-ACCT
           ACCEPT WS-TIME FROM TIME
           MOVE WS-TIME TO BKUP-TAKEN-TIME
           MOVE 0 TO BKUP-ACCT-COUNT
           MOVE WS-LOG-ROWS-TODAY TO BKUP-LOG-ROWS
           SET BKUP-PARTIAL TO TRUE
           WRITE ACCOUNT-BACKUP-RECORD
               INVALID KEY
                   REWRITE ACCOUNT-BACKUP-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR WRITING BACKUP HEADER'
                           STOP RUN
                   END-REWRITE
           END-WRITE.

       COPY-ACCOUNTS.
           MOVE 0 TO ACCT-NUMBER
           START ACCOUNT-FILE KEY IS NOT LESS THAN ACCT-NUMBER
               INVALID KEY
                   DISPLAY 'NO ACCOUNTS ON FILE.'
                   SET ACCT-EOF TO TRUE
           END-START
           IF NOT ACCT-EOF
               PERFORM READ-NEXT-ACCOUNT
           END-IF
           PERFORM COPY-ONE-ACCOUNT UNTIL ACCT-EOF
           SUBTRACT WS-WRITE-ERRORS FROM WS-ACCOUNTS-COPIED

           MOVE WS-RUN-DATE TO BKUP-DATE
           MOVE 0 TO BKUP-ACCT
           READ BACKUP-FILE
               INVALID KEY
                   DISPLAY 'ERROR REREADING BACKUP HEADER'
                   STOP RUN
           END-READ
           MOVE WS-ACCOUNTS-COPIED TO BKUP-ACCT-COUNT
           IF WS-WRITE-ERRORS = 0
               SET BKUP-COMPLETE TO TRUE
           END-IF
           REWRITE ACCOUNT-BACKUP-RECORD
               INVALID KEY
                   DISPLAY 'ERROR REWRITING BACKUP HEADER'
           END-REWRITE.

       READ-NEXT-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                   SET ACCT-EOF TO TRUE
           END-READ.

       COPY-ONE-ACCOUNT.
           MOVE WS-RUN-DATE TO BKUP-DATE
           MOVE ACCT-NUMBER TO BKUP-ACCT
           MOVE ACCOUNT-RECORD TO BKUP-ACCOUNT-IMAGE
           WRITE ACCOUNT-BACKUP-RECORD
               INVALID KEY
                   REWRITE ACCOUNT-BACKUP-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR WRITING BACKUP OF ACCOUNT '
                               ACCT-NUMBER
                           ADD 1 TO WS-WRITE-ERRORS
                   END-REWRITE
           END-WRITE
           ADD 1 TO WS-ACCOUNTS-COPIED
           PERFORM READ-NEXT-ACCOUNT.

      * A BACKUP WITH WRITE ERRORS IS LEFT INCOMPLETE SO THE DRIVER
      * HALTS THE CHAIN AND IT IS TAKEN AGAIN
       CLOSE-ACCTBKUP.
           DISPLAY 'LOG ROWS ALREADY ON FILE: ' WS-LOG-ROWS-TODAY
           DISPLAY 'ACCOUNTS COPIED:          ' WS-ACCOUNTS-COPIED
           DISPLAY 'WRITE ERRORS:             ' WS-WRITE-ERRORS
           IF WS-WRITE-ERRORS = 0
               PERFORM END-RUN-CONTROL
               DISPLAY 'BACKUP ' WS-RUN-DATE ' COMPLETE.'
           ELSE
               CLOSE RUN-CONTROL-FILE
               DISPLAY 'BACKUP ' WS-RUN-DATE ' IS INCOMPLETE.'
           END-IF
           CLOSE ACCOUNT-FILE
           CLOSE BACKUP-FILE.
