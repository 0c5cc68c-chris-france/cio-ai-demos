       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-REPORT.
       AUTHOR. LEGACY-CORP.
       DATE-WRITTEN. 2026-10-14.
      *
      * DAILY CUSTOMER AND ACCOUNT MAINTENANCE REPORT
      * LISTS EVERY CHANGE MADE THROUGH THE TELLER MAINTENANCE
      * OPERATION ON THE BUSINESS DATE, READ FROM THE AUDIT FILE
      * (MAINTAUD.DAT): TIME, OPERATOR, CUSTOMER OR ACCOUNT, WHAT
      * WAS CHANGED, AND THE FIELD AS IT STOOD BEFORE AND AFTER.
      *
      * SECOND, IT PRINTS A CHANGE-OF-ADDRESS CONFIRMATION NOTICE FOR
      * EACH ADDRESS CHANGE, ADDRESSED TO THE OLD ADDRESS TAKEN FROM
      * THE BEFORE-IMAGE, SO A CUSTOMER WHOSE ADDRESS WAS CHANGED
      * WITHOUT THEIR KNOWLEDGE HEARS ABOUT IT WHERE THEY ACTUALLY
      * LIVE. THE NOTICE DOES NOT QUOTE THE NEW ADDRESS.
      *
      * READ-ONLY. RUNS IN THE END-OF-DAY CHAIN; PROTECTED BY
      * RUNCTL.DAT - A COMPLETED RUN FOR THE BUSINESS DATE IS NOT
      * REPEATED, AN INCOMPLETE ONE SIMPLY REPRINTS.
      *
      * MODIFICATION HISTORY
      *   2026-10-14  LEGACY-CORP     ORIGINAL PROGRAM
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-AUDIT-FILE ASSIGN TO 'MAINTAUD.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MAUD-FILE-STATUS.

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

       FD MAINT-AUDIT-FILE.
           COPY MAUDREC.

       FD RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.
       01 BIZDATE-FILE-STATUS      PIC X(2).
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE 0.
       01 MAUD-FILE-STATUS         PIC X(2).
       01 RUNCTL-FILE-STATUS       PIC X(2).

       01 WS-MAUD-AVAIL-SW         PIC X(1) VALUE 'N'.
          88 AUDIT-FILE-AVAIL      VALUE 'Y'.
       01 WS-MAUD-EOF-SW           PIC X(1) VALUE 'N'.
          88 MAUD-EOF              VALUE 'Y'.

       01 WS-RUN-DATE              PIC 9(8).
       01 WS-TIME                  PIC 9(6).

      * THE AUDIT IMAGES ARE WHOLE RECORDS; THESE LAYOUTS UNPACK THEM
           COPY CUSTREC.
           COPY ACCTREC.
           COPY OWNREC.

       01 WS-CHANGE-DESC           PIC X(20).
       01 WS-DISPLAY-AMOUNT        PIC $$$,$$$,$$$,$$9.99-.

       01 WS-CHANGES-LISTED        PIC 9(5) VALUE 0.
       01 WS-CUST-CHANGES          PIC 9(5) VALUE 0.
       01 WS-ACCT-CHANGES          PIC 9(5) VALUE 0.
       01 WS-OWNERS-REMOVED        PIC 9(5) VALUE 0.
       01 WS-NOTICES-PRINTED       PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM INITIALIZE-MNTRPT
           PERFORM PRINT-CHANGE-SECTION
           PERFORM PRINT-NOTICE-SECTION
           PERFORM CLOSE-MNTRPT
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

       INITIALIZE-MNTRPT.
           PERFORM LOAD-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE
           PERFORM INIT-RUN-CONTROL

           DISPLAY '=================================='
           DISPLAY '  CUSTOMER/ACCOUNT MAINTENANCE REPORT'
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

           MOVE 'MAINTRPT' TO RUN-PROGRAM
           MOVE WS-RUN-DATE TO RUN-PERIOD
           READ RUN-CONTROL-FILE
               INVALID KEY
                   PERFORM START-NEW-RUN
                   EXIT PARAGRAPH
           END-READ

           IF RUN-COMPLETED
               DISPLAY 'THE MAINTENANCE REPORT HAS ALREADY RUN TO '
                   'COMPLETION FOR ' RUN-PERIOD '. RUN REFUSED.'
               STOP RUN
           END-IF

           DISPLAY 'PRIOR RUN DID NOT COMPLETE. REPRINTING THE '
               'REPORT.'.

       START-NEW-RUN.
           MOVE 'MAINTRPT' TO RUN-PROGRAM
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
           MOVE WS-CHANGES-LISTED TO RUN-CHECKPOINT
           SET RUN-COMPLETED TO TRUE
           ACCEPT WS-TIME FROM TIME
           MOVE WS-RUN-DATE TO RUN-END-DATE
           MOVE WS-TIME TO RUN-END-TIME
           REWRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY 'ERROR REWRITING RUN CONTROL RECORD'
           END-REWRITE
           CLOSE RUN-CONTROL-FILE.

      * THE AUDIT FILE IS READ TWICE, ONCE PER SECTION. NO FILE YET
      * MEANS NO MAINTENANCE HAS EVER BEEN DONE - NOT AN ERROR.
       OPEN-AUDIT-FILE.
           MOVE 'N' TO WS-MAUD-AVAIL-SW
           MOVE 'N' TO WS-MAUD-EOF-SW
           OPEN INPUT MAINT-AUDIT-FILE
           IF MAUD-FILE-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           IF MAUD-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN MAINTENANCE AUDIT FILE'
               STOP RUN
           END-IF
           SET AUDIT-FILE-AVAIL TO TRUE.

       READ-NEXT-AUDIT.
           READ MAINT-AUDIT-FILE
               AT END
                   SET MAUD-EOF TO TRUE
           END-READ.

       PRINT-CHANGE-SECTION.
           DISPLAY ' '
           DISPLAY 'SECTION 1 - MAINTENANCE CHANGES ON ' WS-RUN-DATE
           PERFORM OPEN-AUDIT-FILE
           IF AUDIT-FILE-AVAIL
               PERFORM READ-NEXT-AUDIT
               PERFORM LIST-ONE-CHANGE UNTIL MAUD-EOF
               CLOSE MAINT-AUDIT-FILE
           END-IF
           IF WS-CHANGES-LISTED = 0
               DISPLAY '   NO MAINTENANCE CHANGES.'
           END-IF.

       LIST-ONE-CHANGE.
           IF MAUD-DATE NOT = WS-RUN-DATE
               PERFORM READ-NEXT-AUDIT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CHANGES-LISTED
           EVALUATE TRUE
               WHEN MAUD-CUST-NAME
                   MOVE 'CUSTOMER NAME' TO WS-CHANGE-DESC
               WHEN MAUD-CUST-ADDRESS
                   MOVE 'CUSTOMER ADDRESS' TO WS-CHANGE-DESC
               WHEN MAUD-CUST-PHONE
                   MOVE 'CUSTOMER PHONE' TO WS-CHANGE-DESC
               WHEN MAUD-CUST-TAX-ID
                   MOVE 'CUSTOMER TAX ID' TO WS-CHANGE-DESC
               WHEN MAUD-ACCT-NAME
                   MOVE 'ACCOUNT NAME' TO WS-CHANGE-DESC
               WHEN MAUD-ACCT-TYPE
                   MOVE 'ACCOUNT TYPE' TO WS-CHANGE-DESC
               WHEN MAUD-OWNER-REMOVED
                   MOVE 'OWNER REMOVED' TO WS-CHANGE-DESC
               WHEN OTHER
                   MOVE 'UNKNOWN CHANGE CODE' TO WS-CHANGE-DESC
           END-EVALUATE

           DISPLAY '----------------------------------'
           DISPLAY MAUD-TIME ' OPERATOR ' MAUD-OPERATOR-ID
               ' ' WS-CHANGE-DESC
               ' CUSTOMER ' MAUD-CUSTOMER ' ACCOUNT ' MAUD-ACCT

           EVALUATE TRUE
               WHEN MAUD-CUSTOMER-CHANGE
                   ADD 1 TO WS-CUST-CHANGES
                   PERFORM LIST-CUSTOMER-CHANGE
               WHEN MAUD-ACCOUNT-CHANGE
                   ADD 1 TO WS-ACCT-CHANGES
                   PERFORM LIST-ACCOUNT-CHANGE
               WHEN MAUD-OWNER-REMOVED
                   ADD 1 TO WS-OWNERS-REMOVED
                   MOVE MAUD-BEFORE-IMAGE TO OWNER-XREF-RECORD
                   DISPLAY '   WAS:  ROLE ' OWN-ROLE ' LINKED '
                       OWN-LINKED-DATE ' BY ' OWN-LINKED-BY
                   DISPLAY '   NOW:  NOT AN OWNER'
           END-EVALUATE

           PERFORM READ-NEXT-AUDIT.

       LIST-CUSTOMER-CHANGE.
           MOVE MAUD-BEFORE-IMAGE TO CUSTOMER-RECORD
           PERFORM SHOW-CUSTOMER-FIELD
           MOVE MAUD-AFTER-IMAGE TO CUSTOMER-RECORD
           PERFORM SHOW-CUSTOMER-FIELD.

      * CALLED ONCE FOR THE BEFORE-IMAGE, THEN AGAIN FOR THE AFTER
       SHOW-CUSTOMER-FIELD.
           EVALUATE TRUE
               WHEN MAUD-CUST-NAME
                   DISPLAY '   ' CUST-NAME
               WHEN MAUD-CUST-ADDRESS
                   DISPLAY '   ' CUST-ADDR-LINE-1
                   IF CUST-ADDR-LINE-2 NOT = SPACES
                       DISPLAY '   ' CUST-ADDR-LINE-2
                   END-IF
                   DISPLAY '   ' CUST-CITY-ST-ZIP
               WHEN MAUD-CUST-PHONE
                   DISPLAY '   ' CUST-PHONE
               WHEN MAUD-CUST-TAX-ID
                   DISPLAY '   ' CUST-TAX-ID
           END-EVALUATE.

       LIST-ACCOUNT-CHANGE.
           MOVE MAUD-BEFORE-IMAGE TO ACCOUNT-RECORD
           IF MAUD-ACCT-NAME
               DISPLAY '   WAS:  ' ACCT-NAME
           ELSE
               MOVE ACCT-CREDIT-LIMIT TO WS-DISPLAY-AMOUNT
               DISPLAY '   WAS:  TYPE ' ACCT-TYPE
                   ' CREDIT LIMIT ' WS-DISPLAY-AMOUNT
           END-IF
           MOVE MAUD-AFTER-IMAGE TO ACCOUNT-RECORD
           IF MAUD-ACCT-NAME
               DISPLAY '   NOW:  ' ACCT-NAME
           ELSE
               MOVE ACCT-CREDIT-LIMIT TO WS-DISPLAY-AMOUNT
               DISPLAY '   NOW:  TYPE ' ACCT-TYPE
                   ' CREDIT LIMIT ' WS-DISPLAY-AMOUNT
           END-IF.

       PRINT-NOTICE-SECTION.
           DISPLAY ' '
           DISPLAY 'SECTION 2 - CHANGE OF ADDRESS CONFIRMATION NOTICES'
           PERFORM OPEN-AUDIT-FILE
           IF AUDIT-FILE-AVAIL
               PERFORM READ-NEXT-AUDIT
               PERFORM PRINT-ONE-NOTICE UNTIL MAUD-EOF
               CLOSE MAINT-AUDIT-FILE
           END-IF
           IF WS-NOTICES-PRINTED = 0
               DISPLAY '   NO ADDRESS CHANGES.'
           END-IF

           DISPLAY '=================================='
           DISPLAY 'CHANGES LISTED:         ' WS-CHANGES-LISTED
           DISPLAY '  CUSTOMER CHANGES:     ' WS-CUST-CHANGES
           DISPLAY '  ACCOUNT CHANGES:      ' WS-ACCT-CHANGES
           DISPLAY '  OWNERS REMOVED:       ' WS-OWNERS-REMOVED
           DISPLAY 'ADDRESS NOTICES:        ' WS-NOTICES-PRINTED
           DISPLAY '=================================='.

      * THE NOTICE GOES TO THE ADDRESS ON THE BEFORE-IMAGE
       PRINT-ONE-NOTICE.
           IF MAUD-DATE NOT = WS-RUN-DATE OR NOT MAUD-CUST-ADDRESS
               PERFORM READ-NEXT-AUDIT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-NOTICES-PRINTED
           MOVE MAUD-BEFORE-IMAGE TO CUSTOMER-RECORD
           DISPLAY '----------------------------------'
           DISPLAY CUST-NAME
           DISPLAY CUST-ADDR-LINE-1
           IF CUST-ADDR-LINE-2 NOT = SPACES
               DISPLAY CUST-ADDR-LINE-2
           END-IF
           DISPLAY CUST-CITY-ST-ZIP
           DISPLAY ' '
           DISPLAY 'CUSTOMER NUMBER ' CUST-NUMBER
           DISPLAY 'THE MAILING ADDRESS WE HOLD FOR YOU WAS CHANGED '
               'ON ' MAUD-DATE '.'
           DISPLAY 'IF YOU DID NOT ASK FOR THIS CHANGE, PLEASE CALL '
               'YOUR BRANCH AT ONCE.'
           PERFORM READ-NEXT-AUDIT.

       CLOSE-MNTRPT.
           PERFORM END-RUN-CONTROL.
