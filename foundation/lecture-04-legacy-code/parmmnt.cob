      *                               READ AT STARTUP LIKE BANKPARM.
      *                               THE WALL CLOCK REMAINS ONLY ON
      *                               TIME STAMPS
      *   2026-10-14  LEGACY-CORP     ADDED THE CURRENCY REPORTING
      *                               PARAMETERS (CTRTHRES, CTRWINDW,
      *                               CTRNEARP) TO THE UPDATE PROMPT. A
      *                               PARAMETER INTRODUCED SINCE THE
      *                               FILE WAS SEEDED IS NOW ADDED AT
      *                               ITS DEFAULT VALUE WHEN THE SCREEN
      *                               OPENS, SO AN EXISTING FILE PICKS
      *                               IT UP
      *   2026-10-15  LEGACY-CORP     ADDED TDPENMOS (TIME DEPOSIT
      *                               EARLY-WITHDRAWAL PENALTY, MONTHS
      *                               OF INTEREST) TO THE MISSING-
      *                               PARAMETER LIST AND THE UPDATE
      *                               PROMPT
      *   2026-10-15  LEGACY-CORP     ADDED DUALCTRL (DUAL-CONTROL
      *                               APPROVAL THRESHOLD) TO THE
      *                               MISSING-PARAMETER LIST AND THE
      *                               UPDATE PROMPT
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-TIME                  PIC 9(6).
       01 WS-PARM-ID               PIC X(8).
       01 WS-NEW-VALUE             PIC S9(9)V9(4).
       01 WS-DEFAULT-VALUE         PIC S9(9)V9(4).
       01 WS-NEW-EFF-DATE          PIC 9(8).
       01 WS-DATE                  PIC 9(8).

               DISPLAY 'FILE STATUS: ' PARM-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM ADD-MISSING-PARAMETERS

           OPEN INPUT OPERATOR-FILE
           IF OPR-FILE-STATUS = '35'
           MOVE 0 TO TRANS-LINK-DATE
           MOVE 0 TO TRANS-LINK-TIME
           MOVE 'PM' TO TRANS-REASON-CODE
           MOVE 0 TO TRANS-CHECK-SERIAL
           MOVE SPACES TO TRANS-CASH-FLAG
           WRITE TRANS-RECORD.

       CREATE-PARM-FILE.
                   STOP RUN
           END-WRITE.

      * PARAMETERS INTRODUCED AFTER A BANK'S FILE WAS FIRST SEEDED
      * ARE ADDED AT THEIR DEFAULT VALUE THE NEXT TIME THIS SCREEN
      * IS OPENED, SO THEY CAN BE VIEWED AND UPDATED LIKE THE REST.
      * A PARAMETER ALREADY ON FILE IS LEFT AS IT IS.
       ADD-MISSING-PARAMETERS.
           MOVE WS-BUSINESS-DATE TO WS-DATE

           MOVE 'CTRTHRES' TO WS-PARM-ID
           MOVE 10000.00 TO WS-DEFAULT-VALUE
           PERFORM ADD-ONE-MISSING-PARAMETER

           MOVE 'CTRWINDW' TO WS-PARM-ID
           MOVE 5 TO WS-DEFAULT-VALUE
           PERFORM ADD-ONE-MISSING-PARAMETER

           MOVE 'CTRNEARP' TO WS-PARM-ID
           MOVE 10.00 TO WS-DEFAULT-VALUE
           PERFORM ADD-ONE-MISSING-PARAMETER

           MOVE 'TDPENMOS' TO WS-PARM-ID
           MOVE 3 TO WS-DEFAULT-VALUE
           PERFORM ADD-ONE-MISSING-PARAMETER

           MOVE 'DUALCTRL' TO WS-PARM-ID
           MOVE 5000.00 TO WS-DEFAULT-VALUE
           PERFORM ADD-ONE-MISSING-PARAMETER.

       ADD-ONE-MISSING-PARAMETER.
           MOVE WS-PARM-ID TO PARM-ID
           READ BANK-PARM-FILE
               INVALID KEY
                   MOVE WS-PARM-ID TO PARM-ID
                   MOVE WS-DEFAULT-VALUE TO PARM-VALUE
                   PERFORM SEED-ONE-PARAMETER
                   MOVE PARM-VALUE TO WS-DISPLAY-VALUE
                   DISPLAY 'PARAMETER ' PARM-ID ' ADDED AT ITS '
                       'DEFAULT VALUE ' WS-DISPLAY-VALUE '.'
           END-READ.

       PROCESS-PARM-REQUESTS.
           DISPLAY ' '
           DISPLAY 'MENU:'

       UPDATE-PARAMETER.
           DISPLAY 'ENTER PARAMETER ID (MAXTRAN/DAYLIMIT/MINBAL/'
               'INTRATE/FEECHK/FEEBUS/FEEBELOW/FEEMINBL/TAXTHRES/'
               'CTRTHRES/CTRWINDW/CTRNEARP/TDPENMOS/DUALCTRL): '
           ACCEPT WS-PARM-ID
           MOVE WS-PARM-ID TO PARM-ID
           READ BANK-PARM-FILE
