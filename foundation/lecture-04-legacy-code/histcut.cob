      *                               ARCHIVE APPEND SKIPS ROWS THE
      *                               HISTORY LOAD FINDS ALREADY ON
      *                               FILE
      *   2026-10-14  LEGACY-CORP     THE CHECK SERIAL NUMBER NOW
      *                               CARRIED ON TRANS-RECORD IS COPIED
      *                               TO THE HISTORY ROW. THE FLAT
      *                               BUFFERS GROW TO THE NEW 86-BYTE
      *                               LOG RECORD, AND THE SAVED HISTORY
      *                               ROW IS SIZED TO THE FULL 89-BYTE
      *                               HIST-RECORD SO THE RERUN COMPARE
      *                               SEES EVERY FIELD
      *   2026-10-14  LEGACY-CORP     TRANS-CASH-FLAG IS CARRIED TO
      *                               HIST-CASH-FLAG; FLAT BUFFERS
      *                               RESIZED FOR THE LONGER RECORDS
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD HISTORY-FILE.
           COPY TRANHREC.

      * BOTH FLAT FILES CARRY THE TRANS-RECORD LAYOUT (87 BYTES, SEE
      * TRANSREC.CPY); THEY ARE DEFINED AS PLAIN BUFFERS SO THE SAME
      * FIELD NAMES ARE NOT DECLARED TWICE
       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD           PIC X(87).

       FD WORK-FILE.
       01 WORK-RECORD              PIC X(87).

       FD RUN-CONTROL-FILE.
           COPY RUNCTL.

       01 WS-SEQ-TRIES             PIC 9(4).

       01 WS-SAVED-HIST-RECORD     PIC X(90).

       01 WS-CUT-COUNT             PIC 9(7) VALUE 0.
       01 WS-KEPT-COUNT            PIC 9(7) VALUE 0.
           MOVE TRANS-LINK-ACCT TO HIST-LINK-ACCT
           MOVE TRANS-LINK-DATE TO HIST-LINK-DATE
           MOVE TRANS-LINK-TIME TO HIST-LINK-TIME
           MOVE TRANS-REASON-CODE TO HIST-REASON-CODE
           MOVE TRANS-CHECK-SERIAL TO HIST-CHECK-SERIAL
           MOVE TRANS-CASH-FLAG TO HIST-CASH-FLAG.

      * THE TRY COUNT IS KEPT APART FROM HIST-SEQ, WHICH IS PIC 9(3)
      * AND WOULD WRAP TO 000 INSTEAD OF PASSING 999
