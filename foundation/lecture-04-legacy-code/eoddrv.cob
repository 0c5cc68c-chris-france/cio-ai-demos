      * RUNS THE NIGHTLY CHAIN IN ITS REQUIRED ORDER AGAINST
      * RUNCTL.DAT, REPLACING THE HAND-RUN CHECKLIST THAT TWICE LET
      * THE RECONCILE RESET RUN BEFORE ACH FINISHED POSTING:
      *   1. ACCT-BACKUP          (ACCTBKUP)
      *   2. APPROVAL-EXPIRE      (APPREXP)
      *   3. STANDING-ORDER-POST  (STORDPST)
      *   4. ACH-POST, CYCLE 1    (ACHPOST1)
      *   5. CHECK-CLEAR          (CHKCLR)
      *   6. ACH-ORIGINATE        (ACHORIG)
      *   7. TD-MATURITY          (TDMATUR)
      *   8. GL-EXTRACT           (GLEXTR)
      *   9. BALANCE-SNAPSHOT     (BALSNAP)
      *  10. CASH-REPORT          (CASHRPT)
      *  11. MAINT-REPORT         (MAINTRPT)
      *  12. DAILY-RECONCILE      (RECONCIL)
      *  13. INTEGRITY-AUDIT      (INTAUDIT)
      *  14. REFUSED-NOTICE       (RFSNTC)
      * A STEP ALREADY COMPLETED FOR THE BUSINESS DATE IS SKIPPED, SO
      * THE DRIVER CAN BE RERUN TO PICK UP WHERE A BROKEN NIGHT LEFT
      * OFF. A STEP THAT RETURNS WITHOUT MARKING ITSELF COMPLETED
      *
      * MODIFICATION HISTORY
      *   2026-09-02  LEGACY-CORP     ORIGINAL PROGRAM
      *   2026-10-14  LEGACY-CORP     ADDED THE CHECK CLEARING RUN
      *                               (CHECK-CLEAR) AFTER ACH-POST SO
      *                               PAID CHECKS ARE ON THE LOG BEFORE
      *                               THE GL EXTRACT
      *   2026-10-14  LEGACY-CORP     ADDED THE OUTBOUND ACH ORIGINATION
      *                               RUN (ACH-ORIGINATE) AFTER CHECK-
      *                               CLEAR SO THE DAY'S PAYMENTS TO
      *                               OTHER BANKS ARE SENT BEFORE THE GL
      *                               EXTRACT
      *   2026-10-14  LEGACY-CORP     ADDED THE BALANCE SNAPSHOT AND
      *                               TRIAL BALANCE RUN (BALANCE-
      *                               SNAPSHOT) AFTER GL-EXTRACT, SO IT
      *                               PROVES AGAINST THE DAY'S GL FILE
      *                               AND SEES HOLDS BEFORE THE
      *                               RECONCILE RELEASES THEM
      *   2026-10-14  LEGACY-CORP     ADDED THE DAILY CURRENCY
      *                               TRANSACTION REPORT (CASH-REPORT)
      *                               AFTER THE BALANCE SNAPSHOT, ONCE
      *                               THE DAY'S POSTINGS ARE ALL ON THE
      *                               LOG
      *   2026-10-14  LEGACY-CORP     ADDED THE DAILY MAINTENANCE REPORT
      *                               (MAINT-REPORT) AFTER THE CURRENCY
      *                               REPORT
      *   2026-10-15  LEGACY-CORP     ADDED THE TIME DEPOSIT MATURITY
      *                               RUN (TD-MATURITY) AFTER ACH-
      *                               ORIGINATE SO MATURITY INTEREST AND
      *                               PAYOUTS ARE ON THE LOG BEFORE THE
      *                               GL EXTRACT
      *   2026-10-15  LEGACY-CORP     ADDED THE ACCOUNT MASTER BACKUP
      *                               (ACCT-BACKUP) AS THE FIRST STEP SO
      *                               THE BACKUP IS TAKEN BEFORE ANY
      *                               BATCH POSTING
      *   2026-10-15  LEGACY-CORP     ADDED THE EXPIRY OF DUAL-CONTROL
      *                               ITEMS STILL WAITING FOR APPROVAL
      *                               (APPROVAL-EXPIRE) AFTER THE BACKUP
      *   2026-10-15  LEGACY-CORP     ADDED THE CROSS-FILE REFERENTIAL
      *                               INTEGRITY AUDIT (INTEGRITY-AUDIT)
      *                               AFTER THE RECONCILE, AND A WARNING
      *                               IN THE OPERATIONS SUMMARY WHEN IT
      *                               FINDS EXCEPTIONS
      *   2026-10-15  LEGACY-CORP     ADDED THE REFUSED-ITEM CUSTOMER
      *                               NOTICES (REFUSED-NOTICE) AS THE
      *                               LAST STEP
      *   2026-10-15  LEGACY-CORP     THE INTEGRITY AUDIT WARNING FINDS
      *                               THE INTAUDIT STEP BY ITS RUN KEY
      *                               INSTEAD OF ITS POSITION IN THE
      *                               STEP TABLE
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE 0.

       01 WS-STEP-DEFINITIONS.
           05 FILLER PIC X(8)  VALUE 'ACCTBKUP'.
           05 FILLER PIC X(20) VALUE 'ACCT-BACKUP'.
           05 FILLER PIC X(8)  VALUE 'APPREXP '.
           05 FILLER PIC X(20) VALUE 'APPROVAL-EXPIRE'.
           05 FILLER PIC X(8)  VALUE 'STORDPST'.
           05 FILLER PIC X(20) VALUE 'STANDING-ORDER-POST'.
           05 FILLER PIC X(8)  VALUE 'ACHPOST1'.
           05 FILLER PIC X(20) VALUE 'ACH-POST'.
           05 FILLER PIC X(8)  VALUE 'CHKCLR  '.
           05 FILLER PIC X(20) VALUE 'CHECK-CLEAR'.
           05 FILLER PIC X(8)  VALUE 'ACHORIG '.
           05 FILLER PIC X(20) VALUE 'ACH-ORIGINATE'.
           05 FILLER PIC X(8)  VALUE 'TDMATUR '.
           05 FILLER PIC X(20) VALUE 'TD-MATURITY'.
           05 FILLER PIC X(8)  VALUE 'GLEXTR  '.
           05 FILLER PIC X(20) VALUE 'GL-EXTRACT'.
           05 FILLER PIC X(8)  VALUE 'BALSNAP '.
           05 FILLER PIC X(20) VALUE 'BALANCE-SNAPSHOT'.
           05 FILLER PIC X(8)  VALUE 'CASHRPT '.
           05 FILLER PIC X(20) VALUE 'CASH-REPORT'.
           05 FILLER PIC X(8)  VALUE 'MAINTRPT'.
           05 FILLER PIC X(20) VALUE 'MAINT-REPORT'.
           05 FILLER PIC X(8)  VALUE 'RECONCIL'.
           05 FILLER PIC X(20) VALUE 'DAILY-RECONCILE'.
           05 FILLER PIC X(8)  VALUE 'INTAUDIT'.
           05 FILLER PIC X(20) VALUE 'INTEGRITY-AUDIT'.
           05 FILLER PIC X(8)  VALUE 'RFSNTC  '.
           05 FILLER PIC X(20) VALUE 'REFUSED-NOTICE'.
       01 WS-STEP-TABLE REDEFINES WS-STEP-DEFINITIONS.
           05 WS-STEP-ENTRY OCCURS 14 TIMES INDEXED BY STEP-IDX.
              10 WS-STEP-KEY       PIC X(8).
              10 WS-STEP-PROGRAM   PIC X(20).

           PERFORM INITIALIZE-EODDRV
           PERFORM RUN-ONE-STEP
               VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > 14 OR CHAIN-HALTED
           PERFORM PRINT-OPERATIONS-SUMMARY
           PERFORM CLOSE-EODDRV
           STOP RUN.
           DISPLAY 'STEP                 STAT START  END    ITEMS'
           PERFORM PRINT-ONE-STEP-SUMMARY
               VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > 14
           DISPLAY '=================================='
           PERFORM PRINT-INTEGRITY-WARNING
           IF CHAIN-HALTED
               DISPLAY 'THE CHAIN DID NOT FINISH. FIX THE FAILED '
                   'STEP AND RERUN THE DRIVER.'
                       ' -    NOT STARTED'
           END-EVALUATE.

      * THE INTEGRITY AUDIT COMPLETES WHATEVER IT FINDS, SO A NON-ZERO
      * EXCEPTION COUNT IS CALLED OUT HERE AS WELL AS IN ITS ROW. ITS
      * ENTRY IS FOUND BY RUN KEY, NOT BY ITS PLACE IN THE CHAIN.
       PRINT-INTEGRITY-WARNING.
           SET STEP-IDX TO 1
           SEARCH WS-STEP-ENTRY
               AT END
                   EXIT PARAGRAPH
               WHEN WS-STEP-KEY (STEP-IDX) = 'INTAUDIT'
                   CONTINUE
           END-SEARCH
           PERFORM READ-STEP-STATE
           IF STEP-COMPLETED AND RUN-CHECKPOINT > 0
               DISPLAY '**********************************'
               DISPLAY '* INTEGRITY AUDIT FOUND ' RUN-CHECKPOINT
                   ' EXCEPTIONS.'
               DISPLAY '* SEE THE INTEGRITY-AUDIT REPORT.'
               DISPLAY '**********************************'
           END-IF.

       CLOSE-EODDRV.
           CLOSE RUN-CONTROL-FILE.
