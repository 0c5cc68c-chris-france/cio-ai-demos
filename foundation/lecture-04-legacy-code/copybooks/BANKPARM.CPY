      *                               WHICH A CUSTOMER IS FLAGGED AS
      *                               REPORTABLE ON THE YEAR-END TAX
      *                               REPORT
      *   2026-10-14  LEGACY-CORP     ADDED THE CURRENCY REPORTING
      *                               PARAMETERS FOR THE DAILY CASH-
      *                               REPORT RUN: CTRTHRES, THE CASH
      *                               TOTAL ABOVE WHICH A CUSTOMER'S DAY
      *                               IS REPORTABLE; CTRWINDW, THE
      *                               NUMBER OF BUSINESS DAYS IN THE
      *                               STRUCTURING LOOK-BACK WINDOW; AND
      *                               CTRNEARP, HOW FAR BELOW CTRTHRES
      *                               (PERCENT) A CASH DEPOSIT COUNTS AS
      *                               JUST UNDER THE THRESHOLD
      *   2026-10-15  LEGACY-CORP     ADDED TDPENMOS, THE TIME DEPOSIT
      *                               EARLY-WITHDRAWAL PENALTY IN MONTHS
      *                               OF INTEREST (AT THE DEPOSIT'S OWN
      *                               RATE) ON THE AMOUNT WITHDRAWN
      *   2026-10-15  LEGACY-CORP     ADDED DUALCTRL, THE AMOUNT ABOVE
      *                               WHICH A TELLER DEBIT, TRANSFER,
      *                               OR EXTERNAL PAYMENT WAITS FOR A
      *                               SECOND OPERATOR'S APPROVAL
      *================================================================
       01 PARM-RECORD.
           05 PARM-ID              PIC X(8).
              88 PARM-FEE-BELOW-MIN    VALUE 'FEEBELOW'.
              88 PARM-FEE-WAIVER-BAL   VALUE 'FEEMINBL'.
              88 PARM-TAX-THRESHOLD    VALUE 'TAXTHRES'.
              88 PARM-CASH-THRESHOLD   VALUE 'CTRTHRES'.
              88 PARM-CASH-WINDOW      VALUE 'CTRWINDW'.
              88 PARM-CASH-NEAR-PCT    VALUE 'CTRNEARP'.
              88 PARM-TD-PENALTY-MONTHS VALUE 'TDPENMOS'.
              88 PARM-DUAL-CONTROL     VALUE 'DUALCTRL'.
           05 PARM-VALUE           PIC S9(9)V9(4).
           05 PARM-EFF-DATE        PIC 9(8).
           05 PARM-PRIOR-VALUE     PIC S9(9)V9(4).
