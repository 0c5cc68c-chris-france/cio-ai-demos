      *================================================================
      * ACCTBKRC.CPY
      * ACCOUNT MASTER BACKUP RECORD LAYOUT - SHARED BY THE NIGHTLY
      * BACKUP STEP (ACCT-BACKUP) THAT WRITES ACCTBKUP.DAT AND THE
      * FORWARD RECOVERY PROGRAM (ACCT-RECOVER) THAT RESTORES FROM IT.
      * ONE BACKUP PER BUSINESS DATE, TAKEN AT THE START OF THE
      * END-OF-DAY CHAIN BEFORE ANY BATCH POSTING. THE KEY LEADS WITH
      * THE BACKUP DATE SO ONE BACKUP READS BACK IN ACCOUNT ORDER.
      *
      * EVERY ACCOUNTS.DAT RECORD IS CARRIED WHOLE IN BKUP-ACCOUNT-
      * IMAGE (THE 84-BYTE ACCOUNT-RECORD, SEE ACCTREC.CPY). ACCOUNT
      * NUMBER ZERO IS NEVER ASSIGNED, SO KEY (DATE, 0) HOLDS THE
      * BACKUP HEADER: WHEN IT WAS TAKEN, HOW MANY ACCOUNTS IT HOLDS,
      * AND HOW MANY TRANSLOG.DAT ROWS DATED THAT BUSINESS DATE WERE
      * ALREADY ON THE LOG. RECOVERY REPLAYS ONLY THE ROWS AFTER THAT
      * POINT, SO A POSTING IS NEVER APPLIED TWICE.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  LEGACY-CORP     ORIGINAL LAYOUT
      *================================================================
       01 ACCOUNT-BACKUP-RECORD.
           05 BKUP-KEY.
              10 BKUP-DATE         PIC 9(8).
              10 BKUP-ACCT         PIC 9(8).
           05 BKUP-ACCOUNT-IMAGE   PIC X(84).
           05 BKUP-HEADER REDEFINES BKUP-ACCOUNT-IMAGE.
              10 BKUP-TAKEN-TIME   PIC 9(6).
              10 BKUP-ACCT-COUNT   PIC 9(7).
              10 BKUP-LOG-ROWS     PIC 9(9).
              10 BKUP-STATUS       PIC X(1).
                 88 BKUP-COMPLETE  VALUE 'C'.
                 88 BKUP-PARTIAL   VALUE 'P'.
              10 FILLER            PIC X(61).
