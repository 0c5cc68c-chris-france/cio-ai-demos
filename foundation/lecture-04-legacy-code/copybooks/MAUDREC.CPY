      *================================================================
      * MAUDREC.CPY
      * MAINTENANCE AUDIT RECORD LAYOUT - SHARED BY ALL PROGRAMS THAT
      * OPEN MAINTAUD.DAT. EVERY CHANGE MADE THROUGH THE 'M'
      * MAINTENANCE OPERATION IN ACCOUNTING-SYSTEM (CUSTOMER NAME,
      * ADDRESS, PHONE, OR TAX ID; ACCOUNT NAME OR TYPE; REMOVAL OF A
      * JOINT OWNER FROM ACCTOWN.DAT) APPENDS ONE RECORD HERE WITH THE
      * OPERATOR, BUSINESS DATE, AND TIME, AND THE WHOLE RECORD AS IT
      * STOOD BEFORE AND AFTER THE CHANGE.
      *
      * THE IMAGES ARE THE CUSTOMER-RECORD, ACCOUNT-RECORD, OR
      * OWNER-XREF-RECORD (PER MAUD-CHANGE-CODE) PADDED WITH SPACES;
      * A REMOVED OWNER HAS AN ALL-SPACES AFTER-IMAGE. THE NIGHTLY
      * MAINTENANCE REPORT (MAINT-REPORT) LISTS THE DAY'S RECORDS AND
      * SENDS THE CHANGE-OF-ADDRESS NOTICE TO THE OLD ADDRESS HELD IN
      * THE BEFORE-IMAGE.
      *
      * MODIFICATION HISTORY
      *   2026-10-14  LEGACY-CORP     ORIGINAL LAYOUT
      *================================================================
       01 MAINT-AUDIT-RECORD.
           05 MAUD-DATE            PIC 9(8).
           05 MAUD-TIME            PIC 9(6).
           05 MAUD-OPERATOR-ID     PIC X(5).
           05 MAUD-CHANGE-CODE     PIC X(2).
              88 MAUD-CUST-NAME      VALUE 'CN'.
              88 MAUD-CUST-ADDRESS   VALUE 'CA'.
              88 MAUD-CUST-PHONE     VALUE 'CP'.
              88 MAUD-CUST-TAX-ID    VALUE 'CT'.
              88 MAUD-ACCT-NAME      VALUE 'AN'.
              88 MAUD-ACCT-TYPE      VALUE 'AT'.
              88 MAUD-OWNER-REMOVED  VALUE 'OR'.
              88 MAUD-CUSTOMER-CHANGE VALUES 'CN' 'CA' 'CP' 'CT'.
              88 MAUD-ACCOUNT-CHANGE  VALUES 'AN' 'AT'.
           05 MAUD-CUSTOMER        PIC 9(6).
           05 MAUD-ACCT            PIC 9(8).
           05 MAUD-BEFORE-IMAGE    PIC X(150).
           05 MAUD-AFTER-IMAGE     PIC X(150).
