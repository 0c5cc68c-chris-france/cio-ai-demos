      *================================================================
      * NTCCTLRC.CPY
      * REFUSED-ITEM NOTICE PRINT CONTROL RECORD LAYOUT - WRITTEN BY
      * THE NIGHTLY NOTICE RUN (REFUSED-NOTICE) TO NTCCTL.DAT SO THE
      * MAILROOM CAN BALANCE THE NOTICES IT PRINTED AND MAILED
      * AGAINST WHAT THE RUN GENERATED. ONE RECORD PER BUSINESS DATE
      * PER REASON CODE THAT CAME UP THAT DAY, PLUS A TOTAL RECORD
      * (REASON 'TT'). A RERUN OF THE SAME DATE REPLACES THE DAY'S
      * RECORDS.
      *
      * A NOTICE CARRIES EVERY REFUSED ITEM ON ONE ACCOUNT, SO ONE
      * NOTICE CAN COUNT UNDER SEVERAL REASONS; THE TOTAL RECORD
      * COUNTS EACH NOTICE ONCE. NC-COPY-COUNT IS THE NUMBER OF OWNER
      * ADDRESSES PRINTED (ONE MAILED COPY EACH). NC-NO-ADDRESS-COUNT
      * IS NOTICES GENERATED WITH NO OWNER ADDRESS ON FILE, WHICH THE
      * BRANCH MUST HANDLE. ITEMS ON AN ACCOUNT NOT ON FILE GET NO
      * NOTICE AND ARE COUNTED UNDER REASON 'NF'.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  LEGACY-CORP     ORIGINAL LAYOUT
      *================================================================
       01 NOTICE-CONTROL-RECORD.
           05 NC-KEY.
              10 NC-DATE           PIC 9(8).
              10 NC-REASON         PIC X(2).
                 88 NC-TOTAL-RECORD VALUE 'TT'.
           05 NC-REASON-TEXT       PIC X(30).
           05 NC-ITEM-COUNT        PIC 9(7).
           05 NC-NOTICE-COUNT      PIC 9(7).
           05 NC-COPY-COUNT        PIC 9(7).
           05 NC-NO-ADDRESS-COUNT  PIC 9(7).
           05 NC-RUN-TIME          PIC 9(6).
