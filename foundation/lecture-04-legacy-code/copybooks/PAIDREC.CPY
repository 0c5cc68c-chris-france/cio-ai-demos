      *================================================================
      * PAIDREC.CPY
      * PAID CHECK RECORD LAYOUT - SHARED BY ALL PROGRAMS THAT OPEN
      * PAIDCHKS.DAT. THE CLEARING RUN (CHECK-CLEAR) WRITES ONE RECORD
      * FOR EVERY CHECK IT PAYS, KEYED BY THE ACCOUNT THE CHECK IS
      * DRAWN ON PLUS THE CHECK SERIAL NUMBER, SO A CHECK PRESENTED A
      * SECOND TIME IS FOUND WITH ONE KEYED READ AND RETURNED INSTEAD
      * OF BEING PAID TWICE.
      *
      * MODIFICATION HISTORY
      *   2026-10-14  LEGACY-CORP     ORIGINAL LAYOUT
      *================================================================
       01 PAID-RECORD.
           05 PAID-KEY.
              10 PAID-ACCT         PIC 9(8).
              10 PAID-SERIAL       PIC 9(10).
           05 PAID-AMOUNT          PIC S9(9)V99.
           05 PAID-PRESENT-DATE    PIC 9(8).
           05 PAID-POSTED-DATE     PIC 9(8).
           05 PAID-POSTED-TIME     PIC 9(6).
