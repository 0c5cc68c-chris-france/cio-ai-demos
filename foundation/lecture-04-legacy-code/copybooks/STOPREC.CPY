      * BEFORE STOP-EXPIRY-DATE. THE END-OF-DAY RUN MARKS EXPIRED
      * STOPS RELEASED THE SAME WAY IT RELEASES EXPIRED HOLDS.
      *
      * A STOP CAN INSTEAD NAME A CHECK SERIAL NUMBER OR A RANGE OF
      * THEM (STOP-SERIAL-LOW THROUGH STOP-SERIAL-HIGH, THE SAME
      * VALUE IN BOTH FOR A SINGLE CHECK). A SERIAL STOP ONLY
      * MATCHES CHECKS PRESENTED THROUGH THE CLEARING RUN, AND ONLY
      * WHEN THE AMOUNT ALSO FALLS IN THE AMOUNT RANGE. A STOP WITH
      * ZERO SERIALS IS AN AMOUNT STOP AND MATCHES ANY DEBIT.
      *
      * MODIFICATION HISTORY
      *   2026-09-02  LEGACY-CORP     ORIGINAL LAYOUT
      *   2026-10-14  LEGACY-CORP     ADDED STOP-SERIAL-LOW/HIGH FOR
      *                               STOPS ON A CHECK NUMBER OR A
      *                               RANGE OF CHECK NUMBERS
      *================================================================
       01 STOP-RECORD.
           05 STOP-KEY.
           05 STOP-REASON          PIC X(20).
           05 STOP-PLACED-DATE     PIC 9(8).
           05 STOP-PLACED-BY       PIC X(5).
           05 STOP-SERIAL-LOW      PIC 9(10).
              88 STOP-ON-SERIAL    VALUES 1 THRU 9999999999.
           05 STOP-SERIAL-HIGH     PIC 9(10).
