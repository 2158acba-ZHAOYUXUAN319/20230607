      * ---------------------------------------------------------------
      * COPYBOOK     CASHACT
      * INSTALLATION RETAIL BANKING DIVISION
      * AUTHOR       D. OKAFOR
      * DATE-WRITTEN 2026-10-09
      * ---------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-09  DO   ORIGINAL COPYBOOK - DAILY CASH ACTIVITY
      *                    RECORD, KEYED BY THE OWNING CUSTOMER, THE
      *                    BUSINESS DATE AND THE ACCOUNT.  THE NIGHTLY
      *                    CASH SURVEILLANCE RUN WRITES ONE RECORD PER
      *                    ACCOUNT WITH CREDIT OR DEBIT ACTIVITY THAT
      *                    NIGHT (A RERUN REWRITES IT IN PLACE) AND
      *                    READS BACK THE CUSTOMER'S RECENT DAYS TO
      *                    TEST THE ROLLING STRUCTURING AND RAPID-
      *                    MOVEMENT WINDOWS.  CASH IS TL-CHANNEL-CODE
      *                    'C'; THE CREDIT AND DEBIT TOTALS COVER EVERY
      *                    CHANNEL.  A NEAR-THRESHOLD DEPOSIT IS A CASH
      *                    CREDIT AT OR ABOVE THE STRUCTURING FLOOR BUT
      *                    NOT OVER THE REPORTING THRESHOLD.  AN
      *                    ACCOUNT WITH NO LIVE OWNER ON ACCTREL IS
      *                    FILED UNDER ITS OWN ACCOUNT NUMBER.  THE RUN
      *                    DELETES DAYS OLDER THAN ITS LONGEST WINDOW.
      * ---------------------------------------------------------------
000100 01  CASH-ACTIVITY-RECORD.
000110     05  CA-ACTIVITY-KEY.
000120         10  CA-CUSTOMER-ID        PIC X(10).
000130         10  CA-ACTIVITY-DATE      PIC 9(08).
000140         10  CA-ACCOUNT-NUMBER     PIC X(10).
000150     05  CA-CASH-IN-AMOUNT         PIC 9(09)V99.
000160     05  CA-CASH-IN-COUNT          PIC 9(05).
000170     05  CA-CASH-OUT-AMOUNT        PIC 9(09)V99.
000180     05  CA-CASH-OUT-COUNT         PIC 9(05).
000190     05  CA-NEAR-AMOUNT            PIC 9(09)V99.
000200     05  CA-NEAR-COUNT             PIC 9(05).
000210     05  CA-CREDIT-AMOUNT          PIC 9(09)V99.
000220     05  CA-DEBIT-AMOUNT           PIC 9(09)V99.
