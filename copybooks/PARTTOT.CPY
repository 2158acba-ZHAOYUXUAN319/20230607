      * ---------------------------------------------------------------
      * COPYBOOK     PARTTOT
      * INSTALLATION RETAIL BANKING DIVISION
      * AUTHOR       D. OKAFOR
      * DATE-WRITTEN 2026-10-14
      * ---------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-14  DO   ORIGINAL COPYBOOK - POSTING PARTITION CONTROL
      *                    TOTALS.  EACH PARTITION OF BANK-ACCOUNTING
      *                    EMPTIES ITS OWN PARTTOT AT START AND WRITES
      *                    THIS ONE RECORD ONLY WHEN IT RUNS TO
      *                    COMPLETION, SO A MISSING OR OLD-DATED RECORD
      *                    MEANS THE PARTITION HAS NOT FINISHED TONIGHT.
      *                    THE COUNTS ARE WHAT THE PARTITION STAGED ON
      *                    ITS WORK FILES; POSTING-MERGE RECOUNTS THE
      *                    WORK FILES AND THE MASTER AND HOLDS THE
      *                    REPORTS AND THE TRIAL BALANCE UNLESS EVERY
      *                    PARTITION AGREES.  THE RETURNED-ITEM AND
      *                    TRANSFER-CREDIT FIGURES ARE CARRIED FOR THE
      *                    BANK-WIDE TOTALS ONLY.
      *   2026-10-15  DO   THE TRANSFER-CREDIT FIGURES ARE NOW THE
      *                    DEBITS STAGED ON THE PARTITION'S XFERWRK,
      *                    AND POSTING-MERGE PROVES THEM AGAINST THAT
      *                    WORK FILE LIKE THE OTHER COUNTS.
      * ---------------------------------------------------------------
000100 01  PARTITION-TOTAL-RECORD.
000110     05  PT-PARTITION-NUMBER       PIC 9(02).
000120     05  PT-BUSINESS-DATE          PIC 9(08).
000130     05  PT-LOW-ACCOUNT            PIC X(10).
000140     05  PT-HIGH-ACCOUNT           PIC X(10).
000150     05  PT-ACCOUNTS-PROCESSED     PIC 9(07).
000160     05  PT-OD-LINES               PIC 9(07).
000170     05  PT-VR-LINES               PIC 9(07).
000180     05  PT-STOP-LINES             PIC 9(07).
000190     05  PT-AUDIT-LINES            PIC 9(07).
000200     05  PT-SUSPENSE-ITEMS         PIC 9(07).
000210     05  PT-SUSPENSE-AMOUNT        PIC S9(11)V99.
000220     05  PT-RETURNED-ITEMS         PIC 9(05).
000230     05  PT-RETURNED-AMOUNT        PIC 9(09)V99.
000240     05  PT-TRANSFER-CREDITS       PIC 9(05).
000250     05  PT-TRANSFER-AMOUNT        PIC 9(09)V99.
