      * ---------------------------------------------------------------
      * COPYBOOK     XFERWRK
      * INSTALLATION RETAIL BANKING DIVISION
      * AUTHOR       D. OKAFOR
      * DATE-WRITTEN 2026-10-15
      * ---------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  DO   ORIGINAL COPYBOOK - STAGED TRANSFER CREDIT.
      *                    A POSTING PARTITION MAY ONLY WRITE TO THE
      *                    ACCOUNTS IN ITS OWN RANGE, BUT THE CREDIT
      *                    LEG OF A TRANSFER CAN BELONG TO ANY
      *                    PARTITION.  SO WHEN A TRANSFER DEBIT POSTS,
      *                    BANK-ACCOUNTING STAGES ONE OF THESE RECORDS
      *                    ON ITS PARTITION'S XFERWRK WORK FILE
      *                    INSTEAD OF WRITING THE 'C' ENTRY ITSELF.
      *                    POSTING-MERGE, RUNNING ALONE ONCE EVERY
      *                    PARTITION HAS ENDED, COUNTS THE RECORDS
      *                    INTO ITS PROOF AND THEN WRITES EACH CREDIT
      *                    LEG UNDER THE CREDIT ACCOUNT'S NEXT FREE
      *                    SEQUENCE NUMBER.  THE DEBIT KEY IDENTIFIES
      *                    THE TRANSFER; A RECORD STAGED TWICE BY A
      *                    RESTARTED PARTITION STILL PAYS ONCE.
      * ---------------------------------------------------------------
000100 01  TRANSFER-WORK-RECORD.
000110     05  XW-PARTITION-NUMBER       PIC 9(02).
000120     05  XW-CREDIT-ACCOUNT         PIC X(10).
000130     05  XW-DEBIT-ACCOUNT          PIC X(10).
000140     05  XW-DEBIT-SEQUENCE         PIC 9(06).
000150     05  XW-STAGED-DATE            PIC 9(08).
000160     05  XW-AMOUNT                 PIC 9(7)V99.
000170     05  XW-TRANSFER-REF           PIC X(12).
000180     05  XW-SOURCE-BATCH           PIC 9(06).
000190     05  XW-CHANNEL-CODE           PIC X(01).
