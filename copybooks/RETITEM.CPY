      * ---------------------------------------------------------------
      * COPYBOOK     RETITEM
      * INSTALLATION RETAIL BANKING DIVISION
      * AUTHOR       D. OKAFOR
      * DATE-WRITTEN 2026-10-06
      * ---------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-06  DO   ORIGINAL COPYBOOK - RETURNED-ITEM RECORD,
      *                    KEYED BY ACCOUNT, RETURN DATE AND THE
      *                    LEDGER SEQUENCE NUMBER THE DEBIT HELD.  THE
      *                    POSTING RUN WRITES ONE RECORD FOR EACH
      *                    HELD DEBIT IT RETURNS TO THE ORIGINATOR
      *                    AFTER THE OVERDRAFT FLOOR HAS HELD IT PAST
      *                    THE RETURN HORIZON, CARRYING THE DEBIT AS
      *                    IT STOOD ON THE LEDGER, THE RAW BATCH IT
      *                    CAME IN ON, THE ACCOUNT'S BRANCH AND THE
      *                    RETURNED-ITEM FEE CHARGED FOR IT.  THE
      *                    RETURNS REGISTER, THE CUSTOMER NOTICE RUN
      *                    AND THE GL EXTRACT EACH PICK UP THE NIGHT'S
      *                    RETURNS BY RI-RETURN-DATE.  THE FILE IS
      *                    PERMANENT; THE RETURN DATE IN THE KEY KEEPS
      *                    A SEQUENCE NUMBER REUSED AFTER THE MONTH-
      *                    END ARCHIVE FROM COLLIDING WITH AN OLD
      *                    RETURN.
      * ---------------------------------------------------------------
000100 01  RETURNED-ITEM-RECORD.
000110     05  RI-ITEM-KEY.
000120         10  RI-ACCOUNT-NUMBER     PIC X(10).
000130         10  RI-RETURN-DATE        PIC 9(08).
000140         10  RI-SEQUENCE-NUMBER    PIC 9(06).
000150     05  RI-ORIGINAL-DATE          PIC 9(08).
000160     05  RI-ITEM-AMOUNT            PIC 9(7)V99.
000170     05  RI-SOURCE-BATCH           PIC 9(06).
000180     05  RI-BRANCH-CODE            PIC X(03).
000190     05  RI-DAYS-HELD              PIC 9(03).
000200     05  RI-FEE-AMOUNT             PIC 9(03)V99.
