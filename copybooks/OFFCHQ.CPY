      * ---------------------------------------------------------------
      * COPYBOOK     OFFCHQ
      * INSTALLATION RETAIL BANKING DIVISION
      * AUTHOR       D. OKAFOR
      * DATE-WRITTEN 2026-10-13
      * ---------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-13  DO   ORIGINAL COPYBOOK - PERMANENT OFFICIAL-
      *                    CHEQUE REGISTER, ONE RECORD PER OFFICIAL
      *                    CHEQUE THE ACCOUNT-CLOSURE RUN ISSUES FOR A
      *                    CLOSED ACCOUNT'S PROCEEDS, KEYED BY ACCOUNT
      *                    NUMBER AND ISSUE DATE.  NEVER DELETED - THE
      *                    CHEQUE IS PRINTED AND MAILED FROM THIS FILE
      *                    AND A LATER QUERY ON IT IS ANSWERED FROM IT:
      *                    WHO IT WAS PAYABLE TO, HOW MUCH, AND WHICH
      *                    LEDGER DEBIT FUNDED IT.
      *   2026-10-15  DO   THE TERM-DEPOSIT-MATURITY RUN NOW ALSO
      *                    ISSUES AN OFFICIAL CHEQUE HERE FOR A TERM
      *                    DEPOSIT WHOSE MATURITY INSTRUCTION IS PAY
      *                    OUT BY CHEQUE, UNDER THE SAME KEY.
      * ---------------------------------------------------------------
000100 01  OFFICIAL-CHEQUE-RECORD.
000110     05  OC-CHEQUE-KEY.
000120         10  OC-ACCOUNT-NUMBER     PIC X(10).
000130         10  OC-ISSUE-DATE         PIC 9(08).
000140     05  OC-PAYEE-NAME             PIC X(30).
000150     05  OC-CHEQUE-AMOUNT          PIC 9(7)V99.
000160     05  OC-CURRENCY-CODE          PIC X(03).
000170     05  OC-BRANCH-CODE            PIC X(03).
000180     05  OC-LEDGER-SEQUENCE        PIC 9(06).
