      * ---------------------------------------------------------------
      * COPYBOOK     TERMDEP
      * INSTALLATION RETAIL BANKING DIVISION
      * AUTHOR       D. OKAFOR
      * DATE-WRITTEN 2026-10-15
      * ---------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  DO   ORIGINAL COPYBOOK - TERM DEPOSIT CONTRACT,
      *                    ONE RECORD PER TERM DEPOSIT ACCOUNT (PRODUCT
      *                    'TD', SEE CUSTREC), KEYED BY ACCOUNT NUMBER.
      *                    THE BRANCHES USED TO TRACK THEIR FIXED-TERM
      *                    DEPOSITS ON A SPREADSHEET; THE CONTRACT NOW
      *                    LIVES HERE.  IT HOLDS THE TERM, THE OPENING
      *                    AND MATURITY DATES OF THE CURRENT TERM, THE
      *                    CONTRACT RATE LOCKED AT OPENING (THE POSTING
      *                    RUN ACCRUES AT THIS RATE, NOT THE RATETABL
      *                    BAND), THE PRINCIPAL THE TERM WAS STRUCK ON,
      *                    THE MATURITY INSTRUCTION - RENEW FOR THE
      *                    SAME TERM, PAY TO THE LINKED ACCOUNT, OR
      *                    PAY OUT BY OFFICIAL CHEQUE - AND THE DAYS
      *                    OF CONTRACT INTEREST AN EARLY WITHDRAWAL
      *                    FORFEITS.
      *                    OPENED AND CHANGED BY TDMAINT CARDS TO THE
      *                    TERM-DEPOSIT-MATURITY RUN, WHICH ALSO
      *                    RENEWS OR PAYS OUT THE DEPOSIT AT MATURITY
      *                    AND STAMPS THE PRE-MATURITY NOTICE DATE.  A
      *                    PAID-OUT CONTRACT STAYS ON FILE MARKED 'M'.
      * ---------------------------------------------------------------
000100 01  TERM-DEPOSIT-RECORD.
000110     05  TD-ACCOUNT-NUMBER         PIC X(10).
000120     05  TD-TERM-MONTHS            PIC 9(03).
000130     05  TD-OPEN-DATE              PIC 9(08).
000140     05  TD-MATURITY-DATE          PIC 9(08).
000150     05  TD-CONTRACT-RATE          PIC 9V9(04).
000160     05  TD-PRINCIPAL              PIC 9(7)V99.
000170     05  TD-MATURITY-INSTRUCTION   PIC X(01).
000180         88  TD-RENEW-AT-MATURITY            VALUE 'R'.
000190         88  TD-PAY-TO-LINKED-ACCOUNT        VALUE 'L'.
000200         88  TD-PAY-BY-CHEQUE                VALUE 'Q'.
000210         88  TD-INSTRUCTION-VALID            VALUE 'R' 'L' 'Q'.
000220     05  TD-LINKED-ACCOUNT         PIC X(10).
000230     05  TD-PENALTY-DAYS           PIC 9(03).
000240     05  TD-CONTRACT-STATUS        PIC X(01).
000250         88  TD-STATUS-ACTIVE                VALUE 'A'.
000260         88  TD-STATUS-MATURED               VALUE 'M'.
000270     05  TD-NOTICE-SENT-DATE       PIC 9(08).
000280     05  TD-RENEWAL-COUNT          PIC 9(03).
000290     05  TD-FIRST-OPEN-DATE        PIC 9(08).
000300     05  TD-LAST-MATURED-DATE      PIC 9(08).
000310     05  TD-LAST-PROCEEDS          PIC 9(7)V99.
