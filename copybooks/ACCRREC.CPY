      * ---------------------------------------------------------------
      * COPYBOOK     ACCRREC
      * INSTALLATION RETAIL BANKING DIVISION
      * AUTHOR       D. OKAFOR
      * DATE-WRITTEN 2026-10-05
      * ---------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-05  DO   ORIGINAL COPYBOOK - INTEREST ACCRUAL FILE,
      *                    ONE RECORD PER ACCOUNT, KEYED BY ACCOUNT
      *                    NUMBER.  THE POSTING RUN ACCRUES ONE DAY'S
      *                    INTEREST EVERY NIGHT ON THE DAY'S CLOSING
      *                    BALANCE AT THE ACCOUNT'S RATE BAND, AND
      *                    PAYS THE WHOLE CENTS OF THE ACCRUAL AS THE
      *                    MONTHLY 'I' LEDGER ENTRY ON THE FIRST NIGHT
      *                    OF THE NEW MONTH.  THE SUB-CENT RESIDUE
      *                    STAYS ON IA-ACCRUED-TO-DATE AND CARRIES
      *                    INTO THE NEXT MONTH.  IA-GL-ACCRUAL-AMOUNT
      *                    IS THE WHOLE-CENT MOVEMENT IN THE ACCRUAL
      *                    BOOKED TONIGHT, SO THE GL INTEREST-PAYABLE
      *                    LIABILITY ALWAYS EQUALS THE WHOLE CENTS OF
      *                    IA-ACCRUED-TO-DATE SUMMED OVER THE FILE.
      *   2026-10-12  DO   ADDED IA-PAID-THROUGH-DATE.  WITH THE
      *                    BUSINESS-DAY CALENDAR IN USE THE MONTH'S
      *                    INTEREST IS PAID ON THE LAST BUSINESS DAY
      *                    OF THE MONTH, ACCRUING THE REMAINING
      *                    CALENDAR NIGHTS TO MONTH-END AHEAD AT THAT
      *                    NIGHT'S BALANCE AND RATE; THIS IS THE
      *                    MONTH-END DATE IT WAS PAID THROUGH, SO THE
      *                    NEXT NIGHT ACCRUES ONLY FROM THE DAY AFTER
      *                    IT AND THE MONTH IS NOT PAID TWICE.
      *                    IA-LAST-ACCRUAL-DATE STAYS THE CYCLE DATE
      *                    THAT LAST ACCRUED.  ZERO UNTIL THE FIRST
      *                    MONTH-END PAYMENT.
      * ---------------------------------------------------------------
000100 01  INTEREST-ACCRUAL-RECORD.
000110     05  IA-ACCOUNT-NUMBER         PIC X(10).
000120     05  IA-ACCRUED-TO-DATE        PIC 9(07)V9(05).
000130     05  IA-LAST-ACCRUAL-DATE      PIC 9(08).
000140     05  IA-LAST-CLOSING-BALANCE   PIC S9(07)V99.
000150     05  IA-LAST-RATE-APPLIED      PIC 9V9(04).
000160     05  IA-GL-ACCRUAL-AMOUNT      PIC 9(07)V99.
000170     05  IA-LAST-PAID-DATE         PIC 9(08).
000180     05  IA-LAST-PAID-AMOUNT       PIC 9(07)V99.
000190     05  IA-PAID-THROUGH-DATE      PIC 9(08).
