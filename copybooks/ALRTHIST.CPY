      * ---------------------------------------------------------------
      * COPYBOOK     ALRTHIST
      * INSTALLATION RETAIL BANKING DIVISION
      * AUTHOR       D. OKAFOR
      * DATE-WRITTEN 2026-10-15
      * ---------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  DO   ORIGINAL COPYBOOK - CUSTOMER ALERT HISTORY,
      *                    KEYED BY ACCOUNT AND ALERT TYPE, THE SAME
      *                    SCHEME AS THE LTRHIST LETTER HISTORY.  ALERT
      *                    TYPES: 'L' LOW BALANCE, 'D' LARGE DEBIT, 'H'
      *                    HELD DEBIT, 'S' STOPPED ITEM, 'C' DEPOSIT
      *                    RECEIVED.  'L' AND 'H' ARE STANDING
      *                    CONDITIONS - THE RECORD STANDS WHILE THE
      *                    CONDITION DOES, SO THE CUSTOMER IS NOT
      *                    ALERTED EVERY NIGHT, AND ALERT-FEED DELETES
      *                    IT WHEN THE CONDITION CLEARS.  AH-LAST-
      *                    SEQUENCE HOLDS THE HIGHEST LEDGER SEQUENCE
      *                    OF THE HELD DEBITS ALREADY ALERTED, SO A
      *                    FURTHER DEBIT HELD BEHIND THEM ALERTS AGAIN.
      *                    'D', 'S' AND 'C' ARE EVENTS AND ARE NEVER
      *                    CLEARED; AH-LAST-SENT-DATE TELLS A RERUN OF
      *                    THE SAME NIGHT FROM A NEW EVENT.
      * ---------------------------------------------------------------
000100 01  ALERT-HISTORY-RECORD.
000110     05  AH-ALERT-KEY.
000120         10  AH-ACCOUNT-NUMBER     PIC X(10).
000130         10  AH-ALERT-TYPE         PIC X(01).
000140     05  AH-FIRST-SENT-DATE        PIC 9(08).
000150     05  AH-LAST-SENT-DATE         PIC 9(08).
000160     05  AH-ALERT-COUNT            PIC 9(05).
000170     05  AH-LAST-SEQUENCE          PIC 9(06).
