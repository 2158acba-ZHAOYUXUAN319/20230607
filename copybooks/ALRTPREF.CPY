      * ---------------------------------------------------------------
      * COPYBOOK     ALRTPREF
      * INSTALLATION RETAIL BANKING DIVISION
      * AUTHOR       D. OKAFOR
      * DATE-WRITTEN 2026-10-15
      * ---------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  DO   ORIGINAL COPYBOOK - CUSTOMER ALERT SETTINGS,
      *                    ONE RECORD PER ACCOUNT, KEYED BY ACCOUNT
      *                    NUMBER.  HOLDS THE CHANNEL THE NOTIFICATION
      *                    VENDOR DELIVERS ON ('S' SMS TEXT, 'P' PUSH TO
      *                    THE MOBILE APP) AND ITS DESTINATION (MOBILE
      *                    NUMBER OR APP DEVICE ID), AND THE ALERTS THE
      *                    CUSTOMER HAS CHOSEN, EACH SWITCHED 'Y' OR
      *                    'N': LOW BALANCE (THE POSTED BALANCE FALLS
      *                    BELOW THE CUSTOMER'S LIMIT - A ZERO LIMIT
      *                    ALERTS ONLY WHEN OVERDRAWN), LARGE DEBIT (A
      *                    DEBIT POSTED OVER THE CUSTOMER'S LIMIT - A
      *                    ZERO LIMIT ALERTS ON EVERY DEBIT), HELD
      *                    DEBIT, STOPPED ITEM AND DEPOSIT RECEIVED.
      *                    SET UP, CHANGED AND CANCELLED BY ALRTTXN
      *                    CARDS TO ALERT-MAINT; A CANCELLED RECORD
      *                    STAYS ON FILE MARKED 'X' AND IS REOPENED BY
      *                    A LATER ADD.  READ NIGHTLY BY ALERT-FEED.
      * ---------------------------------------------------------------
000100 01  ALERT-PREFERENCE-RECORD.
000110     05  AP-ACCOUNT-NUMBER         PIC X(10).
000120     05  AP-CHANNEL                PIC X(01).
000130         88  AP-CHANNEL-SMS                  VALUE 'S'.
000140         88  AP-CHANNEL-PUSH                 VALUE 'P'.
000150         88  AP-CHANNEL-VALID                VALUE 'S' 'P'.
000160     05  AP-DESTINATION            PIC X(40).
000170     05  AP-LOW-BALANCE-SWITCH     PIC X(01).
000180         88  AP-LOW-BALANCE-WANTED           VALUE 'Y'.
000190     05  AP-LOW-BALANCE-LIMIT      PIC 9(7)V99.
000200     05  AP-LARGE-DEBIT-SWITCH     PIC X(01).
000210         88  AP-LARGE-DEBIT-WANTED           VALUE 'Y'.
000220     05  AP-LARGE-DEBIT-LIMIT      PIC 9(7)V99.
000230     05  AP-HELD-DEBIT-SWITCH      PIC X(01).
000240         88  AP-HELD-DEBIT-WANTED            VALUE 'Y'.
000250     05  AP-STOPPED-ITEM-SWITCH    PIC X(01).
000260         88  AP-STOPPED-ITEM-WANTED          VALUE 'Y'.
000270     05  AP-DEPOSIT-SWITCH         PIC X(01).
000280         88  AP-DEPOSIT-WANTED               VALUE 'Y'.
000290     05  AP-PREFERENCE-STATUS      PIC X(01).
000300         88  AP-STATUS-ACTIVE                VALUE 'A'.
000310         88  AP-STATUS-CANCELLED             VALUE 'X'.
000320     05  AP-SET-UP-DATE            PIC 9(08).
000330     05  AP-LAST-MAINT-DATE        PIC 9(08).
