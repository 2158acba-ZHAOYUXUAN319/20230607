      *                    VARIANCE REPORTING CAN SPLIT BY BRANCH
      *                    INSTEAD OF AN OPERATOR SCISSORING ONE
      *                    BANK-WIDE LISTING EVERY MORNING.
      *   2026-10-13  DO   ADDED THE CLOSED STATUS 'C', SET BY THE
      *                    ACCOUNT-CLOSURE RUN ONCE THE ACCOUNT IS
      *                    SETTLED AND PAID OUT, IN PLACE OF DELETING
      *                    THE MASTER - THE ACCOUNT AND ITS HISTORY
      *                    STAY INQUIRABLE.  CM-LAST-ACTIVITY-DATE
      *                    HOLDS THE CLOSURE DATE.  POSTING, CAPTURE,
      *                    STANDING ORDER AND FEE RUNS ALL TREAT A
      *                    CLOSED ACCOUNT AS THEY TREAT AN ESCHEATED
      *                    ONE.
      *   2026-10-15  DO   ADDED THE TERM DEPOSIT PRODUCT 'TD'.  ITS
      *                    TERM, DATES, CONTRACT RATE AND MATURITY
      *                    INSTRUCTION ARE HELD ON THE TERM DEPOSIT
      *                    CONTRACT FILE (TERMDEP COPYBOOK), KEYED BY
      *                    THE SAME ACCOUNT NUMBER.
      * ---------------------------------------------------------------
000100 01  CUSTOMER-MASTER-RECORD.
000110     05  CM-ACCOUNT-NUMBER         PIC X(10).
000180         88  CM-STATUS-OVERLIMIT             VALUE 'O'.
000190         88  CM-STATUS-DORMANT               VALUE 'D'.
000195         88  CM-STATUS-ESCHEATED             VALUE 'E'.
000197         88  CM-STATUS-CLOSED                VALUE 'C'.
000200     05  CM-LAST-ACTIVITY-DATE     PIC 9(08).
000210     05  CM-DELIVERY-PREFERENCE    PIC X(01).
000220         88  CM-DELIVER-PAPER                VALUE 'P' SPACE.
000250         88  CM-PRODUCT-CHECKING             VALUE 'CK' SPACES.
000260         88  CM-PRODUCT-SAVINGS              VALUE 'SV'.
000270         88  CM-PRODUCT-PROMO-SAVINGS        VALUE 'PS'.
000275         88  CM-PRODUCT-TERM-DEPOSIT         VALUE 'TD'.
000280     05  CM-STATEMENT-CYCLE        PIC 9(02).
000290     05  CM-LAST-STATEMENT-DATE    PIC 9(08).
000300     05  CM-BRANCH-CODE            PIC X(03).
