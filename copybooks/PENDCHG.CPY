      * ---------------------------------------------------------------
      * COPYBOOK     PENDCHG
      * INSTALLATION RETAIL BANKING DIVISION
      * AUTHOR       D. OKAFOR
      * DATE-WRITTEN 2026-10-14
      * ---------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-14  DO   ORIGINAL COPYBOOK - PENDING MASTER CHANGE,
      *                    THE PERMANENT KEYED FILE (PROD.BANK.PENDCHG)
      *                    THAT HOLDS A SENSITIVE MAINTENANCE CARD
      *                    UNTIL A SECOND USER APPROVES IT.  CUSTOMER-
      *                    MAINTENANCE (SOURCE 'C') HOLDS AN OVERDRAFT
      *                    LIMIT INCREASE, A NAME CHANGE OR A BRANCH
      *                    MOVE; STANDING-ORDER-MAINT (SOURCE 'S')
      *                    HOLDS A LARGE ORDER.  THE KEY IS THE DATE
      *                    THE CARD WAS HELD AND A SEQUENCE NUMBER
      *                    WITHIN THAT DATE - THE REFERENCE THE CHECKER
      *                    QUOTES ON THE APPROVAL CARD.  THE CARD IS
      *                    KEPT EXACTLY AS THE MAKER SUBMITTED IT AND
      *                    IS RE-EDITED IN FULL WHEN IT IS APPLIED.
      *                    AN ITEM IS NEVER DELETED: IT MOVES FROM 'P'
      *                    PENDING TO 'A' APPLIED, 'D' DECLINED, 'E'
      *                    EXPIRED OR 'F' FAILED (APPROVED BUT NO
      *                    LONGER PASSING ITS EDITS), STAMPED WITH THE
      *                    CHECKER AND THE DATE.  PC-CATEGORY-CODES
      *                    SHOWS WHY IT WAS HELD - O OVERDRAFT
      *                    INCREASE, N NAME, B BRANCH, L LARGE ORDER.
      * ---------------------------------------------------------------
000100 01  PENDING-CHANGE-RECORD.
000110     05  PC-PENDING-KEY.
000120         10  PC-SUBMIT-DATE        PIC 9(08).
000130         10  PC-PENDING-SEQUENCE   PIC 9(04).
000140     05  PC-SOURCE                 PIC X(01).
000150         88  PC-FROM-CUSTOMER-MAINT          VALUE 'C'.
000160         88  PC-FROM-ORDER-MAINT             VALUE 'S'.
000170     05  PC-ACCOUNT-NUMBER         PIC X(10).
000180     05  PC-ORDER-NUMBER           PIC 9(04).
000190     05  PC-CATEGORY-CODES         PIC X(04).
000200     05  PC-MAKER-ID               PIC X(08).
000210     05  PC-CHANGE-STATUS          PIC X(01).
000220         88  PC-STATUS-PENDING               VALUE 'P'.
000230         88  PC-STATUS-APPLIED               VALUE 'A'.
000240         88  PC-STATUS-DECLINED              VALUE 'D'.
000250         88  PC-STATUS-EXPIRED               VALUE 'E'.
000260         88  PC-STATUS-FAILED                VALUE 'F'.
000270     05  PC-CHECKER-ID             PIC X(08).
000280     05  PC-ACTION-DATE            PIC 9(08).
000290     05  PC-CARD-IMAGE             PIC X(100).
