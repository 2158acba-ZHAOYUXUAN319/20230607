      *                    MAINTENANCE OR INQUIRY PROGRAM READS THE
      *                    SAME DEFINITION THE NIGHTLY POSTING
      *                    PROGRAM USES.
      *   2026-10-12  DO   ADDED SO-BENEFICIARY-ACCOUNT.  AN ORDER
      *                    PAYING ONE OF OUR OWN ACCOUNTS NAMES IT
      *                    HERE AND IS POSTED AS AN INTERNAL TRANSFER
      *                    (SEE TRANLEDG) - THE CREDIT REACHES THE
      *                    BENEFICIARY ONLY WHEN THE DEBIT POSTS.
      *                    SPACES FOR AN ORDER PAYING AN OUTSIDE
      *                    SO-COUNTERPARTY, AS BEFORE.
      *   2026-10-12  DO   ADDED SO-ROLL-RULE, HOW A DUE DATE THAT
      *                    FALLS ON A WEEKEND OR BANK HOLIDAY IS MOVED
      *                    ONTO A BUSINESS DAY: 'F' (OR SPACE) PAYS ON
      *                    THE FOLLOWING BUSINESS DAY, 'P' ON THE
      *                    PRECEDING BUSINESS DAY, 'M' (MODIFIED
      *                    FOLLOWING) ON THE FOLLOWING BUSINESS DAY
      *                    UNLESS THAT CROSSES INTO THE NEXT MONTH, IN
      *                    WHICH CASE ON THE PRECEDING ONE.  THE NEXT
      *                    DUE DATE ITSELF IS NEVER MOVED, SO THE
      *                    ORDER'S SCHEDULE DOES NOT DRIFT.
      * ---------------------------------------------------------------
000100 01  STANDING-ORDER-RECORD.
000110     05  SO-ORDER-KEY.
000180         88  SO-MONTHLY                      VALUE 'M'.
000190         88  SO-QUARTERLY                    VALUE 'Q'.
000200     05  SO-NEXT-DUE-DATE          PIC 9(08).
000210     05  SO-BENEFICIARY-ACCOUNT    PIC X(10).
000220     05  SO-ROLL-RULE              PIC X(01).
000230         88  SO-ROLL-FOLLOWING               VALUE 'F' SPACE.
000240         88  SO-ROLL-PRECEDING               VALUE 'P'.
000250         88  SO-ROLL-MODIFIED                VALUE 'M'.
