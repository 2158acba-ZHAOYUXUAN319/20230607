      *                    CM-ACCOUNT-STATUS VALUES THAT TRIGGER THEM:
      *                    'O' OVERDRAFT/HELD-DEBIT NOTICE, 'D'
      *                    DORMANCY NOTICE.
      *   2026-10-06  DO   ADDED LETTER TYPE 'R', THE RETURNED-ITEM
      *                    NOTICE.  A RETURN IS AN EVENT RATHER THAN A
      *                    STANDING CONDITION, SO THE 'R' RECORD IS
      *                    NEVER CLEARED; LH-LAST-SENT-DATE STOPS A
      *                    RERUN LETTERING THE SAME NIGHT TWICE AND
      *                    LH-LETTER-COUNT COUNTS THE RETURN NIGHTS.
      * ---------------------------------------------------------------
000100 01  LETTER-HISTORY-RECORD.
000110     05  LH-LETTER-KEY.
