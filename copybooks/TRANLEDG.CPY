      *                    WALK APPLIES THEM THE SAME WAY, WHILE THE
      *                    GL EXTRACT STILL TELLS THE TWO INCOME
      *                    STREAMS APART BY TYPE.
      *   2026-10-06  DO   ADDED TRANSACTION TYPE 'R' FOR THE
      *                    RETURNED-ITEM FEE THE POSTING RUN CHARGES
      *                    WHEN IT RETURNS A HELD DEBIT TO ITS
      *                    ORIGINATOR.  'R' IS A BANK CHARGE LIKE 'F'
      *                    AND 'S'.  ADDED TL-SOURCE-BATCH, THE RAW
      *                    BATCH NUMBER TRANSACTION-CAPTURE LOADED THE
      *                    ENTRY FROM (999999 FOR A REPAIRED REJECT),
      *                    SO A RETURNED ITEM CAN BE SENT BACK TO THE
      *                    BRANCH OR ATM BATCH IT CAME IN ON.  ZERO ON
      *                    EVERY ENTRY THE SYSTEM POSTS ITSELF.
      *   2026-10-09  DO   ADDED TL-CHANNEL-CODE, THE CHANNEL THE
      *                    MONEY MOVED THROUGH AS THE RAW FEED
      *                    DECLARED IT - 'C' CASH OVER THE COUNTER OR
      *                    AT AN ATM, 'Q' CHEQUE, 'E' ELECTRONIC.  A
      *                    STANDING-ORDER DEBIT IS 'E'.  SPACE ON AN
      *                    ENTRY THE SYSTEM POSTS ITSELF (INTEREST,
      *                    FEES, CHARGES) AND ON A RAW DETAIL THAT
      *                    DECLARED NO CHANNEL.  THE NIGHTLY CASH
      *                    SURVEILLANCE RUN READS IT.
      *   2026-10-12  DO   ADDED THE TRANSFER FIELDS FOR A TRANSFER
      *                    BETWEEN TWO OF OUR OWN ACCOUNTS.  CAPTURE
      *                    (OR STANDING-ORDER-POST) LOADS ONLY THE
      *                    DEBIT LEG, AS AN ORDINARY 'D' ENTRY MARKED
      *                    TL-TRANSFER-AWAITING-CREDIT AND CARRYING
      *                    THE CREDIT ACCOUNT IN TL-CONTRA-ACCOUNT.
      *                    THE POSTING RUN ISSUES THE MATCHING 'C'
      *                    ENTRY ON THE CREDIT ACCOUNT ONLY WHEN THE
      *                    DEBIT ACTUALLY POSTS, THEN MARKS THE DEBIT
      *                    TL-TRANSFER-CREDIT-ISSUED; EACH LEG NAMES
      *                    THE OTHER'S KEY IN TL-CONTRA-ACCOUNT/
      *                    TL-CONTRA-SEQUENCE AND BOTH CARRY THE SAME
      *                    TL-TRANSFER-REF.  A HELD, STOPPED OR
      *                    RETURNED DEBIT NEVER ISSUES ITS CREDIT, SO
      *                    NO MONEY IS MADE OR LOST.  SPACES/ZERO ON
      *                    EVERY ENTRY THAT IS NOT A TRANSFER LEG.
      *   2026-10-15  DO   ADDED TYPE 'P', THE EARLY-WITHDRAWAL PENALTY
      *                    TRANSACTION-CAPTURE CHARGES WHEN A TERM
      *                    DEPOSIT IS DRAWN ON BEFORE IT MATURES.  IT IS
      *                    A BANK CHARGE (TL-BANK-CHARGE), SO EVERY RUN
      *                    THAT ALREADY SUBTRACTS FEES SUBTRACTS IT, AND
      *                    THE GL EXTRACT JOURNALS IT TO ITS OWN INCOME
      *                    LINE.
      *   2026-10-15  DO   ADDED THE DISPUTE TYPES THE DISPUTE-CASE RUN
      *                    POSTS AGAINST A CUSTOMER'S CLAIM ON A LEDGER
      *                    ENTRY: 'V' THE PROVISIONAL CREDIT WHEN THE
      *                    INVESTIGATION PASSES ITS DEADLINE, 'W' THE
      *                    FINAL CREDIT FOR A CLAIM UPHELD BEFORE ANY
      *                    PROVISIONAL CREDIT, AND 'X' THE RE-DEBIT OF
      *                    A PROVISIONAL CREDIT WHEN THE CLAIM IS
      *                    REJECTED.  'V' AND 'W' ADD TO THE BALANCE;
      *                    'X' IS NOT A CHARGE BUT IS IN TL-BANK-CHARGE
      *                    SO EVERY BALANCE WALK SUBTRACTS IT THE SAME
      *                    WAY, UNHELD.  NONE OF THEM IS A 'C' OR 'D',
      *                    SO THEY ARE NOT CUSTOMER ACTIVITY, AND THE
      *                    GL EXTRACT JOURNALS THEM TO THE DISPUTED
      *                    ITEMS ACCOUNT.
      *   2026-10-15  DO   THE 'C' LEG OF A TRANSFER IS NOW WRITTEN BY
      *                    POSTING-MERGE FROM THE DEBITS THE POSTING
      *                    PARTITIONS STAGE ON XFERWRK, SO NO TWO
      *                    PARTITIONS EVER ASSIGN A SEQUENCE NUMBER ON
      *                    THE SAME ACCOUNT.  A TRANSFER WHOSE CREDIT
      *                    ACCOUNT IS CLOSED OR ESCHEATED BY THE TIME
      *                    THE DEBIT WOULD POST IS HELD, THEN RETURNED
      *                    TO ITS ORIGINATOR WITH NO FEE.  AN
      *                    EARLY-WITHDRAWAL 'D' CARRIES THE CONTRACT
      *                    RATE IN TL-RATE-APPLIED UNTIL THE POSTING
      *                    RUN CHARGES ITS 'P' AS IT POSTS; THE 'P'
      *                    NAMES THAT WITHDRAWAL IN TL-CONTRA-ACCOUNT/
      *                    TL-CONTRA-SEQUENCE.  A HELD, STOPPED OR
      *                    RETURNED WITHDRAWAL IS CHARGED NO PENALTY.
      * ---------------------------------------------------------------
000100 01  TRANSACTION-LEDGER-RECORD.
000110     05  TL-LEDGER-KEY.
000150     05  TL-TRANSACTION-TYPE       PIC X(01).
000160         88  TL-DEBIT                       VALUE 'D'.
000170         88  TL-CREDIT                       VALUE 'C'.
000171         88  TL-INTEREST                     VALUE 'I'.
000172         88  TL-OVERDRAFT-FEE                VALUE 'F'.
000173         88  TL-SERVICE-CHARGE               VALUE 'S'.
000174         88  TL-BANK-CHARGE                  VALUE 'F' 'S' 'R'
000175                                                   'P' 'X'.
000176         88  TL-RETURN-FEE                   VALUE 'R'.
000178         88  TL-EARLY-WDL-PENALTY            VALUE 'P'.
000180         88  TL-DISPUTE-PROVISIONAL          VALUE 'V'.
000182         88  TL-DISPUTE-FINAL-CREDIT         VALUE 'W'.
000184         88  TL-DISPUTE-REDEBIT              VALUE 'X'.
000186         88  TL-DISPUTE-ENTRY                VALUE 'V' 'W' 'X'.
000188     05  TL-TRANSACTION-AMOUNT     PIC 9(7)V99.
000190     05  TL-RATE-APPLIED           PIC 9V9(04).
000200     05  TL-SOURCE-BATCH           PIC 9(06).
000210     05  TL-CHANNEL-CODE           PIC X(01).
000220         88  TL-CHANNEL-CASH                 VALUE 'C'.
000230         88  TL-CHANNEL-CHEQUE               VALUE 'Q'.
000240         88  TL-CHANNEL-ELECTRONIC           VALUE 'E'.
000250         88  TL-CHANNEL-NONE                 VALUE SPACE.
000260     05  TL-TRANSFER-REF           PIC X(12).
000270     05  TL-CONTRA-ACCOUNT         PIC X(10).
000280     05  TL-CONTRA-SEQUENCE        PIC 9(06).
000290     05  TL-TRANSFER-LEG           PIC X(01).
000300         88  TL-NOT-TRANSFER                 VALUE SPACE.
000310         88  TL-TRANSFER-AWAITING-CREDIT     VALUE 'W'.
000320         88  TL-TRANSFER-CREDIT-ISSUED       VALUE 'P'.
000330         88  TL-TRANSFER-CREDIT-LEG          VALUE 'C'.
