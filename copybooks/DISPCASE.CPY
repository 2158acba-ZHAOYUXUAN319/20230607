      * ---------------------------------------------------------------
      * COPYBOOK     DISPCASE
      * INSTALLATION RETAIL BANKING DIVISION
      * AUTHOR       D. OKAFOR
      * DATE-WRITTEN 2026-10-15
      * ---------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  DO   ORIGINAL COPYBOOK - CUSTOMER DISPUTE CASE,
      *                    ONE RECORD PER DISPUTED LEDGER ENTRY, KEYED
      *                    BY THE ACCOUNT AND THE DISPUTED ENTRY'S
      *                    TL-SEQUENCE-NUMBER.  THE BRANCHES USED TO
      *                    TRACK A CLAIM ON PAPER AND KEY ANY REFUND AS
      *                    AN ORDINARY 'C' CREDIT; THE CASE NOW LIVES
      *                    HERE.  IT HOLDS THE CLAIM DATE, REASON AND
      *                    AMOUNT, A COPY OF THE DISPUTED ENTRY'S DATE
      *                    AND TYPE, THE TWO REGULATORY DEADLINES - THE
      *                    DATE A PROVISIONAL CREDIT FALLS DUE IF THE
      *                    INVESTIGATION IS STILL OPEN, AND THE DATE THE
      *                    CLAIM MUST BE RESOLVED BY - AND THE CASE
      *                    STATUS.  OPENED BY A DSPMAINT CARD TO THE
      *                    DISPUTE-CASE RUN; A LATER CARD RECORDS THE
      *                    INVESTIGATION'S OUTCOME IN DC-OUTCOME AND THE
      *                    RUN POSTS IT THAT NIGHT ('V', 'W' AND 'X' -
      *                    SEE TRANLEDG), STAMPING THE SEQUENCE OF EACH
      *                    ENTRY IT POSTS.  A RESOLVED CASE STAYS ON
      *                    FILE MARKED 'U' OR 'R'.
      * ---------------------------------------------------------------
000100 01  DISPUTE-CASE-RECORD.
000110     05  DC-CASE-KEY.
000120         10  DC-ACCOUNT-NUMBER     PIC X(10).
000130         10  DC-LEDGER-SEQUENCE    PIC 9(06).
000140     05  DC-CLAIM-DATE             PIC 9(08).
000150     05  DC-REASON-CODE            PIC X(02).
000160         88  DC-REASON-UNAUTHORISED          VALUE 'UA'.
000170         88  DC-REASON-DUPLICATE             VALUE 'DP'.
000180         88  DC-REASON-NOT-RECEIVED          VALUE 'NR'.
000190         88  DC-REASON-WRONG-AMOUNT          VALUE 'AM'.
000200         88  DC-REASON-OTHER                 VALUE 'OT'.
000210         88  DC-REASON-VALID                 VALUE 'UA' 'DP'
000220                                                   'NR' 'AM'
000230                                                   'OT'.
000240     05  DC-DISPUTED-AMOUNT        PIC 9(7)V99.
000250     05  DC-DISPUTED-DATE          PIC 9(08).
000260     05  DC-DISPUTED-TYPE          PIC X(01).
000270     05  DC-BRANCH-CODE            PIC X(03).
000280     05  DC-PROVISIONAL-DUE-DATE   PIC 9(08).
000290     05  DC-RESOLUTION-DUE-DATE    PIC 9(08).
000300     05  DC-CASE-STATUS            PIC X(01).
000310         88  DC-STATUS-OPEN                  VALUE 'O'.
000320         88  DC-STATUS-PROVISIONAL           VALUE 'P'.
000330         88  DC-STATUS-UPHELD                VALUE 'U'.
000340         88  DC-STATUS-REJECTED              VALUE 'R'.
000350         88  DC-CASE-UNRESOLVED              VALUE 'O' 'P'.
000360     05  DC-OUTCOME                PIC X(01).
000370         88  DC-OUTCOME-PENDING              VALUE SPACE.
000380         88  DC-OUTCOME-UPHELD               VALUE 'U'.
000390         88  DC-OUTCOME-REJECTED             VALUE 'R'.
000400     05  DC-OUTCOME-DATE           PIC 9(08).
000410     05  DC-PROVISIONAL-DATE       PIC 9(08).
000420     05  DC-PROVISIONAL-SEQUENCE   PIC 9(06).
000430     05  DC-RESOLVED-DATE          PIC 9(08).
000440     05  DC-RESOLVED-SEQUENCE      PIC 9(06).
000450     05  DC-NOTICE-DATE            PIC 9(08).
