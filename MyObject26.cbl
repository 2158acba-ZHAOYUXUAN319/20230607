000406*                    FEERPT EMPTY AFTER THE MONTH'S CHARGES ARE
000407*                    ALREADY POSTED AND EVERY ACCOUNT SKIPS AS
000408*                    CHARGED THIS MONTH.
000409*   2026-10-06  DO   THE SERVICE CHARGE IS WRITTEN WITH A ZERO
000410*                    SOURCE BATCH - IT IS SYSTEM-GENERATED, NOT
000411*                    CAPTURED FROM A RAW BATCH.
000412*   2026-10-09  DO   THE SERVICE CHARGE CARRIES A BLANK CHANNEL
000413*                    CODE - IT IS SYSTEM-GENERATED, NOT CASH,
000414*                    CHEQUE OR ELECTRONIC MONEY MOVEMENT.
000415*   2026-10-12  DO   THE SERVICE CHARGE CLEARS THE NEW TRANSFER
000416*                    FIELDS (SEE TRANLEDG) - IT IS NOT A LEG OF
000417*                    A TRANSFER BETWEEN OUR OWN ACCOUNTS.
000418*   2026-10-13  DO   CLOSED ('C') ACCOUNTS ARE NOT ASSESSED - THE
000419*                    CLOSURE RUN TOOK ANY CHARGE DUE WHEN IT
000420*                    SETTLED THE ACCOUNT.
000421* ---------------------------------------------------------------
000422 IDENTIFICATION DIVISION.
000430 PROGRAM-ID.                  FEE-ASSESS.
000440 AUTHOR.                      D. OKAFOR.
000450 INSTALLATION.                RETAIL BANKING DIVISION.
002940
002950*-----------------------------------------------------------------
002960* 2000-ASSESS-ONE-ACCOUNT - WALK ONE ACCOUNT'S LEDGER, COMPUTE
002970* ITS CHARGES AND POST THEM, THEN ADVANCE.  DORMANT, ESCHEATED
002980* AND CLOSED ACCOUNTS ARE NOT ASSESSED, AND AN ACCOUNT ALREADY
002990* CHARGED THIS MONTH IS PASSED OVER SO A RERUN CANNOT DOUBLE-
003000* CHARGE.
003010*-----------------------------------------------------------------
003030     ADD 1 TO WS-ACCOUNTS-READ.
003040
003050     IF CM-STATUS-DORMANT OR CM-STATUS-ESCHEATED
003055             OR CM-STATUS-CLOSED
003060         GO TO 2000-ADVANCE
003070     END-IF.
003080
004670     MOVE 'S'                        TO TL-TRANSACTION-TYPE.
004680     MOVE WS-TOTAL-CHARGE            TO TL-TRANSACTION-AMOUNT.
004690     MOVE ZERO                       TO TL-RATE-APPLIED.
004695     MOVE ZERO                       TO TL-SOURCE-BATCH.
004697     MOVE SPACE                      TO TL-CHANNEL-CODE.
004698     MOVE SPACES                     TO TL-TRANSFER-REF.
004699     MOVE SPACES                     TO TL-CONTRA-ACCOUNT.
004700     MOVE ZERO                       TO TL-CONTRA-SEQUENCE.
004701     MOVE SPACE                      TO TL-TRANSFER-LEG.
004702
004710     WRITE TRANSACTION-LEDGER-RECORD
004720         INVALID KEY
004730             DISPLAY 'FEE-ASSESS: UNABLE TO POST SERVICE '
