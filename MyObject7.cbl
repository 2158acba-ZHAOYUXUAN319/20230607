000506*                    NOW REJECTED TO THE RECYCLE/SUSPENSE PATH -
000507*                    A REMITTED, CLOSED-OUT ACCOUNT TAKES NO NEW
000508*                    POSTINGS.
000509*   2026-10-06  DO   EACH LEDGER ENTRY NOW CARRIES THE RAW BATCH
000510*                    IT WAS CAPTURED FROM (999999 FOR A REPAIRED
000511*                    REJECT) SO A RETURNED ITEM CAN BE TRACED
000512*                    BACK TO ITS ORIGINATING BATCH.
000513*   2026-10-09  DO   THE RAW DETAIL NOW CARRIES A CHANNEL BYTE
000514*                    AFTER THE AMOUNT - 'C' CASH, 'Q' CHEQUE, 'E'
000515*                    ELECTRONIC, SPACE WHEN THE FEED DOES NOT SAY
000516*                    - EDITED AND STAMPED ON THE LEDGER ENTRY
000517*                    (TL-CHANNEL-CODE) FOR THE NIGHTLY CASH
000518*                    SURVEILLANCE RUN.  ANY OTHER VALUE REJECTS.
000519*                    REJECTS AND RESUBMITS CARRY THE BYTE TOO.
000520*   2026-10-12  DO   NEW DETAIL TYPE 'X', A TRANSFER BETWEEN TWO
000521*                    OF OUR OWN ACCOUNTS, REPLACES THE OLD PAIR
000522*                    OF UNRELATED 'D' AND 'C' DETAILS.  THE
000523*                    DETAIL'S ACCOUNT IS THE ONE DEBITED; TWO
000524*                    NEW FIELDS AFTER THE CHANNEL CARRY THE
000525*                    ACCOUNT CREDITED AND THE SHARED TRANSFER
000526*                    REFERENCE.  BOTH ACCOUNTS ARE EDITED ON THE
000527*                    ONE DETAIL, SO THE TRANSFER IS ACCEPTED OR
000528*                    REJECTED WHOLE.  AN ACCEPTED TRANSFER LOADS
000529*                    ONLY ITS DEBIT LEG, MARKED AWAITING CREDIT
000530*                    (SEE TRANLEDG); THE POSTING RUN ISSUES THE
000531*                    CREDIT LEG WHEN, AND ONLY WHEN, THE DEBIT
000532*                    POSTS.  A TRANSFER COUNTS INTO BOTH THE
000533*                    DEBIT AND THE CREDIT HASH OF ITS BATCH.  A
000534*                    TRANSFER MAY NOT DECLARE THE CASH CHANNEL.
000535*                    THE RECYCLE LINE, REJECT SUSPENSE AND
000536*                    RESUBMIT FILE CARRY THE NEW FIELDS.
000537*   2026-10-13  DO   A DETAIL FOR A CLOSED ('C') ACCOUNT, OR A
000538*                    TRANSFER CREDITING ONE, IS REJECTED TO THE
000539*                    RECYCLE/SUSPENSE PATH THE SAME AS AN
000540*                    ESCHEATED ACCOUNT.
000541*   2026-10-15  DO   TERM DEPOSITS.  THE DETAIL CARRIES AN
000542*                    EARLY-WITHDRAWAL FLAG ('E', COL 53).  A
000543*                    DEBIT OR TRANSFER OUT OF A TERM DEPOSIT
000544*                    ('TD') BEFORE ITS MATURITY DATE ON THE
000545*                    TERMDEP CONTRACT IS REJECTED UNLESS IT IS
000546*                    FLAGGED; A FLAGGED ONE POSTS, FOLLOWED BY AN
000547*                    EARLY-WITHDRAWAL PENALTY ENTRY ('P') OF THE
000548*                    CONTRACT RATE FOR THE CONTRACT'S PENALTY
000549*                    DAYS ON THE AMOUNT WITHDRAWN.  THE FLAG ON
000550*                    ANY OTHER DETAIL IS REJECTED.  THE RECYCLE
000551*                    LINE, REJECT SUSPENSE AND RESUBMIT FILE
000552*                    CARRY THE FLAG.
000553*   2026-10-15  DO   THE EARLY-WITHDRAWAL PENALTY IS NO LONGER
000554*                    WRITTEN HERE, WHERE IT WAS CHARGED EVEN WHEN
000555*                    THE POSTING RUN LATER HELD OR RETURNED THE
000556*                    WITHDRAWAL.  THE FLAGGED DEBIT CARRIES THE
000557*                    CONTRACT RATE IN TL-RATE-APPLIED INSTEAD,
000558*                    AND BANK-ACCOUNTING CHARGES THE 'P' WHEN
000559*                    IT POSTS.  THE PROOF COUNTS THE EARLY
000560*                    WITHDRAWALS ACCEPTED.
000561* ---------------------------------------------------------------
000562 IDENTIFICATION DIVISION.
000563 PROGRAM-ID.                  TRANSACTION-CAPTURE.
000564 AUTHOR.                      D. OKAFOR.
000565 INSTALLATION.                RETAIL BANKING DIVISION.
000566 DATE-WRITTEN.                2026-08-23.
000567 DATE-COMPILED.
000568
000570 ENVIRONMENT DIVISION.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000891         ORGANIZATION IS LINE SEQUENTIAL
000892         FILE STATUS IS WS-FORCECTL-STATUS.
000893
000894     SELECT TERM-DEPOSIT-FILE
000896         ASSIGN TO 'TERMDEP'
000898         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS RANDOM
000902         RECORD KEY IS TD-ACCOUNT-NUMBER
000904         FILE STATUS IS WS-TERMDEP-STATUS.
000906
000908     SELECT BATCH-DATE-FILE
000910         ASSIGN TO 'BATCHDTE'
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-BATCHDTE-STATUS.
001080     05  DT-TRANSACTION-DATE       PIC 9(08).
001090     05  DT-TRANSACTION-TYPE       PIC X(01).
001100     05  DT-TRANSACTION-AMOUNT     PIC 9(7)V99.
001103     05  DT-CHANNEL-CODE           PIC X(01).
001106         88  DT-CHANNEL-VALID       VALUE 'C' 'Q' 'E' ' '.
001107     05  DT-TRANSFER-ACCOUNT       PIC X(10).
001108     05  DT-TRANSFER-REF           PIC X(12).
001110     05  DT-EARLY-WITHDRAWAL       PIC X(01).
001112         88  DT-EARLY-WITHDRAWAL-FLAGGED     VALUE 'E'.
001114         88  DT-EARLY-WITHDRAWAL-VALID       VALUE 'E' ' '.
001116 01  RAW-BATCH-TRAILER-RECORD.
001120     05  TR-RECORD-TYPE            PIC X(01).
001130     05  TR-RECORD-COUNT           PIC 9(06).
001140     05  TR-DEBIT-HASH-TOTAL       PIC 9(11)V99.
001290
001300 FD  RECYCLE-FILE
001310     LABEL RECORDS ARE STANDARD.
001320 01  RECYCLE-RECORD                PIC X(95).
001321
001322 FD  REJECT-SUSPENSE-FILE
001323     LABEL RECORDS ARE STANDARD.
001325
001326 FD  RESUBMIT-FILE
001327     LABEL RECORDS ARE STANDARD.
001328 01  RESUBMIT-RECORD               PIC X(53).
001329
001330 FD  TRANSMISSION-REGISTER-FILE
001331     LABEL RECORDS ARE STANDARD.
001337     05  FO-FUNCTION               PIC X(05).
001338         88  FO-FORCE                        VALUE 'FORCE'.
001339
001340 FD  TERM-DEPOSIT-FILE
001341     LABEL RECORDS ARE STANDARD.
001342     COPY TERMDEP.
001343
001344 FD  BATCH-DATE-FILE
001350     LABEL RECORDS ARE STANDARD.
001360     COPY BATCHDTE.
001370
001476     05  WS-TRANREG-STATUS         PIC X(02) VALUE '00'.
001478     05  WS-FORCECTL-STATUS        PIC X(02) VALUE '00'.
001480     05  WS-BATCHDTE-STATUS        PIC X(02) VALUE '00'.
001485     05  WS-TERMDEP-STATUS         PIC X(02) VALUE '00'.
001490
001500 01  WS-SWITCHES.
001510     05  WS-EOF-SWITCH             PIC X(01) VALUE 'N'.
001616         88  RELOAD-FORCED                   VALUE 'Y'.
001618     05  WS-DUPLICATE-SWITCH       PIC X(01) VALUE 'N'.
001620         88  DUPLICATE-TRANSMISSION          VALUE 'Y'.
001621     05  WS-TRANSFER-SWITCH        PIC X(01) VALUE 'N'.
001622         88  TRANSFER-ACCEPTABLE             VALUE 'Y'.
001623     05  WS-TDFILE-SWITCH          PIC X(01) VALUE 'N'.
001624         88  TERM-DEPOSIT-FILE-AVAILABLE     VALUE 'Y'.
001625     05  WS-TERM-DEPOSIT-SWITCH    PIC X(01) VALUE 'N'.
001626         88  TERM-DEPOSIT-ACCEPTABLE         VALUE 'Y'.
001627
001628*----------------------------------------------------------------
001630* RUN DATE, CAPTURED ONCE AT STARTUP
001640*----------------------------------------------------------------
001650 01  WS-RUN-DATE                   PIC 9(08).
001880 01  WS-ACCEPTED-COUNT             PIC 9(07) VALUE ZERO.
001890 01  WS-RECYCLE-COUNT              PIC 9(07) VALUE ZERO.
001892 01  WS-RESUBMIT-COUNT             PIC 9(07) VALUE ZERO.
001893 01  WS-PENALTY-COUNT              PIC 9(07) VALUE ZERO.
001894
001895*----------------------------------------------------------------
001896* EARLY-WITHDRAWAL PENALTY RATE ON THE DETAIL BEING EDITED - ZERO
001897* UNLESS IT IS A FLAGGED WITHDRAWAL FROM AN UNMATURED TERM
001898* DEPOSIT, WHEN IT IS THE CONTRACT RATE.
001899*----------------------------------------------------------------
001900 01  WS-PENALTY-RATE               PIC 9V9(04) VALUE ZERO.
001901
001910*----------------------------------------------------------------
001920* SEQUENCE NUMBER ASSIGNMENT.  THE LAST ACCOUNT ASSIGNED AND ITS
001930* LAST SEQUENCE NUMBER ARE KEPT SO A RUN OF DETAILS FOR THE SAME
002610* THE BRANCH CORRECTS AND REBATCHES THE RECORD.
002620*----------------------------------------------------------------
002630 01  WS-RECYCLE-LINE.
002640     05  RC-DETAIL-IMAGE           PIC X(53).
002650     05  FILLER                    PIC X(02) VALUE SPACES.
002660     05  RC-REASON                 PIC X(40).
002670
003148         OPEN OUTPUT REJECT-SUSPENSE-FILE
003149     END-IF.
003150
003151*    NO TERM DEPOSIT CONTRACT FILE ON DISK MEANS NO CONTRACT HAS
003152*    BEEN OPENED - A DEBIT TO A TERM DEPOSIT ACCOUNT REJECTS.
003153     OPEN INPUT TERM-DEPOSIT-FILE.
003154     IF WS-TERMDEP-STATUS = '00'
003155         SET TERM-DEPOSIT-FILE-AVAILABLE TO TRUE
003156     END-IF.
003157
003160     MOVE WS-RUN-DATE TO PH-RUN-DATE.
003170     WRITE BATCH-PROOF-RECORD FROM WS-PROOF-HEADING-1.
003180     WRITE BATCH-PROOF-RECORD FROM WS-PROOF-HEADING-2.
004520         IF DT-TRANSACTION-TYPE = 'C'
004530             ADD DT-TRANSACTION-AMOUNT TO WS-BATCH-CREDIT-TOTAL
004540         END-IF
004541*        A TRANSFER IS BOTH A DEBIT AND A CREDIT TO THE BRANCH'S
004542*        TRAILER, ONE FOR EACH LEG.
004543         IF DT-TRANSACTION-TYPE = 'X'
004544             ADD DT-TRANSACTION-AMOUNT TO WS-BATCH-DEBIT-TOTAL
004545             ADD DT-TRANSACTION-AMOUNT TO WS-BATCH-CREDIT-TOTAL
004546         END-IF
004550     END-IF.
004560
004570     IF DT-TRANSACTION-TYPE NOT = 'D'
004580             AND DT-TRANSACTION-TYPE NOT = 'C'
004585             AND DT-TRANSACTION-TYPE NOT = 'X'
004590         MOVE 'TRANSACTION TYPE NOT D, C OR X' TO RC-REASON
004600         PERFORM 3900-WRITE-RECYCLE THRU 3900-EXIT
004610         GO TO 3000-EXIT
004620     END-IF.
004630
004631     IF NOT DT-CHANNEL-VALID
004632         MOVE 'CHANNEL CODE NOT C, Q OR E' TO RC-REASON
004633         PERFORM 3900-WRITE-RECYCLE THRU 3900-EXIT
004634         GO TO 3000-EXIT
004635     END-IF.
004636
004640     IF DT-TRANSACTION-AMOUNT IS NOT NUMERIC
004650         MOVE 'AMOUNT NOT NUMERIC' TO RC-REASON
004660         PERFORM 3900-WRITE-RECYCLE THRU 3900-EXIT
004888         GO TO 3000-EXIT
004889     END-IF.
004890
004891*    A CLOSED ACCOUNT HAS BEEN SETTLED AND PAID OUT BY THE
004892*    CLOSURE RUN, AND LIKEWISE TAKES NO NEW POSTINGS.
004893     IF CM-STATUS-CLOSED
004894         MOVE 'ACCOUNT IS CLOSED' TO RC-REASON
004895         PERFORM 3900-WRITE-RECYCLE THRU 3900-EXIT
004896         GO TO 3000-EXIT
004897     END-IF.
004898
004899*    A TERM DEPOSIT IS EDITED WHILE THE MASTER AREA STILL HOLDS
004900*    THE DEBIT ACCOUNT, BEFORE A TRANSFER REUSES IT.
004901     PERFORM 3400-CHECK-TERM-DEPOSIT THRU 3400-EXIT.
004902     IF NOT TERM-DEPOSIT-ACCEPTABLE
004903         PERFORM 3900-WRITE-RECYCLE THRU 3900-EXIT
004904         GO TO 3000-EXIT
004905     END-IF.
004906
004907*    A TRANSFER'S CREDIT ACCOUNT IS EDITED ON THE SAME DETAIL AS
004908*    ITS DEBIT ACCOUNT, SO NEITHER LEG CAN LOAD WITHOUT THE OTHER.
004909     IF DT-TRANSACTION-TYPE = 'X'
004910         PERFORM 3300-CHECK-TRANSFER THRU 3300-EXIT
004911         IF NOT TRANSFER-ACCEPTABLE
004912             PERFORM 3900-WRITE-RECYCLE THRU 3900-EXIT
004913             GO TO 3000-EXIT
004914         END-IF
004915     END-IF.
004916
004917     PERFORM 4000-ASSIGN-SEQUENCE THRU 4000-EXIT.
004918     PERFORM 5000-WRITE-LEDGER-ENTRY THRU 5000-EXIT.
004920 3000-EXIT.
004930     EXIT.
004940
005580     END-READ.
005590 3200-EXIT.
005600     EXIT.
005601
005602*-----------------------------------------------------------------
005603* 3300-CHECK-TRANSFER - EDIT THE CREDIT SIDE OF A TRANSFER
005604* DETAIL.  IT MUST CARRY A TRANSFER REFERENCE AND A CREDIT
005605* ACCOUNT OTHER THAN THE ONE DEBITED, MAY NOT CLAIM TO BE CASH,
005606* AND THE CREDIT ACCOUNT MUST BE ON THE CUSTOMER MASTER AND NOT
005607* ESCHEATED OR CLOSED.  THE DEBIT ACCOUNT HAS ALREADY PASSED ITS
005608* EDITS, SO THE MASTER RECORD AREA IS FREE TO REUSE.  THE REJECT
005609* REASON IS LEFT FOR THE CALLER.
005610*-----------------------------------------------------------------
005611 3300-CHECK-TRANSFER.
005612     MOVE 'N' TO WS-TRANSFER-SWITCH.
005613
005614     IF DT-TRANSFER-REF = SPACES
005615         MOVE 'TRANSFER REFERENCE MISSING' TO RC-REASON
005616         GO TO 3300-EXIT
005617     END-IF.
005618
005619     IF DT-TRANSFER-ACCOUNT = SPACES
005620         MOVE 'TRANSFER CREDIT ACCOUNT MISSING' TO RC-REASON
005621         GO TO 3300-EXIT
005622     END-IF.
005623
005624     IF DT-TRANSFER-ACCOUNT = DT-ACCOUNT-NUMBER
005625         MOVE 'TRANSFER TO THE SAME ACCOUNT' TO RC-REASON
005626         GO TO 3300-EXIT
005627     END-IF.
005628
005629     IF DT-CHANNEL-CODE = 'C'
005630         MOVE 'TRANSFER CANNOT BE CASH' TO RC-REASON
005631         GO TO 3300-EXIT
005632     END-IF.
005633
005634     MOVE DT-TRANSFER-ACCOUNT TO CM-ACCOUNT-NUMBER.
005635     READ CUSTOMER-MASTER-FILE
005636         INVALID KEY
005637             MOVE 'CREDIT ACCOUNT NOT ON CUSTOMER MASTER'
005638                 TO RC-REASON
005639             GO TO 3300-EXIT
005640     END-READ.
005641
005642     IF CM-STATUS-ESCHEATED
005643         MOVE 'CREDIT ACCOUNT IS ESCHEATED' TO RC-REASON
005644         GO TO 3300-EXIT
005645     END-IF.
005646
005647     IF CM-STATUS-CLOSED
005648         MOVE 'CREDIT ACCOUNT IS CLOSED' TO RC-REASON
005649         GO TO 3300-EXIT
005650     END-IF.
005651
005652     SET TRANSFER-ACCEPTABLE TO TRUE.
005653 3300-EXIT.
005654     EXIT.
005655
005656*-----------------------------------------------------------------
005657* 3400-CHECK-TERM-DEPOSIT - EDIT THE EARLY-WITHDRAWAL FLAG AND
005658* THE TERM DEPOSIT RULES.  THE FLAG IS ONLY GOOD ON A DEBIT OR
005659* TRANSFER OUT OF A TERM DEPOSIT.  A DEBIT OUT OF A TERM DEPOSIT
005660* NEEDS ITS CONTRACT ON FILE; BEFORE THE CONTRACT'S MATURITY
005661* DATE IT IS REFUSED UNLESS FLAGGED, AND A FLAGGED ONE CARRIES
005662* THE CONTRACT RATE, FROM WHICH BANK-ACCOUNTING CHARGES THE
005663* PENALTY WHEN THE WITHDRAWAL POSTS.  A MATURED OR MATURING
005664* DEPOSIT IS DEBITED WITHOUT PENALTY.  THE REJECT REASON IS LEFT
005665* FOR THE CALLER.
005666*-----------------------------------------------------------------
005667 3400-CHECK-TERM-DEPOSIT.
005668     MOVE 'N' TO WS-TERM-DEPOSIT-SWITCH.
005669     MOVE ZERO TO WS-PENALTY-RATE.
005670
005671     IF NOT DT-EARLY-WITHDRAWAL-VALID
005672         MOVE 'EARLY WITHDRAWAL FLAG NOT E' TO RC-REASON
005673         GO TO 3400-EXIT
005674     END-IF.
005675
005676     IF NOT CM-PRODUCT-TERM-DEPOSIT
005677             OR DT-TRANSACTION-TYPE = 'C'
005678         IF DT-EARLY-WITHDRAWAL-FLAGGED
005679             MOVE 'EARLY WITHDRAWAL FLAG NOT ALLOWED'
005680                 TO RC-REASON
005681             GO TO 3400-EXIT
005682         END-IF
005683         SET TERM-DEPOSIT-ACCEPTABLE TO TRUE
005684         GO TO 3400-EXIT
005685     END-IF.
005686
005687     IF NOT TERM-DEPOSIT-FILE-AVAILABLE
005688         MOVE 'TERM DEPOSIT CONTRACT NOT ON FILE' TO RC-REASON
005689         GO TO 3400-EXIT
005690     END-IF.
005691
005692     MOVE DT-ACCOUNT-NUMBER TO TD-ACCOUNT-NUMBER.
005693     READ TERM-DEPOSIT-FILE
005694         INVALID KEY
005695             MOVE 'TERM DEPOSIT CONTRACT NOT ON FILE'
005696                 TO RC-REASON
005697             GO TO 3400-EXIT
005698     END-READ.
005699
005700     IF TD-STATUS-ACTIVE
005701             AND WS-RUN-DATE < TD-MATURITY-DATE
005702         IF NOT DT-EARLY-WITHDRAWAL-FLAGGED
005703             MOVE 'TERM DEPOSIT NOT YET MATURED' TO RC-REASON
005704             GO TO 3400-EXIT
005705         END-IF
005706         MOVE TD-CONTRACT-RATE TO WS-PENALTY-RATE
005709     END-IF.
005710
005711     SET TERM-DEPOSIT-ACCEPTABLE TO TRUE.
005712 3400-EXIT.
005713     EXIT.
005714
005715*-----------------------------------------------------------------
005716* 4000-ASSIGN-SEQUENCE - ASSIGN THE NEXT SEQUENCE NUMBER WITHIN
005717* THE DETAIL'S ACCOUNT.  A RUN OF DETAILS FOR THE SAME ACCOUNT
005718* COUNTS UP FROM THE LAST NUMBER ASSIGNED; A NEW ACCOUNT SCANS
005719* THE LEDGER ONCE FOR ITS CURRENT HIGHEST SEQUENCE NUMBER.
005720*-----------------------------------------------------------------
005721 4000-ASSIGN-SEQUENCE.
005722     IF DT-ACCOUNT-NUMBER NOT = WS-LAST-SEQ-ACCOUNT
005723         PERFORM 4100-FIND-MAX-SEQUENCE THRU 4100-EXIT
005724         MOVE DT-ACCOUNT-NUMBER TO WS-LAST-SEQ-ACCOUNT
005725         MOVE WS-MAX-TL-SEQUENCE-NUMBER TO WS-LAST-SEQ-NUMBER
005730     END-IF.
005740
005750     ADD 1 TO WS-LAST-SEQ-NUMBER.
006260*-----------------------------------------------------------------
006270* 5000-WRITE-LEDGER-ENTRY - WRITE ONE ACCEPTED DETAIL TO THE
006280* TRANSACTION LEDGER UNDER ITS NEWLY ASSIGNED SEQUENCE NUMBER.
006283* A TRANSFER GOES ON AS ITS DEBIT LEG ONLY, AWAITING ITS CREDIT
006286* LEG.  AN EARLY WITHDRAWAL CARRIES ITS PENALTY RATE.
006290*-----------------------------------------------------------------
006300 5000-WRITE-LEDGER-ENTRY.
006310     MOVE DT-ACCOUNT-NUMBER     TO TL-ACCOUNT-NUMBER.
006380     MOVE WS-RUN-DATE           TO TL-TRANSACTION-DATE.
006390     MOVE DT-TRANSACTION-TYPE   TO TL-TRANSACTION-TYPE.
006400     MOVE DT-TRANSACTION-AMOUNT TO TL-TRANSACTION-AMOUNT.
006405     MOVE WS-PENALTY-RATE       TO TL-RATE-APPLIED.
006407     MOVE WS-CURRENT-BATCH-NUMBER TO TL-SOURCE-BATCH.
006408     MOVE DT-CHANNEL-CODE       TO TL-CHANNEL-CODE.
006409     MOVE ZERO                  TO TL-CONTRA-SEQUENCE.
006410     IF DT-TRANSACTION-TYPE = 'X'
006411         MOVE 'D'                 TO TL-TRANSACTION-TYPE
006412         MOVE DT-TRANSFER-REF     TO TL-TRANSFER-REF
006413         MOVE DT-TRANSFER-ACCOUNT TO TL-CONTRA-ACCOUNT
006414         SET TL-TRANSFER-AWAITING-CREDIT TO TRUE
006415     ELSE
006416         MOVE SPACES              TO TL-TRANSFER-REF
006417         MOVE SPACES              TO TL-CONTRA-ACCOUNT
006418         SET TL-NOT-TRANSFER TO TRUE
006419     END-IF.
006420
006421     WRITE TRANSACTION-LEDGER-RECORD
006430         INVALID KEY
006440             MOVE 'LEDGER WRITE FAILED' TO RC-REASON
006450             PERFORM 3900-WRITE-RECYCLE THRU 3900-EXIT
006460             GO TO 5000-EXIT
006470     END-WRITE.
006480
006483     ADD 1 TO WS-ACCEPTED-COUNT.
006486
006489     IF WS-PENALTY-RATE > ZERO
006492         ADD 1 TO WS-PENALTY-COUNT
006495     END-IF.
006500 5000-EXIT.
006538     EXIT.
006539
006540*-----------------------------------------------------------------
006541* 3900-WRITE-RECYCLE - WRITE THE ORIGINAL RAW RECORD IMAGE AND
006550* THE REJECT REASON TO THE RECYCLE LISTING FOR THE BRANCH, AND
006560* THE SAME IMAGE TO THE PERSISTENT REJECT SUSPENSE SO THE
006562* REJECT SURVIVES THE NIGHTLY DELETE AND CAN BE CORRECTED AND
006624     MOVE RC-REASON TO RX-REJECT-REASON.
006626     MOVE WS-RUN-DATE TO RX-FIRST-REJECT-DATE.
006628     MOVE ZERO TO RX-NIGHTS-RECYCLED.
006629     MOVE DT-CHANNEL-CODE TO RX-CHANNEL-CODE.
006630     MOVE DT-TRANSFER-ACCOUNT TO RX-TRANSFER-ACCOUNT.
006631     MOVE DT-TRANSFER-REF TO RX-TRANSFER-REF.
006632     MOVE DT-EARLY-WITHDRAWAL TO RX-EARLY-WITHDRAWAL.
006633     WRITE REJECT-SUSPENSE-RECORD.
006634
006635     ADD 1 TO WS-RECYCLE-COUNT.
006640 3900-EXIT.
006650     EXIT.
006660
007100     MOVE 'DETAILS RECYCLED......: ' TO TO-CAPTION.
007110     MOVE WS-RECYCLE-COUNT TO TO-COUNT.
007120     WRITE BATCH-PROOF-RECORD FROM WS-TOTALS-LINE.
007121
007122     MOVE 'DETAILS RESUBMITTED...: ' TO TO-CAPTION.
007123     MOVE WS-RESUBMIT-COUNT TO TO-COUNT.
007124     WRITE BATCH-PROOF-RECORD FROM WS-TOTALS-LINE.
007125
007126     MOVE 'EARLY WITHDRAWALS.....: ' TO TO-CAPTION.
007127     MOVE WS-PENALTY-COUNT TO TO-COUNT.
007128     WRITE BATCH-PROOF-RECORD FROM WS-TOTALS-LINE.
007129
007130     IF DUPLICATE-TRANSMISSION
007160     CLOSE TRANSACTION-LEDGER-FILE.
007170     CLOSE BATCH-PROOF-FILE.
007180     CLOSE RECYCLE-FILE.
007181     CLOSE REJECT-SUSPENSE-FILE.
007182     IF TERM-DEPOSIT-FILE-AVAILABLE
007183         CLOSE TERM-DEPOSIT-FILE
007184     END-IF.
007185     PERFORM 9800-RECORD-STEP-END THRU 9800-EXIT.
007190 9000-EXIT.
007200     EXIT.
007201
