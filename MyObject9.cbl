000446*   2026-09-02  DO   AN ORDER ON AN ESCHEATED ('E') ACCOUNT IS
000447*                    NOW SKIPPED AND REPORTED - A REMITTED,
000448*                    CLOSED-OUT ACCOUNT TAKES NO NEW POSTINGS.
000449*   2026-10-06  DO   THE ORDER DEBIT IS WRITTEN WITH A ZERO
000450*                    SOURCE BATCH - IT IS SYSTEM-GENERATED, NOT
000451*                    CAPTURED FROM A RAW BATCH.
000452*   2026-10-09  DO   THE ORDER DEBIT IS WRITTEN WITH CHANNEL CODE
000453*                    'E' - A STANDING ORDER IS AN ELECTRONIC
000454*                    PAYMENT, SO THE CASH SURVEILLANCE RUN SEES IT
000455*                    AMONG THE MONEY LEAVING THE ACCOUNT.
000456*   2026-10-12  DO   AN ORDER NAMING AN INTERNAL BENEFICIARY
000457*                    ACCOUNT (SO-BENEFICIARY-ACCOUNT) IS NOW
000458*                    POSTED AS THE DEBIT LEG OF AN INTERNAL
000459*                    TRANSFER (SEE TRANLEDG) - THE POSTING RUN
000460*                    ISSUES THE BENEFICIARY'S CREDIT ONLY WHEN
000461*                    THE DEBIT POSTS.  THE TRANSFER REFERENCE IS
000462*                    'SO', THE ORDER NUMBER AND THE DUE DATE
000463*                    BEING PAID.  AN ORDER WHOSE BENEFICIARY IS
000464*                    NO LONGER ON CUSTMAST OR IS ESCHEATED IS
000465*                    SKIPPED AND LEFT DUE, LIKE A MISSING
000466*                    ACCOUNT.
000467*   2026-10-12  DO   A DUE DATE ON A WEEKEND OR BANK HOLIDAY NOW
000468*                    FOLLOWS THE ORDER'S ROLL RULE (SEE STORDREC),
000469*                    USING THE NEXT BUSINESS DATE BATCH-DATE-MAINT
000470*                    STAMPS FROM THE CALENDAR.  A PRECEDING ORDER,
000471*                    OR A MODIFIED-FOLLOWING ORDER WHOSE DUE DATE
000472*                    IS IN A LATER MONTH THAN THE NEXT BUSINESS
000473*                    DAY, IS PAID TONIGHT WHEN ITS DUE DATE FALLS
000474*                    BEFORE THAT DAY; A FOLLOWING ORDER IS PAID ON
000475*                    THE NEXT BUSINESS DAY AS BEFORE.  AN ORDER
000476*                    PAID AHEAD ADVANCES PAST THE DUE DATE IT
000477*                    PAID, NOT JUST PAST THE RUN DATE, AND IS
000478*                    COUNTED ON THE TOTALS.  NO CALENDAR STAMP
000479*                    MEANS NO ORDER IS PAID AHEAD.
000480*   2026-10-13  DO   AN ORDER ON A CLOSED ('C') ACCOUNT IS
000481*                    SKIPPED AND COUNTED LIKE ONE ON AN
000482*                    ESCHEATED ACCOUNT, AND A CLOSED ACCOUNT
000483*                    CANNOT BE AN ORDER'S BENEFICIARY.
000484*   2026-10-15  DO   AN ORDER ON A TERM DEPOSIT ('TD') ACCOUNT IS
000485*                    SKIPPED AND COUNTED WHILE ITS TERMDEP
000486*                    CONTRACT IS ACTIVE AND SHORT OF MATURITY, OR
000487*                    WHEN NO CONTRACT IS ON FILE, AS THE CAPTURE
000488*                    RUN TREATS A TELLER DEBIT.
000489* ---------------------------------------------------------------
000490 IDENTIFICATION DIVISION.
000491 PROGRAM-ID.                  STANDING-ORDER-POST.
000492 AUTHOR.                      D. OKAFOR.
000493 INSTALLATION.                RETAIL BANKING DIVISION.
000494 DATE-WRITTEN.                2026-08-23.
000495 DATE-COMPILED.
000500
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000801         ORGANIZATION IS LINE SEQUENTIAL
000802         FILE STATUS IS WS-STOPRPT-STATUS.
000803
000804     SELECT TERM-DEPOSIT-FILE
000805         ASSIGN TO 'TERMDEP'
000806         ORGANIZATION IS INDEXED
000807         ACCESS MODE IS RANDOM
000808         RECORD KEY IS TD-ACCOUNT-NUMBER
000809         FILE STATUS IS WS-TERMDEP-STATUS.
000810
000811     SELECT BATCH-DATE-FILE
000820         ASSIGN TO 'BATCHDTE'
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-BATCHDTE-STATUS.
001018     LABEL RECORDS ARE STANDARD.
001019 01  STOP-REPORT-RECORD            PIC X(80).
001020
001022 FD  TERM-DEPOSIT-FILE
001024     LABEL RECORDS ARE STANDARD.
001026     COPY TERMDEP.
001028
001030 FD  BATCH-DATE-FILE
001040     LABEL RECORDS ARE STANDARD.
001050     COPY BATCHDTE.
001150     05  WS-STORDREG-STATUS        PIC X(02) VALUE '00'.
001152     05  WS-STOPPAY-STATUS         PIC X(02) VALUE '00'.
001154     05  WS-STOPRPT-STATUS         PIC X(02) VALUE '00'.
001157     05  WS-TERMDEP-STATUS         PIC X(02) VALUE '00'.
001160     05  WS-BATCHDTE-STATUS        PIC X(02) VALUE '00'.
001170
001180 01  WS-SWITCHES.
001245         88  STOP-SCAN-COMPLETE              VALUE 'Y'.
001246     05  WS-STOP-MATCH-SWITCH      PIC X(01) VALUE 'N'.
001247         88  STOP-MATCHED                    VALUE 'Y'.
001248     05  WS-BENEFICIARY-SWITCH     PIC X(01) VALUE 'N'.
001249         88  BENEFICIARY-ACCEPTABLE          VALUE 'Y'.
001250     05  WS-TERMDEP-FILE-SWITCH    PIC X(01) VALUE 'N'.
001251         88  TERMDEP-FILE-AVAILABLE          VALUE 'Y'.
001252     05  WS-DEPOSIT-LOCK-SWITCH    PIC X(01) VALUE 'N'.
001253         88  TERM-DEPOSIT-LOCKED             VALUE 'Y'.
001254
001260*----------------------------------------------------------------
001270* RUN DATE, CAPTURED ONCE AT STARTUP
001280*----------------------------------------------------------------
001290 01  WS-RUN-DATE                   PIC 9(08).
001291
001292*----------------------------------------------------------------
001293* NEXT BUSINESS DATE AFTER THE RUN DATE, FROM THE BATCH DATE
001294* RECORD (ZERO WITHOUT A CALENDAR), AND THE LATEST DUE DATE THE
001295* ORDER BEING EXECUTED HAS NOW BEEN PAID THROUGH
001296*----------------------------------------------------------------
001297 01  WS-NEXT-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
001298 01  WS-FIRE-THROUGH-DATE          PIC 9(08) VALUE ZERO.
001300
001302*----------------------------------------------------------------
001304* CYCLE STEP-STATUS PARAMETER AREA - SEE CYCLE-STEP-STATUS
001480 01  WS-ORDERS-SKIPPED-FUNDS       PIC 9(05) VALUE ZERO.
001490 01  WS-ORDERS-SKIPPED-ACCT        PIC 9(05) VALUE ZERO.
001492 01  WS-ORDERS-SKIPPED-ESCH        PIC 9(05) VALUE ZERO.
001493 01  WS-ORDERS-SKIPPED-CLOSED      PIC 9(05) VALUE ZERO.
001494 01  WS-ORDERS-STOPPED             PIC 9(05) VALUE ZERO.
001496 01  WS-ORDERS-SKIPPED-BENEF       PIC 9(05) VALUE ZERO.
001497 01  WS-ORDERS-SKIPPED-TERM        PIC 9(05) VALUE ZERO.
001498 01  WS-ORDERS-TRANSFERRED         PIC 9(05) VALUE ZERO.
001499 01  WS-ORDERS-AHEAD               PIC 9(05) VALUE ZERO.
001500
001510*----------------------------------------------------------------
001520* DUE DATE ADVANCE WORK FIELDS
002499             'STATUS ' WS-STOPPAY-STATUS ' - STOPS NOT CHECKED'
002500     END-IF.
002501
002502*    NO CONTRACT FILE ON DISK LEAVES EVERY TERM DEPOSIT ACCOUNT
002503*    LOCKED, AS IT DOES IN THE CAPTURE RUN.
002504     OPEN INPUT TERM-DEPOSIT-FILE.
002505     IF WS-TERMDEP-STATUS = '00'
002506         SET TERMDEP-FILE-AVAILABLE TO TRUE
002507     END-IF.
002508
002509     OPEN OUTPUT STOP-REPORT-FILE.
002510     MOVE WS-RUN-DATE TO SH-RUN-DATE.
002511     WRITE STOP-REPORT-RECORD FROM WS-STOP-HEADING-1.
002512     WRITE STOP-REPORT-RECORD FROM WS-STOP-HEADING-2.
002513     WRITE STOP-REPORT-RECORD FROM WS-BLANK-LINE.
002514
002515     MOVE WS-RUN-DATE TO RH-RUN-DATE.
002516     WRITE ORDER-REGISTER-RECORD FROM WS-REGISTER-HEADING-1.
002520     WRITE ORDER-REGISTER-RECORD FROM WS-REGISTER-HEADING-2.
002530     WRITE ORDER-REGISTER-RECORD FROM WS-BLANK-LINE.
002540
002690
002700*-----------------------------------------------------------------
002710* 2000-PROCESS-ORDER - EXECUTE ONE ORDER IF IT IS DUE ON OR
002720* BEFORE THE CYCLE DATE, THEN ADVANCE TO THE NEXT ORDER.  AN
002722* ORDER DUE AFTER TONIGHT BUT BEFORE THE NEXT BUSINESS DAY FALLS
002724* ON A NON-BUSINESS DAY; ITS ROLL RULE DECIDES WHETHER IT IS PAID
002726* TONIGHT (PRECEDING, OR MODIFIED FOLLOWING WHEN FOLLOWING WOULD
002728* CROSS INTO THE NEXT MONTH) OR ON THE NEXT BUSINESS DAY.
002730*-----------------------------------------------------------------
002740 2000-PROCESS-ORDER.
002750     ADD 1 TO WS-ORDERS-READ.
002760
002770     IF SO-NEXT-DUE-DATE NOT > WS-RUN-DATE
002780         PERFORM 3000-EXECUTE-ORDER THRU 3000-EXIT
002781     ELSE
002782         IF WS-NEXT-BUSINESS-DATE > ZERO
002783                 AND SO-NEXT-DUE-DATE < WS-NEXT-BUSINESS-DATE
002784             IF SO-ROLL-PRECEDING
002785                     OR (SO-ROLL-MODIFIED
002786                     AND SO-NEXT-DUE-DATE (1:6) NOT =
002787                         WS-NEXT-BUSINESS-DATE (1:6))
002788                 PERFORM 3000-EXECUTE-ORDER THRU 3000-EXIT
002789             END-IF
002790         END-IF
002791     END-IF.
002800
002810     PERFORM 8000-READ-STANDING-ORDER THRU 8000-EXIT.
002820 2000-EXIT.
002920* CYCLE.
002930*-----------------------------------------------------------------
002940 3000-EXECUTE-ORDER.
002941     IF SO-NEXT-DUE-DATE > WS-RUN-DATE
002942         MOVE SO-NEXT-DUE-DATE TO WS-FIRE-THROUGH-DATE
002943     ELSE
002944         MOVE WS-RUN-DATE TO WS-FIRE-THROUGH-DATE
002945     END-IF.
002946
002950     IF SO-ACCOUNT-NUMBER NOT = WS-CACHED-ACCOUNT
002960         PERFORM 3100-LOAD-ACCOUNT-POSITION THRU 3100-EXIT
002970     END-IF.
003010         MOVE 'SKIPPED  ' TO RL-CAPTION
003020         MOVE 'NO ACCOUNT    ' TO RL-REASON
003030         PERFORM 7000-WRITE-REGISTER THRU 7000-EXIT
003031         GO TO 3000-EXIT
003032     END-IF.
003033
003034*    AN ESCHEATED ACCOUNT IS REMITTED AND CLOSED OUT - NOTHING
003035*    MAY POST TO IT AGAIN, SO ITS ORDERS ARE SKIPPED AND LEFT
003036*    FOR THE BRANCH TO CANCEL THROUGH THE MAINTENANCE RUN.
003037     IF CM-STATUS-ESCHEATED
003038         ADD 1 TO WS-ORDERS-SKIPPED-ESCH
003039         MOVE 'SKIPPED  ' TO RL-CAPTION
003040         MOVE 'ESCHEATED     ' TO RL-REASON
003041         PERFORM 7000-WRITE-REGISTER THRU 7000-EXIT
003042         GO TO 3000-EXIT
003043     END-IF.
003044
003045*    A CLOSED ACCOUNT WAS SETTLED AND PAID OUT BY THE CLOSURE
003046*    RUN, WHICH CANCELS ITS ORDERS; ANY LEFT ARE SKIPPED THE SAME
003047*    WAY.
003048     IF CM-STATUS-CLOSED
003049         ADD 1 TO WS-ORDERS-SKIPPED-CLOSED
003050         MOVE 'SKIPPED  ' TO RL-CAPTION
003051         MOVE 'CLOSED        ' TO RL-REASON
003052         PERFORM 7000-WRITE-REGISTER THRU 7000-EXIT
003053         GO TO 3000-EXIT
003054     END-IF.
003055
003056*    A TERM DEPOSIT IS LOCKED UNTIL ITS CONTRACT MATURES; ITS
003057*    ORDERS WAIT, DUE, FOR THE BRANCH TO CANCEL THEM.
003058     IF CM-PRODUCT-TERM-DEPOSIT
003059         PERFORM 3400-CHECK-TERM-DEPOSIT THRU 3400-EXIT
003060         IF TERM-DEPOSIT-LOCKED
003061             ADD 1 TO WS-ORDERS-SKIPPED-TERM
003062             MOVE 'SKIPPED  ' TO RL-CAPTION
003063             MOVE 'TERM DEPOSIT  ' TO RL-REASON
003064             PERFORM 7000-WRITE-REGISTER THRU 7000-EXIT
003065             GO TO 3000-EXIT
003066         END-IF
003072     END-IF.
003073
003074*    AN ORDER PAYING ONE OF OUR OWN ACCOUNTS NEEDS A BENEFICIARY
003075*    THAT CAN STILL TAKE THE CREDIT; OTHERWISE IT WAITS, DUE,
003076*    FOR THE BRANCH TO REPOINT OR CANCEL IT.
003077     IF SO-BENEFICIARY-ACCOUNT NOT = SPACES
003078         PERFORM 3300-CHECK-BENEFICIARY THRU 3300-EXIT
003079         IF NOT BENEFICIARY-ACCEPTABLE
003080             ADD 1 TO WS-ORDERS-SKIPPED-BENEF
003081             MOVE 'SKIPPED  ' TO RL-CAPTION
003082             MOVE 'NO BENEFICIARY' TO RL-REASON
003083             PERFORM 7000-WRITE-REGISTER THRU 7000-EXIT
003084             GO TO 3000-EXIT
003085         END-IF
003086     END-IF.
003087
003088*    A DUE ORDER CLAIMED BY AN UNEXPIRED STOP IS NOT POSTED; THE
003089*    OCCURRENCE IS CONSUMED SO THE NEXT DUE DATE TESTS THE STOP
003090*    AGAIN UNTIL IT EXPIRES.
003091     PERFORM 3500-CHECK-STOP-PAYMENT THRU 3500-EXIT.
003092     IF STOP-MATCHED
003093         PERFORM 3600-STOP-ONE-ORDER THRU 3600-EXIT
003094         GO TO 3000-EXIT
003095     END-IF.
003096
003097     IF WS-POSTED-BALANCE < SO-ORDER-AMOUNT
003098         ADD 1 TO WS-ORDERS-SKIPPED-FUNDS
003099         MOVE 'SKIPPED  ' TO RL-CAPTION
003100         MOVE 'NO FUNDS      ' TO RL-REASON
003110         PERFORM 7000-WRITE-REGISTER THRU 7000-EXIT
003120         GO TO 3000-EXIT
003190
003200     SUBTRACT SO-ORDER-AMOUNT FROM WS-POSTED-BALANCE.
003210     ADD 1 TO WS-ORDERS-EXECUTED.
003212     IF SO-NEXT-DUE-DATE > WS-RUN-DATE
003214         ADD 1 TO WS-ORDERS-AHEAD
003216     END-IF.
003220
003230     PERFORM 6000-ADVANCE-DUE-DATE THRU 6000-EXIT
003240         UNTIL SO-NEXT-DUE-DATE > WS-FIRE-THROUGH-DATE.
003250
003260     REWRITE STANDING-ORDER-RECORD
003270         INVALID KEY
003300     END-REWRITE.
003310
003320     MOVE 'EXECUTED ' TO RL-CAPTION.
003322     IF SO-BENEFICIARY-ACCOUNT NOT = SPACES
003324         ADD 1 TO WS-ORDERS-TRANSFERRED
003326         MOVE 'POSTED XFER   ' TO RL-REASON
003328     ELSE
003330         MOVE 'POSTED        ' TO RL-REASON
003335     END-IF.
003340     PERFORM 7000-WRITE-REGISTER THRU 7000-EXIT.
003350 3000-EXIT.
003360     EXIT.
004210
004220     IF TL-SEQUENCE-NUMBER > WS-MAX-TL-SEQUENCE-NUMBER
004230         MOVE TL-SEQUENCE-NUMBER TO WS-MAX-TL-SEQUENCE-NUMBER
004231     END-IF.
004232 3200-EXIT.
004233     EXIT.
004234
004235*-----------------------------------------------------------------
004236* 3300-CHECK-BENEFICIARY - LOOK THE ORDER'S INTERNAL BENEFICIARY
004237* UP ON THE CUSTOMER MASTER.  IT MUST BE ON FILE AND NEITHER
004238* ESCHEATED NOR CLOSED.  THE ORDER ACCOUNT'S MASTER RECORD IS
004239* READ BACK AFTERWARDS, SINCE THE NEXT ORDER FOR THE SAME (CACHED)
004240* ACCOUNT TESTS ITS STATUS FROM THE RECORD AREA.
004241*-----------------------------------------------------------------
004242 3300-CHECK-BENEFICIARY.
004243     MOVE 'N' TO WS-BENEFICIARY-SWITCH.
004244     MOVE SO-BENEFICIARY-ACCOUNT TO CM-ACCOUNT-NUMBER.
004245     READ CUSTOMER-MASTER-FILE
004246         NOT INVALID KEY
004247             IF NOT CM-STATUS-ESCHEATED
004248                     AND NOT CM-STATUS-CLOSED
004249                 SET BENEFICIARY-ACCEPTABLE TO TRUE
004250             END-IF
004251     END-READ.
004252
004253     MOVE SO-ACCOUNT-NUMBER TO CM-ACCOUNT-NUMBER.
004254     READ CUSTOMER-MASTER-FILE
004255         INVALID KEY
004256             DISPLAY 'STANDING-ORDER-POST: UNABLE TO RE-READ '
004257                 'ACCOUNT ' SO-ACCOUNT-NUMBER
004258     END-READ.
004259 3300-EXIT.
004260     EXIT.
004261
004262*-----------------------------------------------------------------
004263* 3400-CHECK-TERM-DEPOSIT - SET TERM-DEPOSIT-LOCKED WHEN THE ORDER
004264* ACCOUNT'S TERMDEP CONTRACT IS ACTIVE AND THE RUN DATE IS SHORT
004265* OF ITS MATURITY DATE, OR WHEN NO CONTRACT IS ON FILE FOR IT.
004266* ONLY A MATURED DEPOSIT MAY BE DRAWN, AND THE MATURITY RUN
004267* USUALLY PAYS IT OUT AND CLOSES THE ACCOUNT FIRST.
004268*-----------------------------------------------------------------
004269 3400-CHECK-TERM-DEPOSIT.
004270     SET TERM-DEPOSIT-LOCKED TO TRUE.
004271     IF NOT TERMDEP-FILE-AVAILABLE
004272         GO TO 3400-EXIT
004273     END-IF.
004274
004275     MOVE SO-ACCOUNT-NUMBER TO TD-ACCOUNT-NUMBER.
004276     READ TERM-DEPOSIT-FILE
004277         INVALID KEY
004278             GO TO 3400-EXIT
004279     END-READ.
004280
004281     IF TD-STATUS-ACTIVE
004282             AND WS-RUN-DATE < TD-MATURITY-DATE
004283         GO TO 3400-EXIT
004284     END-IF.
004285     MOVE 'N' TO WS-DEPOSIT-LOCK-SWITCH.
004286 3400-EXIT.
004287     EXIT.
004288
004289*-----------------------------------------------------------------
004290* 3500-CHECK-STOP-PAYMENT - TEST THE DUE ORDER AGAINST THE
004291* ACCOUNT'S STOP-PAYMENT INSTRUCTIONS.  A STOP MATCHES WHEN IT
004292* HAS NOT EXPIRED, ITS AMOUNT IS ZERO OR EQUALS THE ORDER AMOUNT
004293* AND ITS COUNTERPARTY IS BLANK OR EQUALS THE ORDER'S.  THE
004294* MATCHED STOP IS LEFT IN THE RECORD AREA FOR 3600-STOP-ONE-
004295* ORDER.
004296*-----------------------------------------------------------------
004297 3500-CHECK-STOP-PAYMENT.
004298     MOVE 'N' TO WS-STOP-MATCH-SWITCH.
004299     IF NOT STOP-FILE-AVAILABLE
004300         GO TO 3500-EXIT
004301     END-IF.
004302
004303     MOVE 'N' TO WS-STOP-SCAN-SWITCH.
004304     MOVE SO-ACCOUNT-NUMBER TO STP-ACCOUNT-NUMBER.
004305     MOVE ZERO TO STP-STOP-NUMBER.
004306     START STOP-PAYMENT-FILE
004307         KEY IS NOT LESS THAN STP-STOP-KEY
004308         INVALID KEY
004309             SET STOP-SCAN-COMPLETE TO TRUE
004310     END-START.
004311
004312     PERFORM 3510-TEST-ONE-STOP THRU 3510-EXIT
004313         UNTIL STOP-SCAN-COMPLETE OR STOP-MATCHED.
004314 3500-EXIT.
004315     EXIT.
004316
004317*-----------------------------------------------------------------
004318* 3510-TEST-ONE-STOP - READ THE NEXT STOP FOR THE ACCOUNT AND
004319* TEST IT AGAINST THE DUE ORDER.
004320*-----------------------------------------------------------------
004321 3510-TEST-ONE-STOP.
004322     READ STOP-PAYMENT-FILE NEXT RECORD
004323         AT END
004324             SET STOP-SCAN-COMPLETE TO TRUE
004325     END-READ.
004326
004327     IF STOP-SCAN-COMPLETE
004328         GO TO 3510-EXIT
004329     END-IF.
004330
004331     IF STP-ACCOUNT-NUMBER NOT = SO-ACCOUNT-NUMBER
004332         SET STOP-SCAN-COMPLETE TO TRUE
004333         GO TO 3510-EXIT
004334     END-IF.
004335
004336     IF STP-EXPIRY-DATE IS NUMERIC
004337             AND STP-EXPIRY-DATE NOT < WS-RUN-DATE
004338         IF (STP-STOP-AMOUNT = ZERO
004339                 OR STP-STOP-AMOUNT = SO-ORDER-AMOUNT)
004340                 AND (STP-COUNTERPARTY = SPACES
004341                 OR STP-COUNTERPARTY = SO-COUNTERPARTY)
004342             SET STOP-MATCHED TO TRUE
004343         END-IF
004344     END-IF.
004345 3510-EXIT.
004346     EXIT.
004347
004348*-----------------------------------------------------------------
004349* 3600-STOP-ONE-ORDER - HONOR THE MATCHED STOP: LIST THE ORDER ON
004350* THE REGISTER AND THE STOP-ACTIVITY REPORT, STEP THE STOP'S HIT
004351* COUNT, AND CONSUME THIS OCCURRENCE BY ADVANCING THE DUE DATE
004352* THE SAME WAY AN EXECUTED ORDER DOES.
004353*-----------------------------------------------------------------
004354 3600-STOP-ONE-ORDER.
004355     ADD 1 TO WS-ORDERS-STOPPED.
004356
004357     MOVE 'STOPPED  ' TO RL-CAPTION.
004358     MOVE 'STOP PAYMENT  ' TO RL-REASON.
004359     PERFORM 7000-WRITE-REGISTER THRU 7000-EXIT.
004360
004361     MOVE 'STOPPED SO' TO SL-CAPTION.
004362     MOVE SO-ACCOUNT-NUMBER TO SL-ACCOUNT-NUMBER.
004363     MOVE STP-STOP-NUMBER TO SL-STOP-NUMBER.
004364     MOVE SO-NEXT-DUE-DATE TO SL-ITEM-DATE.
004365     MOVE SO-ORDER-AMOUNT TO SL-ITEM-AMOUNT.
004366     MOVE 'STANDING ORDER' TO SL-SOURCE.
004367     MOVE SO-COUNTERPARTY (1:20) TO SL-DETAIL.
004368     WRITE STOP-REPORT-RECORD FROM WS-STOP-LINE.
004369
004370     ADD 1 TO STP-HIT-COUNT.
004371     MOVE WS-RUN-DATE TO STP-LAST-HIT-DATE.
004372     REWRITE STOP-PAYMENT-RECORD
004373         INVALID KEY
004374             DISPLAY 'STANDING-ORDER-POST: UNABLE TO STEP STOP '
004375                 'HIT COUNT FOR ' STP-ACCOUNT-NUMBER
004376     END-REWRITE.
004377
004378     PERFORM 6000-ADVANCE-DUE-DATE THRU 6000-EXIT
004379         UNTIL SO-NEXT-DUE-DATE > WS-FIRE-THROUGH-DATE.
004380
004381     REWRITE STANDING-ORDER-RECORD
004382         INVALID KEY
004383             DISPLAY 'STANDING-ORDER-POST: UNABLE TO REWRITE '
004384                 'STOPPED ORDER ' SO-ACCOUNT-NUMBER
004385                 SO-ORDER-NUMBER
004386     END-REWRITE.
004387 3600-EXIT.
004388     EXIT.
004389
004390*-----------------------------------------------------------------
004391* 4000-POST-ORDER-DEBIT - WRITE THE DUE ORDER'S DEBIT TO THE
004392* TRANSACTION LEDGER UNDER THE ACCOUNT'S NEXT SEQUENCE NUMBER.
004393* AN ORDER TO AN INTERNAL BENEFICIARY GOES ON AS THE DEBIT LEG OF
004394* A TRANSFER, AWAITING THE CREDIT THE POSTING RUN ISSUES WHEN
004395* THE DEBIT POSTS.
004396*-----------------------------------------------------------------
004397 4000-POST-ORDER-DEBIT.
004398     ADD 1 TO WS-MAX-TL-SEQUENCE-NUMBER.
004399
004400     MOVE SO-ACCOUNT-NUMBER          TO TL-ACCOUNT-NUMBER.
004401     MOVE WS-MAX-TL-SEQUENCE-NUMBER  TO TL-SEQUENCE-NUMBER.
004402     MOVE WS-RUN-DATE                TO TL-TRANSACTION-DATE.
004403     MOVE 'D'                        TO TL-TRANSACTION-TYPE.
004404     MOVE SO-ORDER-AMOUNT            TO TL-TRANSACTION-AMOUNT.
004405     MOVE ZERO                       TO TL-RATE-APPLIED.
004406     MOVE ZERO                       TO TL-SOURCE-BATCH.
004407     MOVE 'E'                        TO TL-CHANNEL-CODE.
004408     MOVE ZERO                       TO TL-CONTRA-SEQUENCE.
004409     IF SO-BENEFICIARY-ACCOUNT NOT = SPACES
004410         MOVE 'SO'                   TO TL-TRANSFER-REF (1:2)
004411         MOVE SO-ORDER-NUMBER        TO TL-TRANSFER-REF (3:4)
004412         MOVE SO-NEXT-DUE-DATE (3:6) TO TL-TRANSFER-REF (7:6)
004413         MOVE SO-BENEFICIARY-ACCOUNT TO TL-CONTRA-ACCOUNT
004414         SET TL-TRANSFER-AWAITING-CREDIT TO TRUE
004415     ELSE
004416         MOVE SPACES                 TO TL-TRANSFER-REF
004417         MOVE SPACES                 TO TL-CONTRA-ACCOUNT
004418         SET TL-NOT-TRANSFER TO TRUE
004419     END-IF.
004420
004421     WRITE TRANSACTION-LEDGER-RECORD
004422         INVALID KEY
004430             DISPLAY 'STANDING-ORDER-POST: UNABLE TO POST ORDER '
004440                 'FOR ' SO-ACCOUNT-NUMBER
004450     END-WRITE.
005540     MOVE SO-ACCOUNT-NUMBER TO RL-ACCOUNT-NUMBER.
005550     MOVE SO-ORDER-NUMBER   TO RL-ORDER-NUMBER.
005560     MOVE SO-COUNTERPARTY   TO RL-COUNTERPARTY.
005561     IF SO-COUNTERPARTY = SPACES
005562             AND SO-BENEFICIARY-ACCOUNT NOT = SPACES
005563         MOVE 'OWN ACCT' TO RL-COUNTERPARTY (1:8)
005564         MOVE SO-BENEFICIARY-ACCOUNT TO RL-COUNTERPARTY (10:10)
005565     END-IF.
005570     MOVE SO-ORDER-AMOUNT   TO RL-ORDER-AMOUNT.
005580     MOVE SO-NEXT-DUE-DATE  TO RL-NEXT-DUE-DATE.
005590
005973     MOVE WS-ORDERS-SKIPPED-ESCH TO TO-COUNT.
005974     WRITE ORDER-REGISTER-RECORD FROM WS-TOTALS-LINE.
005975
005976     MOVE 'SKIPPED - CLOSED......: ' TO TO-CAPTION.
005977     MOVE WS-ORDERS-SKIPPED-CLOSED TO TO-COUNT.
005978     WRITE ORDER-REGISTER-RECORD FROM WS-TOTALS-LINE.
005979
005980     MOVE 'STOPPED - STOP ORDER..: ' TO TO-CAPTION.
005981     MOVE WS-ORDERS-STOPPED TO TO-COUNT.
005982     WRITE ORDER-REGISTER-RECORD FROM WS-TOTALS-LINE.
005983
005984     MOVE 'SKIPPED - BENEFICIARY.: ' TO TO-CAPTION.
005985     MOVE WS-ORDERS-SKIPPED-BENEF TO TO-COUNT.
005986     WRITE ORDER-REGISTER-RECORD FROM WS-TOTALS-LINE.
005987
005988     MOVE 'SKIPPED - TERM DEPOSIT: ' TO TO-CAPTION.
005989     MOVE WS-ORDERS-SKIPPED-TERM TO TO-COUNT.
005990     WRITE ORDER-REGISTER-RECORD FROM WS-TOTALS-LINE.
005991
005992     MOVE 'EXECUTED AS TRANSFER..: ' TO TO-CAPTION.
005993     MOVE WS-ORDERS-TRANSFERRED TO TO-COUNT.
005994     WRITE ORDER-REGISTER-RECORD FROM WS-TOTALS-LINE.
005995
005996     MOVE 'EXECUTED AHEAD OF DUE.: ' TO TO-CAPTION.
005997     MOVE WS-ORDERS-AHEAD TO TO-COUNT.
005998     WRITE ORDER-REGISTER-RECORD FROM WS-TOTALS-LINE.
005999
006000     CLOSE STANDING-ORDER-FILE.
006001     CLOSE CUSTOMER-MASTER-FILE.
006010     CLOSE TRANSACTION-LEDGER-FILE.
006020     CLOSE ORDER-REGISTER-FILE.
006021     CLOSE STOP-PAYMENT-FILE.
006022     CLOSE STOP-REPORT-FILE.
006023     IF TERMDEP-FILE-AVAILABLE
006024         CLOSE TERM-DEPOSIT-FILE
006025     END-IF.
006026     PERFORM 9800-RECORD-STEP-END THRU 9800-EXIT.
006030 9000-EXIT.
006040     EXIT.
006070* 9500-READ-BUSINESS-DATE - REPLACE THE SYSTEM-CLOCK RUN DATE WITH
006080* THE CYCLE'S BUSINESS DATE FROM THE BATCH DATE CONTROL FILE, SO A
006090* LATE OR RERUN CYCLE IS PROCESSED UNDER THE BUSINESS DATE IT
006100* BELONGS TO.  NO OPEN CYCLE MEANS THE SYSTEM DATE STANDS.  THE
006105* CYCLE'S NEXT BUSINESS DATE IS TAKEN WITH IT FOR THE ROLL RULES.
006110*-----------------------------------------------------------------
006120 9500-READ-BUSINESS-DATE.
006130     OPEN INPUT BATCH-DATE-FILE.
006180                         AND BD-BUSINESS-DATE IS NUMERIC
006190                         AND BD-BUSINESS-DATE > ZERO
006200                     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
006201                     IF BD-NEXT-BUSINESS-DATE IS NUMERIC
006202                             AND BD-NEXT-BUSINESS-DATE >
006203                                 BD-BUSINESS-DATE
006204                         MOVE BD-NEXT-BUSINESS-DATE
006205                             TO WS-NEXT-BUSINESS-DATE
006206                     END-IF
006210                 END-IF
006220         END-READ
006230         CLOSE BATCH-DATE-FILE
