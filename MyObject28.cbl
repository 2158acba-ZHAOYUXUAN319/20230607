000390*                    ITSELF ON THE CYCLE STEP-STATUS LEDGER AND
000400*                    A RERUN SKIPS IT WHEN IT ALREADY ENDED
000410*                    CLEAN FOR THE BUSINESS DATE.
000411*   2026-10-06  DO   ADDED THE RETURNED-ITEM NOTICE ('R').  THE
000412*                    POSTING RUN NOW RETURNS A HELD DEBIT TO ITS
000413*                    ORIGINATOR ONCE IT HAS AGED PAST THE RETURN
000414*                    HORIZON AND RECORDS IT ON RETITEMS; THIS RUN
000415*                    LETTERS THE CUSTOMER THE SAME NIGHT WITH
000416*                    EACH ITEM RETURNED AND THE FEE CHARGED.  A
000417*                    RETURN IS AN EVENT, NOT A STANDING
000418*                    CONDITION, SO THE 'R' HISTORY RECORD IS
000419*                    NEVER CLEARED - ITS LAST-SENT DATE ONLY
000420*                    STOPS A RERUN LETTERING THE SAME NIGHT TWICE.
000421*   2026-10-07  DO   PAPER NOTICES NOW PRINT THE MAILING ADDRESS
000422*                    UNDER THE CUSTOMER NAME - THE ADDRESS OF THE
000423*                    ACCOUNT'S LIVE PRIMARY OWNER ON THE NEW
000424*                    PARTY MASTER (PARTYREC), REACHED THROUGH THE
000425*                    ACCOUNT RELATIONSHIP FILE (ACCTREL).  WITH
000426*                    NO LIVE PRIMARY THE FIRST LIVE OWNER'S
000427*                    ADDRESS IS USED; AN ACCOUNT WITH NO OWNER ON
000428*                    FILE PRINTS AS BEFORE.  THE NOTICE EXTRACT
000429*                    IS UNCHANGED.
000430*   2026-10-15  DO   A RETURNED ITEM CARRYING NO FEE (THE PAYEE
000431*                    WAS NOT OPEN, OR THE FEE IS SET TO ZERO) IS
000432*                    LEFT OFF THE RETURNED-ITEM LETTER; A NIGHT
000433*                    WITH ONLY SUCH ITEMS SENDS NO LETTER.
000434* ---------------------------------------------------------------
000435 IDENTIFICATION DIVISION.
000440 PROGRAM-ID.                  CUSTOMER-NOTICE.
000450 AUTHOR.                      D. OKAFOR.
000460 INSTALLATION.                RETAIL BANKING DIVISION.
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-NOTICPRT-STATUS.
000780
000781     SELECT RETURNED-ITEM-FILE
000782         ASSIGN TO 'RETITEMS'
000783         ORGANIZATION IS INDEXED
000784         ACCESS MODE IS DYNAMIC
000785         RECORD KEY IS RI-ITEM-KEY
000786         FILE STATUS IS WS-RETITEMS-STATUS.
000787
000788     SELECT PARTY-MASTER-FILE
000789         ASSIGN TO 'PARTYMST'
000790         ORGANIZATION IS INDEXED
000791         ACCESS MODE IS RANDOM
000792         RECORD KEY IS PM-CUSTOMER-ID
000793         FILE STATUS IS WS-PARTYMST-STATUS.
000794
000795     SELECT ACCOUNT-RELATIONSHIP-FILE
000796         ASSIGN TO 'ACCTREL'
000797         ORGANIZATION IS INDEXED
000798         ACCESS MODE IS DYNAMIC
000799         RECORD KEY IS AR-RELATIONSHIP-KEY
000800         FILE STATUS IS WS-ACCTREL-STATUS.
000801
000802     SELECT NOTICE-EXTRACT-FILE
000803         ASSIGN TO 'NOTICEXT'
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-NOTICEXT-STATUS.
000830
001000     LABEL RECORDS ARE STANDARD.
001010     COPY LTRHIST.
001020
001021 FD  RETURNED-ITEM-FILE
001022     LABEL RECORDS ARE STANDARD.
001023     COPY RETITEM.
001024
001025 FD  PARTY-MASTER-FILE
001026     LABEL RECORDS ARE STANDARD.
001027     COPY PARTYREC.
001028
001029 FD  ACCOUNT-RELATIONSHIP-FILE
001030     LABEL RECORDS ARE STANDARD.
001031     COPY ACCTREL.
001032
001033 FD  NOTICE-PRINT-FILE
001040     LABEL RECORDS ARE STANDARD.
001050 01  NOTICE-PRINT-RECORD           PIC X(80).
001060
001230     05  WS-NOTICPRT-STATUS        PIC X(02) VALUE '00'.
001240     05  WS-NOTICEXT-STATUS        PIC X(02) VALUE '00'.
001250     05  WS-BATCHDTE-STATUS        PIC X(02) VALUE '00'.
001252     05  WS-RETITEMS-STATUS        PIC X(02) VALUE '00'.
001254     05  WS-PARTYMST-STATUS        PIC X(02) VALUE '00'.
001256     05  WS-ACCTREL-STATUS         PIC X(02) VALUE '00'.
001260
001270 01  WS-SWITCHES.
001280     05  WS-EOF-SWITCH             PIC X(01) VALUE 'N'.
001310         88  LEDGER-SCAN-COMPLETE            VALUE 'Y'.
001320     05  WS-HISTORY-SWITCH         PIC X(01) VALUE 'N'.
001330         88  HISTORY-RECORD-FOUND            VALUE 'Y'.
001331     05  WS-RI-SWITCH              PIC X(01) VALUE 'N'.
001332         88  RETURN-SCAN-COMPLETE            VALUE 'Y'.
001333     05  WS-RETFILE-SWITCH         PIC X(01) VALUE 'N'.
001334         88  RETURN-FILE-AVAILABLE           VALUE 'Y'.
001335     05  WS-PARTY-FILE-SWITCH      PIC X(01) VALUE 'N'.
001336         88  PARTY-FILES-AVAILABLE           VALUE 'Y'.
001337     05  WS-ADDRESS-SWITCH         PIC X(01) VALUE 'N'.
001338         88  MAILING-ADDRESS-FOUND           VALUE 'Y'.
001339     05  WS-OWNER-SCAN-SWITCH      PIC X(01) VALUE 'N'.
001340         88  OWNER-SCAN-COMPLETE             VALUE 'Y'.
001341
001350*----------------------------------------------------------------
001360* RUN DATE, CAPTURED ONCE AT STARTUP
001370*----------------------------------------------------------------
001450*----------------------------------------------------------------
001460* NOTICE CONTROL FIELDS.  THE NOTICE TYPE MATCHES THE MASTER
001470* STATUS THAT TRIGGERS IT: 'O' OVERDRAFT/HELD DEBITS, 'D'
001480* DORMANCY; 'R' IS THE RETURNED-ITEM NOTICE, DRIVEN BY THE
001485* NIGHT'S RETITEMS RECORDS RATHER THAN BY THE MASTER STATUS.
001490*----------------------------------------------------------------
001500 01  WS-NOTICE-TYPE                PIC X(01) VALUE SPACE.
001510 01  WS-PAPER-NOTICES              PIC 9(07) VALUE ZERO.
001520 01  WS-ELECTRONIC-NOTICES         PIC 9(07) VALUE ZERO.
001530 01  WS-SUPPRESSED-NOTICES         PIC 9(07) VALUE ZERO.
001540 01  WS-CONDITIONS-CLEARED         PIC 9(07) VALUE ZERO.
001543 01  WS-RETURNED-NOTICES           PIC 9(07) VALUE ZERO.
001546 01  WS-OWNER-CUSTOMER-ID          PIC X(10) VALUE SPACES.
001550
001560*----------------------------------------------------------------
001570* POSTED-POSITION WALK FIELDS AND THE HELD-DEBIT TABLE FOR THE
001730         10  WS-HLD-AMOUNT         PIC 9(7)V99.
001740
001750*----------------------------------------------------------------
001751* RETURNED-ITEM TABLE FOR THE RETURNED-ITEM NOTICE - THE ITEMS
001752* THE POSTING RUN RETURNED FOR THE ACCOUNT TONIGHT.
001753*----------------------------------------------------------------
001754 01  WS-RETURNED-COUNT             PIC 9(05) VALUE ZERO.
001755 01  WS-RETURNED-OVERFLOW-COUNT    PIC 9(05) VALUE ZERO.
001756 01  WS-RETURNED-FEE-TOTAL         PIC 9(05)V99 VALUE ZERO.
001757 01  WS-RETURNED-SCAN              PIC 9(02) VALUE ZERO.
001758 01  WS-RETURNED-TABLE-COUNT       PIC 9(02) VALUE ZERO.
001759 01  WS-RETURNED-ITEM-TABLE.
001760     05  WS-RETURNED-ENTRY OCCURS 10 TIMES
001761                                 INDEXED BY WS-RTN-IDX.
001762         10  WS-RTN-DATE           PIC 9(08).
001763         10  WS-RTN-AMOUNT         PIC 9(7)V99.
001764         10  WS-RTN-FEE            PIC 9(03)V99.
001765
001766*----------------------------------------------------------------
001767* NOTICE PRINT LINES
001770*----------------------------------------------------------------
001780 01  WS-NOTICE-HEADING-1.
001790     05  FILLER                    PIC X(20)
001920 01  WS-NOTICE-HEADING-3.
001930     05  FILLER                    PIC X(12) VALUE 'CUSTOMER:  '.
001940     05  NH-CUSTOMER-NAME          PIC X(30).
001941
001942 01  WS-ADDRESS-LINE.
001943     05  FILLER                    PIC X(12) VALUE SPACES.
001944     05  AD-ADDRESS-TEXT           PIC X(30).
001945
001946 01  WS-CITY-LINE.
001947     05  FILLER                    PIC X(12) VALUE SPACES.
001948     05  CT-CITY                   PIC X(20).
001949     05  FILLER                    PIC X(01) VALUE SPACES.
001950     05  CT-STATE-CODE             PIC X(02).
001951     05  FILLER                    PIC X(02) VALUE SPACES.
001952     05  CT-POSTAL-CODE            PIC X(10).
001953
001960 01  WS-NOTICE-TEXT-LINE.
001970     05  NT-TEXT                   PIC X(80).
001980
002150     05  FILLER                    PIC X(08) VALUE '    AND '.
002160     05  HM-MORE-COUNT             PIC Z(4)9.
002170     05  FILLER                    PIC X(67) VALUE ' MORE'.
002171
002172 01  WS-RETURNED-DETAIL-LINE.
002173     05  FILLER                    PIC X(04) VALUE SPACES.
002174     05  RD-DATE                   PIC 9(08).
002175     05  FILLER                    PIC X(02) VALUE SPACES.
002176     05  RD-AMOUNT                 PIC Z(6)9.99.
002177     05  FILLER                    PIC X(07) VALUE '   FEE '.
002178     05  RD-FEE                    PIC ZZ9.99.
002179     05  FILLER                    PIC X(43) VALUE SPACES.
002180
002181 01  WS-RETURNED-FEE-LINE.
002182     05  FILLER                    PIC X(28) VALUE
002183             'RETURNED-ITEM FEES CHARGED: '.
002184     05  RF-FEE-TOTAL              PIC Z(4)9.99.
002185     05  FILLER                    PIC X(44) VALUE SPACES.
002186
002190 01  WS-LAST-ACTIVITY-LINE.
002200     05  FILLER                    PIC X(35) VALUE
002210             'LAST CUSTOMER ACTIVITY ON RECORD:  '.
003030         MOVE 'Y' TO WS-EOF-SWITCH
003040     END-IF.
003050
003051     OPEN INPUT RETURNED-ITEM-FILE.
003052     IF WS-RETITEMS-STATUS = '00'
003053         SET RETURN-FILE-AVAILABLE TO TRUE
003054     ELSE
003055         DISPLAY 'CUSTOMER-NOTICE: RETITEMS NOT AVAILABLE - '
003056             'STATUS ' WS-RETITEMS-STATUS
003057             ' - NO RETURNED-ITEM NOTICES THIS RUN'
003058     END-IF.
003059
003060*    NO PARTY MASTER OR RELATIONSHIP FILE ON DISK ONLY MEANS THE
003061*    NOTICES PRINT WITHOUT A MAILING ADDRESS.
003062     OPEN INPUT PARTY-MASTER-FILE.
003063     OPEN INPUT ACCOUNT-RELATIONSHIP-FILE.
003064     IF WS-PARTYMST-STATUS = '00'
003065             AND WS-ACCTREL-STATUS = '00'
003066         SET PARTY-FILES-AVAILABLE TO TRUE
003067     ELSE
003068         IF WS-PARTYMST-STATUS = '00'
003069             CLOSE PARTY-MASTER-FILE
003070         END-IF
003071         IF WS-ACCTREL-STATUS = '00'
003072             CLOSE ACCOUNT-RELATIONSHIP-FILE
003073         END-IF
003074     END-IF.
003075
003076     OPEN OUTPUT NOTICE-PRINT-FILE.
003077     OPEN OUTPUT NOTICE-EXTRACT-FILE.
003080
003090     IF NOT CUSTOMER-MASTER-EOF
003100         PERFORM 8000-READ-CUSTOMER-MASTER THRU 8000-EXIT
003160* 2000-REVIEW-ONE-ACCOUNT - TURN A STANDING 'O' OR 'D' CONDITION
003170* INTO A NOTICE UNLESS THE LETTER HISTORY SHOWS ONE ALREADY WENT
003180* OUT FOR THE SAME UNBROKEN CONDITION, AND CLEAR THE HISTORY FOR
003190* ANY CONDITION THAT NO LONGER STANDS, THEN LETTER ANY ITEMS
003195* RETURNED TONIGHT AND ADVANCE.
003200*-----------------------------------------------------------------
003210 2000-REVIEW-ONE-ACCOUNT.
003220     IF CM-STATUS-OVERLIMIT
003460     IF WS-NOTICE-TYPE NOT = 'D'
003470         MOVE 'D' TO LH-LETTER-TYPE
003480         PERFORM 2300-CLEAR-HISTORY THRU 2300-EXIT
003482     END-IF.
003484
003486     IF RETURN-FILE-AVAILABLE
003488         PERFORM 2400-REVIEW-RETURNED-ITEMS THRU 2400-EXIT
003490     END-IF.
003500
003510     PERFORM 8000-READ-CUSTOMER-MASTER THRU 8000-EXIT.
004090     END-DELETE.
004100     ADD 1 TO WS-CONDITIONS-CLEARED.
004110 2300-EXIT.
004111     EXIT.
004112
004113*-----------------------------------------------------------------
004114* 2400-REVIEW-RETURNED-ITEMS - LETTER THE CUSTOMER FOR THE ITEMS
004115* THE POSTING RUN RETURNED TONIGHT.  AN 'R' HISTORY RECORD ALREADY
004116* STAMPED WITH TONIGHT'S DATE MEANS A RERUN, SO THE LETTER IS NOT
004117* SENT TWICE; AN OLDER ONE IS A PREVIOUS RETURN AND IS UPDATED.
004118*-----------------------------------------------------------------
004119 2400-REVIEW-RETURNED-ITEMS.
004120     PERFORM 3400-COLLECT-RETURNED-ITEMS THRU 3400-EXIT.
004121     IF WS-RETURNED-COUNT = ZERO
004122         GO TO 2400-EXIT
004123     END-IF.
004124
004125     MOVE 'R' TO WS-NOTICE-TYPE.
004126     PERFORM 2100-CHECK-LETTER-HISTORY THRU 2100-EXIT.
004127     IF HISTORY-RECORD-FOUND
004128             AND LH-LAST-SENT-DATE = WS-RUN-DATE
004129         ADD 1 TO WS-SUPPRESSED-NOTICES
004130         GO TO 2400-EXIT
004131     END-IF.
004132
004133     ADD 1 TO WS-RETURNED-NOTICES.
004134     PERFORM 3000-PRODUCE-NOTICE THRU 3000-EXIT.
004135     IF HISTORY-RECORD-FOUND
004136         PERFORM 2410-UPDATE-LETTER THRU 2410-EXIT
004137     ELSE
004138         PERFORM 2200-RECORD-LETTER THRU 2200-EXIT
004139     END-IF.
004140 2400-EXIT.
004141     EXIT.
004142
004143*-----------------------------------------------------------------
004144* 2410-UPDATE-LETTER - STAMP A FURTHER RETURNED-ITEM LETTER ON THE
004145* ACCOUNT'S EXISTING 'R' HISTORY RECORD, STILL HELD FROM 2100.
004146*-----------------------------------------------------------------
004147 2410-UPDATE-LETTER.
004148     MOVE WS-RUN-DATE TO LH-LAST-SENT-DATE.
004149     ADD 1 TO LH-LETTER-COUNT.
004150     REWRITE LETTER-HISTORY-RECORD
004151         INVALID KEY
004152             DISPLAY 'CUSTOMER-NOTICE: UNABLE TO RECORD LETTER '
004153                 'FOR ' CM-ACCOUNT-NUMBER
004154     END-REWRITE.
004155 2410-EXIT.
004156     EXIT.
004157
004158*-----------------------------------------------------------------
004159* 3000-PRODUCE-NOTICE - BUILD ONE NOTICE FOR THE CURRENT ACCOUNT
004160* AND ROUTE IT BY THE CUSTOMER'S DELIVERY PREFERENCE, THE SAME
004170* SPLIT CUSTOMER-STATEMENT MAKES.
004180*-----------------------------------------------------------------
005230     EXIT.
005240
005250*-----------------------------------------------------------------
005251* 3400-COLLECT-RETURNED-ITEMS - POSITION ON THE ACCOUNT'S RETURNS
005252* FOR TONIGHT'S DATE AND GATHER THEM FOR THE LETTER.  THE FIRST
005253* TEN GO ON THE LETTER; THE REST ARE COUNTED.
005254*-----------------------------------------------------------------
005255 3400-COLLECT-RETURNED-ITEMS.
005256     MOVE ZERO TO WS-RETURNED-COUNT.
005257     MOVE ZERO TO WS-RETURNED-OVERFLOW-COUNT.
005258     MOVE ZERO TO WS-RETURNED-TABLE-COUNT.
005259     MOVE ZERO TO WS-RETURNED-FEE-TOTAL.
005260     INITIALIZE WS-RETURNED-ITEM-TABLE.
005261
005262     MOVE 'N' TO WS-RI-SWITCH.
005263     MOVE CM-ACCOUNT-NUMBER TO RI-ACCOUNT-NUMBER.
005264     MOVE WS-RUN-DATE TO RI-RETURN-DATE.
005265     MOVE ZERO TO RI-SEQUENCE-NUMBER.
005266
005267     START RETURNED-ITEM-FILE
005268         KEY IS NOT LESS THAN RI-ITEM-KEY
005269         INVALID KEY
005270             SET RETURN-SCAN-COMPLETE TO TRUE
005271     END-START.
005272
005273     PERFORM 3410-COLLECT-ONE-RETURN THRU 3410-EXIT
005274         UNTIL RETURN-SCAN-COMPLETE.
005275 3400-EXIT.
005276     EXIT.
005277
005278*-----------------------------------------------------------------
005279* 3410-COLLECT-ONE-RETURN - READ THE NEXT RETURNED ITEM.  ANOTHER
005280* ACCOUNT OR ANOTHER RETURN DATE ENDS THE SCAN.  AN ITEM THAT
005281* CARRIED NO FEE IS PASSED OVER - THE LETTER ADVISES A CHARGE.
005282*-----------------------------------------------------------------
005283 3410-COLLECT-ONE-RETURN.
005284     READ RETURNED-ITEM-FILE NEXT RECORD
005285         AT END
005286             SET RETURN-SCAN-COMPLETE TO TRUE
005287     END-READ.
005288
005289     IF RETURN-SCAN-COMPLETE
005290         GO TO 3410-EXIT
005291     END-IF.
005292
005293     IF RI-ACCOUNT-NUMBER NOT = CM-ACCOUNT-NUMBER
005294             OR RI-RETURN-DATE NOT = WS-RUN-DATE
005295         SET RETURN-SCAN-COMPLETE TO TRUE
005296         GO TO 3410-EXIT
005297     END-IF.
005298
005299     IF RI-FEE-AMOUNT = ZERO
005300         GO TO 3410-EXIT
005301     END-IF.
005302
005303     ADD 1 TO WS-RETURNED-COUNT.
005304     ADD RI-FEE-AMOUNT TO WS-RETURNED-FEE-TOTAL.
005305     IF WS-RETURNED-TABLE-COUNT < 10
005306         ADD 1 TO WS-RETURNED-TABLE-COUNT
005307         SET WS-RTN-IDX TO WS-RETURNED-TABLE-COUNT
005308         MOVE RI-ORIGINAL-DATE TO WS-RTN-DATE (WS-RTN-IDX)
005309         MOVE RI-ITEM-AMOUNT TO WS-RTN-AMOUNT (WS-RTN-IDX)
005310         MOVE RI-FEE-AMOUNT TO WS-RTN-FEE (WS-RTN-IDX)
005311     ELSE
005312         ADD 1 TO WS-RETURNED-OVERFLOW-COUNT
005313     END-IF.
005314 3410-EXIT.
005315     EXIT.
005316
005317*-----------------------------------------------------------------
005318* 4000-WRITE-EXTRACT-NOTICE - ONE PIPE-DELIMITED NOTICE RECORD
005319* FOR THE E-DELIVERY VENDOR: TYPE, ACCOUNT, NAME, DATE, BALANCE
005320* AND THE CONDITION DETAIL (HELD-DEBIT COUNT FOR 'O', LAST
005321* ACTIVITY DATE FOR 'D', RETURNED-ITEM COUNT FOR 'R').
005322*-----------------------------------------------------------------
005323 4000-WRITE-EXTRACT-NOTICE.
005324     MOVE CM-BALANCE TO WS-EXTRACT-BALANCE.
005330     MOVE SPACES TO WS-EXTRACT-DETAIL.
005340     IF WS-NOTICE-TYPE = 'O'
005350         MOVE WS-HELD-DEBIT-COUNT TO WS-EXTRACT-DETAIL (1:5)
005360     ELSE
005370         IF WS-NOTICE-TYPE = 'R'
005372             MOVE WS-RETURNED-COUNT TO WS-EXTRACT-DETAIL (1:5)
005374         ELSE
005376             MOVE CM-LAST-ACTIVITY-DATE TO WS-EXTRACT-DETAIL
005378         END-IF
005380     END-IF.
005390
005400     MOVE SPACES TO WS-EXTRACT-LINE.
005670         AFTER ADVANCING PAGE.
005680     WRITE NOTICE-PRINT-RECORD FROM WS-NOTICE-HEADING-2.
005690     WRITE NOTICE-PRINT-RECORD FROM WS-NOTICE-HEADING-3.
005692     PERFORM 5400-FIND-MAILING-ADDRESS THRU 5400-EXIT.
005694     IF MAILING-ADDRESS-FOUND
005696         PERFORM 5500-PRINT-ADDRESS-BLOCK THRU 5500-EXIT
005698     END-IF.
005700     WRITE NOTICE-PRINT-RECORD FROM WS-BLANK-LINE.
005710
005720     IF WS-NOTICE-TYPE = 'O'
005730         PERFORM 5100-PRINT-OVERDRAFT-BODY THRU 5100-EXIT
005740     ELSE
005750         IF WS-NOTICE-TYPE = 'R'
005752             PERFORM 5300-PRINT-RETURNED-BODY THRU 5300-EXIT
005754         ELSE
005756             PERFORM 5200-PRINT-DORMANCY-BODY THRU 5200-EXIT
005758         END-IF
005760     END-IF.
005770
005780     WRITE NOTICE-PRINT-RECORD FROM WS-BLANK-LINE.
006580     EXIT.
006590
006600*-----------------------------------------------------------------
006601* 5300-PRINT-RETURNED-BODY - THE RETURNED-ITEM NOTICE TEXT, WITH
006602* UP TO TEN RETURNED ITEMS LISTED, THE OVERFLOW COUNTED AND THE
006603* FEES CHARGED FOR THEM.
006604*-----------------------------------------------------------------
006605 5300-PRINT-RETURNED-BODY.
006606     MOVE 'THE FOLLOWING DEBITS COULD NOT BE PAID AND HAVE BEEN'
006607         TO NT-TEXT.
006608     WRITE NOTICE-PRINT-RECORD FROM WS-NOTICE-TEXT-LINE.
006609     MOVE 'RETURNED UNPAID TO THE ORIGINATOR:' TO NT-TEXT.
006610     WRITE NOTICE-PRINT-RECORD FROM WS-NOTICE-TEXT-LINE.
006611
006612     MOVE ZERO TO WS-RETURNED-SCAN.
006613     PERFORM 5310-PRINT-ONE-RETURN THRU 5310-EXIT
006614         UNTIL WS-RETURNED-SCAN NOT < WS-RETURNED-TABLE-COUNT.
006615     IF WS-RETURNED-OVERFLOW-COUNT > ZERO
006616         MOVE WS-RETURNED-OVERFLOW-COUNT TO HM-MORE-COUNT
006617         WRITE NOTICE-PRINT-RECORD FROM WS-HELD-MORE-LINE
006618     END-IF.
006619
006620     WRITE NOTICE-PRINT-RECORD FROM WS-BLANK-LINE.
006621     MOVE WS-RETURNED-FEE-TOTAL TO RF-FEE-TOTAL.
006622     WRITE NOTICE-PRINT-RECORD FROM WS-RETURNED-FEE-LINE.
006623     MOVE 'THE PAYEE MAY PRESENT THESE ITEMS AGAIN.  PLEASE'
006624         TO NT-TEXT.
006625     WRITE NOTICE-PRINT-RECORD FROM WS-NOTICE-TEXT-LINE.
006626     MOVE 'ENSURE FUNDS ARE AVAILABLE TO COVER THEM.' TO NT-TEXT.
006627     WRITE NOTICE-PRINT-RECORD FROM WS-NOTICE-TEXT-LINE.
006628 5300-EXIT.
006629     EXIT.
006630
006631*-----------------------------------------------------------------
006632* 5310-PRINT-ONE-RETURN - PRINT ONE RETURNED-ITEM LETTER LINE.
006633*-----------------------------------------------------------------
006634 5310-PRINT-ONE-RETURN.
006635     ADD 1 TO WS-RETURNED-SCAN.
006636     SET WS-RTN-IDX TO WS-RETURNED-SCAN.
006637     MOVE WS-RTN-DATE (WS-RTN-IDX) TO RD-DATE.
006638     MOVE WS-RTN-AMOUNT (WS-RTN-IDX) TO RD-AMOUNT.
006639     MOVE WS-RTN-FEE (WS-RTN-IDX) TO RD-FEE.
006640     WRITE NOTICE-PRINT-RECORD FROM WS-RETURNED-DETAIL-LINE.
006641 5310-EXIT.
006642     EXIT.
006643
006644*-----------------------------------------------------------------
006645* 5400-FIND-MAILING-ADDRESS - WALK THE ACCOUNT'S RELATIONSHIPS
006646* FOR ITS LIVE PRIMARY OWNER (THE FIRST LIVE OWNER WHEN NO
006647* PRIMARY IS LINKED) AND READ THAT PARTY'S ADDRESS.  NO OWNER ON
006648* FILE LEAVES THE ADDRESS SWITCH OFF.
006649*-----------------------------------------------------------------
006650 5400-FIND-MAILING-ADDRESS.
006651     MOVE 'N' TO WS-ADDRESS-SWITCH.
006652     IF NOT PARTY-FILES-AVAILABLE
006653         GO TO 5400-EXIT
006654     END-IF.
006655
006656     MOVE SPACES TO WS-OWNER-CUSTOMER-ID.
006657     MOVE 'N' TO WS-OWNER-SCAN-SWITCH.
006658     MOVE CM-ACCOUNT-NUMBER TO AR-ACCOUNT-NUMBER.
006659     MOVE LOW-VALUES TO AR-CUSTOMER-ID.
006660
006661     START ACCOUNT-RELATIONSHIP-FILE
006662         KEY IS NOT LESS THAN AR-RELATIONSHIP-KEY
006663         INVALID KEY
006664             SET OWNER-SCAN-COMPLETE TO TRUE
006665     END-START.
006666
006667     PERFORM 5410-CHECK-ONE-OWNER THRU 5410-EXIT
006668         UNTIL OWNER-SCAN-COMPLETE.
006669
006670     IF WS-OWNER-CUSTOMER-ID = SPACES
006671         GO TO 5400-EXIT
006672     END-IF.
006673
006674     MOVE WS-OWNER-CUSTOMER-ID TO PM-CUSTOMER-ID.
006675     READ PARTY-MASTER-FILE
006676         INVALID KEY
006677             GO TO 5400-EXIT
006678     END-READ.
006679
006680     SET MAILING-ADDRESS-FOUND TO TRUE.
006681 5400-EXIT.
006682     EXIT.
006683
006684*-----------------------------------------------------------------
006685* 5410-CHECK-ONE-OWNER - READ THE NEXT RELATIONSHIP IN KEY
006686* SEQUENCE, A DIFFERENT ACCOUNT NUMBER READING AS THE END OF THE
006687* WALK.  THE LIVE PRIMARY ENDS THE WALK; THE FIRST LIVE OWNER OF
006688* ANY ROLE IS HELD AS THE FALLBACK.
006689*-----------------------------------------------------------------
006690 5410-CHECK-ONE-OWNER.
006691     READ ACCOUNT-RELATIONSHIP-FILE NEXT RECORD
006692         AT END
006693             SET OWNER-SCAN-COMPLETE TO TRUE
006694     END-READ.
006695
006696     IF OWNER-SCAN-COMPLETE
006697         GO TO 5410-EXIT
006698     END-IF.
006699
006700     IF AR-ACCOUNT-NUMBER NOT = CM-ACCOUNT-NUMBER
006701         SET OWNER-SCAN-COMPLETE TO TRUE
006702         GO TO 5410-EXIT
006703     END-IF.
006704
006705     IF NOT AR-RELATIONSHIP-LIVE
006706         GO TO 5410-EXIT
006707     END-IF.
006708
006709     IF AR-ROLE-PRIMARY
006710         MOVE AR-CUSTOMER-ID TO WS-OWNER-CUSTOMER-ID
006711         SET OWNER-SCAN-COMPLETE TO TRUE
006712         GO TO 5410-EXIT
006713     END-IF.
006714
006715     IF WS-OWNER-CUSTOMER-ID = SPACES
006716         MOVE AR-CUSTOMER-ID TO WS-OWNER-CUSTOMER-ID
006717     END-IF.
006718 5410-EXIT.
006719     EXIT.
006720
006721*-----------------------------------------------------------------
006722* 5500-PRINT-ADDRESS-BLOCK - PRINT THE MAILING ADDRESS UNDER THE
006723* CUSTOMER NAME: THE STREET LINES (A BLANK SECOND LINE IS
006724* SKIPPED) AND THE CITY, STATE AND POSTAL CODE.
006725*-----------------------------------------------------------------
006726 5500-PRINT-ADDRESS-BLOCK.
006727     MOVE PM-ADDRESS-LINE-1 TO AD-ADDRESS-TEXT.
006728     WRITE NOTICE-PRINT-RECORD FROM WS-ADDRESS-LINE.
006729
006730     IF PM-ADDRESS-LINE-2 NOT = SPACES
006731         MOVE PM-ADDRESS-LINE-2 TO AD-ADDRESS-TEXT
006732         WRITE NOTICE-PRINT-RECORD FROM WS-ADDRESS-LINE
006733     END-IF.
006734
006735     MOVE PM-CITY TO CT-CITY.
006736     MOVE PM-STATE-CODE TO CT-STATE-CODE.
006737     MOVE PM-POSTAL-CODE TO CT-POSTAL-CODE.
006738     WRITE NOTICE-PRINT-RECORD FROM WS-CITY-LINE.
006739 5500-EXIT.
006740     EXIT.
006741
006742*-----------------------------------------------------------------
006743* 8000-READ-CUSTOMER-MASTER - READ THE NEXT CUSTOMER-MASTER
006744* RECORD, SETTING THE END-OF-FILE SWITCH WHEN EXHAUSTED.
006745*-----------------------------------------------------------------
006746 8000-READ-CUSTOMER-MASTER.
006747     READ CUSTOMER-MASTER-FILE
006748         AT END
006749             SET CUSTOMER-MASTER-EOF TO TRUE
006750     END-READ.
006751 8000-EXIT.
006752     EXIT.
006753
006754*-----------------------------------------------------------------
006755* 9000-TERMINATE - PRINT THE DELIVERY SUMMARY, CLOSE EVERY FILE
006756* AND RECORD THE STEP END.
006757*-----------------------------------------------------------------
006760 9000-TERMINATE.
006770     WRITE NOTICE-PRINT-RECORD FROM WS-SUMMARY-HEADING
006780         AFTER ADVANCING PAGE.
006930     MOVE WS-CONDITIONS-CLEARED TO SU-COUNT.
006940     WRITE NOTICE-PRINT-RECORD FROM WS-SUMMARY-LINE.
006950
006952     MOVE 'RETURNED-ITEM NOTICES.: ' TO SU-CAPTION.
006954     MOVE WS-RETURNED-NOTICES TO SU-COUNT.
006956     WRITE NOTICE-PRINT-RECORD FROM WS-SUMMARY-LINE.
006958
006960     CLOSE CUSTOMER-MASTER-FILE.
006970     CLOSE TRANSACTION-LEDGER-FILE.
006980     CLOSE LETTER-HISTORY-FILE.
006981     IF RETURN-FILE-AVAILABLE
006982         CLOSE RETURNED-ITEM-FILE
006983     END-IF.
006984     IF PARTY-FILES-AVAILABLE
006985         CLOSE PARTY-MASTER-FILE
006986               ACCOUNT-RELATIONSHIP-FILE
006987     END-IF.
006990     CLOSE NOTICE-PRINT-FILE.
007000     CLOSE NOTICE-EXTRACT-FILE.
007010     PERFORM 9800-RECORD-STEP-END THRU 9800-EXIT.
