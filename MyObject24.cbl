000411*                    THE DATE - SO A RERUN CAN NO LONGER REBUILD
000412*                    REMITOUT AND ESCHRPT EMPTY AFTER THE
000413*                    ACCOUNTS ARE ALREADY FLAGGED ESCHEATED.
000414*   2026-10-06  DO   THE CLOSING DEBIT IS WRITTEN WITH A ZERO
000415*                    SOURCE BATCH - IT IS SYSTEM-GENERATED, NOT
000416*                    CAPTURED FROM A RAW BATCH.
000417*   2026-10-07  DO   EACH ACCOUNT NOW REMITS TO ITS OWNER'S
000418*                    STATE - THE STATE ON THE PARTY MASTER
000419*                    (PARTYREC) OF THE ACCOUNT'S LIVE PRIMARY
000420*                    OWNER, FOUND THROUGH THE ACCOUNT
000421*                    RELATIONSHIP FILE (ACCTREL), OR OF ITS
000422*                    FIRST LIVE OWNER WHEN NO PRIMARY IS LINKED.
000423*                    THE REMITCTL CARD IS NOW ONLY THE DEFAULT
000424*                    FOR AN ACCOUNT WITH NO OWNER ON FILE OR A
000425*                    FOREIGN ADDRESS, AND THE REGISTER MARKS IT
000426*                    'DFLT'.  REMITOUT CARRIES ONE TOTAL RECORD
000427*                    PER JURISDICTION REMITTED TO.
000428*   2026-10-09  DO   THE CLOSING DEBIT CARRIES A BLANK CHANNEL
000429*                    CODE - IT IS SYSTEM-GENERATED, NOT CASH,
000430*                    CHEQUE OR ELECTRONIC MONEY MOVEMENT.
000431*   2026-10-12  DO   THE CLOSING DEBIT CLEARS THE NEW TRANSFER
000432*                    FIELDS (SEE TRANLEDG) - IT IS NOT A LEG OF
000433*                    A TRANSFER BETWEEN OUR OWN ACCOUNTS.
000434*   2026-10-13  DO   AN EXTRACTED ACCOUNT THE CUSTOMER HAS SINCE
000435*                    CLOSED ('C') IS SKIPPED - ITS BALANCE HAS
000436*                    ALREADY BEEN PAID OUT.
000437* ---------------------------------------------------------------
000438 IDENTIFICATION DIVISION.
000439 PROGRAM-ID.                  ESCHEAT-REMIT.
000440 AUTHOR.                      D. OKAFOR.
000441 INSTALLATION.                RETAIL BANKING DIVISION.
000450 DATE-WRITTEN.                2026-09-02.
000460 DATE-COMPILED.
000470
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-BATCHDTE-STATUS.
000960
000961     SELECT PARTY-MASTER-FILE
000962         ASSIGN TO 'PARTYMST'
000963         ORGANIZATION IS INDEXED
000964         ACCESS MODE IS RANDOM
000965         RECORD KEY IS PM-CUSTOMER-ID
000966         FILE STATUS IS WS-PARTYMST-STATUS.
000967
000968     SELECT ACCOUNT-RELATIONSHIP-FILE
000969         ASSIGN TO 'ACCTREL'
000970         ORGANIZATION IS INDEXED
000971         ACCESS MODE IS DYNAMIC
000972         RECORD KEY IS AR-RELATIONSHIP-KEY
000973         FILE STATUS IS WS-ACCTREL-STATUS.
000974
000975 DATA DIVISION.
000980 FILE SECTION.
000990 FD  ESCHEAT-EXTRACT-FILE
001000     LABEL RECORDS ARE STANDARD.
001340     LABEL RECORDS ARE STANDARD.
001350     COPY BATCHDTE.
001360
001361 FD  PARTY-MASTER-FILE
001362     LABEL RECORDS ARE STANDARD.
001363     COPY PARTYREC.
001364
001365 FD  ACCOUNT-RELATIONSHIP-FILE
001366     LABEL RECORDS ARE STANDARD.
001367     COPY ACCTREL.
001368
001370 WORKING-STORAGE SECTION.
001380*----------------------------------------------------------------
001390* FILE STATUS AND END-OF-FILE SWITCHES
001470     05  WS-REMITOUT-STATUS        PIC X(02) VALUE '00'.
001480     05  WS-ESCHRPT-STATUS         PIC X(02) VALUE '00'.
001490     05  WS-BATCHDTE-STATUS        PIC X(02) VALUE '00'.
001493     05  WS-PARTYMST-STATUS        PIC X(02) VALUE '00'.
001496     05  WS-ACCTREL-STATUS         PIC X(02) VALUE '00'.
001500
001510 01  WS-SWITCHES.
001520     05  WS-EOF-SWITCH             PIC X(01) VALUE 'N'.
001550         88  MASTER-RECORD-FOUND             VALUE 'Y'.
001560     05  WS-SEQ-SCAN-SWITCH        PIC X(01) VALUE 'N'.
001570         88  SEQ-SCAN-COMPLETE               VALUE 'Y'.
001571     05  WS-PARTY-FILE-SWITCH      PIC X(01) VALUE 'N'.
001572         88  PARTY-FILES-AVAILABLE           VALUE 'Y'.
001573     05  WS-OWNER-SCAN-SWITCH      PIC X(01) VALUE 'N'.
001574         88  OWNER-SCAN-COMPLETE             VALUE 'Y'.
001575     05  WS-DEFAULT-JURIS-SWITCH   PIC X(01) VALUE 'N'.
001576         88  DEFAULT-JURISDICTION-USED       VALUE 'Y'.
001580
001590*----------------------------------------------------------------
001600* RUN DATE, CAPTURED ONCE AT STARTUP
001625     COPY STEPLINK.
001630
001640*----------------------------------------------------------------
001650* REMITTANCE JURISDICTION.  AN ACCOUNT REMITS TO ITS OWNER'S
001660* STATE ON THE PARTY MASTER; THE REMITCTL CARD (THE BANK'S OWN
001670* STATE) IS THE DEFAULT WHEN THE ACCOUNT HAS NO OWNER ON FILE OR
001675* THE OWNER'S ADDRESS IS FOREIGN.
001680*----------------------------------------------------------------
001690 01  WS-JURISDICTION               PIC X(02) VALUE 'NY'.
001693 01  WS-ACCOUNT-JURISDICTION       PIC X(02) VALUE SPACES.
001696 01  WS-OWNER-CUSTOMER-ID          PIC X(10) VALUE SPACES.
001700
001710*----------------------------------------------------------------
001720* POSTED-BALANCE WALK FIELDS, THE SAME WALK THE POSTING AND
001840 01  WS-ACCOUNTS-REMITTED          PIC 9(07) VALUE ZERO.
001850 01  WS-ACCOUNTS-CLOSED-ZERO       PIC 9(07) VALUE ZERO.
001860 01  WS-ACCOUNTS-SKIPPED           PIC 9(07) VALUE ZERO.
001870 01  WS-JURIS-TABLE-COUNT          PIC 9(02) VALUE ZERO.
001880 01  WS-JURIS-TABLE.
001881     05  WS-JURIS-ENTRY OCCURS 60 TIMES
001882                                 INDEXED BY WS-JURIS-IDX.
001883         10  WS-JURIS-CODE         PIC X(02).
001884         10  WS-JURIS-COUNT        PIC 9(07).
001885         10  WS-JURIS-AMOUNT       PIC 9(11)V99.
001890
001900*----------------------------------------------------------------
001910* STATE REMITTANCE FILE RECORDS
002180             'RUN DATE......  '.
002190     05  RH-RUN-DATE               PIC 9(08).
002200     05  FILLER                    PIC X(15) VALUE
002210             ' DEFAULT STATE '.
002220     05  RH-JURISDICTION           PIC X(02).
002230     05  FILLER                    PIC X(39) VALUE SPACES.
002240
003130     OPEN OUTPUT REMITTANCE-FILE.
003140     OPEN OUTPUT REMIT-REPORT-FILE.
003150
003151*    NO PARTY MASTER OR RELATIONSHIP FILE ON DISK SENDS EVERY
003152*    ACCOUNT TO THE REMITCTL DEFAULT.
003153     OPEN INPUT PARTY-MASTER-FILE.
003154     OPEN INPUT ACCOUNT-RELATIONSHIP-FILE.
003155     IF WS-PARTYMST-STATUS = '00'
003156             AND WS-ACCTREL-STATUS = '00'
003157         SET PARTY-FILES-AVAILABLE TO TRUE
003158     ELSE
003159         DISPLAY 'ESCHEAT-REMIT: PARTY FILES NOT AVAILABLE - '
003160             'EVERY ACCOUNT REMITS TO ' WS-JURISDICTION
003161         IF WS-PARTYMST-STATUS = '00'
003162             CLOSE PARTY-MASTER-FILE
003163         END-IF
003164         IF WS-ACCTREL-STATUS = '00'
003165             CLOSE ACCOUNT-RELATIONSHIP-FILE
003166         END-IF
003167     END-IF.
003168
003169     MOVE WS-RUN-DATE TO RH-RUN-DATE.
003170     MOVE WS-JURISDICTION TO RH-JURISDICTION.
003180     WRITE REMIT-REPORT-RECORD FROM WS-REPORT-HEADING-1.
003190     WRITE REMIT-REPORT-RECORD FROM WS-REPORT-HEADING-2.
003540         PERFORM 7000-WRITE-REGISTER-LINE THRU 7000-EXIT
003550         GO TO 2000-ADVANCE
003560     END-IF.
003561
003562     IF CM-STATUS-CLOSED
003563         ADD 1 TO WS-ACCOUNTS-SKIPPED
003564         MOVE 'SKIPPED  ' TO RL-CAPTION
003565         MOVE 'ACCOUNT CLOSED    ' TO RL-REASON
003566         MOVE ZERO TO RL-AMOUNT
003567         PERFORM 7000-WRITE-REGISTER-LINE THRU 7000-EXIT
003568         GO TO 2000-ADVANCE
003569     END-IF.
003570
003580     IF NOT CM-STATUS-DORMANT
003590         ADD 1 TO WS-ACCOUNTS-SKIPPED
003960     END-IF.
003970
003980     PERFORM 5000-FLAG-ESCHEATED THRU 5000-EXIT.
003985     PERFORM 3300-FIND-OWNER-STATE THRU 3300-EXIT.
003990     PERFORM 6000-WRITE-REMITTANCE THRU 6000-EXIT.
004000     PERFORM 6500-WRITE-REGISTER-RECORD THRU 6500-EXIT.
004010
004020     ADD 1 TO WS-ACCOUNTS-REMITTED.
004030     MOVE 'REMITTED ' TO RL-CAPTION.
004040     MOVE SPACES TO RL-REASON.
004041     IF DEFAULT-JURISDICTION-USED
004042         STRING 'TO STATE ' WS-ACCOUNT-JURISDICTION ' DFLT'
004043             DELIMITED BY SIZE INTO RL-REASON
004044     ELSE
004045         STRING 'TO STATE ' WS-ACCOUNT-JURISDICTION
004046             DELIMITED BY SIZE INTO RL-REASON
004047     END-IF.
004050     MOVE WS-POSTED-BALANCE TO RL-AMOUNT.
004060     PERFORM 7000-WRITE-REGISTER-LINE THRU 7000-EXIT.
004070
004990 3200-EXIT.
005000     EXIT.
005010
005011*-----------------------------------------------------------------
005012* 3300-FIND-OWNER-STATE - SET THE ACCOUNT'S REMITTANCE
005013* JURISDICTION: THE STATE ON FILE FOR ITS LIVE PRIMARY OWNER (THE
005014* FIRST LIVE OWNER WHEN NO PRIMARY IS LINKED).  NO OWNER ON FILE,
005015* OR AN OWNER WITH A FOREIGN ADDRESS, TAKES THE REMITCTL DEFAULT.
005016*-----------------------------------------------------------------
005017 3300-FIND-OWNER-STATE.
005018     MOVE WS-JURISDICTION TO WS-ACCOUNT-JURISDICTION.
005019     SET DEFAULT-JURISDICTION-USED TO TRUE.
005020     IF NOT PARTY-FILES-AVAILABLE
005021         GO TO 3300-EXIT
005022     END-IF.
005023
005024     MOVE SPACES TO WS-OWNER-CUSTOMER-ID.
005025     MOVE 'N' TO WS-OWNER-SCAN-SWITCH.
005026     MOVE CM-ACCOUNT-NUMBER TO AR-ACCOUNT-NUMBER.
005027     MOVE LOW-VALUES TO AR-CUSTOMER-ID.
005028
005029     START ACCOUNT-RELATIONSHIP-FILE
005030         KEY IS NOT LESS THAN AR-RELATIONSHIP-KEY
005031         INVALID KEY
005032             SET OWNER-SCAN-COMPLETE TO TRUE
005033     END-START.
005034
005035     PERFORM 3310-CHECK-ONE-OWNER THRU 3310-EXIT
005036         UNTIL OWNER-SCAN-COMPLETE.
005037
005038     IF WS-OWNER-CUSTOMER-ID = SPACES
005039         GO TO 3300-EXIT
005040     END-IF.
005041
005042     MOVE WS-OWNER-CUSTOMER-ID TO PM-CUSTOMER-ID.
005043     READ PARTY-MASTER-FILE
005044         INVALID KEY
005045             GO TO 3300-EXIT
005046     END-READ.
005047
005048     IF PM-STATE-CODE = SPACES
005049         GO TO 3300-EXIT
005050     END-IF.
005051
005052     MOVE PM-STATE-CODE TO WS-ACCOUNT-JURISDICTION.
005053     MOVE 'N' TO WS-DEFAULT-JURIS-SWITCH.
005054 3300-EXIT.
005055     EXIT.
005056
005057*-----------------------------------------------------------------
005058* 3310-CHECK-ONE-OWNER - READ THE NEXT RELATIONSHIP IN KEY
005059* SEQUENCE, A DIFFERENT ACCOUNT NUMBER READING AS THE END OF THE
005060* WALK.  THE LIVE PRIMARY ENDS THE WALK; THE FIRST LIVE OWNER OF
005061* ANY ROLE IS HELD AS THE FALLBACK.
005062*-----------------------------------------------------------------
005063 3310-CHECK-ONE-OWNER.
005064     READ ACCOUNT-RELATIONSHIP-FILE NEXT RECORD
005065         AT END
005066             SET OWNER-SCAN-COMPLETE TO TRUE
005067     END-READ.
005068
005069     IF OWNER-SCAN-COMPLETE
005070         GO TO 3310-EXIT
005071     END-IF.
005072
005073     IF AR-ACCOUNT-NUMBER NOT = CM-ACCOUNT-NUMBER
005074         SET OWNER-SCAN-COMPLETE TO TRUE
005075         GO TO 3310-EXIT
005076     END-IF.
005077
005078     IF NOT AR-RELATIONSHIP-LIVE
005079         GO TO 3310-EXIT
005080     END-IF.
005081
005082     IF AR-ROLE-PRIMARY
005083         MOVE AR-CUSTOMER-ID TO WS-OWNER-CUSTOMER-ID
005084         SET OWNER-SCAN-COMPLETE TO TRUE
005085         GO TO 3310-EXIT
005086     END-IF.
005087
005088     IF WS-OWNER-CUSTOMER-ID = SPACES
005089         MOVE AR-CUSTOMER-ID TO WS-OWNER-CUSTOMER-ID
005090     END-IF.
005091 3310-EXIT.
005092     EXIT.
005093
005094*-----------------------------------------------------------------
005095* 4000-POST-CLOSING-DEBIT - WRITE THE CLOSING DEBIT FOR THE FULL
005096* POSTED BALANCE TO THE TRANSACTION LEDGER UNDER THE ACCOUNT'S
005097* NEXT SEQUENCE NUMBER, SO THE POSTED POSITION GOES TO ZERO AND
005098* THE MONTH-END ARCHIVE FOLDS THE CLOSE-OUT INTO CM-BALANCE.
005099*-----------------------------------------------------------------
005100 4000-POST-CLOSING-DEBIT.
005101     ADD 1 TO WS-MAX-TL-SEQUENCE-NUMBER.
005102
005110     MOVE CM-ACCOUNT-NUMBER          TO TL-ACCOUNT-NUMBER.
005120     MOVE WS-MAX-TL-SEQUENCE-NUMBER  TO TL-SEQUENCE-NUMBER.
005130     MOVE WS-RUN-DATE                TO TL-TRANSACTION-DATE.
005140     MOVE 'D'                        TO TL-TRANSACTION-TYPE.
005150     MOVE WS-POSTED-BALANCE          TO TL-TRANSACTION-AMOUNT.
005160     MOVE ZERO                       TO TL-RATE-APPLIED.
005165     MOVE ZERO                       TO TL-SOURCE-BATCH.
005167     MOVE SPACE                      TO TL-CHANNEL-CODE.
005168     MOVE SPACES                     TO TL-TRANSFER-REF.
005169     MOVE SPACES                     TO TL-CONTRA-ACCOUNT.
005170     MOVE ZERO                       TO TL-CONTRA-SEQUENCE.
005171     MOVE SPACE                      TO TL-TRANSFER-LEG.
005172
005180     WRITE TRANSACTION-LEDGER-RECORD
005190         INVALID KEY
005200             DISPLAY 'ESCHEAT-REMIT: UNABLE TO POST CLOSING '
005420* REMITTANCE FILE AND ROLL IT INTO THE JURISDICTION TOTALS.
005430*-----------------------------------------------------------------
005440 6000-WRITE-REMITTANCE.
005450     MOVE WS-ACCOUNT-JURISDICTION TO RD-JURISDICTION.
005460     MOVE CM-ACCOUNT-NUMBER TO RD-ACCOUNT-NUMBER.
005470     MOVE CM-CUSTOMER-NAME TO RD-CUSTOMER-NAME.
005480     MOVE WS-POSTED-BALANCE TO RD-AMOUNT.
005490     MOVE EE-LAST-ACTIVITY-DATE TO RD-LAST-ACTIVITY-DATE.
005500     WRITE REMITTANCE-RECORD FROM WS-REMIT-DETAIL.
005510
005520     SET WS-JURIS-IDX TO 1.
005530     SEARCH WS-JURIS-ENTRY
005531         AT END
005532             PERFORM 6100-ADD-JURISDICTION THRU 6100-EXIT
005533         WHEN WS-JURIS-IDX > WS-JURIS-TABLE-COUNT
005534             PERFORM 6100-ADD-JURISDICTION THRU 6100-EXIT
005535         WHEN WS-JURIS-CODE (WS-JURIS-IDX) =
005536                 WS-ACCOUNT-JURISDICTION
005537             CONTINUE
005538     END-SEARCH.
005539
005540     ADD 1 TO WS-JURIS-COUNT (WS-JURIS-IDX).
005541     ADD WS-POSTED-BALANCE TO WS-JURIS-AMOUNT (WS-JURIS-IDX).
005542 6000-EXIT.
005550     EXIT.
005551
005552*-----------------------------------------------------------------
005553* 6100-ADD-JURISDICTION - OPEN A TOTALS ENTRY FOR A JURISDICTION
005554* NOT YET REMITTED TO THIS RUN.  THE TABLE HOLDS EVERY STATE
005555* CODE THE PARTY MASTER ACCEPTS; SHOULD IT FILL, THE REMAINING
005556* ACCOUNTS ARE TOTALLED UNDER THE LAST ENTRY AND THE RUN SAYS SO.
005557*-----------------------------------------------------------------
005558 6100-ADD-JURISDICTION.
005559     IF WS-JURIS-TABLE-COUNT NOT < 60
005560         DISPLAY 'ESCHEAT-REMIT: JURISDICTION TABLE FULL - '
005561             WS-ACCOUNT-JURISDICTION ' TOTALLED UNDER '
005562             WS-JURIS-CODE (60)
005563         SET WS-JURIS-IDX TO 60
005564         GO TO 6100-EXIT
005565     END-IF.
005566
005567     ADD 1 TO WS-JURIS-TABLE-COUNT.
005568     SET WS-JURIS-IDX TO WS-JURIS-TABLE-COUNT.
005569     MOVE WS-ACCOUNT-JURISDICTION TO WS-JURIS-CODE (WS-JURIS-IDX).
005570     MOVE ZERO TO WS-JURIS-COUNT (WS-JURIS-IDX).
005571     MOVE ZERO TO WS-JURIS-AMOUNT (WS-JURIS-IDX).
005572 6100-EXIT.
005573     EXIT.
005574
005575*-----------------------------------------------------------------
005580* 6500-WRITE-REGISTER-RECORD - APPEND THE PERMANENT REMITTED-
005590* ACCOUNTS REGISTER RECORD THAT OWNER CLAIMS ARE ANSWERED FROM.
005600*-----------------------------------------------------------------
005640     MOVE CM-CUSTOMER-NAME TO RM-CUSTOMER-NAME.
005650     MOVE WS-POSTED-BALANCE TO RM-AMOUNT-REMITTED.
005660     MOVE CM-CURRENCY-CODE TO RM-CURRENCY-CODE.
005670     MOVE WS-ACCOUNT-JURISDICTION TO RM-JURISDICTION.
005680     MOVE EE-LAST-ACTIVITY-DATE TO RM-LAST-ACTIVITY-DATE.
005690
005700     WRITE REMITTED-ACCOUNT-RECORD
006030     EXIT.
006040
006050*-----------------------------------------------------------------
006060* 9000-TERMINATE - WRITE THE JURISDICTION TOTALS, PRINT THE RUN
006070* CONTROL TOTALS AND CLOSE EVERY FILE BEFORE STOP RUN.  A RUN
006073* THAT REMITTED NOTHING STILL WRITES ONE ZERO TOTAL UNDER THE
006076* DEFAULT JURISDICTION.
006080*-----------------------------------------------------------------
006090 9000-TERMINATE.
006100     IF WS-JURIS-TABLE-COUNT = ZERO
006110         MOVE WS-JURISDICTION TO RT-JURISDICTION
006120         MOVE ZERO TO RT-ACCOUNT-COUNT
006125         MOVE ZERO TO RT-AMOUNT
006130         WRITE REMITTANCE-RECORD FROM WS-REMIT-TOTAL
006131     ELSE
006132         SET WS-JURIS-IDX TO 1
006133         PERFORM 9100-WRITE-JURISDICTION-TOTAL THRU 9100-EXIT
006134             UNTIL WS-JURIS-IDX > WS-JURIS-TABLE-COUNT
006135     END-IF.
006140
006150     WRITE REMIT-REPORT-RECORD FROM WS-BLANK-LINE.
006160
006360     CLOSE REMITTED-REGISTER-FILE.
006370     CLOSE REMITTANCE-FILE.
006380     CLOSE REMIT-REPORT-FILE.
006381     IF PARTY-FILES-AVAILABLE
006382         CLOSE PARTY-MASTER-FILE
006383               ACCOUNT-RELATIONSHIP-FILE
006384     END-IF.
006385     PERFORM 9800-RECORD-STEP-END THRU 9800-EXIT.
006390 9000-EXIT.
006400     EXIT.
006401
006402*-----------------------------------------------------------------
006403* 9100-WRITE-JURISDICTION-TOTAL - WRITE ONE JURISDICTION'S TOTAL
006404* RECORD TO THE STATE REMITTANCE FILE.
006405*-----------------------------------------------------------------
006406 9100-WRITE-JURISDICTION-TOTAL.
006407     MOVE WS-JURIS-CODE (WS-JURIS-IDX) TO RT-JURISDICTION.
006408     MOVE WS-JURIS-COUNT (WS-JURIS-IDX) TO RT-ACCOUNT-COUNT.
006409     MOVE WS-JURIS-AMOUNT (WS-JURIS-IDX) TO RT-AMOUNT.
006410     WRITE REMITTANCE-RECORD FROM WS-REMIT-TOTAL.
006411     SET WS-JURIS-IDX UP BY 1.
006412 9100-EXIT.
006413     EXIT.
006414
006420*-----------------------------------------------------------------
006430* 9500-READ-BUSINESS-DATE - REPLACE THE SYSTEM-CLOCK RUN DATE WITH
006440* THE CYCLE'S BUSINESS DATE FROM THE BATCH DATE CONTROL FILE, SO A
