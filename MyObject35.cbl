000100* ---------------------------------------------------------------
000110* PROGRAM      RETENTION-PURGE
000120* INSTALLATION RETAIL BANKING DIVISION
000130* AUTHOR       D. OKAFOR
000140* DATE-WRITTEN 2026-10-13
000150* ---------------------------------------------------------------
000160* MODIFICATION HISTORY
000170*   2026-10-13  DO   ORIGINAL PROGRAM - RETENTION HOUSEKEEPING
000180*                    FOR THE PERMANENT FILES THE CYCLE ONLY EVER
000190*                    ADDS TO: THE STEP-STATUS LEDGER (STEPSTAT),
000200*                    CYCLE HISTORY (CYCLHIST), THE TRANSMISSION
000210*                    REGISTER (TRANREG), LETTER HISTORY
000220*                    (LTRHIST), THE REJECT SUSPENSE (REJSUSP),
000230*                    THE POSTING AUDIT TRAIL (AUDITTRL) AND THE
000240*                    STOP-PAYMENT FILE (STOPPAY).  ONE RETNCTL
000250*                    CARD PER FILE GIVES HOW LONG TO KEEP IT, IN
000260*                    DAYS OR MONTHS BACK FROM THE RUN DATE; A
000270*                    FILE WITH NO CARD IS NOT TOUCHED.  EACH
000280*                    RECORD IS JUDGED ON ONE DATE:
000290*                      STEPSTAT - SS-BUSINESS-DATE
000300*                      CYCLHIST - CH-CYCLE-DATE
000310*                      TRANREG  - TX-BUSINESS-DATE
000320*                      LTRHIST  - LH-LAST-SENT-DATE
000330*                      REJSUSP  - RX-FIRST-REJECT-DATE
000340*                      AUDITTRL - AT-RUN-DATE
000350*                      STOPPAY  - STP-EXPIRY-DATE (A STOP WITH
000360*                                 NO EXPIRY NEVER AGES OFF)
000370*                    A RECORD DATED BEFORE THE CUTOFF IS COPIED
000380*                    TO THE DATED OFFLOAD GENERATION (PURGOFF
000390*                    COPYBOOK) AND ONLY THEN DELETED.  NOTHING
000400*                    DATED ON OR AFTER THE CURRENT BUSINESS DATE
000410*                    ON BATCHDTE IS EVER PURGED, WHATEVER THE
000420*                    CARD SAYS, AND THE LATEST CYCLE-HISTORY
000430*                    RECORD BEFORE IT IS ALWAYS KEPT AS THE
000440*                    TRIAL BALANCE'S PROOF BASELINE.  THE
000450*                    SEQUENTIAL FILES (REJSUSP, AUDITTRL) ARE
000460*                    REBUILT IN PLACE FROM A WORK COPY OF THE
000470*                    RECORDS KEPT.  THE PURGE REPORT SHOWS THE
000480*                    RECORDS KEPT, OFFLOADED AND DELETED PER
000490*                    FILE.  ENDS RC=4 ON A REJECTED CARD, A FILE
000500*                    THAT WOULD NOT OPEN OR A FAILED OFFLOAD OR
000510*                    DELETE, AND RC=8 WITHOUT PURGING ANYTHING
000515*                    WHEN THE BUSINESS DATE CANNOT BE READ.
000520*   2026-10-15  DO   REJSUSP WORK RECORD WIDENED TO 104 BYTES FOR
000525*                    THE EARLY-WITHDRAWAL FLAG.
000530* ---------------------------------------------------------------
000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID.                  RETENTION-PURGE.
000560 AUTHOR.                      D. OKAFOR.
000570 INSTALLATION.                RETAIL BANKING DIVISION.
000580 DATE-WRITTEN.                2026-10-13.
000590 DATE-COMPILED.
000600
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT RETENTION-CARD-FILE
000650         ASSIGN TO 'RETNCTL'
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-RETNCTL-STATUS.
000680
000690     SELECT STEP-STATUS-FILE
000700         ASSIGN TO 'STEPSTAT'
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS SS-STEP-KEY
000740         FILE STATUS IS WS-STEPSTAT-STATUS.
000750
000760     SELECT CYCLE-HISTORY-FILE
000770         ASSIGN TO 'CYCLHIST'
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS CH-CYCLE-DATE
000810         FILE STATUS IS WS-CYCLHIST-STATUS.
000820
000830     SELECT TRANSMISSION-REGISTER-FILE
000840         ASSIGN TO 'TRANREG'
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS DYNAMIC
000870         RECORD KEY IS TX-REGISTER-KEY
000880         FILE STATUS IS WS-TRANREG-STATUS.
000890
000900     SELECT LETTER-HISTORY-FILE
000910         ASSIGN TO 'LTRHIST'
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS DYNAMIC
000940         RECORD KEY IS LH-LETTER-KEY
000950         FILE STATUS IS WS-LTRHIST-STATUS.
000960
000970     SELECT REJECT-SUSPENSE-FILE
000980         ASSIGN TO 'REJSUSP'
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WS-REJSUSP-STATUS.
001010
001020     SELECT REJECT-SUSPENSE-WORK-FILE
001030         ASSIGN TO 'REJSWRK'
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS WS-REJSWRK-STATUS.
001060
001070     SELECT AUDIT-TRAIL-FILE
001080         ASSIGN TO 'AUDITTRL'
001090         ORGANIZATION IS LINE SEQUENTIAL
001100         FILE STATUS IS WS-AUDITTRL-STATUS.
001110
001120     SELECT AUDIT-TRAIL-WORK-FILE
001130         ASSIGN TO 'AUDTWRK'
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS WS-AUDTWRK-STATUS.
001160
001170     SELECT STOP-PAYMENT-FILE
001180         ASSIGN TO 'STOPPAY'
001190         ORGANIZATION IS INDEXED
001200         ACCESS MODE IS DYNAMIC
001210         RECORD KEY IS STP-STOP-KEY
001220         FILE STATUS IS WS-STOPPAY-STATUS.
001230
001240     SELECT PURGE-OFFLOAD-FILE
001250         ASSIGN TO 'PURGOFF'
001260         ORGANIZATION IS LINE SEQUENTIAL
001270         FILE STATUS IS WS-PURGOFF-STATUS.
001280
001290     SELECT PURGE-REPORT-FILE
001300         ASSIGN TO 'PURGRPT'
001310         ORGANIZATION IS LINE SEQUENTIAL
001320         FILE STATUS IS WS-PURGRPT-STATUS.
001330
001340     SELECT BATCH-DATE-FILE
001350         ASSIGN TO 'BATCHDTE'
001360         ORGANIZATION IS LINE SEQUENTIAL
001370         FILE STATUS IS WS-BATCHDTE-STATUS.
001380 DATA DIVISION.
001390 FILE SECTION.
001400 FD  RETENTION-CARD-FILE
001410     LABEL RECORDS ARE STANDARD.
001420 01  RETENTION-CARD-RECORD.
001430     05  RC-FILE-ID                PIC X(08).
001440     05  FILLER                    PIC X(01).
001450     05  RC-RETAIN-COUNT           PIC X(04).
001460     05  FILLER                    PIC X(01).
001470     05  RC-RETAIN-UNIT            PIC X(01).
001480         88  RC-RETAIN-DAYS                  VALUE 'D'.
001490         88  RC-RETAIN-MONTHS                VALUE 'M'.
001500 01  RETENTION-CARD-IMAGE          PIC X(15).
001510
001520 FD  STEP-STATUS-FILE
001530     LABEL RECORDS ARE STANDARD.
001540     COPY STEPSTAT.
001550
001560 FD  CYCLE-HISTORY-FILE
001570     LABEL RECORDS ARE STANDARD.
001580     COPY CYCLHIST.
001590
001600 FD  TRANSMISSION-REGISTER-FILE
001610     LABEL RECORDS ARE STANDARD.
001620     COPY TRANREG.
001630
001640 FD  LETTER-HISTORY-FILE
001650     LABEL RECORDS ARE STANDARD.
001660     COPY LTRHIST.
001670
001680 FD  REJECT-SUSPENSE-FILE
001690     LABEL RECORDS ARE STANDARD.
001700     COPY REJSUSP.
001710
001720 FD  REJECT-SUSPENSE-WORK-FILE
001730     LABEL RECORDS ARE STANDARD.
001740 01  REJECT-SUSPENSE-WORK-RECORD   PIC X(104).
001750
001760 FD  AUDIT-TRAIL-FILE
001770     LABEL RECORDS ARE STANDARD.
001780 01  AUDIT-TRAIL-RECORD.
001790     05  AT-RUN-DATE               PIC 9(08).
001800     05  FILLER                    PIC X(72).
001810
001820 FD  AUDIT-TRAIL-WORK-FILE
001830     LABEL RECORDS ARE STANDARD.
001840 01  AUDIT-TRAIL-WORK-RECORD       PIC X(80).
001850
001860 FD  STOP-PAYMENT-FILE
001870     LABEL RECORDS ARE STANDARD.
001880     COPY STOPREC.
001890
001900 FD  PURGE-OFFLOAD-FILE
001910     LABEL RECORDS ARE STANDARD.
001920     COPY PURGOFF.
001930
001940 FD  PURGE-REPORT-FILE
001950     LABEL RECORDS ARE STANDARD.
001960 01  PURGE-REPORT-RECORD           PIC X(80).
001970
001980 FD  BATCH-DATE-FILE
001990     LABEL RECORDS ARE STANDARD.
002000     COPY BATCHDTE.
002010
002020 WORKING-STORAGE SECTION.
002030*----------------------------------------------------------------
002040* FILE STATUS AND END-OF-FILE SWITCHES
002050*----------------------------------------------------------------
002060 01  WS-FILE-STATUSES.
002070     05  WS-RETNCTL-STATUS         PIC X(02) VALUE '00'.
002080     05  WS-STEPSTAT-STATUS        PIC X(02) VALUE '00'.
002090     05  WS-CYCLHIST-STATUS        PIC X(02) VALUE '00'.
002100     05  WS-TRANREG-STATUS         PIC X(02) VALUE '00'.
002110     05  WS-LTRHIST-STATUS         PIC X(02) VALUE '00'.
002120     05  WS-REJSUSP-STATUS         PIC X(02) VALUE '00'.
002130     05  WS-REJSWRK-STATUS         PIC X(02) VALUE '00'.
002140     05  WS-AUDITTRL-STATUS        PIC X(02) VALUE '00'.
002150     05  WS-AUDTWRK-STATUS         PIC X(02) VALUE '00'.
002160     05  WS-STOPPAY-STATUS         PIC X(02) VALUE '00'.
002170     05  WS-PURGOFF-STATUS         PIC X(02) VALUE '00'.
002180     05  WS-PURGRPT-STATUS         PIC X(02) VALUE '00'.
002190     05  WS-BATCHDTE-STATUS        PIC X(02) VALUE '00'.
002200
002210 01  WS-SWITCHES.
002220     05  WS-EOF-SWITCH             PIC X(01) VALUE 'N'.
002230         88  RETENTION-CARDS-EOF             VALUE 'Y'.
002240     05  WS-SCAN-SWITCH            PIC X(01) VALUE 'N'.
002250         88  FILE-SCAN-COMPLETE              VALUE 'Y'.
002260     05  WS-PROTECT-SWITCH         PIC X(01) VALUE 'N'.
002270         88  BUSINESS-DATE-KNOWN             VALUE 'Y'.
002280     05  WS-PURGE-SWITCH           PIC X(01) VALUE 'N'.
002290         88  PURGE-THIS-RECORD               VALUE 'Y'.
002300     05  WS-OFFLOAD-SWITCH         PIC X(01) VALUE 'N'.
002310         88  OFFLOAD-WRITTEN                 VALUE 'Y'.
002320     05  WS-ENTRY-SWITCH           PIC X(01) VALUE 'N'.
002330         88  FILE-ENTRY-FOUND                VALUE 'Y'.
002340
002350*----------------------------------------------------------------
002360* RUN DATE, CAPTURED ONCE AT STARTUP, AND THE CURRENT BUSINESS
002370* DATE NOTHING ON OR AFTER WHICH IS EVER PURGED
002380*----------------------------------------------------------------
002390 01  WS-RUN-DATE                   PIC 9(08).
002400 01  WS-PROTECT-DATE               PIC 9(08) VALUE ZERO.
002410 01  WS-CYCLHIST-BASELINE          PIC 9(08) VALUE ZERO.
002420
002430*----------------------------------------------------------------
002440* RETENTION TABLE - ONE ENTRY PER FILE THE RUN KNOWS HOW TO
002450* PURGE, IN THE ORDER THEY ARE PURGED AND REPORTED.  THE FILE
002460* IDS ARE LOADED FROM THE LIST BELOW AT STARTUP AND THE REST OF
002470* EACH ENTRY FROM THAT FILE'S RETNCTL CARD.
002480*----------------------------------------------------------------
002490 01  WS-FILE-ID-LIST.
002500     05  FILLER                    PIC X(08) VALUE 'STEPSTAT'.
002510     05  FILLER                    PIC X(08) VALUE 'CYCLHIST'.
002520     05  FILLER                    PIC X(08) VALUE 'TRANREG'.
002530     05  FILLER                    PIC X(08) VALUE 'LTRHIST'.
002540     05  FILLER                    PIC X(08) VALUE 'REJSUSP'.
002550     05  FILLER                    PIC X(08) VALUE 'AUDITTRL'.
002560     05  FILLER                    PIC X(08) VALUE 'STOPPAY'.
002570 01  WS-FILE-ID-TABLE REDEFINES WS-FILE-ID-LIST.
002580     05  WS-FILE-ID-ENTRY OCCURS 7 TIMES
002590                                   PIC X(08).
002600
002610 01  WS-FILE-COUNT                 PIC 9(02) COMP VALUE 7.
002620 01  WS-FILE-SUB                   PIC 9(02) COMP VALUE ZERO.
002630 01  WS-RETENTION-TABLE.
002640     05  WS-RT-ENTRY OCCURS 7 TIMES.
002650         10  WS-RT-FILE-ID         PIC X(08).
002660         10  WS-RT-CARD-SWITCH     PIC X(01).
002670             88  WS-RT-CARD-PRESENT          VALUE 'Y'.
002680         10  WS-RT-RETAIN-COUNT    PIC 9(04).
002690         10  WS-RT-RETAIN-UNIT     PIC X(01).
002700         10  WS-RT-CUTOFF-DATE     PIC 9(08).
002710         10  WS-RT-KEPT            PIC 9(07).
002720         10  WS-RT-OFFLOADED       PIC 9(07).
002730         10  WS-RT-DELETED         PIC 9(07).
002740         10  WS-RT-NOTE            PIC X(24).
002750
002760*----------------------------------------------------------------
002770* RECORD UNDER TEST
002780*----------------------------------------------------------------
002790 01  WS-RECORD-DATE                PIC 9(08) VALUE ZERO.
002800
002810*----------------------------------------------------------------
002820* CUTOFF DATE WORK FIELDS
002830*----------------------------------------------------------------
002840 01  WS-WORK-DATE                  PIC 9(08) VALUE ZERO.
002850 01  WS-WORK-DATE-SPLIT REDEFINES WS-WORK-DATE.
002860     05  WS-WORK-YEAR              PIC 9(04).
002870     05  WS-WORK-MONTH             PIC 9(02).
002880     05  WS-WORK-DAY               PIC 9(02).
002890 01  WS-DAYS-STEPPED               PIC 9(04) COMP VALUE ZERO.
002900 01  WS-MONTH-NUMBER               PIC 9(06) COMP VALUE ZERO.
002910 01  WS-LEAP-QUOTIENT              PIC 9(04) VALUE ZERO.
002920 01  WS-LEAP-REMAINDER             PIC 9(04) VALUE ZERO.
002930 01  WS-DAYS-IN-MONTH              PIC 9(02) VALUE ZERO.
002940 01  WS-MONTH-DAYS-TABLE.
002950     05  FILLER                    PIC X(24) VALUE
002960         '312831303130313130313031'.
002970 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
002980     05  WS-MONTH-DAYS-ENTRY OCCURS 12 TIMES
002990                                   PIC 9(02).
003000
003010*----------------------------------------------------------------
003020* RUN CONTROL TOTALS
003030*----------------------------------------------------------------
003040 01  WS-CARDS-READ                 PIC 9(05) VALUE ZERO.
003050 01  WS-CARDS-REJECTED             PIC 9(05) VALUE ZERO.
003060 01  WS-TOTAL-OFFLOADED            PIC 9(07) VALUE ZERO.
003070 01  WS-TOTAL-DELETED              PIC 9(07) VALUE ZERO.
003080
003090*----------------------------------------------------------------
003100* PURGE REPORT LINES
003110*----------------------------------------------------------------
003120 01  WS-REPORT-HEADING-1.
003130     05  FILLER                    PIC X(80) VALUE
003140         'RETENTION AND PURGE REPORT'.
003150
003160 01  WS-REPORT-HEADING-2.
003170     05  FILLER                    PIC X(16) VALUE
003180             'RUN DATE......  '.
003190     05  RH-RUN-DATE               PIC 9(08).
003200     05  FILLER                    PIC X(22) VALUE
003210             '   BUSINESS DATE....  '.
003220     05  RH-PROTECT-DATE           PIC 9(08).
003230     05  FILLER                    PIC X(26) VALUE SPACES.
003240
003250 01  WS-REPORT-HEADING-3.
003260     05  FILLER                    PIC X(40) VALUE
003270         'FILE     RETAIN  CUTOFF      KEPT  OFFLO'.
003280     05  FILLER                    PIC X(40) VALUE
003290         'AD  DELETED  NOTE                       '.
003300
003310 01  WS-BLANK-LINE                 PIC X(80) VALUE SPACES.
003320
003330 01  WS-FILE-LINE.
003340     05  FL-FILE-ID                PIC X(08).
003350     05  FILLER                    PIC X(01) VALUE SPACES.
003360     05  FL-RETAIN-COUNT           PIC ZZZ9.
003370     05  FILLER                    PIC X(01) VALUE SPACES.
003380     05  FL-RETAIN-UNIT            PIC X(01).
003390     05  FILLER                    PIC X(02) VALUE SPACES.
003400     05  FL-CUTOFF-DATE            PIC X(08).
003410     05  FILLER                    PIC X(01) VALUE SPACES.
003420     05  FL-KEPT                   PIC Z(6)9.
003430     05  FILLER                    PIC X(01) VALUE SPACES.
003440     05  FL-OFFLOADED              PIC Z(6)9.
003450     05  FILLER                    PIC X(01) VALUE SPACES.
003460     05  FL-DELETED                PIC Z(6)9.
003470     05  FILLER                    PIC X(02) VALUE SPACES.
003480     05  FL-NOTE                   PIC X(24).
003490     05  FILLER                    PIC X(05) VALUE SPACES.
003500
003510 01  WS-REJECT-LINE.
003520     05  FILLER                    PIC X(15) VALUE
003530             'REJECTED CARD  '.
003540     05  RJ-CARD-IMAGE             PIC X(15).
003550     05  FILLER                    PIC X(02) VALUE SPACES.
003560     05  RJ-REASON                 PIC X(40).
003570     05  FILLER                    PIC X(08) VALUE SPACES.
003580
003590 01  WS-TOTALS-LINE.
003600     05  TO-CAPTION                PIC X(24).
003610     05  TO-COUNT                  PIC Z(6)9.
003620     05  FILLER                    PIC X(49) VALUE SPACES.
003630
003640 PROCEDURE DIVISION.
003650*=================================================================
003660* 0000-MAINLINE - LOAD THE RETENTION CARDS, THEN PURGE EACH FILE
003670* THAT HAS ONE, IN TABLE ORDER.
003680*=================================================================
003690 0000-MAINLINE.
003700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003710
003720     IF BUSINESS-DATE-KNOWN
003730         PERFORM 2000-PURGE-STEPSTAT THRU 2000-EXIT
003740         PERFORM 2100-PURGE-CYCLHIST THRU 2100-EXIT
003750         PERFORM 2200-PURGE-TRANREG THRU 2200-EXIT
003760         PERFORM 2300-PURGE-LTRHIST THRU 2300-EXIT
003770         PERFORM 2400-PURGE-REJSUSP THRU 2400-EXIT
003780         PERFORM 2500-PURGE-AUDITTRL THRU 2500-EXIT
003790         PERFORM 2600-PURGE-STOPPAY THRU 2600-EXIT
003800     END-IF.
003810
003820     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003830
003840     STOP RUN.
003850 0000-EXIT.
003860     EXIT.
003870
003880*-----------------------------------------------------------------
003890* 1000-INITIALIZE - CAPTURE THE RUN AND BUSINESS DATES, OPEN THE
003900* REPORT AND OFFLOAD, LOAD THE RETENTION CARDS AND SET EACH
003910* CARDED FILE'S CUTOFF DATE.
003920*-----------------------------------------------------------------
003930 1000-INITIALIZE.
003940     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003950     PERFORM 9500-READ-BUSINESS-DATE THRU 9500-EXIT.
003960
003970     OPEN OUTPUT PURGE-REPORT-FILE.
003980     OPEN OUTPUT PURGE-OFFLOAD-FILE.
003990
004000     MOVE WS-RUN-DATE TO RH-RUN-DATE.
004010     MOVE WS-PROTECT-DATE TO RH-PROTECT-DATE.
004020     WRITE PURGE-REPORT-RECORD FROM WS-REPORT-HEADING-1.
004030     WRITE PURGE-REPORT-RECORD FROM WS-REPORT-HEADING-2.
004040     WRITE PURGE-REPORT-RECORD FROM WS-BLANK-LINE.
004050
004060     PERFORM 1100-CLEAR-FILE-ENTRY THRU 1100-EXIT
004070         VARYING WS-FILE-SUB FROM 1 BY 1
004080         UNTIL WS-FILE-SUB > WS-FILE-COUNT.
004090
004100     IF NOT BUSINESS-DATE-KNOWN
004110         DISPLAY 'RETENTION-PURGE: NO BUSINESS DATE ON BATCHDTE '
004120             '- STATUS ' WS-BATCHDTE-STATUS
004130             ' - NOTHING PURGED'
004140         MOVE 8 TO RETURN-CODE
004150         GO TO 1000-EXIT
004160     END-IF.
004170
004180     OPEN INPUT RETENTION-CARD-FILE.
004190     IF WS-RETNCTL-STATUS NOT = '00'
004200         DISPLAY 'RETENTION-PURGE: UNABLE TO OPEN RETNCTL '
004210             '- STATUS ' WS-RETNCTL-STATUS
004220             ' - NOTHING PURGED'
004230         MOVE 4 TO RETURN-CODE
004240         GO TO 1000-EXIT
004250     END-IF.
004260
004270     PERFORM 1300-EDIT-RETENTION-CARD THRU 1300-EXIT
004280         UNTIL RETENTION-CARDS-EOF.
004290     CLOSE RETENTION-CARD-FILE.
004300
004310     PERFORM 1400-SET-CUTOFF-DATE THRU 1400-EXIT
004320         VARYING WS-FILE-SUB FROM 1 BY 1
004330         UNTIL WS-FILE-SUB > WS-FILE-COUNT.
004340 1000-EXIT.
004350     EXIT.
004360
004370*-----------------------------------------------------------------
004380* 1100-CLEAR-FILE-ENTRY - LOAD ONE FILE ID INTO THE RETENTION
004390* TABLE WITH NO CARD AND ZERO COUNTS.
004400*-----------------------------------------------------------------
004410 1100-CLEAR-FILE-ENTRY.
004420     MOVE WS-FILE-ID-ENTRY (WS-FILE-SUB)
004430         TO WS-RT-FILE-ID (WS-FILE-SUB).
004440     MOVE 'N' TO WS-RT-CARD-SWITCH (WS-FILE-SUB).
004450     MOVE ZERO TO WS-RT-RETAIN-COUNT (WS-FILE-SUB).
004460     MOVE SPACE TO WS-RT-RETAIN-UNIT (WS-FILE-SUB).
004470     MOVE ZERO TO WS-RT-CUTOFF-DATE (WS-FILE-SUB).
004480     MOVE ZERO TO WS-RT-KEPT (WS-FILE-SUB).
004490     MOVE ZERO TO WS-RT-OFFLOADED (WS-FILE-SUB).
004500     MOVE ZERO TO WS-RT-DELETED (WS-FILE-SUB).
004510     MOVE 'NO CARD - NOT PURGED' TO WS-RT-NOTE (WS-FILE-SUB).
004520 1100-EXIT.
004530     EXIT.
004540
004550*-----------------------------------------------------------------
004560* 1200-READ-RETENTION-CARD - READ THE NEXT RETENTION CARD,
004570* PASSING OVER BLANK AND COMMENT ('*') CARDS.
004580*-----------------------------------------------------------------
004590 1200-READ-RETENTION-CARD.
004600     READ RETENTION-CARD-FILE
004610         AT END
004620             SET RETENTION-CARDS-EOF TO TRUE
004630     END-READ.
004640
004650     IF NOT RETENTION-CARDS-EOF
004660         IF RETENTION-CARD-IMAGE = SPACES
004670                 OR RETENTION-CARD-IMAGE (1:1) = '*'
004680             GO TO 1200-READ-RETENTION-CARD
004690         END-IF
004700         ADD 1 TO WS-CARDS-READ
004710     END-IF.
004720 1200-EXIT.
004730     EXIT.
004740
004750*-----------------------------------------------------------------
004760* 1300-EDIT-RETENTION-CARD - READ AND EDIT ONE RETENTION CARD AND
004770* RECORD IT AGAINST ITS FILE.  A CARD FOR AN UNKNOWN FILE, A
004780* SECOND CARD FOR THE SAME FILE, A ZERO OR NON-NUMERIC PERIOD OR
004790* A UNIT OTHER THAN D OR M IS REJECTED AND THE FILE IS LEFT AS
004800* IT WAS.
004810*-----------------------------------------------------------------
004820 1300-EDIT-RETENTION-CARD.
004830     PERFORM 1200-READ-RETENTION-CARD THRU 1200-EXIT.
004840     IF RETENTION-CARDS-EOF
004850         GO TO 1300-EXIT
004860     END-IF.
004870     MOVE RETENTION-CARD-IMAGE TO RJ-CARD-IMAGE.
004880
004890     MOVE 'N' TO WS-ENTRY-SWITCH.
004900     PERFORM 1310-FIND-FILE-ENTRY THRU 1310-EXIT
004910         VARYING WS-FILE-SUB FROM 1 BY 1
004920         UNTIL WS-FILE-SUB > WS-FILE-COUNT
004930         OR FILE-ENTRY-FOUND.
004940     IF NOT FILE-ENTRY-FOUND
004950         MOVE 'FILE NOT UNDER RETENTION' TO RJ-REASON
004960         PERFORM 7000-WRITE-REJECT-LINE THRU 7000-EXIT
004970         GO TO 1300-EXIT
004980     END-IF.
004990     SUBTRACT 1 FROM WS-FILE-SUB.
005000
005010     IF WS-RT-CARD-PRESENT (WS-FILE-SUB)
005020         MOVE 'SECOND CARD FOR THE SAME FILE' TO RJ-REASON
005030         PERFORM 7000-WRITE-REJECT-LINE THRU 7000-EXIT
005040         GO TO 1300-EXIT
005050     END-IF.
005060
005070     IF RC-RETAIN-COUNT IS NOT NUMERIC
005080             OR RC-RETAIN-COUNT = '0000'
005090         MOVE 'RETENTION PERIOD NOT 0001-9999' TO RJ-REASON
005100         PERFORM 7000-WRITE-REJECT-LINE THRU 7000-EXIT
005110         GO TO 1300-EXIT
005120     END-IF.
005130
005140     IF NOT RC-RETAIN-DAYS AND NOT RC-RETAIN-MONTHS
005150         MOVE 'RETENTION UNIT NOT D OR M' TO RJ-REASON
005160         PERFORM 7000-WRITE-REJECT-LINE THRU 7000-EXIT
005170         GO TO 1300-EXIT
005180     END-IF.
005190
005200     SET WS-RT-CARD-PRESENT (WS-FILE-SUB) TO TRUE.
005210     MOVE RC-RETAIN-COUNT TO WS-RT-RETAIN-COUNT (WS-FILE-SUB).
005220     MOVE RC-RETAIN-UNIT TO WS-RT-RETAIN-UNIT (WS-FILE-SUB).
005230     MOVE SPACES TO WS-RT-NOTE (WS-FILE-SUB).
005240 1300-EXIT.
005250     EXIT.
005260
005270*-----------------------------------------------------------------
005280* 1310-FIND-FILE-ENTRY - TEST ONE TABLE ENTRY AGAINST THE CARD'S
005290* FILE ID.
005300*-----------------------------------------------------------------
005310 1310-FIND-FILE-ENTRY.
005320     IF WS-RT-FILE-ID (WS-FILE-SUB) = RC-FILE-ID
005330         SET FILE-ENTRY-FOUND TO TRUE
005340     END-IF.
005350 1310-EXIT.
005360     EXIT.
005370
005380*-----------------------------------------------------------------
005390* 1400-SET-CUTOFF-DATE - WORK OUT THE CUTOFF FOR ONE CARDED FILE:
005400* THE RUN DATE LESS THE RETENTION PERIOD.  A RECORD DATED BEFORE
005410* THE CUTOFF IS PURGED.  A MONTHS PERIOD KEEPS THE DAY OF THE
005420* MONTH, PULLED BACK TO THE MONTH'S LAST DAY WHERE IT IS SHORTER.
005430* THE CUTOFF NEVER PASSES THE BUSINESS DATE.
005440*-----------------------------------------------------------------
005450 1400-SET-CUTOFF-DATE.
005460     IF NOT WS-RT-CARD-PRESENT (WS-FILE-SUB)
005470         GO TO 1400-EXIT
005480     END-IF.
005490
005500     MOVE WS-RUN-DATE TO WS-WORK-DATE.
005510     IF WS-RT-RETAIN-UNIT (WS-FILE-SUB) = 'D'
005520         MOVE ZERO TO WS-DAYS-STEPPED
005530         PERFORM 1410-STEP-BACK-ONE-DAY THRU 1410-EXIT
005540             UNTIL WS-DAYS-STEPPED
005550                 NOT < WS-RT-RETAIN-COUNT (WS-FILE-SUB)
005560     ELSE
005570         COMPUTE WS-MONTH-NUMBER = WS-WORK-YEAR * 12
005580             + WS-WORK-MONTH - 1
005590             - WS-RT-RETAIN-COUNT (WS-FILE-SUB)
005600         DIVIDE WS-MONTH-NUMBER BY 12
005610             GIVING WS-WORK-YEAR
005620             REMAINDER WS-WORK-MONTH
005630         ADD 1 TO WS-WORK-MONTH
005640         PERFORM 1420-SET-DAYS-IN-MONTH THRU 1420-EXIT
005650         IF WS-WORK-DAY > WS-DAYS-IN-MONTH
005660             MOVE WS-DAYS-IN-MONTH TO WS-WORK-DAY
005670         END-IF
005680     END-IF.
005690
005700     IF WS-WORK-DATE > WS-PROTECT-DATE
005710         MOVE WS-PROTECT-DATE TO WS-WORK-DATE
005720     END-IF.
005730     MOVE WS-WORK-DATE TO WS-RT-CUTOFF-DATE (WS-FILE-SUB).
005740 1400-EXIT.
005750     EXIT.
005760
005770*-----------------------------------------------------------------
005780* 1410-STEP-BACK-ONE-DAY - STEP THE WORK DATE BACK ONE CALENDAR
005790* DAY, ROLLING THE MONTH AND YEAR AS NEEDED.
005800*-----------------------------------------------------------------
005810 1410-STEP-BACK-ONE-DAY.
005820     IF WS-WORK-DAY > 01
005830         SUBTRACT 1 FROM WS-WORK-DAY
005840     ELSE
005850         IF WS-WORK-MONTH > 01
005860             SUBTRACT 1 FROM WS-WORK-MONTH
005870         ELSE
005880             MOVE 12 TO WS-WORK-MONTH
005890             SUBTRACT 1 FROM WS-WORK-YEAR
005900         END-IF
005910         PERFORM 1420-SET-DAYS-IN-MONTH THRU 1420-EXIT
005920         MOVE WS-DAYS-IN-MONTH TO WS-WORK-DAY
005930     END-IF.
005940     ADD 1 TO WS-DAYS-STEPPED.
005950 1410-EXIT.
005960     EXIT.
005970
005980*-----------------------------------------------------------------
005990* 1420-SET-DAYS-IN-MONTH - DAYS IN THE WORK DATE'S MONTH,
006000* ALLOWING FOR A LEAP-YEAR FEBRUARY.
006010*-----------------------------------------------------------------
006020 1420-SET-DAYS-IN-MONTH.
006030     MOVE WS-MONTH-DAYS-ENTRY (WS-WORK-MONTH)
006040         TO WS-DAYS-IN-MONTH.
006050
006060     IF WS-WORK-MONTH = 02
006070         DIVIDE WS-WORK-YEAR BY 4
006080             GIVING WS-LEAP-QUOTIENT
006090             REMAINDER WS-LEAP-REMAINDER
006100         IF WS-LEAP-REMAINDER = ZERO
006110             DIVIDE WS-WORK-YEAR BY 100
006120                 GIVING WS-LEAP-QUOTIENT
006130                 REMAINDER WS-LEAP-REMAINDER
006140             IF WS-LEAP-REMAINDER NOT = ZERO
006150                 MOVE 29 TO WS-DAYS-IN-MONTH
006160             ELSE
006170                 DIVIDE WS-WORK-YEAR BY 400
006180                     GIVING WS-LEAP-QUOTIENT
006190                     REMAINDER WS-LEAP-REMAINDER
006200                 IF WS-LEAP-REMAINDER = ZERO
006210                     MOVE 29 TO WS-DAYS-IN-MONTH
006220                 END-IF
006230             END-IF
006240         END-IF
006250     END-IF.
006260 1420-EXIT.
006270     EXIT.
006280
006290*-----------------------------------------------------------------
006300* 2000-PURGE-STEPSTAT - AGE OFF THE STEP-STATUS LEDGER BY
006310* BUSINESS DATE.
006320*-----------------------------------------------------------------
006330 2000-PURGE-STEPSTAT.
006340     MOVE 1 TO WS-FILE-SUB.
006350     IF NOT WS-RT-CARD-PRESENT (WS-FILE-SUB)
006360         GO TO 2000-EXIT
006370     END-IF.
006380
006390     OPEN I-O STEP-STATUS-FILE.
006400     IF WS-STEPSTAT-STATUS NOT = '00'
006410         PERFORM 7100-FILE-NOT-AVAILABLE THRU 7100-EXIT
006420         GO TO 2000-EXIT
006430     END-IF.
006440
006450     MOVE 'N' TO WS-SCAN-SWITCH.
006460     PERFORM 2010-SCAN-STEPSTAT THRU 2010-EXIT
006470         UNTIL FILE-SCAN-COMPLETE.
006480     CLOSE STEP-STATUS-FILE.
006490 2000-EXIT.
006500     EXIT.
006510
006520*-----------------------------------------------------------------
006530* 2010-SCAN-STEPSTAT - READ ONE STEP-STATUS RECORD AND OFFLOAD
006540* AND DELETE IT WHEN IT IS PAST RETENTION.
006550*-----------------------------------------------------------------
006560 2010-SCAN-STEPSTAT.
006570     READ STEP-STATUS-FILE NEXT RECORD
006580         AT END
006590             SET FILE-SCAN-COMPLETE TO TRUE
006600     END-READ.
006610     IF FILE-SCAN-COMPLETE
006620         GO TO 2010-EXIT
006630     END-IF.
006640
006650     MOVE SS-BUSINESS-DATE TO WS-RECORD-DATE.
006660     PERFORM 3000-TEST-RECORD-DATE THRU 3000-EXIT.
006670     IF NOT PURGE-THIS-RECORD
006680         ADD 1 TO WS-RT-KEPT (WS-FILE-SUB)
006690         GO TO 2010-EXIT
006700     END-IF.
006710
006720     MOVE STEP-STATUS-RECORD TO PO-RECORD-IMAGE.
006730     PERFORM 3100-WRITE-OFFLOAD THRU 3100-EXIT.
006740     IF NOT OFFLOAD-WRITTEN
006750         ADD 1 TO WS-RT-KEPT (WS-FILE-SUB)
006760         GO TO 2010-EXIT
006770     END-IF.
006780
006790     DELETE STEP-STATUS-FILE RECORD
006800         INVALID KEY
006810             PERFORM 7200-DELETE-FAILED THRU 7200-EXIT
006820         NOT INVALID KEY
006830             ADD 1 TO WS-RT-DELETED (WS-FILE-SUB)
006840     END-DELETE.
006850 2010-EXIT.
006860     EXIT.
006870
006880*-----------------------------------------------------------------
006890* 2100-PURGE-CYCLHIST - AGE OFF CYCLE HISTORY BY CYCLE DATE.  A
006900* FIRST PASS FINDS THE LATEST CYCLE BEFORE THE BUSINESS DATE -
006910* THE BASELINE THE TRIAL BALANCE PROVES TONIGHT AGAINST - SO THE
006920* SECOND, PURGING PASS CAN NEVER TAKE IT.
006930*-----------------------------------------------------------------
006940 2100-PURGE-CYCLHIST.
006950     MOVE 2 TO WS-FILE-SUB.
006960     IF NOT WS-RT-CARD-PRESENT (WS-FILE-SUB)
006970         GO TO 2100-EXIT
006980     END-IF.
006990
007000     OPEN I-O CYCLE-HISTORY-FILE.
007010     IF WS-CYCLHIST-STATUS NOT = '00'
007020         PERFORM 7100-FILE-NOT-AVAILABLE THRU 7100-EXIT
007030         GO TO 2100-EXIT
007040     END-IF.
007050
007060     MOVE ZERO TO WS-CYCLHIST-BASELINE.
007070     MOVE 'N' TO WS-SCAN-SWITCH.
007080     PERFORM 2110-FIND-CYCLHIST-BASELINE THRU 2110-EXIT
007090         UNTIL FILE-SCAN-COMPLETE.
007100
007110     MOVE 'N' TO WS-SCAN-SWITCH.
007120     MOVE ZERO TO CH-CYCLE-DATE.
007130     START CYCLE-HISTORY-FILE
007140         KEY IS NOT LESS THAN CH-CYCLE-DATE
007150         INVALID KEY
007160             SET FILE-SCAN-COMPLETE TO TRUE
007170     END-START.
007180     PERFORM 2120-SCAN-CYCLHIST THRU 2120-EXIT
007190         UNTIL FILE-SCAN-COMPLETE.
007200     CLOSE CYCLE-HISTORY-FILE.
007210 2100-EXIT.
007220     EXIT.
007230
007240*-----------------------------------------------------------------
007250* 2110-FIND-CYCLHIST-BASELINE - NOTE THE LATEST CYCLE DATE BEFORE
007260* THE BUSINESS DATE.
007270*-----------------------------------------------------------------
007280 2110-FIND-CYCLHIST-BASELINE.
007290     READ CYCLE-HISTORY-FILE NEXT RECORD
007300         AT END
007310             SET FILE-SCAN-COMPLETE TO TRUE
007320     END-READ.
007330     IF FILE-SCAN-COMPLETE
007340         GO TO 2110-EXIT
007350     END-IF.
007360
007370     IF CH-CYCLE-DATE < WS-PROTECT-DATE
007380         MOVE CH-CYCLE-DATE TO WS-CYCLHIST-BASELINE
007390     ELSE
007400         SET FILE-SCAN-COMPLETE TO TRUE
007410     END-IF.
007420 2110-EXIT.
007430     EXIT.
007440
007450*-----------------------------------------------------------------
007460* 2120-SCAN-CYCLHIST - READ ONE CYCLE-HISTORY RECORD AND OFFLOAD
007470* AND DELETE IT WHEN IT IS PAST RETENTION AND NOT THE BASELINE.
007480*-----------------------------------------------------------------
007490 2120-SCAN-CYCLHIST.
007500     READ CYCLE-HISTORY-FILE NEXT RECORD
007510         AT END
007520             SET FILE-SCAN-COMPLETE TO TRUE
007530     END-READ.
007540     IF FILE-SCAN-COMPLETE
007550         GO TO 2120-EXIT
007560     END-IF.
007570
007580     MOVE CH-CYCLE-DATE TO WS-RECORD-DATE.
007590     PERFORM 3000-TEST-RECORD-DATE THRU 3000-EXIT.
007600     IF NOT PURGE-THIS-RECORD
007610             OR CH-CYCLE-DATE = WS-CYCLHIST-BASELINE
007620         ADD 1 TO WS-RT-KEPT (WS-FILE-SUB)
007630         GO TO 2120-EXIT
007640     END-IF.
007650
007660     MOVE CYCLE-HISTORY-RECORD TO PO-RECORD-IMAGE.
007670     PERFORM 3100-WRITE-OFFLOAD THRU 3100-EXIT.
007680     IF NOT OFFLOAD-WRITTEN
007690         ADD 1 TO WS-RT-KEPT (WS-FILE-SUB)
007700         GO TO 2120-EXIT
007710     END-IF.
007720
007730     DELETE CYCLE-HISTORY-FILE RECORD
007740         INVALID KEY
007750             PERFORM 7200-DELETE-FAILED THRU 7200-EXIT
007760         NOT INVALID KEY
007770             ADD 1 TO WS-RT-DELETED (WS-FILE-SUB)
007780     END-DELETE.
007790 2120-EXIT.
007800     EXIT.
007810
007820*-----------------------------------------------------------------
007830* 2200-PURGE-TRANREG - AGE OFF THE TRANSMISSION REGISTER BY THE
007840* BUSINESS DATE OF THE FILE EACH ENTRY RECORDS.
007850*-----------------------------------------------------------------
007860 2200-PURGE-TRANREG.
007870     MOVE 3 TO WS-FILE-SUB.
007880     IF NOT WS-RT-CARD-PRESENT (WS-FILE-SUB)
007890         GO TO 2200-EXIT
007900     END-IF.
007910
007920     OPEN I-O TRANSMISSION-REGISTER-FILE.
007930     IF WS-TRANREG-STATUS NOT = '00'
007940         PERFORM 7100-FILE-NOT-AVAILABLE THRU 7100-EXIT
007950         GO TO 2200-EXIT
007960     END-IF.
007970
007980     MOVE 'N' TO WS-SCAN-SWITCH.
007990     PERFORM 2210-SCAN-TRANREG THRU 2210-EXIT
008000         UNTIL FILE-SCAN-COMPLETE.
008010     CLOSE TRANSMISSION-REGISTER-FILE.
008020 2200-EXIT.
008030     EXIT.
008040
008050*-----------------------------------------------------------------
008060* 2210-SCAN-TRANREG - READ ONE REGISTER ENTRY AND OFFLOAD AND
008070* DELETE IT WHEN IT IS PAST RETENTION.
008080*-----------------------------------------------------------------
008090 2210-SCAN-TRANREG.
008100     READ TRANSMISSION-REGISTER-FILE NEXT RECORD
008110         AT END
008120             SET FILE-SCAN-COMPLETE TO TRUE
008130     END-READ.
008140     IF FILE-SCAN-COMPLETE
008150         GO TO 2210-EXIT
008160     END-IF.
008170
008180     MOVE TX-BUSINESS-DATE TO WS-RECORD-DATE.
008190     PERFORM 3000-TEST-RECORD-DATE THRU 3000-EXIT.
008200     IF NOT PURGE-THIS-RECORD
008210         ADD 1 TO WS-RT-KEPT (WS-FILE-SUB)
008220         GO TO 2210-EXIT
008230     END-IF.
008240
008250     MOVE TRANSMISSION-REGISTER-RECORD TO PO-RECORD-IMAGE.
008260     PERFORM 3100-WRITE-OFFLOAD THRU 3100-EXIT.
008270     IF NOT OFFLOAD-WRITTEN
008280         ADD 1 TO WS-RT-KEPT (WS-FILE-SUB)
008290         GO TO 2210-EXIT
008300     END-IF.
008310
008320     DELETE TRANSMISSION-REGISTER-FILE RECORD
008330         INVALID KEY
008340             PERFORM 7200-DELETE-FAILED THRU 7200-EXIT
008350         NOT INVALID KEY
008360             ADD 1 TO WS-RT-DELETED (WS-FILE-SUB)
008370     END-DELETE.
008380 2210-EXIT.
008390     EXIT.
008400
008410*-----------------------------------------------------------------
008420* 2300-PURGE-LTRHIST - AGE OFF LETTER HISTORY BY THE DATE THE
008430* LAST LETTER OF THE TYPE WENT TO THE ACCOUNT.
008440*-----------------------------------------------------------------
008450 2300-PURGE-LTRHIST.
008460     MOVE 4 TO WS-FILE-SUB.
008470     IF NOT WS-RT-CARD-PRESENT (WS-FILE-SUB)
008480         GO TO 2300-EXIT
008490     END-IF.
008500
008510     OPEN I-O LETTER-HISTORY-FILE.
008520     IF WS-LTRHIST-STATUS NOT = '00'
008530         PERFORM 7100-FILE-NOT-AVAILABLE THRU 7100-EXIT
008540         GO TO 2300-EXIT
008550     END-IF.
008560
008570     MOVE 'N' TO WS-SCAN-SWITCH.
008580     PERFORM 2310-SCAN-LTRHIST THRU 2310-EXIT
008590         UNTIL FILE-SCAN-COMPLETE.
008600     CLOSE LETTER-HISTORY-FILE.
008610 2300-EXIT.
008620     EXIT.
008630
008640*-----------------------------------------------------------------
008650* 2310-SCAN-LTRHIST - READ ONE LETTER-HISTORY RECORD AND OFFLOAD
008660* AND DELETE IT WHEN IT IS PAST RETENTION.
008670*-----------------------------------------------------------------
008680 2310-SCAN-LTRHIST.
008690     READ LETTER-HISTORY-FILE NEXT RECORD
008700         AT END
008710             SET FILE-SCAN-COMPLETE TO TRUE
008720     END-READ.
008730     IF FILE-SCAN-COMPLETE
008740         GO TO 2310-EXIT
008750     END-IF.
008760
008770     MOVE LH-LAST-SENT-DATE TO WS-RECORD-DATE.
008780     PERFORM 3000-TEST-RECORD-DATE THRU 3000-EXIT.
008790     IF NOT PURGE-THIS-RECORD
008800         ADD 1 TO WS-RT-KEPT (WS-FILE-SUB)
008810         GO TO 2310-EXIT
008820     END-IF.
008830
008840     MOVE LETTER-HISTORY-RECORD TO PO-RECORD-IMAGE.
008850     PERFORM 3100-WRITE-OFFLOAD THRU 3100-EXIT.
008860     IF NOT OFFLOAD-WRITTEN
008870         ADD 1 TO WS-RT-KEPT (WS-FILE-SUB)
008880         GO TO 2310-EXIT
008890     END-IF.
008900
008910     DELETE LETTER-HISTORY-FILE RECORD
008920         INVALID KEY
008930             PERFORM 7200-DELETE-FAILED THRU 7200-EXIT
008940         NOT INVALID KEY
008950             ADD 1 TO WS-RT-DELETED (WS-FILE-SUB)
008960     END-DELETE.
008970 2310-EXIT.
008980     EXIT.
008990
009000*-----------------------------------------------------------------
009010* 2400-PURGE-REJSUSP - AGE OFF THE REJECT SUSPENSE BY FIRST
009020* REJECT DATE.  THE ITEMS KEPT GO TO A WORK FILE, AND ONLY WHEN
009030* SOMETHING WAS OFFLOADED IS THE SUSPENSE REBUILT FROM IT.
009040*-----------------------------------------------------------------
009050 2400-PURGE-REJSUSP.
009060     MOVE 5 TO WS-FILE-SUB.
009070     IF NOT WS-RT-CARD-PRESENT (WS-FILE-SUB)
009080         GO TO 2400-EXIT
009090     END-IF.
009100
009110     OPEN INPUT REJECT-SUSPENSE-FILE.
009120     IF WS-REJSUSP-STATUS NOT = '00'
009130         PERFORM 7100-FILE-NOT-AVAILABLE THRU 7100-EXIT
009140         GO TO 2400-EXIT
009150     END-IF.
009160     OPEN OUTPUT REJECT-SUSPENSE-WORK-FILE.
009170
009180     MOVE 'N' TO WS-SCAN-SWITCH.
009190     PERFORM 2410-SCAN-REJSUSP THRU 2410-EXIT
009200         UNTIL FILE-SCAN-COMPLETE.
009210     CLOSE REJECT-SUSPENSE-FILE.
009220     CLOSE REJECT-SUSPENSE-WORK-FILE.
009230
009240     IF WS-RT-OFFLOADED (WS-FILE-SUB) = ZERO
009250         GO TO 2400-EXIT
009260     END-IF.
009270
009280     OPEN INPUT REJECT-SUSPENSE-WORK-FILE.
009290     OPEN OUTPUT REJECT-SUSPENSE-FILE.
009300     MOVE 'N' TO WS-SCAN-SWITCH.
009310     PERFORM 2420-COPY-BACK-REJSUSP THRU 2420-EXIT
009320         UNTIL FILE-SCAN-COMPLETE.
009330     CLOSE REJECT-SUSPENSE-WORK-FILE.
009340     CLOSE REJECT-SUSPENSE-FILE.
009350     MOVE WS-RT-OFFLOADED (WS-FILE-SUB)
009360         TO WS-RT-DELETED (WS-FILE-SUB).
009370 2400-EXIT.
009380     EXIT.
009390
009400*-----------------------------------------------------------------
009410* 2410-SCAN-REJSUSP - READ ONE SUSPENSE ITEM AND EITHER OFFLOAD
009420* IT OR KEEP IT ON THE WORK FILE.
009430*-----------------------------------------------------------------
009440 2410-SCAN-REJSUSP.
009450     READ REJECT-SUSPENSE-FILE
009460         AT END
009470             SET FILE-SCAN-COMPLETE TO TRUE
009480     END-READ.
009490     IF FILE-SCAN-COMPLETE
009500         GO TO 2410-EXIT
009510     END-IF.
009520
009530     MOVE RX-FIRST-REJECT-DATE TO WS-RECORD-DATE.
009540     PERFORM 3000-TEST-RECORD-DATE THRU 3000-EXIT.
009550     IF PURGE-THIS-RECORD
009560         MOVE REJECT-SUSPENSE-RECORD TO PO-RECORD-IMAGE
009570         PERFORM 3100-WRITE-OFFLOAD THRU 3100-EXIT
009580         IF OFFLOAD-WRITTEN
009590             GO TO 2410-EXIT
009600         END-IF
009610     END-IF.
009620
009630     WRITE REJECT-SUSPENSE-WORK-RECORD
009640         FROM REJECT-SUSPENSE-RECORD.
009650     ADD 1 TO WS-RT-KEPT (WS-FILE-SUB).
009660 2410-EXIT.
009670     EXIT.
009680
009690*-----------------------------------------------------------------
009700* 2420-COPY-BACK-REJSUSP - COPY ONE KEPT ITEM BACK TO THE
009710* REBUILT SUSPENSE.
009720*-----------------------------------------------------------------
009730 2420-COPY-BACK-REJSUSP.
009740     READ REJECT-SUSPENSE-WORK-FILE
009750         AT END
009760             SET FILE-SCAN-COMPLETE TO TRUE
009770     END-READ.
009780     IF FILE-SCAN-COMPLETE
009790         GO TO 2420-EXIT
009800     END-IF.
009810
009820     WRITE REJECT-SUSPENSE-RECORD
009830         FROM REJECT-SUSPENSE-WORK-RECORD.
009840 2420-EXIT.
009850     EXIT.
009860
009870*-----------------------------------------------------------------
009880* 2500-PURGE-AUDITTRL - AGE OFF THE POSTING AUDIT TRAIL BY RUN
009890* DATE, REBUILT IN PLACE THE SAME WAY AS THE REJECT SUSPENSE.
009900*-----------------------------------------------------------------
009910 2500-PURGE-AUDITTRL.
009920     MOVE 6 TO WS-FILE-SUB.
009930     IF NOT WS-RT-CARD-PRESENT (WS-FILE-SUB)
009940         GO TO 2500-EXIT
009950     END-IF.
009960
009970     OPEN INPUT AUDIT-TRAIL-FILE.
009980     IF WS-AUDITTRL-STATUS NOT = '00'
009990         PERFORM 7100-FILE-NOT-AVAILABLE THRU 7100-EXIT
010000         GO TO 2500-EXIT
010010     END-IF.
010020     OPEN OUTPUT AUDIT-TRAIL-WORK-FILE.
010030
010040     MOVE 'N' TO WS-SCAN-SWITCH.
010050     PERFORM 2510-SCAN-AUDITTRL THRU 2510-EXIT
010060         UNTIL FILE-SCAN-COMPLETE.
010070     CLOSE AUDIT-TRAIL-FILE.
010080     CLOSE AUDIT-TRAIL-WORK-FILE.
010090
010100     IF WS-RT-OFFLOADED (WS-FILE-SUB) = ZERO
010110         GO TO 2500-EXIT
010120     END-IF.
010130
010140     OPEN INPUT AUDIT-TRAIL-WORK-FILE.
010150     OPEN OUTPUT AUDIT-TRAIL-FILE.
010160     MOVE 'N' TO WS-SCAN-SWITCH.
010170     PERFORM 2520-COPY-BACK-AUDITTRL THRU 2520-EXIT
010180         UNTIL FILE-SCAN-COMPLETE.
010190     CLOSE AUDIT-TRAIL-WORK-FILE.
010200     CLOSE AUDIT-TRAIL-FILE.
010210     MOVE WS-RT-OFFLOADED (WS-FILE-SUB)
010220         TO WS-RT-DELETED (WS-FILE-SUB).
010230 2500-EXIT.
010240     EXIT.
010250
010260*-----------------------------------------------------------------
010270* 2510-SCAN-AUDITTRL - READ ONE AUDIT RECORD AND EITHER OFFLOAD
010280* IT OR KEEP IT ON THE WORK FILE.  A RECORD WITH NO READABLE RUN
010290* DATE IS KEPT.
010300*-----------------------------------------------------------------
010310 2510-SCAN-AUDITTRL.
010320     READ AUDIT-TRAIL-FILE
010330         AT END
010340             SET FILE-SCAN-COMPLETE TO TRUE
010350     END-READ.
010360     IF FILE-SCAN-COMPLETE
010370         GO TO 2510-EXIT
010380     END-IF.
010390
010400     MOVE AT-RUN-DATE TO WS-RECORD-DATE.
010410     PERFORM 3000-TEST-RECORD-DATE THRU 3000-EXIT.
010420     IF PURGE-THIS-RECORD
010430         MOVE AUDIT-TRAIL-RECORD TO PO-RECORD-IMAGE
010440         PERFORM 3100-WRITE-OFFLOAD THRU 3100-EXIT
010450         IF OFFLOAD-WRITTEN
010460             GO TO 2510-EXIT
010470         END-IF
010480     END-IF.
010490
010500     WRITE AUDIT-TRAIL-WORK-RECORD FROM AUDIT-TRAIL-RECORD.
010510     ADD 1 TO WS-RT-KEPT (WS-FILE-SUB).
010520 2510-EXIT.
010530     EXIT.
010540
010550*-----------------------------------------------------------------
010560* 2520-COPY-BACK-AUDITTRL - COPY ONE KEPT RECORD BACK TO THE
010570* REBUILT AUDIT TRAIL.
010580*-----------------------------------------------------------------
010590 2520-COPY-BACK-AUDITTRL.
010600     READ AUDIT-TRAIL-WORK-FILE
010610         AT END
010620             SET FILE-SCAN-COMPLETE TO TRUE
010630     END-READ.
010640     IF FILE-SCAN-COMPLETE
010650         GO TO 2520-EXIT
010660     END-IF.
010670
010680     WRITE AUDIT-TRAIL-RECORD FROM AUDIT-TRAIL-WORK-RECORD.
010690 2520-EXIT.
010700     EXIT.
010710
010720*-----------------------------------------------------------------
010730* 2600-PURGE-STOPPAY - AGE OFF EXPIRED STOP-PAYMENTS BY EXPIRY
010740* DATE, SO THE POSTING RUNS STOP RESCANNING THEM FOR EVERY
010750* DEBIT.  A STOP WITH NO EXPIRY DATE IS NEVER PURGED.
010760*-----------------------------------------------------------------
010770 2600-PURGE-STOPPAY.
010780     MOVE 7 TO WS-FILE-SUB.
010790     IF NOT WS-RT-CARD-PRESENT (WS-FILE-SUB)
010800         GO TO 2600-EXIT
010810     END-IF.
010820
010830     OPEN I-O STOP-PAYMENT-FILE.
010840     IF WS-STOPPAY-STATUS NOT = '00'
010850         PERFORM 7100-FILE-NOT-AVAILABLE THRU 7100-EXIT
010860         GO TO 2600-EXIT
010870     END-IF.
010880
010890     MOVE 'N' TO WS-SCAN-SWITCH.
010900     PERFORM 2610-SCAN-STOPPAY THRU 2610-EXIT
010910         UNTIL FILE-SCAN-COMPLETE.
010920     CLOSE STOP-PAYMENT-FILE.
010930 2600-EXIT.
010940     EXIT.
010950
010960*-----------------------------------------------------------------
010970* 2610-SCAN-STOPPAY - READ ONE STOP-PAYMENT AND OFFLOAD AND
010980* DELETE IT WHEN IT EXPIRED BEFORE THE CUTOFF.
010990*-----------------------------------------------------------------
011000 2610-SCAN-STOPPAY.
011010     READ STOP-PAYMENT-FILE NEXT RECORD
011020         AT END
011030             SET FILE-SCAN-COMPLETE TO TRUE
011040     END-READ.
011050     IF FILE-SCAN-COMPLETE
011060         GO TO 2610-EXIT
011070     END-IF.
011080
011090     MOVE STP-EXPIRY-DATE TO WS-RECORD-DATE.
011100     PERFORM 3000-TEST-RECORD-DATE THRU 3000-EXIT.
011110     IF NOT PURGE-THIS-RECORD
011120         ADD 1 TO WS-RT-KEPT (WS-FILE-SUB)
011130         GO TO 2610-EXIT
011140     END-IF.
011150
011160     MOVE STOP-PAYMENT-RECORD TO PO-RECORD-IMAGE.
011170     PERFORM 3100-WRITE-OFFLOAD THRU 3100-EXIT.
011180     IF NOT OFFLOAD-WRITTEN
011190         ADD 1 TO WS-RT-KEPT (WS-FILE-SUB)
011200         GO TO 2610-EXIT
011210     END-IF.
011220
011230     DELETE STOP-PAYMENT-FILE RECORD
011240         INVALID KEY
011250             PERFORM 7200-DELETE-FAILED THRU 7200-EXIT
011260         NOT INVALID KEY
011270             ADD 1 TO WS-RT-DELETED (WS-FILE-SUB)
011280     END-DELETE.
011290 2610-EXIT.
011300     EXIT.
011310
011320*-----------------------------------------------------------------
011330* 3000-TEST-RECORD-DATE - DECIDE WHETHER THE RECORD DATED
011340* WS-RECORD-DATE IS PAST RETENTION FOR THE CURRENT FILE: A REAL
011350* DATE, BEFORE THE FILE'S CUTOFF AND BEFORE THE BUSINESS DATE.
011360*-----------------------------------------------------------------
011370 3000-TEST-RECORD-DATE.
011380     MOVE 'N' TO WS-PURGE-SWITCH.
011390
011400     IF WS-RECORD-DATE IS NOT NUMERIC
011410             OR WS-RECORD-DATE = ZERO
011420         GO TO 3000-EXIT
011430     END-IF.
011440
011450     IF WS-RECORD-DATE NOT < WS-RT-CUTOFF-DATE (WS-FILE-SUB)
011460             OR WS-RECORD-DATE NOT < WS-PROTECT-DATE
011470         GO TO 3000-EXIT
011480     END-IF.
011490
011500     SET PURGE-THIS-RECORD TO TRUE.
011510 3000-EXIT.
011520     EXIT.
011530
011540*-----------------------------------------------------------------
011550* 3100-WRITE-OFFLOAD - COPY THE RECORD IMAGE ALREADY IN
011560* PO-RECORD-IMAGE TO THE OFFLOAD GENERATION.  THE CALLER DELETES
011570* THE RECORD ONLY WHEN THE OFFLOAD WAS WRITTEN.
011580*-----------------------------------------------------------------
011590 3100-WRITE-OFFLOAD.
011600     MOVE 'N' TO WS-OFFLOAD-SWITCH.
011610     MOVE WS-RT-FILE-ID (WS-FILE-SUB) TO PO-FILE-ID.
011620     MOVE WS-RUN-DATE TO PO-PURGE-DATE.
011630     MOVE WS-RECORD-DATE TO PO-RECORD-DATE.
011640
011650     WRITE PURGE-OFFLOAD-RECORD.
011660     IF WS-PURGOFF-STATUS = '00'
011670         SET OFFLOAD-WRITTEN TO TRUE
011680         ADD 1 TO WS-RT-OFFLOADED (WS-FILE-SUB)
011690     ELSE
011700         DISPLAY 'RETENTION-PURGE: UNABLE TO WRITE PURGOFF - '
011710             'STATUS ' WS-PURGOFF-STATUS ' - '
011720             WS-RT-FILE-ID (WS-FILE-SUB) ' RECORD KEPT'
011730         MOVE 'OFFLOAD FAILED - KEPT' TO WS-RT-NOTE (WS-FILE-SUB)
011740         IF RETURN-CODE < 4
011750             MOVE 4 TO RETURN-CODE
011760         END-IF
011770     END-IF.
011780 3100-EXIT.
011790     EXIT.
011800
011810*-----------------------------------------------------------------
011820* 4000-WRITE-FILE-LINE - PRINT ONE FILE'S LINE ON THE PURGE
011830* REPORT AND ADD ITS COUNTS TO THE RUN TOTALS.
011840*-----------------------------------------------------------------
011850 4000-WRITE-FILE-LINE.
011860     MOVE WS-RT-FILE-ID (WS-FILE-SUB) TO FL-FILE-ID.
011870     MOVE WS-RT-RETAIN-COUNT (WS-FILE-SUB) TO FL-RETAIN-COUNT.
011880     MOVE WS-RT-RETAIN-UNIT (WS-FILE-SUB) TO FL-RETAIN-UNIT.
011890     IF WS-RT-CARD-PRESENT (WS-FILE-SUB)
011900         MOVE WS-RT-CUTOFF-DATE (WS-FILE-SUB) TO FL-CUTOFF-DATE
011910     ELSE
011920         MOVE SPACES TO FL-CUTOFF-DATE
011930     END-IF.
011940     MOVE WS-RT-KEPT (WS-FILE-SUB) TO FL-KEPT.
011950     MOVE WS-RT-OFFLOADED (WS-FILE-SUB) TO FL-OFFLOADED.
011960     MOVE WS-RT-DELETED (WS-FILE-SUB) TO FL-DELETED.
011970     MOVE WS-RT-NOTE (WS-FILE-SUB) TO FL-NOTE.
011980     WRITE PURGE-REPORT-RECORD FROM WS-FILE-LINE.
011990
012000     ADD WS-RT-OFFLOADED (WS-FILE-SUB) TO WS-TOTAL-OFFLOADED.
012010     ADD WS-RT-DELETED (WS-FILE-SUB) TO WS-TOTAL-DELETED.
012020 4000-EXIT.
012030     EXIT.
012040
012050*-----------------------------------------------------------------
012060* 7000-WRITE-REJECT-LINE - PRINT A REJECTED RETENTION CARD WITH
012070* ITS REASON.  THE CARD'S FILE IS NOT PURGED ON IT.
012080*-----------------------------------------------------------------
012090 7000-WRITE-REJECT-LINE.
012100     WRITE PURGE-REPORT-RECORD FROM WS-REJECT-LINE.
012110     ADD 1 TO WS-CARDS-REJECTED.
012120     IF RETURN-CODE < 4
012130         MOVE 4 TO RETURN-CODE
012140     END-IF.
012150 7000-EXIT.
012160     EXIT.
012170
012180*-----------------------------------------------------------------
012190* 7100-FILE-NOT-AVAILABLE - A CARDED FILE WOULD NOT OPEN.  IT IS
012200* REPORTED AND LEFT ALONE.
012210*-----------------------------------------------------------------
012220 7100-FILE-NOT-AVAILABLE.
012230     DISPLAY 'RETENTION-PURGE: UNABLE TO OPEN '
012240         WS-RT-FILE-ID (WS-FILE-SUB) ' - NOT PURGED'.
012250     MOVE 'NOT AVAILABLE' TO WS-RT-NOTE (WS-FILE-SUB).
012260     IF RETURN-CODE < 4
012270         MOVE 4 TO RETURN-CODE
012280     END-IF.
012290 7100-EXIT.
012300     EXIT.
012310
012320*-----------------------------------------------------------------
012330* 7200-DELETE-FAILED - AN OFFLOADED RECORD COULD NOT BE DELETED.
012340* IT STAYS LIVE (AND ON THE OFFLOAD) AND COUNTS AS KEPT.
012350*-----------------------------------------------------------------
012360 7200-DELETE-FAILED.
012370     DISPLAY 'RETENTION-PURGE: UNABLE TO DELETE '
012380         WS-RT-FILE-ID (WS-FILE-SUB) ' RECORD DATED '
012390         WS-RECORD-DATE.
012400     ADD 1 TO WS-RT-KEPT (WS-FILE-SUB).
012410     MOVE 'DELETE FAILED - SEE LOG' TO WS-RT-NOTE (WS-FILE-SUB).
012420     IF RETURN-CODE < 4
012430         MOVE 4 TO RETURN-CODE
012440     END-IF.
012450 7200-EXIT.
012460     EXIT.
012470
012480*-----------------------------------------------------------------
012490* 9000-TERMINATE - PRINT THE PER-FILE LINES AND RUN CONTROL
012500* TOTALS AND CLOSE THE REPORT AND OFFLOAD BEFORE STOP RUN.
012510*-----------------------------------------------------------------
012520 9000-TERMINATE.
012530     WRITE PURGE-REPORT-RECORD FROM WS-BLANK-LINE.
012540     WRITE PURGE-REPORT-RECORD FROM WS-REPORT-HEADING-3.
012550
012560     PERFORM 4000-WRITE-FILE-LINE THRU 4000-EXIT
012570         VARYING WS-FILE-SUB FROM 1 BY 1
012580         UNTIL WS-FILE-SUB > WS-FILE-COUNT.
012590
012600     WRITE PURGE-REPORT-RECORD FROM WS-BLANK-LINE.
012610
012620     MOVE 'CARDS READ............: ' TO TO-CAPTION.
012630     MOVE WS-CARDS-READ TO TO-COUNT.
012640     WRITE PURGE-REPORT-RECORD FROM WS-TOTALS-LINE.
012650
012660     MOVE 'CARDS REJECTED........: ' TO TO-CAPTION.
012670     MOVE WS-CARDS-REJECTED TO TO-COUNT.
012680     WRITE PURGE-REPORT-RECORD FROM WS-TOTALS-LINE.
012690
012700     MOVE 'RECORDS OFFLOADED.....: ' TO TO-CAPTION.
012710     MOVE WS-TOTAL-OFFLOADED TO TO-COUNT.
012720     WRITE PURGE-REPORT-RECORD FROM WS-TOTALS-LINE.
012730
012740     MOVE 'RECORDS DELETED.......: ' TO TO-CAPTION.
012750     MOVE WS-TOTAL-DELETED TO TO-COUNT.
012760     WRITE PURGE-REPORT-RECORD FROM WS-TOTALS-LINE.
012770
012780     CLOSE PURGE-OFFLOAD-FILE.
012790     CLOSE PURGE-REPORT-FILE.
012800 9000-EXIT.
012810     EXIT.
012820
012830*-----------------------------------------------------------------
012840* 9500-READ-BUSINESS-DATE - REPLACE THE SYSTEM-CLOCK RUN DATE WITH
012850* THE CYCLE'S BUSINESS DATE FROM THE BATCH DATE CONTROL FILE, SO A
012860* LATE OR RERUN CYCLE IS PROCESSED UNDER THE BUSINESS DATE IT
012870* BELONGS TO.  NO OPEN CYCLE MEANS THE SYSTEM DATE STANDS.  THE
012880* BUSINESS DATE ITSELF, OPEN OR CLOSED, IS THE DATE NOTHING ON OR
012890* AFTER WHICH IS PURGED.
012900*-----------------------------------------------------------------
012910 9500-READ-BUSINESS-DATE.
012920     OPEN INPUT BATCH-DATE-FILE.
012930     IF WS-BATCHDTE-STATUS = '00'
012940         READ BATCH-DATE-FILE
012950             NOT AT END
012960                 IF BD-BUSINESS-DATE IS NUMERIC
012970                         AND BD-BUSINESS-DATE > ZERO
012980                     MOVE BD-BUSINESS-DATE TO WS-PROTECT-DATE
012990                     SET BUSINESS-DATE-KNOWN TO TRUE
013000                     IF BD-CYCLE-OPEN
013010                         MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
013020                     END-IF
013030                 END-IF
013040         END-READ
013050         CLOSE BATCH-DATE-FILE
013060     END-IF.
013070 9500-EXIT.
013080     EXIT.
