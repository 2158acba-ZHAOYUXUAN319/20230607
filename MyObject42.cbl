000100* ---------------------------------------------------------------
000110* PROGRAM      ALERT-FEED
000120* INSTALLATION RETAIL BANKING DIVISION
000130* AUTHOR       D. OKAFOR
000140* DATE-WRITTEN 2026-10-15
000150* ---------------------------------------------------------------
000160* MODIFICATION HISTORY
000170*   2026-10-15  DO   ORIGINAL PROGRAM - NIGHTLY CUSTOMER ALERT
000180*                    FEED, RUN AFTER THE POSTING RUN.  EVERY
000190*                    ACCOUNT WITH LIVE ALERT SETTINGS (ALRTPREF
000200*                    COPYBOOK, KEPT BY ALERT-MAINT) IS TESTED
000210*                    AGAINST TONIGHT'S POSTINGS AND STATUS:
000220*                      L - LOW BALANCE: THE POSTED BALANCE IS
000230*                          BELOW THE CUSTOMER'S LIMIT.
000240*                      D - LARGE DEBIT: A DEBIT POSTED TONIGHT
000250*                          OVER THE CUSTOMER'S LIMIT.
000260*                      H - HELD DEBIT: THE OVERDRAFT FLOOR IS
000270*                          HOLDING ONE OR MORE DEBITS.
000280*                      S - STOPPED ITEM: A STOP-PAYMENT
000290*                          INSTRUCTION STOPPED AN ITEM TONIGHT.
000300*                      C - DEPOSIT RECEIVED: A CREDIT POSTED
000310*                          TONIGHT.
000320*                    THE POSTED BALANCE AND HELD DEBITS COME FROM
000330*                    THE SAME LEDGER WALK AND HOLD RULE THE
000340*                    POSTING RUN AND CUSTOMER-NOTICE USE.  EACH
000350*                    ALERT GOES ON THE ALRTEXT EXTRACT FOR THE
000360*                    NOTIFICATION VENDOR, WRAPPED IN THE STANDARD
000370*                    FILEHDR HEADER AND TRAILER SO FILE-VERIFY
000380*                    CAN PROVE IT.  THE ALRTHIST HISTORY (ALRTHIST
000390*                    COPYBOOK) KEEPS A STANDING LOW BALANCE OR
000400*                    HELD DEBIT FROM ALERTING EVERY NIGHT - A
000410*                    FURTHER DEBIT HELD BEHIND THOSE ALREADY
000420*                    ALERTED ALERTS AGAIN - AND IS CLEARED WHEN
000430*                    THE CONDITION LIFTS.  AN ALERT THE HISTORY
000440*                    SHOWS WAS ALREADY RECORDED TONIGHT IS A
000450*                    RERUN AND GOES BACK ON THE REBUILT EXTRACT
000460*                    WITHOUT BEING COUNTED TWICE.  THE DAILY
000470*                    REPORT (ALRTRPT) LISTS EVERY ALERT AND THE
000480*                    COUNT SENT BY TYPE.  THE RUN RECORDS ITSELF
000490*                    ON THE CYCLE STEP-STATUS LEDGER AND A RERUN
000500*                    SKIPS IT WHEN IT ALREADY ENDED CLEAN FOR THE
000510*                    BUSINESS DATE.
000511*   2026-10-15  DO   THE WALK NOW ALSO HOLDS A TRANSFER DEBIT
000512*                    AWAITING ITS CREDIT LEG WHILE ITS CREDIT
000513*                    ACCOUNT IS CLOSED, ESCHEATED OR NOT ON FILE,
000514*                    AS THE POSTING RUN DOES, READING THE MASTER A
000515*                    SECOND TIME BY KEY FOR THE CREDIT ACCOUNT.
000520* ---------------------------------------------------------------
000530 IDENTIFICATION DIVISION.
000540 PROGRAM-ID.                  ALERT-FEED.
000550 AUTHOR.                      D. OKAFOR.
000560 INSTALLATION.                RETAIL BANKING DIVISION.
000570 DATE-WRITTEN.                2026-10-15.
000580 DATE-COMPILED.
000590
000600 ENVIRONMENT DIVISION.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT ALERT-PREFERENCE-FILE
000640         ASSIGN TO 'ALRTPREF'
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS SEQUENTIAL
000670         RECORD KEY IS AP-ACCOUNT-NUMBER
000680         FILE STATUS IS WS-ALRTPREF-STATUS.
000690
000700     SELECT CUSTOMER-MASTER-FILE
000710         ASSIGN TO 'CUSTMAST'
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS RANDOM
000740         RECORD KEY IS CM-ACCOUNT-NUMBER
000750         FILE STATUS IS WS-CUSTMAST-STATUS.
000751
000752*    A SECOND, READ-ONLY VIEW OF THE MASTER, READ BY KEY FOR THE
000753*    CREDIT ACCOUNT OF A TRANSFER WITHOUT DISTURBING THE FIRST.
000754     SELECT CONTRA-MASTER-FILE
000755         ASSIGN TO 'CUSTMAST'
000756         ORGANIZATION IS INDEXED
000757         ACCESS MODE IS RANDOM
000758         RECORD KEY IS CX-ACCOUNT-NUMBER
000759         FILE STATUS IS WS-CONTRA-STATUS.
000760
000770     SELECT TRANSACTION-LEDGER-FILE
000780         ASSIGN TO 'TRANLEDG'
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000810         RECORD KEY IS TL-LEDGER-KEY
000820         FILE STATUS IS WS-TRANLEDG-STATUS.
000830
000840     SELECT STOP-PAYMENT-FILE
000850         ASSIGN TO 'STOPPAY'
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS DYNAMIC
000880         RECORD KEY IS STP-STOP-KEY
000890         FILE STATUS IS WS-STOPPAY-STATUS.
000900
000910     SELECT ALERT-HISTORY-FILE
000920         ASSIGN TO 'ALRTHIST'
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS RANDOM
000950         RECORD KEY IS AH-ALERT-KEY
000960         FILE STATUS IS WS-ALRTHIST-STATUS.
000970
000980     SELECT ALERT-EXTRACT-FILE
000990         ASSIGN TO 'ALRTEXT'
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS WS-ALRTEXT-STATUS.
001020
001030     SELECT ALERT-REPORT-FILE
001040         ASSIGN TO 'ALRTRPT'
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS WS-ALRTRPT-STATUS.
001070
001080     SELECT BATCH-DATE-FILE
001090         ASSIGN TO 'BATCHDTE'
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS WS-BATCHDTE-STATUS.
001120
001130 DATA DIVISION.
001140 FILE SECTION.
001150 FD  ALERT-PREFERENCE-FILE
001160     LABEL RECORDS ARE STANDARD.
001170     COPY ALRTPREF.
001180
001190 FD  CUSTOMER-MASTER-FILE
001200     LABEL RECORDS ARE STANDARD.
001210     COPY CUSTREC.
001211
001212 FD  CONTRA-MASTER-FILE
001213     LABEL RECORDS ARE STANDARD.
001214     COPY CUSTREC REPLACING ==CUSTOMER-MASTER-RECORD==
001215                         BY ==CONTRA-MASTER-RECORD==
001216                    LEADING ==CM-== BY ==CX-==.
001220
001230 FD  TRANSACTION-LEDGER-FILE
001240     LABEL RECORDS ARE STANDARD.
001250     COPY TRANLEDG.
001260
001270 FD  STOP-PAYMENT-FILE
001280     LABEL RECORDS ARE STANDARD.
001290     COPY STOPREC.
001300
001310 FD  ALERT-HISTORY-FILE
001320     LABEL RECORDS ARE STANDARD.
001330     COPY ALRTHIST.
001340
001350*    ONE 'A' RECORD PER ALERT.  AMOUNTS ARE UNSIGNED WITH A SIGN
001360*    BYTE BESIDE THEM; AX-ALERT-AMOUNT (COLUMNS 20-30) IS THE
001370*    FIELD THE TRAILER HASH TOTALS.
001380 FD  ALERT-EXTRACT-FILE
001390     LABEL RECORDS ARE STANDARD.
001400     COPY FILEHDR.
001410 01  ALERT-EXTRACT-RECORD.
001420     05  AX-RECORD-TYPE            PIC X(01).
001430     05  AX-BUSINESS-DATE          PIC 9(08).
001440     05  AX-ACCOUNT-NUMBER         PIC X(10).
001450     05  AX-ALERT-AMOUNT           PIC 9(09)V99.
001460     05  AX-AMOUNT-SIGN            PIC X(01).
001470     05  AX-ALERT-TYPE             PIC X(01).
001480     05  AX-CHANNEL                PIC X(01).
001490     05  AX-DESTINATION            PIC X(40).
001500     05  AX-CUSTOMER-NAME          PIC X(30).
001510     05  AX-ITEM-COUNT             PIC 9(05).
001520     05  AX-ALERT-LIMIT            PIC 9(07)V99.
001530     05  AX-POSTED-BALANCE         PIC 9(09)V99.
001540     05  AX-BALANCE-SIGN           PIC X(01).
001550     05  FILLER                    PIC X(21).
001560
001570 FD  ALERT-REPORT-FILE
001580     LABEL RECORDS ARE STANDARD.
001590 01  ALERT-REPORT-RECORD           PIC X(80).
001600
001610 FD  BATCH-DATE-FILE
001620     LABEL RECORDS ARE STANDARD.
001630     COPY BATCHDTE.
001640
001650 WORKING-STORAGE SECTION.
001660*----------------------------------------------------------------
001670* FILE STATUS AND END-OF-FILE SWITCHES
001680*----------------------------------------------------------------
001690 01  WS-FILE-STATUSES.
001700     05  WS-ALRTPREF-STATUS        PIC X(02) VALUE '00'.
001710     05  WS-CUSTMAST-STATUS        PIC X(02) VALUE '00'.
001720     05  WS-TRANLEDG-STATUS        PIC X(02) VALUE '00'.
001730     05  WS-STOPPAY-STATUS         PIC X(02) VALUE '00'.
001740     05  WS-ALRTHIST-STATUS        PIC X(02) VALUE '00'.
001750     05  WS-ALRTEXT-STATUS         PIC X(02) VALUE '00'.
001760     05  WS-ALRTRPT-STATUS         PIC X(02) VALUE '00'.
001770     05  WS-BATCHDTE-STATUS        PIC X(02) VALUE '00'.
001775     05  WS-CONTRA-STATUS          PIC X(02) VALUE '00'.
001780
001790 01  WS-SWITCHES.
001800     05  WS-EOF-SWITCH             PIC X(01) VALUE 'N'.
001810         88  PREFERENCE-FILE-EOF             VALUE 'Y'.
001820     05  WS-RUN-SWITCH             PIC X(01) VALUE 'N'.
001830         88  RUN-ABANDONED                   VALUE 'Y'.
001840     05  WS-PREFFILE-SWITCH        PIC X(01) VALUE 'N'.
001850         88  PREFERENCE-FILE-OPEN            VALUE 'Y'.
001860     05  WS-STOPFILE-SWITCH        PIC X(01) VALUE 'N'.
001870         88  STOP-FILE-AVAILABLE             VALUE 'Y'.
001880     05  WS-MASTER-SWITCH          PIC X(01) VALUE 'N'.
001890         88  MASTER-RECORD-FOUND             VALUE 'Y'.
001900     05  WS-TL-SWITCH              PIC X(01) VALUE 'N'.
001910         88  LEDGER-SCAN-COMPLETE            VALUE 'Y'.
001920     05  WS-STP-SWITCH             PIC X(01) VALUE 'N'.
001930         88  STOP-SCAN-COMPLETE              VALUE 'Y'.
001940     05  WS-HISTORY-SWITCH         PIC X(01) VALUE 'N'.
001950         88  HISTORY-RECORD-FOUND            VALUE 'Y'.
001952     05  WS-CONTRA-FILE-SWITCH     PIC X(01) VALUE 'N'.
001954         88  CONTRA-FILE-AVAILABLE           VALUE 'Y'.
001956     05  WS-PAYEE-SWITCH           PIC X(01) VALUE 'N'.
001958         88  PAYEE-NOT-OPEN                  VALUE 'Y'.
001960
001970*----------------------------------------------------------------
001980* RUN DATE, CAPTURED ONCE AT STARTUP
001990*----------------------------------------------------------------
002000 01  WS-RUN-DATE                   PIC 9(08).
002010
002020*----------------------------------------------------------------
002030* CYCLE STEP-STATUS PARAMETER AREA - SEE CYCLE-STEP-STATUS
002040*----------------------------------------------------------------
002050     COPY STEPLINK.
002060
002070*----------------------------------------------------------------
002080* THE ALERT BEING RAISED.  A STANDING ALERT ('L', 'H') IS NOT
002090* REPEATED WHILE ITS HISTORY RECORD STANDS; AN EVENT ALERT ('D',
002100* 'S', 'C') GOES OUT EVERY NIGHT THE EVENT HAPPENS.
002110*----------------------------------------------------------------
002120 01  WS-ALERT-TYPE                 PIC X(01) VALUE SPACE.
002130 01  WS-ALERT-KIND                 PIC X(01) VALUE SPACE.
002140     88  STANDING-ALERT                      VALUE 'S'.
002150     88  EVENT-ALERT                         VALUE 'E'.
002160 01  WS-ALERT-AMOUNT               PIC S9(09)V99 VALUE ZERO.
002170 01  WS-ALERT-ITEMS                PIC 9(05) VALUE ZERO.
002180 01  WS-ALERT-LIMIT                PIC 9(07)V99 VALUE ZERO.
002190 01  WS-ALERT-SEQUENCE             PIC 9(06) VALUE ZERO.
002200 01  WS-ALERT-NOTE                 PIC X(24) VALUE SPACES.
002210
002220*----------------------------------------------------------------
002230* POSTED-POSITION WALK FIELDS - THE SAME WALK AND HOLD RULE THE
002240* POSTING RUN USES, SO THE ALERT AGREES WITH THE STATEMENT AND
002250* THE CUSTOMER NOTICE.  TONIGHT'S LARGE DEBITS AND DEPOSITS ARE
002260* TALLIED ON THE SAME PASS.
002270*----------------------------------------------------------------
002280 01  WS-POSTED-BALANCE             PIC S9(7)V99 VALUE ZERO.
002290 01  WS-NEGATIVE-LIMIT             PIC S9(7)V99 VALUE ZERO.
002300 01  WS-PROJECTED-BALANCE          PIC S9(7)V99 VALUE ZERO.
002310 01  WS-HELD-DEBIT-COUNT           PIC 9(05) VALUE ZERO.
002320 01  WS-HELD-DEBIT-TOTAL           PIC S9(09)V99 VALUE ZERO.
002330 01  WS-HELD-HIGH-SEQUENCE         PIC 9(06) VALUE ZERO.
002340 01  WS-LARGE-DEBIT-COUNT          PIC 9(05) VALUE ZERO.
002350 01  WS-LARGE-DEBIT-TOTAL          PIC S9(09)V99 VALUE ZERO.
002360 01  WS-DEPOSIT-COUNT              PIC 9(05) VALUE ZERO.
002370 01  WS-DEPOSIT-TOTAL              PIC S9(09)V99 VALUE ZERO.
002380 01  WS-STOPPED-COUNT              PIC 9(05) VALUE ZERO.
002390 01  WS-STOPPED-TOTAL              PIC S9(09)V99 VALUE ZERO.
002400
002410*----------------------------------------------------------------
002420* EXTRACT CONTROL TOTALS FOR THE FILEHDR TRAILER
002430*----------------------------------------------------------------
002440 01  WS-EXTRACT-RECORDS            PIC 9(09) VALUE ZERO.
002450 01  WS-EXTRACT-HASH               PIC 9(15) VALUE ZERO.
002460
002470*----------------------------------------------------------------
002480* RUN TOTALS - ALERTS SENT BY TYPE AND THE SETTINGS REVIEWED
002490*----------------------------------------------------------------
002500 01  WS-LOW-BALANCE-ALERTS         PIC 9(07) VALUE ZERO.
002510 01  WS-LARGE-DEBIT-ALERTS         PIC 9(07) VALUE ZERO.
002520 01  WS-HELD-DEBIT-ALERTS          PIC 9(07) VALUE ZERO.
002530 01  WS-STOPPED-ITEM-ALERTS        PIC 9(07) VALUE ZERO.
002540 01  WS-DEPOSIT-ALERTS             PIC 9(07) VALUE ZERO.
002550 01  WS-SETTINGS-REVIEWED          PIC 9(07) VALUE ZERO.
002560 01  WS-SETTINGS-CANCELLED         PIC 9(07) VALUE ZERO.
002570 01  WS-ACCOUNTS-SKIPPED           PIC 9(07) VALUE ZERO.
002580 01  WS-SUPPRESSED-ALERTS          PIC 9(07) VALUE ZERO.
002590 01  WS-CONDITIONS-CLEARED         PIC 9(07) VALUE ZERO.
002600 01  WS-RERUN-ALERTS               PIC 9(07) VALUE ZERO.
002610
002620*----------------------------------------------------------------
002630* DAILY ALERT REPORT LINES
002640*----------------------------------------------------------------
002650 01  WS-REPORT-HEADING-1.
002660     05  FILLER                    PIC X(80) VALUE
002670         'CUSTOMER ALERT FEED - DAILY ALERT REPORT'.
002680
002690 01  WS-REPORT-HEADING-2.
002700     05  FILLER                    PIC X(16) VALUE
002710             'RUN DATE......  '.
002720     05  RH-RUN-DATE               PIC 9(08).
002730     05  FILLER                    PIC X(56) VALUE SPACES.
002740
002750 01  WS-COLUMN-HEADING.
002760     05  FILLER                    PIC X(10) VALUE 'ACCOUNT'.
002770     05  FILLER                    PIC X(02) VALUE SPACES.
002780     05  FILLER                    PIC X(14) VALUE 'ALERT TYPE'.
002790     05  FILLER                    PIC X(02) VALUE SPACES.
002800     05  FILLER                    PIC X(04) VALUE 'CHAN'.
002810     05  FILLER                    PIC X(02) VALUE SPACES.
002820     05  FILLER                    PIC X(12) VALUE
002830             '      AMOUNT'.
002840     05  FILLER                    PIC X(02) VALUE SPACES.
002850     05  FILLER                    PIC X(05) VALUE 'ITEMS'.
002860     05  FILLER                    PIC X(02) VALUE SPACES.
002870     05  FILLER                    PIC X(25) VALUE 'NOTE'.
002880
002890 01  WS-BLANK-LINE                 PIC X(80) VALUE SPACES.
002900
002910 01  WS-ALERT-LINE.
002920     05  AL-ACCOUNT-NUMBER         PIC X(10).
002930     05  FILLER                    PIC X(02) VALUE SPACES.
002940     05  AL-ALERT-TEXT             PIC X(14).
002950     05  FILLER                    PIC X(02) VALUE SPACES.
002960     05  AL-CHANNEL                PIC X(04).
002970     05  FILLER                    PIC X(02) VALUE SPACES.
002980     05  AL-ALERT-AMOUNT           PIC -(8)9.99.
002990     05  FILLER                    PIC X(02) VALUE SPACES.
003000     05  AL-ITEM-COUNT             PIC ZZZZ9.
003010     05  FILLER                    PIC X(02) VALUE SPACES.
003020     05  AL-NOTE                   PIC X(24).
003030     05  FILLER                    PIC X(01) VALUE SPACES.
003040
003050 01  WS-SECTION-LINE.
003060     05  SL-CAPTION                PIC X(80).
003070
003080 01  WS-SUMMARY-LINE.
003090     05  SU-CAPTION                PIC X(24).
003100     05  SU-COUNT                  PIC Z(6)9.
003110     05  FILLER                    PIC X(49) VALUE SPACES.
003120
003130 PROCEDURE DIVISION.
003140*=================================================================
003150* 0000-MAINLINE - DRIVES THE FULL ALERT SETTINGS FILE.
003160*=================================================================
003170 0000-MAINLINE.
003180     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003190     PERFORM 9500-READ-BUSINESS-DATE THRU 9500-EXIT.
003200     PERFORM 9700-RECORD-STEP-START THRU 9700-EXIT.
003210     IF SP-SKIP-STEP
003220         DISPLAY 'ALERT-FEED: STEP ALREADY COMPLETED FOR '
003230             WS-RUN-DATE ' - RUN SKIPPED'
003240         STOP RUN
003250     END-IF.
003260
003270     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003280
003290     PERFORM 2000-REVIEW-ONE-ACCOUNT THRU 2000-EXIT
003300         UNTIL PREFERENCE-FILE-EOF.
003310
003320     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003330
003340     STOP RUN.
003350 0000-EXIT.
003360     EXIT.
003370
003380*-----------------------------------------------------------------
003390* 1000-INITIALIZE - OPEN THE REPORT AND THE FILES THE TESTS
003400* NEED, OPEN THE EXTRACT WITH ITS HEADER AND PRIME THE FIRST
003410* SETTINGS READ.  THE MASTER, THE LEDGER AND THE ALERT HISTORY
003420* ARE REQUIRED - A FIRST-EVER RUN CREATES THE HISTORY.  NO
003430* SETTINGS FILE YET MEANS NO CUSTOMER HAS CHOSEN AN ALERT AND AN
003440* EMPTY EXTRACT GOES OUT; NO STOP FILE ONLY MEANS NO STOPPED-ITEM
003450* ALERTS THIS RUN.
003460*-----------------------------------------------------------------
003470 1000-INITIALIZE.
003480     OPEN OUTPUT ALERT-REPORT-FILE.
003490     MOVE WS-RUN-DATE TO RH-RUN-DATE.
003500     WRITE ALERT-REPORT-RECORD FROM WS-REPORT-HEADING-1.
003510     WRITE ALERT-REPORT-RECORD FROM WS-REPORT-HEADING-2.
003520     WRITE ALERT-REPORT-RECORD FROM WS-BLANK-LINE.
003530     WRITE ALERT-REPORT-RECORD FROM WS-COLUMN-HEADING.
003540     WRITE ALERT-REPORT-RECORD FROM WS-BLANK-LINE.
003550
003560     MOVE 'Y' TO WS-EOF-SWITCH.
003570
003580     OPEN INPUT CUSTOMER-MASTER-FILE.
003590     IF WS-CUSTMAST-STATUS NOT = '00'
003600         DISPLAY 'ALERT-FEED: UNABLE TO OPEN CUSTMAST - '
003610             'STATUS ' WS-CUSTMAST-STATUS
003620         MOVE 'Y' TO WS-RUN-SWITCH
003630         MOVE 16 TO RETURN-CODE
003640         GO TO 1000-EXIT
003650     END-IF.
003660
003670     OPEN INPUT TRANSACTION-LEDGER-FILE.
003680     IF WS-TRANLEDG-STATUS NOT = '00'
003690         DISPLAY 'ALERT-FEED: UNABLE TO OPEN TRANLEDG - '
003700             'STATUS ' WS-TRANLEDG-STATUS
003710         CLOSE CUSTOMER-MASTER-FILE
003720         MOVE 'Y' TO WS-RUN-SWITCH
003730         MOVE 16 TO RETURN-CODE
003740         GO TO 1000-EXIT
003750     END-IF.
003760
003770     OPEN I-O ALERT-HISTORY-FILE.
003780     IF WS-ALRTHIST-STATUS = '35'
003790         OPEN OUTPUT ALERT-HISTORY-FILE
003800         CLOSE ALERT-HISTORY-FILE
003810         OPEN I-O ALERT-HISTORY-FILE
003820     END-IF.
003830     IF WS-ALRTHIST-STATUS NOT = '00'
003840         DISPLAY 'ALERT-FEED: UNABLE TO OPEN ALRTHIST - '
003850             'STATUS ' WS-ALRTHIST-STATUS
003860         CLOSE CUSTOMER-MASTER-FILE
003870               TRANSACTION-LEDGER-FILE
003880         MOVE 'Y' TO WS-RUN-SWITCH
003890         MOVE 16 TO RETURN-CODE
003900         GO TO 1000-EXIT
003901     END-IF.
003902
003903     OPEN INPUT CONTRA-MASTER-FILE.
003904     IF WS-CONTRA-STATUS = '00'
003905         SET CONTRA-FILE-AVAILABLE TO TRUE
003906     ELSE
003907         DISPLAY 'ALERT-FEED: UNABLE TO OPEN CUSTMAST FOR '
003908             'TRANSFER CHECK - STATUS ' WS-CONTRA-STATUS
003910     END-IF.
003920
003930     OPEN INPUT STOP-PAYMENT-FILE.
003940     IF WS-STOPPAY-STATUS = '00'
003950         SET STOP-FILE-AVAILABLE TO TRUE
003960     ELSE
003970         DISPLAY 'ALERT-FEED: STOPPAY NOT AVAILABLE - '
003980             'STATUS ' WS-STOPPAY-STATUS
003990             ' - NO STOPPED-ITEM ALERTS THIS RUN'
004000     END-IF.
004010
004020     OPEN INPUT ALERT-PREFERENCE-FILE.
004030     IF WS-ALRTPREF-STATUS = '00'
004040         SET PREFERENCE-FILE-OPEN TO TRUE
004050         MOVE 'N' TO WS-EOF-SWITCH
004060     ELSE
004070         DISPLAY 'ALERT-FEED: NO ALERT SETTINGS ON ALRTPREF - '
004080             'STATUS ' WS-ALRTPREF-STATUS
004090     END-IF.
004100
004110     OPEN OUTPUT ALERT-EXTRACT-FILE.
004120     MOVE 'HDR' TO FC-RECORD-TYPE.
004130     MOVE 'ALRTEXT' TO FC-FILE-ID.
004140     MOVE WS-RUN-DATE TO FC-BUSINESS-DATE.
004150     MOVE ZERO TO FC-RECORD-COUNT.
004160     MOVE ZERO TO FC-AMOUNT-HASH.
004170     WRITE FILE-CONTROL-RECORD.
004180
004190     IF NOT PREFERENCE-FILE-EOF
004200         PERFORM 8000-READ-PREFERENCE THRU 8000-EXIT
004210     END-IF.
004220 1000-EXIT.
004230     EXIT.
004240
004250*-----------------------------------------------------------------
004260* 2000-REVIEW-ONE-ACCOUNT - TEST ONE ACCOUNT'S CHOSEN ALERTS
004270* AGAINST TONIGHT'S POSITION, THEN ADVANCE.  CANCELLED SETTINGS,
004280* AND SETTINGS WHOSE ACCOUNT IS GONE OR CLOSED, RAISE NOTHING AND
004290* DROP ANY STANDING CONDITION, SO A LATER REOPEN STARTS CLEAN.
004300*-----------------------------------------------------------------
004310 2000-REVIEW-ONE-ACCOUNT.
004320     IF AP-STATUS-CANCELLED
004330         ADD 1 TO WS-SETTINGS-CANCELLED
004340         PERFORM 2900-CLEAR-STANDING THRU 2900-EXIT
004350         GO TO 2000-ADVANCE
004360     END-IF.
004370
004380     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
004390     IF NOT MASTER-RECORD-FOUND
004400             OR CM-STATUS-CLOSED
004410             OR CM-STATUS-ESCHEATED
004420         ADD 1 TO WS-ACCOUNTS-SKIPPED
004430         PERFORM 2900-CLEAR-STANDING THRU 2900-EXIT
004440         GO TO 2000-ADVANCE
004450     END-IF.
004460
004470     ADD 1 TO WS-SETTINGS-REVIEWED.
004480     PERFORM 3000-WALK-LEDGER THRU 3000-EXIT.
004490
004500     PERFORM 2200-TEST-LOW-BALANCE THRU 2200-EXIT.
004510     PERFORM 2300-TEST-LARGE-DEBIT THRU 2300-EXIT.
004520     PERFORM 2400-TEST-HELD-DEBIT THRU 2400-EXIT.
004530     PERFORM 2500-TEST-STOPPED-ITEM THRU 2500-EXIT.
004540     PERFORM 2600-TEST-DEPOSIT THRU 2600-EXIT.
004550
004560 2000-ADVANCE.
004570     PERFORM 8000-READ-PREFERENCE THRU 8000-EXIT.
004580 2000-EXIT.
004590     EXIT.
004600
004610*-----------------------------------------------------------------
004620* 2100-READ-MASTER - LOOK THE SETTINGS' ACCOUNT UP ON THE
004630* CUSTOMER MASTER, SETTING THE FOUND SWITCH FOR THE CALLER.
004640*-----------------------------------------------------------------
004650 2100-READ-MASTER.
004660     MOVE 'N' TO WS-MASTER-SWITCH.
004670     MOVE AP-ACCOUNT-NUMBER TO CM-ACCOUNT-NUMBER.
004680
004690     READ CUSTOMER-MASTER-FILE
004700         INVALID KEY
004710             MOVE 'N' TO WS-MASTER-SWITCH
004720         NOT INVALID KEY
004730             SET MASTER-RECORD-FOUND TO TRUE
004740     END-READ.
004750 2100-EXIT.
004760     EXIT.
004770
004780*-----------------------------------------------------------------
004790* 2200-TEST-LOW-BALANCE - A POSTED BALANCE BELOW THE CUSTOMER'S
004800* LIMIT IS A STANDING 'L' CONDITION; A BALANCE BACK AT OR ABOVE
004810* IT, OR THE ALERT SWITCHED OFF, CLEARS THE HISTORY.
004820*-----------------------------------------------------------------
004830 2200-TEST-LOW-BALANCE.
004840     IF NOT AP-LOW-BALANCE-WANTED
004850             OR WS-POSTED-BALANCE NOT < AP-LOW-BALANCE-LIMIT
004860         MOVE 'L' TO AH-ALERT-TYPE
004870         PERFORM 4500-CLEAR-HISTORY THRU 4500-EXIT
004880         GO TO 2200-EXIT
004890     END-IF.
004900
004910     MOVE 'L' TO WS-ALERT-TYPE.
004920     SET STANDING-ALERT TO TRUE.
004930     MOVE WS-POSTED-BALANCE TO WS-ALERT-AMOUNT.
004940     MOVE ZERO TO WS-ALERT-ITEMS.
004950     MOVE AP-LOW-BALANCE-LIMIT TO WS-ALERT-LIMIT.
004960     MOVE ZERO TO WS-ALERT-SEQUENCE.
004970     PERFORM 4000-RAISE-ALERT THRU 4000-EXIT.
004980 2200-EXIT.
004990     EXIT.
005000
005010*-----------------------------------------------------------------
005020* 2300-TEST-LARGE-DEBIT - ONE 'D' ALERT CARRIES EVERY DEBIT
005030* POSTED TONIGHT OVER THE CUSTOMER'S LIMIT, WITH THEIR TOTAL.
005040*-----------------------------------------------------------------
005050 2300-TEST-LARGE-DEBIT.
005060     IF NOT AP-LARGE-DEBIT-WANTED
005070             OR WS-LARGE-DEBIT-COUNT = ZERO
005080         GO TO 2300-EXIT
005090     END-IF.
005100
005110     MOVE 'D' TO WS-ALERT-TYPE.
005120     SET EVENT-ALERT TO TRUE.
005130     MOVE WS-LARGE-DEBIT-TOTAL TO WS-ALERT-AMOUNT.
005140     MOVE WS-LARGE-DEBIT-COUNT TO WS-ALERT-ITEMS.
005150     MOVE AP-LARGE-DEBIT-LIMIT TO WS-ALERT-LIMIT.
005160     MOVE ZERO TO WS-ALERT-SEQUENCE.
005170     PERFORM 4000-RAISE-ALERT THRU 4000-EXIT.
005180 2300-EXIT.
005190     EXIT.
005200
005210*-----------------------------------------------------------------
005220* 2400-TEST-HELD-DEBIT - DEBITS HELD BY THE OVERDRAFT FLOOR ARE A
005230* STANDING 'H' CONDITION, CARRYING THE HIGHEST HELD LEDGER
005240* SEQUENCE SO A FURTHER HELD DEBIT ALERTS AGAIN.  NOTHING HELD,
005250* OR THE ALERT SWITCHED OFF, CLEARS THE HISTORY.
005260*-----------------------------------------------------------------
005270 2400-TEST-HELD-DEBIT.
005280     IF NOT AP-HELD-DEBIT-WANTED
005290             OR WS-HELD-DEBIT-COUNT = ZERO
005300         MOVE 'H' TO AH-ALERT-TYPE
005310         PERFORM 4500-CLEAR-HISTORY THRU 4500-EXIT
005320         GO TO 2400-EXIT
005330     END-IF.
005340
005350     MOVE 'H' TO WS-ALERT-TYPE.
005360     SET STANDING-ALERT TO TRUE.
005370     MOVE WS-HELD-DEBIT-TOTAL TO WS-ALERT-AMOUNT.
005380     MOVE WS-HELD-DEBIT-COUNT TO WS-ALERT-ITEMS.
005390     MOVE ZERO TO WS-ALERT-LIMIT.
005400     MOVE WS-HELD-HIGH-SEQUENCE TO WS-ALERT-SEQUENCE.
005410     PERFORM 4000-RAISE-ALERT THRU 4000-EXIT.
005420 2400-EXIT.
005430     EXIT.
005440
005450*-----------------------------------------------------------------
005460* 2500-TEST-STOPPED-ITEM - ONE 'S' ALERT WHEN ANY OF THE
005470* ACCOUNT'S STOP INSTRUCTIONS STOPPED AN ITEM TONIGHT.  THE
005480* AMOUNT IS THE TOTAL OF THE STOP AMOUNTS NAMED ON THOSE
005490* INSTRUCTIONS - AN ANY-AMOUNT STOP ADDS NOTHING.
005500*-----------------------------------------------------------------
005510 2500-TEST-STOPPED-ITEM.
005520     IF NOT AP-STOPPED-ITEM-WANTED
005530             OR NOT STOP-FILE-AVAILABLE
005540         GO TO 2500-EXIT
005550     END-IF.
005560
005570     PERFORM 3500-COLLECT-STOPPED-ITEMS THRU 3500-EXIT.
005580     IF WS-STOPPED-COUNT = ZERO
005590         GO TO 2500-EXIT
005600     END-IF.
005610
005620     MOVE 'S' TO WS-ALERT-TYPE.
005630     SET EVENT-ALERT TO TRUE.
005640     MOVE WS-STOPPED-TOTAL TO WS-ALERT-AMOUNT.
005650     MOVE WS-STOPPED-COUNT TO WS-ALERT-ITEMS.
005660     MOVE ZERO TO WS-ALERT-LIMIT.
005670     MOVE ZERO TO WS-ALERT-SEQUENCE.
005680     PERFORM 4000-RAISE-ALERT THRU 4000-EXIT.
005690 2500-EXIT.
005700     EXIT.
005710
005720*-----------------------------------------------------------------
005730* 2600-TEST-DEPOSIT - ONE 'C' ALERT CARRIES EVERY CREDIT POSTED
005740* TONIGHT, WITH THEIR TOTAL.
005750*-----------------------------------------------------------------
005760 2600-TEST-DEPOSIT.
005770     IF NOT AP-DEPOSIT-WANTED
005780             OR WS-DEPOSIT-COUNT = ZERO
005790         GO TO 2600-EXIT
005800     END-IF.
005810
005820     MOVE 'C' TO WS-ALERT-TYPE.
005830     SET EVENT-ALERT TO TRUE.
005840     MOVE WS-DEPOSIT-TOTAL TO WS-ALERT-AMOUNT.
005850     MOVE WS-DEPOSIT-COUNT TO WS-ALERT-ITEMS.
005860     MOVE ZERO TO WS-ALERT-LIMIT.
005870     MOVE ZERO TO WS-ALERT-SEQUENCE.
005880     PERFORM 4000-RAISE-ALERT THRU 4000-EXIT.
005890 2600-EXIT.
005900     EXIT.
005910
005920*-----------------------------------------------------------------
005930* 2900-CLEAR-STANDING - DROP BOTH STANDING CONDITIONS FOR AN
005940* ACCOUNT THAT IS NO LONGER BEING ALERTED.
005950*-----------------------------------------------------------------
005960 2900-CLEAR-STANDING.
005970     MOVE 'L' TO AH-ALERT-TYPE.
005980     PERFORM 4500-CLEAR-HISTORY THRU 4500-EXIT.
005990     MOVE 'H' TO AH-ALERT-TYPE.
006000     PERFORM 4500-CLEAR-HISTORY THRU 4500-EXIT.
006010 2900-EXIT.
006020     EXIT.
006030
006040*-----------------------------------------------------------------
006050* 3000-WALK-LEDGER - WALK THE ACCOUNT'S LEDGER ENTRIES UNDER THE
006060* POSTING RUN'S HOLD RULE TO ARRIVE AT THE POSTED BALANCE AND THE
006070* DEBITS THE OVERDRAFT FLOOR IS HOLDING, TALLYING TONIGHT'S LARGE
006080* DEBITS AND DEPOSITS ON THE WAY.
006090*-----------------------------------------------------------------
006100 3000-WALK-LEDGER.
006110     MOVE CM-BALANCE TO WS-POSTED-BALANCE.
006120     IF CM-OVERDRAFT-LIMIT IS NUMERIC
006130         COMPUTE WS-NEGATIVE-LIMIT = ZERO - CM-OVERDRAFT-LIMIT
006140     ELSE
006150         MOVE ZERO TO WS-NEGATIVE-LIMIT
006160     END-IF.
006170     MOVE ZERO TO WS-HELD-DEBIT-COUNT.
006180     MOVE ZERO TO WS-HELD-DEBIT-TOTAL.
006190     MOVE ZERO TO WS-HELD-HIGH-SEQUENCE.
006200     MOVE ZERO TO WS-LARGE-DEBIT-COUNT.
006210     MOVE ZERO TO WS-LARGE-DEBIT-TOTAL.
006220     MOVE ZERO TO WS-DEPOSIT-COUNT.
006230     MOVE ZERO TO WS-DEPOSIT-TOTAL.
006240
006250     MOVE 'N' TO WS-TL-SWITCH.
006260     MOVE CM-ACCOUNT-NUMBER TO TL-ACCOUNT-NUMBER.
006270     MOVE ZERO TO TL-SEQUENCE-NUMBER.
006280
006290     START TRANSACTION-LEDGER-FILE
006300         KEY IS NOT LESS THAN TL-LEDGER-KEY
006310         INVALID KEY
006320             SET LEDGER-SCAN-COMPLETE TO TRUE
006330     END-START.
006340
006350     PERFORM 3100-APPLY-ONE-LEDGER-ENTRY THRU 3100-EXIT
006360         UNTIL LEDGER-SCAN-COMPLETE.
006370 3000-EXIT.
006380     EXIT.
006390
006400*-----------------------------------------------------------------
006410* 3100-APPLY-ONE-LEDGER-ENTRY - READ THE NEXT LEDGER ENTRY AND
006420* APPLY IT TO THE POSTED BALANCE UNDER THE SAME RULES THE POSTING
006430* RUN USES, INCLUDING ITS HOLD ON A TRANSFER DEBIT WHOSE CREDIT
006440* ACCOUNT IS NOT OPEN.  A HELD DEBIT IS COUNTED; A DEBIT THAT
006450* POSTED TONIGHT OVER THE LARGE-DEBIT LIMIT AND A CREDIT DATED
006460* TONIGHT ARE TALLIED.  A DIFFERENT ACCOUNT NUMBER IS TREATED THE
006465* SAME AS END OF FILE.
006470*-----------------------------------------------------------------
006480 3100-APPLY-ONE-LEDGER-ENTRY.
006490     READ TRANSACTION-LEDGER-FILE NEXT RECORD
006500         AT END
006510             SET LEDGER-SCAN-COMPLETE TO TRUE
006520     END-READ.
006530
006540     IF LEDGER-SCAN-COMPLETE
006550         GO TO 3100-EXIT
006560     END-IF.
006570
006580     IF TL-ACCOUNT-NUMBER NOT = CM-ACCOUNT-NUMBER
006590         SET LEDGER-SCAN-COMPLETE TO TRUE
006600         GO TO 3100-EXIT
006610     END-IF.
006620
006621     MOVE 'N' TO WS-PAYEE-SWITCH.
006622     IF TL-TRANSFER-AWAITING-CREDIT
006623             AND CONTRA-FILE-AVAILABLE
006624         PERFORM 3200-CHECK-CREDIT-ACCOUNT THRU 3200-EXIT
006625     END-IF.
006626
006630     IF TL-DEBIT
006640         COMPUTE WS-PROJECTED-BALANCE =
006650             WS-POSTED-BALANCE - TL-TRANSACTION-AMOUNT
006660         IF WS-PROJECTED-BALANCE < WS-NEGATIVE-LIMIT
006665                 OR PAYEE-NOT-OPEN
006670             ADD 1 TO WS-HELD-DEBIT-COUNT
006680             ADD TL-TRANSACTION-AMOUNT TO WS-HELD-DEBIT-TOTAL
006690             IF TL-SEQUENCE-NUMBER > WS-HELD-HIGH-SEQUENCE
006700                 MOVE TL-SEQUENCE-NUMBER
006710                     TO WS-HELD-HIGH-SEQUENCE
006720             END-IF
006730         ELSE
006740             MOVE WS-PROJECTED-BALANCE TO WS-POSTED-BALANCE
006750             IF TL-TRANSACTION-DATE = WS-RUN-DATE
006760                     AND TL-TRANSACTION-AMOUNT >
006770                         AP-LARGE-DEBIT-LIMIT
006780                 ADD 1 TO WS-LARGE-DEBIT-COUNT
006790                 ADD TL-TRANSACTION-AMOUNT
006800                     TO WS-LARGE-DEBIT-TOTAL
006810             END-IF
006820         END-IF
006830     ELSE
006840         IF TL-BANK-CHARGE
006850             SUBTRACT TL-TRANSACTION-AMOUNT
006860                 FROM WS-POSTED-BALANCE
006870         ELSE
006880             ADD TL-TRANSACTION-AMOUNT TO WS-POSTED-BALANCE
006890             IF TL-CREDIT
006900                     AND TL-TRANSACTION-DATE = WS-RUN-DATE
006910                 ADD 1 TO WS-DEPOSIT-COUNT
006920                 ADD TL-TRANSACTION-AMOUNT TO WS-DEPOSIT-TOTAL
006930             END-IF
006940         END-IF
006950     END-IF.
006960 3100-EXIT.
006961     EXIT.
006962
006963*-----------------------------------------------------------------
006964* 3200-CHECK-CREDIT-ACCOUNT - SET PAYEE-NOT-OPEN WHEN THE CREDIT
006965* ACCOUNT OF THE CURRENT TRANSFER DEBIT IS CLOSED, ESCHEATED OR
006966* NOT ON THE MASTER - THE POSTING RUN'S TEST.
006967*-----------------------------------------------------------------
006968 3200-CHECK-CREDIT-ACCOUNT.
006969     MOVE TL-CONTRA-ACCOUNT TO CX-ACCOUNT-NUMBER.
006970     READ CONTRA-MASTER-FILE
006971         INVALID KEY
006972             MOVE 'C' TO CX-ACCOUNT-STATUS
006973     END-READ.
006974     IF CX-STATUS-CLOSED OR CX-STATUS-ESCHEATED
006975         SET PAYEE-NOT-OPEN TO TRUE
006976     END-IF.
006977 3200-EXIT.
006978     EXIT.
006980
006990*-----------------------------------------------------------------
007000* 3500-COLLECT-STOPPED-ITEMS - POSITION ON THE ACCOUNT'S FIRST
007010* STOP INSTRUCTION AND COUNT THE ONES THE POSTING RUN HIT
007020* TONIGHT.
007030*-----------------------------------------------------------------
007040 3500-COLLECT-STOPPED-ITEMS.
007050     MOVE ZERO TO WS-STOPPED-COUNT.
007060     MOVE ZERO TO WS-STOPPED-TOTAL.
007070
007080     MOVE 'N' TO WS-STP-SWITCH.
007090     MOVE AP-ACCOUNT-NUMBER TO STP-ACCOUNT-NUMBER.
007100     MOVE ZERO TO STP-STOP-NUMBER.
007110
007120     START STOP-PAYMENT-FILE
007130         KEY IS NOT LESS THAN STP-STOP-KEY
007140         INVALID KEY
007150             SET STOP-SCAN-COMPLETE TO TRUE
007160     END-START.
007170
007180     PERFORM 3510-CHECK-ONE-STOP THRU 3510-EXIT
007190         UNTIL STOP-SCAN-COMPLETE.
007200 3500-EXIT.
007210     EXIT.
007220
007230*-----------------------------------------------------------------
007240* 3510-CHECK-ONE-STOP - READ THE NEXT STOP INSTRUCTION, A
007250* DIFFERENT ACCOUNT NUMBER READING AS THE END OF THE SCAN.
007260*-----------------------------------------------------------------
007270 3510-CHECK-ONE-STOP.
007280     READ STOP-PAYMENT-FILE NEXT RECORD
007290         AT END
007300             SET STOP-SCAN-COMPLETE TO TRUE
007310     END-READ.
007320
007330     IF STOP-SCAN-COMPLETE
007340         GO TO 3510-EXIT
007350     END-IF.
007360
007370     IF STP-ACCOUNT-NUMBER NOT = AP-ACCOUNT-NUMBER
007380         SET STOP-SCAN-COMPLETE TO TRUE
007390         GO TO 3510-EXIT
007400     END-IF.
007410
007420     IF STP-LAST-HIT-DATE = WS-RUN-DATE
007430         ADD 1 TO WS-STOPPED-COUNT
007440         ADD STP-STOP-AMOUNT TO WS-STOPPED-TOTAL
007450     END-IF.
007460 3510-EXIT.
007470     EXIT.
007480
007490*-----------------------------------------------------------------
007500* 4000-RAISE-ALERT - SEND THE ALERT THE CALLER HAS BUILT UNLESS
007510* THE HISTORY SAYS OTHERWISE.  NO HISTORY RECORD: SEND AND
007520* RECORD IT.  ONE ALREADY STAMPED TONIGHT: A RERUN - SEND IT
007530* AGAIN FOR THE REBUILT EXTRACT BUT LEAVE THE HISTORY ALONE.  AN
007540* OLDER ONE: AN EVENT IS SENT AND STAMPED; A STANDING CONDITION
007550* IS SUPPRESSED UNLESS A DEBIT HAS BEEN HELD SINCE THE LAST
007560* ALERT.
007570*-----------------------------------------------------------------
007580 4000-RAISE-ALERT.
007590     MOVE SPACES TO WS-ALERT-NOTE.
007600     MOVE 'N' TO WS-HISTORY-SWITCH.
007610     MOVE AP-ACCOUNT-NUMBER TO AH-ACCOUNT-NUMBER.
007620     MOVE WS-ALERT-TYPE TO AH-ALERT-TYPE.
007630     READ ALERT-HISTORY-FILE
007640         INVALID KEY
007650             MOVE 'N' TO WS-HISTORY-SWITCH
007660         NOT INVALID KEY
007670             SET HISTORY-RECORD-FOUND TO TRUE
007680     END-READ.
007690
007700     IF NOT HISTORY-RECORD-FOUND
007710         PERFORM 4100-WRITE-ALERT THRU 4100-EXIT
007720         PERFORM 4300-RECORD-ALERT THRU 4300-EXIT
007730         GO TO 4000-EXIT
007740     END-IF.
007750
007760     IF AH-LAST-SENT-DATE = WS-RUN-DATE
007770         ADD 1 TO WS-RERUN-ALERTS
007780         MOVE 'RECORDED EARLIER TONIGHT' TO WS-ALERT-NOTE
007790         PERFORM 4100-WRITE-ALERT THRU 4100-EXIT
007800         GO TO 4000-EXIT
007810     END-IF.
007820
007830     IF STANDING-ALERT
007840         IF WS-ALERT-SEQUENCE NOT > AH-LAST-SEQUENCE
007850             ADD 1 TO WS-SUPPRESSED-ALERTS
007860             GO TO 4000-EXIT
007870         END-IF
007880         MOVE 'FURTHER DEBIT HELD' TO WS-ALERT-NOTE
007890     END-IF.
007900
007910     PERFORM 4100-WRITE-ALERT THRU 4100-EXIT.
007920     PERFORM 4400-UPDATE-ALERT THRU 4400-EXIT.
007930 4000-EXIT.
007940     EXIT.
007950
007960*-----------------------------------------------------------------
007970* 4100-WRITE-ALERT - WRITE THE ALERT TO THE VENDOR EXTRACT, ADD
007980* IT TO THE TRAILER TOTALS, COUNT IT BY TYPE AND LIST IT ON THE
007990* DAILY REPORT.
008000*-----------------------------------------------------------------
008010 4100-WRITE-ALERT.
008020     MOVE SPACES TO ALERT-EXTRACT-RECORD.
008030     MOVE 'A'                  TO AX-RECORD-TYPE.
008040     MOVE WS-RUN-DATE          TO AX-BUSINESS-DATE.
008050     MOVE AP-ACCOUNT-NUMBER    TO AX-ACCOUNT-NUMBER.
008060     MOVE WS-ALERT-AMOUNT      TO AX-ALERT-AMOUNT.
008070     IF WS-ALERT-AMOUNT < ZERO
008080         MOVE '-' TO AX-AMOUNT-SIGN
008090     END-IF.
008100     MOVE WS-ALERT-TYPE        TO AX-ALERT-TYPE.
008110     MOVE AP-CHANNEL           TO AX-CHANNEL.
008120     MOVE AP-DESTINATION       TO AX-DESTINATION.
008130     MOVE CM-CUSTOMER-NAME     TO AX-CUSTOMER-NAME.
008140     MOVE WS-ALERT-ITEMS       TO AX-ITEM-COUNT.
008150     MOVE WS-ALERT-LIMIT       TO AX-ALERT-LIMIT.
008160     MOVE WS-POSTED-BALANCE    TO AX-POSTED-BALANCE.
008170     IF WS-POSTED-BALANCE < ZERO
008180         MOVE '-' TO AX-BALANCE-SIGN
008190     END-IF.
008200     WRITE ALERT-EXTRACT-RECORD.
008210
008220     ADD 1 TO WS-EXTRACT-RECORDS.
008230     COMPUTE WS-EXTRACT-HASH =
008240         WS-EXTRACT-HASH + AX-ALERT-AMOUNT * 100.
008250
008260     PERFORM 4200-COUNT-BY-TYPE THRU 4200-EXIT.
008270
008280     MOVE AP-ACCOUNT-NUMBER TO AL-ACCOUNT-NUMBER.
008290     IF AP-CHANNEL-SMS
008300         MOVE 'SMS ' TO AL-CHANNEL
008310     ELSE
008320         MOVE 'PUSH' TO AL-CHANNEL
008330     END-IF.
008340     MOVE WS-ALERT-AMOUNT TO AL-ALERT-AMOUNT.
008350     MOVE WS-ALERT-ITEMS  TO AL-ITEM-COUNT.
008360     MOVE WS-ALERT-NOTE   TO AL-NOTE.
008370     WRITE ALERT-REPORT-RECORD FROM WS-ALERT-LINE.
008380 4100-EXIT.
008390     EXIT.
008400
008410*-----------------------------------------------------------------
008420* 4200-COUNT-BY-TYPE - ADD THE ALERT TO ITS TYPE'S DAILY COUNT
008430* AND SET ITS REPORT CAPTION.
008440*-----------------------------------------------------------------
008450 4200-COUNT-BY-TYPE.
008460     IF WS-ALERT-TYPE = 'L'
008470         ADD 1 TO WS-LOW-BALANCE-ALERTS
008480         MOVE 'LOW BALANCE' TO AL-ALERT-TEXT
008490     ELSE
008500         IF WS-ALERT-TYPE = 'D'
008510             ADD 1 TO WS-LARGE-DEBIT-ALERTS
008520             MOVE 'LARGE DEBIT' TO AL-ALERT-TEXT
008530         ELSE
008540             IF WS-ALERT-TYPE = 'H'
008550                 ADD 1 TO WS-HELD-DEBIT-ALERTS
008560                 MOVE 'HELD DEBIT' TO AL-ALERT-TEXT
008570             ELSE
008580                 IF WS-ALERT-TYPE = 'S'
008590                     ADD 1 TO WS-STOPPED-ITEM-ALERTS
008600                     MOVE 'STOPPED ITEM' TO AL-ALERT-TEXT
008610                 ELSE
008620                     ADD 1 TO WS-DEPOSIT-ALERTS
008630                     MOVE 'DEPOSIT' TO AL-ALERT-TEXT
008640                 END-IF
008650             END-IF
008660         END-IF
008670     END-IF.
008680 4200-EXIT.
008690     EXIT.
008700
008710*-----------------------------------------------------------------
008720* 4300-RECORD-ALERT - REMEMBER THE ALERT JUST SENT SO THE SAME
008730* STANDING CONDITION DOES NOT ALERT THE CUSTOMER AGAIN TOMORROW.
008740*-----------------------------------------------------------------
008750 4300-RECORD-ALERT.
008760     MOVE AP-ACCOUNT-NUMBER TO AH-ACCOUNT-NUMBER.
008770     MOVE WS-ALERT-TYPE TO AH-ALERT-TYPE.
008780     MOVE WS-RUN-DATE TO AH-FIRST-SENT-DATE.
008790     MOVE WS-RUN-DATE TO AH-LAST-SENT-DATE.
008800     MOVE 1 TO AH-ALERT-COUNT.
008810     MOVE WS-ALERT-SEQUENCE TO AH-LAST-SEQUENCE.
008820     WRITE ALERT-HISTORY-RECORD
008830         INVALID KEY
008840             DISPLAY 'ALERT-FEED: UNABLE TO RECORD ALERT '
008850                 'FOR ' AP-ACCOUNT-NUMBER
008860     END-WRITE.
008870 4300-EXIT.
008880     EXIT.
008890
008900*-----------------------------------------------------------------
008910* 4400-UPDATE-ALERT - STAMP A FURTHER ALERT ON THE EXISTING
008920* HISTORY RECORD, STILL HELD FROM 4000.
008930*-----------------------------------------------------------------
008940 4400-UPDATE-ALERT.
008950     MOVE WS-RUN-DATE TO AH-LAST-SENT-DATE.
008960     ADD 1 TO AH-ALERT-COUNT.
008970     MOVE WS-ALERT-SEQUENCE TO AH-LAST-SEQUENCE.
008980     REWRITE ALERT-HISTORY-RECORD
008990         INVALID KEY
009000             DISPLAY 'ALERT-FEED: UNABLE TO RECORD ALERT '
009010                 'FOR ' AP-ACCOUNT-NUMBER
009020     END-REWRITE.
009030 4400-EXIT.
009040     EXIT.
009050
009060*-----------------------------------------------------------------
009070* 4500-CLEAR-HISTORY - THE STANDING CONDITION THE HISTORY RECORD
009080* WAS SENT FOR NO LONGER STANDS, SO THE RECORD COMES OFF; IF THE
009090* CONDITION RETURNS LATER THE CUSTOMER IS ALERTED AGAIN.  THE
009100* CALLER HAS ALREADY SET AH-ALERT-TYPE.
009110*-----------------------------------------------------------------
009120 4500-CLEAR-HISTORY.
009130     MOVE AP-ACCOUNT-NUMBER TO AH-ACCOUNT-NUMBER.
009140     READ ALERT-HISTORY-FILE
009150         INVALID KEY
009160             GO TO 4500-EXIT
009170     END-READ.
009180
009190     DELETE ALERT-HISTORY-FILE
009200         INVALID KEY
009210             DISPLAY 'ALERT-FEED: UNABLE TO CLEAR HISTORY '
009220                 'FOR ' AP-ACCOUNT-NUMBER
009230     END-DELETE.
009240     ADD 1 TO WS-CONDITIONS-CLEARED.
009250 4500-EXIT.
009260     EXIT.
009270
009280*-----------------------------------------------------------------
009290* 8000-READ-PREFERENCE - READ THE NEXT ALERT SETTINGS RECORD,
009300* SETTING THE END-OF-FILE SWITCH WHEN EXHAUSTED.
009310*-----------------------------------------------------------------
009320 8000-READ-PREFERENCE.
009330     READ ALERT-PREFERENCE-FILE NEXT RECORD
009340         AT END
009350             SET PREFERENCE-FILE-EOF TO TRUE
009360     END-READ.
009370 8000-EXIT.
009380     EXIT.
009390
009400*-----------------------------------------------------------------
009410* 9000-TERMINATE - CLOSE THE EXTRACT WITH ITS TRAILER, PRINT THE
009420* DAILY COUNT OF ALERTS SENT BY TYPE, CLOSE THE FILES AND RECORD
009430* THE STEP END.  AN ABANDONED RUN WRITES NO TRAILER, SO THE
009440* EXTRACT CANNOT PROVE.
009450*-----------------------------------------------------------------
009460 9000-TERMINATE.
009470     IF NOT RUN-ABANDONED
009480         MOVE 'TRL' TO FC-RECORD-TYPE
009490         MOVE 'ALRTEXT' TO FC-FILE-ID
009500         MOVE WS-RUN-DATE TO FC-BUSINESS-DATE
009510         MOVE WS-EXTRACT-RECORDS TO FC-RECORD-COUNT
009520         MOVE WS-EXTRACT-HASH TO FC-AMOUNT-HASH
009530         WRITE FILE-CONTROL-RECORD
009540         CLOSE ALERT-EXTRACT-FILE
009550     END-IF.
009560
009570     WRITE ALERT-REPORT-RECORD FROM WS-BLANK-LINE.
009580     MOVE 'ALERTS SENT BY TYPE' TO SL-CAPTION.
009590     WRITE ALERT-REPORT-RECORD FROM WS-SECTION-LINE.
009600
009610     MOVE 'LOW BALANCE ALERTS....: ' TO SU-CAPTION.
009620     MOVE WS-LOW-BALANCE-ALERTS TO SU-COUNT.
009630     WRITE ALERT-REPORT-RECORD FROM WS-SUMMARY-LINE.
009640
009650     MOVE 'LARGE DEBIT ALERTS....: ' TO SU-CAPTION.
009660     MOVE WS-LARGE-DEBIT-ALERTS TO SU-COUNT.
009670     WRITE ALERT-REPORT-RECORD FROM WS-SUMMARY-LINE.
009680
009690     MOVE 'HELD DEBIT ALERTS.....: ' TO SU-CAPTION.
009700     MOVE WS-HELD-DEBIT-ALERTS TO SU-COUNT.
009710     WRITE ALERT-REPORT-RECORD FROM WS-SUMMARY-LINE.
009720
009730     MOVE 'STOPPED ITEM ALERTS...: ' TO SU-CAPTION.
009740     MOVE WS-STOPPED-ITEM-ALERTS TO SU-COUNT.
009750     WRITE ALERT-REPORT-RECORD FROM WS-SUMMARY-LINE.
009760
009770     MOVE 'DEPOSIT ALERTS........: ' TO SU-CAPTION.
009780     MOVE WS-DEPOSIT-ALERTS TO SU-COUNT.
009790     WRITE ALERT-REPORT-RECORD FROM WS-SUMMARY-LINE.
009800
009810     MOVE 'TOTAL ALERTS SENT.....: ' TO SU-CAPTION.
009820     MOVE WS-EXTRACT-RECORDS TO SU-COUNT.
009830     WRITE ALERT-REPORT-RECORD FROM WS-SUMMARY-LINE.
009840
009850     WRITE ALERT-REPORT-RECORD FROM WS-BLANK-LINE.
009860
009870     MOVE 'SETTINGS REVIEWED.....: ' TO SU-CAPTION.
009880     MOVE WS-SETTINGS-REVIEWED TO SU-COUNT.
009890     WRITE ALERT-REPORT-RECORD FROM WS-SUMMARY-LINE.
009900
009910     MOVE 'SETTINGS CANCELLED....: ' TO SU-CAPTION.
009920     MOVE WS-SETTINGS-CANCELLED TO SU-COUNT.
009930     WRITE ALERT-REPORT-RECORD FROM WS-SUMMARY-LINE.
009940
009950     MOVE 'ACCOUNT CLOSED/MISSING: ' TO SU-CAPTION.
009960     MOVE WS-ACCOUNTS-SKIPPED TO SU-COUNT.
009970     WRITE ALERT-REPORT-RECORD FROM WS-SUMMARY-LINE.
009980
009990     MOVE 'SUPPRESSED - ALREADY..: ' TO SU-CAPTION.
010000     MOVE WS-SUPPRESSED-ALERTS TO SU-COUNT.
010010     WRITE ALERT-REPORT-RECORD FROM WS-SUMMARY-LINE.
010020
010030     MOVE 'CONDITIONS CLEARED....: ' TO SU-CAPTION.
010040     MOVE WS-CONDITIONS-CLEARED TO SU-COUNT.
010050     WRITE ALERT-REPORT-RECORD FROM WS-SUMMARY-LINE.
010060
010070     MOVE 'RESENT ON RERUN.......: ' TO SU-CAPTION.
010080     MOVE WS-RERUN-ALERTS TO SU-COUNT.
010090     WRITE ALERT-REPORT-RECORD FROM WS-SUMMARY-LINE.
010100
010110     IF RUN-ABANDONED
010120         MOVE 'RUN ABANDONED - REQUIRED FILE UNAVAILABLE'
010130             TO SL-CAPTION
010140         WRITE ALERT-REPORT-RECORD FROM WS-SECTION-LINE
010150     ELSE
010160         CLOSE CUSTOMER-MASTER-FILE
010170               TRANSACTION-LEDGER-FILE
010180               ALERT-HISTORY-FILE
010190         IF STOP-FILE-AVAILABLE
010200             CLOSE STOP-PAYMENT-FILE
010210         END-IF
010220         IF PREFERENCE-FILE-OPEN
010230             CLOSE ALERT-PREFERENCE-FILE
010240         END-IF
010250     END-IF.
010252     IF CONTRA-FILE-AVAILABLE
010254         CLOSE CONTRA-MASTER-FILE
010256     END-IF.
010260     CLOSE ALERT-REPORT-FILE.
010270     PERFORM 9800-RECORD-STEP-END THRU 9800-EXIT.
010280 9000-EXIT.
010290     EXIT.
010300
010310*-----------------------------------------------------------------
010320* 9500-READ-BUSINESS-DATE - REPLACE THE SYSTEM-CLOCK RUN DATE WITH
010330* THE CYCLE'S BUSINESS DATE FROM THE BATCH DATE CONTROL FILE, SO A
010340* LATE OR RERUN CYCLE IS PROCESSED UNDER THE BUSINESS DATE IT
010350* BELONGS TO.  NO OPEN CYCLE MEANS THE SYSTEM DATE STANDS.
010360*-----------------------------------------------------------------
010370 9500-READ-BUSINESS-DATE.
010380     OPEN INPUT BATCH-DATE-FILE.
010390     IF WS-BATCHDTE-STATUS = '00'
010400         READ BATCH-DATE-FILE
010410             NOT AT END
010420                 IF BD-CYCLE-OPEN
010430                         AND BD-BUSINESS-DATE IS NUMERIC
010440                         AND BD-BUSINESS-DATE > ZERO
010450                     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
010460                 END-IF
010470         END-READ
010480         CLOSE BATCH-DATE-FILE
010490     END-IF.
010500 9500-EXIT.
010510     EXIT.
010520
010530*-----------------------------------------------------------------
010540* 9700-RECORD-STEP-START - ASK THE CYCLE STEP-STATUS LEDGER
010550* WHETHER THIS STEP ALREADY ENDED CLEAN FOR THE BUSINESS DATE.
010560* A 'K' REPLY MEANS THE RERUN SKIPS THE STEP; OTHERWISE THE
010570* START IS RECORDED AND THE RUN PROCEEDS.
010580*-----------------------------------------------------------------
010590 9700-RECORD-STEP-START.
010600     MOVE 'S'         TO SP-FUNCTION.
010610     MOVE 'ALERTFD'   TO SP-STEP-NAME.
010620     MOVE WS-RUN-DATE TO SP-BUSINESS-DATE.
010630     MOVE ZERO        TO SP-RETURN-CODE.
010640     CALL 'STEPSTAT' USING STEP-STATUS-PARMS.
010650 9700-EXIT.
010660     EXIT.
010670
010680*-----------------------------------------------------------------
010690* 9800-RECORD-STEP-END - RECORD THIS STEP'S END AND FINAL RETURN
010700* CODE ON THE CYCLE STEP-STATUS LEDGER.
010710*-----------------------------------------------------------------
010720 9800-RECORD-STEP-END.
010730     MOVE 'E'         TO SP-FUNCTION.
010740     MOVE RETURN-CODE TO SP-RETURN-CODE.
010750     CALL 'STEPSTAT' USING STEP-STATUS-PARMS.
010760 9800-EXIT.
010770     EXIT.
