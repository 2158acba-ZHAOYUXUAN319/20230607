000100* ---------------------------------------------------------------
000110* PROGRAM      CASH-SURVEILLANCE
000120* INSTALLATION RETAIL BANKING DIVISION
000130* AUTHOR       D. OKAFOR
000140* DATE-WRITTEN 2026-10-09
000150* ---------------------------------------------------------------
000160* MODIFICATION HISTORY
000170*   2026-10-09  DO   ORIGINAL PROGRAM - NIGHTLY CASH ACTIVITY
000180*                    SURVEILLANCE, RUN AFTER THE POSTING RUN.
000190*                    TONIGHT'S CREDITS AND DEBITS ON TRANLEDG ARE
000200*                    TOTALLED BY ACCOUNT, CASH (TL-CHANNEL-CODE
000210*                    'C') KEPT APART, AND ROLLED UP TO THE
000220*                    ACCOUNT'S LIVE PRIMARY OWNER ON ACCTREL SO
000230*                    A CUSTOMER'S ACCOUNTS ARE TESTED TOGETHER.
000240*                    EACH NIGHT'S FIGURES ARE KEPT ON THE KEYED
000250*                    CASHACT FILE (CASHACT COPYBOOK) FOR THE
000260*                    ROLLING WINDOWS.  THREE TESTS OPEN A CASE ON
000270*                    THE PERMANENT AMLALERT CASE FILE (AMLALERT
000280*                    COPYBOOK):
000290*                      T - CASH IN OR CASH OUT OVER THE REPORTING
000300*                          THRESHOLD IN THE DAY, ACROSS ALL OF
000310*                          THE CUSTOMER'S ACCOUNTS.  ALSO WRITES
000320*                          THE CURRENCY TRANSACTION REPORT
000330*                          EXTRACT (CTREXT, FILEHDR HDR/TRL).
000340*                      S - REPEATED CASH DEPOSITS JUST UNDER THE
000350*                          THRESHOLD ACROSS THE STRUCTURING
000360*                          WINDOW.
000370*                      R - FUNDS CREDITED TO AN ACCOUNT AND TAKEN
000380*                          OUT AGAIN WITHIN THE RAPID-MOVEMENT
000390*                          WINDOW.
000400*                    AN S OR R CASE ALREADY OPENED INSIDE ITS
000410*                    WINDOW SUPPRESSES A REPEAT.  THE LIMITS AND
000420*                    WINDOWS HAVE DEFAULTS AN OPTIONAL AMLCTL
000430*                    CARD OVERRIDES.  COMPLIANCE WORKS THE CASES
000440*                    WITH AMLUPD STATUS CARDS, APPLIED FIRST.
000450*                    THE MORNING REPORT (AMLRPT) LISTS THE
000460*                    STATUS CHANGES, TONIGHT'S NEW ALERTS AND
000470*                    EVERY CASE STILL OPEN OR BEING WORKED, WITH
000480*                    ITS AGE.  THE RUN RECORDS ITSELF ON THE
000490*                    CYCLE STEP-STATUS LEDGER AND A RERUN SKIPS
000500*                    IT WHEN IT ALREADY ENDED CLEAN FOR THE
000510*                    BUSINESS DATE.
000520* ---------------------------------------------------------------
000530 IDENTIFICATION DIVISION.
000540 PROGRAM-ID.                  CASH-SURVEILLANCE.
000550 AUTHOR.                      D. OKAFOR.
000560 INSTALLATION.                RETAIL BANKING DIVISION.
000570 DATE-WRITTEN.                2026-10-09.
000580 DATE-COMPILED.
000590
000600 ENVIRONMENT DIVISION.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT TRANSACTION-LEDGER-FILE
000640         ASSIGN TO 'TRANLEDG'
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS SEQUENTIAL
000670         RECORD KEY IS TL-LEDGER-KEY
000680         FILE STATUS IS WS-TRANLEDG-STATUS.
000690
000700     SELECT CUSTOMER-MASTER-FILE
000710         ASSIGN TO 'CUSTMAST'
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS RANDOM
000740         RECORD KEY IS CM-ACCOUNT-NUMBER
000750         FILE STATUS IS WS-CUSTMAST-STATUS.
000760
000770     SELECT PARTY-MASTER-FILE
000780         ASSIGN TO 'PARTYMST'
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS RANDOM
000810         RECORD KEY IS PM-CUSTOMER-ID
000820         FILE STATUS IS WS-PARTYMST-STATUS.
000830
000840     SELECT ACCOUNT-RELATIONSHIP-FILE
000850         ASSIGN TO 'ACCTREL'
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS DYNAMIC
000880         RECORD KEY IS AR-RELATIONSHIP-KEY
000890         FILE STATUS IS WS-ACCTREL-STATUS.
000900
000910     SELECT CASH-ACTIVITY-FILE
000920         ASSIGN TO 'CASHACT'
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS DYNAMIC
000950         RECORD KEY IS CA-ACTIVITY-KEY
000960         FILE STATUS IS WS-CASHACT-STATUS.
000970
000980     SELECT CASH-ALERT-FILE
000990         ASSIGN TO 'AMLALERT'
001000         ORGANIZATION IS INDEXED
001010         ACCESS MODE IS DYNAMIC
001020         RECORD KEY IS AC-ALERT-KEY
001030         FILE STATUS IS WS-AMLALERT-STATUS.
001040
001050     SELECT SORT-WORK-FILE
001060         ASSIGN TO 'SRTWK01'.
001070
001080     SELECT SURVEILLANCE-CONTROL-FILE
001090         ASSIGN TO 'AMLCTL'
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS WS-AMLCTL-STATUS.
001120
001130     SELECT CASE-UPDATE-FILE
001140         ASSIGN TO 'AMLUPD'
001150         ORGANIZATION IS LINE SEQUENTIAL
001160         FILE STATUS IS WS-AMLUPD-STATUS.
001170
001180     SELECT ALERT-REPORT-FILE
001190         ASSIGN TO 'AMLRPT'
001200         ORGANIZATION IS LINE SEQUENTIAL
001210         FILE STATUS IS WS-AMLRPT-STATUS.
001220
001230     SELECT CTR-EXTRACT-FILE
001240         ASSIGN TO 'CTREXT'
001250         ORGANIZATION IS LINE SEQUENTIAL
001260         FILE STATUS IS WS-CTREXT-STATUS.
001270
001280     SELECT BATCH-DATE-FILE
001290         ASSIGN TO 'BATCHDTE'
001300         ORGANIZATION IS LINE SEQUENTIAL
001310         FILE STATUS IS WS-BATCHDTE-STATUS.
001320
001330 DATA DIVISION.
001340 FILE SECTION.
001350 FD  TRANSACTION-LEDGER-FILE
001360     LABEL RECORDS ARE STANDARD.
001370     COPY TRANLEDG.
001380
001390 FD  CUSTOMER-MASTER-FILE
001400     LABEL RECORDS ARE STANDARD.
001410     COPY CUSTREC.
001420
001430 FD  PARTY-MASTER-FILE
001440     LABEL RECORDS ARE STANDARD.
001450     COPY PARTYREC.
001460
001470 FD  ACCOUNT-RELATIONSHIP-FILE
001480     LABEL RECORDS ARE STANDARD.
001490     COPY ACCTREL.
001500
001510 FD  CASH-ACTIVITY-FILE
001520     LABEL RECORDS ARE STANDARD.
001530     COPY CASHACT.
001540
001550 FD  CASH-ALERT-FILE
001560     LABEL RECORDS ARE STANDARD.
001570     COPY AMLALERT.
001580
001590 SD  SORT-WORK-FILE.
001600 01  SORT-WORK-RECORD.
001610     05  SW-CUSTOMER-ID            PIC X(10).
001620     05  SW-ACCOUNT-NUMBER         PIC X(10).
001630     05  SW-OWNER-SWITCH           PIC X(01).
001640         88  SW-PARTY-OWNED                  VALUE 'P'.
001650     05  SW-BRANCH-CODE            PIC X(03).
001660     05  SW-ACCOUNT-NAME           PIC X(30).
001670     05  SW-CASH-IN-AMOUNT         PIC 9(09)V99.
001680     05  SW-CASH-IN-COUNT          PIC 9(05).
001690     05  SW-CASH-OUT-AMOUNT        PIC 9(09)V99.
001700     05  SW-CASH-OUT-COUNT         PIC 9(05).
001710     05  SW-NEAR-AMOUNT            PIC 9(09)V99.
001720     05  SW-NEAR-COUNT             PIC 9(05).
001730     05  SW-CREDIT-AMOUNT          PIC 9(09)V99.
001740     05  SW-DEBIT-AMOUNT           PIC 9(09)V99.
001750
001760*    OPTIONAL LIMITS CARD - A BLANK OR ZERO FIELD KEEPS THE
001770*    DEFAULT SHOWN ON THE REPORT.
001780 FD  SURVEILLANCE-CONTROL-FILE
001790     LABEL RECORDS ARE STANDARD.
001800 01  SURVEILLANCE-CONTROL-RECORD.
001810     05  MC-REPORT-THRESHOLD       PIC 9(07)V99.
001820     05  FILLER                    PIC X(01).
001830     05  MC-NEAR-FLOOR             PIC 9(07)V99.
001840     05  FILLER                    PIC X(01).
001850     05  MC-STRUCT-WINDOW          PIC 9(03).
001860     05  FILLER                    PIC X(01).
001870     05  MC-STRUCT-COUNT           PIC 9(03).
001880     05  FILLER                    PIC X(01).
001890     05  MC-RAPID-WINDOW           PIC 9(03).
001900     05  FILLER                    PIC X(01).
001910     05  MC-RAPID-MINIMUM          PIC 9(07)V99.
001920     05  FILLER                    PIC X(01).
001930     05  MC-RAPID-PERCENT          PIC 9(03).
001940     05  FILLER                    PIC X(35).
001950
001960*    CASE STATUS CARD - THE CASE KEY, THE NEW STATUS, THE
001970*    ANALYST AND AN OPTIONAL NOTE.
001980 FD  CASE-UPDATE-FILE
001990     LABEL RECORDS ARE STANDARD.
002000 01  CASE-UPDATE-RECORD.
002010     05  MU-CUSTOMER-ID            PIC X(10).
002020     05  MU-ALERT-DATE             PIC X(08).
002030     05  MU-ALERT-DATE-NUM REDEFINES MU-ALERT-DATE
002040                                   PIC 9(08).
002050     05  MU-ALERT-TYPE             PIC X(01).
002060     05  MU-ACCOUNT-NUMBER         PIC X(10).
002070     05  MU-NEW-STATUS             PIC X(01).
002080         88  MU-STATUS-VALID                 VALUE 'O' 'W' 'F'
002090                                                   'C'.
002100     05  MU-ANALYST-ID             PIC X(08).
002110     05  MU-CASE-NOTE              PIC X(40).
002120     05  FILLER                    PIC X(02).
002130
002140 FD  ALERT-REPORT-FILE
002150     LABEL RECORDS ARE STANDARD.
002160 01  ALERT-REPORT-RECORD           PIC X(80).
002170
002180 FD  CTR-EXTRACT-FILE
002190     LABEL RECORDS ARE STANDARD.
002200     COPY FILEHDR.
002210 01  CTR-PERSON-RECORD.
002220     05  CP-RECORD-TYPE            PIC X(01).
002230     05  CP-BUSINESS-DATE          PIC 9(08).
002240     05  CP-CUSTOMER-ID            PIC X(10).
002250     05  CP-TOTAL-CASH             PIC 9(09)V99.
002260     05  CP-CASH-IN-AMOUNT         PIC 9(09)V99.
002270     05  CP-CASH-IN-COUNT          PIC 9(04).
002280     05  CP-CASH-OUT-AMOUNT        PIC 9(09)V99.
002290     05  CP-CASH-OUT-COUNT         PIC 9(04).
002300     05  CP-PARTY-SWITCH           PIC X(01).
002310     05  CP-CUSTOMER-NAME          PIC X(30).
002320     05  CP-ADDRESS-LINE-1         PIC X(30).
002330     05  CP-ADDRESS-LINE-2         PIC X(30).
002340     05  CP-CITY                   PIC X(20).
002350     05  CP-STATE-CODE             PIC X(02).
002360     05  CP-POSTAL-CODE            PIC X(10).
002370     05  CP-TAX-ID                 PIC X(09).
002380     05  CP-DATE-OF-BIRTH          PIC 9(08).
002390 01  CTR-ACCOUNT-RECORD.
002400     05  CX-RECORD-TYPE            PIC X(01).
002410     05  CX-BUSINESS-DATE          PIC 9(08).
002420     05  CX-CUSTOMER-ID            PIC X(10).
002430     05  CX-TOTAL-CASH             PIC 9(09)V99.
002440     05  CX-ACCOUNT-NUMBER         PIC X(10).
002450     05  CX-BRANCH-CODE            PIC X(03).
002460     05  CX-CASH-IN-AMOUNT         PIC 9(09)V99.
002470     05  CX-CASH-IN-COUNT          PIC 9(04).
002480     05  CX-CASH-OUT-AMOUNT        PIC 9(09)V99.
002490     05  CX-CASH-OUT-COUNT         PIC 9(04).
002500     05  FILLER                    PIC X(127).
002510
002520 FD  BATCH-DATE-FILE
002530     LABEL RECORDS ARE STANDARD.
002540     COPY BATCHDTE.
002550
002560 WORKING-STORAGE SECTION.
002570*----------------------------------------------------------------
002580* FILE STATUS AND END-OF-FILE SWITCHES
002590*----------------------------------------------------------------
002600 01  WS-FILE-STATUSES.
002610     05  WS-TRANLEDG-STATUS        PIC X(02) VALUE '00'.
002620     05  WS-CUSTMAST-STATUS        PIC X(02) VALUE '00'.
002630     05  WS-PARTYMST-STATUS        PIC X(02) VALUE '00'.
002640     05  WS-ACCTREL-STATUS         PIC X(02) VALUE '00'.
002650     05  WS-CASHACT-STATUS         PIC X(02) VALUE '00'.
002660     05  WS-AMLALERT-STATUS        PIC X(02) VALUE '00'.
002670     05  WS-AMLCTL-STATUS          PIC X(02) VALUE '00'.
002680     05  WS-AMLUPD-STATUS          PIC X(02) VALUE '00'.
002690     05  WS-AMLRPT-STATUS          PIC X(02) VALUE '00'.
002700     05  WS-CTREXT-STATUS          PIC X(02) VALUE '00'.
002710     05  WS-BATCHDTE-STATUS        PIC X(02) VALUE '00'.
002720
002730 01  WS-SWITCHES.
002740     05  WS-RUN-SWITCH             PIC X(01) VALUE 'N'.
002750         88  RUN-ABANDONED                   VALUE 'Y'.
002760     05  WS-LEDGER-EOF-SWITCH      PIC X(01) VALUE 'N'.
002770         88  LEDGER-EOF                      VALUE 'Y'.
002780     05  WS-SORT-SWITCH            PIC X(01) VALUE 'N'.
002790         88  SORTED-ACTIVITY-EOF             VALUE 'Y'.
002800     05  WS-CARD-EOF-SWITCH        PIC X(01) VALUE 'N'.
002810         88  UPDATE-CARDS-EOF                VALUE 'Y'.
002820     05  WS-CUSTMAST-SWITCH        PIC X(01) VALUE 'N'.
002830         88  CUSTOMER-MASTER-AVAILABLE       VALUE 'Y'.
002840     05  WS-PARTY-FILE-SWITCH      PIC X(01) VALUE 'N'.
002850         88  PARTY-FILES-AVAILABLE           VALUE 'Y'.
002860     05  WS-OWNER-SCAN-SWITCH      PIC X(01) VALUE 'N'.
002870         88  OWNER-SCAN-COMPLETE             VALUE 'Y'.
002880     05  WS-ACTIVITY-SCAN-SWITCH   PIC X(01) VALUE 'N'.
002890         88  ACTIVITY-SCAN-COMPLETE          VALUE 'Y'.
002900     05  WS-CASE-SCAN-SWITCH       PIC X(01) VALUE 'N'.
002910         88  CASE-SCAN-COMPLETE              VALUE 'Y'.
002920     05  WS-PRIOR-CASE-SWITCH      PIC X(01) VALUE 'N'.
002930         88  PRIOR-CASE-FOUND                VALUE 'Y'.
002940         88  CASE-ALREADY-RAISED             VALUE 'R'.
002950
002960*----------------------------------------------------------------
002970* RUN DATE, CAPTURED ONCE AT STARTUP
002980*----------------------------------------------------------------
002990 01  WS-RUN-DATE                   PIC 9(08).
003000
003010*----------------------------------------------------------------
003020* CYCLE STEP-STATUS PARAMETER AREA - SEE CYCLE-STEP-STATUS
003030*----------------------------------------------------------------
003040     COPY STEPLINK.
003050
003060*----------------------------------------------------------------
003070* SURVEILLANCE LIMITS - DEFAULTS, EACH OVERRIDDEN BY A NONZERO
003080* FIELD ON THE AMLCTL CARD.  WINDOWS ARE IN DAYS AND INCLUDE
003090* THE BUSINESS DATE ITSELF.
003100*----------------------------------------------------------------
003110 01  WS-REPORT-THRESHOLD           PIC 9(07)V99 VALUE 10000.00.
003120 01  WS-NEAR-FLOOR                 PIC 9(07)V99 VALUE 8000.00.
003130 01  WS-STRUCT-WINDOW              PIC 9(03) VALUE 10.
003140 01  WS-STRUCT-COUNT               PIC 9(03) VALUE 3.
003150 01  WS-RAPID-WINDOW               PIC 9(03) VALUE 5.
003160 01  WS-RAPID-MINIMUM              PIC 9(07)V99 VALUE 5000.00.
003170 01  WS-RAPID-PERCENT              PIC 9(03) VALUE 90.
003180 01  WS-PURGE-HORIZON              PIC 9(03) VALUE ZERO.
003190
003200*----------------------------------------------------------------
003210* DATE-TO-SERIAL CONVERSION WORK AREA, AS IN SUSPENSE-AGING
003220*----------------------------------------------------------------
003230 01  WS-CONVERT-DATE.
003240     05  WS-CONVERT-YEAR           PIC 9(04).
003250     05  WS-CONVERT-MONTH          PIC 9(02).
003260     05  WS-CONVERT-DAY            PIC 9(02).
003270 01  WS-SERIAL-YEAR                PIC 9(05) COMP VALUE ZERO.
003280 01  WS-SERIAL-MONTH               PIC 9(03) COMP VALUE ZERO.
003290 01  WS-SERIAL-WORK                PIC 9(07) COMP VALUE ZERO.
003300 01  WS-SERIAL-TERM                PIC 9(07) COMP VALUE ZERO.
003310 01  WS-SERIAL-RESULT              PIC 9(07) COMP VALUE ZERO.
003320 01  WS-RUN-SERIAL                 PIC 9(07) COMP VALUE ZERO.
003330 01  WS-ITEM-AGE                   PIC S9(07) COMP VALUE ZERO.
003340
003350*----------------------------------------------------------------
003360* ACCOUNT BEING TOTALLED OFF THE LEDGER
003370*----------------------------------------------------------------
003380 01  WS-CURRENT-ACCOUNT            PIC X(10) VALUE SPACES.
003390 01  WS-OWNER-CUSTOMER-ID          PIC X(10) VALUE SPACES.
003400 01  WS-ACCOUNT-TOTALS.
003410     05  WS-ACCT-CASH-IN-AMOUNT    PIC 9(09)V99.
003420     05  WS-ACCT-CASH-IN-COUNT     PIC 9(05).
003430     05  WS-ACCT-CASH-OUT-AMOUNT   PIC 9(09)V99.
003440     05  WS-ACCT-CASH-OUT-COUNT    PIC 9(05).
003450     05  WS-ACCT-NEAR-AMOUNT       PIC 9(09)V99.
003460     05  WS-ACCT-NEAR-COUNT        PIC 9(05).
003470     05  WS-ACCT-CREDIT-AMOUNT     PIC 9(09)V99.
003480     05  WS-ACCT-DEBIT-AMOUNT      PIC 9(09)V99.
003490
003500*----------------------------------------------------------------
003510* CUSTOMER BEING REVIEWED - TONIGHT'S TOTALS ACROSS ALL OF ITS
003520* ACCOUNTS, THE ACCOUNTS THEMSELVES, AND THE STRUCTURING WINDOW
003530* TOTALS READ BACK OFF CASHACT.  ACCOUNTS PAST THE TABLE STILL
003540* COUNT IN THE CUSTOMER TOTALS.
003550*----------------------------------------------------------------
003560 01  WS-CURRENT-CUSTOMER           PIC X(10) VALUE SPACES.
003570 01  WS-CUSTOMER-OWNER-SWITCH      PIC X(01) VALUE SPACE.
003580     88  CUSTOMER-PARTY-OWNED                VALUE 'P'.
003590 01  WS-CUSTOMER-TOTALS.
003600     05  WS-CUST-CASH-IN-AMOUNT    PIC 9(09)V99.
003610     05  WS-CUST-CASH-IN-COUNT     PIC 9(05).
003620     05  WS-CUST-CASH-OUT-AMOUNT   PIC 9(09)V99.
003630     05  WS-CUST-CASH-OUT-COUNT    PIC 9(05).
003640     05  WS-CUST-NEAR-COUNT        PIC 9(05).
003650     05  WS-WINDOW-NEAR-AMOUNT     PIC 9(09)V99.
003660     05  WS-WINDOW-NEAR-COUNT      PIC 9(05).
003670     05  WS-WINDOW-NEAR-START      PIC 9(08).
003680 01  WS-ACCOUNT-TABLE-COUNT        PIC 9(03) VALUE ZERO.
003690 01  WS-ACCOUNT-TABLE.
003700     05  WS-ACCOUNT-ENTRY OCCURS 100 TIMES
003710                                 INDEXED BY WS-ACT-IDX.
003720         10  WS-ACT-ACCOUNT-NUMBER PIC X(10).
003730         10  WS-ACT-BRANCH-CODE    PIC X(03).
003740         10  WS-ACT-ACCOUNT-NAME   PIC X(30).
003750         10  WS-ACT-CASH-IN-AMOUNT PIC 9(09)V99.
003760         10  WS-ACT-CASH-IN-COUNT  PIC 9(05).
003770         10  WS-ACT-CASH-OUT-AMOUNT
003780                                   PIC 9(09)V99.
003790         10  WS-ACT-CASH-OUT-COUNT PIC 9(05).
003800         10  WS-ACT-TODAY-DEBITS   PIC 9(09)V99.
003810         10  WS-ACT-WINDOW-CREDITS PIC 9(09)V99.
003820         10  WS-ACT-WINDOW-DEBITS  PIC 9(09)V99.
003830         10  WS-ACT-WINDOW-DAYS    PIC 9(03).
003840         10  WS-ACT-WINDOW-START   PIC 9(08).
003850
003860*----------------------------------------------------------------
003870* CASE BEING OPENED, AND THE WINDOW ITS REPEAT TEST LOOKS BACK
003880*----------------------------------------------------------------
003890 01  WS-NEW-CASE.
003900     05  WS-CASE-TYPE              PIC X(01).
003910     05  WS-CASE-ACCOUNT           PIC X(10).
003920     05  WS-CASE-AMOUNT            PIC 9(09)V99.
003930     05  WS-CASE-OUTFLOW           PIC 9(09)V99.
003940     05  WS-CASE-ITEMS             PIC 9(05).
003950     05  WS-CASE-WINDOW-START      PIC 9(08).
003960     05  WS-CASE-NOTE              PIC X(40).
003970 01  WS-CASE-WINDOW                PIC 9(03) VALUE ZERO.
003980 01  WS-OUTFLOW-FLOOR              PIC 9(11)V99 VALUE ZERO.
003990 01  WS-OLD-STATUS                 PIC X(01) VALUE SPACE.
004000 01  WS-REJECT-REASON              PIC X(30) VALUE SPACES.
004010
004020*----------------------------------------------------------------
004030* RUN CONTROL TOTALS
004040*----------------------------------------------------------------
004050 01  WS-ACCOUNTS-REVIEWED          PIC 9(07) VALUE ZERO.
004060 01  WS-CUSTOMERS-REVIEWED         PIC 9(07) VALUE ZERO.
004070 01  WS-TABLE-OVERFLOWS            PIC 9(07) VALUE ZERO.
004080 01  WS-THRESHOLD-ALERTS           PIC 9(07) VALUE ZERO.
004090 01  WS-STRUCTURING-ALERTS         PIC 9(07) VALUE ZERO.
004100 01  WS-RAPID-ALERTS               PIC 9(07) VALUE ZERO.
004110 01  WS-ALERTS-ON-FILE             PIC 9(07) VALUE ZERO.
004120 01  WS-ALERTS-SUPPRESSED          PIC 9(07) VALUE ZERO.
004130 01  WS-CTR-PERSONS                PIC 9(07) VALUE ZERO.
004140 01  WS-CTR-RECORDS                PIC 9(09) VALUE ZERO.
004150 01  WS-CTR-HASH                   PIC 9(15) VALUE ZERO.
004160 01  WS-UPDATES-APPLIED            PIC 9(07) VALUE ZERO.
004170 01  WS-UPDATES-REJECTED           PIC 9(07) VALUE ZERO.
004180 01  WS-NEW-CASES-LISTED           PIC 9(07) VALUE ZERO.
004190 01  WS-CASES-CARRIED              PIC 9(07) VALUE ZERO.
004200 01  WS-DAYS-PURGED                PIC 9(07) VALUE ZERO.
004210
004220*----------------------------------------------------------------
004230* REPORT LINES
004240*----------------------------------------------------------------
004250 01  WS-REPORT-HEADING-1.
004260     05  FILLER                    PIC X(80) VALUE
004270         'CASH SURVEILLANCE - MORNING ALERT REPORT'.
004280
004290 01  WS-REPORT-HEADING-2.
004300     05  FILLER                    PIC X(16) VALUE
004310             'CYCLE DATE....  '.
004320     05  RH-RUN-DATE               PIC 9(08).
004330     05  FILLER                    PIC X(56) VALUE SPACES.
004340
004350 01  WS-TYPE-LEGEND.
004360     05  FILLER                    PIC X(80) VALUE
004370         'TYPE   T THRESHOLD   S STRUCTURING   R RAPID MOVEMENT'.
004380
004390 01  WS-STATUS-LEGEND.
004400     05  FILLER                    PIC X(80) VALUE
004410         'STATUS O OPEN  W WORKING  F FILED  C CLOSED NO ACTION'.
004420
004430 01  WS-BLANK-LINE                 PIC X(80) VALUE SPACES.
004440
004450 01  WS-SECTION-LINE.
004460     05  SL-CAPTION                PIC X(40).
004470     05  FILLER                    PIC X(40) VALUE SPACES.
004480
004490 01  WS-NONE-LINE.
004500     05  FILLER                    PIC X(80) VALUE
004510         '    NONE'.
004520
004530 01  WS-UPDATE-HEADING.
004540     05  FILLER                    PIC X(11) VALUE 'CUSTOMER'.
004550     05  FILLER                    PIC X(09) VALUE 'ALERTED'.
004560     05  FILLER                    PIC X(02) VALUE 'T'.
004570     05  FILLER                    PIC X(11) VALUE 'ACCOUNT'.
004580     05  FILLER                    PIC X(07) VALUE 'STATUS'.
004590     05  FILLER                    PIC X(09) VALUE 'ANALYST'.
004600     05  FILLER                    PIC X(31) VALUE 'RESULT'.
004610
004620 01  WS-UPDATE-LINE.
004630     05  UL-CUSTOMER-ID            PIC X(10).
004640     05  FILLER                    PIC X(01) VALUE SPACE.
004650     05  UL-ALERT-DATE             PIC X(08).
004660     05  FILLER                    PIC X(01) VALUE SPACE.
004670     05  UL-ALERT-TYPE             PIC X(01).
004680     05  FILLER                    PIC X(01) VALUE SPACE.
004690     05  UL-ACCOUNT-NUMBER         PIC X(10).
004700     05  FILLER                    PIC X(01) VALUE SPACE.
004710     05  UL-OLD-STATUS             PIC X(01).
004720     05  FILLER                    PIC X(04) VALUE ' TO '.
004730     05  UL-NEW-STATUS             PIC X(01).
004740     05  FILLER                    PIC X(01) VALUE SPACE.
004750     05  UL-ANALYST-ID             PIC X(08).
004760     05  FILLER                    PIC X(01) VALUE SPACE.
004770     05  UL-RESULT                 PIC X(30).
004780     05  FILLER                    PIC X(01) VALUE SPACE.
004790
004800 01  WS-CASE-HEADING.
004810     05  FILLER                    PIC X(11) VALUE 'CUSTOMER'.
004820     05  FILLER                    PIC X(09) VALUE 'ALERTED'.
004830     05  FILLER                    PIC X(02) VALUE 'T'.
004840     05  FILLER                    PIC X(11) VALUE 'ACCOUNT'.
004850     05  FILLER                    PIC X(13) VALUE
004860             '      AMOUNT'.
004870     05  FILLER                    PIC X(13) VALUE
004880             '     OUTFLOW'.
004890     05  FILLER                    PIC X(06) VALUE 'ITEMS'.
004900     05  FILLER                    PIC X(02) VALUE 'S'.
004910     05  FILLER                    PIC X(13) VALUE ' AGE'.
004920
004930 01  WS-CASE-LINE.
004940     05  CL-CUSTOMER-ID            PIC X(10).
004950     05  FILLER                    PIC X(01) VALUE SPACE.
004960     05  CL-ALERT-DATE             PIC 9(08).
004970     05  FILLER                    PIC X(01) VALUE SPACE.
004980     05  CL-ALERT-TYPE             PIC X(01).
004990     05  FILLER                    PIC X(01) VALUE SPACE.
005000     05  CL-ACCOUNT-NUMBER         PIC X(10).
005010     05  FILLER                    PIC X(01) VALUE SPACE.
005020     05  CL-ALERT-AMOUNT           PIC Z(8)9.99.
005030     05  FILLER                    PIC X(01) VALUE SPACE.
005040     05  CL-OUTFLOW-AMOUNT         PIC Z(8)9.99.
005050     05  FILLER                    PIC X(01) VALUE SPACE.
005060     05  CL-ITEM-COUNT             PIC ZZZZ9.
005070     05  FILLER                    PIC X(01) VALUE SPACE.
005080     05  CL-CASE-STATUS            PIC X(01).
005090     05  FILLER                    PIC X(01) VALUE SPACE.
005100     05  CL-CASE-AGE               PIC ZZZ9.
005110     05  FILLER                    PIC X(09) VALUE SPACES.
005120
005130 01  WS-TOTALS-LINE.
005140     05  TO-CAPTION                PIC X(24).
005150     05  TO-COUNT                  PIC Z(6)9.
005160     05  FILLER                    PIC X(49) VALUE SPACES.
005170
005180 01  WS-AMOUNT-TOTAL-LINE.
005190     05  TA-CAPTION                PIC X(24).
005200     05  TA-AMOUNT                 PIC Z(10)9.99.
005210     05  FILLER                    PIC X(42) VALUE SPACES.
005220
005230 PROCEDURE DIVISION.
005240*=================================================================
005250* 0000-MAINLINE - APPLY THE CASE STATUS CARDS, TEST TONIGHT'S
005260* ACTIVITY CUSTOMER BY CUSTOMER, AND PRINT THE MORNING REPORT.
005270*=================================================================
005280 0000-MAINLINE.
005290     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
005300     PERFORM 9500-READ-BUSINESS-DATE THRU 9500-EXIT.
005310     PERFORM 9700-RECORD-STEP-START THRU 9700-EXIT.
005320     IF SP-SKIP-STEP
005330         DISPLAY 'CASH-SURVEILLANCE: STEP ALREADY COMPLETED '
005340             'FOR ' WS-RUN-DATE ' - RUN SKIPPED'
005350         STOP RUN
005360     END-IF.
005370
005380     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005390
005400     IF NOT RUN-ABANDONED
005410         PERFORM 2000-SORT-ACTIVITY THRU 2000-EXIT
005420         PERFORM 6000-LIST-NEW-CASES THRU 6000-EXIT
005430         PERFORM 6500-LIST-CARRIED-CASES THRU 6500-EXIT
005440     END-IF.
005450
005460     PERFORM 9000-TERMINATE THRU 9000-EXIT.
005470
005480     STOP RUN.
005490 0000-EXIT.
005500     EXIT.
005510
005520*-----------------------------------------------------------------
005530* 1000-INITIALIZE - TAKE THE LIMITS, OPEN THE REPORT, THE CTR
005540* EXTRACT AND THE KEYED FILES, APPLY THE CASE STATUS CARDS AND
005550* DROP ACTIVITY DAYS THAT HAVE AGED OUT OF EVERY WINDOW.  THE
005560* CASE AND ACTIVITY FILES ARE PERMANENT - A FIRST-EVER RUN
005570* CREATES THEM - AND THE RUN CANNOT GO ON WITHOUT EITHER.
005580*-----------------------------------------------------------------
005590 1000-INITIALIZE.
005600     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
005610
005620     MOVE WS-RUN-DATE TO WS-CONVERT-DATE.
005630     PERFORM 8900-DATE-TO-SERIAL THRU 8900-EXIT.
005640     MOVE WS-SERIAL-RESULT TO WS-RUN-SERIAL.
005650
005660     OPEN OUTPUT ALERT-REPORT-FILE.
005670     MOVE WS-RUN-DATE TO RH-RUN-DATE.
005680     WRITE ALERT-REPORT-RECORD FROM WS-REPORT-HEADING-1.
005690     WRITE ALERT-REPORT-RECORD FROM WS-REPORT-HEADING-2.
005700     WRITE ALERT-REPORT-RECORD FROM WS-BLANK-LINE.
005710     PERFORM 1150-PRINT-LIMITS THRU 1150-EXIT.
005720     WRITE ALERT-REPORT-RECORD FROM WS-BLANK-LINE.
005730     WRITE ALERT-REPORT-RECORD FROM WS-TYPE-LEGEND.
005740     WRITE ALERT-REPORT-RECORD FROM WS-STATUS-LEGEND.
005750
005760     OPEN OUTPUT CTR-EXTRACT-FILE.
005770     MOVE 'HDR' TO FC-RECORD-TYPE.
005780     MOVE 'CTREXT' TO FC-FILE-ID.
005790     MOVE WS-RUN-DATE TO FC-BUSINESS-DATE.
005800     MOVE ZERO TO FC-RECORD-COUNT.
005810     MOVE ZERO TO FC-AMOUNT-HASH.
005820     WRITE FILE-CONTROL-RECORD.
005830
005840     OPEN I-O CASH-ALERT-FILE.
005850     IF WS-AMLALERT-STATUS = '35'
005860         OPEN OUTPUT CASH-ALERT-FILE
005870         CLOSE CASH-ALERT-FILE
005880         OPEN I-O CASH-ALERT-FILE
005890     END-IF.
005900     IF WS-AMLALERT-STATUS NOT = '00'
005910         DISPLAY 'CASH-SURVEILLANCE: UNABLE TO OPEN AMLALERT - '
005920             'STATUS ' WS-AMLALERT-STATUS
005930         MOVE 'Y' TO WS-RUN-SWITCH
005940         MOVE 16 TO RETURN-CODE
005950         GO TO 1000-EXIT
005960     END-IF.
005970
005980     OPEN I-O CASH-ACTIVITY-FILE.
005990     IF WS-CASHACT-STATUS = '35'
006000         OPEN OUTPUT CASH-ACTIVITY-FILE
006010         CLOSE CASH-ACTIVITY-FILE
006020         OPEN I-O CASH-ACTIVITY-FILE
006030     END-IF.
006040     IF WS-CASHACT-STATUS NOT = '00'
006050         DISPLAY 'CASH-SURVEILLANCE: UNABLE TO OPEN CASHACT - '
006060             'STATUS ' WS-CASHACT-STATUS
006070         CLOSE CASH-ALERT-FILE
006080         MOVE 'Y' TO WS-RUN-SWITCH
006090         MOVE 16 TO RETURN-CODE
006100         GO TO 1000-EXIT
006110     END-IF.
006120
006130*    THE MASTER ONLY SUPPLIES THE BRANCH AND ACCOUNT NAME FOR THE
006140*    EXTRACT; WITHOUT IT THOSE FIELDS GO OUT BLANK.
006150     OPEN INPUT CUSTOMER-MASTER-FILE.
006160     IF WS-CUSTMAST-STATUS = '00'
006170         SET CUSTOMER-MASTER-AVAILABLE TO TRUE
006180     ELSE
006190         DISPLAY 'CASH-SURVEILLANCE: CUSTMAST NOT AVAILABLE - '
006200             'STATUS ' WS-CUSTMAST-STATUS
006210     END-IF.
006220
006230*    NO PARTY MASTER OR RELATIONSHIP FILE ON DISK ONLY MEANS NO
006240*    ACCOUNT HAS AN OWNER YET; EACH ACCOUNT IS THEN TESTED ON
006250*    ITS OWN, UNDER ITS OWN NUMBER.
006260     OPEN INPUT PARTY-MASTER-FILE.
006270     OPEN INPUT ACCOUNT-RELATIONSHIP-FILE.
006280     IF WS-PARTYMST-STATUS = '00'
006290             AND WS-ACCTREL-STATUS = '00'
006300         SET PARTY-FILES-AVAILABLE TO TRUE
006310     ELSE
006320         IF WS-PARTYMST-STATUS = '00'
006330             CLOSE PARTY-MASTER-FILE
006340         END-IF
006350         IF WS-ACCTREL-STATUS = '00'
006360             CLOSE ACCOUNT-RELATIONSHIP-FILE
006370         END-IF
006380     END-IF.
006390
006400     PERFORM 1200-APPLY-CASE-UPDATES THRU 1200-EXIT.
006410     PERFORM 1300-PURGE-OLD-ACTIVITY THRU 1300-EXIT.
006420 1000-EXIT.
006430     EXIT.
006440
006450*-----------------------------------------------------------------
006460* 1100-READ-CONTROL-CARD - TAKE ANY NONZERO LIMIT OFF THE AMLCTL
006470* CARD.  NO CARD LEAVES THE DEFAULTS.  A NEAR-THRESHOLD FLOOR
006480* NOT UNDER THE THRESHOLD FALLS BACK TO 80 PERCENT OF IT.  THE
006490* ACTIVITY FILE KEEPS AS MANY DAYS AS THE LONGER WINDOW.
006500*-----------------------------------------------------------------
006510 1100-READ-CONTROL-CARD.
006520     OPEN INPUT SURVEILLANCE-CONTROL-FILE.
006530     IF WS-AMLCTL-STATUS NOT = '00'
006540         GO TO 1100-LIMITS
006550     END-IF.
006560
006570     READ SURVEILLANCE-CONTROL-FILE
006580         AT END
006590             MOVE SPACES TO SURVEILLANCE-CONTROL-RECORD
006600     END-READ.
006610     CLOSE SURVEILLANCE-CONTROL-FILE.
006620
006630     IF MC-REPORT-THRESHOLD IS NUMERIC
006640             AND MC-REPORT-THRESHOLD > ZERO
006650         MOVE MC-REPORT-THRESHOLD TO WS-REPORT-THRESHOLD
006660     END-IF.
006670     IF MC-NEAR-FLOOR IS NUMERIC
006680             AND MC-NEAR-FLOOR > ZERO
006690         MOVE MC-NEAR-FLOOR TO WS-NEAR-FLOOR
006700     END-IF.
006710     IF MC-STRUCT-WINDOW IS NUMERIC
006720             AND MC-STRUCT-WINDOW > ZERO
006730         MOVE MC-STRUCT-WINDOW TO WS-STRUCT-WINDOW
006740     END-IF.
006750     IF MC-STRUCT-COUNT IS NUMERIC
006760             AND MC-STRUCT-COUNT > ZERO
006770         MOVE MC-STRUCT-COUNT TO WS-STRUCT-COUNT
006780     END-IF.
006790     IF MC-RAPID-WINDOW IS NUMERIC
006800             AND MC-RAPID-WINDOW > ZERO
006810         MOVE MC-RAPID-WINDOW TO WS-RAPID-WINDOW
006820     END-IF.
006830     IF MC-RAPID-MINIMUM IS NUMERIC
006840             AND MC-RAPID-MINIMUM > ZERO
006850         MOVE MC-RAPID-MINIMUM TO WS-RAPID-MINIMUM
006860     END-IF.
006870     IF MC-RAPID-PERCENT IS NUMERIC
006880             AND MC-RAPID-PERCENT > ZERO
006890         MOVE MC-RAPID-PERCENT TO WS-RAPID-PERCENT
006900     END-IF.
006910
006920 1100-LIMITS.
006930     IF WS-NEAR-FLOOR NOT < WS-REPORT-THRESHOLD
006940         COMPUTE WS-NEAR-FLOOR ROUNDED =
006950             WS-REPORT-THRESHOLD * 0.80
006960     END-IF.
006970
006980     IF WS-STRUCT-WINDOW > WS-RAPID-WINDOW
006990         MOVE WS-STRUCT-WINDOW TO WS-PURGE-HORIZON
007000     ELSE
007010         MOVE WS-RAPID-WINDOW TO WS-PURGE-HORIZON
007020     END-IF.
007030 1100-EXIT.
007040     EXIT.
007050
007060*-----------------------------------------------------------------
007070* 1150-PRINT-LIMITS - SHOW THE LIMITS THE RUN IS WORKING TO.
007080*-----------------------------------------------------------------
007090 1150-PRINT-LIMITS.
007100     MOVE 'REPORTING THRESHOLD...: ' TO TA-CAPTION.
007110     MOVE WS-REPORT-THRESHOLD TO TA-AMOUNT.
007120     WRITE ALERT-REPORT-RECORD FROM WS-AMOUNT-TOTAL-LINE.
007130
007140     MOVE 'NEAR-THRESHOLD FLOOR..: ' TO TA-CAPTION.
007150     MOVE WS-NEAR-FLOOR TO TA-AMOUNT.
007160     WRITE ALERT-REPORT-RECORD FROM WS-AMOUNT-TOTAL-LINE.
007170
007180     MOVE 'STRUCTURING WINDOW....: ' TO TO-CAPTION.
007190     MOVE WS-STRUCT-WINDOW TO TO-COUNT.
007200     WRITE ALERT-REPORT-RECORD FROM WS-TOTALS-LINE.
007210
007220     MOVE 'STRUCTURING DEPOSITS..: ' TO TO-CAPTION.
007230     MOVE WS-STRUCT-COUNT TO TO-COUNT.
007240     WRITE ALERT-REPORT-RECORD FROM WS-TOTALS-LINE.
007250
007260     MOVE 'RAPID-MOVEMENT WINDOW.: ' TO TO-CAPTION.
007270     MOVE WS-RAPID-WINDOW TO TO-COUNT.
007280     WRITE ALERT-REPORT-RECORD FROM WS-TOTALS-LINE.
007290
007300     MOVE 'RAPID-MOVEMENT CREDITS: ' TO TA-CAPTION.
007310     MOVE WS-RAPID-MINIMUM TO TA-AMOUNT.
007320     WRITE ALERT-REPORT-RECORD FROM WS-AMOUNT-TOTAL-LINE.
007330
007340     MOVE 'RAPID-MOVEMENT OUT PCT: ' TO TO-CAPTION.
007350     MOVE WS-RAPID-PERCENT TO TO-COUNT.
007360     WRITE ALERT-REPORT-RECORD FROM WS-TOTALS-LINE.
007370 1150-EXIT.
007380     EXIT.
007390
007400*-----------------------------------------------------------------
007410* 1200-APPLY-CASE-UPDATES - APPLY COMPLIANCE'S STATUS CARDS TO
007420* THE CASE FILE AND LIST EACH ONE, APPLIED OR REJECTED.  NO
007430* AMLUPD FILE MEANS NO CARDS TONIGHT.
007440*-----------------------------------------------------------------
007450 1200-APPLY-CASE-UPDATES.
007460     WRITE ALERT-REPORT-RECORD FROM WS-BLANK-LINE.
007470     MOVE 'CASE STATUS UPDATES' TO SL-CAPTION.
007480     WRITE ALERT-REPORT-RECORD FROM WS-SECTION-LINE.
007490     WRITE ALERT-REPORT-RECORD FROM WS-UPDATE-HEADING.
007500
007510     OPEN INPUT CASE-UPDATE-FILE.
007520     IF WS-AMLUPD-STATUS NOT = '00'
007530         WRITE ALERT-REPORT-RECORD FROM WS-NONE-LINE
007540         GO TO 1200-EXIT
007550     END-IF.
007560
007570     PERFORM 1210-APPLY-ONE-UPDATE THRU 1210-EXIT
007580         UNTIL UPDATE-CARDS-EOF.
007590     CLOSE CASE-UPDATE-FILE.
007600
007610     IF WS-UPDATES-APPLIED = ZERO
007620             AND WS-UPDATES-REJECTED = ZERO
007630         WRITE ALERT-REPORT-RECORD FROM WS-NONE-LINE
007640     END-IF.
007650 1200-EXIT.
007660     EXIT.
007670
007680*-----------------------------------------------------------------
007690* 1210-APPLY-ONE-UPDATE - READ THE NEXT STATUS CARD, EDIT IT,
007700* FIND ITS CASE AND RESTAMP THE STATUS, DATE, ANALYST AND (WHEN
007710* GIVEN) THE NOTE.  BLANK CARDS ARE IGNORED.
007720*-----------------------------------------------------------------
007730 1210-APPLY-ONE-UPDATE.
007740     READ CASE-UPDATE-FILE
007750         AT END
007760             SET UPDATE-CARDS-EOF TO TRUE
007770     END-READ.
007780     IF UPDATE-CARDS-EOF
007790         GO TO 1210-EXIT
007800     END-IF.
007810     IF CASE-UPDATE-RECORD = SPACES
007820         GO TO 1210-EXIT
007830     END-IF.
007840
007850     MOVE MU-CUSTOMER-ID TO UL-CUSTOMER-ID.
007860     MOVE MU-ALERT-DATE TO UL-ALERT-DATE.
007870     MOVE MU-ALERT-TYPE TO UL-ALERT-TYPE.
007880     MOVE MU-ACCOUNT-NUMBER TO UL-ACCOUNT-NUMBER.
007890     MOVE SPACE TO UL-OLD-STATUS.
007900     MOVE MU-NEW-STATUS TO UL-NEW-STATUS.
007910     MOVE MU-ANALYST-ID TO UL-ANALYST-ID.
007920
007930     IF MU-ALERT-DATE IS NOT NUMERIC
007940         MOVE 'REJECTED - ALERT DATE' TO WS-REJECT-REASON
007950         PERFORM 1290-REJECT-UPDATE THRU 1290-EXIT
007960         GO TO 1210-EXIT
007970     END-IF.
007980     IF NOT MU-STATUS-VALID
007990         MOVE 'REJECTED - STATUS NOT O/W/F/C' TO WS-REJECT-REASON
008000         PERFORM 1290-REJECT-UPDATE THRU 1290-EXIT
008010         GO TO 1210-EXIT
008020     END-IF.
008030     IF MU-ANALYST-ID = SPACES
008040         MOVE 'REJECTED - NO ANALYST' TO WS-REJECT-REASON
008050         PERFORM 1290-REJECT-UPDATE THRU 1290-EXIT
008060         GO TO 1210-EXIT
008070     END-IF.
008080
008090     MOVE MU-CUSTOMER-ID TO AC-CUSTOMER-ID.
008100     MOVE MU-ALERT-DATE-NUM TO AC-ALERT-DATE.
008110     MOVE MU-ALERT-TYPE TO AC-ALERT-TYPE.
008120     MOVE MU-ACCOUNT-NUMBER TO AC-ACCOUNT-NUMBER.
008130     READ CASH-ALERT-FILE
008140         INVALID KEY
008150             MOVE 'REJECTED - NO SUCH CASE' TO WS-REJECT-REASON
008160             PERFORM 1290-REJECT-UPDATE THRU 1290-EXIT
008170             GO TO 1210-EXIT
008180     END-READ.
008190
008200     MOVE AC-CASE-STATUS TO WS-OLD-STATUS.
008210     MOVE MU-NEW-STATUS TO AC-CASE-STATUS.
008220     MOVE WS-RUN-DATE TO AC-STATUS-DATE.
008230     MOVE MU-ANALYST-ID TO AC-ANALYST-ID.
008240     IF MU-CASE-NOTE NOT = SPACES
008250         MOVE MU-CASE-NOTE TO AC-CASE-NOTE
008260     END-IF.
008270     REWRITE CASH-ALERT-RECORD
008280         INVALID KEY
008290             MOVE 'REJECTED - REWRITE FAILED' TO WS-REJECT-REASON
008300             PERFORM 1290-REJECT-UPDATE THRU 1290-EXIT
008310             GO TO 1210-EXIT
008320     END-REWRITE.
008330
008340     MOVE WS-OLD-STATUS TO UL-OLD-STATUS.
008350     MOVE 'APPLIED' TO UL-RESULT.
008360     WRITE ALERT-REPORT-RECORD FROM WS-UPDATE-LINE.
008370     ADD 1 TO WS-UPDATES-APPLIED.
008380 1210-EXIT.
008390     EXIT.
008400
008410*-----------------------------------------------------------------
008420* 1290-REJECT-UPDATE - LIST A STATUS CARD THAT COULD NOT BE
008430* APPLIED, WITH THE REASON.
008440*-----------------------------------------------------------------
008450 1290-REJECT-UPDATE.
008460     MOVE WS-REJECT-REASON TO UL-RESULT.
008470     WRITE ALERT-REPORT-RECORD FROM WS-UPDATE-LINE.
008480     ADD 1 TO WS-UPDATES-REJECTED.
008490 1290-EXIT.
008500     EXIT.
008510
008520*-----------------------------------------------------------------
008530* 1300-PURGE-OLD-ACTIVITY - DELETE EVERY ACTIVITY DAY THAT HAS
008540* AGED OUT OF THE LONGER OF THE TWO WINDOWS.
008550*-----------------------------------------------------------------
008560 1300-PURGE-OLD-ACTIVITY.
008570     MOVE 'N' TO WS-ACTIVITY-SCAN-SWITCH.
008580     MOVE LOW-VALUES TO CA-ACTIVITY-KEY.
008590     START CASH-ACTIVITY-FILE
008600         KEY IS NOT LESS THAN CA-ACTIVITY-KEY
008610         INVALID KEY
008620             SET ACTIVITY-SCAN-COMPLETE TO TRUE
008630     END-START.
008640
008650     PERFORM 1310-CHECK-ONE-DAY THRU 1310-EXIT
008660         UNTIL ACTIVITY-SCAN-COMPLETE.
008670 1300-EXIT.
008680     EXIT.
008690
008700*-----------------------------------------------------------------
008710* 1310-CHECK-ONE-DAY - READ THE NEXT ACTIVITY DAY AND DELETE IT
008720* WHEN IT IS OLDER THAN THE PURGE HORIZON.
008730*-----------------------------------------------------------------
008740 1310-CHECK-ONE-DAY.
008750     READ CASH-ACTIVITY-FILE NEXT RECORD
008760         AT END
008770             SET ACTIVITY-SCAN-COMPLETE TO TRUE
008780     END-READ.
008790     IF ACTIVITY-SCAN-COMPLETE
008800         GO TO 1310-EXIT
008810     END-IF.
008820
008830     IF CA-ACTIVITY-DATE IS NOT NUMERIC
008840         GO TO 1310-EXIT
008850     END-IF.
008860     MOVE CA-ACTIVITY-DATE TO WS-CONVERT-DATE.
008870     PERFORM 8900-DATE-TO-SERIAL THRU 8900-EXIT.
008880     COMPUTE WS-ITEM-AGE = WS-RUN-SERIAL - WS-SERIAL-RESULT.
008890
008900     IF WS-ITEM-AGE NOT < WS-PURGE-HORIZON
008910         DELETE CASH-ACTIVITY-FILE RECORD
008920             INVALID KEY
008930                 DISPLAY 'CASH-SURVEILLANCE: DELETE FAILED ON '
008940                     'CASHACT - STATUS ' WS-CASHACT-STATUS
008950             NOT INVALID KEY
008960                 ADD 1 TO WS-DAYS-PURGED
008970         END-DELETE
008980     END-IF.
008990 1310-EXIT.
009000     EXIT.
009010
009020*-----------------------------------------------------------------
009030* 2000-SORT-ACTIVITY - TOTAL TONIGHT'S LEDGER ACTIVITY BY ACCOUNT,
009040* SORT THE ACCOUNTS UNDER THEIR OWNING CUSTOMER AND TEST EACH
009050* CUSTOMER IN TURN.
009060*-----------------------------------------------------------------
009070 2000-SORT-ACTIVITY.
009080     SORT SORT-WORK-FILE
009090         ON ASCENDING KEY SW-CUSTOMER-ID
009100                          SW-ACCOUNT-NUMBER
009110         INPUT PROCEDURE IS 2100-RELEASE-ACCOUNTS
009120             THRU 2100-EXIT
009130         OUTPUT PROCEDURE IS 3000-REVIEW-CUSTOMERS
009140             THRU 3000-EXIT.
009150 2000-EXIT.
009160     EXIT.
009170
009180*-----------------------------------------------------------------
009190* 2100-RELEASE-ACCOUNTS - READ THE LEDGER IN ACCOUNT ORDER AND
009200* RELEASE ONE TOTAL RECORD PER ACCOUNT WITH CREDIT OR DEBIT
009210* ACTIVITY DATED TONIGHT.
009220*-----------------------------------------------------------------
009230 2100-RELEASE-ACCOUNTS.
009240     OPEN INPUT TRANSACTION-LEDGER-FILE.
009250     IF WS-TRANLEDG-STATUS NOT = '00'
009260         DISPLAY 'CASH-SURVEILLANCE: UNABLE TO OPEN TRANLEDG - '
009270             'STATUS ' WS-TRANLEDG-STATUS
009280         MOVE 16 TO RETURN-CODE
009290         GO TO 2100-EXIT
009300     END-IF.
009310
009320     MOVE SPACES TO WS-CURRENT-ACCOUNT.
009330     PERFORM 2200-READ-LEDGER THRU 2200-EXIT.
009340     PERFORM 2300-TOTAL-ONE-ENTRY THRU 2300-EXIT
009350         UNTIL LEDGER-EOF.
009360     IF WS-CURRENT-ACCOUNT NOT = SPACES
009370         PERFORM 2400-RELEASE-ACCOUNT THRU 2400-EXIT
009380     END-IF.
009390     CLOSE TRANSACTION-LEDGER-FILE.
009400 2100-EXIT.
009410     EXIT.
009420
009430*-----------------------------------------------------------------
009440* 2200-READ-LEDGER - READ THE NEXT LEDGER ENTRY.
009450*-----------------------------------------------------------------
009460 2200-READ-LEDGER.
009470     READ TRANSACTION-LEDGER-FILE
009480         AT END
009490             SET LEDGER-EOF TO TRUE
009500     END-READ.
009510 2200-EXIT.
009520     EXIT.
009530
009540*-----------------------------------------------------------------
009550* 2300-TOTAL-ONE-ENTRY - ADD ONE OF TONIGHT'S CREDITS OR DEBITS
009560* TO ITS ACCOUNT'S TOTALS, RELEASING THE PRIOR ACCOUNT AT EACH
009570* ACCOUNT BREAK.  INTEREST, FEES AND CHARGES ARE THE BANK'S OWN
009580* POSTINGS AND ARE NOT TESTED.  A CASH CREDIT FROM THE FLOOR UP
009590* TO THE THRESHOLD ITSELF IS A NEAR-THRESHOLD DEPOSIT.
009600*-----------------------------------------------------------------
009610 2300-TOTAL-ONE-ENTRY.
009620     IF TL-TRANSACTION-DATE NOT = WS-RUN-DATE
009630         GO TO 2300-NEXT
009640     END-IF.
009650     IF NOT TL-CREDIT
009660             AND NOT TL-DEBIT
009670         GO TO 2300-NEXT
009680     END-IF.
009690
009700     IF TL-ACCOUNT-NUMBER NOT = WS-CURRENT-ACCOUNT
009710         IF WS-CURRENT-ACCOUNT NOT = SPACES
009720             PERFORM 2400-RELEASE-ACCOUNT THRU 2400-EXIT
009730         END-IF
009740         MOVE TL-ACCOUNT-NUMBER TO WS-CURRENT-ACCOUNT
009750         MOVE ZERO TO WS-ACCT-CASH-IN-AMOUNT
009760         MOVE ZERO TO WS-ACCT-CASH-IN-COUNT
009770         MOVE ZERO TO WS-ACCT-CASH-OUT-AMOUNT
009780         MOVE ZERO TO WS-ACCT-CASH-OUT-COUNT
009790         MOVE ZERO TO WS-ACCT-NEAR-AMOUNT
009800         MOVE ZERO TO WS-ACCT-NEAR-COUNT
009810         MOVE ZERO TO WS-ACCT-CREDIT-AMOUNT
009820         MOVE ZERO TO WS-ACCT-DEBIT-AMOUNT
009830     END-IF.
009840
009850     IF TL-CREDIT
009860         ADD TL-TRANSACTION-AMOUNT TO WS-ACCT-CREDIT-AMOUNT
009870         IF TL-CHANNEL-CASH
009880             ADD TL-TRANSACTION-AMOUNT TO WS-ACCT-CASH-IN-AMOUNT
009890             ADD 1 TO WS-ACCT-CASH-IN-COUNT
009900             IF TL-TRANSACTION-AMOUNT NOT < WS-NEAR-FLOOR
009910                     AND TL-TRANSACTION-AMOUNT
009920                         NOT > WS-REPORT-THRESHOLD
009930                 ADD TL-TRANSACTION-AMOUNT
009940                     TO WS-ACCT-NEAR-AMOUNT
009950                 ADD 1 TO WS-ACCT-NEAR-COUNT
009960             END-IF
009970         END-IF
009980     ELSE
009990         ADD TL-TRANSACTION-AMOUNT TO WS-ACCT-DEBIT-AMOUNT
010000         IF TL-CHANNEL-CASH
010010             ADD TL-TRANSACTION-AMOUNT TO WS-ACCT-CASH-OUT-AMOUNT
010020             ADD 1 TO WS-ACCT-CASH-OUT-COUNT
010030         END-IF
010040     END-IF.
010050
010060 2300-NEXT.
010070     PERFORM 2200-READ-LEDGER THRU 2200-EXIT.
010080 2300-EXIT.
010090     EXIT.
010100
010110*-----------------------------------------------------------------
010120* 2400-RELEASE-ACCOUNT - FILE THE FINISHED ACCOUNT UNDER ITS
010130* OWNING CUSTOMER (ITS OWN NUMBER WHEN NO OWNER IS LINKED), WITH
010140* ITS BRANCH AND NAME FROM THE MASTER, AND RELEASE IT.
010150*-----------------------------------------------------------------
010160 2400-RELEASE-ACCOUNT.
010170     PERFORM 2500-FIND-OWNER THRU 2500-EXIT.
010180     IF WS-OWNER-CUSTOMER-ID = SPACES
010190         MOVE WS-CURRENT-ACCOUNT TO SW-CUSTOMER-ID
010200         MOVE 'A' TO SW-OWNER-SWITCH
010210     ELSE
010220         MOVE WS-OWNER-CUSTOMER-ID TO SW-CUSTOMER-ID
010230         MOVE 'P' TO SW-OWNER-SWITCH
010240     END-IF.
010250     MOVE WS-CURRENT-ACCOUNT TO SW-ACCOUNT-NUMBER.
010260
010270     MOVE SPACES TO SW-BRANCH-CODE.
010280     MOVE SPACES TO SW-ACCOUNT-NAME.
010290     IF CUSTOMER-MASTER-AVAILABLE
010300         MOVE WS-CURRENT-ACCOUNT TO CM-ACCOUNT-NUMBER
010310         READ CUSTOMER-MASTER-FILE
010320             NOT INVALID KEY
010330                 MOVE CM-BRANCH-CODE TO SW-BRANCH-CODE
010340                 MOVE CM-CUSTOMER-NAME TO SW-ACCOUNT-NAME
010350         END-READ
010360     END-IF.
010370
010380     MOVE WS-ACCT-CASH-IN-AMOUNT  TO SW-CASH-IN-AMOUNT.
010390     MOVE WS-ACCT-CASH-IN-COUNT   TO SW-CASH-IN-COUNT.
010400     MOVE WS-ACCT-CASH-OUT-AMOUNT TO SW-CASH-OUT-AMOUNT.
010410     MOVE WS-ACCT-CASH-OUT-COUNT  TO SW-CASH-OUT-COUNT.
010420     MOVE WS-ACCT-NEAR-AMOUNT     TO SW-NEAR-AMOUNT.
010430     MOVE WS-ACCT-NEAR-COUNT      TO SW-NEAR-COUNT.
010440     MOVE WS-ACCT-CREDIT-AMOUNT   TO SW-CREDIT-AMOUNT.
010450     MOVE WS-ACCT-DEBIT-AMOUNT    TO SW-DEBIT-AMOUNT.
010460     RELEASE SORT-WORK-RECORD.
010470     ADD 1 TO WS-ACCOUNTS-REVIEWED.
010480 2400-EXIT.
010490     EXIT.
010500
010510*-----------------------------------------------------------------
010520* 2500-FIND-OWNER - WALK THE ACCOUNT'S RELATIONSHIPS FOR ITS LIVE
010530* PRIMARY OWNER (THE FIRST LIVE OWNER WHEN NO PRIMARY IS
010540* LINKED).  NO OWNER LEAVES THE CUSTOMER ID BLANK.
010550*-----------------------------------------------------------------
010560 2500-FIND-OWNER.
010570     MOVE SPACES TO WS-OWNER-CUSTOMER-ID.
010580     IF NOT PARTY-FILES-AVAILABLE
010590         GO TO 2500-EXIT
010600     END-IF.
010610
010620     MOVE 'N' TO WS-OWNER-SCAN-SWITCH.
010630     MOVE WS-CURRENT-ACCOUNT TO AR-ACCOUNT-NUMBER.
010640     MOVE LOW-VALUES TO AR-CUSTOMER-ID.
010650
010660     START ACCOUNT-RELATIONSHIP-FILE
010670         KEY IS NOT LESS THAN AR-RELATIONSHIP-KEY
010680         INVALID KEY
010690             SET OWNER-SCAN-COMPLETE TO TRUE
010700     END-START.
010710
010720     PERFORM 2510-CHECK-ONE-OWNER THRU 2510-EXIT
010730         UNTIL OWNER-SCAN-COMPLETE.
010740 2500-EXIT.
010750     EXIT.
010760
010770*-----------------------------------------------------------------
010780* 2510-CHECK-ONE-OWNER - READ THE NEXT RELATIONSHIP IN KEY
010790* SEQUENCE, A DIFFERENT ACCOUNT NUMBER READING AS THE END OF THE
010800* WALK.  THE LIVE PRIMARY ENDS THE WALK; THE FIRST LIVE OWNER OF
010810* ANY ROLE IS HELD AS THE FALLBACK.
010820*-----------------------------------------------------------------
010830 2510-CHECK-ONE-OWNER.
010840     READ ACCOUNT-RELATIONSHIP-FILE NEXT RECORD
010850         AT END
010860             SET OWNER-SCAN-COMPLETE TO TRUE
010870     END-READ.
010880
010890     IF OWNER-SCAN-COMPLETE
010900         GO TO 2510-EXIT
010910     END-IF.
010920
010930     IF AR-ACCOUNT-NUMBER NOT = WS-CURRENT-ACCOUNT
010940         SET OWNER-SCAN-COMPLETE TO TRUE
010950         GO TO 2510-EXIT
010960     END-IF.
010970
010980     IF NOT AR-RELATIONSHIP-LIVE
010990         GO TO 2510-EXIT
011000     END-IF.
011010
011020     IF AR-ROLE-PRIMARY
011030         MOVE AR-CUSTOMER-ID TO WS-OWNER-CUSTOMER-ID
011040         SET OWNER-SCAN-COMPLETE TO TRUE
011050         GO TO 2510-EXIT
011060     END-IF.
011070
011080     IF WS-OWNER-CUSTOMER-ID = SPACES
011090         MOVE AR-CUSTOMER-ID TO WS-OWNER-CUSTOMER-ID
011100     END-IF.
011110 2510-EXIT.
011120     EXIT.
011130
011140*-----------------------------------------------------------------
011150* 3000-REVIEW-CUSTOMERS - DRAIN THE SORT ONE CUSTOMER AT A TIME
011160* AND REVIEW THE LAST CUSTOMER.
011170*-----------------------------------------------------------------
011180 3000-REVIEW-CUSTOMERS.
011190     MOVE SPACES TO WS-CURRENT-CUSTOMER.
011200     PERFORM 3100-RETURN-ONE-ACCOUNT THRU 3100-EXIT
011210         UNTIL SORTED-ACTIVITY-EOF.
011220
011230     IF WS-CURRENT-CUSTOMER NOT = SPACES
011240         PERFORM 3500-REVIEW-ONE-CUSTOMER THRU 3500-EXIT
011250     END-IF.
011260 3000-EXIT.
011270     EXIT.
011280
011290*-----------------------------------------------------------------
011300* 3100-RETURN-ONE-ACCOUNT - RETURN THE NEXT ACCOUNT, REVIEWING
011310* THE PRIOR CUSTOMER AT EACH CUSTOMER BREAK, THEN STORE THE
011320* ACCOUNT'S DAY ON CASHACT AND ADD IT TO THE CUSTOMER.
011330*-----------------------------------------------------------------
011340 3100-RETURN-ONE-ACCOUNT.
011350     RETURN SORT-WORK-FILE
011360         AT END
011370             SET SORTED-ACTIVITY-EOF TO TRUE
011380     END-RETURN.
011390     IF SORTED-ACTIVITY-EOF
011400         GO TO 3100-EXIT
011410     END-IF.
011420
011430     IF SW-CUSTOMER-ID NOT = WS-CURRENT-CUSTOMER
011440         IF WS-CURRENT-CUSTOMER NOT = SPACES
011450             PERFORM 3500-REVIEW-ONE-CUSTOMER THRU 3500-EXIT
011460         END-IF
011470         PERFORM 3150-START-CUSTOMER THRU 3150-EXIT
011480     END-IF.
011490
011500     PERFORM 3200-STORE-ACTIVITY THRU 3200-EXIT.
011510
011520     ADD SW-CASH-IN-AMOUNT  TO WS-CUST-CASH-IN-AMOUNT.
011530     ADD SW-CASH-IN-COUNT   TO WS-CUST-CASH-IN-COUNT.
011540     ADD SW-CASH-OUT-AMOUNT TO WS-CUST-CASH-OUT-AMOUNT.
011550     ADD SW-CASH-OUT-COUNT  TO WS-CUST-CASH-OUT-COUNT.
011560     ADD SW-NEAR-COUNT      TO WS-CUST-NEAR-COUNT.
011570
011580     IF WS-ACCOUNT-TABLE-COUNT NOT < 100
011590         ADD 1 TO WS-TABLE-OVERFLOWS
011600         DISPLAY 'CASH-SURVEILLANCE: CUSTOMER '
011610             WS-CURRENT-CUSTOMER ' OVER 100 ACCOUNTS - '
011620             SW-ACCOUNT-NUMBER ' NOT TESTED FOR RAPID MOVEMENT'
011630         GO TO 3100-EXIT
011640     END-IF.
011650
011660     ADD 1 TO WS-ACCOUNT-TABLE-COUNT.
011670     SET WS-ACT-IDX TO WS-ACCOUNT-TABLE-COUNT.
011680     MOVE SW-ACCOUNT-NUMBER
011690         TO WS-ACT-ACCOUNT-NUMBER (WS-ACT-IDX).
011700     MOVE SW-BRANCH-CODE     TO WS-ACT-BRANCH-CODE (WS-ACT-IDX).
011710     MOVE SW-ACCOUNT-NAME    TO WS-ACT-ACCOUNT-NAME (WS-ACT-IDX).
011720     MOVE SW-CASH-IN-AMOUNT
011730         TO WS-ACT-CASH-IN-AMOUNT (WS-ACT-IDX).
011740     MOVE SW-CASH-IN-COUNT   TO WS-ACT-CASH-IN-COUNT (WS-ACT-IDX).
011750     MOVE SW-CASH-OUT-AMOUNT
011760         TO WS-ACT-CASH-OUT-AMOUNT (WS-ACT-IDX).
011770     MOVE SW-CASH-OUT-COUNT
011780         TO WS-ACT-CASH-OUT-COUNT (WS-ACT-IDX).
011790     MOVE SW-DEBIT-AMOUNT    TO WS-ACT-TODAY-DEBITS (WS-ACT-IDX).
011800     MOVE ZERO TO WS-ACT-WINDOW-CREDITS (WS-ACT-IDX).
011810     MOVE ZERO TO WS-ACT-WINDOW-DEBITS (WS-ACT-IDX).
011820     MOVE ZERO TO WS-ACT-WINDOW-DAYS (WS-ACT-IDX).
011830     MOVE WS-RUN-DATE TO WS-ACT-WINDOW-START (WS-ACT-IDX).
011840 3100-EXIT.
011850     EXIT.
011860
011870*-----------------------------------------------------------------
011880* 3150-START-CUSTOMER - CLEAR THE CUSTOMER TOTALS AND ACCOUNT
011890* TABLE FOR THE CUSTOMER JUST RETURNED.
011900*-----------------------------------------------------------------
011910 3150-START-CUSTOMER.
011920     MOVE SW-CUSTOMER-ID TO WS-CURRENT-CUSTOMER.
011930     MOVE SW-OWNER-SWITCH TO WS-CUSTOMER-OWNER-SWITCH.
011940     MOVE ZERO TO WS-CUST-CASH-IN-AMOUNT.
011950     MOVE ZERO TO WS-CUST-CASH-IN-COUNT.
011960     MOVE ZERO TO WS-CUST-CASH-OUT-AMOUNT.
011970     MOVE ZERO TO WS-CUST-CASH-OUT-COUNT.
011980     MOVE ZERO TO WS-CUST-NEAR-COUNT.
011990     MOVE ZERO TO WS-ACCOUNT-TABLE-COUNT.
012000     ADD 1 TO WS-CUSTOMERS-REVIEWED.
012010 3150-EXIT.
012020     EXIT.
012030
012040*-----------------------------------------------------------------
012050* 3200-STORE-ACTIVITY - WRITE THE ACCOUNT'S DAY TO CASHACT.  A
012060* RERUN OF THE SAME NIGHT FINDS IT ALREADY THERE AND REWRITES IT.
012070*-----------------------------------------------------------------
012080 3200-STORE-ACTIVITY.
012090     MOVE SW-CUSTOMER-ID     TO CA-CUSTOMER-ID.
012100     MOVE WS-RUN-DATE        TO CA-ACTIVITY-DATE.
012110     MOVE SW-ACCOUNT-NUMBER  TO CA-ACCOUNT-NUMBER.
012120     MOVE SW-CASH-IN-AMOUNT  TO CA-CASH-IN-AMOUNT.
012130     MOVE SW-CASH-IN-COUNT   TO CA-CASH-IN-COUNT.
012140     MOVE SW-CASH-OUT-AMOUNT TO CA-CASH-OUT-AMOUNT.
012150     MOVE SW-CASH-OUT-COUNT  TO CA-CASH-OUT-COUNT.
012160     MOVE SW-NEAR-AMOUNT     TO CA-NEAR-AMOUNT.
012170     MOVE SW-NEAR-COUNT      TO CA-NEAR-COUNT.
012180     MOVE SW-CREDIT-AMOUNT   TO CA-CREDIT-AMOUNT.
012190     MOVE SW-DEBIT-AMOUNT    TO CA-DEBIT-AMOUNT.
012200
012210     WRITE CASH-ACTIVITY-RECORD
012220         INVALID KEY
012230             CONTINUE
012240     END-WRITE.
012250     IF WS-CASHACT-STATUS = '22'
012260         REWRITE CASH-ACTIVITY-RECORD
012270             INVALID KEY
012280                 DISPLAY 'CASH-SURVEILLANCE: REWRITE FAILED ON '
012290                     'CASHACT - STATUS ' WS-CASHACT-STATUS
012300         END-REWRITE
012310     END-IF.
012320 3200-EXIT.
012330     EXIT.
012340
012350*-----------------------------------------------------------------
012360* 3500-REVIEW-ONE-CUSTOMER - RUN THE THREE TESTS FOR THE
012370* CUSTOMER WHOSE ACCOUNTS HAVE ALL BEEN RETURNED.
012380*-----------------------------------------------------------------
012390 3500-REVIEW-ONE-CUSTOMER.
012400     PERFORM 3600-CHECK-THRESHOLD THRU 3600-EXIT.
012410     PERFORM 3700-SCAN-HISTORY THRU 3700-EXIT.
012420     PERFORM 3800-CHECK-STRUCTURING THRU 3800-EXIT.
012430     PERFORM 3900-CHECK-RAPID-MOVEMENT THRU 3900-EXIT
012440         VARYING WS-ACT-IDX FROM 1 BY 1
012450         UNTIL WS-ACT-IDX > WS-ACCOUNT-TABLE-COUNT.
012460 3500-EXIT.
012470     EXIT.
012480
012490*-----------------------------------------------------------------
012500* 3600-CHECK-THRESHOLD - CASH IN OR CASH OUT OVER THE REPORTING
012510* THRESHOLD TODAY, ACROSS ALL OF THE CUSTOMER'S ACCOUNTS, OPENS
012520* A THRESHOLD CASE AND GOES ON THE CTR EXTRACT - ONE PERSON
012530* RECORD AND ONE RECORD PER ACCOUNT THAT HANDLED CASH.
012540*-----------------------------------------------------------------
012550 3600-CHECK-THRESHOLD.
012560     IF WS-CUST-CASH-IN-AMOUNT NOT > WS-REPORT-THRESHOLD
012570             AND WS-CUST-CASH-OUT-AMOUNT NOT > WS-REPORT-THRESHOLD
012580         GO TO 3600-EXIT
012590     END-IF.
012600
012610     MOVE 'T' TO WS-CASE-TYPE.
012620     MOVE SPACES TO WS-CASE-ACCOUNT.
012630     MOVE WS-CUST-CASH-IN-AMOUNT TO WS-CASE-AMOUNT.
012640     MOVE WS-CUST-CASH-OUT-AMOUNT TO WS-CASE-OUTFLOW.
012650     COMPUTE WS-CASE-ITEMS =
012660         WS-CUST-CASH-IN-COUNT + WS-CUST-CASH-OUT-COUNT.
012670     MOVE WS-RUN-DATE TO WS-CASE-WINDOW-START.
012680     MOVE 'CASH OVER REPORTING THRESHOLD IN A DAY'
012690         TO WS-CASE-NOTE.
012700     MOVE 1 TO WS-CASE-WINDOW.
012710     PERFORM 4000-OPEN-CASE THRU 4000-EXIT.
012720
012730     PERFORM 5000-WRITE-CTR-PERSON THRU 5000-EXIT.
012740     PERFORM 5100-WRITE-CTR-ACCOUNT THRU 5100-EXIT
012750         VARYING WS-ACT-IDX FROM 1 BY 1
012760         UNTIL WS-ACT-IDX > WS-ACCOUNT-TABLE-COUNT.
012770 3600-EXIT.
012780     EXIT.
012790
012800*-----------------------------------------------------------------
012810* 3700-SCAN-HISTORY - READ BACK THE CUSTOMER'S ACTIVITY DAYS
012820* (TONIGHT'S INCLUDED) AND TOTAL THE NEAR-THRESHOLD DEPOSITS IN
012830* THE STRUCTURING WINDOW AND EACH TABLED ACCOUNT'S CREDITS AND
012840* DEBITS IN THE RAPID-MOVEMENT WINDOW.
012850*-----------------------------------------------------------------
012860 3700-SCAN-HISTORY.
012870     MOVE ZERO TO WS-WINDOW-NEAR-AMOUNT.
012880     MOVE ZERO TO WS-WINDOW-NEAR-COUNT.
012890     MOVE WS-RUN-DATE TO WS-WINDOW-NEAR-START.
012900
012910     MOVE 'N' TO WS-ACTIVITY-SCAN-SWITCH.
012920     MOVE LOW-VALUES TO CA-ACTIVITY-KEY.
012930     MOVE WS-CURRENT-CUSTOMER TO CA-CUSTOMER-ID.
012940     START CASH-ACTIVITY-FILE
012950         KEY IS NOT LESS THAN CA-ACTIVITY-KEY
012960         INVALID KEY
012970             SET ACTIVITY-SCAN-COMPLETE TO TRUE
012980     END-START.
012990
013000     PERFORM 3710-ADD-ONE-DAY THRU 3710-EXIT
013010         UNTIL ACTIVITY-SCAN-COMPLETE.
013020 3700-EXIT.
013030     EXIT.
013040
013050*-----------------------------------------------------------------
013060* 3710-ADD-ONE-DAY - READ THE CUSTOMER'S NEXT ACTIVITY DAY, A
013070* DIFFERENT CUSTOMER ENDING THE SCAN, AND ADD IT TO WHICHEVER
013080* WINDOWS IT FALLS INSIDE.
013090*-----------------------------------------------------------------
013100 3710-ADD-ONE-DAY.
013110     READ CASH-ACTIVITY-FILE NEXT RECORD
013120         AT END
013130             SET ACTIVITY-SCAN-COMPLETE TO TRUE
013140     END-READ.
013150     IF ACTIVITY-SCAN-COMPLETE
013160         GO TO 3710-EXIT
013170     END-IF.
013180
013190     IF CA-CUSTOMER-ID NOT = WS-CURRENT-CUSTOMER
013200         SET ACTIVITY-SCAN-COMPLETE TO TRUE
013210         GO TO 3710-EXIT
013220     END-IF.
013230     IF CA-ACTIVITY-DATE IS NOT NUMERIC
013240             OR CA-ACTIVITY-DATE > WS-RUN-DATE
013250         GO TO 3710-EXIT
013260     END-IF.
013270
013280     MOVE CA-ACTIVITY-DATE TO WS-CONVERT-DATE.
013290     PERFORM 8900-DATE-TO-SERIAL THRU 8900-EXIT.
013300     COMPUTE WS-ITEM-AGE = WS-RUN-SERIAL - WS-SERIAL-RESULT.
013310
013320     IF WS-ITEM-AGE < WS-STRUCT-WINDOW
013330             AND CA-NEAR-COUNT > ZERO
013340         ADD CA-NEAR-AMOUNT TO WS-WINDOW-NEAR-AMOUNT
013350         ADD CA-NEAR-COUNT TO WS-WINDOW-NEAR-COUNT
013360         IF CA-ACTIVITY-DATE < WS-WINDOW-NEAR-START
013370             MOVE CA-ACTIVITY-DATE TO WS-WINDOW-NEAR-START
013380         END-IF
013390     END-IF.
013400
013410     IF WS-ITEM-AGE NOT < WS-RAPID-WINDOW
013420         GO TO 3710-EXIT
013430     END-IF.
013440
013450     SET WS-ACT-IDX TO 1.
013460     SEARCH WS-ACCOUNT-ENTRY
013470         AT END
013480             CONTINUE
013490         WHEN WS-ACT-IDX > WS-ACCOUNT-TABLE-COUNT
013500             CONTINUE
013510         WHEN WS-ACT-ACCOUNT-NUMBER (WS-ACT-IDX)
013520                 = CA-ACCOUNT-NUMBER
013530             ADD CA-CREDIT-AMOUNT
013540                 TO WS-ACT-WINDOW-CREDITS (WS-ACT-IDX)
013550             ADD CA-DEBIT-AMOUNT
013560                 TO WS-ACT-WINDOW-DEBITS (WS-ACT-IDX)
013570             ADD 1 TO WS-ACT-WINDOW-DAYS (WS-ACT-IDX)
013580             IF CA-ACTIVITY-DATE
013590                     < WS-ACT-WINDOW-START (WS-ACT-IDX)
013600                 MOVE CA-ACTIVITY-DATE
013610                     TO WS-ACT-WINDOW-START (WS-ACT-IDX)
013620             END-IF
013630     END-SEARCH.
013640 3710-EXIT.
013650     EXIT.
013660
013670*-----------------------------------------------------------------
013680* 3800-CHECK-STRUCTURING - A NEAR-THRESHOLD DEPOSIT TODAY THAT
013690* BRINGS THE WINDOW'S COUNT TO THE STRUCTURING MINIMUM OPENS A
013700* STRUCTURING CASE FOR THE CUSTOMER.
013710*-----------------------------------------------------------------
013720 3800-CHECK-STRUCTURING.
013730     IF WS-CUST-NEAR-COUNT = ZERO
013740         GO TO 3800-EXIT
013750     END-IF.
013760     IF WS-WINDOW-NEAR-COUNT < WS-STRUCT-COUNT
013770         GO TO 3800-EXIT
013780     END-IF.
013790
013800     MOVE 'S' TO WS-CASE-TYPE.
013810     MOVE SPACES TO WS-CASE-ACCOUNT.
013820     MOVE WS-WINDOW-NEAR-AMOUNT TO WS-CASE-AMOUNT.
013830     MOVE ZERO TO WS-CASE-OUTFLOW.
013840     MOVE WS-WINDOW-NEAR-COUNT TO WS-CASE-ITEMS.
013850     MOVE WS-WINDOW-NEAR-START TO WS-CASE-WINDOW-START.
013860     MOVE 'REPEATED CASH DEPOSITS JUST UNDER LIMIT'
013870         TO WS-CASE-NOTE.
013880     MOVE WS-STRUCT-WINDOW TO WS-CASE-WINDOW.
013890     PERFORM 4000-OPEN-CASE THRU 4000-EXIT.
013900 3800-EXIT.
013910     EXIT.
013920
013930*-----------------------------------------------------------------
013940* 3900-CHECK-RAPID-MOVEMENT - AN ACCOUNT DEBITED TODAY WHOSE
013950* CREDITS OVER THE RAPID-MOVEMENT WINDOW REACH THE MINIMUM, AND
013960* WHOSE DEBITS OVER THE SAME WINDOW REACH THE SET PERCENTAGE OF
013970* THOSE CREDITS, OPENS A RAPID-MOVEMENT CASE ON THE ACCOUNT.
013980*-----------------------------------------------------------------
013990 3900-CHECK-RAPID-MOVEMENT.
014000     IF WS-ACT-TODAY-DEBITS (WS-ACT-IDX) = ZERO
014010         GO TO 3900-EXIT
014020     END-IF.
014030     IF WS-ACT-WINDOW-CREDITS (WS-ACT-IDX) < WS-RAPID-MINIMUM
014040         GO TO 3900-EXIT
014050     END-IF.
014060
014070     COMPUTE WS-OUTFLOW-FLOOR ROUNDED =
014080         WS-ACT-WINDOW-CREDITS (WS-ACT-IDX)
014090             * WS-RAPID-PERCENT / 100.
014100     IF WS-ACT-WINDOW-DEBITS (WS-ACT-IDX) < WS-OUTFLOW-FLOOR
014110         GO TO 3900-EXIT
014120     END-IF.
014130
014140     MOVE 'R' TO WS-CASE-TYPE.
014150     MOVE WS-ACT-ACCOUNT-NUMBER (WS-ACT-IDX) TO WS-CASE-ACCOUNT.
014160     MOVE WS-ACT-WINDOW-CREDITS (WS-ACT-IDX) TO WS-CASE-AMOUNT.
014170     MOVE WS-ACT-WINDOW-DEBITS (WS-ACT-IDX) TO WS-CASE-OUTFLOW.
014180     MOVE WS-ACT-WINDOW-DAYS (WS-ACT-IDX) TO WS-CASE-ITEMS.
014190     MOVE WS-ACT-WINDOW-START (WS-ACT-IDX)
014200         TO WS-CASE-WINDOW-START.
014210     MOVE 'FUNDS IN AND OUT AGAIN WITHIN THE WINDOW'
014220         TO WS-CASE-NOTE.
014230     MOVE WS-RAPID-WINDOW TO WS-CASE-WINDOW.
014240     PERFORM 4000-OPEN-CASE THRU 4000-EXIT.
014250 3900-EXIT.
014260     EXIT.
014270
014280*-----------------------------------------------------------------
014290* 4000-OPEN-CASE - OPEN THE CASE DESCRIBED IN WS-NEW-CASE FOR THE
014300* CURRENT CUSTOMER.  A STRUCTURING OR RAPID-MOVEMENT CASE OF THE
014310* SAME KIND ALREADY OPENED INSIDE ITS WINDOW SUPPRESSES THIS
014320* ONE.  A CASE ALREADY ON FILE FOR TONIGHT (A RERUN) IS LEFT AS
014330* IT STANDS.
014340*-----------------------------------------------------------------
014350 4000-OPEN-CASE.
014360     IF WS-CASE-TYPE NOT = 'T'
014370         PERFORM 4100-FIND-PRIOR-CASE THRU 4100-EXIT
014380         IF CASE-ALREADY-RAISED
014390             ADD 1 TO WS-ALERTS-ON-FILE
014400             GO TO 4000-EXIT
014410         END-IF
014420         IF PRIOR-CASE-FOUND
014430             ADD 1 TO WS-ALERTS-SUPPRESSED
014440             GO TO 4000-EXIT
014450         END-IF
014460     END-IF.
014470
014480     MOVE WS-CURRENT-CUSTOMER  TO AC-CUSTOMER-ID.
014490     MOVE WS-RUN-DATE          TO AC-ALERT-DATE.
014500     MOVE WS-CASE-TYPE         TO AC-ALERT-TYPE.
014510     MOVE WS-CASE-ACCOUNT      TO AC-ACCOUNT-NUMBER.
014520     MOVE WS-CASE-AMOUNT       TO AC-ALERT-AMOUNT.
014530     MOVE WS-CASE-OUTFLOW      TO AC-OUTFLOW-AMOUNT.
014540     MOVE WS-CASE-ITEMS        TO AC-ITEM-COUNT.
014550     MOVE WS-CASE-WINDOW-START TO AC-WINDOW-START.
014560     MOVE 'O'                  TO AC-CASE-STATUS.
014570     MOVE WS-RUN-DATE          TO AC-STATUS-DATE.
014580     MOVE SPACES               TO AC-ANALYST-ID.
014590     MOVE WS-CASE-NOTE         TO AC-CASE-NOTE.
014600
014610     WRITE CASH-ALERT-RECORD
014620         INVALID KEY
014630             ADD 1 TO WS-ALERTS-ON-FILE
014640             GO TO 4000-EXIT
014650     END-WRITE.
014660
014670     IF AC-TYPE-THRESHOLD
014680         ADD 1 TO WS-THRESHOLD-ALERTS
014690     END-IF.
014700     IF AC-TYPE-STRUCTURING
014710         ADD 1 TO WS-STRUCTURING-ALERTS
014720     END-IF.
014730     IF AC-TYPE-RAPID-MOVEMENT
014740         ADD 1 TO WS-RAPID-ALERTS
014750     END-IF.
014760 4000-EXIT.
014770     EXIT.
014780
014790*-----------------------------------------------------------------
014800* 4100-FIND-PRIOR-CASE - WALK THE CUSTOMER'S CASES FOR ONE OF THE
014810* SAME TYPE AND ACCOUNT RAISED INSIDE THE WINDOW, WHATEVER ITS
014820* STATUS NOW.  ONE RAISED TONIGHT IS FLAGGED SEPARATELY.
014830*-----------------------------------------------------------------
014840 4100-FIND-PRIOR-CASE.
014850     MOVE 'N' TO WS-PRIOR-CASE-SWITCH.
014860     MOVE 'N' TO WS-CASE-SCAN-SWITCH.
014870     MOVE LOW-VALUES TO AC-ALERT-KEY.
014880     MOVE WS-CURRENT-CUSTOMER TO AC-CUSTOMER-ID.
014890     START CASH-ALERT-FILE
014900         KEY IS NOT LESS THAN AC-ALERT-KEY
014910         INVALID KEY
014920             SET CASE-SCAN-COMPLETE TO TRUE
014930     END-START.
014940
014950     PERFORM 4110-CHECK-ONE-CASE THRU 4110-EXIT
014960         UNTIL CASE-SCAN-COMPLETE.
014970 4100-EXIT.
014980     EXIT.
014990
015000*-----------------------------------------------------------------
015010* 4110-CHECK-ONE-CASE - READ THE CUSTOMER'S NEXT CASE, A
015020* DIFFERENT CUSTOMER ENDING THE WALK, AND TEST IT AGAINST THE
015030* CASE BEING OPENED.
015040*-----------------------------------------------------------------
015050 4110-CHECK-ONE-CASE.
015060     READ CASH-ALERT-FILE NEXT RECORD
015070         AT END
015080             SET CASE-SCAN-COMPLETE TO TRUE
015090     END-READ.
015100     IF CASE-SCAN-COMPLETE
015110         GO TO 4110-EXIT
015120     END-IF.
015130
015140     IF AC-CUSTOMER-ID NOT = WS-CURRENT-CUSTOMER
015150         SET CASE-SCAN-COMPLETE TO TRUE
015160         GO TO 4110-EXIT
015170     END-IF.
015180     IF AC-ALERT-TYPE NOT = WS-CASE-TYPE
015190             OR AC-ACCOUNT-NUMBER NOT = WS-CASE-ACCOUNT
015200         GO TO 4110-EXIT
015210     END-IF.
015220
015230     IF AC-ALERT-DATE = WS-RUN-DATE
015240         SET CASE-ALREADY-RAISED TO TRUE
015250         SET CASE-SCAN-COMPLETE TO TRUE
015260         GO TO 4110-EXIT
015270     END-IF.
015280
015290     MOVE AC-ALERT-DATE TO WS-CONVERT-DATE.
015300     PERFORM 8900-DATE-TO-SERIAL THRU 8900-EXIT.
015310     COMPUTE WS-ITEM-AGE = WS-RUN-SERIAL - WS-SERIAL-RESULT.
015320     IF WS-ITEM-AGE < WS-CASE-WINDOW
015330         SET PRIOR-CASE-FOUND TO TRUE
015340     END-IF.
015350 4110-EXIT.
015360     EXIT.
015370
015380*-----------------------------------------------------------------
015390* 5000-WRITE-CTR-PERSON - WRITE THE CUSTOMER'S CTR PERSON RECORD:
015400* THE DAY'S CASH IN AND OUT AND THE IDENTITY FROM THE PARTY
015410* MASTER.  AN ACCOUNT WITH NO OWNER GOES OUT UNDER ITS OWN
015420* NUMBER AND MASTER NAME, FLAGGED 'N' FOR THE FILER TO COMPLETE.
015430*-----------------------------------------------------------------
015440 5000-WRITE-CTR-PERSON.
015450     MOVE SPACES TO CTR-PERSON-RECORD.
015460     MOVE 'P' TO CP-RECORD-TYPE.
015470     MOVE WS-RUN-DATE TO CP-BUSINESS-DATE.
015480     MOVE WS-CURRENT-CUSTOMER TO CP-CUSTOMER-ID.
015490     COMPUTE CP-TOTAL-CASH =
015500         WS-CUST-CASH-IN-AMOUNT + WS-CUST-CASH-OUT-AMOUNT.
015510     MOVE WS-CUST-CASH-IN-AMOUNT TO CP-CASH-IN-AMOUNT.
015520     MOVE WS-CUST-CASH-IN-COUNT TO CP-CASH-IN-COUNT.
015530     MOVE WS-CUST-CASH-OUT-AMOUNT TO CP-CASH-OUT-AMOUNT.
015540     MOVE WS-CUST-CASH-OUT-COUNT TO CP-CASH-OUT-COUNT.
015550     MOVE 'N' TO CP-PARTY-SWITCH.
015560     MOVE ZERO TO CP-DATE-OF-BIRTH.
015570     MOVE WS-ACT-ACCOUNT-NAME (1) TO CP-CUSTOMER-NAME.
015580
015590     IF CUSTOMER-PARTY-OWNED
015600             AND PARTY-FILES-AVAILABLE
015610         MOVE WS-CURRENT-CUSTOMER TO PM-CUSTOMER-ID
015620         READ PARTY-MASTER-FILE
015630             NOT INVALID KEY
015640                 MOVE 'Y' TO CP-PARTY-SWITCH
015650                 MOVE PM-CUSTOMER-NAME TO CP-CUSTOMER-NAME
015660                 MOVE PM-ADDRESS-LINE-1 TO CP-ADDRESS-LINE-1
015670                 MOVE PM-ADDRESS-LINE-2 TO CP-ADDRESS-LINE-2
015680                 MOVE PM-CITY TO CP-CITY
015690                 MOVE PM-STATE-CODE TO CP-STATE-CODE
015700                 MOVE PM-POSTAL-CODE TO CP-POSTAL-CODE
015710                 MOVE PM-TAX-ID TO CP-TAX-ID
015720                 MOVE PM-DATE-OF-BIRTH TO CP-DATE-OF-BIRTH
015730         END-READ
015740     END-IF.
015750
015760     WRITE CTR-PERSON-RECORD.
015770     ADD 1 TO WS-CTR-PERSONS.
015780     ADD 1 TO WS-CTR-RECORDS.
015790     COMPUTE WS-CTR-HASH = WS-CTR-HASH + CP-TOTAL-CASH * 100.
015800 5000-EXIT.
015810     EXIT.
015820
015830*-----------------------------------------------------------------
015840* 5100-WRITE-CTR-ACCOUNT - WRITE ONE CTR ACCOUNT RECORD FOR A
015850* TABLED ACCOUNT THAT HANDLED CASH TODAY.
015860*-----------------------------------------------------------------
015870 5100-WRITE-CTR-ACCOUNT.
015880     IF WS-ACT-CASH-IN-AMOUNT (WS-ACT-IDX) = ZERO
015890             AND WS-ACT-CASH-OUT-AMOUNT (WS-ACT-IDX) = ZERO
015900         GO TO 5100-EXIT
015910     END-IF.
015920
015930     MOVE SPACES TO CTR-ACCOUNT-RECORD.
015940     MOVE 'A' TO CX-RECORD-TYPE.
015950     MOVE WS-RUN-DATE TO CX-BUSINESS-DATE.
015960     MOVE WS-CURRENT-CUSTOMER TO CX-CUSTOMER-ID.
015970     COMPUTE CX-TOTAL-CASH =
015980         WS-ACT-CASH-IN-AMOUNT (WS-ACT-IDX)
015990             + WS-ACT-CASH-OUT-AMOUNT (WS-ACT-IDX).
016000     MOVE WS-ACT-ACCOUNT-NUMBER (WS-ACT-IDX) TO CX-ACCOUNT-NUMBER.
016010     MOVE WS-ACT-BRANCH-CODE (WS-ACT-IDX) TO CX-BRANCH-CODE.
016020     MOVE WS-ACT-CASH-IN-AMOUNT (WS-ACT-IDX)
016030         TO CX-CASH-IN-AMOUNT.
016040     MOVE WS-ACT-CASH-IN-COUNT (WS-ACT-IDX) TO CX-CASH-IN-COUNT.
016050     MOVE WS-ACT-CASH-OUT-AMOUNT (WS-ACT-IDX)
016060         TO CX-CASH-OUT-AMOUNT.
016070     MOVE WS-ACT-CASH-OUT-COUNT (WS-ACT-IDX)
016080         TO CX-CASH-OUT-COUNT.
016090
016100     WRITE CTR-ACCOUNT-RECORD.
016110     ADD 1 TO WS-CTR-RECORDS.
016120     COMPUTE WS-CTR-HASH = WS-CTR-HASH + CX-TOTAL-CASH * 100.
016130 5100-EXIT.
016140     EXIT.
016150
016160*-----------------------------------------------------------------
016170* 6000-LIST-NEW-CASES - LIST EVERY CASE RAISED ON THIS BUSINESS
016180* DATE, IN CUSTOMER ORDER.
016190*-----------------------------------------------------------------
016200 6000-LIST-NEW-CASES.
016210     WRITE ALERT-REPORT-RECORD FROM WS-BLANK-LINE.
016220     MOVE 'NEW ALERTS' TO SL-CAPTION.
016230     WRITE ALERT-REPORT-RECORD FROM WS-SECTION-LINE.
016240     WRITE ALERT-REPORT-RECORD FROM WS-CASE-HEADING.
016250
016260     MOVE 'N' TO WS-CASE-SCAN-SWITCH.
016270     MOVE LOW-VALUES TO AC-ALERT-KEY.
016280     START CASH-ALERT-FILE
016290         KEY IS NOT LESS THAN AC-ALERT-KEY
016300         INVALID KEY
016310             SET CASE-SCAN-COMPLETE TO TRUE
016320     END-START.
016330
016340     PERFORM 6100-LIST-ONE-NEW-CASE THRU 6100-EXIT
016350         UNTIL CASE-SCAN-COMPLETE.
016360
016370     IF WS-NEW-CASES-LISTED = ZERO
016380         WRITE ALERT-REPORT-RECORD FROM WS-NONE-LINE
016390     END-IF.
016400 6000-EXIT.
016410     EXIT.
016420
016430*-----------------------------------------------------------------
016440* 6100-LIST-ONE-NEW-CASE - READ THE NEXT CASE AND LIST IT WHEN IT
016450* WAS RAISED TONIGHT.
016460*-----------------------------------------------------------------
016470 6100-LIST-ONE-NEW-CASE.
016480     READ CASH-ALERT-FILE NEXT RECORD
016490         AT END
016500             SET CASE-SCAN-COMPLETE TO TRUE
016510     END-READ.
016520     IF CASE-SCAN-COMPLETE
016530         GO TO 6100-EXIT
016540     END-IF.
016550
016560     IF AC-ALERT-DATE NOT = WS-RUN-DATE
016570         GO TO 6100-EXIT
016580     END-IF.
016590
016600     MOVE ZERO TO WS-ITEM-AGE.
016610     PERFORM 6900-PRINT-CASE-LINE THRU 6900-EXIT.
016620     ADD 1 TO WS-NEW-CASES-LISTED.
016630 6100-EXIT.
016640     EXIT.
016650
016660*-----------------------------------------------------------------
016670* 6500-LIST-CARRIED-CASES - LIST EVERY EARLIER CASE STILL OPEN OR
016680* BEING WORKED, WITH ITS AGE IN DAYS SINCE IT WAS RAISED.
016690*-----------------------------------------------------------------
016700 6500-LIST-CARRIED-CASES.
016710     WRITE ALERT-REPORT-RECORD FROM WS-BLANK-LINE.
016720     MOVE 'OPEN CASES CARRIED FORWARD' TO SL-CAPTION.
016730     WRITE ALERT-REPORT-RECORD FROM WS-SECTION-LINE.
016740     WRITE ALERT-REPORT-RECORD FROM WS-CASE-HEADING.
016750
016760     MOVE 'N' TO WS-CASE-SCAN-SWITCH.
016770     MOVE LOW-VALUES TO AC-ALERT-KEY.
016780     START CASH-ALERT-FILE
016790         KEY IS NOT LESS THAN AC-ALERT-KEY
016800         INVALID KEY
016810             SET CASE-SCAN-COMPLETE TO TRUE
016820     END-START.
016830
016840     PERFORM 6600-LIST-ONE-CARRIED-CASE THRU 6600-EXIT
016850         UNTIL CASE-SCAN-COMPLETE.
016860
016870     IF WS-CASES-CARRIED = ZERO
016880         WRITE ALERT-REPORT-RECORD FROM WS-NONE-LINE
016890     END-IF.
016900 6500-EXIT.
016910     EXIT.
016920
016930*-----------------------------------------------------------------
016940* 6600-LIST-ONE-CARRIED-CASE - READ THE NEXT CASE AND LIST IT
016950* WHEN IT WAS RAISED BEFORE TONIGHT AND IS STILL ACTIVE.
016960*-----------------------------------------------------------------
016970 6600-LIST-ONE-CARRIED-CASE.
016980     READ CASH-ALERT-FILE NEXT RECORD
016990         AT END
017000             SET CASE-SCAN-COMPLETE TO TRUE
017010     END-READ.
017020     IF CASE-SCAN-COMPLETE
017030         GO TO 6600-EXIT
017040     END-IF.
017050
017060     IF AC-ALERT-DATE NOT < WS-RUN-DATE
017070             OR NOT AC-CASE-ACTIVE
017080         GO TO 6600-EXIT
017090     END-IF.
017100
017110     MOVE ZERO TO WS-ITEM-AGE.
017120     IF AC-ALERT-DATE IS NUMERIC
017130         MOVE AC-ALERT-DATE TO WS-CONVERT-DATE
017140         PERFORM 8900-DATE-TO-SERIAL THRU 8900-EXIT
017150         COMPUTE WS-ITEM-AGE = WS-RUN-SERIAL - WS-SERIAL-RESULT
017160     END-IF.
017170     PERFORM 6900-PRINT-CASE-LINE THRU 6900-EXIT.
017180     ADD 1 TO WS-CASES-CARRIED.
017190 6600-EXIT.
017200     EXIT.
017210
017220*-----------------------------------------------------------------
017230* 6900-PRINT-CASE-LINE - PRINT THE CASE JUST READ WITH THE AGE
017240* IN WS-ITEM-AGE.
017250*-----------------------------------------------------------------
017260 6900-PRINT-CASE-LINE.
017270     MOVE AC-CUSTOMER-ID    TO CL-CUSTOMER-ID.
017280     MOVE AC-ALERT-DATE     TO CL-ALERT-DATE.
017290     MOVE AC-ALERT-TYPE     TO CL-ALERT-TYPE.
017300     MOVE AC-ACCOUNT-NUMBER TO CL-ACCOUNT-NUMBER.
017310     MOVE AC-ALERT-AMOUNT   TO CL-ALERT-AMOUNT.
017320     MOVE AC-OUTFLOW-AMOUNT TO CL-OUTFLOW-AMOUNT.
017330     MOVE AC-ITEM-COUNT     TO CL-ITEM-COUNT.
017340     MOVE AC-CASE-STATUS    TO CL-CASE-STATUS.
017350     MOVE WS-ITEM-AGE       TO CL-CASE-AGE.
017360     WRITE ALERT-REPORT-RECORD FROM WS-CASE-LINE.
017370 6900-EXIT.
017380     EXIT.
017390
017400*-----------------------------------------------------------------
017410* 8900-DATE-TO-SERIAL - CONVERT THE WORK DATE (YYYYMMDD) TO A
017420* MONOTONIC SERIAL DAY NUMBER SO TWO DATES SUBTRACT TO A COUNT OF
017430* DAYS.  JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE
017440* PRIOR YEAR SO THE LEAP DAY FALLS WHERE IT BELONGS.  THE SAME
017450* CONVERSION SUSPENSE-AGING USES.
017460*-----------------------------------------------------------------
017470 8900-DATE-TO-SERIAL.
017480     IF WS-CONVERT-MONTH > 2
017490         MOVE WS-CONVERT-YEAR TO WS-SERIAL-YEAR
017500         COMPUTE WS-SERIAL-MONTH = WS-CONVERT-MONTH + 1
017510     ELSE
017520         COMPUTE WS-SERIAL-YEAR = WS-CONVERT-YEAR - 1
017530         COMPUTE WS-SERIAL-MONTH = WS-CONVERT-MONTH + 13
017540     END-IF.
017550
017560     COMPUTE WS-SERIAL-RESULT = WS-SERIAL-YEAR * 365.
017570     DIVIDE WS-SERIAL-YEAR BY 4 GIVING WS-SERIAL-WORK.
017580     ADD WS-SERIAL-WORK TO WS-SERIAL-RESULT.
017590     DIVIDE WS-SERIAL-YEAR BY 100 GIVING WS-SERIAL-WORK.
017600     SUBTRACT WS-SERIAL-WORK FROM WS-SERIAL-RESULT.
017610     DIVIDE WS-SERIAL-YEAR BY 400 GIVING WS-SERIAL-WORK.
017620     ADD WS-SERIAL-WORK TO WS-SERIAL-RESULT.
017630
017640     COMPUTE WS-SERIAL-TERM = WS-SERIAL-MONTH * 153.
017650     DIVIDE WS-SERIAL-TERM BY 5 GIVING WS-SERIAL-WORK.
017660     ADD WS-SERIAL-WORK TO WS-SERIAL-RESULT.
017670
017680     ADD WS-CONVERT-DAY TO WS-SERIAL-RESULT.
017690 8900-EXIT.
017700     EXIT.
017710
017720*-----------------------------------------------------------------
017730* 9000-TERMINATE - CLOSE THE CTR EXTRACT WITH ITS TRAILER, PRINT
017740* THE RUN TOTALS, CLOSE THE FILES AND RECORD THE STEP END.  A
017750* REJECTED STATUS CARD ENDS THE RUN RC=4.
017760*-----------------------------------------------------------------
017770 9000-TERMINATE.
017780     MOVE 'TRL' TO FC-RECORD-TYPE.
017790     MOVE 'CTREXT' TO FC-FILE-ID.
017800     MOVE WS-RUN-DATE TO FC-BUSINESS-DATE.
017810     MOVE WS-CTR-RECORDS TO FC-RECORD-COUNT.
017820     MOVE WS-CTR-HASH TO FC-AMOUNT-HASH.
017830     WRITE FILE-CONTROL-RECORD.
017840     CLOSE CTR-EXTRACT-FILE.
017850
017860     WRITE ALERT-REPORT-RECORD FROM WS-BLANK-LINE.
017870     MOVE 'STATUS CARDS APPLIED..: ' TO TO-CAPTION.
017880     MOVE WS-UPDATES-APPLIED TO TO-COUNT.
017890     WRITE ALERT-REPORT-RECORD FROM WS-TOTALS-LINE.
017900
017910     MOVE 'STATUS CARDS REJECTED.: ' TO TO-CAPTION.
017920     MOVE WS-UPDATES-REJECTED TO TO-COUNT.
017930     WRITE ALERT-REPORT-RECORD FROM WS-TOTALS-LINE.
017940
017950     MOVE 'ACCOUNTS REVIEWED.....: ' TO TO-CAPTION.
017960     MOVE WS-ACCOUNTS-REVIEWED TO TO-COUNT.
017970     WRITE ALERT-REPORT-RECORD FROM WS-TOTALS-LINE.
017980
017990     MOVE 'CUSTOMERS REVIEWED....: ' TO TO-CAPTION.
018000     MOVE WS-CUSTOMERS-REVIEWED TO TO-COUNT.
018010     WRITE ALERT-REPORT-RECORD FROM WS-TOTALS-LINE.
018020
018030     MOVE 'THRESHOLD ALERTS......: ' TO TO-CAPTION.
018040     MOVE WS-THRESHOLD-ALERTS TO TO-COUNT.
018050     WRITE ALERT-REPORT-RECORD FROM WS-TOTALS-LINE.
018060
018070     MOVE 'STRUCTURING ALERTS....: ' TO TO-CAPTION.
018080     MOVE WS-STRUCTURING-ALERTS TO TO-COUNT.
018090     WRITE ALERT-REPORT-RECORD FROM WS-TOTALS-LINE.
018100
018110     MOVE 'RAPID-MOVEMENT ALERTS.: ' TO TO-CAPTION.
018120     MOVE WS-RAPID-ALERTS TO TO-COUNT.
018130     WRITE ALERT-REPORT-RECORD FROM WS-TOTALS-LINE.
018140
018150     MOVE 'SUPPRESSED - OPEN CASE: ' TO TO-CAPTION.
018160     MOVE WS-ALERTS-SUPPRESSED TO TO-COUNT.
018170     WRITE ALERT-REPORT-RECORD FROM WS-TOTALS-LINE.
018180
018190     MOVE 'ALREADY ON FILE.......: ' TO TO-CAPTION.
018200     MOVE WS-ALERTS-ON-FILE TO TO-COUNT.
018210     WRITE ALERT-REPORT-RECORD FROM WS-TOTALS-LINE.
018220
018230     MOVE 'CASES CARRIED OPEN....: ' TO TO-CAPTION.
018240     MOVE WS-CASES-CARRIED TO TO-COUNT.
018250     WRITE ALERT-REPORT-RECORD FROM WS-TOTALS-LINE.
018260
018270     MOVE 'CTR PERSONS EXTRACTED.: ' TO TO-CAPTION.
018280     MOVE WS-CTR-PERSONS TO TO-COUNT.
018290     WRITE ALERT-REPORT-RECORD FROM WS-TOTALS-LINE.
018300
018310     MOVE 'CTR RECORDS WRITTEN...: ' TO TO-CAPTION.
018320     MOVE WS-CTR-RECORDS TO TO-COUNT.
018330     WRITE ALERT-REPORT-RECORD FROM WS-TOTALS-LINE.
018340
018350     MOVE 'ACTIVITY DAYS PURGED..: ' TO TO-CAPTION.
018360     MOVE WS-DAYS-PURGED TO TO-COUNT.
018370     WRITE ALERT-REPORT-RECORD FROM WS-TOTALS-LINE.
018380
018390     IF WS-TABLE-OVERFLOWS > ZERO
018400         MOVE 'ACCOUNTS PAST TABLE...: ' TO TO-CAPTION
018410         MOVE WS-TABLE-OVERFLOWS TO TO-COUNT
018420         WRITE ALERT-REPORT-RECORD FROM WS-TOTALS-LINE
018430     END-IF.
018440
018450     IF RUN-ABANDONED
018460         MOVE 'RUN ABANDONED - CASE OR ACTIVITY FILE UNAVAILABLE'
018470             TO SL-CAPTION
018480         WRITE ALERT-REPORT-RECORD FROM WS-SECTION-LINE
018490     ELSE
018500         CLOSE CASH-ALERT-FILE
018510               CASH-ACTIVITY-FILE
018520         IF CUSTOMER-MASTER-AVAILABLE
018530             CLOSE CUSTOMER-MASTER-FILE
018540         END-IF
018550         IF PARTY-FILES-AVAILABLE
018560             CLOSE PARTY-MASTER-FILE
018570                   ACCOUNT-RELATIONSHIP-FILE
018580         END-IF
018590     END-IF.
018600     CLOSE ALERT-REPORT-FILE.
018610
018620     IF WS-UPDATES-REJECTED > ZERO
018630             AND RETURN-CODE < 4
018640         MOVE 4 TO RETURN-CODE
018650     END-IF.
018660     PERFORM 9800-RECORD-STEP-END THRU 9800-EXIT.
018670 9000-EXIT.
018680     EXIT.
018690
018700*-----------------------------------------------------------------
018710* 9500-READ-BUSINESS-DATE - REPLACE THE SYSTEM-CLOCK RUN DATE WITH
018720* THE CYCLE'S BUSINESS DATE FROM THE BATCH DATE CONTROL FILE, SO A
018730* LATE OR RERUN CYCLE IS PROCESSED UNDER THE BUSINESS DATE IT
018740* BELONGS TO.  NO OPEN CYCLE MEANS THE SYSTEM DATE STANDS.
018750*-----------------------------------------------------------------
018760 9500-READ-BUSINESS-DATE.
018770     OPEN INPUT BATCH-DATE-FILE.
018780     IF WS-BATCHDTE-STATUS = '00'
018790         READ BATCH-DATE-FILE
018800             NOT AT END
018810                 IF BD-CYCLE-OPEN
018820                         AND BD-BUSINESS-DATE IS NUMERIC
018830                         AND BD-BUSINESS-DATE > ZERO
018840                     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
018850                 END-IF
018860         END-READ
018870         CLOSE BATCH-DATE-FILE
018880     END-IF.
018890 9500-EXIT.
018900     EXIT.
018910
018920*-----------------------------------------------------------------
018930* 9700-RECORD-STEP-START - ASK THE CYCLE STEP-STATUS LEDGER
018940* WHETHER THIS STEP ALREADY ENDED CLEAN FOR THE BUSINESS DATE.
018950* A 'K' REPLY MEANS THE RERUN SKIPS THE STEP; OTHERWISE THE
018960* START IS RECORDED AND THE RUN PROCEEDS.
018970*-----------------------------------------------------------------
018980 9700-RECORD-STEP-START.
018990     MOVE 'S'         TO SP-FUNCTION.
019000     MOVE 'CASHSURV'  TO SP-STEP-NAME.
019010     MOVE WS-RUN-DATE TO SP-BUSINESS-DATE.
019020     MOVE ZERO        TO SP-RETURN-CODE.
019030     CALL 'STEPSTAT' USING STEP-STATUS-PARMS.
019040 9700-EXIT.
019050     EXIT.
019060
019070*-----------------------------------------------------------------
019080* 9800-RECORD-STEP-END - RECORD THIS STEP'S END AND FINAL RETURN
019090* CODE ON THE CYCLE STEP-STATUS LEDGER.
019100*-----------------------------------------------------------------
019110 9800-RECORD-STEP-END.
019120     MOVE 'E'         TO SP-FUNCTION.
019130     MOVE RETURN-CODE TO SP-RETURN-CODE.
019140     CALL 'STEPSTAT' USING STEP-STATUS-PARMS.
019150 9800-EXIT.
019160     EXIT.
