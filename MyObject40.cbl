000100* ---------------------------------------------------------------
000110* PROGRAM      DISPUTE-CASE-RUN
000120* INSTALLATION RETAIL BANKING DIVISION
000130* AUTHOR       D. OKAFOR
000140* DATE-WRITTEN 2026-10-15
000150* ---------------------------------------------------------------
000160* MODIFICATION HISTORY
000170*   2026-10-15  DO   ORIGINAL PROGRAM - CUSTOMER DISPUTE CASES.
000180*                    A CUSTOMER'S CLAIM AGAINST A LEDGER ENTRY
000190*                    WAS TRACKED ON PAPER AND ANY REFUND KEYED AS
000200*                    AN ORDINARY 'C' CREDIT, WHICH READ AS A
000210*                    DEPOSIT AND AS CUSTOMER ACTIVITY.  THE CASE
000220*                    NOW LIVES ON THE KEYED DSPCASE FILE (SEE
000230*                    DISPCASE).  THIS RUN, AHEAD OF THE NIGHT'S
000240*                    POSTING, FIRST APPLIES THE DSPMAINT CARDS
000250*                    THAT OPEN A CASE AGAINST A DEBIT OR BANK
000260*                    CHARGE, OR RECORD THE INVESTIGATION'S
000270*                    OUTCOME.  IT THEN WALKS EVERY UNRESOLVED
000280*                    CASE: AN UPHELD CLAIM IS MADE GOOD - THE
000290*                    PROVISIONAL CREDIT STANDS, OR A FINAL 'W'
000300*                    CREDIT IS POSTED - AND A REJECTED CLAIM HAS
000310*                    ITS PROVISIONAL CREDIT RE-DEBITED ('X') AND
000320*                    THE CUSTOMER IS SENT A NOTICE ON DSPNOTC.  A
000330*                    CASE STILL UNDER INVESTIGATION WHEN ITS
000340*                    PROVISIONAL DEADLINE PASSES IS CREDITED
000350*                    PROVISIONALLY ('V').  THE DEADLINES ARE SET
000360*                    AT OPENING FROM THE DSPCTL CARD (DEFAULT 10
000370*                    AND 45 CALENDAR DAYS FROM THE CLAIM).  THE
000380*                    REGISTER ON DSPRPT ENDS WITH THE OPEN-
000390*                    DISPUTES AGING REPORT BY BRANCH, SHOWING THE
000400*                    DAYS REMAINING TO EACH DEADLINE.
000401*   2026-10-15  DO   THE WALK NOW ALSO HOLDS A TRANSFER DEBIT
000402*                    AWAITING ITS CREDIT LEG WHILE ITS CREDIT
000403*                    ACCOUNT IS CLOSED, ESCHEATED OR NOT ON FILE,
000404*                    AS THE POSTING RUN DOES, READING THE MASTER A
000405*                    SECOND TIME BY KEY FOR THE CREDIT ACCOUNT.
000410* ---------------------------------------------------------------
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID.                  DISPUTE-CASE-RUN.
000440 AUTHOR.                      D. OKAFOR.
000450 INSTALLATION.                RETAIL BANKING DIVISION.
000460 DATE-WRITTEN.                2026-10-15.
000470 DATE-COMPILED.
000480
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT DISPUTE-MAINT-CARD-FILE
000530         ASSIGN TO 'DSPMAINT'
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-DSPMAINT-STATUS.
000560
000570     SELECT DISPUTE-CONTROL-FILE
000580         ASSIGN TO 'DSPCTL'
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-DSPCTL-STATUS.
000610
000620     SELECT CUSTOMER-MASTER-FILE
000630         ASSIGN TO 'CUSTMAST'
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS CM-ACCOUNT-NUMBER
000670         FILE STATUS IS WS-CUSTMAST-STATUS.
000671
000672*    A SECOND, READ-ONLY VIEW OF THE MASTER, READ BY KEY FOR THE
000673*    CREDIT ACCOUNT OF A TRANSFER WITHOUT DISTURBING THE FIRST.
000674     SELECT CONTRA-MASTER-FILE
000675         ASSIGN TO 'CUSTMAST'
000676         ORGANIZATION IS INDEXED
000677         ACCESS MODE IS RANDOM
000678         RECORD KEY IS CX-ACCOUNT-NUMBER
000679         FILE STATUS IS WS-CONTRA-STATUS.
000680
000690     SELECT TRANSACTION-LEDGER-FILE
000700         ASSIGN TO 'TRANLEDG'
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS TL-LEDGER-KEY
000740         FILE STATUS IS WS-TRANLEDG-STATUS.
000750
000760     SELECT DISPUTE-CASE-FILE
000770         ASSIGN TO 'DSPCASE'
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS DC-CASE-KEY
000810         FILE STATUS IS WS-DSPCASE-STATUS.
000820
000830     SELECT PARTY-MASTER-FILE
000840         ASSIGN TO 'PARTYMST'
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS RANDOM
000870         RECORD KEY IS PM-CUSTOMER-ID
000880         FILE STATUS IS WS-PARTYMST-STATUS.
000890
000900     SELECT ACCOUNT-RELATIONSHIP-FILE
000910         ASSIGN TO 'ACCTREL'
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS DYNAMIC
000940         RECORD KEY IS AR-RELATIONSHIP-KEY
000950         FILE STATUS IS WS-ACCTREL-STATUS.
000960
000970     SELECT DISPUTE-REPORT-FILE
000980         ASSIGN TO 'DSPRPT'
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WS-DSPRPT-STATUS.
001010
001020     SELECT AGING-WORK-FILE
001030         ASSIGN TO 'DSPWRK'
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS WS-DSPWRK-STATUS.
001060
001070     SELECT REPORT-SORT-FILE
001080         ASSIGN TO 'SRTWK01'.
001090
001100     SELECT NOTICE-PRINT-FILE
001110         ASSIGN TO 'DSPNOTC'
001120         ORGANIZATION IS LINE SEQUENTIAL
001130         FILE STATUS IS WS-DSPNOTC-STATUS.
001140
001150     SELECT BATCH-DATE-FILE
001160         ASSIGN TO 'BATCHDTE'
001170         ORGANIZATION IS LINE SEQUENTIAL
001180         FILE STATUS IS WS-BATCHDTE-STATUS.
001190
001200 DATA DIVISION.
001210 FILE SECTION.
001220 FD  DISPUTE-MAINT-CARD-FILE
001230     LABEL RECORDS ARE STANDARD.
001240 01  DISPUTE-MAINT-CARD.
001250     05  DM-FUNCTION               PIC X(01).
001260         88  DM-OPEN-CASE                    VALUE 'O'.
001270         88  DM-UPHOLD-CLAIM                 VALUE 'U'.
001280         88  DM-REJECT-CLAIM                 VALUE 'R'.
001290     05  DM-ACCOUNT-NUMBER         PIC X(10).
001300     05  DM-LEDGER-SEQUENCE        PIC 9(06).
001310     05  DM-CLAIM-DATE             PIC 9(08).
001320     05  DM-REASON-CODE            PIC X(02).
001330     05  DM-DISPUTED-AMOUNT        PIC 9(7)V99.
001340     05  FILLER                    PIC X(44).
001350
001360 FD  DISPUTE-CONTROL-FILE
001370     LABEL RECORDS ARE STANDARD.
001380 01  DISPUTE-CONTROL-CARD.
001390     05  DX-PROVISIONAL-DAYS       PIC 9(03).
001400     05  DX-RESOLUTION-DAYS        PIC 9(03).
001410     05  FILLER                    PIC X(74).
001420
001430 FD  CUSTOMER-MASTER-FILE
001440     LABEL RECORDS ARE STANDARD.
001450     COPY CUSTREC.
001460
001461 FD  CONTRA-MASTER-FILE
001462     LABEL RECORDS ARE STANDARD.
001463     COPY CUSTREC REPLACING ==CUSTOMER-MASTER-RECORD==
001464                         BY ==CONTRA-MASTER-RECORD==
001465                    LEADING ==CM-== BY ==CX-==.
001466
001470 FD  TRANSACTION-LEDGER-FILE
001480     LABEL RECORDS ARE STANDARD.
001490     COPY TRANLEDG.
001500
001510 FD  DISPUTE-CASE-FILE
001520     LABEL RECORDS ARE STANDARD.
001530     COPY DISPCASE.
001540
001550 FD  PARTY-MASTER-FILE
001560     LABEL RECORDS ARE STANDARD.
001570     COPY PARTYREC.
001580
001590 FD  ACCOUNT-RELATIONSHIP-FILE
001600     LABEL RECORDS ARE STANDARD.
001610     COPY ACCTREL.
001620
001630 FD  DISPUTE-REPORT-FILE
001640     LABEL RECORDS ARE STANDARD.
001650 01  DISPUTE-REPORT-RECORD         PIC X(80).
001660
001670 FD  AGING-WORK-FILE
001680     LABEL RECORDS ARE STANDARD.
001690 01  AGING-WORK-RECORD.
001700     05  DW-BRANCH-CODE            PIC X(03).
001710     05  DW-SEQUENCE               PIC 9(07).
001720     05  DW-REPORT-LINE            PIC X(80).
001730
001740 SD  REPORT-SORT-FILE.
001750 01  REPORT-SORT-RECORD.
001760     05  RS-BRANCH-CODE            PIC X(03).
001770     05  RS-SEQUENCE               PIC 9(07).
001780     05  RS-REPORT-LINE            PIC X(80).
001790
001800 FD  NOTICE-PRINT-FILE
001810     LABEL RECORDS ARE STANDARD.
001820 01  NOTICE-PRINT-RECORD           PIC X(80).
001830
001840 FD  BATCH-DATE-FILE
001850     LABEL RECORDS ARE STANDARD.
001860     COPY BATCHDTE.
001870
001880 WORKING-STORAGE SECTION.
001890*----------------------------------------------------------------
001900* FILE STATUS AND END-OF-FILE SWITCHES
001910*----------------------------------------------------------------
001920 01  WS-FILE-STATUSES.
001930     05  WS-DSPMAINT-STATUS        PIC X(02) VALUE '00'.
001940     05  WS-DSPCTL-STATUS          PIC X(02) VALUE '00'.
001950     05  WS-CUSTMAST-STATUS        PIC X(02) VALUE '00'.
001960     05  WS-TRANLEDG-STATUS        PIC X(02) VALUE '00'.
001970     05  WS-DSPCASE-STATUS         PIC X(02) VALUE '00'.
001980     05  WS-PARTYMST-STATUS        PIC X(02) VALUE '00'.
001990     05  WS-ACCTREL-STATUS         PIC X(02) VALUE '00'.
002000     05  WS-DSPRPT-STATUS          PIC X(02) VALUE '00'.
002010     05  WS-DSPWRK-STATUS          PIC X(02) VALUE '00'.
002020     05  WS-DSPNOTC-STATUS         PIC X(02) VALUE '00'.
002030     05  WS-BATCHDTE-STATUS        PIC X(02) VALUE '00'.
002035     05  WS-CONTRA-STATUS          PIC X(02) VALUE '00'.
002040
002050 01  WS-SWITCHES.
002060     05  WS-CARD-EOF-SWITCH        PIC X(01) VALUE 'N'.
002070         88  MAINT-CARD-EOF                  VALUE 'Y'.
002080     05  WS-CASE-EOF-SWITCH        PIC X(01) VALUE 'N'.
002090         88  CASE-FILE-EOF                   VALUE 'Y'.
002100     05  WS-RUN-SWITCH             PIC X(01) VALUE 'N'.
002110         88  RUN-CANNOT-PROCEED              VALUE 'Y'.
002120     05  WS-MASTER-SWITCH          PIC X(01) VALUE 'N'.
002130         88  MASTER-RECORD-FOUND             VALUE 'Y'.
002140     05  WS-SEQ-SCAN-SWITCH        PIC X(01) VALUE 'N'.
002150         88  SEQ-SCAN-COMPLETE               VALUE 'Y'.
002160     05  WS-ENTRY-HELD-SWITCH      PIC X(01) VALUE 'N'.
002170         88  DISPUTED-ENTRY-HELD             VALUE 'Y'.
002180     05  WS-POSTING-SWITCH         PIC X(01) VALUE 'N'.
002190         88  DISPUTE-POSTING-FAILED          VALUE 'Y'.
002200     05  WS-PARTY-FILES-SWITCH     PIC X(01) VALUE 'N'.
002210         88  PARTY-FILES-AVAILABLE           VALUE 'Y'.
002220     05  WS-ADDRESS-SWITCH         PIC X(01) VALUE 'N'.
002230         88  MAILING-ADDRESS-FOUND           VALUE 'Y'.
002240     05  WS-OWNER-SCAN-SWITCH      PIC X(01) VALUE 'N'.
002250         88  OWNER-SCAN-COMPLETE             VALUE 'Y'.
002260     05  WS-SORT-SWITCH            PIC X(01) VALUE 'N'.
002270         88  SORTED-LINES-EOF                VALUE 'Y'.
002272     05  WS-CONTRA-FILE-SWITCH     PIC X(01) VALUE 'N'.
002274         88  CONTRA-FILE-AVAILABLE           VALUE 'Y'.
002276     05  WS-PAYEE-SWITCH           PIC X(01) VALUE 'N'.
002278         88  PAYEE-NOT-OPEN                  VALUE 'Y'.
002280
002290*----------------------------------------------------------------
002300* RUN DATE, CAPTURED ONCE AT STARTUP, AND THE REFERENCE EVERY
002310* ENTRY THIS RUN POSTS FOR A CASE CARRIES - 'DS' AND THE
002320* DISPUTED ENTRY'S SEQUENCE - SO A RERUN FINDS WHAT IT ALREADY
002330* POSTED FOR THE CASE
002340*----------------------------------------------------------------
002350 01  WS-RUN-DATE                   PIC 9(08).
002360 01  WS-RUN-SERIAL                 PIC 9(07) COMP VALUE ZERO.
002370 01  WS-CASE-REF.
002380     05  FILLER                    PIC X(02) VALUE 'DS'.
002390     05  WS-CASE-REF-SEQUENCE      PIC 9(06).
002400     05  FILLER                    PIC X(04) VALUE SPACES.
002410
002420*----------------------------------------------------------------
002430* CYCLE STEP-STATUS PARAMETER AREA - SEE CYCLE-STEP-STATUS
002440*----------------------------------------------------------------
002450     COPY STEPLINK.
002460
002470*----------------------------------------------------------------
002480* REGULATORY DEADLINES IN CALENDAR DAYS FROM THE CLAIM DATE -
002490* OVERRIDDEN BY THE DSPCTL CARD
002500*----------------------------------------------------------------
002510 01  WS-PROVISIONAL-DAYS           PIC 9(03) VALUE 010.
002520 01  WS-RESOLUTION-DAYS            PIC 9(03) VALUE 045.
002530
002540*----------------------------------------------------------------
002550* POSTED-BALANCE WALK FIELDS, THE SAME WALK THE POSTING AND
002560* CLOSURE RUNS TAKE, AND THE ENTRIES ALREADY POSTED UNDER THE
002570* CASE'S REFERENCE
002580*----------------------------------------------------------------
002590 01  WS-POSTED-BALANCE             PIC S9(7)V99 VALUE ZERO.
002600 01  WS-NEGATIVE-LIMIT             PIC S9(7)V99 VALUE ZERO.
002610 01  WS-PROJECTED-BALANCE          PIC S9(7)V99 VALUE ZERO.
002620 01  WS-MAX-TL-SEQUENCE-NUMBER     PIC 9(06) VALUE ZERO.
002630 01  WS-CASE-SEQUENCE              PIC 9(06) VALUE ZERO.
002640 01  WS-FOUND-PROVISIONAL-SEQ      PIC 9(06) VALUE ZERO.
002650 01  WS-FOUND-FINAL-SEQ            PIC 9(06) VALUE ZERO.
002660 01  WS-FOUND-REDEBIT-SEQ          PIC 9(06) VALUE ZERO.
002670
002680*----------------------------------------------------------------
002690* CARD AND CASE WORK FIELDS
002700*----------------------------------------------------------------
002710 01  WS-CASE-ACCOUNT               PIC X(10) VALUE SPACES.
002720 01  WS-REJECT-REASON              PIC X(24) VALUE SPACES.
002730 01  WS-ENTRY-DATE                 PIC 9(08) VALUE ZERO.
002740 01  WS-ENTRY-TYPE-DISPUTED        PIC X(01) VALUE SPACE.
002750 01  WS-ENTRY-AMOUNT-DISPUTED      PIC 9(7)V99 VALUE ZERO.
002760 01  WS-CLAIM-DATE                 PIC 9(08) VALUE ZERO.
002770 01  WS-CLAIM-AMOUNT               PIC 9(7)V99 VALUE ZERO.
002780 01  WS-CASE-BRANCH                PIC X(03) VALUE SPACES.
002790 01  WS-DAYS-TO-ADD                PIC 9(03) VALUE ZERO.
002800 01  WS-PROVISIONAL-DUE            PIC 9(08) VALUE ZERO.
002810 01  WS-RESOLUTION-DUE             PIC 9(08) VALUE ZERO.
002820 01  WS-ENTRY-TYPE                 PIC X(01) VALUE SPACE.
002830 01  WS-POSTED-SEQUENCE            PIC 9(06) VALUE ZERO.
002840
002850*----------------------------------------------------------------
002860* AGING WORK FIELDS
002870*----------------------------------------------------------------
002880 01  WS-PROVISIONAL-SERIAL         PIC 9(07) COMP VALUE ZERO.
002890 01  WS-RESOLUTION-SERIAL          PIC 9(07) COMP VALUE ZERO.
002900 01  WS-PROVISIONAL-DAYS-LEFT      PIC S9(05) COMP VALUE ZERO.
002910 01  WS-RESOLUTION-DAYS-LEFT       PIC S9(05) COMP VALUE ZERO.
002920
002930*----------------------------------------------------------------
002940* DATE CONVERSION AND CALENDAR WORK FIELDS
002950*----------------------------------------------------------------
002960 01  WS-CONVERT-DATE.
002970     05  WS-CONVERT-YEAR           PIC 9(04).
002980     05  WS-CONVERT-MONTH          PIC 9(02).
002990     05  WS-CONVERT-DAY            PIC 9(02).
003000 01  WS-SERIAL-YEAR                PIC 9(05) COMP VALUE ZERO.
003010 01  WS-SERIAL-MONTH               PIC 9(03) COMP VALUE ZERO.
003020 01  WS-SERIAL-WORK                PIC 9(07) COMP VALUE ZERO.
003030 01  WS-SERIAL-TERM                PIC 9(07) COMP VALUE ZERO.
003040 01  WS-SERIAL-RESULT              PIC 9(07) COMP VALUE ZERO.
003050 01  WS-WORK-DATE.
003060     05  WS-WORK-YEAR              PIC 9(04).
003070     05  WS-WORK-MONTH             PIC 9(02).
003080     05  WS-WORK-DAY               PIC 9(02).
003090 01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE
003100                                   PIC 9(08).
003110 01  WS-LEAP-QUOTIENT              PIC 9(04) VALUE ZERO.
003120 01  WS-LEAP-REMAINDER             PIC 9(04) VALUE ZERO.
003130 01  WS-DAYS-IN-MONTH              PIC 9(02) VALUE ZERO.
003140 01  WS-MONTH-DAYS-TABLE.
003150     05  FILLER                    PIC X(24) VALUE
003160         '312831303130313130313031'.
003170 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
003180     05  WS-MONTH-DAYS-ENTRY OCCURS 12 TIMES
003190                                   PIC 9(02).
003200
003210*----------------------------------------------------------------
003220* PER-BRANCH TALLIES FOR THE AGING RECAP.  EACH BRANCH WITH AN
003230* OPEN CASE TAKES A SLOT; THE RECAP PRINTS ONE LINE PER BRANCH
003240* AND A BANK-WIDE 'ALL' LINE.
003250*----------------------------------------------------------------
003260 01  WS-CURRENT-BRANCH             PIC X(03) VALUE '000'.
003270 01  WS-BRANCH-TALLY-COUNT         PIC 9(03) VALUE ZERO.
003280 01  WS-BRANCH-SCAN                PIC 9(03) VALUE ZERO.
003290 01  WS-BRANCH-TALLY-TABLE.
003300     05  WS-BRT-ENTRY OCCURS 50 TIMES
003310                                 INDEXED BY WS-BRT-IDX.
003320         10  WS-BRT-CODE           PIC X(03).
003330         10  WS-BRT-OPEN           PIC 9(05).
003340         10  WS-BRT-PROVISIONAL    PIC 9(05).
003350         10  WS-BRT-LATE           PIC 9(05).
003360         10  WS-BRT-AMOUNT         PIC 9(09)V99.
003370
003380 01  WS-BRANCH-RECAP-LINE.
003390     05  FILLER                    PIC X(07) VALUE 'BRANCH '.
003400     05  BR-BRANCH-CODE            PIC X(03).
003410     05  FILLER                    PIC X(07) VALUE '  OPEN '.
003420     05  BR-OPEN                   PIC Z(5)9.
003430     05  FILLER                    PIC X(10) VALUE
003440             '  PROV CR '.
003450     05  BR-PROVISIONAL            PIC Z(5)9.
003460     05  FILLER                    PIC X(07) VALUE '  LATE '.
003470     05  BR-LATE                   PIC Z(5)9.
003480     05  FILLER                    PIC X(09) VALUE '  AMOUNT '.
003490     05  BR-AMOUNT                 PIC Z(8)9.99.
003500     05  FILLER                    PIC X(07) VALUE SPACES.
003510
003520*----------------------------------------------------------------
003530* BRANCH-SECTION BUILD FIELDS.  THE WORK-FILE SEQUENCE IS THE
003540* CASE'S NEXT DEADLINE AS A DAY SERIAL, SO EACH BRANCH'S CASES
003550* LIST MOST URGENT FIRST UNDER THE BRANCH'S OWN HEADER.
003560*----------------------------------------------------------------
003570 01  WS-SECTION-BRANCH             PIC X(03) VALUE SPACES.
003580 01  WS-BRANCH-HEADER-LINE.
003590     05  FILLER                    PIC X(07) VALUE 'BRANCH '.
003600     05  BH-BRANCH-CODE            PIC X(03).
003610     05  FILLER                    PIC X(70) VALUE SPACES.
003620
003630*----------------------------------------------------------------
003640* RUN CONTROL TOTALS
003650*----------------------------------------------------------------
003660 01  WS-CARDS-READ                 PIC 9(07) VALUE ZERO.
003670 01  WS-CASES-OPENED               PIC 9(07) VALUE ZERO.
003680 01  WS-OUTCOMES-RECORDED          PIC 9(07) VALUE ZERO.
003690 01  WS-CARDS-REJECTED             PIC 9(07) VALUE ZERO.
003700 01  WS-PROVISIONAL-POSTED         PIC 9(07) VALUE ZERO.
003710 01  WS-CLAIMS-UPHELD              PIC 9(07) VALUE ZERO.
003720 01  WS-CLAIMS-REJECTED            PIC 9(07) VALUE ZERO.
003730 01  WS-CASES-HELD                 PIC 9(07) VALUE ZERO.
003740 01  WS-NOTICES-SENT               PIC 9(07) VALUE ZERO.
003750 01  WS-OPEN-CASES                 PIC 9(07) VALUE ZERO.
003760 01  WS-PROVISIONAL-CASES          PIC 9(07) VALUE ZERO.
003770 01  WS-LATE-CASES                 PIC 9(07) VALUE ZERO.
003780 01  WS-TOTAL-PROVISIONAL          PIC 9(09)V99 VALUE ZERO.
003790 01  WS-TOTAL-FINAL-CREDIT         PIC 9(09)V99 VALUE ZERO.
003800 01  WS-TOTAL-REDEBIT              PIC 9(09)V99 VALUE ZERO.
003810 01  WS-TOTAL-IN-DISPUTE           PIC 9(09)V99 VALUE ZERO.
003820
003830*----------------------------------------------------------------
003840* DISPUTE REGISTER LINES
003850*----------------------------------------------------------------
003860 01  WS-REPORT-HEADING-1.
003870     05  FILLER                    PIC X(80) VALUE
003880         'CUSTOMER DISPUTE CASE REGISTER'.
003890
003900 01  WS-REPORT-HEADING-2.
003910     05  FILLER                    PIC X(16) VALUE
003920             'CYCLE DATE....  '.
003930     05  RH-RUN-DATE               PIC 9(08).
003940     05  FILLER                    PIC X(56) VALUE SPACES.
003950
003960 01  WS-REPORT-HEADING-3.
003970     05  FILLER                    PIC X(10) VALUE 'ACTION'.
003980     05  FILLER                    PIC X(11) VALUE 'ACCOUNT'.
003990     05  FILLER                    PIC X(07) VALUE 'ENTRY'.
004000     05  FILLER                    PIC X(04) VALUE 'RS'.
004010     05  FILLER                    PIC X(12) VALUE
004020             '    AMOUNT'.
004030     05  FILLER                    PIC X(09) VALUE 'DUE'.
004040     05  FILLER                    PIC X(27) VALUE 'NOTE'.
004050
004060 01  WS-BLANK-LINE                 PIC X(80) VALUE SPACES.
004070
004080 01  WS-REGISTER-LINE.
004090     05  RL-CAPTION                PIC X(09).
004100     05  FILLER                    PIC X(01) VALUE SPACES.
004110     05  RL-ACCOUNT-NUMBER         PIC X(10).
004120     05  FILLER                    PIC X(01) VALUE SPACES.
004130     05  RL-LEDGER-SEQUENCE        PIC 9(06).
004140     05  FILLER                    PIC X(01) VALUE SPACES.
004150     05  RL-REASON-CODE            PIC X(02).
004160     05  FILLER                    PIC X(02) VALUE SPACES.
004170     05  RL-AMOUNT                 PIC Z(6)9.99.
004180     05  FILLER                    PIC X(02) VALUE SPACES.
004190     05  RL-DUE-DATE               PIC 9(08).
004200     05  FILLER                    PIC X(01) VALUE SPACES.
004210     05  RL-NOTE                   PIC X(24).
004220     05  FILLER                    PIC X(03) VALUE SPACES.
004230
004240*----------------------------------------------------------------
004250* OPEN-DISPUTES AGING LINES - A NEGATIVE DAY COUNT IS A
004260* DEADLINE ALREADY PASSED
004270*----------------------------------------------------------------
004280 01  WS-AGING-HEADING-1.
004290     05  FILLER                    PIC X(80) VALUE
004300         'OPEN DISPUTES AGING BY BRANCH - DAYS REMAINING TO EACH
004310-        'DEADLINE'.
004320
004330 01  WS-AGING-HEADING-2.
004340     05  FILLER                    PIC X(11) VALUE 'ACCOUNT'.
004350     05  FILLER                    PIC X(07) VALUE 'ENTRY'.
004360     05  FILLER                    PIC X(09) VALUE 'CLAIMED'.
004370     05  FILLER                    PIC X(03) VALUE 'RS'.
004380     05  FILLER                    PIC X(11) VALUE
004390             '    AMOUNT'.
004400     05  FILLER                    PIC X(05) VALUE 'STAT'.
004410     05  FILLER                    PIC X(09) VALUE 'PROV DUE'.
004420     05  FILLER                    PIC X(06) VALUE ' DAYS'.
004430     05  FILLER                    PIC X(09) VALUE 'RSLV DUE'.
004440     05  FILLER                    PIC X(06) VALUE ' DAYS'.
004450     05  FILLER                    PIC X(04) VALUE SPACES.
004460
004470 01  WS-AGING-LINE.
004480     05  AG-ACCOUNT-NUMBER         PIC X(10).
004490     05  FILLER                    PIC X(01) VALUE SPACES.
004500     05  AG-LEDGER-SEQUENCE        PIC 9(06).
004510     05  FILLER                    PIC X(01) VALUE SPACES.
004520     05  AG-CLAIM-DATE             PIC 9(08).
004530     05  FILLER                    PIC X(01) VALUE SPACES.
004540     05  AG-REASON-CODE            PIC X(02).
004550     05  FILLER                    PIC X(01) VALUE SPACES.
004560     05  AG-AMOUNT                 PIC Z(6)9.99.
004570     05  FILLER                    PIC X(01) VALUE SPACES.
004580     05  AG-STATUS                 PIC X(04).
004590     05  FILLER                    PIC X(01) VALUE SPACES.
004600     05  AG-PROVISIONAL-DUE        PIC 9(08).
004610     05  FILLER                    PIC X(01) VALUE SPACES.
004620     05  AG-PROVISIONAL-DAYS       PIC -(4)9.
004630     05  AG-PROVISIONAL-DAYS-X REDEFINES AG-PROVISIONAL-DAYS
004640                                   PIC X(05).
004650     05  FILLER                    PIC X(01) VALUE SPACES.
004660     05  AG-RESOLUTION-DUE         PIC 9(08).
004670     05  FILLER                    PIC X(01) VALUE SPACES.
004680     05  AG-RESOLUTION-DAYS        PIC -(4)9.
004690     05  FILLER                    PIC X(01) VALUE SPACES.
004700     05  AG-LATE-FLAG              PIC X(04).
004710
004720 01  WS-NO-CASES-LINE.
004730     05  FILLER                    PIC X(80) VALUE
004740         'NO DISPUTES OPEN'.
004750
004760 01  WS-TOTALS-LINE.
004770     05  TO-CAPTION                PIC X(24).
004780     05  TO-COUNT                  PIC Z(6)9.
004790     05  FILLER                    PIC X(49) VALUE SPACES.
004800
004810 01  WS-AMOUNT-LINE.
004820     05  AM-CAPTION                PIC X(24).
004830     05  AM-AMOUNT                 PIC Z(8)9.99.
004840     05  FILLER                    PIC X(44) VALUE SPACES.
004850
004860*----------------------------------------------------------------
004870* DISPUTE RESOLUTION NOTICE LINES - THE CUSTOMER NOTICE LAYOUT
004880* UNDER ITS OWN TITLE
004890*----------------------------------------------------------------
004900 01  WS-NOTICE-HEADING-1.
004910     05  FILLER                    PIC X(20)
004920                                    VALUE 'RETAIL BANKING DIV.'.
004930     05  FILLER                    PIC X(60)
004940                              VALUE 'DISPUTE RESOLUTION NOTICE'.
004950
004960 01  WS-NOTICE-HEADING-2.
004970     05  FILLER                    PIC X(13)
004980                                    VALUE 'NOTICE DATE:'.
004990     05  NH-NOTICE-DATE            PIC 9(08).
005000     05  FILLER                    PIC X(13)
005010                                    VALUE '  ACCOUNT NO:'.
005020     05  NH-ACCOUNT-NUMBER         PIC X(10).
005030
005040 01  WS-NOTICE-HEADING-3.
005050     05  FILLER                    PIC X(12) VALUE 'CUSTOMER:  '.
005060     05  NH-CUSTOMER-NAME          PIC X(30).
005070
005080 01  WS-ADDRESS-LINE.
005090     05  FILLER                    PIC X(12) VALUE SPACES.
005100     05  AD-ADDRESS-TEXT           PIC X(30).
005110
005120 01  WS-CITY-LINE.
005130     05  FILLER                    PIC X(12) VALUE SPACES.
005140     05  CT-CITY                   PIC X(20).
005150     05  FILLER                    PIC X(01) VALUE SPACES.
005160     05  CT-STATE-CODE             PIC X(02).
005170     05  FILLER                    PIC X(02) VALUE SPACES.
005180     05  CT-POSTAL-CODE            PIC X(10).
005190
005200 01  WS-NOTICE-TEXT-LINE.
005210     05  NT-TEXT                   PIC X(80).
005220
005230 01  WS-CLAIM-LINE.
005240     05  FILLER                    PIC X(24) VALUE
005250             'YOUR CLAIM DATED:       '.
005260     05  CL-CLAIM-DATE             PIC 9(08).
005270     05  FILLER                    PIC X(20) VALUE
005280             '  ON THE ENTRY OF:  '.
005290     05  CL-ENTRY-DATE             PIC 9(08).
005300     05  FILLER                    PIC X(20) VALUE SPACES.
005310
005320 01  WS-CLAIM-AMOUNT-LINE.
005330     05  FILLER                    PIC X(24) VALUE
005340             'FOR THE AMOUNT OF:      '.
005350     05  CA-AMOUNT                 PIC Z(6)9.99.
005360     05  FILLER                    PIC X(46) VALUE SPACES.
005370
005380 01  WS-REDEBIT-LINE.
005390     05  FILLER                    PIC X(27) VALUE
005400             'THE PROVISIONAL CREDIT OF  '.
005410     05  RD-AMOUNT                 PIC Z(6)9.99.
005420     05  FILLER                    PIC X(12) VALUE
005430             '  MADE ON  '.
005440     05  RD-PROVISIONAL-DATE       PIC 9(08).
005450     05  FILLER                    PIC X(23) VALUE SPACES.
005460
005470 01  WS-REDEBIT-DATE-LINE.
005480     05  FILLER                    PIC X(48) VALUE
005490             'HAS BEEN REVERSED BY A DEBIT TO YOUR ACCOUNT ON'.
005510     05  RD-REDEBIT-DATE           PIC 9(08).
005520     05  FILLER                    PIC X(24) VALUE '.'.
005530
005540 PROCEDURE DIVISION.
005550*=================================================================
005560* 0000-MAINLINE - APPLY THE MAINTENANCE CARDS, THEN CREDIT,
005570* RESOLVE OR AGE EVERY UNRESOLVED CASE ON DSPCASE.
005580*=================================================================
005590 0000-MAINLINE.
005600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
005610     PERFORM 9500-READ-BUSINESS-DATE THRU 9500-EXIT.
005620     PERFORM 9700-RECORD-STEP-START THRU 9700-EXIT.
005630     IF SP-SKIP-STEP
005640         DISPLAY 'DISPUTE-CASE-RUN: STEP ALREADY COMPLETED '
005650             'FOR ' WS-RUN-DATE ' - RUN SKIPPED'
005660         STOP RUN
005670     END-IF.
005680
005690     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005700
005710     IF NOT RUN-CANNOT-PROCEED
005720         PERFORM 2000-APPLY-ONE-CARD THRU 2000-EXIT
005730             UNTIL MAINT-CARD-EOF
005740         PERFORM 4000-PROCESS-CASES THRU 4000-EXIT
005750         PERFORM 6000-PRINT-AGING THRU 6000-EXIT
005760     END-IF.
005770
005780     PERFORM 9000-TERMINATE THRU 9000-EXIT.
005790
005800     STOP RUN.
005810 0000-EXIT.
005820     EXIT.
005830
005840*-----------------------------------------------------------------
005850* 1000-INITIALIZE - OPEN FILES, READ THE CONTROL CARD AND PRINT
005860* THE REGISTER HEADINGS.  NO MASTER, LEDGER OR CASE FILE MEANS
005870* NOTHING CAN BE POSTED AND THE STEP ENDS RC=8.
005880*-----------------------------------------------------------------
005890 1000-INITIALIZE.
005900     MOVE WS-RUN-DATE TO WS-CONVERT-DATE.
005910     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
005920     MOVE WS-SERIAL-RESULT TO WS-RUN-SERIAL.
005930     INITIALIZE WS-BRANCH-TALLY-TABLE.
005940
005950     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
005960
005970     OPEN INPUT CUSTOMER-MASTER-FILE.
005980     IF WS-CUSTMAST-STATUS NOT = '00'
005990         DISPLAY 'DISPUTE-CASE-RUN: UNABLE TO OPEN '
006000             'CUSTMAST - STATUS ' WS-CUSTMAST-STATUS
006010         SET RUN-CANNOT-PROCEED TO TRUE
006020     END-IF.
006030
006040     OPEN I-O TRANSACTION-LEDGER-FILE.
006050     IF WS-TRANLEDG-STATUS NOT = '00'
006060         DISPLAY 'DISPUTE-CASE-RUN: UNABLE TO OPEN '
006070             'TRANLEDG - STATUS ' WS-TRANLEDG-STATUS
006080         SET RUN-CANNOT-PROCEED TO TRUE
006090     END-IF.
006100
006101     OPEN INPUT CONTRA-MASTER-FILE.
006102     IF WS-CONTRA-STATUS = '00'
006103         SET CONTRA-FILE-AVAILABLE TO TRUE
006104     ELSE
006105         DISPLAY 'DISPUTE-CASE-RUN: UNABLE TO OPEN CUSTMAST '
006106             'FOR TRANSFER CHECK - STATUS ' WS-CONTRA-STATUS
006107     END-IF.
006108
006110*    THE CASE FILE IS PERMANENT - A FIRST-EVER RUN CREATES IT,
006120*    EVERY LATER RUN EXTENDS IT.
006130     OPEN I-O DISPUTE-CASE-FILE.
006140     IF WS-DSPCASE-STATUS = '35'
006150         OPEN OUTPUT DISPUTE-CASE-FILE
006160         CLOSE DISPUTE-CASE-FILE
006170         OPEN I-O DISPUTE-CASE-FILE
006180     END-IF.
006190     IF WS-DSPCASE-STATUS NOT = '00'
006200         DISPLAY 'DISPUTE-CASE-RUN: UNABLE TO OPEN '
006210             'DSPCASE - STATUS ' WS-DSPCASE-STATUS
006220         SET RUN-CANNOT-PROCEED TO TRUE
006230     END-IF.
006240
006250*    NO PARTY MASTER OR RELATIONSHIP FILE ONLY MEANS THE
006260*    NOTICES PRINT WITHOUT A MAILING ADDRESS.
006270     OPEN INPUT PARTY-MASTER-FILE.
006280     OPEN INPUT ACCOUNT-RELATIONSHIP-FILE.
006290     IF WS-PARTYMST-STATUS = '00'
006300             AND WS-ACCTREL-STATUS = '00'
006310         SET PARTY-FILES-AVAILABLE TO TRUE
006320     ELSE
006330         IF WS-PARTYMST-STATUS = '00'
006340             CLOSE PARTY-MASTER-FILE
006350         END-IF
006360         IF WS-ACCTREL-STATUS = '00'
006370             CLOSE ACCOUNT-RELATIONSHIP-FILE
006380         END-IF
006390     END-IF.
006400
006410*    NO MAINTENANCE CARDS ON DISK MEANS NO CASE IS OPENED OR
006420*    DECIDED TONIGHT; THE EXISTING CASES ARE STILL WORKED.
006430     OPEN INPUT DISPUTE-MAINT-CARD-FILE.
006440     IF WS-DSPMAINT-STATUS NOT = '00'
006450         SET MAINT-CARD-EOF TO TRUE
006460     END-IF.
006470
006480     OPEN OUTPUT DISPUTE-REPORT-FILE.
006490     OPEN OUTPUT AGING-WORK-FILE.
006500     OPEN OUTPUT NOTICE-PRINT-FILE.
006510
006520     MOVE WS-RUN-DATE TO RH-RUN-DATE.
006530     WRITE DISPUTE-REPORT-RECORD FROM WS-REPORT-HEADING-1.
006540     WRITE DISPUTE-REPORT-RECORD FROM WS-REPORT-HEADING-2.
006550     WRITE DISPUTE-REPORT-RECORD FROM WS-BLANK-LINE.
006560     WRITE DISPUTE-REPORT-RECORD FROM WS-REPORT-HEADING-3.
006570
006580     IF RUN-CANNOT-PROCEED
006590         SET MAINT-CARD-EOF TO TRUE
006600     END-IF.
006610     IF NOT MAINT-CARD-EOF
006620         PERFORM 8000-READ-MAINT-CARD THRU 8000-EXIT
006630     END-IF.
006640 1000-EXIT.
006650     EXIT.
006660
006670*-----------------------------------------------------------------
006680* 1100-READ-CONTROL-CARD - TAKE THE PROVISIONAL-CREDIT AND
006690* RESOLUTION DEADLINES FROM THE ONE-CARD DSPCTL FILE.  NO CARD,
006700* OR A BLANK OR ZERO FIELD, LEAVES THE STANDING DEFAULT.
006710*-----------------------------------------------------------------
006720 1100-READ-CONTROL-CARD.
006730     OPEN INPUT DISPUTE-CONTROL-FILE.
006740     IF WS-DSPCTL-STATUS = '00'
006750         READ DISPUTE-CONTROL-FILE
006760             NOT AT END
006770                 IF DX-PROVISIONAL-DAYS IS NUMERIC
006780                         AND DX-PROVISIONAL-DAYS > ZERO
006790                     MOVE DX-PROVISIONAL-DAYS
006800                         TO WS-PROVISIONAL-DAYS
006810                 END-IF
006820                 IF DX-RESOLUTION-DAYS IS NUMERIC
006830                         AND DX-RESOLUTION-DAYS > ZERO
006840                     MOVE DX-RESOLUTION-DAYS
006850                         TO WS-RESOLUTION-DAYS
006860                 END-IF
006870         END-READ
006880         CLOSE DISPUTE-CONTROL-FILE
006890     END-IF.
006900 1100-EXIT.
006910     EXIT.
006920
006930*-----------------------------------------------------------------
006940* 2000-APPLY-ONE-CARD - APPLY ONE DSPMAINT CARD: 'O' OPENS A CASE
006950* AGAINST A LEDGER ENTRY, 'U' OR 'R' RECORDS THAT THE CLAIM WAS
006960* UPHELD OR REJECTED, FOR THE CASE WALK TO POST TONIGHT.  A CARD
006970* THAT FAILS ITS CHECKS IS LISTED ON THE REGISTER WITH THE
006980* REASON AND CHANGES NOTHING.
006990*-----------------------------------------------------------------
007000 2000-APPLY-ONE-CARD.
007010     ADD 1 TO WS-CARDS-READ.
007020     MOVE SPACES TO WS-REJECT-REASON.
007030     MOVE DM-ACCOUNT-NUMBER TO WS-CASE-ACCOUNT.
007040
007050     IF DM-LEDGER-SEQUENCE NOT NUMERIC
007060             OR DM-LEDGER-SEQUENCE = ZERO
007070         MOVE 'INVALID ENTRY SEQUENCE  ' TO WS-REJECT-REASON
007080         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
007090         GO TO 2000-ADVANCE
007100     END-IF.
007110     MOVE DM-LEDGER-SEQUENCE TO WS-CASE-SEQUENCE.
007120
007130     IF DM-OPEN-CASE
007140         PERFORM 2100-OPEN-CASE THRU 2100-EXIT
007150     ELSE
007160         IF DM-UPHOLD-CLAIM OR DM-REJECT-CLAIM
007170             PERFORM 2300-RECORD-OUTCOME THRU 2300-EXIT
007180         ELSE
007190             MOVE 'INVALID FUNCTION CODE   ' TO WS-REJECT-REASON
007200         END-IF
007210     END-IF.
007220
007230     IF WS-REJECT-REASON NOT = SPACES
007240         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
007250     END-IF.
007260
007270 2000-ADVANCE.
007280     PERFORM 8000-READ-MAINT-CARD THRU 8000-EXIT.
007290 2000-EXIT.
007300     EXIT.
007310
007320*-----------------------------------------------------------------
007330* 2100-OPEN-CASE - OPEN A CASE AGAINST ONE LEDGER ENTRY OF AN
007340* OPEN ACCOUNT.  ONLY A DEBIT THAT ACTUALLY POSTED, OR A BANK
007350* CHARGE, CAN BE DISPUTED.  THE CLAIM DATE DEFAULTS TO THE RUN
007360* DATE AND THE AMOUNT TO THE WHOLE ENTRY; THE DEADLINES RUN FROM
007370* THE CLAIM DATE.  AN ENTRY ALREADY UNDER A CASE IS REFUSED.
007380*-----------------------------------------------------------------
007390 2100-OPEN-CASE.
007400     PERFORM 2500-READ-MASTER-BY-KEY THRU 2500-EXIT.
007410     IF NOT MASTER-RECORD-FOUND
007420         MOVE 'NO ACCOUNT ON FILE      ' TO WS-REJECT-REASON
007430         GO TO 2100-EXIT
007440     END-IF.
007450     IF CM-STATUS-CLOSED OR CM-STATUS-ESCHEATED
007460         MOVE 'ACCOUNT NOT OPEN        ' TO WS-REJECT-REASON
007470         GO TO 2100-EXIT
007480     END-IF.
007490
007500     MOVE WS-CASE-ACCOUNT TO DC-ACCOUNT-NUMBER.
007510     MOVE WS-CASE-SEQUENCE TO DC-LEDGER-SEQUENCE.
007520     READ DISPUTE-CASE-FILE
007530         INVALID KEY
007540             CONTINUE
007550         NOT INVALID KEY
007560             MOVE 'CASE ALREADY ON FILE    ' TO WS-REJECT-REASON
007570     END-READ.
007580     IF WS-REJECT-REASON NOT = SPACES
007590         GO TO 2100-EXIT
007600     END-IF.
007610
007620     MOVE WS-CASE-ACCOUNT TO TL-ACCOUNT-NUMBER.
007630     MOVE WS-CASE-SEQUENCE TO TL-SEQUENCE-NUMBER.
007640     READ TRANSACTION-LEDGER-FILE
007650         INVALID KEY
007660             MOVE 'NO SUCH LEDGER ENTRY    ' TO WS-REJECT-REASON
007670     END-READ.
007680     IF WS-REJECT-REASON NOT = SPACES
007690         GO TO 2100-EXIT
007700     END-IF.
007710
007720     IF NOT TL-DEBIT
007730             AND (NOT TL-BANK-CHARGE OR TL-DISPUTE-REDEBIT)
007740         MOVE 'ENTRY NOT DISPUTABLE    ' TO WS-REJECT-REASON
007750         GO TO 2100-EXIT
007760     END-IF.
007770     MOVE TL-TRANSACTION-DATE   TO WS-ENTRY-DATE.
007780     MOVE TL-TRANSACTION-TYPE   TO WS-ENTRY-TYPE-DISPUTED.
007790     MOVE TL-TRANSACTION-AMOUNT TO WS-ENTRY-AMOUNT-DISPUTED.
007800
007810     MOVE DM-REASON-CODE TO DC-REASON-CODE.
007820     IF NOT DC-REASON-VALID
007830         MOVE 'INVALID REASON CODE     ' TO WS-REJECT-REASON
007840         GO TO 2100-EXIT
007850     END-IF.
007860
007870     IF DM-CLAIM-DATE IS NUMERIC AND DM-CLAIM-DATE > ZERO
007880         MOVE DM-CLAIM-DATE TO WS-CLAIM-DATE
007890     ELSE
007900         MOVE WS-RUN-DATE TO WS-CLAIM-DATE
007910     END-IF.
007920     MOVE WS-CLAIM-DATE TO WS-WORK-DATE.
007930     IF WS-WORK-MONTH < 01 OR WS-WORK-MONTH > 12
007940             OR WS-WORK-DAY < 01 OR WS-WORK-DAY > 31
007950             OR WS-CLAIM-DATE > WS-RUN-DATE
007960             OR WS-CLAIM-DATE < WS-ENTRY-DATE
007970         MOVE 'INVALID CLAIM DATE      ' TO WS-REJECT-REASON
007980         GO TO 2100-EXIT
007990     END-IF.
008000
008010     IF DM-DISPUTED-AMOUNT IS NUMERIC
008020             AND DM-DISPUTED-AMOUNT > ZERO
008030         MOVE DM-DISPUTED-AMOUNT TO WS-CLAIM-AMOUNT
008040     ELSE
008050         MOVE WS-ENTRY-AMOUNT-DISPUTED TO WS-CLAIM-AMOUNT
008060     END-IF.
008070     IF WS-CLAIM-AMOUNT > WS-ENTRY-AMOUNT-DISPUTED
008080         MOVE 'AMOUNT EXCEEDS ENTRY    ' TO WS-REJECT-REASON
008090         GO TO 2100-EXIT
008100     END-IF.
008110
008120*    A DEBIT THE POSTING RUN HELD NEVER TOOK THE MONEY, SO
008130*    THERE IS NOTHING TO CLAIM BACK.
008140     IF WS-ENTRY-TYPE-DISPUTED = 'D'
008150         PERFORM 3000-WALK-ACCOUNT-LEDGER THRU 3000-EXIT
008160         IF DISPUTED-ENTRY-HELD
008170             MOVE 'DEBIT WAS NEVER POSTED  ' TO WS-REJECT-REASON
008180             GO TO 2100-EXIT
008190         END-IF
008200     END-IF.
008210
008220     MOVE CM-BRANCH-CODE TO WS-CASE-BRANCH.
008230     IF WS-CASE-BRANCH = SPACES
008240         MOVE '000' TO WS-CASE-BRANCH
008250     END-IF.
008260
008270     MOVE WS-CLAIM-DATE TO WS-WORK-DATE.
008280     MOVE WS-PROVISIONAL-DAYS TO WS-DAYS-TO-ADD.
008290     PERFORM 8600-STEP-ONE-DAY THRU 8600-EXIT
008300         WS-DAYS-TO-ADD TIMES.
008310     MOVE WS-WORK-DATE-N TO WS-PROVISIONAL-DUE.
008320
008330     MOVE WS-CLAIM-DATE TO WS-WORK-DATE.
008340     MOVE WS-RESOLUTION-DAYS TO WS-DAYS-TO-ADD.
008350     PERFORM 8600-STEP-ONE-DAY THRU 8600-EXIT
008360         WS-DAYS-TO-ADD TIMES.
008370     MOVE WS-WORK-DATE-N TO WS-RESOLUTION-DUE.
008380
008390     INITIALIZE DISPUTE-CASE-RECORD.
008400     MOVE WS-CASE-ACCOUNT          TO DC-ACCOUNT-NUMBER.
008410     MOVE WS-CASE-SEQUENCE         TO DC-LEDGER-SEQUENCE.
008420     MOVE WS-CLAIM-DATE            TO DC-CLAIM-DATE.
008430     MOVE DM-REASON-CODE           TO DC-REASON-CODE.
008440     MOVE WS-CLAIM-AMOUNT          TO DC-DISPUTED-AMOUNT.
008450     MOVE WS-ENTRY-DATE            TO DC-DISPUTED-DATE.
008460     MOVE WS-ENTRY-TYPE-DISPUTED   TO DC-DISPUTED-TYPE.
008470     MOVE WS-CASE-BRANCH           TO DC-BRANCH-CODE.
008480     MOVE WS-PROVISIONAL-DUE       TO DC-PROVISIONAL-DUE-DATE.
008490     MOVE WS-RESOLUTION-DUE        TO DC-RESOLUTION-DUE-DATE.
008500     SET DC-STATUS-OPEN TO TRUE.
008510     SET DC-OUTCOME-PENDING TO TRUE.
008520
008530     WRITE DISPUTE-CASE-RECORD
008540         INVALID KEY
008550             MOVE 'CASE NOT WRITTEN        ' TO WS-REJECT-REASON
008560             GO TO 2100-EXIT
008570     END-WRITE.
008580
008590     ADD 1 TO WS-CASES-OPENED.
008600     MOVE 'OPENED   ' TO RL-CAPTION.
008610     MOVE DC-PROVISIONAL-DUE-DATE TO RL-DUE-DATE.
008620     MOVE 'PROVISIONAL CREDIT DUE  ' TO RL-NOTE.
008630     PERFORM 7000-WRITE-REGISTER-LINE THRU 7000-EXIT.
008640 2100-EXIT.
008650     EXIT.
008660
008670*-----------------------------------------------------------------
008680* 2300-RECORD-OUTCOME - RECORD THE INVESTIGATION'S FINDING ON AN
008690* UNRESOLVED CASE.  THE CASE WALK THAT FOLLOWS POSTS IT.
008700*-----------------------------------------------------------------
008710 2300-RECORD-OUTCOME.
008720     MOVE WS-CASE-ACCOUNT TO DC-ACCOUNT-NUMBER.
008730     MOVE WS-CASE-SEQUENCE TO DC-LEDGER-SEQUENCE.
008740     READ DISPUTE-CASE-FILE
008750         INVALID KEY
008760             MOVE 'NO CASE ON FILE         ' TO WS-REJECT-REASON
008770     END-READ.
008780     IF WS-REJECT-REASON NOT = SPACES
008790         GO TO 2300-EXIT
008800     END-IF.
008810
008820     IF NOT DC-CASE-UNRESOLVED
008830         MOVE 'CASE ALREADY RESOLVED   ' TO WS-REJECT-REASON
008840         GO TO 2300-EXIT
008850     END-IF.
008860
008870     MOVE DM-FUNCTION TO DC-OUTCOME.
008880     MOVE WS-RUN-DATE TO DC-OUTCOME-DATE.
008890     REWRITE DISPUTE-CASE-RECORD
008900         INVALID KEY
008910             MOVE 'CASE NOT UPDATED        ' TO WS-REJECT-REASON
008920             GO TO 2300-EXIT
008930     END-REWRITE.
008940
008950     ADD 1 TO WS-OUTCOMES-RECORDED.
008960     MOVE 'RECORDED ' TO RL-CAPTION.
008970     MOVE DC-RESOLUTION-DUE-DATE TO RL-DUE-DATE.
008980     IF DC-OUTCOME-UPHELD
008990         MOVE 'CLAIM UPHELD            ' TO RL-NOTE
009000     ELSE
009010         MOVE 'CLAIM REJECTED          ' TO RL-NOTE
009020     END-IF.
009030     PERFORM 7000-WRITE-REGISTER-LINE THRU 7000-EXIT.
009040 2300-EXIT.
009050     EXIT.
009060
009070*-----------------------------------------------------------------
009080* 2500-READ-MASTER-BY-KEY - FETCH THE MASTER RECORD OF THE
009090* ACCOUNT IN HAND.
009100*-----------------------------------------------------------------
009110 2500-READ-MASTER-BY-KEY.
009120     MOVE 'N' TO WS-MASTER-SWITCH.
009130     MOVE WS-CASE-ACCOUNT TO CM-ACCOUNT-NUMBER.
009140     READ CUSTOMER-MASTER-FILE
009150         INVALID KEY
009160             CONTINUE
009170         NOT INVALID KEY
009180             SET MASTER-RECORD-FOUND TO TRUE
009190     END-READ.
009200 2500-EXIT.
009210     EXIT.
009220
009230*-----------------------------------------------------------------
009240* 2900-REJECT-CARD - LIST A REJECTED MAINTENANCE CARD ON THE
009250* REGISTER UNDER THE REASON THE CALLER SET.
009260*-----------------------------------------------------------------
009270 2900-REJECT-CARD.
009280     ADD 1 TO WS-CARDS-REJECTED.
009290     MOVE 'REJECTED ' TO RL-CAPTION.
009300     MOVE DM-ACCOUNT-NUMBER TO RL-ACCOUNT-NUMBER.
009310     IF DM-LEDGER-SEQUENCE IS NUMERIC
009320         MOVE DM-LEDGER-SEQUENCE TO RL-LEDGER-SEQUENCE
009330     ELSE
009340         MOVE ZERO TO RL-LEDGER-SEQUENCE
009350     END-IF.
009360     MOVE DM-REASON-CODE TO RL-REASON-CODE.
009370     MOVE ZERO TO RL-AMOUNT.
009380     MOVE ZERO TO RL-DUE-DATE.
009390     MOVE WS-REJECT-REASON TO RL-NOTE.
009400     WRITE DISPUTE-REPORT-RECORD FROM WS-REGISTER-LINE.
009410 2900-EXIT.
009420     EXIT.
009430
009440*-----------------------------------------------------------------
009450* 3000-WALK-ACCOUNT-LEDGER - WALK THE ACCOUNT'S LIVE LEDGER UNDER
009460* THE POSTING RUN'S RULES TO FIND THE HIGHEST SEQUENCE NUMBER,
009470* WHETHER THE ENTRY AT WS-CASE-SEQUENCE IS A DEBIT STILL HELD,
009480* AND ANY ENTRY ALREADY POSTED UNDER THE CASE'S REFERENCE - AN
009490* EARLIER RUN INTERRUPTED BEFORE IT COULD UPDATE THE CASE.
009500*-----------------------------------------------------------------
009510 3000-WALK-ACCOUNT-LEDGER.
009520     MOVE CM-BALANCE TO WS-POSTED-BALANCE.
009530     IF CM-OVERDRAFT-LIMIT IS NUMERIC
009540         COMPUTE WS-NEGATIVE-LIMIT = ZERO - CM-OVERDRAFT-LIMIT
009550     ELSE
009560         MOVE ZERO TO WS-NEGATIVE-LIMIT
009570     END-IF.
009580     MOVE ZERO TO WS-MAX-TL-SEQUENCE-NUMBER.
009590     MOVE ZERO TO WS-FOUND-PROVISIONAL-SEQ.
009600     MOVE ZERO TO WS-FOUND-FINAL-SEQ.
009610     MOVE ZERO TO WS-FOUND-REDEBIT-SEQ.
009620     MOVE 'N' TO WS-ENTRY-HELD-SWITCH.
009630     MOVE WS-CASE-SEQUENCE TO WS-CASE-REF-SEQUENCE.
009640
009650     MOVE 'N' TO WS-SEQ-SCAN-SWITCH.
009660     MOVE CM-ACCOUNT-NUMBER TO TL-ACCOUNT-NUMBER.
009670     MOVE ZERO TO TL-SEQUENCE-NUMBER.
009680
009690     START TRANSACTION-LEDGER-FILE
009700         KEY IS NOT LESS THAN TL-LEDGER-KEY
009710         INVALID KEY
009720             SET SEQ-SCAN-COMPLETE TO TRUE
009730     END-START.
009740
009750     PERFORM 3100-APPLY-ONE-LEDGER-ENTRY THRU 3100-EXIT
009760         UNTIL SEQ-SCAN-COMPLETE.
009770 3000-EXIT.
009780     EXIT.
009790
009800*-----------------------------------------------------------------
009810* 3100-APPLY-ONE-LEDGER-ENTRY - READ THE NEXT LEDGER ENTRY IN
009820* KEY SEQUENCE AND APPLY IT UNDER THE POSTING RUN'S RULES, A
009830* DIFFERENT ACCOUNT NUMBER READING THE SAME AS END OF FILE.  A
009833* TRANSFER DEBIT WHOSE CREDIT ACCOUNT IS NOT OPEN IS HELD LIKE
009836* ONE BELOW THE OVERDRAFT FLOOR.
009840*-----------------------------------------------------------------
009850 3100-APPLY-ONE-LEDGER-ENTRY.
009860     READ TRANSACTION-LEDGER-FILE NEXT RECORD
009870         AT END
009880             SET SEQ-SCAN-COMPLETE TO TRUE
009890     END-READ.
009900
009910     IF SEQ-SCAN-COMPLETE
009920         GO TO 3100-EXIT
009930     END-IF.
009940
009950     IF TL-ACCOUNT-NUMBER NOT = CM-ACCOUNT-NUMBER
009960         SET SEQ-SCAN-COMPLETE TO TRUE
009970         GO TO 3100-EXIT
009980     END-IF.
009990
009991     MOVE 'N' TO WS-PAYEE-SWITCH.
009992     IF TL-TRANSFER-AWAITING-CREDIT
009993             AND CONTRA-FILE-AVAILABLE
009994         PERFORM 3200-CHECK-CREDIT-ACCOUNT THRU 3200-EXIT
009995     END-IF.
009996
010000     IF TL-DEBIT
010010         COMPUTE WS-PROJECTED-BALANCE =
010020             WS-POSTED-BALANCE - TL-TRANSACTION-AMOUNT
010030         IF WS-PROJECTED-BALANCE NOT < WS-NEGATIVE-LIMIT
010035                 AND NOT PAYEE-NOT-OPEN
010040             MOVE WS-PROJECTED-BALANCE TO WS-POSTED-BALANCE
010050         ELSE
010060             IF TL-SEQUENCE-NUMBER = WS-CASE-SEQUENCE
010070                 SET DISPUTED-ENTRY-HELD TO TRUE
010080             END-IF
010090         END-IF
010100     ELSE
010110         IF TL-BANK-CHARGE
010120             SUBTRACT TL-TRANSACTION-AMOUNT
010130                 FROM WS-POSTED-BALANCE
010140         ELSE
010150             ADD TL-TRANSACTION-AMOUNT TO WS-POSTED-BALANCE
010160         END-IF
010170     END-IF.
010180
010190     IF TL-TRANSFER-REF = WS-CASE-REF
010200             AND TL-SOURCE-BATCH = ZERO
010210         EVALUATE TRUE
010220             WHEN TL-DISPUTE-PROVISIONAL
010230                 MOVE TL-SEQUENCE-NUMBER
010240                     TO WS-FOUND-PROVISIONAL-SEQ
010250             WHEN TL-DISPUTE-FINAL-CREDIT
010260                 MOVE TL-SEQUENCE-NUMBER TO WS-FOUND-FINAL-SEQ
010270             WHEN TL-DISPUTE-REDEBIT
010280                 MOVE TL-SEQUENCE-NUMBER TO WS-FOUND-REDEBIT-SEQ
010290         END-EVALUATE
010300     END-IF.
010310
010320     IF TL-SEQUENCE-NUMBER > WS-MAX-TL-SEQUENCE-NUMBER
010330         MOVE TL-SEQUENCE-NUMBER TO WS-MAX-TL-SEQUENCE-NUMBER
010340     END-IF.
010350 3100-EXIT.
010351     EXIT.
010352
010353*-----------------------------------------------------------------
010354* 3200-CHECK-CREDIT-ACCOUNT - SET PAYEE-NOT-OPEN WHEN THE CREDIT
010355* ACCOUNT OF THE CURRENT TRANSFER DEBIT IS CLOSED, ESCHEATED OR
010356* NOT ON THE MASTER - THE POSTING RUN'S TEST.
010357*-----------------------------------------------------------------
010358 3200-CHECK-CREDIT-ACCOUNT.
010359     MOVE TL-CONTRA-ACCOUNT TO CX-ACCOUNT-NUMBER.
010360     READ CONTRA-MASTER-FILE
010361         INVALID KEY
010362             MOVE 'C' TO CX-ACCOUNT-STATUS
010363     END-READ.
010364     IF CX-STATUS-CLOSED OR CX-STATUS-ESCHEATED
010365         SET PAYEE-NOT-OPEN TO TRUE
010366     END-IF.
010367 3200-EXIT.
010368     EXIT.
010370
010380*-----------------------------------------------------------------
010390* 4000-PROCESS-CASES - WALK EVERY CASE ON DSPCASE IN KEY ORDER.
010400*-----------------------------------------------------------------
010410 4000-PROCESS-CASES.
010420     MOVE LOW-VALUES TO DC-CASE-KEY.
010430     START DISPUTE-CASE-FILE
010440         KEY IS NOT LESS THAN DC-CASE-KEY
010450         INVALID KEY
010460             SET CASE-FILE-EOF TO TRUE
010470     END-START.
010480
010490     PERFORM 4100-PROCESS-ONE-CASE THRU 4100-EXIT
010500         UNTIL CASE-FILE-EOF.
010510 4000-EXIT.
010520     EXIT.
010530
010540*-----------------------------------------------------------------
010550* 4100-PROCESS-ONE-CASE - READ THE NEXT CASE.  A RECORDED
010560* OUTCOME IS POSTED FIRST; OTHERWISE A CASE STILL OPEN ON OR
010570* AFTER ITS PROVISIONAL DEADLINE IS CREDITED PROVISIONALLY.
010580* WHATEVER REMAINS UNRESOLVED GOES ON THE AGING REPORT.  A CASE
010590* REJECTED TONIGHT BY AN EARLIER, INTERRUPTED RUN HAS ITS NOTICE
010600* PRINTED AGAIN, SINCE THE NOTICE FILE STARTS FRESH EACH RUN.
010610*-----------------------------------------------------------------
010620 4100-PROCESS-ONE-CASE.
010630     READ DISPUTE-CASE-FILE NEXT RECORD
010640         AT END
010650             SET CASE-FILE-EOF TO TRUE
010660     END-READ.
010670
010680     IF CASE-FILE-EOF
010690         GO TO 4100-EXIT
010700     END-IF.
010710
010720     MOVE DC-ACCOUNT-NUMBER TO WS-CASE-ACCOUNT.
010730     MOVE DC-LEDGER-SEQUENCE TO WS-CASE-SEQUENCE.
010740     MOVE SPACES TO WS-REJECT-REASON.
010750
010760     IF DC-STATUS-REJECTED AND DC-NOTICE-DATE = WS-RUN-DATE
010770         PERFORM 2500-READ-MASTER-BY-KEY THRU 2500-EXIT
010780         IF MASTER-RECORD-FOUND
010790             PERFORM 5000-PRINT-NOTICE THRU 5000-EXIT
010800         END-IF
010810         GO TO 4100-EXIT
010820     END-IF.
010830
010840     IF NOT DC-CASE-UNRESOLVED
010850         GO TO 4100-EXIT
010860     END-IF.
010870
010880     IF DC-OUTCOME-UPHELD
010890         PERFORM 4200-UPHOLD-CLAIM THRU 4200-EXIT
010900     ELSE
010910         IF DC-OUTCOME-REJECTED
010920             PERFORM 4300-REJECT-CLAIM THRU 4300-EXIT
010930         ELSE
010940             IF DC-STATUS-OPEN
010950                     AND DC-PROVISIONAL-DUE-DATE
010960                         NOT > WS-RUN-DATE
010970                 PERFORM 4400-CREDIT-PROVISIONALLY
010980                     THRU 4400-EXIT
010990             END-IF
011000         END-IF
011010     END-IF.
011020
011030     IF DC-CASE-UNRESOLVED
011040         PERFORM 4900-STAGE-AGING-LINE THRU 4900-EXIT
011050     END-IF.
011060 4100-EXIT.
011070     EXIT.
011080
011090*-----------------------------------------------------------------
011100* 4150-PREPARE-POSTING - READ THE CASE ACCOUNT'S MASTER AND WALK
011110* ITS LEDGER AHEAD OF A POSTING.  NO ACCOUNT ON FILE SETS THE
011120* REJECT REASON FOR THE CALLER TO HOLD THE CASE.
011130*-----------------------------------------------------------------
011140 4150-PREPARE-POSTING.
011150     PERFORM 2500-READ-MASTER-BY-KEY THRU 2500-EXIT.
011160     IF NOT MASTER-RECORD-FOUND
011170         MOVE 'NO ACCOUNT ON FILE      ' TO WS-REJECT-REASON
011180         GO TO 4150-EXIT
011190     END-IF.
011200     PERFORM 3000-WALK-ACCOUNT-LEDGER THRU 3000-EXIT.
011210 4150-EXIT.
011220     EXIT.
011230
011240*-----------------------------------------------------------------
011250* 4200-UPHOLD-CLAIM - MAKE AN UPHELD CLAIM GOOD.  A PROVISIONAL
011260* CREDIT ALREADY POSTED SIMPLY BECOMES PERMANENT; OTHERWISE THE
011270* DISPUTED AMOUNT IS CREDITED NOW AS A FINAL 'W' ENTRY.  AN
011280* ACCOUNT NO LONGER OPEN CANNOT TAKE THE CREDIT AND THE CASE IS
011290* HELD FOR THE BRANCH.
011300*-----------------------------------------------------------------
011310 4200-UPHOLD-CLAIM.
011320     IF DC-STATUS-PROVISIONAL
011330         MOVE DC-PROVISIONAL-SEQUENCE TO WS-POSTED-SEQUENCE
011340         MOVE 'UPHELD   ' TO RL-CAPTION
011350         MOVE 'PROVISIONAL CREDIT KEPT ' TO RL-NOTE
011360         GO TO 4200-COMPLETE
011370     END-IF.
011380
011390     PERFORM 4150-PREPARE-POSTING THRU 4150-EXIT.
011400     IF WS-REJECT-REASON NOT = SPACES
011410         PERFORM 4290-HOLD-CASE THRU 4290-EXIT
011420         GO TO 4200-EXIT
011430     END-IF.
011440
011450     IF WS-FOUND-FINAL-SEQ > ZERO
011460         MOVE WS-FOUND-FINAL-SEQ TO WS-POSTED-SEQUENCE
011470         MOVE 'POSTED BY EARLIER RUN   ' TO RL-NOTE
011480     ELSE
011490         IF CM-STATUS-CLOSED OR CM-STATUS-ESCHEATED
011500             MOVE 'ACCOUNT NOT OPEN        ' TO WS-REJECT-REASON
011510             PERFORM 4290-HOLD-CASE THRU 4290-EXIT
011520             GO TO 4200-EXIT
011530         END-IF
011540         MOVE 'W' TO WS-ENTRY-TYPE
011550         PERFORM 4600-WRITE-LEDGER-ENTRY THRU 4600-EXIT
011560         IF DISPUTE-POSTING-FAILED
011570             MOVE 'LEDGER POSTING FAILED   ' TO WS-REJECT-REASON
011580             PERFORM 4290-HOLD-CASE THRU 4290-EXIT
011590             GO TO 4200-EXIT
011600         END-IF
011610         MOVE 'FINAL CREDIT POSTED     ' TO RL-NOTE
011620     END-IF.
011630     ADD DC-DISPUTED-AMOUNT TO WS-TOTAL-FINAL-CREDIT.
011640     MOVE 'FINAL CR ' TO RL-CAPTION.
011650
011660 4200-COMPLETE.
011670     SET DC-STATUS-UPHELD TO TRUE.
011680     MOVE WS-RUN-DATE TO DC-RESOLVED-DATE.
011690     MOVE WS-POSTED-SEQUENCE TO DC-RESOLVED-SEQUENCE.
011700     REWRITE DISPUTE-CASE-RECORD
011710         INVALID KEY
011720             DISPLAY 'DISPUTE-CASE-RUN: UNABLE TO MARK '
011730                 DC-CASE-KEY ' UPHELD'
011740     END-REWRITE.
011750
011760     ADD 1 TO WS-CLAIMS-UPHELD.
011770     MOVE ZERO TO RL-DUE-DATE.
011780     PERFORM 7000-WRITE-REGISTER-LINE THRU 7000-EXIT.
011790 4200-EXIT.
011800     EXIT.
011810
011820*-----------------------------------------------------------------
011830* 4290-HOLD-CASE - LIST A CASE THAT COULD NOT BE POSTED UNDER THE
011840* REASON THE CALLER SET.  IT STAYS AS IT WAS AND THE STEP ENDS
011850* RC=4 SO THE BRANCH SETTLES IT; THE NEXT CYCLE TRIES AGAIN.
011860*-----------------------------------------------------------------
011870 4290-HOLD-CASE.
011880     ADD 1 TO WS-CASES-HELD.
011890     MOVE 'HELD     ' TO RL-CAPTION.
011900     MOVE DC-RESOLUTION-DUE-DATE TO RL-DUE-DATE.
011910     MOVE WS-REJECT-REASON TO RL-NOTE.
011920     PERFORM 7000-WRITE-REGISTER-LINE THRU 7000-EXIT.
011930 4290-EXIT.
011940     EXIT.
011950
011960*-----------------------------------------------------------------
011970* 4300-REJECT-CLAIM - CLOSE A REJECTED CLAIM.  A PROVISIONAL
011980* CREDIT IS TAKEN BACK WITH AN 'X' RE-DEBIT; A CLAIM NEVER
011990* CREDITED POSTS NOTHING.  EITHER WAY THE CUSTOMER IS SENT A
012000* NOTICE OF THE DECISION.
012010*-----------------------------------------------------------------
012020 4300-REJECT-CLAIM.
012030     MOVE ZERO TO WS-POSTED-SEQUENCE.
012040     IF NOT DC-STATUS-PROVISIONAL
012050         PERFORM 2500-READ-MASTER-BY-KEY THRU 2500-EXIT
012060         MOVE 'DENIED   ' TO RL-CAPTION
012070         MOVE 'NO CREDIT WAS MADE      ' TO RL-NOTE
012080         GO TO 4300-COMPLETE
012090     END-IF.
012100
012110     PERFORM 4150-PREPARE-POSTING THRU 4150-EXIT.
012120     IF WS-REJECT-REASON NOT = SPACES
012130         PERFORM 4290-HOLD-CASE THRU 4290-EXIT
012140         GO TO 4300-EXIT
012150     END-IF.
012160
012170     IF WS-FOUND-REDEBIT-SEQ > ZERO
012180         MOVE WS-FOUND-REDEBIT-SEQ TO WS-POSTED-SEQUENCE
012190         MOVE 'POSTED BY EARLIER RUN   ' TO RL-NOTE
012200     ELSE
012210         IF CM-STATUS-CLOSED OR CM-STATUS-ESCHEATED
012220             MOVE 'ACCOUNT NOT OPEN        ' TO WS-REJECT-REASON
012230             PERFORM 4290-HOLD-CASE THRU 4290-EXIT
012240             GO TO 4300-EXIT
012250         END-IF
012260         MOVE 'X' TO WS-ENTRY-TYPE
012270         PERFORM 4600-WRITE-LEDGER-ENTRY THRU 4600-EXIT
012280         IF DISPUTE-POSTING-FAILED
012290             MOVE 'LEDGER POSTING FAILED   ' TO WS-REJECT-REASON
012300             PERFORM 4290-HOLD-CASE THRU 4290-EXIT
012310             GO TO 4300-EXIT
012320         END-IF
012330         MOVE 'PROVISIONAL CREDIT TAKEN' TO RL-NOTE
012340     END-IF.
012350     ADD DC-DISPUTED-AMOUNT TO WS-TOTAL-REDEBIT.
012360     MOVE 'RE-DEBIT ' TO RL-CAPTION.
012370
012380 4300-COMPLETE.
012390     SET DC-STATUS-REJECTED TO TRUE.
012400     MOVE WS-RUN-DATE TO DC-RESOLVED-DATE.
012410     MOVE WS-POSTED-SEQUENCE TO DC-RESOLVED-SEQUENCE.
012420     IF MASTER-RECORD-FOUND
012430         MOVE WS-RUN-DATE TO DC-NOTICE-DATE
012440     END-IF.
012450     REWRITE DISPUTE-CASE-RECORD
012460         INVALID KEY
012470             DISPLAY 'DISPUTE-CASE-RUN: UNABLE TO MARK '
012480                 DC-CASE-KEY ' REJECTED'
012490     END-REWRITE.
012500
012510     ADD 1 TO WS-CLAIMS-REJECTED.
012520     MOVE ZERO TO RL-DUE-DATE.
012530     PERFORM 7000-WRITE-REGISTER-LINE THRU 7000-EXIT.
012540     IF MASTER-RECORD-FOUND
012550         PERFORM 5000-PRINT-NOTICE THRU 5000-EXIT
012560     END-IF.
012570 4300-EXIT.
012580     EXIT.
012590
012600*-----------------------------------------------------------------
012610* 4400-CREDIT-PROVISIONALLY - THE INVESTIGATION HAS RUN PAST ITS
012620* PROVISIONAL DEADLINE, SO THE DISPUTED AMOUNT IS CREDITED NOW
012630* AS A 'V' ENTRY PENDING THE OUTCOME.
012640*-----------------------------------------------------------------
012650 4400-CREDIT-PROVISIONALLY.
012660     PERFORM 4150-PREPARE-POSTING THRU 4150-EXIT.
012670     IF WS-REJECT-REASON NOT = SPACES
012680         PERFORM 4290-HOLD-CASE THRU 4290-EXIT
012690         GO TO 4400-EXIT
012700     END-IF.
012710
012720     IF WS-FOUND-PROVISIONAL-SEQ > ZERO
012730         MOVE WS-FOUND-PROVISIONAL-SEQ TO WS-POSTED-SEQUENCE
012740         MOVE 'POSTED BY EARLIER RUN   ' TO RL-NOTE
012750     ELSE
012760         IF CM-STATUS-CLOSED OR CM-STATUS-ESCHEATED
012770             MOVE 'ACCOUNT NOT OPEN        ' TO WS-REJECT-REASON
012780             PERFORM 4290-HOLD-CASE THRU 4290-EXIT
012790             GO TO 4400-EXIT
012800         END-IF
012810         MOVE 'V' TO WS-ENTRY-TYPE
012820         PERFORM 4600-WRITE-LEDGER-ENTRY THRU 4600-EXIT
012830         IF DISPUTE-POSTING-FAILED
012840             MOVE 'LEDGER POSTING FAILED   ' TO WS-REJECT-REASON
012850             PERFORM 4290-HOLD-CASE THRU 4290-EXIT
012860             GO TO 4400-EXIT
012870         END-IF
012880         MOVE 'RESOLUTION DUE          ' TO RL-NOTE
012890     END-IF.
012900
012910     SET DC-STATUS-PROVISIONAL TO TRUE.
012920     MOVE WS-RUN-DATE TO DC-PROVISIONAL-DATE.
012930     MOVE WS-POSTED-SEQUENCE TO DC-PROVISIONAL-SEQUENCE.
012940     REWRITE DISPUTE-CASE-RECORD
012950         INVALID KEY
012960             DISPLAY 'DISPUTE-CASE-RUN: UNABLE TO MARK '
012970                 DC-CASE-KEY ' PROVISIONALLY CREDITED'
012980     END-REWRITE.
012990
013000     ADD 1 TO WS-PROVISIONAL-POSTED.
013010     ADD DC-DISPUTED-AMOUNT TO WS-TOTAL-PROVISIONAL.
013020     MOVE 'PROV CR  ' TO RL-CAPTION.
013030     MOVE DC-RESOLUTION-DUE-DATE TO RL-DUE-DATE.
013040     PERFORM 7000-WRITE-REGISTER-LINE THRU 7000-EXIT.
013050 4400-EXIT.
013060     EXIT.
013070
013080*-----------------------------------------------------------------
013090* 4600-WRITE-LEDGER-ENTRY - WRITE ONE DISPUTE ENTRY OF THE TYPE
013100* THE CALLER SET, FOR THE DISPUTED AMOUNT, UNDER THE ACCOUNT'S
013110* NEXT SEQUENCE NUMBER AND THE CASE'S REFERENCE.  DISPUTE
013120* ENTRIES ARE SYSTEM-GENERATED (ZERO SOURCE BATCH, NO CHANNEL).
013130*-----------------------------------------------------------------
013140 4600-WRITE-LEDGER-ENTRY.
013150     MOVE 'N' TO WS-POSTING-SWITCH.
013160     ADD 1 TO WS-MAX-TL-SEQUENCE-NUMBER.
013170
013180     MOVE CM-ACCOUNT-NUMBER          TO TL-ACCOUNT-NUMBER.
013190     MOVE WS-MAX-TL-SEQUENCE-NUMBER  TO TL-SEQUENCE-NUMBER.
013200     MOVE WS-RUN-DATE                TO TL-TRANSACTION-DATE.
013210     MOVE WS-ENTRY-TYPE              TO TL-TRANSACTION-TYPE.
013220     MOVE DC-DISPUTED-AMOUNT         TO TL-TRANSACTION-AMOUNT.
013230     MOVE ZERO                       TO TL-RATE-APPLIED.
013240     MOVE ZERO                       TO TL-SOURCE-BATCH.
013250     MOVE SPACE                      TO TL-CHANNEL-CODE.
013260     MOVE WS-CASE-REF                TO TL-TRANSFER-REF.
013270     MOVE SPACES                     TO TL-CONTRA-ACCOUNT.
013280     MOVE ZERO                       TO TL-CONTRA-SEQUENCE.
013290     SET TL-NOT-TRANSFER TO TRUE.
013300
013310     WRITE TRANSACTION-LEDGER-RECORD
013320         INVALID KEY
013330             DISPLAY 'DISPUTE-CASE-RUN: UNABLE TO POST '
013340                 'ENTRY ' WS-ENTRY-TYPE ' FOR ' CM-ACCOUNT-NUMBER
013350             SET DISPUTE-POSTING-FAILED TO TRUE
013360     END-WRITE.
013370
013380     MOVE WS-MAX-TL-SEQUENCE-NUMBER TO WS-POSTED-SEQUENCE.
013390 4600-EXIT.
013400     EXIT.
013410
013420*-----------------------------------------------------------------
013430* 4900-STAGE-AGING-LINE - BUILD THE AGING LINE FOR AN UNRESOLVED
013440* CASE: THE DAYS LEFT TO ITS PROVISIONAL DEADLINE (NO LONGER
013450* COUNTED ONCE THE CREDIT IS MADE) AND TO ITS RESOLUTION
013460* DEADLINE, FLAGGED 'LATE' ONCE THAT HAS PASSED.  THE LINE IS
013470* STAGED UNDER ITS BRANCH AND NEXT DEADLINE FOR THE SORT, AND
013480* COUNTED TO THE BRANCH'S TALLY.
013490*-----------------------------------------------------------------
013500 4900-STAGE-AGING-LINE.
013510     MOVE DC-PROVISIONAL-DUE-DATE TO WS-CONVERT-DATE.
013520     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
013530     MOVE WS-SERIAL-RESULT TO WS-PROVISIONAL-SERIAL.
013540     COMPUTE WS-PROVISIONAL-DAYS-LEFT =
013550         WS-PROVISIONAL-SERIAL - WS-RUN-SERIAL.
013560
013570     MOVE DC-RESOLUTION-DUE-DATE TO WS-CONVERT-DATE.
013580     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
013590     MOVE WS-SERIAL-RESULT TO WS-RESOLUTION-SERIAL.
013600     COMPUTE WS-RESOLUTION-DAYS-LEFT =
013610         WS-RESOLUTION-SERIAL - WS-RUN-SERIAL.
013620
013630     MOVE DC-BRANCH-CODE TO WS-CURRENT-BRANCH.
013640     IF WS-CURRENT-BRANCH = SPACES
013650         MOVE '000' TO WS-CURRENT-BRANCH
013660     END-IF.
013670     PERFORM 8700-LOCATE-BRANCH-TALLY THRU 8700-EXIT.
013680     ADD 1 TO WS-BRT-OPEN (WS-BRT-IDX).
013690     ADD DC-DISPUTED-AMOUNT TO WS-BRT-AMOUNT (WS-BRT-IDX).
013700     ADD 1 TO WS-OPEN-CASES.
013710     ADD DC-DISPUTED-AMOUNT TO WS-TOTAL-IN-DISPUTE.
013720
013730     MOVE DC-ACCOUNT-NUMBER TO AG-ACCOUNT-NUMBER.
013740     MOVE DC-LEDGER-SEQUENCE TO AG-LEDGER-SEQUENCE.
013750     MOVE DC-CLAIM-DATE TO AG-CLAIM-DATE.
013760     MOVE DC-REASON-CODE TO AG-REASON-CODE.
013770     MOVE DC-DISPUTED-AMOUNT TO AG-AMOUNT.
013780     MOVE DC-PROVISIONAL-DUE-DATE TO AG-PROVISIONAL-DUE.
013790     MOVE DC-RESOLUTION-DUE-DATE TO AG-RESOLUTION-DUE.
013800     MOVE WS-RESOLUTION-DAYS-LEFT TO AG-RESOLUTION-DAYS.
013810     IF DC-STATUS-PROVISIONAL
013820         MOVE 'PROV' TO AG-STATUS
013830         MOVE ' PAID' TO AG-PROVISIONAL-DAYS-X
013840         ADD 1 TO WS-BRT-PROVISIONAL (WS-BRT-IDX)
013850         ADD 1 TO WS-PROVISIONAL-CASES
013860         MOVE WS-RESOLUTION-SERIAL TO DW-SEQUENCE
013870     ELSE
013880         MOVE 'OPEN' TO AG-STATUS
013890         MOVE WS-PROVISIONAL-DAYS-LEFT TO AG-PROVISIONAL-DAYS
013900         MOVE WS-PROVISIONAL-SERIAL TO DW-SEQUENCE
013910     END-IF.
013920     IF WS-RESOLUTION-DAYS-LEFT < ZERO
013930         MOVE 'LATE' TO AG-LATE-FLAG
013940         ADD 1 TO WS-BRT-LATE (WS-BRT-IDX)
013950         ADD 1 TO WS-LATE-CASES
013960     ELSE
013970         MOVE SPACES TO AG-LATE-FLAG
013980     END-IF.
013990
014000     MOVE WS-CURRENT-BRANCH TO DW-BRANCH-CODE.
014010     MOVE WS-AGING-LINE TO DW-REPORT-LINE.
014020     WRITE AGING-WORK-RECORD.
014030 4900-EXIT.
014040     EXIT.
014050
014060*-----------------------------------------------------------------
014070* 5000-PRINT-NOTICE - ONE LETTER TELLING THE CUSTOMER THEIR CLAIM
014080* WAS NOT UPHELD, IN THE CUSTOMER NOTICE LAYOUT: THE CLAIM, AND
014090* WHERE A PROVISIONAL CREDIT WAS MADE, ITS REVERSAL.
014100*-----------------------------------------------------------------
014110 5000-PRINT-NOTICE.
014120     MOVE WS-RUN-DATE TO NH-NOTICE-DATE.
014130     MOVE CM-ACCOUNT-NUMBER TO NH-ACCOUNT-NUMBER.
014140     MOVE CM-CUSTOMER-NAME TO NH-CUSTOMER-NAME.
014150     WRITE NOTICE-PRINT-RECORD FROM WS-NOTICE-HEADING-1
014160         AFTER ADVANCING PAGE.
014170     WRITE NOTICE-PRINT-RECORD FROM WS-NOTICE-HEADING-2.
014180     WRITE NOTICE-PRINT-RECORD FROM WS-NOTICE-HEADING-3.
014190     PERFORM 5100-FIND-MAILING-ADDRESS THRU 5100-EXIT.
014200     IF MAILING-ADDRESS-FOUND
014210         PERFORM 5200-PRINT-ADDRESS-BLOCK THRU 5200-EXIT
014220     END-IF.
014230     WRITE NOTICE-PRINT-RECORD FROM WS-BLANK-LINE.
014240
014250     MOVE DC-CLAIM-DATE TO CL-CLAIM-DATE.
014260     MOVE DC-DISPUTED-DATE TO CL-ENTRY-DATE.
014270     WRITE NOTICE-PRINT-RECORD FROM WS-CLAIM-LINE.
014280     MOVE DC-DISPUTED-AMOUNT TO CA-AMOUNT.
014290     WRITE NOTICE-PRINT-RECORD FROM WS-CLAIM-AMOUNT-LINE.
014300     MOVE 'HAS BEEN INVESTIGATED AND COULD NOT BE UPHELD.'
014310         TO NT-TEXT.
014320     WRITE NOTICE-PRINT-RECORD FROM WS-NOTICE-TEXT-LINE.
014330
014340     IF DC-PROVISIONAL-SEQUENCE > ZERO
014350         WRITE NOTICE-PRINT-RECORD FROM WS-BLANK-LINE
014360         MOVE DC-DISPUTED-AMOUNT TO RD-AMOUNT
014370         MOVE DC-PROVISIONAL-DATE TO RD-PROVISIONAL-DATE
014380         WRITE NOTICE-PRINT-RECORD FROM WS-REDEBIT-LINE
014390         MOVE DC-RESOLVED-DATE TO RD-REDEBIT-DATE
014400         WRITE NOTICE-PRINT-RECORD FROM WS-REDEBIT-DATE-LINE
014410     END-IF.
014420
014430     WRITE NOTICE-PRINT-RECORD FROM WS-BLANK-LINE.
014440     MOVE 'IF YOU HAVE ANY QUESTIONS ABOUT THIS DECISION PLEASE'
014450         TO NT-TEXT.
014460     WRITE NOTICE-PRINT-RECORD FROM WS-NOTICE-TEXT-LINE.
014470     MOVE 'CONTACT YOUR BRANCH.' TO NT-TEXT.
014480     WRITE NOTICE-PRINT-RECORD FROM WS-NOTICE-TEXT-LINE.
014490     MOVE 'RETAIL BANKING DIVISION' TO NT-TEXT.
014500     WRITE NOTICE-PRINT-RECORD FROM WS-NOTICE-TEXT-LINE.
014510
014520     ADD 1 TO WS-NOTICES-SENT.
014530 5000-EXIT.
014540     EXIT.
014550
014560*-----------------------------------------------------------------
014570* 5100-FIND-MAILING-ADDRESS - WALK THE ACCOUNT'S RELATIONSHIPS
014580* FOR ITS LIVE PRIMARY OWNER (THE FIRST LIVE OWNER WHEN NO
014590* PRIMARY IS LINKED) AND READ THAT PARTY'S ADDRESS.  NO OWNER ON
014600* FILE LEAVES THE ADDRESS SWITCH OFF.
014610*-----------------------------------------------------------------
014620 5100-FIND-MAILING-ADDRESS.
014630     MOVE 'N' TO WS-ADDRESS-SWITCH.
014640     IF NOT PARTY-FILES-AVAILABLE
014650         GO TO 5100-EXIT
014660     END-IF.
014670
014680     MOVE SPACES TO PM-CUSTOMER-ID.
014690     MOVE 'N' TO WS-OWNER-SCAN-SWITCH.
014700     MOVE CM-ACCOUNT-NUMBER TO AR-ACCOUNT-NUMBER.
014710     MOVE LOW-VALUES TO AR-CUSTOMER-ID.
014720
014730     START ACCOUNT-RELATIONSHIP-FILE
014740         KEY IS NOT LESS THAN AR-RELATIONSHIP-KEY
014750         INVALID KEY
014760             SET OWNER-SCAN-COMPLETE TO TRUE
014770     END-START.
014780
014790     PERFORM 5110-CHECK-ONE-OWNER THRU 5110-EXIT
014800         UNTIL OWNER-SCAN-COMPLETE.
014810
014820     IF PM-CUSTOMER-ID = SPACES
014830         GO TO 5100-EXIT
014840     END-IF.
014850
014860     READ PARTY-MASTER-FILE
014870         INVALID KEY
014880             GO TO 5100-EXIT
014890     END-READ.
014900
014910     SET MAILING-ADDRESS-FOUND TO TRUE.
014920 5100-EXIT.
014930     EXIT.
014940
014950*-----------------------------------------------------------------
014960* 5110-CHECK-ONE-OWNER - READ THE NEXT RELATIONSHIP IN KEY
014970* SEQUENCE, A DIFFERENT ACCOUNT NUMBER READING AS THE END OF THE
014980* WALK.  THE LIVE PRIMARY ENDS THE WALK; THE FIRST LIVE OWNER OF
014990* ANY ROLE IS HELD AS THE FALLBACK.
015000*-----------------------------------------------------------------
015010 5110-CHECK-ONE-OWNER.
015020     READ ACCOUNT-RELATIONSHIP-FILE NEXT RECORD
015030         AT END
015040             SET OWNER-SCAN-COMPLETE TO TRUE
015050     END-READ.
015060
015070     IF OWNER-SCAN-COMPLETE
015080         GO TO 5110-EXIT
015090     END-IF.
015100
015110     IF AR-ACCOUNT-NUMBER NOT = CM-ACCOUNT-NUMBER
015120         SET OWNER-SCAN-COMPLETE TO TRUE
015130         GO TO 5110-EXIT
015140     END-IF.
015150
015160     IF NOT AR-RELATIONSHIP-LIVE
015170         GO TO 5110-EXIT
015180     END-IF.
015190
015200     IF AR-ROLE-PRIMARY
015210         MOVE AR-CUSTOMER-ID TO PM-CUSTOMER-ID
015220         SET OWNER-SCAN-COMPLETE TO TRUE
015230         GO TO 5110-EXIT
015240     END-IF.
015250
015260     IF PM-CUSTOMER-ID = SPACES
015270         MOVE AR-CUSTOMER-ID TO PM-CUSTOMER-ID
015280     END-IF.
015290 5110-EXIT.
015300     EXIT.
015310
015320*-----------------------------------------------------------------
015330* 5200-PRINT-ADDRESS-BLOCK - PRINT THE MAILING ADDRESS UNDER THE
015340* CUSTOMER NAME: THE STREET LINES (A BLANK SECOND LINE IS
015350* SKIPPED) AND THE CITY, STATE AND POSTAL CODE.
015360*-----------------------------------------------------------------
015370 5200-PRINT-ADDRESS-BLOCK.
015380     MOVE PM-ADDRESS-LINE-1 TO AD-ADDRESS-TEXT.
015390     WRITE NOTICE-PRINT-RECORD FROM WS-ADDRESS-LINE.
015400
015410     IF PM-ADDRESS-LINE-2 NOT = SPACES
015420         MOVE PM-ADDRESS-LINE-2 TO AD-ADDRESS-TEXT
015430         WRITE NOTICE-PRINT-RECORD FROM WS-ADDRESS-LINE
015440     END-IF.
015450
015460     MOVE PM-CITY TO CT-CITY.
015470     MOVE PM-STATE-CODE TO CT-STATE-CODE.
015480     MOVE PM-POSTAL-CODE TO CT-POSTAL-CODE.
015490     WRITE NOTICE-PRINT-RECORD FROM WS-CITY-LINE.
015500 5200-EXIT.
015510     EXIT.
015520
015530*-----------------------------------------------------------------
015540* 6000-PRINT-AGING - SORT THE STAGED AGING LINES BY BRANCH AND
015550* NEXT DEADLINE AND PRINT THEM AS ONE SECTION PER BRANCH, EACH
015560* UNDER ITS OWN 'BRANCH NNN' HEADER, FOLLOWED BY THE BRANCH
015570* RECAP.
015580*-----------------------------------------------------------------
015590 6000-PRINT-AGING.
015600     CLOSE AGING-WORK-FILE.
015610
015620     WRITE DISPUTE-REPORT-RECORD FROM WS-BLANK-LINE.
015630     WRITE DISPUTE-REPORT-RECORD FROM WS-AGING-HEADING-1.
015640     WRITE DISPUTE-REPORT-RECORD FROM WS-BLANK-LINE.
015650     WRITE DISPUTE-REPORT-RECORD FROM WS-AGING-HEADING-2.
015660
015670     IF WS-OPEN-CASES = ZERO
015680         WRITE DISPUTE-REPORT-RECORD FROM WS-NO-CASES-LINE
015690         GO TO 6000-EXIT
015700     END-IF.
015710
015720     MOVE 'N' TO WS-SORT-SWITCH.
015730     MOVE SPACES TO WS-SECTION-BRANCH.
015740     SORT REPORT-SORT-FILE
015750         ON ASCENDING KEY RS-BRANCH-CODE
015760         ON ASCENDING KEY RS-SEQUENCE
015770         USING AGING-WORK-FILE
015780         OUTPUT PROCEDURE IS 6100-RETURN-AGING-LINES
015790             THRU 6100-EXIT.
015800
015810     WRITE DISPUTE-REPORT-RECORD FROM WS-BLANK-LINE.
015820     PERFORM 6500-WRITE-BRANCH-RECAP THRU 6500-EXIT.
015830 6000-EXIT.
015840     EXIT.
015850
015860*-----------------------------------------------------------------
015870* 6100-RETURN-AGING-LINES - DRAIN THE SORT INTO THE REPORT.
015880*-----------------------------------------------------------------
015890 6100-RETURN-AGING-LINES.
015900     PERFORM 6200-WRITE-ONE-AGING-LINE THRU 6200-EXIT
015910         UNTIL SORTED-LINES-EOF.
015920 6100-EXIT.
015930     EXIT.
015940
015950*-----------------------------------------------------------------
015960* 6200-WRITE-ONE-AGING-LINE - RETURN THE NEXT SORTED LINE,
015970* OPENING A NEW BRANCH SECTION AT EACH BRANCH BREAK.
015980*-----------------------------------------------------------------
015990 6200-WRITE-ONE-AGING-LINE.
016000     RETURN REPORT-SORT-FILE
016010         AT END
016020             SET SORTED-LINES-EOF TO TRUE
016030     END-RETURN.
016040     IF SORTED-LINES-EOF
016050         GO TO 6200-EXIT
016060     END-IF.
016070
016080     IF RS-BRANCH-CODE NOT = WS-SECTION-BRANCH
016090         IF WS-SECTION-BRANCH NOT = SPACES
016100             WRITE DISPUTE-REPORT-RECORD FROM WS-BLANK-LINE
016110         END-IF
016120         MOVE RS-BRANCH-CODE TO WS-SECTION-BRANCH
016130         MOVE RS-BRANCH-CODE TO BH-BRANCH-CODE
016140         WRITE DISPUTE-REPORT-RECORD
016150             FROM WS-BRANCH-HEADER-LINE
016160     END-IF.
016170
016180     WRITE DISPUTE-REPORT-RECORD FROM RS-REPORT-LINE.
016190 6200-EXIT.
016200     EXIT.
016210
016220*-----------------------------------------------------------------
016230* 6500-WRITE-BRANCH-RECAP - ONE RECAP LINE PER BRANCH, CLOSED BY
016240* A BANK-WIDE 'ALL' LINE.
016250*-----------------------------------------------------------------
016260 6500-WRITE-BRANCH-RECAP.
016270     MOVE ZERO TO WS-BRANCH-SCAN.
016280     PERFORM 6510-RECAP-ONE-BRANCH THRU 6510-EXIT
016290         UNTIL WS-BRANCH-SCAN NOT < WS-BRANCH-TALLY-COUNT.
016300
016310     MOVE 'ALL' TO BR-BRANCH-CODE.
016320     MOVE WS-OPEN-CASES TO BR-OPEN.
016330     MOVE WS-PROVISIONAL-CASES TO BR-PROVISIONAL.
016340     MOVE WS-LATE-CASES TO BR-LATE.
016350     MOVE WS-TOTAL-IN-DISPUTE TO BR-AMOUNT.
016360     WRITE DISPUTE-REPORT-RECORD FROM WS-BRANCH-RECAP-LINE.
016370 6500-EXIT.
016380     EXIT.
016390
016400*-----------------------------------------------------------------
016410* 6510-RECAP-ONE-BRANCH - PRINT ONE BRANCH'S RECAP LINE.
016420*-----------------------------------------------------------------
016430 6510-RECAP-ONE-BRANCH.
016440     ADD 1 TO WS-BRANCH-SCAN.
016450     SET WS-BRT-IDX TO WS-BRANCH-SCAN.
016460
016470     MOVE WS-BRT-CODE (WS-BRT-IDX) TO BR-BRANCH-CODE.
016480     MOVE WS-BRT-OPEN (WS-BRT-IDX) TO BR-OPEN.
016490     MOVE WS-BRT-PROVISIONAL (WS-BRT-IDX) TO BR-PROVISIONAL.
016500     MOVE WS-BRT-LATE (WS-BRT-IDX) TO BR-LATE.
016510     MOVE WS-BRT-AMOUNT (WS-BRT-IDX) TO BR-AMOUNT.
016520     WRITE DISPUTE-REPORT-RECORD FROM WS-BRANCH-RECAP-LINE.
016530 6510-EXIT.
016540     EXIT.
016550
016560*-----------------------------------------------------------------
016570* 7000-WRITE-REGISTER-LINE - PRINT ONE REGISTER LINE FOR THE
016580* CASE IN HAND UNDER THE CAPTION, DUE DATE AND NOTE THE CALLER
016590* SET.
016600*-----------------------------------------------------------------
016610 7000-WRITE-REGISTER-LINE.
016620     MOVE DC-ACCOUNT-NUMBER TO RL-ACCOUNT-NUMBER.
016630     MOVE DC-LEDGER-SEQUENCE TO RL-LEDGER-SEQUENCE.
016640     MOVE DC-REASON-CODE TO RL-REASON-CODE.
016650     MOVE DC-DISPUTED-AMOUNT TO RL-AMOUNT.
016660     WRITE DISPUTE-REPORT-RECORD FROM WS-REGISTER-LINE.
016670 7000-EXIT.
016680     EXIT.
016690
016700*-----------------------------------------------------------------
016710* 8000-READ-MAINT-CARD - READ THE NEXT DSPMAINT CARD, SETTING THE
016720* END-OF-FILE SWITCH WHEN EXHAUSTED.
016730*-----------------------------------------------------------------
016740 8000-READ-MAINT-CARD.
016750     READ DISPUTE-MAINT-CARD-FILE
016760         AT END
016770             SET MAINT-CARD-EOF TO TRUE
016780     END-READ.
016790 8000-EXIT.
016800     EXIT.
016810
016820*-----------------------------------------------------------------
016830* 8500-DATE-TO-SERIAL - CONVERT WS-CONVERT-DATE TO A DAY SERIAL
016840* NUMBER SO TWO DATES CAN BE SUBTRACTED ACROSS MONTH AND YEAR
016850* ENDS.
016860*-----------------------------------------------------------------
016870 8500-DATE-TO-SERIAL.
016880     IF WS-CONVERT-MONTH > 2
016890         MOVE WS-CONVERT-YEAR TO WS-SERIAL-YEAR
016900         COMPUTE WS-SERIAL-MONTH = WS-CONVERT-MONTH + 1
016910     ELSE
016920         COMPUTE WS-SERIAL-YEAR = WS-CONVERT-YEAR - 1
016930         COMPUTE WS-SERIAL-MONTH = WS-CONVERT-MONTH + 13
016940     END-IF.
016950
016960     COMPUTE WS-SERIAL-RESULT = WS-SERIAL-YEAR * 365.
016970     DIVIDE WS-SERIAL-YEAR BY 4 GIVING WS-SERIAL-WORK.
016980     ADD WS-SERIAL-WORK TO WS-SERIAL-RESULT.
016990     DIVIDE WS-SERIAL-YEAR BY 100 GIVING WS-SERIAL-WORK.
017000     SUBTRACT WS-SERIAL-WORK FROM WS-SERIAL-RESULT.
017010     DIVIDE WS-SERIAL-YEAR BY 400 GIVING WS-SERIAL-WORK.
017020     ADD WS-SERIAL-WORK TO WS-SERIAL-RESULT.
017030
017040     COMPUTE WS-SERIAL-TERM = WS-SERIAL-MONTH * 153.
017050     DIVIDE WS-SERIAL-TERM BY 5 GIVING WS-SERIAL-WORK.
017060     ADD WS-SERIAL-WORK TO WS-SERIAL-RESULT.
017070
017080     ADD WS-CONVERT-DAY TO WS-SERIAL-RESULT.
017090 8500-EXIT.
017100     EXIT.
017110
017120*-----------------------------------------------------------------
017130* 8600-STEP-ONE-DAY - STEP THE WORK DATE FORWARD ONE CALENDAR
017140* DAY, ROLLING THE MONTH AND YEAR AS NEEDED.
017150*-----------------------------------------------------------------
017160 8600-STEP-ONE-DAY.
017170     PERFORM 8650-SET-DAYS-IN-MONTH THRU 8650-EXIT.
017180
017190     IF WS-WORK-DAY < WS-DAYS-IN-MONTH
017200         ADD 1 TO WS-WORK-DAY
017210     ELSE
017220         MOVE 01 TO WS-WORK-DAY
017230         IF WS-WORK-MONTH < 12
017240             ADD 1 TO WS-WORK-MONTH
017250         ELSE
017260             MOVE 01 TO WS-WORK-MONTH
017270             ADD 1 TO WS-WORK-YEAR
017280         END-IF
017290     END-IF.
017300 8600-EXIT.
017310     EXIT.
017320
017330*-----------------------------------------------------------------
017340* 8650-SET-DAYS-IN-MONTH - DAYS IN THE WORK DATE'S MONTH,
017350* ALLOWING FOR A LEAP-YEAR FEBRUARY.
017360*-----------------------------------------------------------------
017370 8650-SET-DAYS-IN-MONTH.
017380     MOVE WS-MONTH-DAYS-ENTRY (WS-WORK-MONTH)
017390         TO WS-DAYS-IN-MONTH.
017400
017410     IF WS-WORK-MONTH = 02
017420         DIVIDE WS-WORK-YEAR BY 4
017430             GIVING WS-LEAP-QUOTIENT
017440             REMAINDER WS-LEAP-REMAINDER
017450         IF WS-LEAP-REMAINDER = ZERO
017460             DIVIDE WS-WORK-YEAR BY 100
017470                 GIVING WS-LEAP-QUOTIENT
017480                 REMAINDER WS-LEAP-REMAINDER
017490             IF WS-LEAP-REMAINDER NOT = ZERO
017500                 MOVE 29 TO WS-DAYS-IN-MONTH
017510             ELSE
017520                 DIVIDE WS-WORK-YEAR BY 400
017530                     GIVING WS-LEAP-QUOTIENT
017540                     REMAINDER WS-LEAP-REMAINDER
017550                 IF WS-LEAP-REMAINDER = ZERO
017560                     MOVE 29 TO WS-DAYS-IN-MONTH
017570                 END-IF
017580             END-IF
017590         END-IF
017600     END-IF.
017610 8650-EXIT.
017620     EXIT.
017630
017640*-----------------------------------------------------------------
017650* 8700-LOCATE-BRANCH-TALLY - LEAVE WS-BRT-IDX ON THE CURRENT
017660* BRANCH'S TALLY SLOT, TAKING A FRESH SLOT FOR A BRANCH NOT YET
017670* SEEN.  A RUN WITH MORE BRANCHES THAN SLOTS ROLLS THE OVERFLOW
017680* INTO THE LAST SLOT RATHER THAN LOSING IT.
017690*-----------------------------------------------------------------
017700 8700-LOCATE-BRANCH-TALLY.
017710     SET WS-BRT-IDX TO 1.
017720     MOVE ZERO TO WS-BRANCH-SCAN.
017730     PERFORM 8710-TEST-ONE-TALLY THRU 8710-EXIT
017740         UNTIL WS-BRANCH-SCAN NOT < WS-BRANCH-TALLY-COUNT
017750         OR WS-BRT-CODE (WS-BRT-IDX) = WS-CURRENT-BRANCH.
017760
017770     IF WS-BRT-CODE (WS-BRT-IDX) = WS-CURRENT-BRANCH
017780         GO TO 8700-EXIT
017790     END-IF.
017800
017810     IF WS-BRANCH-TALLY-COUNT < 50
017820         ADD 1 TO WS-BRANCH-TALLY-COUNT
017830         SET WS-BRT-IDX TO WS-BRANCH-TALLY-COUNT
017840         MOVE WS-CURRENT-BRANCH TO WS-BRT-CODE (WS-BRT-IDX)
017850         MOVE ZERO TO WS-BRT-OPEN (WS-BRT-IDX)
017860         MOVE ZERO TO WS-BRT-PROVISIONAL (WS-BRT-IDX)
017870         MOVE ZERO TO WS-BRT-LATE (WS-BRT-IDX)
017880         MOVE ZERO TO WS-BRT-AMOUNT (WS-BRT-IDX)
017890     ELSE
017900         SET WS-BRT-IDX TO 50
017910     END-IF.
017920 8700-EXIT.
017930     EXIT.
017940
017950*-----------------------------------------------------------------
017960* 8710-TEST-ONE-TALLY - STEP TO THE NEXT TALLY SLOT UNLESS THE
017970* CURRENT ONE ALREADY MATCHES.
017980*-----------------------------------------------------------------
017990 8710-TEST-ONE-TALLY.
018000     ADD 1 TO WS-BRANCH-SCAN.
018010     SET WS-BRT-IDX TO WS-BRANCH-SCAN.
018020 8710-EXIT.
018030     EXIT.
018040
018050*-----------------------------------------------------------------
018060* 9000-TERMINATE - PRINT THE RUN CONTROL TOTALS AND CLOSE EVERY
018070* FILE BEFORE STOP RUN.  A REJECTED CARD, A HELD CASE OR A CASE
018080* PAST ITS RESOLUTION DEADLINE ENDS THE STEP RC=4; A RUN THAT
018090* COULD NOT OPEN ITS FILES ENDS RC=8.
018100*-----------------------------------------------------------------
018110 9000-TERMINATE.
018120     IF RUN-CANNOT-PROCEED
018130         CLOSE AGING-WORK-FILE
018140     END-IF.
018150     WRITE DISPUTE-REPORT-RECORD FROM WS-BLANK-LINE.
018160
018170     MOVE 'MAINTENANCE CARDS READ: ' TO TO-CAPTION.
018180     MOVE WS-CARDS-READ TO TO-COUNT.
018190     WRITE DISPUTE-REPORT-RECORD FROM WS-TOTALS-LINE.
018200
018210     MOVE 'CASES OPENED..........: ' TO TO-CAPTION.
018220     MOVE WS-CASES-OPENED TO TO-COUNT.
018230     WRITE DISPUTE-REPORT-RECORD FROM WS-TOTALS-LINE.
018240
018250     MOVE 'OUTCOMES RECORDED.....: ' TO TO-CAPTION.
018260     MOVE WS-OUTCOMES-RECORDED TO TO-COUNT.
018270     WRITE DISPUTE-REPORT-RECORD FROM WS-TOTALS-LINE.
018280
018290     MOVE 'CARDS REJECTED........: ' TO TO-CAPTION.
018300     MOVE WS-CARDS-REJECTED TO TO-COUNT.
018310     WRITE DISPUTE-REPORT-RECORD FROM WS-TOTALS-LINE.
018320
018330     MOVE 'PROVISIONAL CREDITS...: ' TO TO-CAPTION.
018340     MOVE WS-PROVISIONAL-POSTED TO TO-COUNT.
018350     WRITE DISPUTE-REPORT-RECORD FROM WS-TOTALS-LINE.
018360
018370     MOVE 'CLAIMS UPHELD.........: ' TO TO-CAPTION.
018380     MOVE WS-CLAIMS-UPHELD TO TO-COUNT.
018390     WRITE DISPUTE-REPORT-RECORD FROM WS-TOTALS-LINE.
018400
018410     MOVE 'CLAIMS REJECTED.......: ' TO TO-CAPTION.
018420     MOVE WS-CLAIMS-REJECTED TO TO-COUNT.
018430     WRITE DISPUTE-REPORT-RECORD FROM WS-TOTALS-LINE.
018440
018450     MOVE 'CASES HELD............: ' TO TO-CAPTION.
018460     MOVE WS-CASES-HELD TO TO-COUNT.
018470     WRITE DISPUTE-REPORT-RECORD FROM WS-TOTALS-LINE.
018480
018490     MOVE 'NOTICES SENT..........: ' TO TO-CAPTION.
018500     MOVE WS-NOTICES-SENT TO TO-COUNT.
018510     WRITE DISPUTE-REPORT-RECORD FROM WS-TOTALS-LINE.
018520
018530     MOVE 'CASES STILL OPEN......: ' TO TO-CAPTION.
018540     MOVE WS-OPEN-CASES TO TO-COUNT.
018550     WRITE DISPUTE-REPORT-RECORD FROM WS-TOTALS-LINE.
018560
018570     MOVE 'PAST RESOLUTION DATE..: ' TO TO-CAPTION.
018580     MOVE WS-LATE-CASES TO TO-COUNT.
018590     WRITE DISPUTE-REPORT-RECORD FROM WS-TOTALS-LINE.
018600
018610     MOVE 'PROVISIONALLY CREDITED: ' TO AM-CAPTION.
018620     MOVE WS-TOTAL-PROVISIONAL TO AM-AMOUNT.
018630     WRITE DISPUTE-REPORT-RECORD FROM WS-AMOUNT-LINE.
018640
018650     MOVE 'FINAL CREDITS POSTED..: ' TO AM-CAPTION.
018660     MOVE WS-TOTAL-FINAL-CREDIT TO AM-AMOUNT.
018670     WRITE DISPUTE-REPORT-RECORD FROM WS-AMOUNT-LINE.
018680
018690     MOVE 'RE-DEBITED............: ' TO AM-CAPTION.
018700     MOVE WS-TOTAL-REDEBIT TO AM-AMOUNT.
018710     WRITE DISPUTE-REPORT-RECORD FROM WS-AMOUNT-LINE.
018720
018730     MOVE 'STILL IN DISPUTE......: ' TO AM-CAPTION.
018740     MOVE WS-TOTAL-IN-DISPUTE TO AM-AMOUNT.
018750     WRITE DISPUTE-REPORT-RECORD FROM WS-AMOUNT-LINE.
018760
018770     IF WS-CARDS-REJECTED > ZERO OR WS-CASES-HELD > ZERO
018780             OR WS-LATE-CASES > ZERO
018790         MOVE 4 TO RETURN-CODE
018800     END-IF.
018810     IF RUN-CANNOT-PROCEED
018820         MOVE 8 TO RETURN-CODE
018830     END-IF.
018840
018850     IF WS-DSPMAINT-STATUS = '00'
018860         CLOSE DISPUTE-MAINT-CARD-FILE
018870     END-IF.
018880     CLOSE CUSTOMER-MASTER-FILE.
018882     IF CONTRA-FILE-AVAILABLE
018884         CLOSE CONTRA-MASTER-FILE
018886     END-IF.
018890     CLOSE TRANSACTION-LEDGER-FILE.
018900     CLOSE DISPUTE-CASE-FILE.
018910     IF PARTY-FILES-AVAILABLE
018920         CLOSE PARTY-MASTER-FILE
018930         CLOSE ACCOUNT-RELATIONSHIP-FILE
018940     END-IF.
018950     CLOSE DISPUTE-REPORT-FILE.
018960     CLOSE NOTICE-PRINT-FILE.
018970     PERFORM 9800-RECORD-STEP-END THRU 9800-EXIT.
018980 9000-EXIT.
018990     EXIT.
019000
019010*-----------------------------------------------------------------
019020* 9500-READ-BUSINESS-DATE - REPLACE THE SYSTEM-CLOCK RUN DATE WITH
019030* THE CYCLE'S BUSINESS DATE FROM THE BATCH DATE CONTROL FILE, SO A
019040* LATE OR RERUN CYCLE IS PROCESSED UNDER THE BUSINESS DATE IT
019050* BELONGS TO.  NO OPEN CYCLE MEANS THE SYSTEM DATE STANDS.
019060*-----------------------------------------------------------------
019070 9500-READ-BUSINESS-DATE.
019080     OPEN INPUT BATCH-DATE-FILE.
019090     IF WS-BATCHDTE-STATUS = '00'
019100         READ BATCH-DATE-FILE
019110             NOT AT END
019120                 IF BD-CYCLE-OPEN
019130                         AND BD-BUSINESS-DATE IS NUMERIC
019140                         AND BD-BUSINESS-DATE > ZERO
019150                     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
019160                 END-IF
019170         END-READ
019180         CLOSE BATCH-DATE-FILE
019190     END-IF.
019200 9500-EXIT.
019210     EXIT.
019220
019230*-----------------------------------------------------------------
019240* 9700-RECORD-STEP-START - ASK THE CYCLE STEP-STATUS LEDGER
019250* WHETHER THIS STEP ALREADY ENDED CLEAN FOR THE RUN DATE.  A 'K'
019260* REPLY MEANS THE RERUN SKIPS THE STEP; OTHERWISE THE START IS
019270* RECORDED AND THE RUN PROCEEDS.
019280*-----------------------------------------------------------------
019290 9700-RECORD-STEP-START.
019300     MOVE 'S'         TO SP-FUNCTION.
019310     MOVE 'DSPRUN'    TO SP-STEP-NAME.
019320     MOVE WS-RUN-DATE TO SP-BUSINESS-DATE.
019330     MOVE ZERO        TO SP-RETURN-CODE.
019340     CALL 'STEPSTAT' USING STEP-STATUS-PARMS.
019350 9700-EXIT.
019360     EXIT.
019370
019380*-----------------------------------------------------------------
019390* 9800-RECORD-STEP-END - RECORD THIS STEP'S END AND FINAL RETURN
019400* CODE ON THE CYCLE STEP-STATUS LEDGER.
019410*-----------------------------------------------------------------
019420 9800-RECORD-STEP-END.
019430     MOVE 'E'         TO SP-FUNCTION.
019440     MOVE RETURN-CODE TO SP-RETURN-CODE.
019450     CALL 'STEPSTAT' USING STEP-STATUS-PARMS.
019460 9800-EXIT.
019470     EXIT.
