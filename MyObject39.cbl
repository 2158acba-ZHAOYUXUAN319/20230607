000100* ---------------------------------------------------------------
000110* PROGRAM      TERM-DEPOSIT-MATURITY
000120* INSTALLATION RETAIL BANKING DIVISION
000130* AUTHOR       D. OKAFOR
000140* DATE-WRITTEN 2026-10-15
000150* ---------------------------------------------------------------
000160* MODIFICATION HISTORY
000170*   2026-10-15  DO   ORIGINAL PROGRAM - TERM DEPOSIT MATURITY.
000180*                    THE FIXED-TERM DEPOSITS THE BRANCHES SELL
000190*                    WERE TRACKED ON A SPREADSHEET; THEY ARE NOW
000200*                    PRODUCT 'TD' ACCOUNTS WITH A CONTRACT ON THE
000210*                    KEYED TERMDEP FILE.  THIS RUN, AHEAD OF THE
000220*                    NIGHT'S POSTING, FIRST APPLIES THE TDMAINT
000230*                    CARDS THAT OPEN A CONTRACT (TERM, OPENING
000240*                    DATE, CONTRACT RATE, PRINCIPAL, MATURITY
000250*                    INSTRUCTION) OR CHANGE ITS INSTRUCTION.  IT
000260*                    THEN WALKS EVERY CONTRACT: ONE MATURING ON
000270*                    OR BEFORE THE BUSINESS DATE IS RENEWED FOR
000280*                    THE SAME TERM AT THE RATE THEN OFFERED, OR
000290*                    HAS ITS FINAL INTEREST POSTED AND THE
000300*                    PROCEEDS PAID TO THE LINKED ACCOUNT OR BY
000310*                    OFFICIAL CHEQUE, THE ACCOUNT THEN CLOSING.
000320*                    A CONTRACT MATURING WITHIN THE NOTICE DAYS
000330*                    (TDCTL CARD, DEFAULT 30) GETS ONE PRE-
000340*                    MATURITY LETTER PER TERM ON TDNOTICE.  THE
000350*                    REGISTER ON TDMATRPT ENDS WITH THE MATURITY
000360*                    LADDER BY MONTH FOR TREASURY.  A DEPOSIT
000370*                    WITH A HELD DEBIT IS NOT MATURED UNTIL THE
000380*                    BRANCH SETTLES IT.
000381*   2026-10-15  DO   A PAID-OUT DEPOSIT'S ACCOUNT IS NOW CLOSED
000382*                    AS ACCOUNT CLOSURE CLOSES ONE: ITS STANDING
000383*                    ORDERS ARE CANCELLED AND ITS STOP-PAYMENTS
000384*                    STILL IN FORCE EXPIRE THE DAY BEFORE, AHEAD
000385*                    OF FLAGGING THE ACCOUNT 'C'.  NO STANDORD OR
000386*                    STOPPAY FILE ONLY MEANS NOTHING IS CANCELLED.
000387*   2026-10-15  DO   A DEPOSIT NAMED AS THE CREDIT ACCOUNT OF A
000388*                    TRANSFER DEBIT STILL AWAITING ITS CREDIT LEG
000389*                    IS NO LONGER PAID OUT AND CLOSED UNDER IT -
000390*                    IT IS HELD, TRANSFER CREDIT DUE, AS ACCOUNT
000391*                    CLOSURE REFUSES SUCH AN ACCOUNT; A RENEWAL
000392*                    STILL GOES AHEAD.  THE WALK NOW ALSO HOLDS A
000393*                    TRANSFER DEBIT WHOSE CREDIT ACCOUNT IS NOT
000394*                    OPEN, AS THE POSTING RUN DOES.
000395* ---------------------------------------------------------------
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID.                  TERM-DEPOSIT-MATURITY.
000420 AUTHOR.                      D. OKAFOR.
000430 INSTALLATION.                RETAIL BANKING DIVISION.
000440 DATE-WRITTEN.                2026-10-15.
000450 DATE-COMPILED.
000460
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT TD-MAINT-CARD-FILE
000510         ASSIGN TO 'TDMAINT'
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-TDMAINT-STATUS.
000540
000550     SELECT TD-CONTROL-FILE
000560         ASSIGN TO 'TDCTL'
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-TDCTL-STATUS.
000590
000600     SELECT CUSTOMER-MASTER-FILE
000610         ASSIGN TO 'CUSTMAST'
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS CM-ACCOUNT-NUMBER
000650         FILE STATUS IS WS-CUSTMAST-STATUS.
000651
000652*    A SECOND, READ-ONLY VIEW OF THE MASTER, READ BY KEY FOR THE
000653*    CREDIT ACCOUNT OF A TRANSFER WITHOUT DISTURBING THE FIRST.
000654     SELECT CONTRA-MASTER-FILE
000655         ASSIGN TO 'CUSTMAST'
000656         ORGANIZATION IS INDEXED
000657         ACCESS MODE IS RANDOM
000658         RECORD KEY IS CX-ACCOUNT-NUMBER
000659         FILE STATUS IS WS-CONTRA-STATUS.
000660
000670     SELECT TRANSACTION-LEDGER-FILE
000680         ASSIGN TO 'TRANLEDG'
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS TL-LEDGER-KEY
000720         FILE STATUS IS WS-TRANLEDG-STATUS.
000730
000740     SELECT TERM-DEPOSIT-FILE
000750         ASSIGN TO 'TERMDEP'
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS TD-ACCOUNT-NUMBER
000790         FILE STATUS IS WS-TERMDEP-STATUS.
000800
000810     SELECT INTEREST-ACCRUAL-FILE
000820         ASSIGN TO 'ACCRUAL'
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS RANDOM
000850         RECORD KEY IS IA-ACCOUNT-NUMBER
000860         FILE STATUS IS WS-ACCRUAL-STATUS.
000870
000880     SELECT RATE-TABLE-FILE
000890         ASSIGN TO 'RATETABL'
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS SEQUENTIAL
000920         RECORD KEY IS RT-RATE-KEY
000930         FILE STATUS IS WS-RATETABL-STATUS.
000940
000950     SELECT OFFICIAL-CHEQUE-FILE
000960         ASSIGN TO 'OFFCHQ'
000970         ORGANIZATION IS INDEXED
000980         ACCESS MODE IS RANDOM
000990         RECORD KEY IS OC-CHEQUE-KEY
001000         FILE STATUS IS WS-OFFCHQ-STATUS.
001010
001020     SELECT PARTY-MASTER-FILE
001030         ASSIGN TO 'PARTYMST'
001040         ORGANIZATION IS INDEXED
001050         ACCESS MODE IS RANDOM
001060         RECORD KEY IS PM-CUSTOMER-ID
001070         FILE STATUS IS WS-PARTYMST-STATUS.
001080
001090     SELECT ACCOUNT-RELATIONSHIP-FILE
001100         ASSIGN TO 'ACCTREL'
001110         ORGANIZATION IS INDEXED
001120         ACCESS MODE IS DYNAMIC
001130         RECORD KEY IS AR-RELATIONSHIP-KEY
001140         FILE STATUS IS WS-ACCTREL-STATUS.
001150
001160     SELECT MATURITY-REPORT-FILE
001170         ASSIGN TO 'TDMATRPT'
001180         ORGANIZATION IS LINE SEQUENTIAL
001190         FILE STATUS IS WS-TDMATRPT-STATUS.
001200
001210     SELECT NOTICE-PRINT-FILE
001220         ASSIGN TO 'TDNOTICE'
001230         ORGANIZATION IS LINE SEQUENTIAL
001240         FILE STATUS IS WS-TDNOTICE-STATUS.
001250
001260     SELECT BATCH-DATE-FILE
001270         ASSIGN TO 'BATCHDTE'
001280         ORGANIZATION IS LINE SEQUENTIAL
001290         FILE STATUS IS WS-BATCHDTE-STATUS.
001300
001301     SELECT STANDING-ORDER-FILE
001302         ASSIGN TO 'STANDORD'
001303         ORGANIZATION IS INDEXED
001304         ACCESS MODE IS DYNAMIC
001305         RECORD KEY IS SO-ORDER-KEY
001306         FILE STATUS IS WS-STANDORD-STATUS.
001307
001308     SELECT STOP-PAYMENT-FILE
001309         ASSIGN TO 'STOPPAY'
001310         ORGANIZATION IS INDEXED
001311         ACCESS MODE IS DYNAMIC
001312         RECORD KEY IS STP-STOP-KEY
001313         FILE STATUS IS WS-STOPPAY-STATUS.
001314
001315 DATA DIVISION.
001320 FILE SECTION.
001330 FD  TD-MAINT-CARD-FILE
001340     LABEL RECORDS ARE STANDARD.
001350 01  TD-MAINT-CARD.
001360     05  TC-FUNCTION               PIC X(01).
001370         88  TC-OPEN-CONTRACT                VALUE 'O'.
001380         88  TC-CHANGE-INSTRUCTION           VALUE 'I'.
001390     05  TC-ACCOUNT-NUMBER         PIC X(10).
001400     05  TC-TERM-MONTHS            PIC 9(03).
001410     05  TC-OPEN-DATE              PIC 9(08).
001420     05  TC-CONTRACT-RATE          PIC 9V9(04).
001430     05  TC-MATURITY-INSTRUCTION   PIC X(01).
001440     05  TC-LINKED-ACCOUNT         PIC X(10).
001450     05  TC-PRINCIPAL              PIC 9(7)V99.
001460     05  TC-PENALTY-DAYS           PIC 9(03).
001470     05  FILLER                    PIC X(30).
001480
001490 FD  TD-CONTROL-FILE
001500     LABEL RECORDS ARE STANDARD.
001510 01  TD-CONTROL-CARD.
001520     05  TX-NOTICE-DAYS            PIC 9(03).
001530     05  FILLER                    PIC X(77).
001540
001550 FD  CUSTOMER-MASTER-FILE
001560     LABEL RECORDS ARE STANDARD.
001570     COPY CUSTREC.
001580
001581 FD  CONTRA-MASTER-FILE
001582     LABEL RECORDS ARE STANDARD.
001583     COPY CUSTREC REPLACING ==CUSTOMER-MASTER-RECORD==
001584                         BY ==CONTRA-MASTER-RECORD==
001585                    LEADING ==CM-== BY ==CX-==.
001586
001590 FD  TRANSACTION-LEDGER-FILE
001600     LABEL RECORDS ARE STANDARD.
001610     COPY TRANLEDG.
001620
001630 FD  TERM-DEPOSIT-FILE
001640     LABEL RECORDS ARE STANDARD.
001650     COPY TERMDEP.
001660
001670 FD  INTEREST-ACCRUAL-FILE
001680     LABEL RECORDS ARE STANDARD.
001690     COPY ACCRREC.
001700
001710 FD  RATE-TABLE-FILE
001720     LABEL RECORDS ARE STANDARD.
001730     COPY RATETABL.
001740
001750 FD  OFFICIAL-CHEQUE-FILE
001760     LABEL RECORDS ARE STANDARD.
001770     COPY OFFCHQ.
001780
001790 FD  PARTY-MASTER-FILE
001800     LABEL RECORDS ARE STANDARD.
001810     COPY PARTYREC.
001820
001830 FD  ACCOUNT-RELATIONSHIP-FILE
001840     LABEL RECORDS ARE STANDARD.
001850     COPY ACCTREL.
001860
001870 FD  MATURITY-REPORT-FILE
001880     LABEL RECORDS ARE STANDARD.
001890 01  MATURITY-REPORT-RECORD        PIC X(80).
001900
001910 FD  NOTICE-PRINT-FILE
001920     LABEL RECORDS ARE STANDARD.
001930 01  NOTICE-PRINT-RECORD           PIC X(80).
001940
001950 FD  BATCH-DATE-FILE
001960     LABEL RECORDS ARE STANDARD.
001970     COPY BATCHDTE.
001980
001981 FD  STANDING-ORDER-FILE
001982     LABEL RECORDS ARE STANDARD.
001983     COPY STORDREC.
001984
001985 FD  STOP-PAYMENT-FILE
001986     LABEL RECORDS ARE STANDARD.
001987     COPY STOPREC.
001988
001990 WORKING-STORAGE SECTION.
002000*----------------------------------------------------------------
002010* FILE STATUS AND END-OF-FILE SWITCHES
002020*----------------------------------------------------------------
002030 01  WS-FILE-STATUSES.
002040     05  WS-TDMAINT-STATUS         PIC X(02) VALUE '00'.
002050     05  WS-TDCTL-STATUS           PIC X(02) VALUE '00'.
002060     05  WS-CUSTMAST-STATUS        PIC X(02) VALUE '00'.
002070     05  WS-TRANLEDG-STATUS        PIC X(02) VALUE '00'.
002080     05  WS-TERMDEP-STATUS         PIC X(02) VALUE '00'.
002090     05  WS-ACCRUAL-STATUS         PIC X(02) VALUE '00'.
002100     05  WS-RATETABL-STATUS        PIC X(02) VALUE '00'.
002110     05  WS-OFFCHQ-STATUS          PIC X(02) VALUE '00'.
002120     05  WS-PARTYMST-STATUS        PIC X(02) VALUE '00'.
002130     05  WS-ACCTREL-STATUS         PIC X(02) VALUE '00'.
002140     05  WS-TDMATRPT-STATUS        PIC X(02) VALUE '00'.
002150     05  WS-TDNOTICE-STATUS        PIC X(02) VALUE '00'.
002160     05  WS-BATCHDTE-STATUS        PIC X(02) VALUE '00'.
002163     05  WS-STANDORD-STATUS        PIC X(02) VALUE '00'.
002166     05  WS-STOPPAY-STATUS         PIC X(02) VALUE '00'.
002168     05  WS-CONTRA-STATUS          PIC X(02) VALUE '00'.
002170
002180 01  WS-SWITCHES.
002190     05  WS-CARD-EOF-SWITCH        PIC X(01) VALUE 'N'.
002200         88  MAINT-CARD-EOF                  VALUE 'Y'.
002210     05  WS-CONTRACT-EOF-SWITCH    PIC X(01) VALUE 'N'.
002220         88  CONTRACT-FILE-EOF               VALUE 'Y'.
002230     05  WS-RUN-SWITCH             PIC X(01) VALUE 'N'.
002240         88  RUN-CANNOT-PROCEED              VALUE 'Y'.
002250     05  WS-MASTER-SWITCH          PIC X(01) VALUE 'N'.
002260         88  MASTER-RECORD-FOUND             VALUE 'Y'.
002270     05  WS-SEQ-SCAN-SWITCH        PIC X(01) VALUE 'N'.
002280         88  SEQ-SCAN-COMPLETE               VALUE 'Y'.
002290     05  WS-SETTLED-SWITCH         PIC X(01) VALUE 'N'.
002300         88  MATURITY-ALREADY-SETTLED        VALUE 'Y'.
002310     05  WS-POSTING-SWITCH         PIC X(01) VALUE 'N'.
002320         88  MATURITY-POSTING-FAILED         VALUE 'Y'.
002330     05  WS-ACCRUAL-SWITCH         PIC X(01) VALUE 'N'.
002340         88  ACCRUAL-ON-FILE                 VALUE 'Y'.
002350     05  WS-ACCRUAL-FILE-SWITCH    PIC X(01) VALUE 'N'.
002360         88  ACCRUAL-FILE-AVAILABLE          VALUE 'Y'.
002370     05  WS-RATE-BAND-EOF-SWITCH   PIC X(01) VALUE 'N'.
002380         88  RATE-TABLE-EOF                  VALUE 'Y'.
002390     05  WS-PARTY-FILES-SWITCH     PIC X(01) VALUE 'N'.
002400         88  PARTY-FILES-AVAILABLE           VALUE 'Y'.
002410     05  WS-ADDRESS-SWITCH         PIC X(01) VALUE 'N'.
002420         88  MAILING-ADDRESS-FOUND           VALUE 'Y'.
002430     05  WS-OWNER-SCAN-SWITCH      PIC X(01) VALUE 'N'.
002440         88  OWNER-SCAN-COMPLETE             VALUE 'Y'.
002450     05  WS-LADDER-SCAN-SWITCH     PIC X(01) VALUE 'N'.
002460         88  LADDER-SLOT-FOUND               VALUE 'Y'.
002462     05  WS-ORDER-FILE-SWITCH      PIC X(01) VALUE 'N'.
002464         88  ORDER-FILE-AVAILABLE            VALUE 'Y'.
002466     05  WS-STOP-FILE-SWITCH       PIC X(01) VALUE 'N'.
002468         88  STOP-FILE-AVAILABLE             VALUE 'Y'.
002469     05  WS-CONTRA-FILE-SWITCH     PIC X(01) VALUE 'N'.
002470         88  CONTRA-FILE-AVAILABLE           VALUE 'Y'.
002471     05  WS-PAYEE-SWITCH           PIC X(01) VALUE 'N'.
002472         88  PAYEE-NOT-OPEN                  VALUE 'Y'.
002473     05  WS-INBOUND-SWITCH         PIC X(01) VALUE 'N'.
002474         88  INBOUND-TRANSFER-PENDING        VALUE 'Y'.
002475     05  WS-INBOUND-FULL-SWITCH    PIC X(01) VALUE 'N'.
002476         88  INBOUND-TABLE-FULL              VALUE 'Y'.
002477
002480*----------------------------------------------------------------
002490* RUN DATE, CAPTURED ONCE AT STARTUP, AND THE REFERENCE EVERY
002500* ENTRY THIS RUN POSTS CARRIES - 'TM' AND THE RUN DATE - SO A
002510* RERUN FINDS A DEPOSIT IT ALREADY PAID OUT
002520*----------------------------------------------------------------
002530 01  WS-RUN-DATE                   PIC 9(08).
002540 01  WS-RUN-SERIAL                 PIC 9(07) COMP VALUE ZERO.
002545 01  WS-STOP-EXPIRY-DATE           PIC 9(08) VALUE ZERO.
002550 01  WS-MATURITY-REF.
002560     05  FILLER                    PIC X(02) VALUE 'TM'.
002570     05  WS-MATURITY-REF-DATE      PIC 9(08).
002580     05  FILLER                    PIC X(02) VALUE SPACES.
002590
002600*----------------------------------------------------------------
002610* CYCLE STEP-STATUS PARAMETER AREA - SEE CYCLE-STEP-STATUS
002620*----------------------------------------------------------------
002630     COPY STEPLINK.
002640
002650*----------------------------------------------------------------
002660* CONTRACT DEFAULTS - THE NOTICE DAYS ARE OVERRIDDEN BY THE
002670* TDCTL CARD
002680*----------------------------------------------------------------
002690 01  WS-NOTICE-DAYS                PIC 9(03) VALUE 030.
002700 01  WS-DEFAULT-PENALTY-DAYS       PIC 9(03) VALUE 090.
002710 01  WS-MAXIMUM-TERM-MONTHS        PIC 9(03) VALUE 120.
002720
002730*----------------------------------------------------------------
002740* TERM DEPOSIT RATE BANDS, LOADED FROM THE PRODUCT 'TD' ENTRIES
002750* ON RATETABL - THE RATE A NEW OR RENEWED TERM IS STRUCK AT
002760*----------------------------------------------------------------
002770 01  WS-RATE-BAND-COUNT            PIC 9(04) COMP VALUE ZERO.
002780 01  WS-RATE-BAND-MAX              PIC 9(04) COMP VALUE 50.
002790 01  WS-RATE-BAND-SCAN             PIC 9(04) COMP VALUE ZERO.
002800 01  WS-RATE-BAND-TABLE.
002810     05  WS-RATE-BAND-ENTRY OCCURS 50 TIMES
002820                                   INDEXED BY WS-RTB-IDX.
002830         10  WS-RTB-FLOOR          PIC 9(07)V99.
002840         10  WS-RTB-RATE           PIC 9V9(04).
002850 01  WS-BAND-AMOUNT                PIC S9(7)V99 VALUE ZERO.
002860 01  WS-BAND-RATE                  PIC 9V9(04) VALUE ZERO.
002870 01  WS-BEST-FLOOR                 PIC 9(07)V99 VALUE ZERO.
002880
002890*----------------------------------------------------------------
002900* POSTED-BALANCE WALK FIELDS, THE SAME WALK THE POSTING AND
002910* CLOSURE RUNS TAKE
002920*----------------------------------------------------------------
002930 01  WS-POSTED-BALANCE             PIC S9(7)V99 VALUE ZERO.
002940 01  WS-NEGATIVE-LIMIT             PIC S9(7)V99 VALUE ZERO.
002950 01  WS-PROJECTED-BALANCE          PIC S9(7)V99 VALUE ZERO.
002960 01  WS-MAX-TL-SEQUENCE-NUMBER     PIC 9(06) VALUE ZERO.
002970 01  WS-HELD-DEBIT-COUNT           PIC 9(05) VALUE ZERO.
002971
002972*----------------------------------------------------------------
002973* CREDIT ACCOUNTS OF TRANSFER DEBITS STILL AWAITING THEIR CREDIT
002974*----------------------------------------------------------------
002975 01  WS-INBOUND-COUNT              PIC 9(04) COMP VALUE ZERO.
002976 01  WS-INBOUND-TABLE.
002977     05  WS-INBOUND-ACCOUNT OCCURS 1000 TIMES
002978                           INDEXED BY WS-INBOUND-IDX PIC X(10).
002980
002990*----------------------------------------------------------------
003000* CARD AND CONTRACT WORK FIELDS
003010*----------------------------------------------------------------
003020 01  WS-CONTRACT-ACCOUNT           PIC X(10) VALUE SPACES.
003030 01  WS-LINKED-CURRENCY            PIC X(03) VALUE SPACES.
003040 01  WS-REJECT-REASON              PIC X(24) VALUE SPACES.
003050 01  WS-MONTH-COUNT                PIC 9(05) COMP VALUE ZERO.
003060 01  WS-YEARS-ADDED                PIC 9(04) COMP VALUE ZERO.
003070 01  WS-MONTH-REMAINDER            PIC 9(04) COMP VALUE ZERO.
003080 01  WS-DAYS-TO-MATURITY           PIC S9(07) COMP VALUE ZERO.
003090
003100*----------------------------------------------------------------
003110* SETTLEMENT FIGURES FOR THE DEPOSIT BEING MATURED
003120*----------------------------------------------------------------
003130 01  WS-FINAL-INTEREST             PIC 9(7)V99 VALUE ZERO.
003140 01  WS-INTEREST-RATE              PIC 9V9(04) VALUE ZERO.
003150 01  WS-PAYOUT-AMOUNT              PIC 9(7)V99 VALUE ZERO.
003160 01  WS-PAYOUT-SEQUENCE            PIC 9(06) VALUE ZERO.
003170 01  WS-ENTRY-TYPE                 PIC X(01) VALUE SPACE.
003180 01  WS-ENTRY-AMOUNT               PIC 9(7)V99 VALUE ZERO.
003190 01  WS-ENTRY-RATE                 PIC 9V9(04) VALUE ZERO.
003200
003210*----------------------------------------------------------------
003220* FINAL ACCRUAL WORK FIELDS - THE POSTING RUN'S MISSED-NIGHT
003230* ACCRUAL, CARRIED UP TO THE NIGHT BEFORE THE MATURITY RUN
003240*----------------------------------------------------------------
003250 01  WS-ACCRUED-THROUGH-DATE       PIC 9(08) VALUE ZERO.
003260 01  WS-ACCRUED-THROUGH-SERIAL     PIC 9(07) COMP VALUE ZERO.
003270 01  WS-ACCRUAL-GAP-DAYS           PIC S9(05) COMP VALUE ZERO.
003280 01  WS-GAP-ACCRUAL                PIC 9(07)V9(05) VALUE ZERO.
003290 01  WS-ACCRUAL-CENTS-BEFORE       PIC 9(07)V99 VALUE ZERO.
003300
003310*----------------------------------------------------------------
003320* DATE CONVERSION AND CALENDAR WORK FIELDS
003330*----------------------------------------------------------------
003340 01  WS-CONVERT-DATE.
003350     05  WS-CONVERT-YEAR           PIC 9(04).
003360     05  WS-CONVERT-MONTH          PIC 9(02).
003370     05  WS-CONVERT-DAY            PIC 9(02).
003380 01  WS-SERIAL-YEAR                PIC 9(05) COMP VALUE ZERO.
003390 01  WS-SERIAL-MONTH               PIC 9(03) COMP VALUE ZERO.
003400 01  WS-SERIAL-WORK                PIC 9(07) COMP VALUE ZERO.
003410 01  WS-SERIAL-TERM                PIC 9(07) COMP VALUE ZERO.
003420 01  WS-SERIAL-RESULT              PIC 9(07) COMP VALUE ZERO.
003430 01  WS-WORK-DATE.
003440     05  WS-WORK-YEAR              PIC 9(04).
003450     05  WS-WORK-MONTH             PIC 9(02).
003460     05  WS-WORK-DAY               PIC 9(02).
003470 01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE
003480                                   PIC 9(08).
003490 01  WS-LEAP-QUOTIENT              PIC 9(04) VALUE ZERO.
003500 01  WS-LEAP-REMAINDER             PIC 9(04) VALUE ZERO.
003510 01  WS-DAYS-IN-MONTH              PIC 9(02) VALUE ZERO.
003520 01  WS-MONTH-DAYS-TABLE.
003530     05  FILLER                    PIC X(24) VALUE
003540         '312831303130313130313031'.
003550 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
003560     05  WS-MONTH-DAYS-ENTRY OCCURS 12 TIMES
003570                                   PIC 9(02).
003580
003590*----------------------------------------------------------------
003600* MATURITY LADDER - ACTIVE CONTRACTS BY MATURITY MONTH, KEPT IN
003610* MONTH ORDER AS EACH CONTRACT IS ADDED
003620*----------------------------------------------------------------
003630 01  WS-LADDER-COUNT               PIC 9(04) COMP VALUE ZERO.
003640 01  WS-LADDER-MAX                 PIC 9(04) COMP VALUE 240.
003650 01  WS-LADDER-SCAN                PIC 9(04) COMP VALUE ZERO.
003660 01  WS-LADDER-SLOT                PIC 9(04) COMP VALUE ZERO.
003670 01  WS-LADDER-OVERFLOW            PIC 9(07) VALUE ZERO.
003680 01  WS-LADDER-MONTH               PIC 9(06) VALUE ZERO.
003690 01  WS-LADDER-TABLE.
003700     05  WS-LADDER-ENTRY OCCURS 240 TIMES
003710                                   INDEXED BY WS-LDR-IDX
003720                                              WS-LDR-FROM.
003730         10  WS-LDR-MONTH          PIC 9(06).
003740         10  WS-LDR-DEPOSITS       PIC 9(07).
003750         10  WS-LDR-PRINCIPAL      PIC 9(11)V99.
003760 01  WS-LADDER-DEPOSITS            PIC 9(07) VALUE ZERO.
003770 01  WS-LADDER-PRINCIPAL           PIC 9(11)V99 VALUE ZERO.
003780
003790*----------------------------------------------------------------
003800* RUN CONTROL TOTALS
003810*----------------------------------------------------------------
003820 01  WS-CARDS-READ                 PIC 9(07) VALUE ZERO.
003830 01  WS-CONTRACTS-OPENED           PIC 9(07) VALUE ZERO.
003840 01  WS-CONTRACTS-CHANGED          PIC 9(07) VALUE ZERO.
003850 01  WS-CARDS-REJECTED             PIC 9(07) VALUE ZERO.
003860 01  WS-CONTRACTS-RENEWED          PIC 9(07) VALUE ZERO.
003870 01  WS-PAID-BY-TRANSFER           PIC 9(07) VALUE ZERO.
003880 01  WS-PAID-BY-CHEQUE             PIC 9(07) VALUE ZERO.
003890 01  WS-CONTRACTS-HELD             PIC 9(07) VALUE ZERO.
003900 01  WS-NOTICES-SENT               PIC 9(07) VALUE ZERO.
003903 01  WS-ORDERS-CANCELLED           PIC 9(07) VALUE ZERO.
003906 01  WS-STOPS-EXPIRED              PIC 9(07) VALUE ZERO.
003910 01  WS-TOTAL-INTEREST             PIC 9(09)V99 VALUE ZERO.
003920 01  WS-TOTAL-PAYOUT               PIC 9(09)V99 VALUE ZERO.
003930 01  WS-TOTAL-RENEWED              PIC 9(09)V99 VALUE ZERO.
003940
003950*----------------------------------------------------------------
003960* MATURITY REGISTER LINES
003970*----------------------------------------------------------------
003980 01  WS-REPORT-HEADING-1.
003990     05  FILLER                    PIC X(80) VALUE
004000         'TERM DEPOSIT MATURITY REGISTER'.
004010
004020 01  WS-REPORT-HEADING-2.
004030     05  FILLER                    PIC X(16) VALUE
004040             'CYCLE DATE....  '.
004050     05  RH-RUN-DATE               PIC 9(08).
004060     05  FILLER                    PIC X(56) VALUE SPACES.
004070
004080 01  WS-REPORT-HEADING-3.
004090     05  FILLER                    PIC X(09) VALUE 'ACTION'.
004100     05  FILLER                    PIC X(11) VALUE 'ACCOUNT'.
004110     05  FILLER                    PIC X(09) VALUE 'MATURES'.
004120     05  FILLER                    PIC X(10) VALUE 'INTEREST'.
004130     05  FILLER                    PIC X(11) VALUE 'AMOUNT'.
004140     05  FILLER                    PIC X(05) VALUE 'BY'.
004150     05  FILLER                    PIC X(25) VALUE 'NOTE'.
004160
004170 01  WS-BLANK-LINE                 PIC X(80) VALUE SPACES.
004180
004190 01  WS-REGISTER-LINE.
004200     05  RL-CAPTION                PIC X(09).
004210     05  RL-ACCOUNT-NUMBER         PIC X(10).
004220     05  FILLER                    PIC X(01) VALUE SPACES.
004230     05  RL-MATURITY-DATE          PIC 9(08).
004240     05  FILLER                    PIC X(01) VALUE SPACES.
004250     05  RL-INTEREST               PIC Z(5)9.99.
004260     05  FILLER                    PIC X(01) VALUE SPACES.
004270     05  RL-AMOUNT                 PIC -(6)9.99.
004280     05  FILLER                    PIC X(01) VALUE SPACES.
004290     05  RL-METHOD                 PIC X(04).
004300     05  FILLER                    PIC X(01) VALUE SPACES.
004310     05  RL-REASON                 PIC X(24).
004320     05  FILLER                    PIC X(01) VALUE SPACES.
004330
004340 01  WS-LADDER-HEADING-1.
004350     05  FILLER                    PIC X(80) VALUE
004360         'MATURITY LADDER - ACTIVE TERM DEPOSITS BY MONTH'.
004370
004380 01  WS-LADDER-HEADING-2.
004390     05  FILLER                    PIC X(12) VALUE 'MONTH'.
004400     05  FILLER                    PIC X(12) VALUE 'DEPOSITS'.
004410     05  FILLER                    PIC X(56) VALUE 'PRINCIPAL'.
004420
004430 01  WS-LADDER-LINE.
004440     05  LL-YEAR                   PIC 9(04).
004450     05  FILLER                    PIC X(01) VALUE '-'.
004460     05  LL-MONTH                  PIC 9(02).
004470     05  FILLER                    PIC X(05) VALUE SPACES.
004480     05  LL-DEPOSITS               PIC Z(6)9.
004490     05  FILLER                    PIC X(03) VALUE SPACES.
004500     05  LL-PRINCIPAL              PIC Z(10)9.99.
004510     05  FILLER                    PIC X(44) VALUE SPACES.
004520
004530 01  WS-LADDER-TOTAL-LINE.
004540     05  FILLER                    PIC X(12) VALUE 'TOTAL'.
004550     05  LT-DEPOSITS               PIC Z(6)9.
004560     05  FILLER                    PIC X(03) VALUE SPACES.
004570     05  LT-PRINCIPAL              PIC Z(10)9.99.
004580     05  FILLER                    PIC X(44) VALUE SPACES.
004590
004600 01  WS-TOTALS-LINE.
004610     05  TO-CAPTION                PIC X(24).
004620     05  TO-COUNT                  PIC Z(6)9.
004630     05  FILLER                    PIC X(49) VALUE SPACES.
004640
004650 01  WS-AMOUNT-LINE.
004660     05  AM-CAPTION                PIC X(24).
004670     05  AM-AMOUNT                 PIC Z(8)9.99.
004680     05  FILLER                    PIC X(44) VALUE SPACES.
004690
004700*----------------------------------------------------------------
004710* PRE-MATURITY NOTICE LINES - THE CUSTOMER NOTICE LAYOUT UNDER
004720* ITS OWN TITLE
004730*----------------------------------------------------------------
004740 01  WS-NOTICE-HEADING-1.
004750     05  FILLER                    PIC X(20)
004760                                    VALUE 'RETAIL BANKING DIV.'.
004770     05  FILLER                    PIC X(60)
004780                                    VALUE 'TERM DEPOSIT NOTICE'.
004790
004800 01  WS-NOTICE-HEADING-2.
004810     05  FILLER                    PIC X(13)
004820                                    VALUE 'NOTICE DATE:'.
004830     05  NH-NOTICE-DATE            PIC 9(08).
004840     05  FILLER                    PIC X(13)
004850                                    VALUE '  ACCOUNT NO:'.
004860     05  NH-ACCOUNT-NUMBER         PIC X(10).
004870
004880 01  WS-NOTICE-HEADING-3.
004890     05  FILLER                    PIC X(12) VALUE 'CUSTOMER:  '.
004900     05  NH-CUSTOMER-NAME          PIC X(30).
004910
004920 01  WS-ADDRESS-LINE.
004930     05  FILLER                    PIC X(12) VALUE SPACES.
004940     05  AD-ADDRESS-TEXT           PIC X(30).
004950
004960 01  WS-CITY-LINE.
004970     05  FILLER                    PIC X(12) VALUE SPACES.
004980     05  CT-CITY                   PIC X(20).
004990     05  FILLER                    PIC X(01) VALUE SPACES.
005000     05  CT-STATE-CODE             PIC X(02).
005010     05  FILLER                    PIC X(02) VALUE SPACES.
005020     05  CT-POSTAL-CODE            PIC X(10).
005030
005040 01  WS-NOTICE-TEXT-LINE.
005050     05  NT-TEXT                   PIC X(80).
005060
005070 01  WS-MATURES-ON-LINE.
005080     05  FILLER                    PIC X(35) VALUE
005090             'YOUR TERM DEPOSIT MATURES ON:      '.
005100     05  MO-MATURITY-DATE          PIC 9(08).
005110     05  FILLER                    PIC X(37) VALUE SPACES.
005120
005130 01  WS-CONTRACT-LINE.
005140     05  FILLER                    PIC X(11) VALUE 'PRINCIPAL: '.
005150     05  CL-PRINCIPAL              PIC Z(6)9.99.
005160     05  FILLER                    PIC X(17) VALUE
005170             '  CONTRACT RATE: '.
005180     05  CL-CONTRACT-RATE          PIC 9.9(04).
005190     05  FILLER                    PIC X(36) VALUE SPACES.
005200
005210 01  WS-RENEWAL-LINE.
005220     05  FILLER                    PIC X(37) VALUE
005230             'IT WILL BE RENEWED FOR A FURTHER     '.
005240     05  RN-TERM-MONTHS            PIC ZZ9.
005250     05  FILLER                    PIC X(40) VALUE
005260             ' MONTHS AT THE RATE THEN OFFERED.'.
005270
005280 01  WS-LINKED-LINE.
005290     05  FILLER                    PIC X(44) VALUE
005300             'THE PROCEEDS WILL BE PAID TO YOUR ACCOUNT   '.
005310     05  LK-LINKED-ACCOUNT         PIC X(10).
005320     05  FILLER                    PIC X(26) VALUE '.'.
005330
005340 PROCEDURE DIVISION.
005350*=================================================================
005360* 0000-MAINLINE - APPLY THE MAINTENANCE CARDS, THEN MATURE,
005370* RENEW OR NOTIFY EVERY CONTRACT ON TERMDEP.
005380*=================================================================
005390 0000-MAINLINE.
005400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
005410     PERFORM 9500-READ-BUSINESS-DATE THRU 9500-EXIT.
005420     PERFORM 9700-RECORD-STEP-START THRU 9700-EXIT.
005430     IF SP-SKIP-STEP
005440         DISPLAY 'TERM-DEPOSIT-MATURITY: STEP ALREADY COMPLETED '
005450             'FOR ' WS-RUN-DATE ' - RUN SKIPPED'
005460         STOP RUN
005470     END-IF.
005480
005490     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005500
005510     IF NOT RUN-CANNOT-PROCEED
005520         PERFORM 2000-APPLY-ONE-CARD THRU 2000-EXIT
005530             UNTIL MAINT-CARD-EOF
005540         PERFORM 4000-PROCESS-CONTRACTS THRU 4000-EXIT
005550         PERFORM 6000-PRINT-LADDER THRU 6000-EXIT
005560     END-IF.
005570
005580     PERFORM 9000-TERMINATE THRU 9000-EXIT.
005590
005600     STOP RUN.
005610 0000-EXIT.
005620     EXIT.
005630
005640*-----------------------------------------------------------------
005650* 1000-INITIALIZE - OPEN FILES, READ THE CONTROL CARD, LOAD THE
005660* TERM DEPOSIT RATE BANDS AND PRINT THE REGISTER HEADINGS.  NO
005670* MASTER, LEDGER OR CONTRACT FILE MEANS NOTHING CAN BE MATURED
005680* AND THE STEP ENDS RC=8.
005690*-----------------------------------------------------------------
005700 1000-INITIALIZE.
005710     MOVE WS-RUN-DATE TO WS-MATURITY-REF-DATE.
005720     MOVE WS-RUN-DATE TO WS-CONVERT-DATE.
005730     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
005740     MOVE WS-SERIAL-RESULT TO WS-RUN-SERIAL.
005742     MOVE WS-RUN-DATE TO WS-WORK-DATE.
005744     PERFORM 8600-STEP-BACK-ONE-DAY THRU 8600-EXIT.
005746     MOVE WS-WORK-DATE TO WS-STOP-EXPIRY-DATE.
005750
005760     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
005770     PERFORM 1200-LOAD-RATE-BANDS THRU 1200-EXIT.
005780
005790     OPEN I-O CUSTOMER-MASTER-FILE.
005800     IF WS-CUSTMAST-STATUS NOT = '00'
005810         DISPLAY 'TERM-DEPOSIT-MATURITY: UNABLE TO OPEN '
005820             'CUSTMAST - STATUS ' WS-CUSTMAST-STATUS
005830         SET RUN-CANNOT-PROCEED TO TRUE
005840     END-IF.
005850
005851     OPEN INPUT CONTRA-MASTER-FILE.
005852     IF WS-CONTRA-STATUS = '00'
005853         SET CONTRA-FILE-AVAILABLE TO TRUE
005854     ELSE
005855         DISPLAY 'TERM-DEPOSIT-MATURITY: UNABLE TO OPEN CUSTMAST '
005856             'FOR TRANSFER CHECK - STATUS ' WS-CONTRA-STATUS
005857     END-IF.
005858
005860     OPEN I-O TRANSACTION-LEDGER-FILE.
005870     IF WS-TRANLEDG-STATUS NOT = '00'
005880         DISPLAY 'TERM-DEPOSIT-MATURITY: UNABLE TO OPEN '
005890             'TRANLEDG - STATUS ' WS-TRANLEDG-STATUS
005900         SET RUN-CANNOT-PROCEED TO TRUE
005902     END-IF.
005904
005906     IF WS-TRANLEDG-STATUS = '00'
005908         PERFORM 1300-LOAD-INBOUND-TRANSFERS THRU 1300-EXIT
005910     END-IF.
005920
005930*    THE CONTRACT FILE AND THE OFFICIAL-CHEQUE REGISTER ARE
005940*    PERMANENT - A FIRST-EVER RUN CREATES THEM, EVERY LATER RUN
005950*    EXTENDS THEM.
005960     OPEN I-O TERM-DEPOSIT-FILE.
005970     IF WS-TERMDEP-STATUS = '35'
005980         OPEN OUTPUT TERM-DEPOSIT-FILE
005990         CLOSE TERM-DEPOSIT-FILE
006000         OPEN I-O TERM-DEPOSIT-FILE
006010     END-IF.
006020     IF WS-TERMDEP-STATUS NOT = '00'
006030         DISPLAY 'TERM-DEPOSIT-MATURITY: UNABLE TO OPEN '
006040             'TERMDEP - STATUS ' WS-TERMDEP-STATUS
006050         SET RUN-CANNOT-PROCEED TO TRUE
006060     END-IF.
006070
006080     OPEN I-O OFFICIAL-CHEQUE-FILE.
006090     IF WS-OFFCHQ-STATUS = '35'
006100         OPEN OUTPUT OFFICIAL-CHEQUE-FILE
006110         CLOSE OFFICIAL-CHEQUE-FILE
006120         OPEN I-O OFFICIAL-CHEQUE-FILE
006130     END-IF.
006140     IF WS-OFFCHQ-STATUS NOT = '00'
006150         DISPLAY 'TERM-DEPOSIT-MATURITY: UNABLE TO OPEN '
006160             'OFFCHQ - STATUS ' WS-OFFCHQ-STATUS
006170         SET RUN-CANNOT-PROCEED TO TRUE
006180     END-IF.
006190
006200*    NO ACCRUAL FILE ON DISK MEANS NO FINAL INTEREST IS OWED;
006210*    NO PARTY MASTER OR RELATIONSHIP FILE ONLY MEANS THE
006220*    NOTICES PRINT WITHOUT A MAILING ADDRESS.
006230     OPEN I-O INTEREST-ACCRUAL-FILE.
006240     IF WS-ACCRUAL-STATUS = '00'
006250         SET ACCRUAL-FILE-AVAILABLE TO TRUE
006260     ELSE
006270         DISPLAY 'TERM-DEPOSIT-MATURITY: NO ACCRUAL FILE - '
006280             'STATUS ' WS-ACCRUAL-STATUS
006290             ' - NO FINAL INTEREST PAID'
006291     END-IF.
006292
006293     OPEN I-O STANDING-ORDER-FILE.
006294     IF WS-STANDORD-STATUS = '00'
006295         SET ORDER-FILE-AVAILABLE TO TRUE
006296     ELSE
006297         DISPLAY 'TERM-DEPOSIT-MATURITY: NO STANDING ORDER '
006298             'FILE - '
006299             'STATUS ' WS-STANDORD-STATUS
006300     END-IF.
006301
006302     OPEN I-O STOP-PAYMENT-FILE.
006303     IF WS-STOPPAY-STATUS = '00'
006304         SET STOP-FILE-AVAILABLE TO TRUE
006305     ELSE
006306         DISPLAY 'TERM-DEPOSIT-MATURITY: NO STOP-PAYMENT FILE - '
006307             'STATUS ' WS-STOPPAY-STATUS
006308     END-IF.
006310
006320     OPEN INPUT PARTY-MASTER-FILE.
006330     OPEN INPUT ACCOUNT-RELATIONSHIP-FILE.
006340     IF WS-PARTYMST-STATUS = '00'
006350             AND WS-ACCTREL-STATUS = '00'
006360         SET PARTY-FILES-AVAILABLE TO TRUE
006370     ELSE
006380         IF WS-PARTYMST-STATUS = '00'
006390             CLOSE PARTY-MASTER-FILE
006400         END-IF
006410         IF WS-ACCTREL-STATUS = '00'
006420             CLOSE ACCOUNT-RELATIONSHIP-FILE
006430         END-IF
006440     END-IF.
006450
006460*    NO MAINTENANCE CARDS ON DISK MEANS NO CONTRACT IS OPENED OR
006470*    CHANGED TONIGHT; THE EXISTING CONTRACTS ARE STILL WORKED.
006480     OPEN INPUT TD-MAINT-CARD-FILE.
006490     IF WS-TDMAINT-STATUS NOT = '00'
006500         SET MAINT-CARD-EOF TO TRUE
006510     END-IF.
006520
006530     OPEN OUTPUT MATURITY-REPORT-FILE.
006540     OPEN OUTPUT NOTICE-PRINT-FILE.
006550
006560     MOVE WS-RUN-DATE TO RH-RUN-DATE.
006570     WRITE MATURITY-REPORT-RECORD FROM WS-REPORT-HEADING-1.
006580     WRITE MATURITY-REPORT-RECORD FROM WS-REPORT-HEADING-2.
006590     WRITE MATURITY-REPORT-RECORD FROM WS-BLANK-LINE.
006600     WRITE MATURITY-REPORT-RECORD FROM WS-REPORT-HEADING-3.
006610
006620     IF RUN-CANNOT-PROCEED
006630         SET MAINT-CARD-EOF TO TRUE
006640     END-IF.
006650     IF NOT MAINT-CARD-EOF
006660         PERFORM 8000-READ-MAINT-CARD THRU 8000-EXIT
006670     END-IF.
006680 1000-EXIT.
006690     EXIT.
006700
006710*-----------------------------------------------------------------
006720* 1100-READ-CONTROL-CARD - TAKE THE PRE-MATURITY NOTICE DAYS
006730* FROM THE ONE-CARD TDCTL FILE.  NO CARD, OR A BLANK FIELD,
006740* LEAVES THE STANDING DEFAULT.
006750*-----------------------------------------------------------------
006760 1100-READ-CONTROL-CARD.
006770     OPEN INPUT TD-CONTROL-FILE.
006780     IF WS-TDCTL-STATUS = '00'
006790         READ TD-CONTROL-FILE
006800             NOT AT END
006810                 IF TX-NOTICE-DAYS IS NUMERIC
006820                     MOVE TX-NOTICE-DAYS TO WS-NOTICE-DAYS
006830                 END-IF
006840         END-READ
006850         CLOSE TD-CONTROL-FILE
006860     END-IF.
006870 1100-EXIT.
006880     EXIT.
006890
006900*-----------------------------------------------------------------
006910* 1200-LOAD-RATE-BANDS - LOAD EVERY PRODUCT 'TD' BALANCE BAND ON
006920* RATETABL.  NO TABLE ON DISK MEANS A CONTRACT MUST CARRY ITS
006930* RATE ON THE CARD, AND A RENEWAL KEEPS THE RATE IT HAD.
006940*-----------------------------------------------------------------
006950 1200-LOAD-RATE-BANDS.
006960     OPEN INPUT RATE-TABLE-FILE.
006970     IF WS-RATETABL-STATUS NOT = '00'
006980         DISPLAY 'TERM-DEPOSIT-MATURITY: NO RATE TABLE - '
006990             'STATUS ' WS-RATETABL-STATUS
007000             ' - RENEWALS KEEP THEIR CONTRACT RATE'
007010         GO TO 1200-EXIT
007020     END-IF.
007030
007040     PERFORM 1210-LOAD-ONE-BAND THRU 1210-EXIT
007050         UNTIL RATE-TABLE-EOF.
007060     CLOSE RATE-TABLE-FILE.
007070 1200-EXIT.
007080     EXIT.
007090
007100*-----------------------------------------------------------------
007110* 1210-LOAD-ONE-BAND - READ THE NEXT RATE TABLE ENTRY AND KEEP
007120* IT IF IT IS A TERM DEPOSIT BAND.
007130*-----------------------------------------------------------------
007140 1210-LOAD-ONE-BAND.
007150     READ RATE-TABLE-FILE
007160         AT END
007170             SET RATE-TABLE-EOF TO TRUE
007180     END-READ.
007190
007200     IF RATE-TABLE-EOF
007210         GO TO 1210-EXIT
007220     END-IF.
007230
007240     IF RT-PRODUCT-CODE NOT = 'TD'
007250         GO TO 1210-EXIT
007260     END-IF.
007270
007280     IF WS-RATE-BAND-COUNT NOT < WS-RATE-BAND-MAX
007290         DISPLAY 'TERM-DEPOSIT-MATURITY: RATE BAND TABLE FULL - '
007300             'BAND ' RT-BALANCE-FLOOR ' IGNORED'
007310         GO TO 1210-EXIT
007320     END-IF.
007330
007340     ADD 1 TO WS-RATE-BAND-COUNT.
007350     SET WS-RTB-IDX TO WS-RATE-BAND-COUNT.
007360     MOVE RT-BALANCE-FLOOR TO WS-RTB-FLOOR (WS-RTB-IDX).
007370     MOVE RT-ANNUAL-RATE   TO WS-RTB-RATE (WS-RTB-IDX).
007380 1210-EXIT.
007381     EXIT.
007382
007383*-----------------------------------------------------------------
007384* 1300-LOAD-INBOUND-TRANSFERS - PASS THE LEDGER ONCE, NOTING EVERY
007385* ACCOUNT NAMED AS THE CREDIT ACCOUNT OF A TRANSFER DEBIT STILL
007386* AWAITING ITS CREDIT LEG.  SUCH A DEPOSIT IS NOT PAID OUT AND
007387* CLOSED UNTIL THE POSTING RUN HAS ISSUED THE CREDIT, OR THE
007388* CREDIT WOULD LAND ON AN ACCOUNT ALREADY CLOSED AND PAID OUT.
007389*-----------------------------------------------------------------
007390 1300-LOAD-INBOUND-TRANSFERS.
007391     MOVE ZERO TO WS-INBOUND-COUNT.
007392     MOVE LOW-VALUES TO TL-LEDGER-KEY.
007393     MOVE 'N' TO WS-SEQ-SCAN-SWITCH.
007394     START TRANSACTION-LEDGER-FILE
007395         KEY IS NOT LESS THAN TL-LEDGER-KEY
007396         INVALID KEY
007397             SET SEQ-SCAN-COMPLETE TO TRUE
007398     END-START.
007399     PERFORM 1310-NOTE-ONE-INBOUND THRU 1310-EXIT
007400         UNTIL SEQ-SCAN-COMPLETE.
007401 1300-EXIT.
007402     EXIT.
007403
007404*-----------------------------------------------------------------
007405* 1310-NOTE-ONE-INBOUND - READ ONE LEDGER ENTRY AND NOTE ITS
007406* CREDIT ACCOUNT IF IT IS A TRANSFER DEBIT AWAITING CREDIT.
007407*-----------------------------------------------------------------
007408 1310-NOTE-ONE-INBOUND.
007409     READ TRANSACTION-LEDGER-FILE NEXT RECORD
007410         AT END
007411             SET SEQ-SCAN-COMPLETE TO TRUE
007412     END-READ.
007413     IF SEQ-SCAN-COMPLETE
007414         GO TO 1310-EXIT
007415     END-IF.
007416     IF TL-TRANSFER-AWAITING-CREDIT
007417         PERFORM 1320-ADD-INBOUND-ACCOUNT THRU 1320-EXIT
007418     END-IF.
007419 1310-EXIT.
007420     EXIT.
007421
007422*-----------------------------------------------------------------
007423* 1320-ADD-INBOUND-ACCOUNT - HOLD TL-CONTRA-ACCOUNT IN THE TABLE.
007424* ONCE THE TABLE IS FULL, 4260 SEARCHES THE LEDGER ITSELF.
007425*-----------------------------------------------------------------
007426 1320-ADD-INBOUND-ACCOUNT.
007427     IF WS-INBOUND-COUNT NOT < 1000
007428         SET INBOUND-TABLE-FULL TO TRUE
007429         GO TO 1320-EXIT
007430     END-IF.
007431     ADD 1 TO WS-INBOUND-COUNT.
007432     SET WS-INBOUND-IDX TO WS-INBOUND-COUNT.
007433     MOVE TL-CONTRA-ACCOUNT
007434         TO WS-INBOUND-ACCOUNT (WS-INBOUND-IDX).
007435 1320-EXIT.
007436     EXIT.
007437
007438*-----------------------------------------------------------------
007439* 2000-APPLY-ONE-CARD - APPLY ONE TDMAINT CARD: 'O' OPENS A
007440* CONTRACT ON A TERM DEPOSIT ACCOUNT, 'I' CHANGES THE MATURITY
007441* INSTRUCTION OF AN ACTIVE ONE.  A CARD THAT FAILS ITS CHECKS IS
007450* LISTED ON THE REGISTER WITH THE REASON AND CHANGES NOTHING.
007460*-----------------------------------------------------------------
007470 2000-APPLY-ONE-CARD.
007480     ADD 1 TO WS-CARDS-READ.
007490     MOVE SPACES TO WS-REJECT-REASON.
007500     MOVE TC-ACCOUNT-NUMBER TO WS-CONTRACT-ACCOUNT.
007510
007520     PERFORM 2500-READ-MASTER-BY-KEY THRU 2500-EXIT.
007530     IF NOT MASTER-RECORD-FOUND
007540         MOVE 'NO ACCOUNT ON FILE      ' TO WS-REJECT-REASON
007550         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
007560         GO TO 2000-ADVANCE
007570     END-IF.
007580
007590     IF NOT CM-PRODUCT-TERM-DEPOSIT
007600         MOVE 'NOT A TERM DEPOSIT      ' TO WS-REJECT-REASON
007610         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
007620         GO TO 2000-ADVANCE
007630     END-IF.
007640
007650     IF CM-STATUS-CLOSED OR CM-STATUS-ESCHEATED
007660         MOVE 'ACCOUNT NOT OPEN        ' TO WS-REJECT-REASON
007670         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
007680         GO TO 2000-ADVANCE
007690     END-IF.
007700
007710     IF TC-OPEN-CONTRACT
007720         PERFORM 2100-OPEN-CONTRACT THRU 2100-EXIT
007730     ELSE
007740         IF TC-CHANGE-INSTRUCTION
007750             PERFORM 2300-CHANGE-INSTRUCTION THRU 2300-EXIT
007760         ELSE
007770             MOVE 'INVALID FUNCTION CODE   ' TO WS-REJECT-REASON
007780         END-IF
007790     END-IF.
007800
007810     IF WS-REJECT-REASON NOT = SPACES
007820         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
007830     END-IF.
007840
007850 2000-ADVANCE.
007860     PERFORM 8000-READ-MAINT-CARD THRU 8000-EXIT.
007870 2000-EXIT.
007880     EXIT.
007890
007900*-----------------------------------------------------------------
007910* 2100-OPEN-CONTRACT - STRIKE A NEW CONTRACT.  THE OPENING DATE
007920* DEFAULTS TO THE RUN DATE, THE PRINCIPAL TO THE POSTED BALANCE,
007930* THE RATE TO THE TERM DEPOSIT BAND FOR THE PRINCIPAL AND THE
007940* PENALTY TO THE STANDING DAYS; THE MATURITY DATE IS THE OPENING
007950* DATE PLUS THE TERM.  THE RATE IS LOCKED ON THE CONTRACT FROM
007960* HERE ON.  AN ACCOUNT ALREADY UNDER CONTRACT IS REFUSED.
007970*-----------------------------------------------------------------
007980 2100-OPEN-CONTRACT.
007990     MOVE WS-CONTRACT-ACCOUNT TO TD-ACCOUNT-NUMBER.
008000     READ TERM-DEPOSIT-FILE
008010         INVALID KEY
008020             CONTINUE
008030         NOT INVALID KEY
008040             MOVE 'CONTRACT ALREADY ON FILE'
008050                 TO WS-REJECT-REASON
008060     END-READ.
008070     IF WS-REJECT-REASON NOT = SPACES
008080         GO TO 2100-EXIT
008090     END-IF.
008100
008110     IF TC-TERM-MONTHS NOT NUMERIC
008120             OR TC-TERM-MONTHS = ZERO
008130             OR TC-TERM-MONTHS > WS-MAXIMUM-TERM-MONTHS
008140         MOVE 'INVALID TERM            ' TO WS-REJECT-REASON
008150         GO TO 2100-EXIT
008160     END-IF.
008170
008180     IF TC-OPEN-DATE NOT NUMERIC
008190         MOVE WS-RUN-DATE TO TC-OPEN-DATE
008200     END-IF.
008210     MOVE TC-OPEN-DATE TO WS-WORK-DATE.
008220     IF WS-WORK-MONTH < 01 OR WS-WORK-MONTH > 12
008230             OR WS-WORK-DAY < 01 OR WS-WORK-DAY > 31
008240             OR TC-OPEN-DATE > WS-RUN-DATE
008250         MOVE 'INVALID OPENING DATE    ' TO WS-REJECT-REASON
008260         GO TO 2100-EXIT
008270     END-IF.
008280
008290     PERFORM 2400-CHECK-INSTRUCTION THRU 2400-EXIT.
008300     IF WS-REJECT-REASON NOT = SPACES
008310         GO TO 2100-EXIT
008320     END-IF.
008330
008340     IF TC-PRINCIPAL IS NUMERIC AND TC-PRINCIPAL > ZERO
008350         MOVE TC-PRINCIPAL TO WS-BAND-AMOUNT
008360     ELSE
008370         PERFORM 3000-WALK-ACCOUNT-LEDGER THRU 3000-EXIT
008380         MOVE WS-POSTED-BALANCE TO WS-BAND-AMOUNT
008390     END-IF.
008400     IF WS-BAND-AMOUNT NOT > ZERO
008410         MOVE 'NO PRINCIPAL ON DEPOSIT ' TO WS-REJECT-REASON
008420         GO TO 2100-EXIT
008430     END-IF.
008440
008450     IF TC-CONTRACT-RATE IS NUMERIC AND TC-CONTRACT-RATE > ZERO
008460         MOVE TC-CONTRACT-RATE TO WS-BAND-RATE
008470     ELSE
008480         PERFORM 2700-SELECT-BAND-RATE THRU 2700-EXIT
008490     END-IF.
008500     IF WS-BAND-RATE = ZERO
008510         MOVE 'NO CONTRACT RATE        ' TO WS-REJECT-REASON
008520         GO TO 2100-EXIT
008530     END-IF.
008540
008550     INITIALIZE TERM-DEPOSIT-RECORD.
008560     MOVE WS-CONTRACT-ACCOUNT     TO TD-ACCOUNT-NUMBER.
008570     MOVE TC-TERM-MONTHS          TO TD-TERM-MONTHS.
008580     MOVE TC-OPEN-DATE            TO TD-OPEN-DATE.
008590     MOVE TC-OPEN-DATE            TO TD-FIRST-OPEN-DATE.
008600     MOVE WS-BAND-RATE            TO TD-CONTRACT-RATE.
008610     MOVE WS-BAND-AMOUNT          TO TD-PRINCIPAL.
008620     MOVE TC-MATURITY-INSTRUCTION TO TD-MATURITY-INSTRUCTION.
008630     IF TD-PAY-TO-LINKED-ACCOUNT
008640         MOVE TC-LINKED-ACCOUNT   TO TD-LINKED-ACCOUNT
008650     ELSE
008660         MOVE SPACES              TO TD-LINKED-ACCOUNT
008670     END-IF.
008680     IF TC-PENALTY-DAYS IS NUMERIC
008690         MOVE TC-PENALTY-DAYS     TO TD-PENALTY-DAYS
008700     ELSE
008710         MOVE WS-DEFAULT-PENALTY-DAYS TO TD-PENALTY-DAYS
008720     END-IF.
008730     SET TD-STATUS-ACTIVE TO TRUE.
008740     PERFORM 2600-SET-MATURITY-DATE THRU 2600-EXIT.
008750
008760     WRITE TERM-DEPOSIT-RECORD
008770         INVALID KEY
008780             MOVE 'CONTRACT NOT WRITTEN    ' TO WS-REJECT-REASON
008790             GO TO 2100-EXIT
008800     END-WRITE.
008810
008820     ADD 1 TO WS-CONTRACTS-OPENED.
008830     MOVE 'OPENED   ' TO RL-CAPTION.
008840     MOVE ZERO TO RL-INTEREST.
008850     MOVE TD-PRINCIPAL TO RL-AMOUNT.
008860     MOVE SPACES TO RL-REASON.
008870     PERFORM 7000-WRITE-REGISTER-LINE THRU 7000-EXIT.
008880 2100-EXIT.
008890     EXIT.
008900
008910*-----------------------------------------------------------------
008920* 2300-CHANGE-INSTRUCTION - CHANGE WHAT HAPPENS AT MATURITY ON
008930* AN ACTIVE CONTRACT: THE INSTRUCTION AND LINKED ACCOUNT, AND
008940* WHERE GIVEN THE TERM A RENEWAL RUNS FOR AND THE PENALTY DAYS.
008950* THE CURRENT TERM'S DATES AND RATE ARE NOT TOUCHED.
008960*-----------------------------------------------------------------
008970 2300-CHANGE-INSTRUCTION.
008980     MOVE WS-CONTRACT-ACCOUNT TO TD-ACCOUNT-NUMBER.
008990     READ TERM-DEPOSIT-FILE
009000         INVALID KEY
009010             MOVE 'NO CONTRACT ON FILE     ' TO WS-REJECT-REASON
009020     END-READ.
009030     IF WS-REJECT-REASON NOT = SPACES
009040         GO TO 2300-EXIT
009050     END-IF.
009060
009070     IF NOT TD-STATUS-ACTIVE
009080         MOVE 'CONTRACT NOT ACTIVE     ' TO WS-REJECT-REASON
009090         GO TO 2300-EXIT
009100     END-IF.
009110
009120     IF TC-TERM-MONTHS IS NUMERIC
009130             AND (TC-TERM-MONTHS = ZERO
009140             OR TC-TERM-MONTHS > WS-MAXIMUM-TERM-MONTHS)
009150         MOVE 'INVALID TERM            ' TO WS-REJECT-REASON
009160         GO TO 2300-EXIT
009170     END-IF.
009180
009190     PERFORM 2400-CHECK-INSTRUCTION THRU 2400-EXIT.
009200     IF WS-REJECT-REASON NOT = SPACES
009210         GO TO 2300-EXIT
009220     END-IF.
009230
009240*    THE LINKED-ACCOUNT CHECK READ OTHER RECORDS, SO THE
009250*    CONTRACT IS READ BACK BEFORE IT IS CHANGED.
009260     MOVE WS-CONTRACT-ACCOUNT TO TD-ACCOUNT-NUMBER.
009270     READ TERM-DEPOSIT-FILE
009280         INVALID KEY
009290             MOVE 'NO CONTRACT ON FILE     ' TO WS-REJECT-REASON
009300             GO TO 2300-EXIT
009310     END-READ.
009320
009330     MOVE TC-MATURITY-INSTRUCTION TO TD-MATURITY-INSTRUCTION.
009340     IF TD-PAY-TO-LINKED-ACCOUNT
009350         MOVE TC-LINKED-ACCOUNT   TO TD-LINKED-ACCOUNT
009360     ELSE
009370         MOVE SPACES              TO TD-LINKED-ACCOUNT
009380     END-IF.
009390     IF TC-TERM-MONTHS IS NUMERIC
009400         MOVE TC-TERM-MONTHS      TO TD-TERM-MONTHS
009410     END-IF.
009420     IF TC-PENALTY-DAYS IS NUMERIC
009430         MOVE TC-PENALTY-DAYS     TO TD-PENALTY-DAYS
009440     END-IF.
009450
009460     REWRITE TERM-DEPOSIT-RECORD
009470         INVALID KEY
009480             MOVE 'CONTRACT NOT UPDATED    ' TO WS-REJECT-REASON
009490             GO TO 2300-EXIT
009500     END-REWRITE.
009510
009520     ADD 1 TO WS-CONTRACTS-CHANGED.
009530     MOVE 'CHANGED  ' TO RL-CAPTION.
009540     MOVE ZERO TO RL-INTEREST.
009550     MOVE TD-PRINCIPAL TO RL-AMOUNT.
009560     MOVE SPACES TO RL-REASON.
009570     PERFORM 7000-WRITE-REGISTER-LINE THRU 7000-EXIT.
009580 2300-EXIT.
009590     EXIT.
009600
009610*-----------------------------------------------------------------
009620* 2400-CHECK-INSTRUCTION - THE CARD'S MATURITY INSTRUCTION MUST
009630* BE RENEW, PAY TO LINKED ACCOUNT OR PAY BY CHEQUE.  A LINKED
009640* ACCOUNT MUST BE ANOTHER OF OUR OWN, OPEN AND IN THE SAME
009650* CURRENCY.  THE DEPOSIT ACCOUNT'S MASTER IS READ BACK AFTER.
009660*-----------------------------------------------------------------
009670 2400-CHECK-INSTRUCTION.
009680     IF TC-MATURITY-INSTRUCTION NOT = 'R'
009690             AND TC-MATURITY-INSTRUCTION NOT = 'L'
009700             AND TC-MATURITY-INSTRUCTION NOT = 'Q'
009710         MOVE 'INVALID INSTRUCTION     ' TO WS-REJECT-REASON
009720         GO TO 2400-EXIT
009730     END-IF.
009740
009750     IF TC-MATURITY-INSTRUCTION NOT = 'L'
009760         GO TO 2400-EXIT
009770     END-IF.
009780
009790     IF TC-LINKED-ACCOUNT = SPACES
009800         MOVE 'NO LINKED ACCOUNT       ' TO WS-REJECT-REASON
009810         GO TO 2400-EXIT
009820     END-IF.
009830     IF TC-LINKED-ACCOUNT = WS-CONTRACT-ACCOUNT
009840         MOVE 'LINKED TO OWN ACCOUNT   ' TO WS-REJECT-REASON
009850         GO TO 2400-EXIT
009860     END-IF.
009870
009880     MOVE TC-LINKED-ACCOUNT TO CM-ACCOUNT-NUMBER.
009890     READ CUSTOMER-MASTER-FILE
009900         INVALID KEY
009910             MOVE 'NO SUCH LINKED ACCOUNT  '
009920                 TO WS-REJECT-REASON
009930         NOT INVALID KEY
009940             IF CM-STATUS-CLOSED OR CM-STATUS-ESCHEATED
009950                 MOVE 'LINKED ACCOUNT NOT OPEN '
009960                     TO WS-REJECT-REASON
009970             END-IF
009980     END-READ.
009990
010000     MOVE CM-CURRENCY-CODE TO WS-LINKED-CURRENCY.
010010     PERFORM 2500-READ-MASTER-BY-KEY THRU 2500-EXIT.
010020     IF WS-REJECT-REASON = SPACES
010030             AND CM-CURRENCY-CODE NOT = WS-LINKED-CURRENCY
010040         MOVE 'CURRENCIES DO NOT MATCH ' TO WS-REJECT-REASON
010050     END-IF.
010060 2400-EXIT.
010070     EXIT.
010080
010090*-----------------------------------------------------------------
010100* 2500-READ-MASTER-BY-KEY - FETCH THE MASTER RECORD OF THE TERM
010110* DEPOSIT ACCOUNT IN HAND.
010120*-----------------------------------------------------------------
010130 2500-READ-MASTER-BY-KEY.
010140     MOVE 'N' TO WS-MASTER-SWITCH.
010150     MOVE WS-CONTRACT-ACCOUNT TO CM-ACCOUNT-NUMBER.
010160     READ CUSTOMER-MASTER-FILE
010170         INVALID KEY
010180             CONTINUE
010190         NOT INVALID KEY
010200             SET MASTER-RECORD-FOUND TO TRUE
010210     END-READ.
010220 2500-EXIT.
010230     EXIT.
010240
010250*-----------------------------------------------------------------
010260* 2600-SET-MATURITY-DATE - THE MATURITY DATE IS THE OPENING DATE
010270* MOVED ON BY THE TERM IN MONTHS, THE DAY HELD BACK TO THE LAST
010280* DAY OF A SHORTER MONTH (31 JANUARY FOR ONE MONTH MATURES ON
010290* THE LAST DAY OF FEBRUARY).  A MATURITY FALLING ON A NON-
010300* BUSINESS DAY IS ACTED ON BY THE NEXT CYCLE.
010310*-----------------------------------------------------------------
010320 2600-SET-MATURITY-DATE.
010330     MOVE TD-OPEN-DATE TO WS-WORK-DATE.
010340     COMPUTE WS-MONTH-COUNT =
010350         WS-WORK-MONTH - 1 + TD-TERM-MONTHS.
010360     DIVIDE WS-MONTH-COUNT BY 12
010370         GIVING WS-YEARS-ADDED
010380         REMAINDER WS-MONTH-REMAINDER.
010390     ADD WS-YEARS-ADDED TO WS-WORK-YEAR.
010400     COMPUTE WS-WORK-MONTH = WS-MONTH-REMAINDER + 1.
010410
010420     PERFORM 8700-SET-DAYS-IN-MONTH THRU 8700-EXIT.
010430     IF WS-WORK-DAY > WS-DAYS-IN-MONTH
010440         MOVE WS-DAYS-IN-MONTH TO WS-WORK-DAY
010450     END-IF.
010460     MOVE WS-WORK-DATE-N TO TD-MATURITY-DATE.
010470 2600-EXIT.
010480     EXIT.
010490
010500*-----------------------------------------------------------------
010510* 2700-SELECT-BAND-RATE - THE TERM DEPOSIT RATE FOR WS-BAND-
010520* AMOUNT: THE BAND WITH THE HIGHEST FLOOR THE AMOUNT REACHES.
010530* NO BAND LEAVES THE RATE ZERO.
010540*-----------------------------------------------------------------
010550 2700-SELECT-BAND-RATE.
010560     MOVE ZERO TO WS-BAND-RATE.
010570     MOVE ZERO TO WS-BEST-FLOOR.
010580     MOVE ZERO TO WS-RATE-BAND-SCAN.
010590     PERFORM 2710-CHECK-ONE-BAND THRU 2710-EXIT
010600         UNTIL WS-RATE-BAND-SCAN NOT < WS-RATE-BAND-COUNT.
010610 2700-EXIT.
010620     EXIT.
010630
010640*-----------------------------------------------------------------
010650* 2710-CHECK-ONE-BAND - TEST ONE RATE BAND AGAINST THE AMOUNT.
010660*-----------------------------------------------------------------
010670 2710-CHECK-ONE-BAND.
010680     ADD 1 TO WS-RATE-BAND-SCAN.
010690     SET WS-RTB-IDX TO WS-RATE-BAND-SCAN.
010700     IF WS-BAND-AMOUNT NOT < WS-RTB-FLOOR (WS-RTB-IDX)
010710             AND (WS-BAND-RATE = ZERO
010720             OR WS-RTB-FLOOR (WS-RTB-IDX) NOT < WS-BEST-FLOOR)
010730         MOVE WS-RTB-FLOOR (WS-RTB-IDX) TO WS-BEST-FLOOR
010740         MOVE WS-RTB-RATE (WS-RTB-IDX) TO WS-BAND-RATE
010750     END-IF.
010760 2710-EXIT.
010770     EXIT.
010780
010790*-----------------------------------------------------------------
010800* 2900-REJECT-CARD - LIST A REJECTED MAINTENANCE CARD ON THE
010810* REGISTER UNDER THE REASON THE CALLER SET.
010820*-----------------------------------------------------------------
010830 2900-REJECT-CARD.
010840     ADD 1 TO WS-CARDS-REJECTED.
010850     MOVE 'REJECTED ' TO RL-CAPTION.
010860     MOVE TC-ACCOUNT-NUMBER TO RL-ACCOUNT-NUMBER.
010870     MOVE ZERO TO RL-MATURITY-DATE.
010880     MOVE ZERO TO RL-INTEREST.
010890     MOVE ZERO TO RL-AMOUNT.
010900     MOVE SPACES TO RL-METHOD.
010910     MOVE WS-REJECT-REASON TO RL-REASON.
010920     WRITE MATURITY-REPORT-RECORD FROM WS-REGISTER-LINE.
010930 2900-EXIT.
010940     EXIT.
010950
010960*-----------------------------------------------------------------
010970* 3000-WALK-ACCOUNT-LEDGER - WALK THE ACCOUNT'S LIVE LEDGER TO
010980* ARRIVE AT THE POSTED BALANCE, THE DEBITS STILL HELD AND THE
010990* HIGHEST SEQUENCE NUMBER.  AN ENTRY CARRYING TONIGHT'S
011000* MATURITY REFERENCE MEANS THIS RUN HAS ALREADY PAID THE
011010* DEPOSIT OUT, AND ITS AMOUNTS ARE PICKED UP FOR THE REGISTER.
011020*-----------------------------------------------------------------
011030 3000-WALK-ACCOUNT-LEDGER.
011040     MOVE CM-BALANCE TO WS-POSTED-BALANCE.
011050     IF CM-OVERDRAFT-LIMIT IS NUMERIC
011060         COMPUTE WS-NEGATIVE-LIMIT = ZERO - CM-OVERDRAFT-LIMIT
011070     ELSE
011080         MOVE ZERO TO WS-NEGATIVE-LIMIT
011090     END-IF.
011100     MOVE ZERO TO WS-MAX-TL-SEQUENCE-NUMBER.
011110     MOVE ZERO TO WS-HELD-DEBIT-COUNT.
011120     MOVE 'N' TO WS-SETTLED-SWITCH.
011130
011140     MOVE 'N' TO WS-SEQ-SCAN-SWITCH.
011150     MOVE CM-ACCOUNT-NUMBER TO TL-ACCOUNT-NUMBER.
011160     MOVE ZERO TO TL-SEQUENCE-NUMBER.
011170
011180     START TRANSACTION-LEDGER-FILE
011190         KEY IS NOT LESS THAN TL-LEDGER-KEY
011200         INVALID KEY
011210             SET SEQ-SCAN-COMPLETE TO TRUE
011220     END-START.
011230
011240     PERFORM 3100-APPLY-ONE-LEDGER-ENTRY THRU 3100-EXIT
011250         UNTIL SEQ-SCAN-COMPLETE.
011260 3000-EXIT.
011270     EXIT.
011280
011290*-----------------------------------------------------------------
011300* 3100-APPLY-ONE-LEDGER-ENTRY - READ THE NEXT LEDGER ENTRY IN
011310* KEY SEQUENCE AND APPLY IT UNDER THE POSTING RUN'S RULES, A
011320* DIFFERENT ACCOUNT NUMBER READING THE SAME AS END OF FILE.  A
011323* TRANSFER DEBIT WHOSE CREDIT ACCOUNT IS NOT OPEN IS HELD LIKE
011326* ONE BELOW THE OVERDRAFT FLOOR.
011330*-----------------------------------------------------------------
011340 3100-APPLY-ONE-LEDGER-ENTRY.
011350     READ TRANSACTION-LEDGER-FILE NEXT RECORD
011360         AT END
011370             SET SEQ-SCAN-COMPLETE TO TRUE
011380     END-READ.
011390
011400     IF SEQ-SCAN-COMPLETE
011410         GO TO 3100-EXIT
011420     END-IF.
011430
011440     IF TL-ACCOUNT-NUMBER NOT = CM-ACCOUNT-NUMBER
011450         SET SEQ-SCAN-COMPLETE TO TRUE
011460         GO TO 3100-EXIT
011470     END-IF.
011480
011481     MOVE 'N' TO WS-PAYEE-SWITCH.
011482     IF TL-TRANSFER-AWAITING-CREDIT
011483             AND CONTRA-FILE-AVAILABLE
011484         PERFORM 3200-CHECK-CREDIT-ACCOUNT THRU 3200-EXIT
011485     END-IF.
011486
011490     IF TL-DEBIT
011500         COMPUTE WS-PROJECTED-BALANCE =
011510             WS-POSTED-BALANCE - TL-TRANSACTION-AMOUNT
011520         IF WS-PROJECTED-BALANCE NOT < WS-NEGATIVE-LIMIT
011525                 AND NOT PAYEE-NOT-OPEN
011530             MOVE WS-PROJECTED-BALANCE TO WS-POSTED-BALANCE
011540         ELSE
011550             ADD 1 TO WS-HELD-DEBIT-COUNT
011560         END-IF
011570     ELSE
011580         IF TL-BANK-CHARGE
011590             SUBTRACT TL-TRANSACTION-AMOUNT
011600                 FROM WS-POSTED-BALANCE
011610         ELSE
011620             ADD TL-TRANSACTION-AMOUNT TO WS-POSTED-BALANCE
011630         END-IF
011640     END-IF.
011650
011660     IF TL-TRANSFER-REF = WS-MATURITY-REF
011670             AND TL-SOURCE-BATCH = ZERO
011680         SET MATURITY-ALREADY-SETTLED TO TRUE
011690         EVALUATE TRUE
011700             WHEN TL-INTEREST
011710                 MOVE TL-TRANSACTION-AMOUNT TO WS-FINAL-INTEREST
011720             WHEN TL-DEBIT
011730                 MOVE TL-TRANSACTION-AMOUNT TO WS-PAYOUT-AMOUNT
011740                 MOVE TL-SEQUENCE-NUMBER TO WS-PAYOUT-SEQUENCE
011750         END-EVALUATE
011760     END-IF.
011770
011780     IF TL-SEQUENCE-NUMBER > WS-MAX-TL-SEQUENCE-NUMBER
011790         MOVE TL-SEQUENCE-NUMBER TO WS-MAX-TL-SEQUENCE-NUMBER
011800     END-IF.
011810 3100-EXIT.
011811     EXIT.
011812
011813*-----------------------------------------------------------------
011814* 3200-CHECK-CREDIT-ACCOUNT - SET PAYEE-NOT-OPEN WHEN THE CREDIT
011815* ACCOUNT OF THE CURRENT TRANSFER DEBIT IS CLOSED, ESCHEATED OR
011816* NOT ON THE MASTER - THE POSTING RUN'S TEST.
011817*-----------------------------------------------------------------
011818 3200-CHECK-CREDIT-ACCOUNT.
011819     MOVE TL-CONTRA-ACCOUNT TO CX-ACCOUNT-NUMBER.
011820     READ CONTRA-MASTER-FILE
011821         INVALID KEY
011822             MOVE 'C' TO CX-ACCOUNT-STATUS
011823     END-READ.
011824     IF CX-STATUS-CLOSED OR CX-STATUS-ESCHEATED
011825         SET PAYEE-NOT-OPEN TO TRUE
011826     END-IF.
011827 3200-EXIT.
011828     EXIT.
011830
011840*-----------------------------------------------------------------
011850* 4000-PROCESS-CONTRACTS - WALK EVERY CONTRACT ON TERMDEP IN
011860* ACCOUNT ORDER.
011870*-----------------------------------------------------------------
011880 4000-PROCESS-CONTRACTS.
011890     MOVE LOW-VALUES TO TD-ACCOUNT-NUMBER.
011900     START TERM-DEPOSIT-FILE
011910         KEY IS NOT LESS THAN TD-ACCOUNT-NUMBER
011920         INVALID KEY
011930             SET CONTRACT-FILE-EOF TO TRUE
011940     END-START.
011950
011960     PERFORM 4100-PROCESS-ONE-CONTRACT THRU 4100-EXIT
011970         UNTIL CONTRACT-FILE-EOF.
011980 4000-EXIT.
011990     EXIT.
012000
012010*-----------------------------------------------------------------
012020* 4100-PROCESS-ONE-CONTRACT - READ THE NEXT CONTRACT.  A PAID-
012030* OUT CONTRACT IS PASSED OVER.  AN ACTIVE ONE DUE ON OR BEFORE
012040* THE RUN DATE IS MATURED; ONE DUE WITHIN THE NOTICE DAYS IS
012050* SENT ITS NOTICE.  WHATEVER REMAINS ACTIVE GOES ON THE LADDER.
012060*-----------------------------------------------------------------
012070 4100-PROCESS-ONE-CONTRACT.
012080     READ TERM-DEPOSIT-FILE NEXT RECORD
012090         AT END
012100             SET CONTRACT-FILE-EOF TO TRUE
012110     END-READ.
012120
012130     IF CONTRACT-FILE-EOF
012140         GO TO 4100-EXIT
012150     END-IF.
012160
012170     IF NOT TD-STATUS-ACTIVE
012180         GO TO 4100-EXIT
012190     END-IF.
012200
012210     MOVE TD-ACCOUNT-NUMBER TO WS-CONTRACT-ACCOUNT.
012220     MOVE ZERO TO WS-FINAL-INTEREST.
012230     MOVE ZERO TO WS-PAYOUT-AMOUNT.
012240     MOVE ZERO TO WS-PAYOUT-SEQUENCE.
012250
012260     IF TD-MATURITY-DATE NOT > WS-RUN-DATE
012270         PERFORM 4200-MATURE-CONTRACT THRU 4200-EXIT
012280     ELSE
012290         PERFORM 4800-CHECK-MATURITY-NOTICE THRU 4800-EXIT
012300     END-IF.
012310
012320     IF TD-STATUS-ACTIVE
012330         PERFORM 4900-ADD-TO-LADDER THRU 4900-EXIT
012340     END-IF.
012350 4100-EXIT.
012360     EXIT.
012370
012380*-----------------------------------------------------------------
012390* 4200-MATURE-CONTRACT - ACT ON THE MATURITY INSTRUCTION OF A
012400* CONTRACT THAT HAS REACHED ITS MATURITY DATE.  A DEPOSIT WITH A
012410* DEBIT STILL HELD, OR WHOSE ACCOUNT OR LINKED ACCOUNT IS NO
012420* LONGER OPEN, IS LEFT ACTIVE AND LISTED FOR THE BRANCH; THE
012430* NEXT CYCLE TRIES IT AGAIN.  A DEPOSIT THIS RUN ALREADY PAID
012440* OUT BEFORE AN INTERRUPTION IS NOT POSTED AGAIN - THE RERUN
012450* ONLY FINISHES THE CONTRACT.  A DEPOSIT A TRANSFER IS STILL DUE
012453* TO CREDIT IS NOT PAID OUT AND CLOSED UNDER IT, BUT MAY RENEW,
012456* SINCE A RENEWAL LEAVES THE ACCOUNT OPEN.
012460*-----------------------------------------------------------------
012470 4200-MATURE-CONTRACT.
012480     PERFORM 2500-READ-MASTER-BY-KEY THRU 2500-EXIT.
012490     IF NOT MASTER-RECORD-FOUND
012500         MOVE 'NO ACCOUNT ON FILE      ' TO WS-REJECT-REASON
012510         MOVE ZERO TO WS-POSTED-BALANCE
012520         PERFORM 4290-HOLD-CONTRACT THRU 4290-EXIT
012530         GO TO 4200-EXIT
012540     END-IF.
012550
012560     PERFORM 3000-WALK-ACCOUNT-LEDGER THRU 3000-EXIT.
012570
012580     IF MATURITY-ALREADY-SETTLED
012590         MOVE 'SETTLED BY EARLIER RUN  ' TO RL-REASON
012600         GO TO 4200-COMPLETE
012610     END-IF.
012620
012630     IF CM-STATUS-CLOSED OR CM-STATUS-ESCHEATED
012640         MOVE 'ACCOUNT NOT OPEN        ' TO WS-REJECT-REASON
012650         PERFORM 4290-HOLD-CONTRACT THRU 4290-EXIT
012660         GO TO 4200-EXIT
012670     END-IF.
012680
012690     IF WS-HELD-DEBIT-COUNT > ZERO
012700         MOVE 'HELD DEBIT OUTSTANDING  ' TO WS-REJECT-REASON
012710         PERFORM 4290-HOLD-CONTRACT THRU 4290-EXIT
012720         GO TO 4200-EXIT
012730     END-IF.
012740
012750     IF TD-RENEW-AT-MATURITY
012760         PERFORM 4300-RENEW-CONTRACT THRU 4300-EXIT
012761         GO TO 4200-EXIT
012762     END-IF.
012763
012764     PERFORM 4260-CHECK-INBOUND-TRANSFER THRU 4260-EXIT.
012765     IF INBOUND-TRANSFER-PENDING
012766         MOVE 'TRANSFER CREDIT DUE     ' TO WS-REJECT-REASON
012767         PERFORM 4290-HOLD-CONTRACT THRU 4290-EXIT
012770         GO TO 4200-EXIT
012780     END-IF.
012790
012800     IF TD-PAY-TO-LINKED-ACCOUNT
012810         PERFORM 4250-CHECK-LINKED-ACCOUNT THRU 4250-EXIT
012820         IF WS-REJECT-REASON NOT = SPACES
012830             PERFORM 4290-HOLD-CONTRACT THRU 4290-EXIT
012840             GO TO 4200-EXIT
012850         END-IF
012860     END-IF.
012870
012880     PERFORM 4500-COMPUTE-FINAL-INTEREST THRU 4500-EXIT.
012890     PERFORM 4400-PAY-OUT-CONTRACT THRU 4400-EXIT.
012900     IF MATURITY-POSTING-FAILED
012910         MOVE 'LEDGER POSTING FAILED   ' TO WS-REJECT-REASON
012920         PERFORM 4290-HOLD-CONTRACT THRU 4290-EXIT
012930         GO TO 4200-EXIT
012940     END-IF.
012950     MOVE SPACES TO RL-REASON.
012960
012970 4200-COMPLETE.
012980     SET TD-STATUS-MATURED TO TRUE.
012990     MOVE WS-RUN-DATE TO TD-LAST-MATURED-DATE.
013000     MOVE WS-PAYOUT-AMOUNT TO TD-LAST-PROCEEDS.
013010     REWRITE TERM-DEPOSIT-RECORD
013020         INVALID KEY
013030             DISPLAY 'TERM-DEPOSIT-MATURITY: UNABLE TO MARK '
013040                 TD-ACCOUNT-NUMBER ' MATURED'
013050     END-REWRITE.
013060     PERFORM 4760-FLAG-ACCOUNT-CLOSED THRU 4760-EXIT.
013070
013080     MOVE 'MATURED  ' TO RL-CAPTION.
013090     MOVE WS-FINAL-INTEREST TO RL-INTEREST.
013100     MOVE WS-PAYOUT-AMOUNT TO RL-AMOUNT.
013110     PERFORM 7000-WRITE-REGISTER-LINE THRU 7000-EXIT.
013120
013130     ADD WS-FINAL-INTEREST TO WS-TOTAL-INTEREST.
013140     ADD WS-PAYOUT-AMOUNT TO WS-TOTAL-PAYOUT.
013150     IF TD-PAY-BY-CHEQUE
013160         ADD 1 TO WS-PAID-BY-CHEQUE
013170     ELSE
013180         ADD 1 TO WS-PAID-BY-TRANSFER
013190     END-IF.
013200 4200-EXIT.
013210     EXIT.
013220
013230*-----------------------------------------------------------------
013240* 4250-CHECK-LINKED-ACCOUNT - THE LINKED ACCOUNT MUST STILL BE
013250* ON FILE AND OPEN WHEN THE PROCEEDS ARE PAID TO IT.  THE
013260* DEPOSIT ACCOUNT'S MASTER IS READ BACK AFTERWARDS.
013270*-----------------------------------------------------------------
013280 4250-CHECK-LINKED-ACCOUNT.
013290     MOVE SPACES TO WS-REJECT-REASON.
013300     MOVE TD-LINKED-ACCOUNT TO CM-ACCOUNT-NUMBER.
013310     READ CUSTOMER-MASTER-FILE
013320         INVALID KEY
013330             MOVE 'NO SUCH LINKED ACCOUNT  '
013340                 TO WS-REJECT-REASON
013350         NOT INVALID KEY
013360             IF CM-STATUS-CLOSED OR CM-STATUS-ESCHEATED
013370                 MOVE 'LINKED ACCOUNT NOT OPEN '
013380                     TO WS-REJECT-REASON
013390             END-IF
013400     END-READ.
013410     PERFORM 2500-READ-MASTER-BY-KEY THRU 2500-EXIT.
013420 4250-EXIT.
013421     EXIT.
013422
013423*-----------------------------------------------------------------
013424* 4260-CHECK-INBOUND-TRANSFER - SET INBOUND-TRANSFER-PENDING WHEN
013425* THE DEPOSIT ACCOUNT IS THE CREDIT ACCOUNT OF A TRANSFER DEBIT
013426* STILL AWAITING ITS CREDIT LEG.  A PAYOUT THIS RUN MADE BY
013427* TRANSFER IS IN THE TABLE TOO, SO A DEPOSIT IT PAID INTO CANNOT
013428* BE CLOSED LATER IN THE RUN.  AFTER A TABLE OVERFLOW THE LEDGER
013429* IS READ.
013430*-----------------------------------------------------------------
013431 4260-CHECK-INBOUND-TRANSFER.
013432     MOVE 'N' TO WS-INBOUND-SWITCH.
013433     IF INBOUND-TABLE-FULL
013434         MOVE LOW-VALUES TO TL-LEDGER-KEY
013435         MOVE 'N' TO WS-SEQ-SCAN-SWITCH
013436         START TRANSACTION-LEDGER-FILE
013437             KEY IS NOT LESS THAN TL-LEDGER-KEY
013438             INVALID KEY
013439                 SET SEQ-SCAN-COMPLETE TO TRUE
013440         END-START
013441         PERFORM 4265-SCAN-ONE-INBOUND THRU 4265-EXIT
013442             UNTIL SEQ-SCAN-COMPLETE
013443         GO TO 4260-EXIT
013444     END-IF.
013445
013446     SET WS-INBOUND-IDX TO 1.
013447     SEARCH WS-INBOUND-ACCOUNT
013448         AT END
013449             CONTINUE
013450         WHEN WS-INBOUND-IDX > WS-INBOUND-COUNT
013451             CONTINUE
013452         WHEN WS-INBOUND-ACCOUNT (WS-INBOUND-IDX)
013453                 = WS-CONTRACT-ACCOUNT
013454             SET INBOUND-TRANSFER-PENDING TO TRUE
013455     END-SEARCH.
013456 4260-EXIT.
013457     EXIT.
013458
013459*-----------------------------------------------------------------
013460* 4265-SCAN-ONE-INBOUND - READ ONE LEDGER ENTRY, ENDING THE SEARCH
013461* AT A TRANSFER DEBIT AWAITING CREDIT TO THE DEPOSIT ACCOUNT.
013462*-----------------------------------------------------------------
013463 4265-SCAN-ONE-INBOUND.
013464     READ TRANSACTION-LEDGER-FILE NEXT RECORD
013465         AT END
013466             SET SEQ-SCAN-COMPLETE TO TRUE
013467     END-READ.
013468     IF SEQ-SCAN-COMPLETE
013469         GO TO 4265-EXIT
013470     END-IF.
013471     IF TL-TRANSFER-AWAITING-CREDIT
013472             AND TL-CONTRA-ACCOUNT = WS-CONTRACT-ACCOUNT
013473         SET INBOUND-TRANSFER-PENDING TO TRUE
013474         SET SEQ-SCAN-COMPLETE TO TRUE
013475     END-IF.
013476 4265-EXIT.
013477     EXIT.
013478
013479*-----------------------------------------------------------------
013480* 4290-HOLD-CONTRACT - LIST A MATURED CONTRACT THAT COULD NOT BE
013481* ACTED ON UNDER THE REASON THE CALLER SET.  IT STAYS ACTIVE AND
013482* THE STEP ENDS RC=4 SO THE BRANCH SETTLES IT.
013490*-----------------------------------------------------------------
013500 4290-HOLD-CONTRACT.
013510     ADD 1 TO WS-CONTRACTS-HELD.
013520     MOVE 'HELD     ' TO RL-CAPTION.
013530     MOVE ZERO TO RL-INTEREST.
013540     MOVE WS-POSTED-BALANCE TO RL-AMOUNT.
013550     MOVE WS-REJECT-REASON TO RL-REASON.
013560     PERFORM 7000-WRITE-REGISTER-LINE THRU 7000-EXIT.
013570 4290-EXIT.
013580     EXIT.
013590
013600*-----------------------------------------------------------------
013610* 4300-RENEW-CONTRACT - ROLL THE DEPOSIT INTO A NEW TERM OF THE
013620* CONTRACT'S LENGTH FROM THE OLD MATURITY DATE.  THE POSTED
013630* BALANCE, WITH THE MONTHLY INTEREST ALREADY PAID IN, BECOMES THE
013640* NEW PRINCIPAL AND THE TERM IS STRUCK AT THE TERM DEPOSIT BAND
013650* THEN OFFERED (THE OLD RATE STANDS IF THERE IS NO BAND).
013660* NOTHING IS POSTED: INTEREST ACCRUED SINCE THE LAST MONTH-END
013670* IS PAID AT THE NEXT ONE BY THE POSTING RUN AS USUAL.
013680*-----------------------------------------------------------------
013690 4300-RENEW-CONTRACT.
013700     IF WS-POSTED-BALANCE NOT > ZERO
013710         MOVE 'NO BALANCE TO RENEW     ' TO WS-REJECT-REASON
013720         PERFORM 4290-HOLD-CONTRACT THRU 4290-EXIT
013730         GO TO 4300-EXIT
013740     END-IF.
013750
013760     MOVE WS-POSTED-BALANCE TO WS-BAND-AMOUNT.
013770     PERFORM 2700-SELECT-BAND-RATE THRU 2700-EXIT.
013780     IF WS-BAND-RATE > ZERO
013790         MOVE WS-BAND-RATE TO TD-CONTRACT-RATE
013800     END-IF.
013810
013820     MOVE TD-MATURITY-DATE TO TD-LAST-MATURED-DATE.
013830     MOVE WS-POSTED-BALANCE TO TD-LAST-PROCEEDS.
013840     MOVE TD-MATURITY-DATE TO TD-OPEN-DATE.
013850     MOVE WS-POSTED-BALANCE TO TD-PRINCIPAL.
013860     ADD 1 TO TD-RENEWAL-COUNT.
013870     MOVE ZERO TO TD-NOTICE-SENT-DATE.
013880     PERFORM 2600-SET-MATURITY-DATE THRU 2600-EXIT.
013890
013900     REWRITE TERM-DEPOSIT-RECORD
013910         INVALID KEY
013920             DISPLAY 'TERM-DEPOSIT-MATURITY: UNABLE TO RENEW '
013930                 TD-ACCOUNT-NUMBER
013940             MOVE 'CONTRACT NOT UPDATED    ' TO WS-REJECT-REASON
013950             PERFORM 4290-HOLD-CONTRACT THRU 4290-EXIT
013960             GO TO 4300-EXIT
013970     END-REWRITE.
013980
013990     ADD 1 TO WS-CONTRACTS-RENEWED.
014000     ADD TD-PRINCIPAL TO WS-TOTAL-RENEWED.
014010     MOVE 'RENEWED  ' TO RL-CAPTION.
014020     MOVE ZERO TO RL-INTEREST.
014030     MOVE TD-PRINCIPAL TO RL-AMOUNT.
014040     MOVE SPACES TO RL-REASON.
014050     PERFORM 7000-WRITE-REGISTER-LINE THRU 7000-EXIT.
014060 4300-EXIT.
014070     EXIT.
014080
014090*-----------------------------------------------------------------
014100* 4400-PAY-OUT-CONTRACT - POST THE FINAL INTEREST, CLEAR THE
014110* ACCRUAL AND PAY THE WHOLE POSTED BALANCE OUT UNDER TONIGHT'S
014120* MATURITY REFERENCE: AS THE DEBIT LEG OF A TRANSFER TO THE
014130* LINKED ACCOUNT, WHICH THE POSTING RUN CREDITS, OR AGAINST AN
014140* OFFICIAL CHEQUE RECORDED ON THE REGISTER.
014150*-----------------------------------------------------------------
014160 4400-PAY-OUT-CONTRACT.
014170     MOVE 'N' TO WS-POSTING-SWITCH.
014180
014190     IF WS-FINAL-INTEREST > ZERO
014200         MOVE 'I' TO WS-ENTRY-TYPE
014210         MOVE WS-FINAL-INTEREST TO WS-ENTRY-AMOUNT
014220         MOVE WS-INTEREST-RATE TO WS-ENTRY-RATE
014230         PERFORM 4600-WRITE-LEDGER-ENTRY THRU 4600-EXIT
014240         ADD WS-FINAL-INTEREST TO WS-POSTED-BALANCE
014250     END-IF.
014260     IF MATURITY-POSTING-FAILED
014270         GO TO 4400-EXIT
014280     END-IF.
014290
014300     IF ACCRUAL-ON-FILE
014310         PERFORM 4700-CLEAR-ACCRUAL THRU 4700-EXIT
014320     END-IF.
014330
014340     IF WS-POSTED-BALANCE > ZERO
014350         MOVE WS-POSTED-BALANCE TO WS-PAYOUT-AMOUNT
014360     ELSE
014370         MOVE ZERO TO WS-PAYOUT-AMOUNT
014380     END-IF.
014390     IF WS-PAYOUT-AMOUNT > ZERO
014400         MOVE 'D' TO WS-ENTRY-TYPE
014410         MOVE WS-PAYOUT-AMOUNT TO WS-ENTRY-AMOUNT
014420         MOVE ZERO TO WS-ENTRY-RATE
014430         PERFORM 4600-WRITE-LEDGER-ENTRY THRU 4600-EXIT
014440         MOVE WS-MAX-TL-SEQUENCE-NUMBER TO WS-PAYOUT-SEQUENCE
014450         IF NOT MATURITY-POSTING-FAILED
014460                 AND TD-PAY-BY-CHEQUE
014470             PERFORM 4750-WRITE-OFFICIAL-CHEQUE THRU 4750-EXIT
014480         END-IF
014490     END-IF.
014500 4400-EXIT.
014510     EXIT.
014520
014530*-----------------------------------------------------------------
014540* 4500-COMPUTE-FINAL-INTEREST - THE INTEREST OWED AT PAYOUT IS
014550* EVERYTHING ACCRUED AND NOT YET PAID: THE ACCRUAL RECORD'S
014560* RUNNING ACCRUAL, PLUS ANY NIGHTS MISSED SINCE THE LAST NIGHT
014570* ACCRUED (OR THE MONTH-END PAID THROUGH) UP TO LAST NIGHT, AT
014580* THE CLOSING BALANCE AND RATE THE RECORD CARRIES - THE POSTING
014590* RUN'S OWN MISSED-NIGHT RULE.  PAID IN WHOLE CENTS.
014600*-----------------------------------------------------------------
014610 4500-COMPUTE-FINAL-INTEREST.
014620     MOVE 'N' TO WS-ACCRUAL-SWITCH.
014630     MOVE ZERO TO WS-INTEREST-RATE.
014640     MOVE ZERO TO WS-ACCRUAL-CENTS-BEFORE.
014650     IF NOT ACCRUAL-FILE-AVAILABLE
014660         GO TO 4500-EXIT
014670     END-IF.
014680
014690     MOVE CM-ACCOUNT-NUMBER TO IA-ACCOUNT-NUMBER.
014700     READ INTEREST-ACCRUAL-FILE
014710         INVALID KEY
014720             GO TO 4500-EXIT
014730         NOT INVALID KEY
014740             SET ACCRUAL-ON-FILE TO TRUE
014750     END-READ.
014760
014770     IF IA-PAID-THROUGH-DATE NOT NUMERIC
014780         MOVE ZERO TO IA-PAID-THROUGH-DATE
014790     END-IF.
014800     MOVE IA-LAST-ACCRUAL-DATE TO WS-ACCRUED-THROUGH-DATE.
014810     IF IA-PAID-THROUGH-DATE > WS-ACCRUED-THROUGH-DATE
014820         MOVE IA-PAID-THROUGH-DATE TO WS-ACCRUED-THROUGH-DATE
014830     END-IF.
014840     MOVE IA-ACCRUED-TO-DATE TO WS-ACCRUAL-CENTS-BEFORE.
014850     MOVE IA-LAST-RATE-APPLIED TO WS-INTEREST-RATE.
014860
014870     IF IA-LAST-ACCRUAL-DATE IS NUMERIC
014880             AND IA-LAST-ACCRUAL-DATE > ZERO
014890             AND IA-LAST-CLOSING-BALANCE > ZERO
014900             AND WS-ACCRUED-THROUGH-DATE < WS-RUN-DATE
014910         MOVE WS-ACCRUED-THROUGH-DATE TO WS-CONVERT-DATE
014920         PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT
014930         MOVE WS-SERIAL-RESULT TO WS-ACCRUED-THROUGH-SERIAL
014940         COMPUTE WS-ACCRUAL-GAP-DAYS =
014950             WS-RUN-SERIAL - WS-ACCRUED-THROUGH-SERIAL - 1
014960         IF WS-ACCRUAL-GAP-DAYS > ZERO
014970             COMPUTE WS-GAP-ACCRUAL ROUNDED =
014980                 IA-LAST-CLOSING-BALANCE * IA-LAST-RATE-APPLIED
014990                     * WS-ACCRUAL-GAP-DAYS / 365
015000             ADD WS-GAP-ACCRUAL TO IA-ACCRUED-TO-DATE
015010         END-IF
015020     END-IF.
015030
015040     MOVE IA-ACCRUED-TO-DATE TO WS-FINAL-INTEREST.
015050 4500-EXIT.
015060     EXIT.
015070
015080*-----------------------------------------------------------------
015090* 4600-WRITE-LEDGER-ENTRY - WRITE ONE MATURITY ENTRY OF THE
015100* TYPE, AMOUNT AND RATE THE CALLER SET UNDER THE ACCOUNT'S NEXT
015110* SEQUENCE NUMBER.  MATURITY ENTRIES ARE SYSTEM-GENERATED (ZERO
015120* SOURCE BATCH); ONLY THE PAYOUT CARRIES A CHANNEL - CHEQUE FOR
015130* AN OFFICIAL CHEQUE, ELECTRONIC FOR A TRANSFER.
015140*-----------------------------------------------------------------
015150 4600-WRITE-LEDGER-ENTRY.
015160     ADD 1 TO WS-MAX-TL-SEQUENCE-NUMBER.
015170
015180     MOVE CM-ACCOUNT-NUMBER          TO TL-ACCOUNT-NUMBER.
015190     MOVE WS-MAX-TL-SEQUENCE-NUMBER  TO TL-SEQUENCE-NUMBER.
015200     MOVE WS-RUN-DATE                TO TL-TRANSACTION-DATE.
015210     MOVE WS-ENTRY-TYPE              TO TL-TRANSACTION-TYPE.
015220     MOVE WS-ENTRY-AMOUNT            TO TL-TRANSACTION-AMOUNT.
015230     MOVE WS-ENTRY-RATE              TO TL-RATE-APPLIED.
015240     MOVE ZERO                       TO TL-SOURCE-BATCH.
015250     MOVE WS-MATURITY-REF            TO TL-TRANSFER-REF.
015260     MOVE SPACES                     TO TL-CONTRA-ACCOUNT.
015270     MOVE ZERO                       TO TL-CONTRA-SEQUENCE.
015280     SET TL-NOT-TRANSFER TO TRUE.
015290     MOVE SPACE                      TO TL-CHANNEL-CODE.
015300     IF TL-DEBIT
015310         IF TD-PAY-BY-CHEQUE
015320             SET TL-CHANNEL-CHEQUE TO TRUE
015330         ELSE
015340             SET TL-CHANNEL-ELECTRONIC TO TRUE
015350             MOVE TD-LINKED-ACCOUNT TO TL-CONTRA-ACCOUNT
015360             SET TL-TRANSFER-AWAITING-CREDIT TO TRUE
015370         END-IF
015380     END-IF.
015390
015400     WRITE TRANSACTION-LEDGER-RECORD
015410         INVALID KEY
015420             DISPLAY 'TERM-DEPOSIT-MATURITY: UNABLE TO POST '
015430                 'ENTRY ' WS-ENTRY-TYPE ' FOR ' CM-ACCOUNT-NUMBER
015440             SET MATURITY-POSTING-FAILED TO TRUE
015450     END-WRITE.
015452     IF WS-TRANLEDG-STATUS = '00'
015454             AND TL-TRANSFER-AWAITING-CREDIT
015456         PERFORM 1320-ADD-INBOUND-ACCOUNT THRU 1320-EXIT
015458     END-IF.
015460 4600-EXIT.
015470     EXIT.
015480
015490*-----------------------------------------------------------------
015500* 4700-CLEAR-ACCRUAL - THE ACCRUAL HAS BEEN PAID IN FULL, SO THE
015510* RECORD IS CLEARED AND MARKED ACCRUED AND PAID THROUGH TONIGHT,
015520* WITH A ZERO CLOSING BALANCE SO NOTHING MORE CAN ACCRUE - AS
015530* ACCOUNT CLOSURE LEAVES IT, SO THE GL EXTRACT JOURNALS THE LAST
015540* NIGHTS' ACCRUAL TONIGHT.
015550*-----------------------------------------------------------------
015560 4700-CLEAR-ACCRUAL.
015570     COMPUTE IA-GL-ACCRUAL-AMOUNT =
015580         WS-FINAL-INTEREST - WS-ACCRUAL-CENTS-BEFORE.
015590     MOVE ZERO              TO IA-ACCRUED-TO-DATE.
015600     MOVE WS-RUN-DATE       TO IA-LAST-ACCRUAL-DATE.
015610     MOVE ZERO              TO IA-LAST-CLOSING-BALANCE.
015620     MOVE WS-RUN-DATE       TO IA-LAST-PAID-DATE.
015630     MOVE WS-FINAL-INTEREST TO IA-LAST-PAID-AMOUNT.
015640     MOVE WS-RUN-DATE       TO IA-PAID-THROUGH-DATE.
015650
015660     REWRITE INTEREST-ACCRUAL-RECORD
015670         INVALID KEY
015680             DISPLAY 'TERM-DEPOSIT-MATURITY: UNABLE TO CLEAR '
015690                 'ACCRUAL FOR ' CM-ACCOUNT-NUMBER
015700     END-REWRITE.
015710 4700-EXIT.
015720     EXIT.
015730
015740*-----------------------------------------------------------------
015750* 4750-WRITE-OFFICIAL-CHEQUE - RECORD THE OFFICIAL CHEQUE FOR THE
015760* PROCEEDS ON THE PERMANENT REGISTER, PAYABLE TO THE ACCOUNT
015770* HOLDER.
015780*-----------------------------------------------------------------
015790 4750-WRITE-OFFICIAL-CHEQUE.
015800     MOVE CM-ACCOUNT-NUMBER   TO OC-ACCOUNT-NUMBER.
015810     MOVE WS-RUN-DATE         TO OC-ISSUE-DATE.
015820     MOVE CM-CUSTOMER-NAME    TO OC-PAYEE-NAME.
015830     MOVE WS-PAYOUT-AMOUNT    TO OC-CHEQUE-AMOUNT.
015840     MOVE CM-CURRENCY-CODE    TO OC-CURRENCY-CODE.
015850     IF CM-BRANCH-CODE = SPACES
015860         MOVE '000' TO OC-BRANCH-CODE
015870     ELSE
015880         MOVE CM-BRANCH-CODE TO OC-BRANCH-CODE
015890     END-IF.
015900     MOVE WS-PAYOUT-SEQUENCE  TO OC-LEDGER-SEQUENCE.
015910
015920     WRITE OFFICIAL-CHEQUE-RECORD
015930         INVALID KEY
015940             DISPLAY 'TERM-DEPOSIT-MATURITY: UNABLE TO RECORD '
015950                 'OFFICIAL CHEQUE FOR ' CM-ACCOUNT-NUMBER
015960                 ' - STATUS ' WS-OFFCHQ-STATUS
015970     END-WRITE.
015980 4750-EXIT.
015990     EXIT.
016000
016010*-----------------------------------------------------------------
016020* 4760-FLAG-ACCOUNT-CLOSED - A PAID-OUT DEPOSIT'S ACCOUNT IS
016030* MARKED CLOSED ('C') AS ACCOUNT CLOSURE LEAVES IT, SO IT TAKES
016040* NO FURTHER POSTINGS, ACCRUAL OR STATEMENTS.  ITS STANDING
016043* ORDERS ARE CANCELLED AND ITS STOPS EXPIRED FIRST, AS CLOSURE
016046* DOES, SO NO ORDER IS LEFT TO FIRE AGAINST A CLOSED ACCOUNT.
016050*-----------------------------------------------------------------
016060 4760-FLAG-ACCOUNT-CLOSED.
016070     IF CM-STATUS-CLOSED
016080         GO TO 4760-EXIT
016090     END-IF.
016093     PERFORM 4770-CANCEL-STANDING-ORDERS THRU 4770-EXIT.
016096     PERFORM 4780-EXPIRE-STOP-PAYMENTS THRU 4780-EXIT.
016100     SET CM-STATUS-CLOSED TO TRUE.
016110     MOVE WS-RUN-DATE TO CM-LAST-ACTIVITY-DATE.
016120     MOVE WS-RUN-DATE TO CM-LAST-STATEMENT-DATE.
016130     REWRITE CUSTOMER-MASTER-RECORD
016140         INVALID KEY
016150             DISPLAY 'TERM-DEPOSIT-MATURITY: UNABLE TO FLAG '
016160                 CM-ACCOUNT-NUMBER ' CLOSED'
016170     END-REWRITE.
016180 4760-EXIT.
016181     EXIT.
016182
016183*-----------------------------------------------------------------
016184* 4770-CANCEL-STANDING-ORDERS - DELETE EVERY STANDING ORDER ON
016185* THE PAID-OUT ACCOUNT SO NONE FIRES AGAINST IT AGAIN.
016186*-----------------------------------------------------------------
016187 4770-CANCEL-STANDING-ORDERS.
016188     IF NOT ORDER-FILE-AVAILABLE
016189         GO TO 4770-EXIT
016190     END-IF.
016191
016192     MOVE 'N' TO WS-SEQ-SCAN-SWITCH.
016193     MOVE CM-ACCOUNT-NUMBER TO SO-ACCOUNT-NUMBER.
016194     MOVE ZERO TO SO-ORDER-NUMBER.
016195     START STANDING-ORDER-FILE
016196         KEY IS NOT LESS THAN SO-ORDER-KEY
016197         INVALID KEY
016198             SET SEQ-SCAN-COMPLETE TO TRUE
016199     END-START.
016200
016201     PERFORM 4775-CANCEL-ONE-ORDER THRU 4775-EXIT
016202         UNTIL SEQ-SCAN-COMPLETE.
016203 4770-EXIT.
016204     EXIT.
016205
016206*-----------------------------------------------------------------
016207* 4775-CANCEL-ONE-ORDER - READ THE NEXT STANDING ORDER AND, IF IT
016208* STILL BELONGS TO THE PAID-OUT ACCOUNT, DELETE IT.
016209*-----------------------------------------------------------------
016210 4775-CANCEL-ONE-ORDER.
016211     READ STANDING-ORDER-FILE NEXT RECORD
016212         AT END
016213             SET SEQ-SCAN-COMPLETE TO TRUE
016214     END-READ.
016215
016216     IF SEQ-SCAN-COMPLETE
016217         GO TO 4775-EXIT
016218     END-IF.
016219
016220     IF SO-ACCOUNT-NUMBER NOT = CM-ACCOUNT-NUMBER
016221         SET SEQ-SCAN-COMPLETE TO TRUE
016222         GO TO 4775-EXIT
016223     END-IF.
016224
016225     DELETE STANDING-ORDER-FILE
016226         INVALID KEY
016227             DISPLAY 'TERM-DEPOSIT-MATURITY: UNABLE TO CANCEL '
016228                 'ORDER '
016229                 SO-ORDER-NUMBER ' FOR ' CM-ACCOUNT-NUMBER
016230             GO TO 4775-EXIT
016231     END-DELETE.
016232
016233     ADD 1 TO WS-ORDERS-CANCELLED.
016234 4775-EXIT.
016235     EXIT.
016236
016237*-----------------------------------------------------------------
016238* 4780-EXPIRE-STOP-PAYMENTS - EXPIRE EVERY STOP STILL IN FORCE ON
016239* THE PAID-OUT ACCOUNT.  STOPS ARE NOT DELETED - THE RETENTION
016240* RUN AGES THEM OFF WITH THE REST OF THE FILE.
016241*-----------------------------------------------------------------
016242 4780-EXPIRE-STOP-PAYMENTS.
016243     IF NOT STOP-FILE-AVAILABLE
016244         GO TO 4780-EXIT
016245     END-IF.
016246
016247     MOVE 'N' TO WS-SEQ-SCAN-SWITCH.
016248     MOVE CM-ACCOUNT-NUMBER TO STP-ACCOUNT-NUMBER.
016249     MOVE ZERO TO STP-STOP-NUMBER.
016250     START STOP-PAYMENT-FILE
016251         KEY IS NOT LESS THAN STP-STOP-KEY
016252         INVALID KEY
016253             SET SEQ-SCAN-COMPLETE TO TRUE
016254     END-START.
016255
016256     PERFORM 4785-EXPIRE-ONE-STOP THRU 4785-EXIT
016257         UNTIL SEQ-SCAN-COMPLETE.
016258 4780-EXIT.
016259     EXIT.
016260
016261*-----------------------------------------------------------------
016262* 4785-EXPIRE-ONE-STOP - READ THE NEXT STOP AND, IF IT BELONGS TO
016263* THE PAID-OUT ACCOUNT AND IS STILL IN FORCE, DATE ITS EXPIRY THE
016264* DAY BEFORE THE PAYOUT.
016265*-----------------------------------------------------------------
016266 4785-EXPIRE-ONE-STOP.
016267     READ STOP-PAYMENT-FILE NEXT RECORD
016268         AT END
016269             SET SEQ-SCAN-COMPLETE TO TRUE
016270     END-READ.
016271
016272     IF SEQ-SCAN-COMPLETE
016273         GO TO 4785-EXIT
016274     END-IF.
016275
016276     IF STP-ACCOUNT-NUMBER NOT = CM-ACCOUNT-NUMBER
016277         SET SEQ-SCAN-COMPLETE TO TRUE
016278         GO TO 4785-EXIT
016279     END-IF.
016280
016281     IF STP-EXPIRY-DATE < WS-RUN-DATE
016282         GO TO 4785-EXIT
016283     END-IF.
016284
016285     MOVE WS-STOP-EXPIRY-DATE TO STP-EXPIRY-DATE.
016286     REWRITE STOP-PAYMENT-RECORD
016287         INVALID KEY
016288             DISPLAY 'TERM-DEPOSIT-MATURITY: UNABLE TO EXPIRE '
016289                 'STOP '
016290                 STP-STOP-NUMBER ' FOR ' CM-ACCOUNT-NUMBER
016291             GO TO 4785-EXIT
016292     END-REWRITE.
016293
016294     ADD 1 TO WS-STOPS-EXPIRED.
016295 4785-EXIT.
016296     EXIT.
016297
016298*-----------------------------------------------------------------
016299* 4800-CHECK-MATURITY-NOTICE - A CONTRACT MATURING WITHIN THE
016300* NOTICE DAYS IS SENT ONE PRE-MATURITY LETTER FOR THE TERM; THE
016301* DATE IT WENT IS STAMPED ON THE CONTRACT, SO A NOTICE DATED ON
016302* OR AFTER THE TERM'S OPENING DATE MEANS IT HAS ALREADY GONE.
016303*-----------------------------------------------------------------
016304 4800-CHECK-MATURITY-NOTICE.
016305     IF TD-NOTICE-SENT-DATE IS NUMERIC
016306             AND TD-NOTICE-SENT-DATE NOT < TD-OPEN-DATE
016307         GO TO 4800-EXIT
016310     END-IF.
016320
016330     MOVE TD-MATURITY-DATE TO WS-CONVERT-DATE.
016340     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
016350     COMPUTE WS-DAYS-TO-MATURITY =
016360         WS-SERIAL-RESULT - WS-RUN-SERIAL.
016370     IF WS-DAYS-TO-MATURITY > WS-NOTICE-DAYS
016380         GO TO 4800-EXIT
016390     END-IF.
016400
016410     PERFORM 2500-READ-MASTER-BY-KEY THRU 2500-EXIT.
016420     IF NOT MASTER-RECORD-FOUND
016430             OR CM-STATUS-CLOSED
016440             OR CM-STATUS-ESCHEATED
016450         GO TO 4800-EXIT
016460     END-IF.
016470
016480     PERFORM 5000-PRINT-NOTICE THRU 5000-EXIT.
016490
016500     MOVE WS-RUN-DATE TO TD-NOTICE-SENT-DATE.
016510     REWRITE TERM-DEPOSIT-RECORD
016520         INVALID KEY
016530             DISPLAY 'TERM-DEPOSIT-MATURITY: UNABLE TO STAMP '
016540                 'NOTICE FOR ' TD-ACCOUNT-NUMBER
016550     END-REWRITE.
016560
016570     ADD 1 TO WS-NOTICES-SENT.
016580     MOVE 'NOTICE   ' TO RL-CAPTION.
016590     MOVE ZERO TO RL-INTEREST.
016600     MOVE TD-PRINCIPAL TO RL-AMOUNT.
016610     MOVE 'PRE-MATURITY NOTICE SENT' TO RL-REASON.
016620     PERFORM 7000-WRITE-REGISTER-LINE THRU 7000-EXIT.
016630 4800-EXIT.
016640     EXIT.
016650
016660*-----------------------------------------------------------------
016670* 4900-ADD-TO-LADDER - ADD THE ACTIVE CONTRACT'S PRINCIPAL TO ITS
016680* MATURITY MONTH ON THE LADDER, OPENING A NEW MONTH IN ORDER
016690* WHEN IT IS THE FIRST.  A FULL TABLE COUNTS THE OVERFLOW.
016700*-----------------------------------------------------------------
016710 4900-ADD-TO-LADDER.
016720     MOVE TD-MATURITY-DATE (1:6) TO WS-LADDER-MONTH.
016730     ADD 1 TO WS-LADDER-DEPOSITS.
016740     ADD TD-PRINCIPAL TO WS-LADDER-PRINCIPAL.
016750
016760     MOVE 'N' TO WS-LADDER-SCAN-SWITCH.
016770     MOVE ZERO TO WS-LADDER-SCAN.
016780     PERFORM 4910-FIND-LADDER-SLOT THRU 4910-EXIT
016790         UNTIL LADDER-SLOT-FOUND
016800             OR WS-LADDER-SCAN NOT < WS-LADDER-COUNT.
016810
016820     IF LADDER-SLOT-FOUND
016830         SET WS-LDR-IDX TO WS-LADDER-SCAN
016840         IF WS-LDR-MONTH (WS-LDR-IDX) = WS-LADDER-MONTH
016850             ADD 1 TO WS-LDR-DEPOSITS (WS-LDR-IDX)
016860             ADD TD-PRINCIPAL TO WS-LDR-PRINCIPAL (WS-LDR-IDX)
016870             GO TO 4900-EXIT
016880         END-IF
016890         MOVE WS-LADDER-SCAN TO WS-LADDER-SLOT
016900     ELSE
016910         COMPUTE WS-LADDER-SLOT = WS-LADDER-COUNT + 1
016920     END-IF.
016930
016940     IF WS-LADDER-COUNT NOT < WS-LADDER-MAX
016950         ADD 1 TO WS-LADDER-OVERFLOW
016960         GO TO 4900-EXIT
016970     END-IF.
016980
016990     MOVE WS-LADDER-COUNT TO WS-LADDER-SCAN.
017000     PERFORM 4920-SHIFT-LADDER-DOWN THRU 4920-EXIT
017010         UNTIL WS-LADDER-SCAN < WS-LADDER-SLOT.
017020
017030     ADD 1 TO WS-LADDER-COUNT.
017040     SET WS-LDR-IDX TO WS-LADDER-SLOT.
017050     MOVE WS-LADDER-MONTH TO WS-LDR-MONTH (WS-LDR-IDX).
017060     MOVE 1 TO WS-LDR-DEPOSITS (WS-LDR-IDX).
017070     MOVE TD-PRINCIPAL TO WS-LDR-PRINCIPAL (WS-LDR-IDX).
017080 4900-EXIT.
017090     EXIT.
017100
017110*-----------------------------------------------------------------
017120* 4910-FIND-LADDER-SLOT - STOP AT THE FIRST LADDER MONTH NOT
017130* EARLIER THAN THE CONTRACT'S.
017140*-----------------------------------------------------------------
017150 4910-FIND-LADDER-SLOT.
017160     ADD 1 TO WS-LADDER-SCAN.
017170     SET WS-LDR-IDX TO WS-LADDER-SCAN.
017180     IF WS-LDR-MONTH (WS-LDR-IDX) NOT < WS-LADDER-MONTH
017190         SET LADDER-SLOT-FOUND TO TRUE
017200     END-IF.
017210 4910-EXIT.
017220     EXIT.
017230
017240*-----------------------------------------------------------------
017250* 4920-SHIFT-LADDER-DOWN - MOVE ONE LADDER MONTH DOWN A PLACE TO
017260* OPEN THE SLOT FOR A NEW ONE.
017270*-----------------------------------------------------------------
017280 4920-SHIFT-LADDER-DOWN.
017290     SET WS-LDR-FROM TO WS-LADDER-SCAN.
017300     SET WS-LDR-IDX TO WS-LADDER-SCAN.
017310     SET WS-LDR-IDX UP BY 1.
017320     MOVE WS-LADDER-ENTRY (WS-LDR-FROM)
017330         TO WS-LADDER-ENTRY (WS-LDR-IDX).
017340     SUBTRACT 1 FROM WS-LADDER-SCAN.
017350 4920-EXIT.
017360     EXIT.
017370
017380*-----------------------------------------------------------------
017390* 5000-PRINT-NOTICE - ONE PRE-MATURITY LETTER FOR THE CONTRACT,
017400* IN THE CUSTOMER NOTICE LAYOUT: WHEN THE DEPOSIT MATURES, ITS
017410* PRINCIPAL AND RATE, AND WHAT WILL HAPPEN TO IT.
017420*-----------------------------------------------------------------
017430 5000-PRINT-NOTICE.
017440     MOVE WS-RUN-DATE TO NH-NOTICE-DATE.
017450     MOVE CM-ACCOUNT-NUMBER TO NH-ACCOUNT-NUMBER.
017460     MOVE CM-CUSTOMER-NAME TO NH-CUSTOMER-NAME.
017470     WRITE NOTICE-PRINT-RECORD FROM WS-NOTICE-HEADING-1
017480         AFTER ADVANCING PAGE.
017490     WRITE NOTICE-PRINT-RECORD FROM WS-NOTICE-HEADING-2.
017500     WRITE NOTICE-PRINT-RECORD FROM WS-NOTICE-HEADING-3.
017510     PERFORM 5100-FIND-MAILING-ADDRESS THRU 5100-EXIT.
017520     IF MAILING-ADDRESS-FOUND
017530         PERFORM 5200-PRINT-ADDRESS-BLOCK THRU 5200-EXIT
017540     END-IF.
017550     WRITE NOTICE-PRINT-RECORD FROM WS-BLANK-LINE.
017560
017570     MOVE TD-MATURITY-DATE TO MO-MATURITY-DATE.
017580     WRITE NOTICE-PRINT-RECORD FROM WS-MATURES-ON-LINE.
017590     MOVE TD-PRINCIPAL TO CL-PRINCIPAL.
017600     MOVE TD-CONTRACT-RATE TO CL-CONTRACT-RATE.
017610     WRITE NOTICE-PRINT-RECORD FROM WS-CONTRACT-LINE.
017620     WRITE NOTICE-PRINT-RECORD FROM WS-BLANK-LINE.
017630
017640     IF TD-RENEW-AT-MATURITY
017650         MOVE TD-TERM-MONTHS TO RN-TERM-MONTHS
017660         WRITE NOTICE-PRINT-RECORD FROM WS-RENEWAL-LINE
017670     ELSE
017680         IF TD-PAY-TO-LINKED-ACCOUNT
017690             MOVE TD-LINKED-ACCOUNT TO LK-LINKED-ACCOUNT
017700             WRITE NOTICE-PRINT-RECORD FROM WS-LINKED-LINE
017710         ELSE
017720             MOVE 'THE PROCEEDS WILL BE PAID TO YOU BY OFFICIAL '
017730                 TO NT-TEXT
017740             WRITE NOTICE-PRINT-RECORD FROM WS-NOTICE-TEXT-LINE
017750             MOVE 'CHEQUE AND THE ACCOUNT CLOSED.' TO NT-TEXT
017760             WRITE NOTICE-PRINT-RECORD FROM WS-NOTICE-TEXT-LINE
017770         END-IF
017780     END-IF.
017790
017800     WRITE NOTICE-PRINT-RECORD FROM WS-BLANK-LINE.
017810     MOVE 'TO CHANGE THESE INSTRUCTIONS PLEASE CONTACT YOUR'
017820         TO NT-TEXT.
017830     WRITE NOTICE-PRINT-RECORD FROM WS-NOTICE-TEXT-LINE.
017840     MOVE 'BRANCH BEFORE THE MATURITY DATE.' TO NT-TEXT.
017850     WRITE NOTICE-PRINT-RECORD FROM WS-NOTICE-TEXT-LINE.
017860     MOVE 'RETAIL BANKING DIVISION' TO NT-TEXT.
017870     WRITE NOTICE-PRINT-RECORD FROM WS-NOTICE-TEXT-LINE.
017880 5000-EXIT.
017890     EXIT.
017900
017910*-----------------------------------------------------------------
017920* 5100-FIND-MAILING-ADDRESS - WALK THE ACCOUNT'S RELATIONSHIPS
017930* FOR ITS LIVE PRIMARY OWNER (THE FIRST LIVE OWNER WHEN NO
017940* PRIMARY IS LINKED) AND READ THAT PARTY'S ADDRESS.  NO OWNER ON
017950* FILE LEAVES THE ADDRESS SWITCH OFF.
017960*-----------------------------------------------------------------
017970 5100-FIND-MAILING-ADDRESS.
017980     MOVE 'N' TO WS-ADDRESS-SWITCH.
017990     IF NOT PARTY-FILES-AVAILABLE
018000         GO TO 5100-EXIT
018010     END-IF.
018020
018030     MOVE SPACES TO PM-CUSTOMER-ID.
018040     MOVE 'N' TO WS-OWNER-SCAN-SWITCH.
018050     MOVE CM-ACCOUNT-NUMBER TO AR-ACCOUNT-NUMBER.
018060     MOVE LOW-VALUES TO AR-CUSTOMER-ID.
018070
018080     START ACCOUNT-RELATIONSHIP-FILE
018090         KEY IS NOT LESS THAN AR-RELATIONSHIP-KEY
018100         INVALID KEY
018110             SET OWNER-SCAN-COMPLETE TO TRUE
018120     END-START.
018130
018140     PERFORM 5110-CHECK-ONE-OWNER THRU 5110-EXIT
018150         UNTIL OWNER-SCAN-COMPLETE.
018160
018170     IF PM-CUSTOMER-ID = SPACES
018180         GO TO 5100-EXIT
018190     END-IF.
018200
018210     READ PARTY-MASTER-FILE
018220         INVALID KEY
018230             GO TO 5100-EXIT
018240     END-READ.
018250
018260     SET MAILING-ADDRESS-FOUND TO TRUE.
018270 5100-EXIT.
018280     EXIT.
018290
018300*-----------------------------------------------------------------
018310* 5110-CHECK-ONE-OWNER - READ THE NEXT RELATIONSHIP IN KEY
018320* SEQUENCE, A DIFFERENT ACCOUNT NUMBER READING AS THE END OF THE
018330* WALK.  THE LIVE PRIMARY ENDS THE WALK; THE FIRST LIVE OWNER OF
018340* ANY ROLE IS HELD AS THE FALLBACK.
018350*-----------------------------------------------------------------
018360 5110-CHECK-ONE-OWNER.
018370     READ ACCOUNT-RELATIONSHIP-FILE NEXT RECORD
018380         AT END
018390             SET OWNER-SCAN-COMPLETE TO TRUE
018400     END-READ.
018410
018420     IF OWNER-SCAN-COMPLETE
018430         GO TO 5110-EXIT
018440     END-IF.
018450
018460     IF AR-ACCOUNT-NUMBER NOT = CM-ACCOUNT-NUMBER
018470         SET OWNER-SCAN-COMPLETE TO TRUE
018480         GO TO 5110-EXIT
018490     END-IF.
018500
018510     IF NOT AR-RELATIONSHIP-LIVE
018520         GO TO 5110-EXIT
018530     END-IF.
018540
018550     IF AR-ROLE-PRIMARY
018560         MOVE AR-CUSTOMER-ID TO PM-CUSTOMER-ID
018570         SET OWNER-SCAN-COMPLETE TO TRUE
018580         GO TO 5110-EXIT
018590     END-IF.
018600
018610     IF PM-CUSTOMER-ID = SPACES
018620         MOVE AR-CUSTOMER-ID TO PM-CUSTOMER-ID
018630     END-IF.
018640 5110-EXIT.
018650     EXIT.
018660
018670*-----------------------------------------------------------------
018680* 5200-PRINT-ADDRESS-BLOCK - PRINT THE MAILING ADDRESS UNDER THE
018690* CUSTOMER NAME: THE STREET LINES (A BLANK SECOND LINE IS
018700* SKIPPED) AND THE CITY, STATE AND POSTAL CODE.
018710*-----------------------------------------------------------------
018720 5200-PRINT-ADDRESS-BLOCK.
018730     MOVE PM-ADDRESS-LINE-1 TO AD-ADDRESS-TEXT.
018740     WRITE NOTICE-PRINT-RECORD FROM WS-ADDRESS-LINE.
018750
018760     IF PM-ADDRESS-LINE-2 NOT = SPACES
018770         MOVE PM-ADDRESS-LINE-2 TO AD-ADDRESS-TEXT
018780         WRITE NOTICE-PRINT-RECORD FROM WS-ADDRESS-LINE
018790     END-IF.
018800
018810     MOVE PM-CITY TO CT-CITY.
018820     MOVE PM-STATE-CODE TO CT-STATE-CODE.
018830     MOVE PM-POSTAL-CODE TO CT-POSTAL-CODE.
018840     WRITE NOTICE-PRINT-RECORD FROM WS-CITY-LINE.
018850 5200-EXIT.
018860     EXIT.
018870
018880*-----------------------------------------------------------------
018890* 6000-PRINT-LADDER - PRINT THE MATURITY LADDER FOR TREASURY:
018900* EVERY CONTRACT STILL ACTIVE AFTER TONIGHT'S RUN, COUNTED AND
018910* ITS PRINCIPAL SUMMED BY MATURITY MONTH, EARLIEST FIRST.
018920*-----------------------------------------------------------------
018930 6000-PRINT-LADDER.
018940     WRITE MATURITY-REPORT-RECORD FROM WS-BLANK-LINE.
018950     WRITE MATURITY-REPORT-RECORD FROM WS-LADDER-HEADING-1.
018960     WRITE MATURITY-REPORT-RECORD FROM WS-BLANK-LINE.
018970     WRITE MATURITY-REPORT-RECORD FROM WS-LADDER-HEADING-2.
018980
018990     MOVE ZERO TO WS-LADDER-SCAN.
019000     PERFORM 6100-PRINT-ONE-RUNG THRU 6100-EXIT
019010         UNTIL WS-LADDER-SCAN NOT < WS-LADDER-COUNT.
019020
019030     MOVE WS-LADDER-DEPOSITS TO LT-DEPOSITS.
019040     MOVE WS-LADDER-PRINCIPAL TO LT-PRINCIPAL.
019050     WRITE MATURITY-REPORT-RECORD FROM WS-LADDER-TOTAL-LINE.
019060
019070     IF WS-LADDER-OVERFLOW > ZERO
019080         MOVE 'LADDER MONTHS NOT SHOWN: ' TO TO-CAPTION
019090         MOVE WS-LADDER-OVERFLOW TO TO-COUNT
019100         WRITE MATURITY-REPORT-RECORD FROM WS-TOTALS-LINE
019110     END-IF.
019120 6000-EXIT.
019130     EXIT.
019140
019150*-----------------------------------------------------------------
019160* 6100-PRINT-ONE-RUNG - PRINT ONE MATURITY MONTH OF THE LADDER.
019170*-----------------------------------------------------------------
019180 6100-PRINT-ONE-RUNG.
019190     ADD 1 TO WS-LADDER-SCAN.
019200     SET WS-LDR-IDX TO WS-LADDER-SCAN.
019210     MOVE WS-LDR-MONTH (WS-LDR-IDX) (1:4) TO LL-YEAR.
019220     MOVE WS-LDR-MONTH (WS-LDR-IDX) (5:2) TO LL-MONTH.
019230     MOVE WS-LDR-DEPOSITS (WS-LDR-IDX) TO LL-DEPOSITS.
019240     MOVE WS-LDR-PRINCIPAL (WS-LDR-IDX) TO LL-PRINCIPAL.
019250     WRITE MATURITY-REPORT-RECORD FROM WS-LADDER-LINE.
019260 6100-EXIT.
019270     EXIT.
019280
019290*-----------------------------------------------------------------
019300* 7000-WRITE-REGISTER-LINE - PRINT ONE REGISTER LINE FOR THE
019310* CONTRACT IN HAND UNDER THE CAPTION, AMOUNTS AND NOTE THE
019320* CALLER SET.
019330*-----------------------------------------------------------------
019340 7000-WRITE-REGISTER-LINE.
019350     MOVE TD-ACCOUNT-NUMBER TO RL-ACCOUNT-NUMBER.
019360     MOVE TD-MATURITY-DATE TO RL-MATURITY-DATE.
019370     EVALUATE TRUE
019380         WHEN TD-RENEW-AT-MATURITY
019390             MOVE 'RENW' TO RL-METHOD
019400         WHEN TD-PAY-BY-CHEQUE
019410             MOVE 'CHQ ' TO RL-METHOD
019420         WHEN OTHER
019430             MOVE 'XFER' TO RL-METHOD
019440     END-EVALUATE.
019450     WRITE MATURITY-REPORT-RECORD FROM WS-REGISTER-LINE.
019460 7000-EXIT.
019470     EXIT.
019480
019490*-----------------------------------------------------------------
019500* 8000-READ-MAINT-CARD - READ THE NEXT TDMAINT CARD, SETTING THE
019510* END-OF-FILE SWITCH WHEN EXHAUSTED.
019520*-----------------------------------------------------------------
019530 8000-READ-MAINT-CARD.
019540     READ TD-MAINT-CARD-FILE
019550         AT END
019560             SET MAINT-CARD-EOF TO TRUE
019570     END-READ.
019580 8000-EXIT.
019590     EXIT.
019600
019610*-----------------------------------------------------------------
019620* 8500-DATE-TO-SERIAL - CONVERT WS-CONVERT-DATE TO A DAY SERIAL
019630* NUMBER SO TWO DATES CAN BE SUBTRACTED ACROSS MONTH AND YEAR
019640* ENDS.
019650*-----------------------------------------------------------------
019660 8500-DATE-TO-SERIAL.
019670     IF WS-CONVERT-MONTH > 2
019680         MOVE WS-CONVERT-YEAR TO WS-SERIAL-YEAR
019690         COMPUTE WS-SERIAL-MONTH = WS-CONVERT-MONTH + 1
019700     ELSE
019710         COMPUTE WS-SERIAL-YEAR = WS-CONVERT-YEAR - 1
019720         COMPUTE WS-SERIAL-MONTH = WS-CONVERT-MONTH + 13
019730     END-IF.
019740
019750     COMPUTE WS-SERIAL-RESULT = WS-SERIAL-YEAR * 365.
019760     DIVIDE WS-SERIAL-YEAR BY 4 GIVING WS-SERIAL-WORK.
019770     ADD WS-SERIAL-WORK TO WS-SERIAL-RESULT.
019780     DIVIDE WS-SERIAL-YEAR BY 100 GIVING WS-SERIAL-WORK.
019790     SUBTRACT WS-SERIAL-WORK FROM WS-SERIAL-RESULT.
019800     DIVIDE WS-SERIAL-YEAR BY 400 GIVING WS-SERIAL-WORK.
019810     ADD WS-SERIAL-WORK TO WS-SERIAL-RESULT.
019820
019830     COMPUTE WS-SERIAL-TERM = WS-SERIAL-MONTH * 153.
019840     DIVIDE WS-SERIAL-TERM BY 5 GIVING WS-SERIAL-WORK.
019850     ADD WS-SERIAL-WORK TO WS-SERIAL-RESULT.
019860
019870     ADD WS-CONVERT-DAY TO WS-SERIAL-RESULT.
019880 8500-EXIT.
019890     EXIT.
019900
019910*-----------------------------------------------------------------
019911* 8600-STEP-BACK-ONE-DAY - STEP THE WORK DATE BACK ONE CALENDAR
019912* DAY, ROLLING THE MONTH AND YEAR AS NEEDED.
019913*-----------------------------------------------------------------
019914 8600-STEP-BACK-ONE-DAY.
019915     IF WS-WORK-DAY > 01
019916         SUBTRACT 1 FROM WS-WORK-DAY
019917     ELSE
019918         IF WS-WORK-MONTH > 01
019919             SUBTRACT 1 FROM WS-WORK-MONTH
019920         ELSE
019921             MOVE 12 TO WS-WORK-MONTH
019922             SUBTRACT 1 FROM WS-WORK-YEAR
019923         END-IF
019924         PERFORM 8700-SET-DAYS-IN-MONTH THRU 8700-EXIT
019925         MOVE WS-DAYS-IN-MONTH TO WS-WORK-DAY
019926     END-IF.
019927 8600-EXIT.
019928     EXIT.
019929
019930*-----------------------------------------------------------------
019931* 8700-SET-DAYS-IN-MONTH - DAYS IN THE WORK DATE'S MONTH,
019932* ALLOWING FOR A LEAP-YEAR FEBRUARY.
019940*-----------------------------------------------------------------
019950 8700-SET-DAYS-IN-MONTH.
019960     MOVE WS-MONTH-DAYS-ENTRY (WS-WORK-MONTH)
019970         TO WS-DAYS-IN-MONTH.
019980
019990     IF WS-WORK-MONTH = 02
020000         DIVIDE WS-WORK-YEAR BY 4
020010             GIVING WS-LEAP-QUOTIENT
020020             REMAINDER WS-LEAP-REMAINDER
020030         IF WS-LEAP-REMAINDER = ZERO
020040             DIVIDE WS-WORK-YEAR BY 100
020050                 GIVING WS-LEAP-QUOTIENT
020060                 REMAINDER WS-LEAP-REMAINDER
020070             IF WS-LEAP-REMAINDER NOT = ZERO
020080                 MOVE 29 TO WS-DAYS-IN-MONTH
020090             ELSE
020100                 DIVIDE WS-WORK-YEAR BY 400
020110                     GIVING WS-LEAP-QUOTIENT
020120                     REMAINDER WS-LEAP-REMAINDER
020130                 IF WS-LEAP-REMAINDER = ZERO
020140                     MOVE 29 TO WS-DAYS-IN-MONTH
020150                 END-IF
020160             END-IF
020170         END-IF
020180     END-IF.
020190 8700-EXIT.
020200     EXIT.
020210
020220*-----------------------------------------------------------------
020230* 9000-TERMINATE - PRINT THE RUN CONTROL TOTALS AND CLOSE EVERY
020240* FILE BEFORE STOP RUN.  A REJECTED CARD OR A HELD MATURITY ENDS
020250* THE STEP RC=4; A RUN THAT COULD NOT OPEN ITS FILES ENDS RC=8.
020260*-----------------------------------------------------------------
020270 9000-TERMINATE.
020280     WRITE MATURITY-REPORT-RECORD FROM WS-BLANK-LINE.
020290
020300     MOVE 'MAINTENANCE CARDS READ: ' TO TO-CAPTION.
020310     MOVE WS-CARDS-READ TO TO-COUNT.
020320     WRITE MATURITY-REPORT-RECORD FROM WS-TOTALS-LINE.
020330
020340     MOVE 'CONTRACTS OPENED......: ' TO TO-CAPTION.
020350     MOVE WS-CONTRACTS-OPENED TO TO-COUNT.
020360     WRITE MATURITY-REPORT-RECORD FROM WS-TOTALS-LINE.
020370
020380     MOVE 'INSTRUCTIONS CHANGED..: ' TO TO-CAPTION.
020390     MOVE WS-CONTRACTS-CHANGED TO TO-COUNT.
020400     WRITE MATURITY-REPORT-RECORD FROM WS-TOTALS-LINE.
020410
020420     MOVE 'CARDS REJECTED........: ' TO TO-CAPTION.
020430     MOVE WS-CARDS-REJECTED TO TO-COUNT.
020440     WRITE MATURITY-REPORT-RECORD FROM WS-TOTALS-LINE.
020450
020460     MOVE 'DEPOSITS RENEWED......: ' TO TO-CAPTION.
020470     MOVE WS-CONTRACTS-RENEWED TO TO-COUNT.
020480     WRITE MATURITY-REPORT-RECORD FROM WS-TOTALS-LINE.
020490
020500     MOVE 'PAID TO LINKED ACCOUNT: ' TO TO-CAPTION.
020510     MOVE WS-PAID-BY-TRANSFER TO TO-COUNT.
020520     WRITE MATURITY-REPORT-RECORD FROM WS-TOTALS-LINE.
020530
020540     MOVE 'PAID BY OFFICIAL CHQ..: ' TO TO-CAPTION.
020550     MOVE WS-PAID-BY-CHEQUE TO TO-COUNT.
020560     WRITE MATURITY-REPORT-RECORD FROM WS-TOTALS-LINE.
020570
020580     MOVE 'MATURITIES HELD.......: ' TO TO-CAPTION.
020590     MOVE WS-CONTRACTS-HELD TO TO-COUNT.
020600     WRITE MATURITY-REPORT-RECORD FROM WS-TOTALS-LINE.
020610
020620     MOVE 'NOTICES SENT..........: ' TO TO-CAPTION.
020630     MOVE WS-NOTICES-SENT TO TO-COUNT.
020640     WRITE MATURITY-REPORT-RECORD FROM WS-TOTALS-LINE.
020650
020651     MOVE 'STANDING ORDERS CANCEL: ' TO TO-CAPTION.
020652     MOVE WS-ORDERS-CANCELLED TO TO-COUNT.
020653     WRITE MATURITY-REPORT-RECORD FROM WS-TOTALS-LINE.
020654
020655     MOVE 'STOPS EXPIRED.........: ' TO TO-CAPTION.
020656     MOVE WS-STOPS-EXPIRED TO TO-COUNT.
020657     WRITE MATURITY-REPORT-RECORD FROM WS-TOTALS-LINE.
020658
020660     MOVE 'FINAL INTEREST PAID...: ' TO AM-CAPTION.
020670     MOVE WS-TOTAL-INTEREST TO AM-AMOUNT.
020680     WRITE MATURITY-REPORT-RECORD FROM WS-AMOUNT-LINE.
020690
020700     MOVE 'PROCEEDS PAID OUT.....: ' TO AM-CAPTION.
020710     MOVE WS-TOTAL-PAYOUT TO AM-AMOUNT.
020720     WRITE MATURITY-REPORT-RECORD FROM WS-AMOUNT-LINE.
020730
020740     MOVE 'PRINCIPAL RENEWED.....: ' TO AM-CAPTION.
020750     MOVE WS-TOTAL-RENEWED TO AM-AMOUNT.
020760     WRITE MATURITY-REPORT-RECORD FROM WS-AMOUNT-LINE.
020770
020780     IF WS-CARDS-REJECTED > ZERO OR WS-CONTRACTS-HELD > ZERO
020790         MOVE 4 TO RETURN-CODE
020800     END-IF.
020810     IF RUN-CANNOT-PROCEED
020820         MOVE 8 TO RETURN-CODE
020830     END-IF.
020840
020850     IF WS-TDMAINT-STATUS = '00'
020860         CLOSE TD-MAINT-CARD-FILE
020870     END-IF.
020880     CLOSE CUSTOMER-MASTER-FILE.
020882     IF CONTRA-FILE-AVAILABLE
020884         CLOSE CONTRA-MASTER-FILE
020886     END-IF.
020890     CLOSE TRANSACTION-LEDGER-FILE.
020900     CLOSE TERM-DEPOSIT-FILE.
020910     CLOSE OFFICIAL-CHEQUE-FILE.
020920     IF ACCRUAL-FILE-AVAILABLE
020930         CLOSE INTEREST-ACCRUAL-FILE
020940     END-IF.
020950     IF PARTY-FILES-AVAILABLE
020960         CLOSE PARTY-MASTER-FILE
020970         CLOSE ACCOUNT-RELATIONSHIP-FILE
020971     END-IF.
020972     IF ORDER-FILE-AVAILABLE
020973         CLOSE STANDING-ORDER-FILE
020974     END-IF.
020975     IF STOP-FILE-AVAILABLE
020976         CLOSE STOP-PAYMENT-FILE
020980     END-IF.
020990     CLOSE MATURITY-REPORT-FILE.
021000     CLOSE NOTICE-PRINT-FILE.
021010     PERFORM 9800-RECORD-STEP-END THRU 9800-EXIT.
021020 9000-EXIT.
021030     EXIT.
021040
021050*-----------------------------------------------------------------
021060* 9500-READ-BUSINESS-DATE - REPLACE THE SYSTEM-CLOCK RUN DATE WITH
021070* THE CYCLE'S BUSINESS DATE FROM THE BATCH DATE CONTROL FILE, SO A
021080* LATE OR RERUN CYCLE IS PROCESSED UNDER THE BUSINESS DATE IT
021090* BELONGS TO.  NO OPEN CYCLE MEANS THE SYSTEM DATE STANDS.
021100*-----------------------------------------------------------------
021110 9500-READ-BUSINESS-DATE.
021120     OPEN INPUT BATCH-DATE-FILE.
021130     IF WS-BATCHDTE-STATUS = '00'
021140         READ BATCH-DATE-FILE
021150             NOT AT END
021160                 IF BD-CYCLE-OPEN
021170                         AND BD-BUSINESS-DATE IS NUMERIC
021180                         AND BD-BUSINESS-DATE > ZERO
021190                     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
021200                 END-IF
021210         END-READ
021220         CLOSE BATCH-DATE-FILE
021230     END-IF.
021240 9500-EXIT.
021250     EXIT.
021260
021270*-----------------------------------------------------------------
021280* 9700-RECORD-STEP-START - ASK THE CYCLE STEP-STATUS LEDGER
021290* WHETHER THIS STEP ALREADY ENDED CLEAN FOR THE RUN DATE.  A 'K'
021300* REPLY MEANS THE RERUN SKIPS THE STEP; OTHERWISE THE START IS
021310* RECORDED AND THE RUN PROCEEDS.
021320*-----------------------------------------------------------------
021330 9700-RECORD-STEP-START.
021340     MOVE 'S'         TO SP-FUNCTION.
021350     MOVE 'TDMATUR'   TO SP-STEP-NAME.
021360     MOVE WS-RUN-DATE TO SP-BUSINESS-DATE.
021370     MOVE ZERO        TO SP-RETURN-CODE.
021380     CALL 'STEPSTAT' USING STEP-STATUS-PARMS.
021390 9700-EXIT.
021400     EXIT.
021410
021420*-----------------------------------------------------------------
021430* 9800-RECORD-STEP-END - RECORD THIS STEP'S END AND FINAL RETURN
021440* CODE ON THE CYCLE STEP-STATUS LEDGER.
021450*-----------------------------------------------------------------
021460 9800-RECORD-STEP-END.
021470     MOVE 'E'         TO SP-FUNCTION.
021480     MOVE RETURN-CODE TO SP-RETURN-CODE.
021490     CALL 'STEPSTAT' USING STEP-STATUS-PARMS.
021500 9800-EXIT.
021510     EXIT.
