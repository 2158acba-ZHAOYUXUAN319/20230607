000100* ---------------------------------------------------------------
000110* PROGRAM      ACCOUNT-CLOSURE
000120* INSTALLATION RETAIL BANKING DIVISION
000130* AUTHOR       D. OKAFOR
000140* DATE-WRITTEN 2026-10-13
000150* ---------------------------------------------------------------
000160* MODIFICATION HISTORY
000170*   2026-10-13  DO   ORIGINAL PROGRAM - ACCOUNT CLOSURE.  A
000180*                    CUSTOMER CLOSING AN ACCOUNT USED TO BE A
000190*                    CUSTOMER-MAINTENANCE DELETE OF THE MASTER,
000200*                    WHICH LEFT THE ACCRUED INTEREST UNPAID, ANY
000210*                    SERVICE CHARGE DUE UNTAKEN, THE STANDING
000220*                    ORDERS AND STOPS ORPHANED ON THEIR FILES,
000230*                    THE BALANCE PAID OUT BY HAND, AND THE
000240*                    ACCOUNT'S HISTORY NO LONGER INQUIRABLE.
000250*                    THIS RUN WORKS THE CLOSURE REQUESTS
000260*                    (CLOSREQ) AHEAD OF THE NIGHT'S POSTING: FOR
000270*                    EACH ACCOUNT IT ESTABLISHES THE POSTED
000280*                    BALANCE (MASTER PLUS LIVE LEDGER, THE SAME
000290*                    WALK THE OTHER RUNS TAKE), POSTS THE FINAL
000300*                    ACCRUED INTEREST AND ANY SERVICE CHARGE DUE
000310*                    FOR THE MONTH, PAYS THE CLOSING BALANCE OUT
000320*                    BY OFFICIAL CHEQUE (RECORDED ON THE
000330*                    PERMANENT OFFCHQ REGISTER) OR BY TRANSFER TO
000340*                    ANOTHER OF OUR ACCOUNTS, CANCELS THE
000350*                    ACCOUNT'S STANDING ORDERS, EXPIRES ITS
000360*                    STOPS, PRINTS THE FINAL STATEMENT AND FLAGS
000370*                    THE MASTER CLOSED ('C').  THE MASTER AND ITS
000380*                    LEDGER STAY ON FILE, SO THE ACCOUNT REMAINS
000390*                    INQUIRABLE.  AN ACCOUNT WITH A HELD DEBIT OR
000400*                    AN OVERDRAWN POSTED BALANCE IS REFUSED - THE
000410*                    BRANCH MUST SETTLE IT FIRST.
000411*   2026-10-15  DO   AN ACCOUNT NAMED AS THE CREDIT ACCOUNT OF
000412*                    A TRANSFER DEBIT STILL AWAITING ITS CREDIT
000413*                    LEG - CAPTURED TONIGHT, OR A PAYOUT THIS RUN
000414*                    MADE - IS REFUSED, INBOUND TRANSFER PENDING,
000415*                    SO THE POSTING RUN NEVER CREDITS AN ACCOUNT
000416*                    ALREADY CLOSED AND PAID OUT.  THE ACCOUNTS
000417*                    COME FROM ONE PASS OF THE LEDGER AT STARTUP.
000419*   2026-10-15  DO   AN ACCOUNT WITH AN ACTIVE CONTRACT ON TERMDEP
000421*                    IS REFUSED, ACTIVE TERM DEPOSIT - THE DEPOSIT
000423*                    IS PAID OUT BY TERM-DEPOSIT-MATURITY, WHICH
000425*                    ALSO CLOSES THE ACCOUNT.
000426*   2026-10-15  DO   THE WALK NOW ALSO HOLDS A TRANSFER DEBIT
000427*                    AWAITING ITS CREDIT LEG WHILE ITS CREDIT
000428*                    ACCOUNT IS CLOSED, ESCHEATED OR NOT ON FILE,
000429*                    AS THE POSTING RUN DOES, READING THE MASTER A
000430*                    SECOND TIME BY KEY FOR THE CREDIT ACCOUNT.
000431* ---------------------------------------------------------------
000432 IDENTIFICATION DIVISION.
000440 PROGRAM-ID.                  ACCOUNT-CLOSURE.
000450 AUTHOR.                      D. OKAFOR.
000460 INSTALLATION.                RETAIL BANKING DIVISION.
000470 DATE-WRITTEN.                2026-10-13.
000480 DATE-COMPILED.
000490
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT CLOSURE-REQUEST-FILE
000540         ASSIGN TO 'CLOSREQ'
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-CLOSREQ-STATUS.
000570
000580     SELECT CUSTOMER-MASTER-FILE
000590         ASSIGN TO 'CUSTMAST'
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS CM-ACCOUNT-NUMBER
000630         FILE STATUS IS WS-CUSTMAST-STATUS.
000631
000632*    A SECOND, READ-ONLY VIEW OF THE MASTER, READ BY KEY FOR THE
000633*    CREDIT ACCOUNT OF A TRANSFER WITHOUT DISTURBING THE FIRST.
000634     SELECT CONTRA-MASTER-FILE
000635         ASSIGN TO 'CUSTMAST'
000636         ORGANIZATION IS INDEXED
000637         ACCESS MODE IS RANDOM
000638         RECORD KEY IS CX-ACCOUNT-NUMBER
000639         FILE STATUS IS WS-CONTRA-STATUS.
000640
000650     SELECT TRANSACTION-LEDGER-FILE
000660         ASSIGN TO 'TRANLEDG'
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS TL-LEDGER-KEY
000700         FILE STATUS IS WS-TRANLEDG-STATUS.
000710
000720     SELECT STANDING-ORDER-FILE
000730         ASSIGN TO 'STANDORD'
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS SO-ORDER-KEY
000770         FILE STATUS IS WS-STANDORD-STATUS.
000780
000790     SELECT STOP-PAYMENT-FILE
000800         ASSIGN TO 'STOPPAY'
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS STP-STOP-KEY
000840         FILE STATUS IS WS-STOPPAY-STATUS.
000850
000860     SELECT INTEREST-ACCRUAL-FILE
000870         ASSIGN TO 'ACCRUAL'
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS RANDOM
000900         RECORD KEY IS IA-ACCOUNT-NUMBER
000910         FILE STATUS IS WS-ACCRUAL-STATUS.
000920
000930     SELECT FEE-SCHEDULE-FILE
000940         ASSIGN TO 'FEESCHED'
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-FEESCHED-STATUS.
000970
000980     SELECT OFFICIAL-CHEQUE-FILE
000990         ASSIGN TO 'OFFCHQ'
001000         ORGANIZATION IS INDEXED
001010         ACCESS MODE IS RANDOM
001020         RECORD KEY IS OC-CHEQUE-KEY
001030         FILE STATUS IS WS-OFFCHQ-STATUS.
001031
001032     SELECT TERM-DEPOSIT-FILE
001033         ASSIGN TO 'TERMDEP'
001034         ORGANIZATION IS INDEXED
001035         ACCESS MODE IS RANDOM
001036         RECORD KEY IS TD-ACCOUNT-NUMBER
001037         FILE STATUS IS WS-TERMDEP-STATUS.
001040
001050     SELECT CLOSURE-REPORT-FILE
001060         ASSIGN TO 'CLOSRPT'
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS WS-CLOSRPT-STATUS.
001090
001100     SELECT FINAL-STATEMENT-FILE
001110         ASSIGN TO 'CLOSSTMT'
001120         ORGANIZATION IS LINE SEQUENTIAL
001130         FILE STATUS IS WS-CLOSSTMT-STATUS.
001140
001150     SELECT BATCH-DATE-FILE
001160         ASSIGN TO 'BATCHDTE'
001170         ORGANIZATION IS LINE SEQUENTIAL
001180         FILE STATUS IS WS-BATCHDTE-STATUS.
001190
001200 DATA DIVISION.
001210 FILE SECTION.
001220 FD  CLOSURE-REQUEST-FILE
001230     LABEL RECORDS ARE STANDARD.
001240 01  CLOSURE-REQUEST-RECORD.
001250     05  CR-ACCOUNT-NUMBER         PIC X(10).
001260     05  FILLER                    PIC X(01).
001270     05  CR-PAYOUT-METHOD          PIC X(01).
001280         88  CR-PAY-BY-CHEQUE                VALUE 'C'.
001290         88  CR-PAY-BY-TRANSFER              VALUE 'T'.
001300     05  FILLER                    PIC X(01).
001310     05  CR-TRANSFER-ACCOUNT       PIC X(10).
001320     05  FILLER                    PIC X(01).
001330     05  CR-PAYEE-NAME             PIC X(30).
001340     05  FILLER                    PIC X(26).
001350
001360 FD  CUSTOMER-MASTER-FILE
001370     LABEL RECORDS ARE STANDARD.
001380     COPY CUSTREC.
001390
001391 FD  CONTRA-MASTER-FILE
001392     LABEL RECORDS ARE STANDARD.
001393     COPY CUSTREC REPLACING ==CUSTOMER-MASTER-RECORD==
001394                         BY ==CONTRA-MASTER-RECORD==
001395                    LEADING ==CM-== BY ==CX-==.
001396
001400 FD  TRANSACTION-LEDGER-FILE
001410     LABEL RECORDS ARE STANDARD.
001420     COPY TRANLEDG.
001430
001440 FD  STANDING-ORDER-FILE
001450     LABEL RECORDS ARE STANDARD.
001460     COPY STORDREC.
001470
001480 FD  STOP-PAYMENT-FILE
001490     LABEL RECORDS ARE STANDARD.
001500     COPY STOPREC.
001510
001520 FD  INTEREST-ACCRUAL-FILE
001530     LABEL RECORDS ARE STANDARD.
001540     COPY ACCRREC.
001550
001560 FD  FEE-SCHEDULE-FILE
001570     LABEL RECORDS ARE STANDARD.
001580 01  FEE-SCHEDULE-RECORD.
001590     05  FS-MAINTENANCE-FEE        PIC 9(03)V99.
001600     05  FS-FREE-DEBIT-COUNT       PIC 9(03).
001610     05  FS-EXCESS-DEBIT-FEE       PIC 9(03)V99.
001620     05  FS-WAIVER-BALANCE         PIC 9(07)V99.
001630
001640 FD  OFFICIAL-CHEQUE-FILE
001650     LABEL RECORDS ARE STANDARD.
001660     COPY OFFCHQ.
001670
001672 FD  TERM-DEPOSIT-FILE
001674     LABEL RECORDS ARE STANDARD.
001676     COPY TERMDEP.
001678
001680 FD  CLOSURE-REPORT-FILE
001690     LABEL RECORDS ARE STANDARD.
001700 01  CLOSURE-REPORT-RECORD         PIC X(80).
001710
001720 FD  FINAL-STATEMENT-FILE
001730     LABEL RECORDS ARE STANDARD.
001740 01  FINAL-STATEMENT-RECORD        PIC X(80).
001750
001760 FD  BATCH-DATE-FILE
001770     LABEL RECORDS ARE STANDARD.
001780     COPY BATCHDTE.
001790
001800 WORKING-STORAGE SECTION.
001810*----------------------------------------------------------------
001820* FILE STATUS AND END-OF-FILE SWITCHES
001830*----------------------------------------------------------------
001840 01  WS-FILE-STATUSES.
001850     05  WS-CLOSREQ-STATUS         PIC X(02) VALUE '00'.
001860     05  WS-CUSTMAST-STATUS        PIC X(02) VALUE '00'.
001870     05  WS-TRANLEDG-STATUS        PIC X(02) VALUE '00'.
001880     05  WS-STANDORD-STATUS        PIC X(02) VALUE '00'.
001890     05  WS-STOPPAY-STATUS         PIC X(02) VALUE '00'.
001900     05  WS-ACCRUAL-STATUS         PIC X(02) VALUE '00'.
001910     05  WS-FEESCHED-STATUS        PIC X(02) VALUE '00'.
001920     05  WS-OFFCHQ-STATUS          PIC X(02) VALUE '00'.
001930     05  WS-CLOSRPT-STATUS         PIC X(02) VALUE '00'.
001940     05  WS-CLOSSTMT-STATUS        PIC X(02) VALUE '00'.
001950     05  WS-BATCHDTE-STATUS        PIC X(02) VALUE '00'.
001955     05  WS-TERMDEP-STATUS         PIC X(02) VALUE '00'.
001957     05  WS-CONTRA-STATUS          PIC X(02) VALUE '00'.
001960
001970 01  WS-SWITCHES.
001980     05  WS-EOF-SWITCH             PIC X(01) VALUE 'N'.
001990         88  CLOSURE-REQUEST-EOF             VALUE 'Y'.
002000     05  WS-MASTER-SWITCH          PIC X(01) VALUE 'N'.
002010         88  MASTER-RECORD-FOUND             VALUE 'Y'.
002020     05  WS-SEQ-SCAN-SWITCH        PIC X(01) VALUE 'N'.
002030         88  SEQ-SCAN-COMPLETE               VALUE 'Y'.
002040     05  WS-CHARGED-SWITCH         PIC X(01) VALUE 'N'.
002050         88  CHARGED-THIS-MONTH              VALUE 'Y'.
002060     05  WS-SETTLED-SWITCH         PIC X(01) VALUE 'N'.
002070         88  CLOSURE-ALREADY-SETTLED         VALUE 'Y'.
002080     05  WS-POSTING-SWITCH         PIC X(01) VALUE 'N'.
002090         88  CLOSURE-POSTING-FAILED          VALUE 'Y'.
002100     05  WS-ACCRUAL-SWITCH         PIC X(01) VALUE 'N'.
002110         88  ACCRUAL-ON-FILE                 VALUE 'Y'.
002120     05  WS-ACCRUAL-FILE-SWITCH    PIC X(01) VALUE 'N'.
002130         88  ACCRUAL-FILE-AVAILABLE          VALUE 'Y'.
002140     05  WS-STOPFILE-SWITCH        PIC X(01) VALUE 'N'.
002150         88  STOP-FILE-AVAILABLE             VALUE 'Y'.
002160     05  WS-ORDERFILE-SWITCH       PIC X(01) VALUE 'N'.
002170         88  ORDER-FILE-AVAILABLE            VALUE 'Y'.
002172     05  WS-INBOUND-SWITCH         PIC X(01) VALUE 'N'.
002174         88  INBOUND-TRANSFER-PENDING        VALUE 'Y'.
002176     05  WS-INBOUND-FULL-SWITCH    PIC X(01) VALUE 'N'.
002178         88  INBOUND-TABLE-FULL              VALUE 'Y'.
002180     05  WS-TERMDEP-FILE-SWITCH    PIC X(01) VALUE 'N'.
002182         88  TERMDEP-FILE-AVAILABLE          VALUE 'Y'.
002184     05  WS-CONTRACT-SWITCH        PIC X(01) VALUE 'N'.
002186         88  ACTIVE-CONTRACT-ON-FILE         VALUE 'Y'.
002188     05  WS-CONTRA-FILE-SWITCH     PIC X(01) VALUE 'N'.
002190         88  CONTRA-FILE-AVAILABLE           VALUE 'Y'.
002192     05  WS-PAYEE-SWITCH           PIC X(01) VALUE 'N'.
002194         88  PAYEE-NOT-OPEN                  VALUE 'Y'.
002196
002198*----------------------------------------------------------------
002200* RUN DATE, CAPTURED ONCE AT STARTUP, AND THE REFERENCE EVERY
002210* ENTRY THIS RUN POSTS CARRIES - 'CL' AND THE RUN DATE - SO A
002220* RERUN FINDS AN ACCOUNT IT ALREADY SETTLED
002230*----------------------------------------------------------------
002240 01  WS-RUN-DATE                   PIC 9(08).
002250 01  WS-RUN-SERIAL                 PIC 9(07) COMP VALUE ZERO.
002260 01  WS-STOP-EXPIRY-DATE           PIC 9(08) VALUE ZERO.
002270 01  WS-CLOSURE-REF.
002280     05  FILLER                    PIC X(02) VALUE 'CL'.
002290     05  WS-CLOSURE-REF-DATE       PIC 9(08).
002300     05  FILLER                    PIC X(02) VALUE SPACES.
002310
002320*----------------------------------------------------------------
002330* CYCLE STEP-STATUS PARAMETER AREA - SEE CYCLE-STEP-STATUS
002340*----------------------------------------------------------------
002350     COPY STEPLINK.
002360
002370*----------------------------------------------------------------
002380* FEE SCHEDULE, OVERRIDDEN BY THE FEESCHED FILE - THE SAME
002390* SCHEDULE AND STANDING DEFAULTS THE MONTHLY FEE-ASSESS RUN USES
002400*----------------------------------------------------------------
002410 01  WS-MAINTENANCE-FEE            PIC 9(03)V99 VALUE 5.00.
002420 01  WS-FREE-DEBIT-COUNT           PIC 9(03) VALUE 010.
002430 01  WS-EXCESS-DEBIT-FEE           PIC 9(03)V99 VALUE 0.50.
002440 01  WS-WAIVER-BALANCE             PIC 9(07)V99 VALUE 1000.00.
002450
002460*----------------------------------------------------------------
002470* POSTED-BALANCE WALK FIELDS, THE SAME WALK THE POSTING AND
002480* STANDING ORDER RUNS TAKE
002490*----------------------------------------------------------------
002500 01  WS-POSTED-BALANCE             PIC S9(7)V99 VALUE ZERO.
002510 01  WS-NEGATIVE-LIMIT             PIC S9(7)V99 VALUE ZERO.
002520 01  WS-PROJECTED-BALANCE          PIC S9(7)V99 VALUE ZERO.
002530 01  WS-MAX-TL-SEQUENCE-NUMBER     PIC 9(06) VALUE ZERO.
002540 01  WS-HELD-DEBIT-COUNT           PIC 9(05) VALUE ZERO.
002550 01  WS-MONTH-DEBIT-COUNT          PIC 9(05) VALUE ZERO.
002560 01  WS-EXCESS-DEBITS              PIC S9(05) VALUE ZERO.
002570
002580*----------------------------------------------------------------
002590* SETTLEMENT FIGURES FOR THE ACCOUNT BEING CLOSED
002600*----------------------------------------------------------------
002610 01  WS-FINAL-INTEREST             PIC 9(7)V99 VALUE ZERO.
002620 01  WS-INTEREST-RATE              PIC 9V9(04) VALUE ZERO.
002630 01  WS-CLOSING-CHARGE             PIC 9(7)V99 VALUE ZERO.
002640 01  WS-MAINT-CHARGE               PIC 9(05)V99 VALUE ZERO.
002650 01  WS-EXCESS-CHARGE              PIC 9(05)V99 VALUE ZERO.
002660 01  WS-AVAILABLE-BALANCE          PIC S9(7)V99 VALUE ZERO.
002670 01  WS-PAYOUT-AMOUNT              PIC 9(7)V99 VALUE ZERO.
002680 01  WS-PAYOUT-SEQUENCE            PIC 9(06) VALUE ZERO.
002690 01  WS-PAYEE-NAME                 PIC X(30) VALUE SPACES.
002700 01  WS-ENTRY-TYPE                 PIC X(01) VALUE SPACE.
002710 01  WS-ENTRY-AMOUNT               PIC 9(7)V99 VALUE ZERO.
002720 01  WS-ENTRY-RATE                 PIC 9V9(04) VALUE ZERO.
002730 01  WS-REFUSAL-REASON             PIC X(24) VALUE SPACES.
002740 01  WS-CLOSING-ACCOUNT            PIC X(10) VALUE SPACES.
002750 01  WS-TRANSFER-CURRENCY          PIC X(03) VALUE SPACES.
002760
002761*----------------------------------------------------------------
002762* CREDIT ACCOUNTS OF TRANSFER DEBITS STILL AWAITING THEIR CREDIT
002763*----------------------------------------------------------------
002764 01  WS-INBOUND-COUNT              PIC 9(04) COMP VALUE ZERO.
002765 01  WS-INBOUND-TABLE.
002766     05  WS-INBOUND-ACCOUNT OCCURS 1000 TIMES
002767                           INDEXED BY WS-INBOUND-IDX PIC X(10).
002770*----------------------------------------------------------------
002780* FINAL ACCRUAL WORK FIELDS - THE POSTING RUN'S MISSED-NIGHT
002790* ACCRUAL, CARRIED UP TO THE NIGHT BEFORE THE CLOSURE
002800*----------------------------------------------------------------
002810 01  WS-ACCRUED-THROUGH-DATE       PIC 9(08) VALUE ZERO.
002820 01  WS-ACCRUED-THROUGH-SERIAL     PIC 9(07) COMP VALUE ZERO.
002830 01  WS-ACCRUAL-GAP-DAYS           PIC S9(05) COMP VALUE ZERO.
002840 01  WS-GAP-ACCRUAL                PIC 9(07)V9(05) VALUE ZERO.
002850 01  WS-ACCRUAL-CENTS-BEFORE       PIC 9(07)V99 VALUE ZERO.
002860
002870*----------------------------------------------------------------
002880* DATE CONVERSION AND CALENDAR WORK FIELDS
002890*----------------------------------------------------------------
002900 01  WS-CONVERT-DATE.
002910     05  WS-CONVERT-YEAR           PIC 9(04).
002920     05  WS-CONVERT-MONTH          PIC 9(02).
002930     05  WS-CONVERT-DAY            PIC 9(02).
002940 01  WS-SERIAL-YEAR                PIC 9(05) COMP VALUE ZERO.
002950 01  WS-SERIAL-MONTH               PIC 9(03) COMP VALUE ZERO.
002960 01  WS-SERIAL-WORK                PIC 9(07) COMP VALUE ZERO.
002970 01  WS-SERIAL-TERM                PIC 9(07) COMP VALUE ZERO.
002980 01  WS-SERIAL-RESULT              PIC 9(07) COMP VALUE ZERO.
002990 01  WS-WORK-DATE.
003000     05  WS-WORK-YEAR              PIC 9(04).
003010     05  WS-WORK-MONTH             PIC 9(02).
003020     05  WS-WORK-DAY               PIC 9(02).
003030 01  WS-LEAP-QUOTIENT              PIC 9(04) VALUE ZERO.
003040 01  WS-LEAP-REMAINDER             PIC 9(04) VALUE ZERO.
003050 01  WS-DAYS-IN-MONTH              PIC 9(02) VALUE ZERO.
003060 01  WS-MONTH-DAYS-TABLE.
003070     05  FILLER                    PIC X(24) VALUE
003080         '312831303130313130313031'.
003090 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
003100     05  WS-MONTH-DAYS-ENTRY OCCURS 12 TIMES
003110                                   PIC 9(02).
003120
003130*----------------------------------------------------------------
003140* FINAL STATEMENT PAGE CONTROL
003150*----------------------------------------------------------------
003160 01  WS-PAGE-NUMBER                PIC 9(04) COMP VALUE ZERO.
003170 01  WS-LINE-COUNT                 PIC 9(04) COMP VALUE ZERO.
003180 01  WS-LINES-PER-PAGE             PIC 9(04) COMP VALUE 60.
003190 01  WS-RUNNING-BALANCE            PIC S9(7)V99 VALUE ZERO.
003200 01  WS-STATEMENT-ENTRIES          PIC 9(05) VALUE ZERO.
003210
003220*----------------------------------------------------------------
003230* RUN CONTROL TOTALS
003240*----------------------------------------------------------------
003250 01  WS-REQUESTS-READ              PIC 9(07) VALUE ZERO.
003260 01  WS-ACCOUNTS-CLOSED            PIC 9(07) VALUE ZERO.
003270 01  WS-ACCOUNTS-REFUSED           PIC 9(07) VALUE ZERO.
003280 01  WS-PAID-BY-CHEQUE             PIC 9(07) VALUE ZERO.
003290 01  WS-PAID-BY-TRANSFER           PIC 9(07) VALUE ZERO.
003300 01  WS-ORDERS-CANCELLED           PIC 9(07) VALUE ZERO.
003310 01  WS-STOPS-EXPIRED              PIC 9(07) VALUE ZERO.
003320 01  WS-TOTAL-INTEREST             PIC 9(09)V99 VALUE ZERO.
003330 01  WS-TOTAL-CHARGES              PIC 9(09)V99 VALUE ZERO.
003340 01  WS-TOTAL-PAYOUT               PIC 9(09)V99 VALUE ZERO.
003350
003360*----------------------------------------------------------------
003370* CLOSURE REGISTER LINES
003380*----------------------------------------------------------------
003390 01  WS-REPORT-HEADING-1.
003400     05  FILLER                    PIC X(80) VALUE
003410         'ACCOUNT CLOSURE REGISTER'.
003420
003430 01  WS-REPORT-HEADING-2.
003440     05  FILLER                    PIC X(16) VALUE
003450             'CYCLE DATE....  '.
003460     05  RH-RUN-DATE               PIC 9(08).
003470     05  FILLER                    PIC X(56) VALUE SPACES.
003480
003490 01  WS-REPORT-HEADING-3.
003500     05  FILLER                    PIC X(09) VALUE 'ACTION'.
003510     05  FILLER                    PIC X(11) VALUE 'ACCOUNT'.
003520     05  FILLER                    PIC X(10) VALUE 'INTEREST'.
003530     05  FILLER                    PIC X(09) VALUE 'CHARGE'.
003540     05  FILLER                    PIC X(12) VALUE 'PAID OUT'.
003550     05  FILLER                    PIC X(05) VALUE 'BY'.
003560     05  FILLER                    PIC X(24) VALUE 'NOTE'.
003570
003580 01  WS-BLANK-LINE                 PIC X(80) VALUE SPACES.
003590
003600 01  WS-REGISTER-LINE.
003610     05  RL-CAPTION                PIC X(09).
003620     05  RL-ACCOUNT-NUMBER         PIC X(10).
003630     05  FILLER                    PIC X(01) VALUE SPACES.
003640     05  RL-INTEREST               PIC Z(5)9.99.
003650     05  FILLER                    PIC X(01) VALUE SPACES.
003660     05  RL-CHARGE                 PIC Z(4)9.99.
003670     05  FILLER                    PIC X(01) VALUE SPACES.
003680     05  RL-PAYOUT                 PIC -(6)9.99.
003690     05  FILLER                    PIC X(01) VALUE SPACES.
003700     05  RL-METHOD                 PIC X(04).
003710     05  FILLER                    PIC X(01) VALUE SPACES.
003720     05  RL-REASON                 PIC X(24).
003730
003740 01  WS-ITEM-LINE.
003750     05  FILLER                    PIC X(11) VALUE SPACES.
003760     05  IL-CAPTION                PIC X(16).
003770     05  IL-ITEM-NUMBER            PIC 9(04).
003780     05  FILLER                    PIC X(01) VALUE SPACES.
003790     05  IL-AMOUNT                 PIC Z(6)9.99.
003800     05  FILLER                    PIC X(01) VALUE SPACES.
003810     05  IL-DETAIL                 PIC X(30).
003820     05  FILLER                    PIC X(07) VALUE SPACES.
003830
003840 01  WS-TOTALS-LINE.
003850     05  TO-CAPTION                PIC X(24).
003860     05  TO-COUNT                  PIC Z(6)9.
003870     05  FILLER                    PIC X(49) VALUE SPACES.
003880
003890 01  WS-AMOUNT-LINE.
003900     05  AM-CAPTION                PIC X(24).
003910     05  AM-AMOUNT                 PIC Z(8)9.99.
003920     05  FILLER                    PIC X(44) VALUE SPACES.
003930
003940*----------------------------------------------------------------
003950* FINAL STATEMENT LINES - THE CUSTOMER STATEMENT'S LAYOUT UNDER
003960* ITS OWN TITLE, WITH THE CLOSURE NOTE AT THE FOOT
003970*----------------------------------------------------------------
003980 01  WS-STMT-HEADING-1.
003990     05  FILLER                    PIC X(20)
004000                                    VALUE 'RETAIL BANKING DIV.'.
004010     05  FILLER                    PIC X(20)
004020                                    VALUE 'FINAL STATEMENT'.
004030     05  FILLER                    PIC X(05) VALUE 'PAGE '.
004040     05  SH1-PAGE-NUMBER           PIC ZZZ9.
004050
004060 01  WS-STMT-HEADING-2.
004070     05  FILLER                    PIC X(16)
004080                                    VALUE 'STATEMENT DATE:'.
004090     05  SH2-STATEMENT-DATE        PIC 9(08).
004100     05  FILLER                    PIC X(12)
004110                                    VALUE ' ACCOUNT NO:'.
004120     05  SH2-ACCOUNT-NUMBER        PIC X(10).
004130
004140 01  WS-STMT-HEADING-3.
004150     05  FILLER                    PIC X(12) VALUE 'CUSTOMER:  '.
004160     05  SH3-CUSTOMER-NAME         PIC X(30).
004170
004180 01  WS-STMT-HEADING-4.
004190     05  FILLER                    PIC X(17)
004200                                    VALUE 'OPENING BALANCE:'.
004210     05  SH4-OPENING-BALANCE       PIC -(6)9.99.
004220
004230 01  WS-COLUMN-HEADING-LINE.
004240     05  FILLER                    PIC X(10) VALUE 'DATE'.
004250     05  FILLER                    PIC X(06) VALUE 'TYPE'.
004260     05  FILLER                    PIC X(14) VALUE 'AMOUNT'.
004270     05  FILLER                    PIC X(14) VALUE 'BALANCE'.
004280
004290 01  WS-DETAIL-LINE.
004300     05  DL-TRANSACTION-DATE       PIC 9(08).
004310     05  FILLER                    PIC X(02) VALUE SPACES.
004320     05  DL-TRANSACTION-TYPE       PIC X(01).
004330     05  FILLER                    PIC X(05) VALUE SPACES.
004340     05  DL-TRANSACTION-AMOUNT     PIC Z(6)9.99.
004350     05  FILLER                    PIC X(02) VALUE SPACES.
004360     05  DL-RUNNING-BALANCE        PIC -(6)9.99.
004370     05  FILLER                    PIC X(02) VALUE SPACES.
004380     05  DL-HOLD-FLAG              PIC X(04).
004390     05  FILLER                    PIC X(02) VALUE SPACES.
004400     05  DL-RATE-NOTE.
004410         10  DL-RATE-CAPTION       PIC X(05).
004420         10  DL-RATE-APPLIED       PIC 9.9(04).
004430
004440 01  WS-NO-ACTIVITY-LINE           PIC X(40)
004450                              VALUE 'NO TRANSACTIONS THIS PERIOD'.
004460
004470 01  WS-CLOSING-LINE.
004480     05  FILLER                    PIC X(17)
004490                                    VALUE 'CLOSING BALANCE:'.
004500     05  SC-CLOSING-BALANCE        PIC -(6)9.99.
004510
004520 01  WS-CLOSED-ON-LINE.
004530     05  FILLER                    PIC X(19)
004540                                    VALUE 'ACCOUNT CLOSED ON: '.
004550     05  CO-CLOSED-DATE            PIC 9(08).
004560
004570 01  WS-PROCEEDS-LINE.
004580     05  PL-CAPTION                PIC X(34).
004590     05  PL-DETAIL                 PIC X(30).
004600
004610 PROCEDURE DIVISION.
004620*=================================================================
004630* 0000-MAINLINE - WORK EVERY CLOSURE REQUEST ON CLOSREQ.
004640*=================================================================
004650 0000-MAINLINE.
004660     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004670     PERFORM 9500-READ-BUSINESS-DATE THRU 9500-EXIT.
004680     PERFORM 9700-RECORD-STEP-START THRU 9700-EXIT.
004690     IF SP-SKIP-STEP
004700         DISPLAY 'ACCOUNT-CLOSURE: STEP ALREADY COMPLETED '
004710             'FOR ' WS-RUN-DATE ' - RUN SKIPPED'
004720         STOP RUN
004730     END-IF.
004740
004750     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004760
004770     PERFORM 2000-CLOSE-ONE-ACCOUNT THRU 2000-EXIT
004780         UNTIL CLOSURE-REQUEST-EOF.
004790
004800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004810
004820     STOP RUN.
004830 0000-EXIT.
004840     EXIT.
004850
004860*-----------------------------------------------------------------
004870* 1000-INITIALIZE - OPEN FILES, LOAD THE FEE SCHEDULE, WORK OUT
004880* THE DATES THE RUN NEEDS AND PRINT THE REGISTER HEADINGS.  NO
004890* REQUEST FILE ON DISK MEANS NO CLOSURES TONIGHT.
004900*-----------------------------------------------------------------
004910 1000-INITIALIZE.
004920     MOVE WS-RUN-DATE TO WS-CLOSURE-REF-DATE.
004930     MOVE WS-RUN-DATE TO WS-CONVERT-DATE.
004940     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
004950     MOVE WS-SERIAL-RESULT TO WS-RUN-SERIAL.
004960
004970*    A STOP IS EXPIRED BY DATING IT THE DAY BEFORE THE CLOSURE,
004980*    SO IT CANNOT CLAIM THE PAYOUT TONIGHT YET STAYS ON FILE
004990*    UNTIL RETENTION AGES IT OFF.
005000     MOVE WS-RUN-DATE TO WS-WORK-DATE.
005010     PERFORM 8600-STEP-BACK-ONE-DAY THRU 8600-EXIT.
005020     MOVE WS-WORK-DATE TO WS-STOP-EXPIRY-DATE.
005030
005040     PERFORM 1100-LOAD-FEE-SCHEDULE THRU 1100-EXIT.
005050
005060     OPEN INPUT CLOSURE-REQUEST-FILE.
005070     IF WS-CLOSREQ-STATUS NOT = '00'
005080         DISPLAY 'ACCOUNT-CLOSURE: NO CLOSURE REQUESTS - '
005090             'STATUS ' WS-CLOSREQ-STATUS
005100         MOVE 'Y' TO WS-EOF-SWITCH
005110     END-IF.
005120
005130     OPEN I-O CUSTOMER-MASTER-FILE.
005140     IF WS-CUSTMAST-STATUS NOT = '00'
005150         DISPLAY 'ACCOUNT-CLOSURE: UNABLE TO OPEN CUSTMAST - '
005160             'STATUS ' WS-CUSTMAST-STATUS
005170         MOVE 'Y' TO WS-EOF-SWITCH
005171     END-IF.
005172
005173     OPEN INPUT CONTRA-MASTER-FILE.
005174     IF WS-CONTRA-STATUS = '00'
005175         SET CONTRA-FILE-AVAILABLE TO TRUE
005176     ELSE
005177         DISPLAY 'ACCOUNT-CLOSURE: UNABLE TO OPEN CUSTMAST FOR '
005178             'TRANSFER CHECK - STATUS ' WS-CONTRA-STATUS
005180     END-IF.
005190
005200     OPEN I-O TRANSACTION-LEDGER-FILE.
005210     IF WS-TRANLEDG-STATUS NOT = '00'
005220         DISPLAY 'ACCOUNT-CLOSURE: UNABLE TO OPEN TRANLEDG - '
005230             'STATUS ' WS-TRANLEDG-STATUS
005240         MOVE 'Y' TO WS-EOF-SWITCH
005250     END-IF.
005260
005262     IF WS-TRANLEDG-STATUS = '00'
005264         PERFORM 1200-LOAD-INBOUND-TRANSFERS THRU 1200-EXIT
005266     END-IF.
005270*    THE OFFICIAL-CHEQUE REGISTER IS PERMANENT - A FIRST-EVER
005280*    RUN CREATES IT, EVERY LATER RUN EXTENDS IT.
005290     OPEN I-O OFFICIAL-CHEQUE-FILE.
005300     IF WS-OFFCHQ-STATUS = '35'
005310         OPEN OUTPUT OFFICIAL-CHEQUE-FILE
005320         CLOSE OFFICIAL-CHEQUE-FILE
005330         OPEN I-O OFFICIAL-CHEQUE-FILE
005340     END-IF.
005350     IF WS-OFFCHQ-STATUS NOT = '00'
005360         DISPLAY 'ACCOUNT-CLOSURE: UNABLE TO OPEN OFFCHQ - '
005370             'STATUS ' WS-OFFCHQ-STATUS
005380         MOVE 'Y' TO WS-EOF-SWITCH
005390     END-IF.
005400
005410*    NO STANDING ORDER, STOP OR ACCRUAL FILE ON DISK MEANS THERE
005420*    IS NOTHING OF THAT KIND TO SETTLE; THE RUN PROCEEDS WITHOUT
005430*    IT RATHER THAN FAILING.
005440     OPEN I-O STANDING-ORDER-FILE.
005450     IF WS-STANDORD-STATUS = '00'
005460         SET ORDER-FILE-AVAILABLE TO TRUE
005470     ELSE
005480         DISPLAY 'ACCOUNT-CLOSURE: NO STANDING ORDER FILE - '
005490             'STATUS ' WS-STANDORD-STATUS
005500     END-IF.
005510
005520     OPEN I-O STOP-PAYMENT-FILE.
005530     IF WS-STOPPAY-STATUS = '00'
005540         SET STOP-FILE-AVAILABLE TO TRUE
005550     ELSE
005560         DISPLAY 'ACCOUNT-CLOSURE: NO STOP-PAYMENT FILE - '
005570             'STATUS ' WS-STOPPAY-STATUS
005580     END-IF.
005590
005591*    NO CONTRACT FILE ON DISK MEANS NO TERM DEPOSIT HAS BEEN
005592*    OPENED, SO NONE CAN HOLD UP A CLOSURE.
005593     OPEN INPUT TERM-DEPOSIT-FILE.
005594     IF WS-TERMDEP-STATUS = '00'
005595         SET TERMDEP-FILE-AVAILABLE TO TRUE
005596     END-IF.
005597
005600     OPEN I-O INTEREST-ACCRUAL-FILE.
005610     IF WS-ACCRUAL-STATUS = '00'
005620         SET ACCRUAL-FILE-AVAILABLE TO TRUE
005630     ELSE
005640         DISPLAY 'ACCOUNT-CLOSURE: NO ACCRUAL FILE - '
005650             'STATUS ' WS-ACCRUAL-STATUS
005660             ' - NO FINAL INTEREST PAID'
005670     END-IF.
005680
005690     OPEN OUTPUT CLOSURE-REPORT-FILE.
005700     OPEN OUTPUT FINAL-STATEMENT-FILE.
005710
005720     MOVE WS-RUN-DATE TO RH-RUN-DATE.
005730     WRITE CLOSURE-REPORT-RECORD FROM WS-REPORT-HEADING-1.
005740     WRITE CLOSURE-REPORT-RECORD FROM WS-REPORT-HEADING-2.
005750     WRITE CLOSURE-REPORT-RECORD FROM WS-BLANK-LINE.
005760     WRITE CLOSURE-REPORT-RECORD FROM WS-REPORT-HEADING-3.
005770
005780     IF NOT CLOSURE-REQUEST-EOF
005790         PERFORM 8000-READ-CLOSURE-REQUEST THRU 8000-EXIT
005800     END-IF.
005810 1000-EXIT.
005820     EXIT.
005830
005840*-----------------------------------------------------------------
005850* 1100-LOAD-FEE-SCHEDULE - LOAD THE FEE SCHEDULE FROM THE ONE-
005860* RECORD FEESCHED FILE, FIELD BY FIELD SO ONE BAD FIELD CANNOT
005870* DROP THE WHOLE SCHEDULE.  NO FILE ON DISK MEANS THE STANDING
005880* DEFAULTS APPLY.
005890*-----------------------------------------------------------------
005900 1100-LOAD-FEE-SCHEDULE.
005910     OPEN INPUT FEE-SCHEDULE-FILE.
005920     IF WS-FEESCHED-STATUS = '00'
005930         READ FEE-SCHEDULE-FILE
005940             NOT AT END
005950                 IF FS-MAINTENANCE-FEE IS NUMERIC
005960                     MOVE FS-MAINTENANCE-FEE
005970                         TO WS-MAINTENANCE-FEE
005980                 END-IF
005990                 IF FS-FREE-DEBIT-COUNT IS NUMERIC
006000                     MOVE FS-FREE-DEBIT-COUNT
006010                         TO WS-FREE-DEBIT-COUNT
006020                 END-IF
006030                 IF FS-EXCESS-DEBIT-FEE IS NUMERIC
006040                     MOVE FS-EXCESS-DEBIT-FEE
006050                         TO WS-EXCESS-DEBIT-FEE
006060                 END-IF
006070                 IF FS-WAIVER-BALANCE IS NUMERIC
006080                     MOVE FS-WAIVER-BALANCE
006090                         TO WS-WAIVER-BALANCE
006100                 END-IF
006110         END-READ
006120         CLOSE FEE-SCHEDULE-FILE
006130     END-IF.
006140 1100-EXIT.
006150     EXIT.
006160
006170*-----------------------------------------------------------------
006171* 1200-LOAD-INBOUND-TRANSFERS - PASS THE LEDGER ONCE, NOTING EVERY
006172* ACCOUNT NAMED AS THE CREDIT ACCOUNT OF A TRANSFER DEBIT STILL
006173* AWAITING ITS CREDIT LEG.  SUCH AN ACCOUNT IS NOT CLOSED UNTIL
006174* THE POSTING RUN HAS ISSUED THE CREDIT, OR THE CREDIT WOULD LAND
006175* ON AN ACCOUNT ALREADY CLOSED AND PAID OUT.
006176*-----------------------------------------------------------------
006177 1200-LOAD-INBOUND-TRANSFERS.
006178     MOVE ZERO TO WS-INBOUND-COUNT.
006179     MOVE LOW-VALUES TO TL-LEDGER-KEY.
006180     MOVE 'N' TO WS-SEQ-SCAN-SWITCH.
006181     START TRANSACTION-LEDGER-FILE
006182         KEY IS NOT LESS THAN TL-LEDGER-KEY
006183         INVALID KEY
006184             SET SEQ-SCAN-COMPLETE TO TRUE
006185     END-START.
006186     PERFORM 1210-NOTE-ONE-INBOUND THRU 1210-EXIT
006187         UNTIL SEQ-SCAN-COMPLETE.
006188 1200-EXIT.
006189     EXIT.
006190
006191*-----------------------------------------------------------------
006192* 1210-NOTE-ONE-INBOUND - READ ONE LEDGER ENTRY AND NOTE ITS
006193* CREDIT ACCOUNT IF IT IS A TRANSFER DEBIT AWAITING CREDIT.
006194*-----------------------------------------------------------------
006195 1210-NOTE-ONE-INBOUND.
006196     READ TRANSACTION-LEDGER-FILE NEXT RECORD
006197         AT END
006198             SET SEQ-SCAN-COMPLETE TO TRUE
006199     END-READ.
006200     IF SEQ-SCAN-COMPLETE
006201         GO TO 1210-EXIT
006202     END-IF.
006203     IF TL-TRANSFER-AWAITING-CREDIT
006204         PERFORM 1220-ADD-INBOUND-ACCOUNT THRU 1220-EXIT
006205     END-IF.
006206 1210-EXIT.
006207     EXIT.
006208
006209*-----------------------------------------------------------------
006210* 1220-ADD-INBOUND-ACCOUNT - HOLD TL-CONTRA-ACCOUNT IN THE TABLE.
006211* ONCE THE TABLE IS FULL, 2300 SEARCHES THE LEDGER ITSELF.
006212*-----------------------------------------------------------------
006213 1220-ADD-INBOUND-ACCOUNT.
006214     IF WS-INBOUND-COUNT NOT < 1000
006215         SET INBOUND-TABLE-FULL TO TRUE
006216         GO TO 1220-EXIT
006217     END-IF.
006218     ADD 1 TO WS-INBOUND-COUNT.
006219     SET WS-INBOUND-IDX TO WS-INBOUND-COUNT.
006220     MOVE TL-CONTRA-ACCOUNT
006221         TO WS-INBOUND-ACCOUNT (WS-INBOUND-IDX).
006222 1220-EXIT.
006223     EXIT.
006224
006225*-----------------------------------------------------------------
006226* 2000-CLOSE-ONE-ACCOUNT - CLOSE THE ACCOUNT ON ONE REQUEST:
006227* VALIDATE IT, POST THE FINAL INTEREST, SERVICE CHARGE AND
006228* PAYOUT, CANCEL ITS ORDERS AND STOPS, FLAG THE MASTER CLOSED
006229* AND PRINT ITS FINAL STATEMENT.  AN ACCOUNT THIS RUN ALREADY
006230* SETTLED BEFORE AN INTERRUPTION IS NOT POSTED AGAIN - THE
006231* RERUN ONLY FINISHES THE CLOSURE.  A TERM DEPOSIT UNDER AN
006235* ACTIVE CONTRACT IS LEFT TO THE MATURITY RUN TO PAY OUT.
006240*-----------------------------------------------------------------
006250 2000-CLOSE-ONE-ACCOUNT.
006260     ADD 1 TO WS-REQUESTS-READ.
006270     MOVE ZERO TO WS-FINAL-INTEREST.
006280     MOVE ZERO TO WS-CLOSING-CHARGE.
006290     MOVE ZERO TO WS-PAYOUT-AMOUNT.
006300     MOVE ZERO TO WS-PAYOUT-SEQUENCE.
006310     MOVE ZERO TO WS-POSTED-BALANCE.
006320     MOVE SPACES TO WS-REFUSAL-REASON.
006330
006340     MOVE CR-ACCOUNT-NUMBER TO WS-CLOSING-ACCOUNT.
006350     PERFORM 2100-READ-MASTER-BY-KEY THRU 2100-EXIT.
006360     IF NOT MASTER-RECORD-FOUND
006370         MOVE 'NO ACCOUNT ON FILE      ' TO WS-REFUSAL-REASON
006380         PERFORM 2900-REFUSE-REQUEST THRU 2900-EXIT
006390         GO TO 2000-ADVANCE
006400     END-IF.
006410
006420     IF CM-STATUS-CLOSED
006430         MOVE 'ALREADY CLOSED          ' TO WS-REFUSAL-REASON
006440         PERFORM 2900-REFUSE-REQUEST THRU 2900-EXIT
006450         GO TO 2000-ADVANCE
006460     END-IF.
006470
006480     IF CM-STATUS-ESCHEATED
006481         MOVE 'ESCHEATED TO THE STATE  ' TO WS-REFUSAL-REASON
006482         PERFORM 2900-REFUSE-REQUEST THRU 2900-EXIT
006483         GO TO 2000-ADVANCE
006484     END-IF.
006485
006486     IF CM-PRODUCT-TERM-DEPOSIT
006487         PERFORM 2400-CHECK-TERM-DEPOSIT THRU 2400-EXIT
006488         IF ACTIVE-CONTRACT-ON-FILE
006489             MOVE 'ACTIVE TERM DEPOSIT     ' TO WS-REFUSAL-REASON
006490             PERFORM 2900-REFUSE-REQUEST THRU 2900-EXIT
006491             GO TO 2000-ADVANCE
006492         END-IF
006493     END-IF.
006494
006495     PERFORM 2300-CHECK-INBOUND-TRANSFER THRU 2300-EXIT.
006496     IF INBOUND-TRANSFER-PENDING
006497         MOVE 'INBOUND TRANSFER PENDING' TO WS-REFUSAL-REASON
006500         PERFORM 2900-REFUSE-REQUEST THRU 2900-EXIT
006510         GO TO 2000-ADVANCE
006520     END-IF.
006530
006540     IF NOT CR-PAY-BY-CHEQUE AND NOT CR-PAY-BY-TRANSFER
006550         MOVE 'INVALID PAYOUT METHOD   ' TO WS-REFUSAL-REASON
006560         PERFORM 2900-REFUSE-REQUEST THRU 2900-EXIT
006570         GO TO 2000-ADVANCE
006580     END-IF.
006590
006600     IF CR-PAY-BY-TRANSFER
006610         PERFORM 2200-CHECK-TRANSFER-ACCOUNT THRU 2200-EXIT
006620         IF WS-REFUSAL-REASON NOT = SPACES
006630             PERFORM 2900-REFUSE-REQUEST THRU 2900-EXIT
006640             GO TO 2000-ADVANCE
006650         END-IF
006660     END-IF.
006670
006680     IF CR-PAYEE-NAME = SPACES
006690         MOVE CM-CUSTOMER-NAME TO WS-PAYEE-NAME
006700     ELSE
006710         MOVE CR-PAYEE-NAME TO WS-PAYEE-NAME
006720     END-IF.
006730
006740     PERFORM 3000-WALK-ACCOUNT-LEDGER THRU 3000-EXIT.
006750
006760     IF CLOSURE-ALREADY-SETTLED
006770         MOVE 'SETTLED BY EARLIER RUN  ' TO RL-REASON
006780         GO TO 2000-COMPLETE
006790     END-IF.
006800
006810     IF WS-HELD-DEBIT-COUNT > ZERO
006820         MOVE 'HELD DEBIT OUTSTANDING  ' TO WS-REFUSAL-REASON
006830         PERFORM 2900-REFUSE-REQUEST THRU 2900-EXIT
006840         GO TO 2000-ADVANCE
006850     END-IF.
006860
006870     IF WS-POSTED-BALANCE < ZERO
006880         MOVE 'ACCOUNT OVERDRAWN       ' TO WS-REFUSAL-REASON
006890         PERFORM 2900-REFUSE-REQUEST THRU 2900-EXIT
006900         GO TO 2000-ADVANCE
006910     END-IF.
006920
006930     PERFORM 4000-COMPUTE-FINAL-INTEREST THRU 4000-EXIT.
006940     PERFORM 4100-COMPUTE-SERVICE-CHARGE THRU 4100-EXIT.
006950     PERFORM 4200-SETTLE-ACCOUNT THRU 4200-EXIT.
006960     IF CLOSURE-POSTING-FAILED
006970         MOVE 'LEDGER POSTING FAILED   ' TO WS-REFUSAL-REASON
006980         PERFORM 2900-REFUSE-REQUEST THRU 2900-EXIT
006990         GO TO 2000-ADVANCE
007000     END-IF.
007010     MOVE SPACES TO RL-REASON.
007020
007030 2000-COMPLETE.
007040     MOVE 'CLOSED   ' TO RL-CAPTION.
007050     PERFORM 7000-WRITE-REGISTER-LINE THRU 7000-EXIT.
007060
007070     PERFORM 5000-CANCEL-STANDING-ORDERS THRU 5000-EXIT.
007080     PERFORM 5200-EXPIRE-STOP-PAYMENTS THRU 5200-EXIT.
007090     PERFORM 5500-FLAG-ACCOUNT-CLOSED THRU 5500-EXIT.
007100     PERFORM 6000-PRINT-FINAL-STATEMENT THRU 6000-EXIT.
007110
007120     ADD 1 TO WS-ACCOUNTS-CLOSED.
007130     ADD WS-FINAL-INTEREST TO WS-TOTAL-INTEREST.
007140     ADD WS-CLOSING-CHARGE TO WS-TOTAL-CHARGES.
007150     ADD WS-PAYOUT-AMOUNT TO WS-TOTAL-PAYOUT.
007160     IF WS-PAYOUT-AMOUNT > ZERO
007170         IF CR-PAY-BY-CHEQUE
007180             ADD 1 TO WS-PAID-BY-CHEQUE
007190         ELSE
007200             ADD 1 TO WS-PAID-BY-TRANSFER
007210         END-IF
007220     END-IF.
007230
007240 2000-ADVANCE.
007250     PERFORM 8000-READ-CLOSURE-REQUEST THRU 8000-EXIT.
007260 2000-EXIT.
007270     EXIT.
007280
007290*-----------------------------------------------------------------
007300* 2100-READ-MASTER-BY-KEY - FETCH THE MASTER RECORD OF THE
007310* ACCOUNT BEING CLOSED.
007320*-----------------------------------------------------------------
007330 2100-READ-MASTER-BY-KEY.
007340     MOVE 'N' TO WS-MASTER-SWITCH.
007350     MOVE WS-CLOSING-ACCOUNT TO CM-ACCOUNT-NUMBER.
007360     READ CUSTOMER-MASTER-FILE
007370         INVALID KEY
007380             CONTINUE
007390         NOT INVALID KEY
007400             SET MASTER-RECORD-FOUND TO TRUE
007410     END-READ.
007420 2100-EXIT.
007430     EXIT.
007440
007450*-----------------------------------------------------------------
007460* 2200-CHECK-TRANSFER-ACCOUNT - A TRANSFER PAYOUT MUST NAME
007470* ANOTHER OF OUR OWN ACCOUNTS, OPEN AND IN THE SAME CURRENCY, OR
007480* THE REQUEST IS REFUSED WITH THE REASON SET.  THE CLOSING
007490* ACCOUNT'S MASTER IS READ BACK AFTERWARDS.
007500*-----------------------------------------------------------------
007510 2200-CHECK-TRANSFER-ACCOUNT.
007520     IF CR-TRANSFER-ACCOUNT = SPACES
007530         MOVE 'NO TRANSFER ACCOUNT     ' TO WS-REFUSAL-REASON
007540         GO TO 2200-EXIT
007550     END-IF.
007560     IF CR-TRANSFER-ACCOUNT = WS-CLOSING-ACCOUNT
007570         MOVE 'TRANSFER TO OWN ACCOUNT ' TO WS-REFUSAL-REASON
007580         GO TO 2200-EXIT
007590     END-IF.
007600
007610     MOVE CR-TRANSFER-ACCOUNT TO CM-ACCOUNT-NUMBER.
007620     READ CUSTOMER-MASTER-FILE
007630         INVALID KEY
007640             MOVE 'NO SUCH TRANSFER ACCOUNT'
007650                 TO WS-REFUSAL-REASON
007660         NOT INVALID KEY
007670             IF CM-STATUS-CLOSED OR CM-STATUS-ESCHEATED
007680                 MOVE 'TRANSFER ACCT NOT OPEN  '
007690                     TO WS-REFUSAL-REASON
007700             END-IF
007710     END-READ.
007720
007730     MOVE CM-CURRENCY-CODE TO WS-TRANSFER-CURRENCY.
007740     PERFORM 2100-READ-MASTER-BY-KEY THRU 2100-EXIT.
007750     IF WS-REFUSAL-REASON = SPACES
007760             AND CM-CURRENCY-CODE NOT = WS-TRANSFER-CURRENCY
007770         MOVE 'CURRENCIES DO NOT MATCH ' TO WS-REFUSAL-REASON
007780     END-IF.
007790 2200-EXIT.
007791     EXIT.
007792
007793*-----------------------------------------------------------------
007794* 2300-CHECK-INBOUND-TRANSFER - SET INBOUND-TRANSFER-PENDING WHEN
007795* THE CLOSING ACCOUNT IS THE CREDIT ACCOUNT OF A TRANSFER DEBIT
007796* STILL AWAITING ITS CREDIT LEG.  A PAYOUT THIS RUN MADE BY
007797* TRANSFER IS IN THE TABLE TOO, SO ITS TARGET CANNOT BE CLOSED
007798* LATER IN THE RUN.  AFTER A TABLE OVERFLOW THE LEDGER IS READ.
007799*-----------------------------------------------------------------
007800 2300-CHECK-INBOUND-TRANSFER.
007801     MOVE 'N' TO WS-INBOUND-SWITCH.
007802     IF INBOUND-TABLE-FULL
007803         MOVE LOW-VALUES TO TL-LEDGER-KEY
007804         MOVE 'N' TO WS-SEQ-SCAN-SWITCH
007805         START TRANSACTION-LEDGER-FILE
007806             KEY IS NOT LESS THAN TL-LEDGER-KEY
007807             INVALID KEY
007808                 SET SEQ-SCAN-COMPLETE TO TRUE
007809         END-START
007810         PERFORM 2310-SCAN-ONE-INBOUND THRU 2310-EXIT
007811             UNTIL SEQ-SCAN-COMPLETE
007812         GO TO 2300-EXIT
007813     END-IF.
007814
007815     SET WS-INBOUND-IDX TO 1.
007816     SEARCH WS-INBOUND-ACCOUNT
007817         AT END
007818             CONTINUE
007819         WHEN WS-INBOUND-IDX > WS-INBOUND-COUNT
007820             CONTINUE
007821         WHEN WS-INBOUND-ACCOUNT (WS-INBOUND-IDX)
007822                 = WS-CLOSING-ACCOUNT
007823             SET INBOUND-TRANSFER-PENDING TO TRUE
007824     END-SEARCH.
007825 2300-EXIT.
007826     EXIT.
007827
007828*-----------------------------------------------------------------
007829* 2310-SCAN-ONE-INBOUND - READ ONE LEDGER ENTRY, ENDING THE SEARCH
007830* AT A TRANSFER DEBIT AWAITING CREDIT TO THE CLOSING ACCOUNT.
007831*-----------------------------------------------------------------
007832 2310-SCAN-ONE-INBOUND.
007833     READ TRANSACTION-LEDGER-FILE NEXT RECORD
007834         AT END
007835             SET SEQ-SCAN-COMPLETE TO TRUE
007836     END-READ.
007837     IF SEQ-SCAN-COMPLETE
007838         GO TO 2310-EXIT
007839     END-IF.
007840     IF TL-TRANSFER-AWAITING-CREDIT
007841             AND TL-CONTRA-ACCOUNT = WS-CLOSING-ACCOUNT
007842         SET INBOUND-TRANSFER-PENDING TO TRUE
007843         SET SEQ-SCAN-COMPLETE TO TRUE
007844     END-IF.
007845 2310-EXIT.
007846     EXIT.
007847
007848*-----------------------------------------------------------------
007849* 2400-CHECK-TERM-DEPOSIT - SET ACTIVE-CONTRACT-ON-FILE WHEN THE
007850* CLOSING ACCOUNT HOLDS AN ACTIVE CONTRACT ON TERMDEP.  CLOSING
007851* IT HERE WOULD PAY THE DEPOSIT OUT WITHOUT ITS EARLY-WITHDRAWAL
007852* PENALTY AND LEAVE THE CONTRACT ON THE MATURITY LADDER.
007853*-----------------------------------------------------------------
007854 2400-CHECK-TERM-DEPOSIT.
007855     MOVE 'N' TO WS-CONTRACT-SWITCH.
007856     IF NOT TERMDEP-FILE-AVAILABLE
007857         GO TO 2400-EXIT
007858     END-IF.
007859
007860     MOVE WS-CLOSING-ACCOUNT TO TD-ACCOUNT-NUMBER.
007861     READ TERM-DEPOSIT-FILE
007862         INVALID KEY
007863             GO TO 2400-EXIT
007864     END-READ.
007865
007866     IF TD-STATUS-ACTIVE
007867         SET ACTIVE-CONTRACT-ON-FILE TO TRUE
007868     END-IF.
007869 2400-EXIT.
007870     EXIT.
007871
007872*-----------------------------------------------------------------
007873* 2900-REFUSE-REQUEST - LIST A REFUSED REQUEST ON THE REGISTER
007874* UNDER THE REASON THE CALLER SET.  THE ACCOUNT IS LEFT EXACTLY
007875* AS IT WAS.
007876*-----------------------------------------------------------------
007877 2900-REFUSE-REQUEST.
007880     ADD 1 TO WS-ACCOUNTS-REFUSED.
007890     MOVE 'REFUSED  ' TO RL-CAPTION.
007900     MOVE WS-REFUSAL-REASON TO RL-REASON.
007910     PERFORM 7000-WRITE-REGISTER-LINE THRU 7000-EXIT.
007920 2900-EXIT.
007930     EXIT.
007940
007950*-----------------------------------------------------------------
007960* 3000-WALK-ACCOUNT-LEDGER - WALK THE ACCOUNT'S LIVE LEDGER TO
007970* ARRIVE AT THE POSTED BALANCE, THE DEBITS STILL HELD, THE
007980* CUSTOMER DEBITS DATED THIS MONTH, WHETHER A SERVICE CHARGE
007990* ALREADY POSTED THIS MONTH AND THE HIGHEST SEQUENCE NUMBER.  AN
008000* ENTRY CARRYING TONIGHT'S CLOSURE REFERENCE MEANS THIS RUN HAS
008010* ALREADY SETTLED THE ACCOUNT, AND ITS AMOUNTS ARE PICKED UP FOR
008020* THE REGISTER.
008030*-----------------------------------------------------------------
008040 3000-WALK-ACCOUNT-LEDGER.
008050     MOVE CM-BALANCE TO WS-POSTED-BALANCE.
008060     IF CM-OVERDRAFT-LIMIT IS NUMERIC
008070         COMPUTE WS-NEGATIVE-LIMIT = ZERO - CM-OVERDRAFT-LIMIT
008080     ELSE
008090         MOVE ZERO TO WS-NEGATIVE-LIMIT
008100     END-IF.
008110     MOVE ZERO TO WS-MAX-TL-SEQUENCE-NUMBER.
008120     MOVE ZERO TO WS-HELD-DEBIT-COUNT.
008130     MOVE ZERO TO WS-MONTH-DEBIT-COUNT.
008140     MOVE 'N' TO WS-CHARGED-SWITCH.
008150     MOVE 'N' TO WS-SETTLED-SWITCH.
008160
008170     MOVE 'N' TO WS-SEQ-SCAN-SWITCH.
008180     MOVE CM-ACCOUNT-NUMBER TO TL-ACCOUNT-NUMBER.
008190     MOVE ZERO TO TL-SEQUENCE-NUMBER.
008200
008210     START TRANSACTION-LEDGER-FILE
008220         KEY IS NOT LESS THAN TL-LEDGER-KEY
008230         INVALID KEY
008240             SET SEQ-SCAN-COMPLETE TO TRUE
008250     END-START.
008260
008270     PERFORM 3100-APPLY-ONE-LEDGER-ENTRY THRU 3100-EXIT
008280         UNTIL SEQ-SCAN-COMPLETE.
008290 3000-EXIT.
008300     EXIT.
008310
008320*-----------------------------------------------------------------
008330* 3100-APPLY-ONE-LEDGER-ENTRY - READ THE NEXT LEDGER ENTRY IN
008340* KEY SEQUENCE AND APPLY IT UNDER THE POSTING RUN'S RULES, A
008350* DIFFERENT ACCOUNT NUMBER READING THE SAME AS END OF FILE.  A
008353* TRANSFER DEBIT WHOSE CREDIT ACCOUNT IS NOT OPEN IS HELD LIKE
008356* ONE BELOW THE OVERDRAFT FLOOR.
008360*-----------------------------------------------------------------
008370 3100-APPLY-ONE-LEDGER-ENTRY.
008380     READ TRANSACTION-LEDGER-FILE NEXT RECORD
008390         AT END
008400             SET SEQ-SCAN-COMPLETE TO TRUE
008410     END-READ.
008420
008430     IF SEQ-SCAN-COMPLETE
008440         GO TO 3100-EXIT
008450     END-IF.
008460
008470     IF TL-ACCOUNT-NUMBER NOT = CM-ACCOUNT-NUMBER
008480         SET SEQ-SCAN-COMPLETE TO TRUE
008490         GO TO 3100-EXIT
008500     END-IF.
008510
008511     MOVE 'N' TO WS-PAYEE-SWITCH.
008512     IF TL-TRANSFER-AWAITING-CREDIT
008513             AND CONTRA-FILE-AVAILABLE
008514         PERFORM 3200-CHECK-CREDIT-ACCOUNT THRU 3200-EXIT
008515     END-IF.
008516
008520     IF TL-DEBIT
008530         COMPUTE WS-PROJECTED-BALANCE =
008540             WS-POSTED-BALANCE - TL-TRANSACTION-AMOUNT
008550         IF WS-PROJECTED-BALANCE NOT < WS-NEGATIVE-LIMIT
008555                 AND NOT PAYEE-NOT-OPEN
008560             MOVE WS-PROJECTED-BALANCE TO WS-POSTED-BALANCE
008570         ELSE
008580             ADD 1 TO WS-HELD-DEBIT-COUNT
008590         END-IF
008600         IF TL-TRANSACTION-DATE (1:6) = WS-RUN-DATE (1:6)
008610             ADD 1 TO WS-MONTH-DEBIT-COUNT
008620         END-IF
008630     ELSE
008640         IF TL-BANK-CHARGE
008650             SUBTRACT TL-TRANSACTION-AMOUNT
008660                 FROM WS-POSTED-BALANCE
008670         ELSE
008680             ADD TL-TRANSACTION-AMOUNT TO WS-POSTED-BALANCE
008690         END-IF
008700     END-IF.
008710
008720     IF TL-SERVICE-CHARGE
008730             AND TL-TRANSACTION-DATE (1:6) = WS-RUN-DATE (1:6)
008740         SET CHARGED-THIS-MONTH TO TRUE
008750     END-IF.
008760
008770     IF TL-TRANSFER-REF = WS-CLOSURE-REF
008780             AND TL-SOURCE-BATCH = ZERO
008790         SET CLOSURE-ALREADY-SETTLED TO TRUE
008800         EVALUATE TRUE
008810             WHEN TL-INTEREST
008820                 MOVE TL-TRANSACTION-AMOUNT TO WS-FINAL-INTEREST
008830             WHEN TL-SERVICE-CHARGE
008840                 MOVE TL-TRANSACTION-AMOUNT TO WS-CLOSING-CHARGE
008850             WHEN TL-DEBIT
008860                 MOVE TL-TRANSACTION-AMOUNT TO WS-PAYOUT-AMOUNT
008870                 MOVE TL-SEQUENCE-NUMBER TO WS-PAYOUT-SEQUENCE
008880         END-EVALUATE
008890     END-IF.
008900
008910     IF TL-SEQUENCE-NUMBER > WS-MAX-TL-SEQUENCE-NUMBER
008920         MOVE TL-SEQUENCE-NUMBER TO WS-MAX-TL-SEQUENCE-NUMBER
008930     END-IF.
008940 3100-EXIT.
008941     EXIT.
008942
008943*-----------------------------------------------------------------
008944* 3200-CHECK-CREDIT-ACCOUNT - SET PAYEE-NOT-OPEN WHEN THE CREDIT
008945* ACCOUNT OF THE CURRENT TRANSFER DEBIT IS CLOSED, ESCHEATED OR
008946* NOT ON THE MASTER - THE POSTING RUN'S TEST.
008947*-----------------------------------------------------------------
008948 3200-CHECK-CREDIT-ACCOUNT.
008949     MOVE TL-CONTRA-ACCOUNT TO CX-ACCOUNT-NUMBER.
008950     READ CONTRA-MASTER-FILE
008951         INVALID KEY
008952             MOVE 'C' TO CX-ACCOUNT-STATUS
008953     END-READ.
008954     IF CX-STATUS-CLOSED OR CX-STATUS-ESCHEATED
008955         SET PAYEE-NOT-OPEN TO TRUE
008956     END-IF.
008957 3200-EXIT.
008958     EXIT.
008960
008970*-----------------------------------------------------------------
008980* 4000-COMPUTE-FINAL-INTEREST - THE INTEREST OWED ON CLOSURE IS
008990* EVERYTHING ACCRUED AND NOT YET PAID: THE ACCRUAL RECORD'S
009000* RUNNING ACCRUAL, PLUS ANY NIGHTS MISSED SINCE THE LAST NIGHT
009010* ACCRUED (OR THE MONTH-END PAID THROUGH) UP TO LAST NIGHT, AT
009020* THE CLOSING BALANCE AND RATE THE RECORD CARRIES - THE POSTING
009030* RUN'S OWN MISSED-NIGHT RULE.  PAID IN WHOLE CENTS.
009040*-----------------------------------------------------------------
009050 4000-COMPUTE-FINAL-INTEREST.
009060     MOVE 'N' TO WS-ACCRUAL-SWITCH.
009070     MOVE ZERO TO WS-INTEREST-RATE.
009080     MOVE ZERO TO WS-ACCRUAL-CENTS-BEFORE.
009090     IF NOT ACCRUAL-FILE-AVAILABLE
009100         GO TO 4000-EXIT
009110     END-IF.
009120
009130     MOVE CM-ACCOUNT-NUMBER TO IA-ACCOUNT-NUMBER.
009140     READ INTEREST-ACCRUAL-FILE
009150         INVALID KEY
009160             GO TO 4000-EXIT
009170         NOT INVALID KEY
009180             SET ACCRUAL-ON-FILE TO TRUE
009190     END-READ.
009200
009210     IF IA-PAID-THROUGH-DATE NOT NUMERIC
009220         MOVE ZERO TO IA-PAID-THROUGH-DATE
009230     END-IF.
009240     MOVE IA-LAST-ACCRUAL-DATE TO WS-ACCRUED-THROUGH-DATE.
009250     IF IA-PAID-THROUGH-DATE > WS-ACCRUED-THROUGH-DATE
009260         MOVE IA-PAID-THROUGH-DATE TO WS-ACCRUED-THROUGH-DATE
009270     END-IF.
009280     MOVE IA-ACCRUED-TO-DATE TO WS-ACCRUAL-CENTS-BEFORE.
009290     MOVE IA-LAST-RATE-APPLIED TO WS-INTEREST-RATE.
009300
009310     IF IA-LAST-ACCRUAL-DATE IS NUMERIC
009320             AND IA-LAST-ACCRUAL-DATE > ZERO
009330             AND IA-LAST-CLOSING-BALANCE > ZERO
009340             AND WS-ACCRUED-THROUGH-DATE < WS-RUN-DATE
009350         MOVE WS-ACCRUED-THROUGH-DATE TO WS-CONVERT-DATE
009360         PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT
009370         MOVE WS-SERIAL-RESULT TO WS-ACCRUED-THROUGH-SERIAL
009380         COMPUTE WS-ACCRUAL-GAP-DAYS =
009390             WS-RUN-SERIAL - WS-ACCRUED-THROUGH-SERIAL - 1
009400         IF WS-ACCRUAL-GAP-DAYS > ZERO
009410             COMPUTE WS-GAP-ACCRUAL ROUNDED =
009420                 IA-LAST-CLOSING-BALANCE * IA-LAST-RATE-APPLIED
009430                     * WS-ACCRUAL-GAP-DAYS / 365
009440             ADD WS-GAP-ACCRUAL TO IA-ACCRUED-TO-DATE
009450         END-IF
009460     END-IF.
009470
009480     MOVE IA-ACCRUED-TO-DATE TO WS-FINAL-INTEREST.
009490 4000-EXIT.
009500     EXIT.
009510
009520*-----------------------------------------------------------------
009530* 4100-COMPUTE-SERVICE-CHARGE - THE MONTH'S SERVICE CHARGE IS
009540* TAKEN ON CLOSURE UNDER THE FEE SCHEDULE, THE SAME WAY THE
009550* MONTHLY FEE-ASSESS RUN WOULD HAVE TAKEN IT: THE MAINTENANCE
009560* FEE UNLESS THE POSTED BALANCE MEETS THE WAIVER THRESHOLD, PLUS
009570* THE EXCESS-DEBIT CHARGE.  NOTHING IS DUE IF THE MONTH WAS
009580* ALREADY CHARGED OR THE ACCOUNT IS DORMANT, AND THE CHARGE
009590* NEVER TAKES MORE THAN THE ACCOUNT HOLDS WITH ITS INTEREST.
009600*-----------------------------------------------------------------
009610 4100-COMPUTE-SERVICE-CHARGE.
009620     MOVE ZERO TO WS-CLOSING-CHARGE.
009630     IF CHARGED-THIS-MONTH OR CM-STATUS-DORMANT
009640         GO TO 4100-EXIT
009650     END-IF.
009660
009670     IF WS-POSTED-BALANCE NOT < WS-WAIVER-BALANCE
009680         MOVE ZERO TO WS-MAINT-CHARGE
009690     ELSE
009700         MOVE WS-MAINTENANCE-FEE TO WS-MAINT-CHARGE
009710     END-IF.
009720
009730     COMPUTE WS-EXCESS-DEBITS =
009740         WS-MONTH-DEBIT-COUNT - WS-FREE-DEBIT-COUNT.
009750     IF WS-EXCESS-DEBITS > ZERO
009760         COMPUTE WS-EXCESS-CHARGE =
009770             WS-EXCESS-DEBITS * WS-EXCESS-DEBIT-FEE
009780     ELSE
009790         MOVE ZERO TO WS-EXCESS-CHARGE
009800     END-IF.
009810
009820     COMPUTE WS-CLOSING-CHARGE =
009830         WS-MAINT-CHARGE + WS-EXCESS-CHARGE.
009840
009850     COMPUTE WS-AVAILABLE-BALANCE =
009860         WS-POSTED-BALANCE + WS-FINAL-INTEREST.
009870     IF WS-CLOSING-CHARGE > WS-AVAILABLE-BALANCE
009880         MOVE WS-AVAILABLE-BALANCE TO WS-CLOSING-CHARGE
009890     END-IF.
009900 4100-EXIT.
009910     EXIT.
009920
009930*-----------------------------------------------------------------
009940* 4200-SETTLE-ACCOUNT - POST THE FINAL INTEREST, THE SERVICE
009950* CHARGE AND THE PAYOUT OF WHAT REMAINS, IN THAT ORDER, EACH
009960* UNDER TONIGHT'S CLOSURE REFERENCE, THEN CLEAR THE ACCRUAL AND
009970* RECORD THE OFFICIAL CHEQUE.  A TRANSFER PAYOUT IS WRITTEN AS
009980* THE DEBIT LEG OF AN INTERNAL TRANSFER, SO THE POSTING RUN
009990* ISSUES THE CREDIT TO THE NAMED ACCOUNT WHEN IT POSTS.
010000*-----------------------------------------------------------------
010010 4200-SETTLE-ACCOUNT.
010020     MOVE 'N' TO WS-POSTING-SWITCH.
010030
010040     IF WS-FINAL-INTEREST > ZERO
010050         MOVE 'I' TO WS-ENTRY-TYPE
010060         MOVE WS-FINAL-INTEREST TO WS-ENTRY-AMOUNT
010070         MOVE WS-INTEREST-RATE TO WS-ENTRY-RATE
010080         PERFORM 4300-WRITE-LEDGER-ENTRY THRU 4300-EXIT
010090         ADD WS-FINAL-INTEREST TO WS-POSTED-BALANCE
010100     END-IF.
010110     IF CLOSURE-POSTING-FAILED
010120         GO TO 4200-EXIT
010130     END-IF.
010140
010150     IF WS-CLOSING-CHARGE > ZERO
010160         MOVE 'S' TO WS-ENTRY-TYPE
010170         MOVE WS-CLOSING-CHARGE TO WS-ENTRY-AMOUNT
010180         MOVE ZERO TO WS-ENTRY-RATE
010190         PERFORM 4300-WRITE-LEDGER-ENTRY THRU 4300-EXIT
010200         SUBTRACT WS-CLOSING-CHARGE FROM WS-POSTED-BALANCE
010210     END-IF.
010220     IF CLOSURE-POSTING-FAILED
010230         GO TO 4200-EXIT
010240     END-IF.
010250
010260     IF ACCRUAL-ON-FILE
010270         PERFORM 4400-CLEAR-ACCRUAL THRU 4400-EXIT
010280     END-IF.
010290
010300     MOVE WS-POSTED-BALANCE TO WS-PAYOUT-AMOUNT.
010310     IF WS-PAYOUT-AMOUNT > ZERO
010320         MOVE 'D' TO WS-ENTRY-TYPE
010330         MOVE WS-PAYOUT-AMOUNT TO WS-ENTRY-AMOUNT
010340         MOVE ZERO TO WS-ENTRY-RATE
010350         PERFORM 4300-WRITE-LEDGER-ENTRY THRU 4300-EXIT
010360         MOVE WS-MAX-TL-SEQUENCE-NUMBER TO WS-PAYOUT-SEQUENCE
010370         IF NOT CLOSURE-POSTING-FAILED
010380                 AND CR-PAY-BY-CHEQUE
010390             PERFORM 4500-WRITE-OFFICIAL-CHEQUE THRU 4500-EXIT
010400         END-IF
010410     END-IF.
010420 4200-EXIT.
010430     EXIT.
010440
010450*-----------------------------------------------------------------
010460* 4300-WRITE-LEDGER-ENTRY - WRITE ONE CLOSURE ENTRY OF THE TYPE,
010470* AMOUNT AND RATE THE CALLER SET UNDER THE ACCOUNT'S NEXT
010480* SEQUENCE NUMBER.  CLOSURE ENTRIES ARE SYSTEM-GENERATED (ZERO
010490* SOURCE BATCH); ONLY THE PAYOUT CARRIES A CHANNEL - CHEQUE FOR
010500* AN OFFICIAL CHEQUE, ELECTRONIC FOR A TRANSFER.
010510*-----------------------------------------------------------------
010520 4300-WRITE-LEDGER-ENTRY.
010530     ADD 1 TO WS-MAX-TL-SEQUENCE-NUMBER.
010540
010550     MOVE CM-ACCOUNT-NUMBER          TO TL-ACCOUNT-NUMBER.
010560     MOVE WS-MAX-TL-SEQUENCE-NUMBER  TO TL-SEQUENCE-NUMBER.
010570     MOVE WS-RUN-DATE                TO TL-TRANSACTION-DATE.
010580     MOVE WS-ENTRY-TYPE              TO TL-TRANSACTION-TYPE.
010590     MOVE WS-ENTRY-AMOUNT            TO TL-TRANSACTION-AMOUNT.
010600     MOVE WS-ENTRY-RATE              TO TL-RATE-APPLIED.
010610     MOVE ZERO                       TO TL-SOURCE-BATCH.
010620     MOVE WS-CLOSURE-REF             TO TL-TRANSFER-REF.
010630     MOVE SPACES                     TO TL-CONTRA-ACCOUNT.
010640     MOVE ZERO                       TO TL-CONTRA-SEQUENCE.
010650     SET TL-NOT-TRANSFER TO TRUE.
010660     MOVE SPACE                      TO TL-CHANNEL-CODE.
010670     IF TL-DEBIT
010680         IF CR-PAY-BY-CHEQUE
010690             SET TL-CHANNEL-CHEQUE TO TRUE
010700         ELSE
010710             SET TL-CHANNEL-ELECTRONIC TO TRUE
010720             MOVE CR-TRANSFER-ACCOUNT TO TL-CONTRA-ACCOUNT
010730             SET TL-TRANSFER-AWAITING-CREDIT TO TRUE
010740         END-IF
010750     END-IF.
010760
010770     WRITE TRANSACTION-LEDGER-RECORD
010780         INVALID KEY
010790             DISPLAY 'ACCOUNT-CLOSURE: UNABLE TO POST CLOSURE '
010800                 'ENTRY ' WS-ENTRY-TYPE ' FOR ' CM-ACCOUNT-NUMBER
010810             SET CLOSURE-POSTING-FAILED TO TRUE
010820     END-WRITE.
010822     IF WS-TRANLEDG-STATUS = '00'
010824             AND TL-TRANSFER-AWAITING-CREDIT
010826         PERFORM 1220-ADD-INBOUND-ACCOUNT THRU 1220-EXIT
010828     END-IF.
010830 4300-EXIT.
010840     EXIT.
010850
010860*-----------------------------------------------------------------
010870* 4400-CLEAR-ACCRUAL - THE ACCRUAL HAS BEEN PAID IN FULL, SO THE
010880* RECORD IS CLEARED AND MARKED ACCRUED AND PAID THROUGH TONIGHT,
010890* WITH A ZERO CLOSING BALANCE SO NOTHING MORE CAN ACCRUE.  THE
010900* GL MOVEMENT IS THE NEW ACCRUAL (NOW NONE) PLUS WHAT WAS PAID
010910* LESS THE WHOLE CENTS HELD BEFORE - THE POSTING RUN'S FORMULA,
010920* SO THE GL EXTRACT JOURNALS THE LAST NIGHTS' ACCRUAL TONIGHT.
010930*-----------------------------------------------------------------
010940 4400-CLEAR-ACCRUAL.
010950     COMPUTE IA-GL-ACCRUAL-AMOUNT =
010960         WS-FINAL-INTEREST - WS-ACCRUAL-CENTS-BEFORE.
010970     MOVE ZERO              TO IA-ACCRUED-TO-DATE.
010980     MOVE WS-RUN-DATE       TO IA-LAST-ACCRUAL-DATE.
010990     MOVE ZERO              TO IA-LAST-CLOSING-BALANCE.
011000     MOVE WS-RUN-DATE       TO IA-LAST-PAID-DATE.
011010     MOVE WS-FINAL-INTEREST TO IA-LAST-PAID-AMOUNT.
011020     MOVE WS-RUN-DATE       TO IA-PAID-THROUGH-DATE.
011030
011040     REWRITE INTEREST-ACCRUAL-RECORD
011050         INVALID KEY
011060             DISPLAY 'ACCOUNT-CLOSURE: UNABLE TO CLEAR ACCRUAL '
011070                 'FOR ' CM-ACCOUNT-NUMBER
011080     END-REWRITE.
011090 4400-EXIT.
011100     EXIT.
011110
011120*-----------------------------------------------------------------
011130* 4500-WRITE-OFFICIAL-CHEQUE - RECORD THE OFFICIAL CHEQUE FOR THE
011140* PAYOUT ON THE PERMANENT REGISTER, PAYABLE TO THE NAME ON THE
011150* REQUEST OR, WHEN NONE IS GIVEN, THE ACCOUNT HOLDER.
011160*-----------------------------------------------------------------
011170 4500-WRITE-OFFICIAL-CHEQUE.
011180     MOVE CM-ACCOUNT-NUMBER   TO OC-ACCOUNT-NUMBER.
011190     MOVE WS-RUN-DATE         TO OC-ISSUE-DATE.
011200     MOVE WS-PAYEE-NAME       TO OC-PAYEE-NAME.
011210     MOVE WS-PAYOUT-AMOUNT    TO OC-CHEQUE-AMOUNT.
011220     MOVE CM-CURRENCY-CODE    TO OC-CURRENCY-CODE.
011230     IF CM-BRANCH-CODE = SPACES
011240         MOVE '000' TO OC-BRANCH-CODE
011250     ELSE
011260         MOVE CM-BRANCH-CODE TO OC-BRANCH-CODE
011270     END-IF.
011280     MOVE WS-PAYOUT-SEQUENCE  TO OC-LEDGER-SEQUENCE.
011290
011300     WRITE OFFICIAL-CHEQUE-RECORD
011310         INVALID KEY
011320             DISPLAY 'ACCOUNT-CLOSURE: UNABLE TO RECORD OFFICIAL '
011330                 'CHEQUE FOR ' CM-ACCOUNT-NUMBER
011340                 ' - STATUS ' WS-OFFCHQ-STATUS
011350     END-WRITE.
011360 4500-EXIT.
011370     EXIT.
011380
011390*-----------------------------------------------------------------
011400* 5000-CANCEL-STANDING-ORDERS - DELETE EVERY STANDING ORDER ON
011410* THE CLOSED ACCOUNT, LISTING EACH UNDER THE ACCOUNT'S REGISTER
011420* LINE, SO NONE FIRES AGAINST IT AGAIN.
011430*-----------------------------------------------------------------
011440 5000-CANCEL-STANDING-ORDERS.
011450     IF NOT ORDER-FILE-AVAILABLE
011460         GO TO 5000-EXIT
011470     END-IF.
011480
011490     MOVE 'N' TO WS-SEQ-SCAN-SWITCH.
011500     MOVE CM-ACCOUNT-NUMBER TO SO-ACCOUNT-NUMBER.
011510     MOVE ZERO TO SO-ORDER-NUMBER.
011520     START STANDING-ORDER-FILE
011530         KEY IS NOT LESS THAN SO-ORDER-KEY
011540         INVALID KEY
011550             SET SEQ-SCAN-COMPLETE TO TRUE
011560     END-START.
011570
011580     PERFORM 5100-CANCEL-ONE-ORDER THRU 5100-EXIT
011590         UNTIL SEQ-SCAN-COMPLETE.
011600 5000-EXIT.
011610     EXIT.
011620
011630*-----------------------------------------------------------------
011640* 5100-CANCEL-ONE-ORDER - READ THE NEXT STANDING ORDER AND, IF IT
011650* STILL BELONGS TO THE CLOSED ACCOUNT, DELETE AND LIST IT.
011660*-----------------------------------------------------------------
011670 5100-CANCEL-ONE-ORDER.
011680     READ STANDING-ORDER-FILE NEXT RECORD
011690         AT END
011700             SET SEQ-SCAN-COMPLETE TO TRUE
011710     END-READ.
011720
011730     IF SEQ-SCAN-COMPLETE
011740         GO TO 5100-EXIT
011750     END-IF.
011760
011770     IF SO-ACCOUNT-NUMBER NOT = CM-ACCOUNT-NUMBER
011780         SET SEQ-SCAN-COMPLETE TO TRUE
011790         GO TO 5100-EXIT
011800     END-IF.
011810
011820     DELETE STANDING-ORDER-FILE
011830         INVALID KEY
011840             DISPLAY 'ACCOUNT-CLOSURE: UNABLE TO CANCEL ORDER '
011850                 SO-ORDER-NUMBER ' FOR ' CM-ACCOUNT-NUMBER
011860             GO TO 5100-EXIT
011870     END-DELETE.
011880
011890     ADD 1 TO WS-ORDERS-CANCELLED.
011900     MOVE 'ORDER CANCELLED ' TO IL-CAPTION.
011910     MOVE SO-ORDER-NUMBER TO IL-ITEM-NUMBER.
011920     MOVE SO-ORDER-AMOUNT TO IL-AMOUNT.
011930     MOVE SO-COUNTERPARTY TO IL-DETAIL.
011940     PERFORM 7100-WRITE-ITEM-LINE THRU 7100-EXIT.
011950 5100-EXIT.
011960     EXIT.
011970
011980*-----------------------------------------------------------------
011990* 5200-EXPIRE-STOP-PAYMENTS - EXPIRE EVERY STOP STILL IN FORCE ON
012000* THE CLOSED ACCOUNT.  STOPS ARE NOT DELETED - THE RETENTION RUN
012010* AGES THEM OFF WITH THE REST OF THE FILE.
012020*-----------------------------------------------------------------
012030 5200-EXPIRE-STOP-PAYMENTS.
012040     IF NOT STOP-FILE-AVAILABLE
012050         GO TO 5200-EXIT
012060     END-IF.
012070
012080     MOVE 'N' TO WS-SEQ-SCAN-SWITCH.
012090     MOVE CM-ACCOUNT-NUMBER TO STP-ACCOUNT-NUMBER.
012100     MOVE ZERO TO STP-STOP-NUMBER.
012110     START STOP-PAYMENT-FILE
012120         KEY IS NOT LESS THAN STP-STOP-KEY
012130         INVALID KEY
012140             SET SEQ-SCAN-COMPLETE TO TRUE
012150     END-START.
012160
012170     PERFORM 5300-EXPIRE-ONE-STOP THRU 5300-EXIT
012180         UNTIL SEQ-SCAN-COMPLETE.
012190 5200-EXIT.
012200     EXIT.
012210
012220*-----------------------------------------------------------------
012230* 5300-EXPIRE-ONE-STOP - READ THE NEXT STOP AND, IF IT BELONGS
012240* TO THE CLOSED ACCOUNT AND IS STILL IN FORCE, DATE ITS EXPIRY
012250* THE DAY BEFORE THE CLOSURE AND LIST IT.
012260*-----------------------------------------------------------------
012270 5300-EXPIRE-ONE-STOP.
012280     READ STOP-PAYMENT-FILE NEXT RECORD
012290         AT END
012300             SET SEQ-SCAN-COMPLETE TO TRUE
012310     END-READ.
012320
012330     IF SEQ-SCAN-COMPLETE
012340         GO TO 5300-EXIT
012350     END-IF.
012360
012370     IF STP-ACCOUNT-NUMBER NOT = CM-ACCOUNT-NUMBER
012380         SET SEQ-SCAN-COMPLETE TO TRUE
012390         GO TO 5300-EXIT
012400     END-IF.
012410
012420     IF STP-EXPIRY-DATE < WS-RUN-DATE
012430         GO TO 5300-EXIT
012440     END-IF.
012450
012460     MOVE WS-STOP-EXPIRY-DATE TO STP-EXPIRY-DATE.
012470     REWRITE STOP-PAYMENT-RECORD
012480         INVALID KEY
012490             DISPLAY 'ACCOUNT-CLOSURE: UNABLE TO EXPIRE STOP '
012500                 STP-STOP-NUMBER ' FOR ' CM-ACCOUNT-NUMBER
012510             GO TO 5300-EXIT
012520     END-REWRITE.
012530
012540     ADD 1 TO WS-STOPS-EXPIRED.
012550     MOVE 'STOP EXPIRED    ' TO IL-CAPTION.
012560     MOVE STP-STOP-NUMBER TO IL-ITEM-NUMBER.
012570     MOVE STP-STOP-AMOUNT TO IL-AMOUNT.
012580     MOVE STP-COUNTERPARTY TO IL-DETAIL.
012590     PERFORM 7100-WRITE-ITEM-LINE THRU 7100-EXIT.
012600 5300-EXIT.
012610     EXIT.
012620
012630*-----------------------------------------------------------------
012640* 5500-FLAG-ACCOUNT-CLOSED - MARK THE MASTER CLOSED ('C').  THE
012650* LAST-ACTIVITY DATE BECOMES THE CLOSURE DATE AND THE FINAL
012660* STATEMENT DATE IS STAMPED, SO THE CUSTOMER STATEMENT RUN HAS
012670* NOTHING LEFT TO PRINT FOR IT.
012680*-----------------------------------------------------------------
012690 5500-FLAG-ACCOUNT-CLOSED.
012700     SET CM-STATUS-CLOSED TO TRUE.
012710     MOVE WS-RUN-DATE TO CM-LAST-ACTIVITY-DATE.
012720     MOVE WS-RUN-DATE TO CM-LAST-STATEMENT-DATE.
012730     REWRITE CUSTOMER-MASTER-RECORD
012740         INVALID KEY
012750             DISPLAY 'ACCOUNT-CLOSURE: UNABLE TO FLAG '
012760                 CM-ACCOUNT-NUMBER ' CLOSED'
012770     END-REWRITE.
012780 5500-EXIT.
012790     EXIT.
012800
012810*-----------------------------------------------------------------
012820* 6000-PRINT-FINAL-STATEMENT - PRINT THE CLOSED ACCOUNT'S FINAL
012830* STATEMENT: THE MASTER BALANCE, EVERY LIVE LEDGER ENTRY UNDER
012840* THE POSTING RUN'S HOLD RULE (THE CLOSURE ENTRIES INCLUDED),
012850* THE CLOSING BALANCE AND THE CLOSURE NOTE.
012860*-----------------------------------------------------------------
012870 6000-PRINT-FINAL-STATEMENT.
012880     MOVE ZERO TO WS-PAGE-NUMBER.
012890     MOVE ZERO TO WS-STATEMENT-ENTRIES.
012900     MOVE CM-BALANCE TO WS-RUNNING-BALANCE.
012910     PERFORM 6100-PRINT-HEADING THRU 6100-EXIT.
012920
012930     MOVE 'N' TO WS-SEQ-SCAN-SWITCH.
012940     MOVE CM-ACCOUNT-NUMBER TO TL-ACCOUNT-NUMBER.
012950     MOVE ZERO TO TL-SEQUENCE-NUMBER.
012960     START TRANSACTION-LEDGER-FILE
012970         KEY IS NOT LESS THAN TL-LEDGER-KEY
012980         INVALID KEY
012990             SET SEQ-SCAN-COMPLETE TO TRUE
013000     END-START.
013010
013020     PERFORM 6200-PRINT-ONE-ENTRY THRU 6200-EXIT
013030         UNTIL SEQ-SCAN-COMPLETE.
013040
013050     IF WS-STATEMENT-ENTRIES = ZERO
013060         WRITE FINAL-STATEMENT-RECORD FROM WS-NO-ACTIVITY-LINE
013070     END-IF.
013080
013090     MOVE WS-RUNNING-BALANCE TO SC-CLOSING-BALANCE.
013100     WRITE FINAL-STATEMENT-RECORD FROM WS-CLOSING-LINE.
013110     PERFORM 6300-PRINT-CLOSURE-NOTE THRU 6300-EXIT.
013120 6000-EXIT.
013130     EXIT.
013140
013150*-----------------------------------------------------------------
013160* 6100-PRINT-HEADING - START THE FINAL STATEMENT ON A NEW PAGE.
013170*-----------------------------------------------------------------
013180 6100-PRINT-HEADING.
013190     ADD 1 TO WS-PAGE-NUMBER.
013200     MOVE ZERO TO WS-LINE-COUNT.
013210
013220     MOVE WS-PAGE-NUMBER TO SH1-PAGE-NUMBER.
013230     WRITE FINAL-STATEMENT-RECORD FROM WS-STMT-HEADING-1
013240         AFTER ADVANCING PAGE.
013250
013260     MOVE WS-RUN-DATE TO SH2-STATEMENT-DATE.
013270     MOVE CM-ACCOUNT-NUMBER TO SH2-ACCOUNT-NUMBER.
013280     WRITE FINAL-STATEMENT-RECORD FROM WS-STMT-HEADING-2.
013290
013300     MOVE CM-CUSTOMER-NAME TO SH3-CUSTOMER-NAME.
013310     WRITE FINAL-STATEMENT-RECORD FROM WS-STMT-HEADING-3.
013320
013330     MOVE CM-BALANCE TO SH4-OPENING-BALANCE.
013340     WRITE FINAL-STATEMENT-RECORD FROM WS-STMT-HEADING-4.
013350
013360     WRITE FINAL-STATEMENT-RECORD FROM WS-COLUMN-HEADING-LINE.
013370
013380     ADD 5 TO WS-LINE-COUNT.
013390 6100-EXIT.
013400     EXIT.
013410
013420*-----------------------------------------------------------------
013430* 6150-PRINT-CONTINUATION-HEADING - REPRINT THE HEADINGS AT THE
013440* TOP OF A NEW PAGE WHEN THE STATEMENT RUNS LONGER THAN ONE PAGE.
013450*-----------------------------------------------------------------
013460 6150-PRINT-CONTINUATION-HEADING.
013470     ADD 1 TO WS-PAGE-NUMBER.
013480     MOVE ZERO TO WS-LINE-COUNT.
013490
013500     MOVE WS-PAGE-NUMBER TO SH1-PAGE-NUMBER.
013510     WRITE FINAL-STATEMENT-RECORD FROM WS-STMT-HEADING-1
013520         AFTER ADVANCING PAGE.
013530
013540     WRITE FINAL-STATEMENT-RECORD FROM WS-STMT-HEADING-2.
013550     WRITE FINAL-STATEMENT-RECORD FROM WS-STMT-HEADING-3.
013560     WRITE FINAL-STATEMENT-RECORD FROM WS-COLUMN-HEADING-LINE.
013570
013580     ADD 3 TO WS-LINE-COUNT.
013590 6150-EXIT.
013600     EXIT.
013610
013620*-----------------------------------------------------------------
013630* 6200-PRINT-ONE-ENTRY - READ THE NEXT LEDGER ENTRY, APPLY IT TO
013640* THE RUNNING BALANCE AND PRINT ITS DETAIL LINE, STARTING A NEW
013650* PAGE FIRST IF THE CURRENT PAGE IS FULL.
013660*-----------------------------------------------------------------
013670 6200-PRINT-ONE-ENTRY.
013680     READ TRANSACTION-LEDGER-FILE NEXT RECORD
013690         AT END
013700             SET SEQ-SCAN-COMPLETE TO TRUE
013710     END-READ.
013720
013730     IF SEQ-SCAN-COMPLETE
013740         GO TO 6200-EXIT
013750     END-IF.
013760
013770     IF TL-ACCOUNT-NUMBER NOT = CM-ACCOUNT-NUMBER
013780         SET SEQ-SCAN-COMPLETE TO TRUE
013790         GO TO 6200-EXIT
013800     END-IF.
013810
013820     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
013830         PERFORM 6150-PRINT-CONTINUATION-HEADING
013840             THRU 6150-EXIT
013850     END-IF.
013860
013870*    MIRROR OF THE POSTING RUN'S OVERDRAFT RULE: A DEBIT THAT
013880*    WOULD BREACH THE OVERDRAFT FLOOR IS PRINTED AS HELD AND NOT
013890*    APPLIED; THE CHARGES AND EVERY CREDIT/INTEREST ENTRY ALWAYS
013900*    APPLY.
013910     MOVE SPACES TO DL-HOLD-FLAG.
013920     IF TL-DEBIT
013930         COMPUTE WS-PROJECTED-BALANCE =
013940             WS-RUNNING-BALANCE - TL-TRANSACTION-AMOUNT
013950         IF WS-PROJECTED-BALANCE < WS-NEGATIVE-LIMIT
013960             MOVE 'HELD' TO DL-HOLD-FLAG
013970         ELSE
013980             MOVE WS-PROJECTED-BALANCE TO WS-RUNNING-BALANCE
013990         END-IF
014000     ELSE
014010         IF TL-BANK-CHARGE
014020             SUBTRACT TL-TRANSACTION-AMOUNT
014030                 FROM WS-RUNNING-BALANCE
014040         ELSE
014050             ADD TL-TRANSACTION-AMOUNT TO WS-RUNNING-BALANCE
014060         END-IF
014070     END-IF.
014080
014090     MOVE TL-TRANSACTION-DATE TO DL-TRANSACTION-DATE.
014100     MOVE TL-TRANSACTION-TYPE TO DL-TRANSACTION-TYPE.
014110     MOVE TL-TRANSACTION-AMOUNT TO DL-TRANSACTION-AMOUNT.
014120     MOVE WS-RUNNING-BALANCE TO DL-RUNNING-BALANCE.
014130     MOVE SPACES TO DL-RATE-NOTE.
014140     IF TL-INTEREST
014150             AND TL-RATE-APPLIED IS NUMERIC
014160             AND TL-RATE-APPLIED > ZERO
014170         MOVE 'RATE ' TO DL-RATE-CAPTION
014180         MOVE TL-RATE-APPLIED TO DL-RATE-APPLIED
014190     END-IF.
014200     WRITE FINAL-STATEMENT-RECORD FROM WS-DETAIL-LINE.
014210     ADD 1 TO WS-LINE-COUNT.
014220     ADD 1 TO WS-STATEMENT-ENTRIES.
014230 6200-EXIT.
014240     EXIT.
014250
014260*-----------------------------------------------------------------
014270* 6300-PRINT-CLOSURE-NOTE - CLOSE THE STATEMENT WITH THE CLOSURE
014280* DATE AND WHERE THE PROCEEDS WENT.
014290*-----------------------------------------------------------------
014300 6300-PRINT-CLOSURE-NOTE.
014310     WRITE FINAL-STATEMENT-RECORD FROM WS-BLANK-LINE.
014320     MOVE WS-RUN-DATE TO CO-CLOSED-DATE.
014330     WRITE FINAL-STATEMENT-RECORD FROM WS-CLOSED-ON-LINE.
014340
014350     MOVE SPACES TO WS-PROCEEDS-LINE.
014360     IF WS-PAYOUT-AMOUNT = ZERO
014370         MOVE 'NO PROCEEDS - NIL CLOSING BALANCE' TO PL-CAPTION
014380     ELSE
014390         IF CR-PAY-BY-CHEQUE
014400             MOVE 'PROCEEDS PAID BY OFFICIAL CHEQUE:'
014410                 TO PL-CAPTION
014420             MOVE WS-PAYEE-NAME TO PL-DETAIL
014430         ELSE
014440             MOVE 'PROCEEDS TRANSFERRED TO ACCOUNT:'
014450                 TO PL-CAPTION
014460             MOVE CR-TRANSFER-ACCOUNT TO PL-DETAIL
014470         END-IF
014480     END-IF.
014490     WRITE FINAL-STATEMENT-RECORD FROM WS-PROCEEDS-LINE.
014500 6300-EXIT.
014510     EXIT.
014520
014530*-----------------------------------------------------------------
014540* 7000-WRITE-REGISTER-LINE - PRINT ONE CLOSURE REGISTER LINE FOR
014550* THE CURRENT REQUEST UNDER THE CAPTION AND REASON THE CALLER
014560* SET.
014570*-----------------------------------------------------------------
014580 7000-WRITE-REGISTER-LINE.
014590     MOVE WS-CLOSING-ACCOUNT TO RL-ACCOUNT-NUMBER.
014600     MOVE WS-FINAL-INTEREST TO RL-INTEREST.
014610     MOVE WS-CLOSING-CHARGE TO RL-CHARGE.
014620     IF RL-CAPTION = 'REFUSED  '
014630         MOVE WS-POSTED-BALANCE TO RL-PAYOUT
014640         MOVE SPACES TO RL-METHOD
014650     ELSE
014660         MOVE WS-PAYOUT-AMOUNT TO RL-PAYOUT
014670         IF WS-PAYOUT-AMOUNT = ZERO
014680             MOVE SPACES TO RL-METHOD
014690         ELSE
014700             IF CR-PAY-BY-CHEQUE
014710                 MOVE 'CHQ ' TO RL-METHOD
014720             ELSE
014730                 MOVE 'XFER' TO RL-METHOD
014740             END-IF
014750         END-IF
014760     END-IF.
014770     WRITE CLOSURE-REPORT-RECORD FROM WS-REGISTER-LINE.
014780 7000-EXIT.
014790     EXIT.
014800
014810*-----------------------------------------------------------------
014820* 7100-WRITE-ITEM-LINE - PRINT ONE CANCELLED ORDER OR EXPIRED
014830* STOP UNDER THE ACCOUNT'S REGISTER LINE.
014840*-----------------------------------------------------------------
014850 7100-WRITE-ITEM-LINE.
014860     WRITE CLOSURE-REPORT-RECORD FROM WS-ITEM-LINE.
014870 7100-EXIT.
014880     EXIT.
014890
014900*-----------------------------------------------------------------
014910* 8000-READ-CLOSURE-REQUEST - READ THE NEXT CLOSURE REQUEST,
014920* SETTING THE END-OF-FILE SWITCH WHEN EXHAUSTED.
014930*-----------------------------------------------------------------
014940 8000-READ-CLOSURE-REQUEST.
014950     READ CLOSURE-REQUEST-FILE
014960         AT END
014970             SET CLOSURE-REQUEST-EOF TO TRUE
014980     END-READ.
014990 8000-EXIT.
015000     EXIT.
015010
015020*-----------------------------------------------------------------
015030* 8500-DATE-TO-SERIAL - CONVERT WS-CONVERT-DATE TO A DAY SERIAL
015040* NUMBER SO TWO DATES CAN BE SUBTRACTED ACROSS MONTH AND YEAR
015050* ENDS.
015060*-----------------------------------------------------------------
015070 8500-DATE-TO-SERIAL.
015080     IF WS-CONVERT-MONTH > 2
015090         MOVE WS-CONVERT-YEAR TO WS-SERIAL-YEAR
015100         COMPUTE WS-SERIAL-MONTH = WS-CONVERT-MONTH + 1
015110     ELSE
015120         COMPUTE WS-SERIAL-YEAR = WS-CONVERT-YEAR - 1
015130         COMPUTE WS-SERIAL-MONTH = WS-CONVERT-MONTH + 13
015140     END-IF.
015150
015160     COMPUTE WS-SERIAL-RESULT = WS-SERIAL-YEAR * 365.
015170     DIVIDE WS-SERIAL-YEAR BY 4 GIVING WS-SERIAL-WORK.
015180     ADD WS-SERIAL-WORK TO WS-SERIAL-RESULT.
015190     DIVIDE WS-SERIAL-YEAR BY 100 GIVING WS-SERIAL-WORK.
015200     SUBTRACT WS-SERIAL-WORK FROM WS-SERIAL-RESULT.
015210     DIVIDE WS-SERIAL-YEAR BY 400 GIVING WS-SERIAL-WORK.
015220     ADD WS-SERIAL-WORK TO WS-SERIAL-RESULT.
015230
015240     COMPUTE WS-SERIAL-TERM = WS-SERIAL-MONTH * 153.
015250     DIVIDE WS-SERIAL-TERM BY 5 GIVING WS-SERIAL-WORK.
015260     ADD WS-SERIAL-WORK TO WS-SERIAL-RESULT.
015270
015280     ADD WS-CONVERT-DAY TO WS-SERIAL-RESULT.
015290 8500-EXIT.
015300     EXIT.
015310
015320*-----------------------------------------------------------------
015330* 8600-STEP-BACK-ONE-DAY - STEP THE WORK DATE BACK ONE CALENDAR
015340* DAY, ROLLING THE MONTH AND YEAR AS NEEDED.
015350*-----------------------------------------------------------------
015360 8600-STEP-BACK-ONE-DAY.
015370     IF WS-WORK-DAY > 01
015380         SUBTRACT 1 FROM WS-WORK-DAY
015390     ELSE
015400         IF WS-WORK-MONTH > 01
015410             SUBTRACT 1 FROM WS-WORK-MONTH
015420         ELSE
015430             MOVE 12 TO WS-WORK-MONTH
015440             SUBTRACT 1 FROM WS-WORK-YEAR
015450         END-IF
015460         PERFORM 8700-SET-DAYS-IN-MONTH THRU 8700-EXIT
015470         MOVE WS-DAYS-IN-MONTH TO WS-WORK-DAY
015480     END-IF.
015490 8600-EXIT.
015500     EXIT.
015510
015520*-----------------------------------------------------------------
015530* 8700-SET-DAYS-IN-MONTH - DAYS IN THE WORK DATE'S MONTH,
015540* ALLOWING FOR A LEAP-YEAR FEBRUARY.
015550*-----------------------------------------------------------------
015560 8700-SET-DAYS-IN-MONTH.
015570     MOVE WS-MONTH-DAYS-ENTRY (WS-WORK-MONTH)
015580         TO WS-DAYS-IN-MONTH.
015590
015600     IF WS-WORK-MONTH = 02
015610         DIVIDE WS-WORK-YEAR BY 4
015620             GIVING WS-LEAP-QUOTIENT
015630             REMAINDER WS-LEAP-REMAINDER
015640         IF WS-LEAP-REMAINDER = ZERO
015650             DIVIDE WS-WORK-YEAR BY 100
015660                 GIVING WS-LEAP-QUOTIENT
015670                 REMAINDER WS-LEAP-REMAINDER
015680             IF WS-LEAP-REMAINDER NOT = ZERO
015690                 MOVE 29 TO WS-DAYS-IN-MONTH
015700             ELSE
015710                 DIVIDE WS-WORK-YEAR BY 400
015720                     GIVING WS-LEAP-QUOTIENT
015730                     REMAINDER WS-LEAP-REMAINDER
015740                 IF WS-LEAP-REMAINDER = ZERO
015750                     MOVE 29 TO WS-DAYS-IN-MONTH
015760                 END-IF
015770             END-IF
015780         END-IF
015790     END-IF.
015800 8700-EXIT.
015810     EXIT.
015820
015830*-----------------------------------------------------------------
015840* 9000-TERMINATE - PRINT THE RUN CONTROL TOTALS AND CLOSE EVERY
015850* FILE BEFORE STOP RUN.  A REFUSED REQUEST ENDS THE STEP RC=4 SO
015860* OPERATIONS SEES THE BRANCH HAS AN ACCOUNT TO SETTLE.
015870*-----------------------------------------------------------------
015880 9000-TERMINATE.
015890     WRITE CLOSURE-REPORT-RECORD FROM WS-BLANK-LINE.
015900
015910     MOVE 'REQUESTS READ.........: ' TO TO-CAPTION.
015920     MOVE WS-REQUESTS-READ TO TO-COUNT.
015930     WRITE CLOSURE-REPORT-RECORD FROM WS-TOTALS-LINE.
015940
015950     MOVE 'ACCOUNTS CLOSED.......: ' TO TO-CAPTION.
015960     MOVE WS-ACCOUNTS-CLOSED TO TO-COUNT.
015970     WRITE CLOSURE-REPORT-RECORD FROM WS-TOTALS-LINE.
015980
015990     MOVE 'REQUESTS REFUSED......: ' TO TO-CAPTION.
016000     MOVE WS-ACCOUNTS-REFUSED TO TO-COUNT.
016010     WRITE CLOSURE-REPORT-RECORD FROM WS-TOTALS-LINE.
016020
016030     MOVE 'PAID BY OFFICIAL CHQ..: ' TO TO-CAPTION.
016040     MOVE WS-PAID-BY-CHEQUE TO TO-COUNT.
016050     WRITE CLOSURE-REPORT-RECORD FROM WS-TOTALS-LINE.
016060
016070     MOVE 'PAID BY TRANSFER......: ' TO TO-CAPTION.
016080     MOVE WS-PAID-BY-TRANSFER TO TO-COUNT.
016090     WRITE CLOSURE-REPORT-RECORD FROM WS-TOTALS-LINE.
016100
016110     MOVE 'STANDING ORDERS CANCEL: ' TO TO-CAPTION.
016120     MOVE WS-ORDERS-CANCELLED TO TO-COUNT.
016130     WRITE CLOSURE-REPORT-RECORD FROM WS-TOTALS-LINE.
016140
016150     MOVE 'STOPS EXPIRED.........: ' TO TO-CAPTION.
016160     MOVE WS-STOPS-EXPIRED TO TO-COUNT.
016170     WRITE CLOSURE-REPORT-RECORD FROM WS-TOTALS-LINE.
016180
016190     MOVE 'FINAL INTEREST PAID...: ' TO AM-CAPTION.
016200     MOVE WS-TOTAL-INTEREST TO AM-AMOUNT.
016210     WRITE CLOSURE-REPORT-RECORD FROM WS-AMOUNT-LINE.
016220
016230     MOVE 'SERVICE CHARGES TAKEN.: ' TO AM-CAPTION.
016240     MOVE WS-TOTAL-CHARGES TO AM-AMOUNT.
016250     WRITE CLOSURE-REPORT-RECORD FROM WS-AMOUNT-LINE.
016260
016270     MOVE 'PROCEEDS PAID OUT.....: ' TO AM-CAPTION.
016280     MOVE WS-TOTAL-PAYOUT TO AM-AMOUNT.
016290     WRITE CLOSURE-REPORT-RECORD FROM WS-AMOUNT-LINE.
016300
016310     IF WS-ACCOUNTS-REFUSED > ZERO
016320         MOVE 4 TO RETURN-CODE
016330     END-IF.
016340
016350     IF WS-CLOSREQ-STATUS = '00'
016360         CLOSE CLOSURE-REQUEST-FILE
016370     END-IF.
016380     CLOSE CUSTOMER-MASTER-FILE.
016382     IF CONTRA-FILE-AVAILABLE
016384         CLOSE CONTRA-MASTER-FILE
016386     END-IF.
016390     CLOSE TRANSACTION-LEDGER-FILE.
016400     CLOSE OFFICIAL-CHEQUE-FILE.
016410     IF ORDER-FILE-AVAILABLE
016420         CLOSE STANDING-ORDER-FILE
016430     END-IF.
016440     IF STOP-FILE-AVAILABLE
016450         CLOSE STOP-PAYMENT-FILE
016460     END-IF.
016470     IF ACCRUAL-FILE-AVAILABLE
016480         CLOSE INTEREST-ACCRUAL-FILE
016490     END-IF.
016492     IF TERMDEP-FILE-AVAILABLE
016494         CLOSE TERM-DEPOSIT-FILE
016496     END-IF.
016500     CLOSE CLOSURE-REPORT-FILE.
016510     CLOSE FINAL-STATEMENT-FILE.
016520     PERFORM 9800-RECORD-STEP-END THRU 9800-EXIT.
016530 9000-EXIT.
016540     EXIT.
016550
016560*-----------------------------------------------------------------
016570* 9500-READ-BUSINESS-DATE - REPLACE THE SYSTEM-CLOCK RUN DATE WITH
016580* THE CYCLE'S BUSINESS DATE FROM THE BATCH DATE CONTROL FILE, SO A
016590* LATE OR RERUN CYCLE IS PROCESSED UNDER THE BUSINESS DATE IT
016600* BELONGS TO.  NO OPEN CYCLE MEANS THE SYSTEM DATE STANDS.
016610*-----------------------------------------------------------------
016620 9500-READ-BUSINESS-DATE.
016630     OPEN INPUT BATCH-DATE-FILE.
016640     IF WS-BATCHDTE-STATUS = '00'
016650         READ BATCH-DATE-FILE
016660             NOT AT END
016670                 IF BD-CYCLE-OPEN
016680                         AND BD-BUSINESS-DATE IS NUMERIC
016690                         AND BD-BUSINESS-DATE > ZERO
016700                     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
016710                 END-IF
016720         END-READ
016730         CLOSE BATCH-DATE-FILE
016740     END-IF.
016750 9500-EXIT.
016760     EXIT.
016770
016780*-----------------------------------------------------------------
016790* 9700-RECORD-STEP-START - ASK THE CYCLE STEP-STATUS LEDGER
016800* WHETHER THIS STEP ALREADY ENDED CLEAN FOR THE RUN DATE.  A 'K'
016810* REPLY MEANS THE RERUN SKIPS THE STEP; OTHERWISE THE START IS
016820* RECORDED AND THE RUN PROCEEDS.
016830*-----------------------------------------------------------------
016840 9700-RECORD-STEP-START.
016850     MOVE 'S'         TO SP-FUNCTION.
016860     MOVE 'CLOSACCT'  TO SP-STEP-NAME.
016870     MOVE WS-RUN-DATE TO SP-BUSINESS-DATE.
016880     MOVE ZERO        TO SP-RETURN-CODE.
016890     CALL 'STEPSTAT' USING STEP-STATUS-PARMS.
016900 9700-EXIT.
016910     EXIT.
016920
016930*-----------------------------------------------------------------
016940* 9800-RECORD-STEP-END - RECORD THIS STEP'S END AND FINAL RETURN
016950* CODE ON THE CYCLE STEP-STATUS LEDGER.
016960*-----------------------------------------------------------------
016970 9800-RECORD-STEP-END.
016980     MOVE 'E'         TO SP-FUNCTION.
016990     MOVE RETURN-CODE TO SP-RETURN-CODE.
017000     CALL 'STEPSTAT' USING STEP-STATUS-PARMS.
017010 9800-EXIT.
017020     EXIT.
