000914*                    RECAP AND 'ALL' LINES LAST, SO THE MORNING
000915*                    SPLIT IS A STRAIGHT CUT INSTEAD OF A LINE-
000916*                    BY-LINE SCISSOR JOB.
000917*   2026-10-05  DO   INTEREST NOW ACCRUES EVERY NIGHT ON THE
000918*                    DAY'S CLOSING BALANCE AT THE ACCOUNT'S RATE
000919*                    BAND, HELD PER ACCOUNT ON THE NEW ACCRUAL
000920*                    FILE (ACCRREC COPYBOOK).  NIGHTS THE CYCLE
000921*                    DID NOT RUN ACCRUE AT THE LAST CLOSING
000922*                    BALANCE.  THE MONTHLY 'I' ENTRY NOW PAYS
000923*                    THE ACCUMULATED ACCRUAL ON THE FIRST RUN OF
000924*                    THE NEW MONTH INSTEAD OF ONE TWELFTH OF
000925*                    WHATEVER THE BALANCE HAPPENED TO BE THAT
000926*                    NIGHT.
000927*   2026-10-06  DO   A HELD DEBIT IS NO LONGER RETRIED FOREVER.
000928*                    ONCE THE OVERDRAFT FLOOR HAS HELD IT FOR
000929*                    MORE THAN THE RETURN HORIZON (BUSINESS
000930*                    DAYS, FROM THE INTRATE CARD) IT IS RETURNED
000931*                    TO THE ORIGINATOR: WRITTEN TO THE NEW
000932*                    RETURNED-ITEMS FILE (RETITEM COPYBOOK) WITH
000933*                    THE RAW BATCH IT CAME IN ON, AND ITS LEDGER
000934*                    ENTRY BECOMES THE RETURNED-ITEM FEE ('R'),
000935*                    SO THE DEBIT LEAVES THE LEDGER AND THE FEE
000936*                    POSTS IN ONE REWRITE.  THE OVERDRAFT REPORT
000937*                    LISTS IT AS 'RETURNED' INSTEAD OF 'HELD DR'.
000938*   2026-10-09  DO   THE INTEREST, OVERDRAFT-FEE AND RETURNED-
000939*                    ITEM-FEE ENTRIES CARRY A BLANK CHANNEL CODE -
000940*                    THEY ARE SYSTEM-GENERATED, NOT CASH, CHEQUE
000941*                    OR ELECTRONIC MONEY MOVEMENT.
000942*   2026-10-12  DO   ISSUES THE CREDIT LEG OF A TRANSFER BETWEEN
000943*                    TWO OF OUR OWN ACCOUNTS.  WHEN A DEBIT
000944*                    MARKED TL-TRANSFER-AWAITING-CREDIT POSTS,
000945*                    3700-ISSUE-TRANSFER-CREDIT WRITES THE 'C'
000946*                    ENTRY ON THE CREDIT ACCOUNT UNDER TONIGHT'S
000947*                    DATE AND REWRITES THE DEBIT AS CREDIT-
000948*                    ISSUED, EACH LEG NAMING THE OTHER'S KEY.  A
000949*                    HELD, STOPPED OR RETURNED DEBIT ISSUES NO
000950*                    CREDIT.  A CREDIT ACCOUNT THAT SORTS AHEAD
000951*                    OF THE DEBIT ACCOUNT HAS ALREADY BEEN
000952*                    WALKED TONIGHT, SO ITS CLOSING BALANCE HERE
000953*                    PICKS THE CREDIT UP ON THE NEXT CYCLE; THE
000954*                    LEDGER ITSELF, AND SO THE TRIAL BALANCE AND
000955*                    GL EXTRACT, CARRY IT TONIGHT.  THE RETURNED-
000956*                    ITEM FEE AND THE SYSTEM ENTRIES CLEAR THE
000957*                    TRANSFER FIELDS.
000958*   2026-10-12  DO   READS THE BUSINESS-DAY CALENDAR WHEN ONE IS
000959*                    ALLOCATED.  A HELD DEBIT'S AGE IS NOW THE
000960*                    DIFFERENCE OF THE CALENDAR'S BUSINESS-DAY
000961*                    NUMBERS, SO BANK HOLIDAYS NO LONGER COUNT
000962*                    TOWARD THE RETURN HORIZON; WITHOUT THE
000963*                    CALENDAR (OR FOR A DATE IT DOES NOT HOLD)
000964*                    MONDAY TO FRIDAY ARE COUNTED AS BEFORE.
000965*                    WHEN BATCH-DATE-MAINT HAS FLAGGED TONIGHT AS
000966*                    THE LAST BUSINESS DAY OF THE MONTH, THE
000967*                    MONTH'S INTEREST IS PAID TONIGHT, THE
000968*                    NIGHTS TO CALENDAR MONTH-END ACCRUED AHEAD
000969*                    AT TONIGHT'S BALANCE AND RATE AND RECORDED
000970*                    AS IA-PAID-THROUGH-DATE; THE FIRST RUN OF
000971*                    THE NEW MONTH PAYS ONLY A MONTH THAT WAS
000972*                    NOT PAID THAT WAY.  A BATCH DATE WITH NO
000973*                    CALENDAR FLAG KEEPS THE FIRST-RUN-OF-THE-
000974*                    MONTH PAYMENT.
000975*   2026-10-13  DO   A CLOSED ACCOUNT ('C', SEE CUSTREC) STILL
000976*                    HAS ITS LEDGER POSTED - THE CLOSURE RUN'S
000977*                    FINAL INTEREST, CHARGE AND PAYOUT - BUT
000978*                    ACCRUES NO FURTHER INTEREST AND KEEPS ITS
000979*                    CLOSED STATUS INSTEAD OF BEING RESET TO
000980*                    'A' OR 'O' BY THE OVERDRAFT CHECK.
000981*   2026-10-14  DO   THE POSTING RUN IS NOW ONE OF SEVERAL
000982*                    ACCOUNT-RANGE PARTITIONS RUN SIDE BY SIDE.
000983*                    THE OPTIONAL PARTSEL CARD NAMES THE
000984*                    PARTITION AND ITS RANGE COMES FROM THE
000985*                    SHARED PARTCTL FILE; WITH NO CARD THE RUN IS
000986*                    PARTITION 00 OVER THE WHOLE MASTER AS
000987*                    BEFORE.  EACH PARTITION KEEPS ITS OWN
000988*                    CHECKPOINT (NOW CARRYING ITS RUNNING
000989*                    TOTALS), STAGES ITS REPORT LINES, STOPPED
000990*                    DEBITS, AUDIT LINES AND SUSPENSE ITEMS ON ITS
000991*                    OWN WORK FILES AND ENDS BY WRITING ITS
000992*                    CONTROL TOTALS TO PARTTOT (PARTTOT
000993*                    COPYBOOK).  THE NEW POSTING-MERGE RUN PROVES
000994*                    THOSE TOTALS AND BUILDS VARRPT, OVRDRFT AND
000995*                    THE STOP-ACTIVITY SECTIONS, SO THE BRANCH
000996*                    TALLY AND ITS 50-BRANCH LIMIT ARE GONE FROM
000997*                    HERE.  A PARTITION RECORDS ITSELF ON THE
000998*                    STEP-STATUS LEDGER AS BANKACNN, SO A FAILED
000999*                    PARTITION IS RERUN ON ITS OWN.
001000*   2026-10-15  DO   A TERM DEPOSIT (PRODUCT 'TD') WITH AN ACTIVE
001001*                    CONTRACT ON TERMDEP ACCRUES AT ITS CONTRACT
001002*                    RATE, NOT AT A RATETABL BAND.
001003*   2026-10-15  DO   A PARTITION NO LONGER WRITES A TRANSFER'S
001004*                    'C' LEG, WHOSE CREDIT ACCOUNT MAY BELONG TO
001005*                    ANOTHER PARTITION RUNNING AT THE SAME TIME.
001006*                    A POSTED TRANSFER DEBIT IS STAGED ON THE
001007*                    PARTITION'S XFERWRK WORK FILE (XFERWRK
001008*                    COPYBOOK), COUNTED INTO PARTTOT, AND LEFT
001009*                    AWAITING CREDIT; POSTING-MERGE WRITES THE
001010*                    LEG ONCE EVERY PARTITION HAS ENDED.  A
001011*                    TRANSFER WHOSE CREDIT ACCOUNT IS CLOSED OR
001012*                    ESCHEATED ON THE MASTER IS NOT POSTED: IT IS
001013*                    HELD ON ITS CAPTURE NIGHT AND RETURNED,
001014*                    WITHOUT THE RETURNED-ITEM FEE, ON THE NEXT
001015*                    RUN.  AN EARLY WITHDRAWAL FROM A TERM
001016*                    DEPOSIT NOW CARRIES THE CONTRACT RATE IN
001017*                    TL-RATE-APPLIED, AND ITS PENALTY ('P') IS
001018*                    CHARGED HERE WHEN THE WITHDRAWAL POSTS, SO
001019*                    A HELD, STOPPED OR RETURNED ONE COSTS NONE.
001020*   2026-10-15  DO   A HELD DEBIT RETURNED WITHOUT A FEE IS NOW
001021*                    DELETED FROM THE LIVE LEDGER, LIKE A STOPPED
001022*                    ONE, INSTEAD OF BEING REWRITTEN AS A 0.00
001023*                    'R' ENTRY.  ITS RETURNED-ITEM RECORD CARRIES
001024*                    A ZERO FEE, SO NO FEE LETTER GOES OUT.
001025* ---------------------------------------------------------------
001026 IDENTIFICATION DIVISION.
001027 PROGRAM-ID.                  BANK-ACCOUNTING.
001028 AUTHOR.                      D. OKAFOR.
001029 INSTALLATION.                RETAIL BANKING DIVISION.
001030 DATE-WRITTEN.                2014-03-11.
001031 DATE-COMPILED.
001032
001033 ENVIRONMENT DIVISION.
001034 INPUT-OUTPUT SECTION.
001035 FILE-CONTROL.
001036     SELECT CUSTOMER-MASTER-FILE
001037         ASSIGN TO 'CUSTMAST'
001038         ORGANIZATION IS INDEXED
001039         ACCESS MODE IS SEQUENTIAL
001040         RECORD KEY IS CM-ACCOUNT-NUMBER
001041         FILE STATUS IS WS-CUSTMAST-STATUS.
001042
001043     SELECT BANK-STMT-FILE
001050         ASSIGN TO 'BANKSTMT'
001060         ORGANIZATION IS INDEXED
001070         ACCESS MODE IS RANDOM
001080         RECORD KEY IS BS-ACCOUNT-NUMBER
001090         FILE STATUS IS WS-BANKSTMT-STATUS.
001100
001110     SELECT PARTITION-SELECT-FILE
001120         ASSIGN TO 'PARTSEL'
001130         ORGANIZATION IS LINE SEQUENTIAL
001140         FILE STATUS IS WS-PARTSEL-STATUS.
001141
001142     SELECT PARTITION-CONTROL-FILE
001143         ASSIGN TO 'PARTCTL'
001144         ORGANIZATION IS LINE SEQUENTIAL
001145         FILE STATUS IS WS-PARTCTL-STATUS.
001146
001147     SELECT PARTITION-TOTAL-FILE
001148         ASSIGN TO 'PARTTOT'
001149         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS WS-PARTTOT-STATUS.
001151
001152     SELECT VARIANCE-WORK-FILE
001153         ASSIGN TO 'VARRWRK'
001154         ORGANIZATION IS LINE SEQUENTIAL
001155         FILE STATUS IS WS-VARRWRK-STATUS.
001156
001157     SELECT OVERDRAFT-WORK-FILE
001158         ASSIGN TO 'OVRDWRK'
001159         ORGANIZATION IS LINE SEQUENTIAL
001160         FILE STATUS IS WS-OVRDWRK-STATUS.
001161
001162     SELECT STOP-WORK-FILE
001163         ASSIGN TO 'STOPWRK'
001164         ORGANIZATION IS LINE SEQUENTIAL
001165         FILE STATUS IS WS-STOPWRK-STATUS.
001166
001167     SELECT TRANSACTION-LEDGER-FILE
001170         ASSIGN TO 'TRANLEDG'
001180         ORGANIZATION IS INDEXED
001190         ACCESS MODE IS DYNAMIC
001210         FILE STATUS IS WS-TRANLEDG-STATUS.
001220
001230     SELECT AUDIT-TRAIL-FILE
001240         ASSIGN TO 'AUDTWRK'
001250         ORGANIZATION IS LINE SEQUENTIAL
001260         FILE STATUS IS WS-AUDITTRL-STATUS.
001270
001410         FILE STATUS IS WS-EXRATE-STATUS.
001420
001430     SELECT SUSPENSE-FILE
001440         ASSIGN TO 'SUSPWRK'
001450         ORGANIZATION IS LINE SEQUENTIAL
001460         FILE STATUS IS WS-SUSPNS-STATUS.
001470
001522     SELECT STOP-PAYMENT-FILE
001523         ASSIGN TO 'STOPPAY'
001524         ORGANIZATION IS INDEXED
001526         RECORD KEY IS STP-STOP-KEY
001527         FILE STATUS IS WS-STOPPAY-STATUS.
001528
001534     SELECT INTEREST-ACCRUAL-FILE
001535         ASSIGN TO 'ACCRUAL'
001536         ORGANIZATION IS INDEXED
001537         ACCESS MODE IS RANDOM
001538         RECORD KEY IS IA-ACCOUNT-NUMBER
001539         FILE STATUS IS WS-ACCRUAL-STATUS.
001540
001541     SELECT RETURNED-ITEM-FILE
001542         ASSIGN TO 'RETITEMS'
001543         ORGANIZATION IS INDEXED
001544         ACCESS MODE IS RANDOM
001545         RECORD KEY IS RI-ITEM-KEY
001546         FILE STATUS IS WS-RETITEMS-STATUS.
001547
001548     SELECT BATCH-DATE-FILE
001550         ASSIGN TO 'BATCHDTE'
001560         ORGANIZATION IS LINE SEQUENTIAL
001570         FILE STATUS IS WS-BATCHDTE-STATUS.
001571
001572     SELECT CALENDAR-FILE
001573         ASSIGN TO 'CALENDAR'
001574         ORGANIZATION IS INDEXED
001575         ACCESS MODE IS RANDOM
001576         RECORD KEY IS CL-CALENDAR-DATE
001577         FILE STATUS IS WS-CALENDAR-STATUS.
001578
001579     SELECT TERM-DEPOSIT-FILE
001580         ASSIGN TO 'TERMDEP'
001581         ORGANIZATION IS INDEXED
001582         ACCESS MODE IS RANDOM
001583         RECORD KEY IS TD-ACCOUNT-NUMBER
001584         FILE STATUS IS WS-TERMDEP-STATUS.
001585
001586*    A SECOND, READ-ONLY VIEW OF THE MASTER, READ BY KEY FOR THE
001587*    CREDIT ACCOUNT OF A TRANSFER WITHOUT DISTURBING THE WALK.
001588     SELECT CONTRA-MASTER-FILE
001589         ASSIGN TO 'CUSTMAST'
001590         ORGANIZATION IS INDEXED
001591         ACCESS MODE IS RANDOM
001592         RECORD KEY IS CX-ACCOUNT-NUMBER
001593         FILE STATUS IS WS-CONTRA-STATUS.
001594
001595     SELECT TRANSFER-WORK-FILE
001596         ASSIGN TO 'XFERWRK'
001597         ORGANIZATION IS LINE SEQUENTIAL
001598         FILE STATUS IS WS-XFERWRK-STATUS.
001599 DATA DIVISION.
001600 FILE SECTION.
001601 FD  CUSTOMER-MASTER-FILE
001610     LABEL RECORDS ARE STANDARD.
001620     COPY CUSTREC.
001630
001670     05  BS-ACCOUNT-NUMBER         PIC X(10).
001680     05  BS-STATEMENT-AMOUNT       PIC 9(7)V99.
001690
001700 FD  PARTITION-SELECT-FILE
001710     LABEL RECORDS ARE STANDARD.
001720 01  PARTITION-SELECT-RECORD.
001721     05  PS-PARTITION-NUMBER       PIC X(02).
001722     05  FILLER                    PIC X(78).
001723
001724 FD  PARTITION-CONTROL-FILE
001725     LABEL RECORDS ARE STANDARD.
001726     COPY PARTCTL.
001727
001728 FD  PARTITION-TOTAL-FILE
001729     LABEL RECORDS ARE STANDARD.
001730     COPY PARTTOT.
001731
001732*    THE DETAIL LINES ARE STAGED ON BRANCH-KEYED WORK FILES
001733*    DURING THE ACCOUNT WALK.  POSTING-MERGE SORTS EVERY
001734*    PARTITION'S LINES INTO ONE CONTIGUOUS SECTION PER BRANCH.
001735 FD  VARIANCE-WORK-FILE
001736     LABEL RECORDS ARE STANDARD.
001737 01  VARIANCE-WORK-RECORD.
001738     05  VW-BRANCH-CODE            PIC X(03).
001739     05  VW-PARTITION-NUMBER       PIC 9(02).
001740     05  VW-SEQUENCE               PIC 9(07).
001741     05  VW-REPORT-LINE            PIC X(80).
001742
001743 FD  OVERDRAFT-WORK-FILE
001744     LABEL RECORDS ARE STANDARD.
001745 01  OVERDRAFT-WORK-RECORD.
001746     05  OW-BRANCH-CODE            PIC X(03).
001747     05  OW-PARTITION-NUMBER       PIC 9(02).
001748     05  OW-SEQUENCE               PIC 9(07).
001749     05  OW-REPORT-LINE            PIC X(80).
001750
001751 FD  STOP-WORK-FILE
001752     LABEL RECORDS ARE STANDARD.
001753 01  STOP-WORK-RECORD.
001754     05  SK-BRANCH-CODE            PIC X(03).
001755     05  SK-PARTITION-NUMBER       PIC 9(02).
001756     05  SK-SEQUENCE               PIC 9(07).
001757     05  SK-REPORT-LINE            PIC X(80).
001758
001759 FD  TRANSACTION-LEDGER-FILE
001760     LABEL RECORDS ARE STANDARD.
001761     COPY TRANLEDG.
001770
001780 FD  AUDIT-TRAIL-FILE
001790     LABEL RECORDS ARE STANDARD.
001810
001820 FD  CHECKPOINT-FILE
001830     LABEL RECORDS ARE STANDARD.
001840 01  CHECKPOINT-RECORD.
001841     05  CK-LAST-ACCOUNT           PIC X(10).
001842     05  CK-PARTITION-NUMBER       PIC 9(02).
001843     05  CK-ACCOUNTS-PROCESSED     PIC 9(07).
001844     05  CK-RETURNED-ITEMS         PIC 9(05).
001845     05  CK-RETURNED-AMOUNT        PIC 9(09)V99.
001846     05  CK-TRANSFER-CREDITS       PIC 9(05).
001847     05  CK-TRANSFER-AMOUNT        PIC 9(09)V99.
001850
001860 FD  INTEREST-RATE-FILE
001870     LABEL RECORDS ARE STANDARD.
001880 01  INTEREST-RATE-RECORD.
001890     05  IR-ANNUAL-RATE            PIC 9V9(04).
001900     05  IR-OVERDRAFT-FEE          PIC 9(03)V99.
001903     05  IR-RETURN-ITEM-FEE        PIC 9(03)V99.
001906     05  IR-RETURN-DAYS            PIC 9(02).
001910
001912 FD  RATE-TABLE-FILE
001914     LABEL RECORDS ARE STANDARD.
001990     LABEL RECORDS ARE STANDARD.
002000     COPY SUSPITEM.
002010
002052 FD  STOP-PAYMENT-FILE
002053     LABEL RECORDS ARE STANDARD.
002054     COPY STOPREC.
002055
002060 FD  INTEREST-ACCRUAL-FILE
002061     LABEL RECORDS ARE STANDARD.
002062     COPY ACCRREC.
002063
002064 FD  RETURNED-ITEM-FILE
002065     LABEL RECORDS ARE STANDARD.
002066     COPY RETITEM.
002067
002068 FD  BATCH-DATE-FILE
002070     LABEL RECORDS ARE STANDARD.
002080     COPY BATCHDTE.
002082
002084 FD  CALENDAR-FILE
002086     LABEL RECORDS ARE STANDARD.
002088     COPY CALENDAR.
002090
002092 FD  TERM-DEPOSIT-FILE
002094     LABEL RECORDS ARE STANDARD.
002096     COPY TERMDEP.
002098
002099 FD  CONTRA-MASTER-FILE
002100     LABEL RECORDS ARE STANDARD.
002101     COPY CUSTREC REPLACING ==CUSTOMER-MASTER-RECORD==
002102                         BY ==CONTRA-MASTER-RECORD==
002103                    LEADING ==CM-== BY ==CX-==.
002104
002105*    A POSTED TRANSFER DEBIT, STAGED FOR POSTING-MERGE TO WRITE
002106*    ITS CREDIT LEG.
002107 FD  TRANSFER-WORK-FILE
002108     LABEL RECORDS ARE STANDARD.
002109     COPY XFERWRK.
002110
002111 WORKING-STORAGE SECTION.
002112*----------------------------------------------------------------
002120* FILE STATUS AND END-OF-FILE SWITCHES
002130*----------------------------------------------------------------
002140 01  WS-FILE-STATUSES.
002150     05  WS-CUSTMAST-STATUS        PIC X(02) VALUE '00'.
002160     05  WS-BANKSTMT-STATUS        PIC X(02) VALUE '00'.
002170     05  WS-PARTSEL-STATUS         PIC X(02) VALUE '00'.
002171     05  WS-PARTCTL-STATUS         PIC X(02) VALUE '00'.
002172     05  WS-PARTTOT-STATUS         PIC X(02) VALUE '00'.
002173     05  WS-VARRWRK-STATUS         PIC X(02) VALUE '00'.
002174     05  WS-OVRDWRK-STATUS         PIC X(02) VALUE '00'.
002180     05  WS-TRANLEDG-STATUS        PIC X(02) VALUE '00'.
002190     05  WS-AUDITTRL-STATUS        PIC X(02) VALUE '00'.
002212     05  WS-RATETABL-STATUS        PIC X(02) VALUE '00'.
002220     05  WS-EXRATE-STATUS          PIC X(02) VALUE '00'.
002230     05  WS-SUSPNS-STATUS          PIC X(02) VALUE '00'.
002242     05  WS-STOPPAY-STATUS         PIC X(02) VALUE '00'.
002244     05  WS-STOPWRK-STATUS         PIC X(02) VALUE '00'.
002247     05  WS-ACCRUAL-STATUS         PIC X(02) VALUE '00'.
002248     05  WS-RETITEMS-STATUS        PIC X(02) VALUE '00'.
002250     05  WS-BATCHDTE-STATUS        PIC X(02) VALUE '00'.
002255     05  WS-CALENDAR-STATUS        PIC X(02) VALUE '00'.
002256     05  WS-TERMDEP-STATUS         PIC X(02) VALUE '00'.
002257     05  WS-CONTRA-STATUS          PIC X(02) VALUE '00'.
002258     05  WS-XFERWRK-STATUS         PIC X(02) VALUE '00'.
002260
002270 01  WS-SWITCHES.
002280     05  WS-EOF-SWITCH             PIC X(01) VALUE 'N'.
002402         88  STOP-SCAN-COMPLETE              VALUE 'Y'.
002403     05  WS-STOP-MATCH-SWITCH      PIC X(01) VALUE 'N'.
002404         88  STOP-MATCHED                    VALUE 'Y'.
002405     05  WS-PARTITION-SWITCH       PIC X(01) VALUE 'Y'.
002406         88  PARTITION-ACCEPTED              VALUE 'Y'.
002407     05  WS-PARTCTL-SWITCH         PIC X(01) VALUE 'N'.
002408         88  PARTITION-CONTROL-EOF           VALUE 'Y'.
002409     05  WS-WORKFILE-SWITCH        PIC X(01) VALUE 'N'.
002410         88  WORK-FILE-EOF                   VALUE 'Y'.
002411     05  WS-ACCRUAL-SWITCH         PIC X(01) VALUE 'N'.
002412         88  ACCRUAL-ON-FILE                 VALUE 'Y'.
002413     05  WS-ACCRFILE-SWITCH        PIC X(01) VALUE 'N'.
002414         88  ACCRUAL-FILE-AVAILABLE          VALUE 'Y'.
002415     05  WS-RETFILE-SWITCH         PIC X(01) VALUE 'N'.
002416         88  RETURN-FILE-AVAILABLE           VALUE 'Y'.
002419     05  WS-CALFILE-SWITCH         PIC X(01) VALUE 'N'.
002420         88  CALENDAR-AVAILABLE              VALUE 'Y'.
002421     05  WS-CALDAY-SWITCH          PIC X(01) VALUE 'N'.
002422         88  CALENDAR-DAY-FOUND              VALUE 'Y'.
002423     05  WS-MONTH-END-SWITCH       PIC X(01) VALUE SPACE.
002424         88  CALENDAR-MONTH-END-DAY          VALUE 'Y'.
002425         88  NO-CALENDAR-FLAG                VALUE SPACE.
002427     05  WS-TDFILE-SWITCH          PIC X(01) VALUE 'N'.
002429         88  TERM-DEPOSIT-FILE-AVAILABLE     VALUE 'Y'.
002430     05  WS-CONTRA-FILE-SWITCH     PIC X(01) VALUE 'N'.
002431         88  CONTRA-FILE-AVAILABLE           VALUE 'Y'.
002432     05  WS-PAYEE-SWITCH           PIC X(01) VALUE 'N'.
002433         88  PAYEE-NOT-OPEN                  VALUE 'Y'.
002434     05  WS-PENALTY-SCAN-SWITCH    PIC X(01) VALUE 'N'.
002435         88  PENALTY-SCAN-COMPLETE           VALUE 'Y'.
002436
002437*----------------------------------------------------------------
002438* RUN DATE AND TIME, CAPTURED ONCE AT STARTUP
002439*----------------------------------------------------------------
002440 01  WS-RUN-DATE                   PIC 9(08).
002450 01  WS-RUN-TIME                   PIC 9(06).
002460
002480* RESTART / CHECKPOINT CONTROL FIELDS
002490*----------------------------------------------------------------
002500 01  WS-LAST-CHECKPOINT-ACCOUNT    PIC X(10) VALUE SPACES.
002501 01  WS-CHECKPOINT-PARTITION       PIC 9(02) VALUE ZERO.
002502
002503*----------------------------------------------------------------
002504* ACCOUNT-RANGE PARTITION.  WITH NO PARTSEL CARD THE RUN IS
002505* PARTITION 00 OVER THE WHOLE MASTER AND RECORDS ITSELF AS
002506* BANKACCT; A SELECTED PARTITION TAKES ITS RANGE FROM PARTCTL
002507* AND RECORDS ITSELF AS BANKAC PLUS ITS NUMBER, SO EACH
002508* PARTITION IS SKIPPED OR RERUN ON ITS OWN.
002509*----------------------------------------------------------------
002510 01  WS-PARTITION-NUMBER           PIC 9(02) VALUE ZERO.
002511 01  WS-PARTITION-LOW              PIC X(10) VALUE LOW-VALUES.
002512 01  WS-PARTITION-HIGH             PIC X(10) VALUE HIGH-VALUES.
002513 01  WS-STEP-NAME                  PIC X(08) VALUE 'BANKACCT'.
002514 01  WS-PARTITION-STEP-NAME.
002515     05  FILLER                    PIC X(06) VALUE 'BANKAC'.
002516     05  WS-PSN-NUMBER             PIC 9(02) VALUE ZERO.
002517
002518*----------------------------------------------------------------
002519* PARTITION CONTROL TOTALS - WHAT THIS PARTITION HAS STAGED,
002520* RESEEDED FROM THE WORK FILES AND THE CHECKPOINT ON A RESTART
002521* AND WRITTEN TO PARTTOT AT TERMINATION FOR POSTING-MERGE TO
002522* PROVE.
002523*----------------------------------------------------------------
002524 01  WS-ACCOUNTS-PROCESSED         PIC 9(07) VALUE ZERO.
002525 01  WS-OD-LINES-STAGED            PIC 9(07) VALUE ZERO.
002526 01  WS-VR-LINES-STAGED            PIC 9(07) VALUE ZERO.
002527 01  WS-STOP-LINES-STAGED          PIC 9(07) VALUE ZERO.
002528 01  WS-AUDIT-LINES-STAGED         PIC 9(07) VALUE ZERO.
002529 01  WS-SUSPENSE-ITEMS-STAGED      PIC 9(07) VALUE ZERO.
002530
002531*----------------------------------------------------------------
002532* VARIANCE REPORT LINE
002540*----------------------------------------------------------------
002550 01  WS-VARIANCE-LINE.
002560     05  VR-ACCOUNT-NUMBER         PIC X(10).
002624     05  VR-BRANCH-CODE            PIC X(03).
002626
002628*----------------------------------------------------------------
002630* BRANCH OF THE ACCOUNT IN HAND - SPACES READS AS 000 HEAD
002631* OFFICE.  EVERY STAGED LINE CARRIES IT SO POSTING-MERGE CAN
002632* BUILD THE BRANCH SECTIONS AND RECAPS.
002633*----------------------------------------------------------------
002634 01  WS-CURRENT-BRANCH             PIC X(03) VALUE '000'.
002635
002636*-----------------------------------------------------------------
002637* EARLY-WITHDRAWAL PENALTY FIELDS.  THE POSTED WITHDRAWAL'S KEY
002638* AND PENALTY ARE HELD HERE WHILE THE ACCOUNT'S LEDGER IS
002639* SCANNED AND THE 'P' ENTRY WRITTEN, SINCE BOTH USE THE ONE
002640* LEDGER RECORD AREA.
002641*-----------------------------------------------------------------
002642 01  WS-PENALTY-DEBIT-SEQUENCE     PIC 9(06) VALUE ZERO.
002643 01  WS-PENALTY-AMOUNT             PIC 9(07)V99 VALUE ZERO.
002644 01  WS-PENALTY-MAX-SEQUENCE       PIC 9(06) VALUE ZERO.
002645 01  WS-PENALTY-FOUND-SEQUENCE     PIC 9(06) VALUE ZERO.
002646 01  WS-PENALTY-COUNT              PIC 9(05) VALUE ZERO.
002647 01  WS-PENALTY-TOTAL              PIC 9(9)V99 VALUE ZERO.
002648
002649*-----------------------------------------------------------------
002650* FEE CHARGED ON THE DEBIT BEING RETURNED - THE RETURNED-ITEM FEE,
002651* OR NONE FOR A TRANSFER WHOSE CREDIT ACCOUNT IS NO LONGER OPEN.
002652*-----------------------------------------------------------------
002653 01  WS-RETURN-FEE-DUE             PIC 9(03)V99 VALUE ZERO.
002654
002672*----------------------------------------------------------------
002673* STAGING SEQUENCE.  KEEPS THE LINES OF ONE BRANCH WITHIN THIS
002674* PARTITION IN THE ORDER THEY AROSE WHEN POSTING-MERGE SORTS
002675* THEM INTO THE BRANCH SECTIONS.
002676*----------------------------------------------------------------
002677 01  WS-WORK-SEQUENCE              PIC 9(07) VALUE ZERO.
002683
002684*----------------------------------------------------------------
002685* SUSPENSE ITEMS STAGED BY THIS PARTITION - THEIR NET AMOUNT.
002686* POSTING-MERGE ADDS THEM TO THE SUSPENSE LEDGER AND REPORTS THE
002687* BANK-WIDE NET POSITION.
002688*----------------------------------------------------------------
002690 01  WS-SUSPENSE-STAGED-AMOUNT     PIC S9(11)V99 VALUE ZERO.
002700
002710*----------------------------------------------------------------
002720* AUDIT TRAIL LINE
003174     05  OD-BRANCH-CODE            PIC X(03).
003180
003181*-----------------------------------------------------------------
003182* RETURNED-ITEM FIELDS.  A HELD DEBIT IS RETURNED TO ITS
003183* ORIGINATOR ONCE IT HAS BEEN HELD FOR MORE THAN THE RETURN
003184* HORIZON IN BUSINESS DAYS (MONDAY TO FRIDAY).  THE HORIZON AND
003185* THE FEE DEFAULTS ARE OVERRIDDEN BY THE INTEREST-RATE-FILE WHEN
003186* IT CARRIES THEM.  THE SERIAL DAY NUMBER DIVIDED BY SEVEN
003187* LEAVES 0 ON A SATURDAY AND 1 ON A SUNDAY.
003188*-----------------------------------------------------------------
003189 01  WS-RETURN-ITEM-FEE            PIC 9(03)V99 VALUE 30.00.
003190 01  WS-RETURN-DAYS                PIC 9(02) VALUE 05.
003191 01  WS-DAYS-HELD                  PIC 9(03) COMP VALUE ZERO.
003192 01  WS-HELD-SERIAL                PIC 9(07) COMP VALUE ZERO.
003193 01  WS-WEEKDAY-NUMBER             PIC 9(01) COMP VALUE ZERO.
003194 01  WS-RUN-BUSINESS-DAY           PIC 9(07) COMP VALUE ZERO.
003195 01  WS-HELD-BUSINESS-DAY          PIC 9(07) COMP VALUE ZERO.
003196 01  WS-RETURNED-ITEM-COUNT        PIC 9(05) VALUE ZERO.
003197 01  WS-RETURNED-ITEM-TOTAL        PIC 9(09)V99 VALUE ZERO.
003198
003199*-----------------------------------------------------------------
003200* STOP-PAYMENT ACTIVITY FIELDS.  THE LINES STAGE ON STOPWRK AND
003201* POSTING-MERGE APPENDS THEM, BY BRANCH, TO THE REPORT THAT
003202* STANDING-ORDER-POST OPENED FRESH EARLIER IN THE CYCLE.
003203*-----------------------------------------------------------------
003204 01  WS-STOPPED-DEBIT-COUNT        PIC 9(05) VALUE ZERO.
003205 01  WS-STOP-LINE.
003206     05  SL-CAPTION                PIC X(10).
003207     05  SL-ACCOUNT-NUMBER         PIC X(10).
003208     05  FILLER                    PIC X(01) VALUE SPACES.
003209     05  SL-STOP-NUMBER            PIC 9(04).
003210     05  FILLER                    PIC X(01) VALUE SPACES.
003211     05  SL-ITEM-DATE              PIC 9(08).
003212     05  FILLER                    PIC X(01) VALUE SPACES.
003213     05  SL-ITEM-AMOUNT            PIC Z(6)9.99.
003214     05  FILLER                    PIC X(01) VALUE SPACES.
003215     05  SL-SOURCE                 PIC X(14).
003216     05  SL-DETAIL                 PIC X(20).
003217
003218*-----------------------------------------------------------------
003219* TRANSFER CREDIT FIELDS.  THE COUNT AND AMOUNT OF THE POSTED
003220* TRANSFER DEBITS STAGED ON XFERWRK FOR POSTING-MERGE TO CREDIT,
003221* CARRIED INTO PARTTOT FOR ITS PROOF.
003222*-----------------------------------------------------------------
003232 01  WS-TRANSFER-CREDIT-COUNT      PIC 9(05) VALUE ZERO.
003233 01  WS-TRANSFER-CREDIT-TOTAL      PIC 9(9)V99 VALUE ZERO.
003234
003235*-----------------------------------------------------------------
003236* MONTHLY INTEREST CALCULATION FIELDS.  THE FLAT RATE FROM
003237* INTRATE IS ONLY THE FALLBACK; THE RATE ACTUALLY APPLIED COMES
003238* FROM THE PRODUCT/BALANCE-BAND TABLE LOADED FROM RATETABL.
003239*-----------------------------------------------------------------
003240 01  WS-ANNUAL-INTEREST-RATE       PIC 9V9(04) VALUE .0300.
003241 01  WS-APPLIED-ANNUAL-RATE        PIC 9V9(04) VALUE ZERO.
003242 01  WS-MONTHLY-INTEREST-AMOUNT    PIC 9(7)V99 VALUE ZERO.
003243 01  WS-MAX-TL-SEQUENCE-NUMBER     PIC 9(06) VALUE ZERO.
003244
003245*-----------------------------------------------------------------
003246* DAILY ACCRUAL FIELDS.  THE ACCRUAL IS CARRIED TO FIVE DECIMALS
003247* SO A SMALL BALANCE STILL BUILDS TOWARD A PAYABLE CENT; ONLY
003248* WHOLE CENTS ARE PAID AND BOOKED TO THE GL.  AN 'I' ENTRY
003249* ALREADY ON THE LEDGER FOR THIS MONTH (A RESTART INSIDE THE
003250* ACCOUNT) IS TAKEN AS THE MONTH'S PAYMENT - FOR TONIGHT ONLY
003251* WHEN THE CALENDAR DRIVES THE PAYMENT, SINCE A MONTH-END
003252* PAYMENT CAN THEN FOLLOW A CATCH-UP PAYMENT IN THE SAME MONTH.
003253*-----------------------------------------------------------------
003254 01  WS-DAILY-ACCRUAL              PIC 9(07)V9(05) VALUE ZERO.
003255 01  WS-ACCRUAL-CENTS-BEFORE       PIC 9(07)V99 VALUE ZERO.
003256 01  WS-ACCRUAL-CENTS-AFTER        PIC 9(07)V99 VALUE ZERO.
003257 01  WS-INTEREST-PAID-AMOUNT       PIC 9(07)V99 VALUE ZERO.
003258 01  WS-ACCRUAL-GAP-DAYS           PIC S9(05) COMP VALUE ZERO.
003259 01  WS-RUN-SERIAL                 PIC 9(07) COMP VALUE ZERO.
003260 01  WS-LAST-ACCRUAL-SERIAL        PIC 9(07) COMP VALUE ZERO.
003261 01  WS-ACCRUED-THROUGH-DATE       PIC 9(08) VALUE ZERO.
003262 01  WS-MONTH-END-DATE             PIC 9(08) VALUE ZERO.
003263 01  WS-DAYS-IN-MONTH              PIC 9(02) VALUE ZERO.
003264 01  WS-LEAP-QUOTIENT              PIC 9(04) VALUE ZERO.
003265 01  WS-LEAP-REMAINDER             PIC 9(04) VALUE ZERO.
003266 01  WS-MONTH-DAYS-TABLE.
003267     05  FILLER                    PIC X(24) VALUE
003268         '312831303130313130313031'.
003269 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
003270     05  WS-MONTH-DAYS-ENTRY OCCURS 12 TIMES
003271                                   PIC 9(02).
003272
003273*-----------------------------------------------------------------
003274* SERIAL DAY CONVERSION WORK FIELDS
003275*-----------------------------------------------------------------
003276 01  WS-CONVERT-DATE.
003277     05  WS-CONVERT-YEAR           PIC 9(04).
003278     05  WS-CONVERT-MONTH          PIC 9(02).
003279     05  WS-CONVERT-DAY            PIC 9(02).
003280 01  WS-SERIAL-YEAR                PIC 9(05) COMP VALUE ZERO.
003281 01  WS-SERIAL-MONTH               PIC 9(03) COMP VALUE ZERO.
003282 01  WS-SERIAL-WORK                PIC 9(07) COMP VALUE ZERO.
003283 01  WS-SERIAL-TERM                PIC 9(07) COMP VALUE ZERO.
003284 01  WS-SERIAL-RESULT              PIC 9(07) COMP VALUE ZERO.
003285
003286*-----------------------------------------------------------------
003287* PRODUCT/BALANCE-BAND RATE TABLE, LOADED FROM RATETABL AT
003288* STARTUP.  THE BAND PAID IS THE HIGHEST FLOOR THE ACCOUNT'S
003289* PRODUCT REACHES AT ITS POSTED BALANCE.
003290*-----------------------------------------------------------------
003291 01  WS-RATE-BAND-COUNT            PIC 9(03) VALUE ZERO.
003292 01  WS-RATE-BAND-SCAN             PIC 9(03) VALUE ZERO.
003293 01  WS-RATE-PRODUCT               PIC X(02) VALUE SPACES.
003294 01  WS-BEST-FLOOR                 PIC 9(07)V99 VALUE ZERO.
003295 01  WS-RATE-BAND-TABLE.
003296     05  WS-RATE-BAND-ENTRY OCCURS 50 TIMES
003297                                 INDEXED BY WS-RTB-IDX.
003298         10  WS-RTB-PRODUCT        PIC X(02).
003299         10  WS-RTB-FLOOR          PIC 9(07)V99.
003300         10  WS-RTB-RATE           PIC 9V9(04).
003301
003302*-----------------------------------------------------------------
003303* CYCLE STEP-STATUS PARAMETER AREA - SEE CYCLE-STEP-STATUS
003304*-----------------------------------------------------------------
003305     COPY STEPLINK.
003306
003307*-----------------------------------------------------------------
003308* MULTI-CURRENCY EXCHANGE RATE TABLE
003309*-----------------------------------------------------------------
003310 01  WS-HOME-CURRENCY-CODE         PIC X(03) VALUE 'USD'.
003311 01  WS-HOME-CURRENCY-BALANCE      PIC S9(7)V99 VALUE ZERO.
003312 01  WS-EXCHANGE-RATE-COUNT        PIC 9(03) VALUE ZERO.
003320 01  WS-EXCHANGE-RATE-TABLE.
003330     05  WS-EXCHANGE-RATE-ENTRY OCCURS 20 TIMES
003340                                 INDEXED BY WS-EXR-IDX.
003370
003380 PROCEDURE DIVISION.
003390*=================================================================
003400* 0000-MAINLINE - DRIVES THE PARTITION'S RANGE OF THE CUSTOMER-
003410* MASTER FILE (THE WHOLE FILE FOR PARTITION 00).
003415*=================================================================
003420 0000-MAINLINE.
003422     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003424     PERFORM 9500-READ-BUSINESS-DATE THRU 9500-EXIT.
003425     PERFORM 1050-SELECT-PARTITION THRU 1050-EXIT.
003426     PERFORM 9700-RECORD-STEP-START THRU 9700-EXIT.
003427     IF SP-SKIP-STEP
003428         DISPLAY 'BANK-ACCOUNTING: STEP ' WS-STEP-NAME
003429             ' ALREADY COMPLETED FOR ' WS-RUN-DATE
003430             ' - RUN SKIPPED'
003431         STOP RUN
003432     END-IF.
003433     IF NOT PARTITION-ACCEPTED
003434         MOVE 16 TO RETURN-CODE
003435         PERFORM 9800-RECORD-STEP-END THRU 9800-EXIT
003436         STOP RUN
003437     END-IF.
003438
003439     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003440
003450     PERFORM 2000-PROCESS-ACCOUNTS THRU 2000-EXIT
003460         UNTIL CUSTOMER-MASTER-EOF.
003570*-----------------------------------------------------------------
003580 1000-INITIALIZE.
003610     ACCEPT WS-RUN-TIME FROM TIME.
003620
003640     PERFORM 1200-READ-INTEREST-RATE THRU 1200-EXIT.
003645     PERFORM 1250-LOAD-RATE-TABLE THRU 1250-EXIT.
003650     PERFORM 1300-LOAD-EXCHANGE-RATES THRU 1300-EXIT.
003651
003652*    THE SECOND VIEW OF THE MASTER SERVES ONLY THE TRANSFER
003653*    CREDIT-ACCOUNT CHECK; IF IT CANNOT BE OPENED THE CHECK IS
003654*    LEFT TO TRANSACTION-CAPTURE AND ACCOUNT-CLOSURE.
003655     OPEN INPUT CONTRA-MASTER-FILE.
003656     IF WS-CONTRA-STATUS = '00'
003657         SET CONTRA-FILE-AVAILABLE TO TRUE
003658     ELSE
003659         DISPLAY 'BANK-ACCOUNTING: UNABLE TO OPEN CUSTMAST FOR '
003660             'TRANSFER CHECK - STATUS ' WS-CONTRA-STATUS
003661     END-IF.
003662
003672*    THE READ STARTS AT THE FOOT OF THE PARTITION'S RANGE, OR
003674*    JUST PAST THE CHECKPOINTED ACCOUNT ON A RESTART; 8000 ENDS
003676*    THE WALK AT THE TOP OF THE RANGE.
003680     OPEN I-O CUSTOMER-MASTER-FILE.
003690     IF WS-CUSTMAST-STATUS NOT = '00'
003700         DISPLAY 'BANK-ACCOUNTING: UNABLE TO OPEN CUSTMAST - '
003710             'STATUS ' WS-CUSTMAST-STATUS
003720         MOVE 'Y' TO WS-EOF-SWITCH
003730     ELSE
003731         MOVE WS-PARTITION-LOW TO CM-ACCOUNT-NUMBER
003732         START CUSTOMER-MASTER-FILE
003733             KEY IS NOT LESS THAN CM-ACCOUNT-NUMBER
003734             INVALID KEY
003735                 SET CUSTOMER-MASTER-EOF TO TRUE
003736         END-START
003737     END-IF.
003738     IF NOT CUSTOMER-MASTER-EOF
003740         PERFORM 8000-READ-CUSTOMER-MASTER THRU 8000-EXIT
003750         PERFORM 8000-READ-CUSTOMER-MASTER THRU 8000-EXIT
003760             UNTIL CUSTOMER-MASTER-EOF
003780     END-IF.
003790
003800     OPEN INPUT BANK-STMT-FILE.
003801*    THE DETAIL LINES, STOPPED DEBITS, AUDIT LINES, SUSPENSE
003802*    ITEMS AND TRANSFER CREDITS STAGE ON THIS PARTITION'S OWN
003803*    WORK FILES UNTIL POSTING-MERGE COMBINES THE PARTITIONS; A
003804*    CHECKPOINT RESTART EXTENDS THE WORK ALREADY STAGED.  THE
003807*    CONTROL-TOTALS RECORD IS EMPTIED EITHER WAY AND ONLY
003808*    WRITTEN AT TERMINATION.
003810     IF WS-LAST-CHECKPOINT-ACCOUNT = SPACES
003820         OPEN OUTPUT VARIANCE-WORK-FILE
003830         OPEN OUTPUT OVERDRAFT-WORK-FILE
003832         OPEN OUTPUT STOP-WORK-FILE
003834         OPEN OUTPUT AUDIT-TRAIL-FILE
003835         OPEN OUTPUT TRANSFER-WORK-FILE
003836         OPEN OUTPUT SUSPENSE-FILE
003838         CLOSE SUSPENSE-FILE
003840     ELSE
003842*        THE RESTART MUST NOT REISSUE THE (BRANCH, SEQUENCE)
003843*        SORT KEYS THE INTERRUPTED RUN ALREADY STAGED, SO THE
003844*        SEQUENCE COUNTER IS RESEEDED PAST THE LINES ON DISK, AND
003845*        THE CONTROL TOTALS WITH THEM, BEFORE THE FILES ARE
003846*        EXTENDED.
003847         PERFORM 1150-SEED-WORK-SEQUENCE THRU 1150-EXIT
003848         PERFORM 1195-SEED-TRANSFER-TOTALS THRU 1195-EXIT
003850         OPEN EXTEND VARIANCE-WORK-FILE
003860         OPEN EXTEND OVERDRAFT-WORK-FILE
003863         OPEN EXTEND STOP-WORK-FILE
003866         OPEN EXTEND AUDIT-TRAIL-FILE
003868         OPEN EXTEND TRANSFER-WORK-FILE
003870     END-IF
003873     OPEN OUTPUT PARTITION-TOTAL-FILE.
003876     CLOSE PARTITION-TOTAL-FILE.
003880     OPEN I-O TRANSACTION-LEDGER-FILE.
003881
003882*    NO STOP FILE ON DISK MEANS NO STOPS ARE IN FORCE; THE RUN
003883*    PROCEEDS WITH THE STOP CHECK DISABLED RATHER THAN FAILING.
003884     MOVE 'N' TO WS-STOPFILE-SWITCH.
003885     OPEN I-O STOP-PAYMENT-FILE.
003886     IF WS-STOPPAY-STATUS = '00'
003887         SET STOP-FILE-AVAILABLE TO TRUE
003888     ELSE
003889         DISPLAY 'BANK-ACCOUNTING: NO STOP-PAYMENT FILE - '
003890             'STATUS ' WS-STOPPAY-STATUS ' - STOPS NOT CHECKED'
003891     END-IF.
003892
003893*    NO ACCRUAL FILE ON DISK MEANS THE FIRST NIGHT OF DAILY
003894*    ACCRUAL; THE FILE IS CREATED EMPTY AND EVERY ACCOUNT STARTS
003895*    ITS ACCRUAL TONIGHT.
003896     OPEN I-O INTEREST-ACCRUAL-FILE.
003897     IF WS-ACCRUAL-STATUS = '35'
003898         OPEN OUTPUT INTEREST-ACCRUAL-FILE
003899         CLOSE INTEREST-ACCRUAL-FILE
003900         OPEN I-O INTEREST-ACCRUAL-FILE
003901     END-IF.
003902     IF WS-ACCRUAL-STATUS = '00'
003903         SET ACCRUAL-FILE-AVAILABLE TO TRUE
003904     ELSE
003905         DISPLAY 'BANK-ACCOUNTING: UNABLE TO OPEN ACCRUAL - '
003906             'STATUS ' WS-ACCRUAL-STATUS ' - NO INTEREST ACCRUED'
003907     END-IF.
003908
003909*    NO RETURNED-ITEMS FILE ON DISK MEANS NOTHING HAS BEEN
003910*    RETURNED YET; THE FILE IS CREATED EMPTY.  IF IT STILL CANNOT
003911*    BE OPENED NOTHING IS RETURNED AND AGED HELD DEBITS STAY HELD.
003912     OPEN I-O RETURNED-ITEM-FILE.
003913     IF WS-RETITEMS-STATUS = '35'
003914         OPEN OUTPUT RETURNED-ITEM-FILE
003915         CLOSE RETURNED-ITEM-FILE
003916         OPEN I-O RETURNED-ITEM-FILE
003917     END-IF.
003918     IF WS-RETITEMS-STATUS = '00'
003919         SET RETURN-FILE-AVAILABLE TO TRUE
003920     ELSE
003921         DISPLAY 'BANK-ACCOUNTING: UNABLE TO OPEN RETITEMS - '
003922             'STATUS ' WS-RETITEMS-STATUS ' - NO ITEMS RETURNED'
003923     END-IF.
003924
003925     MOVE WS-RUN-DATE TO WS-CONVERT-DATE.
003926     PERFORM 4900-DATE-TO-SERIAL THRU 4900-EXIT.
003927     MOVE WS-SERIAL-RESULT TO WS-RUN-SERIAL.
003928
003929*    THE BUSINESS-DAY CALENDAR IS OPTIONAL.  WITHOUT IT, OR WHEN
003930*    IT DOES NOT HOLD TONIGHT'S DATE, HELD DEBITS ARE AGED BY
003931*    COUNTING MONDAY TO FRIDAY.
003932     OPEN INPUT CALENDAR-FILE.
003933     IF WS-CALENDAR-STATUS = '00'
003934         MOVE WS-RUN-DATE TO CL-CALENDAR-DATE
003935         PERFORM 3520-READ-CALENDAR-DAY THRU 3520-EXIT
003936         IF CALENDAR-DAY-FOUND
003937             SET CALENDAR-AVAILABLE TO TRUE
003938             MOVE CL-BUSINESS-DAY-NUMBER TO WS-RUN-BUSINESS-DAY
003939         ELSE
003940             DISPLAY 'BANK-ACCOUNTING: ' WS-RUN-DATE
003941                 ' NOT ON THE CALENDAR - HELD DEBITS AGED '
003942                 'MONDAY TO FRIDAY'
003943             CLOSE CALENDAR-FILE
003944         END-IF
003945     END-IF.
003946
003947*    THE TERM DEPOSIT CONTRACT FILE IS OPTIONAL.  WITHOUT IT A
003948*    TERM DEPOSIT ACCRUES AT ITS RATETABL BAND LIKE ANY OTHER
003949*    PRODUCT.
003950     OPEN INPUT TERM-DEPOSIT-FILE.
003951     IF WS-TERMDEP-STATUS = '00'
003952         SET TERM-DEPOSIT-FILE-AVAILABLE TO TRUE
003953     END-IF.
003957 1000-EXIT.
003958     EXIT.
003959
003960*-----------------------------------------------------------------
003961* 1050-SELECT-PARTITION - ESTABLISH WHICH ACCOUNT RANGE THIS RUN
003962* POSTS.  NO PARTSEL CARD (OR A BLANK ONE) MEANS PARTITION 00,
003963* THE WHOLE MASTER.  A NUMBERED CARD TAKES ITS RANGE FROM THE
003964* MATCHING PARTCTL CARD; A NUMBER NOT ON PARTCTL, OR A
003965* CHECKPOINT LEFT BY A DIFFERENT PARTITION, REFUSES THE RUN
003966* (RC=16) SO NO ACCOUNT IS POSTED TWICE OR NOT AT ALL.
003967*-----------------------------------------------------------------
003968 1050-SELECT-PARTITION.
003969     OPEN INPUT PARTITION-SELECT-FILE.
003970     IF WS-PARTSEL-STATUS = '00'
003971         READ PARTITION-SELECT-FILE
003972             AT END
003973                 MOVE SPACES TO PARTITION-SELECT-RECORD
003974         END-READ
003975         CLOSE PARTITION-SELECT-FILE
003976         IF PS-PARTITION-NUMBER NOT = SPACES
003977             PERFORM 1060-LOOKUP-PARTITION THRU 1060-EXIT
003978         END-IF
003979     END-IF.
003980
003981     PERFORM 1100-READ-CHECKPOINT THRU 1100-EXIT.
003982     IF NOT PARTITION-ACCEPTED
003983         GO TO 1050-EXIT
003984     END-IF.
003985     IF WS-LAST-CHECKPOINT-ACCOUNT NOT = SPACES
003986         IF WS-CHECKPOINT-PARTITION NOT = WS-PARTITION-NUMBER
003987                 OR WS-LAST-CHECKPOINT-ACCOUNT < WS-PARTITION-LOW
003988                 OR WS-LAST-CHECKPOINT-ACCOUNT > WS-PARTITION-HIGH
003989             DISPLAY 'BANK-ACCOUNTING: CHECKPOINT AT '
003990                 WS-LAST-CHECKPOINT-ACCOUNT ' IS NOT FROM '
003991                 'PARTITION ' WS-PARTITION-NUMBER
003992                 ' - RUN REFUSED'
003993             MOVE 'N' TO WS-PARTITION-SWITCH
003994             GO TO 1050-EXIT
003995         END-IF
003996     END-IF.
003997     IF WS-PARTITION-NUMBER NOT = ZERO
003998         DISPLAY 'BANK-ACCOUNTING: PARTITION '
003999             WS-PARTITION-NUMBER ' ACCOUNTS ' WS-PARTITION-LOW
004000             ' TO ' WS-PARTITION-HIGH
004001     END-IF.
004002 1050-EXIT.
004003     EXIT.
004004
004005*-----------------------------------------------------------------
004006* 1060-LOOKUP-PARTITION - FIND THE SELECTED PARTITION'S CARD ON
004007* PARTCTL AND TAKE ITS ACCOUNT RANGE AND STEP NAME.
004008*-----------------------------------------------------------------
004009 1060-LOOKUP-PARTITION.
004010     MOVE 'N' TO WS-PARTITION-SWITCH.
004011     IF PS-PARTITION-NUMBER IS NOT NUMERIC
004012         DISPLAY 'BANK-ACCOUNTING: PARTSEL CARD '''
004013             PS-PARTITION-NUMBER ''' IS NOT A PARTITION NUMBER'
004014             ' - RUN REFUSED'
004015         GO TO 1060-EXIT
004016     END-IF.
004017     MOVE PS-PARTITION-NUMBER TO WS-PARTITION-NUMBER.
004018     MOVE WS-PARTITION-NUMBER TO WS-PSN-NUMBER.
004019     MOVE WS-PARTITION-STEP-NAME TO WS-STEP-NAME.
004020
004021     OPEN INPUT PARTITION-CONTROL-FILE.
004022     IF WS-PARTCTL-STATUS NOT = '00'
004023         DISPLAY 'BANK-ACCOUNTING: NO PARTCTL FILE - STATUS '
004024             WS-PARTCTL-STATUS ' - RUN REFUSED'
004025         GO TO 1060-EXIT
004026     END-IF.
004027     MOVE 'N' TO WS-PARTCTL-SWITCH.
004028     PERFORM 1070-READ-PARTITION-CARD THRU 1070-EXIT
004029         UNTIL PARTITION-CONTROL-EOF
004030         OR PARTITION-ACCEPTED.
004031     CLOSE PARTITION-CONTROL-FILE.
004032
004033     IF NOT PARTITION-ACCEPTED
004034         DISPLAY 'BANK-ACCOUNTING: PARTITION '
004035             WS-PARTITION-NUMBER ' IS NOT ON PARTCTL'
004036             ' - RUN REFUSED'
004037     END-IF.
004038 1060-EXIT.
004039     EXIT.
004040
004041*-----------------------------------------------------------------
004042* 1070-READ-PARTITION-CARD - READ THE NEXT PARTCTL CARD AND TAKE
004043* ITS RANGE WHEN IT IS THE SELECTED PARTITION'S.
004044*-----------------------------------------------------------------
004045 1070-READ-PARTITION-CARD.
004046     READ PARTITION-CONTROL-FILE
004047         AT END
004048             SET PARTITION-CONTROL-EOF TO TRUE
004049     END-READ.
004050     IF PARTITION-CONTROL-EOF
004051         GO TO 1070-EXIT
004052     END-IF.
004053     IF PD-PARTITION-NUMBER IS NUMERIC
004054             AND PD-PARTITION-NUMBER = WS-PARTITION-NUMBER
004055         MOVE PD-LOW-ACCOUNT TO WS-PARTITION-LOW
004056         MOVE PD-HIGH-ACCOUNT TO WS-PARTITION-HIGH
004057         SET PARTITION-ACCEPTED TO TRUE
004058     END-IF.
004059 1070-EXIT.
004060     EXIT.
004061
004062*-----------------------------------------------------------------
004063* 1100-READ-CHECKPOINT - LOAD THE LAST ACCOUNT NUMBER SUCCESSFULLY
004064* PROCESSED BY A PRIOR RUN, IF A CHECKPOINT FILE EXISTS, WITH THE
004065* PARTITION IT BELONGS TO AND THE RUNNING TOTALS AT THAT POINT.
004066* A CHECKPOINT WRITTEN BEFORE THE TOTALS WERE CARRIED READS AS
004067* PARTITION 00 WITH ZERO TOTALS.  NO FILE ON DISK MEANS THIS IS A
004068* FRESH RUN, SO NOTHING IS SKIPPED.
004069*-----------------------------------------------------------------
004070 1100-READ-CHECKPOINT.
004071     MOVE SPACES TO WS-LAST-CHECKPOINT-ACCOUNT.
004072     MOVE ZERO TO WS-CHECKPOINT-PARTITION.
004073     OPEN INPUT CHECKPOINT-FILE.
004074     IF WS-CHKPOINT-STATUS = '00'
004075         READ CHECKPOINT-FILE
004076             NOT AT END
004077                 MOVE CK-LAST-ACCOUNT TO
004078                     WS-LAST-CHECKPOINT-ACCOUNT
004079                 PERFORM 1110-RESTORE-CHECKPOINT-TOTALS
004080                     THRU 1110-EXIT
004081         END-READ
004082         CLOSE CHECKPOINT-FILE
004083     END-IF.
004090 1100-EXIT.
004100     EXIT.
004101
004102*-----------------------------------------------------------------
004103* 1110-RESTORE-CHECKPOINT-TOTALS - TAKE THE PARTITION AND THE
004104* RUNNING TOTALS FROM THE CHECKPOINT JUST READ.
004105*-----------------------------------------------------------------
004106 1110-RESTORE-CHECKPOINT-TOTALS.
004107     IF CK-PARTITION-NUMBER IS NUMERIC
004108         MOVE CK-PARTITION-NUMBER TO WS-CHECKPOINT-PARTITION
004109     END-IF.
004110     IF CK-ACCOUNTS-PROCESSED IS NUMERIC
004111         MOVE CK-ACCOUNTS-PROCESSED TO WS-ACCOUNTS-PROCESSED
004112     END-IF.
004113     IF CK-RETURNED-ITEMS IS NUMERIC
004114             AND CK-RETURNED-AMOUNT IS NUMERIC
004115         MOVE CK-RETURNED-ITEMS TO WS-RETURNED-ITEM-COUNT
004116         MOVE CK-RETURNED-AMOUNT TO WS-RETURNED-ITEM-TOTAL
004117     END-IF.
004118     IF CK-TRANSFER-CREDITS IS NUMERIC
004119             AND CK-TRANSFER-AMOUNT IS NUMERIC
004120         MOVE CK-TRANSFER-CREDITS TO WS-TRANSFER-CREDIT-COUNT
004121         MOVE CK-TRANSFER-AMOUNT TO WS-TRANSFER-CREDIT-TOTAL
004122     END-IF.
004123 1110-EXIT.
004124     EXIT.
004125
004126*-----------------------------------------------------------------
004127* 1150-SEED-WORK-SEQUENCE - ON A CHECKPOINT RESTART, COUNT WHAT
004128* THE INTERRUPTED RUN ALREADY STAGED ON EACH WORK FILE AND SEED
004129* THE SHARED SEQUENCE COUNTER PAST IT.  THE COUNTER WAS STEPPED
004130* ONCE PER STAGED LINE ACROSS THE OVERDRAFT, VARIANCE AND STOP
004131* FILES, SO THEIR COMBINED COUNT REPRODUCES IT EXACTLY AND THE
004132* RESTART'S SORT KEYS FOLLOW THE EARLIER ONES INSTEAD OF
004133* COLLIDING WITH THEM.  THE SAME COUNTS RESEED THE CONTROL
004134* TOTALS, SO PARTTOT ALWAYS AGREES WITH WHAT IS ON DISK.
004135*-----------------------------------------------------------------
004136 1150-SEED-WORK-SEQUENCE.
004137     MOVE ZERO TO WS-WORK-SEQUENCE.
004138     MOVE ZERO TO WS-OD-LINES-STAGED.
004139     MOVE ZERO TO WS-VR-LINES-STAGED.
004140     MOVE ZERO TO WS-STOP-LINES-STAGED.
004141     MOVE ZERO TO WS-AUDIT-LINES-STAGED.
004142
004143     MOVE 'N' TO WS-WORKFILE-SWITCH.
004144     OPEN INPUT OVERDRAFT-WORK-FILE.
004145     IF WS-OVRDWRK-STATUS = '00'
004146         PERFORM 1160-COUNT-ONE-OD-LINE THRU 1160-EXIT
004147             UNTIL WORK-FILE-EOF
004148         CLOSE OVERDRAFT-WORK-FILE
004149     END-IF.
004150
004151     MOVE 'N' TO WS-WORKFILE-SWITCH.
004152     OPEN INPUT VARIANCE-WORK-FILE.
004153     IF WS-VARRWRK-STATUS = '00'
004154         PERFORM 1170-COUNT-ONE-VR-LINE THRU 1170-EXIT
004155             UNTIL WORK-FILE-EOF
004156         CLOSE VARIANCE-WORK-FILE
004157     END-IF.
004158
004159     MOVE 'N' TO WS-WORKFILE-SWITCH.
004160     OPEN INPUT STOP-WORK-FILE.
004161     IF WS-STOPWRK-STATUS = '00'
004162         PERFORM 1180-COUNT-ONE-STOP-LINE THRU 1180-EXIT
004163             UNTIL WORK-FILE-EOF
004164         CLOSE STOP-WORK-FILE
004165     END-IF.
004166
004167     MOVE 'N' TO WS-WORKFILE-SWITCH.
004168     OPEN INPUT AUDIT-TRAIL-FILE.
004169     IF WS-AUDITTRL-STATUS = '00'
004170         PERFORM 1190-COUNT-ONE-AUDIT-LINE THRU 1190-EXIT
004171             UNTIL WORK-FILE-EOF
004172         CLOSE AUDIT-TRAIL-FILE
004173     END-IF.
004174
004175     PERFORM 1400-READ-SUSPENSE-BALANCE THRU 1400-EXIT.
004176
004177     COMPUTE WS-WORK-SEQUENCE = WS-OD-LINES-STAGED
004178         + WS-VR-LINES-STAGED + WS-STOP-LINES-STAGED.
004179     MOVE WS-STOP-LINES-STAGED TO WS-STOPPED-DEBIT-COUNT.
004180 1150-EXIT.
004181     EXIT.
004182
004183*-----------------------------------------------------------------
004184* 1160-COUNT-ONE-OD-LINE - COUNT ONE STAGED OVERDRAFT LINE.
004185*-----------------------------------------------------------------
004186 1160-COUNT-ONE-OD-LINE.
004187     READ OVERDRAFT-WORK-FILE
004188         AT END
004189             SET WORK-FILE-EOF TO TRUE
004190         NOT AT END
004191             ADD 1 TO WS-OD-LINES-STAGED
004192     END-READ.
004193 1160-EXIT.
004194     EXIT.
004195
004196*-----------------------------------------------------------------
004197* 1170-COUNT-ONE-VR-LINE - COUNT ONE STAGED VARIANCE LINE.
004198*-----------------------------------------------------------------
004199 1170-COUNT-ONE-VR-LINE.
004200     READ VARIANCE-WORK-FILE
004201         AT END
004202             SET WORK-FILE-EOF TO TRUE
004203         NOT AT END
004204             ADD 1 TO WS-VR-LINES-STAGED
004205     END-READ.
004206 1170-EXIT.
004207     EXIT.
004208
004209*-----------------------------------------------------------------
004210* 1180-COUNT-ONE-STOP-LINE - COUNT ONE STAGED STOP-ACTIVITY LINE.
004211*-----------------------------------------------------------------
004212 1180-COUNT-ONE-STOP-LINE.
004213     READ STOP-WORK-FILE
004214         AT END
004215             SET WORK-FILE-EOF TO TRUE
004216         NOT AT END
004217             ADD 1 TO WS-STOP-LINES-STAGED
004218     END-READ.
004219 1180-EXIT.
004220     EXIT.
004221
004222*-----------------------------------------------------------------
004223* 1190-COUNT-ONE-AUDIT-LINE - COUNT ONE STAGED AUDIT LINE.
004224*-----------------------------------------------------------------
004225 1190-COUNT-ONE-AUDIT-LINE.
004226     READ AUDIT-TRAIL-FILE
004227         AT END
004228             SET WORK-FILE-EOF TO TRUE
004229         NOT AT END
004230             ADD 1 TO WS-AUDIT-LINES-STAGED
004231     END-READ.
004232 1190-EXIT.
004233     EXIT.
004234
004235*-----------------------------------------------------------------
004236* 1195-SEED-TRANSFER-TOTALS - ON A CHECKPOINT RESTART, RESEED THE
004237* TRANSFER-CREDIT TOTALS FROM XFERWRK, AS 1150 DOES THE OTHERS.
004238*-----------------------------------------------------------------
004239 1195-SEED-TRANSFER-TOTALS.
004240     MOVE ZERO TO WS-TRANSFER-CREDIT-COUNT.
004241     MOVE ZERO TO WS-TRANSFER-CREDIT-TOTAL.
004242     MOVE 'N' TO WS-WORKFILE-SWITCH.
004243     OPEN INPUT TRANSFER-WORK-FILE.
004244     IF WS-XFERWRK-STATUS = '00'
004245         PERFORM 1196-COUNT-ONE-TRANSFER THRU 1196-EXIT
004246             UNTIL WORK-FILE-EOF
004247         CLOSE TRANSFER-WORK-FILE
004248     END-IF.
004249 1195-EXIT.
004250     EXIT.
004251
004252*-----------------------------------------------------------------
004253* 1196-COUNT-ONE-TRANSFER - COUNT ONE STAGED TRANSFER CREDIT.
004254*-----------------------------------------------------------------
004255 1196-COUNT-ONE-TRANSFER.
004256     READ TRANSFER-WORK-FILE
004257         AT END
004258             SET WORK-FILE-EOF TO TRUE
004259         NOT AT END
004260             ADD 1 TO WS-TRANSFER-CREDIT-COUNT
004261             ADD XW-AMOUNT TO WS-TRANSFER-CREDIT-TOTAL
004262     END-READ.
004263 1196-EXIT.
004264     EXIT.
004265
004266*-----------------------------------------------------------------
004267* 1200-READ-INTEREST-RATE - LOAD THE OVERDRAFT FEE, THE RETURNED-
004268* ITEM FEE AND HORIZON, AND THE FALLBACK ANNUAL RATE FROM THE
004269* ONE-RECORD INTEREST-RATE-FILE.
004270* THE RATE PAID NORMALLY COMES FROM THE RATETABL BANDS; THE
004271* FALLBACK ONLY APPLIES WHEN NO BAND MATCHES THE ACCOUNT.  NO
004272* FILE ON DISK MEANS RUN WITH THE STANDING DEFAULTS ABOVE.
004273*-----------------------------------------------------------------
004274 1200-READ-INTEREST-RATE.
004275     OPEN INPUT INTEREST-RATE-FILE.
004276     IF WS-INTRATE-STATUS = '00'
004277         READ INTEREST-RATE-FILE
004278             NOT AT END
004279                 MOVE IR-ANNUAL-RATE TO WS-ANNUAL-INTEREST-RATE
004280                 IF IR-OVERDRAFT-FEE IS NUMERIC
004281                         AND IR-OVERDRAFT-FEE > ZERO
004282                     MOVE IR-OVERDRAFT-FEE
004283                         TO WS-OVERDRAFT-FEE-AMOUNT
004284                 END-IF
004285                 IF IR-RETURN-ITEM-FEE IS NUMERIC
004286                         AND IR-RETURN-ITEM-FEE > ZERO
004287                     MOVE IR-RETURN-ITEM-FEE
004288                         TO WS-RETURN-ITEM-FEE
004289                 END-IF
004290                 IF IR-RETURN-DAYS IS NUMERIC
004291                         AND IR-RETURN-DAYS > ZERO
004292                     MOVE IR-RETURN-DAYS TO WS-RETURN-DAYS
004293                 END-IF
004294         END-READ
004295         CLOSE INTEREST-RATE-FILE
004300     END-IF.
004310 1200-EXIT.
004320     EXIT.
004810     EXIT.
004820
004830*-----------------------------------------------------------------
004840* 1400-READ-SUSPENSE-BALANCE - ON A CHECKPOINT RESTART, COUNT
004850* AND SUM THE SUSPENSE ITEMS THE INTERRUPTED RUN ALREADY STAGED.
004860* THE ITEMS CARRIED FORWARD FROM PRIOR NIGHTS ARE ON THE SUSPENSE
004870* LEDGER ITSELF, WHICH POSTING-MERGE SUMS FOR THE NET POSITION.
004880*-----------------------------------------------------------------
004890 1400-READ-SUSPENSE-BALANCE.
004893     MOVE ZERO TO WS-SUSPENSE-ITEMS-STAGED.
004896     MOVE ZERO TO WS-SUSPENSE-STAGED-AMOUNT.
004900     MOVE 'N' TO WS-SUSPENSE-SWITCH.
004910     OPEN INPUT SUSPENSE-FILE.
004920     IF WS-SUSPNS-STATUS = '00'
005050         AT END
005060             SET SUSPENSE-ITEMS-EOF TO TRUE
005070         NOT AT END
005075             ADD 1 TO WS-SUSPENSE-ITEMS-STAGED
005080             ADD SI-AMOUNT TO WS-SUSPENSE-STAGED-AMOUNT
005090     END-READ.
005100 1410-EXIT.
005110     EXIT.
005279     END-IF.
005280
005290     PERFORM 3000-POST-TRANSACTIONS THRU 3000-EXIT.
005295     IF NOT CM-STATUS-CLOSED
005300         PERFORM 4000-CALCULATE-INTEREST THRU 4000-EXIT
005310         PERFORM 4500-PROCESS-OVERDRAFT THRU 4500-EXIT
005315     END-IF.
005320
005330     DISPLAY 'Bank Account Statement'.
005340     DISPLAY '----------------------'.
005460     DISPLAY 'Reconciliation Result: ' RECONCILIATION-RESULT.
005470
005480     PERFORM 6000-WRITE-AUDIT-TRAIL THRU 6000-EXIT.
005485     ADD 1 TO WS-ACCOUNTS-PROCESSED.
005490
005500     PERFORM 7000-WRITE-CHECKPOINT THRU 7000-EXIT.
005510
005620     MOVE 'N' TO WS-TL-SWITCH.
005630     MOVE 'N' TO WS-INTEREST-SWITCH.
005640     MOVE 'N' TO WS-OD-FEE-SWITCH.
005645     MOVE ZERO TO WS-INTEREST-PAID-AMOUNT.
005650     MOVE ZERO TO WS-HELD-DEBIT-COUNT.
005660     MOVE ACCOUNT-NUMBER TO TL-ACCOUNT-NUMBER.
005670     MOVE ZERO TO TL-SEQUENCE-NUMBER.
006079*    REMOVING IT WOULD ALSO DRIFT THE TRIAL-BALANCE PROOF.
006080*
006081*    A DEBIT THAT WOULD TAKE THE BALANCE THROUGH THE OVERDRAFT
006082*    FLOOR IS HELD AND REPORTED, NOT POSTED, UNTIL IT HAS BEEN
006083*    HELD PAST THE RETURN HORIZON AND IS RETURNED INSTEAD.  THE
006093*    BANK CHARGES AND EVERY CREDIT/INTEREST ENTRY ALWAYS POST.
006101*    A TRANSFER DEBIT IS STAGED FOR ITS CREDIT LEG ONLY ONCE IT
006102*    POSTS, AND DOES NOT POST WHILE ITS CREDIT ACCOUNT IS CLOSED
006103*    OR ESCHEATED.  SUCH A DEBIT IS HELD ON ITS CAPTURE NIGHT,
006104*    SO THE GL HAS JOURNALED IT BEFORE THE RETURN REVERSES IT,
006105*    AND IS RETURNED ON ANY LATER RUN.  AN EARLY WITHDRAWAL
006106*    FROM A TERM DEPOSIT IS CHARGED ITS PENALTY WHEN IT POSTS.
006110     IF TL-DEBIT
006111         MOVE 'N' TO WS-PAYEE-SWITCH
006112         IF TL-TRANSFER-AWAITING-CREDIT
006113                 AND CONTRA-FILE-AVAILABLE
006114             MOVE TL-CONTRA-ACCOUNT TO CX-ACCOUNT-NUMBER
006115             READ CONTRA-MASTER-FILE
006116                 INVALID KEY
006117                     MOVE 'C' TO CX-ACCOUNT-STATUS
006118             END-READ
006119             IF CX-STATUS-CLOSED OR CX-STATUS-ESCHEATED
006120                 SET PAYEE-NOT-OPEN TO TRUE
006121             END-IF
006122         END-IF
006123         COMPUTE WS-PROJECTED-BALANCE =
006130             BALANCE - TL-TRANSACTION-AMOUNT
006131         IF TL-TRANSACTION-DATE NOT < WS-RUN-DATE
006132                 OR WS-PROJECTED-BALANCE < WS-NEGATIVE-LIMIT
006133                 OR PAYEE-NOT-OPEN
006134             PERFORM 3300-CHECK-STOP-PAYMENT THRU 3300-EXIT
006135             IF STOP-MATCHED
006136                 PERFORM 3400-STOP-ONE-DEBIT THRU 3400-EXIT
006138             END-IF
006139         END-IF
006140         IF WS-PROJECTED-BALANCE < WS-NEGATIVE-LIMIT
006141                 OR PAYEE-NOT-OPEN
006142             PERFORM 3500-AGE-HELD-DEBIT THRU 3500-EXIT
006143             IF (WS-DAYS-HELD > WS-RETURN-DAYS
006144                     OR (PAYEE-NOT-OPEN
006145                         AND TL-TRANSACTION-DATE < WS-RUN-DATE))
006146                     AND RETURN-FILE-AVAILABLE
006147                 MOVE WS-RETURN-ITEM-FEE TO WS-RETURN-FEE-DUE
006148                 IF PAYEE-NOT-OPEN
006149                     MOVE ZERO TO WS-RETURN-FEE-DUE
006150                 END-IF
006151                 PERFORM 3600-RETURN-HELD-DEBIT THRU 3600-EXIT
006152             ELSE
006153                 ADD 1 TO WS-HELD-DEBIT-COUNT
006160                 PERFORM 4600-REPORT-HELD-DEBIT THRU 4600-EXIT
006165             END-IF
006170         ELSE
006180             MOVE WS-PROJECTED-BALANCE TO BALANCE
006182             IF TL-TRANSFER-AWAITING-CREDIT
006184                 PERFORM 3700-STAGE-TRANSFER-CREDIT THRU 3700-EXIT
006185             END-IF
006186             IF CM-PRODUCT-TERM-DEPOSIT
006187                     AND TL-RATE-APPLIED IS NUMERIC
006188                     AND TL-RATE-APPLIED > ZERO
006189                     AND TERM-DEPOSIT-FILE-AVAILABLE
006190                 PERFORM 3800-CHARGE-EARLY-PENALTY THRU 3800-EXIT
006191             END-IF
006192         END-IF
006200     ELSE
006210         IF TL-BANK-CHARGE
006220             SUBTRACT TL-TRANSACTION-AMOUNT FROM BALANCE
006310
006320     IF TL-INTEREST
006330         AND TL-TRANSACTION-DATE (1:6) = WS-RUN-DATE (1:6)
006333         IF NO-CALENDAR-FLAG
006336                 OR TL-TRANSACTION-DATE = WS-RUN-DATE
006340             SET INTEREST-POSTED-THIS-MONTH TO TRUE
006345             ADD TL-TRANSACTION-AMOUNT TO WS-INTEREST-PAID-AMOUNT
006347         END-IF
006350     END-IF.
006360
006370     IF TL-OVERDRAFT-FEE
006412 3200-ADVANCE.
006420     PERFORM 3100-READ-NEXT-TRANSACTION THRU 3100-EXIT.
006430 3200-EXIT.
006431     EXIT.
006432
006433*-----------------------------------------------------------------
006434* 3300-CHECK-STOP-PAYMENT - TEST THE CURRENT LEDGER DEBIT AGAINST
006435* THE ACCOUNT'S STOP-PAYMENT INSTRUCTIONS.  A STOP MATCHES WHEN
006436* IT HAS NOT EXPIRED, NAMES NO COUNTERPARTY (THE LEDGER CARRIES
006437* NONE TO VERIFY AGAINST) AND ITS AMOUNT IS ZERO OR EQUALS THE
006438* DEBIT.  THE MATCHED STOP IS LEFT IN THE RECORD AREA FOR
006439* 3400-STOP-ONE-DEBIT.
006440*-----------------------------------------------------------------
006441 3300-CHECK-STOP-PAYMENT.
006442     MOVE 'N' TO WS-STOP-MATCH-SWITCH.
006443     IF NOT STOP-FILE-AVAILABLE
006444         GO TO 3300-EXIT
006445     END-IF.
006446
006447     MOVE 'N' TO WS-STOP-SCAN-SWITCH.
006448     MOVE ACCOUNT-NUMBER TO STP-ACCOUNT-NUMBER.
006449     MOVE ZERO TO STP-STOP-NUMBER.
006450     START STOP-PAYMENT-FILE
006451         KEY IS NOT LESS THAN STP-STOP-KEY
006452         INVALID KEY
006453             SET STOP-SCAN-COMPLETE TO TRUE
006454     END-START.
006455
006456     PERFORM 3310-TEST-ONE-STOP THRU 3310-EXIT
006457         UNTIL STOP-SCAN-COMPLETE OR STOP-MATCHED.
006458 3300-EXIT.
006459     EXIT.
006460
006461*-----------------------------------------------------------------
006462* 3310-TEST-ONE-STOP - READ THE NEXT STOP FOR THE ACCOUNT AND
006463* TEST IT AGAINST THE CURRENT DEBIT.
006464*-----------------------------------------------------------------
006465 3310-TEST-ONE-STOP.
006466     READ STOP-PAYMENT-FILE NEXT RECORD
006467         AT END
006468             SET STOP-SCAN-COMPLETE TO TRUE
006469     END-READ.
006470
006471     IF STOP-SCAN-COMPLETE
006472         GO TO 3310-EXIT
006473     END-IF.
006474
006475     IF STP-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
006476         SET STOP-SCAN-COMPLETE TO TRUE
006477         GO TO 3310-EXIT
006478     END-IF.
006479
006480     IF STP-EXPIRY-DATE IS NUMERIC
006481             AND STP-EXPIRY-DATE NOT < WS-RUN-DATE
006482             AND STP-COUNTERPARTY = SPACES
006483         IF STP-STOP-AMOUNT = ZERO
006484                 OR STP-STOP-AMOUNT = TL-TRANSACTION-AMOUNT
006485             SET STOP-MATCHED TO TRUE
006486         END-IF
006487     END-IF.
006488 3310-EXIT.
006489     EXIT.
006490
006491*-----------------------------------------------------------------
006492* 3400-STOP-ONE-DEBIT - HONOR THE MATCHED STOP: STAGE THE DEBIT
006493* FOR THE STOP-ACTIVITY REPORT, STEP THE STOP'S HIT COUNT, DELETE
006494* THE DEBIT FROM THE LIVE LEDGER SO IT CANNOT RETRY.  THE DELETE-
006495* THEN-READ-NEXT PATTERN IS THE SAME ONE LEDGER-ARCHIVE USES.
006496*-----------------------------------------------------------------
006497 3400-STOP-ONE-DEBIT.
006498     ADD 1 TO WS-STOPPED-DEBIT-COUNT.
006499
006500     MOVE 'STOPPED DR' TO SL-CAPTION.
006501     MOVE ACCOUNT-NUMBER TO SL-ACCOUNT-NUMBER.
006502     MOVE STP-STOP-NUMBER TO SL-STOP-NUMBER.
006503     MOVE TL-TRANSACTION-DATE TO SL-ITEM-DATE.
006504     MOVE TL-TRANSACTION-AMOUNT TO SL-ITEM-AMOUNT.
006505     MOVE 'LEDGER DEBIT  ' TO SL-SOURCE.
006506     MOVE SPACES TO SL-DETAIL.
006507     PERFORM 8640-STAGE-STOP-LINE THRU 8640-EXIT.
006508
006509     ADD 1 TO STP-HIT-COUNT.
006510     MOVE WS-RUN-DATE TO STP-LAST-HIT-DATE.
006511     REWRITE STOP-PAYMENT-RECORD
006512         INVALID KEY
006513             DISPLAY 'BANK-ACCOUNTING: UNABLE TO STEP STOP HIT '
006514                 'COUNT FOR ' STP-ACCOUNT-NUMBER
006515     END-REWRITE.
006516
006517     DELETE TRANSACTION-LEDGER-FILE
006518         INVALID KEY
006519             DISPLAY 'BANK-ACCOUNTING: UNABLE TO DELETE STOPPED '
006520                 'DEBIT FOR ' ACCOUNT-NUMBER
006521     END-DELETE.
006522 3400-EXIT.
006523     EXIT.
006524
006525*-----------------------------------------------------------------
006526* 3500-AGE-HELD-DEBIT - COUNT THE BUSINESS DAYS THE CURRENT HELD
006527* DEBIT HAS WAITED SINCE ITS TRANSACTION DATE, UP TO TONIGHT.
006528* WITH THE CALENDAR THAT IS THE DIFFERENCE OF THE TWO DATES'
006529* BUSINESS-DAY NUMBERS.  OTHERWISE MONDAY TO FRIDAY ARE COUNTED,
006530* AND THE COUNT STOPS ONCE IT PASSES THE RETURN HORIZON, SINCE
006531* THAT IS ALL THE CALLER NEEDS TO KNOW.
006532*-----------------------------------------------------------------
006533 3500-AGE-HELD-DEBIT.
006534     MOVE ZERO TO WS-DAYS-HELD.
006535     IF TL-TRANSACTION-DATE NOT NUMERIC
006536         GO TO 3500-EXIT
006537     END-IF.
006538
006539     IF CALENDAR-AVAILABLE
006540         MOVE TL-TRANSACTION-DATE TO CL-CALENDAR-DATE
006541         PERFORM 3520-READ-CALENDAR-DAY THRU 3520-EXIT
006542         IF CALENDAR-DAY-FOUND
006543             MOVE CL-BUSINESS-DAY-NUMBER TO WS-HELD-BUSINESS-DAY
006544             IF WS-RUN-BUSINESS-DAY > WS-HELD-BUSINESS-DAY
006545                 IF WS-RUN-BUSINESS-DAY - WS-HELD-BUSINESS-DAY
006546                         > 999
006547                     MOVE 999 TO WS-DAYS-HELD
006548                 ELSE
006549                     COMPUTE WS-DAYS-HELD = WS-RUN-BUSINESS-DAY
006550                         - WS-HELD-BUSINESS-DAY
006551                 END-IF
006552             END-IF
006553             GO TO 3500-EXIT
006554         END-IF
006555     END-IF.
006556
006557     MOVE TL-TRANSACTION-DATE TO WS-CONVERT-DATE.
006558     PERFORM 4900-DATE-TO-SERIAL THRU 4900-EXIT.
006559     MOVE WS-SERIAL-RESULT TO WS-HELD-SERIAL.
006560
006561     PERFORM 3510-COUNT-ONE-DAY THRU 3510-EXIT
006562         UNTIL WS-HELD-SERIAL NOT < WS-RUN-SERIAL
006563         OR WS-DAYS-HELD > WS-RETURN-DAYS.
006564 3500-EXIT.
006565     EXIT.
006566
006567*-----------------------------------------------------------------
006568* 3510-COUNT-ONE-DAY - STEP ONE CALENDAR DAY FORWARD, COUNTING IT
006569* WHEN IT FALLS MONDAY TO FRIDAY.
006570*-----------------------------------------------------------------
006571 3510-COUNT-ONE-DAY.
006572     ADD 1 TO WS-HELD-SERIAL.
006573     DIVIDE WS-HELD-SERIAL BY 7 GIVING WS-SERIAL-WORK
006574         REMAINDER WS-WEEKDAY-NUMBER.
006575     IF WS-WEEKDAY-NUMBER > 1
006576         ADD 1 TO WS-DAYS-HELD
006577     END-IF.
006578 3510-EXIT.
006579     EXIT.
006580
006581*-----------------------------------------------------------------
006582* 3520-READ-CALENDAR-DAY - READ THE CALENDAR RECORD FOR THE DATE
006583* IN CL-CALENDAR-DATE.
006584*-----------------------------------------------------------------
006585 3520-READ-CALENDAR-DAY.
006586     MOVE 'N' TO WS-CALDAY-SWITCH.
006587     READ CALENDAR-FILE
006588         INVALID KEY
006589             CONTINUE
006590         NOT INVALID KEY
006591             SET CALENDAR-DAY-FOUND TO TRUE
006592     END-READ.
006593 3520-EXIT.
006594     EXIT.
006595
006596*-----------------------------------------------------------------
006597* 3600-RETURN-HELD-DEBIT - RETURN THE CURRENT HELD DEBIT TO ITS
006598* ORIGINATOR.  THE DEBIT IS RECORDED ON THE RETURNED-ITEMS FILE
006599* FOR THE REGISTER, THE NOTICE RUN AND THE GL EXTRACT, AND LISTED
006600* ON THE OVERDRAFT REPORT.  ITS LEDGER ENTRY IS THEN REWRITTEN IN
006601* PLACE AS TONIGHT'S RETURNED-ITEM FEE ('R' OF WS-RETURN-FEE-DUE),
006602* SO THE DEBIT COMES OFF AND THE FEE GOES ON IN ONE STEP - A
006603* RESTART CAN NEITHER RETURN THE DEBIT NOR CHARGE THE FEE TWICE.
006604* WITH NO FEE DUE THE ENTRY IS SIMPLY DELETED, AS A STOPPED
006605* DEBIT IS, RATHER THAN LEFT ON THE LEDGER AT 0.00.
006606* A RETURNED-ITEM RECORD ALREADY ON FILE WAS WRITTEN BY A RUN
006607* INTERRUPTED BEFORE THE REWRITE AND STANDS AS IT IS.
006608*-----------------------------------------------------------------
006609 3600-RETURN-HELD-DEBIT.
006610     ADD 1 TO WS-RETURNED-ITEM-COUNT.
006611     ADD TL-TRANSACTION-AMOUNT TO WS-RETURNED-ITEM-TOTAL.
006612
006613     MOVE ACCOUNT-NUMBER TO RI-ACCOUNT-NUMBER.
006614     MOVE WS-RUN-DATE TO RI-RETURN-DATE.
006615     MOVE TL-SEQUENCE-NUMBER TO RI-SEQUENCE-NUMBER.
006616     MOVE TL-TRANSACTION-DATE TO RI-ORIGINAL-DATE.
006617     MOVE TL-TRANSACTION-AMOUNT TO RI-ITEM-AMOUNT.
006618     IF TL-SOURCE-BATCH IS NUMERIC
006619         MOVE TL-SOURCE-BATCH TO RI-SOURCE-BATCH
006620     ELSE
006621         MOVE ZERO TO RI-SOURCE-BATCH
006622     END-IF.
006623     MOVE WS-CURRENT-BRANCH TO RI-BRANCH-CODE.
006624     MOVE WS-DAYS-HELD TO RI-DAYS-HELD.
006625     MOVE WS-RETURN-FEE-DUE TO RI-FEE-AMOUNT.
006626     WRITE RETURNED-ITEM-RECORD
006627         INVALID KEY
006628             CONTINUE
006629     END-WRITE.
006630
006631     MOVE 'RETURNED ' TO OD-CAPTION.
006632     MOVE ACCOUNT-NUMBER TO OD-ACCOUNT-NUMBER.
006633     MOVE BALANCE TO OD-BALANCE.
006634     MOVE WS-OVERDRAFT-LIMIT TO OD-LIMIT.
006635     MOVE SPACES TO OD-DETAIL.
006636     MOVE TL-TRANSACTION-DATE TO OD-DETAIL (1:8).
006637     MOVE TL-TRANSACTION-AMOUNT TO WS-HELD-AMOUNT-DISPLAY.
006638     MOVE WS-HELD-AMOUNT-DISPLAY TO OD-DETAIL (10:10).
006639     MOVE WS-CURRENT-BRANCH TO OD-BRANCH-CODE.
006640     PERFORM 8620-STAGE-OVERDRAFT-LINE THRU 8620-EXIT.
006641
006642     IF WS-RETURN-FEE-DUE = ZERO
006643         DELETE TRANSACTION-LEDGER-FILE
006644             INVALID KEY
006645                 DISPLAY 'BANK-ACCOUNTING: UNABLE TO RETURN HELD '
006646                     'DEBIT FOR ' ACCOUNT-NUMBER
006647         END-DELETE
006648         GO TO 3600-EXIT
006649     END-IF.
006657
006658     MOVE WS-RUN-DATE TO TL-TRANSACTION-DATE.
006659     MOVE 'R' TO TL-TRANSACTION-TYPE.
006660     MOVE WS-RETURN-FEE-DUE TO TL-TRANSACTION-AMOUNT.
006661     MOVE ZERO TO TL-RATE-APPLIED.
006662     MOVE ZERO TO TL-SOURCE-BATCH.
006663     MOVE SPACE TO TL-CHANNEL-CODE.
006664     MOVE SPACES TO TL-TRANSFER-REF.
006665     MOVE SPACES TO TL-CONTRA-ACCOUNT.
006666     MOVE ZERO TO TL-CONTRA-SEQUENCE.
006667     SET TL-NOT-TRANSFER TO TRUE.
006668     REWRITE TRANSACTION-LEDGER-RECORD
006669         INVALID KEY
006670             DISPLAY 'BANK-ACCOUNTING: UNABLE TO RETURN HELD '
006671                 'DEBIT FOR ' ACCOUNT-NUMBER
006672     END-REWRITE.
006673     IF WS-TRANLEDG-STATUS = '00'
006674         SUBTRACT WS-RETURN-FEE-DUE FROM BALANCE
006675     END-IF.
006676 3600-EXIT.
006677     EXIT.
006678
006679*-----------------------------------------------------------------
006680* 3700-STAGE-TRANSFER-CREDIT - THE CURRENT ENTRY IS THE DEBIT LEG
006681* OF A TRANSFER BETWEEN TWO OF OUR OWN ACCOUNTS AND HAS JUST
006682* POSTED.  THE CREDIT ACCOUNT MAY BELONG TO ANOTHER PARTITION, SO
006683* THE DEBIT IS STAGED ON XFERWRK, AND POSTING-MERGE, RUNNING ALONE
006684* AFTER EVERY PARTITION, WRITES ITS 'C' LEG (ONCE, EVEN IF STAGED
006685* AGAIN BY A RESTART) AND MARKS IT CREDIT-ISSUED.
006686*-----------------------------------------------------------------
006687 3700-STAGE-TRANSFER-CREDIT.
006688     MOVE WS-PARTITION-NUMBER TO XW-PARTITION-NUMBER.
006689     MOVE TL-CONTRA-ACCOUNT TO XW-CREDIT-ACCOUNT.
006690     MOVE TL-ACCOUNT-NUMBER TO XW-DEBIT-ACCOUNT.
006691     MOVE TL-SEQUENCE-NUMBER TO XW-DEBIT-SEQUENCE.
006692     MOVE WS-RUN-DATE TO XW-STAGED-DATE.
006693     MOVE TL-TRANSACTION-AMOUNT TO XW-AMOUNT.
006694     MOVE TL-TRANSFER-REF TO XW-TRANSFER-REF.
006696     IF TL-SOURCE-BATCH IS NUMERIC
006697         MOVE TL-SOURCE-BATCH TO XW-SOURCE-BATCH
006698     ELSE
006699         MOVE ZERO TO XW-SOURCE-BATCH
006700     END-IF.
006701     MOVE TL-CHANNEL-CODE TO XW-CHANNEL-CODE.
006702     WRITE TRANSFER-WORK-RECORD.
006703     ADD 1 TO WS-TRANSFER-CREDIT-COUNT.
006704     ADD TL-TRANSACTION-AMOUNT TO WS-TRANSFER-CREDIT-TOTAL.
006705 3700-EXIT.
006706     EXIT.
006707
006708*-----------------------------------------------------------------
006709* 3800-CHARGE-EARLY-PENALTY - AN EARLY WITHDRAWAL CARRYING ITS
006710* TERM DEPOSIT'S CONTRACT RATE HAS JUST POSTED.  ITS PENALTY (THAT
006711* RATE FOR THE PENALTY DAYS) IS WRITTEN AS A 'P' NAMING IT, UNLESS
006712* A RESTART FINDS ONE ALREADY, AND THE RATE IS CLEARED.  THE WALK
006713* POSTS THE 'P' WHEN IT REACHES IT.
006714*-----------------------------------------------------------------
006715 3800-CHARGE-EARLY-PENALTY.
006716     MOVE ACCOUNT-NUMBER TO TD-ACCOUNT-NUMBER.
006717     READ TERM-DEPOSIT-FILE
006718         INVALID KEY
006719             GO TO 3800-EXIT
006720     END-READ.
006721     MOVE TL-SEQUENCE-NUMBER TO WS-PENALTY-DEBIT-SEQUENCE.
006722     COMPUTE WS-PENALTY-AMOUNT ROUNDED = TL-TRANSACTION-AMOUNT
006723         * TL-RATE-APPLIED * TD-PENALTY-DAYS / 365.
006724     MOVE ZERO TO WS-PENALTY-MAX-SEQUENCE.
006725     MOVE ZERO TO WS-PENALTY-FOUND-SEQUENCE.
006726     MOVE 'N' TO WS-PENALTY-SCAN-SWITCH.
006727     MOVE ZERO TO TL-SEQUENCE-NUMBER.
006728     START TRANSACTION-LEDGER-FILE
006729         KEY IS NOT LESS THAN TL-LEDGER-KEY
006730         INVALID KEY
006731             SET PENALTY-SCAN-COMPLETE TO TRUE
006732     END-START.
006733     PERFORM 3810-SCAN-PENALTY-ACCOUNT THRU 3810-EXIT
006734         UNTIL PENALTY-SCAN-COMPLETE.
006735     IF WS-PENALTY-FOUND-SEQUENCE = ZERO
006736             AND WS-PENALTY-AMOUNT > ZERO
006737         ADD 1 TO WS-PENALTY-MAX-SEQUENCE
006738         MOVE WS-PENALTY-MAX-SEQUENCE TO TL-SEQUENCE-NUMBER
006739         MOVE WS-RUN-DATE TO TL-TRANSACTION-DATE
006740         MOVE 'P' TO TL-TRANSACTION-TYPE
006741         MOVE WS-PENALTY-AMOUNT TO TL-TRANSACTION-AMOUNT
006742         MOVE ZERO TO TL-RATE-APPLIED
006743         MOVE ZERO TO TL-SOURCE-BATCH
006744         MOVE SPACE TO TL-CHANNEL-CODE
006745         MOVE SPACES TO TL-TRANSFER-REF
006746         MOVE ACCOUNT-NUMBER TO TL-CONTRA-ACCOUNT
006747         MOVE WS-PENALTY-DEBIT-SEQUENCE TO TL-CONTRA-SEQUENCE
006748         SET TL-NOT-TRANSFER TO TRUE
006749         WRITE TRANSACTION-LEDGER-RECORD
006750         IF WS-TRANLEDG-STATUS = '00'
006751             MOVE WS-PENALTY-MAX-SEQUENCE
006752                 TO WS-PENALTY-FOUND-SEQUENCE
006753             ADD 1 TO WS-PENALTY-COUNT
006754             ADD WS-PENALTY-AMOUNT TO WS-PENALTY-TOTAL
006755         END-IF
006756     END-IF.
006757     MOVE ACCOUNT-NUMBER TO TL-ACCOUNT-NUMBER.
006758     MOVE WS-PENALTY-DEBIT-SEQUENCE TO TL-SEQUENCE-NUMBER.
006759     READ TRANSACTION-LEDGER-FILE
006760         INVALID KEY
006761             MOVE 'Y' TO WS-TL-SWITCH
006762             GO TO 3800-EXIT
006763     END-READ.
006764     IF WS-PENALTY-FOUND-SEQUENCE > ZERO
006765             OR WS-PENALTY-AMOUNT = ZERO
006766         MOVE ZERO TO TL-RATE-APPLIED
006767         REWRITE TRANSACTION-LEDGER-RECORD
006768     END-IF.
006769 3800-EXIT.
006770     EXIT.
006771
006772*-----------------------------------------------------------------
006773* 3810-SCAN-PENALTY-ACCOUNT - READ THE ACCOUNT'S NEXT ENTRY, NOTE
006774* THE LAST SEQUENCE IN USE AND ANY 'P' ALREADY NAMING THE DEBIT.
006775*-----------------------------------------------------------------
006776 3810-SCAN-PENALTY-ACCOUNT.
006777     READ TRANSACTION-LEDGER-FILE NEXT RECORD
006778         AT END
006779             SET PENALTY-SCAN-COMPLETE TO TRUE
006780     END-READ.
006781     IF PENALTY-SCAN-COMPLETE
006782             OR TL-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
006783         SET PENALTY-SCAN-COMPLETE TO TRUE
006784         GO TO 3810-EXIT
006785     END-IF.
006786     MOVE TL-SEQUENCE-NUMBER TO WS-PENALTY-MAX-SEQUENCE.
006787     IF TL-EARLY-WDL-PENALTY
006788             AND TL-CONTRA-ACCOUNT = ACCOUNT-NUMBER
006789             AND TL-CONTRA-SEQUENCE = WS-PENALTY-DEBIT-SEQUENCE
006790         MOVE TL-SEQUENCE-NUMBER TO WS-PENALTY-FOUND-SEQUENCE
006791     END-IF.
006792 3810-EXIT.
006793     EXIT.
006794
006802
006803*-----------------------------------------------------------------
006804* 4000-CALCULATE-INTEREST - ACCRUE TONIGHT'S INTEREST ON THE
006805* ACCOUNT'S ACCRUAL RECORD, AND ON THE FIRST RUN OF A NEW MONTH
006806* PAY THE WHOLE CENTS ACCRUED SO FAR AS THE MONTH'S 'I' LEDGER
006807* ENTRY.  NIGHTS THE CYCLE DID NOT RUN (WEEKENDS, HOLIDAYS) ARE
006808* ACCRUED FIRST AT THE LAST CLOSING BALANCE ON FILE, SINCE NO
006809* POSTING CAN HAVE MOVED IT, SO A WEEKEND STRADDLING MONTH-END
006810* IS PAID WITH THE MONTH IT STARTED IN.  TONIGHT'S DAY IS THEN
006811* ACCRUED ON THE CLOSING BALANCE JUST POSTED.  AN ACCOUNT
006812* ALREADY ACCRUED FOR THE BUSINESS DATE (A RESTART) IS SKIPPED.
006813* ON THE LAST BUSINESS DAY OF THE MONTH (CALENDAR FLAG ON THE
006814* BATCH DATE) THE MONTH IS INSTEAD PAID TONIGHT, THROUGH ITS LAST
006815* CALENDAR DAY; THE FIRST RUN OF THE NEXT MONTH THEN ACCRUES ONLY
006816* FROM THE DAY AFTER THAT AND PAYS ONLY A MONTH NOT YET PAID
006817* THROUGH (A MISSED MONTH-END, OR THE MONTH BEFORE THE CALENDAR
006818* CAME INTO USE).
006819*-----------------------------------------------------------------
006820 4000-CALCULATE-INTEREST.
006821     IF NOT ACCRUAL-FILE-AVAILABLE
006822         GO TO 4000-EXIT
006823     END-IF.
006824
006825     PERFORM 4010-READ-ACCRUAL THRU 4010-EXIT.
006826     IF ACCRUAL-ON-FILE
006827             AND IA-LAST-ACCRUAL-DATE NOT < WS-RUN-DATE
006828         GO TO 4000-EXIT
006829     END-IF.
006830
006831     IF IA-PAID-THROUGH-DATE NOT NUMERIC
006832         MOVE ZERO TO IA-PAID-THROUGH-DATE
006833     END-IF.
006834     MOVE IA-LAST-ACCRUAL-DATE TO WS-ACCRUED-THROUGH-DATE.
006835     IF IA-PAID-THROUGH-DATE > WS-ACCRUED-THROUGH-DATE
006836         MOVE IA-PAID-THROUGH-DATE TO WS-ACCRUED-THROUGH-DATE
006837     END-IF.
006838
006839     MOVE IA-ACCRUED-TO-DATE TO WS-ACCRUAL-CENTS-BEFORE.
006840     MOVE ZERO TO WS-MONTHLY-INTEREST-AMOUNT.
006841     IF ACCRUAL-ON-FILE
006842         PERFORM 4020-ACCRUE-MISSED-NIGHTS THRU 4020-EXIT
006843         IF WS-ACCRUED-THROUGH-DATE (1:6) < WS-RUN-DATE (1:6)
006844                 AND NOT CALENDAR-MONTH-END-DAY
006845                 AND IA-PAID-THROUGH-DATE (1:6) <
006846                     WS-ACCRUED-THROUGH-DATE (1:6)
006847             PERFORM 4030-PAY-MONTHLY-INTEREST THRU 4030-EXIT
006848         END-IF
006849     END-IF.
006850
006851     PERFORM 4040-ACCRUE-TONIGHT THRU 4040-EXIT.
006852     IF CALENDAR-MONTH-END-DAY
006853         PERFORM 4045-ACCRUE-TO-MONTH-END THRU 4045-EXIT
006854         PERFORM 4030-PAY-MONTHLY-INTEREST THRU 4030-EXIT
006855     END-IF.
006856     PERFORM 4080-STORE-ACCRUAL THRU 4080-EXIT.
006857 4000-EXIT.
006858     EXIT.
006859
006860*-----------------------------------------------------------------
006861* 4010-READ-ACCRUAL - FETCH THE ACCOUNT'S ACCRUAL RECORD.  AN
006862* ACCOUNT WITH NONE YET STARTS FROM A CLEARED RECORD.
006863*-----------------------------------------------------------------
006864 4010-READ-ACCRUAL.
006865     MOVE 'N' TO WS-ACCRUAL-SWITCH.
006866     MOVE ACCOUNT-NUMBER TO IA-ACCOUNT-NUMBER.
006867     READ INTEREST-ACCRUAL-FILE
006868         INVALID KEY
006869             CONTINUE
006870         NOT INVALID KEY
006871             SET ACCRUAL-ON-FILE TO TRUE
006872     END-READ.
006873
006874     IF NOT ACCRUAL-ON-FILE
006875         INITIALIZE INTEREST-ACCRUAL-RECORD
006876         MOVE ACCOUNT-NUMBER TO IA-ACCOUNT-NUMBER
006877     END-IF.
006878 4010-EXIT.
006879     EXIT.
006880
006881*-----------------------------------------------------------------
006882* 4020-ACCRUE-MISSED-NIGHTS - ACCRUE THE DAYS BETWEEN THE LAST
006883* NIGHT ACCRUED (THE LAST ACCRUAL, OR THE MONTH-END A CALENDAR
006884* PAYMENT WAS MADE THROUGH) AND TONIGHT AT THE CLOSING BALANCE
006885* AND RATE CARRIED ON
006886* THE RECORD.  AN OVERDRAWN OR EMPTY CLOSING BALANCE EARNS
006887* NOTHING.
006888*-----------------------------------------------------------------
006889 4020-ACCRUE-MISSED-NIGHTS.
006890     IF IA-LAST-ACCRUAL-DATE NOT NUMERIC
006891             OR IA-LAST-ACCRUAL-DATE = ZERO
006892             OR IA-LAST-CLOSING-BALANCE NOT > ZERO
006893         GO TO 4020-EXIT
006894     END-IF.
006895
006896     MOVE WS-ACCRUED-THROUGH-DATE TO WS-CONVERT-DATE.
006897     PERFORM 4900-DATE-TO-SERIAL THRU 4900-EXIT.
006898     MOVE WS-SERIAL-RESULT TO WS-LAST-ACCRUAL-SERIAL.
006899     COMPUTE WS-ACCRUAL-GAP-DAYS =
006900         WS-RUN-SERIAL - WS-LAST-ACCRUAL-SERIAL - 1.
006901
006902     IF WS-ACCRUAL-GAP-DAYS > ZERO
006903         COMPUTE WS-DAILY-ACCRUAL ROUNDED =
006904             IA-LAST-CLOSING-BALANCE * IA-LAST-RATE-APPLIED
006905                 * WS-ACCRUAL-GAP-DAYS / 365
006906         ADD WS-DAILY-ACCRUAL TO IA-ACCRUED-TO-DATE
006907     END-IF.
006908 4020-EXIT.
006909     EXIT.
006910
006911*-----------------------------------------------------------------
006912* 4030-PAY-MONTHLY-INTEREST - PAY THE WHOLE CENTS ACCRUED AS A
006913* NEW 'I' LEDGER ENTRY STAMPED WITH THE RATE LAST ACCRUED AT,
006914* APPLY IT TO BALANCE LIKE ANY OTHER CREDIT, AND TAKE IT OFF THE
006915* ACCRUAL; THE SUB-CENT RESIDUE CARRIES INTO THE NEW MONTH.  AN
006916* 'I' ALREADY ON THE LEDGER FOR THIS MONTH IS A PAYMENT AN
006917* INTERRUPTED RUN MADE BEFORE IT COULD UPDATE THE ACCRUAL, SO IT
006918* IS TAKEN OFF INSTEAD OF PAYING A SECOND TIME.
006919*-----------------------------------------------------------------
006920 4030-PAY-MONTHLY-INTEREST.
006921     IF INTEREST-POSTED-THIS-MONTH
006922         MOVE WS-INTEREST-PAID-AMOUNT
006923             TO WS-MONTHLY-INTEREST-AMOUNT
006924         IF WS-MONTHLY-INTEREST-AMOUNT > IA-ACCRUED-TO-DATE
006925             MOVE IA-ACCRUED-TO-DATE TO WS-MONTHLY-INTEREST-AMOUNT
006926         END-IF
006927     ELSE
006928         MOVE IA-ACCRUED-TO-DATE TO WS-MONTHLY-INTEREST-AMOUNT
006929         IF WS-MONTHLY-INTEREST-AMOUNT > ZERO
006930             PERFORM 4035-WRITE-INTEREST-ENTRY THRU 4035-EXIT
006931         END-IF
006932     END-IF.
006933
006934     IF WS-MONTHLY-INTEREST-AMOUNT > ZERO
006935         SUBTRACT WS-MONTHLY-INTEREST-AMOUNT
006936             FROM IA-ACCRUED-TO-DATE
006937         MOVE WS-RUN-DATE TO IA-LAST-PAID-DATE
006938         MOVE WS-MONTHLY-INTEREST-AMOUNT TO IA-LAST-PAID-AMOUNT
006939     END-IF.
006940 4030-EXIT.
006941     EXIT.
006942
006943*-----------------------------------------------------------------
006944* 4035-WRITE-INTEREST-ENTRY - WRITE THE MONTH'S 'I' ENTRY.  A
006945* FAILED WRITE PAYS NOTHING, SO THE ACCRUAL STAYS WHOLE AND IS
006946* PAID ON A LATER RUN.
006947*-----------------------------------------------------------------
006948 4035-WRITE-INTEREST-ENTRY.
006949     MOVE ACCOUNT-NUMBER TO TL-ACCOUNT-NUMBER.
006950     ADD 1 TO WS-MAX-TL-SEQUENCE-NUMBER.
006951     MOVE WS-MAX-TL-SEQUENCE-NUMBER TO TL-SEQUENCE-NUMBER.
006952     MOVE WS-RUN-DATE TO TL-TRANSACTION-DATE.
006953     MOVE 'I' TO TL-TRANSACTION-TYPE.
006954     MOVE WS-MONTHLY-INTEREST-AMOUNT TO TL-TRANSACTION-AMOUNT.
006955     MOVE IA-LAST-RATE-APPLIED TO TL-RATE-APPLIED.
006956     MOVE ZERO TO TL-SOURCE-BATCH.
006957     MOVE SPACE TO TL-CHANNEL-CODE.
006958     MOVE SPACES TO TL-TRANSFER-REF.
006959     MOVE SPACES TO TL-CONTRA-ACCOUNT.
006960     MOVE ZERO TO TL-CONTRA-SEQUENCE.
006961     SET TL-NOT-TRANSFER TO TRUE.
006962     WRITE TRANSACTION-LEDGER-RECORD
006963         INVALID KEY
006964             DISPLAY 'BANK-ACCOUNTING: UNABLE TO POST '
006965                 'INTEREST FOR ' ACCOUNT-NUMBER
006966     END-WRITE.
006967     IF WS-TRANLEDG-STATUS = '00'
006968         ADD WS-MONTHLY-INTEREST-AMOUNT TO BALANCE
006969         SET INTEREST-POSTED-THIS-MONTH TO TRUE
006970     ELSE
006971         MOVE ZERO TO WS-MONTHLY-INTEREST-AMOUNT
006972     END-IF.
006973 4035-EXIT.
006974     EXIT.
006975
006976*-----------------------------------------------------------------
006977* 4040-ACCRUE-TONIGHT - ACCRUE ONE DAY ON TONIGHT'S CLOSING
006978* BALANCE AT THE ACCOUNT'S PRODUCT/BALANCE-BAND RATE, AND CARRY
006979* THE BALANCE, RATE AND DATE FORWARD FOR THE NEXT RUN.
006980*-----------------------------------------------------------------
006981 4040-ACCRUE-TONIGHT.
006982*    AN OVERDRAWN (NEGATIVE) BALANCE EARNS NO CREDIT INTEREST -
006983*    WITHOUT THE BALANCE TEST THE UNSIGNED ACCRUAL FIELD WOULD
006984*    STRIP THE SIGN AND ACCRUE INTEREST ON THE OVERDRAFT.
006985     IF BALANCE > ZERO
006986         PERFORM 4050-SELECT-INTEREST-RATE THRU 4050-EXIT
006987         COMPUTE WS-DAILY-ACCRUAL ROUNDED =
006988             BALANCE * WS-APPLIED-ANNUAL-RATE / 365
006989         ADD WS-DAILY-ACCRUAL TO IA-ACCRUED-TO-DATE
006990         MOVE WS-APPLIED-ANNUAL-RATE TO IA-LAST-RATE-APPLIED
006991     END-IF.
006992
006993     MOVE BALANCE TO IA-LAST-CLOSING-BALANCE.
006994     MOVE WS-RUN-DATE TO IA-LAST-ACCRUAL-DATE.
006995 4040-EXIT.
006996     EXIT.
006997
006998*-----------------------------------------------------------------
006999* 4045-ACCRUE-TO-MONTH-END - ON THE LAST BUSINESS DAY OF THE
007000* MONTH, ACCRUE THE CALENDAR NIGHTS STILL TO COME BEFORE MONTH-
007001* END AT TONIGHT'S BALANCE AND RATE - NO CYCLE RUNS TO MOVE THE
007002* BALANCE BEFORE THEN - AND RECORD THE MONTH-END AS PAID THROUGH.
007003*-----------------------------------------------------------------
007004 4045-ACCRUE-TO-MONTH-END.
007005     MOVE WS-RUN-DATE TO WS-CONVERT-DATE.
007006     PERFORM 4910-SET-DAYS-IN-MONTH THRU 4910-EXIT.
007007     MOVE WS-RUN-DATE TO WS-MONTH-END-DATE.
007008     MOVE WS-DAYS-IN-MONTH TO WS-MONTH-END-DATE (7:2).
007009
007010     COMPUTE WS-ACCRUAL-GAP-DAYS =
007011         WS-DAYS-IN-MONTH - WS-CONVERT-DAY.
007012     IF WS-ACCRUAL-GAP-DAYS > ZERO AND BALANCE > ZERO
007013         COMPUTE WS-DAILY-ACCRUAL ROUNDED =
007014             BALANCE * WS-APPLIED-ANNUAL-RATE
007015                 * WS-ACCRUAL-GAP-DAYS / 365
007016         ADD WS-DAILY-ACCRUAL TO IA-ACCRUED-TO-DATE
007017     END-IF.
007018
007019     MOVE WS-MONTH-END-DATE TO IA-PAID-THROUGH-DATE.
007020 4045-EXIT.
007021     EXIT.
007022
007023*-----------------------------------------------------------------
007024* 4080-STORE-ACCRUAL - WORK OUT THE WHOLE-CENT MOVEMENT IN THE
007025* ACCRUAL TONIGHT (WHOLE CENTS NOW PLUS ANY PAID, LESS WHOLE
007026* CENTS BEFORE) FOR THE GL EXTRACT, THEN SAVE THE RECORD.
007027*-----------------------------------------------------------------
007028 4080-STORE-ACCRUAL.
007029     MOVE IA-ACCRUED-TO-DATE TO WS-ACCRUAL-CENTS-AFTER.
007030     COMPUTE IA-GL-ACCRUAL-AMOUNT =
007031         WS-ACCRUAL-CENTS-AFTER + WS-MONTHLY-INTEREST-AMOUNT
007032             - WS-ACCRUAL-CENTS-BEFORE.
007033
007034     IF ACCRUAL-ON-FILE
007035         REWRITE INTEREST-ACCRUAL-RECORD
007036             INVALID KEY
007037                 DISPLAY 'BANK-ACCOUNTING: UNABLE TO UPDATE '
007038                     'ACCRUAL FOR ' ACCOUNT-NUMBER
007039         END-REWRITE
007040     ELSE
007041         WRITE INTEREST-ACCRUAL-RECORD
007042             INVALID KEY
007043                 DISPLAY 'BANK-ACCOUNTING: UNABLE TO ADD '
007044                     'ACCRUAL FOR ' ACCOUNT-NUMBER
007045         END-WRITE
007046     END-IF.
007047 4080-EXIT.
007048     EXIT.
007049
007050*-----------------------------------------------------------------
007051* 4050-SELECT-INTEREST-RATE - PICK THE RATE FOR THE ACCOUNT'S
007052* PRODUCT AT ITS POSTED BALANCE: THE BAND WITH THE HIGHEST FLOOR
007053* THE BALANCE REACHES.  AN ACCOUNT WITH NO PRODUCT CODE READS AS
007054* CHECKING; A PRODUCT WITH NO MATCHING BAND FALLS BACK TO THE
007055* FLAT INTRATE RATE, SO A THIN TABLE CANNOT STOP INTEREST.
007056* A TERM DEPOSIT WITH AN ACTIVE CONTRACT ACCRUES AT THE RATE
007057* LOCKED ON ITS CONTRACT INSTEAD.
007058*-----------------------------------------------------------------
007059 4050-SELECT-INTEREST-RATE.
007060     MOVE WS-ANNUAL-INTEREST-RATE TO WS-APPLIED-ANNUAL-RATE.
007061     MOVE 'N' TO WS-BAND-SWITCH.
007062     MOVE ZERO TO WS-BEST-FLOOR.
007063     MOVE ZERO TO WS-RATE-BAND-SCAN.
007064
007065     IF CM-PRODUCT-TERM-DEPOSIT
007066             AND TERM-DEPOSIT-FILE-AVAILABLE
007067         MOVE CM-ACCOUNT-NUMBER TO TD-ACCOUNT-NUMBER
007068         READ TERM-DEPOSIT-FILE
007069             INVALID KEY
007070                 MOVE SPACE TO TD-CONTRACT-STATUS
007071         END-READ
007072         IF TD-STATUS-ACTIVE
007073             MOVE TD-CONTRACT-RATE TO WS-APPLIED-ANNUAL-RATE
007074             GO TO 4050-EXIT
007075         END-IF
007076     END-IF.
007077
007078     IF CM-PRODUCT-CODE = SPACES
007079         MOVE 'CK' TO WS-RATE-PRODUCT
007080     ELSE
007081         MOVE CM-PRODUCT-CODE TO WS-RATE-PRODUCT
007082     END-IF.
007083
007084     PERFORM 4060-TEST-ONE-RATE-BAND THRU 4060-EXIT
007085         UNTIL WS-RATE-BAND-SCAN NOT < WS-RATE-BAND-COUNT.
007086 4050-EXIT.
007087     EXIT.
007088
007089*-----------------------------------------------------------------
007090* 4060-TEST-ONE-RATE-BAND - TEST THE NEXT TABLE BAND AGAINST THE
007091* ACCOUNT'S PRODUCT AND BALANCE, KEEPING THE HIGHEST FLOOR
007092* REACHED SO FAR.
007093*-----------------------------------------------------------------
007094 4060-TEST-ONE-RATE-BAND.
007095     ADD 1 TO WS-RATE-BAND-SCAN.
007096     SET WS-RTB-IDX TO WS-RATE-BAND-SCAN.
007097
007098     IF WS-RTB-PRODUCT (WS-RTB-IDX) = WS-RATE-PRODUCT
007099             AND BALANCE NOT < WS-RTB-FLOOR (WS-RTB-IDX)
007100         IF NOT RATE-BAND-FOUND
007101                 OR WS-RTB-FLOOR (WS-RTB-IDX) NOT < WS-BEST-FLOOR
007102             SET RATE-BAND-FOUND TO TRUE
007103             MOVE WS-RTB-FLOOR (WS-RTB-IDX) TO WS-BEST-FLOOR
007104             MOVE WS-RTB-RATE (WS-RTB-IDX)
007105                 TO WS-APPLIED-ANNUAL-RATE
007106         END-IF
007107     END-IF.
007108 4060-EXIT.
007109     EXIT.
007110
007111*-----------------------------------------------------------------
007112* 4500-PROCESS-OVERDRAFT - REPORT AN OVERDRAWN ACCOUNT FOR THE
007113* BRANCH, CHARGE THE MONTHLY OVERDRAFT FEE (ONE 'F' LEDGER ENTRY
007114* PER CALENDAR MONTH, MIRRORING THE ONCE-A-MONTH INTEREST TEST)
007115* AND KEEP THE CM-ACCOUNT-STATUS FLAG ON THE CUSTOMER MASTER IN
007116* STEP WITH THE ACCOUNT'S POSITION: 'O' WHEN PAST ITS LIMIT OR
007117* HOLDING DEBITS, RESTORED TO 'A' ONCE BACK INSIDE IT.
007118*-----------------------------------------------------------------
007119 4500-PROCESS-OVERDRAFT.
007120     IF BALANCE < ZERO
007121         IF NOT OD-FEE-POSTED-THIS-MONTH
007122             PERFORM 4700-POST-OVERDRAFT-FEE THRU 4700-EXIT
007123         END-IF
007124         MOVE 'OVERDRAWN' TO OD-CAPTION
007125         MOVE ACCOUNT-NUMBER TO OD-ACCOUNT-NUMBER
007126         MOVE BALANCE TO OD-BALANCE
007127         MOVE WS-OVERDRAFT-LIMIT TO OD-LIMIT
007128         MOVE WS-CURRENT-BRANCH TO OD-BRANCH-CODE
007129         IF OD-FEE-POSTED-THIS-MONTH
007130             MOVE 'FEE POSTED' TO OD-DETAIL
007131         ELSE
007132             MOVE SPACES TO OD-DETAIL
007133         END-IF
007134         PERFORM 8620-STAGE-OVERDRAFT-LINE THRU 8620-EXIT
007135     END-IF.
007136
007137     IF BALANCE < WS-NEGATIVE-LIMIT
007138             OR WS-HELD-DEBIT-COUNT > ZERO
007139         IF NOT CM-STATUS-OVERLIMIT
007140             MOVE 'O' TO CM-ACCOUNT-STATUS
007141             REWRITE CUSTOMER-MASTER-RECORD
007150                 INVALID KEY
007160                     DISPLAY 'BANK-ACCOUNTING: UNABLE TO FLAG '
007170                         'ACCOUNT ' ACCOUNT-NUMBER
007330*-----------------------------------------------------------------
007340* 4600-REPORT-HELD-DEBIT - LIST ONE DEBIT HELD BY THE OVERDRAFT
007350* FLOOR ON THE OVERDRAWN-ACCOUNTS REPORT SO THE BRANCH CAN WORK
007360* IT.  THE ENTRY STAYS ON THE LEDGER, UNPOSTED, AND IS TRIED
007370* AGAIN EACH RUN.  IT POSTS IF FUNDS COVER IT WITHIN THE RETURN
007371* HORIZON (WS-RETURN-DAYS BUSINESS DAYS FROM ITS TRANSACTION
007372* DATE); ONCE HELD PAST THE HORIZON IT IS RETURNED TO ITS
007373* ORIGINATOR BY 3600-RETURN-HELD-DEBIT INSTEAD, OR STAYS HELD
007374* WHILE NO RETURNED-ITEMS FILE IS AVAILABLE.  A TRANSFER HELD
007375* BECAUSE ITS CREDIT ACCOUNT IS NO LONGER OPEN IS LISTED AS
007376* 'HELD XFER' AND IS RETURNED ON THE NEXT RUN.
007380*-----------------------------------------------------------------
007390 4600-REPORT-HELD-DEBIT.
007400     MOVE 'HELD DR  ' TO OD-CAPTION.
007402     IF PAYEE-NOT-OPEN
007404         MOVE 'HELD XFER' TO OD-CAPTION
007406     END-IF.
007410     MOVE ACCOUNT-NUMBER TO OD-ACCOUNT-NUMBER.
007420     MOVE BALANCE TO OD-BALANCE.
007430     MOVE WS-OVERDRAFT-LIMIT TO OD-LIMIT.
007460     MOVE TL-TRANSACTION-AMOUNT TO WS-HELD-AMOUNT-DISPLAY.
007470     MOVE WS-HELD-AMOUNT-DISPLAY TO OD-DETAIL (10:10).
007472     MOVE WS-CURRENT-BRANCH TO OD-BRANCH-CODE.
007480     PERFORM 8620-STAGE-OVERDRAFT-LINE THRU 8620-EXIT.
007490 4600-EXIT.
007500     EXIT.
007620     MOVE 'F' TO TL-TRANSACTION-TYPE.
007630     MOVE WS-OVERDRAFT-FEE-AMOUNT TO TL-TRANSACTION-AMOUNT.
007635     MOVE ZERO TO TL-RATE-APPLIED.
007637     MOVE ZERO TO TL-SOURCE-BATCH.
007638     MOVE SPACE TO TL-CHANNEL-CODE.
007639     MOVE SPACES TO TL-TRANSFER-REF.
007640     MOVE SPACES TO TL-CONTRA-ACCOUNT.
007641     MOVE ZERO TO TL-CONTRA-SEQUENCE.
007642     SET TL-NOT-TRANSFER TO TRUE.
007643     WRITE TRANSACTION-LEDGER-RECORD
007650         INVALID KEY
007660             DISPLAY 'BANK-ACCOUNTING: UNABLE TO POST OVERDRAFT '
007670                 'FEE FOR ' ACCOUNT-NUMBER
007720     END-IF.
007730 4700-EXIT.
007740     EXIT.
007741
007742*-----------------------------------------------------------------
007743* 4900-DATE-TO-SERIAL - CONVERT THE WORK DATE (YYYYMMDD) TO A
007744* MONOTONIC SERIAL DAY NUMBER SO TWO DATES SUBTRACT TO A COUNT OF
007745* DAYS.  JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE
007746* PRIOR YEAR SO THE LEAP DAY FALLS WHERE IT BELONGS.  THE SAME
007747* CONVERSION SUSPENSE-AGING USES.
007748*-----------------------------------------------------------------
007749 4900-DATE-TO-SERIAL.
007750     IF WS-CONVERT-MONTH > 2
007751         MOVE WS-CONVERT-YEAR TO WS-SERIAL-YEAR
007752         COMPUTE WS-SERIAL-MONTH = WS-CONVERT-MONTH + 1
007753     ELSE
007754         COMPUTE WS-SERIAL-YEAR = WS-CONVERT-YEAR - 1
007755         COMPUTE WS-SERIAL-MONTH = WS-CONVERT-MONTH + 13
007756     END-IF.
007757
007758     COMPUTE WS-SERIAL-RESULT = WS-SERIAL-YEAR * 365.
007759     DIVIDE WS-SERIAL-YEAR BY 4 GIVING WS-SERIAL-WORK.
007760     ADD WS-SERIAL-WORK TO WS-SERIAL-RESULT.
007761     DIVIDE WS-SERIAL-YEAR BY 100 GIVING WS-SERIAL-WORK.
007762     SUBTRACT WS-SERIAL-WORK FROM WS-SERIAL-RESULT.
007763     DIVIDE WS-SERIAL-YEAR BY 400 GIVING WS-SERIAL-WORK.
007764     ADD WS-SERIAL-WORK TO WS-SERIAL-RESULT.
007765
007766     COMPUTE WS-SERIAL-TERM = WS-SERIAL-MONTH * 153.
007767     DIVIDE WS-SERIAL-TERM BY 5 GIVING WS-SERIAL-WORK.
007768     ADD WS-SERIAL-WORK TO WS-SERIAL-RESULT.
007769
007770     ADD WS-CONVERT-DAY TO WS-SERIAL-RESULT.
007771 4900-EXIT.
007772     EXIT.
007773
007774*-----------------------------------------------------------------
007775* 4910-SET-DAYS-IN-MONTH - SET THE LENGTH OF WS-CONVERT-DATE'S
007776* MONTH, COUNTING 29 DAYS FOR FEBRUARY ONLY IN A LEAP YEAR.
007777*-----------------------------------------------------------------
007778 4910-SET-DAYS-IN-MONTH.
007779     MOVE WS-MONTH-DAYS-ENTRY (WS-CONVERT-MONTH)
007780         TO WS-DAYS-IN-MONTH.
007781
007782     IF WS-CONVERT-MONTH = 02
007783         DIVIDE WS-CONVERT-YEAR BY 4
007784             GIVING WS-LEAP-QUOTIENT
007785             REMAINDER WS-LEAP-REMAINDER
007786         IF WS-LEAP-REMAINDER = ZERO
007787             DIVIDE WS-CONVERT-YEAR BY 100
007788                 GIVING WS-LEAP-QUOTIENT
007789                 REMAINDER WS-LEAP-REMAINDER
007790             IF WS-LEAP-REMAINDER NOT = ZERO
007791                 MOVE 29 TO WS-DAYS-IN-MONTH
007792             ELSE
007793                 DIVIDE WS-CONVERT-YEAR BY 400
007794                     GIVING WS-LEAP-QUOTIENT
007795                     REMAINDER WS-LEAP-REMAINDER
007796                 IF WS-LEAP-REMAINDER = ZERO
007797                     MOVE 29 TO WS-DAYS-IN-MONTH
007798                 END-IF
007799             END-IF
007800         END-IF
007801     END-IF.
007802 4910-EXIT.
007803     EXIT.
007804
007805*-----------------------------------------------------------------
007806* 5000-GENERATE-REPORT - COMPARE OUR BALANCE TO THE BANK'S OWN
007807* STATEMENT LINE FOR THE ACCOUNT AND FLAG ANY DIFFERENCE.
007808*-----------------------------------------------------------------
007809 5000-GENERATE-REPORT.
007810     PERFORM 5100-CONVERT-TO-HOME-CURRENCY THRU 5100-EXIT.
007820     PERFORM 5200-READ-BANK-STATEMENT THRU 5200-EXIT.
007830
008390
008400*-----------------------------------------------------------------
008410* 5300-WRITE-VARIANCE - RECORD AN OUT-OF-BALANCE ACCOUNT ON THE
008420* VARIANCE/BREAK REPORT.  THE REPORT IS BUILT FRESH EACH NIGHT AND
008430* LISTS THE ACCOUNT, BALANCE, STATEMENT AMOUNT AND VARIANCE FOR
008440* EVERY BREAK, SO IT ALSO SERVES AS THE SAME-DAY EXCEPTION REPORT
008450* FOR FOLLOW-UP.
008500     MOVE BS-STATEMENT-AMOUNT    TO VR-STATEMENT-AMOUNT.
008510     MOVE RECONCILIATION-RESULT TO VR-VARIANCE.
008512     MOVE WS-CURRENT-BRANCH TO VR-BRANCH-CODE.
008520
008530     PERFORM 8630-STAGE-VARIANCE-LINE THRU 8630-EXIT.
008540 5300-EXIT.
008550     EXIT.
008560
008570*-----------------------------------------------------------------
008580* 5400-POST-SUSPENSE - STAGE THE OUT-OF-BALANCE DIFFERENCE FOR THE
008590* SUSPENSE LEDGER AS ONE ITEMIZED RECORD CARRYING THE ACCOUNT,
008600* RUN DATE AND AMOUNT, OPENED, WRITTEN AND CLOSED EACH TIME SO
008610* THE STAGED ITEMS ON DISK ARE NEVER MORE THAN ONE POSTING
008620* BEHIND, THE SAME PATTERN USED FOR THE CHECKPOINT FILE.
008625* POSTING-MERGE ADDS THEM TO THE LEDGER.  THE WEEKLY
008630* SUSPENSE-AGING RUN CLEARS ITEMS A LATER RECONCILIATION
008640* REVERSES AND AGES WHATEVER REMAINS.
008650*-----------------------------------------------------------------
008660 5400-POST-SUSPENSE.
008670     ADD 1 TO WS-SUSPENSE-ITEMS-STAGED.
008675     ADD RECONCILIATION-RESULT TO WS-SUSPENSE-STAGED-AMOUNT.
008680     MOVE ACCOUNT-NUMBER TO SI-ACCOUNT-NUMBER.
008690     MOVE WS-RUN-DATE TO SI-POST-DATE.
008700     MOVE RECONCILIATION-RESULT TO SI-AMOUNT.
008750     EXIT.
008760
008770*-----------------------------------------------------------------
008780* 6000-WRITE-AUDIT-TRAIL - STAGE ONE AUDIT RECORD FOR THIS
008790* ACCOUNT'S RUN, WHICH POSTING-MERGE APPENDS TO THE AUDIT TRAIL,
008800* SO AUDITORS CAN SEE A HISTORY OF EVERY RECONCILIATION RUN.
008810*-----------------------------------------------------------------
008820 6000-WRITE-AUDIT-TRAIL.
008830     MOVE WS-RUN-DATE           TO AT-RUN-DATE.
008870     MOVE RECONCILIATION-RESULT TO AT-RECONCILIATION-RESULT.
008880
008890     WRITE AUDIT-TRAIL-RECORD FROM WS-AUDIT-LINE.
008895     ADD 1 TO WS-AUDIT-LINES-STAGED.
008900 6000-EXIT.
008910     EXIT.
008920
008930*-----------------------------------------------------------------
008940* 7000-WRITE-CHECKPOINT - RECORD THE ACCOUNT NUMBER JUST
008950* COMPLETED AS THE RESTART POINT, WITH THE PARTITION AND THE
008956* RUNNING TOTALS THE STAGED FILES CANNOT RECOUNT.  THE CHECKPOINT
008962* FILE IS OPENED, WRITTEN AND CLOSED EACH TIME SO THE RESTART
008970* POINT ON DISK IS NEVER MORE THAN ONE ACCOUNT BEHIND.
008980*-----------------------------------------------------------------
008990 7000-WRITE-CHECKPOINT.
009000     MOVE ACCOUNT-NUMBER TO WS-LAST-CHECKPOINT-ACCOUNT.
009010     MOVE ACCOUNT-NUMBER TO CK-LAST-ACCOUNT.
009011     MOVE WS-PARTITION-NUMBER TO CK-PARTITION-NUMBER.
009012     MOVE WS-ACCOUNTS-PROCESSED TO CK-ACCOUNTS-PROCESSED.
009013     MOVE WS-RETURNED-ITEM-COUNT TO CK-RETURNED-ITEMS.
009014     MOVE WS-RETURNED-ITEM-TOTAL TO CK-RETURNED-AMOUNT.
009015     MOVE WS-TRANSFER-CREDIT-COUNT TO CK-TRANSFER-CREDITS.
009016     MOVE WS-TRANSFER-CREDIT-TOTAL TO CK-TRANSFER-AMOUNT.
009020     OPEN OUTPUT CHECKPOINT-FILE.
009030     WRITE CHECKPOINT-RECORD.
009040     CLOSE CHECKPOINT-FILE.
009220 7100-EXIT.
009230     EXIT.
009240
009327*-----------------------------------------------------------------
009328* 8620-STAGE-OVERDRAFT-LINE - STAGE THE CURRENT OVERDRAFT REPORT
009329* LINE ON THE BRANCH-KEYED WORK FILE FOR POSTING-MERGE.
009330*-----------------------------------------------------------------
009331 8620-STAGE-OVERDRAFT-LINE.
009332     ADD 1 TO WS-WORK-SEQUENCE.
009333     ADD 1 TO WS-OD-LINES-STAGED.
009334     MOVE WS-CURRENT-BRANCH TO OW-BRANCH-CODE.
009335     MOVE WS-PARTITION-NUMBER TO OW-PARTITION-NUMBER.
009336     MOVE WS-WORK-SEQUENCE TO OW-SEQUENCE.
009337     MOVE WS-OVERDRAFT-LINE TO OW-REPORT-LINE.
009338     WRITE OVERDRAFT-WORK-RECORD.
009339 8620-EXIT.
009340     EXIT.
009341
009342*-----------------------------------------------------------------
009343* 8630-STAGE-VARIANCE-LINE - STAGE THE CURRENT VARIANCE REPORT
009344* LINE ON THE BRANCH-KEYED WORK FILE FOR POSTING-MERGE.
009345*-----------------------------------------------------------------
009346 8630-STAGE-VARIANCE-LINE.
009347     ADD 1 TO WS-WORK-SEQUENCE.
009348     ADD 1 TO WS-VR-LINES-STAGED.
009349     MOVE WS-CURRENT-BRANCH TO VW-BRANCH-CODE.
009350     MOVE WS-PARTITION-NUMBER TO VW-PARTITION-NUMBER.
009351     MOVE WS-WORK-SEQUENCE TO VW-SEQUENCE.
009352     MOVE WS-VARIANCE-LINE TO VW-REPORT-LINE.
009353     WRITE VARIANCE-WORK-RECORD.
009354 8630-EXIT.
009355     EXIT.
009356
009362*-----------------------------------------------------------------
009368* 8640-STAGE-STOP-LINE - STAGE THE CURRENT STOP-ACTIVITY LINE ON
009374* THE BRANCH-KEYED WORK FILE FOR POSTING-MERGE.
009380*-----------------------------------------------------------------
009386 8640-STAGE-STOP-LINE.
009392     ADD 1 TO WS-WORK-SEQUENCE.
009398     ADD 1 TO WS-STOP-LINES-STAGED.
009404     MOVE WS-CURRENT-BRANCH TO SK-BRANCH-CODE.
009410     MOVE WS-PARTITION-NUMBER TO SK-PARTITION-NUMBER.
009416     MOVE WS-WORK-SEQUENCE TO SK-SEQUENCE.
009422     MOVE WS-STOP-LINE TO SK-REPORT-LINE.
009428     WRITE STOP-WORK-RECORD.
009434 8640-EXIT.
009440     EXIT.
009446
009464*-----------------------------------------------------------------
009465* 8000-READ-CUSTOMER-MASTER - READ THE NEXT CUSTOMER-MASTER
009466* RECORD, SETTING THE END-OF-FILE SWITCH WHEN EXHAUSTED OR WHEN
009467* THE READ PASSES THE TOP OF THE PARTITION'S RANGE.
009468*-----------------------------------------------------------------
009469 8000-READ-CUSTOMER-MASTER.
009470     READ CUSTOMER-MASTER-FILE
009471         AT END
009472             SET CUSTOMER-MASTER-EOF TO TRUE
009473     END-READ.
009474     IF NOT CUSTOMER-MASTER-EOF
009475             AND CM-ACCOUNT-NUMBER > WS-PARTITION-HIGH
009476         SET CUSTOMER-MASTER-EOF TO TRUE
009477     END-IF.
009478 8000-EXIT.
009479     EXIT.
009480
009481*-----------------------------------------------------------------
009482* 9000-TERMINATE - CLOSE FILES BEFORE STOP RUN.  REACHING THIS
009483* PARAGRAPH MEANS THE PARTITION WENT TO COMPLETION, SO ITS
009484* CONTROL TOTALS ARE WRITTEN FOR POSTING-MERGE AND ONLY THEN IS
009485* THE CHECKPOINT CLEARED - SEE 7100-CLEAR-CHECKPOINT.
009486*-----------------------------------------------------------------
009487 9000-TERMINATE.
009488*    THE PARTITION'S SUSPENSE POSTINGS GO TO THE LOG; POSTING-
009489*    MERGE REPORTS THE BANK-WIDE NET POSITION ONCE EVERY
009490*    PARTITION'S ITEMS ARE ON THE LEDGER.
009491     DISPLAY 'PARTITION ' WS-PARTITION-NUMBER
009492         ' ACCOUNTS POSTED: ' WS-ACCOUNTS-PROCESSED.
009493     DISPLAY 'SUSPENSE ITEMS STAGED: ' WS-SUSPENSE-ITEMS-STAGED
009494         ' NET ' WS-SUSPENSE-STAGED-AMOUNT.
009495     DISPLAY 'DEBITS STOPPED BY STOP ORDER: '
009496         WS-STOPPED-DEBIT-COUNT.
009497     DISPLAY 'HELD DEBITS RETURNED TO ORIGINATOR: '
009498         WS-RETURNED-ITEM-COUNT ' AMOUNT ' WS-RETURNED-ITEM-TOTAL.
009499     DISPLAY 'TRANSFER CREDITS STAGED: '
009500         WS-TRANSFER-CREDIT-COUNT ' AMOUNT '
009501         WS-TRANSFER-CREDIT-TOTAL.
009502     DISPLAY 'EARLY WITHDRAWAL PENALTIES CHARGED: '
009503         WS-PENALTY-COUNT ' AMOUNT ' WS-PENALTY-TOTAL.
009504
009505     CLOSE VARIANCE-WORK-FILE.
009506     CLOSE OVERDRAFT-WORK-FILE.
009507     CLOSE STOP-WORK-FILE.
009508     CLOSE AUDIT-TRAIL-FILE.
009509     CLOSE TRANSFER-WORK-FILE.
009510     PERFORM 9100-WRITE-PARTITION-TOTALS THRU 9100-EXIT.
009511
009512     PERFORM 7100-CLEAR-CHECKPOINT THRU 7100-EXIT.
009513     CLOSE CUSTOMER-MASTER-FILE.
009514     CLOSE BANK-STMT-FILE.
009515     CLOSE TRANSACTION-LEDGER-FILE.
009516     CLOSE STOP-PAYMENT-FILE.
009517     CLOSE INTEREST-ACCRUAL-FILE.
009518     CLOSE RETURNED-ITEM-FILE.
009519     IF CALENDAR-AVAILABLE
009520         CLOSE CALENDAR-FILE
009521     END-IF.
009522     IF TERM-DEPOSIT-FILE-AVAILABLE
009523         CLOSE TERM-DEPOSIT-FILE
009524     END-IF.
009525     IF CONTRA-FILE-AVAILABLE
009526         CLOSE CONTRA-MASTER-FILE
009527     END-IF.
009528     PERFORM 9800-RECORD-STEP-END THRU 9800-EXIT.
009529 9000-EXIT.
009531     EXIT.
009533
009535*-----------------------------------------------------------------
009537* 9100-WRITE-PARTITION-TOTALS - WRITE THE PARTITION'S ONE
009539* CONTROL-TOTALS RECORD.  POSTING-MERGE PROVES IT AGAINST THE
009541* MASTER AND THE STAGED FILES BEFORE ANY REPORT IS BUILT.
009543*-----------------------------------------------------------------
009545 9100-WRITE-PARTITION-TOTALS.
009547     MOVE SPACES TO PARTITION-TOTAL-RECORD.
009549     MOVE WS-PARTITION-NUMBER TO PT-PARTITION-NUMBER.
009551     MOVE WS-RUN-DATE TO PT-BUSINESS-DATE.
009553     MOVE WS-PARTITION-LOW TO PT-LOW-ACCOUNT.
009555     MOVE WS-PARTITION-HIGH TO PT-HIGH-ACCOUNT.
009557     MOVE WS-ACCOUNTS-PROCESSED TO PT-ACCOUNTS-PROCESSED.
009559     MOVE WS-OD-LINES-STAGED TO PT-OD-LINES.
009561     MOVE WS-VR-LINES-STAGED TO PT-VR-LINES.
009563     MOVE WS-STOP-LINES-STAGED TO PT-STOP-LINES.
009565     MOVE WS-AUDIT-LINES-STAGED TO PT-AUDIT-LINES.
009567     MOVE WS-SUSPENSE-ITEMS-STAGED TO PT-SUSPENSE-ITEMS.
009569     MOVE WS-SUSPENSE-STAGED-AMOUNT TO PT-SUSPENSE-AMOUNT.
009571     MOVE WS-RETURNED-ITEM-COUNT TO PT-RETURNED-ITEMS.
009573     MOVE WS-RETURNED-ITEM-TOTAL TO PT-RETURNED-AMOUNT.
009575     MOVE WS-TRANSFER-CREDIT-COUNT TO PT-TRANSFER-CREDITS.
009577     MOVE WS-TRANSFER-CREDIT-TOTAL TO PT-TRANSFER-AMOUNT.
009579     OPEN OUTPUT PARTITION-TOTAL-FILE.
009581     WRITE PARTITION-TOTAL-RECORD.
009583     CLOSE PARTITION-TOTAL-FILE.
009585 9100-EXIT.
009587     EXIT.
009610
009620*-----------------------------------------------------------------
009630* 9500-READ-BUSINESS-DATE - REPLACE THE SYSTEM-CLOCK RUN DATE WITH
009740                         AND BD-BUSINESS-DATE IS NUMERIC
009750                         AND BD-BUSINESS-DATE > ZERO
009760                     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
009763                     MOVE BD-LAST-BUSINESS-DAY
009766                         TO WS-MONTH-END-SWITCH
009770                 END-IF
009780         END-READ
009790         CLOSE BATCH-DATE-FILE
009890*-----------------------------------------------------------------
009900 9700-RECORD-STEP-START.
009910     MOVE 'S'         TO SP-FUNCTION.
009920     MOVE WS-STEP-NAME TO SP-STEP-NAME.
009930     MOVE WS-RUN-DATE TO SP-BUSINESS-DATE.
009940     MOVE ZERO        TO SP-RETURN-CODE.
009950     CALL 'STEPSTAT' USING STEP-STATUS-PARMS.
