000100* ---------------------------------------------------------------
000110* PROGRAM      POSTING-MERGE
000120* INSTALLATION RETAIL BANKING DIVISION
000130* AUTHOR       D. OKAFOR
000140* DATE-WRITTEN 2026-10-14
000150* ---------------------------------------------------------------
000160* MODIFICATION HISTORY
000170*   2026-10-14  DO   ORIGINAL PROGRAM - POSTING MERGE.  THE
000180*                    NIGHTLY POSTING RUN (BANK-ACCOUNTING) NOW
000190*                    RUNS AS SEVERAL ACCOUNT-RANGE PARTITIONS SIDE
000200*                    BY SIDE, ONE PER PARTCTL CARD, EACH STAGING
000210*                    ITS REPORT LINES, STOPPED DEBITS, AUDIT LINES
000220*                    AND SUSPENSE ITEMS ON ITS OWN WORK FILES AND
000230*                    ENDING WITH A CONTROL-TOTALS RECORD ON ITS
000240*                    OWN PARTTOT.  THIS RUN READS EVERY
000250*                    PARTITION'S FILES (CONCATENATED ON ONE DD
000260*                    EACH) AND FIRST PROVES THEM: EVERY PARTITION
000270*                    FINISHED TONIGHT OVER THE RANGE ON ITS CARD,
000280*                    THE RANGES COVER EVERY ACCOUNT ON THE MASTER
000290*                    ONCE, AND WHAT IS STAGED AGREES WITH EACH
000300*                    PARTITION'S TOTALS.  ONLY THEN ARE THE
000310*                    OVERDRAFT AND VARIANCE REPORTS BUILT (ONE
000320*                    SECTION PER BRANCH, RECAP AND 'ALL' LINES
000330*                    LAST), THE STOPPED DEBITS APPENDED BY BRANCH
000340*                    TO THE STOP-ACTIVITY REPORT, AND THE AUDIT
000350*                    LINES AND SUSPENSE ITEMS ADDED TO THEIR
000360*                    LEDGERS.  A FAILED PROOF ENDS RC=8 HAVING
000370*                    WRITTEN ONLY THE PROOF REPORT (MRGRPT), SO
000380*                    THE TRIAL BALANCE IS HELD AND, ONCE THE
000390*                    FAILING PARTITION HAS BEEN RERUN, THIS RUN
000400*                    CAN BE REPEATED CLEAN.  THE BRANCH RECAPS
000410*                    ARE BUILT AT EACH BRANCH BREAK OF THE SORTED
000420*                    LINES, SO THERE IS NO LIMIT ON BRANCHES.
000421*   2026-10-15  DO   A PARTITION NOW STAGES EACH TRANSFER ON
000422*                    ITS XFERWRK, SINCE THE CREDIT ACCOUNT MAY BE
000423*                    IN ANOTHER PARTITION'S RANGE.  THIS RUN
000424*                    PROVES THE STAGED TRANSFERS AND, ALONE ON
000425*                    THE LEDGER, WRITES EACH 'C' LEG AND MARKS ITS
000426*                    DEBIT CREDIT-ISSUED.  THE AUDIT TRAIL AND
000427*                    SUSPENSE OPENS ARE CHECKED, AND A RERUN SKIPS
000428*                    LINES AN ABENDED RUN ALREADY ADDED UNDER THE
000429*                    BUSINESS DATE.
000430* ---------------------------------------------------------------
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID.                  POSTING-MERGE.
000460 AUTHOR.                      D. OKAFOR.
000470 INSTALLATION.                RETAIL BANKING DIVISION.
000480 DATE-WRITTEN.                2026-10-14.
000490 DATE-COMPILED.
000500
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT PARTITION-CONTROL-FILE
000550         ASSIGN TO 'PARTCTL'
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-PARTCTL-STATUS.
000580
000590     SELECT PARTITION-TOTAL-FILE
000600         ASSIGN TO 'PARTTOT'
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-PARTTOT-STATUS.
000630
000640     SELECT CUSTOMER-MASTER-FILE
000650         ASSIGN TO 'CUSTMAST'
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS SEQUENTIAL
000680         RECORD KEY IS CM-ACCOUNT-NUMBER
000690         FILE STATUS IS WS-CUSTMAST-STATUS.
000700
000710     SELECT OVERDRAFT-WORK-FILE
000720         ASSIGN TO 'OVRDWRK'
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-OVRDWRK-STATUS.
000750
000760     SELECT VARIANCE-WORK-FILE
000770         ASSIGN TO 'VARRWRK'
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-VARRWRK-STATUS.
000800
000810     SELECT STOP-WORK-FILE
000820         ASSIGN TO 'STOPWRK'
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-STOPWRK-STATUS.
000850
000860     SELECT AUDIT-WORK-FILE
000870         ASSIGN TO 'AUDTWRK'
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-AUDTWRK-STATUS.
000900
000910     SELECT SUSPENSE-WORK-FILE
000920         ASSIGN TO 'SUSPWRK'
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-SUSPWRK-STATUS.
000950
000960     SELECT REPORT-SORT-FILE
000970         ASSIGN TO 'SRTWK01'.
000980
000990     SELECT RECAP-WORK-FILE
001000         ASSIGN TO 'RECAPWRK'
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS WS-RECAPWRK-STATUS.
001030
001040     SELECT OVERDRAFT-REPORT-FILE
001050         ASSIGN TO 'OVRDRFT'
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS WS-OVRDRFT-STATUS.
001080
001090     SELECT VARIANCE-REPORT-FILE
001100         ASSIGN TO 'VARRPT'
001110         ORGANIZATION IS LINE SEQUENTIAL
001120         FILE STATUS IS WS-VARRPT-STATUS.
001130
001140     SELECT STOP-REPORT-FILE
001150         ASSIGN TO 'STOPRPT'
001160         ORGANIZATION IS LINE SEQUENTIAL
001170         FILE STATUS IS WS-STOPRPT-STATUS.
001180
001190     SELECT AUDIT-TRAIL-FILE
001200         ASSIGN TO 'AUDITTRL'
001210         ORGANIZATION IS LINE SEQUENTIAL
001220         FILE STATUS IS WS-AUDITTRL-STATUS.
001230
001240     SELECT SUSPENSE-FILE
001250         ASSIGN TO 'SUSPENSE'
001260         ORGANIZATION IS LINE SEQUENTIAL
001270         FILE STATUS IS WS-SUSPNS-STATUS.
001280
001290     SELECT MERGE-REPORT-FILE
001300         ASSIGN TO 'MRGRPT'
001310         ORGANIZATION IS LINE SEQUENTIAL
001320         FILE STATUS IS WS-MRGRPT-STATUS.
001330
001340     SELECT BATCH-DATE-FILE
001350         ASSIGN TO 'BATCHDTE'
001360         ORGANIZATION IS LINE SEQUENTIAL
001370         FILE STATUS IS WS-BATCHDTE-STATUS.
001380
001381     SELECT TRANSFER-WORK-FILE
001382         ASSIGN TO 'XFERWRK'
001383         ORGANIZATION IS LINE SEQUENTIAL
001384         FILE STATUS IS WS-XFERWRK-STATUS.
001385
001386     SELECT TRANSACTION-LEDGER-FILE
001387         ASSIGN TO 'TRANLEDG'
001388         ORGANIZATION IS INDEXED
001389         ACCESS MODE IS DYNAMIC
001390         RECORD KEY IS TL-LEDGER-KEY
001391         FILE STATUS IS WS-TRANLEDG-STATUS.
001392
001393 DATA DIVISION.
001400 FILE SECTION.
001410 FD  PARTITION-CONTROL-FILE
001420     LABEL RECORDS ARE STANDARD.
001430     COPY PARTCTL.
001440
001450 FD  PARTITION-TOTAL-FILE
001460     LABEL RECORDS ARE STANDARD.
001470     COPY PARTTOT.
001480
001490 FD  CUSTOMER-MASTER-FILE
001500     LABEL RECORDS ARE STANDARD.
001510     COPY CUSTREC.
001520
001530*    THE STAGED LINES CARRY BRANCH, PARTITION AND A SEQUENCE
001540*    WITHIN THE PARTITION - THE SORT KEY FOR THE BRANCH SECTIONS.
001550 FD  OVERDRAFT-WORK-FILE
001560     LABEL RECORDS ARE STANDARD.
001570 01  OVERDRAFT-WORK-RECORD.
001580     05  OW-BRANCH-CODE            PIC X(03).
001590     05  OW-PARTITION-NUMBER       PIC 9(02).
001600     05  OW-SEQUENCE               PIC 9(07).
001610     05  OW-REPORT-LINE            PIC X(80).
001620
001630 FD  VARIANCE-WORK-FILE
001640     LABEL RECORDS ARE STANDARD.
001650 01  VARIANCE-WORK-RECORD.
001660     05  VW-BRANCH-CODE            PIC X(03).
001670     05  VW-PARTITION-NUMBER       PIC 9(02).
001680     05  VW-SEQUENCE               PIC 9(07).
001690     05  VW-REPORT-LINE            PIC X(80).
001700
001710 FD  STOP-WORK-FILE
001720     LABEL RECORDS ARE STANDARD.
001730 01  STOP-WORK-RECORD.
001740     05  SK-BRANCH-CODE            PIC X(03).
001750     05  SK-PARTITION-NUMBER       PIC 9(02).
001760     05  SK-SEQUENCE               PIC 9(07).
001770     05  SK-REPORT-LINE            PIC X(80).
001780
001790 FD  AUDIT-WORK-FILE
001800     LABEL RECORDS ARE STANDARD.
001810 01  AUDIT-WORK-RECORD.
001820     05  FILLER                    PIC X(16).
001830     05  AW-ACCOUNT-NUMBER         PIC X(10).
001840     05  FILLER                    PIC X(54).
001850
001860 FD  SUSPENSE-WORK-FILE
001870     LABEL RECORDS ARE STANDARD.
001880     COPY SUSPITEM.
001890
001900 SD  REPORT-SORT-FILE.
001910 01  REPORT-SORT-RECORD.
001920     05  RS-BRANCH-CODE            PIC X(03).
001930     05  RS-PARTITION-NUMBER       PIC 9(02).
001940     05  RS-SEQUENCE               PIC 9(07).
001950     05  RS-REPORT-LINE            PIC X(80).
001960
001970 FD  RECAP-WORK-FILE
001980     LABEL RECORDS ARE STANDARD.
001990 01  RECAP-WORK-RECORD             PIC X(80).
002000
002010 FD  OVERDRAFT-REPORT-FILE
002020     LABEL RECORDS ARE STANDARD.
002030 01  OVERDRAFT-REPORT-RECORD       PIC X(80).
002040
002050 FD  VARIANCE-REPORT-FILE
002060     LABEL RECORDS ARE STANDARD.
002070 01  VARIANCE-REPORT-RECORD        PIC X(80).
002080
002090 FD  STOP-REPORT-FILE
002100     LABEL RECORDS ARE STANDARD.
002110 01  STOP-REPORT-RECORD            PIC X(80).
002120
002130 FD  AUDIT-TRAIL-FILE
002140     LABEL RECORDS ARE STANDARD.
002150 01  AUDIT-TRAIL-RECORD            PIC X(80).
002160
002170 FD  SUSPENSE-FILE
002180     LABEL RECORDS ARE STANDARD.
002190 01  SUSPENSE-LEDGER-RECORD.
002200     05  SL-ACCOUNT-NUMBER         PIC X(10).
002210     05  SL-POST-DATE              PIC 9(08).
002220     05  SL-AMOUNT                 PIC S9(7)V99.
002230
002240 FD  MERGE-REPORT-FILE
002250     LABEL RECORDS ARE STANDARD.
002260 01  MERGE-REPORT-RECORD           PIC X(80).
002270
002280 FD  BATCH-DATE-FILE
002290     LABEL RECORDS ARE STANDARD.
002300     COPY BATCHDTE.
002310
002311 FD  TRANSFER-WORK-FILE
002312     LABEL RECORDS ARE STANDARD.
002313     COPY XFERWRK.
002314
002315 FD  TRANSACTION-LEDGER-FILE
002316     LABEL RECORDS ARE STANDARD.
002317     COPY TRANLEDG.
002318
002320 WORKING-STORAGE SECTION.
002330*----------------------------------------------------------------
002340* FILE STATUS AND END-OF-FILE SWITCHES
002350*----------------------------------------------------------------
002360 01  WS-FILE-STATUSES.
002370     05  WS-PARTCTL-STATUS         PIC X(02) VALUE '00'.
002380     05  WS-PARTTOT-STATUS         PIC X(02) VALUE '00'.
002390     05  WS-CUSTMAST-STATUS        PIC X(02) VALUE '00'.
002400     05  WS-OVRDWRK-STATUS         PIC X(02) VALUE '00'.
002410     05  WS-VARRWRK-STATUS         PIC X(02) VALUE '00'.
002420     05  WS-STOPWRK-STATUS         PIC X(02) VALUE '00'.
002430     05  WS-AUDTWRK-STATUS         PIC X(02) VALUE '00'.
002440     05  WS-SUSPWRK-STATUS         PIC X(02) VALUE '00'.
002450     05  WS-RECAPWRK-STATUS        PIC X(02) VALUE '00'.
002460     05  WS-OVRDRFT-STATUS         PIC X(02) VALUE '00'.
002470     05  WS-VARRPT-STATUS          PIC X(02) VALUE '00'.
002480     05  WS-STOPRPT-STATUS         PIC X(02) VALUE '00'.
002490     05  WS-AUDITTRL-STATUS        PIC X(02) VALUE '00'.
002500     05  WS-SUSPNS-STATUS          PIC X(02) VALUE '00'.
002510     05  WS-MRGRPT-STATUS          PIC X(02) VALUE '00'.
002520     05  WS-BATCHDTE-STATUS        PIC X(02) VALUE '00'.
002523     05  WS-XFERWRK-STATUS         PIC X(02) VALUE '00'.
002526     05  WS-TRANLEDG-STATUS        PIC X(02) VALUE '00'.
002530
002540 01  WS-SWITCHES.
002550     05  WS-PARTCTL-SWITCH         PIC X(01) VALUE 'N'.
002560         88  PARTITION-CONTROL-EOF           VALUE 'Y'.
002570     05  WS-PARTTOT-SWITCH         PIC X(01) VALUE 'N'.
002580         88  PARTITION-TOTALS-EOF            VALUE 'Y'.
002590     05  WS-EOF-SWITCH             PIC X(01) VALUE 'N'.
002600         88  CUSTOMER-MASTER-EOF             VALUE 'Y'.
002610     05  WS-WORKFILE-SWITCH        PIC X(01) VALUE 'N'.
002620         88  WORK-FILE-EOF                   VALUE 'Y'.
002630     05  WS-SORT-SWITCH            PIC X(01) VALUE 'N'.
002640         88  SORTED-LINES-EOF                VALUE 'Y'.
002650     05  WS-RECAP-SWITCH           PIC X(01) VALUE 'N'.
002660         88  RECAP-WORK-EOF                  VALUE 'Y'.
002670     05  WS-PROOF-SWITCH           PIC X(01) VALUE 'Y'.
002680         88  POSTING-PROVED                  VALUE 'Y'.
002690     05  WS-FOUND-SWITCH           PIC X(01) VALUE 'N'.
002700         88  PARTITION-FOUND                 VALUE 'Y'.
002710     05  WS-AGREE-SWITCH           PIC X(01) VALUE 'Y'.
002720         88  PARTITION-AGREES                VALUE 'Y'.
002723     05  WS-XFER-SCAN-SWITCH       PIC X(01) VALUE 'N'.
002726         88  XFER-SCAN-COMPLETE              VALUE 'Y'.
002730
002740*----------------------------------------------------------------
002750* RUN DATE - THE CYCLE'S BUSINESS DATE WHEN ONE IS OPEN
002760*----------------------------------------------------------------
002770 01  WS-RUN-DATE                   PIC 9(08).
002780
002790*----------------------------------------------------------------
002800* PARTITION TABLE, ONE ENTRY PER PARTCTL CARD IN CARD ORDER.
002810* THE TOTALS EACH PARTITION WROTE ARE HELD BESIDE WHAT THIS RUN
002820* FOUND ON THE MASTER AND THE STAGED FILES FOR ITS RANGE.  WITH
002830* NO PARTCTL FILE THE ONE ENTRY IS PARTITION 00 OVER THE WHOLE
002840* MASTER, THE RUN BANK-ACCOUNTING MAKES WITH NO PARTSEL CARD.
002850*----------------------------------------------------------------
002860 01  WS-PARTITION-COUNT            PIC 9(03) COMP VALUE ZERO.
002870 01  WS-PARTITION-SCAN             PIC 9(03) COMP VALUE ZERO.
002880 01  WS-LOOKUP-ACCOUNT             PIC X(10) VALUE SPACES.
002890 01  WS-LOOKUP-NUMBER              PIC 9(02) VALUE ZERO.
002900 01  WS-PRIOR-NUMBER               PIC 9(02) VALUE ZERO.
002910 01  WS-PRIOR-HIGH                 PIC X(10) VALUE LOW-VALUES.
002920 01  WS-PARTITION-TABLE.
002930     05  WS-PTN-ENTRY OCCURS 100 TIMES
002940                                 INDEXED BY WS-PTN-IDX.
002950         10  WS-PTN-NUMBER         PIC 9(02).
002960         10  WS-PTN-LOW            PIC X(10).
002970         10  WS-PTN-HIGH           PIC X(10).
002980         10  WS-PTN-TOTALS-SWITCH  PIC X(01).
002990             88  WS-PTN-TOTALS-FOUND         VALUE 'Y'.
003000         10  WS-PTN-EXP-ACCOUNTS   PIC 9(07).
003010         10  WS-PTN-EXP-OD         PIC 9(07).
003020         10  WS-PTN-EXP-VR         PIC 9(07).
003030         10  WS-PTN-EXP-STOP       PIC 9(07).
003040         10  WS-PTN-EXP-AUDIT      PIC 9(07).
003050         10  WS-PTN-EXP-SUSP       PIC 9(07).
003060         10  WS-PTN-EXP-SUSP-AMT   PIC S9(11)V99.
003070         10  WS-PTN-EXP-RETURNED   PIC 9(05).
003080         10  WS-PTN-EXP-RET-AMT    PIC 9(09)V99.
003090         10  WS-PTN-EXP-TRANSFERS  PIC 9(05).
003100         10  WS-PTN-EXP-XFER-AMT   PIC 9(09)V99.
003110         10  WS-PTN-FND-ACCOUNTS   PIC 9(07).
003120         10  WS-PTN-FND-OD         PIC 9(07).
003130         10  WS-PTN-FND-VR         PIC 9(07).
003140         10  WS-PTN-FND-STOP       PIC 9(07).
003150         10  WS-PTN-FND-AUDIT      PIC 9(07).
003160         10  WS-PTN-FND-SUSP       PIC 9(07).
003170         10  WS-PTN-FND-SUSP-AMT   PIC S9(11)V99.
003173         10  WS-PTN-FND-TRANSFERS  PIC 9(05).
003176         10  WS-PTN-FND-XFER-AMT   PIC 9(09)V99.
003180
003190*----------------------------------------------------------------
003200* BANK-WIDE TOTALS OF THE PROVED PARTITIONS
003210*----------------------------------------------------------------
003220 01  WS-BANK-ACCOUNTS              PIC 9(09) VALUE ZERO.
003230 01  WS-BANK-OD-LINES              PIC 9(09) VALUE ZERO.
003240 01  WS-BANK-VR-LINES              PIC 9(09) VALUE ZERO.
003250 01  WS-BANK-STOP-LINES            PIC 9(09) VALUE ZERO.
003260 01  WS-BANK-AUDIT-LINES           PIC 9(09) VALUE ZERO.
003270 01  WS-BANK-SUSP-ITEMS            PIC 9(09) VALUE ZERO.
003280 01  WS-BANK-SUSP-AMOUNT           PIC S9(11)V99 VALUE ZERO.
003290 01  WS-BANK-RETURNED              PIC 9(09) VALUE ZERO.
003300 01  WS-BANK-RETURNED-AMOUNT       PIC 9(11)V99 VALUE ZERO.
003310 01  WS-BANK-TRANSFERS             PIC 9(09) VALUE ZERO.
003320 01  WS-BANK-TRANSFER-AMOUNT       PIC 9(11)V99 VALUE ZERO.
003330 01  WS-LEDGER-ITEMS               PIC 9(09) VALUE ZERO.
003340 01  WS-SUSPENSE-BALANCE           PIC S9(11)V99 VALUE ZERO.
003350 01  WS-EXCEPTION-COUNT            PIC 9(07) VALUE ZERO.
003351
003352*----------------------------------------------------------------
003353* LEDGER APPEND AND TRANSFER CREDIT POSTING.  WS-APPEND-SKIP IS
003354* THE NUMBER OF STAGED LINES A RERUN FINDS ALREADY ADDED UNDER
003355* THE BUSINESS DATE.
003356*----------------------------------------------------------------
003357 01  WS-APPEND-SKIP                PIC 9(09) VALUE ZERO.
003358 01  WS-XFER-POSTED                PIC 9(09) VALUE ZERO.
003359 01  WS-XFER-POSTED-AMOUNT         PIC 9(11)V99 VALUE ZERO.
003360 01  WS-XFER-ALREADY               PIC 9(09) VALUE ZERO.
003361 01  WS-XFER-MAX-SEQUENCE          PIC 9(06) VALUE ZERO.
003362 01  WS-XFER-CREDIT-SEQUENCE       PIC 9(06) VALUE ZERO.
003363
003370*----------------------------------------------------------------
003380* BRANCH-SECTION AND RECAP FIELDS.  EACH BRANCH'S RECAP LINE IS
003390* WRITTEN TO THE RECAP WORK FILE AT ITS BRANCH BREAK AND COPIED
003400* BEHIND THE LAST SECTION, SO ANY NUMBER OF BRANCHES IS CARRIED.
003410*----------------------------------------------------------------
003420 01  WS-SECTION-BRANCH             PIC X(03) VALUE SPACES.
003430 01  WS-BRANCH-OVERDRAWN           PIC 9(07) VALUE ZERO.
003440 01  WS-BRANCH-HELD                PIC 9(07) VALUE ZERO.
003450 01  WS-BRANCH-BREAKS              PIC 9(07) VALUE ZERO.
003460 01  WS-BRANCH-VARIANCE            PIC S9(11)V99 VALUE ZERO.
003470 01  WS-TOTAL-OVERDRAWN            PIC 9(07) VALUE ZERO.
003480 01  WS-TOTAL-HELD                 PIC 9(07) VALUE ZERO.
003490 01  WS-TOTAL-BREAKS               PIC 9(07) VALUE ZERO.
003500 01  WS-TOTAL-VARIANCE             PIC S9(11)V99 VALUE ZERO.
003510 01  WS-LINE-VARIANCE              PIC S9(07)V99 VALUE ZERO.
003520
003530 01  WS-BRANCH-HEADER-LINE.
003540     05  FILLER                    PIC X(07) VALUE 'BRANCH '.
003550     05  BH-BRANCH-CODE            PIC X(03).
003560     05  FILLER                    PIC X(70) VALUE SPACES.
003570 01  WS-RECAP-BLANK-LINE           PIC X(80) VALUE SPACES.
003580
003590 01  WS-OD-RECAP-LINE.
003600     05  FILLER                    PIC X(07) VALUE 'BRANCH '.
003610     05  OR-BRANCH-CODE            PIC X(03).
003620     05  FILLER                    PIC X(12) VALUE
003630             '  OVERDRAWN '.
003640     05  OR-OVERDRAWN              PIC Z(5)9.
003650     05  FILLER                    PIC X(14) VALUE
003660             '  HELD DEBITS '.
003670     05  OR-HELD                   PIC Z(5)9.
003680     05  FILLER                    PIC X(32) VALUE SPACES.
003690
003700 01  WS-VR-RECAP-LINE.
003710     05  FILLER                    PIC X(07) VALUE 'BRANCH '.
003720     05  VC-BRANCH-CODE            PIC X(03).
003730     05  FILLER                    PIC X(09) VALUE '  BREAKS '.
003740     05  VC-BREAKS                 PIC Z(5)9.
003750     05  FILLER                    PIC X(11) VALUE
003760             '  VARIANCE '.
003770     05  VC-VARIANCE               PIC -(9)9.99.
003780     05  FILLER                    PIC X(30) VALUE SPACES.
003790
003800*    THE STAGED DETAIL LINES AS BANK-ACCOUNTING BUILT THEM - THE
003810*    OVERDRAFT CAPTION AND THE EDITED VARIANCE ARE ALL THE RECAPS
003820*    NEED FROM THEM.
003830 01  WS-OVERDRAFT-DETAIL.
003840     05  ODD-CAPTION               PIC X(09).
003850         88  ODD-OVERDRAWN                   VALUE 'OVERDRAWN'.
003860         88  ODD-HELD-DEBIT                  VALUE 'HELD DR  '.
003870     05  FILLER                    PIC X(71).
003880 01  WS-VARIANCE-DETAIL.
003890     05  FILLER                    PIC X(36).
003900     05  VD-VARIANCE               PIC -(6)9.99.
003910     05  FILLER                    PIC X(34).
003920
003930*----------------------------------------------------------------
003940* PROOF REPORT LINES
003950*----------------------------------------------------------------
003960 01  WS-HEADING-LINE.
003970     05  FILLER                    PIC X(40) VALUE
003980             'POSTING-MERGE - PARTITION PROOF FOR '.
003990     05  HD-RUN-DATE               PIC 9(08).
004000     05  FILLER                    PIC X(32) VALUE SPACES.
004010
004020 01  WS-PARTITION-LINE.
004030     05  FILLER                    PIC X(10) VALUE 'PARTITION '.
004040     05  PL-NUMBER                 PIC 9(02).
004050     05  FILLER                    PIC X(11) VALUE
004060             '  ACCOUNTS '.
004070     05  PL-LOW                    PIC X(10).
004080     05  FILLER                    PIC X(04) VALUE ' TO '.
004090     05  PL-HIGH                   PIC X(10).
004100     05  FILLER                    PIC X(02) VALUE SPACES.
004110     05  PL-RESULT                 PIC X(20).
004120     05  FILLER                    PIC X(11) VALUE SPACES.
004130
004140 01  WS-COUNT-LINE.
004150     05  FILLER                    PIC X(04) VALUE SPACES.
004160     05  CT-CAPTION                PIC X(18).
004170     05  FILLER                    PIC X(09) VALUE '  TOTALS '.
004180     05  CT-EXPECTED               PIC Z(9)9.
004190     05  FILLER                    PIC X(08) VALUE '  FOUND '.
004200     05  CT-FOUND                  PIC Z(9)9.
004210     05  FILLER                    PIC X(02) VALUE SPACES.
004220     05  CT-FLAG                   PIC X(08).
004230     05  FILLER                    PIC X(11) VALUE SPACES.
004240
004250 01  WS-AMOUNT-LINE.
004260     05  FILLER                    PIC X(04) VALUE SPACES.
004270     05  AM-CAPTION                PIC X(18).
004280     05  FILLER                    PIC X(09) VALUE '  TOTALS '.
004290     05  AM-EXPECTED               PIC -(10)9.99.
004300     05  FILLER                    PIC X(08) VALUE '  FOUND '.
004310     05  AM-FOUND                  PIC -(10)9.99.
004320     05  FILLER                    PIC X(02) VALUE SPACES.
004330     05  AM-FLAG                   PIC X(08).
004340     05  FILLER                    PIC X(03) VALUE SPACES.
004350
004360 01  WS-EXCEPTION-LINE.
004370     05  FILLER                    PIC X(11) VALUE
004380             'EXCEPTION  '.
004390     05  EX-TEXT                   PIC X(45).
004400     05  FILLER                    PIC X(01) VALUE SPACES.
004410     05  EX-KEY                    PIC X(12).
004420     05  FILLER                    PIC X(11) VALUE SPACES.
004430
004440 01  WS-TOTAL-LINE.
004450     05  FILLER                    PIC X(04) VALUE SPACES.
004460     05  TL-CAPTION                PIC X(30).
004470     05  TL-COUNT                  PIC Z(9)9.
004480     05  FILLER                    PIC X(02) VALUE SPACES.
004490     05  TL-AMOUNT                 PIC -(10)9.99.
004500     05  FILLER                    PIC X(20) VALUE SPACES.
004510
004520 01  WS-RESULT-LINE                PIC X(80) VALUE SPACES.
004530 01  WS-EXCEPTION-DISPLAY          PIC Z(6)9.
004540
004550*-----------------------------------------------------------------
004560* CYCLE STEP-STATUS PARAMETER AREA - SEE CYCLE-STEP-STATUS
004570*-----------------------------------------------------------------
004580     COPY STEPLINK.
004590
004600 PROCEDURE DIVISION.
004610*=================================================================
004620* 0000-MAINLINE - PROVE EVERY POSTING PARTITION, THEN BUILD THE
004630* REPORTS AND LEDGER ADDITIONS FROM THEIR STAGED FILES.
004640*=================================================================
004650 0000-MAINLINE.
004660     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004670     PERFORM 9500-READ-BUSINESS-DATE THRU 9500-EXIT.
004680     PERFORM 9700-RECORD-STEP-START THRU 9700-EXIT.
004690     IF SP-SKIP-STEP
004700         DISPLAY 'POSTING-MERGE: STEP ALREADY COMPLETED FOR '
004710             WS-RUN-DATE ' - RUN SKIPPED'
004720         STOP RUN
004730     END-IF.
004740
004750     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004760
004770     IF POSTING-PROVED
004780         PERFORM 2000-LOAD-PARTITION-TOTALS THRU 2000-EXIT
004790         PERFORM 3000-COUNT-MASTER-ACCOUNTS THRU 3000-EXIT
004800         PERFORM 3100-COUNT-STAGED-LINES THRU 3100-EXIT
004810         PERFORM 3200-COUNT-AUDIT-LINES THRU 3200-EXIT
004820         PERFORM 3300-COUNT-SUSPENSE-ITEMS THRU 3300-EXIT
004825         PERFORM 3400-COUNT-TRANSFER-CREDITS THRU 3400-EXIT
004830         PERFORM 4000-PROVE-PARTITIONS THRU 4000-EXIT
004840     END-IF.
004850
004860     IF POSTING-PROVED
004870         PERFORM 5000-BUILD-REPORTS THRU 5000-EXIT
004880         PERFORM 6000-APPEND-LEDGERS THRU 6000-EXIT
004885         PERFORM 6500-POST-TRANSFER-CREDITS THRU 6500-EXIT
004890         PERFORM 7000-WRITE-BANK-TOTALS THRU 7000-EXIT
004900     ELSE
004910         MOVE 8 TO RETURN-CODE
004920     END-IF.
004930
004940     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004950     STOP RUN.
004960 0000-EXIT.
004970     EXIT.
004980
004990*-----------------------------------------------------------------
005000* 1000-INITIALIZE - OPEN THE PROOF REPORT AND LOAD THE PARTITION
005010* CARDS.  NO PARTCTL FILE MEANS THE SINGLE WHOLE-MASTER
005020* PARTITION 00.
005030*-----------------------------------------------------------------
005040 1000-INITIALIZE.
005050     OPEN OUTPUT MERGE-REPORT-FILE.
005060     MOVE WS-RUN-DATE TO HD-RUN-DATE.
005070     WRITE MERGE-REPORT-RECORD FROM WS-HEADING-LINE.
005080     WRITE MERGE-REPORT-RECORD FROM WS-RECAP-BLANK-LINE.
005090
005100     MOVE ZERO TO WS-PARTITION-COUNT.
005110     INITIALIZE WS-PARTITION-TABLE.
005120     OPEN INPUT PARTITION-CONTROL-FILE.
005130     IF WS-PARTCTL-STATUS NOT = '00'
005140         MOVE 1 TO WS-PARTITION-COUNT
005150         SET WS-PTN-IDX TO 1
005160         MOVE ZERO TO WS-PTN-NUMBER (WS-PTN-IDX)
005170         MOVE LOW-VALUES TO WS-PTN-LOW (WS-PTN-IDX)
005180         MOVE HIGH-VALUES TO WS-PTN-HIGH (WS-PTN-IDX)
005190         GO TO 1000-EXIT
005200     END-IF.
005210
005220     MOVE 'N' TO WS-PARTCTL-SWITCH.
005230     PERFORM 1100-LOAD-ONE-PARTITION THRU 1100-EXIT
005240         UNTIL PARTITION-CONTROL-EOF.
005250     CLOSE PARTITION-CONTROL-FILE.
005260
005270     IF WS-PARTITION-COUNT = ZERO
005280         MOVE 'NO PARTITION CARDS ON PARTCTL' TO EX-TEXT
005290         MOVE SPACES TO EX-KEY
005300         PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
005310     END-IF.
005320 1000-EXIT.
005330     EXIT.
005340
005350*-----------------------------------------------------------------
005360* 1100-LOAD-ONE-PARTITION - READ AND EDIT ONE PARTCTL CARD.  THE
005370* CARDS MUST RUN IN ASCENDING PARTITION ORDER WITH ASCENDING,
005380* NON-OVERLAPPING RANGES; A CARD THAT DOES NOT FAILS THE PROOF
005390* AND IS NOT LOADED.
005400*-----------------------------------------------------------------
005410 1100-LOAD-ONE-PARTITION.
005420     READ PARTITION-CONTROL-FILE
005430         AT END
005440             SET PARTITION-CONTROL-EOF TO TRUE
005450     END-READ.
005460     IF PARTITION-CONTROL-EOF
005470         GO TO 1100-EXIT
005480     END-IF.
005490
005500     MOVE PARTITION-CONTROL-RECORD (1:12) TO EX-KEY.
005510     IF PD-PARTITION-NUMBER IS NOT NUMERIC
005520         MOVE 'PARTCTL CARD HAS NO PARTITION NUMBER'
005530             TO EX-TEXT
005540         PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
005550         GO TO 1100-EXIT
005560     END-IF.
005570     IF WS-PARTITION-COUNT > ZERO
005580             AND PD-PARTITION-NUMBER NOT > WS-PRIOR-NUMBER
005590         MOVE 'PARTCTL CARD OUT OF PARTITION ORDER' TO EX-TEXT
005600         PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
005610         GO TO 1100-EXIT
005620     END-IF.
005630     IF PD-LOW-ACCOUNT > PD-HIGH-ACCOUNT
005640         MOVE 'PARTCTL RANGE LOW ACCOUNT ABOVE HIGH' TO EX-TEXT
005650         PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
005660         GO TO 1100-EXIT
005670     END-IF.
005680     IF WS-PARTITION-COUNT > ZERO
005690             AND PD-LOW-ACCOUNT NOT > WS-PRIOR-HIGH
005700         MOVE 'PARTCTL RANGE OVERLAPS THE ONE BEFORE IT'
005710             TO EX-TEXT
005720         PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
005730         GO TO 1100-EXIT
005740     END-IF.
005750     IF WS-PARTITION-COUNT NOT < 100
005760         MOVE 'MORE THAN 100 PARTCTL CARDS' TO EX-TEXT
005770         PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
005780         GO TO 1100-EXIT
005790     END-IF.
005800
005810     ADD 1 TO WS-PARTITION-COUNT.
005820     SET WS-PTN-IDX TO WS-PARTITION-COUNT.
005830     MOVE PD-PARTITION-NUMBER TO WS-PTN-NUMBER (WS-PTN-IDX).
005840     MOVE PD-LOW-ACCOUNT TO WS-PTN-LOW (WS-PTN-IDX).
005850     MOVE PD-HIGH-ACCOUNT TO WS-PTN-HIGH (WS-PTN-IDX).
005860     MOVE PD-PARTITION-NUMBER TO WS-PRIOR-NUMBER.
005870     MOVE PD-HIGH-ACCOUNT TO WS-PRIOR-HIGH.
005880 1100-EXIT.
005890     EXIT.
005900
005910*-----------------------------------------------------------------
005920* 2000-LOAD-PARTITION-TOTALS - TAKE EACH PARTITION'S CONTROL
005930* TOTALS.  A RECORD FOR ANOTHER BUSINESS DATE IS A PARTITION
005940* THAT HAS NOT FINISHED TONIGHT AND IS PASSED OVER; ONE FOR A
005950* PARTITION NOT ON PARTCTL, A SECOND ONE, OR ONE RUN OVER A
005960* DIFFERENT RANGE FAILS THE PROOF.
005970*-----------------------------------------------------------------
005980 2000-LOAD-PARTITION-TOTALS.
005990     OPEN INPUT PARTITION-TOTAL-FILE.
006000     IF WS-PARTTOT-STATUS NOT = '00'
006010         MOVE 'UNABLE TO OPEN PARTTOT - STATUS' TO EX-TEXT
006020         MOVE WS-PARTTOT-STATUS TO EX-KEY
006030         PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
006040         GO TO 2000-EXIT
006050     END-IF.
006060     MOVE 'N' TO WS-PARTTOT-SWITCH.
006070     PERFORM 2100-LOAD-ONE-TOTAL THRU 2100-EXIT
006080         UNTIL PARTITION-TOTALS-EOF.
006090     CLOSE PARTITION-TOTAL-FILE.
006100 2000-EXIT.
006110     EXIT.
006120
006130*-----------------------------------------------------------------
006140* 2100-LOAD-ONE-TOTAL - READ ONE CONTROL-TOTALS RECORD AND HOLD
006150* IT AGAINST ITS PARTITION.
006160*-----------------------------------------------------------------
006170 2100-LOAD-ONE-TOTAL.
006180     READ PARTITION-TOTAL-FILE
006190         AT END
006200             SET PARTITION-TOTALS-EOF TO TRUE
006210     END-READ.
006220     IF PARTITION-TOTALS-EOF
006230         GO TO 2100-EXIT
006240     END-IF.
006250     IF PT-BUSINESS-DATE NOT = WS-RUN-DATE
006260         GO TO 2100-EXIT
006270     END-IF.
006280
006290     MOVE PT-PARTITION-NUMBER TO EX-KEY.
006300     IF PT-PARTITION-NUMBER IS NOT NUMERIC
006310         MOVE 'PARTTOT RECORD HAS NO PARTITION NUMBER'
006320             TO EX-TEXT
006330         PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
006340         GO TO 2100-EXIT
006350     END-IF.
006360     MOVE PT-PARTITION-NUMBER TO WS-LOOKUP-NUMBER.
006370     PERFORM 8200-FIND-PARTITION-NUMBER THRU 8200-EXIT.
006380     IF NOT PARTITION-FOUND
006390         MOVE 'TOTALS FOR A PARTITION NOT ON PARTCTL'
006400             TO EX-TEXT
006410         PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
006420         GO TO 2100-EXIT
006430     END-IF.
006440     IF WS-PTN-TOTALS-FOUND (WS-PTN-IDX)
006450         MOVE 'PARTITION HAS TWO TOTALS RECORDS' TO EX-TEXT
006460         PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
006470         GO TO 2100-EXIT
006480     END-IF.
006490     IF PT-LOW-ACCOUNT NOT = WS-PTN-LOW (WS-PTN-IDX)
006500             OR PT-HIGH-ACCOUNT NOT = WS-PTN-HIGH (WS-PTN-IDX)
006510         MOVE 'PARTITION RAN OVER A RANGE NOT ON PARTCTL'
006520             TO EX-TEXT
006530         PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
006540         GO TO 2100-EXIT
006550     END-IF.
006560
006570     SET WS-PTN-TOTALS-FOUND (WS-PTN-IDX) TO TRUE.
006580     MOVE PT-ACCOUNTS-PROCESSED
006590         TO WS-PTN-EXP-ACCOUNTS (WS-PTN-IDX).
006600     MOVE PT-OD-LINES TO WS-PTN-EXP-OD (WS-PTN-IDX).
006610     MOVE PT-VR-LINES TO WS-PTN-EXP-VR (WS-PTN-IDX).
006620     MOVE PT-STOP-LINES TO WS-PTN-EXP-STOP (WS-PTN-IDX).
006630     MOVE PT-AUDIT-LINES TO WS-PTN-EXP-AUDIT (WS-PTN-IDX).
006640     MOVE PT-SUSPENSE-ITEMS TO WS-PTN-EXP-SUSP (WS-PTN-IDX).
006650     MOVE PT-SUSPENSE-AMOUNT
006660         TO WS-PTN-EXP-SUSP-AMT (WS-PTN-IDX).
006670     MOVE PT-RETURNED-ITEMS
006680         TO WS-PTN-EXP-RETURNED (WS-PTN-IDX).
006690     MOVE PT-RETURNED-AMOUNT
006700         TO WS-PTN-EXP-RET-AMT (WS-PTN-IDX).
006710     MOVE PT-TRANSFER-CREDITS
006720         TO WS-PTN-EXP-TRANSFERS (WS-PTN-IDX).
006730     MOVE PT-TRANSFER-AMOUNT
006740         TO WS-PTN-EXP-XFER-AMT (WS-PTN-IDX).
006750 2100-EXIT.
006760     EXIT.
006770
006780*-----------------------------------------------------------------
006790* 3000-COUNT-MASTER-ACCOUNTS - COUNT THE MASTER'S ACCOUNTS INTO
006800* THE PARTITION WHOSE RANGE HOLDS EACH.  AN ACCOUNT NO RANGE
006810* HOLDS WAS NOT POSTED TONIGHT AND FAILS THE PROOF.
006820*-----------------------------------------------------------------
006830 3000-COUNT-MASTER-ACCOUNTS.
006840     OPEN INPUT CUSTOMER-MASTER-FILE.
006850     IF WS-CUSTMAST-STATUS NOT = '00'
006860         MOVE 'UNABLE TO OPEN CUSTMAST - STATUS' TO EX-TEXT
006870         MOVE WS-CUSTMAST-STATUS TO EX-KEY
006880         PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
006890         GO TO 3000-EXIT
006900     END-IF.
006910     MOVE 'N' TO WS-EOF-SWITCH.
006920     PERFORM 3010-COUNT-ONE-ACCOUNT THRU 3010-EXIT
006930         UNTIL CUSTOMER-MASTER-EOF.
006940     CLOSE CUSTOMER-MASTER-FILE.
006950 3000-EXIT.
006960     EXIT.
006970
006980*-----------------------------------------------------------------
006990* 3010-COUNT-ONE-ACCOUNT - READ AND PLACE ONE MASTER ACCOUNT.
007000*-----------------------------------------------------------------
007010 3010-COUNT-ONE-ACCOUNT.
007020     READ CUSTOMER-MASTER-FILE
007030         AT END
007040             SET CUSTOMER-MASTER-EOF TO TRUE
007050     END-READ.
007060     IF CUSTOMER-MASTER-EOF
007070         GO TO 3010-EXIT
007080     END-IF.
007090
007100     MOVE CM-ACCOUNT-NUMBER TO WS-LOOKUP-ACCOUNT.
007110     PERFORM 8100-FIND-PARTITION-ACCOUNT THRU 8100-EXIT.
007120     IF PARTITION-FOUND
007130         ADD 1 TO WS-PTN-FND-ACCOUNTS (WS-PTN-IDX)
007140     ELSE
007150         MOVE 'ACCOUNT IN NO PARTITION RANGE' TO EX-TEXT
007160         MOVE CM-ACCOUNT-NUMBER TO EX-KEY
007170         PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
007180     END-IF.
007190 3010-EXIT.
007200     EXIT.
007210
007220*-----------------------------------------------------------------
007230* 3100-COUNT-STAGED-LINES - COUNT THE OVERDRAFT, VARIANCE AND
007240* STOP-ACTIVITY LINES STAGED BY EACH PARTITION.
007250*-----------------------------------------------------------------
007260 3100-COUNT-STAGED-LINES.
007270     MOVE 'N' TO WS-WORKFILE-SWITCH.
007280     OPEN INPUT OVERDRAFT-WORK-FILE.
007290     IF WS-OVRDWRK-STATUS = '00'
007300         PERFORM 3110-COUNT-ONE-OD-LINE THRU 3110-EXIT
007310             UNTIL WORK-FILE-EOF
007320         CLOSE OVERDRAFT-WORK-FILE
007330     END-IF.
007340
007350     MOVE 'N' TO WS-WORKFILE-SWITCH.
007360     OPEN INPUT VARIANCE-WORK-FILE.
007370     IF WS-VARRWRK-STATUS = '00'
007380         PERFORM 3120-COUNT-ONE-VR-LINE THRU 3120-EXIT
007390             UNTIL WORK-FILE-EOF
007400         CLOSE VARIANCE-WORK-FILE
007410     END-IF.
007420
007430     MOVE 'N' TO WS-WORKFILE-SWITCH.
007440     OPEN INPUT STOP-WORK-FILE.
007450     IF WS-STOPWRK-STATUS = '00'
007460         PERFORM 3130-COUNT-ONE-STOP-LINE THRU 3130-EXIT
007470             UNTIL WORK-FILE-EOF
007480         CLOSE STOP-WORK-FILE
007490     END-IF.
007500 3100-EXIT.
007510     EXIT.
007520
007530*-----------------------------------------------------------------
007540* 3110-COUNT-ONE-OD-LINE - COUNT ONE STAGED OVERDRAFT LINE.
007550*-----------------------------------------------------------------
007560 3110-COUNT-ONE-OD-LINE.
007570     READ OVERDRAFT-WORK-FILE
007580         AT END
007590             SET WORK-FILE-EOF TO TRUE
007600     END-READ.
007610     IF WORK-FILE-EOF
007620         GO TO 3110-EXIT
007630     END-IF.
007640
007650     MOVE OW-PARTITION-NUMBER TO EX-KEY.
007660     IF OW-PARTITION-NUMBER IS NUMERIC
007670         MOVE OW-PARTITION-NUMBER TO WS-LOOKUP-NUMBER
007680         PERFORM 8200-FIND-PARTITION-NUMBER THRU 8200-EXIT
007690     ELSE
007700         MOVE 'N' TO WS-FOUND-SWITCH
007710     END-IF.
007720     IF PARTITION-FOUND
007730         ADD 1 TO WS-PTN-FND-OD (WS-PTN-IDX)
007740     ELSE
007750         MOVE 'OVERDRAFT LINE FROM AN UNKNOWN PARTITION'
007760             TO EX-TEXT
007770         PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
007780     END-IF.
007790 3110-EXIT.
007800     EXIT.
007810
007820*-----------------------------------------------------------------
007830* 3120-COUNT-ONE-VR-LINE - COUNT ONE STAGED VARIANCE LINE.
007840*-----------------------------------------------------------------
007850 3120-COUNT-ONE-VR-LINE.
007860     READ VARIANCE-WORK-FILE
007870         AT END
007880             SET WORK-FILE-EOF TO TRUE
007890     END-READ.
007900     IF WORK-FILE-EOF
007910         GO TO 3120-EXIT
007920     END-IF.
007930
007940     MOVE VW-PARTITION-NUMBER TO EX-KEY.
007950     IF VW-PARTITION-NUMBER IS NUMERIC
007960         MOVE VW-PARTITION-NUMBER TO WS-LOOKUP-NUMBER
007970         PERFORM 8200-FIND-PARTITION-NUMBER THRU 8200-EXIT
007980     ELSE
007990         MOVE 'N' TO WS-FOUND-SWITCH
008000     END-IF.
008010     IF PARTITION-FOUND
008020         ADD 1 TO WS-PTN-FND-VR (WS-PTN-IDX)
008030     ELSE
008040         MOVE 'VARIANCE LINE FROM AN UNKNOWN PARTITION'
008050             TO EX-TEXT
008060         PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
008070     END-IF.
008080 3120-EXIT.
008090     EXIT.
008100
008110*-----------------------------------------------------------------
008120* 3130-COUNT-ONE-STOP-LINE - COUNT ONE STAGED STOP LINE.
008130*-----------------------------------------------------------------
008140 3130-COUNT-ONE-STOP-LINE.
008150     READ STOP-WORK-FILE
008160         AT END
008170             SET WORK-FILE-EOF TO TRUE
008180     END-READ.
008190     IF WORK-FILE-EOF
008200         GO TO 3130-EXIT
008210     END-IF.
008220
008230     MOVE SK-PARTITION-NUMBER TO EX-KEY.
008240     IF SK-PARTITION-NUMBER IS NUMERIC
008250         MOVE SK-PARTITION-NUMBER TO WS-LOOKUP-NUMBER
008260         PERFORM 8200-FIND-PARTITION-NUMBER THRU 8200-EXIT
008270     ELSE
008280         MOVE 'N' TO WS-FOUND-SWITCH
008290     END-IF.
008300     IF PARTITION-FOUND
008310         ADD 1 TO WS-PTN-FND-STOP (WS-PTN-IDX)
008320     ELSE
008330         MOVE 'STOP LINE FROM AN UNKNOWN PARTITION' TO EX-TEXT
008340         PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
008350     END-IF.
008360 3130-EXIT.
008370     EXIT.
008380
008390*-----------------------------------------------------------------
008400* 3200-COUNT-AUDIT-LINES - COUNT THE STAGED AUDIT LINES INTO THE
008410* PARTITION WHOSE RANGE HOLDS EACH LINE'S ACCOUNT.
008420*-----------------------------------------------------------------
008430 3200-COUNT-AUDIT-LINES.
008440     MOVE 'N' TO WS-WORKFILE-SWITCH.
008450     OPEN INPUT AUDIT-WORK-FILE.
008460     IF WS-AUDTWRK-STATUS = '00'
008470         PERFORM 3210-COUNT-ONE-AUDIT-LINE THRU 3210-EXIT
008480             UNTIL WORK-FILE-EOF
008490         CLOSE AUDIT-WORK-FILE
008500     END-IF.
008510 3200-EXIT.
008520     EXIT.
008530
008540*-----------------------------------------------------------------
008550* 3210-COUNT-ONE-AUDIT-LINE - READ AND PLACE ONE AUDIT LINE.
008560*-----------------------------------------------------------------
008570 3210-COUNT-ONE-AUDIT-LINE.
008580     READ AUDIT-WORK-FILE
008590         AT END
008600             SET WORK-FILE-EOF TO TRUE
008610     END-READ.
008620     IF WORK-FILE-EOF
008630         GO TO 3210-EXIT
008640     END-IF.
008650
008660     MOVE AW-ACCOUNT-NUMBER TO WS-LOOKUP-ACCOUNT.
008670     PERFORM 8100-FIND-PARTITION-ACCOUNT THRU 8100-EXIT.
008680     IF PARTITION-FOUND
008690         ADD 1 TO WS-PTN-FND-AUDIT (WS-PTN-IDX)
008700     ELSE
008710         MOVE 'AUDIT LINE FOR AN ACCOUNT IN NO PARTITION'
008720             TO EX-TEXT
008730         MOVE AW-ACCOUNT-NUMBER TO EX-KEY
008740         PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
008750     END-IF.
008760 3210-EXIT.
008770     EXIT.
008780
008790*-----------------------------------------------------------------
008800* 3300-COUNT-SUSPENSE-ITEMS - COUNT AND SUM THE STAGED SUSPENSE
008810* ITEMS INTO THE PARTITION WHOSE RANGE HOLDS EACH ITEM'S ACCOUNT.
008820*-----------------------------------------------------------------
008830 3300-COUNT-SUSPENSE-ITEMS.
008840     MOVE 'N' TO WS-WORKFILE-SWITCH.
008850     OPEN INPUT SUSPENSE-WORK-FILE.
008860     IF WS-SUSPWRK-STATUS = '00'
008870         PERFORM 3310-COUNT-ONE-SUSPENSE-ITEM THRU 3310-EXIT
008880             UNTIL WORK-FILE-EOF
008890         CLOSE SUSPENSE-WORK-FILE
008900     END-IF.
008910 3300-EXIT.
008920     EXIT.
008930
008940*-----------------------------------------------------------------
008950* 3310-COUNT-ONE-SUSPENSE-ITEM - READ AND PLACE ONE SUSPENSE
008960* ITEM.
008970*-----------------------------------------------------------------
008980 3310-COUNT-ONE-SUSPENSE-ITEM.
008990     READ SUSPENSE-WORK-FILE
009000         AT END
009010             SET WORK-FILE-EOF TO TRUE
009020     END-READ.
009030     IF WORK-FILE-EOF
009040         GO TO 3310-EXIT
009050     END-IF.
009060
009070     MOVE SI-ACCOUNT-NUMBER TO WS-LOOKUP-ACCOUNT.
009080     PERFORM 8100-FIND-PARTITION-ACCOUNT THRU 8100-EXIT.
009090     IF PARTITION-FOUND
009100         ADD 1 TO WS-PTN-FND-SUSP (WS-PTN-IDX)
009110         ADD SI-AMOUNT TO WS-PTN-FND-SUSP-AMT (WS-PTN-IDX)
009120     ELSE
009130         MOVE 'SUSPENSE ITEM FOR AN ACCOUNT IN NO PARTITION'
009140             TO EX-TEXT
009150         MOVE SI-ACCOUNT-NUMBER TO EX-KEY
009160         PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
009170     END-IF.
009180 3310-EXIT.
009190     EXIT.
009200
009210*-----------------------------------------------------------------
009211* 3400-COUNT-TRANSFER-CREDITS - COUNT AND SUM THE TRANSFER DEBITS
009212* EACH PARTITION STAGED FOR ITS CREDIT LEG.
009213*-----------------------------------------------------------------
009214 3400-COUNT-TRANSFER-CREDITS.
009215     MOVE 'N' TO WS-WORKFILE-SWITCH.
009216     OPEN INPUT TRANSFER-WORK-FILE.
009217     IF WS-XFERWRK-STATUS = '00'
009218         PERFORM 3410-COUNT-ONE-TRANSFER THRU 3410-EXIT
009219             UNTIL WORK-FILE-EOF
009220         CLOSE TRANSFER-WORK-FILE
009221     END-IF.
009222 3400-EXIT.
009223     EXIT.
009224
009225*-----------------------------------------------------------------
009226* 3410-COUNT-ONE-TRANSFER - COUNT ONE STAGED TRANSFER.
009227*-----------------------------------------------------------------
009228 3410-COUNT-ONE-TRANSFER.
009229     READ TRANSFER-WORK-FILE
009230         AT END
009231             SET WORK-FILE-EOF TO TRUE
009232     END-READ.
009233     IF WORK-FILE-EOF
009234         GO TO 3410-EXIT
009235     END-IF.
009236
009237     MOVE XW-PARTITION-NUMBER TO EX-KEY.
009238     IF XW-PARTITION-NUMBER IS NUMERIC
009239         MOVE XW-PARTITION-NUMBER TO WS-LOOKUP-NUMBER
009240         PERFORM 8200-FIND-PARTITION-NUMBER THRU 8200-EXIT
009241     ELSE
009242         MOVE 'N' TO WS-FOUND-SWITCH
009243     END-IF.
009244     IF PARTITION-FOUND
009245         ADD 1 TO WS-PTN-FND-TRANSFERS (WS-PTN-IDX)
009246         ADD XW-AMOUNT TO WS-PTN-FND-XFER-AMT (WS-PTN-IDX)
009247     ELSE
009248         MOVE 'TRANSFER FROM AN UNKNOWN PARTITION' TO EX-TEXT
009249         PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
009250     END-IF.
009251 3410-EXIT.
009252     EXIT.
009253
009254*-----------------------------------------------------------------
009255* 4000-PROVE-PARTITIONS - PRINT EACH PARTITION'S TOTALS BESIDE
009256* WHAT WAS FOUND FOR IT.  ANY PARTITION NOT RUN TONIGHT OR NOT
009257* AGREEING FAILS THE PROOF.
009258*-----------------------------------------------------------------
009260 4000-PROVE-PARTITIONS.
009270     MOVE ZERO TO WS-PARTITION-SCAN.
009280     PERFORM 4100-PROVE-ONE-PARTITION THRU 4100-EXIT
009290         UNTIL WS-PARTITION-SCAN NOT < WS-PARTITION-COUNT.
009300 4000-EXIT.
009310     EXIT.
009320
009330*-----------------------------------------------------------------
009340* 4100-PROVE-ONE-PARTITION - PROVE AND PRINT ONE PARTITION, AND
009350* ADD ITS TOTALS TO THE BANK-WIDE FIGURES.
009360*-----------------------------------------------------------------
009370 4100-PROVE-ONE-PARTITION.
009380     ADD 1 TO WS-PARTITION-SCAN.
009390     SET WS-PTN-IDX TO WS-PARTITION-SCAN.
009400
009410     WRITE MERGE-REPORT-RECORD FROM WS-RECAP-BLANK-LINE.
009420     MOVE WS-PTN-NUMBER (WS-PTN-IDX) TO PL-NUMBER.
009430     IF WS-PTN-LOW (WS-PTN-IDX) = LOW-VALUES
009440         MOVE '(FIRST)' TO PL-LOW
009450     ELSE
009460         MOVE WS-PTN-LOW (WS-PTN-IDX) TO PL-LOW
009470     END-IF.
009480     IF WS-PTN-HIGH (WS-PTN-IDX) = HIGH-VALUES
009490         MOVE '(LAST)' TO PL-HIGH
009500     ELSE
009510         MOVE WS-PTN-HIGH (WS-PTN-IDX) TO PL-HIGH
009520     END-IF.
009530
009540     IF NOT WS-PTN-TOTALS-FOUND (WS-PTN-IDX)
009550         MOVE 'NOT RUN TONIGHT' TO PL-RESULT
009560         WRITE MERGE-REPORT-RECORD FROM WS-PARTITION-LINE
009570         MOVE 'N' TO WS-PROOF-SWITCH
009580         GO TO 4100-EXIT
009590     END-IF.
009600
009610     IF WS-PTN-EXP-ACCOUNTS (WS-PTN-IDX)
009620             = WS-PTN-FND-ACCOUNTS (WS-PTN-IDX)
009630             AND WS-PTN-EXP-OD (WS-PTN-IDX)
009640             = WS-PTN-FND-OD (WS-PTN-IDX)
009650             AND WS-PTN-EXP-VR (WS-PTN-IDX)
009660             = WS-PTN-FND-VR (WS-PTN-IDX)
009670             AND WS-PTN-EXP-STOP (WS-PTN-IDX)
009680             = WS-PTN-FND-STOP (WS-PTN-IDX)
009690             AND WS-PTN-EXP-AUDIT (WS-PTN-IDX)
009700             = WS-PTN-FND-AUDIT (WS-PTN-IDX)
009710             AND WS-PTN-EXP-SUSP (WS-PTN-IDX)
009720             = WS-PTN-FND-SUSP (WS-PTN-IDX)
009730             AND WS-PTN-EXP-SUSP-AMT (WS-PTN-IDX)
009740             = WS-PTN-FND-SUSP-AMT (WS-PTN-IDX)
009742             AND WS-PTN-EXP-TRANSFERS (WS-PTN-IDX)
009744             = WS-PTN-FND-TRANSFERS (WS-PTN-IDX)
009746             AND WS-PTN-EXP-XFER-AMT (WS-PTN-IDX)
009748             = WS-PTN-FND-XFER-AMT (WS-PTN-IDX)
009750         MOVE 'PROVED' TO PL-RESULT
009760     ELSE
009770         MOVE 'TOTALS DO NOT AGREE' TO PL-RESULT
009780         MOVE 'N' TO WS-PROOF-SWITCH
009790     END-IF.
009800     WRITE MERGE-REPORT-RECORD FROM WS-PARTITION-LINE.
009810
009820     MOVE 'ACCOUNTS POSTED' TO CT-CAPTION.
009830     MOVE WS-PTN-EXP-ACCOUNTS (WS-PTN-IDX) TO CT-EXPECTED.
009840     MOVE WS-PTN-FND-ACCOUNTS (WS-PTN-IDX) TO CT-FOUND.
009850     PERFORM 4110-WRITE-COUNT-LINE THRU 4110-EXIT.
009860     MOVE 'OVERDRAFT LINES' TO CT-CAPTION.
009870     MOVE WS-PTN-EXP-OD (WS-PTN-IDX) TO CT-EXPECTED.
009880     MOVE WS-PTN-FND-OD (WS-PTN-IDX) TO CT-FOUND.
009890     PERFORM 4110-WRITE-COUNT-LINE THRU 4110-EXIT.
009900     MOVE 'VARIANCE LINES' TO CT-CAPTION.
009910     MOVE WS-PTN-EXP-VR (WS-PTN-IDX) TO CT-EXPECTED.
009920     MOVE WS-PTN-FND-VR (WS-PTN-IDX) TO CT-FOUND.
009930     PERFORM 4110-WRITE-COUNT-LINE THRU 4110-EXIT.
009940     MOVE 'STOPPED DEBITS' TO CT-CAPTION.
009950     MOVE WS-PTN-EXP-STOP (WS-PTN-IDX) TO CT-EXPECTED.
009960     MOVE WS-PTN-FND-STOP (WS-PTN-IDX) TO CT-FOUND.
009970     PERFORM 4110-WRITE-COUNT-LINE THRU 4110-EXIT.
009980     MOVE 'AUDIT LINES' TO CT-CAPTION.
009990     MOVE WS-PTN-EXP-AUDIT (WS-PTN-IDX) TO CT-EXPECTED.
010000     MOVE WS-PTN-FND-AUDIT (WS-PTN-IDX) TO CT-FOUND.
010010     PERFORM 4110-WRITE-COUNT-LINE THRU 4110-EXIT.
010020     MOVE 'SUSPENSE ITEMS' TO CT-CAPTION.
010030     MOVE WS-PTN-EXP-SUSP (WS-PTN-IDX) TO CT-EXPECTED.
010040     MOVE WS-PTN-FND-SUSP (WS-PTN-IDX) TO CT-FOUND.
010050     PERFORM 4110-WRITE-COUNT-LINE THRU 4110-EXIT.
010052     MOVE 'TRANSFERS STAGED' TO CT-CAPTION.
010054     MOVE WS-PTN-EXP-TRANSFERS (WS-PTN-IDX) TO CT-EXPECTED.
010056     MOVE WS-PTN-FND-TRANSFERS (WS-PTN-IDX) TO CT-FOUND.
010058     PERFORM 4110-WRITE-COUNT-LINE THRU 4110-EXIT.
010060
010070     MOVE 'SUSPENSE AMOUNT' TO AM-CAPTION.
010080     MOVE WS-PTN-EXP-SUSP-AMT (WS-PTN-IDX) TO AM-EXPECTED.
010090     MOVE WS-PTN-FND-SUSP-AMT (WS-PTN-IDX) TO AM-FOUND.
010100     IF WS-PTN-EXP-SUSP-AMT (WS-PTN-IDX)
010110             = WS-PTN-FND-SUSP-AMT (WS-PTN-IDX)
010111         MOVE SPACES TO AM-FLAG
010112     ELSE
010113         MOVE 'MISMATCH' TO AM-FLAG
010114     END-IF.
010115     WRITE MERGE-REPORT-RECORD FROM WS-AMOUNT-LINE.
010116     MOVE 'TRANSFER AMOUNT' TO AM-CAPTION.
010117     MOVE WS-PTN-EXP-XFER-AMT (WS-PTN-IDX) TO AM-EXPECTED.
010118     MOVE WS-PTN-FND-XFER-AMT (WS-PTN-IDX) TO AM-FOUND.
010119     IF WS-PTN-EXP-XFER-AMT (WS-PTN-IDX)
010120             = WS-PTN-FND-XFER-AMT (WS-PTN-IDX)
010121         MOVE SPACES TO AM-FLAG
010130     ELSE
010140         MOVE 'MISMATCH' TO AM-FLAG
010150     END-IF.
010160     WRITE MERGE-REPORT-RECORD FROM WS-AMOUNT-LINE.
010170
010180     ADD WS-PTN-EXP-ACCOUNTS (WS-PTN-IDX) TO WS-BANK-ACCOUNTS.
010190     ADD WS-PTN-EXP-OD (WS-PTN-IDX) TO WS-BANK-OD-LINES.
010200     ADD WS-PTN-EXP-VR (WS-PTN-IDX) TO WS-BANK-VR-LINES.
010210     ADD WS-PTN-EXP-STOP (WS-PTN-IDX) TO WS-BANK-STOP-LINES.
010220     ADD WS-PTN-EXP-AUDIT (WS-PTN-IDX) TO WS-BANK-AUDIT-LINES.
010230     ADD WS-PTN-EXP-SUSP (WS-PTN-IDX) TO WS-BANK-SUSP-ITEMS.
010240     ADD WS-PTN-EXP-SUSP-AMT (WS-PTN-IDX)
010250         TO WS-BANK-SUSP-AMOUNT.
010260     ADD WS-PTN-EXP-RETURNED (WS-PTN-IDX) TO WS-BANK-RETURNED.
010270     ADD WS-PTN-EXP-RET-AMT (WS-PTN-IDX)
010280         TO WS-BANK-RETURNED-AMOUNT.
010290     ADD WS-PTN-EXP-TRANSFERS (WS-PTN-IDX)
010300         TO WS-BANK-TRANSFERS.
010310     ADD WS-PTN-EXP-XFER-AMT (WS-PTN-IDX)
010320         TO WS-BANK-TRANSFER-AMOUNT.
010330 4100-EXIT.
010340     EXIT.
010350
010360*-----------------------------------------------------------------
010370* 4110-WRITE-COUNT-LINE - FLAG AND PRINT ONE COUNT COMPARISON.
010380*-----------------------------------------------------------------
010390 4110-WRITE-COUNT-LINE.
010400     IF CT-EXPECTED = CT-FOUND
010410         MOVE SPACES TO CT-FLAG
010420     ELSE
010430         MOVE 'MISMATCH' TO CT-FLAG
010440     END-IF.
010450     WRITE MERGE-REPORT-RECORD FROM WS-COUNT-LINE.
010460 4110-EXIT.
010470     EXIT.
010480
010490*-----------------------------------------------------------------
010500* 5000-BUILD-REPORTS - SORT EVERY PARTITION'S STAGED LINES BY
010510* BRANCH INTO THE OVERDRAFT AND VARIANCE REPORTS, ONE CONTIGUOUS
010520* 'BRANCH NNN' SECTION PER BRANCH WITH THE RECAP AND 'ALL' LINES
010530* LAST, AND APPEND THE STOPPED DEBITS BY BRANCH TO THE STOP-
010540* ACTIVITY REPORT STANDING-ORDER-POST OPENED.  WITHIN A BRANCH
010550* THE LINES KEEP PARTITION ORDER, WHICH IS ACCOUNT ORDER.
010560*-----------------------------------------------------------------
010570 5000-BUILD-REPORTS.
010580     OPEN OUTPUT OVERDRAFT-REPORT-FILE.
010590     MOVE ZERO TO WS-TOTAL-OVERDRAWN.
010600     MOVE ZERO TO WS-TOTAL-HELD.
010610     PERFORM 5100-BUILD-OVERDRAFT-REPORT THRU 5100-EXIT.
010620     WRITE OVERDRAFT-REPORT-RECORD FROM WS-RECAP-BLANK-LINE.
010630     OPEN INPUT RECAP-WORK-FILE.
010640     MOVE 'N' TO WS-RECAP-SWITCH.
010650     PERFORM 5140-COPY-ONE-OD-RECAP THRU 5140-EXIT
010660         UNTIL RECAP-WORK-EOF.
010670     CLOSE RECAP-WORK-FILE.
010680     MOVE 'ALL' TO OR-BRANCH-CODE.
010690     MOVE WS-TOTAL-OVERDRAWN TO OR-OVERDRAWN.
010700     MOVE WS-TOTAL-HELD TO OR-HELD.
010710     WRITE OVERDRAFT-REPORT-RECORD FROM WS-OD-RECAP-LINE.
010720     CLOSE OVERDRAFT-REPORT-FILE.
010730
010740     OPEN OUTPUT VARIANCE-REPORT-FILE.
010750     MOVE ZERO TO WS-TOTAL-BREAKS.
010760     MOVE ZERO TO WS-TOTAL-VARIANCE.
010770     PERFORM 5200-BUILD-VARIANCE-REPORT THRU 5200-EXIT.
010780     WRITE VARIANCE-REPORT-RECORD FROM WS-RECAP-BLANK-LINE.
010790     OPEN INPUT RECAP-WORK-FILE.
010800     MOVE 'N' TO WS-RECAP-SWITCH.
010810     PERFORM 5240-COPY-ONE-VR-RECAP THRU 5240-EXIT
010820         UNTIL RECAP-WORK-EOF.
010830     CLOSE RECAP-WORK-FILE.
010840     MOVE 'ALL' TO VC-BRANCH-CODE.
010850     MOVE WS-TOTAL-BREAKS TO VC-BREAKS.
010860     MOVE WS-TOTAL-VARIANCE TO VC-VARIANCE.
010870     WRITE VARIANCE-REPORT-RECORD FROM WS-VR-RECAP-LINE.
010880     CLOSE VARIANCE-REPORT-FILE.
010890
010900     OPEN EXTEND STOP-REPORT-FILE.
010910     PERFORM 5300-BUILD-STOP-SECTIONS THRU 5300-EXIT.
010920     CLOSE STOP-REPORT-FILE.
010930 5000-EXIT.
010940     EXIT.
010950
010960*-----------------------------------------------------------------
010970* 5100-BUILD-OVERDRAFT-REPORT - SORT THE STAGED OVERDRAFT LINES
010980* AND WRITE THE BRANCH SECTIONS, STAGING EACH BRANCH'S RECAP.
010990*-----------------------------------------------------------------
011000 5100-BUILD-OVERDRAFT-REPORT.
011010     MOVE 'N' TO WS-SORT-SWITCH.
011020     MOVE SPACES TO WS-SECTION-BRANCH.
011030     OPEN OUTPUT RECAP-WORK-FILE.
011040     SORT REPORT-SORT-FILE
011050         ON ASCENDING KEY RS-BRANCH-CODE
011060         ON ASCENDING KEY RS-PARTITION-NUMBER
011070         ON ASCENDING KEY RS-SEQUENCE
011080         USING OVERDRAFT-WORK-FILE
011090         OUTPUT PROCEDURE IS 5110-RETURN-OD-LINES
011100             THRU 5110-EXIT.
011110     IF WS-SECTION-BRANCH NOT = SPACES
011120         PERFORM 5130-STAGE-OD-RECAP THRU 5130-EXIT
011130     END-IF.
011140     CLOSE RECAP-WORK-FILE.
011150 5100-EXIT.
011160     EXIT.
011170
011180*-----------------------------------------------------------------
011190* 5110-RETURN-OD-LINES - DRAIN THE SORT INTO THE OVERDRAFT
011200* REPORT.
011210*-----------------------------------------------------------------
011220 5110-RETURN-OD-LINES.
011230     PERFORM 5120-WRITE-ONE-OD-LINE THRU 5120-EXIT
011240         UNTIL SORTED-LINES-EOF.
011250 5110-EXIT.
011260     EXIT.
011270
011280*-----------------------------------------------------------------
011290* 5120-WRITE-ONE-OD-LINE - RETURN THE NEXT SORTED LINE, CLOSING
011300* THE LAST BRANCH'S RECAP AND OPENING A NEW SECTION AT EACH
011310* BRANCH BREAK, AND COUNT IT BY ITS CAPTION.
011320*-----------------------------------------------------------------
011330 5120-WRITE-ONE-OD-LINE.
011340     RETURN REPORT-SORT-FILE
011350         AT END
011360             SET SORTED-LINES-EOF TO TRUE
011370     END-RETURN.
011380     IF SORTED-LINES-EOF
011390         GO TO 5120-EXIT
011400     END-IF.
011410
011420     IF RS-BRANCH-CODE NOT = WS-SECTION-BRANCH
011430         IF WS-SECTION-BRANCH NOT = SPACES
011440             PERFORM 5130-STAGE-OD-RECAP THRU 5130-EXIT
011450             WRITE OVERDRAFT-REPORT-RECORD
011460                 FROM WS-RECAP-BLANK-LINE
011470         END-IF
011480         MOVE RS-BRANCH-CODE TO WS-SECTION-BRANCH
011490         MOVE RS-BRANCH-CODE TO BH-BRANCH-CODE
011500         WRITE OVERDRAFT-REPORT-RECORD
011510             FROM WS-BRANCH-HEADER-LINE
011520         MOVE ZERO TO WS-BRANCH-OVERDRAWN
011530         MOVE ZERO TO WS-BRANCH-HELD
011540     END-IF.
011550
011560     MOVE RS-REPORT-LINE TO WS-OVERDRAFT-DETAIL.
011570     IF ODD-OVERDRAWN
011580         ADD 1 TO WS-BRANCH-OVERDRAWN
011590         ADD 1 TO WS-TOTAL-OVERDRAWN
011600     END-IF.
011610     IF ODD-HELD-DEBIT
011620         ADD 1 TO WS-BRANCH-HELD
011630         ADD 1 TO WS-TOTAL-HELD
011640     END-IF.
011650     WRITE OVERDRAFT-REPORT-RECORD FROM RS-REPORT-LINE.
011660 5120-EXIT.
011670     EXIT.
011680
011690*-----------------------------------------------------------------
011700* 5130-STAGE-OD-RECAP - STAGE THE FINISHED BRANCH'S RECAP LINE.
011710*-----------------------------------------------------------------
011720 5130-STAGE-OD-RECAP.
011730     MOVE WS-SECTION-BRANCH TO OR-BRANCH-CODE.
011740     MOVE WS-BRANCH-OVERDRAWN TO OR-OVERDRAWN.
011750     MOVE WS-BRANCH-HELD TO OR-HELD.
011760     WRITE RECAP-WORK-RECORD FROM WS-OD-RECAP-LINE.
011770 5130-EXIT.
011780     EXIT.
011790
011800*-----------------------------------------------------------------
011810* 5140-COPY-ONE-OD-RECAP - COPY ONE STAGED RECAP LINE TO THE
011820* OVERDRAFT REPORT.
011830*-----------------------------------------------------------------
011840 5140-COPY-ONE-OD-RECAP.
011850     READ RECAP-WORK-FILE
011860         AT END
011870             SET RECAP-WORK-EOF TO TRUE
011880         NOT AT END
011890             WRITE OVERDRAFT-REPORT-RECORD FROM RECAP-WORK-RECORD
011900     END-READ.
011910 5140-EXIT.
011920     EXIT.
011930
011940*-----------------------------------------------------------------
011950* 5200-BUILD-VARIANCE-REPORT - SORT THE STAGED VARIANCE LINES
011960* AND WRITE THE BRANCH SECTIONS, STAGING EACH BRANCH'S RECAP.
011970*-----------------------------------------------------------------
011980 5200-BUILD-VARIANCE-REPORT.
011990     MOVE 'N' TO WS-SORT-SWITCH.
012000     MOVE SPACES TO WS-SECTION-BRANCH.
012010     OPEN OUTPUT RECAP-WORK-FILE.
012020     SORT REPORT-SORT-FILE
012030         ON ASCENDING KEY RS-BRANCH-CODE
012040         ON ASCENDING KEY RS-PARTITION-NUMBER
012050         ON ASCENDING KEY RS-SEQUENCE
012060         USING VARIANCE-WORK-FILE
012070         OUTPUT PROCEDURE IS 5210-RETURN-VR-LINES
012080             THRU 5210-EXIT.
012090     IF WS-SECTION-BRANCH NOT = SPACES
012100         PERFORM 5230-STAGE-VR-RECAP THRU 5230-EXIT
012110     END-IF.
012120     CLOSE RECAP-WORK-FILE.
012130 5200-EXIT.
012140     EXIT.
012150
012160*-----------------------------------------------------------------
012170* 5210-RETURN-VR-LINES - DRAIN THE SORT INTO THE VARIANCE
012180* REPORT.
012190*-----------------------------------------------------------------
012200 5210-RETURN-VR-LINES.
012210     PERFORM 5220-WRITE-ONE-VR-LINE THRU 5220-EXIT
012220         UNTIL SORTED-LINES-EOF.
012230 5210-EXIT.
012240     EXIT.
012250
012260*-----------------------------------------------------------------
012270* 5220-WRITE-ONE-VR-LINE - RETURN THE NEXT SORTED LINE, CLOSING
012280* THE LAST BRANCH'S RECAP AND OPENING A NEW SECTION AT EACH
012290* BRANCH BREAK, AND ADD ITS VARIANCE TO THE BRANCH.
012300*-----------------------------------------------------------------
012310 5220-WRITE-ONE-VR-LINE.
012320     RETURN REPORT-SORT-FILE
012330         AT END
012340             SET SORTED-LINES-EOF TO TRUE
012350     END-RETURN.
012360     IF SORTED-LINES-EOF
012370         GO TO 5220-EXIT
012380     END-IF.
012390
012400     IF RS-BRANCH-CODE NOT = WS-SECTION-BRANCH
012410         IF WS-SECTION-BRANCH NOT = SPACES
012420             PERFORM 5230-STAGE-VR-RECAP THRU 5230-EXIT
012430             WRITE VARIANCE-REPORT-RECORD
012440                 FROM WS-RECAP-BLANK-LINE
012450         END-IF
012460         MOVE RS-BRANCH-CODE TO WS-SECTION-BRANCH
012470         MOVE RS-BRANCH-CODE TO BH-BRANCH-CODE
012480         WRITE VARIANCE-REPORT-RECORD
012490             FROM WS-BRANCH-HEADER-LINE
012500         MOVE ZERO TO WS-BRANCH-BREAKS
012510         MOVE ZERO TO WS-BRANCH-VARIANCE
012520     END-IF.
012530
012540     MOVE RS-REPORT-LINE TO WS-VARIANCE-DETAIL.
012550     MOVE VD-VARIANCE TO WS-LINE-VARIANCE.
012560     ADD 1 TO WS-BRANCH-BREAKS.
012570     ADD 1 TO WS-TOTAL-BREAKS.
012580     ADD WS-LINE-VARIANCE TO WS-BRANCH-VARIANCE.
012590     ADD WS-LINE-VARIANCE TO WS-TOTAL-VARIANCE.
012600     WRITE VARIANCE-REPORT-RECORD FROM RS-REPORT-LINE.
012610 5220-EXIT.
012620     EXIT.
012630
012640*-----------------------------------------------------------------
012650* 5230-STAGE-VR-RECAP - STAGE THE FINISHED BRANCH'S RECAP LINE.
012660*-----------------------------------------------------------------
012670 5230-STAGE-VR-RECAP.
012680     MOVE WS-SECTION-BRANCH TO VC-BRANCH-CODE.
012690     MOVE WS-BRANCH-BREAKS TO VC-BREAKS.
012700     MOVE WS-BRANCH-VARIANCE TO VC-VARIANCE.
012710     WRITE RECAP-WORK-RECORD FROM WS-VR-RECAP-LINE.
012720 5230-EXIT.
012730     EXIT.
012740
012750*-----------------------------------------------------------------
012760* 5240-COPY-ONE-VR-RECAP - COPY ONE STAGED RECAP LINE TO THE
012770* VARIANCE REPORT.
012780*-----------------------------------------------------------------
012790 5240-COPY-ONE-VR-RECAP.
012800     READ RECAP-WORK-FILE
012810         AT END
012820             SET RECAP-WORK-EOF TO TRUE
012830         NOT AT END
012840             WRITE VARIANCE-REPORT-RECORD FROM RECAP-WORK-RECORD
012850     END-READ.
012860 5240-EXIT.
012870     EXIT.
012880
012890*-----------------------------------------------------------------
012900* 5300-BUILD-STOP-SECTIONS - SORT THE STAGED STOPPED DEBITS AND
012910* APPEND THEM TO THE STOP-ACTIVITY REPORT BY BRANCH.
012920*-----------------------------------------------------------------
012930 5300-BUILD-STOP-SECTIONS.
012940     MOVE 'N' TO WS-SORT-SWITCH.
012950     MOVE SPACES TO WS-SECTION-BRANCH.
012960     SORT REPORT-SORT-FILE
012970         ON ASCENDING KEY RS-BRANCH-CODE
012980         ON ASCENDING KEY RS-PARTITION-NUMBER
012990         ON ASCENDING KEY RS-SEQUENCE
013000         USING STOP-WORK-FILE
013010         OUTPUT PROCEDURE IS 5310-RETURN-STOP-LINES
013020             THRU 5310-EXIT.
013030 5300-EXIT.
013040     EXIT.
013050
013060*-----------------------------------------------------------------
013070* 5310-RETURN-STOP-LINES - DRAIN THE SORT INTO THE STOP-ACTIVITY
013080* REPORT.
013090*-----------------------------------------------------------------
013100 5310-RETURN-STOP-LINES.
013110     PERFORM 5320-WRITE-ONE-STOP-LINE THRU 5320-EXIT
013120         UNTIL SORTED-LINES-EOF.
013130 5310-EXIT.
013140     EXIT.
013150
013160*-----------------------------------------------------------------
013170* 5320-WRITE-ONE-STOP-LINE - RETURN THE NEXT SORTED LINE, OPENING
013180* A NEW BRANCH SECTION AT EACH BRANCH BREAK.
013190*-----------------------------------------------------------------
013200 5320-WRITE-ONE-STOP-LINE.
013210     RETURN REPORT-SORT-FILE
013220         AT END
013230             SET SORTED-LINES-EOF TO TRUE
013240     END-RETURN.
013250     IF SORTED-LINES-EOF
013260         GO TO 5320-EXIT
013270     END-IF.
013280
013290     IF RS-BRANCH-CODE NOT = WS-SECTION-BRANCH
013300         MOVE RS-BRANCH-CODE TO WS-SECTION-BRANCH
013310         MOVE RS-BRANCH-CODE TO BH-BRANCH-CODE
013320         WRITE STOP-REPORT-RECORD FROM WS-RECAP-BLANK-LINE
013330         WRITE STOP-REPORT-RECORD FROM WS-BRANCH-HEADER-LINE
013340     END-IF.
013350     WRITE STOP-REPORT-RECORD FROM RS-REPORT-LINE.
013360 5320-EXIT.
013370     EXIT.
013380
013390*-----------------------------------------------------------------
013400* 6000-APPEND-LEDGERS - ADD EVERY PARTITION'S AUDIT LINES TO THE
013410* AUDIT TRAIL AND ITS SUSPENSE ITEMS TO THE SUSPENSE LEDGER, THEN
013420* SUM THE LEDGER FOR THE NET SUSPENSE POSITION.  LINES ALREADY ON
013422* A LEDGER UNDER TONIGHT'S BUSINESS DATE WERE ADDED BY A RUN THAT
013424* ABENDED PART WAY THROUGH, SO THAT MANY STAGED LINES ARE PASSED
013426* OVER AND THE RERUN ADDS ONLY THE REST.
013430*-----------------------------------------------------------------
013440 6000-APPEND-LEDGERS.
013441     MOVE ZERO TO WS-APPEND-SKIP.
013442     OPEN INPUT AUDIT-TRAIL-FILE.
013443     IF WS-AUDITTRL-STATUS = '00'
013444         MOVE 'N' TO WS-WORKFILE-SWITCH
013445         PERFORM 6010-COUNT-ONE-TRAIL-LINE THRU 6010-EXIT
013446             UNTIL WORK-FILE-EOF
013447         CLOSE AUDIT-TRAIL-FILE
013448     END-IF.
013449     IF WS-APPEND-SKIP > ZERO
013450         DISPLAY 'POSTING-MERGE: ' WS-APPEND-SKIP
013451             ' AUDIT LINES ALREADY ADDED FOR ' WS-RUN-DATE
013452     END-IF.
013453     OPEN INPUT AUDIT-WORK-FILE.
013460     OPEN EXTEND AUDIT-TRAIL-FILE.
013461     IF WS-AUDITTRL-STATUS NOT = '00'
013462         DISPLAY 'POSTING-MERGE: UNABLE TO OPEN AUDITTRL - '
013463             'STATUS ' WS-AUDITTRL-STATUS
013464         MOVE 16 TO RETURN-CODE
013465         PERFORM 9800-RECORD-STEP-END THRU 9800-EXIT
013466         STOP RUN
013467     END-IF.
013470     MOVE 'N' TO WS-WORKFILE-SWITCH.
013480     PERFORM 6100-APPEND-ONE-AUDIT-LINE THRU 6100-EXIT
013490         UNTIL WORK-FILE-EOF.
013500     CLOSE AUDIT-TRAIL-FILE.
013510     CLOSE AUDIT-WORK-FILE.
013520
013521     MOVE ZERO TO WS-APPEND-SKIP.
013522     OPEN INPUT SUSPENSE-FILE.
013523     IF WS-SUSPNS-STATUS = '00'
013524         MOVE 'N' TO WS-WORKFILE-SWITCH
013525         PERFORM 6020-COUNT-ONE-LEDGER-ITEM THRU 6020-EXIT
013526             UNTIL WORK-FILE-EOF
013527         CLOSE SUSPENSE-FILE
013528     END-IF.
013529     IF WS-APPEND-SKIP > ZERO
013530         DISPLAY 'POSTING-MERGE: ' WS-APPEND-SKIP
013531             ' SUSPENSE ITEMS ALREADY ADDED FOR ' WS-RUN-DATE
013532     END-IF.
013533     OPEN INPUT SUSPENSE-WORK-FILE.
013540     OPEN EXTEND SUSPENSE-FILE.
013541     IF WS-SUSPNS-STATUS NOT = '00'
013542         DISPLAY 'POSTING-MERGE: UNABLE TO OPEN SUSPENSE - '
013543             'STATUS ' WS-SUSPNS-STATUS
013544         MOVE 16 TO RETURN-CODE
013545         PERFORM 9800-RECORD-STEP-END THRU 9800-EXIT
013546         STOP RUN
013547     END-IF.
013550     MOVE 'N' TO WS-WORKFILE-SWITCH.
013560     PERFORM 6200-APPEND-ONE-SUSPENSE-ITEM THRU 6200-EXIT
013570         UNTIL WORK-FILE-EOF.
013580     CLOSE SUSPENSE-FILE.
013590     CLOSE SUSPENSE-WORK-FILE.
013600
013610     MOVE ZERO TO WS-LEDGER-ITEMS.
013620     MOVE ZERO TO WS-SUSPENSE-BALANCE.
013630     OPEN INPUT SUSPENSE-FILE.
013640     IF WS-SUSPNS-STATUS = '00'
013650         MOVE 'N' TO WS-WORKFILE-SWITCH
013660         PERFORM 6300-SUM-ONE-LEDGER-ITEM THRU 6300-EXIT
013670             UNTIL WORK-FILE-EOF
013680         CLOSE SUSPENSE-FILE
013690     END-IF.
013700 6000-EXIT.
013710     EXIT.
013720
013730*-----------------------------------------------------------------
013731* 6010-COUNT-ONE-TRAIL-LINE - COUNT ONE AUDIT TRAIL LINE IF IT
013732* CARRIES TONIGHT'S BUSINESS DATE.
013733*-----------------------------------------------------------------
013734 6010-COUNT-ONE-TRAIL-LINE.
013735     READ AUDIT-TRAIL-FILE
013736         AT END
013737             SET WORK-FILE-EOF TO TRUE
013738         NOT AT END
013739             IF AUDIT-TRAIL-RECORD (1:8) = WS-RUN-DATE
013740                 ADD 1 TO WS-APPEND-SKIP
013741             END-IF
013742     END-READ.
013743 6010-EXIT.
013744     EXIT.
013745
013746*-----------------------------------------------------------------
013747* 6020-COUNT-ONE-LEDGER-ITEM - COUNT ONE SUSPENSE ITEM IF IT WAS
013748* POSTED UNDER TONIGHT'S BUSINESS DATE.
013749*-----------------------------------------------------------------
013750 6020-COUNT-ONE-LEDGER-ITEM.
013751     READ SUSPENSE-FILE
013752         AT END
013753             SET WORK-FILE-EOF TO TRUE
013754         NOT AT END
013755             IF SL-POST-DATE = WS-RUN-DATE
013756                 ADD 1 TO WS-APPEND-SKIP
013757             END-IF
013758     END-READ.
013759 6020-EXIT.
013760     EXIT.
013761
013762*-----------------------------------------------------------------
013763* 6100-APPEND-ONE-AUDIT-LINE - COPY ONE STAGED AUDIT LINE.
013764*-----------------------------------------------------------------
013765 6100-APPEND-ONE-AUDIT-LINE.
013770     READ AUDIT-WORK-FILE
013780         AT END
013790             SET WORK-FILE-EOF TO TRUE
013800         NOT AT END
013810             IF WS-APPEND-SKIP > ZERO
013812                 SUBTRACT 1 FROM WS-APPEND-SKIP
013814             ELSE
013816                 WRITE AUDIT-TRAIL-RECORD FROM AUDIT-WORK-RECORD
013818             END-IF
013820     END-READ.
013830 6100-EXIT.
013840     EXIT.
013850
013860*-----------------------------------------------------------------
013870* 6200-APPEND-ONE-SUSPENSE-ITEM - COPY ONE STAGED SUSPENSE ITEM.
013880*-----------------------------------------------------------------
013890 6200-APPEND-ONE-SUSPENSE-ITEM.
013900     READ SUSPENSE-WORK-FILE
013910         AT END
013920             SET WORK-FILE-EOF TO TRUE
013930         NOT AT END
013940             IF WS-APPEND-SKIP > ZERO
013950                 SUBTRACT 1 FROM WS-APPEND-SKIP
013952             ELSE
013954                 WRITE SUSPENSE-LEDGER-RECORD
013956                     FROM SUSPENSE-ITEM-RECORD
013958             END-IF
013960     END-READ.
013970 6200-EXIT.
013980     EXIT.
013990
014000*-----------------------------------------------------------------
014010* 6300-SUM-ONE-LEDGER-ITEM - READ AND SUM ONE OPEN SUSPENSE
014020* ITEM.
014030*-----------------------------------------------------------------
014040 6300-SUM-ONE-LEDGER-ITEM.
014050     READ SUSPENSE-FILE
014060         AT END
014070             SET WORK-FILE-EOF TO TRUE
014080         NOT AT END
014090             ADD 1 TO WS-LEDGER-ITEMS
014100             ADD SL-AMOUNT TO WS-SUSPENSE-BALANCE
014110     END-READ.
014120 6300-EXIT.
014121     EXIT.
014122
014123*-----------------------------------------------------------------
014124* 6500-POST-TRANSFER-CREDITS - WRITE THE 'C' LEG OF EVERY TRANSFER
014125* THE PARTITIONS STAGED.  THIS RUN IS ALONE ON THE LEDGER, SO NO
014126* OTHER WRITER CAN TAKE THE CREDIT ACCOUNT'S NEXT SEQUENCE NUMBER.
014127*-----------------------------------------------------------------
014128 6500-POST-TRANSFER-CREDITS.
014129     OPEN INPUT TRANSFER-WORK-FILE.
014130     IF WS-XFERWRK-STATUS NOT = '00'
014131         GO TO 6500-EXIT
014132     END-IF.
014133     OPEN I-O TRANSACTION-LEDGER-FILE.
014134     IF WS-TRANLEDG-STATUS NOT = '00'
014135         DISPLAY 'POSTING-MERGE: UNABLE TO OPEN TRANLEDG - '
014136             'STATUS ' WS-TRANLEDG-STATUS
014137         MOVE 16 TO RETURN-CODE
014138         PERFORM 9800-RECORD-STEP-END THRU 9800-EXIT
014139         STOP RUN
014140     END-IF.
014141     MOVE 'N' TO WS-WORKFILE-SWITCH.
014142     PERFORM 6510-POST-ONE-TRANSFER THRU 6510-EXIT
014143         UNTIL WORK-FILE-EOF.
014144     CLOSE TRANSACTION-LEDGER-FILE.
014145     CLOSE TRANSFER-WORK-FILE.
014146 6500-EXIT.
014147     EXIT.
014148
014149*-----------------------------------------------------------------
014150* 6510-POST-ONE-TRANSFER - READ ONE STAGED TRANSFER AND, IF ITS
014151* DEBIT STILL AWAITS CREDIT, WRITE THE 'C' LEG UNDER TONIGHT'S
014152* DATE AND REWRITE THE DEBIT AS CREDIT-ISSUED, NAMING THE KEY OF
014153* THE CREDIT.  A DEBIT ALREADY ISSUED WAS STAGED TWICE BY A
014154* RESTARTED PARTITION OR POSTED BY AN EARLIER RUN OF THIS STEP,
014155* AND A CREDIT LEG ALREADY ON FILE FOR THE DEBIT WAS WRITTEN BY A
014156* RUN INTERRUPTED BEFORE THE REWRITE.  NEITHER IS PAID AGAIN.
014157*-----------------------------------------------------------------
014158 6510-POST-ONE-TRANSFER.
014159     READ TRANSFER-WORK-FILE
014160         AT END
014161             SET WORK-FILE-EOF TO TRUE
014162     END-READ.
014163     IF WORK-FILE-EOF
014164         GO TO 6510-EXIT
014165     END-IF.
014166
014167     MOVE XW-DEBIT-ACCOUNT TO TL-ACCOUNT-NUMBER.
014168     MOVE XW-DEBIT-SEQUENCE TO TL-SEQUENCE-NUMBER.
014169     READ TRANSACTION-LEDGER-FILE
014170         INVALID KEY
014171             DISPLAY 'POSTING-MERGE: TRANSFER DEBIT NOT ON '
014172                 'LEDGER - '
014173                 XW-DEBIT-ACCOUNT ' ' XW-DEBIT-SEQUENCE
014174             GO TO 6510-EXIT
014175     END-READ.
014176     IF NOT TL-TRANSFER-AWAITING-CREDIT
014177         ADD 1 TO WS-XFER-ALREADY
014178         GO TO 6510-EXIT
014179     END-IF.
014180
014181     MOVE ZERO TO WS-XFER-CREDIT-SEQUENCE.
014182     MOVE ZERO TO WS-XFER-MAX-SEQUENCE.
014183     MOVE 'N' TO WS-XFER-SCAN-SWITCH.
014184     MOVE XW-CREDIT-ACCOUNT TO TL-ACCOUNT-NUMBER.
014185     MOVE ZERO TO TL-SEQUENCE-NUMBER.
014186     START TRANSACTION-LEDGER-FILE
014187         KEY IS NOT LESS THAN TL-LEDGER-KEY
014188         INVALID KEY
014189             SET XFER-SCAN-COMPLETE TO TRUE
014190     END-START.
014191     PERFORM 6520-SCAN-CREDIT-ACCOUNT THRU 6520-EXIT
014192         UNTIL XFER-SCAN-COMPLETE.
014193
014194     IF WS-XFER-CREDIT-SEQUENCE = ZERO
014195         PERFORM 6530-WRITE-CREDIT-LEG THRU 6530-EXIT
014196     END-IF.
014197     IF WS-XFER-CREDIT-SEQUENCE = ZERO
014198         GO TO 6510-EXIT
014199     END-IF.
014200
014201     MOVE XW-DEBIT-ACCOUNT TO TL-ACCOUNT-NUMBER.
014202     MOVE XW-DEBIT-SEQUENCE TO TL-SEQUENCE-NUMBER.
014203     READ TRANSACTION-LEDGER-FILE
014204         INVALID KEY
014205             MOVE '23' TO WS-TRANLEDG-STATUS
014206     END-READ.
014207     IF WS-TRANLEDG-STATUS = '00'
014208         SET TL-TRANSFER-CREDIT-ISSUED TO TRUE
014209         MOVE WS-XFER-CREDIT-SEQUENCE TO TL-CONTRA-SEQUENCE
014210         REWRITE TRANSACTION-LEDGER-RECORD
014211             INVALID KEY
014212                 CONTINUE
014213         END-REWRITE
014214     END-IF.
014215     IF WS-TRANLEDG-STATUS NOT = '00'
014216         DISPLAY 'POSTING-MERGE: UNABLE TO MARK TRANSFER DEBIT '
014217             XW-DEBIT-ACCOUNT ' ' XW-DEBIT-SEQUENCE
014218     END-IF.
014219 6510-EXIT.
014220     EXIT.
014221
014222*-----------------------------------------------------------------
014223* 6520-SCAN-CREDIT-ACCOUNT - READ ONE ENTRY OF THE CREDIT
014224* ACCOUNT'S LEDGER, NOTING THE HIGHEST SEQUENCE NUMBER IN USE
014225* AND ANY CREDIT LEG ALREADY ISSUED AGAINST THIS DEBIT.
014226*-----------------------------------------------------------------
014227 6520-SCAN-CREDIT-ACCOUNT.
014228     READ TRANSACTION-LEDGER-FILE NEXT RECORD
014229         AT END
014230             SET XFER-SCAN-COMPLETE TO TRUE
014231     END-READ.
014232     IF XFER-SCAN-COMPLETE
014233         GO TO 6520-EXIT
014234     END-IF.
014235     IF TL-ACCOUNT-NUMBER NOT = XW-CREDIT-ACCOUNT
014236         SET XFER-SCAN-COMPLETE TO TRUE
014237         GO TO 6520-EXIT
014238     END-IF.
014239
014240     IF TL-SEQUENCE-NUMBER > WS-XFER-MAX-SEQUENCE
014241         MOVE TL-SEQUENCE-NUMBER TO WS-XFER-MAX-SEQUENCE
014242     END-IF.
014243     IF TL-TRANSFER-CREDIT-LEG
014244             AND TL-CONTRA-ACCOUNT = XW-DEBIT-ACCOUNT
014245             AND TL-CONTRA-SEQUENCE = XW-DEBIT-SEQUENCE
014246         MOVE TL-SEQUENCE-NUMBER TO WS-XFER-CREDIT-SEQUENCE
014247     END-IF.
014248 6520-EXIT.
014249     EXIT.
014250
014251*-----------------------------------------------------------------
014252* 6530-WRITE-CREDIT-LEG - ADD THE 'C' ENTRY TO THE CREDIT ACCOUNT
014253* UNDER THE NEXT FREE SEQUENCE NUMBER, CARRYING THE DEBIT'S
014254* REFERENCE, BATCH AND CHANNEL AND NAMING THE DEBIT'S KEY.
014255*-----------------------------------------------------------------
014256 6530-WRITE-CREDIT-LEG.
014257     ADD 1 TO WS-XFER-MAX-SEQUENCE.
014258     MOVE XW-CREDIT-ACCOUNT TO TL-ACCOUNT-NUMBER.
014259     MOVE WS-XFER-MAX-SEQUENCE TO TL-SEQUENCE-NUMBER.
014260     MOVE WS-RUN-DATE TO TL-TRANSACTION-DATE.
014261     MOVE 'C' TO TL-TRANSACTION-TYPE.
014262     MOVE XW-AMOUNT TO TL-TRANSACTION-AMOUNT.
014263     MOVE ZERO TO TL-RATE-APPLIED.
014264     MOVE XW-SOURCE-BATCH TO TL-SOURCE-BATCH.
014265     MOVE XW-CHANNEL-CODE TO TL-CHANNEL-CODE.
014266     MOVE XW-TRANSFER-REF TO TL-TRANSFER-REF.
014267     MOVE XW-DEBIT-ACCOUNT TO TL-CONTRA-ACCOUNT.
014268     MOVE XW-DEBIT-SEQUENCE TO TL-CONTRA-SEQUENCE.
014269     SET TL-TRANSFER-CREDIT-LEG TO TRUE.
014270     WRITE TRANSACTION-LEDGER-RECORD
014271         INVALID KEY
014272             DISPLAY 'POSTING-MERGE: UNABLE TO ISSUE TRANSFER '
014273                 'CREDIT TO ' XW-CREDIT-ACCOUNT
014274     END-WRITE.
014275     IF WS-TRANLEDG-STATUS = '00'
014276         MOVE WS-XFER-MAX-SEQUENCE TO WS-XFER-CREDIT-SEQUENCE
014277         ADD 1 TO WS-XFER-POSTED
014278         ADD XW-AMOUNT TO WS-XFER-POSTED-AMOUNT
014279     END-IF.
014280 6530-EXIT.
014281     EXIT.
014282
014283*-----------------------------------------------------------------
014284* 7000-WRITE-BANK-TOTALS - PRINT THE NIGHT'S BANK-WIDE POSTING
014285* TOTALS.  THE NET SUSPENSE POSITION ALSO GOES TO THE LOG, AS THE
014286* SINGLE POSTING RUN USED TO PUT IT.
014287*-----------------------------------------------------------------
014288 7000-WRITE-BANK-TOTALS.
014289     WRITE MERGE-REPORT-RECORD FROM WS-RECAP-BLANK-LINE.
014290     MOVE 'BANK-WIDE POSTING TOTALS' TO WS-RESULT-LINE.
014291     WRITE MERGE-REPORT-RECORD FROM WS-RESULT-LINE.
014292
014293     MOVE 'ACCOUNTS POSTED' TO TL-CAPTION.
014294     MOVE WS-BANK-ACCOUNTS TO TL-COUNT.
014295     MOVE ZERO TO TL-AMOUNT.
014296     WRITE MERGE-REPORT-RECORD FROM WS-TOTAL-LINE.
014297     MOVE 'OVERDRAFT REPORT LINES' TO TL-CAPTION.
014300     MOVE WS-BANK-OD-LINES TO TL-COUNT.
014310     WRITE MERGE-REPORT-RECORD FROM WS-TOTAL-LINE.
014320     MOVE 'VARIANCE BREAKS' TO TL-CAPTION.
014330     MOVE WS-BANK-VR-LINES TO TL-COUNT.
014340     MOVE WS-TOTAL-VARIANCE TO TL-AMOUNT.
014350     WRITE MERGE-REPORT-RECORD FROM WS-TOTAL-LINE.
014360     MOVE 'DEBITS STOPPED BY STOP ORDER' TO TL-CAPTION.
014370     MOVE WS-BANK-STOP-LINES TO TL-COUNT.
014380     MOVE ZERO TO TL-AMOUNT.
014390     WRITE MERGE-REPORT-RECORD FROM WS-TOTAL-LINE.
014400     MOVE 'AUDIT LINES ADDED' TO TL-CAPTION.
014410     MOVE WS-BANK-AUDIT-LINES TO TL-COUNT.
014420     WRITE MERGE-REPORT-RECORD FROM WS-TOTAL-LINE.
014430     MOVE 'SUSPENSE ITEMS ADDED' TO TL-CAPTION.
014440     MOVE WS-BANK-SUSP-ITEMS TO TL-COUNT.
014450     MOVE WS-BANK-SUSP-AMOUNT TO TL-AMOUNT.
014460     WRITE MERGE-REPORT-RECORD FROM WS-TOTAL-LINE.
014470     MOVE 'NET SUSPENSE POSITION' TO TL-CAPTION.
014480     MOVE WS-LEDGER-ITEMS TO TL-COUNT.
014490     MOVE WS-SUSPENSE-BALANCE TO TL-AMOUNT.
014500     WRITE MERGE-REPORT-RECORD FROM WS-TOTAL-LINE.
014510     MOVE 'HELD DEBITS RETURNED' TO TL-CAPTION.
014520     MOVE WS-BANK-RETURNED TO TL-COUNT.
014530     MOVE WS-BANK-RETURNED-AMOUNT TO TL-AMOUNT.
014540     WRITE MERGE-REPORT-RECORD FROM WS-TOTAL-LINE.
014550     MOVE 'TRANSFER CREDITS STAGED' TO TL-CAPTION.
014560     MOVE WS-BANK-TRANSFERS TO TL-COUNT.
014570     MOVE WS-BANK-TRANSFER-AMOUNT TO TL-AMOUNT.
014571     WRITE MERGE-REPORT-RECORD FROM WS-TOTAL-LINE.
014572     MOVE 'TRANSFER CREDITS POSTED' TO TL-CAPTION.
014573     MOVE WS-XFER-POSTED TO TL-COUNT.
014574     MOVE WS-XFER-POSTED-AMOUNT TO TL-AMOUNT.
014575     WRITE MERGE-REPORT-RECORD FROM WS-TOTAL-LINE.
014576     MOVE 'TRANSFERS ALREADY CREDITED' TO TL-CAPTION.
014577     MOVE WS-XFER-ALREADY TO TL-COUNT.
014578     MOVE ZERO TO TL-AMOUNT.
014580     WRITE MERGE-REPORT-RECORD FROM WS-TOTAL-LINE.
014590
014600     DISPLAY 'NET SUSPENSE POSITION: ' WS-SUSPENSE-BALANCE.
014610 7000-EXIT.
014620     EXIT.
014630
014640*-----------------------------------------------------------------
014650* 8100-FIND-PARTITION-ACCOUNT - LEAVE WS-PTN-IDX ON THE PARTITION
014660* WHOSE RANGE HOLDS WS-LOOKUP-ACCOUNT, SETTING PARTITION-FOUND.
014670*-----------------------------------------------------------------
014680 8100-FIND-PARTITION-ACCOUNT.
014690     MOVE 'N' TO WS-FOUND-SWITCH.
014700     MOVE ZERO TO WS-PARTITION-SCAN.
014710     PERFORM 8110-TEST-ONE-RANGE THRU 8110-EXIT
014720         UNTIL WS-PARTITION-SCAN NOT < WS-PARTITION-COUNT
014730         OR PARTITION-FOUND.
014740 8100-EXIT.
014750     EXIT.
014760
014770*-----------------------------------------------------------------
014780* 8110-TEST-ONE-RANGE - TEST THE NEXT PARTITION'S RANGE.
014790*-----------------------------------------------------------------
014800 8110-TEST-ONE-RANGE.
014810     ADD 1 TO WS-PARTITION-SCAN.
014820     SET WS-PTN-IDX TO WS-PARTITION-SCAN.
014830     IF WS-LOOKUP-ACCOUNT NOT < WS-PTN-LOW (WS-PTN-IDX)
014840             AND WS-LOOKUP-ACCOUNT NOT > WS-PTN-HIGH (WS-PTN-IDX)
014850         SET PARTITION-FOUND TO TRUE
014860     END-IF.
014870 8110-EXIT.
014880     EXIT.
014890
014900*-----------------------------------------------------------------
014910* 8200-FIND-PARTITION-NUMBER - LEAVE WS-PTN-IDX ON PARTITION
014920* WS-LOOKUP-NUMBER, SETTING PARTITION-FOUND.
014930*-----------------------------------------------------------------
014940 8200-FIND-PARTITION-NUMBER.
014950     MOVE 'N' TO WS-FOUND-SWITCH.
014960     MOVE ZERO TO WS-PARTITION-SCAN.
014970     PERFORM 8210-TEST-ONE-NUMBER THRU 8210-EXIT
014980         UNTIL WS-PARTITION-SCAN NOT < WS-PARTITION-COUNT
014990         OR PARTITION-FOUND.
015000 8200-EXIT.
015010     EXIT.
015020
015030*-----------------------------------------------------------------
015040* 8210-TEST-ONE-NUMBER - TEST THE NEXT PARTITION'S NUMBER.
015050*-----------------------------------------------------------------
015060 8210-TEST-ONE-NUMBER.
015070     ADD 1 TO WS-PARTITION-SCAN.
015080     SET WS-PTN-IDX TO WS-PARTITION-SCAN.
015090     IF WS-PTN-NUMBER (WS-PTN-IDX) = WS-LOOKUP-NUMBER
015100         SET PARTITION-FOUND TO TRUE
015110     END-IF.
015120 8210-EXIT.
015130     EXIT.
015140
015150*-----------------------------------------------------------------
015160* 8300-WRITE-EXCEPTION - FAIL THE PROOF AND PRINT THE EXCEPTION
015170* IN EX-TEXT/EX-KEY.  ONLY THE FIRST 50 ARE PRINTED; THE COUNT
015180* OF ALL OF THEM CLOSES THE REPORT.
015190*-----------------------------------------------------------------
015200 8300-WRITE-EXCEPTION.
015210     MOVE 'N' TO WS-PROOF-SWITCH.
015220     ADD 1 TO WS-EXCEPTION-COUNT.
015230     IF WS-EXCEPTION-COUNT NOT > 50
015240         WRITE MERGE-REPORT-RECORD FROM WS-EXCEPTION-LINE
015250     END-IF.
015260 8300-EXIT.
015270     EXIT.
015280
015290*-----------------------------------------------------------------
015300* 9000-TERMINATE - CLOSE THE PROOF REPORT WITH ITS VERDICT AND
015310* RECORD THE STEP'S END.
015320*-----------------------------------------------------------------
015330 9000-TERMINATE.
015340     WRITE MERGE-REPORT-RECORD FROM WS-RECAP-BLANK-LINE.
015350     IF WS-EXCEPTION-COUNT > ZERO
015360         MOVE WS-EXCEPTION-COUNT TO WS-EXCEPTION-DISPLAY
015370         MOVE SPACES TO WS-RESULT-LINE
015380         STRING 'EXCEPTIONS: ' WS-EXCEPTION-DISPLAY
015390             DELIMITED BY SIZE INTO WS-RESULT-LINE
015400         WRITE MERGE-REPORT-RECORD FROM WS-RESULT-LINE
015410     END-IF.
015420     IF POSTING-PROVED
015430         MOVE 'POSTING PROVED - REPORTS BUILT AND LEDGERS UPDATED'
015440             TO WS-RESULT-LINE
015450     ELSE
015460         MOVE 'POSTING NOT PROVED - NOTHING BUILT - RC=8'
015470             TO WS-RESULT-LINE
015480         DISPLAY 'POSTING-MERGE: PARTITIONS NOT PROVED - '
015490             'SEE MRGRPT'
015500     END-IF.
015510     WRITE MERGE-REPORT-RECORD FROM WS-RESULT-LINE.
015520     CLOSE MERGE-REPORT-FILE.
015530     PERFORM 9800-RECORD-STEP-END THRU 9800-EXIT.
015540 9000-EXIT.
015550     EXIT.
015560
015570*-----------------------------------------------------------------
015580* 9500-READ-BUSINESS-DATE - REPLACE THE SYSTEM-CLOCK RUN DATE WITH
015590* THE CYCLE'S BUSINESS DATE FROM THE BATCH DATE CONTROL FILE.  NO
015600* OPEN CYCLE MEANS THE SYSTEM DATE STANDS.
015610*-----------------------------------------------------------------
015620 9500-READ-BUSINESS-DATE.
015630     OPEN INPUT BATCH-DATE-FILE.
015640     IF WS-BATCHDTE-STATUS = '00'
015650         READ BATCH-DATE-FILE
015660             NOT AT END
015670                 IF BD-CYCLE-OPEN
015680                         AND BD-BUSINESS-DATE IS NUMERIC
015690                         AND BD-BUSINESS-DATE > ZERO
015700                     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
015710                 END-IF
015720         END-READ
015730         CLOSE BATCH-DATE-FILE
015740     END-IF.
015750 9500-EXIT.
015760     EXIT.
015770
015780*-----------------------------------------------------------------
015790* 9700-RECORD-STEP-START - ASK THE CYCLE STEP-STATUS LEDGER
015800* WHETHER THIS STEP ALREADY ENDED CLEAN FOR THE BUSINESS DATE.
015810*-----------------------------------------------------------------
015820 9700-RECORD-STEP-START.
015830     MOVE 'S'         TO SP-FUNCTION.
015840     MOVE 'POSTMRG'   TO SP-STEP-NAME.
015850     MOVE WS-RUN-DATE TO SP-BUSINESS-DATE.
015860     MOVE ZERO        TO SP-RETURN-CODE.
015870     CALL 'STEPSTAT' USING STEP-STATUS-PARMS.
015880 9700-EXIT.
015890     EXIT.
015900
015910*-----------------------------------------------------------------
015920* 9800-RECORD-STEP-END - RECORD THIS STEP'S END AND FINAL RETURN
015930* CODE ON THE CYCLE STEP-STATUS LEDGER.
015940*-----------------------------------------------------------------
015950 9800-RECORD-STEP-END.
015960     MOVE 'E'         TO SP-FUNCTION.
015970     MOVE RETURN-CODE TO SP-RETURN-CODE.
015980     CALL 'STEPSTAT' USING STEP-STATUS-PARMS.
015990 9800-EXIT.
016000     EXIT.
