000100* ---------------------------------------------------------------
000110* PROGRAM      GL-RECONCILIATION
000120* INSTALLATION RETAIL BANKING DIVISION
000130* AUTHOR       D. OKAFOR
000140* DATE-WRITTEN 2026-10-15
000150* ---------------------------------------------------------------
000160* MODIFICATION HISTORY
000170*   2026-10-15  DO   ORIGINAL PROGRAM - MORNING RECONCILIATION OF
000180*                    THE SUBLEDGER TO THE CORPORATE GL, RUN BY
000190*                    JOB GLRECON ONCE THE GL'S ACKNOWLEDGEMENT
000200*                    FILE (GLACK COPYBOOK, FILEHDR HDR/TRL,
000210*                    PROVED BY FILE-VERIFY) HAS ARRIVED.  EVERY
000220*                    JOURNAL STILL ON THE THREE INTERFACE FILES
000230*                    WE SEND - GLINTF FROM GL-INTERFACE-EXTRACT,
000240*                    FXGLINT FROM FX-REVALUATION AND WOFFGLI FROM
000250*                    SUSPENSE-WRITEOFF - IS NETTED BY SOURCE,
000260*                    JOURNAL DATE AND GL ACCOUNT AND MATCHED TO
000270*                    WHAT THE GL SAYS IT POSTED.  A JOURNAL THE
000280*                    GL REJECTED, DID NOT ACKNOWLEDGE OR BOOKED
000290*                    FOR A DIFFERENT AMOUNT, AND ANY ACKNOWLEDGE-
000300*                    MENT FOR A JOURNAL WE NEVER SENT, IS A
000310*                    BREAK.  THE GL'S CLOSING BALANCE ON THE
000320*                    CUSTOMER-DEPOSITS CONTROL ACCOUNT IS PROVED
000330*                    AGAINST THE POSTED TOTAL TRIAL-BALANCE
000340*                    STORED ON CYCLHIST FOR THE SAME BUSINESS
000350*                    DATE.  EVERY ITEM IS KEPT ON THE PERMANENT
000360*                    GLEXCP FILE (GLEXCP COPYBOOK); A BREAK AGES
000370*                    ONE DAY PER RUN UNTIL IT CLEARS OR FINANCE
000380*                    RESOLVES IT WITH A GLXRES CARD.  THE MORNING
000390*                    REPORT (GLRECRPT) LISTS THE CARDS APPLIED,
000400*                    TODAY'S NEW AND CHANGED BREAKS, THE MATCH
000410*                    COUNTS BY SOURCE, EVERY OPEN BREAK AGED, AND
000420*                    THE ITEMS RESOLVED TODAY.  RC=4 WHEN ANY
000430*                    BREAK IS OPEN; RC=8 WHEN NO ACKNOWLEDGEMENT
000440*                    FILE CAME IN OR A TABLE OVERFLOWED, SINCE
000450*                    THE RECONCILIATION IS INCOMPLETE.  THE RUN
000460*                    RECORDS ITSELF ON THE CYCLE STEP-STATUS
000470*                    LEDGER AND A RERUN SKIPS IT WHEN IT ALREADY
000480*                    ENDED CLEAN FOR THE DATE.
000490* ---------------------------------------------------------------
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID.                  GL-RECONCILIATION.
000520 AUTHOR.                      D. OKAFOR.
000530 INSTALLATION.                RETAIL BANKING DIVISION.
000540 DATE-WRITTEN.                2026-10-15.
000550 DATE-COMPILED.
000560
000570 ENVIRONMENT DIVISION.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT GL-ACK-FILE
000610         ASSIGN TO 'GLACK'
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-GLACK-STATUS.
000640
000650     SELECT NIGHTLY-JOURNAL-FILE
000660         ASSIGN TO 'GLINTF'
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-GLINTF-STATUS.
000690
000700     SELECT FX-JOURNAL-FILE
000710         ASSIGN TO 'FXGLINT'
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-FXGLINT-STATUS.
000740
000750     SELECT WRITEOFF-JOURNAL-FILE
000760         ASSIGN TO 'WOFFGLI'
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-WOFFGLI-STATUS.
000790
000800     SELECT CYCLE-HISTORY-FILE
000810         ASSIGN TO 'CYCLHIST'
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS RANDOM
000840         RECORD KEY IS CH-CYCLE-DATE
000850         FILE STATUS IS WS-CYCLHIST-STATUS.
000860
000870     SELECT GL-EXCEPTION-FILE
000880         ASSIGN TO 'GLEXCP'
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
000910         RECORD KEY IS GX-EXCEPTION-KEY
000920         FILE STATUS IS WS-GLEXCP-STATUS.
000930
000940     SELECT RESOLUTION-CARD-FILE
000950         ASSIGN TO 'GLXRES'
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WS-GLXRES-STATUS.
000980
000990     SELECT RECON-REPORT-FILE
001000         ASSIGN TO 'GLRECRPT'
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS WS-GLRECRPT-STATUS.
001030
001040     SELECT BATCH-DATE-FILE
001050         ASSIGN TO 'BATCHDTE'
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS WS-BATCHDTE-STATUS.
001080
001090 DATA DIVISION.
001100 FILE SECTION.
001110 FD  GL-ACK-FILE
001120     LABEL RECORDS ARE STANDARD.
001130     COPY FILEHDR.
001140     COPY GLACK.
001150
001160*    THE THREE INTERFACE FILES SHARE THE GLINTF LAYOUT; EACH IS
001170*    READ INTO WS-JOURNAL-LINE.
001180 FD  NIGHTLY-JOURNAL-FILE
001190     LABEL RECORDS ARE STANDARD.
001200 01  NIGHTLY-JOURNAL-RECORD        PIC X(60).
001210
001220 FD  FX-JOURNAL-FILE
001230     LABEL RECORDS ARE STANDARD.
001240 01  FX-JOURNAL-RECORD             PIC X(60).
001250
001260 FD  WRITEOFF-JOURNAL-FILE
001270     LABEL RECORDS ARE STANDARD.
001280 01  WRITEOFF-JOURNAL-RECORD       PIC X(60).
001290
001300 FD  CYCLE-HISTORY-FILE
001310     LABEL RECORDS ARE STANDARD.
001320     COPY CYCLHIST.
001330
001340 FD  GL-EXCEPTION-FILE
001350     LABEL RECORDS ARE STANDARD.
001360     COPY GLEXCP.
001370
001380*    RESOLUTION CARD - THE ITEM KEY, WHO RESOLVED IT AND WHY.
001390 FD  RESOLUTION-CARD-FILE
001400     LABEL RECORDS ARE STANDARD.
001410 01  RESOLUTION-CARD-RECORD.
001420     05  GR-SOURCE                 PIC X(01).
001430     05  GR-JOURNAL-DATE           PIC X(08).
001440     05  GR-JOURNAL-DATE-NUM REDEFINES GR-JOURNAL-DATE
001450                                   PIC 9(08).
001460     05  GR-ACCOUNT-CODE           PIC X(08).
001470     05  GR-RESOLVED-BY            PIC X(08).
001480     05  GR-RESOLVE-NOTE           PIC X(30).
001490     05  FILLER                    PIC X(25).
001500
001510 FD  RECON-REPORT-FILE
001520     LABEL RECORDS ARE STANDARD.
001530 01  RECON-REPORT-RECORD           PIC X(80).
001540
001550 FD  BATCH-DATE-FILE
001560     LABEL RECORDS ARE STANDARD.
001570     COPY BATCHDTE.
001580
001590 WORKING-STORAGE SECTION.
001600*----------------------------------------------------------------
001610* FILE STATUS AND END-OF-FILE SWITCHES
001620*----------------------------------------------------------------
001630 01  WS-FILE-STATUSES.
001640     05  WS-GLACK-STATUS           PIC X(02) VALUE '00'.
001650     05  WS-GLINTF-STATUS          PIC X(02) VALUE '00'.
001660     05  WS-FXGLINT-STATUS         PIC X(02) VALUE '00'.
001670     05  WS-WOFFGLI-STATUS         PIC X(02) VALUE '00'.
001680     05  WS-CYCLHIST-STATUS        PIC X(02) VALUE '00'.
001690     05  WS-GLEXCP-STATUS          PIC X(02) VALUE '00'.
001700     05  WS-GLXRES-STATUS          PIC X(02) VALUE '00'.
001710     05  WS-GLRECRPT-STATUS        PIC X(02) VALUE '00'.
001720     05  WS-BATCHDTE-STATUS        PIC X(02) VALUE '00'.
001730
001740 01  WS-SWITCHES.
001750     05  WS-RUN-SWITCH             PIC X(01) VALUE 'N'.
001760         88  RUN-ABANDONED                   VALUE 'Y'.
001770     05  WS-ACK-FILE-SWITCH        PIC X(01) VALUE 'N'.
001780         88  ACK-FILE-RECEIVED               VALUE 'Y'.
001790     05  WS-ACK-EOF-SWITCH         PIC X(01) VALUE 'N'.
001800         88  ACK-FILE-EOF                    VALUE 'Y'.
001810     05  WS-JOURNAL-EOF-SWITCH     PIC X(01) VALUE 'N'.
001820         88  JOURNAL-FILE-EOF                VALUE 'Y'.
001830     05  WS-CARD-EOF-SWITCH        PIC X(01) VALUE 'N'.
001840         88  RESOLUTION-CARDS-EOF            VALUE 'Y'.
001850     05  WS-CYCLHIST-SWITCH        PIC X(01) VALUE 'N'.
001860         88  CYCLE-HISTORY-AVAILABLE         VALUE 'Y'.
001870     05  WS-ITEM-SCAN-SWITCH       PIC X(01) VALUE 'N'.
001880         88  ITEM-SCAN-COMPLETE              VALUE 'Y'.
001890     05  WS-FOUND-SWITCH           PIC X(01) VALUE 'N'.
001900         88  ENTRY-FOUND                     VALUE 'Y'.
001910
001920*----------------------------------------------------------------
001930* RUN DATE, CAPTURED ONCE AT STARTUP
001940*----------------------------------------------------------------
001950 01  WS-RUN-DATE                   PIC 9(08).
001960
001970*----------------------------------------------------------------
001980* CYCLE STEP-STATUS PARAMETER AREA - SEE CYCLE-STEP-STATUS
001990*----------------------------------------------------------------
002000     COPY STEPLINK.
002010
002020*----------------------------------------------------------------
002030* THE CONTROL ACCOUNT PROVED AGAINST THE TRIAL BALANCE - THE
002040* CUSTOMER-DEPOSITS ACCOUNT GL-INTERFACE-EXTRACT POSTS TO.  ITS
002050* GL BALANCE IS CREDIT-NORMAL.
002060*----------------------------------------------------------------
002070 01  WS-GL-CUST-DEPOSITS           PIC X(08) VALUE '20100000'.
002080
002090*----------------------------------------------------------------
002100* ONE INTERFACE-FILE LINE, IN THE GLINTF LAYOUT
002110*----------------------------------------------------------------
002120 01  WS-JOURNAL-LINE.
002130     05  JL-JOURNAL-DATE           PIC 9(08).
002140     05  JL-ACCOUNT-CODE           PIC X(08).
002150     05  JL-DEBIT-CREDIT-CODE      PIC X(01).
002160         88  JL-DEBIT                        VALUE 'D'.
002170     05  JL-AMOUNT                 PIC 9(11)V99.
002180     05  JL-DESCRIPTION            PIC X(30).
002190 01  WS-JOURNAL-SOURCE             PIC X(01) VALUE SPACE.
002200
002210*----------------------------------------------------------------
002220* JOURNALS SENT, NETTED BY SOURCE, DATE AND ACCOUNT (DEBIT
002230* POSITIVE), AND WHAT THE GL ACKNOWLEDGED, NETTED THE SAME WAY.
002240* ENTRIES PAST EITHER TABLE ARE COUNTED AND NOT RECONCILED.
002250*----------------------------------------------------------------
002260 01  WS-JOURNAL-COUNT              PIC 9(04) COMP VALUE ZERO.
002270 01  WS-JOURNAL-TABLE.
002280     05  WS-JOURNAL-ENTRY OCCURS 500 TIMES
002290                                 INDEXED BY WS-JNL-IDX.
002300         10  JT-SOURCE             PIC X(01).
002310         10  JT-JOURNAL-DATE       PIC 9(08).
002320         10  JT-ACCOUNT-CODE       PIC X(08).
002330         10  JT-SENT-AMOUNT        PIC S9(13)V99.
002340
002350 01  WS-ACK-COUNT                  PIC 9(04) COMP VALUE ZERO.
002360 01  WS-ACK-TABLE.
002370     05  WS-ACK-ENTRY OCCURS 500 TIMES
002380                                 INDEXED BY WS-ACK-IDX.
002390         10  AT-SOURCE             PIC X(01).
002400         10  AT-JOURNAL-DATE       PIC 9(08).
002410         10  AT-ACCOUNT-CODE       PIC X(08).
002420         10  AT-GL-AMOUNT          PIC S9(13)V99.
002430         10  AT-REJECT-SWITCH      PIC X(01).
002440             88  AT-REJECTED                 VALUE 'Y'.
002450         10  AT-REJECT-REASON      PIC X(20).
002460         10  AT-USED-SWITCH        PIC X(01).
002470             88  AT-USED                     VALUE 'Y'.
002480
002490 01  WS-BALANCE-COUNT              PIC 9(04) COMP VALUE ZERO.
002500 01  WS-BALANCE-TABLE.
002510     05  WS-BALANCE-ENTRY OCCURS 50 TIMES
002520                                 INDEXED BY WS-BAL-IDX.
002530         10  BT-BALANCE-DATE       PIC 9(08).
002540         10  BT-GL-BALANCE         PIC S9(13)V99.
002550
002560 01  WS-SIGNED-AMOUNT              PIC S9(13)V99 VALUE ZERO.
002570
002580*----------------------------------------------------------------
002590* ITEM BEING RECONCILED, AND THE OUTCOME - SPACE FOR A MATCH,
002600* OTHERWISE THE GX-EXCEPTION-TYPE OF THE BREAK
002610*----------------------------------------------------------------
002620 01  WS-ITEM.
002630     05  WS-ITEM-SOURCE            PIC X(01).
002640     05  WS-ITEM-DATE              PIC 9(08).
002650     05  WS-ITEM-ACCOUNT           PIC X(08).
002660     05  WS-ITEM-SENT              PIC S9(13)V99.
002670     05  WS-ITEM-GL                PIC S9(13)V99.
002680     05  WS-ITEM-REASON            PIC X(20).
002690 01  WS-OUTCOME-TYPE               PIC X(01) VALUE SPACE.
002700     88  OUTCOME-MATCHED                     VALUE SPACE.
002710 01  WS-DEPOSIT-PROVED-DATE        PIC 9(08) VALUE ZERO.
002720 01  WS-REJECT-TEXT                PIC X(30) VALUE SPACES.
002730
002740*----------------------------------------------------------------
002750* COUNTS BY SOURCE - N NIGHTLY, F FX, W WRITE-OFF, C CONTROL
002760*----------------------------------------------------------------
002770 01  WS-SOURCE-CODES               PIC X(04) VALUE 'NFWC'.
002780 01  WS-SOURCE-CODE-TABLE REDEFINES WS-SOURCE-CODES.
002790     05  WS-SOURCE-CODE OCCURS 4 TIMES
002800                                   PIC X(01).
002810 01  WS-SOURCE-NAMES.
002820     05  FILLER                    PIC X(10) VALUE 'GLINTF'.
002830     05  FILLER                    PIC X(10) VALUE 'FXGLINT'.
002840     05  FILLER                    PIC X(10) VALUE 'WOFFGLI'.
002850     05  FILLER                    PIC X(10) VALUE 'CONTROL'.
002860 01  WS-SOURCE-NAME-TABLE REDEFINES WS-SOURCE-NAMES.
002870     05  WS-SOURCE-NAME OCCURS 4 TIMES
002880                                   PIC X(10).
002890 01  WS-SRC                        PIC 9(01) COMP VALUE ZERO.
002900 01  WS-SOURCE-TOTALS.
002910     05  WS-SOURCE-TOTAL OCCURS 4 TIMES.
002920         10  ST-RECONCILED         PIC 9(07).
002930         10  ST-MATCHED            PIC 9(07).
002940         10  ST-BREAKS             PIC 9(07).
002950         10  ST-CLEARED            PIC 9(07).
002960         10  ST-DONE-BEFORE        PIC 9(07).
002970         10  ST-AWAITING           PIC 9(07).
002980
002990*----------------------------------------------------------------
003000* RUN CONTROL TOTALS AND THE AGE BUCKETS OF THE OPEN BREAKS
003010*----------------------------------------------------------------
003020 01  WS-JOURNAL-LINES-READ         PIC 9(07) VALUE ZERO.
003030 01  WS-ACK-LINES-READ             PIC 9(07) VALUE ZERO.
003040 01  WS-ACK-LINES-SKIPPED          PIC 9(07) VALUE ZERO.
003050 01  WS-BALANCES-IGNORED           PIC 9(07) VALUE ZERO.
003060 01  WS-TABLE-OVERFLOWS            PIC 9(07) VALUE ZERO.
003070 01  WS-BREAKS-LISTED              PIC 9(07) VALUE ZERO.
003080 01  WS-CARDS-APPLIED              PIC 9(07) VALUE ZERO.
003090 01  WS-CARDS-REJECTED             PIC 9(07) VALUE ZERO.
003100 01  WS-OPEN-ITEMS                 PIC 9(07) VALUE ZERO.
003110 01  WS-RESOLVED-TODAY             PIC 9(07) VALUE ZERO.
003120 01  WS-AGE-1-DAY                  PIC 9(07) VALUE ZERO.
003130 01  WS-AGE-2-5-DAYS               PIC 9(07) VALUE ZERO.
003140 01  WS-AGE-6-10-DAYS              PIC 9(07) VALUE ZERO.
003150 01  WS-AGE-OVER-10-DAYS           PIC 9(07) VALUE ZERO.
003160
003170*----------------------------------------------------------------
003180* REPORT LINES
003190*----------------------------------------------------------------
003200 01  WS-REPORT-HEADING-1.
003210     05  FILLER                    PIC X(80) VALUE
003220         'GL RECONCILIATION - MORNING REPORT'.
003230
003240 01  WS-REPORT-HEADING-2.
003250     05  FILLER                    PIC X(16) VALUE
003260             'RUN DATE......  '.
003270     05  RH-RUN-DATE               PIC 9(08).
003280     05  FILLER                    PIC X(56) VALUE SPACES.
003290
003300 01  WS-ACK-STATUS-LINE.
003310     05  FILLER                    PIC X(16) VALUE
003320             'GL ACK FILE...  '.
003330     05  AS-TEXT                   PIC X(64).
003340
003350 01  WS-TYPE-LEGEND-1.
003360     05  FILLER                    PIC X(40) VALUE
003370         'TYPE   M MISSING  R REJECTED  A AMOUNT'.
003380     05  FILLER                    PIC X(40) VALUE
003390         'DIFFERS  U UNEXPECTED'.
003400
003410 01  WS-TYPE-LEGEND-2.
003420     05  FILLER                    PIC X(40) VALUE
003430         '       C CONTROL BALANCE BREAK  T NO'.
003440     05  FILLER                    PIC X(40) VALUE
003450         'PROVED TRIAL BALANCE'.
003460
003470 01  WS-SOURCE-LEGEND.
003480     05  FILLER                    PIC X(40) VALUE
003490         'SOURCE N GLINTF  F FXGLINT  W WOFFGLI'.
003500     05  FILLER                    PIC X(40) VALUE
003510         'C CONTROL ACCOUNT'.
003520
003530 01  WS-BLANK-LINE                 PIC X(80) VALUE SPACES.
003540
003550 01  WS-SECTION-LINE.
003560     05  SL-CAPTION                PIC X(40).
003570     05  FILLER                    PIC X(40) VALUE SPACES.
003580
003590 01  WS-NONE-LINE.
003600     05  FILLER                    PIC X(80) VALUE
003610         '    NONE'.
003620
003630 01  WS-CARD-HEADING.
003640     05  FILLER                    PIC X(02) VALUE 'S'.
003650     05  FILLER                    PIC X(09) VALUE 'DATE'.
003660     05  FILLER                    PIC X(09) VALUE 'ACCOUNT'.
003670     05  FILLER                    PIC X(09) VALUE 'USER'.
003680     05  FILLER                    PIC X(51) VALUE 'RESULT'.
003690
003700 01  WS-CARD-LINE.
003710     05  RL-SOURCE                 PIC X(01).
003720     05  FILLER                    PIC X(01) VALUE SPACE.
003730     05  RL-JOURNAL-DATE           PIC X(08).
003740     05  FILLER                    PIC X(01) VALUE SPACE.
003750     05  RL-ACCOUNT-CODE           PIC X(08).
003760     05  FILLER                    PIC X(01) VALUE SPACE.
003770     05  RL-RESOLVED-BY            PIC X(08).
003780     05  FILLER                    PIC X(01) VALUE SPACE.
003790     05  RL-RESULT                 PIC X(30).
003800     05  FILLER                    PIC X(21) VALUE SPACES.
003810
003820 01  WS-ITEM-HEADING.
003830     05  FILLER                    PIC X(02) VALUE 'S'.
003840     05  FILLER                    PIC X(09) VALUE 'DATE'.
003850     05  FILLER                    PIC X(09) VALUE 'ACCOUNT'.
003860     05  FILLER                    PIC X(02) VALUE 'T'.
003870     05  FILLER                    PIC X(17) VALUE
003880             '      SENT / TB'.
003890     05  FILLER                    PIC X(17) VALUE
003900             '        GL'.
003910     05  FILLER                    PIC X(09) VALUE 'FOUND'.
003920     05  FILLER                    PIC X(15) VALUE ' DAYS'.
003930
003940 01  WS-ITEM-LINE.
003950     05  IL-SOURCE                 PIC X(01).
003960     05  FILLER                    PIC X(01) VALUE SPACE.
003970     05  IL-JOURNAL-DATE           PIC 9(08).
003980     05  FILLER                    PIC X(01) VALUE SPACE.
003990     05  IL-ACCOUNT-CODE           PIC X(08).
004000     05  FILLER                    PIC X(01) VALUE SPACE.
004010     05  IL-EXCEPTION-TYPE         PIC X(01).
004020     05  FILLER                    PIC X(01) VALUE SPACE.
004030     05  IL-SENT-AMOUNT            PIC -(11)9.99.
004040     05  FILLER                    PIC X(01) VALUE SPACE.
004050     05  IL-GL-AMOUNT              PIC -(11)9.99.
004060     05  FILLER                    PIC X(01) VALUE SPACE.
004070     05  IL-FIRST-DATE             PIC 9(08).
004080     05  FILLER                    PIC X(01) VALUE SPACE.
004090     05  IL-DAYS-OPEN              PIC ZZZZ9.
004100     05  FILLER                    PIC X(10) VALUE SPACES.
004110
004120 01  WS-ITEM-NOTE-LINE.
004130     05  FILLER                    PIC X(22) VALUE SPACES.
004140     05  NL-TEXT                   PIC X(58).
004150
004160 01  WS-SOURCE-HEADING.
004170     05  FILLER                    PIC X(10) VALUE 'SOURCE'.
004180     05  FILLER                    PIC X(10) VALUE
004190             'RECONCILED'.
004200     05  FILLER                    PIC X(10) VALUE '   MATCHED'.
004210     05  FILLER                    PIC X(10) VALUE '    BREAKS'.
004220     05  FILLER                    PIC X(10) VALUE '   CLEARED'.
004230     05  FILLER                    PIC X(10) VALUE 'DONE PRIOR'.
004240     05  FILLER                    PIC X(10) VALUE '  AWAITING'.
004250     05  FILLER                    PIC X(10) VALUE SPACES.
004260
004270 01  WS-SOURCE-LINE.
004280     05  SC-SOURCE-NAME            PIC X(10).
004290     05  SC-RECONCILED             PIC Z(9)9.
004300     05  SC-MATCHED                PIC Z(9)9.
004310     05  SC-BREAKS                 PIC Z(9)9.
004320     05  SC-CLEARED                PIC Z(9)9.
004330     05  SC-DONE-BEFORE            PIC Z(9)9.
004340     05  SC-AWAITING               PIC Z(9)9.
004350     05  FILLER                    PIC X(10) VALUE SPACES.
004360
004370 01  WS-TOTALS-LINE.
004380     05  TO-CAPTION                PIC X(24).
004390     05  TO-COUNT                  PIC Z(6)9.
004400     05  FILLER                    PIC X(49) VALUE SPACES.
004410
004420 PROCEDURE DIVISION.
004430*=================================================================
004440* 0000-MAINLINE - APPLY THE RESOLUTION CARDS, MATCH THE JOURNALS
004450* SENT TO THE GL'S ACKNOWLEDGEMENTS, PROVE THE CONTROL BALANCE,
004460* AGE THE OPEN BREAKS AND PRINT THE MORNING REPORT.
004470*=================================================================
004480 0000-MAINLINE.
004490     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004500     PERFORM 9500-READ-BUSINESS-DATE THRU 9500-EXIT.
004510     PERFORM 9700-RECORD-STEP-START THRU 9700-EXIT.
004520     IF SP-SKIP-STEP
004530         DISPLAY 'GL-RECONCILIATION: STEP ALREADY COMPLETED '
004540             'FOR ' WS-RUN-DATE ' - RUN SKIPPED'
004550         STOP RUN
004560     END-IF.
004570
004580     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004590
004600     IF NOT RUN-ABANDONED
004610         PERFORM 2000-LOAD-ACKNOWLEDGEMENTS THRU 2000-EXIT
004620         PERFORM 3000-LOAD-JOURNALS THRU 3000-EXIT
004630         PERFORM 4000-MATCH-JOURNALS THRU 4000-EXIT
004640         PERFORM 5000-PROVE-CONTROL-BALANCE THRU 5000-EXIT
004650         PERFORM 6000-AGE-OPEN-ITEMS THRU 6000-EXIT
004660         PERFORM 6500-LIST-RESOLVED-ITEMS THRU 6500-EXIT
004670     END-IF.
004680
004690     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004700
004710     STOP RUN.
004720 0000-EXIT.
004730     EXIT.
004740
004750*-----------------------------------------------------------------
004760* 1000-INITIALIZE - OPEN THE REPORT AND THE RECONCILIATION FILE,
004770* WHICH IS PERMANENT (A FIRST-EVER RUN CREATES IT) AND WITHOUT
004780* WHICH THE RUN CANNOT GO ON, THEN APPLY THE RESOLUTION CARDS.
004790* WITHOUT CYCLHIST EVERY CONTROL BALANCE IS A 'T' BREAK.
004800*-----------------------------------------------------------------
004810 1000-INITIALIZE.
004820     OPEN OUTPUT RECON-REPORT-FILE.
004830     MOVE WS-RUN-DATE TO RH-RUN-DATE.
004840     WRITE RECON-REPORT-RECORD FROM WS-REPORT-HEADING-1.
004850     WRITE RECON-REPORT-RECORD FROM WS-REPORT-HEADING-2.
004860     WRITE RECON-REPORT-RECORD FROM WS-BLANK-LINE.
004870     WRITE RECON-REPORT-RECORD FROM WS-SOURCE-LEGEND.
004880     WRITE RECON-REPORT-RECORD FROM WS-TYPE-LEGEND-1.
004890     WRITE RECON-REPORT-RECORD FROM WS-TYPE-LEGEND-2.
004900
004910     OPEN I-O GL-EXCEPTION-FILE.
004920     IF WS-GLEXCP-STATUS = '35'
004930         OPEN OUTPUT GL-EXCEPTION-FILE
004940         CLOSE GL-EXCEPTION-FILE
004950         OPEN I-O GL-EXCEPTION-FILE
004960     END-IF.
004970     IF WS-GLEXCP-STATUS NOT = '00'
004980         DISPLAY 'GL-RECONCILIATION: UNABLE TO OPEN GLEXCP - '
004990             'STATUS ' WS-GLEXCP-STATUS
005000         MOVE 'Y' TO WS-RUN-SWITCH
005010         MOVE 16 TO RETURN-CODE
005020         GO TO 1000-EXIT
005030     END-IF.
005040
005050     OPEN INPUT CYCLE-HISTORY-FILE.
005060     IF WS-CYCLHIST-STATUS = '00'
005070         SET CYCLE-HISTORY-AVAILABLE TO TRUE
005080     ELSE
005090         DISPLAY 'GL-RECONCILIATION: CYCLHIST NOT AVAILABLE - '
005100             'STATUS ' WS-CYCLHIST-STATUS
005110     END-IF.
005120
005130     PERFORM 1200-APPLY-RESOLUTIONS THRU 1200-EXIT.
005140 1000-EXIT.
005150     EXIT.
005160
005170*-----------------------------------------------------------------
005180* 1200-APPLY-RESOLUTIONS - APPLY FINANCE'S GLXRES CARDS, EACH
005190* RESOLVING ONE OPEN BREAK, AND LIST EACH ONE APPLIED OR
005200* REJECTED.  NO GLXRES FILE MEANS NO CARDS TODAY.
005210*-----------------------------------------------------------------
005220 1200-APPLY-RESOLUTIONS.
005230     WRITE RECON-REPORT-RECORD FROM WS-BLANK-LINE.
005240     MOVE 'RESOLUTION CARDS' TO SL-CAPTION.
005250     WRITE RECON-REPORT-RECORD FROM WS-SECTION-LINE.
005260     WRITE RECON-REPORT-RECORD FROM WS-CARD-HEADING.
005270
005280     OPEN INPUT RESOLUTION-CARD-FILE.
005290     IF WS-GLXRES-STATUS NOT = '00'
005300         WRITE RECON-REPORT-RECORD FROM WS-NONE-LINE
005310         GO TO 1200-EXIT
005320     END-IF.
005330
005340     PERFORM 1210-APPLY-ONE-CARD THRU 1210-EXIT
005350         UNTIL RESOLUTION-CARDS-EOF.
005360     CLOSE RESOLUTION-CARD-FILE.
005370
005380     IF WS-CARDS-APPLIED = ZERO
005390             AND WS-CARDS-REJECTED = ZERO
005400         WRITE RECON-REPORT-RECORD FROM WS-NONE-LINE
005410     END-IF.
005420 1200-EXIT.
005430     EXIT.
005440
005450*-----------------------------------------------------------------
005460* 1210-APPLY-ONE-CARD - READ THE NEXT RESOLUTION CARD, EDIT IT,
005470* FIND ITS OPEN BREAK AND MARK IT RESOLVED BY THE USER ON THE
005480* CARD.  A CARD ALREADY APPLIED BY A RUN EARLIER TODAY IS LISTED
005490* AGAIN, NOT REJECTED.  BLANK CARDS ARE IGNORED.
005500*-----------------------------------------------------------------
005510 1210-APPLY-ONE-CARD.
005520     READ RESOLUTION-CARD-FILE
005530         AT END
005540             SET RESOLUTION-CARDS-EOF TO TRUE
005550     END-READ.
005560     IF RESOLUTION-CARDS-EOF
005570         GO TO 1210-EXIT
005580     END-IF.
005590     IF RESOLUTION-CARD-RECORD = SPACES
005600         GO TO 1210-EXIT
005610     END-IF.
005620
005630     MOVE GR-SOURCE TO RL-SOURCE.
005640     MOVE GR-JOURNAL-DATE TO RL-JOURNAL-DATE.
005650     MOVE GR-ACCOUNT-CODE TO RL-ACCOUNT-CODE.
005660     MOVE GR-RESOLVED-BY TO RL-RESOLVED-BY.
005670
005680     IF GR-JOURNAL-DATE IS NOT NUMERIC
005690         MOVE 'REJECTED - JOURNAL DATE' TO WS-REJECT-TEXT
005700         PERFORM 1290-REJECT-CARD THRU 1290-EXIT
005710         GO TO 1210-EXIT
005720     END-IF.
005730     IF GR-RESOLVED-BY = SPACES
005740         MOVE 'REJECTED - NO USER' TO WS-REJECT-TEXT
005750         PERFORM 1290-REJECT-CARD THRU 1290-EXIT
005760         GO TO 1210-EXIT
005770     END-IF.
005780
005790     MOVE GR-SOURCE TO GX-SOURCE.
005800     MOVE GR-JOURNAL-DATE-NUM TO GX-JOURNAL-DATE.
005810     MOVE GR-ACCOUNT-CODE TO GX-ACCOUNT-CODE.
005820     READ GL-EXCEPTION-FILE
005830         INVALID KEY
005840             MOVE 'REJECTED - NO SUCH ITEM' TO WS-REJECT-TEXT
005850             PERFORM 1290-REJECT-CARD THRU 1290-EXIT
005860             GO TO 1210-EXIT
005870     END-READ.
005880     IF GX-STATUS-RESOLVED
005890             AND GX-RESOLVED-DATE = WS-RUN-DATE
005900             AND GX-RESOLVED-BY = GR-RESOLVED-BY
005910         MOVE 'ALREADY APPLIED TODAY' TO RL-RESULT
005920         WRITE RECON-REPORT-RECORD FROM WS-CARD-LINE
005930         ADD 1 TO WS-CARDS-APPLIED
005940         GO TO 1210-EXIT
005950     END-IF.
005960     IF NOT GX-STATUS-OPEN
005970         MOVE 'REJECTED - ITEM NOT OPEN' TO WS-REJECT-TEXT
005980         PERFORM 1290-REJECT-CARD THRU 1290-EXIT
005990         GO TO 1210-EXIT
006000     END-IF.
006010
006020     MOVE 'X' TO GX-ITEM-STATUS.
006030     MOVE WS-RUN-DATE TO GX-RESOLVED-DATE.
006040     MOVE GR-RESOLVED-BY TO GX-RESOLVED-BY.
006050     MOVE GR-RESOLVE-NOTE TO GX-RESOLVE-NOTE.
006060     REWRITE GL-EXCEPTION-RECORD
006070         INVALID KEY
006080             MOVE 'REJECTED - REWRITE FAILED' TO WS-REJECT-TEXT
006090             PERFORM 1290-REJECT-CARD THRU 1290-EXIT
006100             GO TO 1210-EXIT
006110     END-REWRITE.
006120
006130     MOVE 'APPLIED' TO RL-RESULT.
006140     WRITE RECON-REPORT-RECORD FROM WS-CARD-LINE.
006150     ADD 1 TO WS-CARDS-APPLIED.
006160 1210-EXIT.
006170     EXIT.
006180
006190*-----------------------------------------------------------------
006200* 1290-REJECT-CARD - LIST A RESOLUTION CARD THAT COULD NOT BE
006210* APPLIED, WITH THE REASON.
006220*-----------------------------------------------------------------
006230 1290-REJECT-CARD.
006240     MOVE WS-REJECT-TEXT TO RL-RESULT.
006250     WRITE RECON-REPORT-RECORD FROM WS-CARD-LINE.
006260     ADD 1 TO WS-CARDS-REJECTED.
006270 1290-EXIT.
006280     EXIT.
006290
006300*-----------------------------------------------------------------
006310* 2000-LOAD-ACKNOWLEDGEMENTS - NET THE GL'S JOURNAL ACKNOWLEDGE-
006320* MENTS INTO THE ACK TABLE AND KEEP ITS CUSTOMER-DEPOSITS
006330* BALANCES.  THE FILE ONLY COUNTS AS RECEIVED WHEN ITS HEADER
006340* CARRIES TODAY'S DATE; WITHOUT IT NOTHING CAN BE CALLED
006350* MISSING AND THE OPEN BREAKS ARE ONLY AGED.
006360*-----------------------------------------------------------------
006370 2000-LOAD-ACKNOWLEDGEMENTS.
006380     OPEN INPUT GL-ACK-FILE.
006390     IF WS-GLACK-STATUS NOT = '00'
006400         MOVE 'NOT RECEIVED - NOTHING CALLED MISSING TODAY'
006410             TO AS-TEXT
006420         GO TO 2000-REPORT
006430     END-IF.
006440
006450     READ GL-ACK-FILE
006460         AT END
006470             SET ACK-FILE-EOF TO TRUE
006480     END-READ.
006490     IF ACK-FILE-EOF
006500             OR NOT FC-FILE-HEADER
006510             OR FC-BUSINESS-DATE NOT = WS-RUN-DATE
006520         MOVE 'NOT RECEIVED FOR TODAY - NOTHING CALLED MISSING'
006530             TO AS-TEXT
006540         CLOSE GL-ACK-FILE
006550         GO TO 2000-REPORT
006560     END-IF.
006570
006580     SET ACK-FILE-RECEIVED TO TRUE.
006590     MOVE 'RECEIVED' TO AS-TEXT.
006600     PERFORM 2100-LOAD-ONE-ACK THRU 2100-EXIT
006610         UNTIL ACK-FILE-EOF.
006620     CLOSE GL-ACK-FILE.
006630
006640 2000-REPORT.
006650     WRITE RECON-REPORT-RECORD FROM WS-BLANK-LINE.
006660     WRITE RECON-REPORT-RECORD FROM WS-ACK-STATUS-LINE.
006670 2000-EXIT.
006680     EXIT.
006690
006700*-----------------------------------------------------------------
006710* 2100-LOAD-ONE-ACK - READ THE NEXT ACKNOWLEDGEMENT RECORD.  AN
006720* 'A' LINE IS NETTED INTO THE ACK TABLE UNDER ITS SOURCE, DATE
006730* AND ACCOUNT; ONE REJECTED LINE MARKS THE WHOLE JOURNAL
006740* REJECTED.  A 'B' BALANCE ON THE CUSTOMER-DEPOSITS ACCOUNT IS
006750* KEPT, CREDIT POSITIVE; OTHER ACCOUNTS' BALANCES ARE COUNTED
006760* AND LEFT.  THE TRAILER ENDS THE FILE.
006770*-----------------------------------------------------------------
006780 2100-LOAD-ONE-ACK.
006790     READ GL-ACK-FILE
006800         AT END
006810             SET ACK-FILE-EOF TO TRUE
006820     END-READ.
006830     IF ACK-FILE-EOF
006840         GO TO 2100-EXIT
006850     END-IF.
006860     IF FC-FILE-TRAILER
006870         SET ACK-FILE-EOF TO TRUE
006880         GO TO 2100-EXIT
006890     END-IF.
006900
006910     IF GA-CONTROL-BALANCE
006920         PERFORM 2200-KEEP-BALANCE THRU 2200-EXIT
006930         GO TO 2100-EXIT
006940     END-IF.
006950     IF NOT GA-JOURNAL-ACK
006960             OR NOT GA-SOURCE-VALID
006970             OR GA-JOURNAL-DATE IS NOT NUMERIC
006980             OR GA-AMOUNT IS NOT NUMERIC
006990         ADD 1 TO WS-ACK-LINES-SKIPPED
007000         GO TO 2100-EXIT
007010     END-IF.
007020     ADD 1 TO WS-ACK-LINES-READ.
007030
007040     IF GA-DEBIT
007050         MOVE GA-AMOUNT TO WS-SIGNED-AMOUNT
007060     ELSE
007070         COMPUTE WS-SIGNED-AMOUNT = ZERO - GA-AMOUNT
007080     END-IF.
007090
007100     MOVE 'N' TO WS-FOUND-SWITCH.
007110     SET WS-ACK-IDX TO 1.
007120     SEARCH WS-ACK-ENTRY
007130         AT END
007140             CONTINUE
007150         WHEN WS-ACK-IDX > WS-ACK-COUNT
007160             CONTINUE
007170         WHEN AT-SOURCE (WS-ACK-IDX) = GA-SOURCE
007180                 AND AT-JOURNAL-DATE (WS-ACK-IDX)
007190                     = GA-JOURNAL-DATE
007200                 AND AT-ACCOUNT-CODE (WS-ACK-IDX)
007210                     = GA-ACCOUNT-CODE
007220             SET ENTRY-FOUND TO TRUE
007230     END-SEARCH.
007240
007250     IF NOT ENTRY-FOUND
007260         IF WS-ACK-COUNT NOT < 500
007270             ADD 1 TO WS-TABLE-OVERFLOWS
007280             GO TO 2100-EXIT
007290         END-IF
007300         ADD 1 TO WS-ACK-COUNT
007310         SET WS-ACK-IDX TO WS-ACK-COUNT
007320         MOVE GA-SOURCE TO AT-SOURCE (WS-ACK-IDX)
007330         MOVE GA-JOURNAL-DATE TO AT-JOURNAL-DATE (WS-ACK-IDX)
007340         MOVE GA-ACCOUNT-CODE TO AT-ACCOUNT-CODE (WS-ACK-IDX)
007350         MOVE ZERO TO AT-GL-AMOUNT (WS-ACK-IDX)
007360         MOVE 'N' TO AT-REJECT-SWITCH (WS-ACK-IDX)
007370         MOVE SPACES TO AT-REJECT-REASON (WS-ACK-IDX)
007380         MOVE 'N' TO AT-USED-SWITCH (WS-ACK-IDX)
007390     END-IF.
007400
007410     IF GA-REJECTED
007420         MOVE 'Y' TO AT-REJECT-SWITCH (WS-ACK-IDX)
007430         MOVE GA-REJECT-REASON TO AT-REJECT-REASON (WS-ACK-IDX)
007440     ELSE
007450         ADD WS-SIGNED-AMOUNT TO AT-GL-AMOUNT (WS-ACK-IDX)
007460     END-IF.
007470 2100-EXIT.
007480     EXIT.
007490
007500*-----------------------------------------------------------------
007510* 2200-KEEP-BALANCE - KEEP ONE CUSTOMER-DEPOSITS CONTROL
007520* BALANCE, CREDIT POSITIVE.
007530*-----------------------------------------------------------------
007540 2200-KEEP-BALANCE.
007550     IF GB-ACCOUNT-CODE NOT = WS-GL-CUST-DEPOSITS
007560             OR GB-BALANCE-DATE IS NOT NUMERIC
007570             OR GB-BALANCE IS NOT NUMERIC
007580         ADD 1 TO WS-BALANCES-IGNORED
007590         GO TO 2200-EXIT
007600     END-IF.
007610     IF WS-BALANCE-COUNT NOT < 50
007620         ADD 1 TO WS-TABLE-OVERFLOWS
007630         GO TO 2200-EXIT
007640     END-IF.
007650
007660     ADD 1 TO WS-BALANCE-COUNT.
007670     SET WS-BAL-IDX TO WS-BALANCE-COUNT.
007680     MOVE GB-BALANCE-DATE TO BT-BALANCE-DATE (WS-BAL-IDX).
007690     IF GB-DEBIT-BALANCE
007700         COMPUTE BT-GL-BALANCE (WS-BAL-IDX) = ZERO - GB-BALANCE
007710     ELSE
007720         MOVE GB-BALANCE TO BT-GL-BALANCE (WS-BAL-IDX)
007730     END-IF.
007740 2200-EXIT.
007750     EXIT.
007760
007770*-----------------------------------------------------------------
007780* 3000-LOAD-JOURNALS - NET EVERY LINE STILL ON THE THREE
007790* INTERFACE FILES INTO THE JOURNAL TABLE.  A FILE NOT ON DISK
007800* SIMPLY CONTRIBUTES NOTHING.
007810*-----------------------------------------------------------------
007820 3000-LOAD-JOURNALS.
007830     MOVE 'N' TO WS-JOURNAL-SOURCE.
007840     OPEN INPUT NIGHTLY-JOURNAL-FILE.
007850     IF WS-GLINTF-STATUS = '00'
007860         MOVE 'N' TO WS-JOURNAL-EOF-SWITCH
007870         PERFORM 3100-READ-NIGHTLY-LINE THRU 3100-EXIT
007880             UNTIL JOURNAL-FILE-EOF
007890         CLOSE NIGHTLY-JOURNAL-FILE
007900     END-IF.
007910
007920     MOVE 'F' TO WS-JOURNAL-SOURCE.
007930     OPEN INPUT FX-JOURNAL-FILE.
007940     IF WS-FXGLINT-STATUS = '00'
007950         MOVE 'N' TO WS-JOURNAL-EOF-SWITCH
007960         PERFORM 3200-READ-FX-LINE THRU 3200-EXIT
007970             UNTIL JOURNAL-FILE-EOF
007980         CLOSE FX-JOURNAL-FILE
007990     END-IF.
008000
008010     MOVE 'W' TO WS-JOURNAL-SOURCE.
008020     OPEN INPUT WRITEOFF-JOURNAL-FILE.
008030     IF WS-WOFFGLI-STATUS = '00'
008040         MOVE 'N' TO WS-JOURNAL-EOF-SWITCH
008050         PERFORM 3300-READ-WRITEOFF-LINE THRU 3300-EXIT
008060             UNTIL JOURNAL-FILE-EOF
008070         CLOSE WRITEOFF-JOURNAL-FILE
008080     END-IF.
008090 3000-EXIT.
008100     EXIT.
008110
008120*-----------------------------------------------------------------
008130* 3100-READ-NIGHTLY-LINE - READ THE NEXT GLINTF LINE AND NET IT.
008140*-----------------------------------------------------------------
008150 3100-READ-NIGHTLY-LINE.
008160     READ NIGHTLY-JOURNAL-FILE INTO WS-JOURNAL-LINE
008170         AT END
008180             SET JOURNAL-FILE-EOF TO TRUE
008190     END-READ.
008200     IF NOT JOURNAL-FILE-EOF
008210         PERFORM 3500-NET-JOURNAL-LINE THRU 3500-EXIT
008220     END-IF.
008230 3100-EXIT.
008240     EXIT.
008250
008260*-----------------------------------------------------------------
008270* 3200-READ-FX-LINE - READ THE NEXT FXGLINT LINE AND NET IT.
008280*-----------------------------------------------------------------
008290 3200-READ-FX-LINE.
008300     READ FX-JOURNAL-FILE INTO WS-JOURNAL-LINE
008310         AT END
008320             SET JOURNAL-FILE-EOF TO TRUE
008330     END-READ.
008340     IF NOT JOURNAL-FILE-EOF
008350         PERFORM 3500-NET-JOURNAL-LINE THRU 3500-EXIT
008360     END-IF.
008370 3200-EXIT.
008380     EXIT.
008390
008400*-----------------------------------------------------------------
008410* 3300-READ-WRITEOFF-LINE - READ THE NEXT WOFFGLI LINE AND NET
008420* IT.
008430*-----------------------------------------------------------------
008440 3300-READ-WRITEOFF-LINE.
008450     READ WRITEOFF-JOURNAL-FILE INTO WS-JOURNAL-LINE
008460         AT END
008470             SET JOURNAL-FILE-EOF TO TRUE
008480     END-READ.
008490     IF NOT JOURNAL-FILE-EOF
008500         PERFORM 3500-NET-JOURNAL-LINE THRU 3500-EXIT
008510     END-IF.
008520 3300-EXIT.
008530     EXIT.
008540
008550*-----------------------------------------------------------------
008560* 3500-NET-JOURNAL-LINE - ADD ONE JOURNAL LINE, DEBIT POSITIVE,
008570* TO ITS SOURCE, DATE AND ACCOUNT ENTRY, OPENING THE ENTRY IF
008580* IT IS THE FIRST LINE FOR THEM.
008590*-----------------------------------------------------------------
008600 3500-NET-JOURNAL-LINE.
008610     IF JL-JOURNAL-DATE IS NOT NUMERIC
008620             OR JL-AMOUNT IS NOT NUMERIC
008630         GO TO 3500-EXIT
008640     END-IF.
008650     ADD 1 TO WS-JOURNAL-LINES-READ.
008660
008670     IF JL-DEBIT
008680         MOVE JL-AMOUNT TO WS-SIGNED-AMOUNT
008690     ELSE
008700         COMPUTE WS-SIGNED-AMOUNT = ZERO - JL-AMOUNT
008710     END-IF.
008720
008730     MOVE 'N' TO WS-FOUND-SWITCH.
008740     SET WS-JNL-IDX TO 1.
008750     SEARCH WS-JOURNAL-ENTRY
008760         AT END
008770             CONTINUE
008780         WHEN WS-JNL-IDX > WS-JOURNAL-COUNT
008790             CONTINUE
008800         WHEN JT-SOURCE (WS-JNL-IDX) = WS-JOURNAL-SOURCE
008810                 AND JT-JOURNAL-DATE (WS-JNL-IDX)
008820                     = JL-JOURNAL-DATE
008830                 AND JT-ACCOUNT-CODE (WS-JNL-IDX)
008840                     = JL-ACCOUNT-CODE
008850             SET ENTRY-FOUND TO TRUE
008860     END-SEARCH.
008870
008880     IF NOT ENTRY-FOUND
008890         IF WS-JOURNAL-COUNT NOT < 500
008900             ADD 1 TO WS-TABLE-OVERFLOWS
008910             GO TO 3500-EXIT
008920         END-IF
008930         ADD 1 TO WS-JOURNAL-COUNT
008940         SET WS-JNL-IDX TO WS-JOURNAL-COUNT
008950         MOVE WS-JOURNAL-SOURCE TO JT-SOURCE (WS-JNL-IDX)
008960         MOVE JL-JOURNAL-DATE TO JT-JOURNAL-DATE (WS-JNL-IDX)
008970         MOVE JL-ACCOUNT-CODE TO JT-ACCOUNT-CODE (WS-JNL-IDX)
008980         MOVE ZERO TO JT-SENT-AMOUNT (WS-JNL-IDX)
008990     END-IF.
009000
009010     ADD WS-SIGNED-AMOUNT TO JT-SENT-AMOUNT (WS-JNL-IDX).
009020 3500-EXIT.
009030     EXIT.
009040
009050*-----------------------------------------------------------------
009060* 4000-MATCH-JOURNALS - RECONCILE EACH JOURNAL SENT, THEN EACH
009070* ACKNOWLEDGEMENT NO JOURNAL ON DISK ACCOUNTED FOR.  NEW AND
009080* CHANGED BREAKS ARE LISTED AS THEY ARE FOUND.
009090*-----------------------------------------------------------------
009100 4000-MATCH-JOURNALS.
009110     WRITE RECON-REPORT-RECORD FROM WS-BLANK-LINE.
009120     MOVE 'NEW AND CHANGED BREAKS' TO SL-CAPTION.
009130     WRITE RECON-REPORT-RECORD FROM WS-SECTION-LINE.
009140     WRITE RECON-REPORT-RECORD FROM WS-ITEM-HEADING.
009150
009160     PERFORM 4100-MATCH-ONE-JOURNAL THRU 4100-EXIT
009170         VARYING WS-JNL-IDX FROM 1 BY 1
009180         UNTIL WS-JNL-IDX > WS-JOURNAL-COUNT.
009190
009200     PERFORM 4200-MATCH-ONE-ACK THRU 4200-EXIT
009210         VARYING WS-ACK-IDX FROM 1 BY 1
009220         UNTIL WS-ACK-IDX > WS-ACK-COUNT.
009230 4000-EXIT.
009240     EXIT.
009250
009260*-----------------------------------------------------------------
009270* 4100-MATCH-ONE-JOURNAL - FIND THE GL'S ACKNOWLEDGEMENT OF ONE
009280* JOURNAL AND RECORD THE OUTCOME.  A JOURNAL ALREADY MATCHED OR
009290* RESOLVED ON AN EARLIER MORNING IS LEFT ALONE.  WITH NO
009300* ACKNOWLEDGEMENT FILE TODAY A JOURNAL NOT YET ON GLEXCP IS
009310* ONLY COUNTED AS AWAITING.
009320*-----------------------------------------------------------------
009330 4100-MATCH-ONE-JOURNAL.
009340     MOVE JT-SOURCE (WS-JNL-IDX) TO WS-ITEM-SOURCE.
009350     MOVE JT-JOURNAL-DATE (WS-JNL-IDX) TO WS-ITEM-DATE.
009360     MOVE JT-ACCOUNT-CODE (WS-JNL-IDX) TO WS-ITEM-ACCOUNT.
009370     MOVE JT-SENT-AMOUNT (WS-JNL-IDX) TO WS-ITEM-SENT.
009380     MOVE ZERO TO WS-ITEM-GL.
009390     MOVE SPACES TO WS-ITEM-REASON.
009400     PERFORM 8100-FIND-SOURCE THRU 8100-EXIT.
009410
009420     MOVE WS-ITEM-SOURCE TO GX-SOURCE.
009430     MOVE WS-ITEM-DATE TO GX-JOURNAL-DATE.
009440     MOVE WS-ITEM-ACCOUNT TO GX-ACCOUNT-CODE.
009450     READ GL-EXCEPTION-FILE
009460         INVALID KEY
009470             MOVE SPACE TO GX-ITEM-STATUS
009480     END-READ.
009490     IF GX-STATUS-MATCHED OR GX-STATUS-RESOLVED
009500         ADD 1 TO ST-DONE-BEFORE (WS-SRC)
009510         PERFORM 4150-MARK-ACK-USED THRU 4150-EXIT
009520         GO TO 4100-EXIT
009530     END-IF.
009540
009550     MOVE 'N' TO WS-FOUND-SWITCH.
009560     SET WS-ACK-IDX TO 1.
009570     SEARCH WS-ACK-ENTRY
009580         AT END
009590             CONTINUE
009600         WHEN WS-ACK-IDX > WS-ACK-COUNT
009610             CONTINUE
009620         WHEN AT-SOURCE (WS-ACK-IDX) = WS-ITEM-SOURCE
009630                 AND AT-JOURNAL-DATE (WS-ACK-IDX)
009640                     = WS-ITEM-DATE
009650                 AND AT-ACCOUNT-CODE (WS-ACK-IDX)
009660                     = WS-ITEM-ACCOUNT
009670             SET ENTRY-FOUND TO TRUE
009680     END-SEARCH.
009690
009700     IF ENTRY-FOUND
009710         MOVE 'Y' TO AT-USED-SWITCH (WS-ACK-IDX)
009720         MOVE AT-GL-AMOUNT (WS-ACK-IDX) TO WS-ITEM-GL
009730         IF AT-REJECTED (WS-ACK-IDX)
009740             MOVE 'R' TO WS-OUTCOME-TYPE
009750             MOVE AT-REJECT-REASON (WS-ACK-IDX)
009760                 TO WS-ITEM-REASON
009770         ELSE
009780             IF WS-ITEM-GL = WS-ITEM-SENT
009790                 MOVE SPACE TO WS-OUTCOME-TYPE
009800             ELSE
009810                 MOVE 'A' TO WS-OUTCOME-TYPE
009820             END-IF
009830         END-IF
009840     ELSE
009850         IF NOT ACK-FILE-RECEIVED
009860                 AND NOT GX-STATUS-OPEN
009870             ADD 1 TO ST-AWAITING (WS-SRC)
009880             GO TO 4100-EXIT
009890         END-IF
009900         MOVE 'M' TO WS-OUTCOME-TYPE
009910         IF GX-STATUS-OPEN
009920             MOVE GX-GL-AMOUNT TO WS-ITEM-GL
009930             MOVE GX-EXCEPTION-TYPE TO WS-OUTCOME-TYPE
009940         END-IF
009950     END-IF.
009960
009970     PERFORM 7000-RECORD-ITEM THRU 7000-EXIT.
009980 4100-EXIT.
009990     EXIT.
010000
010010*-----------------------------------------------------------------
010020* 4150-MARK-ACK-USED - A JOURNAL ALREADY RECONCILED ACCOUNTS FOR
010030* ANY ACKNOWLEDGEMENT OF IT STILL ON TODAY'S FILE.
010040*-----------------------------------------------------------------
010050 4150-MARK-ACK-USED.
010060     SET WS-ACK-IDX TO 1.
010070     SEARCH WS-ACK-ENTRY
010080         AT END
010090             CONTINUE
010100         WHEN WS-ACK-IDX > WS-ACK-COUNT
010110             CONTINUE
010120         WHEN AT-SOURCE (WS-ACK-IDX) = WS-ITEM-SOURCE
010130                 AND AT-JOURNAL-DATE (WS-ACK-IDX)
010140                     = WS-ITEM-DATE
010150                 AND AT-ACCOUNT-CODE (WS-ACK-IDX)
010160                     = WS-ITEM-ACCOUNT
010170             MOVE 'Y' TO AT-USED-SWITCH (WS-ACK-IDX)
010180     END-SEARCH.
010190 4150-EXIT.
010200     EXIT.
010210
010220*-----------------------------------------------------------------
010230* 4200-MATCH-ONE-ACK - AN ACKNOWLEDGEMENT NO JOURNAL ON DISK
010240* ACCOUNTED FOR.  IT MAY BE THE LATE ACKNOWLEDGEMENT OF A BREAK
010250* STILL OPEN ON GLEXCP (THE INTERFACE FILE HAS SINCE BEEN
010260* REBUILT), WHICH IS THEN RE-TESTED AGAINST WHAT WAS SENT;
010270* OTHERWISE THE GL HAS BOOKED A JOURNAL WE HAVE NO RECORD OF
010280* SENDING AND IT OPENS A 'U' BREAK.
010290*-----------------------------------------------------------------
010300 4200-MATCH-ONE-ACK.
010310     IF AT-USED (WS-ACK-IDX)
010320         GO TO 4200-EXIT
010330     END-IF.
010340
010350     MOVE AT-SOURCE (WS-ACK-IDX) TO WS-ITEM-SOURCE.
010360     MOVE AT-JOURNAL-DATE (WS-ACK-IDX) TO WS-ITEM-DATE.
010370     MOVE AT-ACCOUNT-CODE (WS-ACK-IDX) TO WS-ITEM-ACCOUNT.
010380     MOVE AT-GL-AMOUNT (WS-ACK-IDX) TO WS-ITEM-GL.
010390     MOVE ZERO TO WS-ITEM-SENT.
010400     MOVE SPACES TO WS-ITEM-REASON.
010410     PERFORM 8100-FIND-SOURCE THRU 8100-EXIT.
010420
010430     MOVE WS-ITEM-SOURCE TO GX-SOURCE.
010440     MOVE WS-ITEM-DATE TO GX-JOURNAL-DATE.
010450     MOVE WS-ITEM-ACCOUNT TO GX-ACCOUNT-CODE.
010460     READ GL-EXCEPTION-FILE
010470         INVALID KEY
010480             MOVE SPACE TO GX-ITEM-STATUS
010490     END-READ.
010500     IF GX-STATUS-MATCHED OR GX-STATUS-RESOLVED
010510         ADD 1 TO ST-DONE-BEFORE (WS-SRC)
010520         GO TO 4200-EXIT
010530     END-IF.
010540
010550     MOVE 'U' TO WS-OUTCOME-TYPE.
010560     IF GX-STATUS-OPEN
010570             AND NOT GX-TYPE-UNEXPECTED
010580         MOVE GX-SENT-AMOUNT TO WS-ITEM-SENT
010590         IF AT-REJECTED (WS-ACK-IDX)
010600             MOVE 'R' TO WS-OUTCOME-TYPE
010610             MOVE AT-REJECT-REASON (WS-ACK-IDX)
010620                 TO WS-ITEM-REASON
010630         ELSE
010640             IF WS-ITEM-GL = WS-ITEM-SENT
010650                 MOVE SPACE TO WS-OUTCOME-TYPE
010660             ELSE
010670                 MOVE 'A' TO WS-OUTCOME-TYPE
010680             END-IF
010690         END-IF
010700     END-IF.
010710
010720     PERFORM 7000-RECORD-ITEM THRU 7000-EXIT.
010730 4200-EXIT.
010740     EXIT.
010750
010760*-----------------------------------------------------------------
010770* 5000-PROVE-CONTROL-BALANCE - PROVE EACH CUSTOMER-DEPOSITS
010780* BALANCE THE GL SENT AGAINST THE POSTED TOTAL ON THAT DATE'S
010790* CYCLE-HISTORY RECORD.  A DATE WITH NO CYCLE-HISTORY RECORD, OR
010800* WHOSE TRIAL BALANCE DID NOT PROVE, IS A 'T' BREAK.
010810*-----------------------------------------------------------------
010820 5000-PROVE-CONTROL-BALANCE.
010830     PERFORM 5100-PROVE-ONE-BALANCE THRU 5100-EXIT
010840         VARYING WS-BAL-IDX FROM 1 BY 1
010850         UNTIL WS-BAL-IDX > WS-BALANCE-COUNT.
010860 5000-EXIT.
010870     EXIT.
010880
010890*-----------------------------------------------------------------
010900* 5100-PROVE-ONE-BALANCE - PROVE ONE BALANCE DATE.  THE LATEST
010910* DATE THAT PROVES LETS 6000 CLEAR EARLIER CONTROL BREAKS.
010920*-----------------------------------------------------------------
010930 5100-PROVE-ONE-BALANCE.
010940     MOVE 'C' TO WS-ITEM-SOURCE.
010950     MOVE BT-BALANCE-DATE (WS-BAL-IDX) TO WS-ITEM-DATE.
010960     MOVE WS-GL-CUST-DEPOSITS TO WS-ITEM-ACCOUNT.
010970     MOVE BT-GL-BALANCE (WS-BAL-IDX) TO WS-ITEM-GL.
010980     MOVE ZERO TO WS-ITEM-SENT.
010990     MOVE SPACES TO WS-ITEM-REASON.
011000     PERFORM 8100-FIND-SOURCE THRU 8100-EXIT.
011010
011020     MOVE 'T' TO WS-OUTCOME-TYPE.
011030     IF CYCLE-HISTORY-AVAILABLE
011040         MOVE WS-ITEM-DATE TO CH-CYCLE-DATE
011050         READ CYCLE-HISTORY-FILE
011060             INVALID KEY
011070                 MOVE SPACE TO CH-PROOF-STATUS
011080         END-READ
011090         IF CH-PROOF-PASSED OR CH-PROOF-BASELINE
011100             MOVE CH-POSTED-TOTAL TO WS-ITEM-SENT
011110             IF WS-ITEM-GL = WS-ITEM-SENT
011120                 MOVE SPACE TO WS-OUTCOME-TYPE
011130             ELSE
011140                 MOVE 'C' TO WS-OUTCOME-TYPE
011150             END-IF
011160         END-IF
011170     END-IF.
011180     IF OUTCOME-MATCHED
011190             AND WS-ITEM-DATE > WS-DEPOSIT-PROVED-DATE
011200         MOVE WS-ITEM-DATE TO WS-DEPOSIT-PROVED-DATE
011210     END-IF.
011220
011230     MOVE WS-ITEM-SOURCE TO GX-SOURCE.
011240     MOVE WS-ITEM-DATE TO GX-JOURNAL-DATE.
011250     MOVE WS-ITEM-ACCOUNT TO GX-ACCOUNT-CODE.
011260     READ GL-EXCEPTION-FILE
011270         INVALID KEY
011280             MOVE SPACE TO GX-ITEM-STATUS
011290     END-READ.
011300     IF GX-STATUS-MATCHED OR GX-STATUS-RESOLVED
011310         ADD 1 TO ST-DONE-BEFORE (WS-SRC)
011320         GO TO 5100-EXIT
011330     END-IF.
011340
011350     PERFORM 7000-RECORD-ITEM THRU 7000-EXIT.
011360 5100-EXIT.
011370     EXIT.
011380
011390*-----------------------------------------------------------------
011400* 6000-AGE-OPEN-ITEMS - WALK THE WHOLE OF GLEXCP.  AN OPEN
011410* CONTROL BREAK DATED BEFORE A BALANCE THAT PROVED TODAY HAS
011420* CLEARED AND IS RESOLVED; EVERY OTHER OPEN BREAK NOT ALREADY
011430* TOUCHED TODAY AGES A DAY.  EACH BREAK STILL OPEN IS LISTED
011440* WITH ITS AGE AND COUNTED INTO ITS AGE BUCKET.
011450*-----------------------------------------------------------------
011460 6000-AGE-OPEN-ITEMS.
011470     WRITE RECON-REPORT-RECORD FROM WS-BLANK-LINE.
011480     MOVE 'OPEN BREAKS' TO SL-CAPTION.
011490     WRITE RECON-REPORT-RECORD FROM WS-SECTION-LINE.
011500     WRITE RECON-REPORT-RECORD FROM WS-ITEM-HEADING.
011510
011520     MOVE 'N' TO WS-ITEM-SCAN-SWITCH.
011530     MOVE LOW-VALUES TO GX-EXCEPTION-KEY.
011540     START GL-EXCEPTION-FILE
011550         KEY IS NOT LESS THAN GX-EXCEPTION-KEY
011560         INVALID KEY
011570             SET ITEM-SCAN-COMPLETE TO TRUE
011580     END-START.
011590
011600     PERFORM 6100-AGE-ONE-ITEM THRU 6100-EXIT
011610         UNTIL ITEM-SCAN-COMPLETE.
011620
011630     IF WS-OPEN-ITEMS = ZERO
011640         WRITE RECON-REPORT-RECORD FROM WS-NONE-LINE
011650     END-IF.
011660
011670     WRITE RECON-REPORT-RECORD FROM WS-BLANK-LINE.
011680     MOVE 'OPEN 1 DAY............: ' TO TO-CAPTION.
011690     MOVE WS-AGE-1-DAY TO TO-COUNT.
011700     WRITE RECON-REPORT-RECORD FROM WS-TOTALS-LINE.
011710     MOVE 'OPEN 2 TO 5 DAYS......: ' TO TO-CAPTION.
011720     MOVE WS-AGE-2-5-DAYS TO TO-COUNT.
011730     WRITE RECON-REPORT-RECORD FROM WS-TOTALS-LINE.
011740     MOVE 'OPEN 6 TO 10 DAYS.....: ' TO TO-CAPTION.
011750     MOVE WS-AGE-6-10-DAYS TO TO-COUNT.
011760     WRITE RECON-REPORT-RECORD FROM WS-TOTALS-LINE.
011770     MOVE 'OPEN OVER 10 DAYS.....: ' TO TO-CAPTION.
011780     MOVE WS-AGE-OVER-10-DAYS TO TO-COUNT.
011790     WRITE RECON-REPORT-RECORD FROM WS-TOTALS-LINE.
011800 6000-EXIT.
011810     EXIT.
011820
011830*-----------------------------------------------------------------
011840* 6100-AGE-ONE-ITEM - READ THE NEXT ITEM; AGE, CLEAR AND LIST IT
011850* IF IT IS OPEN.
011860*-----------------------------------------------------------------
011870 6100-AGE-ONE-ITEM.
011880     READ GL-EXCEPTION-FILE NEXT RECORD
011890         AT END
011900             SET ITEM-SCAN-COMPLETE TO TRUE
011910     END-READ.
011920     IF ITEM-SCAN-COMPLETE
011930         GO TO 6100-EXIT
011940     END-IF.
011950     IF NOT GX-STATUS-OPEN
011960         GO TO 6100-EXIT
011970     END-IF.
011980
011990     IF GX-SOURCE-CONTROL
012000             AND GX-ACCOUNT-CODE = WS-GL-CUST-DEPOSITS
012010             AND GX-JOURNAL-DATE < WS-DEPOSIT-PROVED-DATE
012020         MOVE 'X' TO GX-ITEM-STATUS
012030         MOVE WS-RUN-DATE TO GX-RESOLVED-DATE
012040         MOVE 'AUTO' TO GX-RESOLVED-BY
012050         MOVE 'A LATER CONTROL BALANCE PROVED'
012060             TO GX-RESOLVE-NOTE
012070         MOVE GX-SOURCE TO WS-ITEM-SOURCE
012080         PERFORM 8100-FIND-SOURCE THRU 8100-EXIT
012090         ADD 1 TO ST-CLEARED (WS-SRC)
012100     ELSE
012110         PERFORM 7200-AGE-ITEM THRU 7200-EXIT
012120     END-IF.
012130
012140     REWRITE GL-EXCEPTION-RECORD
012150         INVALID KEY
012160             DISPLAY 'GL-RECONCILIATION: REWRITE FAILED ON '
012170                 'GLEXCP - STATUS ' WS-GLEXCP-STATUS
012180     END-REWRITE.
012190     IF NOT GX-STATUS-OPEN
012200         GO TO 6100-EXIT
012210     END-IF.
012220
012230     ADD 1 TO WS-OPEN-ITEMS.
012240     PERFORM 8200-PRINT-ITEM THRU 8200-EXIT.
012250     IF GX-DAYS-OPEN > 10
012260         ADD 1 TO WS-AGE-OVER-10-DAYS
012270     ELSE
012280         IF GX-DAYS-OPEN > 5
012290             ADD 1 TO WS-AGE-6-10-DAYS
012300         ELSE
012310             IF GX-DAYS-OPEN > 1
012320                 ADD 1 TO WS-AGE-2-5-DAYS
012330             ELSE
012340                 ADD 1 TO WS-AGE-1-DAY
012350             END-IF
012360         END-IF
012370     END-IF.
012380 6100-EXIT.
012390     EXIT.
012400
012410*-----------------------------------------------------------------
012420* 6500-LIST-RESOLVED-ITEMS - WALK GLEXCP AGAIN AND LIST EVERY
012430* ITEM RESOLVED TODAY, BY THE RUN OR BY A CARD.
012440*-----------------------------------------------------------------
012450 6500-LIST-RESOLVED-ITEMS.
012460     WRITE RECON-REPORT-RECORD FROM WS-BLANK-LINE.
012470     MOVE 'RESOLVED TODAY' TO SL-CAPTION.
012480     WRITE RECON-REPORT-RECORD FROM WS-SECTION-LINE.
012490     WRITE RECON-REPORT-RECORD FROM WS-ITEM-HEADING.
012500
012510     MOVE 'N' TO WS-ITEM-SCAN-SWITCH.
012520     MOVE LOW-VALUES TO GX-EXCEPTION-KEY.
012530     START GL-EXCEPTION-FILE
012540         KEY IS NOT LESS THAN GX-EXCEPTION-KEY
012550         INVALID KEY
012560             SET ITEM-SCAN-COMPLETE TO TRUE
012570     END-START.
012580
012590     PERFORM 6510-LIST-ONE-RESOLVED THRU 6510-EXIT
012600         UNTIL ITEM-SCAN-COMPLETE.
012610
012620     IF WS-RESOLVED-TODAY = ZERO
012630         WRITE RECON-REPORT-RECORD FROM WS-NONE-LINE
012640     END-IF.
012650 6500-EXIT.
012660     EXIT.
012670
012680*-----------------------------------------------------------------
012690* 6510-LIST-ONE-RESOLVED - READ THE NEXT ITEM AND LIST IT, WITH
012700* WHO RESOLVED IT AND WHY, IF IT WAS RESOLVED TODAY.
012710*-----------------------------------------------------------------
012720 6510-LIST-ONE-RESOLVED.
012730     READ GL-EXCEPTION-FILE NEXT RECORD
012740         AT END
012750             SET ITEM-SCAN-COMPLETE TO TRUE
012760     END-READ.
012770     IF ITEM-SCAN-COMPLETE
012780         GO TO 6510-EXIT
012790     END-IF.
012800     IF NOT GX-STATUS-RESOLVED
012810             OR GX-RESOLVED-DATE NOT = WS-RUN-DATE
012820         GO TO 6510-EXIT
012830     END-IF.
012840
012850     ADD 1 TO WS-RESOLVED-TODAY.
012860     PERFORM 8200-PRINT-ITEM THRU 8200-EXIT.
012870     MOVE SPACES TO NL-TEXT.
012880     STRING 'BY ' DELIMITED BY SIZE
012890            GX-RESOLVED-BY DELIMITED BY SPACE
012900            ' - ' DELIMITED BY SIZE
012910            GX-RESOLVE-NOTE DELIMITED BY SIZE
012920         INTO NL-TEXT
012930     END-STRING.
012940     WRITE RECON-REPORT-RECORD FROM WS-ITEM-NOTE-LINE.
012950 6510-EXIT.
012960     EXIT.
012970
012980*-----------------------------------------------------------------
012990* 7000-RECORD-ITEM - RECORD THE OUTCOME IN WS-OUTCOME-TYPE FOR
013000* THE ITEM IN WS-ITEM.  GX-ITEM-STATUS IS ALREADY SPACE (NOT ON
013010* FILE) OR 'O' (OPEN, RECORD IN THE BUFFER).  A NEW MATCH IS
013020* KEPT AS 'K'; A NEW BREAK OPENS AS 'O' AGED ONE DAY.  AN OPEN
013030* BREAK THAT NOW MATCHES IS RESOLVED 'AUTO'; ONE STILL BROKEN
013040* TAKES THE LATEST FIGURES AND AGES.  NEW BREAKS, AND OPEN ONES
013050* WHOSE TYPE OR AMOUNT CHANGED, ARE LISTED.
013060*-----------------------------------------------------------------
013070 7000-RECORD-ITEM.
013080     ADD 1 TO ST-RECONCILED (WS-SRC).
013090
013100     IF NOT GX-STATUS-OPEN
013110         MOVE WS-ITEM-SOURCE TO GX-SOURCE
013120         MOVE WS-ITEM-DATE TO GX-JOURNAL-DATE
013130         MOVE WS-ITEM-ACCOUNT TO GX-ACCOUNT-CODE
013140         MOVE WS-OUTCOME-TYPE TO GX-EXCEPTION-TYPE
013150         MOVE WS-ITEM-SENT TO GX-SENT-AMOUNT
013160         MOVE WS-ITEM-GL TO GX-GL-AMOUNT
013170         MOVE WS-ITEM-REASON TO GX-REJECT-REASON
013180         MOVE WS-RUN-DATE TO GX-FIRST-DATE
013190         MOVE WS-RUN-DATE TO GX-LAST-SEEN-DATE
013200         MOVE ZERO TO GX-RESOLVED-DATE
013210         MOVE SPACES TO GX-RESOLVED-BY
013220         MOVE SPACES TO GX-RESOLVE-NOTE
013230         IF OUTCOME-MATCHED
013240             MOVE 'K' TO GX-ITEM-STATUS
013250             MOVE ZERO TO GX-DAYS-OPEN
013260             ADD 1 TO ST-MATCHED (WS-SRC)
013270         ELSE
013280             MOVE 'O' TO GX-ITEM-STATUS
013290             MOVE 1 TO GX-DAYS-OPEN
013300             ADD 1 TO ST-BREAKS (WS-SRC)
013310             PERFORM 7100-LIST-BREAK THRU 7100-EXIT
013320         END-IF
013330         WRITE GL-EXCEPTION-RECORD
013340             INVALID KEY
013350                 DISPLAY 'GL-RECONCILIATION: WRITE FAILED ON '
013360                     'GLEXCP - STATUS ' WS-GLEXCP-STATUS
013370         END-WRITE
013380         GO TO 7000-EXIT
013390     END-IF.
013400
013410     IF OUTCOME-MATCHED
013420         MOVE 'X' TO GX-ITEM-STATUS
013430         MOVE WS-ITEM-SENT TO GX-SENT-AMOUNT
013440         MOVE WS-ITEM-GL TO GX-GL-AMOUNT
013450         MOVE WS-RUN-DATE TO GX-RESOLVED-DATE
013460         MOVE 'AUTO' TO GX-RESOLVED-BY
013470         MOVE 'CLEARED BY THE GL' TO GX-RESOLVE-NOTE
013480         ADD 1 TO ST-CLEARED (WS-SRC)
013490     ELSE
013500         ADD 1 TO ST-BREAKS (WS-SRC)
013510         IF WS-OUTCOME-TYPE NOT = GX-EXCEPTION-TYPE
013520                 OR WS-ITEM-SENT NOT = GX-SENT-AMOUNT
013530                 OR WS-ITEM-GL NOT = GX-GL-AMOUNT
013540             MOVE WS-OUTCOME-TYPE TO GX-EXCEPTION-TYPE
013550             MOVE WS-ITEM-SENT TO GX-SENT-AMOUNT
013560             MOVE WS-ITEM-GL TO GX-GL-AMOUNT
013570             MOVE WS-ITEM-REASON TO GX-REJECT-REASON
013580             PERFORM 7200-AGE-ITEM THRU 7200-EXIT
013590             PERFORM 7100-LIST-BREAK THRU 7100-EXIT
013600         ELSE
013610             PERFORM 7200-AGE-ITEM THRU 7200-EXIT
013620         END-IF
013630     END-IF.
013640
013650     REWRITE GL-EXCEPTION-RECORD
013660         INVALID KEY
013670             DISPLAY 'GL-RECONCILIATION: REWRITE FAILED ON '
013680                 'GLEXCP - STATUS ' WS-GLEXCP-STATUS
013690     END-REWRITE.
013700 7000-EXIT.
013710     EXIT.
013720
013730*-----------------------------------------------------------------
013740* 7100-LIST-BREAK - LIST THE BREAK IN THE RECORD BUFFER UNDER
013750* NEW AND CHANGED BREAKS, WITH THE GL'S REASON FOR A REJECTION.
013760*-----------------------------------------------------------------
013770 7100-LIST-BREAK.
013780     PERFORM 8200-PRINT-ITEM THRU 8200-EXIT.
013790     IF GX-TYPE-REJECTED
013800         MOVE SPACES TO NL-TEXT
013810         STRING 'GL REASON - ' DELIMITED BY SIZE
013820                GX-REJECT-REASON DELIMITED BY SIZE
013830             INTO NL-TEXT
013840         END-STRING
013850         WRITE RECON-REPORT-RECORD FROM WS-ITEM-NOTE-LINE
013860     END-IF.
013870     ADD 1 TO WS-BREAKS-LISTED.
013880 7100-EXIT.
013890     EXIT.
013900
013910*-----------------------------------------------------------------
013920* 7200-AGE-ITEM - AGE AN OPEN BREAK BY ONE DAY, ONCE PER RUN
013930* DATE, SO A RERUN OF THE SAME MORNING DOES NOT AGE IT TWICE.
013940*-----------------------------------------------------------------
013950 7200-AGE-ITEM.
013960     IF GX-LAST-SEEN-DATE NOT = WS-RUN-DATE
013970         ADD 1 TO GX-DAYS-OPEN
013980         MOVE WS-RUN-DATE TO GX-LAST-SEEN-DATE
013990     END-IF.
014000 7200-EXIT.
014010     EXIT.
014020
014030*-----------------------------------------------------------------
014040* 8100-FIND-SOURCE - SET WS-SRC TO THE COUNTS ENTRY FOR THE
014050* SOURCE IN WS-ITEM-SOURCE.
014060*-----------------------------------------------------------------
014070 8100-FIND-SOURCE.
014080     MOVE 1 TO WS-SRC.
014090     IF WS-ITEM-SOURCE = WS-SOURCE-CODE (2)
014100         MOVE 2 TO WS-SRC
014110     END-IF.
014120     IF WS-ITEM-SOURCE = WS-SOURCE-CODE (3)
014130         MOVE 3 TO WS-SRC
014140     END-IF.
014150     IF WS-ITEM-SOURCE = WS-SOURCE-CODE (4)
014160         MOVE 4 TO WS-SRC
014170     END-IF.
014180 8100-EXIT.
014190     EXIT.
014200
014210*-----------------------------------------------------------------
014220* 8200-PRINT-ITEM - PRINT THE ITEM IN THE RECORD BUFFER.
014230*-----------------------------------------------------------------
014240 8200-PRINT-ITEM.
014250     MOVE GX-SOURCE TO IL-SOURCE.
014260     MOVE GX-JOURNAL-DATE TO IL-JOURNAL-DATE.
014270     MOVE GX-ACCOUNT-CODE TO IL-ACCOUNT-CODE.
014280     MOVE GX-EXCEPTION-TYPE TO IL-EXCEPTION-TYPE.
014290     MOVE GX-SENT-AMOUNT TO IL-SENT-AMOUNT.
014300     MOVE GX-GL-AMOUNT TO IL-GL-AMOUNT.
014310     MOVE GX-FIRST-DATE TO IL-FIRST-DATE.
014320     MOVE GX-DAYS-OPEN TO IL-DAYS-OPEN.
014330     WRITE RECON-REPORT-RECORD FROM WS-ITEM-LINE.
014340 8200-EXIT.
014350     EXIT.
014360
014370*-----------------------------------------------------------------
014380* 8300-PRINT-SOURCE-COUNTS - PRINT ONE SOURCE'S COUNTS LINE.
014390*-----------------------------------------------------------------
014400 8300-PRINT-SOURCE-COUNTS.
014410     MOVE WS-SOURCE-NAME (WS-SRC) TO SC-SOURCE-NAME.
014420     MOVE ST-RECONCILED (WS-SRC) TO SC-RECONCILED.
014430     MOVE ST-MATCHED (WS-SRC) TO SC-MATCHED.
014440     MOVE ST-BREAKS (WS-SRC) TO SC-BREAKS.
014450     MOVE ST-CLEARED (WS-SRC) TO SC-CLEARED.
014460     MOVE ST-DONE-BEFORE (WS-SRC) TO SC-DONE-BEFORE.
014470     MOVE ST-AWAITING (WS-SRC) TO SC-AWAITING.
014480     WRITE RECON-REPORT-RECORD FROM WS-SOURCE-LINE.
014490 8300-EXIT.
014500     EXIT.
014510
014520*-----------------------------------------------------------------
014530* 9000-TERMINATE - PRINT THE COUNTS BY SOURCE AND THE RUN
014540* TOTALS, CLOSE THE FILES AND RECORD THE STEP END.  AN OPEN
014550* BREAK OR A REJECTED CARD ENDS THE RUN RC=4; NO ACKNOWLEDGEMENT
014560* FILE OR A TABLE OVERFLOW RC=8, SO THE STEP IS RERUN ONCE THE
014570* FILE ARRIVES.
014580*-----------------------------------------------------------------
014590 9000-TERMINATE.
014600     IF RUN-ABANDONED
014610         MOVE 'RUN ABANDONED - GLEXCP UNAVAILABLE' TO SL-CAPTION
014620         WRITE RECON-REPORT-RECORD FROM WS-SECTION-LINE
014630         CLOSE RECON-REPORT-FILE
014640         PERFORM 9800-RECORD-STEP-END THRU 9800-EXIT
014650         GO TO 9000-EXIT
014660     END-IF.
014670
014680     WRITE RECON-REPORT-RECORD FROM WS-BLANK-LINE.
014690     MOVE 'COUNTS BY SOURCE' TO SL-CAPTION.
014700     WRITE RECON-REPORT-RECORD FROM WS-SECTION-LINE.
014710     WRITE RECON-REPORT-RECORD FROM WS-SOURCE-HEADING.
014720     PERFORM 8300-PRINT-SOURCE-COUNTS THRU 8300-EXIT
014730         VARYING WS-SRC FROM 1 BY 1
014740         UNTIL WS-SRC > 4.
014750
014760     WRITE RECON-REPORT-RECORD FROM WS-BLANK-LINE.
014770     MOVE 'JOURNAL LINES READ....: ' TO TO-CAPTION.
014780     MOVE WS-JOURNAL-LINES-READ TO TO-COUNT.
014790     WRITE RECON-REPORT-RECORD FROM WS-TOTALS-LINE.
014800
014810     MOVE 'ACK LINES READ........: ' TO TO-CAPTION.
014820     MOVE WS-ACK-LINES-READ TO TO-COUNT.
014830     WRITE RECON-REPORT-RECORD FROM WS-TOTALS-LINE.
014840
014850     MOVE 'ACK LINES UNREADABLE..: ' TO TO-CAPTION.
014860     MOVE WS-ACK-LINES-SKIPPED TO TO-COUNT.
014870     WRITE RECON-REPORT-RECORD FROM WS-TOTALS-LINE.
014880
014890     MOVE 'CONTROL BALANCES......: ' TO TO-CAPTION.
014900     MOVE WS-BALANCE-COUNT TO TO-COUNT.
014910     WRITE RECON-REPORT-RECORD FROM WS-TOTALS-LINE.
014920
014930     MOVE 'OTHER BALANCES IGNORED: ' TO TO-CAPTION.
014940     MOVE WS-BALANCES-IGNORED TO TO-COUNT.
014950     WRITE RECON-REPORT-RECORD FROM WS-TOTALS-LINE.
014960
014970     MOVE 'NEW OR CHANGED BREAKS.: ' TO TO-CAPTION.
014980     MOVE WS-BREAKS-LISTED TO TO-COUNT.
014990     WRITE RECON-REPORT-RECORD FROM WS-TOTALS-LINE.
015000
015010     MOVE 'BREAKS OPEN...........: ' TO TO-CAPTION.
015020     MOVE WS-OPEN-ITEMS TO TO-COUNT.
015030     WRITE RECON-REPORT-RECORD FROM WS-TOTALS-LINE.
015040
015050     MOVE 'RESOLVED TODAY........: ' TO TO-CAPTION.
015060     MOVE WS-RESOLVED-TODAY TO TO-COUNT.
015070     WRITE RECON-REPORT-RECORD FROM WS-TOTALS-LINE.
015080
015090     MOVE 'RESOLUTION CARDS......: ' TO TO-CAPTION.
015100     MOVE WS-CARDS-APPLIED TO TO-COUNT.
015110     WRITE RECON-REPORT-RECORD FROM WS-TOTALS-LINE.
015120
015130     MOVE 'CARDS REJECTED........: ' TO TO-CAPTION.
015140     MOVE WS-CARDS-REJECTED TO TO-COUNT.
015150     WRITE RECON-REPORT-RECORD FROM WS-TOTALS-LINE.
015160
015170     IF WS-TABLE-OVERFLOWS > ZERO
015180         MOVE 'ENTRIES PAST TABLES...: ' TO TO-CAPTION
015190         MOVE WS-TABLE-OVERFLOWS TO TO-COUNT
015200         WRITE RECON-REPORT-RECORD FROM WS-TOTALS-LINE
015210         MOVE 'RECONCILIATION INCOMPLETE - TABLE FULL'
015220             TO SL-CAPTION
015230         WRITE RECON-REPORT-RECORD FROM WS-SECTION-LINE
015240     END-IF.
015250
015260     CLOSE GL-EXCEPTION-FILE.
015270     IF CYCLE-HISTORY-AVAILABLE
015280         CLOSE CYCLE-HISTORY-FILE
015290     END-IF.
015300     CLOSE RECON-REPORT-FILE.
015310
015320     IF WS-OPEN-ITEMS > ZERO
015330             OR WS-CARDS-REJECTED > ZERO
015340         MOVE 4 TO RETURN-CODE
015350     END-IF.
015360     IF WS-TABLE-OVERFLOWS > ZERO
015370             OR NOT ACK-FILE-RECEIVED
015380         MOVE 8 TO RETURN-CODE
015390     END-IF.
015400     PERFORM 9800-RECORD-STEP-END THRU 9800-EXIT.
015410 9000-EXIT.
015420     EXIT.
015430
015440*-----------------------------------------------------------------
015450* 9500-READ-BUSINESS-DATE - REPLACE THE SYSTEM-CLOCK RUN DATE WITH
015460* THE CYCLE'S BUSINESS DATE FROM THE BATCH DATE CONTROL FILE, SO A
015470* LATE OR RERUN CYCLE IS PROCESSED UNDER THE BUSINESS DATE IT
015480* BELONGS TO.  NO OPEN CYCLE MEANS THE SYSTEM DATE STANDS.
015490*-----------------------------------------------------------------
015500 9500-READ-BUSINESS-DATE.
015510     OPEN INPUT BATCH-DATE-FILE.
015520     IF WS-BATCHDTE-STATUS = '00'
015530         READ BATCH-DATE-FILE
015540             NOT AT END
015550                 IF BD-CYCLE-OPEN
015560                         AND BD-BUSINESS-DATE IS NUMERIC
015570                         AND BD-BUSINESS-DATE > ZERO
015580                     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
015590                 END-IF
015600         END-READ
015610         CLOSE BATCH-DATE-FILE
015620     END-IF.
015630 9500-EXIT.
015640     EXIT.
015650
015660*-----------------------------------------------------------------
015670* 9700-RECORD-STEP-START - ASK THE CYCLE STEP-STATUS LEDGER
015680* WHETHER THIS STEP ALREADY ENDED CLEAN FOR THE BUSINESS DATE.
015690* A 'K' REPLY MEANS THE RERUN SKIPS THE STEP; OTHERWISE THE
015700* START IS RECORDED AND THE RUN PROCEEDS.
015710*-----------------------------------------------------------------
015720 9700-RECORD-STEP-START.
015730     MOVE 'S'         TO SP-FUNCTION.
015740     MOVE 'GLRECON'   TO SP-STEP-NAME.
015750     MOVE WS-RUN-DATE TO SP-BUSINESS-DATE.
015760     MOVE ZERO        TO SP-RETURN-CODE.
015770     CALL 'STEPSTAT' USING STEP-STATUS-PARMS.
015780 9700-EXIT.
015790     EXIT.
015800
015810*-----------------------------------------------------------------
015820* 9800-RECORD-STEP-END - RECORD THIS STEP'S END AND FINAL RETURN
015830* CODE ON THE CYCLE STEP-STATUS LEDGER.
015840*-----------------------------------------------------------------
015850 9800-RECORD-STEP-END.
015860     MOVE 'E'         TO SP-FUNCTION.
015870     MOVE RETURN-CODE TO SP-RETURN-CODE.
015880     CALL 'STEPSTAT' USING STEP-STATUS-PARMS.
015890 9800-EXIT.
015900     EXIT.
