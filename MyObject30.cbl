000100* ---------------------------------------------------------------
000110* PROGRAM      RETURNED-ITEM-REGISTER
000120* INSTALLATION RETAIL BANKING DIVISION
000130* AUTHOR       D. OKAFOR
000140* DATE-WRITTEN 2026-10-06
000150* ---------------------------------------------------------------
000160* MODIFICATION HISTORY
000170*   2026-10-06  DO   ORIGINAL PROGRAM - NIGHTLY RETURNED-ITEM
000180*                    REGISTER.  THE POSTING RUN NOW RETURNS A
000190*                    HELD DEBIT TO ITS ORIGINATOR ONCE THE
000200*                    OVERDRAFT FLOOR HAS HELD IT PAST THE RETURN
000210*                    HORIZON, CHARGES THE RETURNED-ITEM FEE AND
000220*                    RECORDS THE RETURN ON RETITEMS (RETITEM
000230*                    COPYBOOK).  THIS RUN LISTS TONIGHT'S
000240*                    RETURNS FOR THE BRANCHES AND CLEARING, ONE
000250*                    'BRANCH NNN' SECTION PER BRANCH, ORDERED BY
000260*                    THE RAW BATCH EACH DEBIT CAME IN ON SO
000270*                    CLEARING CAN SEND EACH BATCH'S RETURNS BACK
000280*                    TOGETHER, WITH BRANCH AND RUN TOTALS OF THE
000290*                    ITEMS RETURNED AND THE FEES CHARGED.  THE
000300*                    RUN RECORDS ITSELF ON THE CYCLE STEP-STATUS
000310*                    LEDGER AND A RERUN SKIPS IT WHEN IT ALREADY
000320*                    ENDED CLEAN FOR THE BUSINESS DATE.
000330* ---------------------------------------------------------------
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID.                  RETURNED-ITEM-REGISTER.
000360 AUTHOR.                      D. OKAFOR.
000370 INSTALLATION.                RETAIL BANKING DIVISION.
000380 DATE-WRITTEN.                2026-10-06.
000390 DATE-COMPILED.
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT RETURNED-ITEM-FILE
000450         ASSIGN TO 'RETITEMS'
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS RI-ITEM-KEY
000490         FILE STATUS IS WS-RETITEMS-STATUS.
000500
000510     SELECT SORT-WORK-FILE
000520         ASSIGN TO 'SRTWK01'.
000530
000540     SELECT RETURN-REGISTER-FILE
000550         ASSIGN TO 'RTNREG'
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-RTNREG-STATUS.
000580
000590     SELECT BATCH-DATE-FILE
000600         ASSIGN TO 'BATCHDTE'
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-BATCHDTE-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  RETURNED-ITEM-FILE
000670     LABEL RECORDS ARE STANDARD.
000680     COPY RETITEM.
000690
000700 SD  SORT-WORK-FILE.
000710 01  SORT-WORK-RECORD.
000720     05  SW-BRANCH-CODE            PIC X(03).
000730     05  SW-SOURCE-BATCH           PIC 9(06).
000740     05  SW-ACCOUNT-NUMBER         PIC X(10).
000750     05  SW-ORIGINAL-DATE          PIC 9(08).
000760     05  SW-ITEM-AMOUNT            PIC 9(7)V99.
000770     05  SW-DAYS-HELD              PIC 9(03).
000780     05  SW-FEE-AMOUNT             PIC 9(03)V99.
000790
000800 FD  RETURN-REGISTER-FILE
000810     LABEL RECORDS ARE STANDARD.
000820 01  RETURN-REGISTER-RECORD        PIC X(80).
000830
000840 FD  BATCH-DATE-FILE
000850     LABEL RECORDS ARE STANDARD.
000860     COPY BATCHDTE.
000870
000880 WORKING-STORAGE SECTION.
000890*----------------------------------------------------------------
000900* FILE STATUS AND END-OF-FILE SWITCHES
000910*----------------------------------------------------------------
000920 01  WS-FILE-STATUSES.
000930     05  WS-RETITEMS-STATUS        PIC X(02) VALUE '00'.
000940     05  WS-RTNREG-STATUS          PIC X(02) VALUE '00'.
000950     05  WS-BATCHDTE-STATUS        PIC X(02) VALUE '00'.
000960
000970 01  WS-SWITCHES.
000980     05  WS-EOF-SWITCH             PIC X(01) VALUE 'N'.
000990         88  RETURNED-ITEMS-EOF              VALUE 'Y'.
001000     05  WS-SORT-SWITCH            PIC X(01) VALUE 'N'.
001010         88  SORTED-ITEMS-EOF                VALUE 'Y'.
001020
001030*----------------------------------------------------------------
001040* RUN DATE, CAPTURED ONCE AT STARTUP
001050*----------------------------------------------------------------
001060 01  WS-RUN-DATE                   PIC 9(08).
001070
001080*----------------------------------------------------------------
001090* CYCLE STEP-STATUS PARAMETER AREA - SEE CYCLE-STEP-STATUS
001100*----------------------------------------------------------------
001110     COPY STEPLINK.
001120
001130*----------------------------------------------------------------
001140* BRANCH-SECTION AND RUN CONTROL TOTALS
001150*----------------------------------------------------------------
001160 01  WS-SECTION-BRANCH             PIC X(03) VALUE SPACES.
001170 01  WS-BRANCH-ITEMS               PIC 9(05) VALUE ZERO.
001180 01  WS-BRANCH-AMOUNT              PIC 9(09)V99 VALUE ZERO.
001190 01  WS-BRANCH-FEES                PIC 9(07)V99 VALUE ZERO.
001200 01  WS-ITEMS-RETURNED             PIC 9(07) VALUE ZERO.
001210 01  WS-AMOUNT-RETURNED            PIC 9(11)V99 VALUE ZERO.
001220 01  WS-FEES-CHARGED               PIC 9(09)V99 VALUE ZERO.
001230 01  WS-BRANCHES-LISTED            PIC 9(05) VALUE ZERO.
001240
001250*----------------------------------------------------------------
001260* REGISTER LINES
001270*----------------------------------------------------------------
001280 01  WS-REPORT-HEADING-1.
001290     05  FILLER                    PIC X(80) VALUE
001300         'RETURNED-ITEM REGISTER - HELD DEBITS RETURNED UNPAID'.
001310
001320 01  WS-REPORT-HEADING-2.
001330     05  FILLER                    PIC X(16) VALUE
001340             'CYCLE DATE....  '.
001350     05  RH-RUN-DATE               PIC 9(08).
001360     05  FILLER                    PIC X(56) VALUE SPACES.
001370
001380 01  WS-COLUMN-HEADING.
001390     05  FILLER                    PIC X(12) VALUE 'ACCOUNT'.
001400     05  FILLER                    PIC X(10) VALUE 'ORIG DATE'.
001410     05  FILLER                    PIC X(12) VALUE '    AMOUNT'.
001420     05  FILLER                    PIC X(08) VALUE 'BATCH'.
001430     05  FILLER                    PIC X(05) VALUE 'DAYS'.
001440     05  FILLER                    PIC X(06) VALUE '   FEE'.
001450     05  FILLER                    PIC X(27) VALUE SPACES.
001460
001470 01  WS-BLANK-LINE                 PIC X(80) VALUE SPACES.
001480
001490 01  WS-BRANCH-HEADER-LINE.
001500     05  FILLER                    PIC X(07) VALUE 'BRANCH '.
001510     05  BH-BRANCH-CODE            PIC X(03).
001520     05  FILLER                    PIC X(70) VALUE SPACES.
001530
001540 01  WS-ITEM-LINE.
001550     05  IL-ACCOUNT-NUMBER         PIC X(10).
001560     05  FILLER                    PIC X(02) VALUE SPACES.
001570     05  IL-ORIGINAL-DATE          PIC 9(08).
001580     05  FILLER                    PIC X(02) VALUE SPACES.
001590     05  IL-ITEM-AMOUNT            PIC Z(6)9.99.
001600     05  FILLER                    PIC X(02) VALUE SPACES.
001610     05  IL-SOURCE-BATCH           PIC 9(06).
001620     05  FILLER                    PIC X(02) VALUE SPACES.
001630     05  IL-DAYS-HELD              PIC ZZ9.
001640     05  FILLER                    PIC X(02) VALUE SPACES.
001650     05  IL-FEE-AMOUNT             PIC ZZ9.99.
001660     05  FILLER                    PIC X(27) VALUE SPACES.
001670
001680 01  WS-BRANCH-TOTAL-LINE.
001690     05  FILLER                    PIC X(14) VALUE
001700             'BRANCH TOTAL  '.
001710     05  BT-ITEMS                  PIC Z(4)9.
001720     05  FILLER                    PIC X(07) VALUE ' ITEMS '.
001730     05  BT-AMOUNT                 PIC Z(8)9.99.
001740     05  FILLER                    PIC X(07) VALUE '  FEES '.
001750     05  BT-FEES                   PIC Z(6)9.99.
001760     05  FILLER                    PIC X(25) VALUE SPACES.
001770
001780 01  WS-TOTALS-LINE.
001790     05  TO-CAPTION                PIC X(24).
001800     05  TO-COUNT                  PIC Z(6)9.
001810     05  FILLER                    PIC X(49) VALUE SPACES.
001820
001830 01  WS-AMOUNT-TOTAL-LINE.
001840     05  TA-CAPTION                PIC X(24).
001850     05  TA-AMOUNT                 PIC Z(10)9.99.
001860     05  FILLER                    PIC X(42) VALUE SPACES.
001870
001880 PROCEDURE DIVISION.
001890*=================================================================
001900* 0000-MAINLINE - SORT TONIGHT'S RETURNS BY BRANCH AND BATCH AND
001910* PRINT THE REGISTER.
001920*=================================================================
001930 0000-MAINLINE.
001940     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001950     PERFORM 9500-READ-BUSINESS-DATE THRU 9500-EXIT.
001960     PERFORM 9700-RECORD-STEP-START THRU 9700-EXIT.
001970     IF SP-SKIP-STEP
001980         DISPLAY 'RETURNED-ITEM-REGISTER: STEP ALREADY COMPLETED '
001990             'FOR ' WS-RUN-DATE ' - RUN SKIPPED'
002000         STOP RUN
002010     END-IF.
002020
002030     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002040
002050     PERFORM 2000-SORT-RETURNS THRU 2000-EXIT.
002060
002070     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002080
002090     STOP RUN.
002100 0000-EXIT.
002110     EXIT.
002120
002130*-----------------------------------------------------------------
002140* 1000-INITIALIZE - OPEN THE REGISTER AND PRINT ITS HEADINGS.
002150*-----------------------------------------------------------------
002160 1000-INITIALIZE.
002170     OPEN OUTPUT RETURN-REGISTER-FILE.
002180
002190     MOVE WS-RUN-DATE TO RH-RUN-DATE.
002200     WRITE RETURN-REGISTER-RECORD FROM WS-REPORT-HEADING-1.
002210     WRITE RETURN-REGISTER-RECORD FROM WS-REPORT-HEADING-2.
002220     WRITE RETURN-REGISTER-RECORD FROM WS-BLANK-LINE.
002230     WRITE RETURN-REGISTER-RECORD FROM WS-COLUMN-HEADING.
002240 1000-EXIT.
002250     EXIT.
002260
002270*-----------------------------------------------------------------
002280* 2000-SORT-RETURNS - SORT TONIGHT'S RETURNED ITEMS BY BRANCH,
002290* SOURCE BATCH AND ACCOUNT AND DRAIN THEM INTO THE REGISTER.
002300*-----------------------------------------------------------------
002310 2000-SORT-RETURNS.
002320     SORT SORT-WORK-FILE
002330         ON ASCENDING KEY SW-BRANCH-CODE
002340                          SW-SOURCE-BATCH
002350                          SW-ACCOUNT-NUMBER
002360                          SW-ORIGINAL-DATE
002370         INPUT PROCEDURE IS 2100-RELEASE-RETURNS
002380             THRU 2100-EXIT
002390         OUTPUT PROCEDURE IS 3000-PRINT-RETURNS
002400             THRU 3000-EXIT.
002410 2000-EXIT.
002420     EXIT.
002430
002440*-----------------------------------------------------------------
002450* 2100-RELEASE-RETURNS - READ THE RETURNED-ITEM FILE AND RELEASE
002460* TONIGHT'S RETURNS TO THE SORT.  NO FILE ON DISK MEANS NOTHING
002470* HAS EVER BEEN RETURNED.
002480*-----------------------------------------------------------------
002490 2100-RELEASE-RETURNS.
002500     OPEN INPUT RETURNED-ITEM-FILE.
002510     IF WS-RETITEMS-STATUS NOT = '00'
002520         DISPLAY 'RETURNED-ITEM-REGISTER: UNABLE TO OPEN '
002530             'RETITEMS - STATUS ' WS-RETITEMS-STATUS
002540         GO TO 2100-EXIT
002550     END-IF.
002560
002570     PERFORM 2200-READ-RETURNED-ITEM THRU 2200-EXIT.
002580     PERFORM 2300-RELEASE-ONE-RETURN THRU 2300-EXIT
002590         UNTIL RETURNED-ITEMS-EOF.
002600     CLOSE RETURNED-ITEM-FILE.
002610 2100-EXIT.
002620     EXIT.
002630
002640*-----------------------------------------------------------------
002650* 2200-READ-RETURNED-ITEM - READ THE NEXT RETURNED ITEM.
002660*-----------------------------------------------------------------
002670 2200-READ-RETURNED-ITEM.
002680     READ RETURNED-ITEM-FILE
002690         AT END
002700             SET RETURNED-ITEMS-EOF TO TRUE
002710     END-READ.
002720 2200-EXIT.
002730     EXIT.
002740
002750*-----------------------------------------------------------------
002760* 2300-RELEASE-ONE-RETURN - HAND ONE OF TONIGHT'S RETURNS TO THE
002770* SORT AND ADVANCE.  A BLANK BRANCH CODE READS AS 000, HEAD
002780* OFFICE, AS ON THE OTHER BRANCH-SECTIONED REPORTS.
002790*-----------------------------------------------------------------
002800 2300-RELEASE-ONE-RETURN.
002810     IF RI-RETURN-DATE = WS-RUN-DATE
002820         IF RI-BRANCH-CODE = SPACES
002830             MOVE '000' TO SW-BRANCH-CODE
002840         ELSE
002850             MOVE RI-BRANCH-CODE TO SW-BRANCH-CODE
002860         END-IF
002870         MOVE RI-SOURCE-BATCH    TO SW-SOURCE-BATCH
002880         MOVE RI-ACCOUNT-NUMBER  TO SW-ACCOUNT-NUMBER
002890         MOVE RI-ORIGINAL-DATE   TO SW-ORIGINAL-DATE
002900         MOVE RI-ITEM-AMOUNT     TO SW-ITEM-AMOUNT
002910         MOVE RI-DAYS-HELD       TO SW-DAYS-HELD
002920         MOVE RI-FEE-AMOUNT      TO SW-FEE-AMOUNT
002930         RELEASE SORT-WORK-RECORD
002940     END-IF.
002950
002960     PERFORM 2200-READ-RETURNED-ITEM THRU 2200-EXIT.
002970 2300-EXIT.
002980     EXIT.
002990
003000*-----------------------------------------------------------------
003010* 3000-PRINT-RETURNS - DRAIN THE SORT INTO THE REGISTER AND CLOSE
003020* THE LAST BRANCH SECTION.
003030*-----------------------------------------------------------------
003040 3000-PRINT-RETURNS.
003050     PERFORM 3100-PRINT-ONE-RETURN THRU 3100-EXIT
003060         UNTIL SORTED-ITEMS-EOF.
003070
003080     IF WS-SECTION-BRANCH NOT = SPACES
003090         PERFORM 3200-PRINT-BRANCH-TOTAL THRU 3200-EXIT
003100     END-IF.
003110 3000-EXIT.
003120     EXIT.
003130
003140*-----------------------------------------------------------------
003150* 3100-PRINT-ONE-RETURN - RETURN THE NEXT SORTED ITEM, CLOSING
003160* THE PRIOR BRANCH SECTION AND OPENING A NEW ONE AT EACH BRANCH
003170* BREAK, THEN PRINT THE ITEM AND ROLL IT INTO THE TOTALS.
003180*-----------------------------------------------------------------
003190 3100-PRINT-ONE-RETURN.
003200     RETURN SORT-WORK-FILE
003210         AT END
003220             SET SORTED-ITEMS-EOF TO TRUE
003230     END-RETURN.
003240     IF SORTED-ITEMS-EOF
003250         GO TO 3100-EXIT
003260     END-IF.
003270
003280     IF SW-BRANCH-CODE NOT = WS-SECTION-BRANCH
003290         IF WS-SECTION-BRANCH NOT = SPACES
003300             PERFORM 3200-PRINT-BRANCH-TOTAL THRU 3200-EXIT
003310         END-IF
003320         MOVE SW-BRANCH-CODE TO WS-SECTION-BRANCH
003330         MOVE SW-BRANCH-CODE TO BH-BRANCH-CODE
003340         WRITE RETURN-REGISTER-RECORD FROM WS-BLANK-LINE
003350         WRITE RETURN-REGISTER-RECORD FROM WS-BRANCH-HEADER-LINE
003360         ADD 1 TO WS-BRANCHES-LISTED
003370     END-IF.
003380
003390     MOVE SW-ACCOUNT-NUMBER TO IL-ACCOUNT-NUMBER.
003400     MOVE SW-ORIGINAL-DATE  TO IL-ORIGINAL-DATE.
003410     MOVE SW-ITEM-AMOUNT    TO IL-ITEM-AMOUNT.
003420     MOVE SW-SOURCE-BATCH   TO IL-SOURCE-BATCH.
003430     MOVE SW-DAYS-HELD      TO IL-DAYS-HELD.
003440     MOVE SW-FEE-AMOUNT     TO IL-FEE-AMOUNT.
003450     WRITE RETURN-REGISTER-RECORD FROM WS-ITEM-LINE.
003460
003470     ADD 1 TO WS-BRANCH-ITEMS.
003480     ADD SW-ITEM-AMOUNT TO WS-BRANCH-AMOUNT.
003490     ADD SW-FEE-AMOUNT TO WS-BRANCH-FEES.
003500     ADD 1 TO WS-ITEMS-RETURNED.
003510     ADD SW-ITEM-AMOUNT TO WS-AMOUNT-RETURNED.
003520     ADD SW-FEE-AMOUNT TO WS-FEES-CHARGED.
003530 3100-EXIT.
003540     EXIT.
003550
003560*-----------------------------------------------------------------
003570* 3200-PRINT-BRANCH-TOTAL - PRINT THE CLOSING BRANCH'S TOTALS AND
003580* RESET THEM FOR THE NEXT SECTION.
003590*-----------------------------------------------------------------
003600 3200-PRINT-BRANCH-TOTAL.
003610     MOVE WS-BRANCH-ITEMS TO BT-ITEMS.
003620     MOVE WS-BRANCH-AMOUNT TO BT-AMOUNT.
003630     MOVE WS-BRANCH-FEES TO BT-FEES.
003640     WRITE RETURN-REGISTER-RECORD FROM WS-BRANCH-TOTAL-LINE.
003650
003660     MOVE ZERO TO WS-BRANCH-ITEMS.
003670     MOVE ZERO TO WS-BRANCH-AMOUNT.
003680     MOVE ZERO TO WS-BRANCH-FEES.
003690 3200-EXIT.
003700     EXIT.
003710
003720*-----------------------------------------------------------------
003730* 9000-TERMINATE - PRINT THE RUN TOTALS, CLOSE THE REGISTER AND
003740* RECORD THE STEP END.
003750*-----------------------------------------------------------------
003760 9000-TERMINATE.
003770     WRITE RETURN-REGISTER-RECORD FROM WS-BLANK-LINE.
003780     MOVE 'BRANCHES LISTED.......: ' TO TO-CAPTION.
003790     MOVE WS-BRANCHES-LISTED TO TO-COUNT.
003800     WRITE RETURN-REGISTER-RECORD FROM WS-TOTALS-LINE.
003810
003820     MOVE 'ITEMS RETURNED........: ' TO TO-CAPTION.
003830     MOVE WS-ITEMS-RETURNED TO TO-COUNT.
003840     WRITE RETURN-REGISTER-RECORD FROM WS-TOTALS-LINE.
003850
003860     MOVE 'AMOUNT RETURNED.......: ' TO TA-CAPTION.
003870     MOVE WS-AMOUNT-RETURNED TO TA-AMOUNT.
003880     WRITE RETURN-REGISTER-RECORD FROM WS-AMOUNT-TOTAL-LINE.
003890
003900     MOVE 'RETURNED-ITEM FEES....: ' TO TA-CAPTION.
003910     MOVE WS-FEES-CHARGED TO TA-AMOUNT.
003920     WRITE RETURN-REGISTER-RECORD FROM WS-AMOUNT-TOTAL-LINE.
003930
003940     CLOSE RETURN-REGISTER-FILE.
003950     PERFORM 9800-RECORD-STEP-END THRU 9800-EXIT.
003960 9000-EXIT.
003970     EXIT.
003980
003990*-----------------------------------------------------------------
004000* 9500-READ-BUSINESS-DATE - REPLACE THE SYSTEM-CLOCK RUN DATE WITH
004010* THE CYCLE'S BUSINESS DATE FROM THE BATCH DATE CONTROL FILE, SO A
004020* LATE OR RERUN CYCLE IS PROCESSED UNDER THE BUSINESS DATE IT
004030* BELONGS TO.  NO OPEN CYCLE MEANS THE SYSTEM DATE STANDS.
004040*-----------------------------------------------------------------
004050 9500-READ-BUSINESS-DATE.
004060     OPEN INPUT BATCH-DATE-FILE.
004070     IF WS-BATCHDTE-STATUS = '00'
004080         READ BATCH-DATE-FILE
004090             NOT AT END
004100                 IF BD-CYCLE-OPEN
004110                         AND BD-BUSINESS-DATE IS NUMERIC
004120                         AND BD-BUSINESS-DATE > ZERO
004130                     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
004140                 END-IF
004150         END-READ
004160         CLOSE BATCH-DATE-FILE
004170     END-IF.
004180 9500-EXIT.
004190     EXIT.
004200
004210*-----------------------------------------------------------------
004220* 9700-RECORD-STEP-START - ASK THE CYCLE STEP-STATUS LEDGER
004230* WHETHER THIS STEP ALREADY ENDED CLEAN FOR THE BUSINESS DATE.
004240* A 'K' REPLY MEANS THE RERUN SKIPS THE STEP; OTHERWISE THE
004250* START IS RECORDED AND THE RUN PROCEEDS.
004260*-----------------------------------------------------------------
004270 9700-RECORD-STEP-START.
004280     MOVE 'S'         TO SP-FUNCTION.
004290     MOVE 'RTNREG'    TO SP-STEP-NAME.
004300     MOVE WS-RUN-DATE TO SP-BUSINESS-DATE.
004310     MOVE ZERO        TO SP-RETURN-CODE.
004320     CALL 'STEPSTAT' USING STEP-STATUS-PARMS.
004330 9700-EXIT.
004340     EXIT.
004350
004360*-----------------------------------------------------------------
004370* 9800-RECORD-STEP-END - RECORD THIS STEP'S END AND FINAL RETURN
004380* CODE ON THE CYCLE STEP-STATUS LEDGER.
004390*-----------------------------------------------------------------
004400 9800-RECORD-STEP-END.
004410     MOVE 'E'         TO SP-FUNCTION.
004420     MOVE RETURN-CODE TO SP-RETURN-CODE.
004430     CALL 'STEPSTAT' USING STEP-STATUS-PARMS.
004440 9800-EXIT.
004450     EXIT.
