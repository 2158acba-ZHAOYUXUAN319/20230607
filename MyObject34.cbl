000100* ---------------------------------------------------------------
000110* PROGRAM      CALENDAR-MAINT
000120* INSTALLATION RETAIL BANKING DIVISION
000130* AUTHOR       D. OKAFOR
000140* DATE-WRITTEN 2026-10-12
000150* ---------------------------------------------------------------
000160* MODIFICATION HISTORY
000170*   2026-10-12  DO   ORIGINAL PROGRAM - CARD-DRIVEN MAINTENANCE
000180*                    OF THE BUSINESS-DAY CALENDAR (CALENDAR
000190*                    COPYBOOK) THE CYCLE NOW OPENS ITS BUSINESS
000200*                    DATE FROM, ROLLS STANDING ORDERS BY AND
000210*                    AGES HELD DEBITS AND REJECTS IN.  THREE
000220*                    FUNCTIONS:
000230*                      Y - BUILD A YEAR.  EVERY DATE OF THE YEAR
000240*                          NOT ALREADY ON FILE IS ADDED, MONDAY
000250*                          TO FRIDAY AS BUSINESS DAYS, SATURDAY
000260*                          AND SUNDAY AS WEEKEND.
000270*                      H - DECLARE A BANK HOLIDAY, WITH ITS NAME.
000280*                      B - MAKE A DATE A BUSINESS DAY AGAIN (A
000290*                          HOLIDAY WITHDRAWN, OR A WEEKEND DAY
000300*                          THE BANK OPENS).
000310*                    A HOLIDAY OR BUSINESS-DAY CHANGE MUST BE
000320*                    DATED AFTER THE RUN DATE - A DATE THE CYCLE
000330*                    MAY ALREADY HAVE RUN UNDER IS HISTORY.
000340*                    AFTER THE CARDS THE DERIVED FIELDS (BUSINESS
000350*                    DAY NUMBER, PRIOR/NEXT BUSINESS DATE, LAST
000360*                    BUSINESS DAY OF THE MONTH) ARE REBUILT
000370*                    ACROSS THE WHOLE FILE, SO A RUN WITH NO
000380*                    CARDS SIMPLY REFRESHES THEM.  THE REGISTER
000390*                    LISTS EVERY APPLIED CARD AND THE MONTH-END
000400*                    BUSINESS DAYS AHEAD, SO OPERATIONS CAN SEE
000410*                    WHEN MONTHEND WILL RUN; THE REJECT REPORT
000420*                    LISTS EVERY FAILED CARD.  ENDS RC=4 WHEN THE
000430*                    CALENDAR DOES NOT YET REACH INTO THE NEXT
000440*                    YEAR FROM OCTOBER ON.
000450* ---------------------------------------------------------------
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID.                  CALENDAR-MAINT.
000480 AUTHOR.                      D. OKAFOR.
000490 INSTALLATION.                RETAIL BANKING DIVISION.
000500 DATE-WRITTEN.                2026-10-12.
000510 DATE-COMPILED.
000520
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT CALENDAR-MAINT-TXN-FILE
000570         ASSIGN TO 'CALTXN'
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-CALTXN-STATUS.
000600
000610     SELECT CALENDAR-FILE
000620         ASSIGN TO 'CALENDAR'
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS CL-CALENDAR-DATE
000660         FILE STATUS IS WS-CALENDAR-STATUS.
000670
000680     SELECT CALENDAR-REGISTER-FILE
000690         ASSIGN TO 'CALREG'
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-CALREG-STATUS.
000720
000730     SELECT REJECT-REPORT-FILE
000740         ASSIGN TO 'CALREJ'
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-CALREJ-STATUS.
000770
000780     SELECT BATCH-DATE-FILE
000790         ASSIGN TO 'BATCHDTE'
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-BATCHDTE-STATUS.
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  CALENDAR-MAINT-TXN-FILE
000850     LABEL RECORDS ARE STANDARD.
000860 01  CALENDAR-MAINT-TXN-RECORD.
000870     05  CT-FUNCTION-CODE          PIC X(01).
000880         88  CT-BUILD-YEAR                   VALUE 'Y'.
000890         88  CT-HOLIDAY                      VALUE 'H'.
000900         88  CT-BUSINESS-DAY                 VALUE 'B'.
000910     05  CT-DATE                   PIC X(08).
000920     05  CT-YEAR REDEFINES CT-DATE.
000930         10  CT-BUILD-YEAR-NUMBER  PIC X(04).
000940         10  FILLER                PIC X(04).
000950     05  CT-HOLIDAY-NAME           PIC X(30).
000960
000970 FD  CALENDAR-FILE
000980     LABEL RECORDS ARE STANDARD.
000990     COPY CALENDAR.
001000
001010 FD  CALENDAR-REGISTER-FILE
001020     LABEL RECORDS ARE STANDARD.
001030 01  CALENDAR-REGISTER-RECORD      PIC X(80).
001040
001050 FD  REJECT-REPORT-FILE
001060     LABEL RECORDS ARE STANDARD.
001070 01  REJECT-REPORT-RECORD          PIC X(80).
001080
001090 FD  BATCH-DATE-FILE
001100     LABEL RECORDS ARE STANDARD.
001110     COPY BATCHDTE.
001120
001130 WORKING-STORAGE SECTION.
001140*----------------------------------------------------------------
001150* FILE STATUS AND END-OF-FILE SWITCHES
001160*----------------------------------------------------------------
001170 01  WS-FILE-STATUSES.
001180     05  WS-CALTXN-STATUS          PIC X(02) VALUE '00'.
001190     05  WS-CALENDAR-STATUS        PIC X(02) VALUE '00'.
001200     05  WS-CALREG-STATUS          PIC X(02) VALUE '00'.
001210     05  WS-CALREJ-STATUS          PIC X(02) VALUE '00'.
001220     05  WS-BATCHDTE-STATUS        PIC X(02) VALUE '00'.
001230
001240 01  WS-SWITCHES.
001250     05  WS-EOF-SWITCH             PIC X(01) VALUE 'N'.
001260         88  CALENDAR-MAINT-TXN-EOF          VALUE 'Y'.
001270     05  WS-CALENDAR-EOF-SWITCH    PIC X(01) VALUE 'N'.
001280         88  CALENDAR-EOF                    VALUE 'Y'.
001290     05  WS-CALENDAR-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001300         88  CALENDAR-FILE-OPEN              VALUE 'Y'.
001310     05  WS-DATE-SWITCH            PIC X(01) VALUE 'N'.
001320         88  CARD-DATE-VALID                 VALUE 'Y'.
001330     05  WS-DAY-SWITCH             PIC X(01) VALUE 'N'.
001340         88  CALENDAR-DAY-FOUND              VALUE 'Y'.
001350     05  WS-TABLE-SWITCH           PIC X(01) VALUE 'N'.
001360         88  BUSINESS-TABLE-FULL             VALUE 'Y'.
001370
001380*----------------------------------------------------------------
001390* RUN DATE, CAPTURED ONCE AT STARTUP
001400*----------------------------------------------------------------
001410 01  WS-RUN-DATE                   PIC 9(08).
001420
001430*----------------------------------------------------------------
001440* MAINTENANCE CONTROL TOTALS
001450*----------------------------------------------------------------
001460 01  WS-YEARS-BUILT                PIC 9(05) VALUE ZERO.
001470 01  WS-DAYS-ADDED                 PIC 9(05) VALUE ZERO.
001480 01  WS-HOLIDAYS-SET               PIC 9(05) VALUE ZERO.
001490 01  WS-BUSINESS-DAYS-SET          PIC 9(05) VALUE ZERO.
001500 01  WS-REJECT-COUNT               PIC 9(05) VALUE ZERO.
001510 01  WS-DATES-ON-FILE              PIC 9(07) VALUE ZERO.
001520 01  WS-HOLIDAYS-AHEAD             PIC 9(05) VALUE ZERO.
001530 01  WS-FIRST-DATE-ON-FILE         PIC 9(08) VALUE ZERO.
001540 01  WS-LAST-DATE-ON-FILE          PIC 9(08) VALUE ZERO.
001550 01  WS-YEAR-DAYS-ADDED            PIC 9(05) VALUE ZERO.
001560
001570*----------------------------------------------------------------
001580* BUSINESS-DAY TABLE.  THE FIRST PASS OF THE REBUILD COLLECTS
001590* EVERY BUSINESS DATE ON FILE IN DATE ORDER; THE SECOND PASS
001600* DERIVES EACH DATE'S NUMBER AND PRIOR/NEXT BUSINESS DATE FROM
001610* IT.  6000 ENTRIES HOLD TWENTY YEARS AND MORE.
001620*----------------------------------------------------------------
001630 01  WS-BUSINESS-DAY-COUNT         PIC 9(05) COMP VALUE ZERO.
001640 01  WS-BUSINESS-DAY-SCAN          PIC 9(05) COMP VALUE ZERO.
001650 01  WS-BUSINESS-DAY-TABLE.
001660     05  WS-BUSINESS-DATE-ENTRY OCCURS 6000 TIMES
001670                                   PIC 9(08).
001680
001690*----------------------------------------------------------------
001700* DATE WORK FIELDS.  THE WORK DATE IS STEPPED A DAY AT A TIME
001710* TO BUILD A YEAR AND ALSO CARRIES A CARD DATE THROUGH THE EDIT.
001720*----------------------------------------------------------------
001730 01  WS-WORK-DATE                  PIC 9(08) VALUE ZERO.
001740 01  WS-WORK-DATE-SPLIT REDEFINES WS-WORK-DATE.
001750     05  WS-WORK-YEAR              PIC 9(04).
001760     05  WS-WORK-MONTH             PIC 9(02).
001770     05  WS-WORK-DAY               PIC 9(02).
001780 01  WS-YEAR-END-DATE              PIC 9(08) VALUE ZERO.
001790 01  WS-WEEKDAY-NUMBER             PIC 9(01) VALUE ZERO.
001800 01  WS-LEAP-QUOTIENT              PIC 9(04) VALUE ZERO.
001810 01  WS-LEAP-REMAINDER             PIC 9(04) VALUE ZERO.
001820 01  WS-DAYS-IN-MONTH              PIC 9(02) VALUE ZERO.
001830 01  WS-MONTH-DAYS-TABLE.
001840     05  FILLER                    PIC X(24) VALUE
001850         '312831303130313130313031'.
001860 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
001870     05  WS-MONTH-DAYS-ENTRY OCCURS 12 TIMES
001880                                   PIC 9(02).
001890 01  WS-DAY-NAME-TABLE.
001900     05  FILLER                    PIC X(21) VALUE
001910         'MONTUEWEDTHUFRISATSUN'.
001920 01  WS-DAY-NAMES REDEFINES WS-DAY-NAME-TABLE.
001930     05  WS-DAY-NAME-ENTRY OCCURS 7 TIMES
001940                                   PIC X(03).
001950
001960*----------------------------------------------------------------
001970* SERIAL DAY CONVERSION WORK FIELDS, THE SAME CONVERSION THE
001980* POSTING RUN USES.  THE SERIAL MODULO 7 GIVES THE WEEKDAY: 0
001990* SATURDAY, 1 SUNDAY, 2 TO 6 MONDAY TO FRIDAY.
002000*----------------------------------------------------------------
002010 01  WS-CONVERT-DATE.
002020     05  WS-CONVERT-YEAR           PIC 9(04).
002030     05  WS-CONVERT-MONTH          PIC 9(02).
002040     05  WS-CONVERT-DAY            PIC 9(02).
002050 01  WS-SERIAL-YEAR                PIC 9(05) COMP VALUE ZERO.
002060 01  WS-SERIAL-MONTH               PIC 9(03) COMP VALUE ZERO.
002070 01  WS-SERIAL-WORK                PIC 9(07) COMP VALUE ZERO.
002080 01  WS-SERIAL-TERM                PIC 9(07) COMP VALUE ZERO.
002090 01  WS-SERIAL-RESULT              PIC 9(07) COMP VALUE ZERO.
002100 01  WS-SERIAL-REMAINDER           PIC 9(01) COMP VALUE ZERO.
002110
002120*----------------------------------------------------------------
002130* DERIVED FIELDS FOR THE DATE BEING REBUILT
002140*----------------------------------------------------------------
002150 01  WS-NEW-NUMBER                 PIC 9(07) VALUE ZERO.
002160 01  WS-NEW-PRIOR-DATE             PIC 9(08) VALUE ZERO.
002170 01  WS-NEW-NEXT-DATE              PIC 9(08) VALUE ZERO.
002180 01  WS-NEW-LAST-FLAG              PIC X(01) VALUE SPACE.
002190
002200*----------------------------------------------------------------
002210* MAINTENANCE REGISTER LINES
002220*----------------------------------------------------------------
002230 01  WS-REGISTER-HEADING-1.
002240     05  FILLER                    PIC X(80) VALUE
002250         'BUSINESS-DAY CALENDAR MAINTENANCE REGISTER'.
002260
002270 01  WS-REGISTER-HEADING-2.
002280     05  FILLER                    PIC X(16) VALUE
002290             'RUN DATE......  '.
002300     05  RH-RUN-DATE               PIC 9(08).
002310     05  FILLER                    PIC X(56) VALUE SPACES.
002320
002330 01  WS-MONTH-END-HEADING.
002340     05  FILLER                    PIC X(80) VALUE
002350         'MONTH-END BUSINESS DAYS AHEAD (MONTHEND RUNS AFTER THE
002360-        'CYCLE ON THESE DATES)'.
002370
002380 01  WS-BLANK-LINE                 PIC X(80) VALUE SPACES.
002390
002400 01  WS-REGISTER-LINE.
002410     05  RG-CAPTION                PIC X(10).
002420     05  RG-DATE                   PIC 9(08).
002430     05  FILLER                    PIC X(01) VALUE SPACES.
002440     05  RG-DAY-NAME               PIC X(03).
002450     05  FILLER                    PIC X(01) VALUE SPACES.
002460     05  RG-DAY-TYPE               PIC X(08).
002470     05  FILLER                    PIC X(01) VALUE SPACES.
002480     05  RG-HOLIDAY-NAME           PIC X(30).
002490     05  FILLER                    PIC X(18) VALUE SPACES.
002500
002510 01  WS-YEAR-LINE.
002520     05  YL-CAPTION                PIC X(10) VALUE 'YEAR'.
002530     05  YL-YEAR                   PIC X(04).
002540     05  FILLER                    PIC X(14) VALUE
002550             '  DAYS ADDED: '.
002560     05  YL-DAYS-ADDED             PIC ZZ9.
002570     05  FILLER                    PIC X(49) VALUE SPACES.
002580
002590 01  WS-RANGE-LINE.
002600     05  FILLER                    PIC X(20) VALUE
002610             'CALENDAR ON FILE..: '.
002620     05  RN-FIRST-DATE             PIC 9(08).
002630     05  FILLER                    PIC X(04) VALUE ' TO '.
002640     05  RN-LAST-DATE              PIC 9(08).
002650     05  FILLER                    PIC X(40) VALUE SPACES.
002660
002670 01  WS-TOTALS-LINE.
002680     05  TO-CAPTION                PIC X(20).
002690     05  TO-COUNT                  PIC Z(6)9.
002700     05  FILLER                    PIC X(53) VALUE SPACES.
002710
002720*----------------------------------------------------------------
002730* REJECT REPORT LINE
002740*----------------------------------------------------------------
002750 01  WS-REJECT-LINE.
002760     05  RJ-FUNCTION-CODE          PIC X(01).
002770     05  FILLER                    PIC X(01) VALUE SPACES.
002780     05  RJ-DATE                   PIC X(08).
002790     05  FILLER                    PIC X(02) VALUE SPACES.
002800     05  RJ-REASON                 PIC X(40).
002810     05  FILLER                    PIC X(28) VALUE SPACES.
002820
002830 PROCEDURE DIVISION.
002840*=================================================================
002850* 0000-MAINLINE - APPLY THE MAINTENANCE CARDS, THEN REBUILD THE
002860* DERIVED FIELDS ACROSS THE WHOLE CALENDAR.
002870*=================================================================
002880 0000-MAINLINE.
002890     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002900
002910     PERFORM 2000-PROCESS-MAINTENANCE THRU 2000-EXIT
002920         UNTIL CALENDAR-MAINT-TXN-EOF.
002930
002940     IF CALENDAR-FILE-OPEN
002950         PERFORM 5000-REBUILD-CALENDAR THRU 5000-EXIT
002960     END-IF.
002970
002980     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002990
003000     STOP RUN.
003010 0000-EXIT.
003020     EXIT.
003030
003040*-----------------------------------------------------------------
003050* 1000-INITIALIZE - OPEN FILES, CAPTURE THE RUN DATE, PRINT THE
003060* REGISTER HEADINGS AND PRIME THE FIRST CARD.  A FIRST-EVER RUN
003070* CREATES THE CALENDAR, THE SAME WAY THE PARTY MAINTENANCE RUN
003080* CREATES THE PARTY MASTER.
003090*-----------------------------------------------------------------
003100 1000-INITIALIZE.
003110     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003120     PERFORM 9500-READ-BUSINESS-DATE THRU 9500-EXIT.
003130
003140     OPEN INPUT CALENDAR-MAINT-TXN-FILE.
003150     IF WS-CALTXN-STATUS NOT = '00'
003160         DISPLAY 'CALENDAR-MAINT: UNABLE TO OPEN CALTXN '
003170             '- STATUS ' WS-CALTXN-STATUS
003180             ' - CALENDAR REFRESHED ONLY'
003190         MOVE 'Y' TO WS-EOF-SWITCH
003200     END-IF.
003210
003220     OPEN I-O CALENDAR-FILE.
003230     IF WS-CALENDAR-STATUS = '35'
003240         OPEN OUTPUT CALENDAR-FILE
003250         CLOSE CALENDAR-FILE
003260         OPEN I-O CALENDAR-FILE
003270     END-IF.
003280     IF WS-CALENDAR-STATUS = '00'
003290         SET CALENDAR-FILE-OPEN TO TRUE
003300     ELSE
003310         DISPLAY 'CALENDAR-MAINT: UNABLE TO OPEN CALENDAR '
003320             '- STATUS ' WS-CALENDAR-STATUS
003330         MOVE 'Y' TO WS-EOF-SWITCH
003340         MOVE 8 TO RETURN-CODE
003350     END-IF.
003360
003370     OPEN OUTPUT CALENDAR-REGISTER-FILE.
003380     OPEN OUTPUT REJECT-REPORT-FILE.
003390
003400     MOVE WS-RUN-DATE TO RH-RUN-DATE.
003410     WRITE CALENDAR-REGISTER-RECORD FROM WS-REGISTER-HEADING-1.
003420     WRITE CALENDAR-REGISTER-RECORD FROM WS-REGISTER-HEADING-2.
003430     WRITE CALENDAR-REGISTER-RECORD FROM WS-BLANK-LINE.
003440
003450     IF NOT CALENDAR-MAINT-TXN-EOF
003460         PERFORM 8000-READ-MAINT-TXN THRU 8000-EXIT
003470     END-IF.
003480 1000-EXIT.
003490     EXIT.
003500
003510*-----------------------------------------------------------------
003520* 2000-PROCESS-MAINTENANCE - APPLY ONE MAINTENANCE CARD ACCORDING
003530* TO ITS FUNCTION CODE, THEN ADVANCE TO THE NEXT.
003540*-----------------------------------------------------------------
003550 2000-PROCESS-MAINTENANCE.
003560     IF CT-BUILD-YEAR
003570         PERFORM 3000-BUILD-YEAR THRU 3000-EXIT
003580     ELSE
003590         IF CT-HOLIDAY
003600             PERFORM 4000-SET-HOLIDAY THRU 4000-EXIT
003610         ELSE
003620             IF CT-BUSINESS-DAY
003630                 PERFORM 4500-SET-BUSINESS-DAY THRU 4500-EXIT
003640             ELSE
003650                 MOVE 'INVALID FUNCTION CODE' TO RJ-REASON
003660                 PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
003670             END-IF
003680         END-IF
003690     END-IF.
003700
003710     PERFORM 8000-READ-MAINT-TXN THRU 8000-EXIT.
003720 2000-EXIT.
003730     EXIT.
003740
003750*-----------------------------------------------------------------
003760* 2100-VALIDATE-CARD-DATE - A HOLIDAY OR BUSINESS-DAY CARD DATE
003770* IS VALID WHEN IT IS NUMERIC, ITS MONTH IS 01-12 AND ITS DAY
003780* FITS THE MONTH.  THE REASON FOR A FAILURE IS LEFT IN RJ-REASON.
003790*-----------------------------------------------------------------
003800 2100-VALIDATE-CARD-DATE.
003810     MOVE 'N' TO WS-DATE-SWITCH.
003820     MOVE 'DATE IS NOT A VALID CALENDAR DATE' TO RJ-REASON.
003830
003840     IF CT-DATE IS NOT NUMERIC
003850         GO TO 2100-EXIT
003860     END-IF.
003870
003880     MOVE CT-DATE TO WS-WORK-DATE.
003890     IF WS-WORK-MONTH < 01 OR WS-WORK-MONTH > 12
003900         GO TO 2100-EXIT
003910     END-IF.
003920
003930     PERFORM 3200-SET-DAYS-IN-MONTH THRU 3200-EXIT.
003940     IF WS-WORK-DAY < 01 OR WS-WORK-DAY > WS-DAYS-IN-MONTH
003950         GO TO 2100-EXIT
003960     END-IF.
003970
003980     SET CARD-DATE-VALID TO TRUE.
003990 2100-EXIT.
004000     EXIT.
004010
004020*-----------------------------------------------------------------
004030* 2200-READ-CARD-DAY - FETCH THE CALENDAR RECORD FOR THE CARD
004040* DATE JUST VALIDATED.
004050*-----------------------------------------------------------------
004060 2200-READ-CARD-DAY.
004070     MOVE 'N' TO WS-DAY-SWITCH.
004080     MOVE WS-WORK-DATE TO CL-CALENDAR-DATE.
004090     READ CALENDAR-FILE
004100         INVALID KEY
004110             CONTINUE
004120         NOT INVALID KEY
004130             SET CALENDAR-DAY-FOUND TO TRUE
004140     END-READ.
004150 2200-EXIT.
004160     EXIT.
004170
004180*-----------------------------------------------------------------
004190* 3000-BUILD-YEAR - ADD EVERY DATE OF THE CARD'S YEAR NOT ALREADY
004200* ON FILE.  A DATE ALREADY ON FILE IS LEFT EXACTLY AS IT STANDS,
004210* SO REBUILDING A YEAR NEVER UNDOES ITS HOLIDAYS.
004220*-----------------------------------------------------------------
004230 3000-BUILD-YEAR.
004240     IF CT-BUILD-YEAR-NUMBER IS NOT NUMERIC
004250             OR CT-BUILD-YEAR-NUMBER < '1901'
004260             OR CT-BUILD-YEAR-NUMBER > '2099'
004270         MOVE 'YEAR MUST BE 1901-2099' TO RJ-REASON
004280         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
004290         GO TO 3000-EXIT
004300     END-IF.
004310
004320     MOVE CT-BUILD-YEAR-NUMBER TO WS-WORK-DATE (1:4).
004330     MOVE '0101' TO WS-WORK-DATE (5:4).
004340     MOVE WS-WORK-DATE TO WS-YEAR-END-DATE.
004350     MOVE '1231' TO WS-YEAR-END-DATE (5:4).
004360
004370     MOVE WS-WORK-DATE TO WS-CONVERT-DATE.
004380     PERFORM 4900-DATE-TO-SERIAL THRU 4900-EXIT.
004390
004400     MOVE ZERO TO WS-YEAR-DAYS-ADDED.
004410     PERFORM 3100-BUILD-ONE-DAY THRU 3100-EXIT
004420         UNTIL WS-WORK-DATE > WS-YEAR-END-DATE.
004430
004440     ADD 1 TO WS-YEARS-BUILT.
004450     MOVE CT-BUILD-YEAR-NUMBER TO YL-YEAR.
004460     MOVE WS-YEAR-DAYS-ADDED TO YL-DAYS-ADDED.
004470     WRITE CALENDAR-REGISTER-RECORD FROM WS-YEAR-LINE.
004480 3000-EXIT.
004490     EXIT.
004500
004510*-----------------------------------------------------------------
004520* 3100-BUILD-ONE-DAY - ADD THE WORK DATE WHEN IT IS NOT ON FILE,
004530* TYPED BY ITS WEEKDAY, THEN STEP THE WORK DATE AND ITS SERIAL
004540* ONE DAY FORWARD.
004550*-----------------------------------------------------------------
004560 3100-BUILD-ONE-DAY.
004570     DIVIDE WS-SERIAL-RESULT BY 7 GIVING WS-SERIAL-WORK
004580         REMAINDER WS-SERIAL-REMAINDER.
004590     IF WS-SERIAL-REMAINDER < 2
004600         COMPUTE WS-WEEKDAY-NUMBER = WS-SERIAL-REMAINDER + 6
004610     ELSE
004620         COMPUTE WS-WEEKDAY-NUMBER = WS-SERIAL-REMAINDER - 1
004630     END-IF.
004640
004650     MOVE WS-WORK-DATE TO CL-CALENDAR-DATE.
004660     READ CALENDAR-FILE
004670         INVALID KEY
004680             PERFORM 3150-ADD-ONE-DAY THRU 3150-EXIT
004690     END-READ.
004700
004710     PERFORM 3300-STEP-ONE-DAY THRU 3300-EXIT.
004720     ADD 1 TO WS-SERIAL-RESULT.
004730 3100-EXIT.
004740     EXIT.
004750
004760*-----------------------------------------------------------------
004770* 3150-ADD-ONE-DAY - WRITE THE NEW CALENDAR RECORD.  THE DERIVED
004780* FIELDS ARE FILLED IN BY THE REBUILD AT THE END OF THE RUN.
004790*-----------------------------------------------------------------
004800 3150-ADD-ONE-DAY.
004810     INITIALIZE CALENDAR-RECORD.
004820     MOVE WS-WORK-DATE TO CL-CALENDAR-DATE.
004830     MOVE WS-WEEKDAY-NUMBER TO CL-DAY-OF-WEEK.
004840     IF WS-WEEKDAY-NUMBER > 5
004850         SET CL-WEEKEND TO TRUE
004860     ELSE
004870         SET CL-BUSINESS-DAY TO TRUE
004880     END-IF.
004890     MOVE 'N' TO CL-LAST-BUSINESS-DAY.
004900     MOVE SPACES TO CL-HOLIDAY-NAME.
004910     MOVE WS-RUN-DATE TO CL-LAST-CHANGED-DATE.
004920     WRITE CALENDAR-RECORD
004930         INVALID KEY
004940             DISPLAY 'CALENDAR-MAINT: UNABLE TO ADD '
004950                 WS-WORK-DATE
004960     END-WRITE.
004970     IF WS-CALENDAR-STATUS = '00'
004980         ADD 1 TO WS-DAYS-ADDED
004990         ADD 1 TO WS-YEAR-DAYS-ADDED
005000     END-IF.
005010 3150-EXIT.
005020     EXIT.
005030
005040*-----------------------------------------------------------------
005050* 3200-SET-DAYS-IN-MONTH - SET THE LENGTH OF THE WORK DATE'S
005060* MONTH, COUNTING 29 DAYS FOR FEBRUARY ONLY IN A LEAP YEAR.
005070*-----------------------------------------------------------------
005080 3200-SET-DAYS-IN-MONTH.
005090     MOVE WS-MONTH-DAYS-ENTRY (WS-WORK-MONTH)
005100         TO WS-DAYS-IN-MONTH.
005110
005120     IF WS-WORK-MONTH = 02
005130         DIVIDE WS-WORK-YEAR BY 4
005140             GIVING WS-LEAP-QUOTIENT
005150             REMAINDER WS-LEAP-REMAINDER
005160         IF WS-LEAP-REMAINDER = ZERO
005170             DIVIDE WS-WORK-YEAR BY 100
005180                 GIVING WS-LEAP-QUOTIENT
005190                 REMAINDER WS-LEAP-REMAINDER
005200             IF WS-LEAP-REMAINDER NOT = ZERO
005210                 MOVE 29 TO WS-DAYS-IN-MONTH
005220             ELSE
005230                 DIVIDE WS-WORK-YEAR BY 400
005240                     GIVING WS-LEAP-QUOTIENT
005250                     REMAINDER WS-LEAP-REMAINDER
005260                 IF WS-LEAP-REMAINDER = ZERO
005270                     MOVE 29 TO WS-DAYS-IN-MONTH
005280                 END-IF
005290             END-IF
005300         END-IF
005310     END-IF.
005320 3200-EXIT.
005330     EXIT.
005340
005350*-----------------------------------------------------------------
005360* 3300-STEP-ONE-DAY - STEP THE WORK DATE FORWARD ONE CALENDAR
005370* DAY, ROLLING THE MONTH AND YEAR AS NEEDED.
005380*-----------------------------------------------------------------
005390 3300-STEP-ONE-DAY.
005400     PERFORM 3200-SET-DAYS-IN-MONTH THRU 3200-EXIT.
005410
005420     IF WS-WORK-DAY < WS-DAYS-IN-MONTH
005430         ADD 1 TO WS-WORK-DAY
005440     ELSE
005450         MOVE 01 TO WS-WORK-DAY
005460         IF WS-WORK-MONTH < 12
005470             ADD 1 TO WS-WORK-MONTH
005480         ELSE
005490             MOVE 01 TO WS-WORK-MONTH
005500             ADD 1 TO WS-WORK-YEAR
005510         END-IF
005520     END-IF.
005530 3300-EXIT.
005540     EXIT.
005550
005560*-----------------------------------------------------------------
005570* 4000-SET-HOLIDAY - DECLARE THE CARD DATE A BANK HOLIDAY.  THE
005580* DATE MUST BE AFTER THE RUN DATE AND ITS YEAR ALREADY BUILT; A
005590* CARD WITH NO NAME IS RECORDED AS 'BANK HOLIDAY'.
005600*-----------------------------------------------------------------
005610 4000-SET-HOLIDAY.
005620     PERFORM 2100-VALIDATE-CARD-DATE THRU 2100-EXIT.
005630     IF NOT CARD-DATE-VALID
005640         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
005650         GO TO 4000-EXIT
005660     END-IF.
005670
005680     IF WS-WORK-DATE NOT > WS-RUN-DATE
005690         MOVE 'DATE IS NOT AFTER THE RUN DATE' TO RJ-REASON
005700         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
005710         GO TO 4000-EXIT
005720     END-IF.
005730
005740     PERFORM 2200-READ-CARD-DAY THRU 2200-EXIT.
005750     IF NOT CALENDAR-DAY-FOUND
005760         MOVE 'YEAR NOT YET BUILT ON THE CALENDAR' TO RJ-REASON
005770         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
005780         GO TO 4000-EXIT
005790     END-IF.
005800
005810     IF CL-HOLIDAY
005820         MOVE 'DATE IS ALREADY A HOLIDAY' TO RJ-REASON
005830         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
005840         GO TO 4000-EXIT
005850     END-IF.
005860
005870     SET CL-HOLIDAY TO TRUE.
005880     IF CT-HOLIDAY-NAME = SPACES
005890         MOVE 'BANK HOLIDAY' TO CL-HOLIDAY-NAME
005900     ELSE
005910         MOVE CT-HOLIDAY-NAME TO CL-HOLIDAY-NAME
005920     END-IF.
005930     MOVE WS-RUN-DATE TO CL-LAST-CHANGED-DATE.
005940     REWRITE CALENDAR-RECORD
005950         INVALID KEY
005960             DISPLAY 'CALENDAR-MAINT: UNABLE TO REWRITE '
005970                 CL-CALENDAR-DATE
005980     END-REWRITE.
005990
006000     ADD 1 TO WS-HOLIDAYS-SET.
006010     MOVE 'HOLIDAY' TO RG-CAPTION.
006020     PERFORM 6000-WRITE-REGISTER THRU 6000-EXIT.
006030 4000-EXIT.
006040     EXIT.
006050
006060*-----------------------------------------------------------------
006070* 4500-SET-BUSINESS-DAY - MAKE THE CARD DATE A BUSINESS DAY, BY
006080* WITHDRAWING A HOLIDAY OR OPENING A WEEKEND DAY.  THE SAME DATE
006090* RULES AS A HOLIDAY APPLY.
006100*-----------------------------------------------------------------
006110 4500-SET-BUSINESS-DAY.
006120     PERFORM 2100-VALIDATE-CARD-DATE THRU 2100-EXIT.
006130     IF NOT CARD-DATE-VALID
006140         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
006150         GO TO 4500-EXIT
006160     END-IF.
006170
006180     IF WS-WORK-DATE NOT > WS-RUN-DATE
006190         MOVE 'DATE IS NOT AFTER THE RUN DATE' TO RJ-REASON
006200         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
006210         GO TO 4500-EXIT
006220     END-IF.
006230
006240     PERFORM 2200-READ-CARD-DAY THRU 2200-EXIT.
006250     IF NOT CALENDAR-DAY-FOUND
006260         MOVE 'YEAR NOT YET BUILT ON THE CALENDAR' TO RJ-REASON
006270         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
006280         GO TO 4500-EXIT
006290     END-IF.
006300
006310     IF CL-BUSINESS-DAY
006320         MOVE 'DATE IS ALREADY A BUSINESS DAY' TO RJ-REASON
006330         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
006340         GO TO 4500-EXIT
006350     END-IF.
006360
006370     SET CL-BUSINESS-DAY TO TRUE.
006380     MOVE SPACES TO CL-HOLIDAY-NAME.
006390     MOVE WS-RUN-DATE TO CL-LAST-CHANGED-DATE.
006400     REWRITE CALENDAR-RECORD
006410         INVALID KEY
006420             DISPLAY 'CALENDAR-MAINT: UNABLE TO REWRITE '
006430                 CL-CALENDAR-DATE
006440     END-REWRITE.
006450
006460     ADD 1 TO WS-BUSINESS-DAYS-SET.
006470     MOVE 'BUSINESS' TO RG-CAPTION.
006480     PERFORM 6000-WRITE-REGISTER THRU 6000-EXIT.
006490 4500-EXIT.
006500     EXIT.
006510
006520*-----------------------------------------------------------------
006530* 4900-DATE-TO-SERIAL - CONVERT WS-CONVERT-DATE TO A SERIAL DAY
006540* NUMBER (DAYS SINCE A FIXED ORIGIN) SO DAY ARITHMETIC AND THE
006550* WEEKDAY NEED NO CALENDAR TABLE.
006560*-----------------------------------------------------------------
006570 4900-DATE-TO-SERIAL.
006580     IF WS-CONVERT-MONTH > 2
006590         MOVE WS-CONVERT-YEAR TO WS-SERIAL-YEAR
006600         COMPUTE WS-SERIAL-MONTH = WS-CONVERT-MONTH + 1
006610     ELSE
006620         COMPUTE WS-SERIAL-YEAR = WS-CONVERT-YEAR - 1
006630         COMPUTE WS-SERIAL-MONTH = WS-CONVERT-MONTH + 13
006640     END-IF.
006650
006660     COMPUTE WS-SERIAL-RESULT = WS-SERIAL-YEAR * 365.
006670     DIVIDE WS-SERIAL-YEAR BY 4 GIVING WS-SERIAL-WORK.
006680     ADD WS-SERIAL-WORK TO WS-SERIAL-RESULT.
006690     DIVIDE WS-SERIAL-YEAR BY 100 GIVING WS-SERIAL-WORK.
006700     SUBTRACT WS-SERIAL-WORK FROM WS-SERIAL-RESULT.
006710     DIVIDE WS-SERIAL-YEAR BY 400 GIVING WS-SERIAL-WORK.
006720     ADD WS-SERIAL-WORK TO WS-SERIAL-RESULT.
006730
006740     COMPUTE WS-SERIAL-TERM = WS-SERIAL-MONTH * 153.
006750     DIVIDE WS-SERIAL-TERM BY 5 GIVING WS-SERIAL-WORK.
006760     ADD WS-SERIAL-WORK TO WS-SERIAL-RESULT.
006770
006780     ADD WS-CONVERT-DAY TO WS-SERIAL-RESULT.
006790 4900-EXIT.
006800     EXIT.
006810
006820*-----------------------------------------------------------------
006830* 5000-REBUILD-CALENDAR - REDERIVE EVERY DATE'S BUSINESS-DAY
006840* FIELDS IN TWO PASSES: COLLECT THE BUSINESS DATES, THEN REWRITE
006850* EACH RECORD FROM THEM.  A TABLE OVERFLOW LEAVES THE FILE AS IT
006860* STOOD AND ENDS RC=8.
006870*-----------------------------------------------------------------
006880 5000-REBUILD-CALENDAR.
006890     MOVE ZERO TO WS-BUSINESS-DAY-COUNT.
006900     MOVE ZERO TO WS-DATES-ON-FILE.
006910     PERFORM 5050-START-CALENDAR THRU 5050-EXIT.
006920     PERFORM 5100-COLLECT-ONE-DATE THRU 5100-EXIT
006930         UNTIL CALENDAR-EOF.
006940
006950     IF BUSINESS-TABLE-FULL
006960         DISPLAY 'CALENDAR-MAINT: MORE THAN 6000 BUSINESS DAYS '
006970             'ON FILE - DERIVED FIELDS NOT REBUILT'
006980         MOVE 8 TO RETURN-CODE
006990         GO TO 5000-EXIT
007000     END-IF.
007010
007020     WRITE CALENDAR-REGISTER-RECORD FROM WS-BLANK-LINE.
007030     WRITE CALENDAR-REGISTER-RECORD FROM WS-MONTH-END-HEADING.
007040     WRITE CALENDAR-REGISTER-RECORD FROM WS-BLANK-LINE.
007050
007060     MOVE ZERO TO WS-BUSINESS-DAY-SCAN.
007070     PERFORM 5050-START-CALENDAR THRU 5050-EXIT.
007080     PERFORM 5200-DERIVE-ONE-DATE THRU 5200-EXIT
007090         UNTIL CALENDAR-EOF.
007100 5000-EXIT.
007110     EXIT.
007120
007130*-----------------------------------------------------------------
007140* 5050-START-CALENDAR - POSITION AT THE FIRST DATE ON FILE AND
007150* READ IT.
007160*-----------------------------------------------------------------
007170 5050-START-CALENDAR.
007180     MOVE 'N' TO WS-CALENDAR-EOF-SWITCH.
007190     MOVE ZERO TO CL-CALENDAR-DATE.
007200     START CALENDAR-FILE
007210         KEY IS NOT LESS THAN CL-CALENDAR-DATE
007220         INVALID KEY
007230             SET CALENDAR-EOF TO TRUE
007240     END-START.
007250     IF NOT CALENDAR-EOF
007260         PERFORM 8100-READ-NEXT-CALENDAR THRU 8100-EXIT
007270     END-IF.
007280 5050-EXIT.
007290     EXIT.
007300
007310*-----------------------------------------------------------------
007320* 5100-COLLECT-ONE-DATE - NOTE THE RANGE ON FILE AND ADD THE DATE
007330* TO THE BUSINESS-DAY TABLE WHEN IT IS A BUSINESS DAY.
007340*-----------------------------------------------------------------
007350 5100-COLLECT-ONE-DATE.
007360     ADD 1 TO WS-DATES-ON-FILE.
007370     IF WS-DATES-ON-FILE = 1
007380         MOVE CL-CALENDAR-DATE TO WS-FIRST-DATE-ON-FILE
007390     END-IF.
007400     MOVE CL-CALENDAR-DATE TO WS-LAST-DATE-ON-FILE.
007410
007420     IF CL-HOLIDAY AND CL-CALENDAR-DATE > WS-RUN-DATE
007430         ADD 1 TO WS-HOLIDAYS-AHEAD
007440     END-IF.
007450
007460     IF CL-BUSINESS-DAY
007470         IF WS-BUSINESS-DAY-COUNT < 6000
007480             ADD 1 TO WS-BUSINESS-DAY-COUNT
007490             MOVE CL-CALENDAR-DATE TO WS-BUSINESS-DATE-ENTRY
007500                 (WS-BUSINESS-DAY-COUNT)
007510         ELSE
007520             SET BUSINESS-TABLE-FULL TO TRUE
007530         END-IF
007540     END-IF.
007550
007560     PERFORM 8100-READ-NEXT-CALENDAR THRU 8100-EXIT.
007570 5100-EXIT.
007580     EXIT.
007590
007600*-----------------------------------------------------------------
007610* 5200-DERIVE-ONE-DATE - WS-BUSINESS-DAY-SCAN COUNTS THE BUSINESS
007620* DATES UP TO AND INCLUDING THIS ONE, WHICH IS ITS BUSINESS-DAY
007630* NUMBER.  THE NEXT TABLE ENTRY IS THE NEXT BUSINESS DATE; THE
007640* PRIOR ONE IS THE ENTRY BEFORE THIS DATE'S OWN (OR THE CURRENT
007650* ENTRY FOR A NON-BUSINESS DAY).  A BUSINESS DAY IS THE LAST OF
007660* ITS MONTH WHEN THE NEXT ONE FALLS IN ANOTHER MONTH, OR WHEN
007670* THERE IS NO NEXT ONE - YEARS ARE BUILT WHOLE, SO THE LAST
007680* BUSINESS DAY ON FILE CLOSES DECEMBER.  ONLY A RECORD WHOSE
007690* DERIVED FIELDS CHANGED IS REWRITTEN.
007700*-----------------------------------------------------------------
007710 5200-DERIVE-ONE-DATE.
007720     IF CL-BUSINESS-DAY
007730         ADD 1 TO WS-BUSINESS-DAY-SCAN
007740     END-IF.
007750     MOVE WS-BUSINESS-DAY-SCAN TO WS-NEW-NUMBER.
007760
007770     MOVE ZERO TO WS-NEW-PRIOR-DATE.
007780     IF CL-BUSINESS-DAY
007790         IF WS-BUSINESS-DAY-SCAN > 1
007800             MOVE WS-BUSINESS-DATE-ENTRY
007810                 (WS-BUSINESS-DAY-SCAN - 1) TO WS-NEW-PRIOR-DATE
007820         END-IF
007830     ELSE
007840         IF WS-BUSINESS-DAY-SCAN > 0
007850             MOVE WS-BUSINESS-DATE-ENTRY (WS-BUSINESS-DAY-SCAN)
007860                 TO WS-NEW-PRIOR-DATE
007870         END-IF
007880     END-IF.
007890
007900     MOVE ZERO TO WS-NEW-NEXT-DATE.
007910     IF WS-BUSINESS-DAY-SCAN < WS-BUSINESS-DAY-COUNT
007920         MOVE WS-BUSINESS-DATE-ENTRY (WS-BUSINESS-DAY-SCAN + 1)
007930             TO WS-NEW-NEXT-DATE
007940     END-IF.
007950
007960     MOVE 'N' TO WS-NEW-LAST-FLAG.
007970     IF CL-BUSINESS-DAY
007980         IF WS-NEW-NEXT-DATE = ZERO
007990             MOVE 'Y' TO WS-NEW-LAST-FLAG
008000         ELSE
008010             IF WS-NEW-NEXT-DATE (1:6) NOT =
008020                     CL-CALENDAR-DATE (1:6)
008030                 MOVE 'Y' TO WS-NEW-LAST-FLAG
008040             END-IF
008050         END-IF
008060     END-IF.
008070
008080     IF WS-NEW-NUMBER NOT = CL-BUSINESS-DAY-NUMBER
008090             OR WS-NEW-PRIOR-DATE NOT = CL-PRIOR-BUSINESS-DATE
008100             OR WS-NEW-NEXT-DATE NOT = CL-NEXT-BUSINESS-DATE
008110             OR WS-NEW-LAST-FLAG NOT = CL-LAST-BUSINESS-DAY
008120         MOVE WS-NEW-NUMBER     TO CL-BUSINESS-DAY-NUMBER
008130         MOVE WS-NEW-PRIOR-DATE TO CL-PRIOR-BUSINESS-DATE
008140         MOVE WS-NEW-NEXT-DATE  TO CL-NEXT-BUSINESS-DATE
008150         MOVE WS-NEW-LAST-FLAG  TO CL-LAST-BUSINESS-DAY
008160         REWRITE CALENDAR-RECORD
008170             INVALID KEY
008180                 DISPLAY 'CALENDAR-MAINT: UNABLE TO REWRITE '
008190                     CL-CALENDAR-DATE
008200         END-REWRITE
008210     END-IF.
008220
008230     IF CL-MONTH-END-BUSINESS-DAY
008240             AND CL-CALENDAR-DATE NOT < WS-RUN-DATE
008250         MOVE 'MONTH-END' TO RG-CAPTION
008260         PERFORM 6000-WRITE-REGISTER THRU 6000-EXIT
008270     END-IF.
008280
008290     PERFORM 8100-READ-NEXT-CALENDAR THRU 8100-EXIT.
008300 5200-EXIT.
008310     EXIT.
008320
008330*-----------------------------------------------------------------
008340* 6000-WRITE-REGISTER - PRINT ONE REGISTER LINE FOR THE CALENDAR
008350* RECORD IN THE RECORD AREA, UNDER THE CAPTION THE CALLER SET.
008360*-----------------------------------------------------------------
008370 6000-WRITE-REGISTER.
008380     MOVE CL-CALENDAR-DATE TO RG-DATE.
008390     IF CL-DAY-OF-WEEK > 0 AND CL-DAY-OF-WEEK < 8
008400         MOVE WS-DAY-NAME-ENTRY (CL-DAY-OF-WEEK) TO RG-DAY-NAME
008410     ELSE
008420         MOVE SPACES TO RG-DAY-NAME
008430     END-IF.
008440     IF CL-BUSINESS-DAY
008450         MOVE 'BUSINESS' TO RG-DAY-TYPE
008460     ELSE
008470         IF CL-HOLIDAY
008480             MOVE 'HOLIDAY ' TO RG-DAY-TYPE
008490         ELSE
008500             MOVE 'WEEKEND ' TO RG-DAY-TYPE
008510         END-IF
008520     END-IF.
008530     MOVE CL-HOLIDAY-NAME TO RG-HOLIDAY-NAME.
008540
008550     WRITE CALENDAR-REGISTER-RECORD FROM WS-REGISTER-LINE.
008560 6000-EXIT.
008570     EXIT.
008580
008590*-----------------------------------------------------------------
008600* 7000-WRITE-REJECT - PRINT ONE REJECT LINE FOR THE CURRENT CARD
008610* UNDER THE REASON THE CALLER SET.
008620*-----------------------------------------------------------------
008630 7000-WRITE-REJECT.
008640     MOVE CT-FUNCTION-CODE TO RJ-FUNCTION-CODE.
008650     MOVE CT-DATE          TO RJ-DATE.
008660
008670     WRITE REJECT-REPORT-RECORD FROM WS-REJECT-LINE.
008680
008690     ADD 1 TO WS-REJECT-COUNT.
008700 7000-EXIT.
008710     EXIT.
008720
008730*-----------------------------------------------------------------
008740* 8000-READ-MAINT-TXN - READ THE NEXT MAINTENANCE CARD, SETTING
008750* THE END-OF-FILE SWITCH WHEN EXHAUSTED.
008760*-----------------------------------------------------------------
008770 8000-READ-MAINT-TXN.
008780     READ CALENDAR-MAINT-TXN-FILE
008790         AT END
008800             SET CALENDAR-MAINT-TXN-EOF TO TRUE
008810     END-READ.
008820 8000-EXIT.
008830     EXIT.
008840
008850*-----------------------------------------------------------------
008860* 8100-READ-NEXT-CALENDAR - READ THE NEXT CALENDAR DATE IN KEY
008870* SEQUENCE, SETTING THE CALENDAR END-OF-FILE SWITCH WHEN
008880* EXHAUSTED.
008890*-----------------------------------------------------------------
008900 8100-READ-NEXT-CALENDAR.
008910     READ CALENDAR-FILE NEXT RECORD
008920         AT END
008930             SET CALENDAR-EOF TO TRUE
008940     END-READ.
008950 8100-EXIT.
008960     EXIT.
008970
008980*-----------------------------------------------------------------
008990* 9000-TERMINATE - PRINT THE CALENDAR RANGE AND THE CONTROL
009000* TOTALS ON THE REGISTER AND CLOSE EVERY FILE BEFORE STOP RUN.
009010* FROM OCTOBER ON, A CALENDAR THAT STOPS AT THE END OF THE
009020* CURRENT YEAR ENDS RC=4 SO THE NEXT YEAR IS BUILT IN TIME.
009030*-----------------------------------------------------------------
009040 9000-TERMINATE.
009050     WRITE CALENDAR-REGISTER-RECORD FROM WS-BLANK-LINE.
009060
009070     MOVE WS-FIRST-DATE-ON-FILE TO RN-FIRST-DATE.
009080     MOVE WS-LAST-DATE-ON-FILE TO RN-LAST-DATE.
009090     WRITE CALENDAR-REGISTER-RECORD FROM WS-RANGE-LINE.
009100
009110     MOVE 'YEARS BUILT.......: ' TO TO-CAPTION.
009120     MOVE WS-YEARS-BUILT TO TO-COUNT.
009130     WRITE CALENDAR-REGISTER-RECORD FROM WS-TOTALS-LINE.
009140
009150     MOVE 'DAYS ADDED........: ' TO TO-CAPTION.
009160     MOVE WS-DAYS-ADDED TO TO-COUNT.
009170     WRITE CALENDAR-REGISTER-RECORD FROM WS-TOTALS-LINE.
009180
009190     MOVE 'HOLIDAYS SET......: ' TO TO-CAPTION.
009200     MOVE WS-HOLIDAYS-SET TO TO-COUNT.
009210     WRITE CALENDAR-REGISTER-RECORD FROM WS-TOTALS-LINE.
009220
009230     MOVE 'BUSINESS DAYS SET.: ' TO TO-CAPTION.
009240     MOVE WS-BUSINESS-DAYS-SET TO TO-COUNT.
009250     WRITE CALENDAR-REGISTER-RECORD FROM WS-TOTALS-LINE.
009260
009270     MOVE 'DATES ON FILE.....: ' TO TO-CAPTION.
009280     MOVE WS-DATES-ON-FILE TO TO-COUNT.
009290     WRITE CALENDAR-REGISTER-RECORD FROM WS-TOTALS-LINE.
009300
009310     MOVE 'BUSINESS DAYS.....: ' TO TO-CAPTION.
009320     MOVE WS-BUSINESS-DAY-COUNT TO TO-COUNT.
009330     WRITE CALENDAR-REGISTER-RECORD FROM WS-TOTALS-LINE.
009340
009350     MOVE 'HOLIDAYS AHEAD....: ' TO TO-CAPTION.
009360     MOVE WS-HOLIDAYS-AHEAD TO TO-COUNT.
009370     WRITE CALENDAR-REGISTER-RECORD FROM WS-TOTALS-LINE.
009380
009390     MOVE 'REJECTS...........: ' TO TO-CAPTION.
009400     MOVE WS-REJECT-COUNT TO TO-COUNT.
009410     WRITE CALENDAR-REGISTER-RECORD FROM WS-TOTALS-LINE.
009420
009430     IF WS-LAST-DATE-ON-FILE (1:4) NOT > WS-RUN-DATE (1:4)
009440             AND WS-RUN-DATE (5:2) > '09'
009450         DISPLAY 'CALENDAR-MAINT: CALENDAR ENDS '
009460             WS-LAST-DATE-ON-FILE ' - BUILD THE NEXT YEAR'
009470         IF RETURN-CODE < 4
009480             MOVE 4 TO RETURN-CODE
009490         END-IF
009500     END-IF.
009510
009520     CLOSE CALENDAR-MAINT-TXN-FILE.
009530     IF CALENDAR-FILE-OPEN
009540         CLOSE CALENDAR-FILE
009550     END-IF.
009560     CLOSE CALENDAR-REGISTER-FILE.
009570     CLOSE REJECT-REPORT-FILE.
009580 9000-EXIT.
009590     EXIT.
009600
009610*-----------------------------------------------------------------
009620* 9500-READ-BUSINESS-DATE - REPLACE THE SYSTEM-CLOCK RUN DATE WITH
009630* THE CYCLE'S BUSINESS DATE FROM THE BATCH DATE CONTROL FILE, SO A
009640* LATE OR RERUN CYCLE IS PROCESSED UNDER THE BUSINESS DATE IT
009650* BELONGS TO.  NO OPEN CYCLE MEANS THE SYSTEM DATE STANDS.
009660*-----------------------------------------------------------------
009670 9500-READ-BUSINESS-DATE.
009680     OPEN INPUT BATCH-DATE-FILE.
009690     IF WS-BATCHDTE-STATUS = '00'
009700         READ BATCH-DATE-FILE
009710             NOT AT END
009720                 IF BD-CYCLE-OPEN
009730                         AND BD-BUSINESS-DATE IS NUMERIC
009740                         AND BD-BUSINESS-DATE > ZERO
009750                     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
009760                 END-IF
009770         END-READ
009780         CLOSE BATCH-DATE-FILE
009790     END-IF.
009800 9500-EXIT.
009810     EXIT.
