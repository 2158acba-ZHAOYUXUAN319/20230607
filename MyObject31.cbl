000100* ---------------------------------------------------------------
000110* PROGRAM      PARTY-MAINTENANCE
000120* INSTALLATION RETAIL BANKING DIVISION
000130* AUTHOR       D. OKAFOR
000140* DATE-WRITTEN 2026-10-07
000150* ---------------------------------------------------------------
000160* MODIFICATION HISTORY
000170*   2026-10-07  DO   ORIGINAL PROGRAM - CARD-DRIVEN MAINTENANCE
000180*                    OF THE NEW CUSTOMER (PARTY) MASTER
000190*                    (PARTYREC COPYBOOK) AND THE ACCOUNT
000200*                    RELATIONSHIP FILE (ACCTREL COPYBOOK) THAT
000210*                    LINKS EACH PARTY TO THE ACCOUNTS IT OWNS.
000220*                    PARTY FUNCTIONS ARE ADD, CHANGE AND CLOSE;
000230*                    RELATIONSHIP FUNCTIONS ARE LINK (WHICH ALSO
000240*                    CHANGES THE ROLE OF A LIVE LINK) AND
000250*                    UNLINK.  AN ADD NEEDS A NAME, ADDRESS LINE
000260*                    1 AND CITY; A SUPPLIED STATE MUST BE A
000270*                    POSTAL STATE CODE, A DATE OF BIRTH A REAL
000280*                    DATE NOT AFTER THE RUN DATE AND A TAX ID
000290*                    NINE DIGITS.  A CHANGE THAT SUPPLIES
000300*                    ADDRESS LINE 1 REPLACES THE WHOLE ADDRESS
000310*                    BLOCK, SO A SECOND LINE CAN BE DROPPED ON A
000320*                    MOVE.  A LINK NEEDS THE ACCOUNT ON CUSTMAST
000330*                    AND REFUSES A SECOND LIVE PRIMARY; THE
000340*                    PRIMARY CAN ONLY BE UNLINKED ONCE IT IS THE
000350*                    LAST LIVE OWNER, AND A PARTY CAN ONLY BE
000360*                    CLOSED ONCE IT OWNS NOTHING.  UNLINK AND
000370*                    CLOSE STAMP RATHER THAN DELETE.  EVERY
000380*                    APPLIED FUNCTION IS PRINTED ON A BEFORE/
000390*                    AFTER MAINTENANCE REGISTER (THE TAX ID
000400*                    MASKED TO ITS LAST FOUR DIGITS) AND EVERY
000410*                    FAILED ONE ON A REJECT REPORT, THE SAME
000420*                    SHAPE AS THE CUSTOMER AND STANDING ORDER
000430*                    MAINTENANCE RUNS.
000440* ---------------------------------------------------------------
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID.                  PARTY-MAINTENANCE.
000470 AUTHOR.                      D. OKAFOR.
000480 INSTALLATION.                RETAIL BANKING DIVISION.
000490 DATE-WRITTEN.                2026-10-07.
000500 DATE-COMPILED.
000510
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT PARTY-MAINT-TXN-FILE
000560         ASSIGN TO 'PTYTXN'
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-PTYTXN-STATUS.
000590
000600     SELECT PARTY-MASTER-FILE
000610         ASSIGN TO 'PARTYMST'
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS PM-CUSTOMER-ID
000650         FILE STATUS IS WS-PARTYMST-STATUS.
000660
000670     SELECT ACCOUNT-RELATIONSHIP-FILE
000680         ASSIGN TO 'ACCTREL'
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS AR-RELATIONSHIP-KEY
000720         FILE STATUS IS WS-ACCTREL-STATUS.
000730
000740     SELECT CUSTOMER-MASTER-FILE
000750         ASSIGN TO 'CUSTMAST'
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS RANDOM
000780         RECORD KEY IS CM-ACCOUNT-NUMBER
000790         FILE STATUS IS WS-CUSTMAST-STATUS.
000800
000810     SELECT PARTY-REGISTER-FILE
000820         ASSIGN TO 'PTYREG'
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-PTYREG-STATUS.
000850
000860     SELECT REJECT-REPORT-FILE
000870         ASSIGN TO 'PTYREJ'
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-PTYREJ-STATUS.
000900
000910     SELECT BATCH-DATE-FILE
000920         ASSIGN TO 'BATCHDTE'
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-BATCHDTE-STATUS.
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  PARTY-MAINT-TXN-FILE
000980     LABEL RECORDS ARE STANDARD.
000990 01  PARTY-MAINT-TXN-RECORD.
001000     05  PC-FUNCTION-CODE          PIC X(01).
001010         88  PC-ADD                          VALUE 'A'.
001020         88  PC-CHANGE                       VALUE 'C'.
001030         88  PC-CLOSE                        VALUE 'X'.
001040         88  PC-LINK                         VALUE 'L'.
001050         88  PC-UNLINK                       VALUE 'U'.
001060     05  PC-CUSTOMER-ID            PIC X(10).
001070     05  PC-ACCOUNT-NUMBER         PIC X(10).
001080     05  PC-OWNERSHIP-ROLE         PIC X(01).
001090     05  PC-CUSTOMER-NAME          PIC X(30).
001100     05  PC-ADDRESS-LINE-1         PIC X(30).
001110     05  PC-ADDRESS-LINE-2         PIC X(30).
001120     05  PC-CITY                   PIC X(20).
001130     05  PC-STATE-CODE             PIC X(02).
001140     05  PC-POSTAL-CODE            PIC X(10).
001150     05  PC-DATE-OF-BIRTH          PIC X(08).
001160     05  PC-TAX-ID                 PIC X(09).
001170
001180 FD  PARTY-MASTER-FILE
001190     LABEL RECORDS ARE STANDARD.
001200     COPY PARTYREC.
001210
001220 FD  ACCOUNT-RELATIONSHIP-FILE
001230     LABEL RECORDS ARE STANDARD.
001240     COPY ACCTREL.
001250
001260 FD  CUSTOMER-MASTER-FILE
001270     LABEL RECORDS ARE STANDARD.
001280     COPY CUSTREC.
001290
001300 FD  PARTY-REGISTER-FILE
001310     LABEL RECORDS ARE STANDARD.
001320 01  PARTY-REGISTER-RECORD         PIC X(80).
001330
001340 FD  REJECT-REPORT-FILE
001350     LABEL RECORDS ARE STANDARD.
001360 01  REJECT-REPORT-RECORD          PIC X(80).
001370
001380 FD  BATCH-DATE-FILE
001390     LABEL RECORDS ARE STANDARD.
001400     COPY BATCHDTE.
001410
001420 WORKING-STORAGE SECTION.
001430*----------------------------------------------------------------
001440* FILE STATUS AND END-OF-FILE SWITCHES
001450*----------------------------------------------------------------
001460 01  WS-FILE-STATUSES.
001470     05  WS-PTYTXN-STATUS          PIC X(02) VALUE '00'.
001480     05  WS-PARTYMST-STATUS        PIC X(02) VALUE '00'.
001490     05  WS-ACCTREL-STATUS         PIC X(02) VALUE '00'.
001500     05  WS-CUSTMAST-STATUS        PIC X(02) VALUE '00'.
001510     05  WS-PTYREG-STATUS          PIC X(02) VALUE '00'.
001520     05  WS-PTYREJ-STATUS          PIC X(02) VALUE '00'.
001530     05  WS-BATCHDTE-STATUS        PIC X(02) VALUE '00'.
001540
001550 01  WS-SWITCHES.
001560     05  WS-EOF-SWITCH             PIC X(01) VALUE 'N'.
001570         88  PARTY-MAINT-TXN-EOF             VALUE 'Y'.
001580     05  WS-PARTY-SWITCH           PIC X(01) VALUE 'N'.
001590         88  PARTY-RECORD-FOUND              VALUE 'Y'.
001600     05  WS-MASTER-SWITCH          PIC X(01) VALUE 'N'.
001610         88  MASTER-RECORD-FOUND             VALUE 'Y'.
001620     05  WS-RELATION-SWITCH        PIC X(01) VALUE 'N'.
001630         88  RELATIONSHIP-FOUND              VALUE 'Y'.
001640     05  WS-PRIMARY-SWITCH         PIC X(01) VALUE 'N'.
001650         88  OTHER-PRIMARY-FOUND             VALUE 'Y'.
001660     05  WS-SCAN-SWITCH            PIC X(01) VALUE 'N'.
001670         88  OWNER-SCAN-COMPLETE             VALUE 'Y'.
001680     05  WS-EDIT-SWITCH            PIC X(01) VALUE 'N'.
001690         88  PARTY-FIELDS-VALID              VALUE 'Y'.
001700     05  WS-DATE-SWITCH            PIC X(01) VALUE 'N'.
001710         88  BIRTH-DATE-VALID                VALUE 'Y'.
001720
001730*----------------------------------------------------------------
001740* RUN DATE, CAPTURED ONCE AT STARTUP
001750*----------------------------------------------------------------
001760 01  WS-RUN-DATE                   PIC 9(08).
001770
001780*----------------------------------------------------------------
001790* MAINTENANCE CONTROL TOTALS
001800*----------------------------------------------------------------
001810 01  WS-ADDS-APPLIED               PIC 9(05) VALUE ZERO.
001820 01  WS-CHANGES-APPLIED            PIC 9(05) VALUE ZERO.
001830 01  WS-CLOSES-APPLIED             PIC 9(05) VALUE ZERO.
001840 01  WS-LINKS-APPLIED              PIC 9(05) VALUE ZERO.
001850 01  WS-ROLES-CHANGED              PIC 9(05) VALUE ZERO.
001860 01  WS-UNLINKS-APPLIED            PIC 9(05) VALUE ZERO.
001870 01  WS-REJECT-COUNT               PIC 9(05) VALUE ZERO.
001880
001890*----------------------------------------------------------------
001900* OWNER SCAN RESULT - THE LIVE OWNERS OF THE CARD'S ACCOUNT
001910* OTHER THAN THE CARD'S OWN CUSTOMER.
001920*----------------------------------------------------------------
001930 01  WS-OTHER-OWNER-COUNT          PIC 9(04) VALUE ZERO.
001940
001950*----------------------------------------------------------------
001960* DATE OF BIRTH VALIDATION WORK FIELDS, THE SAME EDIT THE
001970* CAPTURE FRONT END APPLIES TO A TRANSACTION DATE.
001980*----------------------------------------------------------------
001990 01  WS-EDIT-DATE                  PIC 9(08) VALUE ZERO.
002000 01  WS-EDIT-DATE-SPLIT REDEFINES WS-EDIT-DATE.
002010     05  WS-EDIT-YEAR              PIC 9(04).
002020     05  WS-EDIT-MONTH             PIC 9(02).
002030     05  WS-EDIT-DAY               PIC 9(02).
002040 01  WS-LEAP-QUOTIENT              PIC 9(04) VALUE ZERO.
002050 01  WS-LEAP-REMAINDER             PIC 9(04) VALUE ZERO.
002060 01  WS-DAYS-IN-MONTH              PIC 9(02) VALUE ZERO.
002070 01  WS-MONTH-DAYS-TABLE.
002080     05  FILLER                    PIC X(24) VALUE
002090         '312831303130313130313031'.
002100 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
002110     05  WS-MONTH-DAYS-ENTRY OCCURS 12 TIMES
002120                                   PIC 9(02).
002130
002140*----------------------------------------------------------------
002150* POSTAL STATE CODES ACCEPTED ON A PARTY ADDRESS - THE STATES,
002160* THE DISTRICT OF COLUMBIA, THE TERRITORIES AND THE ARMED FORCES
002170* CODES.  A FOREIGN ADDRESS CARRIES NO STATE CODE.
002180*----------------------------------------------------------------
002190 01  WS-STATE-CODE-VALUES.
002200     05  FILLER                    PIC X(40) VALUE
002210         'ALAKAZARCACOCTDEDCFLGAHIIDILINIAKSKYLAME'.
002220     05  FILLER                    PIC X(40) VALUE
002230         'MDMAMIMNMSMOMTNENVNHNJNMNYNCNDOHOKORPARI'.
002240     05  FILLER                    PIC X(38) VALUE
002250         'SCSDTNTXUTVTVAWAWVWIWYPRGUVIASMPAAAEAP'.
002260 01  WS-STATE-CODE-TABLE REDEFINES WS-STATE-CODE-VALUES.
002270     05  WS-STATE-CODE-ENTRY OCCURS 59 TIMES
002280                                 INDEXED BY WS-STATE-IDX
002290                                   PIC X(02).
002300
002310*----------------------------------------------------------------
002320* MAINTENANCE REGISTER LINES.  A PARTY IMAGE PRINTS AS THREE
002330* LINES - IDENTITY, STREET ADDRESS, CITY/STATE/POSTAL CODE; A
002340* RELATIONSHIP PRINTS AS ONE.
002350*----------------------------------------------------------------
002360 01  WS-REGISTER-HEADING-1.
002370     05  FILLER                    PIC X(80) VALUE
002380         'CUSTOMER (PARTY) MAINTENANCE REGISTER'.
002390
002400 01  WS-REGISTER-HEADING-2.
002410     05  FILLER                    PIC X(16) VALUE
002420             'RUN DATE......  '.
002430     05  RH-RUN-DATE               PIC 9(08).
002440     05  FILLER                    PIC X(56) VALUE SPACES.
002450
002460 01  WS-BLANK-LINE                 PIC X(80) VALUE SPACES.
002470
002480 01  WS-REGISTER-LINE.
002490     05  RG-CAPTION                PIC X(08).
002500     05  RG-CUSTOMER-ID            PIC X(10).
002510     05  FILLER                    PIC X(01) VALUE SPACES.
002520     05  RG-CUSTOMER-NAME          PIC X(30).
002530     05  FILLER                    PIC X(01) VALUE SPACES.
002540     05  RG-DATE-OF-BIRTH          PIC 9(08).
002550     05  FILLER                    PIC X(01) VALUE SPACES.
002560     05  RG-TAX-ID                 PIC X(09).
002570     05  FILLER                    PIC X(01) VALUE SPACES.
002580     05  RG-PARTY-STATUS           PIC X(01).
002590     05  FILLER                    PIC X(01) VALUE SPACES.
002600     05  RG-ACCOUNT-COUNT          PIC ZZZ9.
002610     05  FILLER                    PIC X(05) VALUE SPACES.
002620
002630 01  WS-REGISTER-STREET-LINE.
002640     05  FILLER                    PIC X(08) VALUE SPACES.
002650     05  RS-ADDRESS-LINE-1         PIC X(30).
002660     05  FILLER                    PIC X(01) VALUE SPACES.
002670     05  RS-ADDRESS-LINE-2         PIC X(30).
002680     05  FILLER                    PIC X(11) VALUE SPACES.
002690
002700 01  WS-REGISTER-CITY-LINE.
002710     05  FILLER                    PIC X(08) VALUE SPACES.
002720     05  RC-CITY                   PIC X(20).
002730     05  FILLER                    PIC X(01) VALUE SPACES.
002740     05  RC-STATE-CODE             PIC X(02).
002750     05  FILLER                    PIC X(02) VALUE SPACES.
002760     05  RC-POSTAL-CODE            PIC X(10).
002770     05  FILLER                    PIC X(37) VALUE SPACES.
002780
002790 01  WS-RELATIONSHIP-LINE.
002800     05  RR-CAPTION                PIC X(08).
002810     05  RR-CUSTOMER-ID            PIC X(10).
002820     05  FILLER                    PIC X(01) VALUE SPACES.
002830     05  RR-ACCOUNT-NUMBER         PIC X(10).
002840     05  FILLER                    PIC X(01) VALUE SPACES.
002850     05  RR-ROLE                   PIC X(07).
002860     05  FILLER                    PIC X(01) VALUE SPACES.
002870     05  RR-LINK-DATE              PIC 9(08).
002880     05  FILLER                    PIC X(01) VALUE SPACES.
002890     05  RR-END-DATE               PIC 9(08).
002900     05  FILLER                    PIC X(01) VALUE SPACES.
002910     05  RR-CUSTOMER-NAME          PIC X(24).
002920
002930 01  WS-TOTALS-LINE.
002940     05  TO-CAPTION                PIC X(20).
002950     05  TO-COUNT                  PIC Z(4)9.
002960     05  FILLER                    PIC X(55) VALUE SPACES.
002970
002980*----------------------------------------------------------------
002990* REJECT REPORT LINE
003000*----------------------------------------------------------------
003010 01  WS-REJECT-LINE.
003020     05  RJ-FUNCTION-CODE          PIC X(01).
003030     05  FILLER                    PIC X(01) VALUE SPACES.
003040     05  RJ-CUSTOMER-ID            PIC X(10).
003050     05  FILLER                    PIC X(01) VALUE SPACES.
003060     05  RJ-ACCOUNT-NUMBER         PIC X(10).
003070     05  FILLER                    PIC X(02) VALUE SPACES.
003080     05  RJ-REASON                 PIC X(40).
003090     05  FILLER                    PIC X(15) VALUE SPACES.
003100
003110 PROCEDURE DIVISION.
003120*=================================================================
003130* 0000-MAINLINE - DRIVES THE FULL PARTY MAINTENANCE FILE.
003140*=================================================================
003150 0000-MAINLINE.
003160     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003170
003180     PERFORM 2000-PROCESS-MAINTENANCE THRU 2000-EXIT
003190         UNTIL PARTY-MAINT-TXN-EOF.
003200
003210     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003220
003230     STOP RUN.
003240 0000-EXIT.
003250     EXIT.
003260
003270*-----------------------------------------------------------------
003280* 1000-INITIALIZE - OPEN FILES, CAPTURE THE RUN DATE, PRINT THE
003290* REGISTER HEADINGS AND PRIME THE FIRST TRANSACTION READ.  A
003300* FIRST-EVER RUN CREATES THE PARTY MASTER AND THE RELATIONSHIP
003310* FILE, THE SAME WAY TRANSACTION-CAPTURE CREATES THE
003320* TRANSMISSION REGISTER.
003330*-----------------------------------------------------------------
003340 1000-INITIALIZE.
003350     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003360     PERFORM 9500-READ-BUSINESS-DATE THRU 9500-EXIT.
003370
003380     OPEN INPUT PARTY-MAINT-TXN-FILE.
003390     IF WS-PTYTXN-STATUS NOT = '00'
003400         DISPLAY 'PARTY-MAINTENANCE: UNABLE TO OPEN PTYTXN '
003410             '- STATUS ' WS-PTYTXN-STATUS
003420         MOVE 'Y' TO WS-EOF-SWITCH
003430     END-IF.
003440
003450     OPEN I-O PARTY-MASTER-FILE.
003460     IF WS-PARTYMST-STATUS = '35'
003470         OPEN OUTPUT PARTY-MASTER-FILE
003480         CLOSE PARTY-MASTER-FILE
003490         OPEN I-O PARTY-MASTER-FILE
003500     END-IF.
003510     IF WS-PARTYMST-STATUS NOT = '00'
003520         DISPLAY 'PARTY-MAINTENANCE: UNABLE TO OPEN PARTYMST '
003530             '- STATUS ' WS-PARTYMST-STATUS
003540         MOVE 'Y' TO WS-EOF-SWITCH
003550     END-IF.
003560
003570     OPEN I-O ACCOUNT-RELATIONSHIP-FILE.
003580     IF WS-ACCTREL-STATUS = '35'
003590         OPEN OUTPUT ACCOUNT-RELATIONSHIP-FILE
003600         CLOSE ACCOUNT-RELATIONSHIP-FILE
003610         OPEN I-O ACCOUNT-RELATIONSHIP-FILE
003620     END-IF.
003630     IF WS-ACCTREL-STATUS NOT = '00'
003640         DISPLAY 'PARTY-MAINTENANCE: UNABLE TO OPEN ACCTREL '
003650             '- STATUS ' WS-ACCTREL-STATUS
003660         MOVE 'Y' TO WS-EOF-SWITCH
003670     END-IF.
003680
003690     OPEN INPUT CUSTOMER-MASTER-FILE.
003700     IF WS-CUSTMAST-STATUS NOT = '00'
003710         DISPLAY 'PARTY-MAINTENANCE: UNABLE TO OPEN CUSTMAST '
003720             '- STATUS ' WS-CUSTMAST-STATUS
003730         MOVE 'Y' TO WS-EOF-SWITCH
003740     END-IF.
003750
003760     OPEN OUTPUT PARTY-REGISTER-FILE.
003770     OPEN OUTPUT REJECT-REPORT-FILE.
003780
003790     MOVE WS-RUN-DATE TO RH-RUN-DATE.
003800     WRITE PARTY-REGISTER-RECORD FROM WS-REGISTER-HEADING-1.
003810     WRITE PARTY-REGISTER-RECORD FROM WS-REGISTER-HEADING-2.
003820     WRITE PARTY-REGISTER-RECORD FROM WS-BLANK-LINE.
003830
003840     IF NOT PARTY-MAINT-TXN-EOF
003850         PERFORM 8000-READ-MAINT-TXN THRU 8000-EXIT
003860     END-IF.
003870 1000-EXIT.
003880     EXIT.
003890
003900*-----------------------------------------------------------------
003910* 2000-PROCESS-MAINTENANCE - APPLY ONE MAINTENANCE TRANSACTION
003920* ACCORDING TO ITS FUNCTION CODE, THEN ADVANCE TO THE NEXT.
003930*-----------------------------------------------------------------
003940 2000-PROCESS-MAINTENANCE.
003950     IF PC-CUSTOMER-ID = SPACES
003960         MOVE 'CUSTOMER ID MISSING' TO RJ-REASON
003970         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
003980         GO TO 2000-ADVANCE
003990     END-IF.
004000
004010     IF PC-ADD
004020         PERFORM 3000-APPLY-ADD THRU 3000-EXIT
004030     ELSE
004040         IF PC-CHANGE
004050             PERFORM 4000-APPLY-CHANGE THRU 4000-EXIT
004060         ELSE
004070             IF PC-CLOSE
004080                 PERFORM 5000-APPLY-CLOSE THRU 5000-EXIT
004090             ELSE
004100                 IF PC-LINK
004110                     PERFORM 5500-APPLY-LINK THRU 5500-EXIT
004120                 ELSE
004130                     IF PC-UNLINK
004140                         PERFORM 5600-APPLY-UNLINK
004150                             THRU 5600-EXIT
004160                     ELSE
004170                         MOVE 'INVALID FUNCTION CODE'
004180                             TO RJ-REASON
004190                         PERFORM 7000-WRITE-REJECT
004200                             THRU 7000-EXIT
004210                     END-IF
004220                 END-IF
004230             END-IF
004240         END-IF
004250     END-IF.
004260
004270 2000-ADVANCE.
004280     PERFORM 8000-READ-MAINT-TXN THRU 8000-EXIT.
004290 2000-EXIT.
004300     EXIT.
004310
004320*-----------------------------------------------------------------
004330* 2100-READ-PARTY-BY-KEY - LOOK THE CARD'S CUSTOMER UP ON THE
004340* PARTY MASTER, SETTING THE FOUND SWITCH FOR THE CALLER.
004350*-----------------------------------------------------------------
004360 2100-READ-PARTY-BY-KEY.
004370     MOVE 'N' TO WS-PARTY-SWITCH.
004380     MOVE PC-CUSTOMER-ID TO PM-CUSTOMER-ID.
004390
004400     READ PARTY-MASTER-FILE
004410         INVALID KEY
004420             MOVE 'N' TO WS-PARTY-SWITCH
004430         NOT INVALID KEY
004440             SET PARTY-RECORD-FOUND TO TRUE
004450     END-READ.
004460 2100-EXIT.
004470     EXIT.
004480
004490*-----------------------------------------------------------------
004500* 2200-CHECK-ACCOUNT - LOOK THE CARD'S ACCOUNT UP ON THE
004510* CUSTOMER MASTER, SETTING THE FOUND SWITCH FOR THE CALLER.
004520*-----------------------------------------------------------------
004530 2200-CHECK-ACCOUNT.
004540     MOVE 'N' TO WS-MASTER-SWITCH.
004550     MOVE PC-ACCOUNT-NUMBER TO CM-ACCOUNT-NUMBER.
004560
004570     READ CUSTOMER-MASTER-FILE
004580         INVALID KEY
004590             MOVE 'N' TO WS-MASTER-SWITCH
004600         NOT INVALID KEY
004610             SET MASTER-RECORD-FOUND TO TRUE
004620     END-READ.
004630 2200-EXIT.
004640     EXIT.
004650
004660*-----------------------------------------------------------------
004670* 2300-VALIDATE-BIRTH-DATE - A DATE OF BIRTH IS VALID WHEN IT IS
004680* NUMERIC, ITS MONTH IS 01-12, ITS DAY FITS THE MONTH (29 DAYS
004690* FOR FEBRUARY ONLY IN A LEAP YEAR) AND IT IS NOT AFTER THE RUN
004700* DATE.
004710*-----------------------------------------------------------------
004720 2300-VALIDATE-BIRTH-DATE.
004730     MOVE 'N' TO WS-DATE-SWITCH.
004740
004750     IF PC-DATE-OF-BIRTH IS NOT NUMERIC
004760         GO TO 2300-EXIT
004770     END-IF.
004780
004790     MOVE PC-DATE-OF-BIRTH TO WS-EDIT-DATE.
004800
004810     IF WS-EDIT-MONTH < 01 OR WS-EDIT-MONTH > 12
004820         GO TO 2300-EXIT
004830     END-IF.
004840
004850     MOVE WS-MONTH-DAYS-ENTRY (WS-EDIT-MONTH)
004860         TO WS-DAYS-IN-MONTH.
004870
004880     IF WS-EDIT-MONTH = 02
004890         DIVIDE WS-EDIT-YEAR BY 4
004900             GIVING WS-LEAP-QUOTIENT
004910             REMAINDER WS-LEAP-REMAINDER
004920         IF WS-LEAP-REMAINDER = ZERO
004930             DIVIDE WS-EDIT-YEAR BY 100
004940                 GIVING WS-LEAP-QUOTIENT
004950                 REMAINDER WS-LEAP-REMAINDER
004960             IF WS-LEAP-REMAINDER NOT = ZERO
004970                 MOVE 29 TO WS-DAYS-IN-MONTH
004980             ELSE
004990                 DIVIDE WS-EDIT-YEAR BY 400
005000                     GIVING WS-LEAP-QUOTIENT
005010                     REMAINDER WS-LEAP-REMAINDER
005020                 IF WS-LEAP-REMAINDER = ZERO
005030                     MOVE 29 TO WS-DAYS-IN-MONTH
005040                 END-IF
005050             END-IF
005060         END-IF
005070     END-IF.
005080
005090     IF WS-EDIT-DAY < 01 OR WS-EDIT-DAY > WS-DAYS-IN-MONTH
005100         GO TO 2300-EXIT
005110     END-IF.
005120
005130     IF WS-EDIT-DATE > WS-RUN-DATE
005140         GO TO 2300-EXIT
005150     END-IF.
005160
005170     SET BIRTH-DATE-VALID TO TRUE.
005180 2300-EXIT.
005190     EXIT.
005200
005210*-----------------------------------------------------------------
005220* 2400-VALIDATE-PARTY-FIELDS - EDIT EVERY PARTY FIELD THE CARD
005230* SUPPLIES: A STATE CODE MUST BE ON THE POSTAL TABLE, A DATE OF
005240* BIRTH MUST PROVE AND A TAX ID MUST BE NINE DIGITS.  A FIELD
005250* LEFT BLANK IS NOT EDITED.
005260*-----------------------------------------------------------------
005270 2400-VALIDATE-PARTY-FIELDS.
005280     MOVE 'N' TO WS-EDIT-SWITCH.
005290
005300     IF PC-STATE-CODE NOT = SPACES
005310         SET WS-STATE-IDX TO 1
005320         SEARCH WS-STATE-CODE-ENTRY
005330             AT END
005340                 MOVE 'STATE CODE NOT RECOGNIZED' TO RJ-REASON
005350                 GO TO 2400-EXIT
005360             WHEN WS-STATE-CODE-ENTRY (WS-STATE-IDX)
005370                     = PC-STATE-CODE
005380                 CONTINUE
005390         END-SEARCH
005400     END-IF.
005410
005420     IF PC-DATE-OF-BIRTH NOT = SPACES
005430         PERFORM 2300-VALIDATE-BIRTH-DATE THRU 2300-EXIT
005440         IF NOT BIRTH-DATE-VALID
005450             MOVE 'DATE OF BIRTH INVALID' TO RJ-REASON
005460             GO TO 2400-EXIT
005470         END-IF
005480     END-IF.
005490
005500     IF PC-TAX-ID NOT = SPACES
005510             AND PC-TAX-ID IS NOT NUMERIC
005520         MOVE 'TAX ID NOT NINE DIGITS' TO RJ-REASON
005530         GO TO 2400-EXIT
005540     END-IF.
005550
005560     SET PARTY-FIELDS-VALID TO TRUE.
005570 2400-EXIT.
005580     EXIT.
005590
005600*-----------------------------------------------------------------
005610* 2500-READ-RELATIONSHIP - LOOK UP THE RELATIONSHIP BETWEEN THE
005620* CARD'S ACCOUNT AND CUSTOMER, SETTING THE FOUND SWITCH FOR THE
005630* CALLER.  AN ENDED RELATIONSHIP IS STILL FOUND - THE CALLER
005640* TESTS AR-RELATIONSHIP-LIVE.
005650*-----------------------------------------------------------------
005660 2500-READ-RELATIONSHIP.
005670     MOVE 'N' TO WS-RELATION-SWITCH.
005680     MOVE PC-ACCOUNT-NUMBER TO AR-ACCOUNT-NUMBER.
005690     MOVE PC-CUSTOMER-ID TO AR-CUSTOMER-ID.
005700
005710     READ ACCOUNT-RELATIONSHIP-FILE
005720         INVALID KEY
005730             MOVE 'N' TO WS-RELATION-SWITCH
005740         NOT INVALID KEY
005750             SET RELATIONSHIP-FOUND TO TRUE
005760     END-READ.
005770 2500-EXIT.
005780     EXIT.
005790
005800*-----------------------------------------------------------------
005810* 2600-SCAN-ACCOUNT-OWNERS - WALK EVERY RELATIONSHIP ON THE
005820* CARD'S ACCOUNT, COUNTING THE LIVE OWNERS OTHER THAN THE CARD'S
005830* CUSTOMER AND NOTING WHETHER ONE OF THEM IS THE PRIMARY.
005840*-----------------------------------------------------------------
005850 2600-SCAN-ACCOUNT-OWNERS.
005860     MOVE ZERO TO WS-OTHER-OWNER-COUNT.
005870     MOVE 'N' TO WS-PRIMARY-SWITCH.
005880     MOVE 'N' TO WS-SCAN-SWITCH.
005890     MOVE PC-ACCOUNT-NUMBER TO AR-ACCOUNT-NUMBER.
005900     MOVE LOW-VALUES TO AR-CUSTOMER-ID.
005910
005920     START ACCOUNT-RELATIONSHIP-FILE
005930         KEY IS NOT LESS THAN AR-RELATIONSHIP-KEY
005940         INVALID KEY
005950             SET OWNER-SCAN-COMPLETE TO TRUE
005960     END-START.
005970
005980     PERFORM 2610-CHECK-ONE-OWNER THRU 2610-EXIT
005990         UNTIL OWNER-SCAN-COMPLETE.
006000 2600-EXIT.
006010     EXIT.
006020
006030*-----------------------------------------------------------------
006040* 2610-CHECK-ONE-OWNER - READ THE NEXT RELATIONSHIP IN KEY
006050* SEQUENCE, A DIFFERENT ACCOUNT NUMBER READING AS THE END OF THE
006060* SCAN.
006070*-----------------------------------------------------------------
006080 2610-CHECK-ONE-OWNER.
006090     READ ACCOUNT-RELATIONSHIP-FILE NEXT RECORD
006100         AT END
006110             SET OWNER-SCAN-COMPLETE TO TRUE
006120     END-READ.
006130
006140     IF OWNER-SCAN-COMPLETE
006150         GO TO 2610-EXIT
006160     END-IF.
006170
006180     IF AR-ACCOUNT-NUMBER NOT = PC-ACCOUNT-NUMBER
006190         SET OWNER-SCAN-COMPLETE TO TRUE
006200         GO TO 2610-EXIT
006210     END-IF.
006220
006230     IF AR-CUSTOMER-ID = PC-CUSTOMER-ID
006240             OR NOT AR-RELATIONSHIP-LIVE
006250         GO TO 2610-EXIT
006260     END-IF.
006270
006280     ADD 1 TO WS-OTHER-OWNER-COUNT.
006290     IF AR-ROLE-PRIMARY
006300         SET OTHER-PRIMARY-FOUND TO TRUE
006310     END-IF.
006320 2610-EXIT.
006330     EXIT.
006340
006350*-----------------------------------------------------------------
006360* 3000-APPLY-ADD - ADD A NEW PARTY.  THE CUSTOMER ID MUST NOT
006370* ALREADY BE ON FILE, THE NAME, ADDRESS LINE 1 AND CITY ARE
006380* REQUIRED, AND EVERY SUPPLIED FIELD MUST PASS ITS EDIT.
006390*-----------------------------------------------------------------
006400 3000-APPLY-ADD.
006410     IF PC-CUSTOMER-NAME = SPACES
006420         MOVE 'CUSTOMER NAME MISSING' TO RJ-REASON
006430         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
006440         GO TO 3000-EXIT
006450     END-IF.
006460
006470     IF PC-ADDRESS-LINE-1 = SPACES
006480             OR PC-CITY = SPACES
006490         MOVE 'ADDRESS LINE 1 AND CITY REQUIRED' TO RJ-REASON
006500         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
006510         GO TO 3000-EXIT
006520     END-IF.
006530
006540     PERFORM 2400-VALIDATE-PARTY-FIELDS THRU 2400-EXIT.
006550     IF NOT PARTY-FIELDS-VALID
006560         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
006570         GO TO 3000-EXIT
006580     END-IF.
006590
006600     PERFORM 2100-READ-PARTY-BY-KEY THRU 2100-EXIT.
006610     IF PARTY-RECORD-FOUND
006620         MOVE 'DUPLICATE CUSTOMER ID ON ADD' TO RJ-REASON
006630         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
006640         GO TO 3000-EXIT
006650     END-IF.
006660
006670     MOVE PC-CUSTOMER-ID    TO PM-CUSTOMER-ID.
006680     MOVE PC-CUSTOMER-NAME  TO PM-CUSTOMER-NAME.
006690     MOVE PC-ADDRESS-LINE-1 TO PM-ADDRESS-LINE-1.
006700     MOVE PC-ADDRESS-LINE-2 TO PM-ADDRESS-LINE-2.
006710     MOVE PC-CITY           TO PM-CITY.
006720     MOVE PC-STATE-CODE     TO PM-STATE-CODE.
006730     MOVE PC-POSTAL-CODE    TO PM-POSTAL-CODE.
006740     IF PC-DATE-OF-BIRTH = SPACES
006750         MOVE ZERO TO PM-DATE-OF-BIRTH
006760     ELSE
006770         MOVE WS-EDIT-DATE TO PM-DATE-OF-BIRTH
006780     END-IF.
006790     MOVE PC-TAX-ID         TO PM-TAX-ID.
006800     MOVE 'A'               TO PM-PARTY-STATUS.
006810     MOVE ZERO              TO PM-ACCOUNT-COUNT.
006820     MOVE WS-RUN-DATE       TO PM-LAST-MAINT-DATE.
006830
006840     WRITE PARTY-MASTER-RECORD
006850         INVALID KEY
006860             MOVE 'PARTY MASTER WRITE FAILED' TO RJ-REASON
006870             PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
006880             GO TO 3000-EXIT
006890     END-WRITE.
006900
006910     ADD 1 TO WS-ADDS-APPLIED.
006920     MOVE 'ADD     ' TO RG-CAPTION.
006930     PERFORM 6000-WRITE-PARTY-REGISTER THRU 6000-EXIT.
006940 3000-EXIT.
006950     EXIT.
006960
006970*-----------------------------------------------------------------
006980* 4000-APPLY-CHANGE - CHANGE A PARTY ALREADY ON FILE.  A SPACES
006990* FIELD ON THE CARD LEAVES THE MASTER FIELD AS IT STANDS, EXCEPT
007000* THAT THE ADDRESS CHANGES AS ONE BLOCK: A CARD SUPPLYING
007010* ADDRESS LINE 1 REPLACES LINE 1, LINE 2, CITY, STATE AND POSTAL
007020* CODE TOGETHER, AND ANY OTHER ADDRESS FIELD WITHOUT LINE 1
007030* REJECTS.  A CLOSED PARTY IS NOT CHANGED.
007040*-----------------------------------------------------------------
007050 4000-APPLY-CHANGE.
007060     PERFORM 2100-READ-PARTY-BY-KEY THRU 2100-EXIT.
007070     IF NOT PARTY-RECORD-FOUND
007080         MOVE 'CUSTOMER NOT ON FILE FOR CHANGE' TO RJ-REASON
007090         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
007100         GO TO 4000-EXIT
007110     END-IF.
007120
007130     IF PM-STATUS-CLOSED
007140         MOVE 'CUSTOMER IS CLOSED' TO RJ-REASON
007150         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
007160         GO TO 4000-EXIT
007170     END-IF.
007180
007190     IF PC-ADDRESS-LINE-1 = SPACES
007200         IF PC-ADDRESS-LINE-2 NOT = SPACES
007210                 OR PC-CITY NOT = SPACES
007220                 OR PC-STATE-CODE NOT = SPACES
007230                 OR PC-POSTAL-CODE NOT = SPACES
007240             MOVE 'ADDRESS CHANGE NEEDS LINE 1 AND CITY'
007250                 TO RJ-REASON
007260             PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
007270             GO TO 4000-EXIT
007280         END-IF
007290     ELSE
007300         IF PC-CITY = SPACES
007310             MOVE 'ADDRESS CHANGE NEEDS LINE 1 AND CITY'
007320                 TO RJ-REASON
007330             PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
007340             GO TO 4000-EXIT
007350         END-IF
007360     END-IF.
007370
007380     PERFORM 2400-VALIDATE-PARTY-FIELDS THRU 2400-EXIT.
007390     IF NOT PARTY-FIELDS-VALID
007400         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
007410         GO TO 4000-EXIT
007420     END-IF.
007430
007440     MOVE 'CHG BEF ' TO RG-CAPTION.
007450     PERFORM 6000-WRITE-PARTY-REGISTER THRU 6000-EXIT.
007460
007470     IF PC-CUSTOMER-NAME NOT = SPACES
007480         MOVE PC-CUSTOMER-NAME TO PM-CUSTOMER-NAME
007490     END-IF.
007500     IF PC-ADDRESS-LINE-1 NOT = SPACES
007510         MOVE PC-ADDRESS-LINE-1 TO PM-ADDRESS-LINE-1
007520         MOVE PC-ADDRESS-LINE-2 TO PM-ADDRESS-LINE-2
007530         MOVE PC-CITY           TO PM-CITY
007540         MOVE PC-STATE-CODE     TO PM-STATE-CODE
007550         MOVE PC-POSTAL-CODE    TO PM-POSTAL-CODE
007560     END-IF.
007570     IF PC-DATE-OF-BIRTH NOT = SPACES
007580         MOVE WS-EDIT-DATE TO PM-DATE-OF-BIRTH
007590     END-IF.
007600     IF PC-TAX-ID NOT = SPACES
007610         MOVE PC-TAX-ID TO PM-TAX-ID
007620     END-IF.
007630     MOVE WS-RUN-DATE TO PM-LAST-MAINT-DATE.
007640
007650     REWRITE PARTY-MASTER-RECORD
007660         INVALID KEY
007670             MOVE 'PARTY MASTER REWRITE FAILED' TO RJ-REASON
007680             PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
007690             GO TO 4000-EXIT
007700     END-REWRITE.
007710
007720     ADD 1 TO WS-CHANGES-APPLIED.
007730     MOVE 'CHG AFT ' TO RG-CAPTION.
007740     PERFORM 6000-WRITE-PARTY-REGISTER THRU 6000-EXIT.
007750 4000-EXIT.
007760     EXIT.
007770
007780*-----------------------------------------------------------------
007790* 5000-APPLY-CLOSE - CLOSE A PARTY THAT NO LONGER OWNS ANY
007800* ACCOUNT.  THE RECORD IS KEPT AND STAMPED CLOSED, NOT DELETED,
007810* SO THE YEAR'S TAX REPORTING CAN STILL REACH ITS TAX ID.
007820*-----------------------------------------------------------------
007830 5000-APPLY-CLOSE.
007840     PERFORM 2100-READ-PARTY-BY-KEY THRU 2100-EXIT.
007850     IF NOT PARTY-RECORD-FOUND
007860         MOVE 'CUSTOMER NOT ON FILE FOR CLOSE' TO RJ-REASON
007870         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
007880         GO TO 5000-EXIT
007890     END-IF.
007900
007910     IF PM-STATUS-CLOSED
007920         MOVE 'CUSTOMER ALREADY CLOSED' TO RJ-REASON
007930         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
007940         GO TO 5000-EXIT
007950     END-IF.
007960
007970     IF PM-ACCOUNT-COUNT IS NUMERIC
007980             AND PM-ACCOUNT-COUNT > ZERO
007990         MOVE 'CUSTOMER STILL OWNS LIVE ACCOUNTS' TO RJ-REASON
008000         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
008010         GO TO 5000-EXIT
008020     END-IF.
008030
008040     MOVE 'X' TO PM-PARTY-STATUS.
008050     MOVE WS-RUN-DATE TO PM-LAST-MAINT-DATE.
008060
008070     REWRITE PARTY-MASTER-RECORD
008080         INVALID KEY
008090             MOVE 'PARTY MASTER REWRITE FAILED' TO RJ-REASON
008100             PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
008110             GO TO 5000-EXIT
008120     END-REWRITE.
008130
008140     ADD 1 TO WS-CLOSES-APPLIED.
008150     MOVE 'CLOSE   ' TO RG-CAPTION.
008160     PERFORM 6000-WRITE-PARTY-REGISTER THRU 6000-EXIT.
008170 5000-EXIT.
008180     EXIT.
008190
008200*-----------------------------------------------------------------
008210* 5500-APPLY-LINK - LINK AN OPEN PARTY TO AN ACCOUNT ON THE
008220* CUSTOMER MASTER UNDER A PRIMARY, JOINT OR TRUSTEE ROLE.  AN
008230* ACCOUNT TAKES ONE LIVE PRIMARY ONLY.  A LINK ON A RELATIONSHIP
008240* THAT IS ALREADY LIVE CHANGES ITS ROLE (PRINTED BEFORE AND
008250* AFTER); ONE THAT WAS UNLINKED EARLIER IS REOPENED.
008260*-----------------------------------------------------------------
008270 5500-APPLY-LINK.
008280     IF PC-OWNERSHIP-ROLE NOT = 'P'
008290             AND PC-OWNERSHIP-ROLE NOT = 'J'
008300             AND PC-OWNERSHIP-ROLE NOT = 'T'
008310         MOVE 'OWNERSHIP ROLE NOT P, J OR T' TO RJ-REASON
008320         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
008330         GO TO 5500-EXIT
008340     END-IF.
008350
008360     PERFORM 2100-READ-PARTY-BY-KEY THRU 2100-EXIT.
008370     IF NOT PARTY-RECORD-FOUND
008380         MOVE 'CUSTOMER NOT ON PARTY MASTER' TO RJ-REASON
008390         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
008400         GO TO 5500-EXIT
008410     END-IF.
008420
008430     IF PM-STATUS-CLOSED
008440         MOVE 'CUSTOMER IS CLOSED' TO RJ-REASON
008450         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
008460         GO TO 5500-EXIT
008470     END-IF.
008480
008490     PERFORM 2200-CHECK-ACCOUNT THRU 2200-EXIT.
008500     IF NOT MASTER-RECORD-FOUND
008510         MOVE 'ACCOUNT NOT ON CUSTOMER MASTER' TO RJ-REASON
008520         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
008530         GO TO 5500-EXIT
008540     END-IF.
008550
008560     PERFORM 2600-SCAN-ACCOUNT-OWNERS THRU 2600-EXIT.
008570     IF PC-OWNERSHIP-ROLE = 'P'
008580             AND OTHER-PRIMARY-FOUND
008590         MOVE 'ACCOUNT ALREADY HAS A PRIMARY OWNER' TO RJ-REASON
008600         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
008610         GO TO 5500-EXIT
008620     END-IF.
008630
008640     PERFORM 2500-READ-RELATIONSHIP THRU 2500-EXIT.
008650
008660*    A LIVE RELATIONSHIP UNDER A NEW ROLE IS A ROLE CHANGE - THE
008670*    PARTY'S ACCOUNT COUNT DOES NOT MOVE.
008680     IF RELATIONSHIP-FOUND AND AR-RELATIONSHIP-LIVE
008690         IF AR-OWNERSHIP-ROLE = PC-OWNERSHIP-ROLE
008700             MOVE 'RELATIONSHIP ALREADY ON FILE' TO RJ-REASON
008710             PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
008720             GO TO 5500-EXIT
008730         END-IF
008740         MOVE 'ROLE BEF' TO RR-CAPTION
008750         PERFORM 6100-WRITE-LINK-REGISTER THRU 6100-EXIT
008760         MOVE PC-OWNERSHIP-ROLE TO AR-OWNERSHIP-ROLE
008770         REWRITE ACCOUNT-RELATIONSHIP-RECORD
008780             INVALID KEY
008790                 MOVE 'RELATIONSHIP REWRITE FAILED' TO RJ-REASON
008800                 PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
008810                 GO TO 5500-EXIT
008820         END-REWRITE
008830         ADD 1 TO WS-ROLES-CHANGED
008840         MOVE 'ROLE AFT' TO RR-CAPTION
008850         PERFORM 6100-WRITE-LINK-REGISTER THRU 6100-EXIT
008860         GO TO 5500-EXIT
008870     END-IF.
008880
008890     MOVE PC-ACCOUNT-NUMBER TO AR-ACCOUNT-NUMBER.
008900     MOVE PC-CUSTOMER-ID    TO AR-CUSTOMER-ID.
008910     MOVE PC-OWNERSHIP-ROLE TO AR-OWNERSHIP-ROLE.
008920     MOVE WS-RUN-DATE       TO AR-LINK-DATE.
008930     MOVE ZERO              TO AR-END-DATE.
008940
008950     IF RELATIONSHIP-FOUND
008960         REWRITE ACCOUNT-RELATIONSHIP-RECORD
008970             INVALID KEY
008980                 MOVE 'RELATIONSHIP REWRITE FAILED' TO RJ-REASON
008990                 PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
009000                 GO TO 5500-EXIT
009010         END-REWRITE
009020     ELSE
009030         WRITE ACCOUNT-RELATIONSHIP-RECORD
009040             INVALID KEY
009050                 MOVE 'RELATIONSHIP WRITE FAILED' TO RJ-REASON
009060                 PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
009070                 GO TO 5500-EXIT
009080         END-WRITE
009090     END-IF.
009100
009110     ADD 1 TO PM-ACCOUNT-COUNT.
009120     MOVE WS-RUN-DATE TO PM-LAST-MAINT-DATE.
009130     REWRITE PARTY-MASTER-RECORD
009140         INVALID KEY
009150             DISPLAY 'PARTY-MAINTENANCE: UNABLE TO COUNT LINK '
009160                 'ON ' PM-CUSTOMER-ID
009170     END-REWRITE.
009180
009190     ADD 1 TO WS-LINKS-APPLIED.
009200     MOVE 'LINK    ' TO RR-CAPTION.
009210     PERFORM 6100-WRITE-LINK-REGISTER THRU 6100-EXIT.
009220 5500-EXIT.
009230     EXIT.
009240
009250*-----------------------------------------------------------------
009260* 5600-APPLY-UNLINK - END A LIVE RELATIONSHIP BY STAMPING ITS
009270* END DATE.  THE ACCOUNT NEED NO LONGER BE ON THE CUSTOMER
009280* MASTER.  THE PRIMARY OWNER CAN ONLY BE UNLINKED ONCE NO OTHER
009290* LIVE OWNER REMAINS - OTHERWISE THE PRIMARY ROLE MUST BE MOVED
009300* FIRST, SO THE ACCOUNT NEVER LOSES ITS MAILING ADDRESS.
009310*-----------------------------------------------------------------
009320 5600-APPLY-UNLINK.
009330     PERFORM 2600-SCAN-ACCOUNT-OWNERS THRU 2600-EXIT.
009340
009350     PERFORM 2500-READ-RELATIONSHIP THRU 2500-EXIT.
009360     IF NOT RELATIONSHIP-FOUND
009370             OR NOT AR-RELATIONSHIP-LIVE
009380         MOVE 'NO LIVE RELATIONSHIP TO UNLINK' TO RJ-REASON
009390         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
009400         GO TO 5600-EXIT
009410     END-IF.
009420
009430     IF AR-ROLE-PRIMARY
009440             AND WS-OTHER-OWNER-COUNT > ZERO
009450         MOVE 'PRIMARY OWNER - MOVE PRIMARY ROLE FIRST'
009460             TO RJ-REASON
009470         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
009480         GO TO 5600-EXIT
009490     END-IF.
009500
009510     MOVE WS-RUN-DATE TO AR-END-DATE.
009520     REWRITE ACCOUNT-RELATIONSHIP-RECORD
009530         INVALID KEY
009540             MOVE 'RELATIONSHIP REWRITE FAILED' TO RJ-REASON
009550             PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
009560             GO TO 5600-EXIT
009570     END-REWRITE.
009580
009590     PERFORM 2100-READ-PARTY-BY-KEY THRU 2100-EXIT.
009600     IF PARTY-RECORD-FOUND
009610         IF PM-ACCOUNT-COUNT IS NUMERIC
009620                 AND PM-ACCOUNT-COUNT > ZERO
009630             SUBTRACT 1 FROM PM-ACCOUNT-COUNT
009640         END-IF
009650         MOVE WS-RUN-DATE TO PM-LAST-MAINT-DATE
009660         REWRITE PARTY-MASTER-RECORD
009670             INVALID KEY
009680                 DISPLAY 'PARTY-MAINTENANCE: UNABLE TO COUNT '
009690                     'UNLINK ON ' PM-CUSTOMER-ID
009700         END-REWRITE
009710     END-IF.
009720
009730     ADD 1 TO WS-UNLINKS-APPLIED.
009740     MOVE 'UNLINK  ' TO RR-CAPTION.
009750     PERFORM 6100-WRITE-LINK-REGISTER THRU 6100-EXIT.
009760 5600-EXIT.
009770     EXIT.
009780
009790*-----------------------------------------------------------------
009800* 6000-WRITE-PARTY-REGISTER - PRINT ONE PARTY IMAGE ON THE
009810* MAINTENANCE REGISTER FROM THE PARTY RECORD AREA, UNDER THE
009820* CAPTION THE CALLER HAS ALREADY SET.  THE TAX ID PRINTS WITH
009830* ONLY ITS LAST FOUR DIGITS SHOWING.
009840*-----------------------------------------------------------------
009850 6000-WRITE-PARTY-REGISTER.
009860     MOVE PM-CUSTOMER-ID    TO RG-CUSTOMER-ID.
009870     MOVE PM-CUSTOMER-NAME  TO RG-CUSTOMER-NAME.
009880     MOVE PM-DATE-OF-BIRTH  TO RG-DATE-OF-BIRTH.
009890     MOVE SPACES            TO RG-TAX-ID.
009900     IF PM-TAX-ID NOT = SPACES
009910         MOVE '*****'       TO RG-TAX-ID (1:5)
009920         MOVE PM-TAX-ID (6:4) TO RG-TAX-ID (6:4)
009930     END-IF.
009940     MOVE PM-PARTY-STATUS   TO RG-PARTY-STATUS.
009950     MOVE PM-ACCOUNT-COUNT  TO RG-ACCOUNT-COUNT.
009960     WRITE PARTY-REGISTER-RECORD FROM WS-REGISTER-LINE.
009970
009980     MOVE PM-ADDRESS-LINE-1 TO RS-ADDRESS-LINE-1.
009990     MOVE PM-ADDRESS-LINE-2 TO RS-ADDRESS-LINE-2.
010000     WRITE PARTY-REGISTER-RECORD FROM WS-REGISTER-STREET-LINE.
010010
010020     MOVE PM-CITY           TO RC-CITY.
010030     MOVE PM-STATE-CODE     TO RC-STATE-CODE.
010040     MOVE PM-POSTAL-CODE    TO RC-POSTAL-CODE.
010050     WRITE PARTY-REGISTER-RECORD FROM WS-REGISTER-CITY-LINE.
010060 6000-EXIT.
010070     EXIT.
010080
010090*-----------------------------------------------------------------
010100* 6100-WRITE-LINK-REGISTER - PRINT ONE RELATIONSHIP LINE ON THE
010110* MAINTENANCE REGISTER FROM THE RELATIONSHIP RECORD AREA, UNDER
010120* THE CAPTION THE CALLER HAS ALREADY SET.
010130*-----------------------------------------------------------------
010140 6100-WRITE-LINK-REGISTER.
010150     MOVE AR-CUSTOMER-ID    TO RR-CUSTOMER-ID.
010160     MOVE AR-ACCOUNT-NUMBER TO RR-ACCOUNT-NUMBER.
010170     IF AR-ROLE-PRIMARY
010180         MOVE 'PRIMARY' TO RR-ROLE
010190     ELSE
010200         IF AR-ROLE-JOINT
010210             MOVE 'JOINT  ' TO RR-ROLE
010220         ELSE
010230             MOVE 'TRUSTEE' TO RR-ROLE
010240         END-IF
010250     END-IF.
010260     MOVE AR-LINK-DATE      TO RR-LINK-DATE.
010270     MOVE AR-END-DATE       TO RR-END-DATE.
010280     MOVE PM-CUSTOMER-NAME  TO RR-CUSTOMER-NAME.
010290     WRITE PARTY-REGISTER-RECORD FROM WS-RELATIONSHIP-LINE.
010300 6100-EXIT.
010310     EXIT.
010320
010330*-----------------------------------------------------------------
010340* 7000-WRITE-REJECT - LOG A MAINTENANCE TRANSACTION THAT FAILED
010350* ITS EDITS TO THE REJECT REPORT, WITH THE REASON THE CALLER HAS
010360* ALREADY SET.
010370*-----------------------------------------------------------------
010380 7000-WRITE-REJECT.
010390     MOVE PC-FUNCTION-CODE  TO RJ-FUNCTION-CODE.
010400     MOVE PC-CUSTOMER-ID    TO RJ-CUSTOMER-ID.
010410     MOVE PC-ACCOUNT-NUMBER TO RJ-ACCOUNT-NUMBER.
010420
010430     WRITE REJECT-REPORT-RECORD FROM WS-REJECT-LINE.
010440
010450     ADD 1 TO WS-REJECT-COUNT.
010460 7000-EXIT.
010470     EXIT.
010480
010490*-----------------------------------------------------------------
010500* 8000-READ-MAINT-TXN - READ THE NEXT MAINTENANCE TRANSACTION,
010510* SETTING THE END-OF-FILE SWITCH WHEN EXHAUSTED.
010520*-----------------------------------------------------------------
010530 8000-READ-MAINT-TXN.
010540     READ PARTY-MAINT-TXN-FILE
010550         AT END
010560             SET PARTY-MAINT-TXN-EOF TO TRUE
010570     END-READ.
010580 8000-EXIT.
010590     EXIT.
010600
010610*-----------------------------------------------------------------
010620* 9000-TERMINATE - PRINT THE MAINTENANCE CONTROL TOTALS ON THE
010630* REGISTER AND CLOSE EVERY FILE BEFORE STOP RUN.
010640*-----------------------------------------------------------------
010650 9000-TERMINATE.
010660     WRITE PARTY-REGISTER-RECORD FROM WS-BLANK-LINE.
010670
010680     MOVE 'ADDS APPLIED......: ' TO TO-CAPTION.
010690     MOVE WS-ADDS-APPLIED TO TO-COUNT.
010700     WRITE PARTY-REGISTER-RECORD FROM WS-TOTALS-LINE.
010710
010720     MOVE 'CHANGES APPLIED...: ' TO TO-CAPTION.
010730     MOVE WS-CHANGES-APPLIED TO TO-COUNT.
010740     WRITE PARTY-REGISTER-RECORD FROM WS-TOTALS-LINE.
010750
010760     MOVE 'CLOSES APPLIED....: ' TO TO-CAPTION.
010770     MOVE WS-CLOSES-APPLIED TO TO-COUNT.
010780     WRITE PARTY-REGISTER-RECORD FROM WS-TOTALS-LINE.
010790
010800     MOVE 'LINKS APPLIED.....: ' TO TO-CAPTION.
010810     MOVE WS-LINKS-APPLIED TO TO-COUNT.
010820     WRITE PARTY-REGISTER-RECORD FROM WS-TOTALS-LINE.
010830
010840     MOVE 'ROLES CHANGED.....: ' TO TO-CAPTION.
010850     MOVE WS-ROLES-CHANGED TO TO-COUNT.
010860     WRITE PARTY-REGISTER-RECORD FROM WS-TOTALS-LINE.
010870
010880     MOVE 'UNLINKS APPLIED...: ' TO TO-CAPTION.
010890     MOVE WS-UNLINKS-APPLIED TO TO-COUNT.
010900     WRITE PARTY-REGISTER-RECORD FROM WS-TOTALS-LINE.
010910
010920     MOVE 'REJECTS...........: ' TO TO-CAPTION.
010930     MOVE WS-REJECT-COUNT TO TO-COUNT.
010940     WRITE PARTY-REGISTER-RECORD FROM WS-TOTALS-LINE.
010950
010960     CLOSE PARTY-MAINT-TXN-FILE.
010970     CLOSE PARTY-MASTER-FILE.
010980     CLOSE ACCOUNT-RELATIONSHIP-FILE.
010990     CLOSE CUSTOMER-MASTER-FILE.
011000     CLOSE PARTY-REGISTER-FILE.
011010     CLOSE REJECT-REPORT-FILE.
011020 9000-EXIT.
011030     EXIT.
011040
011050*-----------------------------------------------------------------
011060* 9500-READ-BUSINESS-DATE - REPLACE THE SYSTEM-CLOCK RUN DATE WITH
011070* THE CYCLE'S BUSINESS DATE FROM THE BATCH DATE CONTROL FILE, SO A
011080* LATE OR RERUN CYCLE IS PROCESSED UNDER THE BUSINESS DATE IT
011090* BELONGS TO.  NO OPEN CYCLE MEANS THE SYSTEM DATE STANDS.
011100*-----------------------------------------------------------------
011110 9500-READ-BUSINESS-DATE.
011120     OPEN INPUT BATCH-DATE-FILE.
011130     IF WS-BATCHDTE-STATUS = '00'
011140         READ BATCH-DATE-FILE
011150             NOT AT END
011160                 IF BD-CYCLE-OPEN
011170                         AND BD-BUSINESS-DATE IS NUMERIC
011180                         AND BD-BUSINESS-DATE > ZERO
011190                     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
011200                 END-IF
011210         END-READ
011220         CLOSE BATCH-DATE-FILE
011230     END-IF.
011240 9500-EXIT.
011250     EXIT.
