000100* ---------------------------------------------------------------
000110* PROGRAM      ALERT-MAINT
000120* INSTALLATION RETAIL BANKING DIVISION
000130* AUTHOR       D. OKAFOR
000140* DATE-WRITTEN 2026-10-15
000150* ---------------------------------------------------------------
000160* MODIFICATION HISTORY
000170*   2026-10-15  DO   ORIGINAL PROGRAM - CARD-DRIVEN MAINTENANCE
000180*                    OF THE CUSTOMER ALERT SETTINGS (ALRTPREF
000190*                    COPYBOOK) THAT ALERT-FEED READS EACH NIGHT.
000200*                    FUNCTIONS ARE ADD, CHANGE AND CANCEL.  AN
000210*                    ADD NEEDS THE ACCOUNT OPEN ON CUSTMAST, A
000220*                    CHANNEL ('S' SMS OR 'P' PUSH), A DESTINATION
000230*                    AND AT LEAST ONE ALERT SWITCHED 'Y'; A LOW
000240*                    BALANCE OR LARGE DEBIT ALERT ALSO NEEDS ITS
000250*                    LIMIT.  A CHANGE ALTERS ONLY THE FIELDS THE
000260*                    CARD SUPPLIES AND MUST LEAVE AT LEAST ONE
000270*                    ALERT ON - TURNING THEM ALL OFF IS A CANCEL.
000280*                    A CANCEL STAMPS THE SETTINGS 'X' RATHER THAN
000290*                    DELETING THEM, AND A LATER ADD REOPENS THEM
000300*                    WITH THE NEW CARD'S CHOICES.  EVERY APPLIED
000310*                    FUNCTION IS PRINTED ON A BEFORE/AFTER
000320*                    MAINTENANCE REGISTER AND EVERY FAILED ONE ON
000330*                    A REJECT REPORT, THE SAME SHAPE AS THE PARTY
000340*                    AND STANDING ORDER MAINTENANCE RUNS.
000350* ---------------------------------------------------------------
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID.                  ALERT-MAINT.
000380 AUTHOR.                      D. OKAFOR.
000390 INSTALLATION.                RETAIL BANKING DIVISION.
000400 DATE-WRITTEN.                2026-10-15.
000410 DATE-COMPILED.
000420
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT ALERT-MAINT-TXN-FILE
000470         ASSIGN TO 'ALRTTXN'
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-ALRTTXN-STATUS.
000500
000510     SELECT ALERT-PREFERENCE-FILE
000520         ASSIGN TO 'ALRTPREF'
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS AP-ACCOUNT-NUMBER
000560         FILE STATUS IS WS-ALRTPREF-STATUS.
000570
000580     SELECT CUSTOMER-MASTER-FILE
000590         ASSIGN TO 'CUSTMAST'
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS CM-ACCOUNT-NUMBER
000630         FILE STATUS IS WS-CUSTMAST-STATUS.
000640
000650     SELECT ALERT-REGISTER-FILE
000660         ASSIGN TO 'ALRTREG'
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-ALRTREG-STATUS.
000690
000700     SELECT REJECT-REPORT-FILE
000710         ASSIGN TO 'ALRTREJ'
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-ALRTREJ-STATUS.
000740
000750     SELECT BATCH-DATE-FILE
000760         ASSIGN TO 'BATCHDTE'
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-BATCHDTE-STATUS.
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  ALERT-MAINT-TXN-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 01  ALERT-MAINT-TXN-RECORD.
000840     05  AC-FUNCTION-CODE          PIC X(01).
000850         88  AC-ADD                          VALUE 'A'.
000860         88  AC-CHANGE                       VALUE 'C'.
000870         88  AC-CANCEL                       VALUE 'X'.
000880     05  AC-ACCOUNT-NUMBER         PIC X(10).
000890     05  AC-CHANNEL                PIC X(01).
000900     05  AC-DESTINATION            PIC X(40).
000910     05  AC-LOW-BALANCE-SWITCH     PIC X(01).
000920     05  AC-LOW-BALANCE-LIMIT-X    PIC X(09).
000930     05  AC-LOW-BALANCE-LIMIT REDEFINES AC-LOW-BALANCE-LIMIT-X
000940                                   PIC 9(7)V99.
000950     05  AC-LARGE-DEBIT-SWITCH     PIC X(01).
000960     05  AC-LARGE-DEBIT-LIMIT-X    PIC X(09).
000970     05  AC-LARGE-DEBIT-LIMIT REDEFINES AC-LARGE-DEBIT-LIMIT-X
000980                                   PIC 9(7)V99.
000990     05  AC-HELD-DEBIT-SWITCH      PIC X(01).
001000     05  AC-STOPPED-ITEM-SWITCH    PIC X(01).
001010     05  AC-DEPOSIT-SWITCH         PIC X(01).
001020
001030 FD  ALERT-PREFERENCE-FILE
001040     LABEL RECORDS ARE STANDARD.
001050     COPY ALRTPREF.
001060
001070 FD  CUSTOMER-MASTER-FILE
001080     LABEL RECORDS ARE STANDARD.
001090     COPY CUSTREC.
001100
001110 FD  ALERT-REGISTER-FILE
001120     LABEL RECORDS ARE STANDARD.
001130 01  ALERT-REGISTER-RECORD         PIC X(80).
001140
001150 FD  REJECT-REPORT-FILE
001160     LABEL RECORDS ARE STANDARD.
001170 01  REJECT-REPORT-RECORD          PIC X(80).
001180
001190 FD  BATCH-DATE-FILE
001200     LABEL RECORDS ARE STANDARD.
001210     COPY BATCHDTE.
001220
001230 WORKING-STORAGE SECTION.
001240*----------------------------------------------------------------
001250* FILE STATUS AND END-OF-FILE SWITCHES
001260*----------------------------------------------------------------
001270 01  WS-FILE-STATUSES.
001280     05  WS-ALRTTXN-STATUS         PIC X(02) VALUE '00'.
001290     05  WS-ALRTPREF-STATUS        PIC X(02) VALUE '00'.
001300     05  WS-CUSTMAST-STATUS        PIC X(02) VALUE '00'.
001310     05  WS-ALRTREG-STATUS         PIC X(02) VALUE '00'.
001320     05  WS-ALRTREJ-STATUS         PIC X(02) VALUE '00'.
001330     05  WS-BATCHDTE-STATUS        PIC X(02) VALUE '00'.
001340
001350 01  WS-SWITCHES.
001360     05  WS-EOF-SWITCH             PIC X(01) VALUE 'N'.
001370         88  ALERT-MAINT-TXN-EOF             VALUE 'Y'.
001380     05  WS-PREFERENCE-SWITCH      PIC X(01) VALUE 'N'.
001390         88  PREFERENCE-RECORD-FOUND         VALUE 'Y'.
001400     05  WS-MASTER-SWITCH          PIC X(01) VALUE 'N'.
001410         88  MASTER-RECORD-FOUND             VALUE 'Y'.
001420     05  WS-EDIT-SWITCH            PIC X(01) VALUE 'N'.
001430         88  CARD-FIELDS-VALID               VALUE 'Y'.
001440
001450*----------------------------------------------------------------
001460* RUN DATE, CAPTURED ONCE AT STARTUP
001470*----------------------------------------------------------------
001480 01  WS-RUN-DATE                   PIC 9(08).
001490
001500*----------------------------------------------------------------
001510* MAINTENANCE CONTROL TOTALS
001520*----------------------------------------------------------------
001530 01  WS-ADDS-APPLIED               PIC 9(05) VALUE ZERO.
001540 01  WS-REOPENS-APPLIED            PIC 9(05) VALUE ZERO.
001550 01  WS-CHANGES-APPLIED            PIC 9(05) VALUE ZERO.
001560 01  WS-CANCELS-APPLIED            PIC 9(05) VALUE ZERO.
001570 01  WS-REJECT-COUNT               PIC 9(05) VALUE ZERO.
001580
001590*----------------------------------------------------------------
001600* ALERT COUNT - THE ALERTS THAT WOULD STAND SWITCHED 'Y' ONCE
001610* THE CARD IS APPLIED.  WS-RESULT-SWITCH HOLDS ONE ALERT'S
001620* RESULTING SETTING WHILE IT IS COUNTED.
001630*----------------------------------------------------------------
001640 01  WS-ALERTS-CHOSEN              PIC 9(02) VALUE ZERO.
001650 01  WS-RESULT-SWITCH              PIC X(01) VALUE SPACE.
001660
001670*----------------------------------------------------------------
001680* MAINTENANCE REGISTER LINES.  A SETTINGS IMAGE PRINTS AS TWO
001690* LINES - CHANNEL AND DESTINATION, THEN THE ALERT SWITCHES AND
001700* THEIR LIMITS.
001710*----------------------------------------------------------------
001720 01  WS-REGISTER-HEADING-1.
001730     05  FILLER                    PIC X(80) VALUE
001740         'CUSTOMER ALERT SETTINGS MAINTENANCE REGISTER'.
001750
001760 01  WS-REGISTER-HEADING-2.
001770     05  FILLER                    PIC X(16) VALUE
001780             'RUN DATE......  '.
001790     05  RH-RUN-DATE               PIC 9(08).
001800     05  FILLER                    PIC X(56) VALUE SPACES.
001810
001820 01  WS-BLANK-LINE                 PIC X(80) VALUE SPACES.
001830
001840 01  WS-REGISTER-LINE.
001850     05  RG-CAPTION                PIC X(08).
001860     05  RG-ACCOUNT-NUMBER         PIC X(10).
001870     05  FILLER                    PIC X(01) VALUE SPACES.
001880     05  RG-CHANNEL                PIC X(04).
001890     05  FILLER                    PIC X(01) VALUE SPACES.
001900     05  RG-DESTINATION            PIC X(40).
001910     05  FILLER                    PIC X(01) VALUE SPACES.
001920     05  RG-PREFERENCE-STATUS      PIC X(01).
001930     05  FILLER                    PIC X(01) VALUE SPACES.
001940     05  RG-LAST-MAINT-DATE        PIC 9(08).
001950     05  FILLER                    PIC X(05) VALUE SPACES.
001960
001970 01  WS-REGISTER-ALERT-LINE.
001980     05  FILLER                    PIC X(08) VALUE SPACES.
001990     05  FILLER                    PIC X(08) VALUE 'LOW BAL '.
002000     05  RA-LOW-BALANCE-SWITCH     PIC X(01).
002010     05  FILLER                    PIC X(01) VALUE SPACES.
002020     05  RA-LOW-BALANCE-LIMIT      PIC Z(6)9.99.
002030     05  FILLER                    PIC X(02) VALUE SPACES.
002040     05  FILLER                    PIC X(06) VALUE 'DEBIT '.
002050     05  RA-LARGE-DEBIT-SWITCH     PIC X(01).
002060     05  FILLER                    PIC X(01) VALUE SPACES.
002070     05  RA-LARGE-DEBIT-LIMIT      PIC Z(6)9.99.
002080     05  FILLER                    PIC X(02) VALUE SPACES.
002090     05  FILLER                    PIC X(05) VALUE 'HELD '.
002100     05  RA-HELD-DEBIT-SWITCH      PIC X(01).
002110     05  FILLER                    PIC X(02) VALUE SPACES.
002120     05  FILLER                    PIC X(05) VALUE 'STOP '.
002130     05  RA-STOPPED-ITEM-SWITCH    PIC X(01).
002140     05  FILLER                    PIC X(02) VALUE SPACES.
002150     05  FILLER                    PIC X(04) VALUE 'DEP '.
002160     05  RA-DEPOSIT-SWITCH         PIC X(01).
002170     05  FILLER                    PIC X(09) VALUE SPACES.
002180
002190 01  WS-TOTALS-LINE.
002200     05  TO-CAPTION                PIC X(20).
002210     05  TO-COUNT                  PIC Z(4)9.
002220     05  FILLER                    PIC X(55) VALUE SPACES.
002230
002240*----------------------------------------------------------------
002250* REJECT REPORT LINE
002260*----------------------------------------------------------------
002270 01  WS-REJECT-LINE.
002280     05  RJ-FUNCTION-CODE          PIC X(01).
002290     05  FILLER                    PIC X(01) VALUE SPACES.
002300     05  RJ-ACCOUNT-NUMBER         PIC X(10).
002310     05  FILLER                    PIC X(02) VALUE SPACES.
002320     05  RJ-REASON                 PIC X(40).
002330     05  FILLER                    PIC X(26) VALUE SPACES.
002340
002350 PROCEDURE DIVISION.
002360*=================================================================
002370* 0000-MAINLINE - DRIVES THE FULL ALERT MAINTENANCE FILE.
002380*=================================================================
002390 0000-MAINLINE.
002400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002410
002420     PERFORM 2000-PROCESS-MAINTENANCE THRU 2000-EXIT
002430         UNTIL ALERT-MAINT-TXN-EOF.
002440
002450     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002460
002470     STOP RUN.
002480 0000-EXIT.
002490     EXIT.
002500
002510*-----------------------------------------------------------------
002520* 1000-INITIALIZE - OPEN FILES, CAPTURE THE RUN DATE, PRINT THE
002530* REGISTER HEADINGS AND PRIME THE FIRST TRANSACTION READ.  A
002540* FIRST-EVER RUN CREATES THE ALERT SETTINGS FILE, THE SAME WAY
002550* PARTY-MAINTENANCE CREATES THE PARTY MASTER.
002560*-----------------------------------------------------------------
002570 1000-INITIALIZE.
002580     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002590     PERFORM 9500-READ-BUSINESS-DATE THRU 9500-EXIT.
002600
002610     OPEN INPUT ALERT-MAINT-TXN-FILE.
002620     IF WS-ALRTTXN-STATUS NOT = '00'
002630         DISPLAY 'ALERT-MAINT: UNABLE TO OPEN ALRTTXN '
002640             '- STATUS ' WS-ALRTTXN-STATUS
002650         MOVE 'Y' TO WS-EOF-SWITCH
002660     END-IF.
002670
002680     OPEN I-O ALERT-PREFERENCE-FILE.
002690     IF WS-ALRTPREF-STATUS = '35'
002700         OPEN OUTPUT ALERT-PREFERENCE-FILE
002710         CLOSE ALERT-PREFERENCE-FILE
002720         OPEN I-O ALERT-PREFERENCE-FILE
002730     END-IF.
002740     IF WS-ALRTPREF-STATUS NOT = '00'
002750         DISPLAY 'ALERT-MAINT: UNABLE TO OPEN ALRTPREF '
002760             '- STATUS ' WS-ALRTPREF-STATUS
002770         MOVE 'Y' TO WS-EOF-SWITCH
002780     END-IF.
002790
002800     OPEN INPUT CUSTOMER-MASTER-FILE.
002810     IF WS-CUSTMAST-STATUS NOT = '00'
002820         DISPLAY 'ALERT-MAINT: UNABLE TO OPEN CUSTMAST '
002830             '- STATUS ' WS-CUSTMAST-STATUS
002840         MOVE 'Y' TO WS-EOF-SWITCH
002850     END-IF.
002860
002870     OPEN OUTPUT ALERT-REGISTER-FILE.
002880     OPEN OUTPUT REJECT-REPORT-FILE.
002890
002900     MOVE WS-RUN-DATE TO RH-RUN-DATE.
002910     WRITE ALERT-REGISTER-RECORD FROM WS-REGISTER-HEADING-1.
002920     WRITE ALERT-REGISTER-RECORD FROM WS-REGISTER-HEADING-2.
002930     WRITE ALERT-REGISTER-RECORD FROM WS-BLANK-LINE.
002940
002950     IF NOT ALERT-MAINT-TXN-EOF
002960         PERFORM 8000-READ-MAINT-TXN THRU 8000-EXIT
002970     END-IF.
002980 1000-EXIT.
002990     EXIT.
003000
003010*-----------------------------------------------------------------
003020* 2000-PROCESS-MAINTENANCE - APPLY ONE MAINTENANCE TRANSACTION
003030* ACCORDING TO ITS FUNCTION CODE, THEN ADVANCE TO THE NEXT.
003040*-----------------------------------------------------------------
003050 2000-PROCESS-MAINTENANCE.
003060     IF AC-ACCOUNT-NUMBER = SPACES
003070         MOVE 'ACCOUNT NUMBER MISSING' TO RJ-REASON
003080         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
003090         GO TO 2000-ADVANCE
003100     END-IF.
003110
003120     IF AC-ADD
003130         PERFORM 3000-APPLY-ADD THRU 3000-EXIT
003140     ELSE
003150         IF AC-CHANGE
003160             PERFORM 4000-APPLY-CHANGE THRU 4000-EXIT
003170         ELSE
003180             IF AC-CANCEL
003190                 PERFORM 5000-APPLY-CANCEL THRU 5000-EXIT
003200             ELSE
003210                 MOVE 'INVALID FUNCTION CODE' TO RJ-REASON
003220                 PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
003230             END-IF
003240         END-IF
003250     END-IF.
003260
003270 2000-ADVANCE.
003280     PERFORM 8000-READ-MAINT-TXN THRU 8000-EXIT.
003290 2000-EXIT.
003300     EXIT.
003310
003320*-----------------------------------------------------------------
003330* 2100-READ-PREFERENCE - LOOK THE CARD'S ACCOUNT UP ON THE ALERT
003340* SETTINGS FILE, SETTING THE FOUND SWITCH FOR THE CALLER.  A
003350* CANCELLED RECORD IS STILL FOUND - THE CALLER TESTS ITS STATUS.
003360*-----------------------------------------------------------------
003370 2100-READ-PREFERENCE.
003380     MOVE 'N' TO WS-PREFERENCE-SWITCH.
003390     MOVE AC-ACCOUNT-NUMBER TO AP-ACCOUNT-NUMBER.
003400
003410     READ ALERT-PREFERENCE-FILE
003420         INVALID KEY
003430             MOVE 'N' TO WS-PREFERENCE-SWITCH
003440         NOT INVALID KEY
003450             SET PREFERENCE-RECORD-FOUND TO TRUE
003460     END-READ.
003470 2100-EXIT.
003480     EXIT.
003490
003500*-----------------------------------------------------------------
003510* 2200-CHECK-ACCOUNT - LOOK THE CARD'S ACCOUNT UP ON THE
003520* CUSTOMER MASTER, SETTING THE FOUND SWITCH FOR THE CALLER.
003530*-----------------------------------------------------------------
003540 2200-CHECK-ACCOUNT.
003550     MOVE 'N' TO WS-MASTER-SWITCH.
003560     MOVE AC-ACCOUNT-NUMBER TO CM-ACCOUNT-NUMBER.
003570
003580     READ CUSTOMER-MASTER-FILE
003590         INVALID KEY
003600             MOVE 'N' TO WS-MASTER-SWITCH
003610         NOT INVALID KEY
003620             SET MASTER-RECORD-FOUND TO TRUE
003630     END-READ.
003640 2200-EXIT.
003650     EXIT.
003660
003670*-----------------------------------------------------------------
003680* 2300-VALIDATE-CARD-FIELDS - EDIT EVERY SETTINGS FIELD THE CARD
003690* SUPPLIES: THE CHANNEL MUST BE 'S' OR 'P', EACH ALERT SWITCH
003700* 'Y' OR 'N', AND EACH LIMIT NUMERIC.  A FIELD LEFT BLANK IS NOT
003710* EDITED.
003720*-----------------------------------------------------------------
003730 2300-VALIDATE-CARD-FIELDS.
003740     MOVE 'N' TO WS-EDIT-SWITCH.
003750
003760     IF AC-CHANNEL NOT = SPACE
003770             AND AC-CHANNEL NOT = 'S'
003780             AND AC-CHANNEL NOT = 'P'
003790         MOVE 'CHANNEL NOT S OR P' TO RJ-REASON
003800         GO TO 2300-EXIT
003810     END-IF.
003820
003830     IF (AC-LOW-BALANCE-SWITCH NOT = SPACE
003840             AND AC-LOW-BALANCE-SWITCH NOT = 'Y'
003850             AND AC-LOW-BALANCE-SWITCH NOT = 'N')
003860         OR (AC-LARGE-DEBIT-SWITCH NOT = SPACE
003870             AND AC-LARGE-DEBIT-SWITCH NOT = 'Y'
003880             AND AC-LARGE-DEBIT-SWITCH NOT = 'N')
003890         OR (AC-HELD-DEBIT-SWITCH NOT = SPACE
003900             AND AC-HELD-DEBIT-SWITCH NOT = 'Y'
003910             AND AC-HELD-DEBIT-SWITCH NOT = 'N')
003920         OR (AC-STOPPED-ITEM-SWITCH NOT = SPACE
003930             AND AC-STOPPED-ITEM-SWITCH NOT = 'Y'
003940             AND AC-STOPPED-ITEM-SWITCH NOT = 'N')
003950         OR (AC-DEPOSIT-SWITCH NOT = SPACE
003960             AND AC-DEPOSIT-SWITCH NOT = 'Y'
003970             AND AC-DEPOSIT-SWITCH NOT = 'N')
003980         MOVE 'ALERT SWITCH NOT Y OR N' TO RJ-REASON
003990         GO TO 2300-EXIT
004000     END-IF.
004010
004020     IF AC-LOW-BALANCE-LIMIT-X NOT = SPACES
004030             AND AC-LOW-BALANCE-LIMIT IS NOT NUMERIC
004040         MOVE 'LOW BALANCE LIMIT NOT NUMERIC' TO RJ-REASON
004050         GO TO 2300-EXIT
004060     END-IF.
004070
004080     IF AC-LARGE-DEBIT-LIMIT-X NOT = SPACES
004090             AND AC-LARGE-DEBIT-LIMIT IS NOT NUMERIC
004100         MOVE 'LARGE DEBIT LIMIT NOT NUMERIC' TO RJ-REASON
004110         GO TO 2300-EXIT
004120     END-IF.
004130
004140     SET CARD-FIELDS-VALID TO TRUE.
004150 2300-EXIT.
004160     EXIT.
004170
004180*-----------------------------------------------------------------
004190* 2400-COUNT-ALERTS-CHOSEN - COUNT THE ALERTS THAT WILL STAND
004200* SWITCHED 'Y' ONCE THE CARD IS APPLIED.  ON A CHANGE A BLANK
004210* SWITCH ON THE CARD KEEPS THE SETTING ON FILE; ON AN ADD IT
004220* MEANS 'N'.
004230*-----------------------------------------------------------------
004240 2400-COUNT-ALERTS-CHOSEN.
004250     MOVE ZERO TO WS-ALERTS-CHOSEN.
004260
004270     MOVE AC-LOW-BALANCE-SWITCH TO WS-RESULT-SWITCH.
004280     IF WS-RESULT-SWITCH = SPACE AND AC-CHANGE
004290         MOVE AP-LOW-BALANCE-SWITCH TO WS-RESULT-SWITCH
004300     END-IF.
004310     IF WS-RESULT-SWITCH = 'Y'
004320         ADD 1 TO WS-ALERTS-CHOSEN
004330     END-IF.
004340
004350     MOVE AC-LARGE-DEBIT-SWITCH TO WS-RESULT-SWITCH.
004360     IF WS-RESULT-SWITCH = SPACE AND AC-CHANGE
004370         MOVE AP-LARGE-DEBIT-SWITCH TO WS-RESULT-SWITCH
004380     END-IF.
004390     IF WS-RESULT-SWITCH = 'Y'
004400         ADD 1 TO WS-ALERTS-CHOSEN
004410     END-IF.
004420
004430     MOVE AC-HELD-DEBIT-SWITCH TO WS-RESULT-SWITCH.
004440     IF WS-RESULT-SWITCH = SPACE AND AC-CHANGE
004450         MOVE AP-HELD-DEBIT-SWITCH TO WS-RESULT-SWITCH
004460     END-IF.
004470     IF WS-RESULT-SWITCH = 'Y'
004480         ADD 1 TO WS-ALERTS-CHOSEN
004490     END-IF.
004500
004510     MOVE AC-STOPPED-ITEM-SWITCH TO WS-RESULT-SWITCH.
004520     IF WS-RESULT-SWITCH = SPACE AND AC-CHANGE
004530         MOVE AP-STOPPED-ITEM-SWITCH TO WS-RESULT-SWITCH
004540     END-IF.
004550     IF WS-RESULT-SWITCH = 'Y'
004560         ADD 1 TO WS-ALERTS-CHOSEN
004570     END-IF.
004580
004590     MOVE AC-DEPOSIT-SWITCH TO WS-RESULT-SWITCH.
004600     IF WS-RESULT-SWITCH = SPACE AND AC-CHANGE
004610         MOVE AP-DEPOSIT-SWITCH TO WS-RESULT-SWITCH
004620     END-IF.
004630     IF WS-RESULT-SWITCH = 'Y'
004640         ADD 1 TO WS-ALERTS-CHOSEN
004650     END-IF.
004660 2400-EXIT.
004670     EXIT.
004680
004690*-----------------------------------------------------------------
004700* 3000-APPLY-ADD - SET UP ALERTS FOR AN ACCOUNT.  THE ACCOUNT
004710* MUST BE ON THE CUSTOMER MASTER AND NOT CLOSED OR ESCHEATED,
004720* THE CHANNEL AND DESTINATION ARE REQUIRED, AT LEAST ONE ALERT
004730* MUST BE CHOSEN AND A CHOSEN LOW BALANCE OR LARGE DEBIT ALERT
004740* MUST CARRY ITS LIMIT.  SETTINGS CANCELLED EARLIER ARE REOPENED
004750* WITH THE CARD'S CHOICES; LIVE ONES ARE CHANGED, NOT ADDED.
004760*-----------------------------------------------------------------
004770 3000-APPLY-ADD.
004780     PERFORM 2300-VALIDATE-CARD-FIELDS THRU 2300-EXIT.
004790     IF NOT CARD-FIELDS-VALID
004800         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
004810         GO TO 3000-EXIT
004820     END-IF.
004830
004840     IF AC-CHANNEL = SPACE
004850             OR AC-DESTINATION = SPACES
004860         MOVE 'CHANNEL AND DESTINATION REQUIRED' TO RJ-REASON
004870         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
004880         GO TO 3000-EXIT
004890     END-IF.
004900
004910     PERFORM 2400-COUNT-ALERTS-CHOSEN THRU 2400-EXIT.
004920     IF WS-ALERTS-CHOSEN = ZERO
004930         MOVE 'NO ALERT CHOSEN' TO RJ-REASON
004940         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
004950         GO TO 3000-EXIT
004960     END-IF.
004970
004980     IF AC-LOW-BALANCE-SWITCH = 'Y'
004990             AND AC-LOW-BALANCE-LIMIT-X = SPACES
005000         MOVE 'LOW BALANCE LIMIT REQUIRED' TO RJ-REASON
005010         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
005020         GO TO 3000-EXIT
005030     END-IF.
005040
005050     IF AC-LARGE-DEBIT-SWITCH = 'Y'
005060             AND AC-LARGE-DEBIT-LIMIT-X = SPACES
005070         MOVE 'LARGE DEBIT LIMIT REQUIRED' TO RJ-REASON
005080         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
005090         GO TO 3000-EXIT
005100     END-IF.
005110
005120     PERFORM 2200-CHECK-ACCOUNT THRU 2200-EXIT.
005130     IF NOT MASTER-RECORD-FOUND
005140         MOVE 'ACCOUNT NOT ON CUSTOMER MASTER' TO RJ-REASON
005150         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
005160         GO TO 3000-EXIT
005170     END-IF.
005180
005190     IF CM-STATUS-CLOSED OR CM-STATUS-ESCHEATED
005200         MOVE 'ACCOUNT IS CLOSED' TO RJ-REASON
005210         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
005220         GO TO 3000-EXIT
005230     END-IF.
005240
005250     PERFORM 2100-READ-PREFERENCE THRU 2100-EXIT.
005260     IF PREFERENCE-RECORD-FOUND
005270             AND NOT AP-STATUS-CANCELLED
005280         MOVE 'ALERTS ALREADY SET UP - USE CHANGE' TO RJ-REASON
005290         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
005300         GO TO 3000-EXIT
005310     END-IF.
005320
005330     IF PREFERENCE-RECORD-FOUND
005340         MOVE 'REOP BEF' TO RG-CAPTION
005350         PERFORM 6000-WRITE-REGISTER THRU 6000-EXIT
005360     ELSE
005370         MOVE AC-ACCOUNT-NUMBER TO AP-ACCOUNT-NUMBER
005380         MOVE WS-RUN-DATE       TO AP-SET-UP-DATE
005390     END-IF.
005400
005410     MOVE AC-CHANNEL        TO AP-CHANNEL.
005420     MOVE AC-DESTINATION    TO AP-DESTINATION.
005430     MOVE 'N' TO AP-LOW-BALANCE-SWITCH.
005440     MOVE 'N' TO AP-LARGE-DEBIT-SWITCH.
005450     MOVE 'N' TO AP-HELD-DEBIT-SWITCH.
005460     MOVE 'N' TO AP-STOPPED-ITEM-SWITCH.
005470     MOVE 'N' TO AP-DEPOSIT-SWITCH.
005480     MOVE ZERO TO AP-LOW-BALANCE-LIMIT.
005490     MOVE ZERO TO AP-LARGE-DEBIT-LIMIT.
005500     PERFORM 5500-APPLY-CARD-SETTINGS THRU 5500-EXIT.
005510     MOVE 'A'               TO AP-PREFERENCE-STATUS.
005520     MOVE WS-RUN-DATE       TO AP-LAST-MAINT-DATE.
005530
005540     IF PREFERENCE-RECORD-FOUND
005550         REWRITE ALERT-PREFERENCE-RECORD
005560             INVALID KEY
005570                 MOVE 'ALERT SETTINGS REWRITE FAILED'
005580                     TO RJ-REASON
005590                 PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
005600                 GO TO 3000-EXIT
005610         END-REWRITE
005620         ADD 1 TO WS-REOPENS-APPLIED
005630         MOVE 'REOP AFT' TO RG-CAPTION
005640     ELSE
005650         WRITE ALERT-PREFERENCE-RECORD
005660             INVALID KEY
005670                 MOVE 'ALERT SETTINGS WRITE FAILED' TO RJ-REASON
005680                 PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
005690                 GO TO 3000-EXIT
005700         END-WRITE
005710         ADD 1 TO WS-ADDS-APPLIED
005720         MOVE 'ADD     ' TO RG-CAPTION
005730     END-IF.
005740
005750     PERFORM 6000-WRITE-REGISTER THRU 6000-EXIT.
005760 3000-EXIT.
005770     EXIT.
005780
005790*-----------------------------------------------------------------
005800* 4000-APPLY-CHANGE - CHANGE LIVE ALERT SETTINGS.  A BLANK FIELD
005810* ON THE CARD LEAVES THE SETTING ON FILE AS IT STANDS.  THE
005820* CHANGE MUST LEAVE AT LEAST ONE ALERT SWITCHED ON.
005830*-----------------------------------------------------------------
005840 4000-APPLY-CHANGE.
005850     PERFORM 2300-VALIDATE-CARD-FIELDS THRU 2300-EXIT.
005860     IF NOT CARD-FIELDS-VALID
005870         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
005880         GO TO 4000-EXIT
005890     END-IF.
005900
005910     PERFORM 2100-READ-PREFERENCE THRU 2100-EXIT.
005920     IF NOT PREFERENCE-RECORD-FOUND
005930         MOVE 'NO ALERT SETTINGS ON FILE' TO RJ-REASON
005940         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
005950         GO TO 4000-EXIT
005960     END-IF.
005970
005980     IF AP-STATUS-CANCELLED
005990         MOVE 'ALERT SETTINGS ARE CANCELLED' TO RJ-REASON
006000         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
006010         GO TO 4000-EXIT
006020     END-IF.
006030
006040     PERFORM 2400-COUNT-ALERTS-CHOSEN THRU 2400-EXIT.
006050     IF WS-ALERTS-CHOSEN = ZERO
006060         MOVE 'NO ALERT LEFT ON - USE CANCEL' TO RJ-REASON
006070         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
006080         GO TO 4000-EXIT
006090     END-IF.
006100
006110     MOVE 'CHG BEF ' TO RG-CAPTION.
006120     PERFORM 6000-WRITE-REGISTER THRU 6000-EXIT.
006130
006140     IF AC-CHANNEL NOT = SPACE
006150         MOVE AC-CHANNEL TO AP-CHANNEL
006160     END-IF.
006170     IF AC-DESTINATION NOT = SPACES
006180         MOVE AC-DESTINATION TO AP-DESTINATION
006190     END-IF.
006200     PERFORM 5500-APPLY-CARD-SETTINGS THRU 5500-EXIT.
006210     MOVE WS-RUN-DATE TO AP-LAST-MAINT-DATE.
006220
006230     REWRITE ALERT-PREFERENCE-RECORD
006240         INVALID KEY
006250             MOVE 'ALERT SETTINGS REWRITE FAILED' TO RJ-REASON
006260             PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
006270             GO TO 4000-EXIT
006280     END-REWRITE.
006290
006300     ADD 1 TO WS-CHANGES-APPLIED.
006310     MOVE 'CHG AFT ' TO RG-CAPTION.
006320     PERFORM 6000-WRITE-REGISTER THRU 6000-EXIT.
006330 4000-EXIT.
006340     EXIT.
006350
006360*-----------------------------------------------------------------
006370* 5000-APPLY-CANCEL - STOP ALL ALERTS FOR THE ACCOUNT.  THE
006380* RECORD IS KEPT AND STAMPED CANCELLED, NOT DELETED, SO THE
006390* BRANCH CAN SEE WHAT THE CUSTOMER HAD AND WHEN IT WAS STOPPED.
006400*-----------------------------------------------------------------
006410 5000-APPLY-CANCEL.
006420     PERFORM 2100-READ-PREFERENCE THRU 2100-EXIT.
006430     IF NOT PREFERENCE-RECORD-FOUND
006440         MOVE 'NO ALERT SETTINGS ON FILE' TO RJ-REASON
006450         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
006460         GO TO 5000-EXIT
006470     END-IF.
006480
006490     IF AP-STATUS-CANCELLED
006500         MOVE 'ALERT SETTINGS ALREADY CANCELLED' TO RJ-REASON
006510         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
006520         GO TO 5000-EXIT
006530     END-IF.
006540
006550     MOVE 'X' TO AP-PREFERENCE-STATUS.
006560     MOVE WS-RUN-DATE TO AP-LAST-MAINT-DATE.
006570
006580     REWRITE ALERT-PREFERENCE-RECORD
006590         INVALID KEY
006600             MOVE 'ALERT SETTINGS REWRITE FAILED' TO RJ-REASON
006610             PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
006620             GO TO 5000-EXIT
006630     END-REWRITE.
006640
006650     ADD 1 TO WS-CANCELS-APPLIED.
006660     MOVE 'CANCEL  ' TO RG-CAPTION.
006670     PERFORM 6000-WRITE-REGISTER THRU 6000-EXIT.
006680 5000-EXIT.
006690     EXIT.
006700
006710*-----------------------------------------------------------------
006720* 5500-APPLY-CARD-SETTINGS - CARRY THE ALERT SWITCHES AND LIMITS
006730* THE CARD SUPPLIES ONTO THE SETTINGS RECORD.  A BLANK SWITCH OR
006740* LIMIT LEAVES THE RECORD'S VALUE AS IT STANDS.
006750*-----------------------------------------------------------------
006760 5500-APPLY-CARD-SETTINGS.
006770     IF AC-LOW-BALANCE-SWITCH NOT = SPACE
006780         MOVE AC-LOW-BALANCE-SWITCH TO AP-LOW-BALANCE-SWITCH
006790     END-IF.
006800     IF AC-LOW-BALANCE-LIMIT-X NOT = SPACES
006810         MOVE AC-LOW-BALANCE-LIMIT TO AP-LOW-BALANCE-LIMIT
006820     END-IF.
006830     IF AC-LARGE-DEBIT-SWITCH NOT = SPACE
006840         MOVE AC-LARGE-DEBIT-SWITCH TO AP-LARGE-DEBIT-SWITCH
006850     END-IF.
006860     IF AC-LARGE-DEBIT-LIMIT-X NOT = SPACES
006870         MOVE AC-LARGE-DEBIT-LIMIT TO AP-LARGE-DEBIT-LIMIT
006880     END-IF.
006890     IF AC-HELD-DEBIT-SWITCH NOT = SPACE
006900         MOVE AC-HELD-DEBIT-SWITCH TO AP-HELD-DEBIT-SWITCH
006910     END-IF.
006920     IF AC-STOPPED-ITEM-SWITCH NOT = SPACE
006930         MOVE AC-STOPPED-ITEM-SWITCH TO AP-STOPPED-ITEM-SWITCH
006940     END-IF.
006950     IF AC-DEPOSIT-SWITCH NOT = SPACE
006960         MOVE AC-DEPOSIT-SWITCH TO AP-DEPOSIT-SWITCH
006970     END-IF.
006980 5500-EXIT.
006990     EXIT.
007000
007010*-----------------------------------------------------------------
007020* 6000-WRITE-REGISTER - PRINT THE SETTINGS RECORD AREA ON THE
007030* MAINTENANCE REGISTER AS TWO LINES, UNDER THE CAPTION THE
007040* CALLER HAS ALREADY SET.
007050*-----------------------------------------------------------------
007060 6000-WRITE-REGISTER.
007070     MOVE AP-ACCOUNT-NUMBER TO RG-ACCOUNT-NUMBER.
007080     IF AP-CHANNEL-SMS
007090         MOVE 'SMS ' TO RG-CHANNEL
007100     ELSE
007110         MOVE 'PUSH' TO RG-CHANNEL
007120     END-IF.
007130     MOVE AP-DESTINATION       TO RG-DESTINATION.
007140     MOVE AP-PREFERENCE-STATUS TO RG-PREFERENCE-STATUS.
007150     MOVE AP-LAST-MAINT-DATE   TO RG-LAST-MAINT-DATE.
007160     WRITE ALERT-REGISTER-RECORD FROM WS-REGISTER-LINE.
007170
007180     MOVE AP-LOW-BALANCE-SWITCH  TO RA-LOW-BALANCE-SWITCH.
007190     MOVE AP-LOW-BALANCE-LIMIT   TO RA-LOW-BALANCE-LIMIT.
007200     MOVE AP-LARGE-DEBIT-SWITCH  TO RA-LARGE-DEBIT-SWITCH.
007210     MOVE AP-LARGE-DEBIT-LIMIT   TO RA-LARGE-DEBIT-LIMIT.
007220     MOVE AP-HELD-DEBIT-SWITCH   TO RA-HELD-DEBIT-SWITCH.
007230     MOVE AP-STOPPED-ITEM-SWITCH TO RA-STOPPED-ITEM-SWITCH.
007240     MOVE AP-DEPOSIT-SWITCH      TO RA-DEPOSIT-SWITCH.
007250     WRITE ALERT-REGISTER-RECORD FROM WS-REGISTER-ALERT-LINE.
007260 6000-EXIT.
007270     EXIT.
007280
007290*-----------------------------------------------------------------
007300* 7000-WRITE-REJECT - LOG A MAINTENANCE TRANSACTION THAT FAILED
007310* ITS EDITS TO THE REJECT REPORT, WITH THE REASON THE CALLER HAS
007320* ALREADY SET.
007330*-----------------------------------------------------------------
007340 7000-WRITE-REJECT.
007350     MOVE AC-FUNCTION-CODE  TO RJ-FUNCTION-CODE.
007360     MOVE AC-ACCOUNT-NUMBER TO RJ-ACCOUNT-NUMBER.
007370
007380     WRITE REJECT-REPORT-RECORD FROM WS-REJECT-LINE.
007390
007400     ADD 1 TO WS-REJECT-COUNT.
007410 7000-EXIT.
007420     EXIT.
007430
007440*-----------------------------------------------------------------
007450* 8000-READ-MAINT-TXN - READ THE NEXT MAINTENANCE TRANSACTION,
007460* SETTING THE END-OF-FILE SWITCH WHEN EXHAUSTED.
007470*-----------------------------------------------------------------
007480 8000-READ-MAINT-TXN.
007490     READ ALERT-MAINT-TXN-FILE
007500         AT END
007510             SET ALERT-MAINT-TXN-EOF TO TRUE
007520     END-READ.
007530 8000-EXIT.
007540     EXIT.
007550
007560*-----------------------------------------------------------------
007570* 9000-TERMINATE - PRINT THE MAINTENANCE CONTROL TOTALS ON THE
007580* REGISTER AND CLOSE EVERY FILE BEFORE STOP RUN.
007590*-----------------------------------------------------------------
007600 9000-TERMINATE.
007610     WRITE ALERT-REGISTER-RECORD FROM WS-BLANK-LINE.
007620
007630     MOVE 'ADDS APPLIED......: ' TO TO-CAPTION.
007640     MOVE WS-ADDS-APPLIED TO TO-COUNT.
007650     WRITE ALERT-REGISTER-RECORD FROM WS-TOTALS-LINE.
007660
007670     MOVE 'REOPENS APPLIED...: ' TO TO-CAPTION.
007680     MOVE WS-REOPENS-APPLIED TO TO-COUNT.
007690     WRITE ALERT-REGISTER-RECORD FROM WS-TOTALS-LINE.
007700
007710     MOVE 'CHANGES APPLIED...: ' TO TO-CAPTION.
007720     MOVE WS-CHANGES-APPLIED TO TO-COUNT.
007730     WRITE ALERT-REGISTER-RECORD FROM WS-TOTALS-LINE.
007740
007750     MOVE 'CANCELS APPLIED...: ' TO TO-CAPTION.
007760     MOVE WS-CANCELS-APPLIED TO TO-COUNT.
007770     WRITE ALERT-REGISTER-RECORD FROM WS-TOTALS-LINE.
007780
007790     MOVE 'REJECTS...........: ' TO TO-CAPTION.
007800     MOVE WS-REJECT-COUNT TO TO-COUNT.
007810     WRITE ALERT-REGISTER-RECORD FROM WS-TOTALS-LINE.
007820
007830     CLOSE ALERT-MAINT-TXN-FILE.
007840     CLOSE ALERT-PREFERENCE-FILE.
007850     CLOSE CUSTOMER-MASTER-FILE.
007860     CLOSE ALERT-REGISTER-FILE.
007870     CLOSE REJECT-REPORT-FILE.
007880 9000-EXIT.
007890     EXIT.
007900
007910*-----------------------------------------------------------------
007920* 9500-READ-BUSINESS-DATE - REPLACE THE SYSTEM-CLOCK RUN DATE WITH
007930* THE CYCLE'S BUSINESS DATE FROM THE BATCH DATE CONTROL FILE, SO A
007940* LATE OR RERUN CYCLE IS PROCESSED UNDER THE BUSINESS DATE IT
007950* BELONGS TO.  NO OPEN CYCLE MEANS THE SYSTEM DATE STANDS.
007960*-----------------------------------------------------------------
007970 9500-READ-BUSINESS-DATE.
007980     OPEN INPUT BATCH-DATE-FILE.
007990     IF WS-BATCHDTE-STATUS = '00'
008000         READ BATCH-DATE-FILE
008010             NOT AT END
008020                 IF BD-CYCLE-OPEN
008030                         AND BD-BUSINESS-DATE IS NUMERIC
008040                         AND BD-BUSINESS-DATE > ZERO
008050                     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
008060                 END-IF
008070         END-READ
008080         CLOSE BATCH-DATE-FILE
008090     END-IF.
008100 9500-EXIT.
008110     EXIT.
