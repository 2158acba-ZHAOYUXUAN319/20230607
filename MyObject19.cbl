000352*   2026-09-02  DO   AN ORDER ON AN ESCHEATED ('E') ACCOUNT IS
000354*                    NOW REFUSED AS WELL - A REMITTED, CLOSED-
000356*                    OUT ACCOUNT TAKES NO NEW STANDING ORDERS.
000357*   2026-10-12  DO   AN ORDER MAY NOW NAME AN INTERNAL
000358*                    BENEFICIARY ACCOUNT (NEW TRANSACTION FIELD
000359*                    AFTER THE DUE DATE) INSTEAD OF ONLY AN
000360*                    OUTSIDE COUNTERPARTY NAME.  THE BENEFICIARY
000361*                    MUST BE ON CUSTMAST, NOT ESCHEATED AND NOT
000362*                    THE ORDER'S OWN ACCOUNT.  ON A CHANGE,
000363*                    SPACES KEEP THE BENEFICIARY AND 'NONE'
000364*                    REMOVES IT.  THE REGISTER SHOWS IT.
000365*   2026-10-12  DO   AN ORDER NOW CARRIES A ROLL RULE (NEW
000366*                    TRANSACTION FIELD AFTER THE BENEFICIARY) FOR
000367*                    A DUE DATE ON A NON-BUSINESS DAY - F
000368*                    FOLLOWING, P PRECEDING, M MODIFIED
000369*                    FOLLOWING.  AN ADD WITH NONE TAKES F; A
000370*                    CHANGE WITH NONE KEEPS THE ORDER'S RULE.
000371*                    THE REGISTER SHOWS IT.
000372*   2026-10-13  DO   A CLOSED ('C') ACCOUNT CAN NEITHER TAKE A
000373*                    NEW OR CHANGED ORDER NOR BE AN ORDER'S
000374*                    BENEFICIARY, THE SAME AS AN ESCHEATED ONE.
000375*   2026-10-14  DO   MAKER-CHECKER.  THE CARD NOW CARRIES THE
000376*                    SUBMITTING USER ID (COLS 75-82).  AN ADD OF
000377*                    A LARGE ORDER, OR A CHANGE RAISING AN ORDER
000378*                    TO A LARGE AMOUNT (MKCKCTL COLS 5-13,
000379*                    DEFAULT 5000.00), PASSES ITS EDITS AND IS
000380*                    THEN HELD ON THE PENDING-CHANGE FILE
000381*                    (PENDCHG) UNDER ITS MAKER.  A LATER RUN
000382*                    APPLIES IT FROM A 'P' CARD (COLS 12-23 THE
000383*                    PENDING REFERENCE, COLS 75-82 THE CHECKER,
000384*                    WHO MAY NOT BE THE MAKER), RE-EDITING IT IN
000385*                    FULL, OR DROPS IT FROM A 'D' CARD.  AN ITEM
000386*                    NOT APPROVED WITHIN THE MKCKCTL EXPIRY DAYS
000387*                    (DEFAULT 10) EXPIRES.  EVERY APPLIED
000388*                    FUNCTION NOW PRINTS ITS MAKER, CHECKER AND
000389*                    APPROVAL DATE ON THE REGISTER.
000390*   2026-10-15  DO   A TERM DEPOSIT ('TD') ACCOUNT MAY NOT TAKE A
000391*                    NEW OR CHANGED ORDER - ITS BALANCE IS LOCKED
000392*                    UNTIL THE MATURITY RUN PAYS IT OUT.
000393* ---------------------------------------------------------------
000394 IDENTIFICATION DIVISION.
000395 PROGRAM-ID.                  STANDING-ORDER-MAINT.
000396 AUTHOR.                      D. OKAFOR.
000400 INSTALLATION.                RETAIL BANKING DIVISION.
000410 DATE-WRITTEN.                2026-09-02.
000420 DATE-COMPILED.
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-SOMTREJ-STATUS.
000750
000760     SELECT PENDING-CHANGE-FILE
000761         ASSIGN TO 'PENDCHG'
000762         ORGANIZATION IS INDEXED
000763         ACCESS MODE IS DYNAMIC
000764         RECORD KEY IS PC-PENDING-KEY
000765         FILE STATUS IS WS-PENDCHG-STATUS.
000766
000767     SELECT MAKER-CHECKER-CONTROL-FILE
000768         ASSIGN TO 'MKCKCTL'
000769         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-MKCKCTL-STATUS.
000771
000772     SELECT BATCH-DATE-FILE
000780         ASSIGN TO 'BATCHDTE'
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-BATCHDTE-STATUS.
000870         88  OM-ADD                          VALUE 'A'.
000880         88  OM-CHANGE                       VALUE 'C'.
000890         88  OM-CANCEL                       VALUE 'X'.
000893         88  OM-APPROVE                      VALUE 'P'.
000896         88  OM-DECLINE                      VALUE 'D'.
000900     05  OM-ACCOUNT-NUMBER         PIC X(10).
000910     05  OM-ORDER-NUMBER           PIC 9(04).
000920     05  OM-COUNTERPARTY           PIC X(30).
000930     05  OM-ORDER-AMOUNT           PIC 9(7)V99.
000940     05  OM-FREQUENCY              PIC X(01).
000950     05  OM-NEXT-DUE-DATE          PIC 9(08).
000953     05  OM-BENEFICIARY-ACCOUNT    PIC X(10).
000956         88  OM-BENEFICIARY-REMOVE           VALUE 'NONE'.
000957     05  OM-ROLL-RULE              PIC X(01).
000958         88  OM-ROLL-RULE-VALID              VALUE 'F' 'P' 'M'
000959                                                   SPACE.
000960     05  OM-USER-ID                PIC X(08).
000961*    AN APPROVE ('P') OR DECLINE ('D') CARD NAMES THE PENDING
000962*    CHANGE BY ITS REFERENCE; THE USER ID IS THE CHECKER'S.
000963 01  ORDER-APPROVAL-RECORD.
000964     05  MA-FUNCTION-CODE          PIC X(01).
000965     05  MA-ACCOUNT-NUMBER         PIC X(10).
000966     05  MA-PENDING-KEY.
000967         10  MA-SUBMIT-DATE        PIC 9(08).
000968         10  MA-PENDING-SEQUENCE   PIC 9(04).
000969     05  FILLER                    PIC X(51).
000970     05  MA-USER-ID                PIC X(08).
000971
000972 FD  STANDING-ORDER-FILE
000980     LABEL RECORDS ARE STANDARD.
000990     COPY STORDREC.
001000
001100     LABEL RECORDS ARE STANDARD.
001110 01  REJECT-REPORT-RECORD          PIC X(80).
001120
001121 FD  PENDING-CHANGE-FILE
001122     LABEL RECORDS ARE STANDARD.
001123     COPY PENDCHG.
001124
001125 FD  MAKER-CHECKER-CONTROL-FILE
001126     LABEL RECORDS ARE STANDARD.
001127 01  MAKER-CHECKER-CONTROL-RECORD.
001128     05  MK-EXPIRY-DAYS            PIC 9(03).
001129     05  FILLER                    PIC X(01).
001130     05  MK-LARGE-ORDER-AMOUNT     PIC 9(07)V99.
001131
001132 FD  BATCH-DATE-FILE
001140     LABEL RECORDS ARE STANDARD.
001150     COPY BATCHDTE.
001160
001250     05  WS-SOMTREG-STATUS         PIC X(02) VALUE '00'.
001260     05  WS-SOMTREJ-STATUS         PIC X(02) VALUE '00'.
001270     05  WS-BATCHDTE-STATUS        PIC X(02) VALUE '00'.
001273     05  WS-PENDCHG-STATUS         PIC X(02) VALUE '00'.
001276     05  WS-MKCKCTL-STATUS         PIC X(02) VALUE '00'.
001280
001290 01  WS-SWITCHES.
001300     05  WS-EOF-SWITCH             PIC X(01) VALUE 'N'.
001370         88  ACCOUNT-ACCEPTABLE              VALUE 'Y'.
001380     05  WS-DATE-SWITCH            PIC X(01) VALUE 'N'.
001390         88  DUE-DATE-VALID                  VALUE 'Y'.
001393     05  WS-BENEFICIARY-SWITCH     PIC X(01) VALUE 'N'.
001396         88  BENEFICIARY-ACCEPTABLE          VALUE 'Y'.
001397     05  WS-PENDING-EOF-SWITCH     PIC X(01) VALUE 'N'.
001398         88  PENDING-CHANGE-EOF              VALUE 'Y'.
001399     05  WS-PENDING-FOUND-SWITCH   PIC X(01) VALUE 'N'.
001400         88  PENDING-CHANGE-OPEN             VALUE 'Y'.
001401     05  WS-APPROVAL-SWITCH        PIC X(01) VALUE 'N'.
001402         88  APPLYING-APPROVED-CHANGE        VALUE 'Y'.
001403
001410*----------------------------------------------------------------
001420* RUN DATE, CAPTURED ONCE AT STARTUP
001430*----------------------------------------------------------------
001500 01  WS-CHANGES-APPLIED            PIC 9(05) VALUE ZERO.
001510 01  WS-CANCELS-APPLIED            PIC 9(05) VALUE ZERO.
001520 01  WS-REJECT-COUNT               PIC 9(05) VALUE ZERO.
001521 01  WS-CHANGES-HELD               PIC 9(05) VALUE ZERO.
001522 01  WS-APPROVALS-APPLIED          PIC 9(05) VALUE ZERO.
001523 01  WS-APPROVALS-FAILED           PIC 9(05) VALUE ZERO.
001524 01  WS-CHANGES-DECLINED           PIC 9(05) VALUE ZERO.
001525 01  WS-CHANGES-EXPIRED            PIC 9(05) VALUE ZERO.
001526
001527*----------------------------------------------------------------
001528* MAKER-CHECKER WORK AREAS.  AN ORDER IS HELD WHEN ANY CATEGORY
001529* BYTE IS SET; THE BYTES ARE CARRIED TO PC-CATEGORY-CODES.  A
001530* PENDING ITEM OLDER THAN THE EXPIRY DAYS (CALENDAR DAYS FROM
001531* THE DATE IT WAS HELD) EXPIRES UNAPPROVED.
001532*----------------------------------------------------------------
001533 01  WS-EXPIRY-DAYS                PIC 9(03) VALUE 010.
001534 01  WS-LARGE-ORDER-AMOUNT         PIC 9(07)V99 VALUE 5000.00.
001535 01  WS-CATEGORY-CODES.
001536     05  WS-CATEGORY-OVERDRAFT     PIC X(01).
001537     05  WS-CATEGORY-NAME          PIC X(01).
001538     05  WS-CATEGORY-BRANCH        PIC X(01).
001539     05  WS-CATEGORY-LARGE-ORDER   PIC X(01).
001540 01  WS-NEXT-PENDING-SEQUENCE      PIC 9(04) VALUE ZERO.
001541 01  WS-CHECKER-ID                 PIC X(08) VALUE SPACES.
001542 01  WS-REJECTS-BEFORE             PIC 9(05) VALUE ZERO.
001543 01  WS-PENDING-REFERENCE.
001544     05  WS-REFERENCE-DATE         PIC 9(08).
001545     05  FILLER                    PIC X(01) VALUE '-'.
001546     05  WS-REFERENCE-SEQUENCE     PIC 9(04).
001547
001548*----------------------------------------------------------------
001549* DATE SERIAL WORK FIELDS, FOR AGEING A PENDING CHANGE
001550*----------------------------------------------------------------
001551 01  WS-CONVERT-DATE.
001552     05  WS-CONVERT-YEAR           PIC 9(04).
001553     05  WS-CONVERT-MONTH          PIC 9(02).
001554     05  WS-CONVERT-DAY            PIC 9(02).
001555 01  WS-SERIAL-YEAR                PIC 9(05) COMP VALUE ZERO.
001556 01  WS-SERIAL-MONTH               PIC 9(03) COMP VALUE ZERO.
001557 01  WS-SERIAL-WORK                PIC 9(07) COMP VALUE ZERO.
001558 01  WS-SERIAL-TERM                PIC 9(07) COMP VALUE ZERO.
001559 01  WS-SERIAL-RESULT              PIC 9(07) COMP VALUE ZERO.
001560 01  WS-RUN-SERIAL                 PIC 9(07) COMP VALUE ZERO.
001561 01  WS-PENDING-AGE                PIC S9(07) COMP VALUE ZERO.
001562
001563*----------------------------------------------------------------
001564* DUE DATE VALIDATION WORK FIELDS, THE SAME EDIT THE CAPTURE
001565* FRONT END APPLIES TO A TRANSACTION DATE.
001570*----------------------------------------------------------------
001580 01  WS-EDIT-DATE.
001590     05  WS-EDIT-YEAR              PIC 9(04).
001970     05  RG-FREQUENCY              PIC X(01).
001980     05  FILLER                    PIC X(01) VALUE SPACES.
001990     05  RG-NEXT-DUE-DATE          PIC 9(08).
001993     05  FILLER                    PIC X(01) VALUE SPACES.
001996     05  RG-BENEFICIARY-ACCOUNT    PIC X(10).
002000     05  FILLER                    PIC X(01) VALUE SPACES.
002003     05  RG-ROLL-RULE              PIC X(01).
002006     05  FILLER                    PIC X(01) VALUE SPACES.
002007
002008*    PRINTED UNDER EVERY APPLIED FUNCTION.  A CHANGE THAT WAS
002009*    NEVER HELD SHOWS ITS MAKER ONLY.
002010 01  WS-APPROVAL-LINE.
002011     05  FILLER                    PIC X(08) VALUE SPACES.
002012     05  FILLER                    PIC X(06) VALUE 'MAKER '.
002013     05  AP-MAKER-ID               PIC X(08).
002014     05  FILLER                    PIC X(02) VALUE SPACES.
002015     05  FILLER                    PIC X(08) VALUE 'CHECKER '.
002016     05  AP-CHECKER-ID             PIC X(08).
002017     05  FILLER                    PIC X(02) VALUE SPACES.
002018     05  FILLER                    PIC X(09) VALUE 'APPROVED '.
002019     05  AP-APPROVAL-DATE          PIC X(08).
002020     05  FILLER                    PIC X(02) VALUE SPACES.
002021     05  FILLER                    PIC X(04) VALUE 'REF '.
002022     05  AP-PENDING-REFERENCE      PIC X(13).
002023     05  FILLER                    PIC X(02) VALUE SPACES.
002024
002025*    AN ORDER HELD, EXPIRED, DECLINED OR FAILED ON APPROVAL.
002026 01  WS-PENDING-LINE.
002027     05  PL-CAPTION                PIC X(08).
002028     05  PL-ACCOUNT-NUMBER         PIC X(10).
002029     05  FILLER                    PIC X(01) VALUE SPACES.
002030     05  PL-ORDER-NUMBER           PIC 9(04).
002031     05  FILLER                    PIC X(01) VALUE SPACES.
002032     05  FILLER                    PIC X(04) VALUE 'REF '.
002033     05  PL-PENDING-REFERENCE      PIC X(13).
002034     05  FILLER                    PIC X(01) VALUE SPACES.
002035     05  FILLER                    PIC X(06) VALUE 'MAKER '.
002036     05  PL-MAKER-ID               PIC X(08).
002037     05  FILLER                    PIC X(01) VALUE SPACES.
002038     05  FILLER                    PIC X(04) VALUE 'CAT '.
002039     05  PL-CATEGORY-CODES         PIC X(04).
002040     05  FILLER                    PIC X(01) VALUE SPACES.
002041     05  PL-CHECKER-ID             PIC X(08).
002042     05  FILLER                    PIC X(06) VALUE SPACES.
002043 01  WS-TOTALS-LINE.
002044     05  TO-CAPTION                PIC X(20).
002045     05  TO-COUNT                  PIC Z(4)9.
002050     05  FILLER                    PIC X(55) VALUE SPACES.
002060
002070*----------------------------------------------------------------
002610         MOVE 'Y' TO WS-EOF-SWITCH
002620     END-IF.
002630
002631*    THE PENDING-CHANGE FILE IS PERMANENT - THE FIRST RUN FINDS
002632*    NONE ON DISK AND CREATES IT EMPTY.
002633     OPEN I-O PENDING-CHANGE-FILE.
002634     IF WS-PENDCHG-STATUS = '35'
002635         OPEN OUTPUT PENDING-CHANGE-FILE
002636         CLOSE PENDING-CHANGE-FILE
002637         OPEN I-O PENDING-CHANGE-FILE
002638     END-IF.
002639     IF WS-PENDCHG-STATUS NOT = '00'
002640         DISPLAY 'STANDING-ORDER-MAINT: UNABLE TO OPEN PENDCHG '
002641             '- STATUS ' WS-PENDCHG-STATUS
002642         MOVE 'Y' TO WS-EOF-SWITCH
002643         MOVE 'Y' TO WS-PENDING-EOF-SWITCH
002644     END-IF.
002645
002646     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
002647
002648     OPEN OUTPUT ORDER-REGISTER-FILE.
002650     OPEN OUTPUT REJECT-REPORT-FILE.
002660
002670     MOVE WS-RUN-DATE TO RH-RUN-DATE.
002690     WRITE ORDER-REGISTER-RECORD FROM WS-REGISTER-HEADING-2.
002700     WRITE ORDER-REGISTER-RECORD FROM WS-BLANK-LINE.
002710
002711     MOVE WS-RUN-DATE TO WS-CONVERT-DATE.
002712     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
002713     MOVE WS-SERIAL-RESULT TO WS-RUN-SERIAL.
002714     PERFORM 1500-EXPIRE-PENDING-CHANGES THRU 1500-EXIT.
002715
002720     IF NOT ORDER-MAINT-TXN-EOF
002730         PERFORM 8000-READ-MAINT-TXN THRU 8000-EXIT
002740     END-IF.
002750 1000-EXIT.
002760     EXIT.
002770
002771*-----------------------------------------------------------------
002772* 1100-READ-CONTROL-CARD - TAKE A NONZERO EXPIRY PERIOD AND
002773* LARGE-ORDER AMOUNT OFF THE MKCKCTL CARD.  NO CARD LEAVES THE
002774* DEFAULTS OF TEN DAYS AND 5000.00.
002775*-----------------------------------------------------------------
002776 1100-READ-CONTROL-CARD.
002777     OPEN INPUT MAKER-CHECKER-CONTROL-FILE.
002778     IF WS-MKCKCTL-STATUS NOT = '00'
002779         GO TO 1100-EXIT
002780     END-IF.
002781
002782     READ MAKER-CHECKER-CONTROL-FILE
002783         AT END
002784             MOVE SPACES TO MAKER-CHECKER-CONTROL-RECORD
002785     END-READ.
002786     CLOSE MAKER-CHECKER-CONTROL-FILE.
002787
002788     IF MK-EXPIRY-DAYS IS NUMERIC
002789             AND MK-EXPIRY-DAYS > ZERO
002790         MOVE MK-EXPIRY-DAYS TO WS-EXPIRY-DAYS
002791     END-IF.
002792     IF MK-LARGE-ORDER-AMOUNT IS NUMERIC
002793             AND MK-LARGE-ORDER-AMOUNT > ZERO
002794         MOVE MK-LARGE-ORDER-AMOUNT TO WS-LARGE-ORDER-AMOUNT
002795     END-IF.
002796 1100-EXIT.
002797     EXIT.
002798
002799*-----------------------------------------------------------------
002800* 1500-EXPIRE-PENDING-CHANGES - WALK THE PENDING-CHANGE FILE
002801* ONCE BEFORE ANY CARD IS APPLIED.  AN ORDER CHANGE STILL
002802* PENDING PAST THE EXPIRY DAYS IS MARKED EXPIRED AND LISTED, AND
002803* THE HIGHEST REFERENCE ALREADY USED TODAY (BY EITHER
002804* MAINTENANCE RUN) IS NOTED SO NEW ITEMS NUMBER ON FROM IT.
002805*-----------------------------------------------------------------
002806 1500-EXPIRE-PENDING-CHANGES.
002807     IF PENDING-CHANGE-EOF
002808         GO TO 1500-EXIT
002809     END-IF.
002810
002811     MOVE ZERO TO PC-SUBMIT-DATE.
002812     MOVE ZERO TO PC-PENDING-SEQUENCE.
002813     START PENDING-CHANGE-FILE
002814         KEY IS NOT LESS THAN PC-PENDING-KEY
002815         INVALID KEY
002816             GO TO 1500-EXIT
002817     END-START.
002818
002819     PERFORM 1510-EXPIRE-ONE-CHANGE THRU 1510-EXIT
002820         UNTIL PENDING-CHANGE-EOF.
002821     MOVE 'N' TO WS-PENDING-EOF-SWITCH.
002822
002823     IF WS-CHANGES-EXPIRED > ZERO
002824         WRITE ORDER-REGISTER-RECORD FROM WS-BLANK-LINE
002825     END-IF.
002826 1500-EXIT.
002827     EXIT.
002828
002829*-----------------------------------------------------------------
002830* 1510-EXPIRE-ONE-CHANGE - READ THE NEXT PENDING ITEM AND EXPIRE
002831* IT WHEN IT IS OURS, STILL PENDING AND TOO OLD.
002832*-----------------------------------------------------------------
002833 1510-EXPIRE-ONE-CHANGE.
002834     READ PENDING-CHANGE-FILE NEXT RECORD
002835         AT END
002836             SET PENDING-CHANGE-EOF TO TRUE
002837             GO TO 1510-EXIT
002838     END-READ.
002839
002840     IF PC-SUBMIT-DATE = WS-RUN-DATE
002841             AND PC-PENDING-SEQUENCE > WS-NEXT-PENDING-SEQUENCE
002842         MOVE PC-PENDING-SEQUENCE TO WS-NEXT-PENDING-SEQUENCE
002843     END-IF.
002844
002845     IF NOT PC-FROM-ORDER-MAINT
002846             OR NOT PC-STATUS-PENDING
002847         GO TO 1510-EXIT
002848     END-IF.
002849
002850     MOVE PC-SUBMIT-DATE TO WS-CONVERT-DATE.
002851     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
002852     COMPUTE WS-PENDING-AGE = WS-RUN-SERIAL - WS-SERIAL-RESULT.
002853     IF WS-PENDING-AGE NOT > WS-EXPIRY-DAYS
002854         GO TO 1510-EXIT
002855     END-IF.
002856
002857     SET PC-STATUS-EXPIRED TO TRUE.
002858     MOVE SPACES TO PC-CHECKER-ID.
002859     MOVE WS-RUN-DATE TO PC-ACTION-DATE.
002860     REWRITE PENDING-CHANGE-RECORD
002861         INVALID KEY
002862             DISPLAY 'STANDING-ORDER-MAINT: PENDCHG REWRITE '
002863                 'FAILED - STATUS ' WS-PENDCHG-STATUS
002864             GO TO 1510-EXIT
002865     END-REWRITE.
002866
002867     ADD 1 TO WS-CHANGES-EXPIRED.
002868     MOVE 'EXPIRED ' TO PL-CAPTION.
002869     PERFORM 6100-WRITE-PENDING-LINE THRU 6100-EXIT.
002870 1510-EXIT.
002871     EXIT.
002872
002873*-----------------------------------------------------------------
002874* 2000-PROCESS-MAINTENANCE - APPLY ONE MAINTENANCE TRANSACTION
002875* ACCORDING TO ITS FUNCTION CODE, THEN ADVANCE TO THE NEXT.
002876*-----------------------------------------------------------------
002877 2000-PROCESS-MAINTENANCE.
002878     IF OM-ADD
002879         PERFORM 3000-APPLY-ADD THRU 3000-EXIT
002880     ELSE
002881         IF OM-CHANGE
002882             PERFORM 4000-APPLY-CHANGE THRU 4000-EXIT
002883         ELSE
002890             IF OM-CANCEL
002900                 PERFORM 5000-APPLY-CANCEL THRU 5000-EXIT
002910             ELSE
002912                 IF OM-APPROVE
002914                     PERFORM 5500-APPROVE-PENDING THRU 5500-EXIT
002916                 ELSE
002918                     IF OM-DECLINE
002920                         PERFORM 5600-DECLINE-PENDING
002922                             THRU 5600-EXIT
002924                     ELSE
002926                         MOVE 'INVALID FUNCTION CODE'
002928                             TO RJ-REASON
002930                         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
002932                     END-IF
002934                 END-IF
002940             END-IF
002950         END-IF
002960     END-IF.
003030* 2100-CHECK-ACCOUNT - LOOK THE TRANSACTION'S ACCOUNT UP ON THE
003040* CUSTOMER MASTER.  AN ORDER IS ONLY ACCEPTABLE ON AN ACCOUNT
003050* THAT IS ON FILE AND NEITHER DORMANT NOR HELD OVER ITS LIMIT -
003060* THE BRANCH MUST RESOLVE THE ACCOUNT'S STATUS FIRST.  A TERM
003065* DEPOSIT NEVER PAYS A STANDING ORDER.
003070*-----------------------------------------------------------------
003080 2100-CHECK-ACCOUNT.
003090     MOVE 'N' TO WS-MASTER-SWITCH.
003338         GO TO 2100-EXIT
003339     END-IF.
003340
003341     IF CM-STATUS-CLOSED
003342         MOVE 'ACCOUNT IS CLOSED' TO RJ-REASON
003343         GO TO 2100-EXIT
003344     END-IF.
003345
003346     IF CM-PRODUCT-TERM-DEPOSIT
003347         MOVE 'ACCOUNT IS A TERM DEPOSIT' TO RJ-REASON
003348         GO TO 2100-EXIT
003349     END-IF.
003350
003351     SET ACCOUNT-ACCEPTABLE TO TRUE.
003360 2100-EXIT.
003370     EXIT.
003380
004050     SET DUE-DATE-VALID TO TRUE.
004060 2300-EXIT.
004070     EXIT.
004071
004072*-----------------------------------------------------------------
004073* 2400-CHECK-BENEFICIARY - AN ORDER PAYING ONE OF OUR OWN
004074* ACCOUNTS MUST NAME AN ACCOUNT THAT IS ON THE CUSTOMER MASTER,
004075* IS NOT ESCHEATED (IT TAKES NO NEW POSTINGS) AND IS NOT THE
004076* ORDER'S OWN ACCOUNT.  THE CALLER HAS ALREADY PASSED THE ORDER
004077* ACCOUNT, SO THE MASTER RECORD AREA IS FREE TO REUSE.
004078*-----------------------------------------------------------------
004079 2400-CHECK-BENEFICIARY.
004080     MOVE 'N' TO WS-BENEFICIARY-SWITCH.
004081
004082     IF OM-BENEFICIARY-ACCOUNT = OM-ACCOUNT-NUMBER
004083         MOVE 'BENEFICIARY IS THE ORDER ACCOUNT' TO RJ-REASON
004084         GO TO 2400-EXIT
004085     END-IF.
004086
004087     MOVE OM-BENEFICIARY-ACCOUNT TO CM-ACCOUNT-NUMBER.
004088     READ CUSTOMER-MASTER-FILE
004089         INVALID KEY
004090             MOVE 'BENEFICIARY NOT ON CUSTOMER MASTER'
004091                 TO RJ-REASON
004092             GO TO 2400-EXIT
004093     END-READ.
004094
004095     IF CM-STATUS-ESCHEATED
004096         MOVE 'BENEFICIARY ACCOUNT IS ESCHEATED' TO RJ-REASON
004097         GO TO 2400-EXIT
004098     END-IF.
004099
004100     IF CM-STATUS-CLOSED
004101         MOVE 'BENEFICIARY ACCOUNT IS CLOSED' TO RJ-REASON
004102         GO TO 2400-EXIT
004103     END-IF.
004104
004105     SET BENEFICIARY-ACCEPTABLE TO TRUE.
004106 2400-EXIT.
004107     EXIT.
004108
004109*-----------------------------------------------------------------
004110* 2500-HOLD-PENDING-CHANGE - A CARD THAT HAS PASSED ITS EDITS BUT
004111* FALLS IN A SENSITIVE CATEGORY IS WRITTEN TO THE PENDING-CHANGE
004112* FILE UNDER ITS MAKER INSTEAD OF BEING APPLIED.  THE CARD MUST
004113* NAME ITS MAKER.
004114*-----------------------------------------------------------------
004115 2500-HOLD-PENDING-CHANGE.
004116     IF OM-USER-ID = SPACES
004117         MOVE 'USER ID REQUIRED FOR A HELD CHANGE' TO RJ-REASON
004118         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
004119         GO TO 2500-EXIT
004120     END-IF.
004121
004122     IF WS-NEXT-PENDING-SEQUENCE = 9999
004123         MOVE 'PENDING REFERENCES USED UP FOR THE DAY'
004124             TO RJ-REASON
004125         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
004126         GO TO 2500-EXIT
004127     END-IF.
004128
004129     ADD 1 TO WS-NEXT-PENDING-SEQUENCE.
004130     MOVE WS-RUN-DATE TO PC-SUBMIT-DATE.
004131     MOVE WS-NEXT-PENDING-SEQUENCE TO PC-PENDING-SEQUENCE.
004132     SET PC-FROM-ORDER-MAINT TO TRUE.
004133     MOVE OM-ACCOUNT-NUMBER TO PC-ACCOUNT-NUMBER.
004134     MOVE OM-ORDER-NUMBER TO PC-ORDER-NUMBER.
004135     MOVE WS-CATEGORY-CODES TO PC-CATEGORY-CODES.
004136     MOVE OM-USER-ID TO PC-MAKER-ID.
004137     SET PC-STATUS-PENDING TO TRUE.
004138     MOVE SPACES TO PC-CHECKER-ID.
004139     MOVE ZERO TO PC-ACTION-DATE.
004140     MOVE ORDER-MAINT-TXN-RECORD TO PC-CARD-IMAGE.
004141
004142     WRITE PENDING-CHANGE-RECORD
004143         INVALID KEY
004144             MOVE 'PENDING CHANGE WRITE FAILED' TO RJ-REASON
004145             PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
004146             GO TO 2500-EXIT
004147     END-WRITE.
004148
004149     ADD 1 TO WS-CHANGES-HELD.
004150     MOVE 'PENDING ' TO PL-CAPTION.
004151     PERFORM 6100-WRITE-PENDING-LINE THRU 6100-EXIT.
004152 2500-EXIT.
004153     EXIT.
004154
004155*-----------------------------------------------------------------
004156* 3000-APPLY-ADD - ADD A NEW STANDING ORDER.  THE ACCOUNT MUST
004157* PASS THE STATUS EDIT, THE ORDER KEY MUST NOT ALREADY BE ON
004158* FILE, AND THE AMOUNT, FREQUENCY AND DUE DATE MUST ALL PROVE.
004159*-----------------------------------------------------------------
004160 3000-APPLY-ADD.
004161     PERFORM 2100-CHECK-ACCOUNT THRU 2100-EXIT.
004162     IF NOT ACCOUNT-ACCEPTABLE
004170         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
004180         GO TO 3000-EXIT
004190     END-IF.
004330         GO TO 3000-EXIT
004340     END-IF.
004350
004351     IF NOT OM-ROLL-RULE-VALID
004352         MOVE 'ROLL RULE NOT F, P OR M' TO RJ-REASON
004353         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
004354         GO TO 3000-EXIT
004355     END-IF.
004356
004360     PERFORM 2300-VALIDATE-DUE-DATE THRU 2300-EXIT.
004370     IF NOT DUE-DATE-VALID
004380         MOVE 'NEXT DUE DATE INVALID' TO RJ-REASON
004470         GO TO 3000-EXIT
004480     END-IF.
004490
004491     IF OM-BENEFICIARY-ACCOUNT NOT = SPACES
004492         PERFORM 2400-CHECK-BENEFICIARY THRU 2400-EXIT
004493         IF NOT BENEFICIARY-ACCEPTABLE
004494             PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
004495             GO TO 3000-EXIT
004496         END-IF
004497     END-IF.
004498
004499     MOVE SPACES TO WS-CATEGORY-CODES.
004500     IF OM-ORDER-AMOUNT NOT < WS-LARGE-ORDER-AMOUNT
004501         MOVE 'L' TO WS-CATEGORY-LARGE-ORDER
004502     END-IF.
004503     IF WS-CATEGORY-CODES NOT = SPACES
004504             AND NOT APPLYING-APPROVED-CHANGE
004505         PERFORM 2500-HOLD-PENDING-CHANGE THRU 2500-EXIT
004506         GO TO 3000-EXIT
004507     END-IF.
004508
004509     MOVE OM-ACCOUNT-NUMBER TO SO-ACCOUNT-NUMBER.
004510     MOVE OM-ORDER-NUMBER   TO SO-ORDER-NUMBER.
004520     MOVE OM-COUNTERPARTY   TO SO-COUNTERPARTY.
004530     MOVE OM-ORDER-AMOUNT   TO SO-ORDER-AMOUNT.
004540     MOVE OM-FREQUENCY      TO SO-FREQUENCY.
004550     MOVE OM-NEXT-DUE-DATE  TO SO-NEXT-DUE-DATE.
004555     MOVE OM-BENEFICIARY-ACCOUNT TO SO-BENEFICIARY-ACCOUNT.
004556     IF OM-ROLL-RULE = SPACE
004557         MOVE 'F' TO SO-ROLL-RULE
004558     ELSE
004559         MOVE OM-ROLL-RULE TO SO-ROLL-RULE
004560     END-IF.
004561
004570     WRITE STANDING-ORDER-RECORD
004580         INVALID KEY
004590             MOVE 'STANDING ORDER WRITE FAILED' TO RJ-REASON
004640     ADD 1 TO WS-ADDS-APPLIED.
004650     MOVE 'ADD     ' TO RG-CAPTION.
004660     PERFORM 6000-WRITE-REGISTER THRU 6000-EXIT.
004665     PERFORM 6200-WRITE-APPROVAL-LINE THRU 6200-EXIT.
004670 3000-EXIT.
004680     EXIT.
004690
004970         GO TO 4000-EXIT
004980     END-IF.
004990
004991     IF NOT OM-ROLL-RULE-VALID
004992         MOVE 'ROLL RULE NOT F, P OR M' TO RJ-REASON
004993         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
004994         GO TO 4000-EXIT
004995     END-IF.
004996
005000     IF OM-NEXT-DUE-DATE IS NUMERIC
005010             AND OM-NEXT-DUE-DATE > ZERO
005020         PERFORM 2300-VALIDATE-DUE-DATE THRU 2300-EXIT
005060             GO TO 4000-EXIT
005070         END-IF
005080     END-IF.
005081
005082     IF OM-BENEFICIARY-ACCOUNT NOT = SPACES
005083             AND NOT OM-BENEFICIARY-REMOVE
005084         PERFORM 2400-CHECK-BENEFICIARY THRU 2400-EXIT
005085         IF NOT BENEFICIARY-ACCEPTABLE
005086             PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
005087             GO TO 4000-EXIT
005088         END-IF
005089     END-IF.
005090
005091*    RAISING AN ORDER TO A LARGE AMOUNT WAITS FOR A CHECKER; A
005092*    LARGE ORDER MADE SMALLER APPLIES STRAIGHT AWAY.
005093     MOVE SPACES TO WS-CATEGORY-CODES.
005094     IF OM-ORDER-AMOUNT IS NUMERIC
005095             AND OM-ORDER-AMOUNT > SO-ORDER-AMOUNT
005096             AND OM-ORDER-AMOUNT NOT < WS-LARGE-ORDER-AMOUNT
005097         MOVE 'L' TO WS-CATEGORY-LARGE-ORDER
005098     END-IF.
005099     IF WS-CATEGORY-CODES NOT = SPACES
005100             AND NOT APPLYING-APPROVED-CHANGE
005101         PERFORM 2500-HOLD-PENDING-CHANGE THRU 2500-EXIT
005102         GO TO 4000-EXIT
005103     END-IF.
005104
005105     MOVE 'CHG BEF ' TO RG-CAPTION.
005110     PERFORM 6000-WRITE-REGISTER THRU 6000-EXIT.
005120
005130     IF OM-COUNTERPARTY NOT = SPACES
005240             AND OM-NEXT-DUE-DATE > ZERO
005250         MOVE OM-NEXT-DUE-DATE TO SO-NEXT-DUE-DATE
005260     END-IF.
005261     IF OM-BENEFICIARY-REMOVE
005262         MOVE SPACES TO SO-BENEFICIARY-ACCOUNT
005263     ELSE
005264         IF OM-BENEFICIARY-ACCOUNT NOT = SPACES
005265             MOVE OM-BENEFICIARY-ACCOUNT
005266                 TO SO-BENEFICIARY-ACCOUNT
005267         END-IF
005268     END-IF.
005269     IF OM-ROLL-RULE NOT = SPACE
005270         MOVE OM-ROLL-RULE TO SO-ROLL-RULE
005271     END-IF.
005272
005280     REWRITE STANDING-ORDER-RECORD
005290         INVALID KEY
005300             MOVE 'STANDING ORDER REWRITE FAILED' TO RJ-REASON
005350     ADD 1 TO WS-CHANGES-APPLIED.
005360     MOVE 'CHG AFT ' TO RG-CAPTION.
005370     PERFORM 6000-WRITE-REGISTER THRU 6000-EXIT.
005375     PERFORM 6200-WRITE-APPROVAL-LINE THRU 6200-EXIT.
005380 4000-EXIT.
005390     EXIT.
005400
005540
005550     MOVE 'CANCEL  ' TO RG-CAPTION.
005560     PERFORM 6000-WRITE-REGISTER THRU 6000-EXIT.
005565     PERFORM 6200-WRITE-APPROVAL-LINE THRU 6200-EXIT.
005570
005580     DELETE STANDING-ORDER-FILE
005590         INVALID KEY
005660 5000-EXIT.
005670     EXIT.
005680
005681*-----------------------------------------------------------------
005682* 5500-APPROVE-PENDING - APPLY A HELD ORDER ON A CHECKER'S
005683* APPROVAL.  THE CARD MUST NAME AN OPEN ORDER CHANGE FOR ITS
005684* ACCOUNT AND A CHECKER WHO IS NOT THE MAKER.  THE HELD CARD IS
005685* THEN PUT BACK THROUGH THE ADD OR CHANGE PATH IN FULL, SO AN
005686* ACCOUNT OR ORDER THAT HAS MOVED ON SINCE IT WAS HELD STILL
005687* FAILS ITS EDITS; A CHANGE THAT FAILS IS MARKED FAILED AND THE
005688* MAKER RESUBMITS IT.
005689*-----------------------------------------------------------------
005690 5500-APPROVE-PENDING.
005691     PERFORM 5510-FIND-PENDING-CHANGE THRU 5510-EXIT.
005692     IF NOT PENDING-CHANGE-OPEN
005693         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
005694         GO TO 5500-EXIT
005695     END-IF.
005696
005697     IF PC-MAKER-ID = WS-CHECKER-ID
005698         MOVE 'CHECKER MAY NOT BE THE MAKER' TO RJ-REASON
005699         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
005700         GO TO 5500-EXIT
005701     END-IF.
005702
005703     MOVE PC-CARD-IMAGE TO ORDER-MAINT-TXN-RECORD.
005704     MOVE WS-REJECT-COUNT TO WS-REJECTS-BEFORE.
005705     SET APPLYING-APPROVED-CHANGE TO TRUE.
005706     IF OM-ADD
005707         PERFORM 3000-APPLY-ADD THRU 3000-EXIT
005708     ELSE
005709         PERFORM 4000-APPLY-CHANGE THRU 4000-EXIT
005710     END-IF.
005711     MOVE 'N' TO WS-APPROVAL-SWITCH.
005712
005713     IF WS-REJECT-COUNT > WS-REJECTS-BEFORE
005714         SET PC-STATUS-FAILED TO TRUE
005715         ADD 1 TO WS-APPROVALS-FAILED
005716         MOVE 'FAILED  ' TO PL-CAPTION
005717         PERFORM 6100-WRITE-PENDING-LINE THRU 6100-EXIT
005718     ELSE
005719         SET PC-STATUS-APPLIED TO TRUE
005720         ADD 1 TO WS-APPROVALS-APPLIED
005721     END-IF.
005722     MOVE WS-CHECKER-ID TO PC-CHECKER-ID.
005723     MOVE WS-RUN-DATE TO PC-ACTION-DATE.
005724
005725     REWRITE PENDING-CHANGE-RECORD
005726         INVALID KEY
005727             MOVE 'PENDING CHANGE REWRITE FAILED' TO RJ-REASON
005728             PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
005729     END-REWRITE.
005730 5500-EXIT.
005731     EXIT.
005732
005733*-----------------------------------------------------------------
005734* 5510-FIND-PENDING-CHANGE - READ THE PENDING ITEM AN APPROVE OR
005735* DECLINE CARD NAMES AND CHECK IT IS STILL OPEN, IS AN ORDER
005736* CHANGE AND IS FOR THE CARD'S ACCOUNT.  THE REASON IS LEFT FOR
005737* THE CALLER'S REJECT WHEN IT IS NOT.
005738*-----------------------------------------------------------------
005739 5510-FIND-PENDING-CHANGE.
005740     MOVE 'N' TO WS-PENDING-FOUND-SWITCH.
005741     MOVE MA-USER-ID TO WS-CHECKER-ID.
005742
005743     IF WS-CHECKER-ID = SPACES
005744         MOVE 'USER ID REQUIRED TO APPROVE OR DECLINE'
005745             TO RJ-REASON
005746         GO TO 5510-EXIT
005747     END-IF.
005748
005749     IF MA-PENDING-KEY IS NOT NUMERIC
005750         MOVE 'PENDING REFERENCE NOT NUMERIC' TO RJ-REASON
005751         GO TO 5510-EXIT
005752     END-IF.
005753
005754     MOVE MA-PENDING-KEY TO PC-PENDING-KEY.
005755     READ PENDING-CHANGE-FILE
005756         INVALID KEY
005757             MOVE 'PENDING CHANGE NOT ON FILE' TO RJ-REASON
005758             GO TO 5510-EXIT
005759     END-READ.
005760
005761     IF NOT PC-FROM-ORDER-MAINT
005762             OR PC-ACCOUNT-NUMBER NOT = MA-ACCOUNT-NUMBER
005763         MOVE 'PENDING CHANGE NOT FOR THIS ACCOUNT' TO RJ-REASON
005764         GO TO 5510-EXIT
005765     END-IF.
005766
005767     IF NOT PC-STATUS-PENDING
005768         MOVE 'PENDING CHANGE NO LONGER OPEN' TO RJ-REASON
005769         GO TO 5510-EXIT
005770     END-IF.
005771
005772     SET PENDING-CHANGE-OPEN TO TRUE.
005773 5510-EXIT.
005774     EXIT.
005775
005776*-----------------------------------------------------------------
005777* 5600-DECLINE-PENDING - DROP A HELD ORDER WITHOUT APPLYING IT.
005778* ANY USER MAY DECLINE, THE MAKER INCLUDED, SO AN ORDER KEYED IN
005779* ERROR CAN BE WITHDRAWN.
005780*-----------------------------------------------------------------
005781 5600-DECLINE-PENDING.
005782     PERFORM 5510-FIND-PENDING-CHANGE THRU 5510-EXIT.
005783     IF NOT PENDING-CHANGE-OPEN
005784         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
005785         GO TO 5600-EXIT
005786     END-IF.
005787
005788     SET PC-STATUS-DECLINED TO TRUE.
005789     MOVE WS-CHECKER-ID TO PC-CHECKER-ID.
005790     MOVE WS-RUN-DATE TO PC-ACTION-DATE.
005791     REWRITE PENDING-CHANGE-RECORD
005792         INVALID KEY
005793             MOVE 'PENDING CHANGE REWRITE FAILED' TO RJ-REASON
005794             PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
005795             GO TO 5600-EXIT
005796     END-REWRITE.
005797
005798     ADD 1 TO WS-CHANGES-DECLINED.
005799     MOVE 'DECLINED' TO PL-CAPTION.
005800     PERFORM 6100-WRITE-PENDING-LINE THRU 6100-EXIT.
005801 5600-EXIT.
005802     EXIT.
005803
005804*-----------------------------------------------------------------
005805* 6000-WRITE-REGISTER - PRINT ONE MAINTENANCE REGISTER LINE FROM
005806* THE STANDING-ORDER RECORD AREA, UNDER THE CAPTION THE CALLER
005807* HAS ALREADY SET.
005808*-----------------------------------------------------------------
005809 6000-WRITE-REGISTER.
005810     MOVE SO-ACCOUNT-NUMBER TO RG-ACCOUNT-NUMBER.
005811     MOVE SO-ORDER-NUMBER   TO RG-ORDER-NUMBER.
005812     MOVE SO-COUNTERPARTY   TO RG-COUNTERPARTY.
005813     MOVE SO-ORDER-AMOUNT   TO RG-ORDER-AMOUNT.
005814     MOVE SO-FREQUENCY      TO RG-FREQUENCY.
005815     MOVE SO-NEXT-DUE-DATE  TO RG-NEXT-DUE-DATE.
005816     MOVE SO-BENEFICIARY-ACCOUNT TO RG-BENEFICIARY-ACCOUNT.
005817     MOVE SO-ROLL-RULE      TO RG-ROLL-RULE.
005818
005820     WRITE ORDER-REGISTER-RECORD FROM WS-REGISTER-LINE.
005830 6000-EXIT.
005840     EXIT.
005850
005851*-----------------------------------------------------------------
005852* 6100-WRITE-PENDING-LINE - PRINT ONE PENDING ITEM FROM THE
005853* PENDING-CHANGE RECORD AREA UNDER THE CAPTION THE CALLER HAS
005854* ALREADY SET.
005855*-----------------------------------------------------------------
005856 6100-WRITE-PENDING-LINE.
005857     MOVE PC-ACCOUNT-NUMBER TO PL-ACCOUNT-NUMBER.
005858     MOVE PC-ORDER-NUMBER TO PL-ORDER-NUMBER.
005859     MOVE PC-SUBMIT-DATE TO WS-REFERENCE-DATE.
005860     MOVE PC-PENDING-SEQUENCE TO WS-REFERENCE-SEQUENCE.
005861     MOVE WS-PENDING-REFERENCE TO PL-PENDING-REFERENCE.
005862     MOVE PC-MAKER-ID TO PL-MAKER-ID.
005863     MOVE PC-CATEGORY-CODES TO PL-CATEGORY-CODES.
005864     MOVE PC-CHECKER-ID TO PL-CHECKER-ID.
005865
005866     WRITE ORDER-REGISTER-RECORD FROM WS-PENDING-LINE.
005867 6100-EXIT.
005868     EXIT.
005869
005870*-----------------------------------------------------------------
005871* 6200-WRITE-APPROVAL-LINE - PRINT WHO MADE AND WHO CHECKED THE
005872* FUNCTION JUST APPLIED.  ONLY A HELD ORDER HAS A CHECKER, AN
005873* APPROVAL DATE AND A PENDING REFERENCE.
005874*-----------------------------------------------------------------
005875 6200-WRITE-APPROVAL-LINE.
005876     IF APPLYING-APPROVED-CHANGE
005877         MOVE PC-MAKER-ID TO AP-MAKER-ID
005878         MOVE WS-CHECKER-ID TO AP-CHECKER-ID
005879         MOVE WS-RUN-DATE TO AP-APPROVAL-DATE
005880         MOVE PC-SUBMIT-DATE TO WS-REFERENCE-DATE
005881         MOVE PC-PENDING-SEQUENCE TO WS-REFERENCE-SEQUENCE
005882         MOVE WS-PENDING-REFERENCE TO AP-PENDING-REFERENCE
005883     ELSE
005884         MOVE OM-USER-ID TO AP-MAKER-ID
005885         MOVE SPACES TO AP-CHECKER-ID
005886         MOVE SPACES TO AP-APPROVAL-DATE
005887         MOVE SPACES TO AP-PENDING-REFERENCE
005888     END-IF.
005889
005890     WRITE ORDER-REGISTER-RECORD FROM WS-APPROVAL-LINE.
005891 6200-EXIT.
005892     EXIT.
005893
005894*-----------------------------------------------------------------
005895* 7000-WRITE-REJECT - LOG A MAINTENANCE TRANSACTION THAT FAILED
005896* ITS EDITS TO THE REJECT REPORT, WITH THE REASON THE CALLER HAS
005897* ALREADY SET.
005900*-----------------------------------------------------------------
005910 7000-WRITE-REJECT.
005920     MOVE OM-FUNCTION-CODE  TO RJ-FUNCTION-CODE.
005930     MOVE OM-ACCOUNT-NUMBER TO RJ-ACCOUNT-NUMBER.
005940     MOVE OM-ORDER-NUMBER   TO RJ-ORDER-NUMBER.
005942     IF OM-APPROVE OR OM-DECLINE
005944         MOVE ZERO TO RJ-ORDER-NUMBER
005946     END-IF.
005950
005960     WRITE REJECT-REPORT-RECORD FROM WS-REJECT-LINE.
005970
006110 8000-EXIT.
006120     EXIT.
006130
006131*-----------------------------------------------------------------
006132* 8500-DATE-TO-SERIAL - CONVERT WS-CONVERT-DATE TO A DAY SERIAL
006133* NUMBER SO TWO DATES CAN BE SUBTRACTED ACROSS MONTH AND YEAR
006134* ENDS.
006135*-----------------------------------------------------------------
006136 8500-DATE-TO-SERIAL.
006137     IF WS-CONVERT-MONTH > 2
006138         MOVE WS-CONVERT-YEAR TO WS-SERIAL-YEAR
006139         COMPUTE WS-SERIAL-MONTH = WS-CONVERT-MONTH + 1
006140     ELSE
006141         COMPUTE WS-SERIAL-YEAR = WS-CONVERT-YEAR - 1
006142         COMPUTE WS-SERIAL-MONTH = WS-CONVERT-MONTH + 13
006143     END-IF.
006144
006145     COMPUTE WS-SERIAL-RESULT = WS-SERIAL-YEAR * 365.
006146     DIVIDE WS-SERIAL-YEAR BY 4 GIVING WS-SERIAL-WORK.
006147     ADD WS-SERIAL-WORK TO WS-SERIAL-RESULT.
006148     DIVIDE WS-SERIAL-YEAR BY 100 GIVING WS-SERIAL-WORK.
006149     SUBTRACT WS-SERIAL-WORK FROM WS-SERIAL-RESULT.
006150     DIVIDE WS-SERIAL-YEAR BY 400 GIVING WS-SERIAL-WORK.
006151     ADD WS-SERIAL-WORK TO WS-SERIAL-RESULT.
006152
006153     COMPUTE WS-SERIAL-TERM = WS-SERIAL-MONTH * 153.
006154     DIVIDE WS-SERIAL-TERM BY 5 GIVING WS-SERIAL-WORK.
006155     ADD WS-SERIAL-WORK TO WS-SERIAL-RESULT.
006156
006157     ADD WS-CONVERT-DAY TO WS-SERIAL-RESULT.
006158 8500-EXIT.
006159     EXIT.
006160
006161*-----------------------------------------------------------------
006162* 9000-TERMINATE - PRINT THE MAINTENANCE CONTROL TOTALS ON THE
006163* REGISTER AND CLOSE EVERY FILE BEFORE STOP RUN.
006170*-----------------------------------------------------------------
006180 9000-TERMINATE.
006190     WRITE ORDER-REGISTER-RECORD FROM WS-BLANK-LINE.
006330     MOVE 'REJECTS...........: ' TO TO-CAPTION.
006340     MOVE WS-REJECT-COUNT TO TO-COUNT.
006350     WRITE ORDER-REGISTER-RECORD FROM WS-TOTALS-LINE.
006351
006352     MOVE 'HELD FOR APPROVAL.: ' TO TO-CAPTION.
006353     MOVE WS-CHANGES-HELD TO TO-COUNT.
006354     WRITE ORDER-REGISTER-RECORD FROM WS-TOTALS-LINE.
006355
006356     MOVE 'APPROVALS APPLIED.: ' TO TO-CAPTION.
006357     MOVE WS-APPROVALS-APPLIED TO TO-COUNT.
006358     WRITE ORDER-REGISTER-RECORD FROM WS-TOTALS-LINE.
006359
006360     MOVE 'APPROVALS FAILED..: ' TO TO-CAPTION.
006361     MOVE WS-APPROVALS-FAILED TO TO-COUNT.
006362     WRITE ORDER-REGISTER-RECORD FROM WS-TOTALS-LINE.
006363
006364     MOVE 'DECLINED..........: ' TO TO-CAPTION.
006365     MOVE WS-CHANGES-DECLINED TO TO-COUNT.
006366     WRITE ORDER-REGISTER-RECORD FROM WS-TOTALS-LINE.
006367
006368     MOVE 'EXPIRED...........: ' TO TO-CAPTION.
006369     MOVE WS-CHANGES-EXPIRED TO TO-COUNT.
006370     WRITE ORDER-REGISTER-RECORD FROM WS-TOTALS-LINE.
006371
006372     CLOSE ORDER-MAINT-TXN-FILE.
006380     CLOSE STANDING-ORDER-FILE.
006390     CLOSE CUSTOMER-MASTER-FILE.
006395     CLOSE PENDING-CHANGE-FILE.
006400     CLOSE ORDER-REGISTER-FILE.
006410     CLOSE REJECT-REPORT-FILE.
006420 9000-EXIT.
