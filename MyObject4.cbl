000495*                    POST AGAINST THE BALANCE LIKE THE
000496*                    OVERDRAFT FEE, THROUGH THE SHARED
000497*                    TL-BANK-CHARGE CONDITION.
000498*   2026-10-05  DO   THE STATEMENT NOW SHOWS THE INTEREST
000499*                    ACCRUED BUT NOT YET PAID UNDER THE CLOSING
000500*                    BALANCE, FROM THE NEW ACCRUAL FILE (ACCRREC
000501*                    COPYBOOK).  THE E-DELIVERY END RECORD
000502*                    CARRIES IT AS A THIRD FIELD.
000503*   2026-10-07  DO   PAPER STATEMENTS NOW PRINT THE MAILING
000504*                    ADDRESS UNDER THE ACCOUNT TITLE - THE
000505*                    ADDRESS OF THE ACCOUNT'S LIVE PRIMARY OWNER
000506*                    ON THE NEW PARTY MASTER (PARTYREC), REACHED
000507*                    THROUGH THE ACCOUNT RELATIONSHIP FILE
000508*                    (ACCTREL).  WITH NO LIVE PRIMARY THE FIRST
000509*                    LIVE OWNER'S ADDRESS IS USED; AN ACCOUNT
000510*                    WITH NO OWNER ON FILE PRINTS AS BEFORE.
000511*                    THE E-DELIVERY EXTRACT IS UNCHANGED.
000512*   2026-10-13  DO   A CLOSED ('C') ACCOUNT IS NEVER DUE - ITS
000513*                    FINAL STATEMENT WAS PRINTED BY THE CLOSURE
000514*                    RUN (CLOSSTMT).
000515* ---------------------------------------------------------------
000516 IDENTIFICATION DIVISION.
000517 PROGRAM-ID.                  CUSTOMER-STATEMENT.
000518 AUTHOR.                      D. OKAFOR.
000520 INSTALLATION.                RETAIL BANKING DIVISION.
000530 DATE-WRITTEN.                2026-08-09.
000540 DATE-COMPILED.
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-STMTEXT-STATUS.
000820
000821     SELECT INTEREST-ACCRUAL-FILE
000822         ASSIGN TO 'ACCRUAL'
000823         ORGANIZATION IS INDEXED
000824         ACCESS MODE IS RANDOM
000825         RECORD KEY IS IA-ACCOUNT-NUMBER
000826         FILE STATUS IS WS-ACCRUAL-STATUS.
000827
000828     SELECT PARTY-MASTER-FILE
000829         ASSIGN TO 'PARTYMST'
000830         ORGANIZATION IS INDEXED
000831         ACCESS MODE IS RANDOM
000832         RECORD KEY IS PM-CUSTOMER-ID
000833         FILE STATUS IS WS-PARTYMST-STATUS.
000834
000835     SELECT ACCOUNT-RELATIONSHIP-FILE
000836         ASSIGN TO 'ACCTREL'
000837         ORGANIZATION IS INDEXED
000838         ACCESS MODE IS DYNAMIC
000839         RECORD KEY IS AR-RELATIONSHIP-KEY
000840         FILE STATUS IS WS-ACCTREL-STATUS.
000841
000842     SELECT BATCH-DATE-FILE
000850         ASSIGN TO 'BATCHDTE'
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-BATCHDTE-STATUS.
001030     LABEL RECORDS ARE STANDARD.
001040 01  STATEMENT-EXTRACT-RECORD      PIC X(120).
001050
001051 FD  INTEREST-ACCRUAL-FILE
001052     LABEL RECORDS ARE STANDARD.
001053     COPY ACCRREC.
001054
001055 FD  PARTY-MASTER-FILE
001056     LABEL RECORDS ARE STANDARD.
001057     COPY PARTYREC.
001058
001059 FD  ACCOUNT-RELATIONSHIP-FILE
001060     LABEL RECORDS ARE STANDARD.
001061     COPY ACCTREL.
001062
001063 FD  BATCH-DATE-FILE
001070     LABEL RECORDS ARE STANDARD.
001080     COPY BATCHDTE.
001090
001160     05  WS-TRANLEDG-STATUS        PIC X(02) VALUE '00'.
001170     05  WS-STMTPRT-STATUS         PIC X(02) VALUE '00'.
001180     05  WS-STMTEXT-STATUS         PIC X(02) VALUE '00'.
001182     05  WS-ACCRUAL-STATUS         PIC X(02) VALUE '00'.
001184     05  WS-PARTYMST-STATUS        PIC X(02) VALUE '00'.
001186     05  WS-ACCTREL-STATUS         PIC X(02) VALUE '00'.
001190     05  WS-BATCHDTE-STATUS        PIC X(02) VALUE '00'.
001200
001210 01  WS-SWITCHES.
001250         88  TRANSACTION-LEDGER-EOF          VALUE 'Y'.
001260     05  WS-CHANNEL-SWITCH         PIC X(01) VALUE 'P'.
001270         88  ELECTRONIC-STATEMENT            VALUE 'E'.
001271     05  WS-ACCRFILE-SWITCH        PIC X(01) VALUE 'N'.
001272         88  ACCRUAL-FILE-AVAILABLE          VALUE 'Y'.
001273     05  WS-PARTY-FILE-SWITCH      PIC X(01) VALUE 'N'.
001274         88  PARTY-FILES-AVAILABLE           VALUE 'Y'.
001275     05  WS-ADDRESS-SWITCH         PIC X(01) VALUE 'N'.
001276         88  MAILING-ADDRESS-FOUND           VALUE 'Y'.
001277     05  WS-OWNER-SCAN-SWITCH      PIC X(01) VALUE 'N'.
001278         88  OWNER-SCAN-COMPLETE             VALUE 'Y'.
001280
001290*-----------------------------------------------------------------
001300* RUN DATE, CAPTURED ONCE AT STARTUP
001490 01  WS-OVERDRAFT-LIMIT            PIC 9(7)V99 VALUE ZERO.
001500 01  WS-NEGATIVE-LIMIT             PIC S9(7)V99 VALUE ZERO.
001510 01  WS-PROJECTED-BALANCE          PIC S9(7)V99 VALUE ZERO.
001513 01  WS-ACCRUED-INTEREST           PIC 9(7)V99 VALUE ZERO.
001516 01  WS-OWNER-CUSTOMER-ID          PIC X(10) VALUE SPACES.
001520
001530*-----------------------------------------------------------------
001540* DELIVERY CHANNEL COUNTS AND THE EXTRACT BUILD FIELDS.  THE
001610 01  WS-EXTRACT-AMOUNT             PIC -(6)9.99.
001620 01  WS-EXTRACT-BALANCE            PIC -(6)9.99.
001630 01  WS-EXTRACT-RATE               PIC X(06).
001632 01  WS-EXTRACT-ACCRUED            PIC Z(6)9.99.
001635
001640*-----------------------------------------------------------------
001650* PRINT LINES
001830 01  WS-HEADING-LINE-3.
001840     05  FILLER                    PIC X(12) VALUE 'CUSTOMER:  '.
001850     05  HL3-CUSTOMER-NAME         PIC X(30).
001851
001852 01  WS-ADDRESS-LINE.
001853     05  FILLER                    PIC X(12) VALUE SPACES.
001854     05  AD-ADDRESS-TEXT           PIC X(30).
001855
001856 01  WS-CITY-LINE.
001857     05  FILLER                    PIC X(12) VALUE SPACES.
001858     05  CT-CITY                   PIC X(20).
001859     05  FILLER                    PIC X(01) VALUE SPACES.
001860     05  CT-STATE-CODE             PIC X(02).
001861     05  FILLER                    PIC X(02) VALUE SPACES.
001862     05  CT-POSTAL-CODE            PIC X(10).
001863
001870 01  WS-HEADING-LINE-4.
001880     05  FILLER                    PIC X(17)
001890                                    VALUE 'OPENING BALANCE:'.
002130     05  FILLER                    PIC X(17)
002140                                    VALUE 'CLOSING BALANCE:'.
002150     05  CL-CLOSING-BALANCE        PIC -(6)9.99.
002151
002152 01  WS-ACCRUED-LINE.
002153     05  FILLER                    PIC X(25) VALUE
002154             'INTEREST ACCRUED TO DATE:'.
002155     05  AL-ACCRUED-INTEREST       PIC Z(6)9.99.
002156     05  FILLER                    PIC X(15)
002157                                    VALUE '  NOT YET PAID'.
002160
002170 01  WS-SUMMARY-HEADING.
002180     05  FILLER                    PIC X(80) VALUE
002770         MOVE 'Y' TO WS-EOF-SWITCH
002780     END-IF.
002790
002791*    NO ACCRUAL FILE ON DISK ONLY MEANS NO ACCRUAL LINE PRINTS.
002792     OPEN INPUT INTEREST-ACCRUAL-FILE.
002793     IF WS-ACCRUAL-STATUS = '00'
002794         SET ACCRUAL-FILE-AVAILABLE TO TRUE
002795     END-IF.
002796
002797*    NO PARTY MASTER OR RELATIONSHIP FILE ON DISK ONLY MEANS THE
002798*    STATEMENTS PRINT WITHOUT A MAILING ADDRESS.
002799     OPEN INPUT PARTY-MASTER-FILE.
002800     OPEN INPUT ACCOUNT-RELATIONSHIP-FILE.
002801     IF WS-PARTYMST-STATUS = '00'
002802             AND WS-ACCTREL-STATUS = '00'
002803         SET PARTY-FILES-AVAILABLE TO TRUE
002804     ELSE
002805         IF WS-PARTYMST-STATUS = '00'
002806             CLOSE PARTY-MASTER-FILE
002807         END-IF
002808         IF WS-ACCTREL-STATUS = '00'
002809             CLOSE ACCOUNT-RELATIONSHIP-FILE
002810         END-IF
002811     END-IF.
002812
002813     IF NOT CUSTOMER-MASTER-EOF
002814         PERFORM 8000-READ-CUSTOMER-MASTER
002820             THRU 8000-EXIT
002830     END-IF.
002840 1000-EXIT.
003070     ELSE
003080         ADD 1 TO WS-PAPER-COUNT
003085         ADD 1 TO WS-CYC-PAPER (WS-CYC-IDX)
003087         PERFORM 2900-FIND-MAILING-ADDRESS THRU 2900-EXIT
003090         PERFORM 3000-PRINT-HEADING THRU 3000-EXIT
003100     END-IF.
003110
003130         THRU 4000-EXIT.
003140
003150     MOVE WS-RUNNING-BALANCE TO WS-CLOSING-BALANCE.
003155     PERFORM 2800-READ-ACCRUAL THRU 2800-EXIT.
003160     IF ELECTRONIC-STATEMENT
003170         PERFORM 2600-END-EXTRACT THRU 2600-EXIT
003180     ELSE
003190         MOVE WS-CLOSING-BALANCE TO CL-CLOSING-BALANCE
003200         WRITE STATEMENT-PRINT-RECORD FROM WS-CLOSING-LINE
003210         ADD 1 TO WS-LINE-COUNT
003211         IF ACCRUAL-FILE-AVAILABLE
003212             MOVE WS-ACCRUED-INTEREST TO AL-ACCRUED-INTEREST
003213             WRITE STATEMENT-PRINT-RECORD FROM WS-ACCRUED-LINE
003214             ADD 1 TO WS-LINE-COUNT
003215         END-IF
003220     END-IF.
003221
003222*    THE STATEMENT JUST PRODUCED BECOMES THE ACCOUNT'S LATEST -
003240     PERFORM 8000-READ-CUSTOMER-MASTER
003250         THRU 8000-EXIT.
003260 2000-EXIT.
003261     EXIT.
003262
003263*-----------------------------------------------------------------
003264* 2050-CHECK-STATEMENT-DUE - AN ACCOUNT IS DUE WHEN THE LATEST
003265* OCCURRENCE OF ITS CYCLE DAY ON OR BEFORE THE BUSINESS DATE IS
003266* NEWER THAN ITS LAST-STATEMENT DATE.  A MASTER WITH NO CYCLE ON
003267* FILE READS AS CYCLE 01, AND ONE WITH NO LAST-STATEMENT DATE IS
003268* ALWAYS DUE, SO CONVERTED ACCOUNTS PRINT ON THEIR FIRST RUN.
003269* A CLOSED ACCOUNT IS NEVER DUE; THE CLOSURE RUN PRINTED ITS FINAL
003270* STATEMENT.
003271*-----------------------------------------------------------------
003272 2050-CHECK-STATEMENT-DUE.
003273     MOVE 'N' TO WS-DUE-SWITCH.
003274
003275     IF CM-STATUS-CLOSED
003276         GO TO 2050-EXIT
003277     END-IF.
003281
003282     IF CM-STATEMENT-CYCLE IS NUMERIC
003283             AND CM-STATEMENT-CYCLE > ZERO
003490
003500*-----------------------------------------------------------------
003510* 2600-END-EXTRACT - CLOSE THE ELECTRONIC STATEMENT WITH ITS
003520* CLOSING-BALANCE RECORD, WHICH ALSO CARRIES THE INTEREST
003525* ACCRUED BUT NOT YET PAID.
003530*-----------------------------------------------------------------
003540 2600-END-EXTRACT.
003550     MOVE WS-CLOSING-BALANCE TO WS-EXTRACT-BALANCE.
003555     MOVE WS-ACCRUED-INTEREST TO WS-EXTRACT-ACCRUED.
003560     MOVE SPACES TO WS-EXTRACT-LINE.
003570     STRING 'END|' DELIMITED BY SIZE
003580            ACCOUNT-NUMBER DELIMITED BY SIZE
003590            '|' DELIMITED BY SIZE
003600            WS-EXTRACT-BALANCE DELIMITED BY SIZE
003603            '|' DELIMITED BY SIZE
003606            WS-EXTRACT-ACCRUED DELIMITED BY SIZE
003610         INTO WS-EXTRACT-LINE.
003620     WRITE STATEMENT-EXTRACT-RECORD FROM WS-EXTRACT-LINE.
003630 2600-EXIT.
003890     EXIT.
003900
003910*-----------------------------------------------------------------
003911* 2800-READ-ACCRUAL - PICK UP THE INTEREST ACCRUED BUT NOT YET
003912* PAID, IN WHOLE CENTS.  AN ACCOUNT WITH NO ACCRUAL RECORD SHOWS
003913* ZERO.
003914*-----------------------------------------------------------------
003915 2800-READ-ACCRUAL.
003916     MOVE ZERO TO WS-ACCRUED-INTEREST.
003917     IF NOT ACCRUAL-FILE-AVAILABLE
003918         GO TO 2800-EXIT
003919     END-IF.
003920
003921     MOVE ACCOUNT-NUMBER TO IA-ACCOUNT-NUMBER.
003922     READ INTEREST-ACCRUAL-FILE
003923         INVALID KEY
003924             GO TO 2800-EXIT
003925     END-READ.
003926
003927     MOVE IA-ACCRUED-TO-DATE TO WS-ACCRUED-INTEREST.
003928 2800-EXIT.
003929     EXIT.
003930
003931*-----------------------------------------------------------------
003932* 2900-FIND-MAILING-ADDRESS - WALK THE ACCOUNT'S RELATIONSHIPS
003933* FOR ITS LIVE PRIMARY OWNER (THE FIRST LIVE OWNER WHEN NO
003934* PRIMARY IS LINKED) AND READ THAT PARTY'S ADDRESS.  NO OWNER ON
003935* FILE LEAVES THE ADDRESS SWITCH OFF.
003936*-----------------------------------------------------------------
003937 2900-FIND-MAILING-ADDRESS.
003938     MOVE 'N' TO WS-ADDRESS-SWITCH.
003939     IF NOT PARTY-FILES-AVAILABLE
003940         GO TO 2900-EXIT
003941     END-IF.
003942
003943     MOVE SPACES TO WS-OWNER-CUSTOMER-ID.
003944     MOVE 'N' TO WS-OWNER-SCAN-SWITCH.
003945     MOVE ACCOUNT-NUMBER TO AR-ACCOUNT-NUMBER.
003946     MOVE LOW-VALUES TO AR-CUSTOMER-ID.
003947
003948     START ACCOUNT-RELATIONSHIP-FILE
003949         KEY IS NOT LESS THAN AR-RELATIONSHIP-KEY
003950         INVALID KEY
003951             SET OWNER-SCAN-COMPLETE TO TRUE
003952     END-START.
003953
003954     PERFORM 2910-CHECK-ONE-OWNER THRU 2910-EXIT
003955         UNTIL OWNER-SCAN-COMPLETE.
003956
003957     IF WS-OWNER-CUSTOMER-ID = SPACES
003958         GO TO 2900-EXIT
003959     END-IF.
003960
003961     MOVE WS-OWNER-CUSTOMER-ID TO PM-CUSTOMER-ID.
003962     READ PARTY-MASTER-FILE
003963         INVALID KEY
003964             GO TO 2900-EXIT
003965     END-READ.
003966
003967     SET MAILING-ADDRESS-FOUND TO TRUE.
003968 2900-EXIT.
003969     EXIT.
003970
003971*-----------------------------------------------------------------
003972* 2910-CHECK-ONE-OWNER - READ THE NEXT RELATIONSHIP IN KEY
003973* SEQUENCE, A DIFFERENT ACCOUNT NUMBER READING AS THE END OF THE
003974* WALK.  THE LIVE PRIMARY ENDS THE WALK; THE FIRST LIVE OWNER OF
003975* ANY ROLE IS HELD AS THE FALLBACK.
003976*-----------------------------------------------------------------
003977 2910-CHECK-ONE-OWNER.
003978     READ ACCOUNT-RELATIONSHIP-FILE NEXT RECORD
003979         AT END
003980             SET OWNER-SCAN-COMPLETE TO TRUE
003981     END-READ.
003982
003983     IF OWNER-SCAN-COMPLETE
003984         GO TO 2910-EXIT
003985     END-IF.
003986
003987     IF AR-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
003988         SET OWNER-SCAN-COMPLETE TO TRUE
003989         GO TO 2910-EXIT
003990     END-IF.
003991
003992     IF NOT AR-RELATIONSHIP-LIVE
003993         GO TO 2910-EXIT
003994     END-IF.
003995
003996     IF AR-ROLE-PRIMARY
003997         MOVE AR-CUSTOMER-ID TO WS-OWNER-CUSTOMER-ID
003998         SET OWNER-SCAN-COMPLETE TO TRUE
003999         GO TO 2910-EXIT
004000     END-IF.
004001
004002     IF WS-OWNER-CUSTOMER-ID = SPACES
004003         MOVE AR-CUSTOMER-ID TO WS-OWNER-CUSTOMER-ID
004004     END-IF.
004005 2910-EXIT.
004006     EXIT.
004007
004008*-----------------------------------------------------------------
004009* 3000-PRINT-HEADING - STARTS A NEW PAGE WITH THE STATEMENT
004010* HEADINGS FOR THE CURRENT ACCOUNT.
004011*-----------------------------------------------------------------
004012 3000-PRINT-HEADING.
004013     ADD 1 TO WS-PAGE-NUMBER.
004014     MOVE ZERO TO WS-LINE-COUNT.
004015
004016     MOVE WS-PAGE-NUMBER TO HL1-PAGE-NUMBER.
004017     WRITE STATEMENT-PRINT-RECORD FROM WS-HEADING-LINE-1
004018         AFTER ADVANCING PAGE.
004020
004030     MOVE WS-RUN-DATE TO HL2-STATEMENT-DATE.
004040     MOVE ACCOUNT-NUMBER TO HL2-ACCOUNT-NUMBER.
004060
004070     MOVE CUSTOMER-NAME TO HL3-CUSTOMER-NAME.
004080     WRITE STATEMENT-PRINT-RECORD FROM WS-HEADING-LINE-3.
004082     IF MAILING-ADDRESS-FOUND
004084         PERFORM 3050-PRINT-ADDRESS-BLOCK THRU 3050-EXIT
004086     END-IF.
004090
004100     MOVE WS-OPENING-BALANCE TO HL4-OPENING-BALANCE.
004110     WRITE STATEMENT-PRINT-RECORD FROM WS-HEADING-LINE-4.
004140
004150     ADD 5 TO WS-LINE-COUNT.
004160 3000-EXIT.
004161     EXIT.
004162
004163*-----------------------------------------------------------------
004164* 3050-PRINT-ADDRESS-BLOCK - PRINT THE MAILING ADDRESS UNDER THE
004165* ACCOUNT TITLE: THE STREET LINES (A BLANK SECOND LINE IS
004166* SKIPPED) AND THE CITY, STATE AND POSTAL CODE.
004167*-----------------------------------------------------------------
004168 3050-PRINT-ADDRESS-BLOCK.
004169     MOVE PM-ADDRESS-LINE-1 TO AD-ADDRESS-TEXT.
004170     WRITE STATEMENT-PRINT-RECORD FROM WS-ADDRESS-LINE.
004171     ADD 1 TO WS-LINE-COUNT.
004172
004173     IF PM-ADDRESS-LINE-2 NOT = SPACES
004174         MOVE PM-ADDRESS-LINE-2 TO AD-ADDRESS-TEXT
004175         WRITE STATEMENT-PRINT-RECORD FROM WS-ADDRESS-LINE
004176         ADD 1 TO WS-LINE-COUNT
004177     END-IF.
004178
004179     MOVE PM-CITY TO CT-CITY.
004180     MOVE PM-STATE-CODE TO CT-STATE-CODE.
004181     MOVE PM-POSTAL-CODE TO CT-POSTAL-CODE.
004182     WRITE STATEMENT-PRINT-RECORD FROM WS-CITY-LINE.
004183     ADD 1 TO WS-LINE-COUNT.
004184 3050-EXIT.
004185     EXIT.
004186
004190*-----------------------------------------------------------------
004200* 3100-PRINT-CONTINUATION-HEADING - REPRINTS THE HEADINGS AT THE
004210* TOP OF A NEW PAGE WHEN A STATEMENT RUNS LONGER THAN ONE PAGE.
005610           TRANSACTION-LEDGER-FILE
005620           STATEMENT-PRINT-FILE
005630           STATEMENT-EXTRACT-FILE.
005631     IF ACCRUAL-FILE-AVAILABLE
005632         CLOSE INTEREST-ACCRUAL-FILE
005633     END-IF.
005634     IF PARTY-FILES-AVAILABLE
005635         CLOSE PARTY-MASTER-FILE
005636               ACCOUNT-RELATIONSHIP-FILE
005637     END-IF.
005640 9000-EXIT.
005650     EXIT.
005660
