000480*                    ACCOUNT NUMBER, SO A CLOSE CANNOT ORPHAN
000490*                    LIVE ENTRIES AND A RE-USED NUMBER CANNOT
000500*                    INHERIT A DEAD ACCOUNT'S HISTORY.
000501*   2026-10-13  DO   A CLOSE NO LONGER DELETES THE MASTER - IT
000502*                    MARKS THE ACCOUNT CLOSED ('C') AS OF THE
000503*                    BUSINESS DATE, THE SAME AS THE CLOSURE RUN
000504*                    (CLOSACCT), SO THE NUMBER IS NEVER RE-USED.
000505*                    A CHANGE OR A SECOND CLOSE AGAINST A CLOSED
000506*                    ACCOUNT IS REJECTED.
000507*   2026-10-14  DO   MAKER-CHECKER.  THE CARD NOW CARRIES THE
000508*                    SUBMITTING USER ID (COLS 71-78).  AN ADD
000509*                    WITH AN OVERDRAFT LIMIT, OR A CHANGE THAT
000510*                    RAISES THE LIMIT, CHANGES THE NAME OR MOVES
000511*                    THE BRANCH, PASSES ITS EDITS AND IS THEN
000512*                    HELD ON THE PENDING-CHANGE FILE (PENDCHG)
000513*                    UNDER ITS MAKER INSTEAD OF BEING APPLIED.  A
000514*                    LATER RUN APPLIES IT FROM A 'P' CARD (COLS
000515*                    12-23 THE PENDING REFERENCE, COLS 71-78 THE
000516*                    CHECKER, WHO MAY NOT BE THE MAKER), RE-
000517*                    EDITING IT IN FULL, OR DROPS IT FROM A 'D'
000518*                    CARD.  AN ITEM NOT APPROVED WITHIN THE
000519*                    MKCKCTL EXPIRY DAYS (DEFAULT 10) EXPIRES.
000520*                    EVERY APPLIED FUNCTION NOW PRINTS ITS MAKER,
000521*                    CHECKER AND APPROVAL DATE ON THE REGISTER.
000522*   2026-10-15  DO   PRODUCT CODE 'TD' (TERM DEPOSIT) IS NOW
000523*                    ACCEPTED.  THE DEPOSIT'S CONTRACT IS OPENED
000524*                    SEPARATELY BY A TDMAINT CARD TO THE TERM-
000525*                    DEPOSIT-MATURITY RUN.
000526*   2026-10-15  DO   A CLOSE OF AN ACCOUNT WITH AN ACTIVE TERMDEP
000527*                    CONTRACT IS REJECTED - TERM-DEPOSIT-MATURITY
000528*                    PAYS IT OUT.  A CHANGE ONTO 'TD' IS REJECTED
000529*                    (A DEPOSIT IS OPENED BY AN ADD AND A TDMAINT
000530*                    CARD), AS IS A CHANGE OFF 'TD' WHILE ITS
000531*                    CONTRACT IS ACTIVE.
000532* ---------------------------------------------------------------
000533 IDENTIFICATION DIVISION.
000534 PROGRAM-ID.                  CUSTOMER-MAINTENANCE.
000540 AUTHOR.                      D. OKAFOR.
000550 INSTALLATION.                RETAIL BANKING DIVISION.
000560 DATE-WRITTEN.                2026-08-23.
000957         RECORD KEY IS BR-BRANCH-CODE
000958         FILE STATUS IS WS-BRANCHES-STATUS.
000960
000961     SELECT PENDING-CHANGE-FILE
000962         ASSIGN TO 'PENDCHG'
000963         ORGANIZATION IS INDEXED
000964         ACCESS MODE IS DYNAMIC
000965         RECORD KEY IS PC-PENDING-KEY
000966         FILE STATUS IS WS-PENDCHG-STATUS.
000967
000968     SELECT MAKER-CHECKER-CONTROL-FILE
000969         ASSIGN TO 'MKCKCTL'
000970         ORGANIZATION IS LINE SEQUENTIAL
000971         FILE STATUS IS WS-MKCKCTL-STATUS.
000972
000973     SELECT TERM-DEPOSIT-FILE
000974         ASSIGN TO 'TERMDEP'
000975         ORGANIZATION IS INDEXED
000976         ACCESS MODE IS RANDOM
000977         RECORD KEY IS TD-ACCOUNT-NUMBER
000978         FILE STATUS IS WS-TERMDEP-STATUS.
000979
000980     SELECT BATCH-DATE-FILE
000981         ASSIGN TO 'BATCHDTE'
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WS-BATCHDTE-STATUS.
001010 DATA DIVISION.
001070         88  MT-ADD                          VALUE 'A'.
001080         88  MT-CHANGE                       VALUE 'C'.
001090         88  MT-CLOSE                        VALUE 'X'.
001093         88  MT-APPROVE                      VALUE 'P'.
001096         88  MT-DECLINE                      VALUE 'D'.
001100     05  MT-ACCOUNT-NUMBER         PIC X(10).
001110     05  MT-CUSTOMER-NAME          PIC X(30).
001120     05  MT-BALANCE                PIC 9(7)V99.
001152     05  MT-PRODUCT-CODE           PIC X(02).
001154     05  MT-STATEMENT-CYCLE        PIC X(02).
001156     05  MT-BRANCH-CODE            PIC X(03).
001157     05  MT-USER-ID                PIC X(08).
001158*    AN APPROVE ('P') OR DECLINE ('D') CARD NAMES THE PENDING
001159*    CHANGE BY ITS REFERENCE; THE USER ID IS THE CHECKER'S.
001160 01  MAINTENANCE-APPROVAL-RECORD.
001161     05  MA-FUNCTION-CODE          PIC X(01).
001162     05  MA-ACCOUNT-NUMBER         PIC X(10).
001163     05  MA-PENDING-KEY.
001164         10  MA-SUBMIT-DATE        PIC 9(08).
001165         10  MA-PENDING-SEQUENCE   PIC 9(04).
001166     05  FILLER                    PIC X(47).
001167     05  MA-USER-ID                PIC X(08).
001168
001170 FD  CUSTOMER-MASTER-FILE
001180     LABEL RECORDS ARE STANDARD.
001190     COPY CUSTREC.
001384     LABEL RECORDS ARE STANDARD.
001386     COPY BRCHREC.
001388
001389 FD  PENDING-CHANGE-FILE
001390     LABEL RECORDS ARE STANDARD.
001391     COPY PENDCHG.
001392
001393 FD  MAKER-CHECKER-CONTROL-FILE
001394     LABEL RECORDS ARE STANDARD.
001395 01  MAKER-CHECKER-CONTROL-RECORD.
001396     05  MK-EXPIRY-DAYS            PIC 9(03).
001397     05  FILLER                    PIC X(01).
001398     05  MK-LARGE-ORDER-AMOUNT     PIC 9(07)V99.
001399
001400 FD  TERM-DEPOSIT-FILE
001401     LABEL RECORDS ARE STANDARD.
001402     COPY TERMDEP.
001403
001404 FD  BATCH-DATE-FILE
001405     LABEL RECORDS ARE STANDARD.
001410     COPY BATCHDTE.
001420
001430 WORKING-STORAGE SECTION.
001530     05  WS-MAINTREJ-STATUS        PIC X(02) VALUE '00'.
001535     05  WS-BRANCHES-STATUS        PIC X(02) VALUE '00'.
001540     05  WS-BATCHDTE-STATUS        PIC X(02) VALUE '00'.
001543     05  WS-PENDCHG-STATUS         PIC X(02) VALUE '00'.
001546     05  WS-MKCKCTL-STATUS         PIC X(02) VALUE '00'.
001548     05  WS-TERMDEP-STATUS         PIC X(02) VALUE '00'.
001550
001560 01  WS-SWITCHES.
001570     05  WS-EOF-SWITCH             PIC X(01) VALUE 'N'.
001640         88  MASTER-RECORD-FOUND             VALUE 'Y'.
001650     05  WS-LEDGER-SWITCH          PIC X(01) VALUE 'N'.
001660         88  LEDGER-ENTRIES-EXIST            VALUE 'Y'.
001661     05  WS-PENDING-EOF-SWITCH     PIC X(01) VALUE 'N'.
001662         88  PENDING-CHANGE-EOF              VALUE 'Y'.
001663     05  WS-PENDING-FOUND-SWITCH   PIC X(01) VALUE 'N'.
001664         88  PENDING-CHANGE-OPEN             VALUE 'Y'.
001665     05  WS-APPROVAL-SWITCH        PIC X(01) VALUE 'N'.
001666         88  APPLYING-APPROVED-CHANGE        VALUE 'Y'.
001668     05  WS-TERMDEP-OPEN-SWITCH    PIC X(01) VALUE 'N'.
001670         88  TERM-DEPOSIT-FILE-OPEN          VALUE 'Y'.
001672     05  WS-CONTRACT-SWITCH        PIC X(01) VALUE 'N'.
001674         88  ACTIVE-CONTRACT-ON-FILE         VALUE 'Y'.
001676
001680*----------------------------------------------------------------
001690* RUN DATE, CAPTURED ONCE AT STARTUP
001700*----------------------------------------------------------------
001770 01  WS-CHANGES-APPLIED            PIC 9(05) VALUE ZERO.
001780 01  WS-CLOSES-APPLIED             PIC 9(05) VALUE ZERO.
001790 01  WS-REJECT-COUNT               PIC 9(05) VALUE ZERO.
001791 01  WS-CHANGES-HELD               PIC 9(05) VALUE ZERO.
001792 01  WS-APPROVALS-APPLIED          PIC 9(05) VALUE ZERO.
001793 01  WS-APPROVALS-FAILED           PIC 9(05) VALUE ZERO.
001794 01  WS-CHANGES-DECLINED           PIC 9(05) VALUE ZERO.
001795 01  WS-CHANGES-EXPIRED            PIC 9(05) VALUE ZERO.
001796
001797*----------------------------------------------------------------
001798* MAKER-CHECKER WORK AREAS.  A CHANGE IS HELD WHEN ANY CATEGORY
001799* BYTE IS SET; THE BYTES ARE CARRIED TO PC-CATEGORY-CODES.  A
001800* PENDING ITEM OLDER THAN THE EXPIRY DAYS (CALENDAR DAYS FROM
001801* THE DATE IT WAS HELD) EXPIRES UNAPPROVED.
001802*----------------------------------------------------------------
001803 01  WS-EXPIRY-DAYS                PIC 9(03) VALUE 010.
001804 01  WS-CATEGORY-CODES.
001805     05  WS-CATEGORY-OVERDRAFT     PIC X(01).
001806     05  WS-CATEGORY-NAME          PIC X(01).
001807     05  WS-CATEGORY-BRANCH        PIC X(01).
001808     05  WS-CATEGORY-LARGE-ORDER   PIC X(01).
001809 01  WS-CURRENT-LIMIT              PIC 9(7)V99 VALUE ZERO.
001810 01  WS-NEXT-PENDING-SEQUENCE      PIC 9(04) VALUE ZERO.
001811 01  WS-CHECKER-ID                 PIC X(08) VALUE SPACES.
001812 01  WS-REJECTS-BEFORE             PIC 9(05) VALUE ZERO.
001813 01  WS-PENDING-REFERENCE.
001814     05  WS-REFERENCE-DATE         PIC 9(08).
001815     05  FILLER                    PIC X(01) VALUE '-'.
001816     05  WS-REFERENCE-SEQUENCE     PIC 9(04).
001817
001818*----------------------------------------------------------------
001819* DATE SERIAL WORK FIELDS, FOR AGEING A PENDING CHANGE
001820*----------------------------------------------------------------
001821 01  WS-CONVERT-DATE.
001822     05  WS-CONVERT-YEAR           PIC 9(04).
001823     05  WS-CONVERT-MONTH          PIC 9(02).
001824     05  WS-CONVERT-DAY            PIC 9(02).
001825 01  WS-SERIAL-YEAR                PIC 9(05) COMP VALUE ZERO.
001826 01  WS-SERIAL-MONTH               PIC 9(03) COMP VALUE ZERO.
001827 01  WS-SERIAL-WORK                PIC 9(07) COMP VALUE ZERO.
001828 01  WS-SERIAL-TERM                PIC 9(07) COMP VALUE ZERO.
001829 01  WS-SERIAL-RESULT              PIC 9(07) COMP VALUE ZERO.
001830 01  WS-RUN-SERIAL                 PIC 9(07) COMP VALUE ZERO.
001831 01  WS-PENDING-AGE                PIC S9(07) COMP VALUE ZERO.
001832
001833*----------------------------------------------------------------
001834* MULTI-CURRENCY EXCHANGE RATE TABLE, LOADED AT STARTUP THE SAME
001835* WAY BANK-ACCOUNTING LOADS ITS OWN COPY, SO A MAINTENANCE
001840* CURRENCY CODE IS VALIDATED AGAINST EXACTLY THE RATES THE
001850* NIGHTLY RECONCILIATION WILL BE ABLE TO CONVERT.
001860*----------------------------------------------------------------
002184     05  RG-PRODUCT-CODE           PIC X(02).
002186     05  FILLER                    PIC X(02) VALUE SPACES.
002188     05  RG-BRANCH-CODE            PIC X(03).
002189
002190*    PRINTED UNDER EVERY APPLIED FUNCTION.  A CHANGE THAT WAS
002191*    NEVER HELD SHOWS ITS MAKER ONLY.
002192 01  WS-APPROVAL-LINE.
002193     05  FILLER                    PIC X(08) VALUE SPACES.
002194     05  FILLER                    PIC X(06) VALUE 'MAKER '.
002195     05  AP-MAKER-ID               PIC X(08).
002196     05  FILLER                    PIC X(02) VALUE SPACES.
002197     05  FILLER                    PIC X(08) VALUE 'CHECKER '.
002198     05  AP-CHECKER-ID             PIC X(08).
002199     05  FILLER                    PIC X(02) VALUE SPACES.
002200     05  FILLER                    PIC X(09) VALUE 'APPROVED '.
002201     05  AP-APPROVAL-DATE          PIC X(08).
002202     05  FILLER                    PIC X(02) VALUE SPACES.
002203     05  FILLER                    PIC X(04) VALUE 'REF '.
002204     05  AP-PENDING-REFERENCE      PIC X(13).
002205     05  FILLER                    PIC X(02) VALUE SPACES.
002206
002207*    A CHANGE HELD, EXPIRED, DECLINED OR FAILED ON APPROVAL.
002208 01  WS-PENDING-LINE.
002209     05  PL-CAPTION                PIC X(08).
002210     05  PL-ACCOUNT-NUMBER         PIC X(10).
002211     05  FILLER                    PIC X(02) VALUE SPACES.
002212     05  FILLER                    PIC X(04) VALUE 'REF '.
002213     05  PL-PENDING-REFERENCE      PIC X(13).
002214     05  FILLER                    PIC X(02) VALUE SPACES.
002215     05  FILLER                    PIC X(06) VALUE 'MAKER '.
002216     05  PL-MAKER-ID               PIC X(08).
002217     05  FILLER                    PIC X(02) VALUE SPACES.
002218     05  FILLER                    PIC X(04) VALUE 'CAT '.
002219     05  PL-CATEGORY-CODES         PIC X(04).
002220     05  FILLER                    PIC X(02) VALUE SPACES.
002221     05  PL-CHECKER-ID             PIC X(08).
002222     05  FILLER                    PIC X(07) VALUE SPACES.
002223
002224 01  WS-TOTALS-LINE.
002225     05  TO-CAPTION                PIC X(20).
002226     05  TO-COUNT                  PIC Z(4)9.
002230     05  FILLER                    PIC X(55) VALUE SPACES.
002240
002250*----------------------------------------------------------------
002780             '- STATUS ' WS-TRANLEDG-STATUS
002790         MOVE 'Y' TO WS-EOF-SWITCH
002800     END-IF.
002801
002802*    NO BRANCH MASTER ON DISK MEANS ONLY BLANK (HEAD OFFICE)
002803*    BRANCH CODES PASS THE BRANCH EDIT.
002804     OPEN INPUT BRANCH-MASTER-FILE.
002805     IF WS-BRANCHES-STATUS = '00'
002806         SET BRANCH-MASTER-OPEN TO TRUE
002807     END-IF.
002808
002809*    NO TERM DEPOSIT CONTRACT FILE ON DISK MEANS NO CONTRACT HAS
002810*    BEEN OPENED, SO NONE CAN HOLD UP A CHANGE OR A CLOSE.
002811     OPEN INPUT TERM-DEPOSIT-FILE.
002812     IF WS-TERMDEP-STATUS = '00'
002813         SET TERM-DEPOSIT-FILE-OPEN TO TRUE
002817     END-IF.
002818
002819*    THE PENDING-CHANGE FILE IS PERMANENT - THE FIRST RUN FINDS
002820*    NONE ON DISK AND CREATES IT EMPTY.
002821     OPEN I-O PENDING-CHANGE-FILE.
002822     IF WS-PENDCHG-STATUS = '35'
002823         OPEN OUTPUT PENDING-CHANGE-FILE
002824         CLOSE PENDING-CHANGE-FILE
002825         OPEN I-O PENDING-CHANGE-FILE
002826     END-IF.
002827     IF WS-PENDCHG-STATUS NOT = '00'
002828         DISPLAY 'CUSTOMER-MAINTENANCE: UNABLE TO OPEN PENDCHG '
002829             '- STATUS ' WS-PENDCHG-STATUS
002830         MOVE 'Y' TO WS-EOF-SWITCH
002831         MOVE 'Y' TO WS-PENDING-EOF-SWITCH
002832     END-IF.
002833
002834     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
002835
002836     OPEN OUTPUT MAINTENANCE-REGISTER-FILE.
002837     OPEN OUTPUT REJECT-REPORT-FILE.
002840
002850     MOVE WS-RUN-DATE TO RH-RUN-DATE.
002860     WRITE MAINTENANCE-REGISTER-RECORD FROM WS-REGISTER-HEADING-1.
002870     WRITE MAINTENANCE-REGISTER-RECORD FROM WS-REGISTER-HEADING-2.
002880     WRITE MAINTENANCE-REGISTER-RECORD FROM WS-BLANK-LINE.
002890
002891     MOVE WS-RUN-DATE TO WS-CONVERT-DATE.
002892     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
002893     MOVE WS-SERIAL-RESULT TO WS-RUN-SERIAL.
002894     PERFORM 1500-EXPIRE-PENDING-CHANGES THRU 1500-EXIT.
002895
002900     IF NOT MAINTENANCE-TXN-EOF
002910         PERFORM 8000-READ-MAINTENANCE-TXN THRU 8000-EXIT
002920     END-IF.
002930 1000-EXIT.
002931     EXIT.
002932
002933*-----------------------------------------------------------------
002934* 1100-READ-CONTROL-CARD - TAKE A NONZERO EXPIRY PERIOD OFF THE
002935* MKCKCTL CARD.  NO CARD LEAVES THE DEFAULT OF TEN DAYS.
002936*-----------------------------------------------------------------
002937 1100-READ-CONTROL-CARD.
002938     OPEN INPUT MAKER-CHECKER-CONTROL-FILE.
002939     IF WS-MKCKCTL-STATUS NOT = '00'
002940         GO TO 1100-EXIT
002941     END-IF.
002942
002943     READ MAKER-CHECKER-CONTROL-FILE
002944         AT END
002945             MOVE SPACES TO MAKER-CHECKER-CONTROL-RECORD
002946     END-READ.
002947     CLOSE MAKER-CHECKER-CONTROL-FILE.
002948
002949     IF MK-EXPIRY-DAYS IS NUMERIC
002950             AND MK-EXPIRY-DAYS > ZERO
002951         MOVE MK-EXPIRY-DAYS TO WS-EXPIRY-DAYS
002952     END-IF.
002953 1100-EXIT.
002954     EXIT.
002955
002960*-----------------------------------------------------------------
002970* 1300-LOAD-EXCHANGE-RATES - LOAD EVERY CURRENCY CODE/RATE PAIR ON
002980* THE EXCHANGE-RATE-FILE INTO THE IN-MEMORY TABLE.  NO FILE ON
003430     EXIT.
003440
003450*-----------------------------------------------------------------
003451* 1500-EXPIRE-PENDING-CHANGES - WALK THE PENDING-CHANGE FILE
003452* ONCE BEFORE ANY CARD IS APPLIED.  A CUSTOMER CHANGE STILL
003453* PENDING PAST THE EXPIRY DAYS IS MARKED EXPIRED AND LISTED, AND
003454* THE HIGHEST REFERENCE ALREADY USED TODAY (BY EITHER
003455* MAINTENANCE RUN) IS NOTED SO NEW ITEMS NUMBER ON FROM IT.
003456*-----------------------------------------------------------------
003457 1500-EXPIRE-PENDING-CHANGES.
003458     IF PENDING-CHANGE-EOF
003459         GO TO 1500-EXIT
003460     END-IF.
003461
003462     MOVE ZERO TO PC-SUBMIT-DATE.
003463     MOVE ZERO TO PC-PENDING-SEQUENCE.
003464     START PENDING-CHANGE-FILE
003465         KEY IS NOT LESS THAN PC-PENDING-KEY
003466         INVALID KEY
003467             GO TO 1500-EXIT
003468     END-START.
003469
003470     PERFORM 1510-EXPIRE-ONE-CHANGE THRU 1510-EXIT
003471         UNTIL PENDING-CHANGE-EOF.
003472     MOVE 'N' TO WS-PENDING-EOF-SWITCH.
003473
003474     IF WS-CHANGES-EXPIRED > ZERO
003475         WRITE MAINTENANCE-REGISTER-RECORD FROM WS-BLANK-LINE
003476     END-IF.
003477 1500-EXIT.
003478     EXIT.
003479
003480*-----------------------------------------------------------------
003481* 1510-EXPIRE-ONE-CHANGE - READ THE NEXT PENDING ITEM AND EXPIRE
003482* IT WHEN IT IS OURS, STILL PENDING AND TOO OLD.
003483*-----------------------------------------------------------------
003484 1510-EXPIRE-ONE-CHANGE.
003485     READ PENDING-CHANGE-FILE NEXT RECORD
003486         AT END
003487             SET PENDING-CHANGE-EOF TO TRUE
003488             GO TO 1510-EXIT
003489     END-READ.
003490
003491     IF PC-SUBMIT-DATE = WS-RUN-DATE
003492             AND PC-PENDING-SEQUENCE > WS-NEXT-PENDING-SEQUENCE
003493         MOVE PC-PENDING-SEQUENCE TO WS-NEXT-PENDING-SEQUENCE
003494     END-IF.
003495
003496     IF NOT PC-FROM-CUSTOMER-MAINT
003497             OR NOT PC-STATUS-PENDING
003498         GO TO 1510-EXIT
003499     END-IF.
003500
003501     MOVE PC-SUBMIT-DATE TO WS-CONVERT-DATE.
003502     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
003503     COMPUTE WS-PENDING-AGE = WS-RUN-SERIAL - WS-SERIAL-RESULT.
003504     IF WS-PENDING-AGE NOT > WS-EXPIRY-DAYS
003505         GO TO 1510-EXIT
003506     END-IF.
003507
003508     SET PC-STATUS-EXPIRED TO TRUE.
003509     MOVE SPACES TO PC-CHECKER-ID.
003510     MOVE WS-RUN-DATE TO PC-ACTION-DATE.
003511     REWRITE PENDING-CHANGE-RECORD
003512         INVALID KEY
003513             DISPLAY 'CUSTOMER-MAINTENANCE: PENDCHG REWRITE '
003514                 'FAILED - STATUS ' WS-PENDCHG-STATUS
003515             GO TO 1510-EXIT
003516     END-REWRITE.
003517
003518     ADD 1 TO WS-CHANGES-EXPIRED.
003519     MOVE 'EXPIRED ' TO PL-CAPTION.
003520     PERFORM 6100-WRITE-PENDING-LINE THRU 6100-EXIT.
003521 1510-EXIT.
003522     EXIT.
003523
003524*-----------------------------------------------------------------
003525* 2000-PROCESS-MAINTENANCE - APPLY ONE MAINTENANCE TRANSACTION
003526* ACCORDING TO ITS FUNCTION CODE, THEN ADVANCE TO THE NEXT.
003527*-----------------------------------------------------------------
003528 2000-PROCESS-MAINTENANCE.
003529     IF MT-ADD
003530         PERFORM 3000-APPLY-ADD THRU 3000-EXIT
003531     ELSE
003532         IF MT-CHANGE
003540             PERFORM 4000-APPLY-CHANGE THRU 4000-EXIT
003550         ELSE
003560             IF MT-CLOSE
003570                 PERFORM 5000-APPLY-CLOSE THRU 5000-EXIT
003580             ELSE
003590                 IF MT-APPROVE
003591                     PERFORM 5500-APPROVE-PENDING THRU 5500-EXIT
003592                 ELSE
003593                     IF MT-DECLINE
003594                         PERFORM 5600-DECLINE-PENDING
003595                             THRU 5600-EXIT
003596                     ELSE
003597                         MOVE 'INVALID FUNCTION CODE'
003598                             TO RJ-REASON
003599                         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
003600                     END-IF
003601                 END-IF
003610             END-IF
003620         END-IF
003630     END-IF.
003880         END-SEARCH
003890     END-IF.
003900 2100-EXIT.
003901     EXIT.
003902
003903*-----------------------------------------------------------------
003904* 2150-VALIDATE-PRODUCT - A MAINTENANCE PRODUCT CODE IS VALID
003905* WHEN IT IS SPACES (CHECKING ASSUMED) OR ONE OF THE PRODUCTS
003906* THE RATE TABLE CARRIES: CK, SV, PS OR TD.
003907*-----------------------------------------------------------------
003908 2150-VALIDATE-PRODUCT.
003909     MOVE 'N' TO WS-PRODUCT-SWITCH.
003910
003911     IF MT-PRODUCT-CODE = SPACES
003912             OR MT-PRODUCT-CODE = 'CK'
003913             OR MT-PRODUCT-CODE = 'SV'
003914             OR MT-PRODUCT-CODE = 'PS'
003915             OR MT-PRODUCT-CODE = 'TD'
003924         SET PRODUCT-CODE-VALID TO TRUE
003925     END-IF.
003926 2150-EXIT.
004350         SET LEDGER-ENTRIES-EXIST TO TRUE
004360     END-IF.
004370 2300-EXIT.
004371     EXIT.
004372
004373*-----------------------------------------------------------------
004374* 2350-CHECK-TERM-DEPOSIT - SET THE SWITCH WHEN THE TRANSACTION'S
004375* ACCOUNT HAS AN ACTIVE CONTRACT ON TERMDEP.  THE MATURITY RUN
004376* OWNS THAT CONTRACT UNTIL IT PAYS IT OUT, SO A CLOSE OR A PRODUCT
004377* CHANGE MAY NOT TAKE THE ACCOUNT FROM UNDER IT.
004378*-----------------------------------------------------------------
004379 2350-CHECK-TERM-DEPOSIT.
004380     MOVE 'N' TO WS-CONTRACT-SWITCH.
004381     IF NOT TERM-DEPOSIT-FILE-OPEN
004382         GO TO 2350-EXIT
004383     END-IF.
004384
004385     MOVE MT-ACCOUNT-NUMBER TO TD-ACCOUNT-NUMBER.
004386     READ TERM-DEPOSIT-FILE
004387         INVALID KEY
004388             GO TO 2350-EXIT
004389     END-READ.
004390
004391     IF TD-STATUS-ACTIVE
004392         SET ACTIVE-CONTRACT-ON-FILE TO TRUE
004393     END-IF.
004394 2350-EXIT.
004395     EXIT.
004396
004397*-----------------------------------------------------------------
004401* 2400-HOLD-PENDING-CHANGE - A CARD THAT HAS PASSED ITS EDITS BUT
004402* FALLS IN A SENSITIVE CATEGORY IS WRITTEN TO THE PENDING-CHANGE
004403* FILE UNDER ITS MAKER INSTEAD OF BEING APPLIED.  THE CARD MUST
004404* NAME ITS MAKER.
004405*-----------------------------------------------------------------
004406 2400-HOLD-PENDING-CHANGE.
004407     IF MT-USER-ID = SPACES
004408         MOVE 'USER ID REQUIRED FOR A HELD CHANGE' TO RJ-REASON
004409         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
004410         GO TO 2400-EXIT
004411     END-IF.
004412
004413     IF WS-NEXT-PENDING-SEQUENCE = 9999
004414         MOVE 'PENDING REFERENCES USED UP FOR THE DAY'
004415             TO RJ-REASON
004416         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
004417         GO TO 2400-EXIT
004418     END-IF.
004419
004420     ADD 1 TO WS-NEXT-PENDING-SEQUENCE.
004421     MOVE WS-RUN-DATE TO PC-SUBMIT-DATE.
004422     MOVE WS-NEXT-PENDING-SEQUENCE TO PC-PENDING-SEQUENCE.
004423     SET PC-FROM-CUSTOMER-MAINT TO TRUE.
004424     MOVE MT-ACCOUNT-NUMBER TO PC-ACCOUNT-NUMBER.
004425     MOVE ZERO TO PC-ORDER-NUMBER.
004426     MOVE WS-CATEGORY-CODES TO PC-CATEGORY-CODES.
004427     MOVE MT-USER-ID TO PC-MAKER-ID.
004428     SET PC-STATUS-PENDING TO TRUE.
004429     MOVE SPACES TO PC-CHECKER-ID.
004430     MOVE ZERO TO PC-ACTION-DATE.
004431     MOVE MAINTENANCE-TXN-RECORD TO PC-CARD-IMAGE.
004432
004433     WRITE PENDING-CHANGE-RECORD
004434         INVALID KEY
004435             MOVE 'PENDING CHANGE WRITE FAILED' TO RJ-REASON
004436             PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
004437             GO TO 2400-EXIT
004438     END-WRITE.
004439
004440     ADD 1 TO WS-CHANGES-HELD.
004441     MOVE 'PENDING ' TO PL-CAPTION.
004442     PERFORM 6100-WRITE-PENDING-LINE THRU 6100-EXIT.
004443 2400-EXIT.
004444     EXIT.
004445
004446*-----------------------------------------------------------------
004447* 3000-APPLY-ADD - ADD A NEW ACCOUNT TO THE CUSTOMER MASTER.  THE
004448* ACCOUNT MUST NOT ALREADY BE ON FILE NOR HAVE LEDGER HISTORY
004449* LEFT BEHIND, THE OPENING BALANCE MUST
004450* BE NUMERIC AND THE CURRENCY CODE MUST PASS THE CURRENCY EDIT.
004451*-----------------------------------------------------------------
004460 3000-APPLY-ADD.
004470     PERFORM 2100-VALIDATE-CURRENCY THRU 2100-EXIT.
004480     IF NOT CURRENCY-CODE-VALID
004540
004542     PERFORM 2150-VALIDATE-PRODUCT THRU 2150-EXIT.
004543     IF NOT PRODUCT-CODE-VALID
004544         MOVE 'PRODUCT CODE NOT CK, SV, PS OR TD' TO RJ-REASON
004545         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
004546         GO TO 3000-EXIT
004547     END-IF.
004690     IF LEDGER-ENTRIES-EXIST
004700         MOVE 'LEDGER HISTORY EXISTS FOR ACCOUNT' TO RJ-REASON
004710         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
004711         GO TO 3000-EXIT
004712     END-IF.
004713
004714*    A NEW ACCOUNT OPENED WITH AN OVERDRAFT LIMIT IS A LIMIT
004715*    INCREASE FROM NOTHING AND WAITS FOR A CHECKER.
004716     MOVE SPACES TO WS-CATEGORY-CODES.
004717     IF MT-OVERDRAFT-LIMIT IS NUMERIC
004718             AND MT-OVERDRAFT-LIMIT > ZERO
004719         MOVE 'O' TO WS-CATEGORY-OVERDRAFT
004720     END-IF.
004721     IF WS-CATEGORY-CODES NOT = SPACES
004722             AND NOT APPLYING-APPROVED-CHANGE
004723         PERFORM 2400-HOLD-PENDING-CHANGE THRU 2400-EXIT
004724         GO TO 3000-EXIT
004730     END-IF.
004740
004750     MOVE MT-ACCOUNT-NUMBER TO CM-ACCOUNT-NUMBER.
004950     ADD 1 TO WS-ADDS-APPLIED.
004960     MOVE 'ADD     ' TO RG-CAPTION.
004970     PERFORM 6000-WRITE-REGISTER THRU 6000-EXIT.
004975     PERFORM 6200-WRITE-APPROVAL-LINE THRU 6200-EXIT.
004980 3000-EXIT.
004990     EXIT.
005000
005080     PERFORM 2200-READ-MASTER-BY-KEY THRU 2200-EXIT.
005090     IF NOT MASTER-RECORD-FOUND
005100         MOVE 'ACCOUNT NOT ON FILE FOR CHANGE' TO RJ-REASON
005101         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
005102         GO TO 4000-EXIT
005103     END-IF.
005104
005105     IF CM-STATUS-CLOSED
005106         MOVE 'ACCOUNT IS CLOSED' TO RJ-REASON
005110         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
005120         GO TO 4000-EXIT
005130     END-IF.
005180             MOVE 'CURRENCY CODE NOT ON EXCHANGE-RATE FILE'
005190                 TO RJ-REASON
005200             PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
005201             GO TO 4000-EXIT
005202         END-IF
005203     END-IF.
005204
005205     IF MT-STATEMENT-CYCLE NOT = SPACES
005206         PERFORM 2160-VALIDATE-CYCLE THRU 2160-EXIT
005207         IF NOT STATEMENT-CYCLE-VALID
005208             MOVE 'STATEMENT CYCLE NOT 01-28' TO RJ-REASON
005209             PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
005210             GO TO 4000-EXIT
005211         END-IF
005212     END-IF.
005213
005214     IF MT-BRANCH-CODE NOT = SPACES
005215         PERFORM 2170-VALIDATE-BRANCH THRU 2170-EXIT
005216         IF NOT BRANCH-CODE-VALID
005217             MOVE 'BRANCH CODE NOT ON BRANCHES MASTER'
005218                 TO RJ-REASON
005219             PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
005220             GO TO 4000-EXIT
005221         END-IF
005222     END-IF.
005223
005224     IF MT-PRODUCT-CODE NOT = SPACES
005225         PERFORM 2150-VALIDATE-PRODUCT THRU 2150-EXIT
005226         IF NOT PRODUCT-CODE-VALID
005227             MOVE 'PRODUCT CODE NOT CK, SV, PS OR TD' TO RJ-REASON
005228             PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
005229             GO TO 4000-EXIT
005230         END-IF
005231     END-IF.
005232
005233*    A TERM DEPOSIT IS OPENED ONLY BY AN ADD AND A TDMAINT
005234*    CARD, AND STAYS ONE WHILE ITS CONTRACT IS ACTIVE.
005235     IF MT-PRODUCT-CODE = 'TD'
005236             AND NOT CM-PRODUCT-TERM-DEPOSIT
005237         MOVE 'EXISTING ACCOUNT CANNOT BECOME TD' TO RJ-REASON
005238         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
005239         GO TO 4000-EXIT
005240     END-IF.
005241     IF MT-PRODUCT-CODE NOT = SPACES
005242             AND MT-PRODUCT-CODE NOT = 'TD'
005243             AND CM-PRODUCT-TERM-DEPOSIT
005244         PERFORM 2350-CHECK-TERM-DEPOSIT THRU 2350-EXIT
005245         IF ACTIVE-CONTRACT-ON-FILE
005246             MOVE 'ACTIVE TERM DEPOSIT - PRODUCT CHANGE'
005247                 TO RJ-REASON
005248             PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
005249             GO TO 4000-EXIT
005250         END-IF
005251     END-IF.
005252
005260*    AN OVERDRAFT LIMIT RAISED, A NAME CHANGED OR A BRANCH MOVED
005261*    WAITS FOR A CHECKER.  A LOWER LIMIT AND THE OTHER FIELDS
005262*    APPLY STRAIGHT AWAY.
005263     MOVE SPACES TO WS-CATEGORY-CODES.
005264     IF CM-OVERDRAFT-LIMIT IS NUMERIC
005265         MOVE CM-OVERDRAFT-LIMIT TO WS-CURRENT-LIMIT
005266     ELSE
005267         MOVE ZERO TO WS-CURRENT-LIMIT
005268     END-IF.
005269     IF MT-OVERDRAFT-LIMIT IS NUMERIC
005270             AND MT-OVERDRAFT-LIMIT > WS-CURRENT-LIMIT
005271         MOVE 'O' TO WS-CATEGORY-OVERDRAFT
005272     END-IF.
005273     IF MT-CUSTOMER-NAME NOT = SPACES
005274             AND MT-CUSTOMER-NAME NOT = CM-CUSTOMER-NAME
005275         MOVE 'N' TO WS-CATEGORY-NAME
005276     END-IF.
005277     IF MT-BRANCH-CODE NOT = SPACES
005278             AND MT-BRANCH-CODE NOT = CM-BRANCH-CODE
005279         MOVE 'B' TO WS-CATEGORY-BRANCH
005280     END-IF.
005281     IF WS-CATEGORY-CODES NOT = SPACES
005282             AND NOT APPLYING-APPROVED-CHANGE
005283         PERFORM 2400-HOLD-PENDING-CHANGE THRU 2400-EXIT
005284         GO TO 4000-EXIT
005285     END-IF.
005286
005287     MOVE 'CHG BEF ' TO RG-CAPTION.
005288     PERFORM 6000-WRITE-REGISTER THRU 6000-EXIT.
005289
005290     IF MT-CUSTOMER-NAME NOT = SPACES
005291         MOVE MT-CUSTOMER-NAME TO CM-CUSTOMER-NAME
005300     END-IF.
005310     IF MT-CURRENCY-CODE NOT = SPACES
005320         MOVE MT-CURRENCY-CODE TO CM-CURRENCY-CODE
005490     ADD 1 TO WS-CHANGES-APPLIED.
005500     MOVE 'CHG AFT ' TO RG-CAPTION.
005510     PERFORM 6000-WRITE-REGISTER THRU 6000-EXIT.
005515     PERFORM 6200-WRITE-APPROVAL-LINE THRU 6200-EXIT.
005520 4000-EXIT.
005530     EXIT.
005540
005550*-----------------------------------------------------------------
005560* 5000-APPLY-CLOSE - MARK AN EMPTY ACCOUNT CLOSED ON THE CUSTOMER
005570* MASTER.  THE ACCOUNT MUST BE ON FILE AND OPEN, ITS BALANCE MUST
005580* BE ZERO AND NO LEDGER ENTRIES MAY REMAIN (THE MONTH-END ARCHIVE
005590* CLEARS THEM), SO A CLOSE CANNOT ORPHAN LIVE ENTRIES.  AN ACCOUNT
005600* WITH MONEY IN IT IS CLOSED AND PAID OUT BY THE CLOSURE RUN.
005610*-----------------------------------------------------------------
005620 5000-APPLY-CLOSE.
005630     PERFORM 2200-READ-MASTER-BY-KEY THRU 2200-EXIT.
005640     IF NOT MASTER-RECORD-FOUND
005650         MOVE 'ACCOUNT NOT ON FILE FOR CLOSE' TO RJ-REASON
005651         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
005652         GO TO 5000-EXIT
005653     END-IF.
005654
005655     IF CM-STATUS-CLOSED
005656         MOVE 'ACCOUNT ALREADY CLOSED' TO RJ-REASON
005660         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
005670         GO TO 5000-EXIT
005680     END-IF.
005760     PERFORM 2300-CHECK-LEDGER-EMPTY THRU 2300-EXIT.
005770     IF LEDGER-ENTRIES-EXIST
005780         MOVE 'LEDGER ENTRIES STILL ON FILE' TO RJ-REASON
005781         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
005782         GO TO 5000-EXIT
005783     END-IF.
005784
005785     PERFORM 2350-CHECK-TERM-DEPOSIT THRU 2350-EXIT.
005786     IF ACTIVE-CONTRACT-ON-FILE
005787         MOVE 'ACTIVE TERM DEPOSIT - CLOSE REFUSED' TO RJ-REASON
005790         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
005800         GO TO 5000-EXIT
005810     END-IF.
005820
005821     SET CM-STATUS-CLOSED TO TRUE.
005822     MOVE WS-RUN-DATE TO CM-LAST-ACTIVITY-DATE.
005823
005824     REWRITE CUSTOMER-MASTER-RECORD
005825         INVALID KEY
005826             MOVE 'CUSTOMER MASTER REWRITE FAILED' TO RJ-REASON
005827             PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
005828             GO TO 5000-EXIT
005829     END-REWRITE.
005830
005831     MOVE 'CLOSE   ' TO RG-CAPTION.
005840     PERFORM 6000-WRITE-REGISTER THRU 6000-EXIT.
005841     PERFORM 6200-WRITE-APPROVAL-LINE THRU 6200-EXIT.
005842
005843     ADD 1 TO WS-CLOSES-APPLIED.
005844 5000-EXIT.
005845     EXIT.
005846
005847*-----------------------------------------------------------------
005848* 5500-APPROVE-PENDING - APPLY A HELD CHANGE ON A CHECKER'S
005849* APPROVAL.  THE CARD MUST NAME AN OPEN CUSTOMER CHANGE FOR ITS
005850* ACCOUNT AND A CHECKER WHO IS NOT THE MAKER.  THE HELD CARD IS
005851* THEN PUT BACK THROUGH THE ADD OR CHANGE PATH IN FULL, SO AN
005852* ACCOUNT THAT HAS MOVED ON SINCE IT WAS HELD STILL FAILS ITS
005853* EDITS; A CHANGE THAT FAILS IS MARKED FAILED AND THE MAKER
005854* RESUBMITS IT.
005855*-----------------------------------------------------------------
005856 5500-APPROVE-PENDING.
005857     PERFORM 5510-FIND-PENDING-CHANGE THRU 5510-EXIT.
005858     IF NOT PENDING-CHANGE-OPEN
005859         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
005860         GO TO 5500-EXIT
005861     END-IF.
005862
005863     IF PC-MAKER-ID = WS-CHECKER-ID
005864         MOVE 'CHECKER MAY NOT BE THE MAKER' TO RJ-REASON
005865         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
005866         GO TO 5500-EXIT
005867     END-IF.
005868
005869     MOVE PC-CARD-IMAGE TO MAINTENANCE-TXN-RECORD.
005870     MOVE WS-REJECT-COUNT TO WS-REJECTS-BEFORE.
005871     SET APPLYING-APPROVED-CHANGE TO TRUE.
005872     IF MT-ADD
005873         PERFORM 3000-APPLY-ADD THRU 3000-EXIT
005874     ELSE
005875         PERFORM 4000-APPLY-CHANGE THRU 4000-EXIT
005876     END-IF.
005877     MOVE 'N' TO WS-APPROVAL-SWITCH.
005878
005879     IF WS-REJECT-COUNT > WS-REJECTS-BEFORE
005880         SET PC-STATUS-FAILED TO TRUE
005881         ADD 1 TO WS-APPROVALS-FAILED
005882         MOVE 'FAILED  ' TO PL-CAPTION
005883         PERFORM 6100-WRITE-PENDING-LINE THRU 6100-EXIT
005884     ELSE
005885         SET PC-STATUS-APPLIED TO TRUE
005886         ADD 1 TO WS-APPROVALS-APPLIED
005887     END-IF.
005888     MOVE WS-CHECKER-ID TO PC-CHECKER-ID.
005889     MOVE WS-RUN-DATE TO PC-ACTION-DATE.
005890
005891     REWRITE PENDING-CHANGE-RECORD
005892         INVALID KEY
005893             MOVE 'PENDING CHANGE REWRITE FAILED' TO RJ-REASON
005894             PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
005895     END-REWRITE.
005896 5500-EXIT.
005897     EXIT.
005898
005899*-----------------------------------------------------------------
005900* 5510-FIND-PENDING-CHANGE - READ THE PENDING ITEM AN APPROVE OR
005901* DECLINE CARD NAMES AND CHECK IT IS STILL OPEN, IS A CUSTOMER
005902* CHANGE AND IS FOR THE CARD'S ACCOUNT.  THE REASON IS LEFT FOR
005903* THE CALLER'S REJECT WHEN IT IS NOT.
005904*-----------------------------------------------------------------
005905 5510-FIND-PENDING-CHANGE.
005906     MOVE 'N' TO WS-PENDING-FOUND-SWITCH.
005907     MOVE MA-USER-ID TO WS-CHECKER-ID.
005908
005909     IF WS-CHECKER-ID = SPACES
005910         MOVE 'USER ID REQUIRED TO APPROVE OR DECLINE'
005911             TO RJ-REASON
005912         GO TO 5510-EXIT
005913     END-IF.
005914
005915     IF MA-PENDING-KEY IS NOT NUMERIC
005916         MOVE 'PENDING REFERENCE NOT NUMERIC' TO RJ-REASON
005917         GO TO 5510-EXIT
005918     END-IF.
005919
005920     MOVE MA-PENDING-KEY TO PC-PENDING-KEY.
005921     READ PENDING-CHANGE-FILE
005922         INVALID KEY
005923             MOVE 'PENDING CHANGE NOT ON FILE' TO RJ-REASON
005924             GO TO 5510-EXIT
005925     END-READ.
005926
005927     IF NOT PC-FROM-CUSTOMER-MAINT
005928             OR PC-ACCOUNT-NUMBER NOT = MA-ACCOUNT-NUMBER
005929         MOVE 'PENDING CHANGE NOT FOR THIS ACCOUNT' TO RJ-REASON
005930         GO TO 5510-EXIT
005931     END-IF.
005932
005933     IF NOT PC-STATUS-PENDING
005934         MOVE 'PENDING CHANGE NO LONGER OPEN' TO RJ-REASON
005935         GO TO 5510-EXIT
005936     END-IF.
005937
005938     SET PENDING-CHANGE-OPEN TO TRUE.
005939 5510-EXIT.
005940     EXIT.
005941
005942*-----------------------------------------------------------------
005943* 5600-DECLINE-PENDING - DROP A HELD CHANGE WITHOUT APPLYING IT.
005944* ANY USER MAY DECLINE, THE MAKER INCLUDED, SO A CHANGE KEYED IN
005945* ERROR CAN BE WITHDRAWN.
005946*-----------------------------------------------------------------
005947 5600-DECLINE-PENDING.
005948     PERFORM 5510-FIND-PENDING-CHANGE THRU 5510-EXIT.
005949     IF NOT PENDING-CHANGE-OPEN
005950         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
005951         GO TO 5600-EXIT
005952     END-IF.
005953
005954     SET PC-STATUS-DECLINED TO TRUE.
005955     MOVE WS-CHECKER-ID TO PC-CHECKER-ID.
005956     MOVE WS-RUN-DATE TO PC-ACTION-DATE.
005957     REWRITE PENDING-CHANGE-RECORD
005958         INVALID KEY
005959             MOVE 'PENDING CHANGE REWRITE FAILED' TO RJ-REASON
005960             PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
005961             GO TO 5600-EXIT
005962     END-REWRITE.
005963
005964     ADD 1 TO WS-CHANGES-DECLINED.
005965     MOVE 'DECLINED' TO PL-CAPTION.
005966     PERFORM 6100-WRITE-PENDING-LINE THRU 6100-EXIT.
005967 5600-EXIT.
005968     EXIT.
005969
005970*-----------------------------------------------------------------
005980* 6000-WRITE-REGISTER - PRINT ONE MAINTENANCE REGISTER LINE FROM
005990* THE CUSTOMER-MASTER RECORD AREA, UNDER THE CAPTION THE CALLER
006070
006080     WRITE MAINTENANCE-REGISTER-RECORD FROM WS-REGISTER-LINE.
006090 6000-EXIT.
006091     EXIT.
006092
006093*-----------------------------------------------------------------
006094* 6100-WRITE-PENDING-LINE - PRINT ONE PENDING ITEM FROM THE
006095* PENDING-CHANGE RECORD AREA UNDER THE CAPTION THE CALLER HAS
006096* ALREADY SET.
006097*-----------------------------------------------------------------
006098 6100-WRITE-PENDING-LINE.
006099     MOVE PC-ACCOUNT-NUMBER TO PL-ACCOUNT-NUMBER.
006100     MOVE PC-SUBMIT-DATE TO WS-REFERENCE-DATE.
006101     MOVE PC-PENDING-SEQUENCE TO WS-REFERENCE-SEQUENCE.
006102     MOVE WS-PENDING-REFERENCE TO PL-PENDING-REFERENCE.
006103     MOVE PC-MAKER-ID TO PL-MAKER-ID.
006104     MOVE PC-CATEGORY-CODES TO PL-CATEGORY-CODES.
006105     MOVE PC-CHECKER-ID TO PL-CHECKER-ID.
006106
006107     WRITE MAINTENANCE-REGISTER-RECORD FROM WS-PENDING-LINE.
006108 6100-EXIT.
006109     EXIT.
006110
006111*-----------------------------------------------------------------
006112* 6200-WRITE-APPROVAL-LINE - PRINT WHO MADE AND WHO CHECKED THE
006113* FUNCTION JUST APPLIED.  ONLY A HELD CHANGE HAS A CHECKER, AN
006114* APPROVAL DATE AND A PENDING REFERENCE.
006115*-----------------------------------------------------------------
006116 6200-WRITE-APPROVAL-LINE.
006117     IF APPLYING-APPROVED-CHANGE
006118         MOVE PC-MAKER-ID TO AP-MAKER-ID
006119         MOVE WS-CHECKER-ID TO AP-CHECKER-ID
006120         MOVE WS-RUN-DATE TO AP-APPROVAL-DATE
006121         MOVE PC-SUBMIT-DATE TO WS-REFERENCE-DATE
006122         MOVE PC-PENDING-SEQUENCE TO WS-REFERENCE-SEQUENCE
006123         MOVE WS-PENDING-REFERENCE TO AP-PENDING-REFERENCE
006124     ELSE
006125         MOVE MT-USER-ID TO AP-MAKER-ID
006126         MOVE SPACES TO AP-CHECKER-ID
006127         MOVE SPACES TO AP-APPROVAL-DATE
006128         MOVE SPACES TO AP-PENDING-REFERENCE
006129     END-IF.
006130
006131     WRITE MAINTENANCE-REGISTER-RECORD FROM WS-APPROVAL-LINE.
006132 6200-EXIT.
006133     EXIT.
006134
006135*-----------------------------------------------------------------
006136* 7000-WRITE-REJECT - LOG A MAINTENANCE TRANSACTION THAT FAILED
006140* ITS EDITS TO THE REJECT REPORT, WITH THE REASON THE CALLER HAS
006150* ALREADY SET.
006160*-----------------------------------------------------------------
006370     EXIT.
006380
006390*-----------------------------------------------------------------
006391* 8500-DATE-TO-SERIAL - CONVERT WS-CONVERT-DATE TO A DAY SERIAL
006392* NUMBER SO TWO DATES CAN BE SUBTRACTED ACROSS MONTH AND YEAR
006393* ENDS.
006394*-----------------------------------------------------------------
006395 8500-DATE-TO-SERIAL.
006396     IF WS-CONVERT-MONTH > 2
006397         MOVE WS-CONVERT-YEAR TO WS-SERIAL-YEAR
006398         COMPUTE WS-SERIAL-MONTH = WS-CONVERT-MONTH + 1
006399     ELSE
006400         COMPUTE WS-SERIAL-YEAR = WS-CONVERT-YEAR - 1
006401         COMPUTE WS-SERIAL-MONTH = WS-CONVERT-MONTH + 13
006402     END-IF.
006403
006404     COMPUTE WS-SERIAL-RESULT = WS-SERIAL-YEAR * 365.
006405     DIVIDE WS-SERIAL-YEAR BY 4 GIVING WS-SERIAL-WORK.
006406     ADD WS-SERIAL-WORK TO WS-SERIAL-RESULT.
006407     DIVIDE WS-SERIAL-YEAR BY 100 GIVING WS-SERIAL-WORK.
006408     SUBTRACT WS-SERIAL-WORK FROM WS-SERIAL-RESULT.
006409     DIVIDE WS-SERIAL-YEAR BY 400 GIVING WS-SERIAL-WORK.
006410     ADD WS-SERIAL-WORK TO WS-SERIAL-RESULT.
006411
006412     COMPUTE WS-SERIAL-TERM = WS-SERIAL-MONTH * 153.
006413     DIVIDE WS-SERIAL-TERM BY 5 GIVING WS-SERIAL-WORK.
006414     ADD WS-SERIAL-WORK TO WS-SERIAL-RESULT.
006415
006416     ADD WS-CONVERT-DAY TO WS-SERIAL-RESULT.
006417 8500-EXIT.
006418     EXIT.
006419
006420*-----------------------------------------------------------------
006421* 9000-TERMINATE - PRINT THE MAINTENANCE CONTROL TOTALS ON THE
006422* REGISTER AND CLOSE EVERY FILE BEFORE STOP RUN.
006423*-----------------------------------------------------------------
006430 9000-TERMINATE.
006440     WRITE MAINTENANCE-REGISTER-RECORD FROM WS-BLANK-LINE.
006450
006580     MOVE 'REJECTS...........: ' TO TO-CAPTION.
006590     MOVE WS-REJECT-COUNT TO TO-COUNT.
006600     WRITE MAINTENANCE-REGISTER-RECORD FROM WS-TOTALS-LINE.
006601
006602     MOVE 'HELD FOR APPROVAL.: ' TO TO-CAPTION.
006603     MOVE WS-CHANGES-HELD TO TO-COUNT.
006604     WRITE MAINTENANCE-REGISTER-RECORD FROM WS-TOTALS-LINE.
006605
006606     MOVE 'APPROVALS APPLIED.: ' TO TO-CAPTION.
006607     MOVE WS-APPROVALS-APPLIED TO TO-COUNT.
006608     WRITE MAINTENANCE-REGISTER-RECORD FROM WS-TOTALS-LINE.
006609
006610     MOVE 'APPROVALS FAILED..: ' TO TO-CAPTION.
006611     MOVE WS-APPROVALS-FAILED TO TO-COUNT.
006612     WRITE MAINTENANCE-REGISTER-RECORD FROM WS-TOTALS-LINE.
006613
006614     MOVE 'DECLINED..........: ' TO TO-CAPTION.
006615     MOVE WS-CHANGES-DECLINED TO TO-COUNT.
006616     WRITE MAINTENANCE-REGISTER-RECORD FROM WS-TOTALS-LINE.
006617
006618     MOVE 'EXPIRED...........: ' TO TO-CAPTION.
006619     MOVE WS-CHANGES-EXPIRED TO TO-COUNT.
006620     WRITE MAINTENANCE-REGISTER-RECORD FROM WS-TOTALS-LINE.
006621
006622     CLOSE MAINTENANCE-TXN-FILE.
006625     IF BRANCH-MASTER-OPEN
006626         CLOSE BRANCH-MASTER-FILE
006627     END-IF.
006629     IF TERM-DEPOSIT-FILE-OPEN
006631         CLOSE TERM-DEPOSIT-FILE
006633     END-IF.
006635     CLOSE CUSTOMER-MASTER-FILE.
006640     CLOSE TRANSACTION-LEDGER-FILE.
006645     CLOSE PENDING-CHANGE-FILE.
006650     CLOSE MAINTENANCE-REGISTER-FILE.
006660     CLOSE REJECT-REPORT-FILE.
006670 9000-EXIT.
