000337*                    THIS STEP WHEN IT ALREADY ENDED CLEAN -
000338*                    SO A RERUN CANNOT AGE THE SAME SUSPENSE
000339*                    ITEMS A SECOND NIGHT IN ONE CYCLE.
000340*   2026-10-09  DO   THE RAW DETAIL'S CHANNEL BYTE (CASH,
000341*                    CHEQUE, ELECTRONIC - SEE TRANLEDG) NOW RIDES
000342*                    THROUGH SUSPENSE AND OUT ON THE RESUBMIT
000343*                    FILE, SO A REPAIRED CASH ITEM STILL REACHES
000344*                    THE CASH SURVEILLANCE RUN AS CASH.  A NEW
000345*                    OPTIONAL CARD FIELD CORRECTS THE CHANNEL.
000346*   2026-10-12  DO   A REJECTED TRANSFER (DETAIL TYPE 'X') NOW
000347*                    CARRIES ITS CREDIT ACCOUNT AND TRANSFER
000348*                    REFERENCE THROUGH SUSPENSE AND OUT ON THE
000349*                    RESUBMIT FILE, SO IT IS RESUBMITTED WHOLE.
000350*                    A NEW OPTIONAL CARD FIELD CORRECTS THE
000351*                    CREDIT ACCOUNT.
000352*   2026-10-12  DO   AGES SUSPENSE ITEMS IN BUSINESS DAYS FROM
000353*                    THE BUSINESS-DAY CALENDAR WHEN ONE IS
000354*                    PRESENT - THE DIFFERENCE OF THE CALENDAR'S
000355*                    BUSINESS-DAY NUMBERS FOR TONIGHT AND THE
000356*                    FIRST REJECT DATE - SO A WEEKEND OR A BANK
000357*                    HOLIDAY NO LONGER COUNTS TOWARD THE THREE-
000358*                    DAY FLAG.  WITHOUT A CALENDAR, OR FOR A DATE
000359*                    IT DOES NOT HOLD, THE ITEM IS STILL AGED ONE
000360*                    PER RUN.
000361*   2026-10-15  DO   CARRIES THE TERM DEPOSIT EARLY-WITHDRAWAL
000362*                    FLAG THROUGH SUSPENSE TO THE RESUBMIT FILE.
000363*                    A NEW OPTIONAL CARD FIELD (COL 68) SETS IT
000364*                    ('E') OR CLEARS IT ('N').
000365* ---------------------------------------------------------------
000366 IDENTIFICATION DIVISION.
000367 PROGRAM-ID.                  REJECT-REPAIR.
000370 AUTHOR.                      D. OKAFOR.
000380 INSTALLATION.                RETAIL BANKING DIVISION.
000390 DATE-WRITTEN.                2026-09-02.
000750         ASSIGN TO 'BATCHDTE'
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-BATCHDTE-STATUS.
000771
000772     SELECT CALENDAR-FILE
000773         ASSIGN TO 'CALENDAR'
000774         ORGANIZATION IS INDEXED
000775         ACCESS MODE IS RANDOM
000776         RECORD KEY IS CL-CALENDAR-DATE
000777         FILE STATUS IS WS-CALENDAR-STATUS.
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  REJECT-SUSPENSE-FILE
000810     LABEL RECORDS ARE STANDARD.
000820     COPY REJSUSP.
000822
000824 FD  CALENDAR-FILE
000826     LABEL RECORDS ARE STANDARD.
000828     COPY CALENDAR.
000830
000840 FD  CORRECTION-CARD-FILE
000850     LABEL RECORDS ARE STANDARD.
000940     05  CC-NEW-DATE               PIC X(08).
000950     05  CC-NEW-TYPE               PIC X(01).
000960     05  CC-NEW-AMOUNT             PIC X(09).
000965     05  CC-NEW-CHANNEL            PIC X(01).
000967     05  CC-NEW-TRANSFER-ACCOUNT   PIC X(10).
000968     05  CC-NEW-EARLY-WDL          PIC X(01).
000970
000980 SD  SORT-WORK-FILE.
000990 01  SORT-WORK-RECORD.
001060     05  SW-REJECT-REASON          PIC X(40).
001070     05  SW-FIRST-REJECT-DATE      PIC 9(08).
001080     05  SW-NIGHTS-RECYCLED        PIC 9(03).
001085     05  SW-CHANNEL-CODE           PIC X(01).
001086     05  SW-TRANSFER-ACCOUNT       PIC X(10).
001087     05  SW-TRANSFER-REF           PIC X(12).
001088     05  SW-EARLY-WITHDRAWAL       PIC X(01).
001090
001100 FD  SORTED-REJECT-FILE
001110     LABEL RECORDS ARE STANDARD.
001190     05  SR-REJECT-REASON          PIC X(40).
001200     05  SR-FIRST-REJECT-DATE      PIC 9(08).
001210     05  SR-NIGHTS-RECYCLED        PIC 9(03).
001215     05  SR-CHANNEL-CODE           PIC X(01).
001216     05  SR-TRANSFER-ACCOUNT       PIC X(10).
001217     05  SR-TRANSFER-REF           PIC X(12).
001218     05  SR-EARLY-WITHDRAWAL       PIC X(01).
001220
001230 FD  RESUBMIT-FILE
001240     LABEL RECORDS ARE STANDARD.
001250 01  RESUBMIT-RECORD.
001253     05  RS-DETAIL-IMAGE           PIC X(29).
001256     05  RS-CHANNEL-CODE           PIC X(01).
001257     05  RS-TRANSFER-ACCOUNT       PIC X(10).
001258     05  RS-TRANSFER-REF           PIC X(12).
001259     05  RS-EARLY-WITHDRAWAL       PIC X(01).
001260
001270 FD  REPAIR-REPORT-FILE
001280     LABEL RECORDS ARE STANDARD.
001430     05  WS-RESUBMIT-STATUS        PIC X(02) VALUE '00'.
001440     05  WS-REJRPT-STATUS          PIC X(02) VALUE '00'.
001450     05  WS-BATCHDTE-STATUS        PIC X(02) VALUE '00'.
001455     05  WS-CALENDAR-STATUS        PIC X(02) VALUE '00'.
001460
001470 01  WS-SWITCHES.
001480     05  WS-EOF-SWITCH             PIC X(01) VALUE 'N'.
001530         88  CORRECTION-CARDS-EOF            VALUE 'Y'.
001540     05  WS-MATCH-SWITCH           PIC X(01) VALUE 'N'.
001550         88  CORRECTION-MATCHED              VALUE 'Y'.
001552     05  WS-CALENDAR-SWITCH        PIC X(01) VALUE 'N'.
001554         88  CALENDAR-AVAILABLE              VALUE 'Y'.
001556     05  WS-CALDAY-SWITCH          PIC X(01) VALUE 'N'.
001558         88  CALENDAR-DAY-FOUND              VALUE 'Y'.
001560
001570*----------------------------------------------------------------
001580* RUN DATE, CAPTURED ONCE AT STARTUP
001590*----------------------------------------------------------------
001600 01  WS-RUN-DATE                   PIC 9(08).
001601
001602*----------------------------------------------------------------
001603* BUSINESS-DAY NUMBERS FROM THE CALENDAR FOR AGING
001604*----------------------------------------------------------------
001605 01  WS-RUN-BUSINESS-DAY           PIC 9(07) VALUE ZERO.
001606 01  WS-FIRST-BUSINESS-DAY         PIC 9(07) VALUE ZERO.
001610
001612*----------------------------------------------------------------
001614* CYCLE STEP-STATUS PARAMETER AREA - SEE CYCLE-STEP-STATUS
001760         10  WS-CRD-NEW-DATE       PIC X(08).
001770         10  WS-CRD-NEW-TYPE       PIC X(01).
001780         10  WS-CRD-NEW-AMOUNT     PIC X(09).
001785         10  WS-CRD-NEW-CHANNEL    PIC X(01).
001787         10  WS-CRD-NEW-XFER-ACCT  PIC X(10).
001788         10  WS-CRD-NEW-EARLY-WDL  PIC X(01).
001790         10  WS-CRD-USED           PIC X(01).
001800 01  WS-MATCHED-ENTRY              PIC 9(03) VALUE ZERO.
001810 01  WS-SCAN-ENTRY                 PIC 9(03) VALUE ZERO.
002570* CARDS, OPEN THE REPORT AND PRINT ITS HEADINGS.
002580*-----------------------------------------------------------------
002590 1000-INITIALIZE.
002592*    THE BUSINESS-DAY CALENDAR IS OPTIONAL.  WITHOUT IT, OR WHEN
002594*    IT DOES NOT HOLD TONIGHT'S DATE, ITEMS AGE ONE PER RUN.
002596     OPEN INPUT CALENDAR-FILE.
002598     IF WS-CALENDAR-STATUS = '00'
002600         MOVE WS-RUN-DATE TO CL-CALENDAR-DATE
002602         PERFORM 5200-READ-CALENDAR-DAY THRU 5200-EXIT
002604         IF CALENDAR-DAY-FOUND
002606             SET CALENDAR-AVAILABLE TO TRUE
002608             MOVE CL-BUSINESS-DAY-NUMBER TO WS-RUN-BUSINESS-DAY
002610         ELSE
002612             DISPLAY 'REJECT-REPAIR: ' WS-RUN-DATE
002614                 ' NOT ON THE CALENDAR - ITEMS AGED ONE PER RUN'
002616             CLOSE CALENDAR-FILE
002618         END-IF
002620     END-IF.
002622
002630     PERFORM 1100-LOAD-CORRECTION-CARDS THRU 1100-EXIT.
002640
002650     OPEN OUTPUT REPAIR-REPORT-FILE.
003160         MOVE CC-NEW-DATE TO WS-CRD-NEW-DATE (WS-CRD-IDX)
003170         MOVE CC-NEW-TYPE TO WS-CRD-NEW-TYPE (WS-CRD-IDX)
003180         MOVE CC-NEW-AMOUNT TO WS-CRD-NEW-AMOUNT (WS-CRD-IDX)
003185         MOVE CC-NEW-CHANNEL TO WS-CRD-NEW-CHANNEL (WS-CRD-IDX)
003186         MOVE CC-NEW-TRANSFER-ACCOUNT
003187             TO WS-CRD-NEW-XFER-ACCT (WS-CRD-IDX)
003188         MOVE CC-NEW-EARLY-WDL
003189             TO WS-CRD-NEW-EARLY-WDL (WS-CRD-IDX)
003190         MOVE 'N' TO WS-CRD-USED (WS-CRD-IDX)
003200     END-IF.
003210
003750     MOVE RX-REJECT-REASON     TO SW-REJECT-REASON.
003760     MOVE RX-FIRST-REJECT-DATE TO SW-FIRST-REJECT-DATE.
003770     MOVE RX-NIGHTS-RECYCLED   TO SW-NIGHTS-RECYCLED.
003775     MOVE RX-CHANNEL-CODE      TO SW-CHANNEL-CODE.
003776     MOVE RX-TRANSFER-ACCOUNT  TO SW-TRANSFER-ACCOUNT.
003777     MOVE RX-TRANSFER-REF      TO SW-TRANSFER-REF.
003778     MOVE RX-EARLY-WITHDRAWAL  TO SW-EARLY-WITHDRAWAL.
003780     RELEASE SORT-WORK-RECORD.
003790     ADD 1 TO WS-ITEMS-READ.
003800
004880*-----------------------------------------------------------------
004890* 4500-RESUBMIT-ITEM - BUILD THE CORRECTED DETAIL IMAGE (SPACES
004900* CARD FIELDS KEEP THE ORIGINAL VALUE) AND HAND IT TO THE
004910* RESUBMIT FILE FOR TONIGHT'S CAPTURE EDIT.  THE EARLY-WITHDRAWAL
004911* FIELD SETS ('E') OR CLEARS ('N') THE FLAG.
004920*-----------------------------------------------------------------
004930 4500-RESUBMIT-ITEM.
004940     SET WS-CRD-IDX TO WS-MATCHED-ENTRY.
005090         MOVE WS-CRD-NEW-AMOUNT (WS-CRD-IDX)
005100             TO SR-TRANSACTION-AMOUNT
005110     END-IF.
005112     IF WS-CRD-NEW-CHANNEL (WS-CRD-IDX) NOT = SPACES
005114         MOVE WS-CRD-NEW-CHANNEL (WS-CRD-IDX)
005116             TO SR-CHANNEL-CODE
005118     END-IF.
005119     IF WS-CRD-NEW-XFER-ACCT (WS-CRD-IDX) NOT = SPACES
005120         MOVE WS-CRD-NEW-XFER-ACCT (WS-CRD-IDX)
005121             TO SR-TRANSFER-ACCOUNT
005122     END-IF.
005123     IF WS-CRD-NEW-EARLY-WDL (WS-CRD-IDX) = 'E'
005124         MOVE 'E' TO SR-EARLY-WITHDRAWAL
005125     END-IF.
005126     IF WS-CRD-NEW-EARLY-WDL (WS-CRD-IDX) = 'N'
005127         MOVE SPACE TO SR-EARLY-WITHDRAWAL
005128     END-IF.
005129     MOVE 'T' TO SR-RECORD-TYPE.
005130
005133     MOVE SR-DETAIL-IMAGE TO RS-DETAIL-IMAGE.
005136     MOVE SR-CHANNEL-CODE TO RS-CHANNEL-CODE.
005137     MOVE SR-TRANSFER-ACCOUNT TO RS-TRANSFER-ACCOUNT.
005138     MOVE SR-TRANSFER-REF TO RS-TRANSFER-REF.
005139     MOVE SR-EARLY-WITHDRAWAL TO RS-EARLY-WITHDRAWAL.
005140     WRITE RESUBMIT-RECORD.
005150
005160     ADD 1 TO WS-ITEMS-RESUBMITTED.
005170     MOVE 'RESUBMIT ' TO IL-CAPTION.
005210     EXIT.
005220
005230*-----------------------------------------------------------------
005240* 5000-CARRY-ITEM-FORWARD - AGE AN UNCORRECTED ITEM, WRITE IT
005250* BACK TO THE REBUILT SUSPENSE AND FLAG IT ON THE REPORT WHEN IT
005260* HAS SAT MORE THAN THREE BUSINESS DAYS.  WITH THE CALENDAR THE
005263* AGE IS THE BUSINESS DAYS SINCE THE FIRST REJECT DATE; WITHOUT
005266* IT (OR FOR A DATE IT DOES NOT HOLD) THE ITEM AGES ONE PER RUN.
005270*-----------------------------------------------------------------
005280 5000-CARRY-ITEM-FORWARD.
005290     IF SR-NIGHTS-RECYCLED IS NOT NUMERIC
005300         MOVE ZERO TO SR-NIGHTS-RECYCLED
005310     END-IF.
005320     PERFORM 5100-AGE-ITEM THRU 5100-EXIT.
005330
005340     MOVE SR-DETAIL-IMAGE      TO RX-DETAIL-IMAGE.
005350     MOVE SR-REJECT-REASON     TO RX-REJECT-REASON.
005360     MOVE SR-FIRST-REJECT-DATE TO RX-FIRST-REJECT-DATE.
005370     MOVE SR-NIGHTS-RECYCLED   TO RX-NIGHTS-RECYCLED.
005375     MOVE SR-CHANNEL-CODE      TO RX-CHANNEL-CODE.
005376     MOVE SR-TRANSFER-ACCOUNT  TO RX-TRANSFER-ACCOUNT.
005377     MOVE SR-TRANSFER-REF      TO RX-TRANSFER-REF.
005378     MOVE SR-EARLY-WITHDRAWAL  TO RX-EARLY-WITHDRAWAL.
005380     WRITE REJECT-SUSPENSE-RECORD.
005390
005400     ADD 1 TO WS-ITEMS-CARRIED.
005410     MOVE 'CARRIED  ' TO IL-CAPTION.
005420     IF SR-NIGHTS-RECYCLED > 3
005430         ADD 1 TO WS-ITEMS-OVERAGE
005440         MOVE 'OVER 3 DYS' TO IL-FLAG
005450     ELSE
005460         MOVE SPACES TO IL-FLAG
005470     END-IF.
005480     PERFORM 7000-WRITE-ITEM-LINE THRU 7000-EXIT.
005490 5000-EXIT.
005500     EXIT.
005501
005502*-----------------------------------------------------------------
005503* 5100-AGE-ITEM - SET THE AGE OF THE CURRENT SUSPENSE ITEM.  THE
005504* AGE NEVER GOES BACKWARDS AND IS CAPPED AT 999.
005505*-----------------------------------------------------------------
005506 5100-AGE-ITEM.
005507     IF CALENDAR-AVAILABLE
005508         AND SR-FIRST-REJECT-DATE IS NUMERIC
005509         MOVE SR-FIRST-REJECT-DATE TO CL-CALENDAR-DATE
005510         PERFORM 5200-READ-CALENDAR-DAY THRU 5200-EXIT
005511         IF CALENDAR-DAY-FOUND
005512             MOVE CL-BUSINESS-DAY-NUMBER TO WS-FIRST-BUSINESS-DAY
005513             IF WS-RUN-BUSINESS-DAY - WS-FIRST-BUSINESS-DAY > 999
005514                 MOVE 999 TO SR-NIGHTS-RECYCLED
005515             ELSE
005516                 IF WS-RUN-BUSINESS-DAY - WS-FIRST-BUSINESS-DAY
005517                         > SR-NIGHTS-RECYCLED
005518                     COMPUTE SR-NIGHTS-RECYCLED =
005519                         WS-RUN-BUSINESS-DAY
005520                             - WS-FIRST-BUSINESS-DAY
005521                 END-IF
005522             END-IF
005523             GO TO 5100-EXIT
005524         END-IF
005525     END-IF.
005526
005527     IF SR-NIGHTS-RECYCLED < 999
005528         ADD 1 TO SR-NIGHTS-RECYCLED
005529     END-IF.
005530 5100-EXIT.
005531     EXIT.
005532
005533*-----------------------------------------------------------------
005534* 5200-READ-CALENDAR-DAY - READ THE CALENDAR RECORD FOR THE DATE
005535* IN CL-CALENDAR-DATE.
005536*-----------------------------------------------------------------
005537 5200-READ-CALENDAR-DAY.
005538     MOVE 'N' TO WS-CALDAY-SWITCH.
005539     READ CALENDAR-FILE
005540         INVALID KEY
005541             CONTINUE
005542         NOT INVALID KEY
005543             SET CALENDAR-DAY-FOUND TO TRUE
005544     END-READ.
005545 5200-EXIT.
005546     EXIT.
005547
005548*-----------------------------------------------------------------
005549* 6000-REPORT-UNUSED-CARDS - LIST EVERY CORRECTION CARD THAT
005550* MATCHED NO SUSPENSE ITEM, SO A MISKEYED CARD IS CAUGHT THE
005551* SAME MORNING INSTEAD OF THE ITEM SILENTLY AGING ON.
005560*-----------------------------------------------------------------
005570 6000-REPORT-UNUSED-CARDS.
005580     MOVE ZERO TO WS-SCAN-ENTRY.
006170     MOVE WS-ITEMS-CARRIED TO TO-COUNT.
006180     WRITE REPAIR-REPORT-RECORD FROM WS-TOTALS-LINE.
006190
006200     MOVE 'OVER 3 BUSINESS DAYS..: ' TO TO-CAPTION.
006210     MOVE WS-ITEMS-OVERAGE TO TO-COUNT.
006220     WRITE REPAIR-REPORT-RECORD FROM WS-TOTALS-LINE.
006230
006270
006280     CLOSE RESUBMIT-FILE.
006290     CLOSE REPAIR-REPORT-FILE.
006291     IF CALENDAR-AVAILABLE
006292         CLOSE CALENDAR-FILE
006293     END-IF.
006294     PERFORM 9800-RECORD-STEP-END THRU 9800-EXIT.
006300 9000-EXIT.
006310     EXIT.
006320
