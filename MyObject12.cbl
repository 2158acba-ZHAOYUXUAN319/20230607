000373*                    AND JOURNALS ON ITS OWN SERVICE-CHARGE
000374*                    INCOME OFFSET LINE, SO THE GL CAN TELL
000375*                    FEE INCOME FROM OVERDRAFT FEE INCOME.
000376*   2026-10-05  DO   INTEREST IS NOW ACCRUED NIGHTLY BY THE
000377*                    POSTING RUN ON THE NEW ACCRUAL FILE
000378*                    (ACCRREC COPYBOOK).  TONIGHT'S ACCRUAL IS
000379*                    JOURNALED DR INTEREST EXPENSE / CR THE NEW
000380*                    INTEREST-PAYABLE LIABILITY, AND THE MONTHLY
000381*                    'I' PAYMENT NOW CLEARS THAT LIABILITY INTO
000382*                    CUSTOMER DEPOSITS INSTEAD OF HITTING
000383*                    EXPENSE A SECOND TIME.  THE PROOF REPORT
000384*                    CARRIES THE SUBLEDGER'S ACCRUED-BUT-UNPAID
000385*                    TOTAL AS A MEMO FOR THE GL BALANCE CHECK.
000386*   2026-10-06  DO   THE NEW RETURNED-ITEM FEE TYPE 'R' NOW SUMS
000387*                    TO ITS OWN TOTAL AND JOURNALS TO ITS OWN
000388*                    RETURNED-ITEM FEE INCOME LINE.  A HELD DEBIT
000389*                    RETURNED TO THE ORIGINATOR (RETITEMS) WAS
000390*                    JOURNALED AS A CUSTOMER DEBIT ON THE NIGHT
000391*                    IT WAS CAPTURED, SO TONIGHT'S RETURNS ARE
000392*                    REVERSED DR CLEARING / CR CUSTOMER DEPOSITS.
000393*   2026-10-15  DO   THE EARLY-WITHDRAWAL PENALTY TYPE 'P' ON A
000394*                    TERM DEPOSIT SUMS TO ITS OWN TOTAL AND
000395*                    JOURNALS TO ITS OWN PENALTY INCOME LINE.
000396*   2026-10-15  DO   THE DISPUTE TYPES SUM TO THEIR OWN TOTALS.
000397*                    A PROVISIONAL ('V') OR FINAL ('W') DISPUTE
000398*                    CREDIT IS JOURNALED DR THE NEW DISPUTED-ITEMS
000399*                    RECEIVABLE / CR CUSTOMER DEPOSITS, AND A
000400*                    RE-DEBIT ('X') OF A REJECTED CLAIM REVERSES
000401*                    IT, DR CUSTOMER DEPOSITS / CR THE RECEIVABLE.
000402* ---------------------------------------------------------------
000403 IDENTIFICATION DIVISION.
000404 PROGRAM-ID.                  GL-INTERFACE-EXTRACT.
000405 AUTHOR.                      D. OKAFOR.
000410 INSTALLATION.                RETAIL BANKING DIVISION.
000420 DATE-WRITTEN.                2026-08-23.
000430 DATE-COMPILED.
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-GLPROOF-STATUS.
000690
000691     SELECT INTEREST-ACCRUAL-FILE
000692         ASSIGN TO 'ACCRUAL'
000693         ORGANIZATION IS INDEXED
000694         ACCESS MODE IS SEQUENTIAL
000695         RECORD KEY IS IA-ACCOUNT-NUMBER
000696         FILE STATUS IS WS-ACCRUAL-STATUS.
000700
000701     SELECT RETURNED-ITEM-FILE
000702         ASSIGN TO 'RETITEMS'
000703         ORGANIZATION IS INDEXED
000704         ACCESS MODE IS SEQUENTIAL
000705         RECORD KEY IS RI-ITEM-KEY
000706         FILE STATUS IS WS-RETITEMS-STATUS.
000707
000710     SELECT BATCH-DATE-FILE
000720         ASSIGN TO 'BATCHDTE'
000730         ORGANIZATION IS LINE SEQUENTIAL
000950     LABEL RECORDS ARE STANDARD.
000960 01  GL-PROOF-RECORD               PIC X(80).
000970
000972 FD  INTEREST-ACCRUAL-FILE
000974     LABEL RECORDS ARE STANDARD.
000976     COPY ACCRREC.
000978
000979 FD  RETURNED-ITEM-FILE
000980     LABEL RECORDS ARE STANDARD.
000981     COPY RETITEM.
000982
000983 FD  BATCH-DATE-FILE
000990     LABEL RECORDS ARE STANDARD.
001000     COPY BATCHDTE.
001010
001080     05  WS-SUSPNS-STATUS          PIC X(02) VALUE '00'.
001090     05  WS-GLINTF-STATUS          PIC X(02) VALUE '00'.
001100     05  WS-GLPROOF-STATUS         PIC X(02) VALUE '00'.
001105     05  WS-ACCRUAL-STATUS         PIC X(02) VALUE '00'.
001110     05  WS-BATCHDTE-STATUS        PIC X(02) VALUE '00'.
001115     05  WS-RETITEMS-STATUS        PIC X(02) VALUE '00'.
001120
001130 01  WS-SWITCHES.
001140     05  WS-TL-SWITCH              PIC X(01) VALUE 'N'.
001150         88  LEDGER-SCAN-COMPLETE            VALUE 'Y'.
001160     05  WS-SUSPENSE-SWITCH        PIC X(01) VALUE 'N'.
001170         88  SUSPENSE-ITEMS-EOF              VALUE 'Y'.
001173     05  WS-ACCRUAL-SWITCH         PIC X(01) VALUE 'N'.
001176         88  ACCRUAL-FILE-EOF                VALUE 'Y'.
001177     05  WS-RETITEMS-SWITCH        PIC X(01) VALUE 'N'.
001178         88  RETURNED-ITEMS-EOF              VALUE 'Y'.
001180
001190*----------------------------------------------------------------
001200* RUN DATE, CAPTURED ONCE AT STARTUP
001290 01  WS-GL-INTEREST-EXPENSE        PIC X(08) VALUE '50200000'.
001300 01  WS-GL-FEE-INCOME              PIC X(08) VALUE '40300000'.
001305 01  WS-GL-SVC-CHG-INCOME          PIC X(08) VALUE '40400000'.
001307 01  WS-GL-INTEREST-PAYABLE        PIC X(08) VALUE '20500000'.
001308 01  WS-GL-RETURN-FEE-INCOME       PIC X(08) VALUE '40500000'.
001311 01  WS-GL-PENALTY-INCOME          PIC X(08) VALUE '40600000'.
001314 01  WS-GL-DISPUTE-RECEIVABLE      PIC X(08) VALUE '14500000'.
001317 01  WS-GL-SUSPENSE                PIC X(08) VALUE '10900000'.
001320
001330*----------------------------------------------------------------
001340* TONIGHT'S POSTING TOTALS BY TRANSACTION TYPE, PLUS THE NET
001380 01  WS-CREDIT-TOTAL               PIC 9(11)V99 VALUE ZERO.
001390 01  WS-INTEREST-TOTAL             PIC 9(11)V99 VALUE ZERO.
001400 01  WS-FEE-TOTAL                  PIC 9(11)V99 VALUE ZERO.
001401 01  WS-SVC-CHG-TOTAL              PIC 9(11)V99 VALUE ZERO.
001402 01  WS-RETURN-FEE-TOTAL           PIC 9(11)V99 VALUE ZERO.
001403 01  WS-PENALTY-TOTAL              PIC 9(11)V99 VALUE ZERO.
001404 01  WS-DISPUTE-PROV-TOTAL         PIC 9(11)V99 VALUE ZERO.
001405 01  WS-DISPUTE-FINAL-TOTAL        PIC 9(11)V99 VALUE ZERO.
001406 01  WS-DISPUTE-REDEBIT-TOTAL      PIC 9(11)V99 VALUE ZERO.
001407 01  WS-RETURNED-ITEM-TOTAL        PIC 9(11)V99 VALUE ZERO.
001408 01  WS-ACCRUAL-TOTAL              PIC 9(11)V99 VALUE ZERO.
001409 01  WS-ACCRUED-UNPAID-TOTAL       PIC 9(11)V99 VALUE ZERO.
001410 01  WS-ACCRUED-UNPAID-CENTS       PIC 9(07)V99 VALUE ZERO.
001411 01  WS-SUSPENSE-MOVEMENT          PIC S9(11)V99 VALUE ZERO.
001420 01  WS-SUSPENSE-ABSOLUTE          PIC 9(11)V99 VALUE ZERO.
001430
001440*----------------------------------------------------------------
001940
001950     PERFORM 2000-SUM-LEDGER-POSTINGS THRU 2000-EXIT.
001960
001963     PERFORM 2500-SUM-INTEREST-ACCRUALS THRU 2500-EXIT.
001966
001967     PERFORM 2600-SUM-RETURNED-ITEMS THRU 2600-EXIT.
001968
001970     PERFORM 3000-SUM-SUSPENSE-MOVEMENT THRU 3000-EXIT.
001980
001990     PERFORM 4000-WRITE-JOURNAL THRU 4000-EXIT.
002824                     IF TL-SERVICE-CHARGE
002826                         ADD TL-TRANSACTION-AMOUNT
002828                             TO WS-SVC-CHG-TOTAL
002829                     ELSE
002830                         IF TL-RETURN-FEE
002831                             ADD TL-TRANSACTION-AMOUNT
002832                                 TO WS-RETURN-FEE-TOTAL
002833                         ELSE
002834                             IF TL-EARLY-WDL-PENALTY
002835                                 ADD TL-TRANSACTION-AMOUNT
002836                                     TO WS-PENALTY-TOTAL
002837                             END-IF
002838                         END-IF
002839                     END-IF
002840                 END-IF
002841             END-IF
002850         END-IF
002851     END-IF.
002852
002853     IF TL-DISPUTE-PROVISIONAL
002854         ADD TL-TRANSACTION-AMOUNT TO WS-DISPUTE-PROV-TOTAL
002855     END-IF.
002856     IF TL-DISPUTE-FINAL-CREDIT
002857         ADD TL-TRANSACTION-AMOUNT TO WS-DISPUTE-FINAL-TOTAL
002858     END-IF.
002859     IF TL-DISPUTE-REDEBIT
002860         ADD TL-TRANSACTION-AMOUNT TO WS-DISPUTE-REDEBIT-TOTAL
002861     END-IF.
002870 2100-EXIT.
002880     EXIT.
002890
002891*-----------------------------------------------------------------
002892* 2500-SUM-INTEREST-ACCRUALS - WALK THE ACCRUAL FILE, SUMMING THE
002893* WHOLE-CENT ACCRUAL THE POSTING RUN BOOKED TONIGHT AND THE
002894* ACCRUED-BUT-UNPAID POSITION ACROSS EVERY ACCOUNT.  NO FILE ON
002895* DISK MEANS NOTHING HAS BEEN ACCRUED.
002896*-----------------------------------------------------------------
002897 2500-SUM-INTEREST-ACCRUALS.
002898     OPEN INPUT INTEREST-ACCRUAL-FILE.
002899     IF WS-ACCRUAL-STATUS = '00'
002900         PERFORM 2510-SUM-ONE-ACCRUAL THRU 2510-EXIT
002901             UNTIL ACCRUAL-FILE-EOF
002902         CLOSE INTEREST-ACCRUAL-FILE
002903     ELSE
002904         DISPLAY 'GL-INTERFACE-EXTRACT: NO ACCRUAL FILE - STATUS '
002905             WS-ACCRUAL-STATUS ' - NO INTEREST ACCRUAL JOURNALED'
002906     END-IF.
002907 2500-EXIT.
002908     EXIT.
002909
002910*-----------------------------------------------------------------
002911* 2510-SUM-ONE-ACCRUAL - READ ONE ACCRUAL RECORD AND ADD IT TO
002912* THE TOTALS.
002913*-----------------------------------------------------------------
002914 2510-SUM-ONE-ACCRUAL.
002915     READ INTEREST-ACCRUAL-FILE
002916         AT END
002917             SET ACCRUAL-FILE-EOF TO TRUE
002918     END-READ.
002919
002920     IF ACCRUAL-FILE-EOF
002921         GO TO 2510-EXIT
002922     END-IF.
002923
002924     IF IA-LAST-ACCRUAL-DATE = WS-RUN-DATE
002925         ADD IA-GL-ACCRUAL-AMOUNT TO WS-ACCRUAL-TOTAL
002926     END-IF.
002927     MOVE IA-ACCRUED-TO-DATE TO WS-ACCRUED-UNPAID-CENTS.
002928     ADD WS-ACCRUED-UNPAID-CENTS TO WS-ACCRUED-UNPAID-TOTAL.
002929 2510-EXIT.
002930     EXIT.
002931
002932*-----------------------------------------------------------------
002933* 2600-SUM-RETURNED-ITEMS - WALK THE RETURNED-ITEM FILE, SUMMING
002934* THE HELD DEBITS THE POSTING RUN RETURNED TO THE ORIGINATOR
002935* TONIGHT.  NO FILE ON DISK MEANS NOTHING HAS BEEN RETURNED.
002936*-----------------------------------------------------------------
002937 2600-SUM-RETURNED-ITEMS.
002938     OPEN INPUT RETURNED-ITEM-FILE.
002939     IF WS-RETITEMS-STATUS = '00'
002940         PERFORM 2610-SUM-ONE-RETURNED-ITEM THRU 2610-EXIT
002941             UNTIL RETURNED-ITEMS-EOF
002942         CLOSE RETURNED-ITEM-FILE
002943     END-IF.
002944 2600-EXIT.
002945     EXIT.
002946
002947*-----------------------------------------------------------------
002948* 2610-SUM-ONE-RETURNED-ITEM - READ ONE RETURNED ITEM AND ADD IT
002949* TO THE REVERSAL IF IT WAS RETURNED TONIGHT.
002950*-----------------------------------------------------------------
002951 2610-SUM-ONE-RETURNED-ITEM.
002952     READ RETURNED-ITEM-FILE
002953         AT END
002954             SET RETURNED-ITEMS-EOF TO TRUE
002955         NOT AT END
002956             IF RI-RETURN-DATE = WS-RUN-DATE
002957                 ADD RI-ITEM-AMOUNT TO WS-RETURNED-ITEM-TOTAL
002958             END-IF
002959     END-READ.
002960 2610-EXIT.
002961     EXIT.
002962
002963*-----------------------------------------------------------------
002964* 3000-SUM-SUSPENSE-MOVEMENT - SUM TONIGHT'S ITEMS ON THE
002965* ITEMIZED SUSPENSE LEDGER INTO THE NET SUSPENSE MOVEMENT.  NO
002966* FILE ON DISK MEANS NO MOVEMENT.
002967*-----------------------------------------------------------------
002968 3000-SUM-SUSPENSE-MOVEMENT.
002969     OPEN INPUT SUSPENSE-FILE.
002970     IF WS-SUSPNS-STATUS = '00'
002980         PERFORM 3100-SUM-ONE-SUSPENSE-ITEM THRU 3100-EXIT
002990             UNTIL SUSPENSE-ITEMS-EOF
003210*-----------------------------------------------------------------
003220* 4000-WRITE-JOURNAL - WRITE ONE BALANCED DEBIT/CREDIT PAIR PER
003230* NONZERO TOTAL.  CUSTOMER DEBITS AND FEES REDUCE THE DEPOSIT
003240* LIABILITY; CREDITS, INTEREST PAID AND DEBITS RETURNED TO THE
003241* ORIGINATOR INCREASE IT.  INTEREST
003243* ACCRUED TONIGHT IS EXPENSED INTO THE INTEREST-PAYABLE
003246* LIABILITY, WHICH THE MONTHLY PAYMENT THEN CLEARS.  THE SUSPENSE
003250* MOVEMENT CLEARS AGAINST THE CLEARING ACCOUNT.  EVERY PAIR IS
003260* EQUAL-AND-OPPOSITE, SO THE JOURNAL PROVES TO ZERO.
003270*-----------------------------------------------------------------
003520         PERFORM 4100-WRITE-JOURNAL-LINE THRU 4100-EXIT
003530     END-IF.
003540
003541     IF WS-ACCRUAL-TOTAL > ZERO
003542         MOVE WS-GL-INTEREST-EXPENSE TO GL-ACCOUNT-CODE
003543         MOVE 'D' TO GL-DEBIT-CREDIT-CODE
003544         MOVE WS-ACCRUAL-TOTAL TO GL-AMOUNT
003545         MOVE 'INTEREST EXPENSE ACCRUED' TO GL-DESCRIPTION
003546         PERFORM 4100-WRITE-JOURNAL-LINE THRU 4100-EXIT
003547         MOVE WS-GL-INTEREST-PAYABLE TO GL-ACCOUNT-CODE
003548         MOVE 'C' TO GL-DEBIT-CREDIT-CODE
003549         MOVE WS-ACCRUAL-TOTAL TO GL-AMOUNT
003550         MOVE 'INTEREST PAYABLE ACCRUED' TO GL-DESCRIPTION
003551         PERFORM 4100-WRITE-JOURNAL-LINE THRU 4100-EXIT
003552     END-IF.
003553
003554     IF WS-INTEREST-TOTAL > ZERO
003560         MOVE WS-GL-INTEREST-PAYABLE TO GL-ACCOUNT-CODE
003570         MOVE 'D' TO GL-DEBIT-CREDIT-CODE
003580         MOVE WS-INTEREST-TOTAL TO GL-AMOUNT
003590         MOVE 'INTEREST PAYABLE RELEASED' TO GL-DESCRIPTION
003600         PERFORM 4100-WRITE-JOURNAL-LINE THRU 4100-EXIT
003610         MOVE WS-GL-CUST-DEPOSITS TO GL-ACCOUNT-CODE
003620         MOVE 'C' TO GL-DEBIT-CREDIT-CODE
003802         PERFORM 4100-WRITE-JOURNAL-LINE THRU 4100-EXIT
003803     END-IF.
003804
003805     IF WS-RETURN-FEE-TOTAL > ZERO
003806         MOVE WS-GL-CUST-DEPOSITS TO GL-ACCOUNT-CODE
003807         MOVE 'D' TO GL-DEBIT-CREDIT-CODE
003808         MOVE WS-RETURN-FEE-TOTAL TO GL-AMOUNT
003809         MOVE 'RETURNED-ITEM FEES CHARGED' TO GL-DESCRIPTION
003810         PERFORM 4100-WRITE-JOURNAL-LINE THRU 4100-EXIT
003811         MOVE WS-GL-RETURN-FEE-INCOME TO GL-ACCOUNT-CODE
003812         MOVE 'C' TO GL-DEBIT-CREDIT-CODE
003813         MOVE WS-RETURN-FEE-TOTAL TO GL-AMOUNT
003814         MOVE 'RETURNED-ITEM FEE INCOME' TO GL-DESCRIPTION
003815         PERFORM 4100-WRITE-JOURNAL-LINE THRU 4100-EXIT
003816     END-IF.
003817
003818     IF WS-PENALTY-TOTAL > ZERO
003819         MOVE WS-GL-CUST-DEPOSITS TO GL-ACCOUNT-CODE
003820         MOVE 'D' TO GL-DEBIT-CREDIT-CODE
003821         MOVE WS-PENALTY-TOTAL TO GL-AMOUNT
003822         MOVE 'EARLY WITHDRAWAL PENALTIES' TO GL-DESCRIPTION
003823         PERFORM 4100-WRITE-JOURNAL-LINE THRU 4100-EXIT
003824         MOVE WS-GL-PENALTY-INCOME TO GL-ACCOUNT-CODE
003825         MOVE 'C' TO GL-DEBIT-CREDIT-CODE
003826         MOVE WS-PENALTY-TOTAL TO GL-AMOUNT
003827         MOVE 'TERM DEPOSIT PENALTY INCOME' TO GL-DESCRIPTION
003828         PERFORM 4100-WRITE-JOURNAL-LINE THRU 4100-EXIT
003829     END-IF.
003830
003831     IF WS-DISPUTE-PROV-TOTAL > ZERO
003832         MOVE WS-GL-DISPUTE-RECEIVABLE TO GL-ACCOUNT-CODE
003833         MOVE 'D' TO GL-DEBIT-CREDIT-CODE
003834         MOVE WS-DISPUTE-PROV-TOTAL TO GL-AMOUNT
003835         MOVE 'DISPUTED ITEMS - PROVISIONAL' TO GL-DESCRIPTION
003836         PERFORM 4100-WRITE-JOURNAL-LINE THRU 4100-EXIT
003837         MOVE WS-GL-CUST-DEPOSITS TO GL-ACCOUNT-CODE
003838         MOVE 'C' TO GL-DEBIT-CREDIT-CODE
003839         MOVE WS-DISPUTE-PROV-TOTAL TO GL-AMOUNT
003840         MOVE 'DISPUTE PROVISIONAL CREDITS' TO GL-DESCRIPTION
003841         PERFORM 4100-WRITE-JOURNAL-LINE THRU 4100-EXIT
003842     END-IF.
003843
003844     IF WS-DISPUTE-FINAL-TOTAL > ZERO
003845         MOVE WS-GL-DISPUTE-RECEIVABLE TO GL-ACCOUNT-CODE
003846         MOVE 'D' TO GL-DEBIT-CREDIT-CODE
003847         MOVE WS-DISPUTE-FINAL-TOTAL TO GL-AMOUNT
003848         MOVE 'DISPUTED ITEMS - UPHELD' TO GL-DESCRIPTION
003849         PERFORM 4100-WRITE-JOURNAL-LINE THRU 4100-EXIT
003850         MOVE WS-GL-CUST-DEPOSITS TO GL-ACCOUNT-CODE
003851         MOVE 'C' TO GL-DEBIT-CREDIT-CODE
003852         MOVE WS-DISPUTE-FINAL-TOTAL TO GL-AMOUNT
003853         MOVE 'DISPUTE FINAL CREDITS' TO GL-DESCRIPTION
003854         PERFORM 4100-WRITE-JOURNAL-LINE THRU 4100-EXIT
003855     END-IF.
003856
003857     IF WS-DISPUTE-REDEBIT-TOTAL > ZERO
003858         MOVE WS-GL-CUST-DEPOSITS TO GL-ACCOUNT-CODE
003859         MOVE 'D' TO GL-DEBIT-CREDIT-CODE
003860         MOVE WS-DISPUTE-REDEBIT-TOTAL TO GL-AMOUNT
003861         MOVE 'DISPUTE RE-DEBITS' TO GL-DESCRIPTION
003862         PERFORM 4100-WRITE-JOURNAL-LINE THRU 4100-EXIT
003863         MOVE WS-GL-DISPUTE-RECEIVABLE TO GL-ACCOUNT-CODE
003864         MOVE 'C' TO GL-DEBIT-CREDIT-CODE
003865         MOVE WS-DISPUTE-REDEBIT-TOTAL TO GL-AMOUNT
003866         MOVE 'DISPUTED ITEMS - REJECTED' TO GL-DESCRIPTION
003867         PERFORM 4100-WRITE-JOURNAL-LINE THRU 4100-EXIT
003868     END-IF.
003869
003870     IF WS-RETURNED-ITEM-TOTAL > ZERO
003871         MOVE WS-GL-CLEARING TO GL-ACCOUNT-CODE
003872         MOVE 'D' TO GL-DEBIT-CREDIT-CODE
003873         MOVE WS-RETURNED-ITEM-TOTAL TO GL-AMOUNT
003874         MOVE 'ITEMS RETURNED TO ORIGINATOR' TO GL-DESCRIPTION
003875         PERFORM 4100-WRITE-JOURNAL-LINE THRU 4100-EXIT
003876         MOVE WS-GL-CUST-DEPOSITS TO GL-ACCOUNT-CODE
003877         MOVE 'C' TO GL-DEBIT-CREDIT-CODE
003878         MOVE WS-RETURNED-ITEM-TOTAL TO GL-AMOUNT
003879         MOVE 'HELD DEBITS RETURNED' TO GL-DESCRIPTION
003880         PERFORM 4100-WRITE-JOURNAL-LINE THRU 4100-EXIT
003881     END-IF.
003882
003883     IF WS-SUSPENSE-MOVEMENT NOT = ZERO
003884         IF WS-SUSPENSE-MOVEMENT > ZERO
003885             MOVE WS-SUSPENSE-MOVEMENT TO WS-SUSPENSE-ABSOLUTE
003886             MOVE WS-GL-SUSPENSE TO GL-ACCOUNT-CODE
003887             MOVE 'D' TO GL-DEBIT-CREDIT-CODE
003888         ELSE
003889             COMPUTE WS-SUSPENSE-ABSOLUTE =
003890                 ZERO - WS-SUSPENSE-MOVEMENT
003891             MOVE WS-GL-SUSPENSE TO GL-ACCOUNT-CODE
003900             MOVE 'C' TO GL-DEBIT-CREDIT-CODE
003910         END-IF
003920         MOVE WS-SUSPENSE-ABSOLUTE TO GL-AMOUNT
004520         MOVE 8 TO RETURN-CODE
004530     END-IF.
004540     WRITE GL-PROOF-RECORD FROM WS-STATUS-LINE.
004541
004542*    MEMO ONLY - THE SUBLEDGER'S ACCRUED-BUT-UNPAID POSITION,
004543*    WHICH THE GL INTEREST-PAYABLE BALANCE SHOULD EQUAL.
004544     WRITE GL-PROOF-RECORD FROM WS-BLANK-LINE.
004545     MOVE 'ACCRUED UNPAID....: ' TO PT-CAPTION.
004546     MOVE WS-ACCRUED-UNPAID-TOTAL TO PT-AMOUNT.
004547     WRITE GL-PROOF-RECORD FROM WS-PROOF-TOTAL-LINE.
004550
004560     CLOSE TRANSACTION-LEDGER-FILE.
004570     CLOSE GL-INTERFACE-FILE.
