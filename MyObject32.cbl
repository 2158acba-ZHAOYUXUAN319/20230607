000100* ---------------------------------------------------------------
000110* PROGRAM      INTEREST-TAX-REPORT
000120* INSTALLATION RETAIL BANKING DIVISION
000130* AUTHOR       D. OKAFOR
000140* DATE-WRITTEN 2026-10-08
000150* ---------------------------------------------------------------
000160* MODIFICATION HISTORY
000170*   2026-10-08  DO   ORIGINAL PROGRAM - YEAR-END 1099-INT
000180*                    REPORTING.  THE FORMS WERE BUILT EVERY
000190*                    JANUARY BY ADDING UP 'I' ENTRIES OFF THE
000200*                    PRINTED STATEMENTS.  THIS RUN TAKES THE TAX
000210*                    YEAR'S INTEREST FROM THE DATED MONTH-END
000220*                    ARCHIVE GENERATIONS (CONCATENATED ON
000230*                    ARCHLEDG) AND THE LIVE LEDGER, SKIPPING AN
000240*                    ENTRY SEEN TWICE, AND CREDITS EACH ENTRY TO
000250*                    THE ACCOUNT'S PRIMARY OWNER ON THE DATE IT
000260*                    WAS PAID - ENDED RELATIONSHIPS INCLUDED, SO
000270*                    A SOLD OR RE-TITLED ACCOUNT SPLITS ITS
000280*                    INTEREST BETWEEN ITS OWNERS.  ACCTREL IS
000290*                    KEYED BY ACCOUNT, SO THE RELATIONSHIPS AND
000300*                    THE INTEREST ARE SORTED TOGETHER BY ACCOUNT
000310*                    AND THE ATTRIBUTED ENTRIES SORTED AGAIN BY
000320*                    CUSTOMER.  EACH TAXPAYER AT OR OVER THE $10
000330*                    REPORTING THRESHOLD GETS A PAYEE 'B' RECORD
000340*                    ON THE IRS ELECTRONIC FILING FILE (IRS1099,
000350*                    WITH ITS T, A, C AND F RECORDS) AND A
000360*                    PRINTED TAX STATEMENT LISTING THE INTEREST
000370*                    BY ACCOUNT; THE FILING IS RECORDED ON THE
000380*                    PERMANENT TAXHIST FILE.  THE CONTROL REPORT
000390*                    PROVES THE YEAR'S LEDGER INTEREST AGAINST
000400*                    THE GL INTEREST-CREDITED TOTAL FROM THE
000410*                    TAXCTL CARD (RC=4 WHEN OUT OF BALANCE) AND
000420*                    LISTS INTEREST WITH NO OWNER ON FILE.  A
000430*                    CORRECTION RUN ('C' ON THE CARD) REBUILDS
000440*                    THE SAME ATTRIBUTION BUT FILES AND PRINTS A
000450*                    CORRECTED FORM FOR THE ONE CUSTOMER NAMED.
000460* ---------------------------------------------------------------
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID.                  INTEREST-TAX-REPORT.
000490 AUTHOR.                      D. OKAFOR.
000500 INSTALLATION.                RETAIL BANKING DIVISION.
000510 DATE-WRITTEN.                2026-10-08.
000520 DATE-COMPILED.
000530
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT TAX-CONTROL-FILE
000580         ASSIGN TO 'TAXCTL'
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-TAXCTL-STATUS.
000610
000620     SELECT ACCOUNT-RELATIONSHIP-FILE
000630         ASSIGN TO 'ACCTREL'
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS SEQUENTIAL
000660         RECORD KEY IS AR-RELATIONSHIP-KEY
000670         FILE STATUS IS WS-ACCTREL-STATUS.
000680
000690     SELECT TRANSACTION-LEDGER-FILE
000700         ASSIGN TO 'TRANLEDG'
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS SEQUENTIAL
000730         RECORD KEY IS TL-LEDGER-KEY
000740         FILE STATUS IS WS-TRANLEDG-STATUS.
000750
000760     SELECT ARCHIVE-LEDGER-FILE
000770         ASSIGN TO 'ARCHLEDG'
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-ARCHLEDG-STATUS.
000800
000810     SELECT PARTY-MASTER-FILE
000820         ASSIGN TO 'PARTYMST'
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS RANDOM
000850         RECORD KEY IS PM-CUSTOMER-ID
000860         FILE STATUS IS WS-PARTYMST-STATUS.
000870
000880     SELECT TAX-FILING-FILE
000890         ASSIGN TO 'TAXHIST'
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS RANDOM
000920         RECORD KEY IS TH-FILING-KEY
000930         FILE STATUS IS WS-TAXHIST-STATUS.
000940
000950     SELECT INTEREST-SORT-FILE
000960         ASSIGN TO 'SRTWK01'.
000970
000980     SELECT SORTED-INTEREST-FILE
000990         ASSIGN TO 'INTSORT'
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS WS-INTSORT-STATUS.
001020
001030     SELECT TAXPAYER-SORT-FILE
001040         ASSIGN TO 'SRTWK02'.
001050
001060     SELECT PAYEE-WORK-FILE
001070         ASSIGN TO 'PAYEEWRK'
001080         ORGANIZATION IS LINE SEQUENTIAL
001090         FILE STATUS IS WS-PAYEEWRK-STATUS.
001100
001110     SELECT IRS-FILING-FILE
001120         ASSIGN TO 'IRS1099'
001130         ORGANIZATION IS LINE SEQUENTIAL
001140         FILE STATUS IS WS-IRS1099-STATUS.
001150
001160     SELECT TAX-STATEMENT-FILE
001170         ASSIGN TO 'TAXSTMT'
001180         ORGANIZATION IS LINE SEQUENTIAL
001190         FILE STATUS IS WS-TAXSTMT-STATUS.
001200
001210     SELECT TAX-REPORT-FILE
001220         ASSIGN TO 'TAXRPT'
001230         ORGANIZATION IS LINE SEQUENTIAL
001240         FILE STATUS IS WS-TAXRPT-STATUS.
001250
001260     SELECT BATCH-DATE-FILE
001270         ASSIGN TO 'BATCHDTE'
001280         ORGANIZATION IS LINE SEQUENTIAL
001290         FILE STATUS IS WS-BATCHDTE-STATUS.
001300
001310 DATA DIVISION.
001320 FILE SECTION.
001330*    ONE RUN CARD: TAX YEAR, MODE (F FULL FILING, C CORRECTION),
001340*    THE CUSTOMER TO CORRECT, THE YEAR'S GL INTEREST-CREDITED
001350*    TOTAL (BLANK SKIPS THE GL PROOF), THE PAYER TIN, THE IRS
001360*    TRANSMITTER CONTROL CODE AND 'T' FOR A TEST FILE.
001370 FD  TAX-CONTROL-FILE
001380     LABEL RECORDS ARE STANDARD.
001390 01  TAX-CONTROL-RECORD.
001400     05  TC-TAX-YEAR               PIC X(04).
001410     05  TC-TAX-YEAR-N REDEFINES TC-TAX-YEAR
001420                                   PIC 9(04).
001430     05  FILLER                    PIC X(01).
001440     05  TC-RUN-MODE               PIC X(01).
001450     05  FILLER                    PIC X(01).
001460     05  TC-CUSTOMER-ID            PIC X(10).
001470     05  FILLER                    PIC X(01).
001480     05  TC-GL-INTEREST            PIC X(13).
001490     05  TC-GL-INTEREST-N REDEFINES TC-GL-INTEREST
001500                                   PIC 9(11)V99.
001510     05  FILLER                    PIC X(01).
001520     05  TC-PAYER-TIN              PIC X(09).
001530     05  FILLER                    PIC X(01).
001540     05  TC-TRANSMITTER-CODE       PIC X(05).
001550     05  FILLER                    PIC X(01).
001560     05  TC-TEST-INDICATOR         PIC X(01).
001570
001580 FD  ACCOUNT-RELATIONSHIP-FILE
001590     LABEL RECORDS ARE STANDARD.
001600     COPY ACCTREL.
001610
001620 FD  TRANSACTION-LEDGER-FILE
001630     LABEL RECORDS ARE STANDARD.
001640     COPY TRANLEDG.
001650
001660*    SAME RECORD THE MONTH-END ARCHIVE WRITES - SEE
001670*    LEDGER-ARCHIVE.
001680 FD  ARCHIVE-LEDGER-FILE
001690     LABEL RECORDS ARE STANDARD.
001700 01  ARCHIVE-LEDGER-RECORD.
001710     05  AL-ACCOUNT-NUMBER         PIC X(10).
001720     05  AL-SEQUENCE-NUMBER        PIC 9(06).
001730     05  AL-TRANSACTION-DATE       PIC 9(08).
001740     05  AL-TRANSACTION-TYPE       PIC X(01).
001750         88  AL-INTEREST                     VALUE 'I'.
001760     05  AL-TRANSACTION-AMOUNT     PIC 9(7)V99.
001770
001780 FD  PARTY-MASTER-FILE
001790     LABEL RECORDS ARE STANDARD.
001800     COPY PARTYREC.
001810
001820 FD  TAX-FILING-FILE
001830     LABEL RECORDS ARE STANDARD.
001840     COPY TAXHIST.
001850
001860*    FIRST SORT - RELATIONSHIPS (CLASS 1) AHEAD OF THE YEAR'S
001870*    INTEREST ENTRIES (CLASS 2) WITHIN EACH ACCOUNT.
001880 SD  INTEREST-SORT-FILE.
001890 01  INTEREST-SORT-RECORD.
001900     05  IS-ACCOUNT-NUMBER         PIC X(10).
001910     05  IS-RECORD-CLASS           PIC X(01).
001920     05  IS-ENTRY-DATE             PIC 9(08).
001930     05  IS-SEQUENCE-NUMBER        PIC 9(06).
001940     05  IS-CUSTOMER-ID            PIC X(10).
001950     05  IS-OWNERSHIP-ROLE         PIC X(01).
001960     05  IS-END-DATE               PIC 9(08).
001970     05  IS-AMOUNT                 PIC 9(7)V99.
001980     05  IS-SOURCE                 PIC X(01).
001990
002000 FD  SORTED-INTEREST-FILE
002010     LABEL RECORDS ARE STANDARD.
002020 01  SORTED-INTEREST-RECORD.
002030     05  IW-ACCOUNT-NUMBER         PIC X(10).
002040     05  IW-RECORD-CLASS           PIC X(01).
002050         88  IW-RELATIONSHIP                 VALUE '1'.
002060         88  IW-INTEREST-ENTRY               VALUE '2'.
002070     05  IW-ENTRY-DATE             PIC 9(08).
002080     05  IW-SEQUENCE-NUMBER        PIC 9(06).
002090     05  IW-CUSTOMER-ID            PIC X(10).
002100     05  IW-OWNERSHIP-ROLE         PIC X(01).
002110     05  IW-END-DATE               PIC 9(08).
002120     05  IW-AMOUNT                 PIC 9(7)V99.
002130     05  IW-SOURCE                 PIC X(01).
002140
002150*    SECOND SORT - THE ATTRIBUTED INTEREST BY TAXPAYER.
002160 SD  TAXPAYER-SORT-FILE.
002170 01  TAXPAYER-SORT-RECORD.
002180     05  TS-CUSTOMER-ID            PIC X(10).
002190     05  TS-ACCOUNT-NUMBER         PIC X(10).
002200     05  TS-AMOUNT                 PIC 9(7)V99.
002210
002220 FD  PAYEE-WORK-FILE
002230     LABEL RECORDS ARE STANDARD.
002240 01  PAYEE-WORK-RECORD             PIC X(750).
002250
002260 FD  IRS-FILING-FILE
002270     LABEL RECORDS ARE STANDARD.
002280 01  IRS-FILING-RECORD             PIC X(750).
002290
002300 FD  TAX-STATEMENT-FILE
002310     LABEL RECORDS ARE STANDARD.
002320 01  TAX-STATEMENT-RECORD          PIC X(80).
002330
002340 FD  TAX-REPORT-FILE
002350     LABEL RECORDS ARE STANDARD.
002360 01  TAX-REPORT-RECORD             PIC X(80).
002370
002380 FD  BATCH-DATE-FILE
002390     LABEL RECORDS ARE STANDARD.
002400     COPY BATCHDTE.
002410
002420 WORKING-STORAGE SECTION.
002430*----------------------------------------------------------------
002440* FILE STATUS AND END-OF-FILE SWITCHES
002450*----------------------------------------------------------------
002460 01  WS-FILE-STATUSES.
002470     05  WS-TAXCTL-STATUS          PIC X(02) VALUE '00'.
002480     05  WS-ACCTREL-STATUS         PIC X(02) VALUE '00'.
002490     05  WS-TRANLEDG-STATUS        PIC X(02) VALUE '00'.
002500     05  WS-ARCHLEDG-STATUS        PIC X(02) VALUE '00'.
002510     05  WS-PARTYMST-STATUS        PIC X(02) VALUE '00'.
002520     05  WS-TAXHIST-STATUS         PIC X(02) VALUE '00'.
002530     05  WS-INTSORT-STATUS         PIC X(02) VALUE '00'.
002540     05  WS-PAYEEWRK-STATUS        PIC X(02) VALUE '00'.
002550     05  WS-IRS1099-STATUS         PIC X(02) VALUE '00'.
002560     05  WS-TAXSTMT-STATUS         PIC X(02) VALUE '00'.
002570     05  WS-TAXRPT-STATUS          PIC X(02) VALUE '00'.
002580     05  WS-BATCHDTE-STATUS        PIC X(02) VALUE '00'.
002590
002600 01  WS-SWITCHES.
002610     05  WS-RUN-SWITCH             PIC X(01) VALUE 'N'.
002620         88  RUN-CARD-REJECTED               VALUE 'Y'.
002630     05  WS-MODE-SWITCH            PIC X(01) VALUE 'F'.
002640         88  FULL-FILING                     VALUE 'F'.
002650         88  CORRECTION-RUN                  VALUE 'C'.
002660     05  WS-GL-SWITCH              PIC X(01) VALUE 'N'.
002670         88  GL-TOTAL-SUPPLIED               VALUE 'Y'.
002680     05  WS-ARCHFILE-SWITCH        PIC X(01) VALUE 'N'.
002690         88  ARCHIVE-FILE-AVAILABLE          VALUE 'Y'.
002700     05  WS-ARCH-SWITCH            PIC X(01) VALUE 'N'.
002710         88  ARCHIVE-SCAN-COMPLETE           VALUE 'Y'.
002720     05  WS-TL-SWITCH              PIC X(01) VALUE 'N'.
002730         88  LEDGER-SCAN-COMPLETE            VALUE 'Y'.
002740     05  WS-REL-SWITCH             PIC X(01) VALUE 'N'.
002750         88  RELATIONSHIP-SCAN-COMPLETE      VALUE 'Y'.
002760     05  WS-INTSORT-SWITCH         PIC X(01) VALUE 'N'.
002770         88  SORTED-INTEREST-EOF             VALUE 'Y'.
002780     05  WS-TAXSORT-SWITCH         PIC X(01) VALUE 'N'.
002790         88  TAXPAYER-SORT-EOF               VALUE 'Y'.
002800     05  WS-PAYEE-SWITCH           PIC X(01) VALUE 'N'.
002810         88  PAYEE-WORK-EOF                  VALUE 'Y'.
002820     05  WS-PARTY-SWITCH           PIC X(01) VALUE 'N'.
002830         88  PARTY-RECORD-FOUND              VALUE 'Y'.
002840     05  WS-HISTORY-SWITCH         PIC X(01) VALUE 'N'.
002850         88  FILING-HISTORY-FOUND            VALUE 'Y'.
002860     05  WS-UNOWNED-HDR-SWITCH     PIC X(01) VALUE 'N'.
002870         88  UNOWNED-HEADING-DONE            VALUE 'Y'.
002880     05  WS-EXCEPT-HDR-SWITCH      PIC X(01) VALUE 'N'.
002890         88  EXCEPTION-HEADING-DONE          VALUE 'Y'.
002900
002910*----------------------------------------------------------------
002920* RUN DATE, CAPTURED ONCE AT STARTUP, AND THE RUN CARD
002930*----------------------------------------------------------------
002940 01  WS-RUN-DATE                   PIC 9(08).
002950 01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
002960     05  WS-RUN-YEAR               PIC 9(04).
002970     05  WS-RUN-MONTH-DAY          PIC 9(04).
002980 01  WS-TAX-YEAR                   PIC 9(04) VALUE ZERO.
002990 01  WS-YEAR-START                 PIC 9(08) VALUE ZERO.
003000 01  WS-YEAR-END                   PIC 9(08) VALUE ZERO.
003010 01  WS-CORRECTION-CUSTOMER        PIC X(10) VALUE SPACES.
003020 01  WS-GL-INTEREST                PIC 9(11)V99 VALUE ZERO.
003030 01  WS-PAYER-TIN                  PIC X(09) VALUE SPACES.
003040 01  WS-TRANSMITTER-CODE           PIC X(05) VALUE SPACES.
003050 01  WS-TEST-INDICATOR             PIC X(01) VALUE SPACE.
003060 01  WS-REJECT-REASON              PIC X(40) VALUE SPACES.
003070
003080*----------------------------------------------------------------
003090* PAYER IDENTITY AS REGISTERED WITH THE IRS.  THE PAYER TIN AND
003100* THE TRANSMITTER CONTROL CODE COME FROM THE TAXCTL CARD.
003110*----------------------------------------------------------------
003120 01  WS-PAYER-NAME                 PIC X(40)
003130                          VALUE 'RETAIL BANKING DIVISION'.
003140 01  WS-PAYER-ADDRESS              PIC X(40)
003150                          VALUE '1 MAIN STREET'.
003160 01  WS-PAYER-CITY                 PIC X(40) VALUE 'NEW YORK'.
003170 01  WS-PAYER-STATE                PIC X(02) VALUE 'NY'.
003180 01  WS-PAYER-ZIP                  PIC X(09) VALUE '10001'.
003190 01  WS-PAYER-PHONE                PIC X(15) VALUE '2125550100'.
003200 01  WS-CONTACT-NAME               PIC X(40)
003210                          VALUE 'TAX REPORTING UNIT'.
003220
003230*----------------------------------------------------------------
003240* INTEREST AT OR OVER THE THRESHOLD IS REPORTED ON A FULL RUN
003250*----------------------------------------------------------------
003260 01  WS-REPORTING-THRESHOLD        PIC 9(03)V99 VALUE 10.00.
003270
003280*----------------------------------------------------------------
003290* OWNERS OF THE ACCOUNT BEING ATTRIBUTED, IN LINK-DATE ORDER,
003300* AND THE LAST INTEREST ENTRY SEEN ON IT (A REPEAT OF THE SAME
003310* DATE, SEQUENCE AND AMOUNT IS AN ARCHIVE GENERATION
003320* CONCATENATED TWICE OR AN ENTRY BOTH ARCHIVED AND LIVE)
003330*----------------------------------------------------------------
003340 01  WS-CURRENT-ACCOUNT            PIC X(10) VALUE SPACES.
003350 01  WS-TAXPAYER-ID                PIC X(10) VALUE SPACES.
003360 01  WS-OWNER-TABLE-COUNT          PIC 9(02) VALUE ZERO.
003370 01  WS-OWNER-TABLE.
003380     05  WS-OWNER-ENTRY OCCURS 20 TIMES
003390                                 INDEXED BY WS-OWN-IDX.
003400         10  WS-OWN-CUSTOMER-ID    PIC X(10).
003410         10  WS-OWN-ROLE           PIC X(01).
003420             88  WS-OWN-PRIMARY              VALUE 'P'.
003430         10  WS-OWN-LINK-DATE      PIC 9(08).
003440         10  WS-OWN-END-DATE       PIC 9(08).
003450 01  WS-PREVIOUS-ENTRY.
003460     05  WS-PREV-DATE              PIC 9(08) VALUE ZERO.
003470     05  WS-PREV-SEQUENCE          PIC 9(06) VALUE ZERO.
003480     05  WS-PREV-AMOUNT            PIC 9(7)V99 VALUE ZERO.
003490
003500*----------------------------------------------------------------
003510* TAXPAYER BEING FILED - TOTAL AND INTEREST BY ACCOUNT.  ANY
003520* ACCOUNTS PAST THE TABLE PRINT AS ONE 'OTHER ACCOUNTS' LINE.
003530*----------------------------------------------------------------
003540 01  WS-CURRENT-TAXPAYER           PIC X(10) VALUE SPACES.
003550 01  WS-TAXPAYER-INTEREST          PIC 9(9)V99 VALUE ZERO.
003560 01  WS-LAST-TAX-ACCOUNT           PIC X(10) VALUE SPACES.
003570 01  WS-TAX-ACCOUNT-COUNT          PIC 9(03) VALUE ZERO.
003580 01  WS-TAX-ACCOUNT-TABLE.
003590     05  WS-TAX-ACCOUNT-ENTRY OCCURS 100 TIMES
003600                                 INDEXED BY WS-TAX-IDX.
003610         10  WS-TAX-ACCOUNT        PIC X(10).
003620         10  WS-TAX-ACCOUNT-INTEREST
003630                                   PIC 9(9)V99.
003640 01  WS-OTHER-ACCOUNT-COUNT        PIC 9(05) VALUE ZERO.
003650 01  WS-OTHER-ACCOUNT-INTEREST     PIC 9(9)V99 VALUE ZERO.
003660 01  WS-CORRECTED-INDICATOR        PIC X(01) VALUE SPACE.
003670 01  WS-PREVIOUS-REPORTED          PIC 9(9)V99 VALUE ZERO.
003680 01  WS-RECORD-SEQUENCE            PIC 9(08) VALUE ZERO.
003690
003700*----------------------------------------------------------------
003710* RUN CONTROL TOTALS
003720*----------------------------------------------------------------
003730 01  WS-RELATIONSHIPS-READ         PIC 9(07) VALUE ZERO.
003740 01  WS-OWNER-OVERFLOW-COUNT       PIC 9(07) VALUE ZERO.
003750 01  WS-ARCHIVE-ENTRIES            PIC 9(07) VALUE ZERO.
003760 01  WS-ARCHIVE-INTEREST           PIC 9(11)V99 VALUE ZERO.
003770 01  WS-LEDGER-ENTRIES             PIC 9(07) VALUE ZERO.
003780 01  WS-LEDGER-INTEREST            PIC 9(11)V99 VALUE ZERO.
003790 01  WS-DUPLICATE-ENTRIES          PIC 9(07) VALUE ZERO.
003800 01  WS-DUPLICATE-INTEREST         PIC 9(11)V99 VALUE ZERO.
003810 01  WS-YEAR-ENTRIES               PIC 9(07) VALUE ZERO.
003820 01  WS-YEAR-INTEREST              PIC 9(11)V99 VALUE ZERO.
003830 01  WS-UNOWNED-ENTRIES            PIC 9(07) VALUE ZERO.
003840 01  WS-UNOWNED-INTEREST           PIC 9(11)V99 VALUE ZERO.
003850 01  WS-ATTRIBUTED-INTEREST        PIC 9(11)V99 VALUE ZERO.
003860 01  WS-OTHER-TAXPAYER-INTEREST    PIC 9(11)V99 VALUE ZERO.
003870 01  WS-TAXPAYERS                  PIC 9(07) VALUE ZERO.
003880 01  WS-BELOW-THRESHOLD-COUNT      PIC 9(07) VALUE ZERO.
003890 01  WS-BELOW-THRESHOLD-INTEREST   PIC 9(11)V99 VALUE ZERO.
003900 01  WS-NO-PARTY-COUNT             PIC 9(07) VALUE ZERO.
003910 01  WS-NO-PARTY-INTEREST          PIC 9(11)V99 VALUE ZERO.
003920 01  WS-NO-TIN-COUNT               PIC 9(07) VALUE ZERO.
003930 01  WS-PAYEES-FILED               PIC 9(07) VALUE ZERO.
003940 01  WS-REPORTED-INTEREST          PIC 9(11)V99 VALUE ZERO.
003950 01  WS-GL-DIFFERENCE              PIC S9(11)V99 VALUE ZERO.
003960
003970*----------------------------------------------------------------
003980* IRS ELECTRONIC FILING RECORDS (1099-INT, 750 BYTES).  THE
003990* PAYEE 'B' RECORDS ARE STAGED ON PAYEEWRK AND COPIED INTO THE
004000* FILING BEHIND THE T AND A RECORDS ONCE THE PAYEE COUNT THE
004010* T RECORD CARRIES IS KNOWN.
004020*----------------------------------------------------------------
004030 01  WS-TRANSMITTER-RECORD.
004040     05  FT-RECORD-TYPE            PIC X(01) VALUE 'T'.
004050     05  FT-PAYMENT-YEAR           PIC 9(04).
004060     05  FT-PRIOR-YEAR-INDICATOR   PIC X(01) VALUE SPACE.
004070     05  FT-TRANSMITTER-TIN        PIC X(09).
004080     05  FT-TRANSMITTER-CODE       PIC X(05).
004090     05  FILLER                    PIC X(07) VALUE SPACES.
004100     05  FT-TEST-FILE-INDICATOR    PIC X(01).
004110     05  FT-FOREIGN-ENTITY         PIC X(01) VALUE SPACE.
004120     05  FT-TRANSMITTER-NAME-1     PIC X(40).
004130     05  FT-TRANSMITTER-NAME-2     PIC X(40) VALUE SPACES.
004140     05  FT-COMPANY-NAME-1         PIC X(40).
004150     05  FT-COMPANY-NAME-2         PIC X(40) VALUE SPACES.
004160     05  FT-COMPANY-ADDRESS        PIC X(40).
004170     05  FT-COMPANY-CITY           PIC X(40).
004180     05  FT-COMPANY-STATE          PIC X(02).
004190     05  FT-COMPANY-ZIP            PIC X(09).
004200     05  FILLER                    PIC X(15) VALUE SPACES.
004210     05  FT-TOTAL-PAYEES           PIC 9(08).
004220     05  FT-CONTACT-NAME           PIC X(40).
004230     05  FT-CONTACT-PHONE          PIC X(15).
004240     05  FT-CONTACT-EMAIL          PIC X(50) VALUE SPACES.
004250     05  FILLER                    PIC X(91) VALUE SPACES.
004260     05  FT-SEQUENCE-NUMBER        PIC 9(08).
004270     05  FILLER                    PIC X(10) VALUE SPACES.
004280     05  FT-VENDOR-INDICATOR       PIC X(01) VALUE 'I'.
004290     05  FILLER                    PIC X(232) VALUE SPACES.
004300
004310 01  WS-PAYER-RECORD.
004320     05  FA-RECORD-TYPE            PIC X(01) VALUE 'A'.
004330     05  FA-PAYMENT-YEAR           PIC 9(04).
004340     05  FA-COMBINED-FED-STATE     PIC X(01) VALUE SPACE.
004350     05  FILLER                    PIC X(05) VALUE SPACES.
004360     05  FA-PAYER-TIN              PIC X(09).
004370     05  FA-PAYER-NAME-CONTROL     PIC X(04) VALUE SPACES.
004380     05  FA-LAST-FILING-INDICATOR  PIC X(01) VALUE SPACE.
004390     05  FA-TYPE-OF-RETURN         PIC X(02) VALUE '6 '.
004400     05  FA-AMOUNT-CODES           PIC X(18) VALUE '1'.
004410     05  FILLER                    PIC X(06) VALUE SPACES.
004420     05  FA-FOREIGN-ENTITY         PIC X(01) VALUE SPACE.
004430     05  FA-PAYER-NAME-1           PIC X(40).
004440     05  FA-PAYER-NAME-2           PIC X(40) VALUE SPACES.
004450     05  FA-TRANSFER-AGENT         PIC X(01) VALUE '0'.
004460     05  FA-PAYER-ADDRESS          PIC X(40).
004470     05  FA-PAYER-CITY             PIC X(40).
004480     05  FA-PAYER-STATE            PIC X(02).
004490     05  FA-PAYER-ZIP              PIC X(09).
004500     05  FA-PAYER-PHONE            PIC X(15).
004510     05  FILLER                    PIC X(260) VALUE SPACES.
004520     05  FA-SEQUENCE-NUMBER        PIC 9(08).
004530     05  FILLER                    PIC X(243) VALUE SPACES.
004540
004550 01  WS-PAYEE-RECORD.
004560     05  FB-RECORD-TYPE            PIC X(01) VALUE 'B'.
004570     05  FB-PAYMENT-YEAR           PIC 9(04).
004580     05  FB-CORRECTED-INDICATOR    PIC X(01).
004590     05  FB-NAME-CONTROL           PIC X(04).
004600     05  FB-TIN-TYPE               PIC X(01).
004610     05  FB-PAYEE-TIN              PIC X(09).
004620     05  FB-PAYER-ACCOUNT          PIC X(20).
004630     05  FB-PAYER-OFFICE           PIC X(04).
004640     05  FILLER                    PIC X(10) VALUE SPACES.
004650     05  FB-AMOUNT-1               PIC 9(10)V99.
004660     05  FB-OTHER-AMOUNTS          PIC X(180).
004670     05  FB-FOREIGN-INDICATOR      PIC X(01).
004680     05  FB-PAYEE-NAME-1           PIC X(40).
004690     05  FB-PAYEE-NAME-2           PIC X(40).
004700     05  FILLER                    PIC X(40) VALUE SPACES.
004710     05  FB-PAYEE-ADDRESS          PIC X(40).
004720     05  FILLER                    PIC X(40) VALUE SPACES.
004730     05  FB-PAYEE-CITY             PIC X(40).
004740     05  FB-PAYEE-STATE            PIC X(02).
004750     05  FB-PAYEE-ZIP              PIC X(09).
004760     05  FILLER                    PIC X(01) VALUE SPACE.
004770     05  FB-SEQUENCE-NUMBER        PIC 9(08).
004780     05  FILLER                    PIC X(243) VALUE SPACES.
004790
004800 01  WS-END-OF-PAYER-RECORD.
004810     05  FC-RECORD-TYPE            PIC X(01) VALUE 'C'.
004820     05  FC-NUMBER-OF-PAYEES       PIC 9(08).
004830     05  FILLER                    PIC X(06) VALUE SPACES.
004840     05  FC-CONTROL-TOTAL-1        PIC 9(16)V99.
004850     05  FC-OTHER-TOTALS           PIC X(270).
004860     05  FILLER                    PIC X(196) VALUE SPACES.
004870     05  FC-SEQUENCE-NUMBER        PIC 9(08).
004880     05  FILLER                    PIC X(243) VALUE SPACES.
004890
004900 01  WS-END-OF-TRANSMISSION-RECORD.
004910     05  FF-RECORD-TYPE            PIC X(01) VALUE 'F'.
004920     05  FF-NUMBER-OF-A-RECORDS    PIC 9(08).
004930     05  FILLER                    PIC X(21) VALUE ALL '0'.
004940     05  FILLER                    PIC X(19) VALUE SPACES.
004950     05  FF-TOTAL-PAYEES           PIC 9(08).
004960     05  FILLER                    PIC X(442) VALUE SPACES.
004970     05  FF-SEQUENCE-NUMBER        PIC 9(08).
004980     05  FILLER                    PIC X(243) VALUE SPACES.
004990
005000*----------------------------------------------------------------
005010* CUSTOMER TAX STATEMENT LINES
005020*----------------------------------------------------------------
005030 01  WS-STMT-HEADING-1.
005040     05  FILLER                    PIC X(20)
005050                                    VALUE 'RETAIL BANKING DIV.'.
005060     05  FILLER                    PIC X(40)
005070                VALUE 'FORM 1099-INT INTEREST INCOME STATEMENT'.
005080     05  SH1-CORRECTED             PIC X(09).
005090
005100 01  WS-STMT-HEADING-2.
005110     05  FILLER                    PIC X(10) VALUE 'TAX YEAR: '.
005120     05  SH2-TAX-YEAR              PIC 9(04).
005130     05  FILLER                    PIC X(14)
005140                                    VALUE '   PAYER TIN: '.
005150     05  SH2-PAYER-TIN             PIC X(09).
005160     05  FILLER                    PIC X(10) VALUE '  ISSUED: '.
005170     05  SH2-ISSUE-DATE            PIC 9(08).
005180
005190 01  WS-STMT-NAME-LINE.
005200     05  SN-CAPTION                PIC X(12).
005210     05  SN-TEXT                   PIC X(40).
005220
005230 01  WS-STMT-CITY-LINE.
005240     05  FILLER                    PIC X(12) VALUE SPACES.
005250     05  SC-CITY                   PIC X(20).
005260     05  FILLER                    PIC X(01) VALUE SPACES.
005270     05  SC-STATE-CODE             PIC X(02).
005280     05  FILLER                    PIC X(02) VALUE SPACES.
005290     05  SC-POSTAL-CODE            PIC X(10).
005300
005310 01  WS-STMT-TIN-LINE.
005320     05  FILLER                    PIC X(15)
005330                                    VALUE 'RECIPIENT TIN: '.
005340     05  ST-RECIPIENT-TIN          PIC X(11).
005350     05  FILLER                    PIC X(15)
005360                                    VALUE '  CUSTOMER ID: '.
005370     05  ST-CUSTOMER-ID            PIC X(10).
005380
005390 01  WS-MASKED-TIN.
005400     05  FILLER                    PIC X(05) VALUE '*****'.
005410     05  MT-LAST-FOUR              PIC X(04).
005420
005430 01  WS-STMT-COLUMN-LINE.
005440     05  FILLER                    PIC X(16) VALUE 'ACCOUNT'.
005450     05  FILLER                    PIC X(13)
005460                                    VALUE 'INTEREST PAID'.
005470
005480 01  WS-STMT-DETAIL-LINE.
005490     05  SD-ACCOUNT-NUMBER         PIC X(14).
005500     05  SD-INTEREST               PIC Z(8)9.99.
005510
005520 01  WS-STMT-TOTAL-LINE.
005530     05  FILLER                    PIC X(29)
005540                          VALUE 'BOX 1 - INTEREST INCOME....: '.
005550     05  SL-TOTAL-INTEREST         PIC Z(8)9.99.
005560
005570 01  WS-STMT-NOTICE-LINE           PIC X(80) VALUE
005580         'THIS IS IMPORTANT TAX INFORMATION AND IS BEING FURNISHED
005590-        ' TO THE IRS.'.
005600
005610*----------------------------------------------------------------
005620* CONTROL REPORT LINES
005630*----------------------------------------------------------------
005640 01  WS-REPORT-HEADING-1           PIC X(80) VALUE
005650         '1099-INT YEAR-END CONTROL REPORT'.
005660
005670 01  WS-REPORT-HEADING-2.
005680     05  FILLER                    PIC X(16) VALUE
005690             'RUN DATE......  '.
005700     05  RH-RUN-DATE               PIC 9(08).
005710     05  FILLER                    PIC X(11) VALUE
005720             '  TAX YEAR '.
005730     05  RH-TAX-YEAR               PIC X(04).
005740     05  FILLER                    PIC X(02) VALUE SPACES.
005750     05  RH-RUN-MODE               PIC X(39).
005760
005770 01  WS-SECTION-LINE               PIC X(80).
005780
005790 01  WS-EXCEPTION-COLUMN-LINE.
005800     05  FILLER                    PIC X(12) VALUE 'ACCOUNT'.
005810     05  FILLER                    PIC X(12) VALUE 'CUSTOMER'.
005820     05  FILLER                    PIC X(10) VALUE 'DATE'.
005830     05  FILLER                    PIC X(14) VALUE '      AMOUNT'.
005840     05  FILLER                    PIC X(06) VALUE 'REASON'.
005850
005860 01  WS-EXCEPTION-LINE.
005870     05  RE-ACCOUNT-NUMBER         PIC X(10).
005880     05  FILLER                    PIC X(02) VALUE SPACES.
005890     05  RE-CUSTOMER-ID            PIC X(10).
005900     05  FILLER                    PIC X(02) VALUE SPACES.
005910     05  RE-DATE                   PIC X(08).
005920     05  FILLER                    PIC X(02) VALUE SPACES.
005930     05  RE-AMOUNT                 PIC Z(8)9.99.
005940     05  FILLER                    PIC X(02) VALUE SPACES.
005950     05  RE-REASON                 PIC X(32).
005960
005970 01  WS-CORRECTION-LINE.
005980     05  FILLER                    PIC X(15)
005990                                    VALUE 'CORRECTION FOR '.
006000     05  CR-CUSTOMER-ID            PIC X(10).
006010     05  FILLER                    PIC X(12)
006020                                    VALUE '  WAS      '.
006030     05  CR-PREVIOUS-AMOUNT        PIC Z(8)9.99.
006040     05  FILLER                    PIC X(06) VALUE '  NOW '.
006050     05  CR-CORRECTED-AMOUNT       PIC Z(8)9.99.
006060     05  FILLER                    PIC X(05) VALUE '  NO.'.
006070     05  CR-CORRECTION-COUNT       PIC Z9.
006080
006090 01  WS-TOTALS-LINE.
006100     05  TO-CAPTION                PIC X(32).
006110     05  TO-COUNT                  PIC Z(6)9 BLANK WHEN ZERO.
006120     05  FILLER                    PIC X(03) VALUE SPACES.
006130     05  TO-AMOUNT                 PIC -(11)9.99.
006140
006150 01  WS-BLANK-LINE                 PIC X(80) VALUE SPACES.
006160
006170 PROCEDURE DIVISION.
006180*=================================================================
006190* 0000-MAINLINE - ATTRIBUTE THE YEAR'S INTEREST TO ITS OWNERS,
006200* FILE AND PRINT EACH TAXPAYER'S FORM, THEN PROVE THE TOTALS.
006210*=================================================================
006220 0000-MAINLINE.
006230     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
006240     PERFORM 9500-READ-BUSINESS-DATE THRU 9500-EXIT.
006250
006260     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
006270
006280     IF NOT RUN-CARD-REJECTED
006290         PERFORM 2000-SORT-BY-ACCOUNT THRU 2000-EXIT
006300         PERFORM 4000-SORT-BY-TAXPAYER THRU 4000-EXIT
006310         PERFORM 6000-BUILD-IRS-FILE THRU 6000-EXIT
006320     END-IF.
006330
006340     PERFORM 9000-TERMINATE THRU 9000-EXIT.
006350
006360     STOP RUN.
006370 0000-EXIT.
006380     EXIT.
006390
006400*-----------------------------------------------------------------
006410* 1000-INITIALIZE - READ AND EDIT THE RUN CARD, OPEN THE FILES
006420* AND PRINT THE CONTROL REPORT HEADINGS.  A BAD CARD OR A
006430* MISSING INPUT STOPS THE RUN BEFORE ANYTHING IS FILED.
006440*-----------------------------------------------------------------
006450 1000-INITIALIZE.
006460     OPEN OUTPUT TAX-REPORT-FILE.
006470     MOVE WS-RUN-DATE TO RH-RUN-DATE.
006480     MOVE SPACES TO RH-TAX-YEAR.
006490     MOVE SPACES TO RH-RUN-MODE.
006500
006510     PERFORM 1100-READ-RUN-CARD THRU 1100-EXIT.
006520     IF RUN-CARD-REJECTED
006530         GO TO 1000-HEADINGS
006540     END-IF.
006550
006560     OPEN INPUT ACCOUNT-RELATIONSHIP-FILE.
006570     IF WS-ACCTREL-STATUS NOT = '00'
006580         DISPLAY 'INTEREST-TAX-REPORT: UNABLE TO OPEN ACCTREL - '
006590             'STATUS ' WS-ACCTREL-STATUS
006600         MOVE 'ACCTREL NOT AVAILABLE' TO WS-REJECT-REASON
006610         MOVE 'Y' TO WS-RUN-SWITCH
006620     END-IF.
006630
006640     OPEN INPUT PARTY-MASTER-FILE.
006650     IF WS-PARTYMST-STATUS NOT = '00'
006660         DISPLAY 'INTEREST-TAX-REPORT: UNABLE TO OPEN PARTYMST - '
006670             'STATUS ' WS-PARTYMST-STATUS
006680         MOVE 'PARTYMST NOT AVAILABLE' TO WS-REJECT-REASON
006690         MOVE 'Y' TO WS-RUN-SWITCH
006700     END-IF.
006710
006720     OPEN INPUT TRANSACTION-LEDGER-FILE.
006730     IF WS-TRANLEDG-STATUS NOT = '00'
006740         DISPLAY 'INTEREST-TAX-REPORT: UNABLE TO OPEN TRANLEDG - '
006750             'STATUS ' WS-TRANLEDG-STATUS
006760         MOVE 'TRANLEDG NOT AVAILABLE' TO WS-REJECT-REASON
006770         MOVE 'Y' TO WS-RUN-SWITCH
006780     END-IF.
006790
006800*    NO ARCHIVE GENERATION ON ARCHLEDG ONLY MEANS THE YEAR'S
006810*    INTEREST IS ALL STILL ON THE LIVE LEDGER.
006820     OPEN INPUT ARCHIVE-LEDGER-FILE.
006830     IF WS-ARCHLEDG-STATUS = '00'
006840         SET ARCHIVE-FILE-AVAILABLE TO TRUE
006850     ELSE
006860         DISPLAY 'INTEREST-TAX-REPORT: ARCHLEDG NOT AVAILABLE - '
006870             'STATUS ' WS-ARCHLEDG-STATUS
006880             ' - LIVE LEDGER ONLY'
006890     END-IF.
006900
006910*    THE FILING HISTORY IS PERMANENT - A FIRST-EVER RUN CREATES
006920*    IT, EVERY LATER RUN EXTENDS IT.
006930     OPEN I-O TAX-FILING-FILE.
006940     IF WS-TAXHIST-STATUS = '35'
006950         OPEN OUTPUT TAX-FILING-FILE
006960         CLOSE TAX-FILING-FILE
006970         OPEN I-O TAX-FILING-FILE
006980     END-IF.
006990     IF WS-TAXHIST-STATUS NOT = '00'
007000         DISPLAY 'INTEREST-TAX-REPORT: UNABLE TO OPEN TAXHIST - '
007010             'STATUS ' WS-TAXHIST-STATUS
007020         MOVE 'TAXHIST NOT AVAILABLE' TO WS-REJECT-REASON
007030         MOVE 'Y' TO WS-RUN-SWITCH
007040     END-IF.
007050
007060     OPEN OUTPUT PAYEE-WORK-FILE.
007070     OPEN OUTPUT TAX-STATEMENT-FILE.
007080
007090 1000-HEADINGS.
007100     WRITE TAX-REPORT-RECORD FROM WS-REPORT-HEADING-1.
007110     WRITE TAX-REPORT-RECORD FROM WS-REPORT-HEADING-2.
007120     WRITE TAX-REPORT-RECORD FROM WS-BLANK-LINE.
007130 1000-EXIT.
007140     EXIT.
007150
007160*-----------------------------------------------------------------
007170* 1100-READ-RUN-CARD - READ AND EDIT THE TAXCTL CARD.  THE TAX
007180* YEAR MUST BE NUMERIC AND NOT AFTER THE RUN DATE'S YEAR, THE
007190* MODE F OR C (C NEEDS A CUSTOMER), A SUPPLIED GL TOTAL NUMERIC
007200* AND THE PAYER TIN NINE DIGITS.
007210*-----------------------------------------------------------------
007220 1100-READ-RUN-CARD.
007230     OPEN INPUT TAX-CONTROL-FILE.
007240     IF WS-TAXCTL-STATUS NOT = '00'
007250         MOVE 'NO TAXCTL CARD' TO WS-REJECT-REASON
007260         MOVE 'Y' TO WS-RUN-SWITCH
007270         GO TO 1100-EXIT
007280     END-IF.
007290
007300     READ TAX-CONTROL-FILE
007310         AT END
007320             MOVE 'NO TAXCTL CARD' TO WS-REJECT-REASON
007330             MOVE 'Y' TO WS-RUN-SWITCH
007340     END-READ.
007350     CLOSE TAX-CONTROL-FILE.
007360     IF RUN-CARD-REJECTED
007370         GO TO 1100-EXIT
007380     END-IF.
007390
007400     MOVE TC-TAX-YEAR TO RH-TAX-YEAR.
007410     IF TC-TAX-YEAR IS NOT NUMERIC
007420             OR TC-TAX-YEAR-N = ZERO
007430             OR TC-TAX-YEAR-N > WS-RUN-YEAR
007440         MOVE 'TAX YEAR MISSING OR NOT YET REACHED'
007450             TO WS-REJECT-REASON
007460         MOVE 'Y' TO WS-RUN-SWITCH
007470         GO TO 1100-EXIT
007480     END-IF.
007490     MOVE TC-TAX-YEAR-N TO WS-TAX-YEAR.
007500     COMPUTE WS-YEAR-START = WS-TAX-YEAR * 10000 + 0101.
007510     COMPUTE WS-YEAR-END = WS-TAX-YEAR * 10000 + 1231.
007520
007530     IF TC-RUN-MODE NOT = 'F' AND TC-RUN-MODE NOT = 'C'
007540         MOVE 'RUN MODE MUST BE F OR C' TO WS-REJECT-REASON
007550         MOVE 'Y' TO WS-RUN-SWITCH
007560         GO TO 1100-EXIT
007570     END-IF.
007580     MOVE TC-RUN-MODE TO WS-MODE-SWITCH.
007590     IF CORRECTION-RUN
007600         IF TC-CUSTOMER-ID = SPACES
007610             MOVE 'CORRECTION NEEDS A CUSTOMER ID'
007620                 TO WS-REJECT-REASON
007630             MOVE 'Y' TO WS-RUN-SWITCH
007640             GO TO 1100-EXIT
007650         END-IF
007660         MOVE TC-CUSTOMER-ID TO WS-CORRECTION-CUSTOMER
007670         STRING 'CORRECTION FOR ' WS-CORRECTION-CUSTOMER
007680             DELIMITED BY SIZE INTO RH-RUN-MODE
007690     ELSE
007700         MOVE 'FULL FILING' TO RH-RUN-MODE
007710     END-IF.
007720
007730     IF TC-GL-INTEREST NOT = SPACES
007740         IF TC-GL-INTEREST IS NOT NUMERIC
007750             MOVE 'GL INTEREST TOTAL NOT NUMERIC'
007760                 TO WS-REJECT-REASON
007770             MOVE 'Y' TO WS-RUN-SWITCH
007780             GO TO 1100-EXIT
007790         END-IF
007800         MOVE TC-GL-INTEREST-N TO WS-GL-INTEREST
007810         SET GL-TOTAL-SUPPLIED TO TRUE
007820     END-IF.
007830
007840     IF TC-PAYER-TIN IS NOT NUMERIC
007850         MOVE 'PAYER TIN MUST BE NINE DIGITS' TO WS-REJECT-REASON
007860         MOVE 'Y' TO WS-RUN-SWITCH
007870         GO TO 1100-EXIT
007880     END-IF.
007890     MOVE TC-PAYER-TIN TO WS-PAYER-TIN.
007900     MOVE TC-TRANSMITTER-CODE TO WS-TRANSMITTER-CODE.
007910     IF TC-TEST-INDICATOR = 'T'
007920         MOVE 'T' TO WS-TEST-INDICATOR
007930     ELSE
007940         MOVE SPACE TO WS-TEST-INDICATOR
007950     END-IF.
007960 1100-EXIT.
007970     EXIT.
007980
007990*-----------------------------------------------------------------
008000* 2000-SORT-BY-ACCOUNT - BRING EACH ACCOUNT'S RELATIONSHIPS AND
008010* THE YEAR'S INTEREST ENTRIES TOGETHER: RELATIONSHIPS FIRST IN
008020* LINK-DATE ORDER, THEN THE INTEREST IN DATE ORDER.
008030*-----------------------------------------------------------------
008040 2000-SORT-BY-ACCOUNT.
008050     SORT INTEREST-SORT-FILE
008060         ON ASCENDING KEY IS-ACCOUNT-NUMBER
008070                          IS-RECORD-CLASS
008080                          IS-ENTRY-DATE
008090                          IS-SEQUENCE-NUMBER
008100         INPUT PROCEDURE IS 2100-RELEASE-BY-ACCOUNT
008110             THRU 2100-EXIT
008120         GIVING SORTED-INTEREST-FILE.
008130 2000-EXIT.
008140     EXIT.
008150
008160*-----------------------------------------------------------------
008170* 2100-RELEASE-BY-ACCOUNT - FEED THE SORT EVERY RELATIONSHIP ON
008180* ACCTREL, LIVE OR ENDED, AND EVERY 'I' ENTRY DATED IN THE TAX
008190* YEAR ON THE ARCHIVE GENERATIONS AND THE LIVE LEDGER.
008200*-----------------------------------------------------------------
008210 2100-RELEASE-BY-ACCOUNT.
008220     PERFORM 2200-READ-RELATIONSHIP THRU 2200-EXIT.
008230     PERFORM 2210-RELEASE-RELATIONSHIP THRU 2210-EXIT
008240         UNTIL RELATIONSHIP-SCAN-COMPLETE.
008250
008260     IF ARCHIVE-FILE-AVAILABLE
008270         PERFORM 2300-READ-ARCHIVE THRU 2300-EXIT
008280         PERFORM 2310-RELEASE-ARCHIVE-ENTRY THRU 2310-EXIT
008290             UNTIL ARCHIVE-SCAN-COMPLETE
008300     END-IF.
008310
008320     PERFORM 2400-READ-LEDGER THRU 2400-EXIT.
008330     PERFORM 2410-RELEASE-LEDGER-ENTRY THRU 2410-EXIT
008340         UNTIL LEDGER-SCAN-COMPLETE.
008350 2100-EXIT.
008360     EXIT.
008370
008380*-----------------------------------------------------------------
008390* 2200-READ-RELATIONSHIP - READ THE NEXT ACCTREL RECORD.
008400*-----------------------------------------------------------------
008410 2200-READ-RELATIONSHIP.
008420     READ ACCOUNT-RELATIONSHIP-FILE NEXT RECORD
008430         AT END
008440             SET RELATIONSHIP-SCAN-COMPLETE TO TRUE
008450     END-READ.
008460 2200-EXIT.
008470     EXIT.
008480
008490*-----------------------------------------------------------------
008500* 2210-RELEASE-RELATIONSHIP - HAND ONE RELATIONSHIP TO THE SORT
008510* AS A CLASS 1 RECORD UNDER ITS LINK DATE, AND ADVANCE.
008520*-----------------------------------------------------------------
008530 2210-RELEASE-RELATIONSHIP.
008540     MOVE AR-ACCOUNT-NUMBER TO IS-ACCOUNT-NUMBER.
008550     MOVE '1' TO IS-RECORD-CLASS.
008560     MOVE AR-LINK-DATE TO IS-ENTRY-DATE.
008570     MOVE ZERO TO IS-SEQUENCE-NUMBER.
008580     MOVE AR-CUSTOMER-ID TO IS-CUSTOMER-ID.
008590     MOVE AR-OWNERSHIP-ROLE TO IS-OWNERSHIP-ROLE.
008600     MOVE AR-END-DATE TO IS-END-DATE.
008610     MOVE ZERO TO IS-AMOUNT.
008620     MOVE SPACE TO IS-SOURCE.
008630     RELEASE INTEREST-SORT-RECORD.
008640     ADD 1 TO WS-RELATIONSHIPS-READ.
008650
008660     PERFORM 2200-READ-RELATIONSHIP THRU 2200-EXIT.
008670 2210-EXIT.
008680     EXIT.
008690
008700*-----------------------------------------------------------------
008710* 2300-READ-ARCHIVE - READ THE NEXT ARCHIVED LEDGER ENTRY.
008720*-----------------------------------------------------------------
008730 2300-READ-ARCHIVE.
008740     READ ARCHIVE-LEDGER-FILE
008750         AT END
008760             SET ARCHIVE-SCAN-COMPLETE TO TRUE
008770     END-READ.
008780 2300-EXIT.
008790     EXIT.
008800
008810*-----------------------------------------------------------------
008820* 2310-RELEASE-ARCHIVE-ENTRY - HAND AN ARCHIVED INTEREST ENTRY
008830* DATED IN THE TAX YEAR TO THE SORT, AND ADVANCE.
008840*-----------------------------------------------------------------
008850 2310-RELEASE-ARCHIVE-ENTRY.
008860     IF AL-INTEREST
008870             AND AL-TRANSACTION-DATE NOT < WS-YEAR-START
008880             AND AL-TRANSACTION-DATE NOT > WS-YEAR-END
008890         MOVE AL-ACCOUNT-NUMBER TO IS-ACCOUNT-NUMBER
008900         MOVE '2' TO IS-RECORD-CLASS
008910         MOVE AL-TRANSACTION-DATE TO IS-ENTRY-DATE
008920         MOVE AL-SEQUENCE-NUMBER TO IS-SEQUENCE-NUMBER
008930         MOVE SPACES TO IS-CUSTOMER-ID
008940         MOVE SPACE TO IS-OWNERSHIP-ROLE
008950         MOVE ZERO TO IS-END-DATE
008960         MOVE AL-TRANSACTION-AMOUNT TO IS-AMOUNT
008970         MOVE 'A' TO IS-SOURCE
008980         RELEASE INTEREST-SORT-RECORD
008990         ADD 1 TO WS-ARCHIVE-ENTRIES
009000         ADD AL-TRANSACTION-AMOUNT TO WS-ARCHIVE-INTEREST
009010     END-IF.
009020
009030     PERFORM 2300-READ-ARCHIVE THRU 2300-EXIT.
009040 2310-EXIT.
009050     EXIT.
009060
009070*-----------------------------------------------------------------
009080* 2400-READ-LEDGER - READ THE NEXT LIVE LEDGER ENTRY.
009090*-----------------------------------------------------------------
009100 2400-READ-LEDGER.
009110     READ TRANSACTION-LEDGER-FILE NEXT RECORD
009120         AT END
009130             SET LEDGER-SCAN-COMPLETE TO TRUE
009140     END-READ.
009150 2400-EXIT.
009160     EXIT.
009170
009180*-----------------------------------------------------------------
009190* 2410-RELEASE-LEDGER-ENTRY - HAND A LIVE INTEREST ENTRY DATED
009200* IN THE TAX YEAR TO THE SORT, AND ADVANCE.
009210*-----------------------------------------------------------------
009220 2410-RELEASE-LEDGER-ENTRY.
009230     IF TL-INTEREST
009240             AND TL-TRANSACTION-DATE NOT < WS-YEAR-START
009250             AND TL-TRANSACTION-DATE NOT > WS-YEAR-END
009260         MOVE TL-ACCOUNT-NUMBER TO IS-ACCOUNT-NUMBER
009270         MOVE '2' TO IS-RECORD-CLASS
009280         MOVE TL-TRANSACTION-DATE TO IS-ENTRY-DATE
009290         MOVE TL-SEQUENCE-NUMBER TO IS-SEQUENCE-NUMBER
009300         MOVE SPACES TO IS-CUSTOMER-ID
009310         MOVE SPACE TO IS-OWNERSHIP-ROLE
009320         MOVE ZERO TO IS-END-DATE
009330         MOVE TL-TRANSACTION-AMOUNT TO IS-AMOUNT
009340         MOVE 'L' TO IS-SOURCE
009350         RELEASE INTEREST-SORT-RECORD
009360         ADD 1 TO WS-LEDGER-ENTRIES
009370         ADD TL-TRANSACTION-AMOUNT TO WS-LEDGER-INTEREST
009380     END-IF.
009390
009400     PERFORM 2400-READ-LEDGER THRU 2400-EXIT.
009410 2410-EXIT.
009420     EXIT.
009430
009440*-----------------------------------------------------------------
009450* 4000-SORT-BY-TAXPAYER - CREDIT EACH INTEREST ENTRY TO ITS
009460* OWNER AND SORT THE RESULT BY CUSTOMER AND ACCOUNT, FILING ONE
009470* FORM PER TAXPAYER FROM THE SORTED OUTPUT.  A CORRECTION FOR A
009480* CUSTOMER WHO NO LONGER HAS ANY INTEREST FOR THE YEAR STILL
009490* FILES, AT ZERO.
009500*-----------------------------------------------------------------
009510 4000-SORT-BY-TAXPAYER.
009520     SORT TAXPAYER-SORT-FILE
009530         ON ASCENDING KEY TS-CUSTOMER-ID
009540                          TS-ACCOUNT-NUMBER
009550         INPUT PROCEDURE IS 4100-ATTRIBUTE-INTEREST
009560             THRU 4100-EXIT
009570         OUTPUT PROCEDURE IS 5000-FILE-TAXPAYERS
009580             THRU 5000-EXIT.
009590
009600     IF CORRECTION-RUN
009610             AND WS-TAXPAYERS = ZERO
009620         MOVE WS-CORRECTION-CUSTOMER TO WS-CURRENT-TAXPAYER
009630         MOVE ZERO TO WS-TAXPAYER-INTEREST
009640         MOVE ZERO TO WS-TAX-ACCOUNT-COUNT
009650         MOVE ZERO TO WS-OTHER-ACCOUNT-COUNT
009660         MOVE ZERO TO WS-OTHER-ACCOUNT-INTEREST
009670         PERFORM 5300-FILE-ONE-TAXPAYER THRU 5300-EXIT
009680     END-IF.
009690 4000-EXIT.
009700     EXIT.
009710
009720*-----------------------------------------------------------------
009730* 4100-ATTRIBUTE-INTEREST - WALK THE ACCOUNT-SORTED FILE,
009740* HOLDING EACH ACCOUNT'S OWNERS AND RELEASING EACH OF ITS
009750* INTEREST ENTRIES UNDER THE TAXPAYER IT BELONGS TO.
009760*-----------------------------------------------------------------
009770 4100-ATTRIBUTE-INTEREST.
009780     OPEN INPUT SORTED-INTEREST-FILE.
009790     MOVE SPACES TO WS-CURRENT-ACCOUNT.
009800     PERFORM 4200-READ-SORTED-INTEREST THRU 4200-EXIT.
009810     PERFORM 4300-ATTRIBUTE-ONE-RECORD THRU 4300-EXIT
009820         UNTIL SORTED-INTEREST-EOF.
009830     CLOSE SORTED-INTEREST-FILE.
009840
009850     COMPUTE WS-YEAR-ENTRIES = WS-ARCHIVE-ENTRIES
009860         + WS-LEDGER-ENTRIES - WS-DUPLICATE-ENTRIES.
009870     COMPUTE WS-YEAR-INTEREST = WS-ARCHIVE-INTEREST
009880         + WS-LEDGER-INTEREST - WS-DUPLICATE-INTEREST.
009890 4100-EXIT.
009900     EXIT.
009910
009920*-----------------------------------------------------------------
009930* 4200-READ-SORTED-INTEREST - READ THE NEXT ACCOUNT-SORTED
009940* RECORD.
009950*-----------------------------------------------------------------
009960 4200-READ-SORTED-INTEREST.
009970     READ SORTED-INTEREST-FILE
009980         AT END
009990             SET SORTED-INTEREST-EOF TO TRUE
010000     END-READ.
010010 4200-EXIT.
010020     EXIT.
010030
010040*-----------------------------------------------------------------
010050* 4300-ATTRIBUTE-ONE-RECORD - A RELATIONSHIP JOINS THE ACCOUNT'S
010060* OWNER TABLE; AN INTEREST ENTRY IS CREDITED TO ITS TAXPAYER,
010070* OR LISTED WHEN THE ACCOUNT HAS NO OWNER ON FILE.  ON A
010080* CORRECTION RUN ONLY THE NAMED CUSTOMER'S ENTRIES GO ON.
010090*-----------------------------------------------------------------
010100 4300-ATTRIBUTE-ONE-RECORD.
010110     IF IW-ACCOUNT-NUMBER NOT = WS-CURRENT-ACCOUNT
010120         MOVE IW-ACCOUNT-NUMBER TO WS-CURRENT-ACCOUNT
010130         MOVE ZERO TO WS-OWNER-TABLE-COUNT
010140         MOVE ZERO TO WS-PREV-DATE
010150         MOVE ZERO TO WS-PREV-SEQUENCE
010160         MOVE ZERO TO WS-PREV-AMOUNT
010170     END-IF.
010180
010190     IF IW-RELATIONSHIP
010200         PERFORM 4400-HOLD-OWNER THRU 4400-EXIT
010210         GO TO 4300-ADVANCE
010220     END-IF.
010230
010240     IF IW-ENTRY-DATE = WS-PREV-DATE
010250             AND IW-SEQUENCE-NUMBER = WS-PREV-SEQUENCE
010260             AND IW-AMOUNT = WS-PREV-AMOUNT
010270         ADD 1 TO WS-DUPLICATE-ENTRIES
010280         ADD IW-AMOUNT TO WS-DUPLICATE-INTEREST
010290         GO TO 4300-ADVANCE
010300     END-IF.
010310     MOVE IW-ENTRY-DATE TO WS-PREV-DATE.
010320     MOVE IW-SEQUENCE-NUMBER TO WS-PREV-SEQUENCE.
010330     MOVE IW-AMOUNT TO WS-PREV-AMOUNT.
010340
010350     PERFORM 4500-FIND-TAXPAYER THRU 4500-EXIT.
010360     IF WS-TAXPAYER-ID = SPACES
010370         PERFORM 4600-LIST-UNOWNED-INTEREST THRU 4600-EXIT
010380         GO TO 4300-ADVANCE
010390     END-IF.
010400
010410     ADD IW-AMOUNT TO WS-ATTRIBUTED-INTEREST.
010420     IF CORRECTION-RUN
010430             AND WS-TAXPAYER-ID NOT = WS-CORRECTION-CUSTOMER
010440         ADD IW-AMOUNT TO WS-OTHER-TAXPAYER-INTEREST
010450         GO TO 4300-ADVANCE
010460     END-IF.
010470
010480     MOVE WS-TAXPAYER-ID TO TS-CUSTOMER-ID.
010490     MOVE IW-ACCOUNT-NUMBER TO TS-ACCOUNT-NUMBER.
010500     MOVE IW-AMOUNT TO TS-AMOUNT.
010510     RELEASE TAXPAYER-SORT-RECORD.
010520
010530 4300-ADVANCE.
010540     PERFORM 4200-READ-SORTED-INTEREST THRU 4200-EXIT.
010550 4300-EXIT.
010560     EXIT.
010570
010580*-----------------------------------------------------------------
010590* 4400-HOLD-OWNER - ADD ONE RELATIONSHIP TO THE ACCOUNT'S OWNER
010600* TABLE.  OWNERS PAST THE TABLE ARE COUNTED FOR THE REPORT.
010610*-----------------------------------------------------------------
010620 4400-HOLD-OWNER.
010630     IF WS-OWNER-TABLE-COUNT NOT < 20
010640         ADD 1 TO WS-OWNER-OVERFLOW-COUNT
010650         GO TO 4400-EXIT
010660     END-IF.
010670
010680     ADD 1 TO WS-OWNER-TABLE-COUNT.
010690     SET WS-OWN-IDX TO WS-OWNER-TABLE-COUNT.
010700     MOVE IW-CUSTOMER-ID TO WS-OWN-CUSTOMER-ID (WS-OWN-IDX).
010710     MOVE IW-OWNERSHIP-ROLE TO WS-OWN-ROLE (WS-OWN-IDX).
010720     MOVE IW-ENTRY-DATE TO WS-OWN-LINK-DATE (WS-OWN-IDX).
010730     MOVE IW-END-DATE TO WS-OWN-END-DATE (WS-OWN-IDX).
010740 4400-EXIT.
010750     EXIT.
010760
010770*-----------------------------------------------------------------
010780* 4500-FIND-TAXPAYER - THE TAXPAYER FOR ONE INTEREST ENTRY IS
010790* THE PRIMARY OWNER LINKED ON THE DATE IT WAS PAID; FAILING
010800* THAT, ANY OWNER LINKED ON THAT DATE; FAILING THAT (INTEREST
010810* PAID BEFORE THE ACCOUNT'S FIRST LINK), THE EARLIEST PRIMARY
010820* OWNER, THEN THE EARLIEST OWNER OF ANY ROLE.  NO OWNER AT ALL
010830* LEAVES THE TAXPAYER BLANK.
010840*-----------------------------------------------------------------
010850 4500-FIND-TAXPAYER.
010860     MOVE SPACES TO WS-TAXPAYER-ID.
010870     IF WS-OWNER-TABLE-COUNT = ZERO
010880         GO TO 4500-EXIT
010890     END-IF.
010900
010910     SET WS-OWN-IDX TO 1.
010920     SEARCH WS-OWNER-ENTRY
010930         AT END
010940             CONTINUE
010950         WHEN WS-OWN-IDX > WS-OWNER-TABLE-COUNT
010960             CONTINUE
010970         WHEN WS-OWN-PRIMARY (WS-OWN-IDX)
010980                 AND WS-OWN-LINK-DATE (WS-OWN-IDX)
010990                     NOT > IW-ENTRY-DATE
011000                 AND (WS-OWN-END-DATE (WS-OWN-IDX) = ZERO
011010                   OR WS-OWN-END-DATE (WS-OWN-IDX)
011020                     NOT < IW-ENTRY-DATE)
011030             MOVE WS-OWN-CUSTOMER-ID (WS-OWN-IDX)
011040                 TO WS-TAXPAYER-ID
011050     END-SEARCH.
011060     IF WS-TAXPAYER-ID NOT = SPACES
011070         GO TO 4500-EXIT
011080     END-IF.
011090
011100     SET WS-OWN-IDX TO 1.
011110     SEARCH WS-OWNER-ENTRY
011120         AT END
011130             CONTINUE
011140         WHEN WS-OWN-IDX > WS-OWNER-TABLE-COUNT
011150             CONTINUE
011160         WHEN WS-OWN-LINK-DATE (WS-OWN-IDX) NOT > IW-ENTRY-DATE
011170                 AND (WS-OWN-END-DATE (WS-OWN-IDX) = ZERO
011180                   OR WS-OWN-END-DATE (WS-OWN-IDX)
011190                     NOT < IW-ENTRY-DATE)
011200             MOVE WS-OWN-CUSTOMER-ID (WS-OWN-IDX)
011210                 TO WS-TAXPAYER-ID
011220     END-SEARCH.
011230     IF WS-TAXPAYER-ID NOT = SPACES
011240         GO TO 4500-EXIT
011250     END-IF.
011260
011270     SET WS-OWN-IDX TO 1.
011280     SEARCH WS-OWNER-ENTRY
011290         AT END
011300             CONTINUE
011310         WHEN WS-OWN-IDX > WS-OWNER-TABLE-COUNT
011320             CONTINUE
011330         WHEN WS-OWN-PRIMARY (WS-OWN-IDX)
011340             MOVE WS-OWN-CUSTOMER-ID (WS-OWN-IDX)
011350                 TO WS-TAXPAYER-ID
011360     END-SEARCH.
011370     IF WS-TAXPAYER-ID NOT = SPACES
011380         GO TO 4500-EXIT
011390     END-IF.
011400
011410     MOVE WS-OWN-CUSTOMER-ID (1) TO WS-TAXPAYER-ID.
011420 4500-EXIT.
011430     EXIT.
011440
011450*-----------------------------------------------------------------
011460* 4600-LIST-UNOWNED-INTEREST - LIST ONE INTEREST ENTRY WHOSE
011470* ACCOUNT HAS NO RELATIONSHIP ON ACCTREL.  IT CANNOT BE
011480* REPORTED UNTIL THE ACCOUNT IS LINKED TO ITS OWNER.
011490*-----------------------------------------------------------------
011500 4600-LIST-UNOWNED-INTEREST.
011510     ADD 1 TO WS-UNOWNED-ENTRIES.
011520     ADD IW-AMOUNT TO WS-UNOWNED-INTEREST.
011530
011540     IF NOT UNOWNED-HEADING-DONE
011550         MOVE 'INTEREST WITH NO OWNER ON ACCTREL - NOT REPORTED'
011560             TO WS-SECTION-LINE
011570         WRITE TAX-REPORT-RECORD FROM WS-SECTION-LINE
011580         WRITE TAX-REPORT-RECORD FROM WS-EXCEPTION-COLUMN-LINE
011590         SET UNOWNED-HEADING-DONE TO TRUE
011600     END-IF.
011610
011620     MOVE IW-ACCOUNT-NUMBER TO RE-ACCOUNT-NUMBER.
011630     MOVE SPACES TO RE-CUSTOMER-ID.
011640     MOVE IW-ENTRY-DATE TO RE-DATE.
011650     MOVE IW-AMOUNT TO RE-AMOUNT.
011660     MOVE 'NO OWNER ON FILE' TO RE-REASON.
011670     WRITE TAX-REPORT-RECORD FROM WS-EXCEPTION-LINE.
011680 4600-EXIT.
011690     EXIT.
011700
011710*-----------------------------------------------------------------
011720* 5000-FILE-TAXPAYERS - DRAIN THE TAXPAYER SORT, TOTALLING EACH
011730* CUSTOMER'S INTEREST BY ACCOUNT AND FILING THE CUSTOMER AT
011740* EACH BREAK.
011750*-----------------------------------------------------------------
011760 5000-FILE-TAXPAYERS.
011770     MOVE SPACES TO WS-CURRENT-TAXPAYER.
011780     PERFORM 5100-RETURN-TAXPAYER-ENTRY THRU 5100-EXIT.
011790     PERFORM 5200-ACCUMULATE-TAXPAYER THRU 5200-EXIT
011800         UNTIL TAXPAYER-SORT-EOF.
011810     IF WS-CURRENT-TAXPAYER NOT = SPACES
011820         PERFORM 5300-FILE-ONE-TAXPAYER THRU 5300-EXIT
011830     END-IF.
011840 5000-EXIT.
011850     EXIT.
011860
011870*-----------------------------------------------------------------
011880* 5100-RETURN-TAXPAYER-ENTRY - RETURN THE NEXT SORTED ENTRY.
011890*-----------------------------------------------------------------
011900 5100-RETURN-TAXPAYER-ENTRY.
011910     RETURN TAXPAYER-SORT-FILE
011920         AT END
011930             SET TAXPAYER-SORT-EOF TO TRUE
011940     END-RETURN.
011950 5100-EXIT.
011960     EXIT.
011970
011980*-----------------------------------------------------------------
011990* 5200-ACCUMULATE-TAXPAYER - ADD ONE ENTRY TO THE CURRENT
012000* TAXPAYER, FILING THE PREVIOUS ONE AT A CUSTOMER BREAK.
012010*-----------------------------------------------------------------
012020 5200-ACCUMULATE-TAXPAYER.
012030     IF TS-CUSTOMER-ID NOT = WS-CURRENT-TAXPAYER
012040         IF WS-CURRENT-TAXPAYER NOT = SPACES
012050             PERFORM 5300-FILE-ONE-TAXPAYER THRU 5300-EXIT
012060         END-IF
012070         MOVE TS-CUSTOMER-ID TO WS-CURRENT-TAXPAYER
012080         MOVE SPACES TO WS-LAST-TAX-ACCOUNT
012090         MOVE ZERO TO WS-TAXPAYER-INTEREST
012100         MOVE ZERO TO WS-TAX-ACCOUNT-COUNT
012110         MOVE ZERO TO WS-OTHER-ACCOUNT-COUNT
012120         MOVE ZERO TO WS-OTHER-ACCOUNT-INTEREST
012130         ADD 1 TO WS-TAXPAYERS
012140     END-IF.
012150
012160     IF TS-ACCOUNT-NUMBER NOT = WS-LAST-TAX-ACCOUNT
012170         MOVE TS-ACCOUNT-NUMBER TO WS-LAST-TAX-ACCOUNT
012180         IF WS-TAX-ACCOUNT-COUNT < 100
012190             ADD 1 TO WS-TAX-ACCOUNT-COUNT
012200             SET WS-TAX-IDX TO WS-TAX-ACCOUNT-COUNT
012210             MOVE TS-ACCOUNT-NUMBER
012220                 TO WS-TAX-ACCOUNT (WS-TAX-IDX)
012230             MOVE ZERO TO WS-TAX-ACCOUNT-INTEREST (WS-TAX-IDX)
012240         ELSE
012250             ADD 1 TO WS-OTHER-ACCOUNT-COUNT
012260         END-IF
012270     END-IF.
012280
012290     ADD TS-AMOUNT TO WS-TAXPAYER-INTEREST.
012300     IF WS-OTHER-ACCOUNT-COUNT > ZERO
012310         ADD TS-AMOUNT TO WS-OTHER-ACCOUNT-INTEREST
012320     ELSE
012330         ADD TS-AMOUNT TO WS-TAX-ACCOUNT-INTEREST (WS-TAX-IDX)
012340     END-IF.
012350
012360     PERFORM 5100-RETURN-TAXPAYER-ENTRY THRU 5100-EXIT.
012370 5200-EXIT.
012380     EXIT.
012390
012400*-----------------------------------------------------------------
012410* 5300-FILE-ONE-TAXPAYER - FILE AND PRINT ONE TAXPAYER'S FORM.
012420* A FULL RUN LEAVES INTEREST UNDER THE THRESHOLD UNREPORTED; A
012430* TAXPAYER WITH NO PARTY RECORD CANNOT BE FILED AND IS LISTED,
012440* AS IS ONE FILED WITHOUT A TAX ID ON FILE.
012450*-----------------------------------------------------------------
012460 5300-FILE-ONE-TAXPAYER.
012470     IF FULL-FILING
012480             AND WS-TAXPAYER-INTEREST < WS-REPORTING-THRESHOLD
012490         ADD 1 TO WS-BELOW-THRESHOLD-COUNT
012500         ADD WS-TAXPAYER-INTEREST TO WS-BELOW-THRESHOLD-INTEREST
012510         GO TO 5300-EXIT
012520     END-IF.
012530
012540     MOVE 'N' TO WS-PARTY-SWITCH.
012550     MOVE WS-CURRENT-TAXPAYER TO PM-CUSTOMER-ID.
012560     READ PARTY-MASTER-FILE
012570         INVALID KEY
012580             MOVE 'N' TO WS-PARTY-SWITCH
012590         NOT INVALID KEY
012600             SET PARTY-RECORD-FOUND TO TRUE
012610     END-READ.
012620
012630     IF NOT PARTY-RECORD-FOUND
012640         ADD 1 TO WS-NO-PARTY-COUNT
012650         ADD WS-TAXPAYER-INTEREST TO WS-NO-PARTY-INTEREST
012660         MOVE 'NO PARTY RECORD - NOT FILED' TO RE-REASON
012670         PERFORM 5900-LIST-TAXPAYER-EXCEPTION THRU 5900-EXIT
012680         GO TO 5300-EXIT
012690     END-IF.
012700
012710     IF PM-TAX-ID = SPACES
012720         ADD 1 TO WS-NO-TIN-COUNT
012730         MOVE 'NO TAX ID - FILED WITHOUT TIN' TO RE-REASON
012740         PERFORM 5900-LIST-TAXPAYER-EXCEPTION THRU 5900-EXIT
012750     END-IF.
012760
012770     PERFORM 5400-RECORD-FILING THRU 5400-EXIT.
012780     PERFORM 5500-WRITE-PAYEE-RECORD THRU 5500-EXIT.
012790     PERFORM 5600-PRINT-TAX-STATEMENT THRU 5600-EXIT.
012800
012810     ADD 1 TO WS-PAYEES-FILED.
012820     ADD WS-TAXPAYER-INTEREST TO WS-REPORTED-INTEREST.
012830 5300-EXIT.
012840     EXIT.
012850
012860*-----------------------------------------------------------------
012870* 5400-RECORD-FILING - RECORD THE FORM ON THE FILING HISTORY.  A
012880* CORRECTION OF A FORM ALREADY FILED IS MARKED CORRECTED ('G')
012890* AND LISTED WITH THE AMOUNT IT REPLACES; A CORRECTION WITH NO
012900* ORIGINAL ON FILE GOES AS AN ORIGINAL.
012910*-----------------------------------------------------------------
012920 5400-RECORD-FILING.
012930     MOVE SPACE TO WS-CORRECTED-INDICATOR.
012940     MOVE 'N' TO WS-HISTORY-SWITCH.
012950     MOVE WS-TAX-YEAR TO TH-TAX-YEAR.
012960     MOVE WS-CURRENT-TAXPAYER TO TH-CUSTOMER-ID.
012970     READ TAX-FILING-FILE
012980         INVALID KEY
012990             MOVE 'N' TO WS-HISTORY-SWITCH
013000         NOT INVALID KEY
013010             SET FILING-HISTORY-FOUND TO TRUE
013020     END-READ.
013030
013040     IF CORRECTION-RUN
013050             AND FILING-HISTORY-FOUND
013060         MOVE 'G' TO WS-CORRECTED-INDICATOR
013070         MOVE TH-INTEREST-REPORTED TO WS-PREVIOUS-REPORTED
013080         ADD 1 TO TH-CORRECTION-COUNT
013090         MOVE WS-RUN-DATE TO TH-LAST-CORRECTION-DATE
013100         MOVE WS-CURRENT-TAXPAYER TO CR-CUSTOMER-ID
013110         MOVE WS-PREVIOUS-REPORTED TO CR-PREVIOUS-AMOUNT
013120         MOVE WS-TAXPAYER-INTEREST TO CR-CORRECTED-AMOUNT
013130         MOVE TH-CORRECTION-COUNT TO CR-CORRECTION-COUNT
013140         WRITE TAX-REPORT-RECORD FROM WS-CORRECTION-LINE
013150     ELSE
013160         IF CORRECTION-RUN
013170             MOVE 'NO ORIGINAL ON FILE - FILED AS ORIGINAL'
013180                 TO WS-SECTION-LINE
013190             WRITE TAX-REPORT-RECORD FROM WS-SECTION-LINE
013200         END-IF
013210         MOVE WS-TAX-YEAR TO TH-TAX-YEAR
013220         MOVE WS-CURRENT-TAXPAYER TO TH-CUSTOMER-ID
013230         MOVE WS-RUN-DATE TO TH-ORIGINAL-DATE
013240         MOVE WS-TAXPAYER-INTEREST TO TH-ORIGINAL-AMOUNT
013250         MOVE ZERO TO TH-CORRECTION-COUNT
013260         MOVE ZERO TO TH-LAST-CORRECTION-DATE
013270     END-IF.
013280
013290     MOVE PM-TAX-ID TO TH-TAX-ID.
013300     MOVE WS-TAXPAYER-INTEREST TO TH-INTEREST-REPORTED.
013310
013320     IF FILING-HISTORY-FOUND
013330         REWRITE TAX-FILING-RECORD
013340             INVALID KEY
013350                 DISPLAY 'INTEREST-TAX-REPORT: UNABLE TO UPDATE '
013360                     'TAXHIST FOR ' WS-CURRENT-TAXPAYER
013370         END-REWRITE
013380     ELSE
013390         WRITE TAX-FILING-RECORD
013400             INVALID KEY
013410                 DISPLAY 'INTEREST-TAX-REPORT: UNABLE TO RECORD '
013420                     'TAXHIST FOR ' WS-CURRENT-TAXPAYER
013430         END-WRITE
013440     END-IF.
013450 5400-EXIT.
013460     EXIT.
013470
013480*-----------------------------------------------------------------
013490* 5500-WRITE-PAYEE-RECORD - STAGE THE TAXPAYER'S PAYEE 'B'
013500* RECORD: INTEREST IN AMOUNT CODE 1, THE CUSTOMER ID AS THE
013510* PAYER'S ACCOUNT NUMBER FOR THE PAYEE, AND THE PARTY'S NAME
013520* AND ADDRESS.  A BLANK STATE IS A FOREIGN ADDRESS, FILED WITH
013530* THE POSTAL CODE IN THE CITY FIELD.
013540*-----------------------------------------------------------------
013550 5500-WRITE-PAYEE-RECORD.
013560     MOVE WS-TAX-YEAR TO FB-PAYMENT-YEAR.
013570     MOVE WS-CORRECTED-INDICATOR TO FB-CORRECTED-INDICATOR.
013580     MOVE SPACES TO FB-NAME-CONTROL.
013590     IF PM-TAX-ID = SPACES
013600         MOVE SPACE TO FB-TIN-TYPE
013610     ELSE
013620         MOVE '2' TO FB-TIN-TYPE
013630     END-IF.
013640     MOVE PM-TAX-ID TO FB-PAYEE-TIN.
013650     MOVE WS-CURRENT-TAXPAYER TO FB-PAYER-ACCOUNT.
013660     MOVE SPACES TO FB-PAYER-OFFICE.
013670     MOVE WS-TAXPAYER-INTEREST TO FB-AMOUNT-1.
013680     MOVE ALL '0' TO FB-OTHER-AMOUNTS.
013690     MOVE PM-CUSTOMER-NAME TO FB-PAYEE-NAME-1.
013700     MOVE SPACES TO FB-PAYEE-NAME-2.
013710
013720     MOVE SPACES TO FB-PAYEE-ADDRESS.
013730     STRING PM-ADDRESS-LINE-1 DELIMITED BY '  '
013740            ' ' DELIMITED BY SIZE
013750            PM-ADDRESS-LINE-2 DELIMITED BY '  '
013760         INTO FB-PAYEE-ADDRESS.
013770
013780     MOVE SPACES TO FB-PAYEE-CITY.
013790     MOVE SPACES TO FB-PAYEE-STATE.
013800     MOVE SPACES TO FB-PAYEE-ZIP.
013810     IF PM-STATE-CODE = SPACES
013820         MOVE '1' TO FB-FOREIGN-INDICATOR
013830         STRING PM-CITY DELIMITED BY '  '
013840                ' ' DELIMITED BY SIZE
013850                PM-POSTAL-CODE DELIMITED BY SIZE
013860             INTO FB-PAYEE-CITY
013870     ELSE
013880         MOVE SPACE TO FB-FOREIGN-INDICATOR
013890         MOVE PM-CITY TO FB-PAYEE-CITY
013900         MOVE PM-STATE-CODE TO FB-PAYEE-STATE
013910         MOVE PM-POSTAL-CODE (1:5) TO FB-PAYEE-ZIP (1:5)
013920         IF PM-POSTAL-CODE (6:1) = '-'
013930             MOVE PM-POSTAL-CODE (7:4) TO FB-PAYEE-ZIP (6:4)
013940         END-IF
013950     END-IF.
013960
013970     MOVE ZERO TO FB-SEQUENCE-NUMBER.
013980     WRITE PAYEE-WORK-RECORD FROM WS-PAYEE-RECORD.
013990 5500-EXIT.
014000     EXIT.
014010
014020*-----------------------------------------------------------------
014030* 5600-PRINT-TAX-STATEMENT - ONE STATEMENT PAGE FOR THE
014040* TAXPAYER: PAYER, RECIPIENT AND MAILING ADDRESS, THE TAX ID
014050* MASKED TO ITS LAST FOUR DIGITS, THE INTEREST BY ACCOUNT AND
014060* THE BOX 1 TOTAL.
014070*-----------------------------------------------------------------
014080 5600-PRINT-TAX-STATEMENT.
014090     IF WS-CORRECTED-INDICATOR = SPACE
014100         MOVE SPACES TO SH1-CORRECTED
014110     ELSE
014120         MOVE 'CORRECTED' TO SH1-CORRECTED
014130     END-IF.
014140     WRITE TAX-STATEMENT-RECORD FROM WS-STMT-HEADING-1
014150         AFTER ADVANCING PAGE.
014160     MOVE WS-TAX-YEAR TO SH2-TAX-YEAR.
014170     MOVE WS-PAYER-TIN TO SH2-PAYER-TIN.
014180     MOVE WS-RUN-DATE TO SH2-ISSUE-DATE.
014190     WRITE TAX-STATEMENT-RECORD FROM WS-STMT-HEADING-2.
014200     WRITE TAX-STATEMENT-RECORD FROM WS-BLANK-LINE.
014210
014220     MOVE 'PAYER:' TO SN-CAPTION.
014230     MOVE WS-PAYER-NAME TO SN-TEXT.
014240     WRITE TAX-STATEMENT-RECORD FROM WS-STMT-NAME-LINE.
014250     WRITE TAX-STATEMENT-RECORD FROM WS-BLANK-LINE.
014260
014270     MOVE 'RECIPIENT:' TO SN-CAPTION.
014280     MOVE PM-CUSTOMER-NAME TO SN-TEXT.
014290     WRITE TAX-STATEMENT-RECORD FROM WS-STMT-NAME-LINE.
014300     MOVE SPACES TO SN-CAPTION.
014310     MOVE PM-ADDRESS-LINE-1 TO SN-TEXT.
014320     WRITE TAX-STATEMENT-RECORD FROM WS-STMT-NAME-LINE.
014330     IF PM-ADDRESS-LINE-2 NOT = SPACES
014340         MOVE PM-ADDRESS-LINE-2 TO SN-TEXT
014350         WRITE TAX-STATEMENT-RECORD FROM WS-STMT-NAME-LINE
014360     END-IF.
014370     MOVE PM-CITY TO SC-CITY.
014380     MOVE PM-STATE-CODE TO SC-STATE-CODE.
014390     MOVE PM-POSTAL-CODE TO SC-POSTAL-CODE.
014400     WRITE TAX-STATEMENT-RECORD FROM WS-STMT-CITY-LINE.
014410     WRITE TAX-STATEMENT-RECORD FROM WS-BLANK-LINE.
014420
014430     IF PM-TAX-ID = SPACES
014440         MOVE 'NOT ON FILE' TO ST-RECIPIENT-TIN
014450     ELSE
014460         MOVE PM-TAX-ID (6:4) TO MT-LAST-FOUR
014470         MOVE WS-MASKED-TIN TO ST-RECIPIENT-TIN
014480     END-IF.
014490     MOVE WS-CURRENT-TAXPAYER TO ST-CUSTOMER-ID.
014500     WRITE TAX-STATEMENT-RECORD FROM WS-STMT-TIN-LINE.
014510     WRITE TAX-STATEMENT-RECORD FROM WS-BLANK-LINE.
014520
014530     WRITE TAX-STATEMENT-RECORD FROM WS-STMT-COLUMN-LINE.
014540     SET WS-TAX-IDX TO 1.
014550     PERFORM 5610-PRINT-ONE-ACCOUNT THRU 5610-EXIT
014560         UNTIL WS-TAX-IDX > WS-TAX-ACCOUNT-COUNT.
014570     IF WS-OTHER-ACCOUNT-COUNT > ZERO
014580         MOVE 'OTHER ACCOUNTS' TO SD-ACCOUNT-NUMBER
014590         MOVE WS-OTHER-ACCOUNT-INTEREST TO SD-INTEREST
014600         WRITE TAX-STATEMENT-RECORD FROM WS-STMT-DETAIL-LINE
014610     END-IF.
014620     WRITE TAX-STATEMENT-RECORD FROM WS-BLANK-LINE.
014630
014640     MOVE WS-TAXPAYER-INTEREST TO SL-TOTAL-INTEREST.
014650     WRITE TAX-STATEMENT-RECORD FROM WS-STMT-TOTAL-LINE.
014660     WRITE TAX-STATEMENT-RECORD FROM WS-BLANK-LINE.
014670     WRITE TAX-STATEMENT-RECORD FROM WS-STMT-NOTICE-LINE.
014680 5600-EXIT.
014690     EXIT.
014700
014710*-----------------------------------------------------------------
014720* 5610-PRINT-ONE-ACCOUNT - PRINT ONE ACCOUNT'S INTEREST LINE.
014730*-----------------------------------------------------------------
014740 5610-PRINT-ONE-ACCOUNT.
014750     MOVE WS-TAX-ACCOUNT (WS-TAX-IDX) TO SD-ACCOUNT-NUMBER.
014760     MOVE WS-TAX-ACCOUNT-INTEREST (WS-TAX-IDX) TO SD-INTEREST.
014770     WRITE TAX-STATEMENT-RECORD FROM WS-STMT-DETAIL-LINE.
014780     SET WS-TAX-IDX UP BY 1.
014790 5610-EXIT.
014800     EXIT.
014810
014820*-----------------------------------------------------------------
014830* 5900-LIST-TAXPAYER-EXCEPTION - LIST ONE TAXPAYER THE FILING
014840* HAD TO TREAT SPECIALLY, UNDER THE REASON THE CALLER SET.
014850*-----------------------------------------------------------------
014860 5900-LIST-TAXPAYER-EXCEPTION.
014870     IF NOT EXCEPTION-HEADING-DONE
014880         WRITE TAX-REPORT-RECORD FROM WS-BLANK-LINE
014890         MOVE 'TAXPAYER EXCEPTIONS' TO WS-SECTION-LINE
014900         WRITE TAX-REPORT-RECORD FROM WS-SECTION-LINE
014910         WRITE TAX-REPORT-RECORD FROM WS-EXCEPTION-COLUMN-LINE
014920         SET EXCEPTION-HEADING-DONE TO TRUE
014930     END-IF.
014940
014950     MOVE SPACES TO RE-ACCOUNT-NUMBER.
014960     MOVE WS-CURRENT-TAXPAYER TO RE-CUSTOMER-ID.
014970     MOVE SPACES TO RE-DATE.
014980     MOVE WS-TAXPAYER-INTEREST TO RE-AMOUNT.
014990     WRITE TAX-REPORT-RECORD FROM WS-EXCEPTION-LINE.
015000 5900-EXIT.
015010     EXIT.
015020
015030*-----------------------------------------------------------------
015040* 6000-BUILD-IRS-FILE - ASSEMBLE THE ELECTRONIC FILING: THE
015050* TRANSMITTER 'T' AND PAYER 'A' RECORDS, THE STAGED PAYEE 'B'
015060* RECORDS, THE END-OF-PAYER 'C' AND END-OF-TRANSMISSION 'F'
015070* RECORDS, NUMBERED IN SEQUENCE.  NO PAYEES LEAVES IT EMPTY.
015080*-----------------------------------------------------------------
015090 6000-BUILD-IRS-FILE.
015100     CLOSE PAYEE-WORK-FILE.
015110     OPEN OUTPUT IRS-FILING-FILE.
015120     IF WS-PAYEES-FILED > ZERO
015130         PERFORM 6100-WRITE-FILING THRU 6100-EXIT
015140     END-IF.
015150     CLOSE IRS-FILING-FILE.
015160 6000-EXIT.
015170     EXIT.
015180
015190*-----------------------------------------------------------------
015200* 6100-WRITE-FILING - WRITE THE FILING RECORDS IN ORDER.
015210*-----------------------------------------------------------------
015220 6100-WRITE-FILING.
015230     MOVE ZERO TO WS-RECORD-SEQUENCE.
015240
015250     MOVE WS-TAX-YEAR TO FT-PAYMENT-YEAR.
015260     MOVE WS-PAYER-TIN TO FT-TRANSMITTER-TIN.
015270     MOVE WS-TRANSMITTER-CODE TO FT-TRANSMITTER-CODE.
015280     MOVE WS-TEST-INDICATOR TO FT-TEST-FILE-INDICATOR.
015290     MOVE WS-PAYER-NAME TO FT-TRANSMITTER-NAME-1.
015300     MOVE WS-PAYER-NAME TO FT-COMPANY-NAME-1.
015310     MOVE WS-PAYER-ADDRESS TO FT-COMPANY-ADDRESS.
015320     MOVE WS-PAYER-CITY TO FT-COMPANY-CITY.
015330     MOVE WS-PAYER-STATE TO FT-COMPANY-STATE.
015340     MOVE WS-PAYER-ZIP TO FT-COMPANY-ZIP.
015350     MOVE WS-PAYEES-FILED TO FT-TOTAL-PAYEES.
015360     MOVE WS-CONTACT-NAME TO FT-CONTACT-NAME.
015370     MOVE WS-PAYER-PHONE TO FT-CONTACT-PHONE.
015380     ADD 1 TO WS-RECORD-SEQUENCE.
015390     MOVE WS-RECORD-SEQUENCE TO FT-SEQUENCE-NUMBER.
015400     WRITE IRS-FILING-RECORD FROM WS-TRANSMITTER-RECORD.
015410
015420     MOVE WS-TAX-YEAR TO FA-PAYMENT-YEAR.
015430     MOVE WS-PAYER-TIN TO FA-PAYER-TIN.
015440     MOVE WS-PAYER-NAME TO FA-PAYER-NAME-1.
015450     MOVE WS-PAYER-ADDRESS TO FA-PAYER-ADDRESS.
015460     MOVE WS-PAYER-CITY TO FA-PAYER-CITY.
015470     MOVE WS-PAYER-STATE TO FA-PAYER-STATE.
015480     MOVE WS-PAYER-ZIP TO FA-PAYER-ZIP.
015490     MOVE WS-PAYER-PHONE TO FA-PAYER-PHONE.
015500     ADD 1 TO WS-RECORD-SEQUENCE.
015510     MOVE WS-RECORD-SEQUENCE TO FA-SEQUENCE-NUMBER.
015520     WRITE IRS-FILING-RECORD FROM WS-PAYER-RECORD.
015530
015540     OPEN INPUT PAYEE-WORK-FILE.
015550     PERFORM 6200-READ-PAYEE THRU 6200-EXIT.
015560     PERFORM 6210-COPY-ONE-PAYEE THRU 6210-EXIT
015570         UNTIL PAYEE-WORK-EOF.
015580     CLOSE PAYEE-WORK-FILE.
015590
015600     MOVE WS-PAYEES-FILED TO FC-NUMBER-OF-PAYEES.
015610     MOVE WS-REPORTED-INTEREST TO FC-CONTROL-TOTAL-1.
015620     MOVE ALL '0' TO FC-OTHER-TOTALS.
015630     ADD 1 TO WS-RECORD-SEQUENCE.
015640     MOVE WS-RECORD-SEQUENCE TO FC-SEQUENCE-NUMBER.
015650     WRITE IRS-FILING-RECORD FROM WS-END-OF-PAYER-RECORD.
015660
015670     MOVE 1 TO FF-NUMBER-OF-A-RECORDS.
015680     MOVE WS-PAYEES-FILED TO FF-TOTAL-PAYEES.
015690     ADD 1 TO WS-RECORD-SEQUENCE.
015700     MOVE WS-RECORD-SEQUENCE TO FF-SEQUENCE-NUMBER.
015710     WRITE IRS-FILING-RECORD FROM WS-END-OF-TRANSMISSION-RECORD.
015720 6100-EXIT.
015730     EXIT.
015740
015750*-----------------------------------------------------------------
015760* 6200-READ-PAYEE - READ THE NEXT STAGED PAYEE RECORD.
015770*-----------------------------------------------------------------
015780 6200-READ-PAYEE.
015790     READ PAYEE-WORK-FILE
015800         AT END
015810             SET PAYEE-WORK-EOF TO TRUE
015820     END-READ.
015830 6200-EXIT.
015840     EXIT.
015850
015860*-----------------------------------------------------------------
015870* 6210-COPY-ONE-PAYEE - NUMBER ONE STAGED PAYEE RECORD INTO THE
015880* FILING AND ADVANCE.
015890*-----------------------------------------------------------------
015900 6210-COPY-ONE-PAYEE.
015910     MOVE PAYEE-WORK-RECORD TO WS-PAYEE-RECORD.
015920     ADD 1 TO WS-RECORD-SEQUENCE.
015930     MOVE WS-RECORD-SEQUENCE TO FB-SEQUENCE-NUMBER.
015940     WRITE IRS-FILING-RECORD FROM WS-PAYEE-RECORD.
015950
015960     PERFORM 6200-READ-PAYEE THRU 6200-EXIT.
015970 6210-EXIT.
015980     EXIT.
015990
016000*-----------------------------------------------------------------
016010* 9000-TERMINATE - PRINT THE CONTROL TOTALS AND THE GL PROOF,
016020* CLOSE EVERY FILE AND SET THE RETURN CODE: 8 WHEN THE RUN WAS
016030* REFUSED, 4 WHEN THE LEDGER INTEREST DOES NOT AGREE TO THE GL.
016040*-----------------------------------------------------------------
016050 9000-TERMINATE.
016060     IF RUN-CARD-REJECTED
016070         MOVE SPACES TO WS-SECTION-LINE
016080         STRING 'RUN REFUSED - ' WS-REJECT-REASON
016090             DELIMITED BY SIZE INTO WS-SECTION-LINE
016100         WRITE TAX-REPORT-RECORD FROM WS-SECTION-LINE
016110         DISPLAY 'INTEREST-TAX-REPORT: RUN REFUSED - '
016120             WS-REJECT-REASON
016130         CLOSE TAX-REPORT-FILE
016140         MOVE 8 TO RETURN-CODE
016150         GO TO 9000-EXIT
016160     END-IF.
016170
016180     WRITE TAX-REPORT-RECORD FROM WS-BLANK-LINE.
016190     MOVE 'CONTROL TOTALS' TO WS-SECTION-LINE.
016200     WRITE TAX-REPORT-RECORD FROM WS-SECTION-LINE.
016210
016220     MOVE 'ARCHIVED INTEREST ENTRIES......:' TO TO-CAPTION.
016230     MOVE WS-ARCHIVE-ENTRIES TO TO-COUNT.
016240     MOVE WS-ARCHIVE-INTEREST TO TO-AMOUNT.
016250     WRITE TAX-REPORT-RECORD FROM WS-TOTALS-LINE.
016260
016270     MOVE 'LIVE LEDGER INTEREST ENTRIES...:' TO TO-CAPTION.
016280     MOVE WS-LEDGER-ENTRIES TO TO-COUNT.
016290     MOVE WS-LEDGER-INTEREST TO TO-AMOUNT.
016300     WRITE TAX-REPORT-RECORD FROM WS-TOTALS-LINE.
016310
016320     MOVE 'LESS DUPLICATE ENTRIES.........:' TO TO-CAPTION.
016330     MOVE WS-DUPLICATE-ENTRIES TO TO-COUNT.
016340     MOVE WS-DUPLICATE-INTEREST TO TO-AMOUNT.
016350     WRITE TAX-REPORT-RECORD FROM WS-TOTALS-LINE.
016360
016370     MOVE 'YEAR INTEREST ON THE LEDGERS...:' TO TO-CAPTION.
016380     MOVE WS-YEAR-ENTRIES TO TO-COUNT.
016390     MOVE WS-YEAR-INTEREST TO TO-AMOUNT.
016400     WRITE TAX-REPORT-RECORD FROM WS-TOTALS-LINE.
016410     WRITE TAX-REPORT-RECORD FROM WS-BLANK-LINE.
016420
016430     MOVE 'NO OWNER ON ACCTREL............:' TO TO-CAPTION.
016440     MOVE WS-UNOWNED-ENTRIES TO TO-COUNT.
016450     MOVE WS-UNOWNED-INTEREST TO TO-AMOUNT.
016460     WRITE TAX-REPORT-RECORD FROM WS-TOTALS-LINE.
016470
016480     MOVE 'CREDITED TO TAXPAYERS..........:' TO TO-CAPTION.
016490     MOVE ZERO TO TO-COUNT.
016500     MOVE WS-ATTRIBUTED-INTEREST TO TO-AMOUNT.
016510     WRITE TAX-REPORT-RECORD FROM WS-TOTALS-LINE.
016520
016530     IF CORRECTION-RUN
016540         MOVE '  OTHER TAXPAYERS - NOT FILED..:' TO TO-CAPTION
016550         MOVE ZERO TO TO-COUNT
016560         MOVE WS-OTHER-TAXPAYER-INTEREST TO TO-AMOUNT
016570         WRITE TAX-REPORT-RECORD FROM WS-TOTALS-LINE
016580     END-IF.
016590
016600     MOVE '  BELOW REPORTING THRESHOLD....:' TO TO-CAPTION.
016610     MOVE WS-BELOW-THRESHOLD-COUNT TO TO-COUNT.
016620     MOVE WS-BELOW-THRESHOLD-INTEREST TO TO-AMOUNT.
016630     WRITE TAX-REPORT-RECORD FROM WS-TOTALS-LINE.
016640
016650     MOVE '  NO PARTY RECORD - NOT FILED..:' TO TO-CAPTION.
016660     MOVE WS-NO-PARTY-COUNT TO TO-COUNT.
016670     MOVE WS-NO-PARTY-INTEREST TO TO-AMOUNT.
016680     WRITE TAX-REPORT-RECORD FROM WS-TOTALS-LINE.
016690
016700     MOVE '  REPORTED ON FORMS 1099-INT...:' TO TO-CAPTION.
016710     MOVE WS-PAYEES-FILED TO TO-COUNT.
016720     MOVE WS-REPORTED-INTEREST TO TO-AMOUNT.
016730     WRITE TAX-REPORT-RECORD FROM WS-TOTALS-LINE.
016740
016750     MOVE '  FILED WITHOUT A TAX ID.......:' TO TO-CAPTION.
016760     MOVE WS-NO-TIN-COUNT TO TO-COUNT.
016770     MOVE ZERO TO TO-AMOUNT.
016780     WRITE TAX-REPORT-RECORD FROM WS-TOTALS-LINE.
016790
016800     IF WS-OWNER-OVERFLOW-COUNT > ZERO
016810         MOVE 'OWNERS PAST THE ACCOUNT TABLE..:' TO TO-CAPTION
016820         MOVE WS-OWNER-OVERFLOW-COUNT TO TO-COUNT
016830         MOVE ZERO TO TO-AMOUNT
016840         WRITE TAX-REPORT-RECORD FROM WS-TOTALS-LINE
016850     END-IF.
016860     WRITE TAX-REPORT-RECORD FROM WS-BLANK-LINE.
016870
016880     IF GL-TOTAL-SUPPLIED
016890         COMPUTE WS-GL-DIFFERENCE =
016900             WS-YEAR-INTEREST - WS-GL-INTEREST
016910         MOVE 'GL INTEREST CREDITED FOR YEAR..:' TO TO-CAPTION
016920         MOVE ZERO TO TO-COUNT
016930         MOVE WS-GL-INTEREST TO TO-AMOUNT
016940         WRITE TAX-REPORT-RECORD FROM WS-TOTALS-LINE
016950         MOVE 'LEDGERS LESS GL................:' TO TO-CAPTION
016960         MOVE WS-GL-DIFFERENCE TO TO-AMOUNT
016970         WRITE TAX-REPORT-RECORD FROM WS-TOTALS-LINE
016980         IF WS-GL-DIFFERENCE = ZERO
016990             MOVE 'GL PROOF: IN BALANCE' TO WS-SECTION-LINE
017000         ELSE
017010             MOVE 'GL PROOF: OUT OF BALANCE' TO WS-SECTION-LINE
017020             MOVE 4 TO RETURN-CODE
017030         END-IF
017040     ELSE
017050         MOVE 'GL PROOF: NOT PERFORMED - NO GL TOTAL ON TAXCTL'
017060             TO WS-SECTION-LINE
017070     END-IF.
017080     WRITE TAX-REPORT-RECORD FROM WS-SECTION-LINE.
017090
017100     CLOSE ACCOUNT-RELATIONSHIP-FILE.
017110     CLOSE PARTY-MASTER-FILE.
017120     CLOSE TRANSACTION-LEDGER-FILE.
017130     IF ARCHIVE-FILE-AVAILABLE
017140         CLOSE ARCHIVE-LEDGER-FILE
017150     END-IF.
017160     CLOSE TAX-FILING-FILE.
017170     CLOSE TAX-STATEMENT-FILE.
017180     CLOSE TAX-REPORT-FILE.
017190 9000-EXIT.
017200     EXIT.
017210
017220*-----------------------------------------------------------------
017230* 9500-READ-BUSINESS-DATE - TAKE THE RUN DATE FROM THE BATCH
017240* DATE FILE WHEN A CYCLE IS OPEN, SO THE FORMS CARRY THE
017250* BUSINESS DATE RATHER THAN THE CLOCK.
017260*-----------------------------------------------------------------
017270 9500-READ-BUSINESS-DATE.
017280     OPEN INPUT BATCH-DATE-FILE.
017290     IF WS-BATCHDTE-STATUS = '00'
017300         READ BATCH-DATE-FILE
017310             NOT AT END
017320                 IF BD-CYCLE-OPEN
017330                         AND BD-BUSINESS-DATE IS NUMERIC
017340                         AND BD-BUSINESS-DATE > ZERO
017350                     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
017360                 END-IF
017370         END-READ
017380         CLOSE BATCH-DATE-FILE
017390     END-IF.
017400 9500-EXIT.
017410     EXIT.
