000428*                    FILTER THEN COUNTED THOSE ENTRIES IN THE
000429*                    POSTED TOTAL BUT NOT IN THE MOVEMENT AND
000430*                    FAILED THE PROOF FALSELY.
000431*   2026-10-15  DO   THE WALK NOW ALSO HOLDS A TRANSFER DEBIT
000432*                    AWAITING ITS CREDIT LEG WHILE ITS CREDIT
000433*                    ACCOUNT IS CLOSED, ESCHEATED OR NOT ON FILE,
000434*                    AS THE POSTING RUN DOES, READING THE MASTER A
000435*                    SECOND TIME BY KEY FOR THE CREDIT ACCOUNT.
000436* ---------------------------------------------------------------
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID.                  TRIAL-BALANCE.
000460 AUTHOR.                      D. OKAFOR.
000570         ACCESS MODE IS SEQUENTIAL
000580         RECORD KEY IS CM-ACCOUNT-NUMBER
000590         FILE STATUS IS WS-CUSTMAST-STATUS.
000591
000592*    A SECOND, READ-ONLY VIEW OF THE MASTER, READ BY KEY FOR THE
000593*    CREDIT ACCOUNT OF A TRANSFER WITHOUT DISTURBING THE WALK.
000594     SELECT CONTRA-MASTER-FILE
000595         ASSIGN TO 'CUSTMAST'
000596         ORGANIZATION IS INDEXED
000597         ACCESS MODE IS RANDOM
000598         RECORD KEY IS CX-ACCOUNT-NUMBER
000599         FILE STATUS IS WS-CONTRA-STATUS.
000600
000610     SELECT TRANSACTION-LEDGER-FILE
000620         ASSIGN TO 'TRANLEDG'
000880     LABEL RECORDS ARE STANDARD.
000890     COPY CUSTREC.
000900
000901 FD  CONTRA-MASTER-FILE
000902     LABEL RECORDS ARE STANDARD.
000903     COPY CUSTREC REPLACING ==CUSTOMER-MASTER-RECORD==
000904                         BY ==CONTRA-MASTER-RECORD==
000905                    LEADING ==CM-== BY ==CX-==.
000906
000910 FD  TRANSACTION-LEDGER-FILE
000920     LABEL RECORDS ARE STANDARD.
000930     COPY TRANLEDG.
001140     05  WS-CYCLHIST-STATUS        PIC X(02) VALUE '00'.
001150     05  WS-TBALRPT-STATUS         PIC X(02) VALUE '00'.
001160     05  WS-BATCHDTE-STATUS        PIC X(02) VALUE '00'.
001165     05  WS-CONTRA-STATUS          PIC X(02) VALUE '00'.
001170
001180 01  WS-SWITCHES.
001190     05  WS-EOF-SWITCH             PIC X(01) VALUE 'N'.
001284         88  HISTORY-FILE-OPEN               VALUE 'Y'.
001286     05  WS-WINDOW-SWITCH          PIC X(01) VALUE 'N'.
001288         88  ENTRY-IN-WINDOW                 VALUE 'Y'.
001290     05  WS-CONTRA-FILE-SWITCH     PIC X(01) VALUE 'N'.
001292         88  CONTRA-FILE-AVAILABLE           VALUE 'Y'.
001294     05  WS-PAYEE-SWITCH           PIC X(01) VALUE 'N'.
001296         88  PAYEE-NOT-OPEN                  VALUE 'Y'.
001298
001300*----------------------------------------------------------------
001310* RUN DATE, CAPTURED ONCE AT STARTUP
001320*----------------------------------------------------------------
002490         MOVE 'Y' TO WS-EOF-SWITCH
002500     END-IF.
002510
002511*    THE SECOND VIEW OF THE MASTER SERVES ONLY THE TRANSFER
002512*    CREDIT-ACCOUNT CHECK THE POSTING RUN MAKES.
002513     OPEN INPUT CONTRA-MASTER-FILE.
002514     IF WS-CONTRA-STATUS = '00'
002515         SET CONTRA-FILE-AVAILABLE TO TRUE
002516     ELSE
002517         DISPLAY 'TRIAL-BALANCE: UNABLE TO OPEN CUSTMAST FOR '
002518             'TRANSFER CHECK - STATUS ' WS-CONTRA-STATUS
002519     END-IF.
002520
002521     OPEN INPUT TRANSACTION-LEDGER-FILE.
002530     IF WS-TRANLEDG-STATUS NOT = '00'
002540         DISPLAY 'TRIAL-BALANCE: UNABLE TO OPEN TRANLEDG - '
002550             'STATUS ' WS-TRANLEDG-STATUS
003480* ENTRY DATED INSIDE THE PROOF WINDOW (AFTER THE PRIOR PROVED
003490* CYCLE, ON OR BEFORE TONIGHT - SO MONTH-END POSTINGS DATED
003492* BETWEEN CYCLES ARE NOT MISSED) INTO THE NET MOVEMENT.  A HELD
003494* DEBIT CONTRIBUTES NOTHING AND IS COUNTED INSTEAD.  A TRANSFER
003496* DEBIT WHOSE CREDIT ACCOUNT IS NOT OPEN IS HELD LIKE ONE BELOW
003498* THE OVERDRAFT FLOOR, AS THE POSTING RUN HOLDS IT.
003500*-----------------------------------------------------------------
003510 3000-APPLY-ONE-LEDGER-ENTRY.
003520     READ TRANSACTION-LEDGER-FILE NEXT RECORD
003658         SET ENTRY-IN-WINDOW TO TRUE
003659     END-IF.
003660
003661     MOVE 'N' TO WS-PAYEE-SWITCH.
003662     IF TL-TRANSFER-AWAITING-CREDIT
003663             AND CONTRA-FILE-AVAILABLE
003664         PERFORM 3100-CHECK-CREDIT-ACCOUNT THRU 3100-EXIT
003665     END-IF.
003666
003667     IF TL-DEBIT
003670         COMPUTE WS-PROJECTED-BALANCE =
003680             WS-POSTED-BALANCE - TL-TRANSACTION-AMOUNT
003690         IF WS-PROJECTED-BALANCE < WS-NEGATIVE-LIMIT
003695                 OR PAYEE-NOT-OPEN
003700             IF ENTRY-IN-WINDOW
003710                 ADD 1 TO WS-HELD-TONIGHT
003720             END-IF
003940         END-IF
003950     END-IF.
003960 3000-EXIT.
003961     EXIT.
003962
003963*-----------------------------------------------------------------
003964* 3100-CHECK-CREDIT-ACCOUNT - SET PAYEE-NOT-OPEN WHEN THE CREDIT
003965* ACCOUNT OF THE CURRENT TRANSFER DEBIT IS CLOSED, ESCHEATED OR
003966* NOT ON THE MASTER - THE POSTING RUN'S TEST.
003967*-----------------------------------------------------------------
003968 3100-CHECK-CREDIT-ACCOUNT.
003969     MOVE TL-CONTRA-ACCOUNT TO CX-ACCOUNT-NUMBER.
003970     READ CONTRA-MASTER-FILE
003971         INVALID KEY
003972             MOVE 'C' TO CX-ACCOUNT-STATUS
003973     END-READ.
003974     IF CX-STATUS-CLOSED OR CX-STATUS-ESCHEATED
003975         SET PAYEE-NOT-OPEN TO TRUE
003976     END-IF.
003977 3100-EXIT.
003978     EXIT.
003980
003990*-----------------------------------------------------------------
004000* 5000-PROVE-ROLL-FORWARD - PROVE TONIGHT'S POSTED TOTAL AGAINST
005320     END-IF.
005330
005340     CLOSE CUSTOMER-MASTER-FILE.
005342     IF CONTRA-FILE-AVAILABLE
005344         CLOSE CONTRA-MASTER-FILE
005346     END-IF.
005350     CLOSE TRANSACTION-LEDGER-FILE.
005355     IF HISTORY-FILE-OPEN
005360         CLOSE CYCLE-HISTORY-FILE
