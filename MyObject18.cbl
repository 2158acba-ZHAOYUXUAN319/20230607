000332*                    POST AGAINST THE BALANCE LIKE THE
000334*                    OVERDRAFT FEE, THROUGH THE SHARED
000336*                    TL-BANK-CHARGE CONDITION.
000337*   2026-10-05  DO   THE POSITION NOW ALSO SHOWS THE INTEREST
000338*                    ACCRUED BUT NOT YET PAID, FROM THE NEW
000339*                    ACCRUAL FILE (ACCRREC COPYBOOK), AND THE
000340*                    BUSINESS DATE IT IS ACCRUED THROUGH.
000341*   2026-10-13  DO   A CLOSED ('C') ACCOUNT ALSO SHOWS THE
000342*                    BUSINESS DATE IT WAS CLOSED ON.
000343* ---------------------------------------------------------------
000344 IDENTIFICATION DIVISION.
000350 PROGRAM-ID.                  ACCOUNT-INQUIRY.
000360 AUTHOR.                      D. OKAFOR.
000370 INSTALLATION.                RETAIL BANKING DIVISION.
000550         RECORD KEY IS TL-LEDGER-KEY
000560         FILE STATUS IS WS-TRANLEDG-STATUS.
000570
000571     SELECT INTEREST-ACCRUAL-FILE
000572         ASSIGN TO 'ACCRUAL'
000573         ORGANIZATION IS INDEXED
000574         ACCESS MODE IS RANDOM
000575         RECORD KEY IS IA-ACCOUNT-NUMBER
000576         FILE STATUS IS WS-ACCRUAL-STATUS.
000577
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  CUSTOMER-MASTER-FILE
000650     LABEL RECORDS ARE STANDARD.
000660     COPY TRANLEDG.
000670
000672 FD  INTEREST-ACCRUAL-FILE
000674     LABEL RECORDS ARE STANDARD.
000676     COPY ACCRREC.
000678
000680 WORKING-STORAGE SECTION.
000690*----------------------------------------------------------------
000700* FILE STATUS AND CONTROL SWITCHES
000720 01  WS-FILE-STATUSES.
000730     05  WS-CUSTMAST-STATUS        PIC X(02) VALUE '00'.
000740     05  WS-TRANLEDG-STATUS        PIC X(02) VALUE '00'.
000745     05  WS-ACCRUAL-STATUS         PIC X(02) VALUE '00'.
000750
000760 01  WS-SWITCHES.
000770     05  WS-EXIT-SWITCH            PIC X(01) VALUE 'N'.
000860         88  PAGING-DONE                     VALUE 'Y'.
000862     05  WS-BUFFER-SWITCH          PIC X(01) VALUE 'N'.
000864         88  ENTRY-BUFFERED                  VALUE 'Y'.
000866     05  WS-ACCRFILE-SWITCH        PIC X(01) VALUE 'N'.
000868         88  ACCRUAL-FILE-AVAILABLE          VALUE 'Y'.
000870
000880*----------------------------------------------------------------
000890* SCREEN INPUT FIELDS
001350*----------------------------------------------------------------
001360 01  WS-BALANCE-DISPLAY            PIC -(6)9.99.
001370 01  WS-AMOUNT-DISPLAY             PIC Z(6)9.99.
001373 01  WS-ACCRUED-CENTS              PIC 9(7)V99 VALUE ZERO.
001376 01  WS-ACCRUED-THROUGH            PIC 9(08) VALUE ZERO.
001380
001390 SCREEN SECTION.
001400 01  INQUIRY-SCREEN.
001840             'STATUS ' WS-TRANLEDG-STATUS
001850         SET EXIT-REQUESTED TO TRUE
001860     END-IF.
001861
001862*    NO ACCRUAL FILE ON DISK ONLY MEANS NO ACCRUAL IS SHOWN; THE
001863*    INQUIRY ITSELF STILL WORKS.
001864     OPEN INPUT INTEREST-ACCRUAL-FILE.
001865     IF WS-ACCRUAL-STATUS = '00'
001866         SET ACCRUAL-FILE-AVAILABLE TO TRUE
001867     END-IF.
001870 1000-EXIT.
001880     EXIT.
001890
002330     END-IF.
002340
002350     PERFORM 3100-BUILD-POSITION THRU 3100-EXIT.
002355     PERFORM 3300-READ-ACCRUAL THRU 3300-EXIT.
002360
002370     DISPLAY ' '.
002380     DISPLAY 'ACCOUNT...........: ' CM-ACCOUNT-NUMBER.
002390     DISPLAY 'CUSTOMER..........: ' CM-CUSTOMER-NAME.
002400     DISPLAY 'CURRENCY..........: ' CM-CURRENCY-CODE.
002410     DISPLAY 'STATUS............: ' CM-ACCOUNT-STATUS.
002412     IF CM-STATUS-CLOSED
002414         DISPLAY 'CLOSED ON.........: ' CM-LAST-ACTIVITY-DATE
002416     END-IF.
002420     MOVE WS-POSTED-BALANCE TO WS-BALANCE-DISPLAY.
002430     DISPLAY 'POSTED BALANCE....: ' WS-BALANCE-DISPLAY.
002432     MOVE WS-ACCRUED-CENTS TO WS-AMOUNT-DISPLAY.
002434     DISPLAY 'ACCRUED INTEREST..: ' WS-AMOUNT-DISPLAY
002436         '  THROUGH ' WS-ACCRUED-THROUGH.
002440     DISPLAY ' '.
002450
002460     PERFORM 4000-PAGE-LEDGER THRU 4000-EXIT.
003340     END-IF.
003350 3200-EXIT.
003360     EXIT.
003361
003362*-----------------------------------------------------------------
003363* 3300-READ-ACCRUAL - PICK UP THE INTEREST ACCRUED BUT NOT YET
003364* PAID, IN WHOLE CENTS, AND THE DATE IT IS ACCRUED THROUGH.  AN
003365* ACCOUNT WITH NO ACCRUAL RECORD SHOWS ZERO.
003366*-----------------------------------------------------------------
003367 3300-READ-ACCRUAL.
003368     MOVE ZERO TO WS-ACCRUED-CENTS.
003369     MOVE ZERO TO WS-ACCRUED-THROUGH.
003370     IF NOT ACCRUAL-FILE-AVAILABLE
003371         GO TO 3300-EXIT
003372     END-IF.
003373
003374     MOVE CM-ACCOUNT-NUMBER TO IA-ACCOUNT-NUMBER.
003375     READ INTEREST-ACCRUAL-FILE
003376         INVALID KEY
003377             GO TO 3300-EXIT
003378     END-READ.
003379
003380     MOVE IA-ACCRUED-TO-DATE TO WS-ACCRUED-CENTS.
003381     MOVE IA-LAST-ACCRUAL-DATE TO WS-ACCRUED-THROUGH.
003382 3300-EXIT.
003383     EXIT.
003384
003385*-----------------------------------------------------------------
003390* 4000-PAGE-LEDGER - PAGE THE BUFFERED ENTRIES NEWEST-FIRST,
003400* TEN TO A PAGE.  B SHOWS OLDER ENTRIES, F NEWER ONES, ANYTHING
003410* ELSE RETURNS TO THE INQUIRY SCREEN.
005140 9000-TERMINATE.
005150     CLOSE CUSTOMER-MASTER-FILE.
005160     CLOSE TRANSACTION-LEDGER-FILE.
005162     IF ACCRUAL-FILE-AVAILABLE
005164         CLOSE INTEREST-ACCRUAL-FILE
005166     END-IF.
005170 9000-EXIT.
005180     EXIT.
