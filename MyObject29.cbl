000400*                    ENTRY CARRIES NO RATE AND PRINTS WITHOUT
000410*                    ONE, AS THE ORIGINAL DID BEFORE THE RATE
000420*                    STAMP EXISTED.
000422*   2026-10-06  DO   A RETURNED-ITEM FEE ('R', SEE TRANLEDG) ON
000424*                    THE ARCHIVE NOW SUBTRACTS LIKE ANY OTHER
000426*                    BANK CHARGE WHEN THE HISTORY IS REPLAYED.
000427*   2026-10-15  DO   SO DOES A TERM DEPOSIT EARLY-WITHDRAWAL
000429*                    PENALTY ('P').
000431*   2026-10-15  DO   A DISPUTE RE-DEBIT ('X') SUBTRACTS THE SAME
000433*                    WAY; THE DISPUTE CREDITS ADD LIKE A CREDIT.
000435* ---------------------------------------------------------------
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID.                  STATEMENT-HISTORY.
000460 AUTHOR.                      D. OKAFOR.
001140     05  AL-TRANSACTION-DATE       PIC 9(08).
001150     05  AL-TRANSACTION-TYPE       PIC X(01).
001160         88  AL-DEBIT                        VALUE 'D'.
001170         88  AL-BANK-CHARGE                  VALUE 'F' 'S' 'R'
001175                                                   'P' 'X'.
001180     05  AL-TRANSACTION-AMOUNT     PIC 9(7)V99.
001190
001200 FD  HISTORY-PRINT-FILE
