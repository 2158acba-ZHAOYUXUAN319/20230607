      * ---------------------------------------------------------------
      * COPYBOOK     GLACK
      * INSTALLATION RETAIL BANKING DIVISION
      * AUTHOR       D. OKAFOR
      * DATE-WRITTEN 2026-10-15
      * ---------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  DO   ORIGINAL COPYBOOK - DETAIL RECORDS OF THE
      *                    CORPORATE GL'S DAILY ACKNOWLEDGEMENT FILE
      *                    (PROD.BANK.GLACK), DELIVERED EACH MORNING
      *                    BETWEEN FILEHDR 'HDR' AND 'TRL' RECORDS
      *                    (FILE ID 'GLACK').  AN 'A' RECORD IS WHAT
      *                    THE GL DID WITH ONE JOURNAL LINE WE SENT -
      *                    THE SOURCE FILE IT CAME ON ('N' NIGHTLY
      *                    GLINTF, 'F' FXGLINT, 'W' WOFFGLI), THE
      *                    JOURNAL DATE AND GL ACCOUNT, THE AMOUNT IT
      *                    POSTED, AND 'P' POSTED OR 'R' REJECTED WITH
      *                    THE GL'S REASON.  A 'B' RECORD IS THE GL'S
      *                    CLOSING BALANCE ON ONE CONTROL ACCOUNT FOR
      *                    A BALANCE DATE.  BOTH CARRY THEIR AMOUNT IN
      *                    COLUMNS 20-32 SO ONE VRFYCTL CARD HASHES
      *                    THE WHOLE FILE.
      * ---------------------------------------------------------------
000100 01  GL-ACK-RECORD.
000110     05  GA-RECORD-TYPE            PIC X(01).
000120         88  GA-JOURNAL-ACK                  VALUE 'A'.
000130         88  GA-CONTROL-BALANCE              VALUE 'B'.
000140     05  GA-SOURCE                 PIC X(01).
000150         88  GA-SOURCE-VALID                 VALUE 'N' 'F' 'W'.
000160     05  GA-JOURNAL-DATE           PIC 9(08).
000170     05  GA-ACCOUNT-CODE           PIC X(08).
000180     05  GA-DEBIT-CREDIT-CODE      PIC X(01).
000190         88  GA-DEBIT                        VALUE 'D'.
000200         88  GA-CREDIT                       VALUE 'C'.
000210     05  GA-AMOUNT                 PIC 9(11)V99.
000220     05  GA-POST-STATUS            PIC X(01).
000230         88  GA-POSTED                       VALUE 'P'.
000240         88  GA-REJECTED                     VALUE 'R'.
000250     05  GA-REJECT-REASON          PIC X(20).
000260     05  FILLER                    PIC X(27).
000270 01  GL-BALANCE-RECORD.
000280     05  GB-RECORD-TYPE            PIC X(01).
000290     05  FILLER                    PIC X(01).
000300     05  GB-BALANCE-DATE           PIC 9(08).
000310     05  GB-ACCOUNT-CODE           PIC X(08).
000320     05  GB-DEBIT-CREDIT-CODE      PIC X(01).
000330         88  GB-DEBIT-BALANCE                VALUE 'D'.
000340         88  GB-CREDIT-BALANCE               VALUE 'C'.
000350     05  GB-BALANCE                PIC 9(11)V99.
000360     05  FILLER                    PIC X(48).
