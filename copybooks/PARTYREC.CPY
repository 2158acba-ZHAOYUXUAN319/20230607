      * ---------------------------------------------------------------
      * COPYBOOK     PARTYREC
      * INSTALLATION RETAIL BANKING DIVISION
      * AUTHOR       D. OKAFOR
      * DATE-WRITTEN 2026-10-07
      * ---------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-07  DO   ORIGINAL COPYBOOK - CUSTOMER (PARTY) MASTER
      *                    RECORD, KEYED BY CUSTOMER ID.  ONE RECORD
      *                    PER PERSON OR BODY THAT OWNS OR CONTROLS
      *                    ACCOUNTS, CARRYING WHAT CUSTREC NEVER HAD:
      *                    THE POSTAL ADDRESS, STATE, DATE OF BIRTH
      *                    AND TAX ID.  CUSTREC KEEPS THE ACCOUNT
      *                    TITLE IN CM-CUSTOMER-NAME; THE LINK FROM
      *                    AN ACCOUNT TO ITS PARTIES IS THE ACCTREL
      *                    RELATIONSHIP FILE.  A SPACES STATE CODE IS
      *                    A FOREIGN ADDRESS.  PM-ACCOUNT-COUNT IS THE
      *                    NUMBER OF LIVE RELATIONSHIPS THE PARTY
      *                    HOLDS, KEPT BY PARTY-MAINTENANCE, SO A
      *                    PARTY CANNOT BE CLOSED WHILE IT STILL OWNS
      *                    AN ACCOUNT.  A CLOSED PARTY IS KEPT, NOT
      *                    DELETED - ITS TAX ID IS STILL NEEDED FOR
      *                    THE YEAR'S REPORTING.
      * ---------------------------------------------------------------
000100 01  PARTY-MASTER-RECORD.
000110     05  PM-CUSTOMER-ID            PIC X(10).
000120     05  PM-CUSTOMER-NAME          PIC X(30).
000130     05  PM-POSTAL-ADDRESS.
000140         10  PM-ADDRESS-LINE-1     PIC X(30).
000150         10  PM-ADDRESS-LINE-2     PIC X(30).
000160         10  PM-CITY               PIC X(20).
000170         10  PM-STATE-CODE         PIC X(02).
000180         10  PM-POSTAL-CODE        PIC X(10).
000190     05  PM-DATE-OF-BIRTH          PIC 9(08).
000200     05  PM-TAX-ID                 PIC X(09).
000210     05  PM-PARTY-STATUS           PIC X(01).
000220         88  PM-STATUS-ACTIVE                VALUE 'A' ' '.
000230         88  PM-STATUS-CLOSED                VALUE 'X'.
000240     05  PM-ACCOUNT-COUNT          PIC 9(04).
000250     05  PM-LAST-MAINT-DATE        PIC 9(08).
