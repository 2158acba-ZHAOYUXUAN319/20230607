      * ---------------------------------------------------------------
      * COPYBOOK     ACCTREL
      * INSTALLATION RETAIL BANKING DIVISION
      * AUTHOR       D. OKAFOR
      * DATE-WRITTEN 2026-10-07
      * ---------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-07  DO   ORIGINAL COPYBOOK - ACCOUNT RELATIONSHIP
      *                    RECORD, LINKING ONE CUSTOMER (PARTYREC) TO
      *                    ONE ACCOUNT (CUSTREC) UNDER AN OWNERSHIP
      *                    ROLE: 'P' PRIMARY, 'J' JOINT, 'T' TRUSTEE.
      *                    KEYED ACCOUNT FIRST, SO A START ON THE
      *                    ACCOUNT NUMBER WALKS EVERY PARTY TO THAT
      *                    ACCOUNT.  AN ACCOUNT HAS AT MOST ONE LIVE
      *                    PRIMARY, WHOSE ADDRESS IS THE MAILING
      *                    ADDRESS.  AN UNLINKED RELATIONSHIP IS NOT
      *                    DELETED - AR-END-DATE IS STAMPED, SO WHO
      *                    OWNED THE ACCOUNT EARLIER IN THE YEAR CAN
      *                    STILL BE ANSWERED.  A ZERO END DATE IS A
      *                    LIVE RELATIONSHIP.
      * ---------------------------------------------------------------
000100 01  ACCOUNT-RELATIONSHIP-RECORD.
000110     05  AR-RELATIONSHIP-KEY.
000120         10  AR-ACCOUNT-NUMBER     PIC X(10).
000130         10  AR-CUSTOMER-ID        PIC X(10).
000140     05  AR-OWNERSHIP-ROLE         PIC X(01).
000150         88  AR-ROLE-PRIMARY                 VALUE 'P'.
000160         88  AR-ROLE-JOINT                   VALUE 'J'.
000170         88  AR-ROLE-TRUSTEE                 VALUE 'T'.
000180     05  AR-LINK-DATE              PIC 9(08).
000190     05  AR-END-DATE               PIC 9(08).
000200         88  AR-RELATIONSHIP-LIVE            VALUE ZERO.
