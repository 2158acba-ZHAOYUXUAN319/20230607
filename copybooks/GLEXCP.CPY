      * ---------------------------------------------------------------
      * COPYBOOK     GLEXCP
      * INSTALLATION RETAIL BANKING DIVISION
      * AUTHOR       D. OKAFOR
      * DATE-WRITTEN 2026-10-15
      * ---------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  DO   ORIGINAL COPYBOOK - GL RECONCILIATION ITEM,
      *                    THE PERMANENT KEYED FILE (PROD.BANK.GLEXCP)
      *                    GL-RECONCILIATION KEEPS.  THERE IS ONE ITEM
      *                    PER JOURNAL WE SENT - SOURCE ('N' NIGHTLY
      *                    GLINTF, 'F' FXGLINT, 'W' WOFFGLI), JOURNAL
      *                    DATE AND GL ACCOUNT, ITS LINES NETTED - AND
      *                    ONE PER CONTROL-ACCOUNT PROOF (SOURCE 'C',
      *                    THE BALANCE DATE).  AMOUNTS ARE SIGNED,
      *                    DEBIT POSITIVE.  A JOURNAL THE GL BOOKED IN
      *                    FULL, OR A CONTROL BALANCE THAT PROVED, IS
      *                    KEPT AS 'K' SO IT IS NOT RECONCILED TWICE.
      *                    A BREAK IS 'O' OPEN, TYPED M MISSING (NO
      *                    ACKNOWLEDGEMENT), R REJECTED BY THE GL, A
      *                    AMOUNT DIFFERS, U UNEXPECTED (THE GL BOOKED
      *                    A JOURNAL WE HAVE NO RECORD OF SENDING), C
      *                    CONTROL BALANCE DOES NOT PROVE, T NO PROVED
      *                    TRIAL BALANCE FOR THE DATE.  GX-DAYS-OPEN
      *                    AGES ONCE PER RUN DATE UNTIL THE ITEM IS
      *                    'X' RESOLVED - BY THE RUN ITSELF WHEN THE
      *                    BREAK CLEARS ('AUTO') OR BY A GLXRES CARD.
      *                    AN ITEM IS NEVER DELETED.
      * ---------------------------------------------------------------
000100 01  GL-EXCEPTION-RECORD.
000110     05  GX-EXCEPTION-KEY.
000120         10  GX-SOURCE             PIC X(01).
000130             88  GX-SOURCE-NIGHTLY           VALUE 'N'.
000140             88  GX-SOURCE-FX                VALUE 'F'.
000150             88  GX-SOURCE-WRITEOFF          VALUE 'W'.
000160             88  GX-SOURCE-CONTROL           VALUE 'C'.
000170         10  GX-JOURNAL-DATE       PIC 9(08).
000180         10  GX-ACCOUNT-CODE       PIC X(08).
000190     05  GX-ITEM-STATUS            PIC X(01).
000200         88  GX-STATUS-MATCHED               VALUE 'K'.
000210         88  GX-STATUS-OPEN                  VALUE 'O'.
000220         88  GX-STATUS-RESOLVED              VALUE 'X'.
000230     05  GX-EXCEPTION-TYPE         PIC X(01).
000240         88  GX-TYPE-MISSING                 VALUE 'M'.
000250         88  GX-TYPE-REJECTED                VALUE 'R'.
000260         88  GX-TYPE-AMOUNT                  VALUE 'A'.
000270         88  GX-TYPE-UNEXPECTED              VALUE 'U'.
000280         88  GX-TYPE-CONTROL                 VALUE 'C'.
000290         88  GX-TYPE-NO-TRIAL-BALANCE        VALUE 'T'.
000300     05  GX-SENT-AMOUNT            PIC S9(13)V99.
000310     05  GX-GL-AMOUNT              PIC S9(13)V99.
000320     05  GX-REJECT-REASON          PIC X(20).
000330     05  GX-FIRST-DATE             PIC 9(08).
000340     05  GX-LAST-SEEN-DATE         PIC 9(08).
000350     05  GX-DAYS-OPEN              PIC 9(05).
000360     05  GX-RESOLVED-DATE          PIC 9(08).
000370     05  GX-RESOLVED-BY            PIC X(08).
000380     05  GX-RESOLVE-NOTE           PIC X(30).
