      *                    AND HOW MANY NIGHTS IT HAS RECYCLED.
      *                    WRITTEN BY TRANSACTION-CAPTURE, AGED AND
      *                    CORRECTED BY THE NIGHTLY REJECT-REPAIR RUN.
      *   2026-10-09  DO   ADDED RX-CHANNEL-CODE, THE CHANNEL BYTE OF
      *                    THE RAW DETAIL (CASH, CHEQUE, ELECTRONIC),
      *                    SO A CORRECTED AND RESUBMITTED ITEM REACHES
      *                    THE LEDGER WITH THE CHANNEL IT CAME IN ON.
      *                    IT FOLLOWS THE AGING FIELDS SO SUSPENSE
      *                    ITEMS WRITTEN BEFORE IT READ UNCHANGED, WITH
      *                    A BLANK CHANNEL.
      *   2026-10-12  DO   ADDED RX-TRANSFER-ACCOUNT AND RX-TRANSFER-
      *                    REF, THE CREDIT ACCOUNT AND SHARED
      *                    REFERENCE OF A REJECTED TRANSFER DETAIL
      *                    (TYPE 'X'), SO A REPAIRED TRANSFER IS
      *                    RESUBMITTED WHOLE.  SPACES ON ANY OTHER
      *                    DETAIL.  THE RECORD IS NOW 103 BYTES.
      *   2026-10-15  DO   ADDED RX-EARLY-WITHDRAWAL, THE FLAG THAT
      *                    MARKS A DEBIT AGAINST AN UNMATURED TERM
      *                    DEPOSIT AS AN EARLY WITHDRAWAL ('E'), SO A
      *                    REPAIRED ONE IS RESUBMITTED STILL FLAGGED.
      *                    THE RECORD IS NOW 104 BYTES.
      * ---------------------------------------------------------------
000100 01  REJECT-SUSPENSE-RECORD.
000110     05  RX-DETAIL-IMAGE.
000170     05  RX-REJECT-REASON          PIC X(40).
000180     05  RX-FIRST-REJECT-DATE      PIC 9(08).
000190     05  RX-NIGHTS-RECYCLED        PIC 9(03).
000200     05  RX-CHANNEL-CODE           PIC X(01).
000210     05  RX-TRANSFER-ACCOUNT       PIC X(10).
000220     05  RX-TRANSFER-REF           PIC X(12).
000230     05  RX-EARLY-WITHDRAWAL       PIC X(01).
