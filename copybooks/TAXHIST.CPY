      * ---------------------------------------------------------------
      * COPYBOOK     TAXHIST
      * INSTALLATION RETAIL BANKING DIVISION
      * AUTHOR       D. OKAFOR
      * DATE-WRITTEN 2026-10-08
      * ---------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-08  DO   ORIGINAL COPYBOOK - 1099-INT FILING HISTORY
      *                    RECORD, KEYED BY TAX YEAR AND CUSTOMER
      *                    (PARTY) ID.  THE YEAR-END INTEREST TAX RUN
      *                    WRITES ONE RECORD FOR EACH FORM IT FILES,
      *                    HOLDING THE TAX ID AND AMOUNT REPORTED.  A
      *                    CORRECTION RUN FOR ONE CUSTOMER REWRITES IT
      *                    WITH THE CORRECTED AMOUNT, KEEPING THE
      *                    ORIGINAL AMOUNT AND FILING DATE, AND COUNTS
      *                    THE CORRECTION.  A FULL RUN FOR THE YEAR
      *                    REPLACES THE ORIGINAL FIGURES.  THE FILE IS
      *                    PERMANENT.
      * ---------------------------------------------------------------
000100 01  TAX-FILING-RECORD.
000110     05  TH-FILING-KEY.
000120         10  TH-TAX-YEAR           PIC 9(04).
000130         10  TH-CUSTOMER-ID        PIC X(10).
000140     05  TH-TAX-ID                 PIC X(09).
000150     05  TH-INTEREST-REPORTED      PIC 9(9)V99.
000160     05  TH-ORIGINAL-DATE          PIC 9(08).
000170     05  TH-ORIGINAL-AMOUNT        PIC 9(9)V99.
000180     05  TH-CORRECTION-COUNT       PIC 9(02).
000190     05  TH-LAST-CORRECTION-DATE   PIC 9(08).
