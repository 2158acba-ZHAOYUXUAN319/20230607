      * ---------------------------------------------------------------
      * COPYBOOK     AMLALERT
      * INSTALLATION RETAIL BANKING DIVISION
      * AUTHOR       D. OKAFOR
      * DATE-WRITTEN 2026-10-09
      * ---------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-09  DO   ORIGINAL COPYBOOK - CASH SURVEILLANCE CASE,
      *                    KEYED BY CUSTOMER, THE BUSINESS DATE THE
      *                    ALERT WAS RAISED, THE ALERT TYPE AND (FOR A
      *                    RAPID-MOVEMENT CASE) THE ACCOUNT; THRESHOLD
      *                    AND STRUCTURING CASES ARE CUSTOMER-LEVEL
      *                    AND CARRY A BLANK ACCOUNT.  THE NIGHTLY CASH
      *                    SURVEILLANCE RUN OPENS EACH CASE AS 'O' AND
      *                    NEVER DELETES ONE.  COMPLIANCE MOVES A CASE
      *                    THROUGH 'W' (BEING WORKED) TO 'F' (REPORT
      *                    FILED) OR 'C' (CLOSED, NO ACTION) WITH
      *                    STATUS CARDS THE SAME RUN APPLIES, STAMPING
      *                    THE ANALYST, THE DATE AND A NOTE.
      *                    AC-ALERT-AMOUNT IS THE CASH IN (THRESHOLD),
      *                    THE NEAR-THRESHOLD DEPOSITS (STRUCTURING) OR
      *                    THE CREDITS (RAPID MOVEMENT) OVER THE
      *                    WINDOW; AC-OUTFLOW-AMOUNT IS THE CASH OUT OR
      *                    THE DEBITS OVER THE SAME WINDOW.
      * ---------------------------------------------------------------
000100 01  CASH-ALERT-RECORD.
000110     05  AC-ALERT-KEY.
000120         10  AC-CUSTOMER-ID        PIC X(10).
000130         10  AC-ALERT-DATE         PIC 9(08).
000140         10  AC-ALERT-TYPE         PIC X(01).
000150             88  AC-TYPE-THRESHOLD           VALUE 'T'.
000160             88  AC-TYPE-STRUCTURING         VALUE 'S'.
000170             88  AC-TYPE-RAPID-MOVEMENT      VALUE 'R'.
000180         10  AC-ACCOUNT-NUMBER     PIC X(10).
000190     05  AC-ALERT-AMOUNT           PIC 9(09)V99.
000200     05  AC-OUTFLOW-AMOUNT         PIC 9(09)V99.
000210     05  AC-ITEM-COUNT             PIC 9(05).
000220     05  AC-WINDOW-START           PIC 9(08).
000230     05  AC-CASE-STATUS            PIC X(01).
000240         88  AC-STATUS-OPEN                  VALUE 'O'.
000250         88  AC-STATUS-WORKING               VALUE 'W'.
000260         88  AC-STATUS-FILED                 VALUE 'F'.
000270         88  AC-STATUS-CLOSED                VALUE 'C'.
000280         88  AC-CASE-ACTIVE                  VALUE 'O' 'W'.
000290         88  AC-STATUS-VALID                 VALUE 'O' 'W' 'F'
000300                                                   'C'.
000310     05  AC-STATUS-DATE            PIC 9(08).
000320     05  AC-ANALYST-ID             PIC X(08).
000330     05  AC-CASE-NOTE              PIC X(40).
