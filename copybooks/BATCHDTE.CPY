      *                    UNDER THE BUSINESS DATE IT BELONGS TO.
      *                    MAINTAINED BY BATCH-DATE-MAINT THROUGH AN
      *                    OPEN/CLOSE PAIR OF STEPS IN NIGHTLY.
      *   2026-10-12  DO   ADDED BD-LAST-BUSINESS-DAY AND BD-NEXT-
      *                    BUSINESS-DATE, STAMPED BY BATCH-DATE-MAINT
      *                    FROM THE BUSINESS-DAY CALENDAR WHEN IT OPENS
      *                    THE CYCLE.  'Y' MARKS THE LAST BUSINESS DAY
      *                    OF THE MONTH - THE NIGHT MONTHEND RUNS AND
      *                    THE MONTHLY POSTINGS FALL DUE - AND 'N' ANY
      *                    OTHER BUSINESS DAY.  SPACE/ZERO WHEN NO
      *                    CALENDAR WAS AVAILABLE, IN WHICH CASE EACH
      *                    PROGRAM KEEPS ITS CALENDAR-MONTH RULE.
      * ---------------------------------------------------------------
000100 01  BATCH-DATE-RECORD.
000110     05  BD-BUSINESS-DATE          PIC 9(08).
000120     05  BD-CYCLE-STATUS           PIC X(01).
000130         88  BD-CYCLE-OPEN                   VALUE 'O'.
000140         88  BD-CYCLE-CLOSED                 VALUE 'C'.
000150     05  BD-LAST-BUSINESS-DAY      PIC X(01).
000160         88  BD-MONTH-END-DAY                VALUE 'Y'.
000170         88  BD-NOT-MONTH-END-DAY            VALUE 'N'.
000180         88  BD-NO-CALENDAR                  VALUE SPACE.
000190     05  BD-NEXT-BUSINESS-DATE     PIC 9(08).
