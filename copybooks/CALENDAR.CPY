      * ---------------------------------------------------------------
      * COPYBOOK     CALENDAR
      * INSTALLATION RETAIL BANKING DIVISION
      * AUTHOR       D. OKAFOR
      * DATE-WRITTEN 2026-10-12
      * ---------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-12  DO   ORIGINAL COPYBOOK - BUSINESS-DAY CALENDAR
      *                    RECORD, ONE PER CALENDAR DATE, KEYED BY THE
      *                    DATE.  MAINTAINED BY CALENDAR-MAINT (JOB
      *                    CALMNT), WHICH BUILDS A WHOLE YEAR AT A TIME
      *                    (MONDAY TO FRIDAY BUSINESS DAYS, SATURDAY
      *                    AND SUNDAY WEEKEND) AND THEN APPLIES THE
      *                    BANK HOLIDAYS.  THE DERIVED FIELDS ARE
      *                    REBUILT ACROSS THE WHOLE FILE ON EVERY
      *                    MAINTENANCE RUN:
      *                      CL-BUSINESS-DAY-NUMBER - BUSINESS DAYS ON
      *                        FILE UP TO AND INCLUDING THE DATE, SO
      *                        THE BUSINESS DAYS BETWEEN TWO DATES ARE
      *                        THE DIFFERENCE OF THEIR NUMBERS.  A
      *                        NON-BUSINESS DAY CARRIES THE NUMBER OF
      *                        THE BUSINESS DAY BEFORE IT.
      *                      CL-PRIOR-BUSINESS-DATE / CL-NEXT-BUSINESS-
      *                        DATE - THE NEAREST BUSINESS DAY STRICTLY
      *                        BEFORE / AFTER THE DATE (ZERO PAST THE
      *                        ENDS OF THE FILE).
      *                      CL-LAST-BUSINESS-DAY - 'Y' ON THE LAST
      *                        BUSINESS DAY OF EACH CALENDAR MONTH.
      *                    BATCH-DATE-MAINT OPENS THE CYCLE FROM IT;
      *                    THE POSTING RUN AND REJECT REPAIR AGE IN
      *                    BUSINESS DAYS FROM IT.
      * ---------------------------------------------------------------
000100 01  CALENDAR-RECORD.
000110     05  CL-CALENDAR-DATE          PIC 9(08).
000120     05  CL-DAY-TYPE               PIC X(01).
000130         88  CL-BUSINESS-DAY                 VALUE 'B'.
000140         88  CL-WEEKEND                      VALUE 'W'.
000150         88  CL-HOLIDAY                      VALUE 'H'.
000160         88  CL-NON-BUSINESS-DAY             VALUE 'W' 'H'.
000170     05  CL-DAY-OF-WEEK            PIC 9(01).
000180     05  CL-LAST-BUSINESS-DAY      PIC X(01).
000190         88  CL-MONTH-END-BUSINESS-DAY       VALUE 'Y'.
000200     05  CL-BUSINESS-DAY-NUMBER    PIC 9(07).
000210     05  CL-PRIOR-BUSINESS-DATE    PIC 9(08).
000220     05  CL-NEXT-BUSINESS-DATE     PIC 9(08).
000230     05  CL-HOLIDAY-NAME           PIC X(30).
000240     05  CL-LAST-CHANGED-DATE      PIC 9(08).
