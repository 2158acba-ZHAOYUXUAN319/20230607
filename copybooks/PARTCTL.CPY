      * ---------------------------------------------------------------
      * COPYBOOK     PARTCTL
      * INSTALLATION RETAIL BANKING DIVISION
      * AUTHOR       D. OKAFOR
      * DATE-WRITTEN 2026-10-14
      * ---------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-14  DO   ORIGINAL COPYBOOK - POSTING PARTITION CARD,
      *                    ONE PER ACCOUNT-RANGE PARTITION OF THE
      *                    NIGHTLY POSTING RUN, ON THE SHARED CARD FILE
      *                    PROD.BANK.PARTCTL.  THE CARDS RUN IN
      *                    PARTITION ORDER WITH ASCENDING, NON-
      *                    OVERLAPPING RANGES (LOW AND HIGH ACCOUNT
      *                    BOTH INCLUSIVE) THAT BETWEEN THEM COVER
      *                    EVERY ACCOUNT ON THE MASTER.  BANK-ACCOUNTING
      *                    TAKES ITS RANGE FROM THE CARD ITS PARTSEL
      *                    CARD NAMES; POSTING-MERGE PROVES EVERY
      *                    PARTITION ON THE FILE.  RE-CUTTING THE
      *                    PARTITIONS IS A CHANGE TO THESE CARDS ALONE,
      *                    MADE BETWEEN CYCLES.
      * ---------------------------------------------------------------
000100 01  PARTITION-CONTROL-RECORD.
000110     05  PD-PARTITION-NUMBER       PIC 9(02).
000120     05  FILLER                    PIC X(01).
000130     05  PD-LOW-ACCOUNT            PIC X(10).
000140     05  FILLER                    PIC X(01).
000150     05  PD-HIGH-ACCOUNT           PIC X(10).
000160     05  FILLER                    PIC X(56).
