      * ---------------------------------------------------------------
      * COPYBOOK     PURGOFF
      * INSTALLATION RETAIL BANKING DIVISION
      * AUTHOR       D. OKAFOR
      * DATE-WRITTEN 2026-10-13
      * ---------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-13  DO   ORIGINAL COPYBOOK - RETENTION PURGE OFFLOAD
      *                    RECORD.  RETENTION-PURGE (JOB PURGE) COPIES
      *                    EVERY RECORD IT IS ABOUT TO DELETE FROM A
      *                    PERMANENT FILE TO A NEW DATED OFFLOAD
      *                    GENERATION (PROD.BANK.PURGOFF) BEFORE THE
      *                    DELETE, SO NOTHING AGED OFF IS LOST.  EACH
      *                    RECORD CARRIES THE FILE IT CAME FROM, THE
      *                    DATE OF THE PURGE, THE DATE THE RETENTION
      *                    WAS JUDGED ON AND THE RECORD EXACTLY AS IT
      *                    STOOD, LEFT-JUSTIFIED AND SPACE-FILLED, SO
      *                    A RECORD CAN BE RELOADED UNDER ITS OWN
      *                    COPYBOOK.
      * ---------------------------------------------------------------
000100 01  PURGE-OFFLOAD-RECORD.
000110     05  PO-FILE-ID                PIC X(08).
000120     05  PO-PURGE-DATE             PIC 9(08).
000130     05  PO-RECORD-DATE            PIC 9(08).
000140     05  PO-RECORD-IMAGE           PIC X(120).
