000350*                    CONTIGUOUS 'BRANCH NNN' SECTION PER
000351*                    BRANCH, RECAP AND 'ALL' LINES LAST, SO THE
000352*                    MORNING SPLIT IS A STRAIGHT CUT.
000353*   2026-10-13  DO   A CLOSED ('C') ACCOUNT IS PASSED OVER LIKE
000354*                    AN ESCHEATED ONE - IT IS NEVER FLAGGED
000355*                    DORMANT, RESTORED OR EXTRACTED.
000356* ---------------------------------------------------------------
000357 IDENTIFICATION DIVISION.
000360 PROGRAM-ID.                  DORMANT-REVIEW.
000370 AUTHOR.                      D. OKAFOR.
000380 INSTALLATION.                RETAIL BANKING DIVISION.
003220 2000-REVIEW-ONE-ACCOUNT.
003230     ADD 1 TO WS-ACCOUNTS-REVIEWED.
003232
003234*    AN ESCHEATED ACCOUNT IS ALREADY REMITTED AND CLOSED OUT, AND
003236*    A CLOSED ONE ALREADY PAID OUT - NEITHER FLAGS, RESTORES NOR
003237*    EXTRACTS AGAIN.
003238     IF CM-STATUS-ESCHEATED OR CM-STATUS-CLOSED
003239         GO TO 2000-ADVANCE
003240     END-IF.
003241
