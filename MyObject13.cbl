000280*                              CYCLE IS OPEN).
000290*                      SET   - FORCE THE DATE AND REOPEN,
000300*                              OPERATIONS CORRECTION USE ONLY.
000301*   2026-10-12  DO   OPENS THE CYCLE FROM THE BUSINESS-DAY
000302*                    CALENDAR WHEN ONE IS ALLOCATED.  OPEN WITH
000303*                    NO CARD DATE ROLLS TO THE NEXT BUSINESS DAY
000304*                    AFTER THE LAST CYCLE'S DATE, AND REFUSES
000305*                    (RC=8) WHILE THAT DAY IS STILL AHEAD OF
000306*                    TODAY, SO THE CYCLE DOES NOT RUN OVER A
000307*                    WEEKEND OR HOLIDAY.  OPEN AND SET REFUSE A
000308*                    DATE THE CALENDAR HOLDS AS A WEEKEND OR
000309*                    HOLIDAY, OR DOES NOT HOLD AT ALL.  THE
000310*                    RECORD IS STAMPED WITH THE DAY'S MONTH-END
000311*                    FLAG AND NEXT BUSINESS DATE, CARRIED ACROSS
000312*                    CLOSE.  NEW FUNCTION:
000313*                      MEND  - RC=0 WHEN THE CYCLE DATE IS THE
000314*                              LAST BUSINESS DAY OF ITS MONTH,
000315*                              RC=8 WHEN IT IS NOT, RC=4 WHEN THE
000316*                              RECORD CARRIES NO CALENDAR FLAG.
000317*                              GATES THE MONTHEND JOB.
000318*                    NO CALENDAR LEAVES OPEN, CLOSE AND SET
000319*                    WORKING EXACTLY AS BEFORE.
000320* ---------------------------------------------------------------
000321 IDENTIFICATION DIVISION.
000330 PROGRAM-ID.                  BATCH-DATE-MAINT.
000340 AUTHOR.                      D. OKAFOR.
000350 INSTALLATION.                RETAIL BANKING DIVISION.
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-BATCHDTE-STATUS.
000510
000511     SELECT CALENDAR-FILE
000512         ASSIGN TO 'CALENDAR'
000513         ORGANIZATION IS INDEXED
000514         ACCESS MODE IS RANDOM
000515         RECORD KEY IS CL-CALENDAR-DATE
000516         FILE STATUS IS WS-CALENDAR-STATUS.
000517
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  BD-CONTROL-FILE
000580         88  BC-OPEN                         VALUE 'OPEN '.
000590         88  BC-CLOSE                        VALUE 'CLOSE'.
000600         88  BC-SET                          VALUE 'SET  '.
000605         88  BC-MEND                         VALUE 'MEND '.
000610     05  BC-DATE                   PIC 9(08).
000620
000630 FD  BATCH-DATE-FILE
000640     LABEL RECORDS ARE STANDARD.
000650     COPY BATCHDTE.
000660
000662 FD  CALENDAR-FILE
000664     LABEL RECORDS ARE STANDARD.
000666     COPY CALENDAR.
000668
000670 WORKING-STORAGE SECTION.
000680*----------------------------------------------------------------
000690* FILE STATUSES AND SWITCHES
000710 01  WS-FILE-STATUSES.
000720     05  WS-BDCONTRL-STATUS        PIC X(02) VALUE '00'.
000730     05  WS-BATCHDTE-STATUS        PIC X(02) VALUE '00'.
000735     05  WS-CALENDAR-STATUS        PIC X(02) VALUE '00'.
000740
000750 01  WS-SWITCHES.
000760     05  WS-RECORD-SWITCH          PIC X(01) VALUE 'N'.
000770         88  BATCH-DATE-ON-FILE              VALUE 'Y'.
000771     05  WS-CALENDAR-SWITCH        PIC X(01) VALUE 'N'.
000772         88  CALENDAR-AVAILABLE              VALUE 'Y'.
000773     05  WS-DAY-SWITCH             PIC X(01) VALUE 'N'.
000774         88  CALENDAR-DAY-FOUND              VALUE 'Y'.
000775     05  WS-REFUSE-SWITCH          PIC X(01) VALUE 'N'.
000776         88  CYCLE-DATE-REFUSED              VALUE 'Y'.
000777     05  WS-ROLL-SWITCH            PIC X(01) VALUE 'N'.
000778         88  CYCLE-DATE-ROLLED               VALUE 'Y'.
000780
000790*----------------------------------------------------------------
000800* TODAY'S CALENDAR DATE AND THE PRIOR RECORD'S CONTENT
000840 01  WS-PRIOR-STATUS               PIC X(01) VALUE SPACE.
000850 01  WS-NEW-DATE                   PIC 9(08) VALUE ZERO.
000860 01  WS-NEW-STATUS                 PIC X(01) VALUE SPACE.
000861
000862*----------------------------------------------------------------
000863* MONTH-END FLAG AND NEXT BUSINESS DATE, AS ON THE PRIOR RECORD
000864* AND AS STAMPED ON THE NEW ONE FROM THE CALENDAR
000865*----------------------------------------------------------------
000866 01  WS-PRIOR-LAST-DAY             PIC X(01) VALUE SPACE.
000867 01  WS-PRIOR-NEXT-DATE            PIC 9(08) VALUE ZERO.
000868 01  WS-NEW-LAST-DAY               PIC X(01) VALUE SPACE.
000869 01  WS-NEW-NEXT-DATE              PIC 9(08) VALUE ZERO.
000870
000880 PROCEDURE DIVISION.
000890*=================================================================
001020             IF BC-SET
001030                 PERFORM 4000-SET-CYCLE THRU 4000-EXIT
001040             ELSE
001042                 IF BC-MEND
001044                     PERFORM 6000-CHECK-MONTH-END THRU 6000-EXIT
001046                 ELSE
001050                     DISPLAY 'BATCH-DATE-MAINT: INVALID FUNCTION '
001060                         BC-FUNCTION
001070                     MOVE 8 TO RETURN-CODE
001075                 END-IF
001080             END-IF
001090         END-IF
001100     END-IF.
001110
001112     IF CALENDAR-AVAILABLE
001114         CLOSE CALENDAR-FILE
001116     END-IF.
001118
001120     STOP RUN.
001130 0000-EXIT.
001140     EXIT.
001150
001160*-----------------------------------------------------------------
001170* 1000-INITIALIZE - CAPTURE TODAY'S DATE, READ THE CONTROL CARD
001180* AND LOAD THE CURRENT BATCH DATE RECORD IF ONE IS ON FILE.  THE
001183* BUSINESS-DAY CALENDAR IS OPTIONAL - WITHOUT IT THE CYCLE OPENS
001186* UNDER THE CARD DATE OR TODAY, AS IT ALWAYS HAS.
001190*-----------------------------------------------------------------
001200 1000-INITIALIZE.
001210     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
001430                 SET BATCH-DATE-ON-FILE TO TRUE
001440                 MOVE BD-BUSINESS-DATE TO WS-PRIOR-DATE
001450                 MOVE BD-CYCLE-STATUS TO WS-PRIOR-STATUS
001451                 MOVE BD-LAST-BUSINESS-DAY TO WS-PRIOR-LAST-DAY
001452                 IF BD-NEXT-BUSINESS-DATE IS NUMERIC
001453                     MOVE BD-NEXT-BUSINESS-DATE
001454                         TO WS-PRIOR-NEXT-DATE
001455                 END-IF
001460         END-READ
001470         CLOSE BATCH-DATE-FILE
001480     END-IF.
001481
001482     OPEN INPUT CALENDAR-FILE.
001483     IF WS-CALENDAR-STATUS = '00'
001484         SET CALENDAR-AVAILABLE TO TRUE
001485     END-IF.
001490 1000-EXIT.
001500     EXIT.
001510
001530* 2000-OPEN-CYCLE - START A CYCLE UNDER THE CARD DATE (OR TODAY
001540* WHEN THE CARD CARRIES NO DATE).  A CYCLE ALREADY OPEN IS LEFT
001550* UNTOUCHED WITH RC=4, SO RERUNNING THE JOB MID-CYCLE CANNOT
001560* MOVE THE BUSINESS DATE OUT FROM UNDER THE LATER STEPS.  WITH
001562* THE CALENDAR AVAILABLE AND NO CARD DATE, THE CYCLE ROLLS TO THE
001564* NEXT BUSINESS DAY AFTER THE LAST CYCLE'S DATE INSTEAD, WHICH
001566* MUST NOT BE AHEAD OF TODAY; EITHER WAY THE DATE MUST BE A
001568* BUSINESS DAY.
001570*-----------------------------------------------------------------
001580 2000-OPEN-CYCLE.
001590     IF BATCH-DATE-ON-FILE AND WS-PRIOR-STATUS = 'O'
001670         MOVE BC-DATE TO WS-NEW-DATE
001680     ELSE
001690         MOVE WS-SYSTEM-DATE TO WS-NEW-DATE
001692         IF CALENDAR-AVAILABLE AND BATCH-DATE-ON-FILE
001694                 AND WS-PRIOR-DATE > ZERO
001696             PERFORM 2100-ROLL-TO-NEXT-BUSINESS-DAY THRU 2100-EXIT
001698         END-IF
001700     END-IF.
001710     MOVE 'O' TO WS-NEW-STATUS.
001720
001721     PERFORM 2500-CHECK-BUSINESS-DAY THRU 2500-EXIT.
001722     IF CYCLE-DATE-REFUSED
001723         GO TO 2000-EXIT
001724     END-IF.
001725
001726     IF CYCLE-DATE-ROLLED AND WS-NEW-DATE > WS-SYSTEM-DATE
001727         DISPLAY 'BATCH-DATE-MAINT: NEXT BUSINESS DAY '
001728             WS-NEW-DATE ' NOT YET REACHED - CYCLE NOT OPENED'
001729         MOVE 8 TO RETURN-CODE
001730         GO TO 2000-EXIT
001731     END-IF.
001732
001733     PERFORM 5000-WRITE-BATCH-DATE THRU 5000-EXIT.
001740     DISPLAY 'BATCH-DATE-MAINT: CYCLE OPENED FOR '
001750         WS-NEW-DATE.
001760 2000-EXIT.
001770     EXIT.
001771
001772*-----------------------------------------------------------------
001773* 2100-ROLL-TO-NEXT-BUSINESS-DAY - TAKE THE NEXT BUSINESS DATE
001774* AFTER THE LAST CYCLE'S DATE FROM THE CALENDAR.  A LAST CYCLE
001775* DATE THE CALENDAR DOES NOT HOLD LEAVES TODAY STANDING.
001776*-----------------------------------------------------------------
001777 2100-ROLL-TO-NEXT-BUSINESS-DAY.
001778     MOVE WS-PRIOR-DATE TO CL-CALENDAR-DATE.
001779     PERFORM 2600-READ-CALENDAR-DAY THRU 2600-EXIT.
001780     IF CALENDAR-DAY-FOUND AND CL-NEXT-BUSINESS-DATE > ZERO
001781         MOVE CL-NEXT-BUSINESS-DATE TO WS-NEW-DATE
001782         SET CYCLE-DATE-ROLLED TO TRUE
001783     END-IF.
001784 2100-EXIT.
001785     EXIT.
001786
001787*-----------------------------------------------------------------
001788* 2500-CHECK-BUSINESS-DAY - WITH THE CALENDAR AVAILABLE, REFUSE
001789* (RC=8) A CYCLE DATE IT DOES NOT HOLD OR HOLDS AS A WEEKEND OR
001790* HOLIDAY, AND OTHERWISE TAKE THE DAY'S MONTH-END FLAG AND NEXT
001791* BUSINESS DATE FOR THE NEW RECORD.  WITHOUT IT BOTH ARE LEFT
001792* BLANK.
001793*-----------------------------------------------------------------
001794 2500-CHECK-BUSINESS-DAY.
001795     MOVE 'N' TO WS-REFUSE-SWITCH.
001796     MOVE SPACE TO WS-NEW-LAST-DAY.
001797     MOVE ZERO TO WS-NEW-NEXT-DATE.
001798     IF NOT CALENDAR-AVAILABLE
001799         GO TO 2500-EXIT
001800     END-IF.
001801
001802     MOVE WS-NEW-DATE TO CL-CALENDAR-DATE.
001803     PERFORM 2600-READ-CALENDAR-DAY THRU 2600-EXIT.
001804     IF NOT CALENDAR-DAY-FOUND
001805         DISPLAY 'BATCH-DATE-MAINT: ' WS-NEW-DATE
001806             ' IS NOT ON THE BUSINESS-DAY CALENDAR'
001807         SET CYCLE-DATE-REFUSED TO TRUE
001808         MOVE 8 TO RETURN-CODE
001809         GO TO 2500-EXIT
001810     END-IF.
001811
001812     IF CL-HOLIDAY
001813         DISPLAY 'BATCH-DATE-MAINT: ' WS-NEW-DATE
001814             ' IS A HOLIDAY - ' CL-HOLIDAY-NAME
001815         SET CYCLE-DATE-REFUSED TO TRUE
001816         MOVE 8 TO RETURN-CODE
001817         GO TO 2500-EXIT
001818     END-IF.
001819
001820     IF NOT CL-BUSINESS-DAY
001821         DISPLAY 'BATCH-DATE-MAINT: ' WS-NEW-DATE
001822             ' IS NOT A BUSINESS DAY'
001823         SET CYCLE-DATE-REFUSED TO TRUE
001824         MOVE 8 TO RETURN-CODE
001825         GO TO 2500-EXIT
001826     END-IF.
001827
001828     MOVE CL-LAST-BUSINESS-DAY TO WS-NEW-LAST-DAY.
001829     MOVE CL-NEXT-BUSINESS-DATE TO WS-NEW-NEXT-DATE.
001830 2500-EXIT.
001831     EXIT.
001832
001833*-----------------------------------------------------------------
001834* 2600-READ-CALENDAR-DAY - READ THE CALENDAR RECORD FOR THE DATE
001835* IN CL-CALENDAR-DATE.
001836*-----------------------------------------------------------------
001837 2600-READ-CALENDAR-DAY.
001838     MOVE 'N' TO WS-DAY-SWITCH.
001839     READ CALENDAR-FILE
001840         INVALID KEY
001841             CONTINUE
001842         NOT INVALID KEY
001843             SET CALENDAR-DAY-FOUND TO TRUE
001844     END-READ.
001845 2600-EXIT.
001846     EXIT.
001847
001848*-----------------------------------------------------------------
001849* 3000-CLOSE-CYCLE - CLOSE THE OPEN CYCLE, KEEPING ITS DATE, ITS
001850* MONTH-END FLAG AND ITS NEXT BUSINESS DATE ON THE RECORD FOR THE
001851* MORNING AFTER.  NO OPEN CYCLE IS AN ERROR.
001852*-----------------------------------------------------------------
001853 3000-CLOSE-CYCLE.
001854     IF NOT BATCH-DATE-ON-FILE OR WS-PRIOR-STATUS NOT = 'O'
001855         DISPLAY 'BATCH-DATE-MAINT: NO CYCLE OPEN TO CLOSE'
001860         MOVE 8 TO RETURN-CODE
001870         GO TO 3000-EXIT
001880     END-IF.
001890
001900     MOVE WS-PRIOR-DATE TO WS-NEW-DATE.
001910     MOVE 'C' TO WS-NEW-STATUS.
001913     MOVE WS-PRIOR-LAST-DAY TO WS-NEW-LAST-DAY.
001916     MOVE WS-PRIOR-NEXT-DATE TO WS-NEW-NEXT-DATE.
001920
001930     PERFORM 5000-WRITE-BATCH-DATE THRU 5000-EXIT.
001940     DISPLAY 'BATCH-DATE-MAINT: CYCLE CLOSED FOR '
001980
001990*-----------------------------------------------------------------
002000* 4000-SET-CYCLE - FORCE THE BUSINESS DATE AND REOPEN THE CYCLE,
002010* FOR OPERATIONS CORRECTIONS.  THE CARD MUST CARRY A DATE, AND
002015* WITH THE CALENDAR AVAILABLE IT MUST BE A BUSINESS DAY.
002020*-----------------------------------------------------------------
002030 4000-SET-CYCLE.
002040     IF BC-DATE IS NOT NUMERIC OR BC-DATE = ZERO
002100     MOVE BC-DATE TO WS-NEW-DATE.
002110     MOVE 'O' TO WS-NEW-STATUS.
002120
002121     PERFORM 2500-CHECK-BUSINESS-DAY THRU 2500-EXIT.
002122     IF CYCLE-DATE-REFUSED
002123         GO TO 4000-EXIT
002124     END-IF.
002125
002130     PERFORM 5000-WRITE-BATCH-DATE THRU 5000-EXIT.
002140     DISPLAY 'BATCH-DATE-MAINT: CYCLE DATE SET TO '
002150         WS-NEW-DATE.
002250     OPEN OUTPUT BATCH-DATE-FILE.
002260     MOVE WS-NEW-DATE TO BD-BUSINESS-DATE.
002270     MOVE WS-NEW-STATUS TO BD-CYCLE-STATUS.
002273     MOVE WS-NEW-LAST-DAY TO BD-LAST-BUSINESS-DAY.
002276     MOVE WS-NEW-NEXT-DATE TO BD-NEXT-BUSINESS-DATE.
002280     WRITE BATCH-DATE-RECORD.
002290     CLOSE BATCH-DATE-FILE.
002300 5000-EXIT.
002310     EXIT.
002311
002312*-----------------------------------------------------------------
002313* 6000-CHECK-MONTH-END - TELL THE MONTHEND JOB WHETHER TONIGHT'S
002314* CYCLE DATE IS THE LAST BUSINESS DAY OF ITS MONTH: RC=0 WHEN IT
002315* IS, RC=8 WHEN IT IS NOT.  A RECORD OPENED WITHOUT THE CALENDAR
002316* CARRIES NO FLAG; RC=4 THEN LEAVES THE DECISION TO OPERATIONS
002317* AS BEFORE.  THE RECORD IS NOT CHANGED.
002318*-----------------------------------------------------------------
002319 6000-CHECK-MONTH-END.
002320     IF NOT BATCH-DATE-ON-FILE
002321         DISPLAY 'BATCH-DATE-MAINT: NO BATCH DATE ON FILE'
002322         MOVE 8 TO RETURN-CODE
002323         GO TO 6000-EXIT
002324     END-IF.
002325
002326     IF WS-PRIOR-LAST-DAY = 'Y'
002327         DISPLAY 'BATCH-DATE-MAINT: ' WS-PRIOR-DATE
002328             ' IS THE LAST BUSINESS DAY OF THE MONTH'
002329         GO TO 6000-EXIT
002330     END-IF.
002331
002332     IF WS-PRIOR-LAST-DAY = 'N'
002333         DISPLAY 'BATCH-DATE-MAINT: ' WS-PRIOR-DATE
002334             ' IS NOT THE LAST BUSINESS DAY OF THE MONTH'
002335         MOVE 8 TO RETURN-CODE
002336         GO TO 6000-EXIT
002337     END-IF.
002338
002339     DISPLAY 'BATCH-DATE-MAINT: ' WS-PRIOR-DATE
002340         ' CARRIES NO CALENDAR MONTH-END FLAG - NOT VERIFIED'.
002341     MOVE 4 TO RETURN-CODE.
002342 6000-EXIT.
002343     EXIT.
