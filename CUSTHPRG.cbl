000240*                  CUSTRECN'S BACKUP-PLUS-NET-CHANGE TIE-OUT IS
000250*                  UNDISTURBED.  THE TRIMMED FILE IS WRITTEN TO
000260*                  CUSTHNEW AND COPIED BACK OVER THE LIVE FILE BY
000261*                  THE JCL ONLY WHEN THIS STEP ENDS CLEAN.
000262* 2026-10-15  JR   ARCHIVE AND TRIMMED-HISTORY LINES WIDENED TO
000263*                  X(100) FOR THE FOREIGN-CURRENCY DETAIL NOW ON
000264*                  THE CUSTHIST RECORD.
000265* 2026-10-15  JR   THE 9999-ENTRY LAST-BALANCE TABLE AND ITS
000266*                  LINEAR SEARCH ARE REPLACED BY A SORT OF THE
000267*                  ROLLED-OFF RECORDS ON CUSTUMER-ID AND FILE
000268*                  SEQUENCE - THE LAST ONE FOR EACH CUSTOMER IS
000269*                  STILL THE BALANCE AS OF THE ROLL - SO EVERY
000270*                  CUSTOMER GETS A CARRY-FORWARD HOWEVER MANY
000271*                  THERE ARE.  THE CARRY-FORWARDS NOW COME OUT IN
000272*                  CUSTUMER-ID ORDER RATHER THAN FIRST-SEEN ORDER;
000273*                  THEIR CONTENTS AND THE COUNTS ARE UNCHANGED.  A
000274*                  FAILED SORT ENDS THE RUN RC=16 SO THE JCL NEVER
000275*                  COPIES A SHORT FILE BACK.
000280*----------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000380     SELECT HISTORY-ARCHIVE-FILE ASSIGN TO CUSTHARC
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-CUSTHARC-STATUS.
000405     SELECT CARRY-SORT-FILE ASSIGN TO SORTWK01.
000410     SELECT HISTORY-NEW-FILE ASSIGN TO CUSTHNEW
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-CUSTHNEW-STATUS.
000490 FD  HISTORY-ARCHIVE-FILE
000500     LABEL RECORDS ARE STANDARD
000510     RECORDING MODE IS F.
000511 01  HARC-LINE PIC X(100).
000512*----------------------------------------------------------------
000513* ONE SORT RECORD PER ROLLED-OFF HISTORY RECORD.  THE HISTORY FILE
000514* IS APPEND-ONLY, SO THE HIGHEST SEQUENCE FOR A CUSTOMER CARRIES
000515* ITS BALANCE AS OF THE ROLL DATE.
000516*----------------------------------------------------------------
000517 SD  CARRY-SORT-FILE.
000518 01  CARRY-SORT-RECORD.
000519     05 CS-CUSTUMER-ID PIC 9(06).
000520     05 CS-SEQUENCE PIC 9(09).
000521     05 CS-BALANCE PIC S9(09)V99.
000530 FD  HISTORY-NEW-FILE
000540     LABEL RECORDS ARE STANDARD
000550     RECORDING MODE IS F.
000560 01  HNEW-LINE PIC X(100).
000570 WORKING-STORAGE SECTION.
000580 01  WS-CUSTHIST-STATUS PIC X(02) VALUE '00'.
000590 01  WS-CUSTHARC-STATUS PIC X(02) VALUE '00'.
000600 01  WS-CUSTHNEW-STATUS PIC X(02) VALUE '00'.
000610 01  WS-EOF-SWITCH PIC X(01) VALUE 'N'.
000613     88 WS-END-OF-HISTORY VALUE 'Y'.
000616 01  WS-SORT-EOF-SWITCH PIC X(01) VALUE 'N'.
000619     88 WS-END-OF-SORTED-CARRIES VALUE 'Y'.
000622 01  WS-RUN-SWITCH PIC X(01) VALUE 'Y'.
000624     88 WS-RUN-USABLE VALUE 'Y'.
000626     88 WS-RUN-UNUSABLE VALUE 'N'.
000650     05 WS-ROLLED-COUNT PIC 9(07) COMP VALUE ZERO.
000660     05 WS-RETAINED-COUNT PIC 9(07) COMP VALUE ZERO.
000670     05 WS-CARRY-COUNT PIC 9(07) COMP VALUE ZERO.
000680 77  WS-READ-SEQUENCE PIC 9(09) COMP VALUE ZERO.
000690 01  WS-CARRY-CUSTUMER-ID PIC 9(06) VALUE ZERO.
000700 01  WS-CARRY-BALANCE PIC S9(09)V99 VALUE ZERO.
000840 PROCEDURE DIVISION.
000850*----------------------------------------------------------------
000860* 0000-MAINLINE
000868* PASS ONE, THE SORT'S INPUT PROCEDURE, SPLITS OLD RECORDS OFF TO
000876* THE ARCHIVE AND RELEASES EACH ONE'S BALANCE; THE OUTPUT
000884* PROCEDURE WRITES THE CARRY-FORWARD RECORDS AT THE TOP OF THE
000892* NEW FILE FROM EACH CUSTOMER'S LAST BALANCE; PASS TWO COPIES THE
000900* RETAINED RECORDS ACROSS BEHIND THEM, THE SAME CLOSE-AND-REOPEN
000910* RE-READ CUSTSTMT USES ON THIS FILE.
000920*----------------------------------------------------------------
000930 0000-MAINLINE.
000940     PERFORM 1000-INITIALIZE.
000945     IF WS-RUN-USABLE
000947         SORT CARRY-SORT-FILE
000949             ON ASCENDING KEY CS-CUSTUMER-ID CS-SEQUENCE
000951             INPUT PROCEDURE IS 2000-SPLIT-HISTORY
000953             OUTPUT PROCEDURE IS 3000-WRITE-CARRY-FORWARDS
000955         IF SORT-RETURN NOT = ZERO
000957             DISPLAY 'CARRY-FORWARD SORT FAILED - SORT-RETURN '
000959                 SORT-RETURN ' - NEW HISTORY FILE INCOMPLETE, '
000961                 'LIVE HISTORY MUST NOT BE REPLACED'
000963             MOVE 16 TO RETURN-CODE
000965         ELSE
000967             PERFORM 4000-COPY-RETAINED-RECORDS
000969         END-IF
000980         PERFORM 5000-PRINT-SUMMARY
000990         PERFORM 9000-TERMINATE
000995     END-IF.
001290         END-IF
001300     END-IF.
001310*----------------------------------------------------------------
001312* 2000-SPLIT-HISTORY
001314* SORT INPUT PROCEDURE - PASS ONE OVER THE HISTORY FILE.
001316*----------------------------------------------------------------
001318 2000-SPLIT-HISTORY.
001320     PERFORM 2050-SPLIT-HISTORY-RECORD UNTIL WS-END-OF-HISTORY.
001322*----------------------------------------------------------------
001324* 2050-SPLIT-HISTORY-RECORD
001330* A RECORD OLDER THAN THE RETENTION DATE GOES TO THE ARCHIVE AND
001340* ITS AFTER BALANCE IS RELEASED TO THE SORT; ANYTHING ELSE IS
001350* LEFT FOR PASS TWO TO COPY ACROSS.
001360*----------------------------------------------------------------
001370 2050-SPLIT-HISTORY-RECORD.
001380     IF CH-CHANGE-DATE IS NUMERIC
001390         AND CH-CHANGE-DATE < WS-RETENTION-DATE
001400         WRITE HARC-LINE FROM CUSTHIST-RECORD
001410         ADD 1 TO WS-ROLLED-COUNT
001413         ADD 1 TO WS-READ-SEQUENCE
001416         MOVE CH-CUSTUMER-ID TO CS-CUSTUMER-ID
001419         MOVE WS-READ-SEQUENCE TO CS-SEQUENCE
001422         MOVE CH-AFTER-BALANCE TO CS-BALANCE
001425         RELEASE CARRY-SORT-RECORD
001430     END-IF.
001440     PERFORM 2100-READ-HISTORY.
001450*----------------------------------------------------------------
001510             SET WS-END-OF-HISTORY TO TRUE
001520     END-READ.
001530*----------------------------------------------------------------
001900* 3000-WRITE-CARRY-FORWARDS
001910* SORT OUTPUT PROCEDURE.  ONE RECORD PER CUSTOMER SEEN IN THE
001920* ROLLED-OFF HISTORY, STAMPED WITH THE RETENTION DATE, BEFORE AND
001930* AFTER BALANCE BOTH THE BALANCE AS OF THE ROLL - NET CHANGE
001940* ZERO, SO THE TIE-OUT MATH IS UNDISTURBED AND A STATEMENT STILL
001950* OPENS WITH THE RIGHT FIGURE.
001960*----------------------------------------------------------------
001970 3000-WRITE-CARRY-FORWARDS.
001980     PERFORM 3050-RETURN-CARRY.
001990     PERFORM 3100-TAKE-ONE-CUSTOMER
002000         UNTIL WS-END-OF-SORTED-CARRIES.
002010*----------------------------------------------------------------
002011* 3050-RETURN-CARRY
002012*----------------------------------------------------------------
002013 3050-RETURN-CARRY.
002014     RETURN CARRY-SORT-FILE
002015         AT END
002016             SET WS-END-OF-SORTED-CARRIES TO TRUE
002017     END-RETURN.
002018*----------------------------------------------------------------
002019* 3100-TAKE-ONE-CUSTOMER
002020* RUNS THROUGH ONE CUSTOMER'S SORTED RECORDS KEEPING THE BALANCE
002021* OF EACH IN TURN - THE LAST ONE IS THE BALANCE AS OF THE ROLL.
002022*----------------------------------------------------------------
002023 3100-TAKE-ONE-CUSTOMER.
002024     MOVE CS-CUSTUMER-ID TO WS-CARRY-CUSTUMER-ID.
002025     PERFORM 3150-KEEP-CARRY-BALANCE
002026         UNTIL WS-END-OF-SORTED-CARRIES
002027            OR CS-CUSTUMER-ID NOT = WS-CARRY-CUSTUMER-ID.
002028     PERFORM 3200-WRITE-ONE-CARRY-FORWARD.
002029*----------------------------------------------------------------
002030* 3150-KEEP-CARRY-BALANCE
002031*----------------------------------------------------------------
002032 3150-KEEP-CARRY-BALANCE.
002033     MOVE CS-BALANCE TO WS-CARRY-BALANCE.
002034     PERFORM 3050-RETURN-CARRY.
002035*----------------------------------------------------------------
002036* 3200-WRITE-ONE-CARRY-FORWARD
002037*----------------------------------------------------------------
002038 3200-WRITE-ONE-CARRY-FORWARD.
002050     MOVE SPACES TO CUSTHIST-RECORD.
002060     MOVE WS-CARRY-CUSTUMER-ID TO CH-CUSTUMER-ID.
002070     MOVE WS-RETENTION-DATE TO CH-CHANGE-DATE.
002080     MOVE ZERO TO CH-CHANGE-TIME.
002090     MOVE WS-CARRY-BALANCE TO CH-BEFORE-BALANCE.
002100     MOVE WS-CARRY-BALANCE TO CH-AFTER-BALANCE.
002110     SET CH-SOURCE-CARRY TO TRUE.
002120     WRITE HNEW-LINE FROM CUSTHIST-RECORD.
002130     ADD 1 TO WS-CARRY-COUNT.
002150*----------------------------------------------------------------
002160* 4000-COPY-RETAINED-RECORDS
002170* SECOND PASS - RE-READS THE HISTORY FROM THE TOP AND COPIES
