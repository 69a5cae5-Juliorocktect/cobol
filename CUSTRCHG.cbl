000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTRCHG.
000030 AUTHOR. JULIO.
000040 INSTALLATION. CUSTOMER-ACCOUNTING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  JR   ORIGINAL - RECURRING-CHARGE SCHEDULE
000110*                  MAINTENANCE.  STANDING MONTHLY CHARGES WERE
000120*                  BILLED BY RE-KEYING THE SAME CALCADJ CARDS
000130*                  EVERY CYCLE.  SYSIN SUPPLIES ONE CARD GROUP PER
000140*                  SCHEDULE (ZERO CUSTUMER-ID SENTINEL ENDS THE
000150*                  DECK): ACTION 'A' ADDS A SCHEDULE - AMOUNT,
000160*                  FREQUENCY (MONTHLY, QUARTERLY OR ANNUAL), START
000170*                  AND END DATE (ZERO FOR OPEN-ENDED), TRANSACTION
000180*                  TYPE AND DESCRIPTION; ACTION 'C' CHANGES THE
000190*                  AMOUNT AND/OR END DATE (A ZERO CARD LEAVES THE
000200*                  FIELD ALONE); ACTION 'X' CANCELS THE SCHEDULE.
000210*                  EVERY CHANGE IS STAMPED WITH THE OPERATOR CARD;
000215*                  A CARD GROUP WITH NO OPERATOR ID IS REFUSED.
000220*                  THE MASTER IS ONLY READ, SO NO CUSTLOCK LATCH
000230*                  IS TAKEN - THE SAME AS CUSTPLAN.  CUSTBILL
000240*                  POSTS THE CHARGES AS THEY FALL DUE.
000250*----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. IBM-370.
000290 OBJECT-COMPUTER. IBM-370.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS CUSTUMER-ID
000360         FILE STATUS IS WS-CUSTMAST-STATUS.
000370     SELECT RECURRING-SCHEDULE-FILE ASSIGN TO RECSCHED
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS RS-SCHEDULE-KEY
000410         FILE STATUS IS WS-RECSCHED-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  CUSTOMER-MASTER-FILE
000450     LABEL RECORDS ARE STANDARD.
000460     COPY CUSTREC.
000470 FD  RECURRING-SCHEDULE-FILE
000480     LABEL RECORDS ARE STANDARD.
000490     COPY CUSTRCHR.
000500 WORKING-STORAGE SECTION.
000510 01  WS-CUSTMAST-STATUS PIC X(02) VALUE '00'.
000520     88 WS-CUSTMAST-OK VALUE '00'.
000530 01  WS-RECSCHED-STATUS PIC X(02) VALUE '00'.
000540     88 WS-RECSCHED-OK VALUE '00'.
000550 01  WS-INPUT-EOF-SWITCH PIC X(01) VALUE 'N'.
000560     88 WS-END-OF-INPUT VALUE 'Y'.
000570 01  WS-RUN-SWITCH PIC X(01) VALUE 'Y'.
000580     88 WS-RUN-USABLE VALUE 'Y'.
000590     88 WS-RUN-UNUSABLE VALUE 'N'.
000600 01  WS-CARD-OK-SWITCH PIC X(01) VALUE 'Y'.
000610     88 WS-CARD-OK VALUE 'Y'.
000620     88 WS-CARD-BAD VALUE 'N'.
000630 01  WS-SCHEDULE-ON-FILE-SWITCH PIC X(01) VALUE 'N'.
000640     88 WS-SCHEDULE-ON-FILE VALUE 'Y'.
000650     88 WS-SCHEDULE-NOT-ON-FILE VALUE 'N'.
000660 01  WS-TODAY-DATE PIC 9(08) VALUE ZERO.
000670*----------------------------------------------------------------
000680* ONE SCHEDULE CARD GROUP, READ FIELD BY FIELD FROM SYSIN.
000690*----------------------------------------------------------------
000700 01  WS-SCHEDULE-CARD.
000710     05 SC-CUSTUMER-ID PIC 9(06) VALUE ZERO.
000720     05 SC-SCHEDULE-NO PIC 9(02) VALUE ZERO.
000730     05 SC-ACTION PIC X(01) VALUE SPACE.
000740         88 SC-ADD VALUE 'A'.
000750         88 SC-CHANGE VALUE 'C'.
000760         88 SC-CANCEL VALUE 'X'.
000770     05 SC-OPERATOR PIC X(08) VALUE SPACES.
000780     05 SC-CHARGE-AMOUNT PIC S9(07)V99 VALUE ZERO.
000790     05 SC-FREQUENCY PIC X(01) VALUE SPACE.
000800     05 SC-START-DATE PIC 9(08) VALUE ZERO.
000810     05 SC-END-DATE PIC 9(08) VALUE ZERO.
000820     05 SC-TRANS-TYPE PIC X(01) VALUE SPACE.
000830     05 SC-DESCRIPTION PIC X(20) VALUE SPACES.
000840*----------------------------------------------------------------
000850* DATE WORK AREA - A CALENDAR DATE PULLED APART FOR THE VALIDITY
000860* EDIT, THE SAME ONE CUSTPLAN USES.
000870*----------------------------------------------------------------
000880 01  WS-WORK-DATE PIC 9(08) VALUE ZERO.
000890 01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
000900     05 WS-WORK-YEAR PIC 9(04).
000910     05 WS-WORK-MONTH PIC 9(02).
000920     05 WS-WORK-DAY PIC 9(02).
000930 01  WS-DAYS-IN-MONTH PIC 9(02) VALUE ZERO.
000940 01  WS-LEAP-QUOTIENT PIC 9(04) VALUE ZERO.
000950 01  WS-LEAP-REMAINDER PIC 9(04) VALUE ZERO.
000960 01  WS-DATE-SWITCH PIC X(01) VALUE 'Y'.
000970     88 WS-DATE-VALID VALUE 'Y'.
000980     88 WS-DATE-INVALID VALUE 'N'.
000990 01  WS-COUNTERS.
001000     05 WS-ADD-COUNT PIC 9(07) COMP VALUE ZERO.
001010     05 WS-CHANGE-COUNT PIC 9(07) COMP VALUE ZERO.
001020     05 WS-CANCEL-COUNT PIC 9(07) COMP VALUE ZERO.
001030     05 WS-REFUSED-COUNT PIC 9(07) COMP VALUE ZERO.
001040 PROCEDURE DIVISION.
001050*----------------------------------------------------------------
001060* 0000-MAINLINE
001070*----------------------------------------------------------------
001080 0000-MAINLINE.
001090     PERFORM 1000-INITIALIZE.
001100     IF WS-RUN-USABLE
001110         PERFORM 2000-PROCESS-SCHEDULE-CARD UNTIL WS-END-OF-INPUT
001120         PERFORM 3000-PRINT-SUMMARY
001130         PERFORM 9000-TERMINATE
001140     END-IF.
001150     STOP RUN.
001160*----------------------------------------------------------------
001170* 1000-INITIALIZE
001180* A MISSING MASTER IS REFUSED OUTRIGHT.  A MISSING RECSCHED FILE
001190* IS CREATED EMPTY ON THE FIRST RUN.
001200*----------------------------------------------------------------
001210 1000-INITIALIZE.
001220     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
001230     OPEN INPUT CUSTOMER-MASTER-FILE.
001240     IF WS-CUSTMAST-STATUS = '35'
001250         DISPLAY 'CUSTOMER MASTER DOES NOT EXIST - NO SCHEDULE '
001260             'CAN BE MAINTAINED'
001270         MOVE 16 TO RETURN-CODE
001280         SET WS-RUN-UNUSABLE TO TRUE
001290     ELSE
001300         OPEN I-O RECURRING-SCHEDULE-FILE
001310         IF WS-RECSCHED-STATUS = '35'
001320             OPEN OUTPUT RECURRING-SCHEDULE-FILE
001330             CLOSE RECURRING-SCHEDULE-FILE
001340             OPEN I-O RECURRING-SCHEDULE-FILE
001350         END-IF
001360         PERFORM 1500-GET-NEXT-SCHEDULE-CARD
001370     END-IF.
001380*----------------------------------------------------------------
001390* 1500-GET-NEXT-SCHEDULE-CARD
001400* ACCEPTS ONE SCHEDULE CARD GROUP.  A ZERO CUSTUMER-ID IS THE
001410* END-OF-DECK SENTINEL.  AN ADD SUPPLIES EVERY FIELD; A CHANGE
001420* SUPPLIES ONLY THE AMOUNT AND END DATE; A CANCEL NEITHER.
001430*----------------------------------------------------------------
001440 1500-GET-NEXT-SCHEDULE-CARD.
001450     DISPLAY 'ENTER CUSTUMER-ID FOR STANDING CHARGE (0 TO END): '.
001460     ACCEPT SC-CUSTUMER-ID.
001470     IF SC-CUSTUMER-ID = ZERO
001480         SET WS-END-OF-INPUT TO TRUE
001490     ELSE
001500         MOVE ZERO TO SC-CHARGE-AMOUNT SC-START-DATE SC-END-DATE
001510         MOVE SPACE TO SC-FREQUENCY SC-TRANS-TYPE
001520         MOVE SPACES TO SC-DESCRIPTION
001530         DISPLAY 'ENTER SCHEDULE NUMBER (01-99): '
001540         ACCEPT SC-SCHEDULE-NO
001550         DISPLAY 'ENTER ACTION (A=ADD, C=CHANGE, X=CANCEL): '
001560         ACCEPT SC-ACTION
001570         DISPLAY 'ENTER OPERATOR ID: '
001580         ACCEPT SC-OPERATOR
001590         IF SC-ADD OR SC-CHANGE
001600             DISPLAY 'ENTER CHARGE AMOUNT: '
001610             ACCEPT SC-CHARGE-AMOUNT
001620         END-IF
001630         IF SC-ADD
001640             DISPLAY 'ENTER FREQUENCY (M=MONTHLY, Q=QUARTERLY, '
001650                 'A=ANNUAL): '
001660             ACCEPT SC-FREQUENCY
001670             DISPLAY 'ENTER START DATE (YYYYMMDD): '
001680             ACCEPT SC-START-DATE
001690         END-IF
001700         IF SC-ADD OR SC-CHANGE
001710             DISPLAY 'ENTER END DATE (YYYYMMDD, 0 = NONE): '
001720             ACCEPT SC-END-DATE
001730         END-IF
001740         IF SC-ADD
001750             DISPLAY 'ENTER TRANSACTION TYPE (C=CHARGE): '
001760             ACCEPT SC-TRANS-TYPE
001770             DISPLAY 'ENTER CHARGE DESCRIPTION: '
001780             ACCEPT SC-DESCRIPTION
001790         END-IF
001800     END-IF.
001810*----------------------------------------------------------------
001820* 2000-PROCESS-SCHEDULE-CARD
001830* EDITS AND APPLIES ONE CARD GROUP, THEN GETS THE NEXT.  A CARD
001833* GROUP WITH NO OPERATOR ID IS REFUSED WHATEVER ITS ACTION - EVERY
001836* SCHEDULE CHANGE MUST NAME WHO MADE IT.
001840*----------------------------------------------------------------
001850 2000-PROCESS-SCHEDULE-CARD.
001860     SET WS-CARD-OK TO TRUE.
001870     PERFORM 2050-READ-EXISTING-SCHEDULE.
001880     EVALUATE TRUE
001882         WHEN SC-OPERATOR = SPACES
001884             DISPLAY 'NO OPERATOR ID - CARD REFUSED - '
001886                 SC-CUSTUMER-ID
001888             SET WS-CARD-BAD TO TRUE
001890         WHEN SC-SCHEDULE-NO = ZERO
001900             DISPLAY 'SCHEDULE NUMBER MUST BE 01 TO 99 - CARD '
001910                 'REFUSED - ' SC-CUSTUMER-ID
001920             SET WS-CARD-BAD TO TRUE
001930         WHEN SC-ADD
001940             PERFORM 2100-EDIT-ADD
001950             IF WS-CARD-OK
001960                 PERFORM 2300-ADD-SCHEDULE
001970             END-IF
001980         WHEN SC-CHANGE
001990             PERFORM 2400-CHANGE-SCHEDULE
002000         WHEN SC-CANCEL
002010             PERFORM 2500-CANCEL-SCHEDULE
002020         WHEN OTHER
002030             DISPLAY 'ACTION ' SC-ACTION ' NOT A, C OR X - CARD '
002040                 'REFUSED - ' SC-CUSTUMER-ID
002050             SET WS-CARD-BAD TO TRUE
002060     END-EVALUATE.
002070     IF WS-CARD-BAD
002080         ADD 1 TO WS-REFUSED-COUNT
002090     END-IF.
002100     PERFORM 1500-GET-NEXT-SCHEDULE-CARD.
002110*----------------------------------------------------------------
002120* 2050-READ-EXISTING-SCHEDULE
002130*----------------------------------------------------------------
002140 2050-READ-EXISTING-SCHEDULE.
002150     SET WS-SCHEDULE-ON-FILE TO TRUE.
002160     MOVE SC-CUSTUMER-ID TO RS-CUSTUMER-ID.
002170     MOVE SC-SCHEDULE-NO TO RS-SCHEDULE-NO.
002180     READ RECURRING-SCHEDULE-FILE
002190         INVALID KEY
002200             SET WS-SCHEDULE-NOT-ON-FILE TO TRUE
002210     END-READ.
002220*----------------------------------------------------------------
002230* 2100-EDIT-ADD
002240* THE CUSTOMER MUST BE A LIVE, UNMERGED ACCOUNT; THE SCHEDULE
002250* NUMBER MUST BE FREE; THE AMOUNT ABOVE ZERO; THE DATES REAL
002260* CALENDAR DATES WITH THE END NOT BEFORE THE START.  A BLANK
002270* TRANSACTION TYPE DEFAULTS TO 'C' - A STANDING CHARGE IS THE
002280* ONLY THING THE BILLING RUN POSTS.
002290*----------------------------------------------------------------
002300 2100-EDIT-ADD.
002310     MOVE SC-CUSTUMER-ID TO CUSTUMER-ID.
002320     READ CUSTOMER-MASTER-FILE
002330         INVALID KEY
002340             DISPLAY 'CUSTOMER NOT ON MASTER - SCHEDULE REFUSED '
002350                 '- ' SC-CUSTUMER-ID
002360             SET WS-CARD-BAD TO TRUE
002370     END-READ.
002380     IF SC-TRANS-TYPE = SPACE
002390         MOVE 'C' TO SC-TRANS-TYPE
002400     END-IF.
002410     IF WS-CARD-OK
002420         EVALUATE TRUE
002430             WHEN NOT CUSTOMER-NOT-MERGED
002440                 DISPLAY 'ACCOUNT MERGED TO ' CUSTOMER-MERGED-TO
002450                     ' - SCHEDULE REFUSED - ' SC-CUSTUMER-ID
002460                 SET WS-CARD-BAD TO TRUE
002470             WHEN CUSTOMER-CLOSED
002480                 DISPLAY 'ACCOUNT IS CLOSED - SCHEDULE REFUSED - '
002490                     SC-CUSTUMER-ID
002500                 SET WS-CARD-BAD TO TRUE
002510             WHEN WS-SCHEDULE-ON-FILE
002520                 DISPLAY 'SCHEDULE ' SC-SCHEDULE-NO ' ALREADY ON '
002530                     'FILE - SCHEDULE REFUSED - ' SC-CUSTUMER-ID
002540                 SET WS-CARD-BAD TO TRUE
002550             WHEN SC-CHARGE-AMOUNT NOT > ZERO
002560                 DISPLAY 'CHARGE AMOUNT MUST BE ABOVE ZERO - '
002570                     'SCHEDULE REFUSED - ' SC-CUSTUMER-ID
002580                 SET WS-CARD-BAD TO TRUE
002590             WHEN SC-FREQUENCY NOT = 'M' AND NOT = 'Q'
002600                 AND NOT = 'A'
002610                 DISPLAY 'FREQUENCY ' SC-FREQUENCY ' NOT M, Q OR '
002620                     'A - SCHEDULE REFUSED - ' SC-CUSTUMER-ID
002630                 SET WS-CARD-BAD TO TRUE
002640             WHEN SC-TRANS-TYPE NOT = 'C'
002650                 DISPLAY 'TRANSACTION TYPE ' SC-TRANS-TYPE
002660                     ' NOT C - SCHEDULE REFUSED - '
002670                     SC-CUSTUMER-ID
002680                 SET WS-CARD-BAD TO TRUE
002690             WHEN OTHER
002700                 CONTINUE
002710         END-EVALUATE
002720     END-IF.
002730     IF WS-CARD-OK
002740         MOVE SC-START-DATE TO WS-WORK-DATE
002750         PERFORM 2150-EDIT-CALENDAR-DATE
002760         IF WS-DATE-INVALID
002770             DISPLAY 'START DATE ' SC-START-DATE ' IS NOT A '
002780                 'CALENDAR DATE - SCHEDULE REFUSED - '
002790                 SC-CUSTUMER-ID
002800             SET WS-CARD-BAD TO TRUE
002810         END-IF
002820     END-IF.
002830     IF WS-CARD-OK AND SC-END-DATE NOT = ZERO
002840         PERFORM 2200-EDIT-END-DATE
002850     END-IF.
002860*----------------------------------------------------------------
002870* 2150-EDIT-CALENDAR-DATE
002880* SETS WS-DATE-SWITCH FOR THE DATE STAGED IN WS-WORK-DATE.
002890*----------------------------------------------------------------
002900 2150-EDIT-CALENDAR-DATE.
002910     SET WS-DATE-VALID TO TRUE.
002920     PERFORM 2160-SET-DAYS-IN-MONTH.
002930     IF WS-WORK-YEAR < 1900
002940         OR WS-WORK-MONTH < 1 OR WS-WORK-MONTH > 12
002950         OR WS-WORK-DAY < 1
002960         OR WS-WORK-DAY > WS-DAYS-IN-MONTH
002970         SET WS-DATE-INVALID TO TRUE
002980     END-IF.
002990*----------------------------------------------------------------
003000* 2160-SET-DAYS-IN-MONTH
003010*----------------------------------------------------------------
003020 2160-SET-DAYS-IN-MONTH.
003030     EVALUATE WS-WORK-MONTH
003040         WHEN 4
003050         WHEN 6
003060         WHEN 9
003070         WHEN 11
003080             MOVE 30 TO WS-DAYS-IN-MONTH
003090         WHEN 2
003100             DIVIDE WS-WORK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
003110                 REMAINDER WS-LEAP-REMAINDER
003120             IF WS-LEAP-REMAINDER = ZERO
003130                 MOVE 29 TO WS-DAYS-IN-MONTH
003140             ELSE
003150                 MOVE 28 TO WS-DAYS-IN-MONTH
003160             END-IF
003170         WHEN OTHER
003180             MOVE 31 TO WS-DAYS-IN-MONTH
003190     END-EVALUATE.
003200*----------------------------------------------------------------
003210* 2200-EDIT-END-DATE
003220* AN END DATE MUST BE A CALENDAR DATE NOT BEFORE THE START.  ON A
003230* CHANGE THE START IS THE ONE ALREADY ON FILE.
003240*----------------------------------------------------------------
003250 2200-EDIT-END-DATE.
003260     MOVE SC-END-DATE TO WS-WORK-DATE.
003270     PERFORM 2150-EDIT-CALENDAR-DATE.
003280     IF WS-DATE-INVALID
003290         DISPLAY 'END DATE ' SC-END-DATE ' IS NOT A CALENDAR '
003300             'DATE - CARD REFUSED - ' SC-CUSTUMER-ID
003310         SET WS-CARD-BAD TO TRUE
003320     ELSE
003330         IF (SC-ADD AND SC-END-DATE < SC-START-DATE)
003340             OR (SC-CHANGE AND SC-END-DATE < RS-START-DATE)
003350             DISPLAY 'END DATE ' SC-END-DATE ' IS BEFORE THE '
003360                 'START DATE - CARD REFUSED - ' SC-CUSTUMER-ID
003370             SET WS-CARD-BAD TO TRUE
003380         END-IF
003390     END-IF.
003400*----------------------------------------------------------------
003410* 2300-ADD-SCHEDULE
003420*----------------------------------------------------------------
003430 2300-ADD-SCHEDULE.
003440     MOVE SPACES TO RECSCHED-RECORD.
003450     MOVE SC-CUSTUMER-ID TO RS-CUSTUMER-ID.
003460     MOVE SC-SCHEDULE-NO TO RS-SCHEDULE-NO.
003470     SET RS-SCHEDULE-ACTIVE TO TRUE.
003480     MOVE SC-CHARGE-AMOUNT TO RS-CHARGE-AMOUNT.
003490     MOVE SC-FREQUENCY TO RS-FREQUENCY.
003500     MOVE SC-START-DATE TO RS-START-DATE.
003510     MOVE SC-END-DATE TO RS-END-DATE.
003520     MOVE SC-TRANS-TYPE TO RS-TRANS-TYPE.
003530     MOVE SC-DESCRIPTION TO RS-DESCRIPTION.
003540     MOVE WS-TODAY-DATE TO RS-SETUP-DATE.
003550     MOVE SC-OPERATOR TO RS-SETUP-OPERATOR.
003560     MOVE ZERO TO RS-CHANGE-DATE.
003570     MOVE ZERO TO RS-LAST-BILLED-PERIOD RS-LAST-BILLED-DATE.
003580     MOVE ZERO TO RS-BILLED-COUNT RS-BILLED-TOTAL.
003590     WRITE RECSCHED-RECORD
003600         INVALID KEY
003610             DISPLAY 'SCHEDULE WRITE FAILED - STATUS '
003620                 WS-RECSCHED-STATUS ' - ' SC-CUSTUMER-ID
003630             SET WS-CARD-BAD TO TRUE
003640     END-WRITE.
003650     IF WS-CARD-OK
003660         ADD 1 TO WS-ADD-COUNT
003670         DISPLAY 'SCHEDULE ' SC-SCHEDULE-NO ' ADDED FOR '
003680             SC-CUSTUMER-ID ' - ' RS-CHARGE-AMOUNT ' '
003690             RS-FREQUENCY ' FROM ' RS-START-DATE
003700     END-IF.
003710*----------------------------------------------------------------
003720* 2400-CHANGE-SCHEDULE
003730* ONLY AN ACTIVE SCHEDULE CAN BE CHANGED.  A ZERO AMOUNT OR END
003740* DATE CARD LEAVES THAT FIELD AS IT IS.
003750*----------------------------------------------------------------
003760 2400-CHANGE-SCHEDULE.
003770     IF WS-SCHEDULE-NOT-ON-FILE OR NOT RS-SCHEDULE-ACTIVE
003780         DISPLAY 'NO ACTIVE SCHEDULE ' SC-SCHEDULE-NO
003790             ' ON FILE - CHANGE REFUSED - ' SC-CUSTUMER-ID
003800         SET WS-CARD-BAD TO TRUE
003810     END-IF.
003820     IF WS-CARD-OK AND SC-CHARGE-AMOUNT < ZERO
003830         DISPLAY 'CHARGE AMOUNT MAY NOT BE NEGATIVE - CHANGE '
003840             'REFUSED - ' SC-CUSTUMER-ID
003850         SET WS-CARD-BAD TO TRUE
003860     END-IF.
003870     IF WS-CARD-OK AND SC-END-DATE NOT = ZERO
003880         PERFORM 2200-EDIT-END-DATE
003890     END-IF.
003900     IF WS-CARD-OK
003910         IF SC-CHARGE-AMOUNT > ZERO
003920             MOVE SC-CHARGE-AMOUNT TO RS-CHARGE-AMOUNT
003930         END-IF
003940         IF SC-END-DATE NOT = ZERO
003950             MOVE SC-END-DATE TO RS-END-DATE
003960         END-IF
003970         MOVE WS-TODAY-DATE TO RS-CHANGE-DATE
003980         MOVE SC-OPERATOR TO RS-CHANGE-OPERATOR
003990         REWRITE RECSCHED-RECORD
004000             INVALID KEY
004010                 DISPLAY 'SCHEDULE REWRITE FAILED - STATUS '
004020                     WS-RECSCHED-STATUS ' - ' SC-CUSTUMER-ID
004030                 SET WS-CARD-BAD TO TRUE
004040         END-REWRITE
004050     END-IF.
004060     IF WS-CARD-OK
004070         ADD 1 TO WS-CHANGE-COUNT
004080         DISPLAY 'SCHEDULE ' SC-SCHEDULE-NO ' CHANGED FOR '
004090             SC-CUSTUMER-ID ' - ' RS-CHARGE-AMOUNT ' TO '
004100             RS-END-DATE
004110     END-IF.
004120*----------------------------------------------------------------
004130* 2500-CANCEL-SCHEDULE
004140* THE RECORD STAYS ON FILE, MARKED CANCELLED, SO WHAT WAS BILLED
004150* UNDER IT CAN STILL BE SEEN.
004160*----------------------------------------------------------------
004170 2500-CANCEL-SCHEDULE.
004180     IF WS-SCHEDULE-NOT-ON-FILE OR NOT RS-SCHEDULE-ACTIVE
004190         DISPLAY 'NO ACTIVE SCHEDULE ' SC-SCHEDULE-NO
004200             ' ON FILE - CANCEL REFUSED - ' SC-CUSTUMER-ID
004210         SET WS-CARD-BAD TO TRUE
004220     ELSE
004230         SET RS-SCHEDULE-CANCELLED TO TRUE
004240         MOVE WS-TODAY-DATE TO RS-CHANGE-DATE
004250         MOVE SC-OPERATOR TO RS-CHANGE-OPERATOR
004260         REWRITE RECSCHED-RECORD
004270             INVALID KEY
004280                 DISPLAY 'SCHEDULE REWRITE FAILED - STATUS '
004290                     WS-RECSCHED-STATUS ' - ' SC-CUSTUMER-ID
004300                 SET WS-CARD-BAD TO TRUE
004310         END-REWRITE
004320         IF WS-CARD-OK
004330             ADD 1 TO WS-CANCEL-COUNT
004340             DISPLAY 'SCHEDULE ' SC-SCHEDULE-NO
004350                 ' CANCELLED FOR ' SC-CUSTUMER-ID
004360         END-IF
004370     END-IF.
004380*----------------------------------------------------------------
004390* 3000-PRINT-SUMMARY
004400*----------------------------------------------------------------
004410 3000-PRINT-SUMMARY.
004420     DISPLAY 'SCHEDULES ADDED      : ' WS-ADD-COUNT.
004430     DISPLAY 'SCHEDULES CHANGED    : ' WS-CHANGE-COUNT.
004440     DISPLAY 'SCHEDULES CANCELLED  : ' WS-CANCEL-COUNT.
004450     DISPLAY 'SCHEDULE CARDS REFUSED: ' WS-REFUSED-COUNT.
004460     IF WS-REFUSED-COUNT > ZERO
004470         MOVE 4 TO RETURN-CODE
004480     END-IF.
004490*----------------------------------------------------------------
004500* 9000-TERMINATE
004510*----------------------------------------------------------------
004520 9000-TERMINATE.
004530     CLOSE CUSTOMER-MASTER-FILE.
004540     CLOSE RECURRING-SCHEDULE-FILE.
004550 END PROGRAM CUSTRCHG.
