000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTPLAN.
000030 AUTHOR. JULIO.
000040 INSTALLATION. CUSTOMER-ACCOUNTING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  JR   ORIGINAL - INSTALLMENT PAYMENT-PLAN
000110*                  MAINTENANCE.  COLLECTIONS AGREE TO LET A
000120*                  CUSTOMER PAY A BALANCE OFF IN INSTALLMENTS BUT
000130*                  HAD NOWHERE TO RECORD THE AGREEMENT.  SYSIN
000140*                  SUPPLIES ONE CARD GROUP PER PLAN (ZERO
000150*                  CUSTUMER-ID SENTINEL ENDS THE DECK): ACTION 'S'
000160*                  SETS A PLAN UP - AGREED AMOUNT, INSTALLMENT
000170*                  COUNT, FIRST DUE DATE AND FREQUENCY (WEEKLY,
000180*                  BIWEEKLY OR MONTHLY) - AND BUILDS THE DUE-DATE
000190*                  SCHEDULE ON THE PAYPLAN FILE; ACTION 'X'
000200*                  CANCELS AN OPEN PLAN.  EVERY CHANGE IS STAMPED
000210*                  WITH THE OPERATOR CARD, AND A CARD GROUP WITH
000215*                  NO OPERATOR ID IS REFUSED.  THE MASTER IS ONLY
000220*                  READ, SO NO CUSTLOCK LATCH IS TAKEN - THE SAME
000230*                  AS CUSTINQ.  CUSTPLCK MARKS THE INSTALLMENTS
000240*                  KEPT OR BROKEN EACH NIGHT.
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
000370     SELECT PAYMENT-PLAN-FILE ASSIGN TO PAYPLAN
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS PP-CUSTUMER-ID
000410         FILE STATUS IS WS-PAYPLAN-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  CUSTOMER-MASTER-FILE
000450     LABEL RECORDS ARE STANDARD.
000460     COPY CUSTREC.
000470 FD  PAYMENT-PLAN-FILE
000480     LABEL RECORDS ARE STANDARD.
000490     COPY CUSTPLNR.
000500 WORKING-STORAGE SECTION.
000510 01  WS-CUSTMAST-STATUS PIC X(02) VALUE '00'.
000520     88 WS-CUSTMAST-OK VALUE '00'.
000530 01  WS-PAYPLAN-STATUS PIC X(02) VALUE '00'.
000540     88 WS-PAYPLAN-OK VALUE '00'.
000550 01  WS-INPUT-EOF-SWITCH PIC X(01) VALUE 'N'.
000560     88 WS-END-OF-INPUT VALUE 'Y'.
000570 01  WS-RUN-SWITCH PIC X(01) VALUE 'Y'.
000580     88 WS-RUN-USABLE VALUE 'Y'.
000590     88 WS-RUN-UNUSABLE VALUE 'N'.
000600 01  WS-CARD-OK-SWITCH PIC X(01) VALUE 'Y'.
000610     88 WS-CARD-OK VALUE 'Y'.
000620     88 WS-CARD-BAD VALUE 'N'.
000630 01  WS-PLAN-ON-FILE-SWITCH PIC X(01) VALUE 'N'.
000640     88 WS-PLAN-ON-FILE VALUE 'Y'.
000650     88 WS-PLAN-NOT-ON-FILE VALUE 'N'.
000660 01  WS-TODAY-DATE PIC 9(08) VALUE ZERO.
000670*----------------------------------------------------------------
000680* ONE PLAN CARD GROUP, READ FIELD BY FIELD FROM SYSIN.
000690*----------------------------------------------------------------
000700 01  WS-PLAN-CARD.
000710     05 PC-CUSTUMER-ID PIC 9(06) VALUE ZERO.
000720     05 PC-ACTION PIC X(01) VALUE SPACE.
000730         88 PC-SET-UP VALUE 'S'.
000740         88 PC-CANCEL VALUE 'X'.
000750     05 PC-OPERATOR PIC X(08) VALUE SPACES.
000760     05 PC-PLAN-AMOUNT PIC S9(09)V99 VALUE ZERO.
000770     05 PC-INSTALLMENT-COUNT PIC 9(02) VALUE ZERO.
000780     05 PC-FIRST-DUE-DATE PIC 9(08) VALUE ZERO.
000790     05 PC-FREQUENCY PIC X(01) VALUE SPACE.
000800         88 PC-FREQUENCY-VALID VALUE 'W' 'B' 'M'.
000810 77  WS-MAX-INSTALLMENTS PIC 9(02) VALUE 24.
000820 77  I PIC 9(02) VALUE ZERO.
000830*----------------------------------------------------------------
000840* DATE WORK AREA - A CALENDAR DATE PULLED APART FOR THE VALIDITY
000850* EDIT AND FOR STEPPING A MONTHLY SCHEDULE FORWARD.
000860*----------------------------------------------------------------
000870 01  WS-WORK-DATE PIC 9(08) VALUE ZERO.
000880 01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
000890     05 WS-WORK-YEAR PIC 9(04).
000900     05 WS-WORK-MONTH PIC 9(02).
000910     05 WS-WORK-DAY PIC 9(02).
000920 01  WS-DAYS-IN-MONTH PIC 9(02) VALUE ZERO.
000930 01  WS-LEAP-QUOTIENT PIC 9(04) VALUE ZERO.
000940 01  WS-LEAP-REMAINDER PIC 9(04) VALUE ZERO.
000950 01  WS-INTERVAL-DAYS PIC 9(02) VALUE ZERO.
000960 01  WS-DAY-NUMBER PIC 9(08) VALUE ZERO.
000970 01  WS-COUNTERS.
000980     05 WS-SETUP-COUNT PIC 9(07) COMP VALUE ZERO.
000990     05 WS-CANCEL-COUNT PIC 9(07) COMP VALUE ZERO.
001000     05 WS-REFUSED-COUNT PIC 9(07) COMP VALUE ZERO.
001010 PROCEDURE DIVISION.
001020*----------------------------------------------------------------
001030* 0000-MAINLINE
001040*----------------------------------------------------------------
001050 0000-MAINLINE.
001060     PERFORM 1000-INITIALIZE.
001070     IF WS-RUN-USABLE
001080         PERFORM 2000-PROCESS-PLAN-CARD UNTIL WS-END-OF-INPUT
001090         PERFORM 3000-PRINT-SUMMARY
001100         PERFORM 9000-TERMINATE
001110     END-IF.
001120     STOP RUN.
001130*----------------------------------------------------------------
001140* 1000-INITIALIZE
001150* A MISSING MASTER IS REFUSED OUTRIGHT.  A MISSING PAYPLAN FILE
001160* IS CREATED EMPTY ON THE FIRST RUN.
001170*----------------------------------------------------------------
001180 1000-INITIALIZE.
001190     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
001200     OPEN INPUT CUSTOMER-MASTER-FILE.
001210     IF WS-CUSTMAST-STATUS = '35'
001220         DISPLAY 'CUSTOMER MASTER DOES NOT EXIST - NO PLAN CAN '
001230             'BE SET UP'
001240         MOVE 16 TO RETURN-CODE
001250         SET WS-RUN-UNUSABLE TO TRUE
001260     ELSE
001270         OPEN I-O PAYMENT-PLAN-FILE
001280         IF WS-PAYPLAN-STATUS = '35'
001290             OPEN OUTPUT PAYMENT-PLAN-FILE
001300             CLOSE PAYMENT-PLAN-FILE
001310             OPEN I-O PAYMENT-PLAN-FILE
001320         END-IF
001330         PERFORM 1500-GET-NEXT-PLAN-CARD
001340     END-IF.
001350*----------------------------------------------------------------
001360* 1500-GET-NEXT-PLAN-CARD
001370* ACCEPTS ONE PLAN CARD GROUP.  A ZERO CUSTUMER-ID IS THE END-OF-
001380* DECK SENTINEL, THE SAME STYLE CUSTMRGE USES.  THE AMOUNT,
001390* COUNT, DATE AND FREQUENCY CARDS FOLLOW ONLY A SET-UP.
001400*----------------------------------------------------------------
001410 1500-GET-NEXT-PLAN-CARD.
001420     DISPLAY 'ENTER CUSTUMER-ID FOR PAYMENT PLAN (0 TO END): '.
001430     ACCEPT PC-CUSTUMER-ID.
001440     IF PC-CUSTUMER-ID = ZERO
001450         SET WS-END-OF-INPUT TO TRUE
001460     ELSE
001470         DISPLAY 'ENTER ACTION (S=SET UP, X=CANCEL): '
001480         ACCEPT PC-ACTION
001490         DISPLAY 'ENTER OPERATOR ID: '
001500         ACCEPT PC-OPERATOR
001510         IF PC-SET-UP
001520             DISPLAY 'ENTER AGREED PLAN AMOUNT: '
001530             ACCEPT PC-PLAN-AMOUNT
001540             DISPLAY 'ENTER NUMBER OF INSTALLMENTS: '
001550             ACCEPT PC-INSTALLMENT-COUNT
001560             DISPLAY 'ENTER FIRST DUE DATE (YYYYMMDD): '
001570             ACCEPT PC-FIRST-DUE-DATE
001580             DISPLAY 'ENTER FREQUENCY (W=WEEKLY, B=BIWEEKLY, '
001590                 'M=MONTHLY): '
001600             ACCEPT PC-FREQUENCY
001610         END-IF
001620     END-IF.
001630*----------------------------------------------------------------
001640* 2000-PROCESS-PLAN-CARD
001650* EDITS AND APPLIES ONE CARD GROUP, THEN GETS THE NEXT.  A CARD
001653* GROUP WITH NO OPERATOR ID IS REFUSED WHATEVER ITS ACTION - EVERY
001656* PLAN CHANGE MUST NAME WHO MADE IT.
001660*----------------------------------------------------------------
001670 2000-PROCESS-PLAN-CARD.
001680     SET WS-CARD-OK TO TRUE.
001690     PERFORM 2050-READ-EXISTING-PLAN.
001700     EVALUATE TRUE
001702         WHEN PC-OPERATOR = SPACES
001704             DISPLAY 'NO OPERATOR ID - CARD REFUSED - '
001706                 PC-CUSTUMER-ID
001708             SET WS-CARD-BAD TO TRUE
001710         WHEN PC-SET-UP
001720             PERFORM 2100-EDIT-SET-UP
001730             IF WS-CARD-OK
001740                 PERFORM 2300-SET-UP-PLAN
001750             END-IF
001760         WHEN PC-CANCEL
001770             PERFORM 2500-CANCEL-PLAN
001780         WHEN OTHER
001790             DISPLAY 'ACTION ' PC-ACTION ' NOT S OR X - CARD '
001800                 'REFUSED - ' PC-CUSTUMER-ID
001810             SET WS-CARD-BAD TO TRUE
001820     END-EVALUATE.
001830     IF WS-CARD-BAD
001840         ADD 1 TO WS-REFUSED-COUNT
001850     END-IF.
001860     PERFORM 1500-GET-NEXT-PLAN-CARD.
001870*----------------------------------------------------------------
001880* 2050-READ-EXISTING-PLAN
001890*----------------------------------------------------------------
001900 2050-READ-EXISTING-PLAN.
001910     SET WS-PLAN-ON-FILE TO TRUE.
001920     MOVE PC-CUSTUMER-ID TO PP-CUSTUMER-ID.
001930     READ PAYMENT-PLAN-FILE
001940         INVALID KEY
001950             SET WS-PLAN-NOT-ON-FILE TO TRUE
001960     END-READ.
001970*----------------------------------------------------------------
001980* 2100-EDIT-SET-UP
001990* THE CUSTOMER MUST BE A LIVE, UNMERGED ACCOUNT OWING MONEY; THE
002000* PLAN MUST NOT EXCEED THE BALANCE; AN OPEN PLAN MUST BE CANCELLED
002010* BEFORE A NEW ONE REPLACES IT; AND THE SCHEDULE FIELDS MUST
002020* MAKE A REAL SCHEDULE STARTING AFTER TODAY.
002030*----------------------------------------------------------------
002040 2100-EDIT-SET-UP.
002050     MOVE PC-CUSTUMER-ID TO CUSTUMER-ID.
002060     READ CUSTOMER-MASTER-FILE
002070         INVALID KEY
002080             DISPLAY 'CUSTOMER NOT ON MASTER - PLAN REFUSED - '
002090                 PC-CUSTUMER-ID
002100             SET WS-CARD-BAD TO TRUE
002110     END-READ.
002120     IF WS-CARD-OK
002130         EVALUATE TRUE
002140             WHEN NOT CUSTOMER-NOT-MERGED
002150                 DISPLAY 'ACCOUNT MERGED TO ' CUSTOMER-MERGED-TO
002160                     ' - PLAN REFUSED - ' PC-CUSTUMER-ID
002170                 SET WS-CARD-BAD TO TRUE
002180             WHEN CUSTOMER-CLOSED
002190                 DISPLAY 'ACCOUNT IS CLOSED - PLAN REFUSED - '
002200                     PC-CUSTUMER-ID
002210                 SET WS-CARD-BAD TO TRUE
002220             WHEN PC-PLAN-AMOUNT NOT > ZERO
002230                 DISPLAY 'PLAN AMOUNT MUST BE ABOVE ZERO - PLAN '
002240                     'REFUSED - ' PC-CUSTUMER-ID
002250                 SET WS-CARD-BAD TO TRUE
002260             WHEN PC-PLAN-AMOUNT > CUSTOMER-BALANCE
002270                 DISPLAY 'PLAN AMOUNT EXCEEDS BALANCE OWED '
002280                     CUSTOMER-BALANCE ' - PLAN REFUSED - '
002290                     PC-CUSTUMER-ID
002300                 SET WS-CARD-BAD TO TRUE
002310             WHEN OTHER
002320                 CONTINUE
002330         END-EVALUATE
002340     END-IF.
002350     IF WS-CARD-OK AND WS-PLAN-ON-FILE AND PP-PLAN-OPEN
002360         DISPLAY 'AN OPEN PLAN IS ALREADY ON FILE - CANCEL IT '
002370             'FIRST - PLAN REFUSED - ' PC-CUSTUMER-ID
002380         SET WS-CARD-BAD TO TRUE
002390     END-IF.
002400     IF WS-CARD-OK
002410         IF PC-INSTALLMENT-COUNT < 1
002420             OR PC-INSTALLMENT-COUNT > WS-MAX-INSTALLMENTS
002430             DISPLAY 'INSTALLMENT COUNT MUST BE 1 TO '
002440                 WS-MAX-INSTALLMENTS ' - PLAN REFUSED - '
002450                 PC-CUSTUMER-ID
002460             SET WS-CARD-BAD TO TRUE
002470         END-IF
002480         IF NOT PC-FREQUENCY-VALID
002490             DISPLAY 'FREQUENCY ' PC-FREQUENCY ' NOT W, B OR M '
002500                 '- PLAN REFUSED - ' PC-CUSTUMER-ID
002510             SET WS-CARD-BAD TO TRUE
002520         END-IF
002530         PERFORM 2150-EDIT-FIRST-DUE-DATE
002540     END-IF.
002550*----------------------------------------------------------------
002560* 2150-EDIT-FIRST-DUE-DATE
002570* A REAL CALENDAR DATE AFTER TODAY.  A MONTHLY PLAN MUST FALL DUE
002580* ON DAY 1 TO 28 SO EVERY LATER MONTH HAS THE SAME DUE DAY.
002590*----------------------------------------------------------------
002600 2150-EDIT-FIRST-DUE-DATE.
002610     MOVE PC-FIRST-DUE-DATE TO WS-WORK-DATE.
002620     PERFORM 2160-SET-DAYS-IN-MONTH.
002630     EVALUATE TRUE
002640         WHEN WS-WORK-DATE NOT > WS-TODAY-DATE
002650             DISPLAY 'FIRST DUE DATE ' PC-FIRST-DUE-DATE
002660                 ' IS NOT AFTER TODAY - PLAN REFUSED - '
002670                 PC-CUSTUMER-ID
002680             SET WS-CARD-BAD TO TRUE
002690         WHEN WS-WORK-MONTH < 1 OR WS-WORK-MONTH > 12
002700             OR WS-WORK-DAY < 1
002710             OR WS-WORK-DAY > WS-DAYS-IN-MONTH
002720             DISPLAY 'FIRST DUE DATE ' PC-FIRST-DUE-DATE
002730                 ' IS NOT A CALENDAR DATE - PLAN REFUSED - '
002740                 PC-CUSTUMER-ID
002750             SET WS-CARD-BAD TO TRUE
002760         WHEN PC-FREQUENCY = 'M' AND WS-WORK-DAY > 28
002770             DISPLAY 'MONTHLY PLANS MUST FALL DUE ON DAY 1 TO '
002780                 '28 - PLAN REFUSED - ' PC-CUSTUMER-ID
002790             SET WS-CARD-BAD TO TRUE
002800         WHEN OTHER
002810             CONTINUE
002820     END-EVALUATE.
002830*----------------------------------------------------------------
002840* 2160-SET-DAYS-IN-MONTH
002850*----------------------------------------------------------------
002860 2160-SET-DAYS-IN-MONTH.
002870     EVALUATE WS-WORK-MONTH
002880         WHEN 4
002890         WHEN 6
002900         WHEN 9
002910         WHEN 11
002920             MOVE 30 TO WS-DAYS-IN-MONTH
002930         WHEN 2
002940             DIVIDE WS-WORK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
002950                 REMAINDER WS-LEAP-REMAINDER
002960             IF WS-LEAP-REMAINDER = ZERO
002970                 MOVE 29 TO WS-DAYS-IN-MONTH
002980             ELSE
002990                 MOVE 28 TO WS-DAYS-IN-MONTH
003000             END-IF
003010         WHEN OTHER
003020             MOVE 31 TO WS-DAYS-IN-MONTH
003030     END-EVALUATE.
003040*----------------------------------------------------------------
003050* 2300-SET-UP-PLAN
003060* BUILDS THE PLAN AND ITS DUE-DATE SCHEDULE.  THE INSTALLMENT
003070* AMOUNT IS THE PLAN AMOUNT OVER THE COUNT, TRUNCATED TO THE CENT,
003080* AND IS THE ONLY AMOUNT STORED - THE SCHEDULE HOLDS DUE DATES,
003082* NOT AMOUNTS.  THE DIVISION REMAINDER IS PICKED UP BY CUSTPLCK,
003084* WHICH HOLDS THE LAST INSTALLMENT TO THE WHOLE PLAN AMOUNT.
003090* A CANCELLED OR COMPLETED PLAN ALREADY ON FILE IS REPLACED.
003100*----------------------------------------------------------------
003110 2300-SET-UP-PLAN.
003120     MOVE SPACES TO PAYPLAN-RECORD.
003130     MOVE PC-CUSTUMER-ID TO PP-CUSTUMER-ID.
003140     SET PP-PLAN-ACTIVE TO TRUE.
003150     MOVE WS-TODAY-DATE TO PP-SETUP-DATE.
003160     MOVE PC-OPERATOR TO PP-SETUP-OPERATOR.
003170     MOVE ZERO TO PP-CANCEL-DATE.
003180     MOVE PC-PLAN-AMOUNT TO PP-PLAN-AMOUNT.
003190     MOVE PC-INSTALLMENT-COUNT TO PP-INSTALLMENT-COUNT.
003200     COMPUTE PP-INSTALLMENT-AMOUNT =
003210         PC-PLAN-AMOUNT / PC-INSTALLMENT-COUNT.
003220     MOVE PC-FREQUENCY TO PP-FREQUENCY.
003230     MOVE ZERO TO PP-KEPT-COUNT PP-BROKEN-COUNT.
003240     MOVE ZERO TO PP-LAST-CHECK-DATE PP-PAID-TO-DATE.
003250     PERFORM 2350-CLEAR-INSTALLMENT
003260         VARYING I FROM 1 BY 1 UNTIL I > WS-MAX-INSTALLMENTS.
003270     MOVE PC-FIRST-DUE-DATE TO PP-DUE-DATE(1).
003280     EVALUATE TRUE
003290         WHEN PP-WEEKLY
003300             MOVE 7 TO WS-INTERVAL-DAYS
003310         WHEN PP-BIWEEKLY
003320             MOVE 14 TO WS-INTERVAL-DAYS
003330         WHEN OTHER
003340             MOVE ZERO TO WS-INTERVAL-DAYS
003350     END-EVALUATE.
003360     PERFORM 2400-SCHEDULE-NEXT-DUE-DATE
003370         VARYING I FROM 2 BY 1 UNTIL I > PP-INSTALLMENT-COUNT.
003380     IF WS-PLAN-ON-FILE
003390         REWRITE PAYPLAN-RECORD
003400             INVALID KEY
003410                 DISPLAY 'PLAN REWRITE FAILED - STATUS '
003420                     WS-PAYPLAN-STATUS ' - ' PC-CUSTUMER-ID
003430                 SET WS-CARD-BAD TO TRUE
003440         END-REWRITE
003450     ELSE
003460         WRITE PAYPLAN-RECORD
003470             INVALID KEY
003480                 DISPLAY 'PLAN WRITE FAILED - STATUS '
003490                     WS-PAYPLAN-STATUS ' - ' PC-CUSTUMER-ID
003500                 SET WS-CARD-BAD TO TRUE
003510         END-WRITE
003520     END-IF.
003530     IF WS-CARD-OK
003540         ADD 1 TO WS-SETUP-COUNT
003550         DISPLAY 'PLAN SET UP FOR ' PC-CUSTUMER-ID ' - '
003560             PP-INSTALLMENT-COUNT ' INSTALLMENTS, FIRST DUE '
003570             PP-DUE-DATE(1) ', LAST DUE '
003580             PP-DUE-DATE(PP-INSTALLMENT-COUNT)
003590     END-IF.
003600*----------------------------------------------------------------
003610* 2350-CLEAR-INSTALLMENT
003620*----------------------------------------------------------------
003630 2350-CLEAR-INSTALLMENT.
003640     MOVE ZERO TO PP-DUE-DATE(I).
003650     MOVE SPACE TO PP-INST-STATUS(I).
003660     MOVE ZERO TO PP-INST-PAID(I).
003670*----------------------------------------------------------------
003680* 2400-SCHEDULE-NEXT-DUE-DATE
003690* WEEKLY AND BIWEEKLY STEP A FIXED NUMBER OF DAYS; MONTHLY STEPS
003700* THE CALENDAR MONTH, KEEPING THE SAME DUE DAY.
003710*----------------------------------------------------------------
003720 2400-SCHEDULE-NEXT-DUE-DATE.
003730     IF WS-INTERVAL-DAYS > ZERO
003740         COMPUTE WS-DAY-NUMBER =
003750             FUNCTION INTEGER-OF-DATE(PP-DUE-DATE(I - 1))
003760             + WS-INTERVAL-DAYS
003770         COMPUTE PP-DUE-DATE(I) =
003780             FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
003790     ELSE
003800         MOVE PP-DUE-DATE(I - 1) TO WS-WORK-DATE
003810         IF WS-WORK-MONTH = 12
003820             MOVE 1 TO WS-WORK-MONTH
003830             ADD 1 TO WS-WORK-YEAR
003840         ELSE
003850             ADD 1 TO WS-WORK-MONTH
003860         END-IF
003870         MOVE WS-WORK-DATE TO PP-DUE-DATE(I)
003880     END-IF.
003890*----------------------------------------------------------------
003900* 2500-CANCEL-PLAN
003910* ONLY AN OPEN PLAN CAN BE CANCELLED.  THE RECORD STAYS ON FILE,
003920* MARKED CANCELLED, SO CUSTINQ STILL SHOWS WHAT WAS AGREED.
003930*----------------------------------------------------------------
003940 2500-CANCEL-PLAN.
003950     IF WS-PLAN-NOT-ON-FILE OR NOT PP-PLAN-OPEN
003960         DISPLAY 'NO OPEN PLAN ON FILE - CANCEL REFUSED - '
003970             PC-CUSTUMER-ID
003980         SET WS-CARD-BAD TO TRUE
003990     ELSE
004000         SET PP-PLAN-CANCELLED TO TRUE
004010         MOVE WS-TODAY-DATE TO PP-CANCEL-DATE
004020         MOVE PC-OPERATOR TO PP-CANCEL-OPERATOR
004030         REWRITE PAYPLAN-RECORD
004040             INVALID KEY
004050                 DISPLAY 'PLAN REWRITE FAILED - STATUS '
004060                     WS-PAYPLAN-STATUS ' - ' PC-CUSTUMER-ID
004070                 SET WS-CARD-BAD TO TRUE
004080         END-REWRITE
004090         IF WS-CARD-OK
004100             ADD 1 TO WS-CANCEL-COUNT
004110             DISPLAY 'PLAN CANCELLED FOR ' PC-CUSTUMER-ID
004120         END-IF
004130     END-IF.
004140*----------------------------------------------------------------
004150* 3000-PRINT-SUMMARY
004160*----------------------------------------------------------------
004170 3000-PRINT-SUMMARY.
004180     DISPLAY 'PAYMENT PLANS SET UP : ' WS-SETUP-COUNT.
004190     DISPLAY 'PAYMENT PLANS CANCELLED: ' WS-CANCEL-COUNT.
004200     DISPLAY 'PLAN CARDS REFUSED   : ' WS-REFUSED-COUNT.
004210     IF WS-REFUSED-COUNT > ZERO
004220         MOVE 4 TO RETURN-CODE
004230     END-IF.
004240*----------------------------------------------------------------
004250* 9000-TERMINATE
004260*----------------------------------------------------------------
004270 9000-TERMINATE.
004280     CLOSE CUSTOMER-MASTER-FILE.
004290     CLOSE PAYMENT-PLAN-FILE.
004300 END PROGRAM CUSTPLAN.
