000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTWORK.
000030 AUTHOR. JULIO.
000040 INSTALLATION. CUSTOMER-ACCOUNTING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  JR   ORIGINAL - DAILY PRIORITIZED COLLECTOR
000110*                  WORKLIST.  EVERY OPEN, UNMERGED ACCOUNT STILL
000120*                  OWING MONEY IS SCORED ON THE BALANCE OWED, THE
000130*                  DAYS SINCE ITS LAST CUSTHIST PAYMENT, A HOLD
000140*                  STATUS, ADJUSTMENTS STILL PENDING ON CALCSUSP
000150*                  AND THE INSTALLMENTS BROKEN ON AN OPEN PAYPLAN
000160*                  PROMISE.  ACCOUNTS ARE SPLIT INTO THREE
000170*                  COLLECTOR QUEUES BY SCORE BAND (SYSIN FLOORS),
000180*                  PRINTED ON WKLRPT IN PRIORITY ORDER AND
000190*                  WRITTEN TO THE WORKLIST FILE.  YESTERDAY'S
000200*                  WORKLIST GENERATION IS READ BACK SO AN ACCOUNT
000210*                  STILL ON THE LIST WITH NOTHING CHANGED SINCE
000220*                  IS MARKED CARRIED OVER.  THE HISTORY, SUSPENSE
000230*                  AND PRIOR LIST ARE SORTED TOGETHER BY
000240*                  CUSTUMER-ID AND MATCHED AGAINST THE MASTER IN
000250*                  KEY ORDER THE SAME WAY CUSTDUNN DOES; THE
000260*                  SCORED ACCOUNTS GO THROUGH A SECOND SORT INTO
000270*                  PRIORITY ORDER.  READ-ONLY AGAINST THE MASTER.
000280*----------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. IBM-370.
000320 OBJECT-COMPUTER. IBM-370.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS CUSTUMER-ID
000390         FILE STATUS IS WS-CUSTMAST-STATUS.
000400     SELECT CUSTOMER-HISTORY-FILE ASSIGN TO CUSTHIST
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-CUSTHIST-STATUS.
000430     SELECT CALC-SUSPENSE-FILE ASSIGN TO CALCSUSP
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-CALCSUSP-STATUS.
000460     SELECT PAYMENT-PLAN-FILE ASSIGN TO PAYPLAN
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS PP-CUSTUMER-ID
000500         FILE STATUS IS WS-PAYPLAN-STATUS.
000510     SELECT PRIOR-WORKLIST-FILE ASSIGN TO WKLPRIOR
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-WKLPRIOR-STATUS.
000540     SELECT ACTIVITY-SORT-FILE ASSIGN TO SORTWK01.
000550     SELECT SCORE-WORK-FILE ASSIGN TO SCOREWRK
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-SCOREWRK-STATUS.
000580     SELECT PRIORITY-SORT-FILE ASSIGN TO SORTWK01.
000590     SELECT WORKLIST-FILE ASSIGN TO WORKLIST
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-WORKLIST-STATUS.
000620     SELECT WORKLIST-REPORT ASSIGN TO WKLRPT
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-WKLRPT-STATUS.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  CUSTOMER-MASTER-FILE
000680     LABEL RECORDS ARE STANDARD.
000690     COPY CUSTREC.
000700 FD  CUSTOMER-HISTORY-FILE
000710     LABEL RECORDS ARE STANDARD.
000720     COPY CUSTHIST.
000730 FD  CALC-SUSPENSE-FILE
000740     LABEL RECORDS ARE STANDARD.
000750 01  CALC-SUSPENSE-LINE PIC X(130).
000760 FD  PAYMENT-PLAN-FILE
000770     LABEL RECORDS ARE STANDARD.
000780     COPY CUSTPLNR.
000790 FD  PRIOR-WORKLIST-FILE
000800     LABEL RECORDS ARE STANDARD
000810     RECORDING MODE IS F.
000820 01  PRIOR-WORKLIST-LINE PIC X(120).
000830*----------------------------------------------------------------
000840* ACTIVITY SORT - EVERYTHING KNOWN ABOUT AN ACCOUNT APART FROM THE
000850* MASTER, BROUGHT TOGETHER BY CUSTUMER-ID.  AS-SOURCE '1' IS A
000860* CUSTHIST RECORD, '2' A PENDING CALCSUSP ADJUSTMENT AND '3' THE
000870* ACCOUNT'S ENTRY ON YESTERDAY'S WORKLIST.
000880*----------------------------------------------------------------
000890 SD  ACTIVITY-SORT-FILE.
000900 01  ACTIVITY-SORT-RECORD.
000910     05 AS-CUSTUMER-ID PIC 9(06).
000920     05 AS-SOURCE PIC X(01).
000930         88 AS-FROM-HISTORY VALUE '1'.
000940         88 AS-FROM-SUSPENSE VALUE '2'.
000950         88 AS-FROM-PRIOR-LIST VALUE '3'.
000960     05 AS-DATE PIC 9(08).
000970     05 AS-TRANS-TYPE PIC X(01).
000980     05 AS-PRIOR-BALANCE PIC S9(09)V99.
000990     05 AS-PRIOR-STATUS PIC X(01).
001000     05 AS-PRIOR-ACTIVITY-DATE PIC 9(08).
001010     05 AS-PRIOR-PENDING PIC 9(02).
001020     05 AS-PRIOR-BROKEN PIC 9(02).
001030     05 AS-PRIOR-FIRST-LISTED PIC 9(08).
001040 FD  SCORE-WORK-FILE
001050     LABEL RECORDS ARE STANDARD
001060     RECORDING MODE IS F.
001070 01  SCORE-WORK-LINE PIC X(120).
001080*----------------------------------------------------------------
001090* PRIORITY SORT - THE SCORED ACCOUNTS, KEYED ON THE QUEUE, SCORE,
001100* BALANCE AND ID THAT LEAD THE CUSTWRKR LAYOUT.
001110*----------------------------------------------------------------
001120 SD  PRIORITY-SORT-FILE.
001130 01  PRIORITY-SORT-RECORD.
001140     05 PS-QUEUE PIC 9(01).
001150     05 PS-SCORE PIC 9(04).
001160     05 PS-BALANCE PIC S9(09)V99.
001170     05 PS-CUSTUMER-ID PIC 9(06).
001180     05 FILLER PIC X(98).
001190 FD  WORKLIST-FILE
001200     LABEL RECORDS ARE STANDARD
001210     RECORDING MODE IS F.
001220 01  WORKLIST-LINE PIC X(120).
001230 FD  WORKLIST-REPORT
001240     LABEL RECORDS ARE STANDARD
001250     RECORDING MODE IS F.
001260 01  WKL-LINE PIC X(80).
001270 WORKING-STORAGE SECTION.
001280 01  WS-CUSTMAST-STATUS PIC X(02) VALUE '00'.
001290     88 WS-CUSTMAST-OK VALUE '00'.
001300 01  WS-CUSTHIST-STATUS PIC X(02) VALUE '00'.
001310 01  WS-CALCSUSP-STATUS PIC X(02) VALUE '00'.
001320 01  WS-PAYPLAN-STATUS PIC X(02) VALUE '00'.
001330     88 WS-PAYPLAN-OK VALUE '00'.
001340 01  WS-WKLPRIOR-STATUS PIC X(02) VALUE '00'.
001350 01  WS-SCOREWRK-STATUS PIC X(02) VALUE '00'.
001360 01  WS-WORKLIST-STATUS PIC X(02) VALUE '00'.
001370 01  WS-WKLRPT-STATUS PIC X(02) VALUE '00'.
001380 01  WS-HIST-EOF-SWITCH PIC X(01) VALUE 'N'.
001390     88 WS-END-OF-HISTORY VALUE 'Y'.
001400 01  WS-SUSP-EOF-SWITCH PIC X(01) VALUE 'N'.
001410     88 WS-END-OF-SUSPENSE VALUE 'Y'.
001420 01  WS-PRIOR-EOF-SWITCH PIC X(01) VALUE 'N'.
001430     88 WS-END-OF-PRIOR-LIST VALUE 'Y'.
001440 01  WS-MAST-EOF-SWITCH PIC X(01) VALUE 'N'.
001450     88 WS-END-OF-MASTER VALUE 'Y'.
001460 01  WS-SORT-EOF-SWITCH PIC X(01) VALUE 'N'.
001470     88 WS-END-OF-ACTIVITY VALUE 'Y'.
001480 01  WS-PRIORITY-EOF-SWITCH PIC X(01) VALUE 'N'.
001490     88 WS-END-OF-PRIORITY VALUE 'Y'.
001500 01  WS-RUN-SWITCH PIC X(01) VALUE 'Y'.
001510     88 WS-RUN-USABLE VALUE 'Y'.
001520     88 WS-RUN-UNUSABLE VALUE 'N'.
001530 01  WS-PAYPLAN-SWITCH PIC X(01) VALUE 'N'.
001540     88 WS-PAYPLAN-OPEN VALUE 'Y'.
001550 01  WS-TODAY-DATE PIC 9(08) VALUE ZERO.
001560*----------------------------------------------------------------
001570* QUEUE FLOORS FROM SYSIN - THE LOWEST SCORE THAT PUTS AN ACCOUNT
001580* IN QUEUE 1, 2 AND 3.  AN ACCOUNT SCORING UNDER THE QUEUE 3
001590* FLOOR IS NOT WORKED TODAY AND IS ONLY COUNTED.
001600*----------------------------------------------------------------
001610 01  WS-QUEUE-1-FLOOR PIC 9(04) VALUE ZERO.
001620 01  WS-QUEUE-2-FLOOR PIC 9(04) VALUE ZERO.
001630 01  WS-QUEUE-3-FLOOR PIC 9(04) VALUE ZERO.
001640*----------------------------------------------------------------
001650* SCORING WEIGHTS.  ONE POINT PER FULL 100.00 OWED UP TO 400, ONE
001660* POINT PER DAY SINCE THE LAST PAYMENT UP TO 365, 150 FOR AN
001670* ACCOUNT ON HOLD, 25 PER PENDING CALCSUSP ADJUSTMENT UP TO 100
001680* AND 75 PER BROKEN PROMISE INSTALLMENT UP TO 300.
001690*----------------------------------------------------------------
001700 01  WS-SCORE-WEIGHTS.
001710     05 WS-BALANCE-POINT-CAP PIC 9(04) VALUE 400.
001720     05 WS-DAYS-POINT-CAP PIC 9(04) VALUE 365.
001730     05 WS-HOLD-POINTS PIC 9(04) VALUE 150.
001740     05 WS-PENDING-POINTS-EACH PIC 9(04) VALUE 25.
001750     05 WS-PENDING-POINT-CAP PIC 9(04) VALUE 100.
001760     05 WS-BROKEN-POINTS-EACH PIC 9(04) VALUE 75.
001770     05 WS-BROKEN-POINT-CAP PIC 9(04) VALUE 300.
001780 01  WS-SCORE-PARTS.
001790     05 WS-BALANCE-POINTS PIC 9(07) VALUE ZERO.
001800     05 WS-DAYS-POINTS PIC 9(07) VALUE ZERO.
001810     05 WS-STATUS-POINTS PIC 9(07) VALUE ZERO.
001820     05 WS-PENDING-POINTS PIC 9(07) VALUE ZERO.
001830     05 WS-BROKEN-POINTS PIC 9(07) VALUE ZERO.
001840 01  WS-TOTAL-SCORE PIC 9(04) VALUE ZERO.
001850*----------------------------------------------------------------
001860* ONE ACCOUNT'S FACTS, GATHERED FROM THE SORTED ACTIVITY.
001870*----------------------------------------------------------------
001880 01  WS-LAST-PAYMENT-DATE PIC 9(08) VALUE ZERO.
001890 01  WS-FIRST-ACTIVITY-DATE PIC 9(08) VALUE ZERO.
001900 01  WS-LAST-ACTIVITY-DATE PIC 9(08) VALUE ZERO.
001910 01  WS-DAYS-SINCE-PAYMENT PIC 9(05) VALUE ZERO.
001920 01  WS-PENDING-COUNT PIC 9(02) VALUE ZERO.
001930 01  WS-BROKEN-COUNT PIC 9(02) VALUE ZERO.
001940 01  WS-PRIOR-SWITCH PIC X(01) VALUE 'N'.
001950     88 WS-ON-PRIOR-LIST VALUE 'Y'.
001960 01  WS-PRIOR-BALANCE PIC S9(09)V99 VALUE ZERO.
001970 01  WS-PRIOR-STATUS PIC X(01) VALUE SPACE.
001980 01  WS-PRIOR-ACTIVITY-DATE PIC 9(08) VALUE ZERO.
001990 01  WS-PRIOR-PENDING PIC 9(02) VALUE ZERO.
002000 01  WS-PRIOR-BROKEN PIC 9(02) VALUE ZERO.
002010 01  WS-PRIOR-FIRST-LISTED PIC 9(08) VALUE ZERO.
002020 01  WS-PRIOR-LIST-DATE PIC 9(08) VALUE ZERO.
002030 01  WS-CURRENT-QUEUE PIC 9(01) VALUE ZERO.
002040 01  WS-QUEUE-RANK PIC 9(05) VALUE ZERO.
002050 01  WS-COUNTERS.
002060     05 WS-MASTER-COUNT PIC 9(07) COMP VALUE ZERO.
002070     05 WS-SCORED-COUNT PIC 9(07) COMP VALUE ZERO.
002080     05 WS-LISTED-COUNT PIC 9(07) COMP VALUE ZERO.
002090     05 WS-BELOW-FLOOR-COUNT PIC 9(07) COMP VALUE ZERO.
002100     05 WS-NEW-COUNT PIC 9(07) COMP VALUE ZERO.
002110     05 WS-CARRIED-COUNT PIC 9(07) COMP VALUE ZERO.
002120     05 WS-CHANGED-COUNT PIC 9(07) COMP VALUE ZERO.
002130     05 WS-PRIOR-COUNT PIC 9(07) COMP VALUE ZERO.
002140     05 WS-QUEUE-COUNT PIC 9(07) COMP VALUE ZERO.
002150     05 WS-QUEUE-CARRIED PIC 9(07) COMP VALUE ZERO.
002160 01  WS-LISTED-TOTAL PIC S9(11)V99 VALUE ZERO.
002170 01  WS-QUEUE-TOTAL PIC S9(11)V99 VALUE ZERO.
002180 01  WS-BELOW-FLOOR-TOTAL PIC S9(11)V99 VALUE ZERO.
002190     COPY CALCSUSP.
002200     COPY CUSTWRKR.
002210*----------------------------------------------------------------
002220* REPORT LINE LAYOUTS
002230*----------------------------------------------------------------
002240 01  WS-HEADING-LINE.
002250     05 FILLER PIC X(22) VALUE SPACES.
002260     05 FILLER PIC X(26) VALUE 'COLLECTOR WORKLIST FOR'.
002270     05 HD-LIST-DATE PIC 9(08).
002280 01  WS-QUEUE-HEADING-LINE.
002290     05 FILLER PIC X(06) VALUE 'QUEUE '.
002300     05 QH-QUEUE PIC 9(01).
002310     05 FILLER PIC X(10) VALUE ' - SCORE'.
002320     05 QH-FLOOR PIC ZZZ9.
002330     05 QH-RANGE-TEXT PIC X(20) VALUE SPACES.
002340 01  WS-COLUMN-LINE.
002350     05 FILLER PIC X(06) VALUE ' RANK'.
002360     05 FILLER PIC X(07) VALUE 'ID'.
002370     05 FILLER PIC X(21) VALUE 'NAME'.
002380     05 FILLER PIC X(12) VALUE '     BALANCE'.
002390     05 FILLER PIC X(06) VALUE '  DAYS'.
002400     05 FILLER PIC X(06) VALUE ' SCORE'.
002410     05 FILLER PIC X(02) VALUE ' S'.
002420     05 FILLER PIC X(03) VALUE ' PD'.
002430     05 FILLER PIC X(03) VALUE ' BP'.
002440     05 FILLER PIC X(08) VALUE ' LIST'.
002450 01  WS-DETAIL-LINE.
002460     05 DL-RANK PIC ZZZZ9.
002470     05 FILLER PIC X(01) VALUE SPACES.
002480     05 DL-CUSTUMER-ID PIC 9(06).
002490     05 FILLER PIC X(01) VALUE SPACES.
002500     05 DL-CUSTUMER-NAME PIC X(20).
002510     05 FILLER PIC X(01) VALUE SPACES.
002520     05 DL-BALANCE PIC -(8)9.99.
002530     05 FILLER PIC X(01) VALUE SPACES.
002540     05 DL-DAYS PIC X(05).
002550     05 FILLER PIC X(01) VALUE SPACES.
002560     05 DL-SCORE PIC ZZZZ9.
002570     05 FILLER PIC X(01) VALUE SPACES.
002580     05 DL-STATUS PIC X(01).
002590     05 FILLER PIC X(01) VALUE SPACES.
002600     05 DL-PENDING PIC Z9.
002610     05 FILLER PIC X(01) VALUE SPACES.
002620     05 DL-BROKEN PIC Z9.
002630     05 FILLER PIC X(01) VALUE SPACES.
002640     05 DL-CARRY PIC X(07).
002650 01  WS-DAYS-EDIT PIC ZZZZ9.
002660 01  WS-QUEUE-TOTAL-LINE.
002670     05 FILLER PIC X(13) VALUE '   QUEUE'.
002680     05 QT-QUEUE PIC 9(01).
002690     05 FILLER PIC X(08) VALUE ' TOTAL:'.
002700     05 QT-COUNT PIC ZZZ,ZZ9.
002710     05 FILLER PIC X(04) VALUE SPACES.
002720     05 QT-TOTAL PIC -(10)9.99.
002730     05 FILLER PIC X(03) VALUE SPACES.
002740     05 QT-CARRIED PIC ZZZ,ZZ9.
002750     05 FILLER PIC X(13) VALUE ' CARRIED OVER'.
002760 01  WS-EMPTY-QUEUE-LINE.
002770     05 FILLER PIC X(34)
002780         VALUE '   NO ACCOUNTS IN THIS QUEUE TODAY'.
002790 01  WS-LISTED-TOTAL-LINE.
002800     05 FILLER PIC X(30) VALUE 'ACCOUNTS ON WORKLIST:'.
002810     05 TL-LISTED-COUNT PIC ZZZ,ZZ9.
002820     05 FILLER PIC X(04) VALUE SPACES.
002830     05 TL-LISTED-TOTAL PIC -(11)9.99.
002840 01  WS-BELOW-FLOOR-LINE.
002850     05 FILLER PIC X(30) VALUE 'OWING BUT UNDER QUEUE 3 FLOOR:'.
002860     05 TL-BELOW-FLOOR-COUNT PIC ZZZ,ZZ9.
002870     05 FILLER PIC X(04) VALUE SPACES.
002880     05 TL-BELOW-FLOOR-TOTAL PIC -(11)9.99.
002890 01  WS-NEW-TOTAL-LINE.
002900     05 FILLER PIC X(30) VALUE 'NEW TO THE LIST:'.
002910     05 TL-NEW-COUNT PIC ZZZ,ZZ9.
002920 01  WS-CHANGED-TOTAL-LINE.
002930     05 FILLER PIC X(30) VALUE 'ON YESTERDAY - CHANGED SINCE:'.
002940     05 TL-CHANGED-COUNT PIC ZZZ,ZZ9.
002950 01  WS-CARRIED-TOTAL-LINE.
002960     05 FILLER PIC X(30) VALUE 'CARRIED OVER - NO CHANGE:'.
002970     05 TL-CARRIED-COUNT PIC ZZZ,ZZ9.
002980 01  WS-PRIOR-TOTAL-LINE.
002990     05 FILLER PIC X(30) VALUE 'ON PRIOR LIST DATED'.
003000     05 TL-PRIOR-LIST-DATE PIC 9(08).
003010     05 FILLER PIC X(02) VALUE ': '.
003020     05 TL-PRIOR-COUNT PIC ZZZ,ZZ9.
003030 01  WS-LEGEND-LINE.
003040     05 FILLER PIC X(60) VALUE
003050         'S=STATUS  PD=PENDING ADJUSTMENTS  BP=BROKEN PROMISES'.
003060 01  WS-SORT-FAILED-LINE.
003070     05 FILLER PIC X(34)
003080         VALUE '*** WORKLIST SORT FAILED - SORT-'.
003090     05 FILLER PIC X(09) VALUE 'RETURN = '.
003100     05 SF-SORT-RETURN PIC ZZZ9.
003110     05 FILLER PIC X(24) VALUE ' - WORKLIST INCOMPLETE'.
003120 PROCEDURE DIVISION.
003130*----------------------------------------------------------------
003140* 0000-MAINLINE
003150*----------------------------------------------------------------
003160 0000-MAINLINE.
003170     PERFORM 1000-INITIALIZE.
003180     IF WS-RUN-USABLE
003190         SORT ACTIVITY-SORT-FILE
003200             ON ASCENDING KEY AS-CUSTUMER-ID AS-SOURCE AS-DATE
003210             INPUT PROCEDURE IS 1500-RELEASE-ACTIVITY
003220             OUTPUT PROCEDURE IS 2000-SCORE-ACCOUNTS
003230         IF SORT-RETURN NOT = ZERO
003240             PERFORM 2900-REPORT-SORT-FAILURE
003250         ELSE
003260             SORT PRIORITY-SORT-FILE
003270                 ON ASCENDING KEY PS-QUEUE
003280                 ON DESCENDING KEY PS-SCORE PS-BALANCE
003290                 ON ASCENDING KEY PS-CUSTUMER-ID
003300                 USING SCORE-WORK-FILE
003310                 OUTPUT PROCEDURE IS 4000-PRINT-WORKLIST
003320             IF SORT-RETURN NOT = ZERO
003330                 PERFORM 2900-REPORT-SORT-FAILURE
003340             END-IF
003350         END-IF
003360         PERFORM 5000-PRINT-TOTALS
003370         PERFORM 9000-TERMINATE
003380     END-IF.
003390     STOP RUN.
003400*----------------------------------------------------------------
003410* 1000-INITIALIZE
003420* READS THE THREE QUEUE FLOORS (ZERO FOR THE 600 / 300 / 100
003430* DEFAULTS) AND OPENS THE FILES.  FLOORS THAT DO NOT STEP DOWN
003440* FROM QUEUE 1 TO QUEUE 3, OR A MISSING MASTER, FAIL THE RUN WITH
003450* RC=16 RATHER THAN HANDING THE COLLECTORS A WRONG LIST.  A
003460* MISSING PAYPLAN FILE ONLY MEANS NO PROMISES ARE ON RECORD.
003470*----------------------------------------------------------------
003480 1000-INITIALIZE.
003490     DISPLAY 'ENTER QUEUE 1 SCORE FLOOR (0 = 600): '.
003500     ACCEPT WS-QUEUE-1-FLOOR.
003510     DISPLAY 'ENTER QUEUE 2 SCORE FLOOR (0 = 300): '.
003520     ACCEPT WS-QUEUE-2-FLOOR.
003530     DISPLAY 'ENTER QUEUE 3 SCORE FLOOR (0 = 100): '.
003540     ACCEPT WS-QUEUE-3-FLOOR.
003550     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
003560     IF WS-QUEUE-1-FLOOR NOT NUMERIC OR WS-QUEUE-1-FLOOR = ZERO
003570         MOVE 600 TO WS-QUEUE-1-FLOOR
003580     END-IF.
003590     IF WS-QUEUE-2-FLOOR NOT NUMERIC OR WS-QUEUE-2-FLOOR = ZERO
003600         MOVE 300 TO WS-QUEUE-2-FLOOR
003610     END-IF.
003620     IF WS-QUEUE-3-FLOOR NOT NUMERIC OR WS-QUEUE-3-FLOOR = ZERO
003630         MOVE 100 TO WS-QUEUE-3-FLOOR
003640     END-IF.
003650     IF WS-QUEUE-1-FLOOR NOT > WS-QUEUE-2-FLOOR
003660         OR WS-QUEUE-2-FLOOR NOT > WS-QUEUE-3-FLOOR
003670         DISPLAY 'QUEUE FLOORS MUST STEP DOWN FROM QUEUE 1 TO '
003680             'QUEUE 3 - RUN ABANDONED'
003690         MOVE 16 TO RETURN-CODE
003700         SET WS-RUN-UNUSABLE TO TRUE
003710     ELSE
003720         OPEN INPUT CUSTOMER-MASTER-FILE
003730         IF WS-CUSTMAST-STATUS = '35'
003740             DISPLAY 'CUSTOMER MASTER DOES NOT EXIST - NO '
003750                 'WORKLIST'
003760             MOVE 16 TO RETURN-CODE
003770             SET WS-RUN-UNUSABLE TO TRUE
003780         ELSE
003790             OPEN INPUT PAYMENT-PLAN-FILE
003800             IF WS-PAYPLAN-OK
003810                 SET WS-PAYPLAN-OPEN TO TRUE
003820             END-IF
003830             OPEN OUTPUT SCORE-WORK-FILE
003840             OPEN OUTPUT WORKLIST-FILE
003850             OPEN OUTPUT WORKLIST-REPORT
003860             MOVE WS-TODAY-DATE TO HD-LIST-DATE
003870             WRITE WKL-LINE FROM WS-HEADING-LINE
003880             WRITE WKL-LINE FROM WS-LEGEND-LINE
003890         END-IF
003900     END-IF.
003910*----------------------------------------------------------------
003920* 1500-RELEASE-ACTIVITY
003930* SORT INPUT PROCEDURE - RELEASES THE HISTORY, THE PENDING
003940* SUSPENSE ITEMS AND YESTERDAY'S WORKLIST.  ANY OF THE THREE
003950* MISSING ('35') SIMPLY RELEASES NOTHING - THE FIRST RUN HAS NO
003960* PRIOR LIST, AND EVERY ACCOUNT COMES ONTO IT NEW.
003970*----------------------------------------------------------------
003980 1500-RELEASE-ACTIVITY.
003990     OPEN INPUT CUSTOMER-HISTORY-FILE.
004000     IF WS-CUSTHIST-STATUS = '35'
004010         SET WS-END-OF-HISTORY TO TRUE
004020     ELSE
004030         PERFORM 1510-READ-HISTORY
004040     END-IF.
004050     PERFORM 1520-RELEASE-ONE-HISTORY UNTIL WS-END-OF-HISTORY.
004060     IF WS-CUSTHIST-STATUS NOT = '35'
004070         CLOSE CUSTOMER-HISTORY-FILE
004080     END-IF.
004090     OPEN INPUT CALC-SUSPENSE-FILE.
004100     IF WS-CALCSUSP-STATUS = '35'
004110         SET WS-END-OF-SUSPENSE TO TRUE
004120     ELSE
004130         PERFORM 1610-READ-SUSPENSE
004140     END-IF.
004150     PERFORM 1620-RELEASE-ONE-SUSPENSE UNTIL WS-END-OF-SUSPENSE.
004160     IF WS-CALCSUSP-STATUS NOT = '35'
004170         CLOSE CALC-SUSPENSE-FILE
004180     END-IF.
004190     OPEN INPUT PRIOR-WORKLIST-FILE.
004200     IF WS-WKLPRIOR-STATUS = '35'
004210         DISPLAY 'NO PRIOR WORKLIST - EVERY ACCOUNT LISTS AS NEW'
004220         SET WS-END-OF-PRIOR-LIST TO TRUE
004230     ELSE
004240         PERFORM 1710-READ-PRIOR-WORKLIST
004250     END-IF.
004260     PERFORM 1720-RELEASE-ONE-PRIOR UNTIL WS-END-OF-PRIOR-LIST.
004270     IF WS-WKLPRIOR-STATUS NOT = '35'
004280         CLOSE PRIOR-WORKLIST-FILE
004290     END-IF.
004300*----------------------------------------------------------------
004310* 1510-READ-HISTORY
004320*----------------------------------------------------------------
004330 1510-READ-HISTORY.
004340     READ CUSTOMER-HISTORY-FILE
004350         AT END
004360             SET WS-END-OF-HISTORY TO TRUE
004370     END-READ.
004380*----------------------------------------------------------------
004390* 1520-RELEASE-ONE-HISTORY
004400* CUSTHPRG'S CARRY-FORWARD RECORDS ARE BOOKKEEPING, NOT ACTIVITY
004410* ON THE ACCOUNT, SO THEY ARE LEFT OUT.
004420*----------------------------------------------------------------
004430 1520-RELEASE-ONE-HISTORY.
004440     IF CH-CHANGE-DATE IS NUMERIC
004450         AND NOT CH-SOURCE-CARRY
004460         MOVE SPACES TO ACTIVITY-SORT-RECORD
004470         MOVE CH-CUSTUMER-ID TO AS-CUSTUMER-ID
004480         SET AS-FROM-HISTORY TO TRUE
004490         MOVE CH-CHANGE-DATE TO AS-DATE
004500         MOVE CH-TRANS-TYPE TO AS-TRANS-TYPE
004510         RELEASE ACTIVITY-SORT-RECORD
004520     END-IF.
004530     PERFORM 1510-READ-HISTORY.
004540*----------------------------------------------------------------
004550* 1610-READ-SUSPENSE
004560*----------------------------------------------------------------
004570 1610-READ-SUSPENSE.
004580     READ CALC-SUSPENSE-FILE INTO WS-SUSPENSE-RECORD
004590         AT END
004600             SET WS-END-OF-SUSPENSE TO TRUE
004610     END-READ.
004620*----------------------------------------------------------------
004630* 1620-RELEASE-ONE-SUSPENSE
004640* ONLY ITEMS STILL AWAITING A CALCSAPR DECISION COUNT.
004650*----------------------------------------------------------------
004660 1620-RELEASE-ONE-SUSPENSE.
004670     IF SR-PENDING AND SR-CUSTUMER-ID IS NUMERIC
004680         MOVE SPACES TO ACTIVITY-SORT-RECORD
004690         MOVE SR-CUSTUMER-ID TO AS-CUSTUMER-ID
004700         SET AS-FROM-SUSPENSE TO TRUE
004710         MOVE SR-DATE TO AS-DATE
004720         RELEASE ACTIVITY-SORT-RECORD
004730     END-IF.
004740     PERFORM 1610-READ-SUSPENSE.
004750*----------------------------------------------------------------
004760* 1710-READ-PRIOR-WORKLIST
004770*----------------------------------------------------------------
004780 1710-READ-PRIOR-WORKLIST.
004790     READ PRIOR-WORKLIST-FILE INTO WORKLIST-RECORD
004800         AT END
004810             SET WS-END-OF-PRIOR-LIST TO TRUE
004820     END-READ.
004830*----------------------------------------------------------------
004840* 1720-RELEASE-ONE-PRIOR
004850* CARRIES FORWARD WHAT THE ACCOUNT LOOKED LIKE WHEN IT WAS LISTED
004860* YESTERDAY, SO TODAY'S FIGURES CAN BE COMPARED.
004870*----------------------------------------------------------------
004880 1720-RELEASE-ONE-PRIOR.
004890     IF WL-CUSTUMER-ID IS NUMERIC
004900         MOVE SPACES TO ACTIVITY-SORT-RECORD
004910         MOVE WL-CUSTUMER-ID TO AS-CUSTUMER-ID
004920         SET AS-FROM-PRIOR-LIST TO TRUE
004930         MOVE WL-LIST-DATE TO AS-DATE
004940         MOVE WL-BALANCE TO AS-PRIOR-BALANCE
004950         MOVE WL-CUSTOMER-STATUS TO AS-PRIOR-STATUS
004960         MOVE WL-LAST-ACTIVITY-DATE TO AS-PRIOR-ACTIVITY-DATE
004970         MOVE WL-PENDING-ITEMS TO AS-PRIOR-PENDING
004980         MOVE WL-BROKEN-PROMISES TO AS-PRIOR-BROKEN
004990         MOVE WL-FIRST-LISTED-DATE TO AS-PRIOR-FIRST-LISTED
005000         RELEASE ACTIVITY-SORT-RECORD
005010         ADD 1 TO WS-PRIOR-COUNT
005020         MOVE WL-LIST-DATE TO WS-PRIOR-LIST-DATE
005030     END-IF.
005040     PERFORM 1710-READ-PRIOR-WORKLIST.
005050*----------------------------------------------------------------
005060* 2000-SCORE-ACCOUNTS
005070* SORT OUTPUT PROCEDURE - WALKS THE MASTER IN KEY ORDER ALONGSIDE
005080* THE SORTED ACTIVITY, BOTH ASCENDING BY CUSTUMER-ID, AND WRITES
005090* EACH ACCOUNT THAT MAKES A QUEUE TO THE SCORE WORK FILE.
005100*----------------------------------------------------------------
005110 2000-SCORE-ACCOUNTS.
005120     PERFORM 2100-RETURN-ACTIVITY.
005130     MOVE ZERO TO CUSTUMER-ID.
005140     START CUSTOMER-MASTER-FILE KEY NOT < CUSTUMER-ID
005150         INVALID KEY
005160             SET WS-END-OF-MASTER TO TRUE
005170     END-START.
005180     IF NOT WS-END-OF-MASTER
005190         PERFORM 2200-READ-MASTER
005200     END-IF.
005210     PERFORM 2300-SCORE-ONE-ACCOUNT UNTIL WS-END-OF-MASTER.
005220     CLOSE SCORE-WORK-FILE.
005230*----------------------------------------------------------------
005240* 2100-RETURN-ACTIVITY
005250*----------------------------------------------------------------
005260 2100-RETURN-ACTIVITY.
005270     RETURN ACTIVITY-SORT-FILE
005280         AT END
005290             SET WS-END-OF-ACTIVITY TO TRUE
005300     END-RETURN.
005310*----------------------------------------------------------------
005320* 2200-READ-MASTER
005330*----------------------------------------------------------------
005340 2200-READ-MASTER.
005350     READ CUSTOMER-MASTER-FILE NEXT RECORD
005360         AT END
005370             SET WS-END-OF-MASTER TO TRUE
005380     END-READ.
005390*----------------------------------------------------------------
005400* 2300-SCORE-ONE-ACCOUNT
005410* ACTIVITY FOR IDS NO LONGER ON THE MASTER IS PASSED OVER.  ONLY
005420* AN OPEN, UNMERGED ACCOUNT THAT STILL OWES MONEY IS SCORED.
005430*----------------------------------------------------------------
005440 2300-SCORE-ONE-ACCOUNT.
005450     ADD 1 TO WS-MASTER-COUNT.
005460     MOVE ZERO TO WS-LAST-PAYMENT-DATE.
005470     MOVE ZERO TO WS-FIRST-ACTIVITY-DATE.
005480     MOVE ZERO TO WS-LAST-ACTIVITY-DATE.
005490     MOVE ZERO TO WS-PENDING-COUNT.
005500     MOVE 'N' TO WS-PRIOR-SWITCH.
005510     PERFORM 2100-RETURN-ACTIVITY
005520         UNTIL WS-END-OF-ACTIVITY
005530             OR AS-CUSTUMER-ID NOT < CUSTUMER-ID.
005540     PERFORM 2310-TAKE-ONE-ACTIVITY
005550         UNTIL WS-END-OF-ACTIVITY
005560             OR AS-CUSTUMER-ID NOT = CUSTUMER-ID.
005570     IF CUSTOMER-BALANCE > ZERO
005580         AND NOT CUSTOMER-CLOSED
005590         AND CUSTOMER-NOT-MERGED
005600         ADD 1 TO WS-SCORED-COUNT
005610         PERFORM 2400-FIND-BROKEN-PROMISES
005620         PERFORM 2500-COMPUTE-SCORE
005630         IF WS-TOTAL-SCORE < WS-QUEUE-3-FLOOR
005640             ADD 1 TO WS-BELOW-FLOOR-COUNT
005650             ADD CUSTOMER-BALANCE TO WS-BELOW-FLOOR-TOTAL
005660         ELSE
005670             PERFORM 2600-WRITE-SCORED-ACCOUNT
005680         END-IF
005690     END-IF.
005700     PERFORM 2200-READ-MASTER.
005710*----------------------------------------------------------------
005720* 2310-TAKE-ONE-ACTIVITY
005730* HISTORY ARRIVES OLDEST FIRST, SO THE LAST DATES TAKEN ARE THE
005740* MOST RECENT ONES.
005750*----------------------------------------------------------------
005760 2310-TAKE-ONE-ACTIVITY.
005770     EVALUATE TRUE
005780         WHEN AS-FROM-HISTORY
005790             IF WS-FIRST-ACTIVITY-DATE = ZERO
005800                 MOVE AS-DATE TO WS-FIRST-ACTIVITY-DATE
005810             END-IF
005820             MOVE AS-DATE TO WS-LAST-ACTIVITY-DATE
005830             IF AS-TRANS-TYPE = 'P'
005840                 MOVE AS-DATE TO WS-LAST-PAYMENT-DATE
005850             END-IF
005860         WHEN AS-FROM-SUSPENSE
005870             IF WS-PENDING-COUNT < 99
005880                 ADD 1 TO WS-PENDING-COUNT
005890             END-IF
005900         WHEN AS-FROM-PRIOR-LIST
005910             SET WS-ON-PRIOR-LIST TO TRUE
005920             MOVE AS-PRIOR-BALANCE TO WS-PRIOR-BALANCE
005930             MOVE AS-PRIOR-STATUS TO WS-PRIOR-STATUS
005940             MOVE AS-PRIOR-ACTIVITY-DATE TO
005950                 WS-PRIOR-ACTIVITY-DATE
005960             MOVE AS-PRIOR-PENDING TO WS-PRIOR-PENDING
005970             MOVE AS-PRIOR-BROKEN TO WS-PRIOR-BROKEN
005980             MOVE AS-PRIOR-FIRST-LISTED TO WS-PRIOR-FIRST-LISTED
005990     END-EVALUATE.
006000     PERFORM 2100-RETURN-ACTIVITY.
006010*----------------------------------------------------------------
006020* 2400-FIND-BROKEN-PROMISES
006030* A PROMISE STILL OPEN ON PAYPLAN (ACTIVE OR ALREADY BROKEN)
006040* COUNTS THE INSTALLMENTS CUSTPLCK HAS MARKED BROKEN.  A PLAN
006050* KEPT IN FULL OR CANCELLED NO LONGER COUNTS AGAINST THE ACCOUNT.
006060*----------------------------------------------------------------
006070 2400-FIND-BROKEN-PROMISES.
006080     MOVE ZERO TO WS-BROKEN-COUNT.
006090     IF WS-PAYPLAN-OPEN
006100         MOVE CUSTUMER-ID TO PP-CUSTUMER-ID
006110         READ PAYMENT-PLAN-FILE
006120             INVALID KEY
006130                 CONTINUE
006140         END-READ
006150         IF WS-PAYPLAN-OK AND PP-PLAN-OPEN
006160             MOVE PP-BROKEN-COUNT TO WS-BROKEN-COUNT
006170         END-IF
006180     END-IF.
006190*----------------------------------------------------------------
006200* 2500-COMPUTE-SCORE
006210* AN ACCOUNT THAT HAS NEVER PAID IS AGED FROM ITS FIRST ACTIVITY
006220* ON CUSTHIST; WITH NO HISTORY AT ALL IT TAKES THE FULL DAYS
006230* POINTS.
006240*----------------------------------------------------------------
006250 2500-COMPUTE-SCORE.
006260     EVALUATE TRUE
006270         WHEN WS-LAST-PAYMENT-DATE > 19000101
006280             COMPUTE WS-DAYS-SINCE-PAYMENT =
006290                 FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) -
006300                 FUNCTION INTEGER-OF-DATE(WS-LAST-PAYMENT-DATE)
006310         WHEN WS-FIRST-ACTIVITY-DATE > 19000101
006320             COMPUTE WS-DAYS-SINCE-PAYMENT =
006330                 FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) -
006340                 FUNCTION INTEGER-OF-DATE(WS-FIRST-ACTIVITY-DATE)
006350         WHEN OTHER
006360             MOVE WS-DAYS-POINT-CAP TO WS-DAYS-SINCE-PAYMENT
006370     END-EVALUATE.
006380     COMPUTE WS-BALANCE-POINTS = CUSTOMER-BALANCE / 100.
006390     IF WS-BALANCE-POINTS > WS-BALANCE-POINT-CAP
006400         MOVE WS-BALANCE-POINT-CAP TO WS-BALANCE-POINTS
006410     END-IF.
006420     MOVE WS-DAYS-SINCE-PAYMENT TO WS-DAYS-POINTS.
006430     IF WS-DAYS-POINTS > WS-DAYS-POINT-CAP
006440         MOVE WS-DAYS-POINT-CAP TO WS-DAYS-POINTS
006450     END-IF.
006460     IF CUSTOMER-HOLD
006470         MOVE WS-HOLD-POINTS TO WS-STATUS-POINTS
006480     ELSE
006490         MOVE ZERO TO WS-STATUS-POINTS
006500     END-IF.
006510     COMPUTE WS-PENDING-POINTS =
006520         WS-PENDING-COUNT * WS-PENDING-POINTS-EACH.
006530     IF WS-PENDING-POINTS > WS-PENDING-POINT-CAP
006540         MOVE WS-PENDING-POINT-CAP TO WS-PENDING-POINTS
006550     END-IF.
006560     COMPUTE WS-BROKEN-POINTS =
006570         WS-BROKEN-COUNT * WS-BROKEN-POINTS-EACH.
006580     IF WS-BROKEN-POINTS > WS-BROKEN-POINT-CAP
006590         MOVE WS-BROKEN-POINT-CAP TO WS-BROKEN-POINTS
006600     END-IF.
006610     COMPUTE WS-TOTAL-SCORE = WS-BALANCE-POINTS + WS-DAYS-POINTS
006620         + WS-STATUS-POINTS + WS-PENDING-POINTS
006630         + WS-BROKEN-POINTS.
006640*----------------------------------------------------------------
006650* 2600-WRITE-SCORED-ACCOUNT
006660* PLACES THE ACCOUNT IN ITS QUEUE AND MARKS IT AGAINST
006670* YESTERDAY'S LIST.  AN ACCOUNT ON YESTERDAY'S LIST WHOSE
006680* BALANCE, STATUS, LAST ACTIVITY, PENDING ADJUSTMENTS AND BROKEN
006690* PROMISES ARE ALL AS THEY WERE IS CARRIED OVER - NOTHING HAS
006700* HAPPENED ON IT SINCE A COLLECTOR LAST SAW IT.  THE RANK IS
006710* FILLED IN BY THE PRIORITY SORT'S OUTPUT.
006720*----------------------------------------------------------------
006730 2600-WRITE-SCORED-ACCOUNT.
006740     MOVE SPACES TO WORKLIST-RECORD.
006750     EVALUATE TRUE
006760         WHEN WS-TOTAL-SCORE NOT < WS-QUEUE-1-FLOOR
006770             MOVE 1 TO WL-QUEUE
006780         WHEN WS-TOTAL-SCORE NOT < WS-QUEUE-2-FLOOR
006790             MOVE 2 TO WL-QUEUE
006800         WHEN OTHER
006810             MOVE 3 TO WL-QUEUE
006820     END-EVALUATE.
006830     MOVE WS-TOTAL-SCORE TO WL-SCORE.
006840     MOVE CUSTOMER-BALANCE TO WL-BALANCE.
006850     MOVE CUSTUMER-ID TO WL-CUSTUMER-ID.
006860     MOVE WS-TODAY-DATE TO WL-LIST-DATE.
006870     MOVE ZERO TO WL-RANK.
006880     MOVE CUSTUMER-NAME TO WL-CUSTUMER-NAME.
006890     MOVE CUSTOMER-PHONE TO WL-CUSTOMER-PHONE.
006900     MOVE CUSTOMER-STATUS TO WL-CUSTOMER-STATUS.
006910     MOVE WS-LAST-PAYMENT-DATE TO WL-LAST-PAYMENT-DATE.
006920     MOVE WS-DAYS-SINCE-PAYMENT TO WL-DAYS-SINCE-PAYMENT.
006930     MOVE WS-LAST-ACTIVITY-DATE TO WL-LAST-ACTIVITY-DATE.
006940     MOVE WS-PENDING-COUNT TO WL-PENDING-ITEMS.
006950     MOVE WS-BROKEN-COUNT TO WL-BROKEN-PROMISES.
006960     IF WS-ON-PRIOR-LIST
006970         MOVE WS-PRIOR-FIRST-LISTED TO WL-FIRST-LISTED-DATE
006980         IF WS-PRIOR-BALANCE = CUSTOMER-BALANCE
006990             AND WS-PRIOR-STATUS = CUSTOMER-STATUS
007000             AND WS-PRIOR-ACTIVITY-DATE = WS-LAST-ACTIVITY-DATE
007010             AND WS-PRIOR-PENDING = WS-PENDING-COUNT
007020             AND WS-PRIOR-BROKEN = WS-BROKEN-COUNT
007030             SET WL-CARRIED-OVER TO TRUE
007040             ADD 1 TO WS-CARRIED-COUNT
007050         ELSE
007060             SET WL-CHANGED-SINCE TO TRUE
007070             ADD 1 TO WS-CHANGED-COUNT
007080         END-IF
007090     ELSE
007100         MOVE WS-TODAY-DATE TO WL-FIRST-LISTED-DATE
007110         SET WL-NEW-TO-LIST TO TRUE
007120         ADD 1 TO WS-NEW-COUNT
007130     END-IF.
007140     WRITE SCORE-WORK-LINE FROM WORKLIST-RECORD.
007150*----------------------------------------------------------------
007160* 2900-REPORT-SORT-FAILURE
007170*----------------------------------------------------------------
007180 2900-REPORT-SORT-FAILURE.
007190     MOVE SORT-RETURN TO SF-SORT-RETURN.
007200     WRITE WKL-LINE FROM SPACES.
007210     WRITE WKL-LINE FROM WS-SORT-FAILED-LINE.
007220     DISPLAY 'CUSTWORK WORKLIST SORT FAILED - SORT-RETURN '
007230         SORT-RETURN.
007240     MOVE 16 TO RETURN-CODE.
007250*----------------------------------------------------------------
007260* 4000-PRINT-WORKLIST
007270* SORT OUTPUT PROCEDURE - THE SCORED ACCOUNTS ARRIVE BY QUEUE,
007280* HIGHEST SCORE FIRST.  EACH QUEUE PRINTS UNDER ITS OWN HEADING
007290* WITH ITS OWN RANKING AND TOTAL; A QUEUE WITH NOBODY IN IT STILL
007300* PRINTS, SO THE COLLECTOR ON IT KNOWS THE LIST WAS RUN.
007310*----------------------------------------------------------------
007320 4000-PRINT-WORKLIST.
007330     PERFORM 4100-RETURN-PRIORITY.
007340     PERFORM 4200-PRINT-ONE-QUEUE
007350         VARYING WS-CURRENT-QUEUE FROM 1 BY 1
007360         UNTIL WS-CURRENT-QUEUE > 3.
007370*----------------------------------------------------------------
007380* 4100-RETURN-PRIORITY
007390*----------------------------------------------------------------
007400 4100-RETURN-PRIORITY.
007410     RETURN PRIORITY-SORT-FILE INTO WORKLIST-RECORD
007420         AT END
007430             SET WS-END-OF-PRIORITY TO TRUE
007440     END-RETURN.
007450*----------------------------------------------------------------
007460* 4200-PRINT-ONE-QUEUE
007470*----------------------------------------------------------------
007480 4200-PRINT-ONE-QUEUE.
007490     MOVE ZERO TO WS-QUEUE-RANK.
007500     MOVE ZERO TO WS-QUEUE-COUNT.
007510     MOVE ZERO TO WS-QUEUE-CARRIED.
007520     MOVE ZERO TO WS-QUEUE-TOTAL.
007530     MOVE WS-CURRENT-QUEUE TO QH-QUEUE.
007540     EVALUATE WS-CURRENT-QUEUE
007550         WHEN 1
007560             MOVE WS-QUEUE-1-FLOOR TO QH-FLOOR
007570             MOVE ' AND OVER' TO QH-RANGE-TEXT
007580         WHEN 2
007590             MOVE WS-QUEUE-2-FLOOR TO QH-FLOOR
007600             MOVE ' TO UNDER QUEUE 1' TO QH-RANGE-TEXT
007610         WHEN OTHER
007620             MOVE WS-QUEUE-3-FLOOR TO QH-FLOOR
007630             MOVE ' TO UNDER QUEUE 2' TO QH-RANGE-TEXT
007640     END-EVALUATE.
007650     WRITE WKL-LINE FROM SPACES.
007660     WRITE WKL-LINE FROM WS-QUEUE-HEADING-LINE.
007670     WRITE WKL-LINE FROM WS-COLUMN-LINE.
007680     PERFORM 4300-LIST-ONE-ACCOUNT
007690         UNTIL WS-END-OF-PRIORITY
007700             OR WL-QUEUE NOT = WS-CURRENT-QUEUE.
007710     IF WS-QUEUE-COUNT = ZERO
007720         WRITE WKL-LINE FROM WS-EMPTY-QUEUE-LINE
007730     END-IF.
007740     MOVE WS-CURRENT-QUEUE TO QT-QUEUE.
007750     MOVE WS-QUEUE-COUNT TO QT-COUNT.
007760     MOVE WS-QUEUE-TOTAL TO QT-TOTAL.
007770     MOVE WS-QUEUE-CARRIED TO QT-CARRIED.
007780     WRITE WKL-LINE FROM WS-QUEUE-TOTAL-LINE.
007790*----------------------------------------------------------------
007800* 4300-LIST-ONE-ACCOUNT
007810* RANKS THE ACCOUNT WITHIN ITS QUEUE, WRITES IT TO THE WORKLIST
007820* FILE AND PRINTS IT.
007830*----------------------------------------------------------------
007840 4300-LIST-ONE-ACCOUNT.
007850     ADD 1 TO WS-QUEUE-RANK.
007860     MOVE WS-QUEUE-RANK TO WL-RANK.
007870     WRITE WORKLIST-LINE FROM WORKLIST-RECORD.
007880     ADD 1 TO WS-QUEUE-COUNT.
007890     ADD 1 TO WS-LISTED-COUNT.
007900     ADD WL-BALANCE TO WS-QUEUE-TOTAL.
007910     ADD WL-BALANCE TO WS-LISTED-TOTAL.
007920     MOVE WL-RANK TO DL-RANK.
007930     MOVE WL-CUSTUMER-ID TO DL-CUSTUMER-ID.
007940     MOVE WL-CUSTUMER-NAME TO DL-CUSTUMER-NAME.
007950     MOVE WL-BALANCE TO DL-BALANCE.
007960     IF WL-NEVER-PAID
007970         MOVE 'NEVER' TO DL-DAYS
007980     ELSE
007990         MOVE WL-DAYS-SINCE-PAYMENT TO WS-DAYS-EDIT
008000         MOVE WS-DAYS-EDIT TO DL-DAYS
008010     END-IF.
008020     MOVE WL-SCORE TO DL-SCORE.
008030     MOVE WL-CUSTOMER-STATUS TO DL-STATUS.
008040     MOVE WL-PENDING-ITEMS TO DL-PENDING.
008050     MOVE WL-BROKEN-PROMISES TO DL-BROKEN.
008060     EVALUATE TRUE
008070         WHEN WL-CARRIED-OVER
008080             MOVE 'CARRIED' TO DL-CARRY
008090             ADD 1 TO WS-QUEUE-CARRIED
008100         WHEN WL-CHANGED-SINCE
008110             MOVE 'CHANGED' TO DL-CARRY
008120         WHEN OTHER
008130             MOVE 'NEW' TO DL-CARRY
008140     END-EVALUATE.
008150     WRITE WKL-LINE FROM WS-DETAIL-LINE.
008160     PERFORM 4100-RETURN-PRIORITY.
008170*----------------------------------------------------------------
008180* 5000-PRINT-TOTALS
008190*----------------------------------------------------------------
008200 5000-PRINT-TOTALS.
008210     MOVE WS-LISTED-COUNT TO TL-LISTED-COUNT.
008220     MOVE WS-LISTED-TOTAL TO TL-LISTED-TOTAL.
008230     MOVE WS-BELOW-FLOOR-COUNT TO TL-BELOW-FLOOR-COUNT.
008240     MOVE WS-BELOW-FLOOR-TOTAL TO TL-BELOW-FLOOR-TOTAL.
008250     MOVE WS-NEW-COUNT TO TL-NEW-COUNT.
008260     MOVE WS-CHANGED-COUNT TO TL-CHANGED-COUNT.
008270     MOVE WS-CARRIED-COUNT TO TL-CARRIED-COUNT.
008280     MOVE WS-PRIOR-LIST-DATE TO TL-PRIOR-LIST-DATE.
008290     MOVE WS-PRIOR-COUNT TO TL-PRIOR-COUNT.
008300     WRITE WKL-LINE FROM SPACES.
008310     WRITE WKL-LINE FROM WS-LISTED-TOTAL-LINE.
008320     WRITE WKL-LINE FROM WS-BELOW-FLOOR-LINE.
008330     WRITE WKL-LINE FROM WS-NEW-TOTAL-LINE.
008340     WRITE WKL-LINE FROM WS-CHANGED-TOTAL-LINE.
008350     WRITE WKL-LINE FROM WS-CARRIED-TOTAL-LINE.
008360     WRITE WKL-LINE FROM WS-PRIOR-TOTAL-LINE.
008370     DISPLAY 'MASTER RECORDS READ        : ' WS-MASTER-COUNT.
008380     DISPLAY 'ACCOUNTS SCORED            : ' WS-SCORED-COUNT.
008390     DISPLAY 'ACCOUNTS ON WORKLIST       : ' WS-LISTED-COUNT.
008400     DISPLAY 'CARRIED OVER UNCHANGED     : ' WS-CARRIED-COUNT.
008410*----------------------------------------------------------------
008420* 9000-TERMINATE
008430*----------------------------------------------------------------
008440 9000-TERMINATE.
008450     CLOSE CUSTOMER-MASTER-FILE.
008460     IF WS-PAYPLAN-OPEN
008470         CLOSE PAYMENT-PLAN-FILE
008480     END-IF.
008490     CLOSE WORKLIST-FILE.
008500     CLOSE WORKLIST-REPORT.
008510 END PROGRAM CUSTWORK.
