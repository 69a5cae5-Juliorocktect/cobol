000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTPLCK.
000030 AUTHOR. JULIO.
000040 INSTALLATION. CUSTOMER-ACCOUNTING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  JR   ORIGINAL - NIGHTLY PAYMENT-PLAN CHECK.  FOR
000110*                  EVERY OPEN PLAN CUSTPLAN SET UP, REBUILDS THE
000120*                  PAYMENTS RECEIVED FROM ONE PASS OVER CUSTHIST
000130*                  (TYPE 'P' PAYMENTS FROM ANY SOURCE, LESS ANY
000140*                  RETURNED-ITEM REVERSALS CUSTNSF POSTED) AND
000150*                  MARKS EACH INSTALLMENT THAT HAS FALLEN DUE
000160*                  KEPT OR BROKEN - KEPT WHEN THE PAYMENTS SINCE
000170*                  SET-UP COVER EVERY INSTALLMENT DUE SO FAR.  A
000180*                  PLAN WITH A BROKEN INSTALLMENT BECOMES BROKEN;
000190*                  ONE WITH EVERY INSTALLMENT KEPT IS COMPLETE.
000200*                  EACH INSTALLMENT BROKEN TONIGHT IS LISTED ON
000210*                  THE PLANRPT BROKEN-PLAN REPORT FOR COLLECTIONS.
000220*                  THE MASTER IS ONLY READ.
000222* 2026-10-15  JR   A RETURNED AUTOPAY DEBIT (CUSTAPRT'S SOURCE
000224*                  'D' REVERSAL) NOW COUNTS AGAINST THE PLAN THE
000226*                  SAME AS A RETURNED CHECK.
000230*----------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER. IBM-370.
000270 OBJECT-COMPUTER. IBM-370.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT PAYMENT-PLAN-FILE ASSIGN TO PAYPLAN
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS PP-CUSTUMER-ID
000340         FILE STATUS IS WS-PAYPLAN-STATUS.
000350     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS CUSTUMER-ID
000390         FILE STATUS IS WS-CUSTMAST-STATUS.
000400     SELECT CUSTOMER-HISTORY-FILE ASSIGN TO CUSTHIST
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-CUSTHIST-STATUS.
000430     SELECT PLAN-REPORT ASSIGN TO PLANRPT
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-PLANRPT-STATUS.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  PAYMENT-PLAN-FILE
000490     LABEL RECORDS ARE STANDARD.
000500     COPY CUSTPLNR.
000510 FD  CUSTOMER-MASTER-FILE
000520     LABEL RECORDS ARE STANDARD.
000530     COPY CUSTREC.
000540 FD  CUSTOMER-HISTORY-FILE
000550     LABEL RECORDS ARE STANDARD.
000560     COPY CUSTHIST.
000570 FD  PLAN-REPORT
000580     LABEL RECORDS ARE STANDARD
000590     RECORDING MODE IS F.
000600 01  PLAN-LINE PIC X(80).
000610 WORKING-STORAGE SECTION.
000620 01  WS-PAYPLAN-STATUS PIC X(02) VALUE '00'.
000630     88 WS-PAYPLAN-OK VALUE '00'.
000640 01  WS-CUSTMAST-STATUS PIC X(02) VALUE '00'.
000650     88 WS-CUSTMAST-OK VALUE '00'.
000660 01  WS-CUSTHIST-STATUS PIC X(02) VALUE '00'.
000670 01  WS-PLANRPT-STATUS PIC X(02) VALUE '00'.
000680 01  WS-PLAN-EOF-SWITCH PIC X(01) VALUE 'N'.
000690     88 WS-END-OF-PLANS VALUE 'Y'.
000700 01  WS-HIST-EOF-SWITCH PIC X(01) VALUE 'N'.
000710     88 WS-END-OF-HISTORY VALUE 'Y'.
000720 01  WS-RUN-SWITCH PIC X(01) VALUE 'Y'.
000730     88 WS-RUN-USABLE VALUE 'Y'.
000740     88 WS-RUN-UNUSABLE VALUE 'N'.
000750 01  WS-TODAY-DATE PIC 9(08) VALUE ZERO.
000760 01  WS-HISTORY-AMOUNT PIC S9(09)V99 VALUE ZERO.
000770 01  WS-CUMULATIVE-DUE PIC S9(09)V99 VALUE ZERO.
000780 77  I PIC 9(02) VALUE ZERO.
000790 01  WS-COUNTERS.
000800     05 WS-PLANS-CHECKED PIC 9(07) COMP VALUE ZERO.
000810     05 WS-KEPT-COUNT PIC 9(07) COMP VALUE ZERO.
000820     05 WS-BROKEN-COUNT PIC 9(07) COMP VALUE ZERO.
000830     05 WS-PLANS-BROKEN PIC 9(07) COMP VALUE ZERO.
000840     05 WS-PLANS-COMPLETED PIC 9(07) COMP VALUE ZERO.
000850 01  WS-SHORTFALL-TOTAL PIC S9(11)V99 VALUE ZERO.
000860*----------------------------------------------------------------
000870* REPORT LINE LAYOUTS
000880*----------------------------------------------------------------
000890 01  WS-HEADING-LINE.
000900     05 FILLER PIC X(26) VALUE SPACES.
000910     05 FILLER PIC X(28)
000920         VALUE 'BROKEN PAYMENT-PLAN REPORT'.
000930 01  WS-COLUMN-LINE.
000940     05 FILLER PIC X(08) VALUE 'ID'.
000950     05 FILLER PIC X(21) VALUE 'NAME'.
000960     05 FILLER PIC X(10) VALUE 'DUE DATE'.
000970     05 FILLER PIC X(03) VALUE 'NO'.
000980     05 FILLER PIC X(13) VALUE '      DUE SO'.
000990     05 FILLER PIC X(13) VALUE '     PAID BY'.
001000     05 FILLER PIC X(12) VALUE '     BALANCE'.
001010 01  WS-COLUMN-LINE-2.
001020     05 FILLER PIC X(42) VALUE SPACES.
001030     05 FILLER PIC X(13) VALUE '          FAR'.
001040     05 FILLER PIC X(13) VALUE '          DUE'.
001050 01  WS-DETAIL-LINE.
001060     05 DL-CUSTUMER-ID PIC 9(06).
001070     05 FILLER PIC X(02) VALUE SPACES.
001080     05 DL-CUSTUMER-NAME PIC X(20).
001090     05 FILLER PIC X(01) VALUE SPACES.
001100     05 DL-DUE-DATE PIC 9(08).
001110     05 FILLER PIC X(02) VALUE SPACES.
001120     05 DL-INSTALLMENT PIC Z9.
001130     05 FILLER PIC X(01) VALUE SPACES.
001140     05 DL-CUMULATIVE-DUE PIC -(8)9.99.
001150     05 FILLER PIC X(01) VALUE SPACES.
001160     05 DL-PAID PIC -(8)9.99.
001170     05 FILLER PIC X(01) VALUE SPACES.
001180     05 DL-BALANCE PIC -(8)9.99.
001190 01  WS-CHECKED-TOTAL-LINE.
001200     05 FILLER PIC X(32) VALUE 'OPEN PLANS CHECKED:'.
001210     05 TL-PLANS-CHECKED PIC ZZZ,ZZ9.
001220 01  WS-KEPT-TOTAL-LINE.
001230     05 FILLER PIC X(32) VALUE 'INSTALLMENTS KEPT TONIGHT:'.
001240     05 TL-KEPT-COUNT PIC ZZZ,ZZ9.
001250 01  WS-BROKEN-TOTAL-LINE.
001260     05 FILLER PIC X(32) VALUE 'INSTALLMENTS BROKEN TONIGHT:'.
001270     05 TL-BROKEN-COUNT PIC ZZZ,ZZ9.
001280     05 FILLER PIC X(12) VALUE '  SHORTFALL:'.
001290     05 TL-SHORTFALL-TOTAL PIC -(10)9.99.
001300 01  WS-PLANS-BROKEN-LINE.
001310     05 FILLER PIC X(32) VALUE 'PLANS BROKEN TONIGHT:'.
001320     05 TL-PLANS-BROKEN PIC ZZZ,ZZ9.
001330 01  WS-PLANS-COMPLETED-LINE.
001340     05 FILLER PIC X(32) VALUE 'PLANS COMPLETED TONIGHT:'.
001350     05 TL-PLANS-COMPLETED PIC ZZZ,ZZ9.
001360 PROCEDURE DIVISION.
001370*----------------------------------------------------------------
001380* 0000-MAINLINE
001390*----------------------------------------------------------------
001400 0000-MAINLINE.
001410     PERFORM 1000-INITIALIZE.
001420     IF WS-RUN-USABLE
001430         PERFORM 1200-RESET-OPEN-PLANS
001440         PERFORM 1300-APPLY-HISTORY
001450         PERFORM 2000-CHECK-PLANS
001460         PERFORM 3000-PRINT-TOTALS
001470         PERFORM 9000-TERMINATE
001480     END-IF.
001490     STOP RUN.
001500*----------------------------------------------------------------
001510* 1000-INITIALIZE
001520* A MISSING PAYPLAN FILE MEANS NO PLAN HAS EVER BEEN SET UP - THE
001530* REPORT STILL PRINTS, EMPTY.  A MISSING MASTER IS REFUSED.
001540*----------------------------------------------------------------
001550 1000-INITIALIZE.
001560     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
001570     OPEN INPUT CUSTOMER-MASTER-FILE.
001580     IF WS-CUSTMAST-STATUS = '35'
001590         DISPLAY 'CUSTOMER MASTER DOES NOT EXIST - PLANS NOT '
001600             'CHECKED'
001610         MOVE 16 TO RETURN-CODE
001620         SET WS-RUN-UNUSABLE TO TRUE
001630     ELSE
001640         OPEN I-O PAYMENT-PLAN-FILE
001650         IF WS-PAYPLAN-STATUS = '35'
001660             OPEN OUTPUT PAYMENT-PLAN-FILE
001670             CLOSE PAYMENT-PLAN-FILE
001680             OPEN I-O PAYMENT-PLAN-FILE
001690         END-IF
001700         OPEN OUTPUT PLAN-REPORT
001710         WRITE PLAN-LINE FROM WS-HEADING-LINE
001720         WRITE PLAN-LINE FROM SPACES
001730         WRITE PLAN-LINE FROM WS-COLUMN-LINE
001740         WRITE PLAN-LINE FROM WS-COLUMN-LINE-2
001750     END-IF.
001760*----------------------------------------------------------------
001770* 1200-RESET-OPEN-PLANS
001780* THE PAYMENTS ON AN OPEN PLAN ARE REBUILT FROM CUSTHIST EVERY
001790* NIGHT RATHER THAN CARRIED FORWARD, SO A RE-RUN OF THIS STEP
001800* NEVER COUNTS THE SAME PAYMENT TWICE.
001810*----------------------------------------------------------------
001820 1200-RESET-OPEN-PLANS.
001830     PERFORM 1250-START-PLAN-FILE.
001840     PERFORM 1210-RESET-ONE-PLAN UNTIL WS-END-OF-PLANS.
001850*----------------------------------------------------------------
001860* 1210-RESET-ONE-PLAN
001870*----------------------------------------------------------------
001880 1210-RESET-ONE-PLAN.
001890     IF PP-PLAN-OPEN
001900         MOVE ZERO TO PP-PAID-TO-DATE
001910         PERFORM 1220-RESET-INSTALLMENT-PAID
001920             VARYING I FROM 1 BY 1 UNTIL I > PP-INSTALLMENT-COUNT
001930         REWRITE PAYPLAN-RECORD
001940             INVALID KEY
001950                 DISPLAY 'PLAN REWRITE FAILED - STATUS '
001960                     WS-PAYPLAN-STATUS ' - ' PP-CUSTUMER-ID
001970         END-REWRITE
001980     END-IF.
001990     PERFORM 1270-READ-NEXT-PLAN.
002000*----------------------------------------------------------------
002010* 1220-RESET-INSTALLMENT-PAID
002020*----------------------------------------------------------------
002030 1220-RESET-INSTALLMENT-PAID.
002040     MOVE ZERO TO PP-INST-PAID(I).
002050*----------------------------------------------------------------
002060* 1250-START-PLAN-FILE
002070* POSITIONS AT THE FIRST PLAN FOR A SEQUENTIAL PASS.
002080*----------------------------------------------------------------
002090 1250-START-PLAN-FILE.
002100     MOVE 'N' TO WS-PLAN-EOF-SWITCH.
002110     MOVE ZERO TO PP-CUSTUMER-ID.
002120     START PAYMENT-PLAN-FILE KEY IS NOT < PP-CUSTUMER-ID
002130         INVALID KEY
002140             SET WS-END-OF-PLANS TO TRUE
002150     END-START.
002160     IF NOT WS-END-OF-PLANS
002170         PERFORM 1270-READ-NEXT-PLAN
002180     END-IF.
002190*----------------------------------------------------------------
002200* 1270-READ-NEXT-PLAN
002210*----------------------------------------------------------------
002220 1270-READ-NEXT-PLAN.
002230     READ PAYMENT-PLAN-FILE NEXT RECORD
002240         AT END
002250             SET WS-END-OF-PLANS TO TRUE
002260     END-READ.
002270*----------------------------------------------------------------
002280* 1300-APPLY-HISTORY
002290* ONE PASS OVER CUSTHIST.  A MISSING CUSTHIST ('35') APPLIES
002300* NOTHING, SO EVERY INSTALLMENT NOW DUE READS AS UNPAID.
002310*----------------------------------------------------------------
002320 1300-APPLY-HISTORY.
002330     MOVE 'N' TO WS-HIST-EOF-SWITCH.
002340     OPEN INPUT CUSTOMER-HISTORY-FILE.
002350     IF WS-CUSTHIST-STATUS = '35'
002360         SET WS-END-OF-HISTORY TO TRUE
002370     ELSE
002380         PERFORM 1350-READ-HISTORY
002390     END-IF.
002400     PERFORM 1310-APPLY-ONE-HISTORY UNTIL WS-END-OF-HISTORY.
002410     IF WS-CUSTHIST-STATUS NOT = '35'
002420         CLOSE CUSTOMER-HISTORY-FILE
002430     END-IF.
002440*----------------------------------------------------------------
002450* 1310-APPLY-ONE-HISTORY
002460* A PAYMENT FROM ANY SOURCE COUNTS TOWARD THE PLAN; A CHECK THE
002466* BANK SENT BACK (CUSTNSF'S SOURCE 'N' REVERSAL) OR A RETURNED
002472* AUTOPAY DEBIT (CUSTAPRT'S SOURCE 'D' REVERSAL) COUNTS AGAINST
002480* IT.  EVERY OTHER HISTORY LINE IS PASSED OVER.
002490*----------------------------------------------------------------
002500 1310-APPLY-ONE-HISTORY.
002510     EVALUATE TRUE
002520         WHEN CH-TYPE-PAYMENT
002530             COMPUTE WS-HISTORY-AMOUNT =
002540                 CH-BEFORE-BALANCE - CH-AFTER-BALANCE
002550             PERFORM 1320-APPLY-TO-PLAN
002556         WHEN (CH-SOURCE-NSF OR CH-SOURCE-APAY)
002562             AND CH-TYPE-REVERSAL
002570             COMPUTE WS-HISTORY-AMOUNT =
002580                 CH-BEFORE-BALANCE - CH-AFTER-BALANCE
002590             PERFORM 1320-APPLY-TO-PLAN
002600         WHEN OTHER
002610             CONTINUE
002620     END-EVALUATE.
002630     PERFORM 1350-READ-HISTORY.
002640*----------------------------------------------------------------
002650* 1320-APPLY-TO-PLAN
002660* ONLY MONEY MOVED ON OR AFTER THE SET-UP DATE COUNTS.  IT IS
002670* CREDITED TO EVERY INSTALLMENT NOT YET DUE WHEN IT ARRIVED, SO
002680* PAYING AHEAD COVERS THE LATER INSTALLMENTS TOO.
002690*----------------------------------------------------------------
002700 1320-APPLY-TO-PLAN.
002710     MOVE CH-CUSTUMER-ID TO PP-CUSTUMER-ID.
002720     READ PAYMENT-PLAN-FILE
002730         INVALID KEY
002740             CONTINUE
002750     END-READ.
002760     IF WS-PAYPLAN-OK
002770         IF PP-PLAN-OPEN
002780             AND CH-CHANGE-DATE NOT < PP-SETUP-DATE
002790             ADD WS-HISTORY-AMOUNT TO PP-PAID-TO-DATE
002800             PERFORM 1330-CREDIT-INSTALLMENT
002810                 VARYING I FROM 1 BY 1
002820                 UNTIL I > PP-INSTALLMENT-COUNT
002830             REWRITE PAYPLAN-RECORD
002840                 INVALID KEY
002850                     DISPLAY 'PLAN REWRITE FAILED - STATUS '
002860                         WS-PAYPLAN-STATUS ' - ' PP-CUSTUMER-ID
002870             END-REWRITE
002880         END-IF
002890     END-IF.
002900*----------------------------------------------------------------
002910* 1330-CREDIT-INSTALLMENT
002920*----------------------------------------------------------------
002930 1330-CREDIT-INSTALLMENT.
002940     IF PP-DUE-DATE(I) NOT < CH-CHANGE-DATE
002950         ADD WS-HISTORY-AMOUNT TO PP-INST-PAID(I)
002960     END-IF.
002970*----------------------------------------------------------------
002980* 1350-READ-HISTORY
002990*----------------------------------------------------------------
003000 1350-READ-HISTORY.
003010     READ CUSTOMER-HISTORY-FILE
003020         AT END
003030             SET WS-END-OF-HISTORY TO TRUE
003040     END-READ.
003050*----------------------------------------------------------------
003060* 2000-CHECK-PLANS
003070* SECOND PASS OVER THE PLANS, MARKING WHAT HAS FALLEN DUE.
003080*----------------------------------------------------------------
003090 2000-CHECK-PLANS.
003100     PERFORM 1250-START-PLAN-FILE.
003110     PERFORM 2100-CHECK-ONE-PLAN UNTIL WS-END-OF-PLANS.
003120*----------------------------------------------------------------
003130* 2100-CHECK-ONE-PLAN
003140* AN INSTALLMENT IS JUDGED ONCE, THE NIGHT AFTER ITS DUE DATE,
003150* AND KEEPS THAT MARK.  ANY BROKEN INSTALLMENT BREAKS THE PLAN;
003160* A PLAN WHOSE EVERY INSTALLMENT IS KEPT IS COMPLETE.
003170*----------------------------------------------------------------
003180 2100-CHECK-ONE-PLAN.
003190     IF PP-PLAN-OPEN
003200         ADD 1 TO WS-PLANS-CHECKED
003210         PERFORM 2200-CHECK-ONE-INSTALLMENT
003220             VARYING I FROM 1 BY 1 UNTIL I > PP-INSTALLMENT-COUNT
003230         EVALUATE TRUE
003240             WHEN PP-BROKEN-COUNT > ZERO
003250                 IF PP-PLAN-ACTIVE
003260                     ADD 1 TO WS-PLANS-BROKEN
003270                 END-IF
003280                 SET PP-PLAN-BROKEN TO TRUE
003290             WHEN PP-KEPT-COUNT = PP-INSTALLMENT-COUNT
003300                 ADD 1 TO WS-PLANS-COMPLETED
003310                 SET PP-PLAN-KEPT TO TRUE
003320             WHEN OTHER
003330                 CONTINUE
003340         END-EVALUATE
003350         MOVE WS-TODAY-DATE TO PP-LAST-CHECK-DATE
003360         REWRITE PAYPLAN-RECORD
003370             INVALID KEY
003380                 DISPLAY 'PLAN REWRITE FAILED - STATUS '
003390                     WS-PAYPLAN-STATUS ' - ' PP-CUSTUMER-ID
003400         END-REWRITE
003410     END-IF.
003420     PERFORM 1270-READ-NEXT-PLAN.
003430*----------------------------------------------------------------
003440* 2200-CHECK-ONE-INSTALLMENT
003450* KEPT WHEN THE PAYMENTS SINCE SET-UP COVER THIS INSTALLMENT AND
003460* EVERY ONE BEFORE IT.  THE LAST INSTALLMENT MUST COVER THE WHOLE
003470* PLAN AMOUNT, SO THE DIVISION REMAINDER IS NOT FORGIVEN.
003480*----------------------------------------------------------------
003490 2200-CHECK-ONE-INSTALLMENT.
003500     IF PP-INST-OPEN(I) AND PP-DUE-DATE(I) < WS-TODAY-DATE
003510         IF I = PP-INSTALLMENT-COUNT
003520             MOVE PP-PLAN-AMOUNT TO WS-CUMULATIVE-DUE
003530         ELSE
003540             COMPUTE WS-CUMULATIVE-DUE =
003550                 PP-INSTALLMENT-AMOUNT * I
003560         END-IF
003570         IF PP-INST-PAID(I) NOT < WS-CUMULATIVE-DUE
003580             SET PP-INST-KEPT(I) TO TRUE
003590             ADD 1 TO PP-KEPT-COUNT
003600             ADD 1 TO WS-KEPT-COUNT
003610         ELSE
003620             SET PP-INST-BROKEN(I) TO TRUE
003630             ADD 1 TO PP-BROKEN-COUNT
003640             ADD 1 TO WS-BROKEN-COUNT
003650             PERFORM 2300-WRITE-BROKEN-LINE
003660         END-IF
003670     END-IF.
003680*----------------------------------------------------------------
003690* 2300-WRITE-BROKEN-LINE
003700*----------------------------------------------------------------
003710 2300-WRITE-BROKEN-LINE.
003720     MOVE PP-CUSTUMER-ID TO CUSTUMER-ID.
003730     READ CUSTOMER-MASTER-FILE
003740         INVALID KEY
003750             MOVE '** NOT ON MASTER **' TO CUSTUMER-NAME
003760             MOVE ZERO TO CUSTOMER-BALANCE
003770     END-READ.
003780     MOVE PP-CUSTUMER-ID TO DL-CUSTUMER-ID.
003790     MOVE CUSTUMER-NAME TO DL-CUSTUMER-NAME.
003800     MOVE PP-DUE-DATE(I) TO DL-DUE-DATE.
003810     MOVE I TO DL-INSTALLMENT.
003820     MOVE WS-CUMULATIVE-DUE TO DL-CUMULATIVE-DUE.
003830     MOVE PP-INST-PAID(I) TO DL-PAID.
003840     MOVE CUSTOMER-BALANCE TO DL-BALANCE.
003850     WRITE PLAN-LINE FROM WS-DETAIL-LINE.
003860     COMPUTE WS-SHORTFALL-TOTAL = WS-SHORTFALL-TOTAL
003870         + WS-CUMULATIVE-DUE - PP-INST-PAID(I).
003880*----------------------------------------------------------------
003890* 3000-PRINT-TOTALS
003900*----------------------------------------------------------------
003910 3000-PRINT-TOTALS.
003920     MOVE WS-PLANS-CHECKED TO TL-PLANS-CHECKED.
003930     MOVE WS-KEPT-COUNT TO TL-KEPT-COUNT.
003940     MOVE WS-BROKEN-COUNT TO TL-BROKEN-COUNT.
003950     MOVE WS-SHORTFALL-TOTAL TO TL-SHORTFALL-TOTAL.
003960     MOVE WS-PLANS-BROKEN TO TL-PLANS-BROKEN.
003970     MOVE WS-PLANS-COMPLETED TO TL-PLANS-COMPLETED.
003980     WRITE PLAN-LINE FROM SPACES.
003990     WRITE PLAN-LINE FROM WS-CHECKED-TOTAL-LINE.
004000     WRITE PLAN-LINE FROM WS-KEPT-TOTAL-LINE.
004010     WRITE PLAN-LINE FROM WS-BROKEN-TOTAL-LINE.
004020     WRITE PLAN-LINE FROM WS-PLANS-BROKEN-LINE.
004030     WRITE PLAN-LINE FROM WS-PLANS-COMPLETED-LINE.
004040     DISPLAY 'OPEN PLANS CHECKED         : ' WS-PLANS-CHECKED.
004050     DISPLAY 'INSTALLMENTS KEPT TONIGHT  : ' WS-KEPT-COUNT.
004060     DISPLAY 'INSTALLMENTS BROKEN TONIGHT: ' WS-BROKEN-COUNT.
004070*----------------------------------------------------------------
004080* 9000-TERMINATE
004090*----------------------------------------------------------------
004100 9000-TERMINATE.
004110     CLOSE PAYMENT-PLAN-FILE.
004120     CLOSE CUSTOMER-MASTER-FILE.
004130     CLOSE PLAN-REPORT.
004140 END PROGRAM CUSTPLCK.
