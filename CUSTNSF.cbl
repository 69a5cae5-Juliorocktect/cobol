000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTNSF.
000030 AUTHOR. JULIO.
000040 INSTALLATION. CUSTOMER-ACCOUNTING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  JR   ORIGINAL - RETURNED-PAYMENT (NSF) POSTING.
000110*                  A LOCKBOX CHECK THE BANK LATER SENDS BACK
000120*                  UNPAID USED TO BE UNWOUND BY HAND WITH A
000130*                  CALCADJ CARD, WITH NO FEE AND NO HOLD.  THIS
000140*                  RUN BALANCES THE BANK'S RETURNED-ITEM FILE
000150*                  AGAINST ITS OWN COUNT-AND-AMOUNT TRAILER (A
000160*                  SHORT OR DOUBLED FILE IS REFUSED WHOLE,
000170*                  RETURN-CODE 16, THE SAME DISCIPLINE AS THE
000180*                  LOCKBOX FILE), MATCHES EACH ITEM TO THE
000190*                  ORIGINAL CUSTLBX POSTING ON CUSTHIST (SOURCE
000200*                  'B', TYPE 'P' - SAME CUSTOMER, SAME AMOUNT,
000210*                  SAME DEPOSIT DATE), PUTS THE AMOUNT BACK ON
000220*                  CUSTMAST AS A REVERSAL (TYPE 'R'), ASSESSES
000230*                  THE SYSIN RETURNED-CHECK FEE (TYPE 'F') AND
000240*                  PUTS THE ACCOUNT ON HOLD.  BOTH HISTORY
000250*                  RECORDS ARE TAGGED SOURCE 'N'.  AN ITEM WITH
000260*                  NO MATCHING POSTING, OR ONE ALREADY RETURNED,
000270*                  GOES TO THE NSFEXCP EXCEPTION FILE WITH ITS
000280*                  REASON, AND EVERY ITEM LANDS ON THE NSFRPT
000290*                  REGISTER.  HONORS THE CUSTLOCK IN-USE LATCH.
000291*                  A RETURNED PAYMENT THAT CARRIED A BAD-DEBT
000292*                  RECOVERY HAS THE RECOVERY UNDONE AS WELL - A
000293*                  NEGATIVE TYPE 'Y' ON CUSTHIST AND WOHIST AND
000294*                  OFF THE RECOVERED TOTAL.  A CLOSED ACCOUNT IS
000295*                  LEFT CLOSED AND THE ITEM GOES TO EXCEPTION.
000300*----------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT RETURNED-ITEM-FILE ASSIGN TO RETITEM
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-RETITEM-STATUS.
000400     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS CUSTUMER-ID
000440         FILE STATUS IS WS-CUSTMAST-STATUS.
000450     SELECT CUSTOMER-HISTORY-FILE ASSIGN TO CUSTHIST
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-CUSTHIST-STATUS.
000480     SELECT EXCEPTION-FILE ASSIGN TO NSFEXCP
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-NSFEXCP-STATUS.
000510     SELECT REGISTER-REPORT ASSIGN TO NSFRPT
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-NSFRPT-STATUS.
000540     SELECT CUSTOMER-LOCK-FILE ASSIGN TO CUSTLOCK
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-CUSTLOCK-STATUS.
000562     SELECT WRITEOFF-HISTORY-FILE ASSIGN TO WOHIST
000564         ORGANIZATION IS LINE SEQUENTIAL
000566         FILE STATUS IS WS-WOHIST-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  RETURNED-ITEM-FILE
000600     LABEL RECORDS ARE STANDARD.
000610 01  RETURNED-ITEM-RECORD.
000620     05 RI-RECORD-TYPE PIC X(01).
000630         88 RI-DETAIL-RECORD VALUE 'D'.
000640         88 RI-TRAILER-RECORD VALUE 'T'.
000650     05 RI-CUSTUMER-ID PIC 9(06).
000660     05 RI-RETURN-AMOUNT PIC S9(09)V99.
000670     05 RI-CHECK-NUMBER PIC X(10).
000680     05 RI-DEPOSIT-DATE PIC 9(08).
000690     05 RI-RETURN-REASON PIC X(04).
000700*----------------------------------------------------------------
000710* TRAILER VIEW OF THE SAME 40-BYTE RECORD - THE BANK'S COUNT AND
000720* AMOUNT OF ITEMS RETURNED, CHECKED BEFORE A SINGLE ITEM POSTS.
000730*----------------------------------------------------------------
000740 01  RETURNED-ITEM-TRAILER.
000750     05 RT-RECORD-TYPE PIC X(01).
000760     05 RT-ITEM-COUNT PIC 9(07).
000770     05 RT-RETURN-TOTAL PIC S9(11)V99.
000780     05 FILLER PIC X(19).
000790 FD  CUSTOMER-MASTER-FILE
000800     LABEL RECORDS ARE STANDARD.
000810     COPY CUSTREC.
000820 FD  CUSTOMER-HISTORY-FILE
000830     LABEL RECORDS ARE STANDARD.
000840     COPY CUSTHIST.
000850 FD  EXCEPTION-FILE
000860     LABEL RECORDS ARE STANDARD
000870     RECORDING MODE IS F.
000880 01  EXCP-LINE PIC X(80).
000890 FD  REGISTER-REPORT
000900     LABEL RECORDS ARE STANDARD
000910     RECORDING MODE IS F.
000920 01  RGST-LINE PIC X(80).
000930 FD  CUSTOMER-LOCK-FILE
000940     LABEL RECORDS ARE STANDARD.
000950     COPY CUSTLOCK.
000952 FD  WRITEOFF-HISTORY-FILE
000954     LABEL RECORDS ARE STANDARD.
000956     COPY CUSTWOHS.
000960 WORKING-STORAGE SECTION.
000970 01  WS-RETITEM-STATUS PIC X(02) VALUE '00'.
000980     88 WS-RETITEM-OK VALUE '00'.
000990 01  WS-CUSTMAST-STATUS PIC X(02) VALUE '00'.
001000     88 WS-CUSTMAST-OK VALUE '00'.
001010 01  WS-CUSTHIST-STATUS PIC X(02) VALUE '00'.
001020 01  WS-NSFEXCP-STATUS PIC X(02) VALUE '00'.
001030 01  WS-NSFRPT-STATUS PIC X(02) VALUE '00'.
001040 01  WS-CUSTLOCK-STATUS PIC X(02) VALUE '00'.
001045 01  WS-WOHIST-STATUS PIC X(02) VALUE '00'.
001050 01  WS-EOF-SWITCH PIC X(01) VALUE 'N'.
001060     88 WS-END-OF-RETURNS VALUE 'Y'.
001070 01  WS-HIST-EOF-SWITCH PIC X(01) VALUE 'N'.
001080     88 WS-END-OF-HISTORY VALUE 'Y'.
001090 01  WS-RUN-SWITCH PIC X(01) VALUE 'Y'.
001100     88 WS-RUN-USABLE VALUE 'Y'.
001110     88 WS-RUN-UNUSABLE VALUE 'N'.
001120*----------------------------------------------------------------
001130* RETURNED-ITEM FILE BALANCING CONTROLS - ACCUMULATED BY 1500-
001140* VERIFY-RETURN-FILE AND COMPARED AGAINST THE BANK'S OWN TRAILER
001150* BEFORE A SINGLE ITEM POSTS.
001160*----------------------------------------------------------------
001170 01  WS-FILE-OK-SWITCH PIC X(01) VALUE 'Y'.
001180     88 WS-FILE-OK VALUE 'Y'.
001190     88 WS-FILE-BAD VALUE 'N'.
001200 01  WS-TRAILER-SEEN-SWITCH PIC X(01) VALUE 'N'.
001210     88 WS-TRAILER-SEEN VALUE 'Y'.
001220 01  WS-FILE-DETAIL-COUNT PIC 9(07) VALUE ZERO.
001230 01  WS-FILE-AMOUNT-TOTAL PIC S9(11)V99 VALUE ZERO.
001240 01  WS-TRAILER-COUNT PIC 9(07) VALUE ZERO.
001250 01  WS-TRAILER-TOTAL PIC S9(11)V99 VALUE ZERO.
001260 01  WS-COUNTERS.
001270     05 WS-REVERSED-COUNT PIC 9(07) COMP VALUE ZERO.
001280     05 WS-FEE-COUNT PIC 9(07) COMP VALUE ZERO.
001290     05 WS-EXCEPTION-COUNT PIC 9(07) COMP VALUE ZERO.
001295     05 WS-RECOVERY-COUNT PIC 9(07) COMP VALUE ZERO.
001300 01  WS-REVERSED-TOTAL PIC S9(11)V99 VALUE ZERO.
001310 01  WS-FEE-TOTAL PIC S9(11)V99 VALUE ZERO.
001320 01  WS-EXCEPTION-TOTAL PIC S9(11)V99 VALUE ZERO.
001330 01  WS-RETURN-FEE PIC S9(09)V99 VALUE ZERO.
001340 01  WS-BEFORE-BALANCE PIC S9(09)V99 VALUE ZERO.
001350 01  WS-REVERSED-BALANCE PIC S9(09)V99 VALUE ZERO.
001360 01  WS-HISTORY-AMOUNT PIC S9(09)V99 VALUE ZERO.
001370 01  WS-TODAY-DATE PIC 9(08) VALUE ZERO.
001371 01  WS-RECOVERY-TOTAL PIC S9(11)V99 VALUE ZERO.
001372 01  WS-RECOVERY-AMOUNT PIC S9(09)V99 VALUE ZERO.
001373 01  WS-UNRECOVERED-BALANCE PIC S9(09)V99 VALUE ZERO.
001374*----------------------------------------------------------------
001375* THE LAST CUSTLBX RECOVERY (SOURCE 'B', TYPE 'Y') SEEN ON THE
001376* MATCHING PASS.  CUSTLBX WRITES A RECOVERY STRAIGHT AHEAD OF THE
001377* PAYMENT IT WAS TAKEN FROM, UNDER THE LATCH, SO A LOCKBOX PAYMENT
001378* FOR THE SAME CUSTOMER AND DATE WHOSE BEFORE BALANCE IS THIS
001379* RECORD'S AFTER BALANCE CARRIED THIS RECOVERY.  CLEARED ON EVERY
001380* OTHER HISTORY LINE.
001381*----------------------------------------------------------------
001382 01  WS-PRIOR-RECOVERY.
001383     05 PR-CUSTUMER-ID PIC 9(06) VALUE ZERO.
001384     05 PR-CHANGE-DATE PIC 9(08) VALUE ZERO.
001385     05 PR-AFTER-BALANCE PIC S9(09)V99 VALUE ZERO.
001386     05 PR-RECOVERY-AMOUNT PIC S9(09)V99 VALUE ZERO.
001387 01  WS-CARRIED-RECOVERY PIC S9(09)V99 VALUE ZERO.
001388*----------------------------------------------------------------
001390* THE DAY'S RETURNED ITEMS, LOADED UP FRONT SO ONE PASS OVER
001400* CUSTHIST CAN FIND EVERY ITEM'S ORIGINAL POSTING.  PER ITEM THE
001410* PASS COUNTS THE MATCHING LOCKBOX PAYMENTS AND THE MATCHING
001420* RETURNS ALREADY POSTED (SOURCE 'N', TYPE 'R', SAME AMOUNT, ON
001430* OR AFTER THE DEPOSIT DATE) - AN ITEM POSTS ONLY WHILE THERE IS
001440* A PAYMENT LEFT THAT HAS NOT ALREADY COME BACK, SO A RE-SENT
001450* RETURN OR A RE-RUN OF THE SAME FILE CANNOT DOUBLE-REVERSE.
001460* A BANK FILE LARGER THAN THE TABLE IS REFUSED WHOLE BY THE
001470* VERIFY PASS RATHER THAN HALF-POSTED.  RQ-RECOVERY-AMOUNT IS
001472* THE BAD-DEBT RECOVERY THE MATCHED PAYMENT CARRIED - WHEN THE
001474* SAME CUSTOMER PAID THE SAME AMOUNT MORE THAN ONCE THAT DAY, THE
001476* LATEST SUCH PAYMENT'S.
001480*----------------------------------------------------------------
001490 77  WS-MAX-RETURNS PIC 9(04) VALUE 2000.
001500 77  WS-RETURN-COUNT PIC 9(04) VALUE ZERO.
001510 77  WS-RETURN-INDEX PIC 9(04) VALUE ZERO.
001520 77  I PIC 9(04) VALUE ZERO.
001530 01  WS-RETURN-TABLE.
001540     05 WS-RETURN-ENTRY OCCURS 2000 TIMES.
001550         10 RQ-CUSTUMER-ID PIC 9(06).
001560         10 RQ-RETURN-AMOUNT PIC S9(09)V99.
001570         10 RQ-CHECK-NUMBER PIC X(10).
001580         10 RQ-DEPOSIT-DATE PIC 9(08).
001590         10 RQ-RETURN-REASON PIC X(04).
001600         10 RQ-PAYMENT-COUNT PIC 9(04) COMP.
001610         10 RQ-RETURNED-COUNT PIC 9(04) COMP.
001615         10 RQ-RECOVERY-AMOUNT PIC S9(09)V99.
001620*----------------------------------------------------------------
001630* CUSTLOCK MASTER IN-USE LATCH - THE SAME LATCH EVERY BALANCE-
001640* POSTING PROGRAM HONORS.
001650*----------------------------------------------------------------
001660 01  WS-LATCH-SWITCH PIC X(01) VALUE 'N'.
001670     88 WS-LATCH-NOT-TAKEN VALUE 'N'.
001680     88 WS-LATCH-TAKEN VALUE 'T'.
001690     88 WS-LATCH-REFUSED VALUE 'R'.
001700 01  WS-LATCH-STATE PIC X(01) VALUE SPACE.
001710 01  WS-LATCH-HOLDER PIC X(08) VALUE SPACES.
001720 01  WS-LATCH-DATE PIC 9(08) VALUE ZERO.
001730 01  WS-LATCH-TIME PIC 9(08) VALUE ZERO.
001740*----------------------------------------------------------------
001750* EXCEPTION AND REGISTER LINE LAYOUTS
001760*----------------------------------------------------------------
001770 01  WS-EXCEPTION-RECORD.
001780     05 EX-EXCEPTION-DATE PIC 9(08).
001790     05 FILLER PIC X(02) VALUE SPACES.
001800     05 EX-CUSTUMER-ID PIC 9(06).
001810     05 FILLER PIC X(02) VALUE SPACES.
001820     05 EX-RETURN-AMOUNT PIC -(9)9.99.
001830     05 FILLER PIC X(02) VALUE SPACES.
001840     05 EX-CHECK-NUMBER PIC X(10).
001850     05 FILLER PIC X(02) VALUE SPACES.
001860     05 EX-DEPOSIT-DATE PIC 9(08).
001870     05 FILLER PIC X(02) VALUE SPACES.
001880     05 EX-REASON-TEXT PIC X(26).
001890 01  WS-HEADING-LINE.
001900     05 FILLER PIC X(22) VALUE SPACES.
001910     05 FILLER PIC X(40)
001920         VALUE 'RETURNED PAYMENT (NSF) POSTING REGISTER'.
001930 01  WS-COLUMN-LINE.
001940     05 FILLER PIC X(06) VALUE 'ID'.
001950     05 FILLER PIC X(15) VALUE '       RETURNED'.
001960     05 FILLER PIC X(02) VALUE SPACES.
001970     05 FILLER PIC X(12) VALUE 'CHECK'.
001980     05 FILLER PIC X(10) VALUE 'DEPOSITED'.
001990     05 FILLER PIC X(12) VALUE 'DISPOSITION'.
002000 01  WS-REGISTER-DETAIL.
002010     05 RG-CUSTUMER-ID PIC 9(06).
002020     05 FILLER PIC X(02) VALUE SPACES.
002030     05 RG-RETURN-AMOUNT PIC -(9)9.99.
002040     05 FILLER PIC X(02) VALUE SPACES.
002050     05 RG-CHECK-NUMBER PIC X(10).
002060     05 FILLER PIC X(02) VALUE SPACES.
002070     05 RG-DEPOSIT-DATE PIC 9(08).
002080     05 FILLER PIC X(02) VALUE SPACES.
002090     05 RG-DISPOSITION PIC X(26).
002100 01  WS-REVERSED-TOTAL-LINE.
002110     05 FILLER PIC X(26) VALUE 'PAYMENTS REVERSED:'.
002120     05 TL-REVERSED-COUNT PIC ZZZ,ZZ9.
002130     05 FILLER PIC X(09) VALUE '  AMOUNT:'.
002140     05 TL-REVERSED-TOTAL PIC -(10)9.99.
002150 01  WS-FEE-TOTAL-LINE.
002160     05 FILLER PIC X(26) VALUE 'RETURNED-CHECK FEES:'.
002170     05 TL-FEE-COUNT PIC ZZZ,ZZ9.
002180     05 FILLER PIC X(09) VALUE '  AMOUNT:'.
002190     05 TL-FEE-TOTAL PIC -(10)9.99.
002200 01  WS-EXCEPTION-TOTAL-LINE.
002210     05 FILLER PIC X(26) VALUE 'RETURNS TO EXCEPTION:'.
002220     05 TL-EXCEPTION-COUNT PIC ZZZ,ZZ9.
002230     05 FILLER PIC X(09) VALUE '  AMOUNT:'.
002240     05 TL-EXCEPTION-TOTAL PIC -(10)9.99.
002241 01  WS-RECOVERY-TOTAL-LINE.
002242     05 FILLER PIC X(26) VALUE 'RECOVERIES UNDONE:'.
002243     05 TL-RECOVERY-COUNT PIC ZZZ,ZZ9.
002244     05 FILLER PIC X(09) VALUE '  AMOUNT:'.
002245     05 TL-RECOVERY-TOTAL PIC -(10)9.99.
002250 PROCEDURE DIVISION.
002260*----------------------------------------------------------------
002270* 0000-MAINLINE
002280*----------------------------------------------------------------
002290 0000-MAINLINE.
002300     PERFORM 0100-ACQUIRE-MASTER-LATCH.
002310     IF WS-LATCH-REFUSED
002320         MOVE 16 TO RETURN-CODE
002330     ELSE
002340         PERFORM 1500-VERIFY-RETURN-FILE
002350         IF WS-FILE-BAD
002360             DISPLAY 'RETURNED-ITEM FILE REJECTED - NOTHING '
002370                 'POSTED'
002380             MOVE 16 TO RETURN-CODE
002390         ELSE
002400             PERFORM 1000-INITIALIZE
002410             IF WS-RUN-USABLE
002420                 PERFORM 2000-PROCESS-RETURN
002430                     VARYING WS-RETURN-INDEX FROM 1 BY 1
002440                     UNTIL WS-RETURN-INDEX > WS-RETURN-COUNT
002450                 PERFORM 3000-PRINT-TOTALS
002460                 PERFORM 9000-TERMINATE
002470             END-IF
002480         END-IF
002490         PERFORM 0200-RELEASE-MASTER-LATCH
002500     END-IF.
002510     STOP RUN.
002520*----------------------------------------------------------------
002530* 1500-VERIFY-RETURN-FILE
002540* READS THE WHOLE RETURNED-ITEM FILE ONCE AND PROVES IT COMPLETE
002550* AGAINST ITS OWN TRAILER - COUNT AND AMOUNT BOTH - LOADING THE
002560* DETAILS INTO THE RETURN TABLE AS IT GOES.  A FILE WITHOUT A
002570* TRAILER, WITH ANY MISMATCH, OR TOO LARGE FOR THE TABLE IS
002580* REFUSED WHOLE.  UNLIKE THE LOCKBOX FILE THE DEPOSIT DATES ARE
002590* NOT TODAY - A CHECK COMES BACK DAYS AFTER IT WAS DEPOSITED -
002600* SO THE RE-RUN GUARD IS THE ALREADY-RETURNED COUNT INSTEAD.
002610*----------------------------------------------------------------
002620 1500-VERIFY-RETURN-FILE.
002630     MOVE 'Y' TO WS-FILE-OK-SWITCH.
002640     MOVE 'N' TO WS-EOF-SWITCH.
002650     MOVE 'N' TO WS-TRAILER-SEEN-SWITCH.
002660     MOVE ZERO TO WS-FILE-DETAIL-COUNT.
002670     MOVE ZERO TO WS-FILE-AMOUNT-TOTAL.
002680     MOVE ZERO TO WS-RETURN-COUNT.
002690     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
002700     OPEN INPUT RETURNED-ITEM-FILE.
002710     IF NOT WS-RETITEM-OK
002720         DISPLAY 'RETITEM COULD NOT BE OPENED - STATUS '
002730             WS-RETITEM-STATUS
002740         SET WS-FILE-BAD TO TRUE
002750     ELSE
002760         PERFORM 2100-READ-RETURNED-ITEM
002770         PERFORM 1600-VERIFY-ONE-RECORD UNTIL WS-END-OF-RETURNS
002780         CLOSE RETURNED-ITEM-FILE
002790         PERFORM 1700-CHECK-FILE-TOTALS
002800     END-IF.
002810*----------------------------------------------------------------
002820* 1600-VERIFY-ONE-RECORD
002830*----------------------------------------------------------------
002840 1600-VERIFY-ONE-RECORD.
002850     EVALUATE TRUE
002860         WHEN RI-TRAILER-RECORD
002870             IF WS-TRAILER-SEEN
002880                 DISPLAY 'RETURNED-ITEM FILE HAS MORE THAN ONE '
002890                     'TRAILER'
002900                 SET WS-FILE-BAD TO TRUE
002910             END-IF
002920             SET WS-TRAILER-SEEN TO TRUE
002930             IF RT-ITEM-COUNT IS NUMERIC
002940                 MOVE RT-ITEM-COUNT TO WS-TRAILER-COUNT
002950             ELSE
002960                 DISPLAY 'RETURNED-ITEM TRAILER COUNT IS NOT '
002970                     'NUMERIC'
002980                 SET WS-FILE-BAD TO TRUE
002990             END-IF
003000             MOVE RT-RETURN-TOTAL TO WS-TRAILER-TOTAL
003010         WHEN OTHER
003020             IF WS-TRAILER-SEEN
003030                 DISPLAY 'RETURNED-ITEM FILE CARRIES RECORDS '
003040                     'AFTER THE TRAILER'
003050                 SET WS-FILE-BAD TO TRUE
003060             END-IF
003070             ADD 1 TO WS-FILE-DETAIL-COUNT
003080             IF RI-RETURN-AMOUNT IS NUMERIC
003090                 AND RI-RETURN-AMOUNT > ZERO
003100                 ADD RI-RETURN-AMOUNT TO WS-FILE-AMOUNT-TOTAL
003110             ELSE
003120                 DISPLAY 'RETURNED AMOUNT NOT A POSITIVE NUMBER '
003130                     '- RECORD ' WS-FILE-DETAIL-COUNT
003140                 SET WS-FILE-BAD TO TRUE
003150             END-IF
003160             IF RI-CUSTUMER-ID NOT NUMERIC
003170                 OR RI-DEPOSIT-DATE NOT NUMERIC
003180                 DISPLAY 'RETURNED ITEM ID OR DEPOSIT DATE NOT '
003190                     'NUMERIC - RECORD ' WS-FILE-DETAIL-COUNT
003200                 SET WS-FILE-BAD TO TRUE
003210             END-IF
003220             IF WS-RETURN-COUNT < WS-MAX-RETURNS
003230                 PERFORM 1650-LOAD-RETURN-ENTRY
003240             ELSE
003250                 IF WS-FILE-DETAIL-COUNT = WS-MAX-RETURNS + 1
003260                     DISPLAY 'RETURNED-ITEM FILE HOLDS MORE THAN '
003270                         WS-MAX-RETURNS ' ITEMS - SPLIT THE FILE'
003280                 END-IF
003290                 SET WS-FILE-BAD TO TRUE
003300             END-IF
003310     END-EVALUATE.
003320     PERFORM 2100-READ-RETURNED-ITEM.
003330*----------------------------------------------------------------
003340* 1650-LOAD-RETURN-ENTRY
003350*----------------------------------------------------------------
003360 1650-LOAD-RETURN-ENTRY.
003370     ADD 1 TO WS-RETURN-COUNT.
003380     MOVE RI-CUSTUMER-ID TO RQ-CUSTUMER-ID(WS-RETURN-COUNT).
003390     MOVE RI-RETURN-AMOUNT TO RQ-RETURN-AMOUNT(WS-RETURN-COUNT).
003400     MOVE RI-CHECK-NUMBER TO RQ-CHECK-NUMBER(WS-RETURN-COUNT).
003410     MOVE RI-DEPOSIT-DATE TO RQ-DEPOSIT-DATE(WS-RETURN-COUNT).
003420     MOVE RI-RETURN-REASON TO RQ-RETURN-REASON(WS-RETURN-COUNT).
003430     MOVE ZERO TO RQ-PAYMENT-COUNT(WS-RETURN-COUNT).
003440     MOVE ZERO TO RQ-RETURNED-COUNT(WS-RETURN-COUNT).
003445     MOVE ZERO TO RQ-RECOVERY-AMOUNT(WS-RETURN-COUNT).
003450*----------------------------------------------------------------
003460* 1700-CHECK-FILE-TOTALS
003470*----------------------------------------------------------------
003480 1700-CHECK-FILE-TOTALS.
003490     IF NOT WS-TRAILER-SEEN
003500         DISPLAY 'RETURNED-ITEM FILE HAS NO TRAILER - FILE '
003510             'TRUNCATED?'
003520         SET WS-FILE-BAD TO TRUE
003530     END-IF.
003540     IF WS-TRAILER-SEEN AND WS-FILE-OK
003550         IF WS-TRAILER-COUNT NOT = WS-FILE-DETAIL-COUNT
003560             DISPLAY 'RETURNED-ITEM COUNT MISMATCH - TRAILER '
003570                 WS-TRAILER-COUNT ' FILE ' WS-FILE-DETAIL-COUNT
003580             SET WS-FILE-BAD TO TRUE
003590         END-IF
003600         IF WS-TRAILER-TOTAL NOT = WS-FILE-AMOUNT-TOTAL
003610             DISPLAY 'RETURNED-ITEM TOTAL MISMATCH - TRAILER '
003620                 WS-TRAILER-TOTAL ' FILE ' WS-FILE-AMOUNT-TOTAL
003630             SET WS-FILE-BAD TO TRUE
003640         END-IF
003650     END-IF.
003660*----------------------------------------------------------------
003670* 1000-INITIALIZE
003680* READS THE RETURNED-CHECK FEE FROM SYSIN, OPENS THE MASTER, RUNS
003690* THE ONE MATCHING PASS OVER CUSTHIST, THEN RE-OPENS CUSTHIST FOR
003700* APPEND AND OPENS WOHIST, THE EXCEPTION FILE AND REGISTER.
003710*----------------------------------------------------------------
003720 1000-INITIALIZE.
003730     DISPLAY 'ENTER RETURNED-CHECK FEE: '.
003740     ACCEPT WS-RETURN-FEE.
003750     OPEN I-O CUSTOMER-MASTER-FILE.
003760     IF WS-CUSTMAST-STATUS = '35'
003770*        THE SAME REFUSAL CUSTLBX MAKES - WITHOUT THE MASTER NO
003780*        READ EVER FIRES INVALID KEY AND THE RUN WOULD END CLEAN
003790*        HAVING POSTED NOTHING.
003800         DISPLAY 'CUSTOMER MASTER DOES NOT EXIST - NOTHING TO '
003810             'POST RETURNS TO'
003820         MOVE 16 TO RETURN-CODE
003830         SET WS-RUN-UNUSABLE TO TRUE
003840     ELSE
003850         PERFORM 1300-MATCH-HISTORY
003860         OPEN EXTEND CUSTOMER-HISTORY-FILE
003870         IF WS-CUSTHIST-STATUS = '05' OR WS-CUSTHIST-STATUS = '35'
003880             OPEN OUTPUT CUSTOMER-HISTORY-FILE
003890         END-IF
003892         OPEN EXTEND WRITEOFF-HISTORY-FILE
003894         IF WS-WOHIST-STATUS = '05' OR WS-WOHIST-STATUS = '35'
003896             OPEN OUTPUT WRITEOFF-HISTORY-FILE
003898         END-IF
003900         OPEN EXTEND EXCEPTION-FILE
003910         IF WS-NSFEXCP-STATUS = '05' OR WS-NSFEXCP-STATUS = '35'
003920             OPEN OUTPUT EXCEPTION-FILE
003930         END-IF
003940         OPEN OUTPUT REGISTER-REPORT
003950         WRITE RGST-LINE FROM WS-HEADING-LINE
003960         WRITE RGST-LINE FROM SPACES
003970         WRITE RGST-LINE FROM WS-COLUMN-LINE
003980     END-IF.
003990*----------------------------------------------------------------
004000* 1300-MATCH-HISTORY
004010* ONE PASS OVER CUSTHIST COUNTING, FOR EVERY RETURNED ITEM, THE
004020* LOCKBOX PAYMENTS IT COULD BE AND THE RETURNS ALREADY POSTED
004030* AGAINST THEM.  A MISSING CUSTHIST ('35') MATCHES NOTHING, SO
004040* EVERY ITEM GOES TO EXCEPTION.
004050*----------------------------------------------------------------
004060 1300-MATCH-HISTORY.
004070     MOVE 'N' TO WS-HIST-EOF-SWITCH.
004080     OPEN INPUT CUSTOMER-HISTORY-FILE.
004090     IF WS-CUSTHIST-STATUS = '35'
004100         SET WS-END-OF-HISTORY TO TRUE
004110     ELSE
004120         PERFORM 1350-READ-HISTORY
004130     END-IF.
004140     PERFORM 1310-MATCH-ONE-HISTORY UNTIL WS-END-OF-HISTORY.
004150     IF WS-CUSTHIST-STATUS NOT = '35'
004160         CLOSE CUSTOMER-HISTORY-FILE
004170     END-IF.
004180*----------------------------------------------------------------
004190* 1310-MATCH-ONE-HISTORY
004200* ONLY LOCKBOX PAYMENTS AND EARLIER RETURNED-ITEM REVERSALS ARE
004210* OF INTEREST; EVERY OTHER HISTORY LINE IS PASSED OVER.  A
004213* LOCKBOX RECOVERY IS HELD FOR THE ONE LINE AFTER IT, WHERE ITS
004216* PAYMENT SHOULD BE.
004220*----------------------------------------------------------------
004230 1310-MATCH-ONE-HISTORY.
004240     IF CH-SOURCE-LKBX AND CH-TYPE-PAYMENT
004250         COMPUTE WS-HISTORY-AMOUNT =
004260             CH-BEFORE-BALANCE - CH-AFTER-BALANCE
004261         MOVE ZERO TO WS-CARRIED-RECOVERY
004262         IF PR-CUSTUMER-ID = CH-CUSTUMER-ID
004263             AND PR-CHANGE-DATE = CH-CHANGE-DATE
004264             AND PR-AFTER-BALANCE = CH-BEFORE-BALANCE
004265             MOVE PR-RECOVERY-AMOUNT TO WS-CARRIED-RECOVERY
004266         END-IF
004270         PERFORM 1320-TEST-PAYMENT-MATCH
004280             VARYING I FROM 1 BY 1
004290             UNTIL I > WS-RETURN-COUNT
004300     END-IF.
004310     IF CH-SOURCE-NSF AND CH-TYPE-REVERSAL
004320         COMPUTE WS-HISTORY-AMOUNT =
004330             CH-AFTER-BALANCE - CH-BEFORE-BALANCE
004340         PERFORM 1330-TEST-RETURN-MATCH
004350             VARYING I FROM 1 BY 1
004360             UNTIL I > WS-RETURN-COUNT
004370     END-IF.
004371     MOVE ZERO TO PR-CUSTUMER-ID.
004372     MOVE ZERO TO PR-CHANGE-DATE.
004373     MOVE ZERO TO PR-AFTER-BALANCE.
004374     MOVE ZERO TO PR-RECOVERY-AMOUNT.
004375     IF CH-SOURCE-LKBX AND CH-TYPE-RECOVERY
004376         MOVE CH-CUSTUMER-ID TO PR-CUSTUMER-ID
004377         MOVE CH-CHANGE-DATE TO PR-CHANGE-DATE
004378         MOVE CH-AFTER-BALANCE TO PR-AFTER-BALANCE
004379         COMPUTE PR-RECOVERY-AMOUNT =
004380             CH-AFTER-BALANCE - CH-BEFORE-BALANCE
004381     END-IF.
004382     PERFORM 1350-READ-HISTORY.
004390*----------------------------------------------------------------
004400* 1320-TEST-PAYMENT-MATCH
004410* CUSTLBX ONLY POSTS A FILE WHOSE DEPOSITS ARE DATED TODAY, SO
004420* THE POSTING'S CHANGE DATE IS THE DEPOSIT DATE.
004430*----------------------------------------------------------------
004440 1320-TEST-PAYMENT-MATCH.
004450     IF RQ-CUSTUMER-ID(I) = CH-CUSTUMER-ID
004460         AND RQ-RETURN-AMOUNT(I) = WS-HISTORY-AMOUNT
004470         AND RQ-DEPOSIT-DATE(I) = CH-CHANGE-DATE
004480         ADD 1 TO RQ-PAYMENT-COUNT(I)
004485         MOVE WS-CARRIED-RECOVERY TO RQ-RECOVERY-AMOUNT(I)
004490     END-IF.
004500*----------------------------------------------------------------
004510* 1330-TEST-RETURN-MATCH
004520*----------------------------------------------------------------
004530 1330-TEST-RETURN-MATCH.
004540     IF RQ-CUSTUMER-ID(I) = CH-CUSTUMER-ID
004550         AND RQ-RETURN-AMOUNT(I) = WS-HISTORY-AMOUNT
004560         AND CH-CHANGE-DATE NOT < RQ-DEPOSIT-DATE(I)
004570         ADD 1 TO RQ-RETURNED-COUNT(I)
004580     END-IF.
004590*----------------------------------------------------------------
004600* 1350-READ-HISTORY
004610*----------------------------------------------------------------
004620 1350-READ-HISTORY.
004630     READ CUSTOMER-HISTORY-FILE
004640         AT END
004650             SET WS-END-OF-HISTORY TO TRUE
004660     END-READ.
004670*----------------------------------------------------------------
004680* 2000-PROCESS-RETURN
004690* POSTS ONE RETURNED ITEM FROM THE TABLE, OR ROUTES IT TO THE
004700* EXCEPTION FILE.
004710*----------------------------------------------------------------
004720 2000-PROCESS-RETURN.
004730     EVALUATE TRUE
004740         WHEN RQ-PAYMENT-COUNT(WS-RETURN-INDEX) = ZERO
004750             MOVE 'NO MATCHING LOCKBOX ITEM' TO EX-REASON-TEXT
004760             PERFORM 2400-WRITE-EXCEPTION
004770         WHEN RQ-RETURNED-COUNT(WS-RETURN-INDEX) NOT <
004780             RQ-PAYMENT-COUNT(WS-RETURN-INDEX)
004790             MOVE 'PAYMENT ALREADY RETURNED' TO EX-REASON-TEXT
004800             PERFORM 2400-WRITE-EXCEPTION
004810         WHEN OTHER
004820             PERFORM 2200-POST-ONE-RETURN
004830     END-EVALUATE.
004840*----------------------------------------------------------------
004850* 2100-READ-RETURNED-ITEM
004860*----------------------------------------------------------------
004870 2100-READ-RETURNED-ITEM.
004880     READ RETURNED-ITEM-FILE
004890         AT END
004900             SET WS-END-OF-RETURNS TO TRUE
004910     END-READ.
004920*----------------------------------------------------------------
004930* 2200-POST-ONE-RETURN
004940* PUTS THE RETURNED AMOUNT BACK ON THE BALANCE, ADDS THE FEE AND
004950* HOLDS THE ACCOUNT IN ONE REWRITE, THEN WRITES THE REVERSAL AND
004960* FEE HISTORY.  A CUSTOMER NOT ON THE MASTER, OR ONE CUSTMRGE HAS
004970* SINCE FOLDED INTO A SURVIVOR, GOES TO EXCEPTION - THE MONEY
004980* MUST BE CHASED ON THE SURVIVOR BY HAND.  SO DOES A CLOSED
004985* ACCOUNT, WHICH IS LEFT CLOSED RATHER THAN RE-OPENED ON HOLD.
004990*----------------------------------------------------------------
005000 2200-POST-ONE-RETURN.
005010     MOVE RQ-CUSTUMER-ID(WS-RETURN-INDEX) TO CUSTUMER-ID.
005020     READ CUSTOMER-MASTER-FILE
005030         INVALID KEY
005040             MOVE 'CUSTOMER NOT ON MASTER' TO EX-REASON-TEXT
005050             PERFORM 2400-WRITE-EXCEPTION
005060     END-READ.
005070     IF WS-CUSTMAST-OK
005080         EVALUATE TRUE
005090             WHEN NOT CUSTOMER-NOT-MERGED
005100                 MOVE 'ACCOUNT MERGED AWAY' TO EX-REASON-TEXT
005110                 PERFORM 2400-WRITE-EXCEPTION
005120             WHEN CUSTOMER-CLOSED
005130                 MOVE 'ACCOUNT CLOSED' TO EX-REASON-TEXT
005140                 PERFORM 2400-WRITE-EXCEPTION
005150             WHEN OTHER
005160                 PERFORM 2250-APPLY-RETURN
005170         END-EVALUATE
005370     END-IF.
005371*----------------------------------------------------------------
005372* 2250-APPLY-RETURN
005373* A RECOVERY THE PAYMENT CARRIED GOES BACK TO BAD DEBT: IT COMES
005374* OFF THE BALANCE AND THE RECOVERED TOTAL IN THE SAME REWRITE,
005375* NEVER MORE THAN THE ACCOUNT HAS RECOVERED.
005376*----------------------------------------------------------------
005377 2250-APPLY-RETURN.
005378     MOVE CUSTOMER-BALANCE TO WS-BEFORE-BALANCE.
005379     MOVE RQ-RECOVERY-AMOUNT(WS-RETURN-INDEX)
005380         TO WS-RECOVERY-AMOUNT.
005381     IF WS-RECOVERY-AMOUNT > CUSTOMER-RECOVERED-TOTAL
005382         MOVE CUSTOMER-RECOVERED-TOTAL TO WS-RECOVERY-AMOUNT
005383     END-IF.
005384     ADD RQ-RETURN-AMOUNT(WS-RETURN-INDEX) TO CUSTOMER-BALANCE.
005385     MOVE CUSTOMER-BALANCE TO WS-REVERSED-BALANCE.
005386     SUBTRACT WS-RECOVERY-AMOUNT FROM CUSTOMER-BALANCE.
005387     SUBTRACT WS-RECOVERY-AMOUNT FROM CUSTOMER-RECOVERED-TOTAL.
005388     MOVE CUSTOMER-BALANCE TO WS-UNRECOVERED-BALANCE.
005389     ADD WS-RETURN-FEE TO CUSTOMER-BALANCE.
005390     SET CUSTOMER-HOLD TO TRUE.
005391     REWRITE CUSTUMER_RECORDS
005392         INVALID KEY
005393             DISPLAY 'REWRITE FAILED - RETURN NOT '
005394                 'POSTED - ' CUSTUMER-ID
005395     END-REWRITE.
005396     IF WS-CUSTMAST-OK
005397         PERFORM 2300-WRITE-HISTORY-RECORDS
005398         PERFORM 2350-CLAIM-MATCHED-PAYMENT
005399             VARYING I FROM 1 BY 1
005400             UNTIL I > WS-RETURN-COUNT
005401         ADD 1 TO WS-REVERSED-COUNT
005402         ADD RQ-RETURN-AMOUNT(WS-RETURN-INDEX)
005403             TO WS-REVERSED-TOTAL
005404         IF WS-RECOVERY-AMOUNT > ZERO
005405             ADD 1 TO WS-RECOVERY-COUNT
005406             ADD WS-RECOVERY-AMOUNT TO WS-RECOVERY-TOTAL
005407             MOVE 'REVERSED - RECOVERY UNDONE' TO
005408                 RG-DISPOSITION
005409         ELSE
005410             MOVE 'REVERSED - ACCOUNT ON HOLD' TO
005411                 RG-DISPOSITION
005412         END-IF
005413         PERFORM 2500-WRITE-REGISTER-LINE
005414     END-IF.
005415*----------------------------------------------------------------
005416* 2300-WRITE-HISTORY-RECORDS
005417* THE REVERSAL (SOURCE 'N', TYPE 'R'), ANY RECOVERY UNDONE
005418* (SOURCE 'N', TYPE 'Y', AFTER BALANCE BELOW BEFORE) WITH ITS
005419* WOHIST EVENT, AND, WHEN A FEE IS SET, THE RETURNED-CHECK FEE
005420* (SOURCE 'N', TYPE 'F'), EACH CHAINED ON FROM THE ONE BEFORE.
005421*----------------------------------------------------------------
005430 2300-WRITE-HISTORY-RECORDS.
005440     MOVE SPACES TO CUSTHIST-RECORD.
005450     ACCEPT CH-CHANGE-DATE FROM DATE YYYYMMDD.
005460     ACCEPT CH-CHANGE-TIME FROM TIME.
005470     MOVE CUSTUMER-ID TO CH-CUSTUMER-ID.
005480     MOVE WS-BEFORE-BALANCE TO CH-BEFORE-BALANCE.
005490     MOVE WS-REVERSED-BALANCE TO CH-AFTER-BALANCE.
005500     SET CH-SOURCE-NSF TO TRUE.
005510     SET CH-TYPE-REVERSAL TO TRUE.
005520     WRITE CUSTHIST-RECORD.
005522     IF WS-RECOVERY-AMOUNT > ZERO
005524         PERFORM 2320-WRITE-RECOVERY-RECORDS
005526     END-IF.
005530     IF WS-RETURN-FEE > ZERO
005540         MOVE SPACES TO CUSTHIST-RECORD
005550         ACCEPT CH-CHANGE-DATE FROM DATE YYYYMMDD
005560         ACCEPT CH-CHANGE-TIME FROM TIME
005570         MOVE CUSTUMER-ID TO CH-CUSTUMER-ID
005580         MOVE WS-UNRECOVERED-BALANCE TO CH-BEFORE-BALANCE
005590         MOVE CUSTOMER-BALANCE TO CH-AFTER-BALANCE
005600         SET CH-SOURCE-NSF TO TRUE
005610         SET CH-TYPE-FEE TO TRUE
005620         WRITE CUSTHIST-RECORD
005630         ADD 1 TO WS-FEE-COUNT
005640         ADD WS-RETURN-FEE TO WS-FEE-TOTAL
005650     END-IF.
005651*----------------------------------------------------------------
005652* 2320-WRITE-RECOVERY-RECORDS
005653* THE MIRROR OF CUSTLBX'S 2350-WRITE-RECOVERY-RECORDS - THE
005654* RECOVERY UNDONE GOES TO CUSTHIST AND, AS A NEGATIVE RECOVERY
005655* EVENT WITH THE ACCOUNT'S REDUCED RECOVERED TOTAL, TO WOHIST.
005656*----------------------------------------------------------------
005657 2320-WRITE-RECOVERY-RECORDS.
005658     MOVE SPACES TO CUSTHIST-RECORD.
005659     ACCEPT CH-CHANGE-DATE FROM DATE YYYYMMDD.
005660     ACCEPT CH-CHANGE-TIME FROM TIME.
005661     MOVE CUSTUMER-ID TO CH-CUSTUMER-ID.
005662     MOVE WS-REVERSED-BALANCE TO CH-BEFORE-BALANCE.
005663     MOVE WS-UNRECOVERED-BALANCE TO CH-AFTER-BALANCE.
005664     SET CH-SOURCE-NSF TO TRUE.
005665     SET CH-TYPE-RECOVERY TO TRUE.
005666     WRITE CUSTHIST-RECORD.
005667     MOVE SPACES TO WOHIST-RECORD.
005668     MOVE CUSTUMER-ID TO WH-CUSTUMER-ID.
005669     MOVE CH-CHANGE-DATE TO WH-EVENT-DATE.
005670     MOVE CH-CHANGE-TIME TO WH-EVENT-TIME.
005671     SET WH-EVENT-RECOVERY TO TRUE.
005672     COMPUTE WH-EVENT-AMOUNT = ZERO - WS-RECOVERY-AMOUNT.
005673     MOVE CUSTOMER-WRITEOFF-TOTAL TO WH-WRITEOFF-TOTAL.
005674     MOVE CUSTOMER-RECOVERED-TOTAL TO WH-RECOVERED-TOTAL.
005675     MOVE SPACE TO WH-DISPOSITION.
005676     MOVE RQ-CHECK-NUMBER(WS-RETURN-INDEX) TO WH-REASON.
005677     MOVE 'CUSTNSF' TO WH-REQUESTED-BY.
005678     MOVE SPACES TO WH-APPROVED-BY.
005679     WRITE WOHIST-RECORD.
005680*----------------------------------------------------------------
005681* 2350-CLAIM-MATCHED-PAYMENT
005682* THE PAYMENT JUST REVERSED IS NO LONGER AVAILABLE TO ANY OTHER
005690* ITEM IN THIS FILE CARRYING THE SAME CUSTOMER, AMOUNT AND DATE -
005700* A DOUBLED ITEM FROM THE BANK EXCEPTS INSTEAD OF POSTING TWICE.
005710*----------------------------------------------------------------
005720 2350-CLAIM-MATCHED-PAYMENT.
005730     IF RQ-CUSTUMER-ID(I) = RQ-CUSTUMER-ID(WS-RETURN-INDEX)
005740         AND RQ-RETURN-AMOUNT(I) =
005750             RQ-RETURN-AMOUNT(WS-RETURN-INDEX)
005760         AND RQ-DEPOSIT-DATE(I) =
005770             RQ-DEPOSIT-DATE(WS-RETURN-INDEX)
005780         ADD 1 TO RQ-RETURNED-COUNT(I)
005790     END-IF.
005800*----------------------------------------------------------------
005810* 2400-WRITE-EXCEPTION
005820* ROUTES ONE UNPOSTABLE RETURN TO THE EXCEPTION FILE WITH ITS
005830* REASON, AND TO THE REGISTER SO THE CASH OFFICE SEES EVERY ITEM
005840* IN ONE PLACE.
005850*----------------------------------------------------------------
005860 2400-WRITE-EXCEPTION.
005870     MOVE WS-TODAY-DATE TO EX-EXCEPTION-DATE.
005880     MOVE RQ-CUSTUMER-ID(WS-RETURN-INDEX) TO EX-CUSTUMER-ID.
005890     MOVE RQ-RETURN-AMOUNT(WS-RETURN-INDEX) TO EX-RETURN-AMOUNT.
005900     MOVE RQ-CHECK-NUMBER(WS-RETURN-INDEX) TO EX-CHECK-NUMBER.
005910     MOVE RQ-DEPOSIT-DATE(WS-RETURN-INDEX) TO EX-DEPOSIT-DATE.
005920     WRITE EXCP-LINE FROM WS-EXCEPTION-RECORD.
005930     ADD 1 TO WS-EXCEPTION-COUNT.
005940     ADD RQ-RETURN-AMOUNT(WS-RETURN-INDEX) TO WS-EXCEPTION-TOTAL.
005950     MOVE EX-REASON-TEXT TO RG-DISPOSITION.
005960     PERFORM 2500-WRITE-REGISTER-LINE.
005970*----------------------------------------------------------------
005980* 2500-WRITE-REGISTER-LINE
005990*----------------------------------------------------------------
006000 2500-WRITE-REGISTER-LINE.
006010     MOVE RQ-CUSTUMER-ID(WS-RETURN-INDEX) TO RG-CUSTUMER-ID.
006020     MOVE RQ-RETURN-AMOUNT(WS-RETURN-INDEX) TO RG-RETURN-AMOUNT.
006030     MOVE RQ-CHECK-NUMBER(WS-RETURN-INDEX) TO RG-CHECK-NUMBER.
006040     MOVE RQ-DEPOSIT-DATE(WS-RETURN-INDEX) TO RG-DEPOSIT-DATE.
006050     WRITE RGST-LINE FROM WS-REGISTER-DETAIL.
006060*----------------------------------------------------------------
006070* 3000-PRINT-TOTALS
006080*----------------------------------------------------------------
006090 3000-PRINT-TOTALS.
006100     MOVE WS-REVERSED-COUNT TO TL-REVERSED-COUNT.
006110     MOVE WS-REVERSED-TOTAL TO TL-REVERSED-TOTAL.
006120     MOVE WS-FEE-COUNT TO TL-FEE-COUNT.
006130     MOVE WS-FEE-TOTAL TO TL-FEE-TOTAL.
006140     MOVE WS-EXCEPTION-COUNT TO TL-EXCEPTION-COUNT.
006150     MOVE WS-EXCEPTION-TOTAL TO TL-EXCEPTION-TOTAL.
006153     MOVE WS-RECOVERY-COUNT TO TL-RECOVERY-COUNT.
006156     MOVE WS-RECOVERY-TOTAL TO TL-RECOVERY-TOTAL.
006160     WRITE RGST-LINE FROM SPACES.
006170     WRITE RGST-LINE FROM WS-REVERSED-TOTAL-LINE.
006180     WRITE RGST-LINE FROM WS-FEE-TOTAL-LINE.
006190     WRITE RGST-LINE FROM WS-EXCEPTION-TOTAL-LINE.
006195     WRITE RGST-LINE FROM WS-RECOVERY-TOTAL-LINE.
006200     DISPLAY 'RETURNED PAYMENTS REVERSED : ' WS-REVERSED-COUNT.
006210     DISPLAY 'RETURNED-CHECK FEES        : ' WS-FEE-COUNT.
006220     DISPLAY 'RETURNS EXCEPTED           : ' WS-EXCEPTION-COUNT.
006225     DISPLAY 'RECOVERIES UNDONE          : ' WS-RECOVERY-COUNT.
006230*----------------------------------------------------------------
006240* 9000-TERMINATE
006250*----------------------------------------------------------------
006260 9000-TERMINATE.
006270     CLOSE CUSTOMER-MASTER-FILE.
006280     CLOSE CUSTOMER-HISTORY-FILE.
006285     CLOSE WRITEOFF-HISTORY-FILE.
006290     CLOSE EXCEPTION-FILE.
006300     CLOSE REGISTER-REPORT.
006310*----------------------------------------------------------------
006320* 0100-ACQUIRE-MASTER-LATCH
006330* HONORS THE CUSTLOCK IN-USE LATCH BEFORE ANY RETURN POSTS -
006340* ANOTHER UPDATER'S 'U' OR THE NIGHTLY 'B' BATCH WINDOW REFUSES
006350* THE RUN.  A FREE LATCH IS TAKEN 'U' AND FREED AT END OF RUN.
006360*----------------------------------------------------------------
006370 0100-ACQUIRE-MASTER-LATCH.
006380     MOVE 'N' TO WS-LATCH-SWITCH.
006390     PERFORM 0130-READ-LATCH-RECORD.
006400     EVALUATE TRUE
006410         WHEN WS-LATCH-STATE = 'U'
006420             DISPLAY 'CUSTOMER MASTER MARKED BUSY BY '
006430                 WS-LATCH-HOLDER ' SINCE ' WS-LATCH-DATE
006440                 ' ' WS-LATCH-TIME ' - RUN REFUSED'
006450             DISPLAY 'CLEAR A STALE LATCH DELIBERATELY WITH '
006460                 'CUSTLTCH MODE C'
006470             SET WS-LATCH-REFUSED TO TRUE
006480         WHEN WS-LATCH-STATE = 'B'
006490             DISPLAY 'NIGHTLY BATCH WINDOW IS OPEN - RETURNED '
006500                 'ITEM POSTING REFUSED'
006510             SET WS-LATCH-REFUSED TO TRUE
006520         WHEN OTHER
006530             MOVE 'U' TO WS-LATCH-STATE
006540             MOVE 'CUSTNSF' TO WS-LATCH-HOLDER
006550             PERFORM 0160-WRITE-LATCH-RECORD
006560             SET WS-LATCH-TAKEN TO TRUE
006570     END-EVALUATE.
006580*----------------------------------------------------------------
006590* 0130-READ-LATCH-RECORD
006600* A MISSING OR EMPTY LATCH FILE READS AS FREE.
006610*----------------------------------------------------------------
006620 0130-READ-LATCH-RECORD.
006630     MOVE SPACE TO WS-LATCH-STATE.
006640     MOVE SPACES TO WS-LATCH-HOLDER.
006650     MOVE ZERO TO WS-LATCH-DATE WS-LATCH-TIME.
006660     OPEN INPUT CUSTOMER-LOCK-FILE.
006670     IF WS-CUSTLOCK-STATUS = '00'
006680         READ CUSTOMER-LOCK-FILE
006690             AT END
006700                 CONTINUE
006710             NOT AT END
006720                 MOVE LK-LATCH-STATE TO WS-LATCH-STATE
006730                 MOVE LK-HOLDER TO WS-LATCH-HOLDER
006740                 MOVE LK-SET-DATE TO WS-LATCH-DATE
006750                 MOVE LK-SET-TIME TO WS-LATCH-TIME
006760         END-READ
006770         CLOSE CUSTOMER-LOCK-FILE
006780     END-IF.
006790*----------------------------------------------------------------
006800* 0160-WRITE-LATCH-RECORD
006810*----------------------------------------------------------------
006820 0160-WRITE-LATCH-RECORD.
006830     OPEN OUTPUT CUSTOMER-LOCK-FILE.
006840     MOVE SPACES TO CUSTLOCK-RECORD.
006850     MOVE WS-LATCH-STATE TO LK-LATCH-STATE.
006860     MOVE WS-LATCH-HOLDER TO LK-HOLDER.
006870     ACCEPT LK-SET-DATE FROM DATE YYYYMMDD.
006880     ACCEPT LK-SET-TIME FROM TIME.
006890     WRITE CUSTLOCK-RECORD.
006900     CLOSE CUSTOMER-LOCK-FILE.
006910*----------------------------------------------------------------
006920* 0200-RELEASE-MASTER-LATCH
006930*----------------------------------------------------------------
006940 0200-RELEASE-MASTER-LATCH.
006950     IF WS-LATCH-TAKEN
006960         MOVE SPACE TO WS-LATCH-STATE
006970         MOVE SPACES TO WS-LATCH-HOLDER
006980         PERFORM 0160-WRITE-LATCH-RECORD
006990         MOVE 'N' TO WS-LATCH-SWITCH
007000     END-IF.
007010 END PROGRAM CUSTNSF.
