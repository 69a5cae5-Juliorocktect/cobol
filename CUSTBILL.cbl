000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTBILL.
000030 AUTHOR. JULIO.
000040 INSTALLATION. CUSTOMER-ACCOUNTING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  JR   ORIGINAL - RECURRING-CHARGE BILLING RUN.
000110*                  READS EVERY SCHEDULE ON THE RECSCHED FILE AND
000120*                  POSTS EACH ONE FALLING DUE IN THE BILLING
000130*                  PERIOD (THE CALENDAR MONTH OF THE SYSIN BILLING
000140*                  DATE - ZERO MEANS TODAY) ONTO CUSTMAST, WITH A
000150*                  TYPE 'C' CUSTHIST RECORD TAGGED SOURCE 'G'.  A
000160*                  MONTHLY SCHEDULE FALLS DUE EVERY PERIOD FROM
000170*                  ITS START MONTH TO ITS END MONTH; A QUARTERLY
000180*                  ONE EVERY THIRD MONTH AND AN ANNUAL ONE EVERY
000190*                  TWELFTH MONTH COUNTING FROM THE START MONTH.
000200*                  THE PERIOD BILLED IS STAMPED ON THE SCHEDULE,
000210*                  SO A RE-RUN FOR THE SAME PERIOD REFUSES TO BILL
000220*                  IT AGAIN.  CLOSED AND MERGED-AWAY ACCOUNTS ARE
000230*                  SKIPPED.  EVERY CHARGE BILLED, SKIPPED OR
000240*                  REFUSED LANDS ON THE BILLRPT REGISTER WITH
000250*                  CONTROL TOTALS; ANY EXCEPTION ENDS THE STEP
000260*                  RC=4.  HONORS THE CUSTLOCK IN-USE LATCH.
000270*----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. IBM-370.
000310 OBJECT-COMPUTER. IBM-370.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT RECURRING-SCHEDULE-FILE ASSIGN TO RECSCHED
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS RS-SCHEDULE-KEY
000380         FILE STATUS IS WS-RECSCHED-STATUS.
000390     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS CUSTUMER-ID
000430         FILE STATUS IS WS-CUSTMAST-STATUS.
000440     SELECT CUSTOMER-HISTORY-FILE ASSIGN TO CUSTHIST
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-CUSTHIST-STATUS.
000470     SELECT REGISTER-REPORT ASSIGN TO BILLRPT
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-BILLRPT-STATUS.
000500     SELECT CUSTOMER-LOCK-FILE ASSIGN TO CUSTLOCK
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-CUSTLOCK-STATUS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  RECURRING-SCHEDULE-FILE
000560     LABEL RECORDS ARE STANDARD.
000570     COPY CUSTRCHR.
000580 FD  CUSTOMER-MASTER-FILE
000590     LABEL RECORDS ARE STANDARD.
000600     COPY CUSTREC.
000610 FD  CUSTOMER-HISTORY-FILE
000620     LABEL RECORDS ARE STANDARD.
000630     COPY CUSTHIST.
000640 FD  REGISTER-REPORT
000650     LABEL RECORDS ARE STANDARD
000660     RECORDING MODE IS F.
000670 01  RGST-LINE PIC X(80).
000680 FD  CUSTOMER-LOCK-FILE
000690     LABEL RECORDS ARE STANDARD.
000700     COPY CUSTLOCK.
000710 WORKING-STORAGE SECTION.
000720 01  WS-RECSCHED-STATUS PIC X(02) VALUE '00'.
000730     88 WS-RECSCHED-OK VALUE '00'.
000740 01  WS-CUSTMAST-STATUS PIC X(02) VALUE '00'.
000750     88 WS-CUSTMAST-OK VALUE '00'.
000760 01  WS-CUSTHIST-STATUS PIC X(02) VALUE '00'.
000770 01  WS-BILLRPT-STATUS PIC X(02) VALUE '00'.
000780 01  WS-CUSTLOCK-STATUS PIC X(02) VALUE '00'.
000790 01  WS-EOF-SWITCH PIC X(01) VALUE 'N'.
000800     88 WS-END-OF-SCHEDULES VALUE 'Y'.
000810 01  WS-RUN-SWITCH PIC X(01) VALUE 'Y'.
000820     88 WS-RUN-USABLE VALUE 'Y'.
000830     88 WS-RUN-UNUSABLE VALUE 'N'.
000840 01  WS-DUE-SWITCH PIC X(01) VALUE 'N'.
000850     88 WS-SCHEDULE-DUE VALUE 'Y'.
000860     88 WS-SCHEDULE-NOT-DUE VALUE 'N'.
000870 01  WS-TODAY-DATE PIC 9(08) VALUE ZERO.
000880*----------------------------------------------------------------
000890* THE BILLING DATE AND ITS PERIOD (YYYYMM).  PERIODS ARE COMPARED
000900* AS A RUNNING MONTH COUNT (YEAR * 12 + MONTH) SO THE QUARTERLY
000910* AND ANNUAL CYCLES CAN BE TESTED WITH A REMAINDER.
000920*----------------------------------------------------------------
000930 01  WS-BILL-DATE PIC 9(08) VALUE ZERO.
000940 01  WS-BILL-DATE-PARTS REDEFINES WS-BILL-DATE.
000950     05 WS-BILL-PERIOD PIC 9(06).
000960     05 FILLER PIC 9(02).
000970 01  WS-BILL-PERIOD-PARTS REDEFINES WS-BILL-DATE.
000980     05 WS-BILL-YEAR PIC 9(04).
000990     05 WS-BILL-MONTH PIC 9(02).
001000     05 FILLER PIC 9(02).
001010 01  WS-WORK-DATE PIC 9(08) VALUE ZERO.
001020 01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
001030     05 WS-WORK-PERIOD PIC 9(06).
001040     05 FILLER PIC 9(02).
001050 01  WS-WORK-PERIOD-PARTS REDEFINES WS-WORK-DATE.
001060     05 WS-WORK-YEAR PIC 9(04).
001070     05 WS-WORK-MONTH PIC 9(02).
001080     05 FILLER PIC 9(02).
001090 01  WS-BILL-MONTH-COUNT PIC 9(06) COMP VALUE ZERO.
001100 01  WS-START-MONTH-COUNT PIC 9(06) COMP VALUE ZERO.
001110 01  WS-MONTHS-ELAPSED PIC 9(06) COMP VALUE ZERO.
001120 01  WS-CYCLE-MONTHS PIC 9(02) COMP VALUE ZERO.
001130 01  WS-CYCLE-QUOTIENT PIC 9(06) COMP VALUE ZERO.
001140 01  WS-CYCLE-REMAINDER PIC 9(02) COMP VALUE ZERO.
001150 01  WS-BEFORE-BALANCE PIC S9(09)V99 VALUE ZERO.
001160 01  WS-COUNTERS.
001170     05 WS-READ-COUNT PIC 9(07) COMP VALUE ZERO.
001180     05 WS-BILLED-COUNT PIC 9(07) COMP VALUE ZERO.
001190     05 WS-NOT-DUE-COUNT PIC 9(07) COMP VALUE ZERO.
001200     05 WS-ALREADY-COUNT PIC 9(07) COMP VALUE ZERO.
001210     05 WS-CLOSED-COUNT PIC 9(07) COMP VALUE ZERO.
001220     05 WS-MERGED-COUNT PIC 9(07) COMP VALUE ZERO.
001230     05 WS-EXCEPTION-COUNT PIC 9(07) COMP VALUE ZERO.
001240 01  WS-BILLED-TOTAL PIC S9(11)V99 VALUE ZERO.
001250 01  WS-HIST-NET-TOTAL PIC S9(11)V99 VALUE ZERO.
001260*----------------------------------------------------------------
001270* CUSTLOCK MASTER IN-USE LATCH - THE SAME LATCH EVERY MASTER
001280* UPDATER HONORS.
001290*----------------------------------------------------------------
001300 01  WS-LATCH-SWITCH PIC X(01) VALUE 'N'.
001310     88 WS-LATCH-NOT-TAKEN VALUE 'N'.
001320     88 WS-LATCH-TAKEN VALUE 'T'.
001330     88 WS-LATCH-REFUSED VALUE 'R'.
001340 01  WS-LATCH-STATE PIC X(01) VALUE SPACE.
001350 01  WS-LATCH-HOLDER PIC X(08) VALUE SPACES.
001360 01  WS-LATCH-DATE PIC 9(08) VALUE ZERO.
001370 01  WS-LATCH-TIME PIC 9(08) VALUE ZERO.
001380*----------------------------------------------------------------
001390* REGISTER LINE LAYOUTS
001400*----------------------------------------------------------------
001410 01  WS-HEADING-LINE.
001420     05 FILLER PIC X(22) VALUE SPACES.
001430     05 FILLER PIC X(34)
001440         VALUE 'RECURRING-CHARGE BILLING REGISTER'.
001450 01  WS-PERIOD-LINE.
001460     05 FILLER PIC X(16) VALUE 'BILLING PERIOD:'.
001470     05 PL-BILL-PERIOD PIC 9(06).
001480     05 FILLER PIC X(16) VALUE '  BILLING DATE:'.
001490     05 PL-BILL-DATE PIC 9(08).
001500 01  WS-COLUMN-LINE.
001510     05 FILLER PIC X(08) VALUE 'ID'.
001520     05 FILLER PIC X(05) VALUE 'SCH'.
001530     05 FILLER PIC X(22) VALUE 'DESCRIPTION'.
001540     05 FILLER PIC X(13) VALUE '       AMOUNT'.
001550     05 FILLER PIC X(03) VALUE SPACES.
001560     05 FILLER PIC X(05) VALUE 'FREQ'.
001570     05 FILLER PIC X(20) VALUE 'DISPOSITION'.
001580 01  WS-REGISTER-DETAIL.
001590     05 RG-CUSTUMER-ID PIC 9(06).
001600     05 FILLER PIC X(02) VALUE SPACES.
001610     05 RG-SCHEDULE-NO PIC 9(02).
001620     05 FILLER PIC X(03) VALUE SPACES.
001630     05 RG-DESCRIPTION PIC X(20).
001640     05 FILLER PIC X(02) VALUE SPACES.
001650     05 RG-CHARGE-AMOUNT PIC -(7)9.99.
001660     05 FILLER PIC X(04) VALUE SPACES.
001670     05 RG-FREQUENCY PIC X(01).
001680     05 FILLER PIC X(04) VALUE SPACES.
001690     05 RG-DISPOSITION PIC X(24).
001700 01  WS-READ-TOTAL-LINE.
001710     05 FILLER PIC X(30) VALUE 'SCHEDULES READ:'.
001720     05 TL-READ-COUNT PIC ZZZ,ZZ9.
001730 01  WS-BILLED-TOTAL-LINE.
001740     05 FILLER PIC X(30) VALUE 'CHARGES BILLED:'.
001750     05 TL-BILLED-COUNT PIC ZZZ,ZZ9.
001760     05 FILLER PIC X(09) VALUE '  AMOUNT:'.
001770     05 TL-BILLED-TOTAL PIC -(11)9.99.
001780 01  WS-HIST-TOTAL-LINE.
001790     05 FILLER PIC X(30) VALUE 'NET POSTED TO CUSTHIST:'.
001800     05 FILLER PIC X(07) VALUE SPACES.
001810     05 FILLER PIC X(09) VALUE SPACES.
001820     05 TL-HIST-NET-TOTAL PIC -(11)9.99.
001830 01  WS-NOT-DUE-TOTAL-LINE.
001840     05 FILLER PIC X(30) VALUE 'NOT DUE THIS PERIOD:'.
001850     05 TL-NOT-DUE-COUNT PIC ZZZ,ZZ9.
001860 01  WS-ALREADY-TOTAL-LINE.
001870     05 FILLER PIC X(30) VALUE 'ALREADY BILLED THIS PERIOD:'.
001880     05 TL-ALREADY-COUNT PIC ZZZ,ZZ9.
001890 01  WS-CLOSED-TOTAL-LINE.
001900     05 FILLER PIC X(30) VALUE 'SKIPPED - ACCOUNT CLOSED:'.
001910     05 TL-CLOSED-COUNT PIC ZZZ,ZZ9.
001920 01  WS-MERGED-TOTAL-LINE.
001930     05 FILLER PIC X(30) VALUE 'SKIPPED - ACCOUNT MERGED:'.
001940     05 TL-MERGED-COUNT PIC ZZZ,ZZ9.
001950 01  WS-EXCEPTION-TOTAL-LINE.
001960     05 FILLER PIC X(30) VALUE 'EXCEPTIONS:'.
001970     05 TL-EXCEPTION-COUNT PIC ZZZ,ZZ9.
001980 PROCEDURE DIVISION.
001990*----------------------------------------------------------------
002000* 0000-MAINLINE
002010*----------------------------------------------------------------
002020 0000-MAINLINE.
002030     PERFORM 0100-ACQUIRE-MASTER-LATCH.
002040     IF WS-LATCH-REFUSED
002050         MOVE 16 TO RETURN-CODE
002060     ELSE
002070         PERFORM 1000-INITIALIZE
002080         IF WS-RUN-USABLE
002090             PERFORM 2000-PROCESS-ONE-SCHEDULE
002100                 UNTIL WS-END-OF-SCHEDULES
002110             PERFORM 3000-PRINT-TOTALS
002120             PERFORM 9000-TERMINATE
002130         END-IF
002140         PERFORM 0200-RELEASE-MASTER-LATCH
002150     END-IF.
002160     STOP RUN.
002170*----------------------------------------------------------------
002180* 1000-INITIALIZE
002190* READS THE BILLING-DATE CARD (ZERO MEANS TODAY).  A MISSING
002200* MASTER IS REFUSED RC=16; A MISSING RECSCHED FILE MEANS NO
002210* SCHEDULE HAS EVER BEEN SET UP AND BILLS NOTHING.
002220*----------------------------------------------------------------
002230 1000-INITIALIZE.
002240     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
002250     DISPLAY 'ENTER BILLING DATE (YYYYMMDD, 0 = TODAY): '.
002260     ACCEPT WS-BILL-DATE.
002270     IF WS-BILL-DATE NOT NUMERIC OR WS-BILL-DATE = ZERO
002280         MOVE WS-TODAY-DATE TO WS-BILL-DATE
002290     END-IF.
002300     IF WS-BILL-MONTH < 1 OR WS-BILL-MONTH > 12
002310         DISPLAY 'BILLING DATE ' WS-BILL-DATE ' IS NOT A '
002320             'CALENDAR DATE - RUN REFUSED'
002330         MOVE 16 TO RETURN-CODE
002340         SET WS-RUN-UNUSABLE TO TRUE
002350     END-IF.
002360     COMPUTE WS-BILL-MONTH-COUNT =
002370         WS-BILL-YEAR * 12 + WS-BILL-MONTH.
002380     IF WS-RUN-USABLE
002390         OPEN I-O CUSTOMER-MASTER-FILE
002400         IF WS-CUSTMAST-STATUS = '35'
002410             DISPLAY 'CUSTOMER MASTER DOES NOT EXIST - NOTHING '
002420                 'TO BILL'
002430             MOVE 16 TO RETURN-CODE
002440             SET WS-RUN-UNUSABLE TO TRUE
002450         END-IF
002460     END-IF.
002470     IF WS-RUN-USABLE
002480         OPEN EXTEND CUSTOMER-HISTORY-FILE
002490         IF WS-CUSTHIST-STATUS = '05' OR WS-CUSTHIST-STATUS = '35'
002500             OPEN OUTPUT CUSTOMER-HISTORY-FILE
002510         END-IF
002520         OPEN OUTPUT REGISTER-REPORT
002530         MOVE WS-BILL-PERIOD TO PL-BILL-PERIOD
002540         MOVE WS-BILL-DATE TO PL-BILL-DATE
002550         WRITE RGST-LINE FROM WS-HEADING-LINE
002560         WRITE RGST-LINE FROM WS-PERIOD-LINE
002570         WRITE RGST-LINE FROM SPACES
002580         WRITE RGST-LINE FROM WS-COLUMN-LINE
002590         OPEN I-O RECURRING-SCHEDULE-FILE
002600         IF WS-RECSCHED-STATUS = '35'
002610             SET WS-END-OF-SCHEDULES TO TRUE
002620         ELSE
002630             PERFORM 2100-READ-SCHEDULE
002640         END-IF
002650     END-IF.
002660*----------------------------------------------------------------
002670* 2000-PROCESS-ONE-SCHEDULE
002680*----------------------------------------------------------------
002690 2000-PROCESS-ONE-SCHEDULE.
002700     ADD 1 TO WS-READ-COUNT.
002710     PERFORM 2200-TEST-DUE.
002720     EVALUATE TRUE
002730         WHEN WS-SCHEDULE-NOT-DUE
002740             ADD 1 TO WS-NOT-DUE-COUNT
002750         WHEN RS-LAST-BILLED-PERIOD NOT < WS-BILL-PERIOD
002760             MOVE 'ALREADY BILLED - PERIOD' TO RG-DISPOSITION
002770             ADD 1 TO WS-ALREADY-COUNT
002780             PERFORM 2700-WRITE-REGISTER-LINE
002790         WHEN OTHER
002800             PERFORM 2400-POST-CHARGE
002810             PERFORM 2700-WRITE-REGISTER-LINE
002820     END-EVALUATE.
002830     PERFORM 2100-READ-SCHEDULE.
002840*----------------------------------------------------------------
002850* 2100-READ-SCHEDULE
002860*----------------------------------------------------------------
002870 2100-READ-SCHEDULE.
002880     READ RECURRING-SCHEDULE-FILE NEXT RECORD
002890         AT END
002900             SET WS-END-OF-SCHEDULES TO TRUE
002910     END-READ.
002920*----------------------------------------------------------------
002930* 2200-TEST-DUE
002940* AN ACTIVE SCHEDULE IS DUE WHEN THE BILLING PERIOD FALLS FROM
002950* ITS START MONTH TO ITS END MONTH (NO END MONTH WHEN OPEN-
002960* ENDED) AND ON ITS FREQUENCY'S CYCLE COUNTED FROM THE START
002970* MONTH.
002980*----------------------------------------------------------------
002990 2200-TEST-DUE.
003000     SET WS-SCHEDULE-DUE TO TRUE.
003010     MOVE RS-START-DATE TO WS-WORK-DATE.
003020     COMPUTE WS-START-MONTH-COUNT =
003030         WS-WORK-YEAR * 12 + WS-WORK-MONTH.
003040     EVALUATE TRUE
003050         WHEN NOT RS-SCHEDULE-ACTIVE
003060             SET WS-SCHEDULE-NOT-DUE TO TRUE
003070         WHEN WS-WORK-PERIOD > WS-BILL-PERIOD
003080             SET WS-SCHEDULE-NOT-DUE TO TRUE
003090         WHEN OTHER
003100             CONTINUE
003110     END-EVALUATE.
003120     IF WS-SCHEDULE-DUE AND NOT RS-OPEN-ENDED
003130         MOVE RS-END-DATE TO WS-WORK-DATE
003140         IF WS-WORK-PERIOD < WS-BILL-PERIOD
003150             SET WS-SCHEDULE-NOT-DUE TO TRUE
003160         END-IF
003170     END-IF.
003180     IF WS-SCHEDULE-DUE
003190         EVALUATE TRUE
003200             WHEN RS-QUARTERLY
003210                 MOVE 3 TO WS-CYCLE-MONTHS
003220             WHEN RS-ANNUAL
003230                 MOVE 12 TO WS-CYCLE-MONTHS
003240             WHEN OTHER
003250                 MOVE 1 TO WS-CYCLE-MONTHS
003260         END-EVALUATE
003270         COMPUTE WS-MONTHS-ELAPSED =
003280             WS-BILL-MONTH-COUNT - WS-START-MONTH-COUNT
003290         DIVIDE WS-MONTHS-ELAPSED BY WS-CYCLE-MONTHS
003300             GIVING WS-CYCLE-QUOTIENT
003310             REMAINDER WS-CYCLE-REMAINDER
003320         IF WS-CYCLE-REMAINDER NOT = ZERO
003330             SET WS-SCHEDULE-NOT-DUE TO TRUE
003340         END-IF
003350     END-IF.
003360*----------------------------------------------------------------
003370* 2400-POST-CHARGE
003380* CLOSED AND MERGED-AWAY ACCOUNTS ARE NEVER BILLED.  THE PERIOD
003390* IS STAMPED ON THE SCHEDULE ONLY ONCE THE CHARGE IS SAFELY ON
003400* THE MASTER AND ITS HISTORY RECORD WRITTEN.
003410*----------------------------------------------------------------
003420 2400-POST-CHARGE.
003430     MOVE RS-CUSTUMER-ID TO CUSTUMER-ID.
003440     READ CUSTOMER-MASTER-FILE
003450         INVALID KEY
003460             MOVE 'CUSTOMER NOT ON MASTER' TO RG-DISPOSITION
003470             ADD 1 TO WS-EXCEPTION-COUNT
003480     END-READ.
003490     IF WS-CUSTMAST-OK
003500         EVALUATE TRUE
003510             WHEN NOT CUSTOMER-NOT-MERGED
003520                 MOVE 'SKIPPED - ACCOUNT MERGED' TO RG-DISPOSITION
003530                 ADD 1 TO WS-MERGED-COUNT
003540             WHEN CUSTOMER-CLOSED
003550                 MOVE 'SKIPPED - ACCOUNT CLOSED' TO RG-DISPOSITION
003560                 ADD 1 TO WS-CLOSED-COUNT
003570             WHEN OTHER
003580                 PERFORM 2500-APPLY-CHARGE
003590         END-EVALUATE
003600     END-IF.
003610*----------------------------------------------------------------
003620* 2500-APPLY-CHARGE
003630*----------------------------------------------------------------
003640 2500-APPLY-CHARGE.
003650     MOVE CUSTOMER-BALANCE TO WS-BEFORE-BALANCE.
003660     ADD RS-CHARGE-AMOUNT TO CUSTOMER-BALANCE.
003670     REWRITE CUSTUMER_RECORDS
003680         INVALID KEY
003690             DISPLAY 'REWRITE FAILED - CHARGE NOT BILLED - '
003700                 CUSTUMER-ID
003710     END-REWRITE.
003720     IF WS-CUSTMAST-OK
003730         PERFORM 2600-WRITE-HISTORY-RECORD
003740         MOVE WS-BILL-PERIOD TO RS-LAST-BILLED-PERIOD
003750         MOVE WS-BILL-DATE TO RS-LAST-BILLED-DATE
003760         ADD 1 TO RS-BILLED-COUNT
003770         ADD RS-CHARGE-AMOUNT TO RS-BILLED-TOTAL
003780         REWRITE RECSCHED-RECORD
003790             INVALID KEY
003800                 DISPLAY 'SCHEDULE REWRITE FAILED - PERIOD NOT '
003810                     'STAMPED - ' RS-SCHEDULE-KEY
003820         END-REWRITE
003830         MOVE 'BILLED' TO RG-DISPOSITION
003840         ADD 1 TO WS-BILLED-COUNT
003850         ADD RS-CHARGE-AMOUNT TO WS-BILLED-TOTAL
003860         IF NOT WS-RECSCHED-OK
003870             MOVE 'BILLED - NOT STAMPED' TO RG-DISPOSITION
003880             ADD 1 TO WS-EXCEPTION-COUNT
003890         END-IF
003900     ELSE
003910         MOVE 'MASTER REWRITE FAILED' TO RG-DISPOSITION
003920         ADD 1 TO WS-EXCEPTION-COUNT
003930     END-IF.
003940*----------------------------------------------------------------
003950* 2600-WRITE-HISTORY-RECORD
003960*----------------------------------------------------------------
003970 2600-WRITE-HISTORY-RECORD.
003980     MOVE SPACES TO CUSTHIST-RECORD.
003990     ACCEPT CH-CHANGE-DATE FROM DATE YYYYMMDD.
004000     ACCEPT CH-CHANGE-TIME FROM TIME.
004010     MOVE CUSTUMER-ID TO CH-CUSTUMER-ID.
004020     MOVE WS-BEFORE-BALANCE TO CH-BEFORE-BALANCE.
004030     MOVE CUSTOMER-BALANCE TO CH-AFTER-BALANCE.
004040     SET CH-SOURCE-BILL TO TRUE.
004050     MOVE RS-TRANS-TYPE TO CH-TRANS-TYPE.
004060     WRITE CUSTHIST-RECORD.
004070     COMPUTE WS-HIST-NET-TOTAL = WS-HIST-NET-TOTAL
004080         + CH-AFTER-BALANCE - CH-BEFORE-BALANCE.
004090*----------------------------------------------------------------
004100* 2700-WRITE-REGISTER-LINE
004110*----------------------------------------------------------------
004120 2700-WRITE-REGISTER-LINE.
004130     MOVE RS-CUSTUMER-ID TO RG-CUSTUMER-ID.
004140     MOVE RS-SCHEDULE-NO TO RG-SCHEDULE-NO.
004150     MOVE RS-DESCRIPTION TO RG-DESCRIPTION.
004160     MOVE RS-CHARGE-AMOUNT TO RG-CHARGE-AMOUNT.
004170     MOVE RS-FREQUENCY TO RG-FREQUENCY.
004180     WRITE RGST-LINE FROM WS-REGISTER-DETAIL.
004190*----------------------------------------------------------------
004200* 3000-PRINT-TOTALS
004210* THE CHARGES BILLED MUST AGREE WITH THE NET WRITTEN TO CUSTHIST
004220* - A DIFFERENCE IS RAISED AS AN EXCEPTION.
004230*----------------------------------------------------------------
004240 3000-PRINT-TOTALS.
004250     MOVE WS-READ-COUNT TO TL-READ-COUNT.
004260     MOVE WS-BILLED-COUNT TO TL-BILLED-COUNT.
004270     MOVE WS-BILLED-TOTAL TO TL-BILLED-TOTAL.
004280     MOVE WS-HIST-NET-TOTAL TO TL-HIST-NET-TOTAL.
004290     MOVE WS-NOT-DUE-COUNT TO TL-NOT-DUE-COUNT.
004300     MOVE WS-ALREADY-COUNT TO TL-ALREADY-COUNT.
004310     MOVE WS-CLOSED-COUNT TO TL-CLOSED-COUNT.
004320     MOVE WS-MERGED-COUNT TO TL-MERGED-COUNT.
004330     MOVE WS-EXCEPTION-COUNT TO TL-EXCEPTION-COUNT.
004340     WRITE RGST-LINE FROM SPACES.
004350     WRITE RGST-LINE FROM WS-READ-TOTAL-LINE.
004360     WRITE RGST-LINE FROM WS-BILLED-TOTAL-LINE.
004370     WRITE RGST-LINE FROM WS-HIST-TOTAL-LINE.
004380     WRITE RGST-LINE FROM WS-NOT-DUE-TOTAL-LINE.
004390     WRITE RGST-LINE FROM WS-ALREADY-TOTAL-LINE.
004400     WRITE RGST-LINE FROM WS-CLOSED-TOTAL-LINE.
004410     WRITE RGST-LINE FROM WS-MERGED-TOTAL-LINE.
004420     WRITE RGST-LINE FROM WS-EXCEPTION-TOTAL-LINE.
004430     DISPLAY 'SCHEDULES READ             : ' WS-READ-COUNT.
004440     DISPLAY 'CHARGES BILLED             : ' WS-BILLED-COUNT
004450         ' AMOUNT ' WS-BILLED-TOTAL.
004460     DISPLAY 'ALREADY BILLED THIS PERIOD : ' WS-ALREADY-COUNT.
004470     DISPLAY 'SKIPPED CLOSED / MERGED    : ' WS-CLOSED-COUNT
004480         ' / ' WS-MERGED-COUNT.
004490     DISPLAY 'EXCEPTIONS                 : ' WS-EXCEPTION-COUNT.
004500     IF WS-HIST-NET-TOTAL NOT = WS-BILLED-TOTAL
004510         DISPLAY 'CONTROL TOTAL OUT OF BALANCE - BILLED '
004520             WS-BILLED-TOTAL ' CUSTHIST NET ' WS-HIST-NET-TOTAL
004530         ADD 1 TO WS-EXCEPTION-COUNT
004540     END-IF.
004550     IF WS-EXCEPTION-COUNT > ZERO
004560         MOVE 4 TO RETURN-CODE
004570     END-IF.
004580*----------------------------------------------------------------
004590* 9000-TERMINATE
004600*----------------------------------------------------------------
004610 9000-TERMINATE.
004620     CLOSE CUSTOMER-MASTER-FILE.
004630     CLOSE CUSTOMER-HISTORY-FILE.
004640     CLOSE REGISTER-REPORT.
004650     IF WS-RECSCHED-STATUS NOT = '35'
004660         CLOSE RECURRING-SCHEDULE-FILE
004670     END-IF.
004680*----------------------------------------------------------------
004690* 0100-ACQUIRE-MASTER-LATCH
004700* HONORS THE CUSTLOCK IN-USE LATCH BEFORE ANY CHARGE IS POSTED -
004710* ANOTHER UPDATER'S 'U' OR THE NIGHTLY 'B' BATCH WINDOW REFUSES
004720* THE RUN.  A FREE LATCH IS TAKEN 'U' AND FREED AT END OF RUN.
004730*----------------------------------------------------------------
004740 0100-ACQUIRE-MASTER-LATCH.
004750     MOVE 'N' TO WS-LATCH-SWITCH.
004760     PERFORM 0130-READ-LATCH-RECORD.
004770     EVALUATE TRUE
004780         WHEN WS-LATCH-STATE = 'U'
004790             DISPLAY 'CUSTOMER MASTER MARKED BUSY BY '
004800                 WS-LATCH-HOLDER ' SINCE ' WS-LATCH-DATE
004810                 ' ' WS-LATCH-TIME ' - RUN REFUSED'
004820             DISPLAY 'CLEAR A STALE LATCH DELIBERATELY WITH '
004830                 'CUSTLTCH MODE C'
004840             SET WS-LATCH-REFUSED TO TRUE
004850         WHEN WS-LATCH-STATE = 'B'
004860             DISPLAY 'NIGHTLY BATCH WINDOW IS OPEN - RECURRING '
004870                 'CHARGE BILLING REFUSED'
004880             SET WS-LATCH-REFUSED TO TRUE
004890         WHEN OTHER
004900             MOVE 'U' TO WS-LATCH-STATE
004910             MOVE 'CUSTBILL' TO WS-LATCH-HOLDER
004920             PERFORM 0160-WRITE-LATCH-RECORD
004930             SET WS-LATCH-TAKEN TO TRUE
004940     END-EVALUATE.
004950*----------------------------------------------------------------
004960* 0130-READ-LATCH-RECORD
004970* A MISSING OR EMPTY LATCH FILE READS AS FREE.
004980*----------------------------------------------------------------
004990 0130-READ-LATCH-RECORD.
005000     MOVE SPACE TO WS-LATCH-STATE.
005010     MOVE SPACES TO WS-LATCH-HOLDER.
005020     MOVE ZERO TO WS-LATCH-DATE WS-LATCH-TIME.
005030     OPEN INPUT CUSTOMER-LOCK-FILE.
005040     IF WS-CUSTLOCK-STATUS = '00'
005050         READ CUSTOMER-LOCK-FILE
005060             AT END
005070                 CONTINUE
005080             NOT AT END
005090                 MOVE LK-LATCH-STATE TO WS-LATCH-STATE
005100                 MOVE LK-HOLDER TO WS-LATCH-HOLDER
005110                 MOVE LK-SET-DATE TO WS-LATCH-DATE
005120                 MOVE LK-SET-TIME TO WS-LATCH-TIME
005130         END-READ
005140         CLOSE CUSTOMER-LOCK-FILE
005150     END-IF.
005160*----------------------------------------------------------------
005170* 0160-WRITE-LATCH-RECORD
005180*----------------------------------------------------------------
005190 0160-WRITE-LATCH-RECORD.
005200     OPEN OUTPUT CUSTOMER-LOCK-FILE.
005210     MOVE SPACES TO CUSTLOCK-RECORD.
005220     MOVE WS-LATCH-STATE TO LK-LATCH-STATE.
005230     MOVE WS-LATCH-HOLDER TO LK-HOLDER.
005240     ACCEPT LK-SET-DATE FROM DATE YYYYMMDD.
005250     ACCEPT LK-SET-TIME FROM TIME.
005260     WRITE CUSTLOCK-RECORD.
005270     CLOSE CUSTOMER-LOCK-FILE.
005280*----------------------------------------------------------------
005290* 0200-RELEASE-MASTER-LATCH
005300*----------------------------------------------------------------
005310 0200-RELEASE-MASTER-LATCH.
005320     IF WS-LATCH-TAKEN
005330         MOVE SPACE TO WS-LATCH-STATE
005340         MOVE SPACES TO WS-LATCH-HOLDER
005350         PERFORM 0160-WRITE-LATCH-RECORD
005360         MOVE 'N' TO WS-LATCH-SWITCH
005370     END-IF.
005380 END PROGRAM CUSTBILL.
