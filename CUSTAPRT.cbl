000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTAPRT.
000030 AUTHOR. JULIO.
000040 INSTALLATION. CUSTOMER-ACCOUNTING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  JR   ORIGINAL - RETURNED AUTOPAY DEBIT POSTING.
000110*                  CUSTAPUL POSTS EVERY AUTOPAY DEBIT AS A
000120*                  PAYMENT THE DAY IT IS SENT; THIS RUN UNWINDS
000130*                  THE ONES THE BANK SENDS BACK UNPAID.  THE
000140*                  BANK'S RETURNED-DEBIT FILE IS BALANCED AGAINST
000150*                  ITS OWN COUNT-AND-AMOUNT TRAILER FIRST (A
000160*                  SHORT OR DOUBLED FILE IS REFUSED WHOLE,
000170*                  RETURN-CODE 16, THE SAME DISCIPLINE AS
000180*                  CUSTNSF).  EACH ITEM IS MATCHED TO THE LAST
000190*                  DEBIT SENT FOR THE CUSTOMER - SAME TRACE
000200*                  NUMBER, AMOUNT AND ENTRY DATE ON THE AUTOPAY
000210*                  ENROLLMENT - AND PUT BACK ON CUSTMAST AS A
000220*                  REVERSAL (TYPE 'R', SOURCE 'D').  THE RUN OF
000230*                  RETURNED DEBITS ON THE ENROLLMENT IS COUNTED;
000240*                  AT THE SYSIN LIMIT, OR AT ONCE FOR A RETURN
000250*                  REASON SAYING THE BANK ACCOUNT CANNOT BE
000260*                  DEBITED AT ALL (CLOSED, NO ACCOUNT, INVALID,
000270*                  FROZEN, AUTHORIZATION REVOKED), THE CUSTOMER
000280*                  IS DROPPED FROM AUTOPAY.  AN ITEM WITH NO
000290*                  MATCHING DEBIT, OR ONE ALREADY RETURNED, GOES
000300*                  TO THE APRTEXCP EXCEPTION FILE WITH ITS
000310*                  REASON, AND EVERY ITEM LANDS ON THE APRTRPT
000320*                  REGISTER.  HONORS THE CUSTLOCK IN-USE LATCH.
000330*----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. IBM-370.
000370 OBJECT-COMPUTER. IBM-370.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT RETURNED-DEBIT-FILE ASSIGN TO APRETURN
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-APRETURN-STATUS.
000430     SELECT AUTOPAY-FILE ASSIGN TO AUTOPAY
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS AP-CUSTUMER-ID
000470         FILE STATUS IS WS-AUTOPAY-STATUS.
000480     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS CUSTUMER-ID
000520         FILE STATUS IS WS-CUSTMAST-STATUS.
000530     SELECT CUSTOMER-HISTORY-FILE ASSIGN TO CUSTHIST
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-CUSTHIST-STATUS.
000560     SELECT EXCEPTION-FILE ASSIGN TO APRTEXCP
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-APRTEXCP-STATUS.
000590     SELECT REGISTER-REPORT ASSIGN TO APRTRPT
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-APRTRPT-STATUS.
000620     SELECT CUSTOMER-LOCK-FILE ASSIGN TO CUSTLOCK
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-CUSTLOCK-STATUS.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  RETURNED-DEBIT-FILE
000680     LABEL RECORDS ARE STANDARD.
000690 01  RETURNED-DEBIT-RECORD.
000700     05 RD-RECORD-TYPE PIC X(01).
000710         88 RD-DETAIL-RECORD VALUE 'D'.
000720         88 RD-TRAILER-RECORD VALUE 'T'.
000730     05 RD-CUSTUMER-ID PIC 9(06).
000740     05 RD-RETURN-AMOUNT PIC S9(09)V99.
000750     05 RD-TRACE-NUMBER PIC 9(15).
000760     05 RD-ENTRY-DATE PIC 9(08).
000770     05 RD-RETURN-REASON PIC X(04).
000780*        THE BANK ACCOUNT CANNOT BE DEBITED AGAIN - CLOSED, NO
000790*        SUCH ACCOUNT, INVALID NUMBER, AUTHORIZATION REVOKED,
000800*        NOT AUTHORIZED, FROZEN OR NOT A TRANSACTION ACCOUNT.
000810         88 RD-ACCOUNT-UNUSABLE VALUES 'R02' 'R03' 'R04' 'R07'
000820             'R10' 'R16' 'R20'.
000830*----------------------------------------------------------------
000840* TRAILER VIEW OF THE SAME 45-BYTE RECORD - THE BANK'S COUNT AND
000850* AMOUNT OF DEBITS RETURNED, CHECKED BEFORE A SINGLE ITEM POSTS.
000860*----------------------------------------------------------------
000870 01  RETURNED-DEBIT-TRAILER.
000880     05 RT-RECORD-TYPE PIC X(01).
000890     05 RT-ITEM-COUNT PIC 9(07).
000900     05 RT-RETURN-TOTAL PIC S9(11)V99.
000910     05 FILLER PIC X(24).
000920 FD  AUTOPAY-FILE
000930     LABEL RECORDS ARE STANDARD.
000940     COPY CUSTAPYR.
000950 FD  CUSTOMER-MASTER-FILE
000960     LABEL RECORDS ARE STANDARD.
000970     COPY CUSTREC.
000980 FD  CUSTOMER-HISTORY-FILE
000990     LABEL RECORDS ARE STANDARD.
001000     COPY CUSTHIST.
001010 FD  EXCEPTION-FILE
001020     LABEL RECORDS ARE STANDARD
001030     RECORDING MODE IS F.
001040 01  EXCP-LINE PIC X(80).
001050 FD  REGISTER-REPORT
001060     LABEL RECORDS ARE STANDARD
001070     RECORDING MODE IS F.
001080 01  RGST-LINE PIC X(80).
001090 FD  CUSTOMER-LOCK-FILE
001100     LABEL RECORDS ARE STANDARD.
001110     COPY CUSTLOCK.
001120 WORKING-STORAGE SECTION.
001130 01  WS-APRETURN-STATUS PIC X(02) VALUE '00'.
001140     88 WS-APRETURN-OK VALUE '00'.
001150 01  WS-AUTOPAY-STATUS PIC X(02) VALUE '00'.
001160     88 WS-AUTOPAY-OK VALUE '00'.
001170 01  WS-CUSTMAST-STATUS PIC X(02) VALUE '00'.
001180     88 WS-CUSTMAST-OK VALUE '00'.
001190 01  WS-CUSTHIST-STATUS PIC X(02) VALUE '00'.
001200 01  WS-APRTEXCP-STATUS PIC X(02) VALUE '00'.
001210 01  WS-APRTRPT-STATUS PIC X(02) VALUE '00'.
001220 01  WS-CUSTLOCK-STATUS PIC X(02) VALUE '00'.
001230 01  WS-EOF-SWITCH PIC X(01) VALUE 'N'.
001240     88 WS-END-OF-RETURNS VALUE 'Y'.
001250 01  WS-RUN-SWITCH PIC X(01) VALUE 'Y'.
001260     88 WS-RUN-USABLE VALUE 'Y'.
001270     88 WS-RUN-UNUSABLE VALUE 'N'.
001280*----------------------------------------------------------------
001290* RETURNED-DEBIT FILE BALANCING CONTROLS - ACCUMULATED BY 1500-
001300* VERIFY-RETURN-FILE AND COMPARED AGAINST THE BANK'S OWN TRAILER
001310* BEFORE A SINGLE ITEM POSTS.
001320*----------------------------------------------------------------
001330 01  WS-FILE-OK-SWITCH PIC X(01) VALUE 'Y'.
001340     88 WS-FILE-OK VALUE 'Y'.
001350     88 WS-FILE-BAD VALUE 'N'.
001360 01  WS-TRAILER-SEEN-SWITCH PIC X(01) VALUE 'N'.
001370     88 WS-TRAILER-SEEN VALUE 'Y'.
001380 01  WS-FILE-DETAIL-COUNT PIC 9(07) VALUE ZERO.
001390 01  WS-FILE-AMOUNT-TOTAL PIC S9(11)V99 VALUE ZERO.
001400 01  WS-TRAILER-COUNT PIC 9(07) VALUE ZERO.
001410 01  WS-TRAILER-TOTAL PIC S9(11)V99 VALUE ZERO.
001420 01  WS-COUNTERS.
001430     05 WS-REVERSED-COUNT PIC 9(07) COMP VALUE ZERO.
001440     05 WS-DROPPED-COUNT PIC 9(07) COMP VALUE ZERO.
001450     05 WS-EXCEPTION-COUNT PIC 9(07) COMP VALUE ZERO.
001460 01  WS-REVERSED-TOTAL PIC S9(11)V99 VALUE ZERO.
001470 01  WS-EXCEPTION-TOTAL PIC S9(11)V99 VALUE ZERO.
001480 01  WS-HIST-NET-TOTAL PIC S9(11)V99 VALUE ZERO.
001490 01  WS-DROP-LIMIT PIC 9(02) VALUE ZERO.
001500 01  WS-BEFORE-BALANCE PIC S9(09)V99 VALUE ZERO.
001510 01  WS-TODAY-DATE PIC 9(08) VALUE ZERO.
001520*----------------------------------------------------------------
001530* CUSTLOCK MASTER IN-USE LATCH - THE SAME LATCH EVERY BALANCE-
001540* POSTING PROGRAM HONORS.
001550*----------------------------------------------------------------
001560 01  WS-LATCH-SWITCH PIC X(01) VALUE 'N'.
001570     88 WS-LATCH-NOT-TAKEN VALUE 'N'.
001580     88 WS-LATCH-TAKEN VALUE 'T'.
001590     88 WS-LATCH-REFUSED VALUE 'R'.
001600 01  WS-LATCH-STATE PIC X(01) VALUE SPACE.
001610 01  WS-LATCH-HOLDER PIC X(08) VALUE SPACES.
001620 01  WS-LATCH-DATE PIC 9(08) VALUE ZERO.
001630 01  WS-LATCH-TIME PIC 9(08) VALUE ZERO.
001640*----------------------------------------------------------------
001650* EXCEPTION AND REGISTER LINE LAYOUTS
001660*----------------------------------------------------------------
001670 01  WS-EXCEPTION-RECORD.
001680     05 EX-EXCEPTION-DATE PIC 9(08).
001690     05 FILLER PIC X(01) VALUE SPACES.
001700     05 EX-CUSTUMER-ID PIC 9(06).
001710     05 FILLER PIC X(01) VALUE SPACES.
001720     05 EX-RETURN-AMOUNT PIC -(9)9.99.
001730     05 FILLER PIC X(01) VALUE SPACES.
001740     05 EX-TRACE-NUMBER PIC 9(15).
001750     05 FILLER PIC X(01) VALUE SPACES.
001760     05 EX-RETURN-REASON PIC X(04).
001770     05 FILLER PIC X(01) VALUE SPACES.
001780     05 EX-REASON-TEXT PIC X(25).
001790 01  WS-HEADING-LINE.
001800     05 FILLER PIC X(22) VALUE SPACES.
001810     05 FILLER PIC X(36)
001820         VALUE 'RETURNED AUTOPAY DEBIT REGISTER'.
001830 01  WS-COLUMN-LINE.
001840     05 FILLER PIC X(08) VALUE 'ID'.
001850     05 FILLER PIC X(13) VALUE '     RETURNED'.
001860     05 FILLER PIC X(02) VALUE SPACES.
001870     05 FILLER PIC X(17) VALUE 'TRACE NUMBER'.
001880     05 FILLER PIC X(06) VALUE 'RSN'.
001890     05 FILLER PIC X(28) VALUE 'DISPOSITION'.
001900 01  WS-REGISTER-DETAIL.
001910     05 RG-CUSTUMER-ID PIC 9(06).
001920     05 FILLER PIC X(02) VALUE SPACES.
001930     05 RG-RETURN-AMOUNT PIC -(9)9.99.
001940     05 FILLER PIC X(02) VALUE SPACES.
001950     05 RG-TRACE-NUMBER PIC 9(15).
001960     05 FILLER PIC X(02) VALUE SPACES.
001970     05 RG-RETURN-REASON PIC X(04).
001980     05 FILLER PIC X(02) VALUE SPACES.
001990     05 RG-DISPOSITION PIC X(30).
002000 01  WS-REVERSED-TOTAL-LINE.
002010     05 FILLER PIC X(26) VALUE 'DEBITS REVERSED:'.
002020     05 TL-REVERSED-COUNT PIC ZZZ,ZZ9.
002030     05 FILLER PIC X(09) VALUE '  AMOUNT:'.
002040     05 TL-REVERSED-TOTAL PIC -(10)9.99.
002050 01  WS-HIST-TOTAL-LINE.
002060     05 FILLER PIC X(26) VALUE 'NET POSTED TO CUSTHIST:'.
002070     05 FILLER PIC X(07) VALUE SPACES.
002080     05 FILLER PIC X(09) VALUE SPACES.
002090     05 TL-HIST-NET-TOTAL PIC -(10)9.99.
002100 01  WS-DROPPED-TOTAL-LINE.
002110     05 FILLER PIC X(26) VALUE 'DROPPED FROM AUTOPAY:'.
002120     05 TL-DROPPED-COUNT PIC ZZZ,ZZ9.
002130 01  WS-EXCEPTION-TOTAL-LINE.
002140     05 FILLER PIC X(26) VALUE 'RETURNS TO EXCEPTION:'.
002150     05 TL-EXCEPTION-COUNT PIC ZZZ,ZZ9.
002160     05 FILLER PIC X(09) VALUE '  AMOUNT:'.
002170     05 TL-EXCEPTION-TOTAL PIC -(10)9.99.
002180 PROCEDURE DIVISION.
002190*----------------------------------------------------------------
002200* 0000-MAINLINE
002210*----------------------------------------------------------------
002220 0000-MAINLINE.
002230     PERFORM 0100-ACQUIRE-MASTER-LATCH.
002240     IF WS-LATCH-REFUSED
002250         MOVE 16 TO RETURN-CODE
002260     ELSE
002270         PERFORM 1500-VERIFY-RETURN-FILE
002280         IF WS-FILE-BAD
002290             DISPLAY 'RETURNED-DEBIT FILE REJECTED - NOTHING '
002300                 'POSTED'
002310             MOVE 16 TO RETURN-CODE
002320         ELSE
002330             PERFORM 1000-INITIALIZE
002340             IF WS-RUN-USABLE
002350                 PERFORM 2000-PROCESS-RETURN
002360                     UNTIL WS-END-OF-RETURNS
002370                 PERFORM 3000-PRINT-TOTALS
002380                 PERFORM 9000-TERMINATE
002390             END-IF
002400         END-IF
002410         PERFORM 0200-RELEASE-MASTER-LATCH
002420     END-IF.
002430     STOP RUN.
002440*----------------------------------------------------------------
002450* 1500-VERIFY-RETURN-FILE
002460* READS THE WHOLE RETURNED-DEBIT FILE ONCE AND PROVES IT COMPLETE
002470* AGAINST ITS OWN TRAILER - COUNT AND AMOUNT BOTH.  A FILE
002480* WITHOUT A TRAILER OR WITH ANY MISMATCH IS REFUSED WHOLE.  THE
002490* ITEMS ARE MATCHED AGAINST THE AUTOPAY ENROLLMENTS BY KEY, SO
002500* THE POSTING PASS SIMPLY READS THE FILE AGAIN.
002510*----------------------------------------------------------------
002520 1500-VERIFY-RETURN-FILE.
002530     MOVE 'Y' TO WS-FILE-OK-SWITCH.
002540     MOVE 'N' TO WS-EOF-SWITCH.
002550     MOVE 'N' TO WS-TRAILER-SEEN-SWITCH.
002560     MOVE ZERO TO WS-FILE-DETAIL-COUNT.
002570     MOVE ZERO TO WS-FILE-AMOUNT-TOTAL.
002580     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
002590     OPEN INPUT RETURNED-DEBIT-FILE.
002600     IF NOT WS-APRETURN-OK
002610         DISPLAY 'APRETURN COULD NOT BE OPENED - STATUS '
002620             WS-APRETURN-STATUS
002630         SET WS-FILE-BAD TO TRUE
002640     ELSE
002650         PERFORM 2100-READ-RETURNED-DEBIT
002660         PERFORM 1600-VERIFY-ONE-RECORD UNTIL WS-END-OF-RETURNS
002670         CLOSE RETURNED-DEBIT-FILE
002680         PERFORM 1700-CHECK-FILE-TOTALS
002690     END-IF.
002700*----------------------------------------------------------------
002710* 1600-VERIFY-ONE-RECORD
002720*----------------------------------------------------------------
002730 1600-VERIFY-ONE-RECORD.
002740     EVALUATE TRUE
002750         WHEN RD-TRAILER-RECORD
002760             IF WS-TRAILER-SEEN
002770                 DISPLAY 'RETURNED-DEBIT FILE HAS MORE THAN ONE '
002780                     'TRAILER'
002790                 SET WS-FILE-BAD TO TRUE
002800             END-IF
002810             SET WS-TRAILER-SEEN TO TRUE
002820             IF RT-ITEM-COUNT IS NUMERIC
002830                 MOVE RT-ITEM-COUNT TO WS-TRAILER-COUNT
002840             ELSE
002850                 DISPLAY 'RETURNED-DEBIT TRAILER COUNT IS NOT '
002860                     'NUMERIC'
002870                 SET WS-FILE-BAD TO TRUE
002880             END-IF
002890             MOVE RT-RETURN-TOTAL TO WS-TRAILER-TOTAL
002900         WHEN OTHER
002910             IF WS-TRAILER-SEEN
002920                 DISPLAY 'RETURNED-DEBIT FILE CARRIES RECORDS '
002930                     'AFTER THE TRAILER'
002940                 SET WS-FILE-BAD TO TRUE
002950             END-IF
002960             ADD 1 TO WS-FILE-DETAIL-COUNT
002970             IF RD-RETURN-AMOUNT IS NUMERIC
002980                 AND RD-RETURN-AMOUNT > ZERO
002990                 ADD RD-RETURN-AMOUNT TO WS-FILE-AMOUNT-TOTAL
003000             ELSE
003010                 DISPLAY 'RETURNED AMOUNT NOT A POSITIVE NUMBER '
003020                     '- RECORD ' WS-FILE-DETAIL-COUNT
003030                 SET WS-FILE-BAD TO TRUE
003040             END-IF
003050             IF RD-CUSTUMER-ID NOT NUMERIC
003060                 OR RD-TRACE-NUMBER NOT NUMERIC
003070                 OR RD-ENTRY-DATE NOT NUMERIC
003080                 DISPLAY 'RETURNED DEBIT ID, TRACE OR ENTRY DATE '
003090                     'NOT NUMERIC - RECORD ' WS-FILE-DETAIL-COUNT
003100                 SET WS-FILE-BAD TO TRUE
003110             END-IF
003120     END-EVALUATE.
003130     PERFORM 2100-READ-RETURNED-DEBIT.
003140*----------------------------------------------------------------
003150* 1700-CHECK-FILE-TOTALS
003160*----------------------------------------------------------------
003170 1700-CHECK-FILE-TOTALS.
003180     IF NOT WS-TRAILER-SEEN
003190         DISPLAY 'RETURNED-DEBIT FILE HAS NO TRAILER - FILE '
003200             'TRUNCATED?'
003210         SET WS-FILE-BAD TO TRUE
003220     END-IF.
003230     IF WS-TRAILER-SEEN AND WS-FILE-OK
003240         IF WS-TRAILER-COUNT NOT = WS-FILE-DETAIL-COUNT
003250             DISPLAY 'RETURNED-DEBIT COUNT MISMATCH - TRAILER '
003260                 WS-TRAILER-COUNT ' FILE ' WS-FILE-DETAIL-COUNT
003270             SET WS-FILE-BAD TO TRUE
003280         END-IF
003290         IF WS-TRAILER-TOTAL NOT = WS-FILE-AMOUNT-TOTAL
003300             DISPLAY 'RETURNED-DEBIT TOTAL MISMATCH - TRAILER '
003310                 WS-TRAILER-TOTAL ' FILE ' WS-FILE-AMOUNT-TOTAL
003320             SET WS-FILE-BAD TO TRUE
003330         END-IF
003340     END-IF.
003350*----------------------------------------------------------------
003360* 1000-INITIALIZE
003370* READS THE DROP LIMIT FROM SYSIN (ZERO MEANS 2 - THE SECOND
003380* RETURNED DEBIT IN A ROW DROPS THE CUSTOMER), OPENS THE MASTER
003390* AND ENROLLMENTS, RE-OPENS THE RETURNED-DEBIT FILE FOR THE
003400* POSTING PASS, AND OPENS CUSTHIST FOR APPEND WITH THE EXCEPTION
003410* FILE AND REGISTER.
003420*----------------------------------------------------------------
003430 1000-INITIALIZE.
003440     DISPLAY 'ENTER RETURNED DEBITS IN A ROW BEFORE AUTOPAY IS '
003450         'DROPPED (0 = 2): '.
003460     ACCEPT WS-DROP-LIMIT.
003470     IF WS-DROP-LIMIT NOT NUMERIC OR WS-DROP-LIMIT = ZERO
003480         MOVE 2 TO WS-DROP-LIMIT
003490     END-IF.
003500     OPEN I-O CUSTOMER-MASTER-FILE.
003510     IF WS-CUSTMAST-STATUS = '35'
003520         DISPLAY 'CUSTOMER MASTER DOES NOT EXIST - NOTHING TO '
003530             'POST RETURNS TO'
003540         MOVE 16 TO RETURN-CODE
003550         SET WS-RUN-UNUSABLE TO TRUE
003560     ELSE
003570         OPEN I-O AUTOPAY-FILE
003580         IF WS-AUTOPAY-STATUS = '35'
003590             DISPLAY 'AUTOPAY FILE DOES NOT EXIST - NO DEBIT '
003600                 'WAS EVER SENT'
003610             MOVE 16 TO RETURN-CODE
003620             SET WS-RUN-UNUSABLE TO TRUE
003630             CLOSE CUSTOMER-MASTER-FILE
003640         END-IF
003650     END-IF.
003660     IF WS-RUN-USABLE
003670         MOVE 'N' TO WS-EOF-SWITCH
003680         OPEN INPUT RETURNED-DEBIT-FILE
003690         PERFORM 2100-READ-RETURNED-DEBIT
003700         OPEN EXTEND CUSTOMER-HISTORY-FILE
003710         IF WS-CUSTHIST-STATUS = '05' OR WS-CUSTHIST-STATUS = '35'
003720             OPEN OUTPUT CUSTOMER-HISTORY-FILE
003730         END-IF
003740         OPEN EXTEND EXCEPTION-FILE
003750         IF WS-APRTEXCP-STATUS = '05'
003760             OR WS-APRTEXCP-STATUS = '35'
003770             OPEN OUTPUT EXCEPTION-FILE
003780         END-IF
003790         OPEN OUTPUT REGISTER-REPORT
003800         WRITE RGST-LINE FROM WS-HEADING-LINE
003810         WRITE RGST-LINE FROM SPACES
003820         WRITE RGST-LINE FROM WS-COLUMN-LINE
003830     END-IF.
003840*----------------------------------------------------------------
003850* 2000-PROCESS-RETURN
003860* POSTS ONE RETURNED DEBIT, OR ROUTES IT TO THE EXCEPTION FILE.
003870* THE TRAILER IS PASSED OVER - IT WAS PROVED BY THE VERIFY PASS.
003880*----------------------------------------------------------------
003890 2000-PROCESS-RETURN.
003900     IF RD-DETAIL-RECORD
003910         PERFORM 2050-MATCH-ENROLLMENT
003920     END-IF.
003930     PERFORM 2100-READ-RETURNED-DEBIT.
003940*----------------------------------------------------------------
003950* 2050-MATCH-ENROLLMENT
003960* ONLY THE LAST DEBIT SENT CAN COME BACK - THE BANK RETURNS A
003970* DEBIT WITHIN DAYS, LONG BEFORE THE NEXT MONTH'S PULL - SO THE
003980* ITEM MUST CARRY THAT DEBIT'S TRACE NUMBER, AMOUNT AND ENTRY
003990* DATE.  ONCE REVERSED THE DEBIT IS MARKED RETURNED, SO A RE-SENT
004000* RETURN OR A RE-RUN OF THE SAME FILE CANNOT DOUBLE-REVERSE.
004010*----------------------------------------------------------------
004020 2050-MATCH-ENROLLMENT.
004030     MOVE RD-CUSTUMER-ID TO AP-CUSTUMER-ID.
004040     READ AUTOPAY-FILE
004050         INVALID KEY
004060             MOVE 'NO AUTOPAY ENROLLMENT' TO EX-REASON-TEXT
004070             PERFORM 2400-WRITE-EXCEPTION
004080     END-READ.
004090     IF WS-AUTOPAY-OK
004100         EVALUATE TRUE
004110             WHEN AP-LAST-TRACE-NUMBER NOT = RD-TRACE-NUMBER
004120                 OR AP-LAST-PULL-AMOUNT NOT = RD-RETURN-AMOUNT
004130                 OR AP-LAST-PULL-DATE NOT = RD-ENTRY-DATE
004140                 MOVE 'NO MATCHING AUTOPAY DEBIT' TO
004150                     EX-REASON-TEXT
004160                 PERFORM 2400-WRITE-EXCEPTION
004170             WHEN AP-LAST-PULL-RETURNED
004180                 MOVE 'DEBIT ALREADY RETURNED' TO EX-REASON-TEXT
004190                 PERFORM 2400-WRITE-EXCEPTION
004200             WHEN OTHER
004210                 PERFORM 2200-POST-ONE-RETURN
004220         END-EVALUATE
004230     END-IF.
004240*----------------------------------------------------------------
004250* 2100-READ-RETURNED-DEBIT
004260*----------------------------------------------------------------
004270 2100-READ-RETURNED-DEBIT.
004280     READ RETURNED-DEBIT-FILE
004290         AT END
004300             SET WS-END-OF-RETURNS TO TRUE
004310     END-READ.
004320*----------------------------------------------------------------
004330* 2200-POST-ONE-RETURN
004340* PUTS THE RETURNED AMOUNT BACK ON THE BALANCE AND WRITES THE
004350* REVERSAL HISTORY, THEN MARKS THE DEBIT RETURNED ON THE
004360* ENROLLMENT.  A CUSTOMER NOT ON THE MASTER, OR ONE CUSTMRGE HAS
004370* SINCE FOLDED INTO A SURVIVOR, GOES TO EXCEPTION - THE MONEY
004380* MUST BE CHASED ON THE SURVIVOR BY HAND.
004390*----------------------------------------------------------------
004400 2200-POST-ONE-RETURN.
004410     MOVE RD-CUSTUMER-ID TO CUSTUMER-ID.
004420     READ CUSTOMER-MASTER-FILE
004430         INVALID KEY
004440             MOVE 'CUSTOMER NOT ON MASTER' TO EX-REASON-TEXT
004450             PERFORM 2400-WRITE-EXCEPTION
004460     END-READ.
004470     IF WS-CUSTMAST-OK
004480         IF NOT CUSTOMER-NOT-MERGED
004490             MOVE 'ACCOUNT MERGED AWAY' TO EX-REASON-TEXT
004500             PERFORM 2400-WRITE-EXCEPTION
004510         ELSE
004520             MOVE CUSTOMER-BALANCE TO WS-BEFORE-BALANCE
004530             ADD RD-RETURN-AMOUNT TO CUSTOMER-BALANCE
004540             REWRITE CUSTUMER_RECORDS
004550                 INVALID KEY
004560                     DISPLAY 'REWRITE FAILED - RETURN NOT '
004570                         'POSTED - ' CUSTUMER-ID
004580             END-REWRITE
004590             IF WS-CUSTMAST-OK
004600                 PERFORM 2300-WRITE-HISTORY-RECORD
004610                 PERFORM 2350-MARK-ENROLLMENT
004620                 ADD 1 TO WS-REVERSED-COUNT
004630                 ADD RD-RETURN-AMOUNT TO WS-REVERSED-TOTAL
004640                 PERFORM 2500-WRITE-REGISTER-LINE
004650             ELSE
004660                 MOVE 'MASTER REWRITE FAILED' TO EX-REASON-TEXT
004670                 PERFORM 2400-WRITE-EXCEPTION
004680             END-IF
004690         END-IF
004700     END-IF.
004710*----------------------------------------------------------------
004720* 2300-WRITE-HISTORY-RECORD
004730* THE REVERSAL - SOURCE 'D', TYPE 'R' - OF THE AUTOPAY PAYMENT.
004740*----------------------------------------------------------------
004750 2300-WRITE-HISTORY-RECORD.
004760     MOVE SPACES TO CUSTHIST-RECORD.
004770     ACCEPT CH-CHANGE-DATE FROM DATE YYYYMMDD.
004780     ACCEPT CH-CHANGE-TIME FROM TIME.
004790     MOVE CUSTUMER-ID TO CH-CUSTUMER-ID.
004800     MOVE WS-BEFORE-BALANCE TO CH-BEFORE-BALANCE.
004810     MOVE CUSTOMER-BALANCE TO CH-AFTER-BALANCE.
004820     SET CH-SOURCE-APAY TO TRUE.
004830     SET CH-TYPE-REVERSAL TO TRUE.
004840     WRITE CUSTHIST-RECORD.
004850     COMPUTE WS-HIST-NET-TOTAL = WS-HIST-NET-TOTAL
004860         + CH-AFTER-BALANCE - CH-BEFORE-BALANCE.
004870*----------------------------------------------------------------
004880* 2350-MARK-ENROLLMENT
004890* COUNTS THE RETURN AND, AT THE DROP LIMIT OR FOR A RETURN
004900* REASON THAT SAYS THE BANK ACCOUNT CANNOT BE DEBITED, DROPS AN
004910* ACTIVE ENROLLMENT.  ONE ALREADY CANCELLED IS LEFT CANCELLED.
004920*----------------------------------------------------------------
004930 2350-MARK-ENROLLMENT.
004940     SET AP-LAST-PULL-RETURNED TO TRUE.
004950     IF AP-RETURN-COUNT < 99
004960         ADD 1 TO AP-RETURN-COUNT
004970     END-IF.
004980     MOVE WS-TODAY-DATE TO AP-LAST-RETURN-DATE.
004990     MOVE RD-RETURN-REASON TO AP-LAST-RETURN-REASON.
005000     MOVE 'REVERSED' TO RG-DISPOSITION.
005010     IF AP-ENROLL-ACTIVE
005020         AND (AP-RETURN-COUNT NOT < WS-DROP-LIMIT
005030              OR RD-ACCOUNT-UNUSABLE)
005040         SET AP-ENROLL-DROPPED TO TRUE
005050         MOVE WS-TODAY-DATE TO AP-DROP-DATE
005060         ADD 1 TO WS-DROPPED-COUNT
005070         MOVE 'REVERSED - AUTOPAY DROPPED' TO RG-DISPOSITION
005080         DISPLAY 'AUTOPAY DROPPED - ' AP-CUSTUMER-ID
005090             ' - RETURNS IN A ROW ' AP-RETURN-COUNT
005100             ' - LAST REASON ' RD-RETURN-REASON
005110     END-IF.
005120     REWRITE AUTOPAY-RECORD
005130         INVALID KEY
005140             DISPLAY 'AUTOPAY REWRITE FAILED - RETURN NOT '
005150                 'MARKED - ' AP-CUSTUMER-ID
005160     END-REWRITE.
005170     IF NOT WS-AUTOPAY-OK
005180         MOVE 'REVERSED - NOT MARKED' TO RG-DISPOSITION
005190         ADD 1 TO WS-EXCEPTION-COUNT
005200     END-IF.
005210*----------------------------------------------------------------
005220* 2400-WRITE-EXCEPTION
005230* ROUTES ONE UNPOSTABLE RETURN TO THE EXCEPTION FILE WITH ITS
005240* REASON, AND TO THE REGISTER SO THE CASH OFFICE SEES EVERY ITEM
005250* IN ONE PLACE.
005260*----------------------------------------------------------------
005270 2400-WRITE-EXCEPTION.
005280     MOVE WS-TODAY-DATE TO EX-EXCEPTION-DATE.
005290     MOVE RD-CUSTUMER-ID TO EX-CUSTUMER-ID.
005300     MOVE RD-RETURN-AMOUNT TO EX-RETURN-AMOUNT.
005310     MOVE RD-TRACE-NUMBER TO EX-TRACE-NUMBER.
005320     MOVE RD-RETURN-REASON TO EX-RETURN-REASON.
005330     WRITE EXCP-LINE FROM WS-EXCEPTION-RECORD.
005340     ADD 1 TO WS-EXCEPTION-COUNT.
005350     ADD RD-RETURN-AMOUNT TO WS-EXCEPTION-TOTAL.
005360     MOVE EX-REASON-TEXT TO RG-DISPOSITION.
005370     PERFORM 2500-WRITE-REGISTER-LINE.
005380*----------------------------------------------------------------
005390* 2500-WRITE-REGISTER-LINE
005400*----------------------------------------------------------------
005410 2500-WRITE-REGISTER-LINE.
005420     MOVE RD-CUSTUMER-ID TO RG-CUSTUMER-ID.
005430     MOVE RD-RETURN-AMOUNT TO RG-RETURN-AMOUNT.
005440     MOVE RD-TRACE-NUMBER TO RG-TRACE-NUMBER.
005450     MOVE RD-RETURN-REASON TO RG-RETURN-REASON.
005460     WRITE RGST-LINE FROM WS-REGISTER-DETAIL.
005470*----------------------------------------------------------------
005480* 3000-PRINT-TOTALS
005490* THE DEBITS REVERSED MUST AGREE WITH THE NET WRITTEN TO CUSTHIST
005500* - A DIFFERENCE, LIKE ANY EXCEPTION, ENDS THE STEP RC=4.
005510*----------------------------------------------------------------
005520 3000-PRINT-TOTALS.
005530     IF WS-HIST-NET-TOTAL NOT = WS-REVERSED-TOTAL
005540         DISPLAY 'CONTROL TOTAL OUT OF BALANCE - REVERSED '
005550             WS-REVERSED-TOTAL ' CUSTHIST NET ' WS-HIST-NET-TOTAL
005560         ADD 1 TO WS-EXCEPTION-COUNT
005570     END-IF.
005580     MOVE WS-REVERSED-COUNT TO TL-REVERSED-COUNT.
005590     MOVE WS-REVERSED-TOTAL TO TL-REVERSED-TOTAL.
005600     MOVE WS-HIST-NET-TOTAL TO TL-HIST-NET-TOTAL.
005610     MOVE WS-DROPPED-COUNT TO TL-DROPPED-COUNT.
005620     MOVE WS-EXCEPTION-COUNT TO TL-EXCEPTION-COUNT.
005630     MOVE WS-EXCEPTION-TOTAL TO TL-EXCEPTION-TOTAL.
005640     WRITE RGST-LINE FROM SPACES.
005650     WRITE RGST-LINE FROM WS-REVERSED-TOTAL-LINE.
005660     WRITE RGST-LINE FROM WS-HIST-TOTAL-LINE.
005670     WRITE RGST-LINE FROM WS-DROPPED-TOTAL-LINE.
005680     WRITE RGST-LINE FROM WS-EXCEPTION-TOTAL-LINE.
005690     DISPLAY 'AUTOPAY DEBITS REVERSED    : ' WS-REVERSED-COUNT.
005700     DISPLAY 'DROPPED FROM AUTOPAY       : ' WS-DROPPED-COUNT.
005710     DISPLAY 'RETURNS EXCEPTED           : ' WS-EXCEPTION-COUNT.
005720     IF WS-EXCEPTION-COUNT > ZERO
005730         MOVE 4 TO RETURN-CODE
005740     END-IF.
005750*----------------------------------------------------------------
005760* 9000-TERMINATE
005770*----------------------------------------------------------------
005780 9000-TERMINATE.
005790     CLOSE RETURNED-DEBIT-FILE.
005800     CLOSE AUTOPAY-FILE.
005810     CLOSE CUSTOMER-MASTER-FILE.
005820     CLOSE CUSTOMER-HISTORY-FILE.
005830     CLOSE EXCEPTION-FILE.
005840     CLOSE REGISTER-REPORT.
005850*----------------------------------------------------------------
005860* 0100-ACQUIRE-MASTER-LATCH
005870* HONORS THE CUSTLOCK IN-USE LATCH BEFORE ANY RETURN POSTS -
005880* ANOTHER UPDATER'S 'U' OR THE NIGHTLY 'B' BATCH WINDOW REFUSES
005890* THE RUN.  A FREE LATCH IS TAKEN 'U' AND FREED AT END OF RUN.
005900*----------------------------------------------------------------
005910 0100-ACQUIRE-MASTER-LATCH.
005920     MOVE 'N' TO WS-LATCH-SWITCH.
005930     PERFORM 0130-READ-LATCH-RECORD.
005940     EVALUATE TRUE
005950         WHEN WS-LATCH-STATE = 'U'
005960             DISPLAY 'CUSTOMER MASTER MARKED BUSY BY '
005970                 WS-LATCH-HOLDER ' SINCE ' WS-LATCH-DATE
005980                 ' ' WS-LATCH-TIME ' - RUN REFUSED'
005990             DISPLAY 'CLEAR A STALE LATCH DELIBERATELY WITH '
006000                 'CUSTLTCH MODE C'
006010             SET WS-LATCH-REFUSED TO TRUE
006020         WHEN WS-LATCH-STATE = 'B'
006030             DISPLAY 'NIGHTLY BATCH WINDOW IS OPEN - RETURNED '
006040                 'DEBIT POSTING REFUSED'
006050             SET WS-LATCH-REFUSED TO TRUE
006060         WHEN OTHER
006070             MOVE 'U' TO WS-LATCH-STATE
006080             MOVE 'CUSTAPRT' TO WS-LATCH-HOLDER
006090             PERFORM 0160-WRITE-LATCH-RECORD
006100             SET WS-LATCH-TAKEN TO TRUE
006110     END-EVALUATE.
006120*----------------------------------------------------------------
006130* 0130-READ-LATCH-RECORD
006140* A MISSING OR EMPTY LATCH FILE READS AS FREE.
006150*----------------------------------------------------------------
006160 0130-READ-LATCH-RECORD.
006170     MOVE SPACE TO WS-LATCH-STATE.
006180     MOVE SPACES TO WS-LATCH-HOLDER.
006190     MOVE ZERO TO WS-LATCH-DATE WS-LATCH-TIME.
006200     OPEN INPUT CUSTOMER-LOCK-FILE.
006210     IF WS-CUSTLOCK-STATUS = '00'
006220         READ CUSTOMER-LOCK-FILE
006230             AT END
006240                 CONTINUE
006250             NOT AT END
006260                 MOVE LK-LATCH-STATE TO WS-LATCH-STATE
006270                 MOVE LK-HOLDER TO WS-LATCH-HOLDER
006280                 MOVE LK-SET-DATE TO WS-LATCH-DATE
006290                 MOVE LK-SET-TIME TO WS-LATCH-TIME
006300         END-READ
006310         CLOSE CUSTOMER-LOCK-FILE
006320     END-IF.
006330*----------------------------------------------------------------
006340* 0160-WRITE-LATCH-RECORD
006350*----------------------------------------------------------------
006360 0160-WRITE-LATCH-RECORD.
006370     OPEN OUTPUT CUSTOMER-LOCK-FILE.
006380     MOVE SPACES TO CUSTLOCK-RECORD.
006390     MOVE WS-LATCH-STATE TO LK-LATCH-STATE.
006400     MOVE WS-LATCH-HOLDER TO LK-HOLDER.
006410     ACCEPT LK-SET-DATE FROM DATE YYYYMMDD.
006420     ACCEPT LK-SET-TIME FROM TIME.
006430     WRITE CUSTLOCK-RECORD.
006440     CLOSE CUSTOMER-LOCK-FILE.
006450*----------------------------------------------------------------
006460* 0200-RELEASE-MASTER-LATCH
006470*----------------------------------------------------------------
006480 0200-RELEASE-MASTER-LATCH.
006490     IF WS-LATCH-TAKEN
006500         MOVE SPACE TO WS-LATCH-STATE
006510         MOVE SPACES TO WS-LATCH-HOLDER
006520         PERFORM 0160-WRITE-LATCH-RECORD
006530         MOVE 'N' TO WS-LATCH-SWITCH
006540     END-IF.
006550 END PROGRAM CUSTAPRT.
