000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTWOFF.
000030 AUTHOR. JULIO.
000040 INSTALLATION. CUSTOMER-ACCOUNTING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  JR   ORIGINAL - BAD-DEBT WRITE-OFF POSTING.  AN
000110*                  UNCOLLECTIBLE BALANCE USED TO BE ZEROED WITH A
000120*                  CALCADJ TYPE 'A' CARD, INDISTINGUISHABLE FROM
000130*                  ANY OTHER ADJUSTMENT ON CUSTHIST, THE STATEMENT
000140*                  AND THE GL FEED.  THIS RUN TAKES THE DAY'S
000150*                  APPROVED WRITE-OFF REQUESTS (WOREQ), BALANCED
000160*                  FIRST AGAINST THEIR OWN COUNT-AND-AMOUNT
000170*                  TRAILER (A SHORT OR DOUBLED FILE IS REFUSED
000180*                  WHOLE, RETURN-CODE 16).  EACH REQUEST MUST BE
000190*                  APPROVED BY SOMEONE OTHER THAN ITS REQUESTER
000200*                  AND MUST NAME THE EXACT BALANCE NOW OWED - A
000210*                  BALANCE THAT MOVED SINCE APPROVAL IS REFUSED
000220*                  FOR RE-APPROVAL.  A GOOD REQUEST CLEARS THE
000230*                  BALANCE WITH A CUSTHIST RECORD TAGGED SOURCE
000240*                  'W', TYPE 'W' (WRITE-OFF), CLOSES OR HOLDS THE
000250*                  ACCOUNT AS THE REQUEST SAYS, ADDS THE AMOUNT
000260*                  TO THE ACCOUNT'S LIFETIME WRITE-OFF TOTAL AND
000270*                  APPENDS A RECORD TO THE WOHIST WRITE-OFF
000280*                  HISTORY.  REFUSED REQUESTS GO TO THE WOEXCP
000290*                  EXCEPTION FILE WITH THEIR REASON AND END THE
000300*                  STEP RC=4; EVERY REQUEST LANDS ON THE WORPT
000310*                  REGISTER.  HONORS THE CUSTLOCK IN-USE LATCH.
000320*----------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-370.
000360 OBJECT-COMPUTER. IBM-370.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT WRITEOFF-REQUEST-FILE ASSIGN TO WOREQ
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-WOREQ-STATUS.
000420     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS CUSTUMER-ID
000460         FILE STATUS IS WS-CUSTMAST-STATUS.
000470     SELECT CUSTOMER-HISTORY-FILE ASSIGN TO CUSTHIST
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-CUSTHIST-STATUS.
000500     SELECT WRITEOFF-HISTORY-FILE ASSIGN TO WOHIST
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-WOHIST-STATUS.
000530     SELECT EXCEPTION-FILE ASSIGN TO WOEXCP
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-WOEXCP-STATUS.
000560     SELECT REGISTER-REPORT ASSIGN TO WORPT
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-WORPT-STATUS.
000590     SELECT CUSTOMER-LOCK-FILE ASSIGN TO CUSTLOCK
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-CUSTLOCK-STATUS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  WRITEOFF-REQUEST-FILE
000650     LABEL RECORDS ARE STANDARD.
000660 01  WRITEOFF-REQUEST-RECORD.
000670     05 WR-RECORD-TYPE PIC X(01).
000680         88 WR-DETAIL-RECORD VALUE 'D'.
000690         88 WR-TRAILER-RECORD VALUE 'T'.
000700     05 WR-CUSTUMER-ID PIC 9(06).
000710     05 WR-WRITEOFF-AMOUNT PIC S9(09)V99.
000720     05 WR-DISPOSITION PIC X(01).
000730         88 WR-CLOSE-ACCOUNT VALUE 'C'.
000740         88 WR-HOLD-ACCOUNT VALUE 'H'.
000750     05 WR-REASON PIC X(20).
000760     05 WR-REQUESTED-BY PIC X(08).
000770     05 WR-APPROVED-BY PIC X(08).
000780     05 WR-APPROVAL-DATE PIC 9(08).
000790*----------------------------------------------------------------
000800* TRAILER VIEW OF THE SAME 63-BYTE RECORD - THE REQUEST COUNT
000810* AND TOTAL AMOUNT, CHECKED BEFORE A SINGLE BALANCE IS CLEARED.
000820*----------------------------------------------------------------
000830 01  WRITEOFF-TRAILER-RECORD.
000840     05 WT-RECORD-TYPE PIC X(01).
000850     05 WT-REQUEST-COUNT PIC 9(07).
000860     05 WT-REQUEST-TOTAL PIC S9(11)V99.
000870     05 FILLER PIC X(42).
000880 FD  CUSTOMER-MASTER-FILE
000890     LABEL RECORDS ARE STANDARD.
000900     COPY CUSTREC.
000910 FD  CUSTOMER-HISTORY-FILE
000920     LABEL RECORDS ARE STANDARD.
000930     COPY CUSTHIST.
000940 FD  WRITEOFF-HISTORY-FILE
000950     LABEL RECORDS ARE STANDARD.
000960     COPY CUSTWOHS.
000970 FD  EXCEPTION-FILE
000980     LABEL RECORDS ARE STANDARD
000990     RECORDING MODE IS F.
001000 01  EXCP-LINE PIC X(80).
001010 FD  REGISTER-REPORT
001020     LABEL RECORDS ARE STANDARD
001030     RECORDING MODE IS F.
001040 01  RGST-LINE PIC X(80).
001050 FD  CUSTOMER-LOCK-FILE
001060     LABEL RECORDS ARE STANDARD.
001070     COPY CUSTLOCK.
001080 WORKING-STORAGE SECTION.
001090 01  WS-WOREQ-STATUS PIC X(02) VALUE '00'.
001100     88 WS-WOREQ-OK VALUE '00'.
001110 01  WS-CUSTMAST-STATUS PIC X(02) VALUE '00'.
001120     88 WS-CUSTMAST-OK VALUE '00'.
001130 01  WS-CUSTHIST-STATUS PIC X(02) VALUE '00'.
001140 01  WS-WOHIST-STATUS PIC X(02) VALUE '00'.
001150 01  WS-WOEXCP-STATUS PIC X(02) VALUE '00'.
001160 01  WS-WORPT-STATUS PIC X(02) VALUE '00'.
001170 01  WS-CUSTLOCK-STATUS PIC X(02) VALUE '00'.
001180 01  WS-EOF-SWITCH PIC X(01) VALUE 'N'.
001190     88 WS-END-OF-REQUESTS VALUE 'Y'.
001200 01  WS-RUN-SWITCH PIC X(01) VALUE 'Y'.
001210     88 WS-RUN-USABLE VALUE 'Y'.
001220     88 WS-RUN-UNUSABLE VALUE 'N'.
001230 01  WS-REQUEST-OK-SWITCH PIC X(01) VALUE 'Y'.
001240     88 WS-REQUEST-OK VALUE 'Y'.
001250     88 WS-REQUEST-REFUSED VALUE 'N'.
001260*----------------------------------------------------------------
001270* REQUEST FILE BALANCING CONTROLS - ACCUMULATED BY 1500-VERIFY-
001280* REQUEST-FILE AND COMPARED AGAINST THE FILE'S OWN TRAILER
001290* BEFORE A SINGLE BALANCE IS WRITTEN OFF.
001300*----------------------------------------------------------------
001310 01  WS-FILE-OK-SWITCH PIC X(01) VALUE 'Y'.
001320     88 WS-FILE-OK VALUE 'Y'.
001330     88 WS-FILE-BAD VALUE 'N'.
001340 01  WS-TRAILER-SEEN-SWITCH PIC X(01) VALUE 'N'.
001350     88 WS-TRAILER-SEEN VALUE 'Y'.
001360 01  WS-FILE-DETAIL-COUNT PIC 9(07) VALUE ZERO.
001370 01  WS-FILE-AMOUNT-TOTAL PIC S9(11)V99 VALUE ZERO.
001380 01  WS-TRAILER-COUNT PIC 9(07) VALUE ZERO.
001390 01  WS-TRAILER-TOTAL PIC S9(11)V99 VALUE ZERO.
001400 01  WS-COUNTERS.
001410     05 WS-WRITTEN-OFF-COUNT PIC 9(07) COMP VALUE ZERO.
001420     05 WS-CLOSED-COUNT PIC 9(07) COMP VALUE ZERO.
001430     05 WS-HELD-COUNT PIC 9(07) COMP VALUE ZERO.
001440     05 WS-EXCEPTION-COUNT PIC 9(07) COMP VALUE ZERO.
001450 01  WS-WRITTEN-OFF-TOTAL PIC S9(11)V99 VALUE ZERO.
001460 01  WS-EXCEPTION-TOTAL PIC S9(11)V99 VALUE ZERO.
001470 01  WS-BEFORE-BALANCE PIC S9(09)V99 VALUE ZERO.
001480 01  WS-TODAY-DATE PIC 9(08) VALUE ZERO.
001490*----------------------------------------------------------------
001500* CUSTLOCK MASTER IN-USE LATCH - THE SAME LATCH EVERY BALANCE-
001510* POSTING PROGRAM HONORS.
001520*----------------------------------------------------------------
001530 01  WS-LATCH-SWITCH PIC X(01) VALUE 'N'.
001540     88 WS-LATCH-NOT-TAKEN VALUE 'N'.
001550     88 WS-LATCH-TAKEN VALUE 'T'.
001560     88 WS-LATCH-REFUSED VALUE 'R'.
001570 01  WS-LATCH-STATE PIC X(01) VALUE SPACE.
001580 01  WS-LATCH-HOLDER PIC X(08) VALUE SPACES.
001590 01  WS-LATCH-DATE PIC 9(08) VALUE ZERO.
001600 01  WS-LATCH-TIME PIC 9(08) VALUE ZERO.
001610*----------------------------------------------------------------
001620* EXCEPTION AND REGISTER LINE LAYOUTS
001630*----------------------------------------------------------------
001640 01  WS-EXCEPTION-RECORD.
001650     05 EX-EXCEPTION-DATE PIC 9(08).
001660     05 FILLER PIC X(02) VALUE SPACES.
001670     05 EX-CUSTUMER-ID PIC 9(06).
001680     05 FILLER PIC X(02) VALUE SPACES.
001690     05 EX-WRITEOFF-AMOUNT PIC -(9)9.99.
001700     05 FILLER PIC X(02) VALUE SPACES.
001710     05 EX-APPROVED-BY PIC X(08).
001720     05 FILLER PIC X(02) VALUE SPACES.
001730     05 EX-REASON-TEXT PIC X(30).
001740 01  WS-HEADING-LINE.
001750     05 FILLER PIC X(24) VALUE SPACES.
001760     05 FILLER PIC X(32)
001770         VALUE 'BAD-DEBT WRITE-OFF REGISTER'.
001780 01  WS-COLUMN-LINE.
001790     05 FILLER PIC X(08) VALUE 'ID'.
001800     05 FILLER PIC X(13) VALUE '    WRITE-OFF'.
001810     05 FILLER PIC X(02) VALUE SPACES.
001820     05 FILLER PIC X(09) VALUE 'APPROVER'.
001830     05 FILLER PIC X(20) VALUE 'REASON'.
001840     05 FILLER PIC X(28) VALUE 'DISPOSITION'.
001850 01  WS-REGISTER-DETAIL.
001860     05 RG-CUSTUMER-ID PIC 9(06).
001870     05 FILLER PIC X(02) VALUE SPACES.
001880     05 RG-WRITEOFF-AMOUNT PIC -(9)9.99.
001890     05 FILLER PIC X(02) VALUE SPACES.
001900     05 RG-APPROVED-BY PIC X(08).
001910     05 FILLER PIC X(01) VALUE SPACES.
001920     05 RG-REASON PIC X(18).
001930     05 FILLER PIC X(02) VALUE SPACES.
001940     05 RG-DISPOSITION PIC X(28).
001950 01  WS-WRITTEN-OFF-TOTAL-LINE.
001960     05 FILLER PIC X(26) VALUE 'BALANCES WRITTEN OFF:'.
001970     05 TL-WRITTEN-OFF-COUNT PIC ZZZ,ZZ9.
001980     05 FILLER PIC X(09) VALUE '  AMOUNT:'.
001990     05 TL-WRITTEN-OFF-TOTAL PIC -(10)9.99.
002000 01  WS-CLOSED-TOTAL-LINE.
002010     05 FILLER PIC X(26) VALUE '  ACCOUNTS CLOSED:'.
002020     05 TL-CLOSED-COUNT PIC ZZZ,ZZ9.
002030 01  WS-HELD-TOTAL-LINE.
002040     05 FILLER PIC X(26) VALUE '  ACCOUNTS HELD:'.
002050     05 TL-HELD-COUNT PIC ZZZ,ZZ9.
002060 01  WS-EXCEPTION-TOTAL-LINE.
002070     05 FILLER PIC X(26) VALUE 'REQUESTS TO EXCEPTION:'.
002080     05 TL-EXCEPTION-COUNT PIC ZZZ,ZZ9.
002090     05 FILLER PIC X(09) VALUE '  AMOUNT:'.
002100     05 TL-EXCEPTION-TOTAL PIC -(10)9.99.
002110 PROCEDURE DIVISION.
002120*----------------------------------------------------------------
002130* 0000-MAINLINE
002140*----------------------------------------------------------------
002150 0000-MAINLINE.
002160     PERFORM 0100-ACQUIRE-MASTER-LATCH.
002170     IF WS-LATCH-REFUSED
002180         MOVE 16 TO RETURN-CODE
002190     ELSE
002200         PERFORM 1500-VERIFY-REQUEST-FILE
002210         IF WS-FILE-BAD
002220             DISPLAY 'WRITE-OFF REQUEST FILE REJECTED - NO '
002230                 'BALANCES WRITTEN OFF'
002240             MOVE 16 TO RETURN-CODE
002250         ELSE
002260             PERFORM 1000-INITIALIZE
002270             IF WS-RUN-USABLE
002280                 PERFORM 2000-PROCESS-REQUEST
002290                     UNTIL WS-END-OF-REQUESTS
002300                 PERFORM 3000-PRINT-TOTALS
002310                 PERFORM 9000-TERMINATE
002320             END-IF
002330         END-IF
002340         PERFORM 0200-RELEASE-MASTER-LATCH
002350     END-IF.
002360     STOP RUN.
002370*----------------------------------------------------------------
002380* 1500-VERIFY-REQUEST-FILE
002390* READS THE WHOLE REQUEST FILE ONCE AND PROVES IT COMPLETE
002400* AGAINST ITS OWN TRAILER - COUNT AND AMOUNT BOTH - BEFORE A
002410* SINGLE BALANCE IS CLEARED.  A FILE WITHOUT A TRAILER, OR WITH
002420* ANY MISMATCH, IS REFUSED WHOLE.
002430*----------------------------------------------------------------
002440 1500-VERIFY-REQUEST-FILE.
002450     MOVE 'Y' TO WS-FILE-OK-SWITCH.
002460     MOVE 'N' TO WS-EOF-SWITCH.
002470     MOVE 'N' TO WS-TRAILER-SEEN-SWITCH.
002480     MOVE ZERO TO WS-FILE-DETAIL-COUNT.
002490     MOVE ZERO TO WS-FILE-AMOUNT-TOTAL.
002500     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
002510     OPEN INPUT WRITEOFF-REQUEST-FILE.
002520     IF NOT WS-WOREQ-OK
002530         DISPLAY 'WOREQ COULD NOT BE OPENED - STATUS '
002540             WS-WOREQ-STATUS
002550         SET WS-FILE-BAD TO TRUE
002560     ELSE
002570         PERFORM 2100-READ-REQUEST
002580         PERFORM 1600-VERIFY-ONE-RECORD UNTIL WS-END-OF-REQUESTS
002590         CLOSE WRITEOFF-REQUEST-FILE
002600         PERFORM 1700-CHECK-FILE-TOTALS
002610     END-IF.
002620*----------------------------------------------------------------
002630* 1600-VERIFY-ONE-RECORD
002640*----------------------------------------------------------------
002650 1600-VERIFY-ONE-RECORD.
002660     EVALUATE TRUE
002670         WHEN WR-TRAILER-RECORD
002680             IF WS-TRAILER-SEEN
002690                 DISPLAY 'WOREQ FILE HAS MORE THAN ONE TRAILER'
002700                 SET WS-FILE-BAD TO TRUE
002710             END-IF
002720             SET WS-TRAILER-SEEN TO TRUE
002730             IF WT-REQUEST-COUNT IS NUMERIC
002740                 MOVE WT-REQUEST-COUNT TO WS-TRAILER-COUNT
002750             ELSE
002760                 DISPLAY 'WOREQ TRAILER COUNT IS NOT NUMERIC'
002770                 SET WS-FILE-BAD TO TRUE
002780             END-IF
002790             MOVE WT-REQUEST-TOTAL TO WS-TRAILER-TOTAL
002800         WHEN OTHER
002810             IF WS-TRAILER-SEEN
002820                 DISPLAY 'WOREQ FILE CARRIES RECORDS AFTER '
002830                     'THE TRAILER'
002840                 SET WS-FILE-BAD TO TRUE
002850             END-IF
002860             ADD 1 TO WS-FILE-DETAIL-COUNT
002870             IF WR-WRITEOFF-AMOUNT IS NUMERIC
002880                 ADD WR-WRITEOFF-AMOUNT TO WS-FILE-AMOUNT-TOTAL
002890             ELSE
002900                 DISPLAY 'WRITE-OFF AMOUNT NOT NUMERIC - '
002910                     'RECORD ' WS-FILE-DETAIL-COUNT
002920                 SET WS-FILE-BAD TO TRUE
002930             END-IF
002940     END-EVALUATE.
002950     PERFORM 2100-READ-REQUEST.
002960*----------------------------------------------------------------
002970* 1700-CHECK-FILE-TOTALS
002980*----------------------------------------------------------------
002990 1700-CHECK-FILE-TOTALS.
003000     IF NOT WS-TRAILER-SEEN
003010         DISPLAY 'WOREQ FILE HAS NO COUNT-AND-AMOUNT TRAILER - '
003020             'FILE TRUNCATED?'
003030         SET WS-FILE-BAD TO TRUE
003040     END-IF.
003050     IF WS-TRAILER-SEEN AND WS-FILE-OK
003060         IF WS-TRAILER-COUNT NOT = WS-FILE-DETAIL-COUNT
003070             DISPLAY 'WOREQ COUNT MISMATCH - TRAILER '
003080                 WS-TRAILER-COUNT ' FILE ' WS-FILE-DETAIL-COUNT
003090             SET WS-FILE-BAD TO TRUE
003100         END-IF
003110         IF WS-TRAILER-TOTAL NOT = WS-FILE-AMOUNT-TOTAL
003120             DISPLAY 'WOREQ AMOUNT MISMATCH - TRAILER '
003130                 WS-TRAILER-TOTAL ' FILE ' WS-FILE-AMOUNT-TOTAL
003140             SET WS-FILE-BAD TO TRUE
003150         END-IF
003160     END-IF.
003170*----------------------------------------------------------------
003180* 1000-INITIALIZE
003190* OPENS THE FILES FOR THE POSTING PASS AND RE-PRIMES THE REQUEST
003200* READ - THE FILE JUST VERIFIED CLEAN.
003210*----------------------------------------------------------------
003220 1000-INITIALIZE.
003230     MOVE 'N' TO WS-EOF-SWITCH.
003240     OPEN I-O CUSTOMER-MASTER-FILE.
003250     IF WS-CUSTMAST-STATUS = '35'
003260         DISPLAY 'CUSTOMER MASTER DOES NOT EXIST - NOTHING TO '
003270             'WRITE OFF'
003280         MOVE 16 TO RETURN-CODE
003290         SET WS-RUN-UNUSABLE TO TRUE
003300     ELSE
003310         OPEN EXTEND CUSTOMER-HISTORY-FILE
003320         IF WS-CUSTHIST-STATUS = '05' OR WS-CUSTHIST-STATUS = '35'
003330             OPEN OUTPUT CUSTOMER-HISTORY-FILE
003340         END-IF
003350         OPEN EXTEND WRITEOFF-HISTORY-FILE
003360         IF WS-WOHIST-STATUS = '05' OR WS-WOHIST-STATUS = '35'
003370             OPEN OUTPUT WRITEOFF-HISTORY-FILE
003380         END-IF
003390         OPEN EXTEND EXCEPTION-FILE
003400         IF WS-WOEXCP-STATUS = '05' OR WS-WOEXCP-STATUS = '35'
003410             OPEN OUTPUT EXCEPTION-FILE
003420         END-IF
003430         OPEN OUTPUT REGISTER-REPORT
003440         WRITE RGST-LINE FROM WS-HEADING-LINE
003450         WRITE RGST-LINE FROM SPACES
003460         WRITE RGST-LINE FROM WS-COLUMN-LINE
003470         OPEN INPUT WRITEOFF-REQUEST-FILE
003480         PERFORM 2100-READ-REQUEST
003490     END-IF.
003500*----------------------------------------------------------------
003510* 2000-PROCESS-REQUEST
003520* THE TRAILER ENDS THE DETAILS - IT WAS ALREADY VERIFIED.
003530*----------------------------------------------------------------
003540 2000-PROCESS-REQUEST.
003550     IF WR-TRAILER-RECORD
003560         SET WS-END-OF-REQUESTS TO TRUE
003570     ELSE
003580         PERFORM 2200-WRITE-OFF-ONE-BALANCE
003590         PERFORM 2100-READ-REQUEST
003600     END-IF.
003610*----------------------------------------------------------------
003620* 2100-READ-REQUEST
003630*----------------------------------------------------------------
003640 2100-READ-REQUEST.
003650     READ WRITEOFF-REQUEST-FILE
003660         AT END
003670             SET WS-END-OF-REQUESTS TO TRUE
003680     END-READ.
003690*----------------------------------------------------------------
003700* 2200-WRITE-OFF-ONE-BALANCE
003710* THE REQUEST IS EDITED FIRST ON ITS OWN (APPROVAL AND
003720* DISPOSITION), THEN AGAINST THE MASTER.  A WRITE-OFF ALWAYS
003730* CLEARS THE WHOLE BALANCE, SO THE APPROVED AMOUNT MUST STILL
003740* BE EXACTLY WHAT IS OWED.
003750*----------------------------------------------------------------
003760 2200-WRITE-OFF-ONE-BALANCE.
003770     SET WS-REQUEST-OK TO TRUE.
003780     PERFORM 2250-EDIT-REQUEST.
003790     IF WS-REQUEST-OK
003800         MOVE WR-CUSTUMER-ID TO CUSTUMER-ID
003810         READ CUSTOMER-MASTER-FILE
003820             INVALID KEY
003830                 MOVE 'CUSTOMER NOT ON MASTER' TO EX-REASON-TEXT
003840                 SET WS-REQUEST-REFUSED TO TRUE
003850         END-READ
003860     END-IF.
003870     IF WS-REQUEST-OK
003880         EVALUATE TRUE
003890             WHEN NOT CUSTOMER-NOT-MERGED
003900                 MOVE 'ACCOUNT MERGED AWAY' TO EX-REASON-TEXT
003910                 SET WS-REQUEST-REFUSED TO TRUE
003920             WHEN CUSTOMER-BALANCE NOT > ZERO
003930                 MOVE 'NO BALANCE OWED TO WRITE OFF'
003940                     TO EX-REASON-TEXT
003950                 SET WS-REQUEST-REFUSED TO TRUE
003960             WHEN CUSTOMER-BALANCE NOT = WR-WRITEOFF-AMOUNT
003970                 MOVE 'BALANCE MOVED SINCE APPROVAL'
003980                     TO EX-REASON-TEXT
003990                 SET WS-REQUEST-REFUSED TO TRUE
004000             WHEN OTHER
004010                 CONTINUE
004020         END-EVALUATE
004030     END-IF.
004040     IF WS-REQUEST-OK
004050         PERFORM 2300-APPLY-WRITE-OFF
004060     ELSE
004070         PERFORM 2600-WRITE-EXCEPTION
004080     END-IF.
004090*----------------------------------------------------------------
004100* 2250-EDIT-REQUEST
004110* DUAL CONTROL - THE APPROVER MUST BE NAMED AND MUST NOT BE THE
004120* REQUESTER, AND THE APPROVAL MUST BE DATED NO LATER THAN TODAY.
004130*----------------------------------------------------------------
004140 2250-EDIT-REQUEST.
004150     EVALUATE TRUE
004160         WHEN WR-REQUESTED-BY = SPACES
004170             MOVE 'NO REQUESTER ON REQUEST' TO EX-REASON-TEXT
004180             SET WS-REQUEST-REFUSED TO TRUE
004190         WHEN WR-APPROVED-BY = SPACES
004200             MOVE 'NOT APPROVED' TO EX-REASON-TEXT
004210             SET WS-REQUEST-REFUSED TO TRUE
004220         WHEN WR-APPROVED-BY = WR-REQUESTED-BY
004230             MOVE 'APPROVER IS THE REQUESTER'
004240                 TO EX-REASON-TEXT
004250             SET WS-REQUEST-REFUSED TO TRUE
004260         WHEN WR-APPROVAL-DATE NOT NUMERIC
004270             OR WR-APPROVAL-DATE = ZERO
004280             OR WR-APPROVAL-DATE > WS-TODAY-DATE
004290             MOVE 'APPROVAL DATE INVALID' TO EX-REASON-TEXT
004300             SET WS-REQUEST-REFUSED TO TRUE
004310         WHEN NOT WR-CLOSE-ACCOUNT AND NOT WR-HOLD-ACCOUNT
004320             MOVE 'DISPOSITION NOT C OR H' TO EX-REASON-TEXT
004330             SET WS-REQUEST-REFUSED TO TRUE
004340         WHEN OTHER
004350             CONTINUE
004360     END-EVALUATE.
004370*----------------------------------------------------------------
004380* 2300-APPLY-WRITE-OFF
004390*----------------------------------------------------------------
004400 2300-APPLY-WRITE-OFF.
004410     MOVE CUSTOMER-BALANCE TO WS-BEFORE-BALANCE.
004420     MOVE ZERO TO CUSTOMER-BALANCE.
004430     ADD WS-BEFORE-BALANCE TO CUSTOMER-WRITEOFF-TOTAL.
004440     MOVE WS-TODAY-DATE TO CUSTOMER-WRITEOFF-DATE.
004450     IF WR-CLOSE-ACCOUNT
004460         SET CUSTOMER-CLOSED TO TRUE
004470     ELSE
004480         SET CUSTOMER-HOLD TO TRUE
004490     END-IF.
004500     REWRITE CUSTUMER_RECORDS
004510         INVALID KEY
004520             DISPLAY 'REWRITE FAILED - BALANCE NOT WRITTEN '
004530                 'OFF - ' CUSTUMER-ID
004540     END-REWRITE.
004550     IF WS-CUSTMAST-OK
004560         PERFORM 2400-WRITE-HISTORY-RECORD
004570         PERFORM 2500-WRITE-WRITEOFF-HISTORY
004580         ADD 1 TO WS-WRITTEN-OFF-COUNT
004590         ADD WS-BEFORE-BALANCE TO WS-WRITTEN-OFF-TOTAL
004600         IF WR-CLOSE-ACCOUNT
004610             ADD 1 TO WS-CLOSED-COUNT
004620             MOVE 'WRITTEN OFF - ACCOUNT CLOSED'
004630                 TO RG-DISPOSITION
004640         ELSE
004650             ADD 1 TO WS-HELD-COUNT
004660             MOVE 'WRITTEN OFF - ACCOUNT HELD'
004670                 TO RG-DISPOSITION
004680         END-IF
004690         PERFORM 2700-WRITE-REGISTER-LINE
004700     ELSE
004710         MOVE 'MASTER REWRITE FAILED' TO EX-REASON-TEXT
004720         PERFORM 2600-WRITE-EXCEPTION
004730     END-IF.
004740*----------------------------------------------------------------
004750* 2400-WRITE-HISTORY-RECORD
004760* LOGS THE WRITE-OFF JUST POSTED - SOURCE 'W', TRANSACTION TYPE
004770* 'W', SO IT IS NEVER MISTAKEN FOR AN ORDINARY ADJUSTMENT.
004780*----------------------------------------------------------------
004790 2400-WRITE-HISTORY-RECORD.
004800     MOVE SPACES TO CUSTHIST-RECORD.
004810     ACCEPT CH-CHANGE-DATE FROM DATE YYYYMMDD.
004820     ACCEPT CH-CHANGE-TIME FROM TIME.
004830     MOVE CUSTUMER-ID TO CH-CUSTUMER-ID.
004840     MOVE WS-BEFORE-BALANCE TO CH-BEFORE-BALANCE.
004850     MOVE CUSTOMER-BALANCE TO CH-AFTER-BALANCE.
004860     SET CH-SOURCE-WOFF TO TRUE.
004870     SET CH-TYPE-WRITEOFF TO TRUE.
004880     WRITE CUSTHIST-RECORD.
004890*----------------------------------------------------------------
004900* 2500-WRITE-WRITEOFF-HISTORY
004910*----------------------------------------------------------------
004920 2500-WRITE-WRITEOFF-HISTORY.
004930     MOVE SPACES TO WOHIST-RECORD.
004940     MOVE CUSTUMER-ID TO WH-CUSTUMER-ID.
004950     MOVE CH-CHANGE-DATE TO WH-EVENT-DATE.
004960     MOVE CH-CHANGE-TIME TO WH-EVENT-TIME.
004970     SET WH-EVENT-WRITEOFF TO TRUE.
004980     MOVE WS-BEFORE-BALANCE TO WH-EVENT-AMOUNT.
004990     MOVE CUSTOMER-WRITEOFF-TOTAL TO WH-WRITEOFF-TOTAL.
005000     MOVE CUSTOMER-RECOVERED-TOTAL TO WH-RECOVERED-TOTAL.
005010     MOVE WR-DISPOSITION TO WH-DISPOSITION.
005020     MOVE WR-REASON TO WH-REASON.
005030     MOVE WR-REQUESTED-BY TO WH-REQUESTED-BY.
005040     MOVE WR-APPROVED-BY TO WH-APPROVED-BY.
005050     WRITE WOHIST-RECORD.
005060*----------------------------------------------------------------
005070* 2600-WRITE-EXCEPTION
005080* ROUTES ONE REFUSED REQUEST TO THE EXCEPTION FILE WITH ITS
005090* REASON, AND TO THE REGISTER SO EVERY REQUEST IS IN ONE PLACE.
005100*----------------------------------------------------------------
005110 2600-WRITE-EXCEPTION.
005120     MOVE WS-TODAY-DATE TO EX-EXCEPTION-DATE.
005130     MOVE WR-CUSTUMER-ID TO EX-CUSTUMER-ID.
005140     MOVE WR-WRITEOFF-AMOUNT TO EX-WRITEOFF-AMOUNT.
005150     MOVE WR-APPROVED-BY TO EX-APPROVED-BY.
005160     WRITE EXCP-LINE FROM WS-EXCEPTION-RECORD.
005170     ADD 1 TO WS-EXCEPTION-COUNT.
005180     ADD WR-WRITEOFF-AMOUNT TO WS-EXCEPTION-TOTAL.
005190     MOVE EX-REASON-TEXT TO RG-DISPOSITION.
005200     PERFORM 2700-WRITE-REGISTER-LINE.
005210*----------------------------------------------------------------
005220* 2700-WRITE-REGISTER-LINE
005230*----------------------------------------------------------------
005240 2700-WRITE-REGISTER-LINE.
005250     MOVE WR-CUSTUMER-ID TO RG-CUSTUMER-ID.
005260     MOVE WR-WRITEOFF-AMOUNT TO RG-WRITEOFF-AMOUNT.
005270     MOVE WR-APPROVED-BY TO RG-APPROVED-BY.
005280     MOVE WR-REASON TO RG-REASON.
005290     WRITE RGST-LINE FROM WS-REGISTER-DETAIL.
005300*----------------------------------------------------------------
005310* 3000-PRINT-TOTALS
005320*----------------------------------------------------------------
005330 3000-PRINT-TOTALS.
005340     MOVE WS-WRITTEN-OFF-COUNT TO TL-WRITTEN-OFF-COUNT.
005350     MOVE WS-WRITTEN-OFF-TOTAL TO TL-WRITTEN-OFF-TOTAL.
005360     MOVE WS-CLOSED-COUNT TO TL-CLOSED-COUNT.
005370     MOVE WS-HELD-COUNT TO TL-HELD-COUNT.
005380     MOVE WS-EXCEPTION-COUNT TO TL-EXCEPTION-COUNT.
005390     MOVE WS-EXCEPTION-TOTAL TO TL-EXCEPTION-TOTAL.
005400     WRITE RGST-LINE FROM SPACES.
005410     WRITE RGST-LINE FROM WS-WRITTEN-OFF-TOTAL-LINE.
005420     WRITE RGST-LINE FROM WS-CLOSED-TOTAL-LINE.
005430     WRITE RGST-LINE FROM WS-HELD-TOTAL-LINE.
005440     WRITE RGST-LINE FROM WS-EXCEPTION-TOTAL-LINE.
005450     DISPLAY 'BALANCES WRITTEN OFF       : ' WS-WRITTEN-OFF-COUNT
005460         ' AMOUNT ' WS-WRITTEN-OFF-TOTAL.
005470     DISPLAY 'REQUESTS EXCEPTED          : ' WS-EXCEPTION-COUNT.
005480     IF WS-EXCEPTION-COUNT > ZERO
005490         MOVE 4 TO RETURN-CODE
005500     END-IF.
005510*----------------------------------------------------------------
005520* 9000-TERMINATE
005530*----------------------------------------------------------------
005540 9000-TERMINATE.
005550     CLOSE WRITEOFF-REQUEST-FILE.
005560     CLOSE CUSTOMER-MASTER-FILE.
005570     CLOSE CUSTOMER-HISTORY-FILE.
005580     CLOSE WRITEOFF-HISTORY-FILE.
005590     CLOSE EXCEPTION-FILE.
005600     CLOSE REGISTER-REPORT.
005610*----------------------------------------------------------------
005620* 0100-ACQUIRE-MASTER-LATCH
005630* HONORS THE CUSTLOCK IN-USE LATCH BEFORE ANY BALANCE IS WRITTEN
005640* OFF - ANOTHER UPDATER'S 'U' OR THE NIGHTLY 'B' BATCH WINDOW
005650* REFUSES THE RUN.  A FREE LATCH IS TAKEN 'U' AND FREED AT END
005660* OF RUN.
005670*----------------------------------------------------------------
005680 0100-ACQUIRE-MASTER-LATCH.
005690     MOVE 'N' TO WS-LATCH-SWITCH.
005700     PERFORM 0130-READ-LATCH-RECORD.
005710     EVALUATE TRUE
005720         WHEN WS-LATCH-STATE = 'U'
005730             DISPLAY 'CUSTOMER MASTER MARKED BUSY BY '
005740                 WS-LATCH-HOLDER ' SINCE ' WS-LATCH-DATE
005750                 ' ' WS-LATCH-TIME ' - RUN REFUSED'
005760             DISPLAY 'CLEAR A STALE LATCH DELIBERATELY WITH '
005770                 'CUSTLTCH MODE C'
005780             SET WS-LATCH-REFUSED TO TRUE
005790         WHEN WS-LATCH-STATE = 'B'
005800             DISPLAY 'NIGHTLY BATCH WINDOW IS OPEN - BAD-DEBT '
005810                 'WRITE-OFF REFUSED'
005820             SET WS-LATCH-REFUSED TO TRUE
005830         WHEN OTHER
005840             MOVE 'U' TO WS-LATCH-STATE
005850             MOVE 'CUSTWOFF' TO WS-LATCH-HOLDER
005860             PERFORM 0160-WRITE-LATCH-RECORD
005870             SET WS-LATCH-TAKEN TO TRUE
005880     END-EVALUATE.
005890*----------------------------------------------------------------
005900* 0130-READ-LATCH-RECORD
005910* A MISSING OR EMPTY LATCH FILE READS AS FREE.
005920*----------------------------------------------------------------
005930 0130-READ-LATCH-RECORD.
005940     MOVE SPACE TO WS-LATCH-STATE.
005950     MOVE SPACES TO WS-LATCH-HOLDER.
005960     MOVE ZERO TO WS-LATCH-DATE WS-LATCH-TIME.
005970     OPEN INPUT CUSTOMER-LOCK-FILE.
005980     IF WS-CUSTLOCK-STATUS = '00'
005990         READ CUSTOMER-LOCK-FILE
006000             AT END
006010                 CONTINUE
006020             NOT AT END
006030                 MOVE LK-LATCH-STATE TO WS-LATCH-STATE
006040                 MOVE LK-HOLDER TO WS-LATCH-HOLDER
006050                 MOVE LK-SET-DATE TO WS-LATCH-DATE
006060                 MOVE LK-SET-TIME TO WS-LATCH-TIME
006070         END-READ
006080         CLOSE CUSTOMER-LOCK-FILE
006090     END-IF.
006100*----------------------------------------------------------------
006110* 0160-WRITE-LATCH-RECORD
006120*----------------------------------------------------------------
006130 0160-WRITE-LATCH-RECORD.
006140     OPEN OUTPUT CUSTOMER-LOCK-FILE.
006150     MOVE SPACES TO CUSTLOCK-RECORD.
006160     MOVE WS-LATCH-STATE TO LK-LATCH-STATE.
006170     MOVE WS-LATCH-HOLDER TO LK-HOLDER.
006180     ACCEPT LK-SET-DATE FROM DATE YYYYMMDD.
006190     ACCEPT LK-SET-TIME FROM TIME.
006200     WRITE CUSTLOCK-RECORD.
006210     CLOSE CUSTOMER-LOCK-FILE.
006220*----------------------------------------------------------------
006230* 0200-RELEASE-MASTER-LATCH
006240*----------------------------------------------------------------
006250 0200-RELEASE-MASTER-LATCH.
006260     IF WS-LATCH-TAKEN
006270         MOVE SPACE TO WS-LATCH-STATE
006280         MOVE SPACES TO WS-LATCH-HOLDER
006290         PERFORM 0160-WRITE-LATCH-RECORD
006300         MOVE 'N' TO WS-LATCH-SWITCH
006310     END-IF.
006320 END PROGRAM CUSTWOFF.
