000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTBREC.
000030 AUTHOR. JULIO.
000040 INSTALLATION. CUSTOMER-ACCOUNTING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  JR   ORIGINAL - BANK STATEMENT RECONCILIATION OF
000110*                  LOCKBOX DEPOSITS.  CUSTLBX PROVES THE LOCKBOX
000120*                  FILE AGAINST ITS OWN TRAILER, BUT NOTHING
000130*                  PROVED THAT WHAT WAS POSTED MATCHES THE CASH
000140*                  THE BANK ACTUALLY CREDITED - THE TWO COULD
000150*                  DISAGREE UNTIL THE MONTH-END BANK REC.  THIS
000160*                  PROGRAM READS THE BANK'S DAILY ACCOUNT
000170*                  STATEMENT (THE PRIOR DAY'S CREDITS, ONE PER
000180*                  DEPOSITED ITEM, BALANCED AGAINST ITS OWN
000190*                  TRAILER THE SAME WAY CUSTLBX BALANCES THE
000200*                  LOCKBOX FILE) AND MATCHES EACH LOCKBOX CREDIT,
000210*                  BY REFERENCE AND AMOUNT, TO THE LBXPOST
000220*                  JOURNAL CUSTLBX KEPT FOR THAT DEPOSIT DATE.
000230*                  BOTH SIDES ARE SORTED ON REFERENCE AND AMOUNT
000240*                  AND WALKED TOGETHER, SO A DUPLICATED ITEM
000250*                  PAIRS OFF ONE FOR ONE.  BRECRPT LISTS EVERY
000260*                  ITEM AS MATCHED, ON THE BANK BUT NOT POSTED,
000270*                  OR POSTED BUT NOT ON THE BANK.  A CREDIT
000280*                  MATCHED TO AN ITEM CUSTLBX SENT TO LBXEXCP IS
000290*                  CASH RECEIVED AND HELD FOR MANUAL HANDLING -
000300*                  IT RECONCILES, BUT IS COUNTED ON ITS OWN LINE.
000310*                  ANY UNMATCHED ITEM ENDS THE RUN WITH RC=8 SO
000320*                  THE CUSTNITE MARKER STEP RECORDS IT ON
000330*                  STEPSTAT AND CUSTALRT RAISES THE ALERT.  NO
000340*                  STATEMENT RECEIVED IS RC=4; A STATEMENT THAT
000350*                  DOES NOT BALANCE TO ITS TRAILER IS REFUSED
000360*                  WHOLE WITH RC=16.  READS NOTHING BUT THE TWO
000370*                  FILES AND UPDATES NOTHING.
000380*----------------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. IBM-370.
000420 OBJECT-COMPUTER. IBM-370.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT BANK-STATEMENT-FILE ASSIGN TO BANKSTMT
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-BANKSTMT-STATUS.
000480     SELECT POSTING-JOURNAL-FILE ASSIGN TO LBXPOST
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-LBXPOST-STATUS.
000510     SELECT BANK-SORT-FILE ASSIGN TO SORTWK01.
000520     SELECT LEDGER-SORT-FILE ASSIGN TO SORTWK01.
000530     SELECT BANK-WORK-FILE ASSIGN TO BANKWRK
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-BANKWRK-STATUS.
000560     SELECT RECONCILIATION-REPORT ASSIGN TO BRECRPT
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-BRECRPT-STATUS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  BANK-STATEMENT-FILE
000620     LABEL RECORDS ARE STANDARD.
000630 01  STATEMENT-CREDIT-RECORD.
000640     05 BK-RECORD-TYPE PIC X(01).
000650         88 BK-HEADER-RECORD VALUE 'H'.
000660         88 BK-CREDIT-RECORD VALUE 'C'.
000670         88 BK-TRAILER-RECORD VALUE 'T'.
000680     05 BK-TYPE-CODE PIC X(03).
000690         88 BK-LOCKBOX-CREDIT VALUE '115'.
000700     05 BK-AMOUNT PIC S9(09)V99.
000710     05 BK-BANK-REFERENCE PIC X(16).
000720     05 BK-ITEM-REFERENCE PIC X(10).
000730     05 FILLER PIC X(09).
000740*----------------------------------------------------------------
000750* HEADER VIEW OF THE SAME 50-BYTE RECORD - THE DATE THE CREDITS
000760* WERE MADE AND OUR ACCOUNT AT THE BANK.
000770*----------------------------------------------------------------
000780 01  STATEMENT-HEADER-RECORD.
000790     05 BH-RECORD-TYPE PIC X(01).
000800     05 BH-STATEMENT-DATE PIC 9(08).
000810     05 BH-BANK-ACCOUNT PIC X(17).
000820     05 FILLER PIC X(24).
000830*----------------------------------------------------------------
000840* TRAILER VIEW - THE BANK'S COUNT AND TOTAL OF EVERY CREDIT ON
000850* THE STATEMENT, LOCKBOX OR NOT.
000860*----------------------------------------------------------------
000870 01  STATEMENT-TRAILER-RECORD.
000880     05 BT-RECORD-TYPE PIC X(01).
000890     05 BT-CREDIT-COUNT PIC 9(07).
000900     05 BT-CREDIT-TOTAL PIC S9(11)V99.
000910     05 FILLER PIC X(29).
000920 FD  POSTING-JOURNAL-FILE
000930     LABEL RECORDS ARE STANDARD.
000940     COPY CUSTLBXP.
000950*----------------------------------------------------------------
000960* BANK SORT - THE STATEMENT'S LOCKBOX CREDITS, IN REFERENCE AND
000970* AMOUNT ORDER, SORTED TO BANKWRK FOR THE MATCH.
000980*----------------------------------------------------------------
000990 SD  BANK-SORT-FILE.
001000 01  BANK-SORT-RECORD.
001010     05 BS-ITEM-REFERENCE PIC X(10).
001020     05 BS-AMOUNT PIC S9(09)V99.
001030     05 BS-BANK-REFERENCE PIC X(16).
001040 FD  BANK-WORK-FILE
001050     LABEL RECORDS ARE STANDARD.
001060 01  BANK-WORK-RECORD.
001070     05 BW-ITEM-REFERENCE PIC X(10).
001080     05 BW-AMOUNT PIC S9(09)V99.
001090     05 BW-BANK-REFERENCE PIC X(16).
001100*----------------------------------------------------------------
001110* LEDGER SORT - THE LBXPOST ITEMS FOR THE STATEMENT DATE, IN THE
001120* SAME REFERENCE AND AMOUNT ORDER, RETURNED ALONGSIDE BANKWRK.
001130*----------------------------------------------------------------
001140 SD  LEDGER-SORT-FILE.
001150 01  LEDGER-SORT-RECORD.
001160     05 LS-ITEM-REFERENCE PIC X(10).
001170     05 LS-AMOUNT PIC S9(09)V99.
001180     05 LS-CUSTUMER-ID PIC 9(06).
001190     05 LS-DISPOSITION PIC X(01).
001200         88 LS-POSTED VALUE 'P'.
001210         88 LS-EXCEPTED VALUE 'E'.
001220 FD  RECONCILIATION-REPORT
001230     LABEL RECORDS ARE STANDARD
001240     RECORDING MODE IS F.
001250 01  BREC-LINE PIC X(80).
001260 WORKING-STORAGE SECTION.
001270 01  WS-BANKSTMT-STATUS PIC X(02) VALUE '00'.
001280     88 WS-BANKSTMT-OK VALUE '00'.
001290 01  WS-LBXPOST-STATUS PIC X(02) VALUE '00'.
001300 01  WS-BANKWRK-STATUS PIC X(02) VALUE '00'.
001310 01  WS-BRECRPT-STATUS PIC X(02) VALUE '00'.
001320 01  WS-STMT-EOF-SWITCH PIC X(01) VALUE 'N'.
001330     88 WS-END-OF-STATEMENT VALUE 'Y'.
001340 01  WS-POST-EOF-SWITCH PIC X(01) VALUE 'N'.
001350     88 WS-END-OF-JOURNAL VALUE 'Y'.
001360 01  WS-BANK-EOF-SWITCH PIC X(01) VALUE 'N'.
001370     88 WS-END-OF-BANK-WORK VALUE 'Y'.
001380 01  WS-LEDGER-EOF-SWITCH PIC X(01) VALUE 'N'.
001390     88 WS-END-OF-LEDGER VALUE 'Y'.
001410*----------------------------------------------------------------
001420* STATEMENT BALANCING CONTROLS - ACCUMULATED BY 1500-VERIFY-
001430* STATEMENT AND COMPARED AGAINST THE BANK'S OWN TRAILER BEFORE
001440* A SINGLE ITEM IS MATCHED.
001450*----------------------------------------------------------------
001460 01  WS-STATEMENT-SWITCH PIC X(01) VALUE 'Y'.
001470     88 WS-STATEMENT-OK VALUE 'Y'.
001480     88 WS-STATEMENT-BAD VALUE 'N'.
001490     88 WS-NO-STATEMENT VALUE 'M'.
001500 01  WS-HEADER-SEEN-SWITCH PIC X(01) VALUE 'N'.
001510     88 WS-HEADER-SEEN VALUE 'Y'.
001520 01  WS-TRAILER-SEEN-SWITCH PIC X(01) VALUE 'N'.
001530     88 WS-TRAILER-SEEN VALUE 'Y'.
001540 01  WS-FILE-CREDIT-COUNT PIC 9(07) VALUE ZERO.
001550 01  WS-FILE-CREDIT-TOTAL PIC S9(11)V99 VALUE ZERO.
001560 01  WS-TRAILER-COUNT PIC 9(07) VALUE ZERO.
001570 01  WS-TRAILER-TOTAL PIC S9(11)V99 VALUE ZERO.
001580 01  WS-STATEMENT-DATE PIC 9(08) VALUE ZERO.
001590 01  WS-BANK-ACCOUNT PIC X(17) VALUE SPACES.
001600*----------------------------------------------------------------
001610* MATCH COUNTS AND AMOUNTS
001620*----------------------------------------------------------------
001630 01  WS-COUNTERS.
001640     05 WS-BANK-COUNT PIC 9(07) COMP VALUE ZERO.
001650     05 WS-LEDGER-COUNT PIC 9(07) COMP VALUE ZERO.
001660     05 WS-OTHER-COUNT PIC 9(07) COMP VALUE ZERO.
001670     05 WS-MATCHED-COUNT PIC 9(07) COMP VALUE ZERO.
001680     05 WS-HELD-COUNT PIC 9(07) COMP VALUE ZERO.
001690     05 WS-BANK-ONLY-COUNT PIC 9(07) COMP VALUE ZERO.
001700     05 WS-LEDGER-ONLY-COUNT PIC 9(07) COMP VALUE ZERO.
001710 01  WS-BANK-TOTAL PIC S9(11)V99 VALUE ZERO.
001720 01  WS-LEDGER-TOTAL PIC S9(11)V99 VALUE ZERO.
001730 01  WS-OTHER-TOTAL PIC S9(11)V99 VALUE ZERO.
001740 01  WS-MATCHED-TOTAL PIC S9(11)V99 VALUE ZERO.
001750 01  WS-HELD-TOTAL PIC S9(11)V99 VALUE ZERO.
001760 01  WS-BANK-ONLY-TOTAL PIC S9(11)V99 VALUE ZERO.
001770 01  WS-LEDGER-ONLY-TOTAL PIC S9(11)V99 VALUE ZERO.
001780 01  WS-DIFFERENCE PIC S9(11)V99 VALUE ZERO.
001790*----------------------------------------------------------------
001800* REPORT LINE LAYOUTS
001810*----------------------------------------------------------------
001820 01  WS-HEADING-LINE.
001830     05 FILLER PIC X(20) VALUE SPACES.
001840     05 FILLER PIC X(40)
001850         VALUE 'LOCKBOX DEPOSIT BANK RECONCILIATION'.
001860 01  WS-STATEMENT-LINE.
001870     05 FILLER PIC X(16) VALUE 'STATEMENT DATE: '.
001880     05 HD-STATEMENT-DATE PIC 9(08).
001890     05 FILLER PIC X(14) VALUE '   BANK ACCT: '.
001900     05 HD-BANK-ACCOUNT PIC X(17).
001910 01  WS-COLUMN-LINE.
001920     05 FILLER PIC X(12) VALUE 'REFERENCE'.
001930     05 FILLER PIC X(18) VALUE 'BANK REFERENCE'.
001940     05 FILLER PIC X(13) VALUE '       AMOUNT'.
001950     05 FILLER PIC X(02) VALUE SPACES.
001960     05 FILLER PIC X(08) VALUE 'CUST ID'.
001970     05 FILLER PIC X(11) VALUE 'DISPOSITION'.
001980 01  WS-DETAIL-LINE.
001990     05 RD-ITEM-REFERENCE PIC X(10).
002000     05 FILLER PIC X(02) VALUE SPACES.
002010     05 RD-BANK-REFERENCE PIC X(16).
002020     05 FILLER PIC X(02) VALUE SPACES.
002030     05 RD-AMOUNT PIC -(9)9.99.
002040     05 FILLER PIC X(02) VALUE SPACES.
002050     05 RD-CUSTUMER-ID PIC X(06).
002060     05 FILLER PIC X(02) VALUE SPACES.
002070     05 RD-DISPOSITION PIC X(26).
002080 01  WS-TOTAL-LINE.
002090     05 TL-LABEL PIC X(30).
002100     05 TL-COUNT PIC ZZZ,ZZ9.
002110     05 FILLER PIC X(09) VALUE '  AMOUNT:'.
002120     05 TL-AMOUNT PIC -(10)9.99.
002130 01  WS-DIFFERENCE-LINE.
002140     05 FILLER PIC X(46)
002150         VALUE 'BANK CREDITS LESS LEDGER ITEMS:'.
002160     05 TL-DIFFERENCE PIC -(10)9.99.
002170 01  WS-RECONCILED-LINE.
002180     05 FILLER PIC X(40)
002190         VALUE 'LOCKBOX DEPOSITS RECONCILE TO THE BANK'.
002200 01  WS-UNRECONCILED-LINE.
002210     05 FILLER PIC X(56) VALUE
002220         '*** LOCKBOX DEPOSITS DO NOT RECONCILE TO THE BANK ***'.
002240 01  WS-NO-STATEMENT-LINE.
002250     05 FILLER PIC X(50)
002260         VALUE 'NO BANK STATEMENT RECEIVED - NOTHING RECONCILED'.
002270 01  WS-REJECTED-LINE.
002280     05 FILLER PIC X(60) VALUE
002290         '*** BANK STATEMENT REJECTED - NOTHING RECONCILED ***'.
002300 01  WS-SORT-FAILED-LINE.
002310     05 FILLER PIC X(34)
002320         VALUE '*** RECONCILIATION SORT FAILED - '.
002330     05 FILLER PIC X(14) VALUE 'SORT-RETURN = '.
002340     05 SF-SORT-RETURN PIC ZZZ9.
002350 PROCEDURE DIVISION.
002360*----------------------------------------------------------------
002370* 0000-MAINLINE
002380*----------------------------------------------------------------
002390 0000-MAINLINE.
002400     PERFORM 1000-INITIALIZE.
002410     PERFORM 1500-VERIFY-STATEMENT.
002420     EVALUATE TRUE
002430         WHEN WS-NO-STATEMENT
002440             DISPLAY 'NO BANK STATEMENT RECEIVED - NOTHING '
002450                 'RECONCILED'
002460             WRITE BREC-LINE FROM WS-NO-STATEMENT-LINE
002470             MOVE 4 TO RETURN-CODE
002480         WHEN WS-STATEMENT-BAD
002490             DISPLAY 'BANK STATEMENT REJECTED - NOTHING '
002500                 'RECONCILED'
002510             WRITE BREC-LINE FROM WS-REJECTED-LINE
002520             MOVE 16 TO RETURN-CODE
002530         WHEN OTHER
002540             PERFORM 2000-RECONCILE-DAY
002550     END-EVALUATE.
002560     PERFORM 9000-TERMINATE.
002570     STOP RUN.
002580*----------------------------------------------------------------
002590* 1000-INITIALIZE
002600*----------------------------------------------------------------
002610 1000-INITIALIZE.
002630     OPEN OUTPUT RECONCILIATION-REPORT.
002640     WRITE BREC-LINE FROM WS-HEADING-LINE.
002650     WRITE BREC-LINE FROM SPACES.
002660*----------------------------------------------------------------
002670* 1500-VERIFY-STATEMENT
002680* READS THE WHOLE STATEMENT ONCE AND PROVES IT COMPLETE - ONE
002690* HEADER FIRST, ONE TRAILER LAST, AND THE CREDIT COUNT AND TOTAL
002700* IN BETWEEN AGREEING WITH THE TRAILER - BEFORE A SINGLE ITEM IS
002710* MATCHED.  A PARTIAL STATEMENT WOULD OTHERWISE SHOW AS A LIST
002720* OF POSTINGS THE BANK NEVER CREDITED.  A MISSING STATEMENT
002730* ('35') IS NOT AN ERROR IN ITSELF - THE BANK SENDS NONE FOR A
002740* DAY IT WAS CLOSED.
002750*----------------------------------------------------------------
002760 1500-VERIFY-STATEMENT.
002770     SET WS-STATEMENT-OK TO TRUE.
002780     MOVE 'N' TO WS-STMT-EOF-SWITCH.
002790     OPEN INPUT BANK-STATEMENT-FILE.
002800     EVALUATE TRUE
002810         WHEN WS-BANKSTMT-STATUS = '35'
002820             SET WS-NO-STATEMENT TO TRUE
002830         WHEN NOT WS-BANKSTMT-OK
002840             DISPLAY 'BANKSTMT COULD NOT BE OPENED - STATUS '
002850                 WS-BANKSTMT-STATUS
002860             SET WS-STATEMENT-BAD TO TRUE
002870         WHEN OTHER
002880             PERFORM 1550-READ-STATEMENT
002890             PERFORM 1600-VERIFY-ONE-RECORD
002900                 UNTIL WS-END-OF-STATEMENT
002910             CLOSE BANK-STATEMENT-FILE
002920             PERFORM 1700-CHECK-STATEMENT-TOTALS
002930     END-EVALUATE.
002940*----------------------------------------------------------------
002950* 1550-READ-STATEMENT
002960*----------------------------------------------------------------
002970 1550-READ-STATEMENT.
002980     READ BANK-STATEMENT-FILE
002990         AT END
003000             SET WS-END-OF-STATEMENT TO TRUE
003010     END-READ.
003020*----------------------------------------------------------------
003030* 1600-VERIFY-ONE-RECORD
003040*----------------------------------------------------------------
003050 1600-VERIFY-ONE-RECORD.
003060     EVALUATE TRUE
003070         WHEN BK-HEADER-RECORD
003080             IF WS-HEADER-SEEN OR WS-FILE-CREDIT-COUNT > ZERO
003090                 DISPLAY 'BANK STATEMENT HEADER OUT OF PLACE'
003100                 SET WS-STATEMENT-BAD TO TRUE
003110             END-IF
003120             SET WS-HEADER-SEEN TO TRUE
003130             IF BH-STATEMENT-DATE IS NUMERIC
003140                 MOVE BH-STATEMENT-DATE TO WS-STATEMENT-DATE
003150                 MOVE BH-BANK-ACCOUNT TO WS-BANK-ACCOUNT
003160             ELSE
003170                 DISPLAY 'BANK STATEMENT DATE IS NOT NUMERIC'
003180                 SET WS-STATEMENT-BAD TO TRUE
003190             END-IF
003200         WHEN BK-TRAILER-RECORD
003210             IF WS-TRAILER-SEEN
003220                 DISPLAY 'BANK STATEMENT HAS MORE THAN ONE '
003230                     'TRAILER'
003240                 SET WS-STATEMENT-BAD TO TRUE
003250             END-IF
003260             SET WS-TRAILER-SEEN TO TRUE
003270             IF BT-CREDIT-COUNT IS NUMERIC
003280                 MOVE BT-CREDIT-COUNT TO WS-TRAILER-COUNT
003290             ELSE
003300                 DISPLAY 'BANK STATEMENT TRAILER COUNT IS NOT '
003310                     'NUMERIC'
003320                 SET WS-STATEMENT-BAD TO TRUE
003330             END-IF
003340             MOVE BT-CREDIT-TOTAL TO WS-TRAILER-TOTAL
003350         WHEN BK-CREDIT-RECORD
003360             IF NOT WS-HEADER-SEEN OR WS-TRAILER-SEEN
003370                 DISPLAY 'BANK STATEMENT CREDIT OUTSIDE THE '
003380                     'HEADER AND TRAILER'
003390                 SET WS-STATEMENT-BAD TO TRUE
003400             END-IF
003410             ADD 1 TO WS-FILE-CREDIT-COUNT
003420             IF BK-AMOUNT IS NUMERIC
003430                 ADD BK-AMOUNT TO WS-FILE-CREDIT-TOTAL
003440             ELSE
003450                 DISPLAY 'BANK CREDIT AMOUNT NOT NUMERIC - '
003460                     'CREDIT ' WS-FILE-CREDIT-COUNT
003470                 SET WS-STATEMENT-BAD TO TRUE
003480             END-IF
003490         WHEN OTHER
003500             DISPLAY 'BANK STATEMENT RECORD TYPE '
003510                 BK-RECORD-TYPE ' NOT RECOGNIZED'
003520             SET WS-STATEMENT-BAD TO TRUE
003530     END-EVALUATE.
003540     PERFORM 1550-READ-STATEMENT.
003550*----------------------------------------------------------------
003560* 1700-CHECK-STATEMENT-TOTALS
003570*----------------------------------------------------------------
003580 1700-CHECK-STATEMENT-TOTALS.
003590     IF NOT WS-HEADER-SEEN
003600         DISPLAY 'BANK STATEMENT HAS NO HEADER'
003610         SET WS-STATEMENT-BAD TO TRUE
003620     END-IF.
003630     IF NOT WS-TRAILER-SEEN
003640         DISPLAY 'BANK STATEMENT HAS NO TRAILER - FILE '
003650             'TRUNCATED?'
003660         SET WS-STATEMENT-BAD TO TRUE
003670     END-IF.
003680     IF WS-TRAILER-SEEN AND WS-STATEMENT-OK
003690         IF WS-TRAILER-COUNT NOT = WS-FILE-CREDIT-COUNT
003700             DISPLAY 'BANK STATEMENT COUNT MISMATCH - TRAILER '
003710                 WS-TRAILER-COUNT ' FILE ' WS-FILE-CREDIT-COUNT
003720             SET WS-STATEMENT-BAD TO TRUE
003730         END-IF
003740         IF WS-TRAILER-TOTAL NOT = WS-FILE-CREDIT-TOTAL
003750             DISPLAY 'BANK STATEMENT TOTAL MISMATCH - TRAILER '
003760                 WS-TRAILER-TOTAL ' FILE ' WS-FILE-CREDIT-TOTAL
003770             SET WS-STATEMENT-BAD TO TRUE
003780         END-IF
003790     END-IF.
003800*----------------------------------------------------------------
003810* 2000-RECONCILE-DAY
003820* SORTS THE STATEMENT'S LOCKBOX CREDITS TO BANKWRK, THEN SORTS
003830* THE DAY'S LBXPOST ITEMS AND MATCHES THEM AGAINST BANKWRK AS
003840* THEY COME BACK.  ANY ITEM LEFT UNMATCHED ON EITHER SIDE ENDS
003850* THE RUN WITH RC=8.
003860*----------------------------------------------------------------
003870 2000-RECONCILE-DAY.
003880     MOVE WS-STATEMENT-DATE TO HD-STATEMENT-DATE.
003890     MOVE WS-BANK-ACCOUNT TO HD-BANK-ACCOUNT.
003900     WRITE BREC-LINE FROM WS-STATEMENT-LINE.
003910     WRITE BREC-LINE FROM SPACES.
003920     WRITE BREC-LINE FROM WS-COLUMN-LINE.
003930     SORT BANK-SORT-FILE
003940         ON ASCENDING KEY BS-ITEM-REFERENCE BS-AMOUNT
003950         INPUT PROCEDURE IS 2100-RELEASE-CREDITS
003960         GIVING BANK-WORK-FILE.
003970     IF SORT-RETURN NOT = ZERO
003980         PERFORM 2900-REPORT-SORT-FAILURE
003990     ELSE
004000         SORT LEDGER-SORT-FILE
004010             ON ASCENDING KEY LS-ITEM-REFERENCE LS-AMOUNT
004020             INPUT PROCEDURE IS 3000-RELEASE-POSTINGS
004030             OUTPUT PROCEDURE IS 4000-MATCH-DEPOSITS
004040         IF SORT-RETURN NOT = ZERO
004050             PERFORM 2900-REPORT-SORT-FAILURE
004060         ELSE
004070             PERFORM 5000-PRINT-TOTALS
004080         END-IF
004090     END-IF.
004100*----------------------------------------------------------------
004110* 2100-RELEASE-CREDITS
004120* SORT INPUT PROCEDURE - RELEASES EVERY LOCKBOX CREDIT ON THE
004130* STATEMENT, VERIFIED CLEAN ABOVE.  OTHER CREDITS (WIRES, ACH
004140* AND THE LIKE) ARE COUNTED BUT ARE NOT LOCKBOX CASH AND ARE
004150* NOT RECONCILED HERE.
004160*----------------------------------------------------------------
004170 2100-RELEASE-CREDITS.
004180     MOVE 'N' TO WS-STMT-EOF-SWITCH.
004190     OPEN INPUT BANK-STATEMENT-FILE.
004200     PERFORM 1550-READ-STATEMENT.
004210     PERFORM 2110-RELEASE-ONE-CREDIT UNTIL WS-END-OF-STATEMENT.
004220     CLOSE BANK-STATEMENT-FILE.
004230*----------------------------------------------------------------
004240* 2110-RELEASE-ONE-CREDIT
004250*----------------------------------------------------------------
004260 2110-RELEASE-ONE-CREDIT.
004270     IF BK-CREDIT-RECORD
004280         IF BK-LOCKBOX-CREDIT
004290             MOVE BK-ITEM-REFERENCE TO BS-ITEM-REFERENCE
004300             MOVE BK-AMOUNT TO BS-AMOUNT
004310             MOVE BK-BANK-REFERENCE TO BS-BANK-REFERENCE
004320             RELEASE BANK-SORT-RECORD
004330             ADD 1 TO WS-BANK-COUNT
004340             ADD BK-AMOUNT TO WS-BANK-TOTAL
004350         ELSE
004360             ADD 1 TO WS-OTHER-COUNT
004370             ADD BK-AMOUNT TO WS-OTHER-TOTAL
004380         END-IF
004390     END-IF.
004400     PERFORM 1550-READ-STATEMENT.
004410*----------------------------------------------------------------
004420* 2900-REPORT-SORT-FAILURE
004430*----------------------------------------------------------------
004440 2900-REPORT-SORT-FAILURE.
004450     DISPLAY 'CUSTBREC RECONCILIATION SORT FAILED - SORT-RETURN '
004460         SORT-RETURN.
004470     MOVE SORT-RETURN TO SF-SORT-RETURN.
004480     WRITE BREC-LINE FROM WS-SORT-FAILED-LINE.
004490     MOVE 16 TO RETURN-CODE.
004500*----------------------------------------------------------------
004510* 3000-RELEASE-POSTINGS
004520* SORT INPUT PROCEDURE - RELEASES THE LBXPOST ITEMS DATED THE
004530* STATEMENT DATE.  THE JOURNAL ACCUMULATES EVERY DAY'S ITEMS, SO
004540* OTHER DATES ARE SKIPPED.  A MISSING JOURNAL RELEASES NOTHING -
004550* EVERY LOCKBOX CREDIT THEN SHOWS AS NOT POSTED, WHICH IS THE
004560* TRUTH OF IT.
004570*----------------------------------------------------------------
004580 3000-RELEASE-POSTINGS.
004590     OPEN INPUT POSTING-JOURNAL-FILE.
004600     IF WS-LBXPOST-STATUS = '35'
004610         SET WS-END-OF-JOURNAL TO TRUE
004620     ELSE
004630         PERFORM 3010-READ-JOURNAL
004640     END-IF.
004650     PERFORM 3020-RELEASE-ONE-POSTING UNTIL WS-END-OF-JOURNAL.
004660     IF WS-LBXPOST-STATUS NOT = '35'
004670         CLOSE POSTING-JOURNAL-FILE
004680     END-IF.
004690*----------------------------------------------------------------
004700* 3010-READ-JOURNAL
004710*----------------------------------------------------------------
004720 3010-READ-JOURNAL.
004730     READ POSTING-JOURNAL-FILE
004740         AT END
004750             SET WS-END-OF-JOURNAL TO TRUE
004760     END-READ.
004770*----------------------------------------------------------------
004780* 3020-RELEASE-ONE-POSTING
004790*----------------------------------------------------------------
004800 3020-RELEASE-ONE-POSTING.
004810     IF LP-DEPOSIT-DATE IS NUMERIC
004820         AND LP-DEPOSIT-DATE = WS-STATEMENT-DATE
004830         AND (LP-POSTED OR LP-EXCEPTED)
004840         MOVE LP-REFERENCE TO LS-ITEM-REFERENCE
004850         MOVE LP-BASE-AMOUNT TO LS-AMOUNT
004860         MOVE LP-CUSTUMER-ID TO LS-CUSTUMER-ID
004870         MOVE LP-DISPOSITION TO LS-DISPOSITION
004880         RELEASE LEDGER-SORT-RECORD
004890         ADD 1 TO WS-LEDGER-COUNT
004900         ADD LP-BASE-AMOUNT TO WS-LEDGER-TOTAL
004910     END-IF.
004920     PERFORM 3010-READ-JOURNAL.
004930*----------------------------------------------------------------
004940* 4000-MATCH-DEPOSITS
004950* SORT OUTPUT PROCEDURE - WALKS BANKWRK ALONGSIDE THE RETURNED
004960* LEDGER ITEMS, BOTH IN REFERENCE AND AMOUNT ORDER.  THE LOWER
004970* KEY IS UNMATCHED ON ITS OWN SIDE; EQUAL KEYS PAIR OFF.
004980*----------------------------------------------------------------
004990 4000-MATCH-DEPOSITS.
005000     OPEN INPUT BANK-WORK-FILE.
005010     PERFORM 4010-READ-BANK-WORK.
005020     PERFORM 4020-RETURN-LEDGER.
005030     PERFORM 4100-MATCH-ONE-ITEM
005040         UNTIL WS-END-OF-BANK-WORK AND WS-END-OF-LEDGER.
005050     CLOSE BANK-WORK-FILE.
005060*----------------------------------------------------------------
005070* 4010-READ-BANK-WORK
005080*----------------------------------------------------------------
005090 4010-READ-BANK-WORK.
005100     READ BANK-WORK-FILE
005110         AT END
005120             SET WS-END-OF-BANK-WORK TO TRUE
005130     END-READ.
005140*----------------------------------------------------------------
005150* 4020-RETURN-LEDGER
005160*----------------------------------------------------------------
005170 4020-RETURN-LEDGER.
005180     RETURN LEDGER-SORT-FILE
005190         AT END
005200             SET WS-END-OF-LEDGER TO TRUE
005210     END-RETURN.
005220*----------------------------------------------------------------
005230* 4100-MATCH-ONE-ITEM
005240*----------------------------------------------------------------
005250 4100-MATCH-ONE-ITEM.
005260     EVALUATE TRUE
005270         WHEN WS-END-OF-BANK-WORK
005280             PERFORM 4300-LEDGER-ONLY
005290         WHEN WS-END-OF-LEDGER
005300             PERFORM 4200-BANK-ONLY
005310         WHEN BW-ITEM-REFERENCE < LS-ITEM-REFERENCE
005320             PERFORM 4200-BANK-ONLY
005330         WHEN BW-ITEM-REFERENCE > LS-ITEM-REFERENCE
005340             PERFORM 4300-LEDGER-ONLY
005350         WHEN BW-AMOUNT < LS-AMOUNT
005360             PERFORM 4200-BANK-ONLY
005370         WHEN BW-AMOUNT > LS-AMOUNT
005380             PERFORM 4300-LEDGER-ONLY
005390         WHEN OTHER
005400             PERFORM 4400-MATCHED
005410     END-EVALUATE.
005420*----------------------------------------------------------------
005430* 4200-BANK-ONLY
005440* CASH THE BANK CREDITED THAT CUSTLBX NEVER POSTED OR EXCEPTED.
005450*----------------------------------------------------------------
005460 4200-BANK-ONLY.
005470     MOVE BW-ITEM-REFERENCE TO RD-ITEM-REFERENCE.
005480     MOVE BW-BANK-REFERENCE TO RD-BANK-REFERENCE.
005490     MOVE BW-AMOUNT TO RD-AMOUNT.
005500     MOVE SPACES TO RD-CUSTUMER-ID.
005510     MOVE 'ON BANK - NOT POSTED' TO RD-DISPOSITION.
005520     WRITE BREC-LINE FROM WS-DETAIL-LINE.
005530     ADD 1 TO WS-BANK-ONLY-COUNT.
005540     ADD BW-AMOUNT TO WS-BANK-ONLY-TOTAL.
005550     PERFORM 4010-READ-BANK-WORK.
005560*----------------------------------------------------------------
005570* 4300-LEDGER-ONLY
005580* AN ITEM CUSTLBX POSTED OR EXCEPTED THAT THE BANK NEVER
005590* CREDITED.
005600*----------------------------------------------------------------
005610 4300-LEDGER-ONLY.
005620     MOVE LS-ITEM-REFERENCE TO RD-ITEM-REFERENCE.
005630     MOVE SPACES TO RD-BANK-REFERENCE.
005640     MOVE LS-AMOUNT TO RD-AMOUNT.
005650     MOVE LS-CUSTUMER-ID TO RD-CUSTUMER-ID.
005660     IF LS-EXCEPTED
005670         MOVE 'EXCEPTED - NOT ON BANK' TO RD-DISPOSITION
005680     ELSE
005690         MOVE 'POSTED - NOT ON BANK' TO RD-DISPOSITION
005700     END-IF.
005710     WRITE BREC-LINE FROM WS-DETAIL-LINE.
005720     ADD 1 TO WS-LEDGER-ONLY-COUNT.
005730     ADD LS-AMOUNT TO WS-LEDGER-ONLY-TOTAL.
005740     PERFORM 4020-RETURN-LEDGER.
005750*----------------------------------------------------------------
005760* 4400-MATCHED
005770* THE BANK'S CREDIT AND CUSTLBX'S ITEM AGREE.  AN ITEM CUSTLBX
005780* SENT TO LBXEXCP IS CASH RECEIVED AND HELD - IT RECONCILES, BUT
005790* IS COUNTED APART FROM THE CASH ACTUALLY POSTED.
005800*----------------------------------------------------------------
005810 4400-MATCHED.
005820     MOVE BW-ITEM-REFERENCE TO RD-ITEM-REFERENCE.
005830     MOVE BW-BANK-REFERENCE TO RD-BANK-REFERENCE.
005840     MOVE BW-AMOUNT TO RD-AMOUNT.
005850     MOVE LS-CUSTUMER-ID TO RD-CUSTUMER-ID.
005860     IF LS-EXCEPTED
005870         MOVE 'MATCHED - HELD ON LBXEXCP' TO RD-DISPOSITION
005880         ADD 1 TO WS-HELD-COUNT
005890         ADD BW-AMOUNT TO WS-HELD-TOTAL
005900     ELSE
005910         MOVE 'MATCHED - POSTED' TO RD-DISPOSITION
005920         ADD 1 TO WS-MATCHED-COUNT
005930         ADD BW-AMOUNT TO WS-MATCHED-TOTAL
005940     END-IF.
005950     WRITE BREC-LINE FROM WS-DETAIL-LINE.
005960     PERFORM 4010-READ-BANK-WORK.
005970     PERFORM 4020-RETURN-LEDGER.
005980*----------------------------------------------------------------
005990* 5000-PRINT-TOTALS
006000* THE DAY RECONCILES ONLY WHEN NOTHING IS LEFT UNMATCHED ON
006010* EITHER SIDE - MATCHING TOTALS ALONE COULD HIDE TWO ERRORS THAT
006020* HAPPEN TO CANCEL OUT.
006030*----------------------------------------------------------------
006040 5000-PRINT-TOTALS.
006050     WRITE BREC-LINE FROM SPACES.
006060     MOVE 'BANK LOCKBOX CREDITS:' TO TL-LABEL.
006070     MOVE WS-BANK-COUNT TO TL-COUNT.
006080     MOVE WS-BANK-TOTAL TO TL-AMOUNT.
006090     WRITE BREC-LINE FROM WS-TOTAL-LINE.
006100     MOVE 'LBXPOST ITEMS FOR THE DATE:' TO TL-LABEL.
006110     MOVE WS-LEDGER-COUNT TO TL-COUNT.
006120     MOVE WS-LEDGER-TOTAL TO TL-AMOUNT.
006130     WRITE BREC-LINE FROM WS-TOTAL-LINE.
006140     COMPUTE WS-DIFFERENCE = WS-BANK-TOTAL - WS-LEDGER-TOTAL.
006150     MOVE WS-DIFFERENCE TO TL-DIFFERENCE.
006160     WRITE BREC-LINE FROM WS-DIFFERENCE-LINE.
006170     WRITE BREC-LINE FROM SPACES.
006180     MOVE 'MATCHED - POSTED:' TO TL-LABEL.
006190     MOVE WS-MATCHED-COUNT TO TL-COUNT.
006200     MOVE WS-MATCHED-TOTAL TO TL-AMOUNT.
006210     WRITE BREC-LINE FROM WS-TOTAL-LINE.
006220     MOVE 'MATCHED - HELD ON LBXEXCP:' TO TL-LABEL.
006230     MOVE WS-HELD-COUNT TO TL-COUNT.
006240     MOVE WS-HELD-TOTAL TO TL-AMOUNT.
006250     WRITE BREC-LINE FROM WS-TOTAL-LINE.
006260     MOVE 'UNMATCHED ON BANK:' TO TL-LABEL.
006270     MOVE WS-BANK-ONLY-COUNT TO TL-COUNT.
006280     MOVE WS-BANK-ONLY-TOTAL TO TL-AMOUNT.
006290     WRITE BREC-LINE FROM WS-TOTAL-LINE.
006300     MOVE 'UNMATCHED ON LEDGER:' TO TL-LABEL.
006310     MOVE WS-LEDGER-ONLY-COUNT TO TL-COUNT.
006320     MOVE WS-LEDGER-ONLY-TOTAL TO TL-AMOUNT.
006330     WRITE BREC-LINE FROM WS-TOTAL-LINE.
006340     MOVE 'OTHER CREDITS - NOT LOCKBOX:' TO TL-LABEL.
006350     MOVE WS-OTHER-COUNT TO TL-COUNT.
006360     MOVE WS-OTHER-TOTAL TO TL-AMOUNT.
006370     WRITE BREC-LINE FROM WS-TOTAL-LINE.
006380     WRITE BREC-LINE FROM SPACES.
006390     DISPLAY 'STATEMENT DATE             : ' WS-STATEMENT-DATE.
006400     DISPLAY 'LOCKBOX CREDITS MATCHED    : ' WS-MATCHED-COUNT.
006410     DISPLAY 'MATCHED - HELD ON LBXEXCP  : ' WS-HELD-COUNT.
006420     DISPLAY 'UNMATCHED ON BANK          : ' WS-BANK-ONLY-COUNT.
006430     DISPLAY 'UNMATCHED ON LEDGER        : '
006440         WS-LEDGER-ONLY-COUNT.
006450     IF WS-BANK-ONLY-COUNT = ZERO AND WS-LEDGER-ONLY-COUNT = ZERO
006460         WRITE BREC-LINE FROM WS-RECONCILED-LINE
006470     ELSE
006480         WRITE BREC-LINE FROM WS-UNRECONCILED-LINE
006490         DISPLAY 'LOCKBOX DEPOSITS DO NOT RECONCILE TO THE BANK '
006500             'STATEMENT'
006510         MOVE 8 TO RETURN-CODE
006520     END-IF.
006530*----------------------------------------------------------------
006540* 9000-TERMINATE
006550*----------------------------------------------------------------
006560 9000-TERMINATE.
006570     CLOSE RECONCILIATION-REPORT.
006580 END PROGRAM CUSTBREC.
