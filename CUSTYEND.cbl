000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTYEND.
000030 AUTHOR. JULIO.
000040 INSTALLATION. CUSTOMER-ACCOUNTING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  JR   ORIGINAL - YEAR-END CUSTOMER ACTIVITY SUMMARY
000110*                  FOR THE CUSTOMERS AND FOR OUR OWN TAX AND
000120*                  AUDIT STAFF.  FOR THE CALENDAR YEAR ON THE
000130*                  SYSIN CARD IT READS THE DATED CUSTHARC HISTORY
000140*                  ARCHIVE CUSTHPRG ROLLS THE EARLY MONTHS OFF TO
000150*                  AS WELL AS THE LIVE CUSTHIST, SO A YEAR SPLIT
000160*                  BY THE ROLL STILL SUMMARIZES WHOLE.  EACH
000170*                  CUSTOMER GETS AN OPENING BALANCE, THE NET
000180*                  BALANCE CHANGE OF EACH CH-TRANS-TYPE OVER THE
000190*                  YEAR (THE SAME NINE BRACKETS AS THE CUSTEXTR
000200*                  GL FEED) AND A CLOSING BALANCE, ON THE YEARRPT
000210*                  REPORT AND AS ONE CUSTYRSM RECORD ON YEARSUM.
000220*                  AN ACCOUNT CUSTMRGE MERGED AWAY IS ROLLED ONTO
000230*                  ITS SURVIVOR BY FOLLOWING CUSTOMER-MERGED-TO
000240*                  ON THE MASTER; ONE ALREADY ARCHIVED OFF THE
000250*                  MASTER NO LONGER CARRIES ITS POINTER AND
000260*                  SUMMARIZES UNDER ITS OWN ID, AS ON CUSTSTMT.
000270*                  A CUSTOMER WHOSE ACTIVITY DOES NOT FOOT FROM
000280*                  OPENING TO CLOSING IS FLAGGED AND ENDS THE RUN
000290*                  RC=4.  READ-ONLY AGAINST THE MASTER.
000300*----------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS CUSTUMER-ID
000410         FILE STATUS IS WS-CUSTMAST-STATUS.
000420     SELECT CUSTOMER-HISTORY-FILE ASSIGN TO CUSTHIST
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-CUSTHIST-STATUS.
000450     SELECT HISTORY-ARCHIVE-FILE ASSIGN TO CUSTHARC
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-CUSTHARC-STATUS.
000480     SELECT YEAR-SORT-FILE ASSIGN TO SORTWK01.
000490     SELECT YEAR-REPORT-FILE ASSIGN TO YEARRPT
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-YEARRPT-STATUS.
000520     SELECT YEAR-SUMMARY-FILE ASSIGN TO YEARSUM
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-YEARSUM-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  CUSTOMER-MASTER-FILE
000580     LABEL RECORDS ARE STANDARD.
000590     COPY CUSTREC.
000600 FD  CUSTOMER-HISTORY-FILE
000610     LABEL RECORDS ARE STANDARD.
000620     COPY CUSTHIST.
000630 FD  HISTORY-ARCHIVE-FILE
000640     LABEL RECORDS ARE STANDARD
000650     RECORDING MODE IS F.
000660 01  HARC-LINE PIC X(100).
000670 SD  YEAR-SORT-FILE.
000680 01  YEAR-SORT-RECORD.
000690     05 SY-ROLLUP-ID PIC 9(06).
000700     05 SY-CUSTUMER-ID PIC 9(06).
000710     05 SY-CHANGE-DATE PIC 9(08).
000720     05 SY-CHANGE-TIME PIC 9(08).
000725     05 SY-SEQUENCE PIC 9(09).
000730     05 SY-BEFORE-BALANCE PIC S9(09)V99.
000740     05 SY-AFTER-BALANCE PIC S9(09)V99.
000750     05 SY-TRANS-TYPE PIC X(01).
000760 FD  YEAR-REPORT-FILE
000770     LABEL RECORDS ARE STANDARD
000780     RECORDING MODE IS F.
000790 01  YEARRPT-LINE PIC X(80).
000800 FD  YEAR-SUMMARY-FILE
000810     LABEL RECORDS ARE STANDARD
000820     RECORDING MODE IS F.
000830 01  YEARSUM-LINE PIC X(190).
000840 WORKING-STORAGE SECTION.
000850 01  WS-CUSTMAST-STATUS PIC X(02) VALUE '00'.
000860 01  WS-CUSTHIST-STATUS PIC X(02) VALUE '00'.
000870 01  WS-CUSTHARC-STATUS PIC X(02) VALUE '00'.
000880 01  WS-YEARRPT-STATUS PIC X(02) VALUE '00'.
000890 01  WS-YEARSUM-STATUS PIC X(02) VALUE '00'.
000900 01  WS-HIST-EOF-SWITCH PIC X(01) VALUE 'N'.
000910     88 WS-END-OF-HISTORY VALUE 'Y'.
000920 01  WS-HARC-EOF-SWITCH PIC X(01) VALUE 'N'.
000930     88 WS-END-OF-ARCHIVE VALUE 'Y'.
000940 01  WS-SORT-EOF-SWITCH PIC X(01) VALUE 'N'.
000950     88 WS-END-OF-SORTED-HISTORY VALUE 'Y'.
000960 01  WS-RUN-SWITCH PIC X(01) VALUE 'Y'.
000970     88 WS-RUN-USABLE VALUE 'Y'.
000980     88 WS-RUN-UNUSABLE VALUE 'N'.
000990 01  WS-SUMMARY-YEAR PIC 9(04) VALUE ZERO.
001000 01  WS-YEAR-START PIC 9(08) VALUE ZERO.
001010 01  WS-YEAR-END PIC 9(08) VALUE ZERO.
001011*----------------------------------------------------------------
001012* FILE ORDER OF EACH RECORD RELEASED, ARCHIVE FIRST.  IT IS THE
001013* LAST SORT KEY, SO RECORDS STAMPED IN THE SAME SECOND - A
001014* CUSTLBX RECOVERY AND THE PAYMENT BEHIND IT - COME BACK IN THE
001015* ORDER THEY WERE WRITTEN.
001016*----------------------------------------------------------------
001017 01  WS-READ-SEQUENCE PIC 9(09) COMP VALUE ZERO.
001020 01  WS-COUNTERS.
001030     05 WS-ARCHIVE-READ-COUNT PIC 9(07) COMP VALUE ZERO.
001040     05 WS-HISTORY-READ-COUNT PIC 9(07) COMP VALUE ZERO.
001050     05 WS-RELEASED-COUNT PIC 9(07) COMP VALUE ZERO.
001060     05 WS-CUSTOMER-COUNT PIC 9(07) COMP VALUE ZERO.
001070     05 WS-MERGED-ROLLED-COUNT PIC 9(07) COMP VALUE ZERO.
001080     05 WS-NOT-FOOTING-COUNT PIC 9(07) COMP VALUE ZERO.
001090*----------------------------------------------------------------
001100* MERGED-TO RESOLUTION.  EACH HISTORY RECORD'S ID IS LOOKED UP ON
001110* THE MASTER AND ITS CUSTOMER-MERGED-TO POINTER FOLLOWED TO THE
001120* SURVIVOR.  CUSTMRGE REFUSES TO MERGE AN ACCOUNT TWICE, BUT A
001130* SURVIVOR CAN ITSELF BE MERGED LATER, SO THE CHAIN IS WALKED -
001140* NO FURTHER THAN WS-MAX-MERGE-HOPS IN CASE A BAD POINTER EVER
001150* LOOPS.  THE LAST ID RESOLVED IS KEPT, SINCE ONE CUSTOMER'S
001160* RECORDS OFTEN SIT TOGETHER ON THE ARCHIVE.
001170*----------------------------------------------------------------
001180 01  WS-ROLLUP-ID PIC 9(06) VALUE ZERO.
001190 01  WS-LAST-LOOKUP-ID PIC 9(06) VALUE ZERO.
001200 01  WS-LAST-LOOKUP-SWITCH PIC X(01) VALUE 'N'.
001210     88 WS-LOOKUP-HELD VALUE 'Y'.
001220 01  WS-POINTER-SWITCH PIC X(01) VALUE 'N'.
001230     88 WS-POINTER-FOLLOWING VALUE 'N'.
001240     88 WS-POINTER-DONE VALUE 'Y'.
001250 01  WS-MERGE-HOPS PIC 9(02) COMP VALUE ZERO.
001260 01  WS-MAX-MERGE-HOPS PIC 9(02) COMP VALUE 10.
001270*----------------------------------------------------------------
001280* ONE ACCOUNT'S YEAR, AND THE ROLLED-UP YEAR OF THE SURVIVOR AND
001290* EVERYTHING MERGED INTO IT.  THE OPENING BALANCE IS THE AFTER
001300* BALANCE OF THE LAST RECORD BEFORE 1 JANUARY, OR FAILING THAT
001310* THE BEFORE BALANCE OF THE FIRST RECORD IN THE YEAR; THE
001320* CLOSING BALANCE IS THE AFTER BALANCE OF THE LAST RECORD UP TO
001330* 31 DECEMBER.
001340*----------------------------------------------------------------
001350 01  WS-ACCOUNT-ID PIC 9(06) VALUE ZERO.
001360 01  WS-ACCOUNT-OPENING PIC S9(09)V99 VALUE ZERO.
001370 01  WS-ACCOUNT-CLOSING PIC S9(09)V99 VALUE ZERO.
001380 01  WS-ACCOUNT-NET PIC S9(09)V99 VALUE ZERO.
001390 01  WS-OPENING-SWITCH PIC X(01) VALUE 'N'.
001400     88 WS-OPENING-NOT-SEEN VALUE 'N'.
001410     88 WS-OPENING-SEEN VALUE 'Y'.
001420 01  WS-IN-YEAR-SWITCH PIC X(01) VALUE 'N'.
001430     88 WS-NO-ACTIVITY-IN-YEAR VALUE 'N'.
001440     88 WS-ACTIVITY-IN-YEAR VALUE 'Y'.
001450 01  WS-CURRENT-ROLLUP-ID PIC 9(06) VALUE ZERO.
001460 01  WS-ROLLUP-OPENING PIC S9(09)V99 VALUE ZERO.
001470 01  WS-ROLLUP-CLOSING PIC S9(09)V99 VALUE ZERO.
001480 01  WS-ROLLUP-ACTIVE-SWITCH PIC X(01) VALUE 'N'.
001490     88 WS-ROLLUP-QUIET VALUE 'N'.
001500     88 WS-ROLLUP-ACTIVE VALUE 'Y'.
001510 01  WS-ROLLUP-FOOT-SWITCH PIC X(01) VALUE 'Y'.
001520     88 WS-ROLLUP-FOOTS VALUE 'Y'.
001530     88 WS-ROLLUP-DOES-NOT-FOOT VALUE 'N'.
001540*----------------------------------------------------------------
001550* ACCOUNTS ROLLED ONTO THE SURVIVOR - THE FIRST TEN ARE LISTED
001560* UNDER THE CUSTOMER ON THE REPORT, ANY MORE ARE COUNTED.
001570*----------------------------------------------------------------
001580 01  WS-MAX-MERGED-LISTED PIC 9(02) COMP VALUE 10.
001590 01  WS-ROLLUP-MERGED-COUNT PIC 9(03) COMP VALUE ZERO.
001600 01  WS-MERGED-LIST.
001610     05 WS-MERGED-LIST-ID PIC 9(06) OCCURS 10 TIMES.
001620 01  I PIC 9(02) COMP VALUE ZERO.
001630*----------------------------------------------------------------
001640* TRANSACTION-TYPE BRACKETS - P, C, F, A, R, W, Y AND E PLUS AN
001650* OTHER/BLANK BUCKET, THE SAME NINE CUSTEXTR SUBTOTALS THE GL
001660* FEED BY.  EACH HOLDS THE NET BALANCE CHANGE (AFTER MINUS
001670* BEFORE) OF THAT TYPE'S RECORDS IN THE YEAR.
001680*----------------------------------------------------------------
001690 01  WS-TYPE-BRACKET PIC 9(02) VALUE ZERO.
001700     88 WS-TYPE-PAYMENT VALUE 1.
001710     88 WS-TYPE-CHARGE VALUE 2.
001720     88 WS-TYPE-FEE VALUE 3.
001730     88 WS-TYPE-ADJUSTMENT VALUE 4.
001740     88 WS-TYPE-REVERSAL VALUE 5.
001750     88 WS-TYPE-WRITEOFF VALUE 6.
001760     88 WS-TYPE-RECOVERY VALUE 7.
001765     88 WS-TYPE-ESCHEAT VALUE 8.
001770     88 WS-TYPE-OTHER VALUE 9.
001780 01  WS-TYPE-NAME-VALUES.
001790     05 FILLER PIC X(12) VALUE 'PAYMENTS'.
001800     05 FILLER PIC X(12) VALUE 'CHARGES'.
001810     05 FILLER PIC X(12) VALUE 'FEES'.
001820     05 FILLER PIC X(12) VALUE 'ADJUSTMENTS'.
001830     05 FILLER PIC X(12) VALUE 'REVERSALS'.
001840     05 FILLER PIC X(12) VALUE 'WRITE-OFFS'.
001850     05 FILLER PIC X(12) VALUE 'RECOVERIES'.
001855     05 FILLER PIC X(12) VALUE 'UNCLAIMED'.
001860     05 FILLER PIC X(12) VALUE 'OTHER'.
001870 01  WS-TYPE-NAMES REDEFINES WS-TYPE-NAME-VALUES.
001880     05 WS-TYPE-NAME PIC X(12) OCCURS 9 TIMES.
001890 01  WS-ROLLUP-TYPE-TOTALS.
001900     05 WS-ROLLUP-TYPE-TOTAL PIC S9(09)V99 VALUE ZERO
001910         OCCURS 9 TIMES.
001920 01  WS-GRAND-TOTALS.
001930     05 WS-GRAND-OPENING PIC S9(11)V99 VALUE ZERO.
001940     05 WS-GRAND-CLOSING PIC S9(11)V99 VALUE ZERO.
001950     05 WS-GRAND-TYPE-TOTAL PIC S9(11)V99 VALUE ZERO
001960         OCCURS 9 TIMES.
001970 COPY CUSTYRSM.
001980*----------------------------------------------------------------
001990* REPORT LINE LAYOUTS
002000*----------------------------------------------------------------
002010 01  WS-HEADING-LINE.
002020     05 FILLER PIC X(20) VALUE SPACES.
002030     05 FILLER PIC X(36)
002040         VALUE 'YEAR-END CUSTOMER ACTIVITY SUMMARY'.
002050 01  WS-YEAR-LINE.
002060     05 FILLER PIC X(14) VALUE 'CALENDAR YEAR'.
002070     05 YL-SUMMARY-YEAR PIC 9(04).
002080     05 FILLER PIC X(46)
002090         VALUE '   - TYPE FIGURES ARE NET EFFECT ON BALANCE'.
002100 01  WS-CUSTOMER-LINE.
002110     05 FILLER PIC X(09) VALUE 'CUSTOMER'.
002120     05 CL-CUSTUMER-ID PIC 9(06).
002130     05 FILLER PIC X(02) VALUE SPACES.
002140     05 CL-CUSTUMER-NAME PIC X(20).
002150     05 FILLER PIC X(09) VALUE '  STATUS'.
002160     05 CL-CUSTOMER-STATUS PIC X(01).
002170 01  WS-MERGED-LINE.
002180     05 FILLER PIC X(04) VALUE SPACES.
002190     05 FILLER PIC X(30)
002200         VALUE 'INCLUDES MERGED ACCOUNT'.
002210     05 ML-MERGED-ID PIC 9(06).
002220 01  WS-MERGED-MORE-LINE.
002230     05 FILLER PIC X(04) VALUE SPACES.
002240     05 FILLER PIC X(30)
002250         VALUE 'AND FURTHER MERGED ACCOUNTS:'.
002260     05 MM-MORE-COUNT PIC ZZ9.
002270 01  WS-AMOUNT-LINE.
002280     05 FILLER PIC X(04) VALUE SPACES.
002290     05 AL-AMOUNT-NAME PIC X(20).
002300     05 FILLER PIC X(10) VALUE SPACES.
002310     05 AL-AMOUNT PIC -(9)9.99.
002320 01  WS-NOT-FOOTING-LINE.
002330     05 FILLER PIC X(04) VALUE SPACES.
002340     05 FILLER PIC X(26)
002350         VALUE '*** ACTIVITY DOES NOT FOOT'.
002360     05 FILLER PIC X(24)
002370         VALUE ' TO THE CLOSING BALANCE'.
002380 01  WS-TOTAL-HEADING-LINE.
002390     05 FILLER PIC X(30) VALUE 'TOTALS FOR ALL CUSTOMERS'.
002400 01  WS-GRAND-AMOUNT-LINE.
002410     05 FILLER PIC X(04) VALUE SPACES.
002420     05 GA-AMOUNT-NAME PIC X(20).
002430     05 FILLER PIC X(07) VALUE SPACES.
002440     05 GA-AMOUNT PIC -(12)9.99.
002450 01  WS-COUNT-LINE.
002460     05 FILLER PIC X(04) VALUE SPACES.
002470     05 CT-COUNT-NAME PIC X(30).
002480     05 CT-COUNT PIC Z(06)9.
002490 PROCEDURE DIVISION.
002500*----------------------------------------------------------------
002510* 0000-MAINLINE
002520*----------------------------------------------------------------
002530 0000-MAINLINE.
002540     PERFORM 1000-INITIALIZE.
002550     IF WS-RUN-USABLE
002560         SORT YEAR-SORT-FILE
002570             ON ASCENDING KEY SY-ROLLUP-ID SY-CUSTUMER-ID
002580                 SY-CHANGE-DATE SY-CHANGE-TIME SY-SEQUENCE
002590             INPUT PROCEDURE IS 1500-RELEASE-HISTORY
002600             OUTPUT PROCEDURE IS 2000-SUMMARIZE-CUSTOMERS
002601         IF SORT-RETURN NOT = ZERO
002602             DISPLAY 'CUSTYEND YEAR SORT FAILED - '
002603                 'SORT-RETURN ' SORT-RETURN
002604             MOVE 16 TO RETURN-CODE
002605             PERFORM 9000-TERMINATE
002606         ELSE
002610             PERFORM 3000-PRINT-TOTALS
002620             PERFORM 9000-TERMINATE
002630             IF WS-NOT-FOOTING-COUNT > ZERO
002640                 MOVE 4 TO RETURN-CODE
002650             END-IF
002655         END-IF
002660     END-IF.
002670     STOP RUN.
002680*----------------------------------------------------------------
002690* 1000-INITIALIZE
002700* READS THE SUMMARY YEAR FROM SYSIN AND OPENS THE FILES.  A BAD
002710* YEAR CARD OR A MISSING MASTER FAILS THE RUN WITH RC=16 RATHER
002720* THAN HANDING THE AUDITORS AN EMPTY SUMMARY.
002730*----------------------------------------------------------------
002740 1000-INITIALIZE.
002750     DISPLAY 'ENTER CALENDAR YEAR TO SUMMARIZE (YYYY): '.
002760     ACCEPT WS-SUMMARY-YEAR.
002770     IF WS-SUMMARY-YEAR NOT NUMERIC
002780         OR WS-SUMMARY-YEAR < 1900
002790         DISPLAY 'SUMMARY YEAR MISSING OR INVALID - RUN '
002800             'ABANDONED'
002810         MOVE 16 TO RETURN-CODE
002820         SET WS-RUN-UNUSABLE TO TRUE
002830     ELSE
002840         COMPUTE WS-YEAR-START = WS-SUMMARY-YEAR * 10000 + 101
002850         COMPUTE WS-YEAR-END = WS-SUMMARY-YEAR * 10000 + 1231
002860         OPEN INPUT CUSTOMER-MASTER-FILE
002870         IF WS-CUSTMAST-STATUS = '35'
002880             DISPLAY 'CUSTOMER MASTER DOES NOT EXIST - RUN '
002890                 'ABANDONED'
002900             MOVE 16 TO RETURN-CODE
002910             SET WS-RUN-UNUSABLE TO TRUE
002920         ELSE
002930             OPEN OUTPUT YEAR-REPORT-FILE
002940             OPEN OUTPUT YEAR-SUMMARY-FILE
002950             MOVE WS-SUMMARY-YEAR TO YL-SUMMARY-YEAR
002960             WRITE YEARRPT-LINE FROM WS-HEADING-LINE
002970             WRITE YEARRPT-LINE FROM WS-YEAR-LINE
002980             WRITE YEARRPT-LINE FROM SPACES
002990         END-IF
003000     END-IF.
003010*----------------------------------------------------------------
003020* 1500-RELEASE-HISTORY
003030* SORT INPUT PROCEDURE - EVERY ARCHIVED AND LIVE HISTORY RECORD
003040* STAMPED ON OR BEFORE 31 DECEMBER OF THE SUMMARY YEAR, TAGGED
003050* WITH THE ID IT ROLLS UP TO.  THE EARLIER YEARS ARE NEEDED FOR
003060* THE OPENING BALANCE.  THE ARCHIVE IS READ INTO THE CUSTHIST
003070* RECORD AREA, SO THE LIVE FILE IS OPENED FIRST AND BOTH ARE
003080* RELEASED THROUGH THE ONE PARAGRAPH.  A MISSING FILE ('35')
003090* SIMPLY RELEASES NOTHING.
003100*----------------------------------------------------------------
003110 1500-RELEASE-HISTORY.
003120     OPEN INPUT CUSTOMER-HISTORY-FILE.
003130     OPEN INPUT HISTORY-ARCHIVE-FILE.
003140     IF WS-CUSTHARC-STATUS = '35'
003150         SET WS-END-OF-ARCHIVE TO TRUE
003160     ELSE
003170         PERFORM 1510-READ-ARCHIVE
003180     END-IF.
003190     PERFORM 1520-RELEASE-ARCHIVE-RECORD UNTIL WS-END-OF-ARCHIVE.
003200     IF WS-CUSTHIST-STATUS = '35'
003210         SET WS-END-OF-HISTORY TO TRUE
003220     ELSE
003230         PERFORM 1530-READ-HISTORY
003240     END-IF.
003250     PERFORM 1540-RELEASE-HISTORY-RECORD UNTIL WS-END-OF-HISTORY.
003260     IF WS-CUSTHARC-STATUS NOT = '35'
003270         CLOSE HISTORY-ARCHIVE-FILE
003280     END-IF.
003290     IF WS-CUSTHIST-STATUS NOT = '35'
003300         CLOSE CUSTOMER-HISTORY-FILE
003310     END-IF.
003320*----------------------------------------------------------------
003330* 1510-READ-ARCHIVE
003340*----------------------------------------------------------------
003350 1510-READ-ARCHIVE.
003360     READ HISTORY-ARCHIVE-FILE INTO CUSTHIST-RECORD
003370         AT END
003380             SET WS-END-OF-ARCHIVE TO TRUE
003390     END-READ.
003400*----------------------------------------------------------------
003410* 1520-RELEASE-ARCHIVE-RECORD
003420*----------------------------------------------------------------
003430 1520-RELEASE-ARCHIVE-RECORD.
003440     ADD 1 TO WS-ARCHIVE-READ-COUNT.
003450     PERFORM 1550-RELEASE-ONE-RECORD.
003460     PERFORM 1510-READ-ARCHIVE.
003470*----------------------------------------------------------------
003480* 1530-READ-HISTORY
003490*----------------------------------------------------------------
003500 1530-READ-HISTORY.
003510     READ CUSTOMER-HISTORY-FILE
003520         AT END
003530             SET WS-END-OF-HISTORY TO TRUE
003540     END-READ.
003550*----------------------------------------------------------------
003560* 1540-RELEASE-HISTORY-RECORD
003570*----------------------------------------------------------------
003580 1540-RELEASE-HISTORY-RECORD.
003590     ADD 1 TO WS-HISTORY-READ-COUNT.
003600     PERFORM 1550-RELEASE-ONE-RECORD.
003610     PERFORM 1530-READ-HISTORY.
003620*----------------------------------------------------------------
003630* 1550-RELEASE-ONE-RECORD
003640* LATER-DATED RECORDS BELONG TO A YEAR NOT YET CLOSED AND ARE
003650* LEFT OUT.
003660*----------------------------------------------------------------
003670 1550-RELEASE-ONE-RECORD.
003680     IF CH-CHANGE-DATE IS NUMERIC
003690         AND CH-CHANGE-DATE NOT > WS-YEAR-END
003700         PERFORM 1600-FIND-SURVIVOR
003710         MOVE WS-ROLLUP-ID TO SY-ROLLUP-ID
003720         MOVE CH-CUSTUMER-ID TO SY-CUSTUMER-ID
003730         MOVE CH-CHANGE-DATE TO SY-CHANGE-DATE
003740         MOVE CH-CHANGE-TIME TO SY-CHANGE-TIME
003743         ADD 1 TO WS-READ-SEQUENCE
003746         MOVE WS-READ-SEQUENCE TO SY-SEQUENCE
003750         MOVE CH-BEFORE-BALANCE TO SY-BEFORE-BALANCE
003760         MOVE CH-AFTER-BALANCE TO SY-AFTER-BALANCE
003770         MOVE CH-TRANS-TYPE TO SY-TRANS-TYPE
003780         RELEASE YEAR-SORT-RECORD
003790         ADD 1 TO WS-RELEASED-COUNT
003800     END-IF.
003810*----------------------------------------------------------------
003820* 1600-FIND-SURVIVOR
003830* SETS WS-ROLLUP-ID TO THE ACCOUNT THIS RECORD'S CUSTOMER WAS
003840* FINALLY MERGED INTO - ITSELF WHEN IT WAS NEVER MERGED OR IS NO
003850* LONGER ON THE MASTER.
003860*----------------------------------------------------------------
003870 1600-FIND-SURVIVOR.
003880     IF NOT WS-LOOKUP-HELD
003890         OR CH-CUSTUMER-ID NOT = WS-LAST-LOOKUP-ID
003900         MOVE CH-CUSTUMER-ID TO WS-LAST-LOOKUP-ID
003910         MOVE CH-CUSTUMER-ID TO WS-ROLLUP-ID
003920         SET WS-LOOKUP-HELD TO TRUE
003930         MOVE ZERO TO WS-MERGE-HOPS
003940         SET WS-POINTER-FOLLOWING TO TRUE
003950         PERFORM 1610-FOLLOW-MERGED-TO UNTIL WS-POINTER-DONE
003960     END-IF.
003970*----------------------------------------------------------------
003980* 1610-FOLLOW-MERGED-TO
003990*----------------------------------------------------------------
004000 1610-FOLLOW-MERGED-TO.
004010     MOVE WS-ROLLUP-ID TO CUSTUMER-ID.
004020     READ CUSTOMER-MASTER-FILE
004030         INVALID KEY
004040             SET WS-POINTER-DONE TO TRUE
004050         NOT INVALID KEY
004060             IF CUSTOMER-NOT-MERGED
004070                 OR WS-MERGE-HOPS NOT < WS-MAX-MERGE-HOPS
004080                 SET WS-POINTER-DONE TO TRUE
004090             ELSE
004100                 MOVE CUSTOMER-MERGED-TO TO WS-ROLLUP-ID
004110                 ADD 1 TO WS-MERGE-HOPS
004120             END-IF
004130     END-READ.
004140*----------------------------------------------------------------
004150* 2000-SUMMARIZE-CUSTOMERS
004160* SORT OUTPUT PROCEDURE - THE HISTORY ARRIVES GROUPED BY SURVIVOR,
004170* THEN BY ORIGINAL ACCOUNT, OLDEST FIRST.
004180*----------------------------------------------------------------
004190 2000-SUMMARIZE-CUSTOMERS.
004200     PERFORM 2100-RETURN-HISTORY.
004210     PERFORM 2200-SUMMARIZE-ONE-ROLLUP
004220         UNTIL WS-END-OF-SORTED-HISTORY.
004230*----------------------------------------------------------------
004240* 2100-RETURN-HISTORY
004250*----------------------------------------------------------------
004260 2100-RETURN-HISTORY.
004270     RETURN YEAR-SORT-FILE
004280         AT END
004290             SET WS-END-OF-SORTED-HISTORY TO TRUE
004300     END-RETURN.
004310*----------------------------------------------------------------
004320* 2200-SUMMARIZE-ONE-ROLLUP
004330* ONE SURVIVING CUSTOMER AND EVERY ACCOUNT MERGED INTO IT.  A
004340* CUSTOMER WITH NO ACTIVITY IN THE YEAR AND NOTHING OWED AT
004350* EITHER END OF IT IS LEFT OFF THE SUMMARY.
004360*----------------------------------------------------------------
004370 2200-SUMMARIZE-ONE-ROLLUP.
004380     MOVE SY-ROLLUP-ID TO WS-CURRENT-ROLLUP-ID.
004390     MOVE ZERO TO WS-ROLLUP-OPENING.
004400     MOVE ZERO TO WS-ROLLUP-CLOSING.
004410     MOVE ZERO TO WS-ROLLUP-MERGED-COUNT.
004420     SET WS-ROLLUP-QUIET TO TRUE.
004430     SET WS-ROLLUP-FOOTS TO TRUE.
004440     PERFORM 2210-CLEAR-ONE-TYPE-TOTAL
004450         VARYING WS-TYPE-BRACKET FROM 1 BY 1
004460         UNTIL WS-TYPE-BRACKET > 9.
004470     PERFORM 2300-SUMMARIZE-ONE-ACCOUNT
004480         UNTIL WS-END-OF-SORTED-HISTORY
004490             OR SY-ROLLUP-ID NOT = WS-CURRENT-ROLLUP-ID.
004500     IF WS-ROLLUP-ACTIVE
004510         OR WS-ROLLUP-OPENING NOT = ZERO
004520         OR WS-ROLLUP-CLOSING NOT = ZERO
004530         PERFORM 2500-PRINT-CUSTOMER-SUMMARY
004540         PERFORM 2600-WRITE-SUMMARY-RECORD
004550         PERFORM 2700-ADD-TO-GRAND-TOTALS
004560     END-IF.
004570*----------------------------------------------------------------
004580* 2210-CLEAR-ONE-TYPE-TOTAL
004590*----------------------------------------------------------------
004600 2210-CLEAR-ONE-TYPE-TOTAL.
004610     MOVE ZERO TO WS-ROLLUP-TYPE-TOTAL(WS-TYPE-BRACKET).
004620*----------------------------------------------------------------
004630* 2300-SUMMARIZE-ONE-ACCOUNT
004640* ONE ORIGINAL ACCOUNT'S RECORDS.  AN ACCOUNT WITH NOTHING IN THE
004650* YEAR CLOSES WHERE IT OPENED.  OPENING PLUS THE YEAR'S NET
004660* CHANGES MUST COME TO THE CLOSING BALANCE - WHEN IT DOES NOT,
004670* A BEFORE BALANCE SOMEWHERE IN THE YEAR DID NOT PICK UP FROM
004680* THE AFTER BALANCE AHEAD OF IT.
004690*----------------------------------------------------------------
004700 2300-SUMMARIZE-ONE-ACCOUNT.
004710     MOVE SY-CUSTUMER-ID TO WS-ACCOUNT-ID.
004720     MOVE ZERO TO WS-ACCOUNT-OPENING.
004730     MOVE ZERO TO WS-ACCOUNT-CLOSING.
004740     MOVE ZERO TO WS-ACCOUNT-NET.
004750     SET WS-OPENING-NOT-SEEN TO TRUE.
004760     SET WS-NO-ACTIVITY-IN-YEAR TO TRUE.
004770     PERFORM 2400-APPLY-ONE-RECORD
004780         UNTIL WS-END-OF-SORTED-HISTORY
004790             OR SY-ROLLUP-ID NOT = WS-CURRENT-ROLLUP-ID
004800             OR SY-CUSTUMER-ID NOT = WS-ACCOUNT-ID.
004810     IF WS-NO-ACTIVITY-IN-YEAR
004820         MOVE WS-ACCOUNT-OPENING TO WS-ACCOUNT-CLOSING
004830     ELSE
004840         SET WS-ROLLUP-ACTIVE TO TRUE
004850     END-IF.
004860     IF WS-ACCOUNT-OPENING + WS-ACCOUNT-NET
004870         NOT = WS-ACCOUNT-CLOSING
004880         SET WS-ROLLUP-DOES-NOT-FOOT TO TRUE
004890     END-IF.
004900     ADD WS-ACCOUNT-OPENING TO WS-ROLLUP-OPENING.
004910     ADD WS-ACCOUNT-CLOSING TO WS-ROLLUP-CLOSING.
004920     IF WS-ACCOUNT-ID NOT = WS-CURRENT-ROLLUP-ID
004930         ADD 1 TO WS-ROLLUP-MERGED-COUNT
004940         IF WS-ROLLUP-MERGED-COUNT NOT > WS-MAX-MERGED-LISTED
004950             MOVE WS-ACCOUNT-ID
004960                 TO WS-MERGED-LIST-ID(WS-ROLLUP-MERGED-COUNT)
004970         END-IF
004980     END-IF.
004990*----------------------------------------------------------------
005000* 2400-APPLY-ONE-RECORD
005010* A RECORD BEFORE THE YEAR ONLY MOVES THE OPENING BALANCE ON.  A
005020* RECORD IN THE YEAR FOLDS ITS NET CHANGE INTO ITS TYPE BRACKET
005030* THE WAY CUSTEXTR'S 2500 DOES; THE ZERO-NET CARRY-FORWARD AND
005040* ADDRESS-STATUS RECORDS ADD NOTHING BUT STILL CARRY THE BALANCE.
005050*----------------------------------------------------------------
005060 2400-APPLY-ONE-RECORD.
005070     IF SY-CHANGE-DATE < WS-YEAR-START
005080         MOVE SY-AFTER-BALANCE TO WS-ACCOUNT-OPENING
005090         SET WS-OPENING-SEEN TO TRUE
005100     ELSE
005110         IF WS-OPENING-NOT-SEEN AND WS-NO-ACTIVITY-IN-YEAR
005120             MOVE SY-BEFORE-BALANCE TO WS-ACCOUNT-OPENING
005130         END-IF
005140         SET WS-ACTIVITY-IN-YEAR TO TRUE
005150         MOVE SY-AFTER-BALANCE TO WS-ACCOUNT-CLOSING
005160         EVALUATE SY-TRANS-TYPE
005170             WHEN 'P' SET WS-TYPE-PAYMENT TO TRUE
005180             WHEN 'C' SET WS-TYPE-CHARGE TO TRUE
005190             WHEN 'F' SET WS-TYPE-FEE TO TRUE
005200             WHEN 'A' SET WS-TYPE-ADJUSTMENT TO TRUE
005210             WHEN 'R' SET WS-TYPE-REVERSAL TO TRUE
005220             WHEN 'W' SET WS-TYPE-WRITEOFF TO TRUE
005230             WHEN 'Y' SET WS-TYPE-RECOVERY TO TRUE
005235             WHEN 'E' SET WS-TYPE-ESCHEAT TO TRUE
005240             WHEN OTHER SET WS-TYPE-OTHER TO TRUE
005250         END-EVALUATE
005260         COMPUTE WS-ROLLUP-TYPE-TOTAL(WS-TYPE-BRACKET) =
005270             WS-ROLLUP-TYPE-TOTAL(WS-TYPE-BRACKET) +
005280             SY-AFTER-BALANCE - SY-BEFORE-BALANCE
005290         COMPUTE WS-ACCOUNT-NET = WS-ACCOUNT-NET +
005300             SY-AFTER-BALANCE - SY-BEFORE-BALANCE
005310     END-IF.
005320     PERFORM 2100-RETURN-HISTORY.
005330*----------------------------------------------------------------
005340* 2500-PRINT-CUSTOMER-SUMMARY
005350* THE NAME AND STATUS COME FROM THE SURVIVOR'S MASTER RECORD; AN
005360* ACCOUNT SINCE ARCHIVED OFF THE MASTER PRINTS WITHOUT THEM.
005370*----------------------------------------------------------------
005380 2500-PRINT-CUSTOMER-SUMMARY.
005390     MOVE WS-CURRENT-ROLLUP-ID TO CUSTUMER-ID.
005400     READ CUSTOMER-MASTER-FILE
005410         INVALID KEY
005420             MOVE '(NOT ON MASTER)' TO CUSTUMER-NAME
005430             MOVE SPACE TO CUSTOMER-STATUS
005440     END-READ.
005450     MOVE WS-CURRENT-ROLLUP-ID TO CL-CUSTUMER-ID.
005460     MOVE CUSTUMER-NAME TO CL-CUSTUMER-NAME.
005470     MOVE CUSTOMER-STATUS TO CL-CUSTOMER-STATUS.
005480     WRITE YEARRPT-LINE FROM WS-CUSTOMER-LINE.
005490     PERFORM 2510-PRINT-ONE-MERGED-ACCOUNT
005500         VARYING I FROM 1 BY 1
005510         UNTIL I > WS-ROLLUP-MERGED-COUNT
005520             OR I > WS-MAX-MERGED-LISTED.
005530     IF WS-ROLLUP-MERGED-COUNT > WS-MAX-MERGED-LISTED
005540         COMPUTE MM-MORE-COUNT =
005550             WS-ROLLUP-MERGED-COUNT - WS-MAX-MERGED-LISTED
005560         WRITE YEARRPT-LINE FROM WS-MERGED-MORE-LINE
005570     END-IF.
005580     MOVE 'OPENING BALANCE' TO AL-AMOUNT-NAME.
005590     MOVE WS-ROLLUP-OPENING TO AL-AMOUNT.
005600     WRITE YEARRPT-LINE FROM WS-AMOUNT-LINE.
005610     PERFORM 2520-PRINT-ONE-TYPE-TOTAL
005620         VARYING WS-TYPE-BRACKET FROM 1 BY 1
005630         UNTIL WS-TYPE-BRACKET > 9.
005640     MOVE 'CLOSING BALANCE' TO AL-AMOUNT-NAME.
005650     MOVE WS-ROLLUP-CLOSING TO AL-AMOUNT.
005660     WRITE YEARRPT-LINE FROM WS-AMOUNT-LINE.
005670     IF WS-ROLLUP-DOES-NOT-FOOT
005680         WRITE YEARRPT-LINE FROM WS-NOT-FOOTING-LINE
005690     END-IF.
005700     WRITE YEARRPT-LINE FROM SPACES.
005710*----------------------------------------------------------------
005720* 2510-PRINT-ONE-MERGED-ACCOUNT
005730*----------------------------------------------------------------
005740 2510-PRINT-ONE-MERGED-ACCOUNT.
005750     MOVE WS-MERGED-LIST-ID(I) TO ML-MERGED-ID.
005760     WRITE YEARRPT-LINE FROM WS-MERGED-LINE.
005770*----------------------------------------------------------------
005780* 2520-PRINT-ONE-TYPE-TOTAL
005790*----------------------------------------------------------------
005800 2520-PRINT-ONE-TYPE-TOTAL.
005810     MOVE WS-TYPE-NAME(WS-TYPE-BRACKET) TO AL-AMOUNT-NAME.
005820     MOVE WS-ROLLUP-TYPE-TOTAL(WS-TYPE-BRACKET) TO AL-AMOUNT.
005830     WRITE YEARRPT-LINE FROM WS-AMOUNT-LINE.
005840*----------------------------------------------------------------
005850* 2600-WRITE-SUMMARY-RECORD
005860* CUSTUMER-NAME IS STILL THE ONE 2500 JUST LOOKED UP.
005870*----------------------------------------------------------------
005880 2600-WRITE-SUMMARY-RECORD.
005890     MOVE WS-SUMMARY-YEAR TO YS-SUMMARY-YEAR.
005900     MOVE WS-CURRENT-ROLLUP-ID TO YS-CUSTUMER-ID.
005910     MOVE CUSTUMER-NAME TO YS-CUSTUMER-NAME.
005920     MOVE WS-ROLLUP-OPENING TO YS-OPENING-BALANCE.
005930     MOVE WS-ROLLUP-TYPE-TOTAL(1) TO YS-PAYMENTS.
005940     MOVE WS-ROLLUP-TYPE-TOTAL(2) TO YS-CHARGES.
005950     MOVE WS-ROLLUP-TYPE-TOTAL(3) TO YS-FEES.
005960     MOVE WS-ROLLUP-TYPE-TOTAL(4) TO YS-ADJUSTMENTS.
005970     MOVE WS-ROLLUP-TYPE-TOTAL(5) TO YS-REVERSALS.
005980     MOVE WS-ROLLUP-TYPE-TOTAL(6) TO YS-WRITEOFFS.
005990     MOVE WS-ROLLUP-TYPE-TOTAL(7) TO YS-RECOVERIES.
005995     MOVE WS-ROLLUP-TYPE-TOTAL(8) TO YS-UNCLAIMED.
006000     MOVE WS-ROLLUP-TYPE-TOTAL(9) TO YS-OTHER.
006010     MOVE WS-ROLLUP-CLOSING TO YS-CLOSING-BALANCE.
006020     MOVE WS-ROLLUP-MERGED-COUNT TO YS-MERGED-COUNT.
006030     IF WS-ROLLUP-FOOTS
006040         SET YS-ACTIVITY-FOOTS TO TRUE
006050     ELSE
006060         SET YS-ACTIVITY-DOES-NOT-FOOT TO TRUE
006070     END-IF.
006080     WRITE YEARSUM-LINE FROM CUSTYRSM-RECORD.
006090*----------------------------------------------------------------
006100* 2700-ADD-TO-GRAND-TOTALS
006110*----------------------------------------------------------------
006120 2700-ADD-TO-GRAND-TOTALS.
006130     ADD 1 TO WS-CUSTOMER-COUNT.
006140     ADD WS-ROLLUP-MERGED-COUNT TO WS-MERGED-ROLLED-COUNT.
006150     IF WS-ROLLUP-DOES-NOT-FOOT
006160         ADD 1 TO WS-NOT-FOOTING-COUNT
006170     END-IF.
006180     ADD WS-ROLLUP-OPENING TO WS-GRAND-OPENING.
006190     ADD WS-ROLLUP-CLOSING TO WS-GRAND-CLOSING.
006200     PERFORM 2710-ADD-ONE-TYPE-TOTAL
006210         VARYING WS-TYPE-BRACKET FROM 1 BY 1
006220         UNTIL WS-TYPE-BRACKET > 9.
006230*----------------------------------------------------------------
006240* 2710-ADD-ONE-TYPE-TOTAL
006250*----------------------------------------------------------------
006260 2710-ADD-ONE-TYPE-TOTAL.
006270     ADD WS-ROLLUP-TYPE-TOTAL(WS-TYPE-BRACKET)
006280         TO WS-GRAND-TYPE-TOTAL(WS-TYPE-BRACKET).
006290*----------------------------------------------------------------
006300* 3000-PRINT-TOTALS
006310*----------------------------------------------------------------
006320 3000-PRINT-TOTALS.
006330     WRITE YEARRPT-LINE FROM WS-TOTAL-HEADING-LINE.
006340     MOVE 'OPENING BALANCE' TO GA-AMOUNT-NAME.
006350     MOVE WS-GRAND-OPENING TO GA-AMOUNT.
006360     WRITE YEARRPT-LINE FROM WS-GRAND-AMOUNT-LINE.
006370     PERFORM 3100-PRINT-ONE-GRAND-TOTAL
006380         VARYING WS-TYPE-BRACKET FROM 1 BY 1
006390         UNTIL WS-TYPE-BRACKET > 9.
006400     MOVE 'CLOSING BALANCE' TO GA-AMOUNT-NAME.
006410     MOVE WS-GRAND-CLOSING TO GA-AMOUNT.
006420     WRITE YEARRPT-LINE FROM WS-GRAND-AMOUNT-LINE.
006430     WRITE YEARRPT-LINE FROM SPACES.
006440     MOVE 'CUSTOMERS SUMMARIZED:' TO CT-COUNT-NAME.
006450     MOVE WS-CUSTOMER-COUNT TO CT-COUNT.
006460     WRITE YEARRPT-LINE FROM WS-COUNT-LINE.
006470     MOVE 'MERGED ACCOUNTS ROLLED IN:' TO CT-COUNT-NAME.
006480     MOVE WS-MERGED-ROLLED-COUNT TO CT-COUNT.
006490     WRITE YEARRPT-LINE FROM WS-COUNT-LINE.
006500     MOVE 'CUSTOMERS NOT FOOTING:' TO CT-COUNT-NAME.
006510     MOVE WS-NOT-FOOTING-COUNT TO CT-COUNT.
006520     WRITE YEARRPT-LINE FROM WS-COUNT-LINE.
006530     DISPLAY 'ARCHIVED HISTORY RECORDS READ: '
006540         WS-ARCHIVE-READ-COUNT.
006550     DISPLAY 'LIVE HISTORY RECORDS READ    : '
006560         WS-HISTORY-READ-COUNT.
006570     DISPLAY 'RECORDS SORTED               : ' WS-RELEASED-COUNT.
006580     DISPLAY 'CUSTOMERS SUMMARIZED         : ' WS-CUSTOMER-COUNT.
006590     DISPLAY 'CUSTOMERS NOT FOOTING        : '
006600         WS-NOT-FOOTING-COUNT.
006610*----------------------------------------------------------------
006620* 3100-PRINT-ONE-GRAND-TOTAL
006630*----------------------------------------------------------------
006640 3100-PRINT-ONE-GRAND-TOTAL.
006650     MOVE WS-TYPE-NAME(WS-TYPE-BRACKET) TO GA-AMOUNT-NAME.
006660     MOVE WS-GRAND-TYPE-TOTAL(WS-TYPE-BRACKET) TO GA-AMOUNT.
006670     WRITE YEARRPT-LINE FROM WS-GRAND-AMOUNT-LINE.
006680*----------------------------------------------------------------
006690* 9000-TERMINATE
006700*----------------------------------------------------------------
006710 9000-TERMINATE.
006720     CLOSE CUSTOMER-MASTER-FILE.
006730     CLOSE YEAR-REPORT-FILE.
006740     CLOSE YEAR-SUMMARY-FILE.
006750 END PROGRAM CUSTYEND.
