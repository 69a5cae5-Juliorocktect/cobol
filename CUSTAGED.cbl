000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTAGED.
000030 AUTHOR. JULIO.
000040 INSTALLATION. CUSTOMER-ACCOUNTING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  JR   ORIGINAL - DELINQUENCY AND BALANCE ANALYSIS BY
000110*                  CUSTOMER AGE BRACKET.  THE AGESIN EXTRACT GIVES
000120*                  EACH CUSTOMER'S BRACKET (THE SAME FOUR CUSTXREF
000130*                  USES), THE MASTER ITS STATUS AND BALANCE, AND
000140*                  CUSTHIST PLUS THE CUSTHARC ARCHIVE ITS
000150*                  PAYMENTS OVER THE LAST 90 DAYS.  FOR EACH
000160*                  BRACKET THE REPORT SHOWS THE CUSTOMER COUNT,
000170*                  TOTAL BALANCE, PERCENTAGE ON HOLD, PERCENTAGE
000180*                  WITH NO PAYMENT IN 30, 60 AND 90 DAYS, AND THE
000190*                  AVERAGE PAYMENT SIZE.  A TREND SECTION SETS
000200*                  THE COUNT, BALANCE AND HOLD PERCENTAGE AGAINST
000210*                  THE PRIOR MONTH'S CUSTSNAP SNAPSHOT - THE
000220*                  NEWEST ONE DATED BEFORE THE FIRST OF THIS
000230*                  MONTH.  CLOSED AND MERGED-AWAY ACCOUNTS ARE
000240*                  LEFT OUT OF BOTH.  A PAYMENT THE BANK SENT
000243*                  BACK (A CUSTNSF OR CUSTAPRT REVERSAL OF THE
000246*                  SAME AMOUNT) IS NOT COUNTED.  READ-ONLY.
000250*----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. IBM-370.
000290 OBJECT-COMPUTER. IBM-370.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT AGES-FILE ASSIGN TO AGESIN
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-AGESIN-STATUS.
000350     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS CUSTUMER-ID
000390         FILE STATUS IS WS-CUSTMAST-STATUS.
000400     SELECT CUSTOMER-HISTORY-FILE ASSIGN TO CUSTHIST
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-CUSTHIST-STATUS.
000430     SELECT HISTORY-ARCHIVE-FILE ASSIGN TO CUSTHARC
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-CUSTHARC-STATUS.
000460     SELECT SNAPSHOT-FILE ASSIGN TO CUSTSNAP
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-CUSTSNAP-STATUS.
000490     SELECT AGED-SORT-FILE ASSIGN TO SORTWK01.
000500     SELECT AGED-REPORT ASSIGN TO AGEDRPT
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-AGEDRPT-STATUS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  AGES-FILE
000560     LABEL RECORDS ARE STANDARD.
000570     COPY AGESIN.
000580 FD  CUSTOMER-MASTER-FILE
000590     LABEL RECORDS ARE STANDARD.
000600     COPY CUSTREC.
000610 FD  CUSTOMER-HISTORY-FILE
000620     LABEL RECORDS ARE STANDARD.
000630     COPY CUSTHIST.
000640 FD  HISTORY-ARCHIVE-FILE
000650     LABEL RECORDS ARE STANDARD
000660     RECORDING MODE IS F.
000670 01  HARC-LINE PIC X(100).
000680 FD  SNAPSHOT-FILE
000690     LABEL RECORDS ARE STANDARD.
000700     COPY CUSTSNPR.
000710*----------------------------------------------------------------
000720* ONE SORT RECORD PER AGE RECORD ('A'), PER RETURNED-PAYMENT
000727* REVERSAL ('N') AND PAYMENT ('P') IN THE LAST 90 DAYS AND PER
000734* PRIOR-MONTH SNAPSHOT ('S'), SO EACH CUSTOMER'S AGE COMES OFF
000741* THE SORT FIRST, THEN ITS REVERSALS, THEN ITS PAYMENTS NEWEST
000750* FIRST, THEN ITS SNAPSHOT.
000760*----------------------------------------------------------------
000770 SD  AGED-SORT-FILE.
000780 01  AGED-SORT-RECORD.
000790     05 SR-CUSTUMER-ID PIC 9(06).
000800     05 SR-SOURCE PIC X(01).
000810         88 SR-AGE-RECORD VALUE 'A'.
000815         88 SR-RETURN-RECORD VALUE 'N'.
000820         88 SR-PAYMENT-RECORD VALUE 'P'.
000830         88 SR-SNAPSHOT-RECORD VALUE 'S'.
000840     05 SR-AGE PIC 9(03).
000850     05 SR-DATE PIC 9(08).
000860     05 SR-AMOUNT PIC S9(09)V99.
000870     05 SR-STATUS PIC X(01).
000880 FD  AGED-REPORT
000890     LABEL RECORDS ARE STANDARD
000900     RECORDING MODE IS F.
000910 01  AGED-LINE PIC X(132).
000920 WORKING-STORAGE SECTION.
000930 01  WS-AGESIN-STATUS PIC X(02) VALUE '00'.
000940 01  WS-CUSTMAST-STATUS PIC X(02) VALUE '00'.
000950     88 WS-CUSTMAST-OK VALUE '00'.
000960 01  WS-CUSTHIST-STATUS PIC X(02) VALUE '00'.
000970 01  WS-CUSTHARC-STATUS PIC X(02) VALUE '00'.
000980 01  WS-CUSTSNAP-STATUS PIC X(02) VALUE '00'.
000990 01  WS-AGEDRPT-STATUS PIC X(02) VALUE '00'.
001000 01  WS-AGES-EOF-SWITCH PIC X(01) VALUE 'N'.
001010     88 WS-END-OF-AGES VALUE 'Y'.
001020 01  WS-HIST-EOF-SWITCH PIC X(01) VALUE 'N'.
001030     88 WS-END-OF-HISTORY VALUE 'Y'.
001040 01  WS-HARC-EOF-SWITCH PIC X(01) VALUE 'N'.
001050     88 WS-END-OF-ARCHIVE VALUE 'Y'.
001060 01  WS-SNAP-EOF-SWITCH PIC X(01) VALUE 'N'.
001070     88 WS-END-OF-SNAPSHOT VALUE 'Y'.
001080 01  WS-SORT-EOF-SWITCH PIC X(01) VALUE 'N'.
001090     88 WS-END-OF-SORTED VALUE 'Y'.
001100 01  WS-RUN-SWITCH PIC X(01) VALUE 'Y'.
001110     88 WS-RUN-USABLE VALUE 'Y'.
001120     88 WS-RUN-UNUSABLE VALUE 'N'.
001130*----------------------------------------------------------------
001140* DATES.  A PAYMENT COUNTS TOWARD A WINDOW WHEN IT IS DATED ON OR
001150* AFTER THAT WINDOW'S CUTOFF.  THE PRIOR SNAPSHOT IS THE NEWEST
001160* ONE DATED BEFORE THE FIRST OF THIS MONTH.
001170*----------------------------------------------------------------
001180 01  WS-TODAY-DATE PIC 9(08) VALUE ZERO.
001190 01  WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
001200     05 WS-TODAY-YYYY PIC 9(04).
001210     05 WS-TODAY-MM PIC 9(02).
001220     05 WS-TODAY-DD PIC 9(02).
001230 01  WS-MONTH-START-DATE PIC 9(08) VALUE ZERO.
001240 01  WS-CUTOFF-30-DATE PIC 9(08) VALUE ZERO.
001250 01  WS-CUTOFF-60-DATE PIC 9(08) VALUE ZERO.
001260 01  WS-CUTOFF-90-DATE PIC 9(08) VALUE ZERO.
001270 01  WS-DAY-NUMBER PIC 9(07) VALUE ZERO.
001280 01  WS-PRIOR-SNAPSHOT-DATE PIC 9(08) VALUE ZERO.
001290     88 WS-NO-PRIOR-SNAPSHOT VALUE ZERO.
001300*----------------------------------------------------------------
001310* ONE CUSTOMER, GATHERED FROM THE SORT.
001320*----------------------------------------------------------------
001330 01  WS-CURRENT-CUSTUMER-ID PIC 9(06) VALUE ZERO.
001340 01  WS-AGE-FOUND-SWITCH PIC X(01) VALUE 'N'.
001350     88 WS-AGE-FOUND VALUE 'Y'.
001360 01  WS-CUSTOMER-AGE PIC 9(03) VALUE ZERO.
001370 01  WS-LAST-PAYMENT-DATE PIC 9(08) VALUE ZERO.
001380 01  WS-CUSTOMER-PAY-COUNT PIC 9(05) COMP VALUE ZERO.
001390 01  WS-CUSTOMER-PAY-AMOUNT PIC S9(11)V99 VALUE ZERO.
001391*----------------------------------------------------------------
001392* THE CUSTOMER'S REVERSALS NOT YET MATCHED.  THE NEWEST PAYMENT OF
001393* THE SAME AMOUNT DATED NO LATER THAN AN UNMATCHED REVERSAL IS THE
001394* ONE THE BANK SENT BACK - THE SAME AMOUNT MATCH CUSTNSF MAKES.
001395* A REVERSAL BEYOND THE TABLE IS PASSED OVER.
001396*----------------------------------------------------------------
001397 01  WS-MAX-RETURNS PIC 9(04) COMP VALUE 50.
001398 01  WS-RETURN-COUNT PIC 9(04) COMP VALUE ZERO.
001399 01  WS-RETURN-INDEX PIC 9(04) COMP VALUE ZERO.
001400 01  WS-RETURN-TABLE.
001401     05 WS-RETURN-ENTRY OCCURS 50 TIMES.
001402         10 RT-AMOUNT PIC S9(09)V99.
001403         10 RT-DATE PIC 9(08).
001404         10 RT-MATCHED-SWITCH PIC X(01).
001405             88 RT-MATCHED VALUE 'Y'.
001406             88 RT-UNMATCHED VALUE 'N'.
001407 01  WS-PAYMENT-MATCH-SWITCH PIC X(01) VALUE 'N'.
001408     88 WS-PAYMENT-RETURNED VALUE 'Y'.
001409     88 WS-PAYMENT-STANDS VALUE 'N'.
001410 01  WS-SNAPSHOT-FOUND-SWITCH PIC X(01) VALUE 'N'.
001411     88 WS-SNAPSHOT-FOUND VALUE 'Y'.
001420 01  WS-SNAPSHOT-STATUS PIC X(01) VALUE SPACE.
001430 01  WS-SNAPSHOT-BALANCE PIC S9(09)V99 VALUE ZERO.
001440 01  WS-BRACKET PIC 9(01) VALUE ZERO.
001450     88 WS-BRACKET-UNDER-30 VALUE 1.
001460     88 WS-BRACKET-30-TO-49 VALUE 2.
001470     88 WS-BRACKET-50-TO-64 VALUE 3.
001480     88 WS-BRACKET-65-AND-OVER VALUE 4.
001490 01  WS-ROW PIC 9(01) VALUE ZERO.
001500 01  WS-BRACKET-NAME-HOLD PIC X(11) VALUE SPACES.
001510 01  WS-ALL-AGES-ROW PIC 9(01) VALUE 5.
001520*----------------------------------------------------------------
001530* ONE ROW PER BRACKET AND A FIFTH FOR ALL AGES TOGETHER.
001540*----------------------------------------------------------------
001550 01  WS-BRACKET-TABLE.
001560     05 WS-BRACKET-ROW OCCURS 5 TIMES.
001570         10 BR-CUSTOMER-COUNT PIC 9(07) COMP.
001580         10 BR-BALANCE-TOTAL PIC S9(13)V99.
001590         10 BR-HOLD-COUNT PIC 9(07) COMP.
001600         10 BR-NO-PAY-30-COUNT PIC 9(07) COMP.
001610         10 BR-NO-PAY-60-COUNT PIC 9(07) COMP.
001620         10 BR-NO-PAY-90-COUNT PIC 9(07) COMP.
001630         10 BR-PAYMENT-COUNT PIC 9(07) COMP.
001640         10 BR-PAYMENT-TOTAL PIC S9(13)V99.
001650         10 BR-PRIOR-COUNT PIC 9(07) COMP.
001660         10 BR-PRIOR-BALANCE PIC S9(13)V99.
001670         10 BR-PRIOR-HOLD-COUNT PIC 9(07) COMP.
001680 01  WS-COUNTERS.
001690     05 WS-UNMATCHED-COUNT PIC 9(07) COMP VALUE ZERO.
001700     05 WS-EXCLUDED-COUNT PIC 9(07) COMP VALUE ZERO.
001710     05 WS-DUPLICATE-COUNT PIC 9(07) COMP VALUE ZERO.
001720 01  WS-PERCENT PIC S9(03)V9 VALUE ZERO.
001730 01  WS-PRIOR-PERCENT PIC S9(03)V9 VALUE ZERO.
001740 01  WS-PERCENT-CHANGE PIC S9(03)V9 VALUE ZERO.
001750 01  WS-PERCENT-PART PIC 9(07) COMP VALUE ZERO.
001760 01  WS-PERCENT-WHOLE PIC 9(07) COMP VALUE ZERO.
001770 01  WS-AVERAGE-PAYMENT PIC S9(09)V99 VALUE ZERO.
001780*----------------------------------------------------------------
001790* REPORT LINE LAYOUTS
001800*----------------------------------------------------------------
001810 01  WS-HEADING-LINE.
001820     05 FILLER PIC X(20) VALUE SPACES.
001830     05 FILLER PIC X(48)
001840         VALUE 'DELINQUENCY AND BALANCE BY CUSTOMER AGE BRACKET '.
001850     05 FILLER PIC X(06) VALUE 'AS OF '.
001860     05 HL-RUN-DATE PIC 9(08).
001870 01  WS-ANALYSIS-COLUMN-LINE.
001880     05 FILLER PIC X(11) VALUE 'AGE BRACKET'.
001890     05 FILLER PIC X(09) VALUE '    CUSTS'.
001900     05 FILLER PIC X(18) VALUE '           BALANCE'.
001910     05 FILLER PIC X(08) VALUE '   %HOLD'.
001920     05 FILLER PIC X(08) VALUE '  %NP30D'.
001930     05 FILLER PIC X(08) VALUE '  %NP60D'.
001940     05 FILLER PIC X(08) VALUE '  %NP90D'.
001950     05 FILLER PIC X(10) VALUE '  PAYMENTS'.
001960     05 FILLER PIC X(14) VALUE '       AVG PAY'.
001970 01  WS-ANALYSIS-LINE.
001980     05 AL-BRACKET-NAME PIC X(11).
001990     05 FILLER PIC X(02) VALUE SPACES.
002000     05 AL-CUSTOMER-COUNT PIC ZZZ,ZZ9.
002010     05 FILLER PIC X(02) VALUE SPACES.
002020     05 AL-BALANCE-TOTAL PIC -(12)9.99.
002030     05 FILLER PIC X(03) VALUE SPACES.
002040     05 AL-HOLD-PERCENT PIC ZZ9.9.
002050     05 FILLER PIC X(03) VALUE SPACES.
002060     05 AL-NO-PAY-30-PERCENT PIC ZZ9.9.
002070     05 FILLER PIC X(03) VALUE SPACES.
002080     05 AL-NO-PAY-60-PERCENT PIC ZZ9.9.
002090     05 FILLER PIC X(03) VALUE SPACES.
002100     05 AL-NO-PAY-90-PERCENT PIC ZZ9.9.
002110     05 FILLER PIC X(03) VALUE SPACES.
002120     05 AL-PAYMENT-COUNT PIC ZZZ,ZZ9.
002130     05 FILLER PIC X(02) VALUE SPACES.
002140     05 AL-AVERAGE-PAYMENT PIC -(8)9.99.
002150 01  WS-ANALYSIS-LEGEND-LINE.
002160     05 FILLER PIC X(40)
002170         VALUE '%NP30D/60D/90D - NO PAYMENT RECEIVED IN'.
002180     05 FILLER PIC X(40)
002190         VALUE 'THE LAST 30/60/90 DAYS.  PAYMENTS AND'.
002200     05 FILLER PIC X(31)
002210         VALUE 'AVG PAY COVER THE LAST 90 DAYS.'.
002220 01  WS-TREND-HEADING-LINE.
002230     05 FILLER PIC X(34)
002240         VALUE 'TREND AGAINST THE PRIOR MONTH-END'.
002250     05 FILLER PIC X(12) VALUE 'SNAPSHOT OF '.
002260     05 TH-PRIOR-DATE PIC 9(08).
002270 01  WS-NO-PRIOR-LINE.
002280     05 FILLER PIC X(38)
002290         VALUE 'NO PRIOR MONTH-END SNAPSHOT ON FILE -'.
002300     05 FILLER PIC X(20) VALUE 'TREND NOT SHOWN.'.
002310 01  WS-TREND-COLUMN-LINE.
002320     05 FILLER PIC X(11) VALUE 'AGE BRACKET'.
002330     05 FILLER PIC X(09) VALUE '    PRIOR'.
002340     05 FILLER PIC X(09) VALUE '  CURRENT'.
002350     05 FILLER PIC X(09) VALUE '   CHANGE'.
002360     05 FILLER PIC X(18) VALUE '     PRIOR BALANCE'.
002370     05 FILLER PIC X(18) VALUE '   CURRENT BALANCE'.
002380     05 FILLER PIC X(18) VALUE '    BALANCE CHANGE'.
002390     05 FILLER PIC X(08) VALUE '  PR%HLD'.
002400     05 FILLER PIC X(08) VALUE '  CU%HLD'.
002410     05 FILLER PIC X(09) VALUE '  HLD CHG'.
002420 01  WS-TREND-LINE.
002430     05 TL-BRACKET-NAME PIC X(11).
002440     05 FILLER PIC X(02) VALUE SPACES.
002450     05 TL-PRIOR-COUNT PIC ZZZ,ZZ9.
002460     05 FILLER PIC X(02) VALUE SPACES.
002470     05 TL-CURRENT-COUNT PIC ZZZ,ZZ9.
002480     05 FILLER PIC X(02) VALUE SPACES.
002490     05 TL-COUNT-CHANGE PIC -(6)9.
002500     05 FILLER PIC X(02) VALUE SPACES.
002510     05 TL-PRIOR-BALANCE PIC -(12)9.99.
002520     05 FILLER PIC X(02) VALUE SPACES.
002530     05 TL-CURRENT-BALANCE PIC -(12)9.99.
002540     05 FILLER PIC X(02) VALUE SPACES.
002550     05 TL-BALANCE-CHANGE PIC -(12)9.99.
002560     05 FILLER PIC X(03) VALUE SPACES.
002570     05 TL-PRIOR-HOLD-PERCENT PIC ZZ9.9.
002580     05 FILLER PIC X(03) VALUE SPACES.
002590     05 TL-CURRENT-HOLD-PERCENT PIC ZZ9.9.
002600     05 FILLER PIC X(03) VALUE SPACES.
002610     05 TL-HOLD-PERCENT-CHANGE PIC -(3)9.9.
002620 01  WS-UNMATCHED-LINE.
002630     05 FILLER PIC X(36)
002640         VALUE 'AGESIN RECORDS NOT ON THE MASTER:'.
002650     05 UL-UNMATCHED-COUNT PIC ZZZ,ZZ9.
002660 01  WS-EXCLUDED-LINE.
002670     05 FILLER PIC X(36)
002680         VALUE 'CLOSED OR MERGED - NOT ANALYSED:'.
002690     05 EL-EXCLUDED-COUNT PIC ZZZ,ZZ9.
002700 01  WS-DUPLICATE-LINE.
002710     05 FILLER PIC X(36)
002720         VALUE 'REPEATED AGESIN RECORDS IGNORED:'.
002730     05 DL-DUPLICATE-COUNT PIC ZZZ,ZZ9.
002740 PROCEDURE DIVISION.
002750*----------------------------------------------------------------
002760* 0000-MAINLINE
002770*----------------------------------------------------------------
002780 0000-MAINLINE.
002790     PERFORM 1000-INITIALIZE.
002800     IF WS-RUN-USABLE
002810         PERFORM 1200-FIND-PRIOR-SNAPSHOT
002820         SORT AGED-SORT-FILE
002830             ON ASCENDING KEY SR-CUSTUMER-ID SR-SOURCE
002835             ON DESCENDING KEY SR-DATE
002840             INPUT PROCEDURE IS 1500-RELEASE-INPUTS
002850             OUTPUT PROCEDURE IS 2000-ANALYSE-CUSTOMERS
002860         IF SORT-RETURN NOT = ZERO
002870             DISPLAY 'CUSTAGED AGE-BRACKET SORT FAILED - '
002880                 'SORT-RETURN ' SORT-RETURN
002890             MOVE 16 TO RETURN-CODE
002900         ELSE
002910             PERFORM 3000-PRINT-REPORT
002920         END-IF
002930         PERFORM 9000-TERMINATE
002940     END-IF.
002950     STOP RUN.
002960*----------------------------------------------------------------
002970* 1000-INITIALIZE
002980* WORKS OUT THE PAYMENT WINDOW CUTOFFS AND THE FIRST OF THE
002990* MONTH, CLEARS THE BRACKET TABLE AND OPENS THE MASTER AND THE
003000* REPORT.  A MISSING MASTER IS REFUSED WITH RC=16.
003010*----------------------------------------------------------------
003020 1000-INITIALIZE.
003030     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
003040     COMPUTE WS-DAY-NUMBER =
003050         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 30.
003060     COMPUTE WS-CUTOFF-30-DATE =
003070         FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
003080     COMPUTE WS-DAY-NUMBER =
003090         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 60.
003100     COMPUTE WS-CUTOFF-60-DATE =
003110         FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
003120     COMPUTE WS-DAY-NUMBER =
003130         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 90.
003140     COMPUTE WS-CUTOFF-90-DATE =
003150         FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
003160     COMPUTE WS-MONTH-START-DATE =
003170         WS-TODAY-YYYY * 10000 + WS-TODAY-MM * 100 + 1.
003180     INITIALIZE WS-BRACKET-TABLE.
003190     OPEN INPUT CUSTOMER-MASTER-FILE.
003200     IF WS-CUSTMAST-STATUS = '35'
003210         DISPLAY 'CUSTOMER MASTER DOES NOT EXIST - NOTHING TO '
003220             'ANALYSE'
003230         MOVE 16 TO RETURN-CODE
003240         SET WS-RUN-UNUSABLE TO TRUE
003250     ELSE
003260         OPEN OUTPUT AGED-REPORT
003270     END-IF.
003280*----------------------------------------------------------------
003290* 1200-FIND-PRIOR-SNAPSHOT
003300* A FIRST PASS OVER THE CUMULATIVE SNAPSHOT FILE FOR THE NEWEST
003310* AS-OF DATE BEFORE THE FIRST OF THIS MONTH.  A MISSING FILE, OR
003320* ONE WITH NOTHING THAT OLD, LEAVES THE TREND OUT.
003330*----------------------------------------------------------------
003340 1200-FIND-PRIOR-SNAPSHOT.
003350     MOVE ZERO TO WS-PRIOR-SNAPSHOT-DATE.
003360     OPEN INPUT SNAPSHOT-FILE.
003370     IF WS-CUSTSNAP-STATUS = '35'
003380         SET WS-END-OF-SNAPSHOT TO TRUE
003390     ELSE
003400         PERFORM 1250-READ-SNAPSHOT
003410     END-IF.
003420     PERFORM 1210-TEST-SNAPSHOT-DATE UNTIL WS-END-OF-SNAPSHOT.
003430     IF WS-CUSTSNAP-STATUS NOT = '35'
003440         CLOSE SNAPSHOT-FILE
003450     END-IF.
003460*----------------------------------------------------------------
003470* 1210-TEST-SNAPSHOT-DATE
003480*----------------------------------------------------------------
003490 1210-TEST-SNAPSHOT-DATE.
003500     IF SN-ASOF-DATE < WS-MONTH-START-DATE
003510         AND SN-ASOF-DATE > WS-PRIOR-SNAPSHOT-DATE
003520         MOVE SN-ASOF-DATE TO WS-PRIOR-SNAPSHOT-DATE
003530     END-IF.
003540     PERFORM 1250-READ-SNAPSHOT.
003550*----------------------------------------------------------------
003560* 1250-READ-SNAPSHOT
003570*----------------------------------------------------------------
003580 1250-READ-SNAPSHOT.
003590     READ SNAPSHOT-FILE
003600         AT END
003610             SET WS-END-OF-SNAPSHOT TO TRUE
003620     END-READ.
003630*----------------------------------------------------------------
003640* 1500-RELEASE-INPUTS
003650* SORT INPUT PROCEDURE - THE AGE EXTRACT, THE LAST 90 DAYS OF
003660* PAYMENTS FROM THE ARCHIVE AND THE LIVE HISTORY (A YEAR-ROLL
003670* PURGE CAN MOVE RECENT ONES TO THE ARCHIVE), AND THE PRIOR
003680* MONTH'S SNAPSHOT RECORDS.  A MISSING FILE ('35') IS EMPTY.
003690*----------------------------------------------------------------
003700 1500-RELEASE-INPUTS.
003710     OPEN INPUT AGES-FILE.
003720     IF WS-AGESIN-STATUS = '35'
003730         SET WS-END-OF-AGES TO TRUE
003740     ELSE
003750         PERFORM 1510-READ-AGE-RECORD
003760     END-IF.
003770     PERFORM 1520-RELEASE-AGE-RECORD UNTIL WS-END-OF-AGES.
003780     IF WS-AGESIN-STATUS NOT = '35'
003790         CLOSE AGES-FILE
003800     END-IF.
003810     OPEN INPUT HISTORY-ARCHIVE-FILE.
003820     IF WS-CUSTHARC-STATUS = '35'
003830         SET WS-END-OF-ARCHIVE TO TRUE
003840     ELSE
003850         PERFORM 1530-READ-ARCHIVE
003860     END-IF.
003870     PERFORM 1540-RELEASE-ARCHIVE-RECORD UNTIL WS-END-OF-ARCHIVE.
003880     IF WS-CUSTHARC-STATUS NOT = '35'
003890         CLOSE HISTORY-ARCHIVE-FILE
003900     END-IF.
003910     OPEN INPUT CUSTOMER-HISTORY-FILE.
003920     IF WS-CUSTHIST-STATUS = '35'
003930         SET WS-END-OF-HISTORY TO TRUE
003940     ELSE
003950         PERFORM 1550-READ-HISTORY
003960     END-IF.
003970     PERFORM 1560-RELEASE-HISTORY-RECORD UNTIL WS-END-OF-HISTORY.
003980     IF WS-CUSTHIST-STATUS NOT = '35'
003990         CLOSE CUSTOMER-HISTORY-FILE
004000     END-IF.
004010     IF NOT WS-NO-PRIOR-SNAPSHOT
004020         MOVE 'N' TO WS-SNAP-EOF-SWITCH
004030         OPEN INPUT SNAPSHOT-FILE
004040         PERFORM 1250-READ-SNAPSHOT
004050         PERFORM 1580-RELEASE-SNAPSHOT-RECORD
004060             UNTIL WS-END-OF-SNAPSHOT
004070         CLOSE SNAPSHOT-FILE
004080     END-IF.
004090*----------------------------------------------------------------
004100* 1510-READ-AGE-RECORD
004110*----------------------------------------------------------------
004120 1510-READ-AGE-RECORD.
004130     READ AGES-FILE
004140         AT END
004150             SET WS-END-OF-AGES TO TRUE
004160     END-READ.
004170*----------------------------------------------------------------
004180* 1520-RELEASE-AGE-RECORD
004190*----------------------------------------------------------------
004200 1520-RELEASE-AGE-RECORD.
004210     INITIALIZE AGED-SORT-RECORD.
004220     MOVE AI-CUSTUMER-ID TO SR-CUSTUMER-ID.
004230     SET SR-AGE-RECORD TO TRUE.
004240     MOVE AI-AGE TO SR-AGE.
004250     RELEASE AGED-SORT-RECORD.
004260     PERFORM 1510-READ-AGE-RECORD.
004270*----------------------------------------------------------------
004280* 1530-READ-ARCHIVE
004290*----------------------------------------------------------------
004300 1530-READ-ARCHIVE.
004310     READ HISTORY-ARCHIVE-FILE INTO CUSTHIST-RECORD
004320         AT END
004330             SET WS-END-OF-ARCHIVE TO TRUE
004340     END-READ.
004350*----------------------------------------------------------------
004360* 1540-RELEASE-ARCHIVE-RECORD
004370*----------------------------------------------------------------
004380 1540-RELEASE-ARCHIVE-RECORD.
004390     PERFORM 1570-RELEASE-PAYMENT.
004400     PERFORM 1530-READ-ARCHIVE.
004410*----------------------------------------------------------------
004420* 1550-READ-HISTORY
004430*----------------------------------------------------------------
004440 1550-READ-HISTORY.
004450     READ CUSTOMER-HISTORY-FILE
004460         AT END
004470             SET WS-END-OF-HISTORY TO TRUE
004480     END-READ.
004490*----------------------------------------------------------------
004500* 1560-RELEASE-HISTORY-RECORD
004510*----------------------------------------------------------------
004520 1560-RELEASE-HISTORY-RECORD.
004530     PERFORM 1570-RELEASE-PAYMENT.
004540     PERFORM 1550-READ-HISTORY.
004550*----------------------------------------------------------------
004560* 1570-RELEASE-PAYMENT
004570* A PAYMENT OF ANY KIND - KEYED, LOCKBOX OR AUTOPAY - DATED IN
004580* THE LAST 90 DAYS.  ITS SIZE IS THE AMOUNT IT TOOK OFF THE
004590* BALANCE.  A CHECK THE BANK SENT BACK (CUSTNSF'S SOURCE 'N'
004592* REVERSAL) OR A RETURNED AUTOPAY DEBIT (CUSTAPRT'S SOURCE 'D'
004594* REVERSAL) IN THE SAME WINDOW GOES TO THE SORT WITH THE AMOUNT
004596* IT PUT BACK, THE SAME SELECTION CUSTPLCK MAKES.
004600*----------------------------------------------------------------
004610 1570-RELEASE-PAYMENT.
004618     IF CH-CHANGE-DATE IS NUMERIC
004626         AND CH-CHANGE-DATE NOT < WS-CUTOFF-90-DATE
004634         EVALUATE TRUE
004642             WHEN CH-TYPE-PAYMENT
004650                 INITIALIZE AGED-SORT-RECORD
004660                 MOVE CH-CUSTUMER-ID TO SR-CUSTUMER-ID
004670                 SET SR-PAYMENT-RECORD TO TRUE
004680                 MOVE CH-CHANGE-DATE TO SR-DATE
004690                 COMPUTE SR-AMOUNT =
004700                     CH-BEFORE-BALANCE - CH-AFTER-BALANCE
004710                 RELEASE AGED-SORT-RECORD
004711             WHEN (CH-SOURCE-NSF OR CH-SOURCE-APAY)
004712                 AND CH-TYPE-REVERSAL
004713                 INITIALIZE AGED-SORT-RECORD
004714                 MOVE CH-CUSTUMER-ID TO SR-CUSTUMER-ID
004715                 SET SR-RETURN-RECORD TO TRUE
004716                 MOVE CH-CHANGE-DATE TO SR-DATE
004717                 COMPUTE SR-AMOUNT =
004718                     CH-AFTER-BALANCE - CH-BEFORE-BALANCE
004719                 RELEASE AGED-SORT-RECORD
004720             WHEN OTHER
004721                 CONTINUE
004722         END-EVALUATE
004723     END-IF.
004730*----------------------------------------------------------------
004740* 1580-RELEASE-SNAPSHOT-RECORD
004750*----------------------------------------------------------------
004760 1580-RELEASE-SNAPSHOT-RECORD.
004770     IF SN-ASOF-DATE = WS-PRIOR-SNAPSHOT-DATE
004780         INITIALIZE AGED-SORT-RECORD
004790         MOVE SN-CUSTUMER-ID TO SR-CUSTUMER-ID
004800         SET SR-SNAPSHOT-RECORD TO TRUE
004810         MOVE SN-ASOF-DATE TO SR-DATE
004820         MOVE SN-CUSTOMER-BALANCE TO SR-AMOUNT
004830         MOVE SN-CUSTOMER-STATUS TO SR-STATUS
004840         RELEASE AGED-SORT-RECORD
004850     END-IF.
004860     PERFORM 1250-READ-SNAPSHOT.
004870*----------------------------------------------------------------
004880* 2000-ANALYSE-CUSTOMERS
004890* SORT OUTPUT PROCEDURE - ONE CUSTOMER PER RUN OF EQUAL IDS.
004900*----------------------------------------------------------------
004910 2000-ANALYSE-CUSTOMERS.
004920     PERFORM 2900-RETURN-SORTED.
004930     PERFORM 2100-ANALYSE-ONE-CUSTOMER UNTIL WS-END-OF-SORTED.
004940*----------------------------------------------------------------
004950* 2100-ANALYSE-ONE-CUSTOMER
004960* GATHERS THE CUSTOMER'S AGE, PAYMENTS AND SNAPSHOT.  ONLY A
004970* CUSTOMER WITH AN AGE RECORD FALLS IN A BRACKET; PAYMENTS AND
004980* SNAPSHOTS FOR ANYONE ELSE ARE PASSED OVER.
004990*----------------------------------------------------------------
005000 2100-ANALYSE-ONE-CUSTOMER.
005010     MOVE SR-CUSTUMER-ID TO WS-CURRENT-CUSTUMER-ID.
005020     MOVE 'N' TO WS-AGE-FOUND-SWITCH.
005030     MOVE 'N' TO WS-SNAPSHOT-FOUND-SWITCH.
005040     MOVE ZERO TO WS-LAST-PAYMENT-DATE.
005050     MOVE ZERO TO WS-CUSTOMER-PAY-COUNT.
005060     MOVE ZERO TO WS-CUSTOMER-PAY-AMOUNT.
005065     MOVE ZERO TO WS-RETURN-COUNT.
005070     PERFORM 2200-TAKE-SORTED-RECORD
005080         UNTIL WS-END-OF-SORTED
005090            OR SR-CUSTUMER-ID NOT = WS-CURRENT-CUSTUMER-ID.
005100     IF WS-AGE-FOUND
005110         PERFORM 2250-DETERMINE-BRACKET
005120         PERFORM 2300-ANALYSE-CURRENT
005130         IF WS-SNAPSHOT-FOUND
005140             AND WS-SNAPSHOT-STATUS NOT = 'C'
005150             MOVE WS-BRACKET TO WS-ROW
005160             PERFORM 2450-ADD-PRIOR-TO-ROW
005170             MOVE WS-ALL-AGES-ROW TO WS-ROW
005180             PERFORM 2450-ADD-PRIOR-TO-ROW
005190         END-IF
005200     END-IF.
005210*----------------------------------------------------------------
005220* 2200-TAKE-SORTED-RECORD
005230* THE FIRST AGE RECORD FOR A CUSTOMER STANDS; A REPEAT IS
005240* COUNTED AND IGNORED.  A REVERSAL IS HELD FOR THE PAYMENT IT
005245* UNDID, AND ONLY A PAYMENT NO REVERSAL CLAIMS IS COUNTED.
005250*----------------------------------------------------------------
005260 2200-TAKE-SORTED-RECORD.
005270     EVALUATE TRUE
005280         WHEN SR-AGE-RECORD
005290             IF WS-AGE-FOUND
005300                 ADD 1 TO WS-DUPLICATE-COUNT
005310             ELSE
005320                 SET WS-AGE-FOUND TO TRUE
005330                 MOVE SR-AGE TO WS-CUSTOMER-AGE
005340             END-IF
005341         WHEN SR-RETURN-RECORD
005342             IF WS-RETURN-COUNT < WS-MAX-RETURNS
005343                 ADD 1 TO WS-RETURN-COUNT
005344                 MOVE SR-AMOUNT TO RT-AMOUNT(WS-RETURN-COUNT)
005345                 MOVE SR-DATE TO RT-DATE(WS-RETURN-COUNT)
005346                 SET RT-UNMATCHED(WS-RETURN-COUNT) TO TRUE
005347             END-IF
005350         WHEN SR-PAYMENT-RECORD
005353             PERFORM 2210-MATCH-RETURN
005356             IF WS-PAYMENT-STANDS
005360                 ADD 1 TO WS-CUSTOMER-PAY-COUNT
005370                 ADD SR-AMOUNT TO WS-CUSTOMER-PAY-AMOUNT
005380                 IF SR-DATE > WS-LAST-PAYMENT-DATE
005390                     MOVE SR-DATE TO WS-LAST-PAYMENT-DATE
005400                 END-IF
005405             END-IF
005410         WHEN SR-SNAPSHOT-RECORD
005420             SET WS-SNAPSHOT-FOUND TO TRUE
005430             MOVE SR-STATUS TO WS-SNAPSHOT-STATUS
005440             MOVE SR-AMOUNT TO WS-SNAPSHOT-BALANCE
005450     END-EVALUATE.
005460     PERFORM 2900-RETURN-SORTED.
005461*----------------------------------------------------------------
005462* 2210-MATCH-RETURN
005463*----------------------------------------------------------------
005464 2210-MATCH-RETURN.
005465     SET WS-PAYMENT-STANDS TO TRUE.
005466     PERFORM 2220-TEST-ONE-RETURN
005467         VARYING WS-RETURN-INDEX FROM 1 BY 1
005468         UNTIL WS-RETURN-INDEX > WS-RETURN-COUNT
005469             OR WS-PAYMENT-RETURNED.
005470*----------------------------------------------------------------
005471* 2220-TEST-ONE-RETURN
005472*----------------------------------------------------------------
005473 2220-TEST-ONE-RETURN.
005474     IF RT-UNMATCHED(WS-RETURN-INDEX)
005475         AND RT-AMOUNT(WS-RETURN-INDEX) = SR-AMOUNT
005476         AND RT-DATE(WS-RETURN-INDEX) NOT < SR-DATE
005477         SET RT-MATCHED(WS-RETURN-INDEX) TO TRUE
005478         SET WS-PAYMENT-RETURNED TO TRUE
005479     END-IF.
005480*----------------------------------------------------------------
005481* 2250-DETERMINE-BRACKET
005490* THE SAME FOUR BRACKETS CUSTXREF REPORTS.
005500*----------------------------------------------------------------
005510 2250-DETERMINE-BRACKET.
005520     EVALUATE TRUE
005530         WHEN WS-CUSTOMER-AGE < 30
005540             SET WS-BRACKET-UNDER-30 TO TRUE
005550         WHEN WS-CUSTOMER-AGE < 50
005560             SET WS-BRACKET-30-TO-49 TO TRUE
005570         WHEN WS-CUSTOMER-AGE < 65
005580             SET WS-BRACKET-50-TO-64 TO TRUE
005590         WHEN OTHER
005600             SET WS-BRACKET-65-AND-OVER TO TRUE
005610     END-EVALUATE.
005620*----------------------------------------------------------------
005630* 2300-ANALYSE-CURRENT
005640* READS THE CUSTOMER BY KEY.  AN AGE RECORD NOT ON THE MASTER IS
005650* COUNTED AS UNMATCHED, AS CUSTXREF DOES; A CLOSED OR MERGED-
005660* AWAY ACCOUNT IS COUNTED AND LEFT OUT.
005670*----------------------------------------------------------------
005680 2300-ANALYSE-CURRENT.
005690     MOVE WS-CURRENT-CUSTUMER-ID TO CUSTUMER-ID.
005700     READ CUSTOMER-MASTER-FILE
005710         INVALID KEY
005720             ADD 1 TO WS-UNMATCHED-COUNT
005730     END-READ.
005740     IF WS-CUSTMAST-OK
005750         IF CUSTOMER-CLOSED OR NOT CUSTOMER-NOT-MERGED
005760             ADD 1 TO WS-EXCLUDED-COUNT
005770         ELSE
005780             MOVE WS-BRACKET TO WS-ROW
005790             PERFORM 2400-ADD-CURRENT-TO-ROW
005800             MOVE WS-ALL-AGES-ROW TO WS-ROW
005810             PERFORM 2400-ADD-CURRENT-TO-ROW
005820         END-IF
005830     END-IF.
005840*----------------------------------------------------------------
005850* 2400-ADD-CURRENT-TO-ROW
005860* A CUSTOMER WITH NO PAYMENT IN THE 90-DAY WINDOW HAS A LAST
005870* PAYMENT DATE OF ZERO AND SO COUNTS IN ALL THREE NO-PAYMENT
005880* COLUMNS.
005890*----------------------------------------------------------------
005900 2400-ADD-CURRENT-TO-ROW.
005910     ADD 1 TO BR-CUSTOMER-COUNT(WS-ROW).
005920     ADD CUSTOMER-BALANCE TO BR-BALANCE-TOTAL(WS-ROW).
005930     IF CUSTOMER-HOLD
005940         ADD 1 TO BR-HOLD-COUNT(WS-ROW)
005950     END-IF.
005960     IF WS-LAST-PAYMENT-DATE < WS-CUTOFF-30-DATE
005970         ADD 1 TO BR-NO-PAY-30-COUNT(WS-ROW)
005980     END-IF.
005990     IF WS-LAST-PAYMENT-DATE < WS-CUTOFF-60-DATE
006000         ADD 1 TO BR-NO-PAY-60-COUNT(WS-ROW)
006010     END-IF.
006020     IF WS-LAST-PAYMENT-DATE < WS-CUTOFF-90-DATE
006030         ADD 1 TO BR-NO-PAY-90-COUNT(WS-ROW)
006040     END-IF.
006050     ADD WS-CUSTOMER-PAY-COUNT TO BR-PAYMENT-COUNT(WS-ROW).
006060     ADD WS-CUSTOMER-PAY-AMOUNT TO BR-PAYMENT-TOTAL(WS-ROW).
006070*----------------------------------------------------------------
006080* 2450-ADD-PRIOR-TO-ROW
006090* THE PRIOR MONTH'S FIGURES, BRACKETED BY THE CUSTOMER'S CURRENT
006100* AGE RECORD.
006110*----------------------------------------------------------------
006120 2450-ADD-PRIOR-TO-ROW.
006130     ADD 1 TO BR-PRIOR-COUNT(WS-ROW).
006140     ADD WS-SNAPSHOT-BALANCE TO BR-PRIOR-BALANCE(WS-ROW).
006150     IF WS-SNAPSHOT-STATUS = 'H'
006160         ADD 1 TO BR-PRIOR-HOLD-COUNT(WS-ROW)
006170     END-IF.
006180*----------------------------------------------------------------
006190* 2900-RETURN-SORTED
006200*----------------------------------------------------------------
006210 2900-RETURN-SORTED.
006220     RETURN AGED-SORT-FILE
006230         AT END
006240             SET WS-END-OF-SORTED TO TRUE
006250     END-RETURN.
006260*----------------------------------------------------------------
006270* 3000-PRINT-REPORT
006280* THE ANALYSIS BY BRACKET, THE TREND AGAINST THE PRIOR MONTH
006290* AND THE RECORDS LEFT OUT.
006300*----------------------------------------------------------------
006310 3000-PRINT-REPORT.
006320     MOVE WS-TODAY-DATE TO HL-RUN-DATE.
006330     WRITE AGED-LINE FROM WS-HEADING-LINE.
006340     WRITE AGED-LINE FROM SPACES.
006350     WRITE AGED-LINE FROM WS-ANALYSIS-COLUMN-LINE.
006360     PERFORM 3100-PRINT-ANALYSIS-LINE
006370         VARYING WS-ROW FROM 1 BY 1
006380         UNTIL WS-ROW > WS-ALL-AGES-ROW.
006390     WRITE AGED-LINE FROM WS-ANALYSIS-LEGEND-LINE.
006400     WRITE AGED-LINE FROM SPACES.
006410     IF WS-NO-PRIOR-SNAPSHOT
006420         WRITE AGED-LINE FROM WS-NO-PRIOR-LINE
006430     ELSE
006440         MOVE WS-PRIOR-SNAPSHOT-DATE TO TH-PRIOR-DATE
006450         WRITE AGED-LINE FROM WS-TREND-HEADING-LINE
006460         WRITE AGED-LINE FROM WS-TREND-COLUMN-LINE
006470         PERFORM 3200-PRINT-TREND-LINE
006480             VARYING WS-ROW FROM 1 BY 1
006490             UNTIL WS-ROW > WS-ALL-AGES-ROW
006500     END-IF.
006510     WRITE AGED-LINE FROM SPACES.
006520     MOVE WS-UNMATCHED-COUNT TO UL-UNMATCHED-COUNT.
006530     WRITE AGED-LINE FROM WS-UNMATCHED-LINE.
006540     MOVE WS-EXCLUDED-COUNT TO EL-EXCLUDED-COUNT.
006550     WRITE AGED-LINE FROM WS-EXCLUDED-LINE.
006560     MOVE WS-DUPLICATE-COUNT TO DL-DUPLICATE-COUNT.
006570     WRITE AGED-LINE FROM WS-DUPLICATE-LINE.
006580*----------------------------------------------------------------
006590* 3100-PRINT-ANALYSIS-LINE
006600* THE ALL-AGES ROW IS SET OFF BY A BLANK LINE.
006610*----------------------------------------------------------------
006620 3100-PRINT-ANALYSIS-LINE.
006630     IF WS-ROW = WS-ALL-AGES-ROW
006640         WRITE AGED-LINE FROM SPACES
006650     END-IF.
006660     PERFORM 3150-SET-BRACKET-NAME.
006670     MOVE BR-CUSTOMER-COUNT(WS-ROW) TO AL-CUSTOMER-COUNT.
006680     MOVE BR-BALANCE-TOTAL(WS-ROW) TO AL-BALANCE-TOTAL.
006690     MOVE BR-CUSTOMER-COUNT(WS-ROW) TO WS-PERCENT-WHOLE.
006700     MOVE BR-HOLD-COUNT(WS-ROW) TO WS-PERCENT-PART.
006710     PERFORM 3900-COMPUTE-PERCENT.
006720     MOVE WS-PERCENT TO AL-HOLD-PERCENT.
006730     MOVE BR-NO-PAY-30-COUNT(WS-ROW) TO WS-PERCENT-PART.
006740     PERFORM 3900-COMPUTE-PERCENT.
006750     MOVE WS-PERCENT TO AL-NO-PAY-30-PERCENT.
006760     MOVE BR-NO-PAY-60-COUNT(WS-ROW) TO WS-PERCENT-PART.
006770     PERFORM 3900-COMPUTE-PERCENT.
006780     MOVE WS-PERCENT TO AL-NO-PAY-60-PERCENT.
006790     MOVE BR-NO-PAY-90-COUNT(WS-ROW) TO WS-PERCENT-PART.
006800     PERFORM 3900-COMPUTE-PERCENT.
006810     MOVE WS-PERCENT TO AL-NO-PAY-90-PERCENT.
006820     MOVE BR-PAYMENT-COUNT(WS-ROW) TO AL-PAYMENT-COUNT.
006830     IF BR-PAYMENT-COUNT(WS-ROW) > ZERO
006840         COMPUTE WS-AVERAGE-PAYMENT ROUNDED =
006850             BR-PAYMENT-TOTAL(WS-ROW) / BR-PAYMENT-COUNT(WS-ROW)
006860     ELSE
006870         MOVE ZERO TO WS-AVERAGE-PAYMENT
006880     END-IF.
006890     MOVE WS-AVERAGE-PAYMENT TO AL-AVERAGE-PAYMENT.
006900     MOVE WS-BRACKET-NAME-HOLD TO AL-BRACKET-NAME.
006910     WRITE AGED-LINE FROM WS-ANALYSIS-LINE.
006920*----------------------------------------------------------------
006930* 3150-SET-BRACKET-NAME
006940*----------------------------------------------------------------
006950 3150-SET-BRACKET-NAME.
006960     EVALUATE WS-ROW
006970         WHEN 1 MOVE 'UNDER 30' TO WS-BRACKET-NAME-HOLD
006980         WHEN 2 MOVE '30 TO 49' TO WS-BRACKET-NAME-HOLD
006990         WHEN 3 MOVE '50 TO 64' TO WS-BRACKET-NAME-HOLD
007000         WHEN 4 MOVE '65 AND OVER' TO WS-BRACKET-NAME-HOLD
007010         WHEN 5 MOVE 'ALL AGES' TO WS-BRACKET-NAME-HOLD
007020     END-EVALUATE.
007030*----------------------------------------------------------------
007040* 3200-PRINT-TREND-LINE
007050*----------------------------------------------------------------
007060 3200-PRINT-TREND-LINE.
007070     IF WS-ROW = WS-ALL-AGES-ROW
007080         WRITE AGED-LINE FROM SPACES
007090     END-IF.
007100     PERFORM 3150-SET-BRACKET-NAME.
007110     MOVE WS-BRACKET-NAME-HOLD TO TL-BRACKET-NAME.
007120     MOVE BR-PRIOR-COUNT(WS-ROW) TO TL-PRIOR-COUNT.
007130     MOVE BR-CUSTOMER-COUNT(WS-ROW) TO TL-CURRENT-COUNT.
007140     COMPUTE TL-COUNT-CHANGE =
007150         BR-CUSTOMER-COUNT(WS-ROW) - BR-PRIOR-COUNT(WS-ROW).
007160     MOVE BR-PRIOR-BALANCE(WS-ROW) TO TL-PRIOR-BALANCE.
007170     MOVE BR-BALANCE-TOTAL(WS-ROW) TO TL-CURRENT-BALANCE.
007180     COMPUTE TL-BALANCE-CHANGE =
007190         BR-BALANCE-TOTAL(WS-ROW) - BR-PRIOR-BALANCE(WS-ROW).
007200     MOVE BR-PRIOR-COUNT(WS-ROW) TO WS-PERCENT-WHOLE.
007210     MOVE BR-PRIOR-HOLD-COUNT(WS-ROW) TO WS-PERCENT-PART.
007220     PERFORM 3900-COMPUTE-PERCENT.
007230     MOVE WS-PERCENT TO WS-PRIOR-PERCENT.
007240     MOVE WS-PERCENT TO TL-PRIOR-HOLD-PERCENT.
007250     MOVE BR-CUSTOMER-COUNT(WS-ROW) TO WS-PERCENT-WHOLE.
007260     MOVE BR-HOLD-COUNT(WS-ROW) TO WS-PERCENT-PART.
007270     PERFORM 3900-COMPUTE-PERCENT.
007280     MOVE WS-PERCENT TO TL-CURRENT-HOLD-PERCENT.
007290     COMPUTE WS-PERCENT-CHANGE = WS-PERCENT - WS-PRIOR-PERCENT.
007300     MOVE WS-PERCENT-CHANGE TO TL-HOLD-PERCENT-CHANGE.
007310     WRITE AGED-LINE FROM WS-TREND-LINE.
007320*----------------------------------------------------------------
007330* 3900-COMPUTE-PERCENT
007340* WS-PERCENT-PART AS A PERCENTAGE OF WS-PERCENT-WHOLE, TO ONE
007350* PLACE; ZERO WHEN THE WHOLE IS ZERO.
007360*----------------------------------------------------------------
007370 3900-COMPUTE-PERCENT.
007380     IF WS-PERCENT-WHOLE > ZERO
007390         COMPUTE WS-PERCENT ROUNDED =
007400             WS-PERCENT-PART * 100 / WS-PERCENT-WHOLE
007410     ELSE
007420         MOVE ZERO TO WS-PERCENT
007430     END-IF.
007440*----------------------------------------------------------------
007450* 9000-TERMINATE
007460*----------------------------------------------------------------
007470 9000-TERMINATE.
007480     CLOSE CUSTOMER-MASTER-FILE.
007490     CLOSE AGED-REPORT.
007500 END PROGRAM CUSTAGED.
