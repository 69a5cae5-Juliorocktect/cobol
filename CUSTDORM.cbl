000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTDORM.
000030 AUTHOR. JULIO.
000040 INSTALLATION. CUSTOMER-ACCOUNTING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  JR   ORIGINAL - DORMANT-ACCOUNT DETECTION AND
000110*                  UNCLAIMED-PROPERTY (ESCHEAT) REPORTING.  A
000120*                  CREDIT BALANCE - MONEY WE OWE THE CUSTOMER -
000130*                  ON AN ACCOUNT WITH NO CUSTOMER-INITIATED
000140*                  ACTIVITY FOR THE SYSIN NUMBER OF MONTHS (36
000150*                  WHEN THE CARD IS ZERO) IS DORMANT.  CUSTOMER-
000160*                  INITIATED MEANS A PAYMENT OF ANY KIND OR AN
000170*                  ADDRESS CHANGE KEYED AT THE MAINTENANCE DESK;
000180*                  AN ACCOUNT WITH NEITHER ON FILE IS DORMANT
000190*                  FROM ITS EARLIEST HISTORY RECORD.  HISTORY
000200*                  COMES FROM EVERY GENERATION OF THE CUSTHARC
000210*                  ARCHIVE AS WELL AS THE LIVE CUSTHIST, SORTED
000220*                  BY CUSTUMER-ID AND DATE AND MATCHED AGAINST
000230*                  THE MASTER IN KEY ORDER.
000240*                  RUN TYPE M (MONTHLY) FLAGS EACH NEWLY DORMANT
000250*                  ACCOUNT 'D' AND WRITES ITS DUE-DILIGENCE LETTER
000260*                  TO DORMLTR FOR THE MAIL HOUSE, GIVING A
000270*                  RESPOND-BY DATE THE SYSIN WAITING PERIOD (60
000280*                  DAYS WHEN ZERO) AHEAD; AN ACCOUNT WHOSE MAIL
000290*                  IS COMING BACK IS HELD ONTO THE NOADDR
000300*                  WORKLIST INSTEAD.  A FLAGGED ACCOUNT THAT HAS
000310*                  SEEN ACTIVITY, OR IS NO LONGER IN CREDIT, HAS
000320*                  ITS FLAG CLEARED.
000330*                  RUN TYPE A (ANNUAL) DOES ALL OF THAT AND THEN
000340*                  REMITS EVERY ACCOUNT FLAGGED AT LEAST THE
000350*                  WAITING PERIOD AGO AND STILL DORMANT - THE
000360*                  CREDIT IS CLEARED OFF THE MASTER WITH A
000370*                  CUSTHIST RECORD TAGGED SOURCE 'X', TYPE 'E'
000380*                  (UNCLAIMED PROPERTY) SO THE GL FEED CARRIES IT
000390*                  AS ITS OWN SUBTOTAL, THE ACCOUNT IS MARKED
000400*                  'E', AND ONE RECORD PER OWNER GOES TO THE
000410*                  UNCLREMT REMITTANCE FILE WITH A COUNT-AND-
000420*                  AMOUNT TRAILER.  UNCLRPT IS THE ANNUAL
000430*                  UNCLAIMED-PROPERTY REPORT.  EVERY ACCOUNT
000440*                  FLAGGED, HELD, AWAITING, REMITTED OR CLEARED
000450*                  LANDS ON THE DORMRPT REGISTER.  HONORS THE
000460*                  CUSTLOCK IN-USE LATCH.
000470*----------------------------------------------------------------
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER. IBM-370.
000510 OBJECT-COMPUTER. IBM-370.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS CUSTUMER-ID
000580         FILE STATUS IS WS-CUSTMAST-STATUS.
000590     SELECT CUSTOMER-HISTORY-FILE ASSIGN TO CUSTHIST
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-CUSTHIST-STATUS.
000620     SELECT HISTORY-ARCHIVE-FILE ASSIGN TO CUSTHARC
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-CUSTHARC-STATUS.
000650     SELECT ACTIVITY-SORT-FILE ASSIGN TO SORTWK01.
000660     SELECT LETTER-FILE ASSIGN TO DORMLTR
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-DORMLTR-STATUS.
000690     SELECT NOADDR-WORKLIST ASSIGN TO NOADDR
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-NOADDR-STATUS.
000720     SELECT REGISTER-REPORT ASSIGN TO DORMRPT
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-DORMRPT-STATUS.
000750     SELECT UNCLAIMED-REPORT ASSIGN TO UNCLRPT
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-UNCLRPT-STATUS.
000780     SELECT REMITTANCE-FILE ASSIGN TO UNCLREMT
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-UNCLREMT-STATUS.
000810     SELECT CUSTOMER-LOCK-FILE ASSIGN TO CUSTLOCK
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-CUSTLOCK-STATUS.
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  CUSTOMER-MASTER-FILE
000870     LABEL RECORDS ARE STANDARD.
000880     COPY CUSTREC.
000890 FD  CUSTOMER-HISTORY-FILE
000900     LABEL RECORDS ARE STANDARD.
000910     COPY CUSTHIST.
000920 FD  HISTORY-ARCHIVE-FILE
000930     LABEL RECORDS ARE STANDARD
000940     RECORDING MODE IS F.
000950 01  HARC-LINE PIC X(100).
000960*----------------------------------------------------------------
000970* ONE SORT RECORD PER HISTORY RECORD.  AS-INITIATED IS 'Y' WHEN
000980* THE CUSTOMER DID SOMETHING - A PAYMENT, OR AN ADDRESS CHANGE
000990* KEYED AT THE MAINTENANCE DESK - AND 'N' FOR EVERYTHING THE
001000* SHOP DID TO THE ACCOUNT ON ITS OWN.
001010*----------------------------------------------------------------
001020 SD  ACTIVITY-SORT-FILE.
001030 01  ACTIVITY-SORT-RECORD.
001040     05 AS-CUSTUMER-ID PIC 9(06).
001050     05 AS-CHANGE-DATE PIC 9(08).
001060     05 AS-INITIATED PIC X(01).
001070         88 AS-CUSTOMER-INITIATED VALUE 'Y'.
001080 FD  LETTER-FILE
001090     LABEL RECORDS ARE STANDARD.
001100 01  LETTER-RECORD.
001110     05 DL-LETTER-DATE PIC 9(08).
001120     05 DL-CUSTUMER-ID PIC 9(06).
001130     05 DL-CUSTUMER-NAME PIC X(20).
001140     05 DL-CUSTUMER-ADDRESS PIC X(40).
001150     05 DL-CREDIT-AMOUNT PIC S9(09)V99.
001160     05 DL-LAST-ACTIVITY-DATE PIC 9(08).
001170     05 DL-RESPOND-BY-DATE PIC 9(08).
001180 FD  NOADDR-WORKLIST
001190     LABEL RECORDS ARE STANDARD
001200     RECORDING MODE IS F.
001210 01  NOADDR-RECORD PIC X(80).
001220 FD  REGISTER-REPORT
001230     LABEL RECORDS ARE STANDARD
001240     RECORDING MODE IS F.
001250 01  RGST-LINE PIC X(80).
001260 FD  UNCLAIMED-REPORT
001270     LABEL RECORDS ARE STANDARD
001280     RECORDING MODE IS F.
001290 01  UNCL-LINE PIC X(80).
001300 FD  REMITTANCE-FILE
001310     LABEL RECORDS ARE STANDARD
001320     RECORDING MODE IS F.
001330 01  REMIT-LINE PIC X(100).
001340 FD  CUSTOMER-LOCK-FILE
001350     LABEL RECORDS ARE STANDARD.
001360     COPY CUSTLOCK.
001370 WORKING-STORAGE SECTION.
001380 01  WS-CUSTMAST-STATUS PIC X(02) VALUE '00'.
001390     88 WS-CUSTMAST-OK VALUE '00'.
001400 01  WS-CUSTHIST-STATUS PIC X(02) VALUE '00'.
001410 01  WS-CUSTHARC-STATUS PIC X(02) VALUE '00'.
001420 01  WS-DORMLTR-STATUS PIC X(02) VALUE '00'.
001430 01  WS-NOADDR-STATUS PIC X(02) VALUE '00'.
001440 01  WS-DORMRPT-STATUS PIC X(02) VALUE '00'.
001450 01  WS-UNCLRPT-STATUS PIC X(02) VALUE '00'.
001460 01  WS-UNCLREMT-STATUS PIC X(02) VALUE '00'.
001470 01  WS-CUSTLOCK-STATUS PIC X(02) VALUE '00'.
001480 01  WS-HIST-EOF-SWITCH PIC X(01) VALUE 'N'.
001490     88 WS-END-OF-HISTORY VALUE 'Y'.
001500 01  WS-HARC-EOF-SWITCH PIC X(01) VALUE 'N'.
001510     88 WS-END-OF-ARCHIVE VALUE 'Y'.
001520 01  WS-MAST-EOF-SWITCH PIC X(01) VALUE 'N'.
001530     88 WS-END-OF-MASTER VALUE 'Y'.
001540 01  WS-SORT-EOF-SWITCH PIC X(01) VALUE 'N'.
001550     88 WS-END-OF-ACTIVITY VALUE 'Y'.
001560 01  WS-RUN-SWITCH PIC X(01) VALUE 'Y'.
001570     88 WS-RUN-USABLE VALUE 'Y'.
001580     88 WS-RUN-UNUSABLE VALUE 'N'.
001590*----------------------------------------------------------------
001600* SYSIN OPTIONS - RUN TYPE, DORMANCY PERIOD IN MONTHS AND THE
001610* DUE-DILIGENCE WAITING PERIOD IN DAYS.
001620*----------------------------------------------------------------
001630 01  WS-RUN-TYPE PIC X(01) VALUE SPACE.
001640     88 WS-MONTHLY-RUN VALUE 'M'.
001650     88 WS-ANNUAL-RUN VALUE 'A'.
001660 01  WS-DORMANCY-MONTHS PIC 9(03) VALUE ZERO.
001670 01  WS-WAITING-DAYS PIC 9(03) VALUE ZERO.
001680*----------------------------------------------------------------
001690* DATES.  AN ACCOUNT IS DORMANT WHEN ITS LAST CUSTOMER-INITIATED
001700* ACTIVITY FALLS BEFORE THE CUTOFF - TODAY LESS THE DORMANCY
001710* PERIOD, THE DAY OF MONTH HELD TO 28 SO IT IS ALWAYS VALID.
001720*----------------------------------------------------------------
001730 01  WS-TODAY-DATE PIC 9(08) VALUE ZERO.
001740 01  WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
001750     05 WS-TODAY-YYYY PIC 9(04).
001760     05 WS-TODAY-MM PIC 9(02).
001770     05 WS-TODAY-DD PIC 9(02).
001780 01  WS-CUTOFF-DATE PIC 9(08) VALUE ZERO.
001790 01  WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
001800     05 WS-CUTOFF-YYYY PIC 9(04).
001810     05 WS-CUTOFF-MM PIC 9(02).
001820     05 WS-CUTOFF-DD PIC 9(02).
001830 01  WS-MONTH-NUMBER PIC 9(07) VALUE ZERO.
001840 01  WS-MONTH-OF-YEAR PIC 9(02) VALUE ZERO.
001850 01  WS-RESPOND-BY-DATE PIC 9(08) VALUE ZERO.
001860 01  WS-DAY-NUMBER PIC 9(07) VALUE ZERO.
001870 01  WS-DAYS-FLAGGED PIC 9(07) VALUE ZERO.
001880*----------------------------------------------------------------
001890* ONE ACCOUNT'S ACTIVITY, GATHERED FROM THE SORTED HISTORY.
001900*----------------------------------------------------------------
001910 01  WS-FIRST-SEEN-DATE PIC 9(08) VALUE ZERO.
001920 01  WS-LAST-ACTIVITY-DATE PIC 9(08) VALUE ZERO.
001930 01  WS-DORMANT-SINCE-DATE PIC 9(08) VALUE ZERO.
001940 01  WS-DORMANT-SWITCH PIC X(01) VALUE 'N'.
001950     88 WS-ACCOUNT-ACTIVE VALUE 'N'.
001960     88 WS-ACCOUNT-DORMANT VALUE 'Y'.
001970 01  WS-BEFORE-BALANCE PIC S9(09)V99 VALUE ZERO.
001980 01  WS-CREDIT-AMOUNT PIC S9(09)V99 VALUE ZERO.
001990 01  WS-COUNTERS.
002000     05 WS-MASTER-COUNT PIC 9(07) COMP VALUE ZERO.
002010     05 WS-LETTER-COUNT PIC 9(07) COMP VALUE ZERO.
002020     05 WS-HELD-COUNT PIC 9(07) COMP VALUE ZERO.
002030     05 WS-AWAITING-COUNT PIC 9(07) COMP VALUE ZERO.
002040     05 WS-REMITTED-COUNT PIC 9(07) COMP VALUE ZERO.
002050     05 WS-CLEARED-COUNT PIC 9(07) COMP VALUE ZERO.
002060 01  WS-LETTER-TOTAL PIC S9(11)V99 VALUE ZERO.
002070 01  WS-HELD-TOTAL PIC S9(11)V99 VALUE ZERO.
002080 01  WS-AWAITING-TOTAL PIC S9(11)V99 VALUE ZERO.
002090 01  WS-REMITTED-TOTAL PIC S9(11)V99 VALUE ZERO.
002100     COPY CUSTNOAD.
002110*----------------------------------------------------------------
002120* CUSTLOCK MASTER IN-USE LATCH - THE SAME LATCH EVERY BALANCE-
002130* POSTING PROGRAM HONORS.
002140*----------------------------------------------------------------
002150 01  WS-LATCH-SWITCH PIC X(01) VALUE 'N'.
002160     88 WS-LATCH-NOT-TAKEN VALUE 'N'.
002170     88 WS-LATCH-TAKEN VALUE 'T'.
002180     88 WS-LATCH-REFUSED VALUE 'R'.
002190 01  WS-LATCH-STATE PIC X(01) VALUE SPACE.
002200 01  WS-LATCH-HOLDER PIC X(08) VALUE SPACES.
002210 01  WS-LATCH-DATE PIC 9(08) VALUE ZERO.
002220 01  WS-LATCH-TIME PIC 9(08) VALUE ZERO.
002230*----------------------------------------------------------------
002240* REMITTANCE FILE RECORD LAYOUTS - ONE 'D' DETAIL PER OWNER, ONE
002250* 'T' TRAILER, THE SAME SHAPE AS CUSTRFND'S AP FEED.  THE OWNER'S
002260* LAST KNOWN NAME AND ADDRESS RIDE WITH THE AMOUNT, AS THE STATE
002270* FILING REQUIRES.
002280*----------------------------------------------------------------
002290 01  WS-REMIT-DETAIL-RECORD.
002300     05 RD-RECORD-TYPE PIC X(01) VALUE 'D'.
002310     05 RD-CUSTUMER-ID PIC 9(06).
002320     05 RD-CUSTUMER-NAME PIC X(20).
002330     05 RD-CUSTUMER-ADDRESS PIC X(40).
002340     05 RD-REMIT-AMOUNT PIC S9(09)V99.
002350     05 RD-LAST-ACTIVITY-DATE PIC 9(08).
002360     05 RD-LETTER-DATE PIC 9(08).
002370     05 FILLER PIC X(06) VALUE SPACES.
002380 01  WS-REMIT-TRAILER-RECORD.
002390     05 RT-RECORD-TYPE PIC X(01) VALUE 'T'.
002400     05 RT-REMIT-COUNT PIC 9(07).
002410     05 RT-REMIT-TOTAL PIC S9(11)V99.
002420     05 RT-REMIT-DATE PIC 9(08).
002430     05 FILLER PIC X(71) VALUE SPACES.
002440*----------------------------------------------------------------
002450* REGISTER LINE LAYOUTS
002460*----------------------------------------------------------------
002470 01  WS-HEADING-LINE.
002480     05 FILLER PIC X(20) VALUE SPACES.
002490     05 FILLER PIC X(40)
002500         VALUE 'DORMANT ACCOUNT REGISTER'.
002510 01  WS-CRITERIA-LINE.
002520     05 FILLER PIC X(34)
002530         VALUE 'NO CUSTOMER ACTIVITY SINCE BEFORE'.
002540     05 CR-CUTOFF-DATE PIC 9(08).
002550     05 FILLER PIC X(03) VALUE ' - '.
002560     05 CR-DORMANCY-MONTHS PIC ZZ9.
002570     05 FILLER PIC X(08) VALUE ' MONTHS,'.
002580     05 CR-WAITING-DAYS PIC ZZ9.
002590     05 FILLER PIC X(13) VALUE ' DAYS TO WAIT'.
002600 01  WS-COLUMN-LINE.
002610     05 FILLER PIC X(08) VALUE 'ID'.
002620     05 FILLER PIC X(22) VALUE 'NAME'.
002630     05 FILLER PIC X(13) VALUE '       CREDIT'.
002640     05 FILLER PIC X(11) VALUE '  LAST ACT'.
002650     05 FILLER PIC X(26) VALUE 'DISPOSITION'.
002660 01  WS-REGISTER-DETAIL.
002670     05 RG-CUSTUMER-ID PIC 9(06).
002680     05 FILLER PIC X(02) VALUE SPACES.
002690     05 RG-CUSTUMER-NAME PIC X(20).
002700     05 FILLER PIC X(02) VALUE SPACES.
002710     05 RG-CREDIT-AMOUNT PIC -(9)9.99.
002720     05 FILLER PIC X(02) VALUE SPACES.
002730     05 RG-LAST-ACTIVITY PIC X(08).
002740     05 FILLER PIC X(01) VALUE SPACES.
002750     05 RG-DISPOSITION PIC X(26).
002760 01  WS-LETTER-TOTAL-LINE.
002770     05 FILLER PIC X(30) VALUE 'NEWLY DORMANT - LETTER SENT:'.
002780     05 TL-LETTER-COUNT PIC ZZZ,ZZ9.
002790     05 FILLER PIC X(04) VALUE SPACES.
002800     05 TL-LETTER-TOTAL PIC -(11)9.99.
002810 01  WS-HELD-TOTAL-LINE.
002820     05 FILLER PIC X(30) VALUE 'NEWLY DORMANT - NO ADDRESS:'.
002830     05 TL-HELD-COUNT PIC ZZZ,ZZ9.
002840     05 FILLER PIC X(04) VALUE SPACES.
002850     05 TL-HELD-TOTAL PIC -(11)9.99.
002860 01  WS-AWAITING-TOTAL-LINE.
002870     05 FILLER PIC X(30) VALUE 'DORMANT - AWAITING REMITTANCE:'.
002880     05 TL-AWAITING-COUNT PIC ZZZ,ZZ9.
002890     05 FILLER PIC X(04) VALUE SPACES.
002900     05 TL-AWAITING-TOTAL PIC -(11)9.99.
002910 01  WS-REMITTED-TOTAL-LINE.
002920     05 FILLER PIC X(30) VALUE 'REMITTED AS UNCLAIMED:'.
002930     05 TL-REMITTED-COUNT PIC ZZZ,ZZ9.
002940     05 FILLER PIC X(04) VALUE SPACES.
002950     05 TL-REMITTED-TOTAL PIC -(11)9.99.
002960 01  WS-CLEARED-TOTAL-LINE.
002970     05 FILLER PIC X(30) VALUE 'DORMANCY FLAG CLEARED:'.
002980     05 TL-CLEARED-COUNT PIC ZZZ,ZZ9.
002990 01  WS-MASTER-TOTAL-LINE.
003000     05 FILLER PIC X(30) VALUE 'MASTER RECORDS READ:'.
003010     05 TL-MASTER-COUNT PIC ZZZ,ZZ9.
003020*----------------------------------------------------------------
003030* ANNUAL UNCLAIMED-PROPERTY REPORT LINE LAYOUTS
003040*----------------------------------------------------------------
003050 01  WS-UNCL-HEADING-LINE.
003060     05 FILLER PIC X(16) VALUE SPACES.
003070     05 FILLER PIC X(37)
003080         VALUE 'UNCLAIMED PROPERTY REPORT - REMITTED '.
003090     05 UH-REMIT-DATE PIC 9(08).
003100 01  WS-UNCL-COLUMN-LINE.
003110     05 FILLER PIC X(08) VALUE 'ID'.
003120     05 FILLER PIC X(22) VALUE 'OWNER NAME'.
003130     05 FILLER PIC X(10) VALUE 'LAST ACT'.
003140     05 FILLER PIC X(10) VALUE 'LETTERED'.
003150     05 FILLER PIC X(13) VALUE '     REMITTED'.
003160 01  WS-UNCL-DETAIL-LINE.
003170     05 UD-CUSTUMER-ID PIC 9(06).
003180     05 FILLER PIC X(02) VALUE SPACES.
003190     05 UD-CUSTUMER-NAME PIC X(20).
003200     05 FILLER PIC X(02) VALUE SPACES.
003210     05 UD-LAST-ACTIVITY PIC X(08).
003220     05 FILLER PIC X(02) VALUE SPACES.
003230     05 UD-LETTER-DATE PIC 9(08).
003240     05 FILLER PIC X(02) VALUE SPACES.
003250     05 UD-REMIT-AMOUNT PIC -(9)9.99.
003260 01  WS-UNCL-ADDRESS-LINE.
003270     05 FILLER PIC X(08) VALUE SPACES.
003280     05 UA-CUSTUMER-ADDRESS PIC X(40).
003290*----------------------------------------------------------------
003300* THE ANNUAL REPORT'S FOOTING SHOWS WHAT WAS REMITTED AND WHAT IS
003310* STILL INSIDE ITS WAITING PERIOD FOR NEXT YEAR'S FILING.
003320*----------------------------------------------------------------
003330 01  WS-UNCL-REMITTED-LINE.
003340     05 FILLER PIC X(30) VALUE 'PROPERTIES REMITTED:'.
003350     05 UT-REMITTED-COUNT PIC ZZZ,ZZ9.
003360     05 FILLER PIC X(04) VALUE SPACES.
003370     05 UT-REMITTED-TOTAL PIC -(11)9.99.
003380 01  WS-UNCL-PENDING-LINE.
003390     05 FILLER PIC X(30) VALUE 'STILL IN DUE DILIGENCE:'.
003400     05 UT-PENDING-COUNT PIC ZZZ,ZZ9.
003410     05 FILLER PIC X(04) VALUE SPACES.
003420     05 UT-PENDING-TOTAL PIC -(11)9.99.
003430 01  WS-PENDING-COUNT PIC 9(07) COMP VALUE ZERO.
003440 01  WS-PENDING-TOTAL PIC S9(11)V99 VALUE ZERO.
003450 PROCEDURE DIVISION.
003460*----------------------------------------------------------------
003470* 0000-MAINLINE
003480*----------------------------------------------------------------
003490 0000-MAINLINE.
003500     PERFORM 0050-GET-RUN-OPTIONS.
003510     IF WS-RUN-UNUSABLE
003520         MOVE 16 TO RETURN-CODE
003530     ELSE
003540         PERFORM 0100-ACQUIRE-MASTER-LATCH
003550         IF WS-LATCH-REFUSED
003560             MOVE 16 TO RETURN-CODE
003570         ELSE
003580             PERFORM 1000-INITIALIZE
003590             IF WS-RUN-USABLE
003600                 SORT ACTIVITY-SORT-FILE
003610                     ON ASCENDING KEY AS-CUSTUMER-ID
003620                         AS-CHANGE-DATE
003630                     INPUT PROCEDURE IS 1500-RELEASE-ACTIVITY
003640                     OUTPUT PROCEDURE IS 2000-REVIEW-ACCOUNTS
003650                 IF SORT-RETURN NOT = ZERO
003660                     DISPLAY 'CUSTDORM ACTIVITY SORT FAILED - '
003670                         'SORT-RETURN ' SORT-RETURN
003680                     MOVE 16 TO RETURN-CODE
003690                 END-IF
003700                 PERFORM 3000-PRINT-TOTALS
003710                 PERFORM 9000-TERMINATE
003720             END-IF
003730             PERFORM 0200-RELEASE-MASTER-LATCH
003740         END-IF
003750     END-IF.
003760     STOP RUN.
003770*----------------------------------------------------------------
003780* 0050-GET-RUN-OPTIONS
003790* THREE CARDS - RUN TYPE M OR A, THE DORMANCY PERIOD IN MONTHS
003800* (ZERO MEANS 36) AND THE DUE-DILIGENCE WAITING PERIOD IN DAYS
003810* (ZERO MEANS 60).  ANY OTHER RUN TYPE IS REFUSED, RC=16.
003820*----------------------------------------------------------------
003830 0050-GET-RUN-OPTIONS.
003840     DISPLAY 'ENTER RUN TYPE - M MONTHLY SCAN, A ANNUAL '
003850         'REMITTANCE: '.
003860     ACCEPT WS-RUN-TYPE.
003870     DISPLAY 'ENTER DORMANCY PERIOD IN MONTHS: '.
003880     ACCEPT WS-DORMANCY-MONTHS.
003890     DISPLAY 'ENTER DUE-DILIGENCE WAITING PERIOD IN DAYS: '.
003900     ACCEPT WS-WAITING-DAYS.
003910     IF NOT WS-MONTHLY-RUN AND NOT WS-ANNUAL-RUN
003920         DISPLAY 'RUN TYPE ' WS-RUN-TYPE ' IS NOT M OR A - '
003930             'RUN REFUSED'
003940         SET WS-RUN-UNUSABLE TO TRUE
003950     END-IF.
003960     IF WS-DORMANCY-MONTHS NOT NUMERIC
003970         OR WS-DORMANCY-MONTHS = ZERO
003980         MOVE 36 TO WS-DORMANCY-MONTHS
003990     END-IF.
004000     IF WS-WAITING-DAYS NOT NUMERIC OR WS-WAITING-DAYS = ZERO
004010         MOVE 60 TO WS-WAITING-DAYS
004020     END-IF.
004030*----------------------------------------------------------------
004040* 1000-INITIALIZE
004050* WORKS OUT THE CUTOFF AND RESPOND-BY DATES AND OPENS THE FILES.
004060* A MISSING MASTER IS REFUSED WITH RC=16.  THE NOADDR WORKLIST
004070* IS SHARED WITH CUSTSTMT AND CUSTDUNN AND ACCUMULATES, SO IT IS
004080* EXTENDED.  THE ANNUAL REPORT AND REMITTANCE FILE ARE OPENED
004090* ONLY ON AN ANNUAL RUN.
004100*----------------------------------------------------------------
004110 1000-INITIALIZE.
004120     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
004130     PERFORM 1100-COMPUTE-CUTOFF-DATE.
004140     COMPUTE WS-DAY-NUMBER =
004150         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) +
004160         WS-WAITING-DAYS.
004170     COMPUTE WS-RESPOND-BY-DATE =
004180         FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
004190     OPEN I-O CUSTOMER-MASTER-FILE.
004200     IF WS-CUSTMAST-STATUS = '35'
004210         DISPLAY 'CUSTOMER MASTER DOES NOT EXIST - NOTHING TO '
004220             'REVIEW'
004230         MOVE 16 TO RETURN-CODE
004240         SET WS-RUN-UNUSABLE TO TRUE
004250     ELSE
004260         OPEN OUTPUT LETTER-FILE
004270         OPEN EXTEND NOADDR-WORKLIST
004280         IF WS-NOADDR-STATUS = '05' OR WS-NOADDR-STATUS = '35'
004290             OPEN OUTPUT NOADDR-WORKLIST
004300         END-IF
004310         OPEN OUTPUT REGISTER-REPORT
004320         MOVE WS-CUTOFF-DATE TO CR-CUTOFF-DATE
004330         MOVE WS-DORMANCY-MONTHS TO CR-DORMANCY-MONTHS
004340         MOVE WS-WAITING-DAYS TO CR-WAITING-DAYS
004350         WRITE RGST-LINE FROM WS-HEADING-LINE
004360         WRITE RGST-LINE FROM WS-CRITERIA-LINE
004370         WRITE RGST-LINE FROM SPACES
004380         WRITE RGST-LINE FROM WS-COLUMN-LINE
004390         IF WS-ANNUAL-RUN
004400             OPEN OUTPUT UNCLAIMED-REPORT
004410             OPEN OUTPUT REMITTANCE-FILE
004420             MOVE WS-TODAY-DATE TO UH-REMIT-DATE
004430             WRITE UNCL-LINE FROM WS-UNCL-HEADING-LINE
004440             WRITE UNCL-LINE FROM WS-CRITERIA-LINE
004450             WRITE UNCL-LINE FROM SPACES
004460             WRITE UNCL-LINE FROM WS-UNCL-COLUMN-LINE
004470         END-IF
004480     END-IF.
004490*----------------------------------------------------------------
004500* 1100-COMPUTE-CUTOFF-DATE
004510* TODAY LESS THE DORMANCY PERIOD, COUNTED IN WHOLE MONTHS.
004520*----------------------------------------------------------------
004530 1100-COMPUTE-CUTOFF-DATE.
004540     COMPUTE WS-MONTH-NUMBER =
004550         WS-TODAY-YYYY * 12 + WS-TODAY-MM - 1 -
004560         WS-DORMANCY-MONTHS.
004570     DIVIDE WS-MONTH-NUMBER BY 12 GIVING WS-CUTOFF-YYYY
004580         REMAINDER WS-MONTH-OF-YEAR.
004590     COMPUTE WS-CUTOFF-MM = WS-MONTH-OF-YEAR + 1.
004600     MOVE WS-TODAY-DD TO WS-CUTOFF-DD.
004610     IF WS-CUTOFF-DD > 28
004620         MOVE 28 TO WS-CUTOFF-DD
004630     END-IF.
004640*----------------------------------------------------------------
004650* 1500-RELEASE-ACTIVITY
004660* SORT INPUT PROCEDURE - ONE SORT RECORD PER HISTORY RECORD ON
004670* THE ARCHIVE AND THE LIVE FILE.  EITHER FILE MISSING ('35') IS
004680* SIMPLY SKIPPED.
004690*----------------------------------------------------------------
004700 1500-RELEASE-ACTIVITY.
004710     OPEN INPUT HISTORY-ARCHIVE-FILE.
004720     IF WS-CUSTHARC-STATUS = '35'
004730         SET WS-END-OF-ARCHIVE TO TRUE
004740     ELSE
004750         PERFORM 1510-READ-ARCHIVE
004760     END-IF.
004770     PERFORM 1520-RELEASE-ARCHIVE-RECORD UNTIL WS-END-OF-ARCHIVE.
004780     IF WS-CUSTHARC-STATUS NOT = '35'
004790         CLOSE HISTORY-ARCHIVE-FILE
004800     END-IF.
004810     OPEN INPUT CUSTOMER-HISTORY-FILE.
004820     IF WS-CUSTHIST-STATUS = '35'
004830         SET WS-END-OF-HISTORY TO TRUE
004840     ELSE
004850         PERFORM 1530-READ-HISTORY
004860     END-IF.
004870     PERFORM 1540-RELEASE-HISTORY-RECORD UNTIL WS-END-OF-HISTORY.
004880     IF WS-CUSTHIST-STATUS NOT = '35'
004890         CLOSE CUSTOMER-HISTORY-FILE
004900     END-IF.
004910*----------------------------------------------------------------
004920* 1510-READ-ARCHIVE
004930*----------------------------------------------------------------
004940 1510-READ-ARCHIVE.
004950     READ HISTORY-ARCHIVE-FILE INTO CUSTHIST-RECORD
004960         AT END
004970             SET WS-END-OF-ARCHIVE TO TRUE
004980     END-READ.
004990*----------------------------------------------------------------
005000* 1520-RELEASE-ARCHIVE-RECORD
005010*----------------------------------------------------------------
005020 1520-RELEASE-ARCHIVE-RECORD.
005030     PERFORM 1550-RELEASE-ONE-RECORD.
005040     PERFORM 1510-READ-ARCHIVE.
005050*----------------------------------------------------------------
005060* 1530-READ-HISTORY
005070*----------------------------------------------------------------
005080 1530-READ-HISTORY.
005090     READ CUSTOMER-HISTORY-FILE
005100         AT END
005110             SET WS-END-OF-HISTORY TO TRUE
005120     END-READ.
005130*----------------------------------------------------------------
005140* 1540-RELEASE-HISTORY-RECORD
005150*----------------------------------------------------------------
005160 1540-RELEASE-HISTORY-RECORD.
005170     PERFORM 1550-RELEASE-ONE-RECORD.
005180     PERFORM 1530-READ-HISTORY.
005190*----------------------------------------------------------------
005200* 1550-RELEASE-ONE-RECORD
005210* A PAYMENT OF ANY KIND - KEYED, LOCKBOX OR AUTOPAY - OR AN
005220* ADDRESS CHANGE KEYED AT THE MAINTENANCE DESK IS THE CUSTOMER
005230* ACTING ON THE ACCOUNT.  CHARGES, FEES, REFUNDS, CARRY-FORWARDS
005240* AND RETURNED-MAIL OR BOUNCE FLAGS ARE NOT.
005250*----------------------------------------------------------------
005260 1550-RELEASE-ONE-RECORD.
005270     IF CH-CHANGE-DATE IS NUMERIC
005280         MOVE CH-CUSTUMER-ID TO AS-CUSTUMER-ID
005290         MOVE CH-CHANGE-DATE TO AS-CHANGE-DATE
005300         IF CH-TYPE-PAYMENT
005310             OR (CH-SOURCE-POINT AND CH-TYPE-ADDRESS)
005320             MOVE 'Y' TO AS-INITIATED
005330         ELSE
005340             MOVE 'N' TO AS-INITIATED
005350         END-IF
005360         RELEASE ACTIVITY-SORT-RECORD
005370     END-IF.
005380*----------------------------------------------------------------
005390* 2000-REVIEW-ACCOUNTS
005400* SORT OUTPUT PROCEDURE - WALKS THE MASTER IN KEY ORDER ALONGSIDE
005410* THE SORTED ACTIVITY, BOTH ASCENDING BY CUSTUMER-ID.  AN ANNUAL
005420* RUN OPENS CUSTHIST HERE, ONCE THE INPUT PROCEDURE HAS READ IT
005430* AND CLOSED IT, TO LOG ITS REMITTANCES.
005440*----------------------------------------------------------------
005450 2000-REVIEW-ACCOUNTS.
005460     IF WS-ANNUAL-RUN
005470         OPEN EXTEND CUSTOMER-HISTORY-FILE
005480         IF WS-CUSTHIST-STATUS = '05' OR WS-CUSTHIST-STATUS = '35'
005490             OPEN OUTPUT CUSTOMER-HISTORY-FILE
005500         END-IF
005510     END-IF.
005520     PERFORM 2100-RETURN-ACTIVITY.
005530     MOVE ZERO TO CUSTUMER-ID.
005540     START CUSTOMER-MASTER-FILE KEY NOT < CUSTUMER-ID
005550         INVALID KEY
005560             SET WS-END-OF-MASTER TO TRUE
005570     END-START.
005580     IF NOT WS-END-OF-MASTER
005590         PERFORM 2200-READ-MASTER
005600     END-IF.
005610     PERFORM 2300-REVIEW-ONE-ACCOUNT UNTIL WS-END-OF-MASTER.
005620*----------------------------------------------------------------
005630* 2100-RETURN-ACTIVITY
005640*----------------------------------------------------------------
005650 2100-RETURN-ACTIVITY.
005660     RETURN ACTIVITY-SORT-FILE
005670         AT END
005680             SET WS-END-OF-ACTIVITY TO TRUE
005690     END-RETURN.
005700*----------------------------------------------------------------
005710* 2200-READ-MASTER
005720*----------------------------------------------------------------
005730 2200-READ-MASTER.
005740     READ CUSTOMER-MASTER-FILE NEXT RECORD
005750         AT END
005760             SET WS-END-OF-MASTER TO TRUE
005770     END-READ.
005780*----------------------------------------------------------------
005790* 2300-REVIEW-ONE-ACCOUNT
005800* ACTIVITY FOR IDS NO LONGER ON THE MASTER IS PASSED OVER.  THE
005810* ACCOUNT IS DORMANT SINCE ITS LAST CUSTOMER-INITIATED ACTIVITY,
005820* OR FAILING ANY, SINCE ITS EARLIEST HISTORY RECORD; ONE WITH NO
005830* HISTORY AT ALL IS DORMANT SINCE BEFORE ANY CUTOFF.  ONLY A
005840* CREDIT BALANCE ON AN ACCOUNT NOT MERGED AWAY CAN BE DORMANT.
005850*----------------------------------------------------------------
005860 2300-REVIEW-ONE-ACCOUNT.
005870     ADD 1 TO WS-MASTER-COUNT.
005880     MOVE ZERO TO WS-FIRST-SEEN-DATE.
005890     MOVE ZERO TO WS-LAST-ACTIVITY-DATE.
005900     PERFORM 2100-RETURN-ACTIVITY
005910         UNTIL WS-END-OF-ACTIVITY
005920             OR AS-CUSTUMER-ID NOT < CUSTUMER-ID.
005930     PERFORM 2310-TAKE-ACTIVITY-DATE
005940         UNTIL WS-END-OF-ACTIVITY
005950             OR AS-CUSTUMER-ID NOT = CUSTUMER-ID.
005960     IF WS-LAST-ACTIVITY-DATE > ZERO
005970         MOVE WS-LAST-ACTIVITY-DATE TO WS-DORMANT-SINCE-DATE
005980     ELSE
005990         MOVE WS-FIRST-SEEN-DATE TO WS-DORMANT-SINCE-DATE
006000     END-IF.
006010     SET WS-ACCOUNT-ACTIVE TO TRUE.
006020     IF CUSTOMER-BALANCE < ZERO
006030         AND CUSTOMER-NOT-MERGED
006040         AND WS-DORMANT-SINCE-DATE < WS-CUTOFF-DATE
006050         SET WS-ACCOUNT-DORMANT TO TRUE
006060     END-IF.
006070     COMPUTE WS-CREDIT-AMOUNT = ZERO - CUSTOMER-BALANCE.
006080     EVALUATE TRUE
006090         WHEN WS-ACCOUNT-DORMANT AND NOT CUSTOMER-DORMANT
006100             PERFORM 2400-FLAG-DORMANT
006110         WHEN WS-ACCOUNT-DORMANT
006120             PERFORM 2350-CHECK-WAITING-PERIOD
006130             IF WS-ANNUAL-RUN
006140                 AND WS-DAYS-FLAGGED NOT < WS-WAITING-DAYS
006150                 PERFORM 2600-REMIT-BALANCE
006160             ELSE
006170                 PERFORM 2550-LIST-AWAITING
006180             END-IF
006190         WHEN CUSTOMER-DORMANT
006200             PERFORM 2800-CLEAR-DORMANCY
006210         WHEN OTHER
006220             CONTINUE
006230     END-EVALUATE.
006240     PERFORM 2200-READ-MASTER.
006250*----------------------------------------------------------------
006260* 2310-TAKE-ACTIVITY-DATE
006270* THE SORT RETURNS EACH ID'S RECORDS OLDEST FIRST, SO THE FIRST
006280* DATE SEEN IS THE EARLIEST AND THE LAST INITIATED ONE IS THE
006290* MOST RECENT.
006300*----------------------------------------------------------------
006310 2310-TAKE-ACTIVITY-DATE.
006320     IF WS-FIRST-SEEN-DATE = ZERO
006330         MOVE AS-CHANGE-DATE TO WS-FIRST-SEEN-DATE
006340     END-IF.
006350     IF AS-CUSTOMER-INITIATED
006360         MOVE AS-CHANGE-DATE TO WS-LAST-ACTIVITY-DATE
006370     END-IF.
006380     PERFORM 2100-RETURN-ACTIVITY.
006390*----------------------------------------------------------------
006400* 2350-CHECK-WAITING-PERIOD
006410* DAYS SINCE THE ACCOUNT WAS FLAGGED AND ITS LETTER WENT OUT.
006420*----------------------------------------------------------------
006430 2350-CHECK-WAITING-PERIOD.
006440     IF CUSTOMER-DORMANCY-DATE > 19000101
006450         COMPUTE WS-DAYS-FLAGGED =
006460             FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) -
006470             FUNCTION INTEGER-OF-DATE(CUSTOMER-DORMANCY-DATE)
006480     ELSE
006490         MOVE ZERO TO WS-DAYS-FLAGGED
006500     END-IF.
006510*----------------------------------------------------------------
006520* 2400-FLAG-DORMANT
006530* MARKS THE ACCOUNT DORMANT AS OF TODAY - THE WAITING PERIOD
006540* RUNS FROM HERE - AND SENDS THE DUE-DILIGENCE LETTER, OR HOLDS
006550* IT WHEN THE POST OFFICE IS ALREADY RETURNING THE MAIL.
006560*----------------------------------------------------------------
006570 2400-FLAG-DORMANT.
006580     SET CUSTOMER-DORMANT TO TRUE.
006590     MOVE WS-TODAY-DATE TO CUSTOMER-DORMANCY-DATE.
006600     REWRITE CUSTUMER_RECORDS
006610         INVALID KEY
006620             DISPLAY 'REWRITE FAILED - DORMANCY NOT FLAGGED - '
006630                 CUSTUMER-ID
006640     END-REWRITE.
006650     IF WS-CUSTMAST-OK
006660         IF CUSTOMER-ADDRESS-BAD
006670             PERFORM 2500-HOLD-LETTER
006680         ELSE
006690             PERFORM 2450-WRITE-LETTER
006700         END-IF
006710     END-IF.
006720*----------------------------------------------------------------
006730* 2450-WRITE-LETTER
006740*----------------------------------------------------------------
006750 2450-WRITE-LETTER.
006760     MOVE WS-TODAY-DATE TO DL-LETTER-DATE.
006770     MOVE CUSTUMER-ID TO DL-CUSTUMER-ID.
006780     MOVE CUSTUMER-NAME TO DL-CUSTUMER-NAME.
006790     MOVE CUSTUMER-ADDRESS TO DL-CUSTUMER-ADDRESS.
006800     MOVE WS-CREDIT-AMOUNT TO DL-CREDIT-AMOUNT.
006810     MOVE WS-LAST-ACTIVITY-DATE TO DL-LAST-ACTIVITY-DATE.
006820     MOVE WS-RESPOND-BY-DATE TO DL-RESPOND-BY-DATE.
006830     WRITE LETTER-RECORD.
006840     ADD 1 TO WS-LETTER-COUNT.
006850     ADD WS-CREDIT-AMOUNT TO WS-LETTER-TOTAL.
006860     MOVE 'DORMANT - LETTER SENT' TO RG-DISPOSITION.
006870     PERFORM 2900-WRITE-REGISTER-LINE.
006880*----------------------------------------------------------------
006890* 2500-HOLD-LETTER
006900* THE POST OFFICE HAS ALREADY RETURNED THIS CUSTOMER'S MAIL - NO
006910* LETTER IS SENT, AND THE ACCOUNT GOES ON THE NOADDR WORKLIST.
006920* THE WAITING PERIOD STILL RUNS.
006930*----------------------------------------------------------------
006940 2500-HOLD-LETTER.
006950     MOVE WS-TODAY-DATE TO NA-HELD-DATE.
006960     MOVE CUSTUMER-ID TO NA-CUSTUMER-ID.
006970     MOVE CUSTUMER-NAME TO NA-CUSTUMER-NAME.
006980     MOVE 'DUE DILIGENCE' TO NA-HELD-ITEM.
006990     MOVE CUSTOMER-BALANCE TO NA-BALANCE.
007000     MOVE CUSTOMER-ADDRESS-FLAG-DATE TO NA-FLAGGED-DATE.
007010     WRITE NOADDR-RECORD FROM WS-NOADDR-LINE.
007020     ADD 1 TO WS-HELD-COUNT.
007030     ADD WS-CREDIT-AMOUNT TO WS-HELD-TOTAL.
007040     MOVE 'DORMANT - HELD, NO ADDR' TO RG-DISPOSITION.
007050     PERFORM 2900-WRITE-REGISTER-LINE.
007060*----------------------------------------------------------------
007070* 2550-LIST-AWAITING
007080* FLAGGED EARLIER AND STILL DORMANT, BUT NOT YET DUE FOR
007090* REMITTANCE - OR THIS IS A MONTHLY RUN.
007100*----------------------------------------------------------------
007110 2550-LIST-AWAITING.
007120     ADD 1 TO WS-AWAITING-COUNT.
007130     ADD WS-CREDIT-AMOUNT TO WS-AWAITING-TOTAL.
007140     MOVE 'DORMANT - AWAITING' TO RG-DISPOSITION.
007150     PERFORM 2900-WRITE-REGISTER-LINE.
007160*----------------------------------------------------------------
007170* 2600-REMIT-BALANCE
007180* CLEARS THE CREDIT OFF THE MASTER AND MARKS THE ACCOUNT
007190* ESCHEATED, THEN LOGS THE REMITTANCE TO CUSTHIST AND WRITES THE
007200* REMITTANCE RECORD AND REPORT LINE - THE MASTER CHANGE AND THE
007210* REMITTANCE GO TOGETHER, SO THE STATE FILING AND THE TIE-OUT
007220* SEE THE SAME MONEY.
007230*----------------------------------------------------------------
007240 2600-REMIT-BALANCE.
007250     MOVE CUSTOMER-BALANCE TO WS-BEFORE-BALANCE.
007260     MOVE ZERO TO CUSTOMER-BALANCE.
007270     SET CUSTOMER-ESCHEATED TO TRUE.
007280     MOVE CUSTOMER-DORMANCY-DATE TO RD-LETTER-DATE.
007290     MOVE WS-TODAY-DATE TO CUSTOMER-DORMANCY-DATE.
007300     REWRITE CUSTUMER_RECORDS
007310         INVALID KEY
007320             DISPLAY 'REWRITE FAILED - BALANCE NOT REMITTED - '
007330                 CUSTUMER-ID
007340     END-REWRITE.
007350     IF WS-CUSTMAST-OK
007360         PERFORM 2700-WRITE-HISTORY-RECORD
007370         PERFORM 2750-WRITE-REMITTANCE
007380         ADD 1 TO WS-REMITTED-COUNT
007390         ADD WS-CREDIT-AMOUNT TO WS-REMITTED-TOTAL
007400         MOVE 'REMITTED AS UNCLAIMED' TO RG-DISPOSITION
007410         PERFORM 2900-WRITE-REGISTER-LINE
007420     END-IF.
007430*----------------------------------------------------------------
007440* 2700-WRITE-HISTORY-RECORD
007450* THE CREDIT LEAVING THE MASTER FOR THE STATE - SOURCE 'X',
007460* TYPE 'E', SO IT IS NEVER MISTAKEN FOR A REFUND OR ADJUSTMENT.
007470*----------------------------------------------------------------
007480 2700-WRITE-HISTORY-RECORD.
007490     MOVE SPACES TO CUSTHIST-RECORD.
007500     ACCEPT CH-CHANGE-DATE FROM DATE YYYYMMDD.
007510     ACCEPT CH-CHANGE-TIME FROM TIME.
007520     MOVE CUSTUMER-ID TO CH-CUSTUMER-ID.
007530     MOVE WS-BEFORE-BALANCE TO CH-BEFORE-BALANCE.
007540     MOVE CUSTOMER-BALANCE TO CH-AFTER-BALANCE.
007550     SET CH-SOURCE-ESCH TO TRUE.
007560     SET CH-TYPE-ESCHEAT TO TRUE.
007570     WRITE CUSTHIST-RECORD.
007580*----------------------------------------------------------------
007590* 2750-WRITE-REMITTANCE
007600* ONE REMITTANCE RECORD AND ONE REPORT ENTRY PER OWNER.
007610*----------------------------------------------------------------
007620 2750-WRITE-REMITTANCE.
007630     MOVE CUSTUMER-ID TO RD-CUSTUMER-ID.
007640     MOVE CUSTUMER-NAME TO RD-CUSTUMER-NAME.
007650     MOVE CUSTUMER-ADDRESS TO RD-CUSTUMER-ADDRESS.
007660     MOVE WS-CREDIT-AMOUNT TO RD-REMIT-AMOUNT.
007670     MOVE WS-LAST-ACTIVITY-DATE TO RD-LAST-ACTIVITY-DATE.
007680     WRITE REMIT-LINE FROM WS-REMIT-DETAIL-RECORD.
007690     MOVE CUSTUMER-ID TO UD-CUSTUMER-ID.
007700     MOVE CUSTUMER-NAME TO UD-CUSTUMER-NAME.
007710     IF WS-LAST-ACTIVITY-DATE = ZERO
007720         MOVE 'NONE' TO UD-LAST-ACTIVITY
007730     ELSE
007740         MOVE WS-LAST-ACTIVITY-DATE TO UD-LAST-ACTIVITY
007750     END-IF.
007760     MOVE RD-LETTER-DATE TO UD-LETTER-DATE.
007770     MOVE WS-CREDIT-AMOUNT TO UD-REMIT-AMOUNT.
007780     WRITE UNCL-LINE FROM WS-UNCL-DETAIL-LINE.
007790     MOVE CUSTUMER-ADDRESS TO UA-CUSTUMER-ADDRESS.
007800     WRITE UNCL-LINE FROM WS-UNCL-ADDRESS-LINE.
007810*----------------------------------------------------------------
007820* 2800-CLEAR-DORMANCY
007830* A FLAGGED ACCOUNT THE CUSTOMER HAS SINCE ACTED ON, OR THAT IS
007840* NO LONGER IN CREDIT, IS NOT DORMANT ANY MORE.
007850*----------------------------------------------------------------
007860 2800-CLEAR-DORMANCY.
007870     MOVE SPACE TO CUSTOMER-DORMANCY-FLAG.
007880     MOVE ZERO TO CUSTOMER-DORMANCY-DATE.
007890     REWRITE CUSTUMER_RECORDS
007900         INVALID KEY
007910             DISPLAY 'REWRITE FAILED - DORMANCY NOT CLEARED - '
007920                 CUSTUMER-ID
007930     END-REWRITE.
007940     IF WS-CUSTMAST-OK
007950         ADD 1 TO WS-CLEARED-COUNT
007960         IF CUSTOMER-BALANCE < ZERO
007970             MOVE 'CLEARED - CUSTOMER ACTIVE' TO RG-DISPOSITION
007980         ELSE
007990             MOVE 'CLEARED - NO CREDIT' TO RG-DISPOSITION
008000         END-IF
008010         PERFORM 2900-WRITE-REGISTER-LINE
008020     END-IF.
008030*----------------------------------------------------------------
008040* 2900-WRITE-REGISTER-LINE
008050*----------------------------------------------------------------
008060 2900-WRITE-REGISTER-LINE.
008070     MOVE CUSTUMER-ID TO RG-CUSTUMER-ID.
008080     MOVE CUSTUMER-NAME TO RG-CUSTUMER-NAME.
008090     MOVE WS-CREDIT-AMOUNT TO RG-CREDIT-AMOUNT.
008100     IF WS-LAST-ACTIVITY-DATE = ZERO
008110         MOVE 'NONE' TO RG-LAST-ACTIVITY
008120     ELSE
008130         MOVE WS-LAST-ACTIVITY-DATE TO RG-LAST-ACTIVITY
008140     END-IF.
008150     WRITE RGST-LINE FROM WS-REGISTER-DETAIL.
008160*----------------------------------------------------------------
008170* 3000-PRINT-TOTALS
008180* AN ANNUAL RUN ALSO CLOSES THE REMITTANCE FILE WITH ITS TRAILER
008190* AND FOOTS THE UNCLAIMED-PROPERTY REPORT.
008200*----------------------------------------------------------------
008210 3000-PRINT-TOTALS.
008220     MOVE WS-MASTER-COUNT TO TL-MASTER-COUNT.
008230     MOVE WS-LETTER-COUNT TO TL-LETTER-COUNT.
008240     MOVE WS-LETTER-TOTAL TO TL-LETTER-TOTAL.
008250     MOVE WS-HELD-COUNT TO TL-HELD-COUNT.
008260     MOVE WS-HELD-TOTAL TO TL-HELD-TOTAL.
008270     MOVE WS-AWAITING-COUNT TO TL-AWAITING-COUNT.
008280     MOVE WS-AWAITING-TOTAL TO TL-AWAITING-TOTAL.
008290     MOVE WS-REMITTED-COUNT TO TL-REMITTED-COUNT.
008300     MOVE WS-REMITTED-TOTAL TO TL-REMITTED-TOTAL.
008310     MOVE WS-CLEARED-COUNT TO TL-CLEARED-COUNT.
008320     WRITE RGST-LINE FROM SPACES.
008330     WRITE RGST-LINE FROM WS-MASTER-TOTAL-LINE.
008340     WRITE RGST-LINE FROM WS-LETTER-TOTAL-LINE.
008350     WRITE RGST-LINE FROM WS-HELD-TOTAL-LINE.
008360     WRITE RGST-LINE FROM WS-AWAITING-TOTAL-LINE.
008370     WRITE RGST-LINE FROM WS-REMITTED-TOTAL-LINE.
008380     WRITE RGST-LINE FROM WS-CLEARED-TOTAL-LINE.
008390     DISPLAY 'MASTER RECORDS READ        : ' WS-MASTER-COUNT.
008400     DISPLAY 'DORMANCY LETTERS WRITTEN   : ' WS-LETTER-COUNT.
008410     DISPLAY 'LETTERS HELD - NO ADDRESS  : ' WS-HELD-COUNT.
008420     DISPLAY 'DORMANT, AWAITING          : ' WS-AWAITING-COUNT.
008430     DISPLAY 'REMITTED AS UNCLAIMED      : ' WS-REMITTED-COUNT
008440         ' AMOUNT ' WS-REMITTED-TOTAL.
008450     DISPLAY 'DORMANCY FLAGS CLEARED     : ' WS-CLEARED-COUNT.
008460     IF WS-ANNUAL-RUN
008470         MOVE WS-REMITTED-COUNT TO RT-REMIT-COUNT
008480         MOVE WS-REMITTED-TOTAL TO RT-REMIT-TOTAL
008490         MOVE WS-TODAY-DATE TO RT-REMIT-DATE
008500         WRITE REMIT-LINE FROM WS-REMIT-TRAILER-RECORD
008510         COMPUTE WS-PENDING-COUNT =
008520             WS-AWAITING-COUNT + WS-LETTER-COUNT + WS-HELD-COUNT
008530         COMPUTE WS-PENDING-TOTAL =
008540             WS-AWAITING-TOTAL + WS-LETTER-TOTAL + WS-HELD-TOTAL
008550         MOVE WS-REMITTED-COUNT TO UT-REMITTED-COUNT
008560         MOVE WS-REMITTED-TOTAL TO UT-REMITTED-TOTAL
008570         MOVE WS-PENDING-COUNT TO UT-PENDING-COUNT
008580         MOVE WS-PENDING-TOTAL TO UT-PENDING-TOTAL
008590         WRITE UNCL-LINE FROM SPACES
008600         WRITE UNCL-LINE FROM WS-UNCL-REMITTED-LINE
008610         WRITE UNCL-LINE FROM WS-UNCL-PENDING-LINE
008620     END-IF.
008630*----------------------------------------------------------------
008640* 9000-TERMINATE
008650*----------------------------------------------------------------
008660 9000-TERMINATE.
008670     CLOSE CUSTOMER-MASTER-FILE.
008680     CLOSE LETTER-FILE.
008690     CLOSE NOADDR-WORKLIST.
008700     CLOSE REGISTER-REPORT.
008710     IF WS-ANNUAL-RUN
008720         CLOSE CUSTOMER-HISTORY-FILE
008730         CLOSE UNCLAIMED-REPORT
008740         CLOSE REMITTANCE-FILE
008750     END-IF.
008760*----------------------------------------------------------------
008770* 0100-ACQUIRE-MASTER-LATCH
008780* HONORS THE CUSTLOCK IN-USE LATCH BEFORE ANY ACCOUNT IS FLAGGED
008790* OR REMITTED - ANOTHER UPDATER'S 'U' OR THE NIGHTLY 'B' BATCH
008800* WINDOW REFUSES THE RUN.  A FREE LATCH IS TAKEN 'U' AND FREED
008810* AT END OF RUN.
008820*----------------------------------------------------------------
008830 0100-ACQUIRE-MASTER-LATCH.
008840     MOVE 'N' TO WS-LATCH-SWITCH.
008850     PERFORM 0130-READ-LATCH-RECORD.
008860     EVALUATE TRUE
008870         WHEN WS-LATCH-STATE = 'U'
008880             DISPLAY 'CUSTOMER MASTER MARKED BUSY BY '
008890                 WS-LATCH-HOLDER ' SINCE ' WS-LATCH-DATE
008900                 ' ' WS-LATCH-TIME ' - RUN REFUSED'
008910             DISPLAY 'CLEAR A STALE LATCH DELIBERATELY WITH '
008920                 'CUSTLTCH MODE C'
008930             SET WS-LATCH-REFUSED TO TRUE
008940         WHEN WS-LATCH-STATE = 'B'
008950             DISPLAY 'NIGHTLY BATCH WINDOW IS OPEN - DORMANCY '
008960                 'RUN REFUSED'
008970             SET WS-LATCH-REFUSED TO TRUE
008980         WHEN OTHER
008990             MOVE 'U' TO WS-LATCH-STATE
009000             MOVE 'CUSTDORM' TO WS-LATCH-HOLDER
009010             PERFORM 0160-WRITE-LATCH-RECORD
009020             SET WS-LATCH-TAKEN TO TRUE
009030     END-EVALUATE.
009040*----------------------------------------------------------------
009050* 0130-READ-LATCH-RECORD
009060* A MISSING OR EMPTY LATCH FILE READS AS FREE.
009070*----------------------------------------------------------------
009080 0130-READ-LATCH-RECORD.
009090     MOVE SPACE TO WS-LATCH-STATE.
009100     MOVE SPACES TO WS-LATCH-HOLDER.
009110     MOVE ZERO TO WS-LATCH-DATE WS-LATCH-TIME.
009120     OPEN INPUT CUSTOMER-LOCK-FILE.
009130     IF WS-CUSTLOCK-STATUS = '00'
009140         READ CUSTOMER-LOCK-FILE
009150             AT END
009160                 CONTINUE
009170             NOT AT END
009180                 MOVE LK-LATCH-STATE TO WS-LATCH-STATE
009190                 MOVE LK-HOLDER TO WS-LATCH-HOLDER
009200                 MOVE LK-SET-DATE TO WS-LATCH-DATE
009210                 MOVE LK-SET-TIME TO WS-LATCH-TIME
009220         END-READ
009230         CLOSE CUSTOMER-LOCK-FILE
009240     END-IF.
009250*----------------------------------------------------------------
009260* 0160-WRITE-LATCH-RECORD
009270*----------------------------------------------------------------
009280 0160-WRITE-LATCH-RECORD.
009290     OPEN OUTPUT CUSTOMER-LOCK-FILE.
009300     MOVE SPACES TO CUSTLOCK-RECORD.
009310     MOVE WS-LATCH-STATE TO LK-LATCH-STATE.
009320     MOVE WS-LATCH-HOLDER TO LK-HOLDER.
009330     ACCEPT LK-SET-DATE FROM DATE YYYYMMDD.
009340     ACCEPT LK-SET-TIME FROM TIME.
009350     WRITE CUSTLOCK-RECORD.
009360     CLOSE CUSTOMER-LOCK-FILE.
009370*----------------------------------------------------------------
009380* 0200-RELEASE-MASTER-LATCH
009390*----------------------------------------------------------------
009400 0200-RELEASE-MASTER-LATCH.
009410     IF WS-LATCH-TAKEN
009420         MOVE SPACE TO WS-LATCH-STATE
009430         MOVE SPACES TO WS-LATCH-HOLDER
009440         PERFORM 0160-WRITE-LATCH-RECORD
009450         MOVE 'N' TO WS-LATCH-SWITCH
009460     END-IF.
009470 END PROGRAM CUSTDORM.
