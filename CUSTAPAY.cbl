000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTAPAY.
000030 AUTHOR. JULIO.
000040 INSTALLATION. CUSTOMER-ACCOUNTING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  JR   ORIGINAL - AUTOPAY (DIRECT-DEBIT) ENROLLMENT
000110*                  MAINTENANCE.  SYSIN SUPPLIES ONE CARD GROUP
000120*                  PER CUSTOMER (ZERO CUSTUMER-ID SENTINEL ENDS
000130*                  THE DECK): ACTION 'A' ENROLLS THE CUSTOMER -
000140*                  BANK ROUTING NUMBER, BANK ACCOUNT NUMBER,
000150*                  ACCOUNT TYPE (CHECKING OR SAVINGS), PULL TYPE
000160*                  (FULL BALANCE OR FIXED AMOUNT), FIXED AMOUNT
000170*                  AND PULL DAY; A CUSTOMER DROPPED FOR RETURNED
000180*                  DEBITS OR CANCELLED MAY BE ENROLLED AGAIN THE
000190*                  SAME WAY.  ACTION 'C' CHANGES ANY OF THOSE
000200*                  FIELDS (A ZERO OR BLANK CARD LEAVES THE FIELD
000210*                  ALONE); ACTION 'X' CANCELS THE ENROLLMENT.
000220*                  THE ROUTING NUMBER MUST PASS THE ABA CHECK-
000230*                  DIGIT TEST AND THE ACCOUNT NUMBER MUST BE 4 TO
000240*                  17 DIGITS, LEFT-JUSTIFIED, WITH NO EMBEDDED
000250*                  BLANKS.  NEW BANK DETAILS CLEAR THE RUN OF
000260*                  RETURNED DEBITS.  EVERY CHANGE IS STAMPED WITH
000270*                  THE OPERATOR CARD, AND A CARD GROUP WITH A
000280*                  BLANK ONE IS REFUSED.  THE MASTER IS ONLY READ,
000290*                  SO NO CUSTLOCK LATCH IS TAKEN - THE SAME AS
000295*                  CUSTRCHG.  CUSTAPUL PULLS THE DEBITS.
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
000420     SELECT AUTOPAY-FILE ASSIGN TO AUTOPAY
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS AP-CUSTUMER-ID
000460         FILE STATUS IS WS-AUTOPAY-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  CUSTOMER-MASTER-FILE
000500     LABEL RECORDS ARE STANDARD.
000510     COPY CUSTREC.
000520 FD  AUTOPAY-FILE
000530     LABEL RECORDS ARE STANDARD.
000540     COPY CUSTAPYR.
000550 WORKING-STORAGE SECTION.
000560 01  WS-CUSTMAST-STATUS PIC X(02) VALUE '00'.
000570     88 WS-CUSTMAST-OK VALUE '00'.
000580 01  WS-AUTOPAY-STATUS PIC X(02) VALUE '00'.
000590     88 WS-AUTOPAY-OK VALUE '00'.
000600 01  WS-INPUT-EOF-SWITCH PIC X(01) VALUE 'N'.
000610     88 WS-END-OF-INPUT VALUE 'Y'.
000620 01  WS-RUN-SWITCH PIC X(01) VALUE 'Y'.
000630     88 WS-RUN-USABLE VALUE 'Y'.
000640     88 WS-RUN-UNUSABLE VALUE 'N'.
000650 01  WS-CARD-OK-SWITCH PIC X(01) VALUE 'Y'.
000660     88 WS-CARD-OK VALUE 'Y'.
000670     88 WS-CARD-BAD VALUE 'N'.
000680 01  WS-ENROLL-ON-FILE-SWITCH PIC X(01) VALUE 'N'.
000690     88 WS-ENROLL-ON-FILE VALUE 'Y'.
000700     88 WS-ENROLL-NOT-ON-FILE VALUE 'N'.
000710 01  WS-BANK-CHANGED-SWITCH PIC X(01) VALUE 'N'.
000720     88 WS-BANK-CHANGED VALUE 'Y'.
000730     88 WS-BANK-UNCHANGED VALUE 'N'.
000740 01  WS-TODAY-DATE PIC 9(08) VALUE ZERO.
000750*----------------------------------------------------------------
000760* ONE ENROLLMENT CARD GROUP, READ FIELD BY FIELD FROM SYSIN.
000770*----------------------------------------------------------------
000780 01  WS-ENROLL-CARD.
000790     05 EC-CUSTUMER-ID PIC 9(06) VALUE ZERO.
000800     05 EC-ACTION PIC X(01) VALUE SPACE.
000810         88 EC-ADD VALUE 'A'.
000820         88 EC-CHANGE VALUE 'C'.
000830         88 EC-CANCEL VALUE 'X'.
000840     05 EC-OPERATOR PIC X(08) VALUE SPACES.
000850     05 EC-ROUTING-NUMBER PIC 9(09) VALUE ZERO.
000860     05 EC-BANK-ACCOUNT PIC X(17) VALUE SPACES.
000870     05 EC-ACCOUNT-TYPE PIC X(01) VALUE SPACE.
000880     05 EC-PULL-TYPE PIC X(01) VALUE SPACE.
000890     05 EC-FIXED-AMOUNT PIC S9(07)V99 VALUE ZERO.
000900     05 EC-PULL-DAY PIC 9(02) VALUE ZERO.
000910*----------------------------------------------------------------
000920* THE ENROLLMENT AS IT WILL STAND ONCE THE CARD IS APPLIED - THE
000930* CARD ON AN ADD, THE RECORD ON FILE WITH THE CARD'S NON-BLANK
000940* FIELDS LAID OVER IT ON A CHANGE - SO ONE SET OF EDITS SERVES
000950* BOTH ACTIONS.
000960*----------------------------------------------------------------
000970 01  WS-NEW-ENROLLMENT.
000980     05 NE-ROUTING-NUMBER PIC 9(09) VALUE ZERO.
000990     05 NE-ROUTING-DIGITS REDEFINES NE-ROUTING-NUMBER.
001000         10 NE-ROUTING-DIGIT PIC 9(01) OCCURS 9 TIMES.
001010     05 NE-BANK-ACCOUNT PIC X(17) VALUE SPACES.
001020     05 NE-ACCOUNT-CHARS REDEFINES NE-BANK-ACCOUNT.
001030         10 NE-ACCOUNT-CHAR PIC X(01) OCCURS 17 TIMES.
001040     05 NE-ACCOUNT-TYPE PIC X(01) VALUE SPACE.
001050     05 NE-PULL-TYPE PIC X(01) VALUE SPACE.
001060     05 NE-FIXED-AMOUNT PIC S9(07)V99 VALUE ZERO.
001070     05 NE-PULL-DAY PIC 9(02) VALUE ZERO.
001080*----------------------------------------------------------------
001090* ROUTING AND ACCOUNT NUMBER EDIT WORK AREAS.  THE ABA CHECK
001100* WEIGHTS THE NINE DIGITS 3 7 1 3 7 1 3 7 1; A VALID ROUTING
001110* NUMBER'S WEIGHTED SUM IS A MULTIPLE OF TEN.
001120*----------------------------------------------------------------
001130 01  WS-ABA-WEIGHTS-VALUES PIC X(09) VALUE '371371371'.
001140 01  WS-ABA-WEIGHTS REDEFINES WS-ABA-WEIGHTS-VALUES.
001150     05 WS-ABA-WEIGHT PIC 9(01) OCCURS 9 TIMES.
001160 01  WS-ABA-SUM PIC 9(04) COMP VALUE ZERO.
001170 01  WS-ABA-QUOTIENT PIC 9(04) COMP VALUE ZERO.
001180 01  WS-ABA-REMAINDER PIC 9(04) COMP VALUE ZERO.
001190 01  WS-ACCOUNT-DIGIT-COUNT PIC 9(02) COMP VALUE ZERO.
001200 01  WS-ACCOUNT-NONZERO-COUNT PIC 9(02) COMP VALUE ZERO.
001210 01  WS-ACCOUNT-BLANK-SEEN-SWITCH PIC X(01) VALUE 'N'.
001220     88 WS-ACCOUNT-BLANK-SEEN VALUE 'Y'.
001230 01  WS-ACCOUNT-EDIT-SWITCH PIC X(01) VALUE 'Y'.
001240     88 WS-ACCOUNT-VALID VALUE 'Y'.
001250     88 WS-ACCOUNT-INVALID VALUE 'N'.
001260 77  I PIC 9(02) COMP VALUE ZERO.
001270 01  WS-COUNTERS.
001280     05 WS-ADD-COUNT PIC 9(07) COMP VALUE ZERO.
001290     05 WS-CHANGE-COUNT PIC 9(07) COMP VALUE ZERO.
001300     05 WS-CANCEL-COUNT PIC 9(07) COMP VALUE ZERO.
001310     05 WS-REFUSED-COUNT PIC 9(07) COMP VALUE ZERO.
001320 PROCEDURE DIVISION.
001330*----------------------------------------------------------------
001340* 0000-MAINLINE
001350*----------------------------------------------------------------
001360 0000-MAINLINE.
001370     PERFORM 1000-INITIALIZE.
001380     IF WS-RUN-USABLE
001390         PERFORM 2000-PROCESS-ENROLL-CARD UNTIL WS-END-OF-INPUT
001400         PERFORM 3000-PRINT-SUMMARY
001410         PERFORM 9000-TERMINATE
001420     END-IF.
001430     STOP RUN.
001440*----------------------------------------------------------------
001450* 1000-INITIALIZE
001460* A MISSING MASTER IS REFUSED OUTRIGHT.  A MISSING AUTOPAY FILE
001470* IS CREATED EMPTY ON THE FIRST RUN.
001480*----------------------------------------------------------------
001490 1000-INITIALIZE.
001500     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
001510     OPEN INPUT CUSTOMER-MASTER-FILE.
001520     IF WS-CUSTMAST-STATUS = '35'
001530         DISPLAY 'CUSTOMER MASTER DOES NOT EXIST - NO AUTOPAY '
001540             'ENROLLMENT CAN BE MAINTAINED'
001550         MOVE 16 TO RETURN-CODE
001560         SET WS-RUN-UNUSABLE TO TRUE
001570     ELSE
001580         OPEN I-O AUTOPAY-FILE
001590         IF WS-AUTOPAY-STATUS = '35'
001600             OPEN OUTPUT AUTOPAY-FILE
001610             CLOSE AUTOPAY-FILE
001620             OPEN I-O AUTOPAY-FILE
001630         END-IF
001640         PERFORM 1500-GET-NEXT-ENROLL-CARD
001650     END-IF.
001660*----------------------------------------------------------------
001670* 1500-GET-NEXT-ENROLL-CARD
001680* ACCEPTS ONE ENROLLMENT CARD GROUP.  A ZERO CUSTUMER-ID IS THE
001690* END-OF-DECK SENTINEL.  AN ADD OR CHANGE SUPPLIES THE BANK AND
001700* PULL FIELDS; A CANCEL SUPPLIES NEITHER.
001710*----------------------------------------------------------------
001720 1500-GET-NEXT-ENROLL-CARD.
001730     DISPLAY 'ENTER CUSTUMER-ID FOR AUTOPAY (0 TO END): '.
001740     ACCEPT EC-CUSTUMER-ID.
001750     IF EC-CUSTUMER-ID = ZERO
001760         SET WS-END-OF-INPUT TO TRUE
001770     ELSE
001780         MOVE ZERO TO EC-ROUTING-NUMBER EC-FIXED-AMOUNT
001790             EC-PULL-DAY
001800         MOVE SPACE TO EC-ACCOUNT-TYPE EC-PULL-TYPE
001810         MOVE SPACES TO EC-BANK-ACCOUNT
001820         DISPLAY 'ENTER ACTION (A=ENROLL, C=CHANGE, X=CANCEL): '
001830         ACCEPT EC-ACTION
001840         DISPLAY 'ENTER OPERATOR ID: '
001850         ACCEPT EC-OPERATOR
001860         IF EC-ADD OR EC-CHANGE
001870             DISPLAY 'ENTER BANK ROUTING NUMBER (0 = NO '
001880                 'CHANGE): '
001890             ACCEPT EC-ROUTING-NUMBER
001900             DISPLAY 'ENTER BANK ACCOUNT NUMBER (BLANK = NO '
001910                 'CHANGE): '
001920             ACCEPT EC-BANK-ACCOUNT
001930             DISPLAY 'ENTER ACCOUNT TYPE (C=CHECKING, '
001940                 'S=SAVINGS): '
001950             ACCEPT EC-ACCOUNT-TYPE
001960             DISPLAY 'ENTER PULL TYPE (F=FULL BALANCE, '
001970                 'X=FIXED AMOUNT): '
001980             ACCEPT EC-PULL-TYPE
001990             DISPLAY 'ENTER FIXED PULL AMOUNT: '
002000             ACCEPT EC-FIXED-AMOUNT
002010             DISPLAY 'ENTER PULL DAY OF MONTH (01-28): '
002020             ACCEPT EC-PULL-DAY
002030         END-IF
002040     END-IF.
002050*----------------------------------------------------------------
002060* 2000-PROCESS-ENROLL-CARD
002070* EDITS AND APPLIES ONE CARD GROUP, THEN GETS THE NEXT.  A CARD
002073* GROUP WITH NO OPERATOR ID IS REFUSED WHATEVER ITS ACTION - EVERY
002076* ENROLLMENT CHANGE MUST NAME WHO MADE IT.
002080*----------------------------------------------------------------
002090 2000-PROCESS-ENROLL-CARD.
002100     SET WS-CARD-OK TO TRUE.
002110     PERFORM 2050-READ-EXISTING-ENROLLMENT.
002120     EVALUATE TRUE
002122         WHEN EC-OPERATOR = SPACES
002124             DISPLAY 'NO OPERATOR ID - CARD REFUSED - '
002126                 EC-CUSTUMER-ID
002128             SET WS-CARD-BAD TO TRUE
002130         WHEN EC-ADD
002140             PERFORM 2100-EDIT-ADD
002150             IF WS-CARD-OK
002160                 PERFORM 2300-ADD-ENROLLMENT
002170             END-IF
002180         WHEN EC-CHANGE
002190             PERFORM 2400-CHANGE-ENROLLMENT
002200         WHEN EC-CANCEL
002210             PERFORM 2500-CANCEL-ENROLLMENT
002220         WHEN OTHER
002230             DISPLAY 'ACTION ' EC-ACTION ' NOT A, C OR X - CARD '
002240                 'REFUSED - ' EC-CUSTUMER-ID
002250             SET WS-CARD-BAD TO TRUE
002260     END-EVALUATE.
002270     IF WS-CARD-BAD
002280         ADD 1 TO WS-REFUSED-COUNT
002290     END-IF.
002300     PERFORM 1500-GET-NEXT-ENROLL-CARD.
002310*----------------------------------------------------------------
002320* 2050-READ-EXISTING-ENROLLMENT
002330*----------------------------------------------------------------
002340 2050-READ-EXISTING-ENROLLMENT.
002350     SET WS-ENROLL-ON-FILE TO TRUE.
002360     MOVE EC-CUSTUMER-ID TO AP-CUSTUMER-ID.
002370     READ AUTOPAY-FILE
002380         INVALID KEY
002390             SET WS-ENROLL-NOT-ON-FILE TO TRUE
002400     END-READ.
002410*----------------------------------------------------------------
002420* 2100-EDIT-ADD
002430* THE CUSTOMER MUST BE A LIVE, UNMERGED, OPEN ACCOUNT NOT ALREADY
002440* ENROLLED.  A DROPPED OR CANCELLED ENROLLMENT ON FILE IS
002450* ENROLLED AGAIN OVER THE TOP OF THE OLD ONE.
002460*----------------------------------------------------------------
002470 2100-EDIT-ADD.
002480     MOVE EC-CUSTUMER-ID TO CUSTUMER-ID.
002490     READ CUSTOMER-MASTER-FILE
002500         INVALID KEY
002510             DISPLAY 'CUSTOMER NOT ON MASTER - ENROLLMENT '
002520                 'REFUSED - ' EC-CUSTUMER-ID
002530             SET WS-CARD-BAD TO TRUE
002540     END-READ.
002550     IF WS-CARD-OK
002560         EVALUATE TRUE
002570             WHEN NOT CUSTOMER-NOT-MERGED
002580                 DISPLAY 'ACCOUNT MERGED TO ' CUSTOMER-MERGED-TO
002590                     ' - ENROLLMENT REFUSED - ' EC-CUSTUMER-ID
002600                 SET WS-CARD-BAD TO TRUE
002610             WHEN CUSTOMER-CLOSED
002620                 DISPLAY 'ACCOUNT IS CLOSED - ENROLLMENT '
002630                     'REFUSED - ' EC-CUSTUMER-ID
002640                 SET WS-CARD-BAD TO TRUE
002650             WHEN WS-ENROLL-ON-FILE AND AP-ENROLL-ACTIVE
002660                 DISPLAY 'CUSTOMER ALREADY ENROLLED - '
002670                     'ENROLLMENT REFUSED - ' EC-CUSTUMER-ID
002680                 SET WS-CARD-BAD TO TRUE
002690             WHEN OTHER
002700                 CONTINUE
002710         END-EVALUATE
002720     END-IF.
002730     IF WS-CARD-OK
002740         MOVE EC-ROUTING-NUMBER TO NE-ROUTING-NUMBER
002750         MOVE EC-BANK-ACCOUNT TO NE-BANK-ACCOUNT
002760         MOVE EC-ACCOUNT-TYPE TO NE-ACCOUNT-TYPE
002770         MOVE EC-PULL-TYPE TO NE-PULL-TYPE
002780         MOVE EC-FIXED-AMOUNT TO NE-FIXED-AMOUNT
002790         MOVE EC-PULL-DAY TO NE-PULL-DAY
002800         PERFORM 2200-EDIT-NEW-ENROLLMENT
002810     END-IF.
002820*----------------------------------------------------------------
002830* 2200-EDIT-NEW-ENROLLMENT
002840* EDITS THE ENROLLMENT AS IT WILL STAND.  ONLY THE FIRST FAULT
002850* FOUND IS REPORTED.
002860*----------------------------------------------------------------
002870 2200-EDIT-NEW-ENROLLMENT.
002880     PERFORM 2210-EDIT-ROUTING-NUMBER.
002890     IF WS-CARD-OK
002900         PERFORM 2250-EDIT-BANK-ACCOUNT
002910     END-IF.
002920     IF WS-CARD-OK
002930         EVALUATE TRUE
002940             WHEN NE-ACCOUNT-TYPE NOT = 'C' AND NOT = 'S'
002950                 DISPLAY 'ACCOUNT TYPE ' NE-ACCOUNT-TYPE
002960                     ' NOT C OR S - CARD REFUSED - '
002970                     EC-CUSTUMER-ID
002980                 SET WS-CARD-BAD TO TRUE
002990             WHEN NE-PULL-TYPE NOT = 'F' AND NOT = 'X'
003000                 DISPLAY 'PULL TYPE ' NE-PULL-TYPE
003010                     ' NOT F OR X - CARD REFUSED - '
003020                     EC-CUSTUMER-ID
003030                 SET WS-CARD-BAD TO TRUE
003040             WHEN NE-PULL-TYPE = 'X' AND NE-FIXED-AMOUNT NOT >
003050                 ZERO
003060                 DISPLAY 'FIXED PULL NEEDS AN AMOUNT ABOVE ZERO '
003070                     '- CARD REFUSED - ' EC-CUSTUMER-ID
003080                 SET WS-CARD-BAD TO TRUE
003090             WHEN NE-PULL-DAY < 1 OR NE-PULL-DAY > 28
003100                 DISPLAY 'PULL DAY ' NE-PULL-DAY ' NOT 01 TO 28 '
003110                     '- CARD REFUSED - ' EC-CUSTUMER-ID
003120                 SET WS-CARD-BAD TO TRUE
003130             WHEN OTHER
003140                 CONTINUE
003150         END-EVALUATE
003160     END-IF.
003170*    A FULL-BALANCE PULL CARRIES NO FIXED AMOUNT.
003180     IF WS-CARD-OK AND NE-PULL-TYPE = 'F'
003190         MOVE ZERO TO NE-FIXED-AMOUNT
003200     END-IF.
003210*----------------------------------------------------------------
003220* 2210-EDIT-ROUTING-NUMBER
003230* NINE DIGITS, NOT ZERO, PASSING THE ABA CHECK-DIGIT TEST.
003240*----------------------------------------------------------------
003250 2210-EDIT-ROUTING-NUMBER.
003260     IF NE-ROUTING-NUMBER NOT NUMERIC
003270         OR NE-ROUTING-NUMBER = ZERO
003280         DISPLAY 'BANK ROUTING NUMBER MISSING OR NOT NUMERIC - '
003290             'CARD REFUSED - ' EC-CUSTUMER-ID
003300         SET WS-CARD-BAD TO TRUE
003310     ELSE
003320         MOVE ZERO TO WS-ABA-SUM
003330         PERFORM 2220-ADD-ROUTING-DIGIT
003340             VARYING I FROM 1 BY 1 UNTIL I > 9
003350         DIVIDE WS-ABA-SUM BY 10 GIVING WS-ABA-QUOTIENT
003360             REMAINDER WS-ABA-REMAINDER
003370         IF WS-ABA-REMAINDER NOT = ZERO
003380             DISPLAY 'BANK ROUTING NUMBER ' NE-ROUTING-NUMBER
003390                 ' FAILS THE CHECK-DIGIT TEST - CARD REFUSED - '
003400                 EC-CUSTUMER-ID
003410             SET WS-CARD-BAD TO TRUE
003420         END-IF
003430     END-IF.
003440*----------------------------------------------------------------
003450* 2220-ADD-ROUTING-DIGIT
003460*----------------------------------------------------------------
003470 2220-ADD-ROUTING-DIGIT.
003480     COMPUTE WS-ABA-SUM = WS-ABA-SUM
003490         + NE-ROUTING-DIGIT(I) * WS-ABA-WEIGHT(I).
003500*----------------------------------------------------------------
003510* 2250-EDIT-BANK-ACCOUNT
003520* 4 TO 17 DIGITS STARTING IN THE FIRST POSITION, NOTHING BUT
003530* BLANKS AFTER THE LAST DIGIT, AND NOT ALL ZEROS.
003540*----------------------------------------------------------------
003550 2250-EDIT-BANK-ACCOUNT.
003560     SET WS-ACCOUNT-VALID TO TRUE.
003570     MOVE 'N' TO WS-ACCOUNT-BLANK-SEEN-SWITCH.
003580     MOVE ZERO TO WS-ACCOUNT-DIGIT-COUNT.
003590     MOVE ZERO TO WS-ACCOUNT-NONZERO-COUNT.
003600     PERFORM 2260-EDIT-ACCOUNT-CHAR
003610         VARYING I FROM 1 BY 1 UNTIL I > 17.
003620     IF WS-ACCOUNT-DIGIT-COUNT < 4
003630         SET WS-ACCOUNT-INVALID TO TRUE
003640     END-IF.
003650     IF WS-ACCOUNT-NONZERO-COUNT = ZERO
003660         SET WS-ACCOUNT-INVALID TO TRUE
003670     END-IF.
003680     IF WS-ACCOUNT-INVALID
003690         DISPLAY 'BANK ACCOUNT NUMBER MUST BE 4 TO 17 DIGITS, '
003700             'LEFT-JUSTIFIED - CARD REFUSED - ' EC-CUSTUMER-ID
003710         SET WS-CARD-BAD TO TRUE
003720     END-IF.
003730*----------------------------------------------------------------
003740* 2260-EDIT-ACCOUNT-CHAR
003750*----------------------------------------------------------------
003760 2260-EDIT-ACCOUNT-CHAR.
003770     EVALUATE TRUE
003780         WHEN NE-ACCOUNT-CHAR(I) = SPACE
003790             SET WS-ACCOUNT-BLANK-SEEN TO TRUE
003800         WHEN NE-ACCOUNT-CHAR(I) IS NUMERIC
003810             IF WS-ACCOUNT-BLANK-SEEN
003820                 SET WS-ACCOUNT-INVALID TO TRUE
003830             ELSE
003840                 ADD 1 TO WS-ACCOUNT-DIGIT-COUNT
003850             END-IF
003860             IF NE-ACCOUNT-CHAR(I) NOT = '0'
003870                 ADD 1 TO WS-ACCOUNT-NONZERO-COUNT
003880             END-IF
003890         WHEN OTHER
003900             SET WS-ACCOUNT-INVALID TO TRUE
003910     END-EVALUATE.
003920*----------------------------------------------------------------
003930* 2300-ADD-ENROLLMENT
003940* A RE-ENROLLMENT KEEPS THE LIFETIME PULL COUNT AND TOTAL BUT
003950* STARTS A CLEAN RUN OF RETURNS.
003960*----------------------------------------------------------------
003970 2300-ADD-ENROLLMENT.
003980     IF WS-ENROLL-NOT-ON-FILE
003990         MOVE SPACES TO AUTOPAY-RECORD
004000         MOVE EC-CUSTUMER-ID TO AP-CUSTUMER-ID
004010         MOVE ZERO TO AP-LAST-PULL-PERIOD AP-LAST-PULL-DATE
004020         MOVE ZERO TO AP-LAST-PULL-AMOUNT AP-LAST-TRACE-NUMBER
004030         MOVE ZERO TO AP-PULL-COUNT AP-PULL-TOTAL
004040     END-IF.
004050     SET AP-ENROLL-ACTIVE TO TRUE.
004060     MOVE NE-ROUTING-NUMBER TO AP-ROUTING-NUMBER.
004070     MOVE NE-BANK-ACCOUNT TO AP-BANK-ACCOUNT.
004080     MOVE NE-ACCOUNT-TYPE TO AP-ACCOUNT-TYPE.
004090     MOVE NE-PULL-TYPE TO AP-PULL-TYPE.
004100     MOVE NE-FIXED-AMOUNT TO AP-FIXED-AMOUNT.
004110     MOVE NE-PULL-DAY TO AP-PULL-DAY.
004120     MOVE WS-TODAY-DATE TO AP-SETUP-DATE.
004130     MOVE EC-OPERATOR TO AP-SETUP-OPERATOR.
004140     MOVE ZERO TO AP-CHANGE-DATE.
004150     MOVE SPACES TO AP-CHANGE-OPERATOR.
004160     MOVE ZERO TO AP-RETURN-COUNT AP-LAST-RETURN-DATE.
004170     MOVE SPACES TO AP-LAST-RETURN-REASON.
004180     MOVE ZERO TO AP-DROP-DATE.
004190     IF WS-ENROLL-NOT-ON-FILE
004200         WRITE AUTOPAY-RECORD
004210             INVALID KEY
004220                 DISPLAY 'AUTOPAY WRITE FAILED - STATUS '
004230                     WS-AUTOPAY-STATUS ' - ' EC-CUSTUMER-ID
004240                 SET WS-CARD-BAD TO TRUE
004250         END-WRITE
004260     ELSE
004270         REWRITE AUTOPAY-RECORD
004280             INVALID KEY
004290                 DISPLAY 'AUTOPAY REWRITE FAILED - STATUS '
004300                     WS-AUTOPAY-STATUS ' - ' EC-CUSTUMER-ID
004310                 SET WS-CARD-BAD TO TRUE
004320         END-REWRITE
004330     END-IF.
004340     IF WS-CARD-OK
004350         ADD 1 TO WS-ADD-COUNT
004360         DISPLAY 'AUTOPAY ENROLLED FOR ' EC-CUSTUMER-ID
004370             ' - PULL ' AP-PULL-TYPE ' ' AP-FIXED-AMOUNT
004380             ' ON DAY ' AP-PULL-DAY
004390     END-IF.
004400*----------------------------------------------------------------
004410* 2400-CHANGE-ENROLLMENT
004420* ONLY AN ACTIVE ENROLLMENT CAN BE CHANGED.  A ZERO OR BLANK
004430* CARD FIELD LEAVES THAT FIELD AS IT IS.
004440*----------------------------------------------------------------
004450 2400-CHANGE-ENROLLMENT.
004460     IF WS-ENROLL-NOT-ON-FILE OR NOT AP-ENROLL-ACTIVE
004470         DISPLAY 'NO ACTIVE AUTOPAY ENROLLMENT ON FILE - '
004480             'CHANGE REFUSED - ' EC-CUSTUMER-ID
004490         SET WS-CARD-BAD TO TRUE
004500     END-IF.
004510     IF WS-CARD-OK AND EC-FIXED-AMOUNT < ZERO
004520         DISPLAY 'FIXED PULL AMOUNT MAY NOT BE NEGATIVE - '
004530             'CHANGE REFUSED - ' EC-CUSTUMER-ID
004540         SET WS-CARD-BAD TO TRUE
004550     END-IF.
004560     IF WS-CARD-OK
004570         PERFORM 2410-STAGE-CHANGE
004580         PERFORM 2200-EDIT-NEW-ENROLLMENT
004590     END-IF.
004600     IF WS-CARD-OK
004610         IF WS-BANK-CHANGED
004620             MOVE ZERO TO AP-RETURN-COUNT
004630         END-IF
004640         MOVE NE-ROUTING-NUMBER TO AP-ROUTING-NUMBER
004650         MOVE NE-BANK-ACCOUNT TO AP-BANK-ACCOUNT
004660         MOVE NE-ACCOUNT-TYPE TO AP-ACCOUNT-TYPE
004670         MOVE NE-PULL-TYPE TO AP-PULL-TYPE
004680         MOVE NE-FIXED-AMOUNT TO AP-FIXED-AMOUNT
004690         MOVE NE-PULL-DAY TO AP-PULL-DAY
004700         MOVE WS-TODAY-DATE TO AP-CHANGE-DATE
004710         MOVE EC-OPERATOR TO AP-CHANGE-OPERATOR
004720         REWRITE AUTOPAY-RECORD
004730             INVALID KEY
004740                 DISPLAY 'AUTOPAY REWRITE FAILED - STATUS '
004750                     WS-AUTOPAY-STATUS ' - ' EC-CUSTUMER-ID
004760                 SET WS-CARD-BAD TO TRUE
004770         END-REWRITE
004780     END-IF.
004790     IF WS-CARD-OK
004800         ADD 1 TO WS-CHANGE-COUNT
004810         DISPLAY 'AUTOPAY CHANGED FOR ' EC-CUSTUMER-ID
004820             ' - PULL ' AP-PULL-TYPE ' ' AP-FIXED-AMOUNT
004830             ' ON DAY ' AP-PULL-DAY
004840     END-IF.
004850*----------------------------------------------------------------
004860* 2410-STAGE-CHANGE
004870* LAYS THE CARD'S NON-BLANK FIELDS OVER THE RECORD ON FILE.  A
004880* CHANGE TO A FIXED PULL WITH NO AMOUNT CARD KEEPS THE AMOUNT
004890* ALREADY ON FILE.
004900*----------------------------------------------------------------
004910 2410-STAGE-CHANGE.
004920     SET WS-BANK-UNCHANGED TO TRUE.
004930     MOVE AP-ROUTING-NUMBER TO NE-ROUTING-NUMBER.
004940     MOVE AP-BANK-ACCOUNT TO NE-BANK-ACCOUNT.
004950     MOVE AP-ACCOUNT-TYPE TO NE-ACCOUNT-TYPE.
004960     MOVE AP-PULL-TYPE TO NE-PULL-TYPE.
004970     MOVE AP-FIXED-AMOUNT TO NE-FIXED-AMOUNT.
004980     MOVE AP-PULL-DAY TO NE-PULL-DAY.
004990     IF EC-ROUTING-NUMBER NOT = ZERO
005000         MOVE EC-ROUTING-NUMBER TO NE-ROUTING-NUMBER
005010     END-IF.
005020     IF EC-BANK-ACCOUNT NOT = SPACES
005030         MOVE EC-BANK-ACCOUNT TO NE-BANK-ACCOUNT
005040     END-IF.
005050     IF EC-ACCOUNT-TYPE NOT = SPACE
005060         MOVE EC-ACCOUNT-TYPE TO NE-ACCOUNT-TYPE
005070     END-IF.
005080     IF EC-PULL-TYPE NOT = SPACE
005090         MOVE EC-PULL-TYPE TO NE-PULL-TYPE
005100     END-IF.
005110     IF EC-FIXED-AMOUNT > ZERO
005120         MOVE EC-FIXED-AMOUNT TO NE-FIXED-AMOUNT
005130     END-IF.
005140     IF EC-PULL-DAY NOT = ZERO
005150         MOVE EC-PULL-DAY TO NE-PULL-DAY
005160     END-IF.
005170     IF NE-ROUTING-NUMBER NOT = AP-ROUTING-NUMBER
005180         OR NE-BANK-ACCOUNT NOT = AP-BANK-ACCOUNT
005190         OR NE-ACCOUNT-TYPE NOT = AP-ACCOUNT-TYPE
005200         SET WS-BANK-CHANGED TO TRUE
005210     END-IF.
005220*----------------------------------------------------------------
005230* 2500-CANCEL-ENROLLMENT
005240* THE RECORD STAYS ON FILE, MARKED CANCELLED, SO WHAT WAS PULLED
005250* UNDER IT CAN STILL BE SEEN.  A DROPPED ENROLLMENT MAY BE
005260* CANCELLED TOO, SO IT CANNOT BE MISTAKEN FOR ONE AWAITING
005270* RE-ENROLLMENT.
005280*----------------------------------------------------------------
005290 2500-CANCEL-ENROLLMENT.
005300     IF WS-ENROLL-NOT-ON-FILE OR AP-ENROLL-CANCELLED
005310         DISPLAY 'NO AUTOPAY ENROLLMENT ON FILE - CANCEL '
005320             'REFUSED - ' EC-CUSTUMER-ID
005330         SET WS-CARD-BAD TO TRUE
005340     ELSE
005350         SET AP-ENROLL-CANCELLED TO TRUE
005360         MOVE WS-TODAY-DATE TO AP-CHANGE-DATE
005370         MOVE EC-OPERATOR TO AP-CHANGE-OPERATOR
005380         REWRITE AUTOPAY-RECORD
005390             INVALID KEY
005400                 DISPLAY 'AUTOPAY REWRITE FAILED - STATUS '
005410                     WS-AUTOPAY-STATUS ' - ' EC-CUSTUMER-ID
005420                 SET WS-CARD-BAD TO TRUE
005430         END-REWRITE
005440         IF WS-CARD-OK
005450             ADD 1 TO WS-CANCEL-COUNT
005460             DISPLAY 'AUTOPAY CANCELLED FOR ' EC-CUSTUMER-ID
005470         END-IF
005480     END-IF.
005490*----------------------------------------------------------------
005500* 3000-PRINT-SUMMARY
005510*----------------------------------------------------------------
005520 3000-PRINT-SUMMARY.
005530     DISPLAY 'AUTOPAY ENROLLMENTS ADDED  : ' WS-ADD-COUNT.
005540     DISPLAY 'AUTOPAY ENROLLMENTS CHANGED: ' WS-CHANGE-COUNT.
005550     DISPLAY 'AUTOPAY ENROLLMENTS CANCELLED: ' WS-CANCEL-COUNT.
005560     DISPLAY 'AUTOPAY CARDS REFUSED      : ' WS-REFUSED-COUNT.
005570     IF WS-REFUSED-COUNT > ZERO
005580         MOVE 4 TO RETURN-CODE
005590     END-IF.
005600*----------------------------------------------------------------
005610* 9000-TERMINATE
005620*----------------------------------------------------------------
005630 9000-TERMINATE.
005640     CLOSE CUSTOMER-MASTER-FILE.
005650     CLOSE AUTOPAY-FILE.
005660 END PROGRAM CUSTAPAY.
