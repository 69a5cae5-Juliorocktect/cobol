000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTRATE.
000030 AUTHOR. JULIO.
000040 INSTALLATION. CUSTOMER-ACCOUNTING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  JR   ORIGINAL - EXCHANGE-RATE TABLE MAINTENANCE.
000110*                  FOREIGN-CURRENCY AMOUNTS WERE CONVERTED ON A
000120*                  CALCULATOR BEFORE THEY WENT INTO CALCADJ OR THE
000130*                  LOCKBOX FILE, AND NOTHING RECORDED THE RATE
000140*                  USED.  SYSIN SUPPLIES ONE CARD GROUP PER RATE
000150*                  (AN 'END' CURRENCY CARD ENDS THE DECK):
000160*                  CURRENCY CODE, EFFECTIVE DATE, ACTION AND
000170*                  OPERATOR, THEN FOR AN ADD OR CHANGE THE RATE.
000180*                  ACTION 'A' ADDS A NEW DATED RATE; ACTION 'C'
000190*                  CORRECTS THE RATE ON AN EXISTING DATE (THE OLD
000200*                  FIGURE IS KEPT AS FX-PRIOR-RATE); ACTION 'X'
000210*                  WITHDRAWS A DATED RATE SO THE ONE BEFORE IT IS
000220*                  IN FORCE AGAIN.  RECORDS ARE NEVER DELETED, SO
000230*                  A RATE ANY POSTING USED CAN ALWAYS BE SEEN.
000240*                  EVERY CHANGE IS STAMPED WITH THE OPERATOR CARD;
000245*                  A CARD GROUP WITH NO OPERATOR ID IS REFUSED.
000250*                  NO MASTER IS TOUCHED, SO NO CUSTLOCK LATCH IS
000260*                  TAKEN.  CALC_COB AND CUSTLBX READ THE TABLE.
000270*----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. IBM-370.
000310 OBJECT-COMPUTER. IBM-370.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT EXCHANGE-RATE-FILE ASSIGN TO FXRATES
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS FX-RATE-KEY
000380         FILE STATUS IS WS-FXRATES-STATUS.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  EXCHANGE-RATE-FILE
000420     LABEL RECORDS ARE STANDARD.
000430     COPY CUSTRATR.
000440 WORKING-STORAGE SECTION.
000450 01  WS-FXRATES-STATUS PIC X(02) VALUE '00'.
000460     88 WS-FXRATES-OK VALUE '00'.
000470 01  WS-INPUT-EOF-SWITCH PIC X(01) VALUE 'N'.
000480     88 WS-END-OF-INPUT VALUE 'Y'.
000490 01  WS-CARD-OK-SWITCH PIC X(01) VALUE 'Y'.
000500     88 WS-CARD-OK VALUE 'Y'.
000510     88 WS-CARD-BAD VALUE 'N'.
000520 01  WS-RATE-ON-FILE-SWITCH PIC X(01) VALUE 'N'.
000530     88 WS-RATE-ON-FILE VALUE 'Y'.
000540     88 WS-RATE-NOT-ON-FILE VALUE 'N'.
000550 01  WS-TODAY-DATE PIC 9(08) VALUE ZERO.
000560*----------------------------------------------------------------
000570* THE BASE CURRENCY EVERY BALANCE IS CARRIED IN - IT NEEDS NO
000580* RATE, SO A CARD FOR IT IS REFUSED.
000590*----------------------------------------------------------------
000600 01  WS-BASE-CURRENCY PIC X(03) VALUE 'USD'.
000610*----------------------------------------------------------------
000620* ONE RATE CARD GROUP, READ FIELD BY FIELD FROM SYSIN.
000630*----------------------------------------------------------------
000640 01  WS-RATE-CARD.
000650     05 RC-CURRENCY-CODE PIC X(03) VALUE SPACES.
000660         88 RC-END-OF-DECK VALUE 'END'.
000670     05 RC-EFFECTIVE-DATE PIC 9(08) VALUE ZERO.
000680     05 RC-ACTION PIC X(01) VALUE SPACE.
000690         88 RC-ADD VALUE 'A'.
000700         88 RC-CHANGE VALUE 'C'.
000710         88 RC-WITHDRAW VALUE 'X'.
000720     05 RC-OPERATOR PIC X(08) VALUE SPACES.
000730     05 RC-EXCH-RATE PIC 9(04)V9(06) VALUE ZERO.
000740*----------------------------------------------------------------
000750* DATE WORK AREA - A CALENDAR DATE PULLED APART FOR THE VALIDITY
000760* EDIT, THE SAME ONE CUSTPLAN AND CUSTRCHG USE.
000770*----------------------------------------------------------------
000780 01  WS-WORK-DATE PIC 9(08) VALUE ZERO.
000790 01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
000800     05 WS-WORK-YEAR PIC 9(04).
000810     05 WS-WORK-MONTH PIC 9(02).
000820     05 WS-WORK-DAY PIC 9(02).
000830 01  WS-DAYS-IN-MONTH PIC 9(02) VALUE ZERO.
000840 01  WS-LEAP-QUOTIENT PIC 9(04) VALUE ZERO.
000850 01  WS-LEAP-REMAINDER PIC 9(04) VALUE ZERO.
000860 01  WS-DATE-SWITCH PIC X(01) VALUE 'Y'.
000870     88 WS-DATE-VALID VALUE 'Y'.
000880     88 WS-DATE-INVALID VALUE 'N'.
000890 01  WS-COUNTERS.
000900     05 WS-ADD-COUNT PIC 9(07) COMP VALUE ZERO.
000910     05 WS-CHANGE-COUNT PIC 9(07) COMP VALUE ZERO.
000920     05 WS-WITHDRAW-COUNT PIC 9(07) COMP VALUE ZERO.
000930     05 WS-REFUSED-COUNT PIC 9(07) COMP VALUE ZERO.
000940 PROCEDURE DIVISION.
000950*----------------------------------------------------------------
000960* 0000-MAINLINE
000970*----------------------------------------------------------------
000980 0000-MAINLINE.
000990     PERFORM 1000-INITIALIZE.
001000     PERFORM 2000-PROCESS-RATE-CARD UNTIL WS-END-OF-INPUT.
001010     PERFORM 3000-PRINT-SUMMARY.
001020     PERFORM 9000-TERMINATE.
001030     STOP RUN.
001040*----------------------------------------------------------------
001050* 1000-INITIALIZE
001060* A MISSING FXRATES FILE IS CREATED EMPTY ON THE FIRST RUN.
001070*----------------------------------------------------------------
001080 1000-INITIALIZE.
001090     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
001100     OPEN I-O EXCHANGE-RATE-FILE.
001110     IF WS-FXRATES-STATUS = '35'
001120         OPEN OUTPUT EXCHANGE-RATE-FILE
001130         CLOSE EXCHANGE-RATE-FILE
001140         OPEN I-O EXCHANGE-RATE-FILE
001150     END-IF.
001160     PERFORM 1500-GET-NEXT-RATE-CARD.
001170*----------------------------------------------------------------
001180* 1500-GET-NEXT-RATE-CARD
001190* ACCEPTS ONE RATE CARD GROUP.  AN 'END' CURRENCY CODE IS THE
001200* END-OF-DECK SENTINEL.  AN ADD OR CHANGE SUPPLIES THE RATE; A
001210* WITHDRAWAL DOES NOT.
001220*----------------------------------------------------------------
001230 1500-GET-NEXT-RATE-CARD.
001240     DISPLAY 'ENTER CURRENCY CODE (END TO FINISH): '.
001250     ACCEPT RC-CURRENCY-CODE.
001260     IF RC-END-OF-DECK
001270         SET WS-END-OF-INPUT TO TRUE
001280     ELSE
001290         MOVE ZERO TO RC-EXCH-RATE
001300         DISPLAY 'ENTER EFFECTIVE DATE (YYYYMMDD): '
001310         ACCEPT RC-EFFECTIVE-DATE
001320         DISPLAY 'ENTER ACTION (A=ADD, C=CHANGE, X=WITHDRAW): '
001330         ACCEPT RC-ACTION
001340         DISPLAY 'ENTER OPERATOR ID: '
001350         ACCEPT RC-OPERATOR
001360         IF RC-ADD OR RC-CHANGE
001370             DISPLAY 'ENTER RATE - BASE UNITS PER ONE FOREIGN '
001380                 'UNIT (9999V999999): '
001390             ACCEPT RC-EXCH-RATE
001400         END-IF
001410     END-IF.
001420*----------------------------------------------------------------
001430* 2000-PROCESS-RATE-CARD
001440* EDITS AND APPLIES ONE CARD GROUP, THEN GETS THE NEXT.
001450*----------------------------------------------------------------
001460 2000-PROCESS-RATE-CARD.
001470     SET WS-CARD-OK TO TRUE.
001480     PERFORM 2100-EDIT-RATE-KEY.
001490     IF WS-CARD-OK
001500         PERFORM 2050-READ-EXISTING-RATE
001510         EVALUATE TRUE
001520             WHEN RC-ADD
001530                 PERFORM 2300-ADD-RATE
001540             WHEN RC-CHANGE
001550                 PERFORM 2400-CHANGE-RATE
001560             WHEN RC-WITHDRAW
001570                 PERFORM 2500-WITHDRAW-RATE
001580             WHEN OTHER
001590                 DISPLAY 'ACTION ' RC-ACTION ' NOT A, C OR X - '
001600                     'CARD REFUSED - ' RC-CURRENCY-CODE
001610                 SET WS-CARD-BAD TO TRUE
001620         END-EVALUATE
001630     END-IF.
001640     IF WS-CARD-BAD
001650         ADD 1 TO WS-REFUSED-COUNT
001660     END-IF.
001670     PERFORM 1500-GET-NEXT-RATE-CARD.
001680*----------------------------------------------------------------
001690* 2050-READ-EXISTING-RATE
001700*----------------------------------------------------------------
001710 2050-READ-EXISTING-RATE.
001720     SET WS-RATE-ON-FILE TO TRUE.
001730     MOVE RC-CURRENCY-CODE TO FX-CURRENCY-CODE.
001740     MOVE RC-EFFECTIVE-DATE TO FX-EFFECTIVE-DATE.
001750     READ EXCHANGE-RATE-FILE
001760         INVALID KEY
001770             SET WS-RATE-NOT-ON-FILE TO TRUE
001780     END-READ.
001790*----------------------------------------------------------------
001800* 2100-EDIT-RATE-KEY
001810* THE CARD MUST NAME ITS OPERATOR; THE CURRENCY CODE MUST BE
001820* THREE LETTERS AND NOT THE BASE CURRENCY; THE EFFECTIVE DATE
001825* MUST BE A REAL CALENDAR DATE.
001830*----------------------------------------------------------------
001840 2100-EDIT-RATE-KEY.
001850     EVALUATE TRUE
001852         WHEN RC-OPERATOR = SPACES
001854             DISPLAY 'NO OPERATOR ID - CARD REFUSED - '
001856                 RC-CURRENCY-CODE
001858             SET WS-CARD-BAD TO TRUE
001860         WHEN RC-CURRENCY-CODE NOT ALPHABETIC-UPPER
001870             OR RC-CURRENCY-CODE(1:1) = SPACE
001880             OR RC-CURRENCY-CODE(2:1) = SPACE
001890             OR RC-CURRENCY-CODE(3:1) = SPACE
001900             DISPLAY 'CURRENCY CODE ' RC-CURRENCY-CODE
001910                 ' IS NOT THREE LETTERS - CARD REFUSED'
001920             SET WS-CARD-BAD TO TRUE
001930         WHEN RC-CURRENCY-CODE = WS-BASE-CURRENCY
001940             DISPLAY 'CURRENCY ' RC-CURRENCY-CODE ' IS THE BASE '
001950                 'CURRENCY AND TAKES NO RATE - CARD REFUSED'
001960             SET WS-CARD-BAD TO TRUE
001970         WHEN OTHER
001980             MOVE RC-EFFECTIVE-DATE TO WS-WORK-DATE
001990             PERFORM 2150-EDIT-CALENDAR-DATE
002000             IF WS-DATE-INVALID
002010                 DISPLAY 'EFFECTIVE DATE ' RC-EFFECTIVE-DATE
002020                     ' IS NOT A CALENDAR DATE - CARD REFUSED - '
002030                     RC-CURRENCY-CODE
002040                 SET WS-CARD-BAD TO TRUE
002050             END-IF
002060     END-EVALUATE.
002070*----------------------------------------------------------------
002080* 2150-EDIT-CALENDAR-DATE
002090* SETS WS-DATE-SWITCH FOR THE DATE STAGED IN WS-WORK-DATE.
002100*----------------------------------------------------------------
002110 2150-EDIT-CALENDAR-DATE.
002120     SET WS-DATE-VALID TO TRUE.
002130     PERFORM 2160-SET-DAYS-IN-MONTH.
002140     IF WS-WORK-YEAR < 1900
002150         OR WS-WORK-MONTH < 1 OR WS-WORK-MONTH > 12
002160         OR WS-WORK-DAY < 1
002170         OR WS-WORK-DAY > WS-DAYS-IN-MONTH
002180         SET WS-DATE-INVALID TO TRUE
002190     END-IF.
002200*----------------------------------------------------------------
002210* 2160-SET-DAYS-IN-MONTH
002220*----------------------------------------------------------------
002230 2160-SET-DAYS-IN-MONTH.
002240     EVALUATE WS-WORK-MONTH
002250         WHEN 4
002260         WHEN 6
002270         WHEN 9
002280         WHEN 11
002290             MOVE 30 TO WS-DAYS-IN-MONTH
002300         WHEN 2
002310             DIVIDE WS-WORK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
002320                 REMAINDER WS-LEAP-REMAINDER
002330             IF WS-LEAP-REMAINDER = ZERO
002340                 MOVE 29 TO WS-DAYS-IN-MONTH
002350             ELSE
002360                 MOVE 28 TO WS-DAYS-IN-MONTH
002370             END-IF
002380         WHEN OTHER
002390             MOVE 31 TO WS-DAYS-IN-MONTH
002400     END-EVALUATE.
002410*----------------------------------------------------------------
002420* 2300-ADD-RATE
002430* A NEW DATED RATE.  THE DATE MUST NOT ALREADY CARRY ONE - A
002440* WRONG FIGURE ON AN EXISTING DATE IS CORRECTED WITH ACTION C.
002450*----------------------------------------------------------------
002460 2300-ADD-RATE.
002470     EVALUATE TRUE
002480         WHEN WS-RATE-ON-FILE
002490             DISPLAY 'RATE FOR ' RC-CURRENCY-CODE ' ALREADY ON '
002500                 'FILE FOR ' RC-EFFECTIVE-DATE ' - ADD REFUSED'
002510             SET WS-CARD-BAD TO TRUE
002520         WHEN RC-EXCH-RATE NOT > ZERO
002530             DISPLAY 'RATE MUST BE ABOVE ZERO - ADD REFUSED - '
002540                 RC-CURRENCY-CODE
002550             SET WS-CARD-BAD TO TRUE
002560         WHEN OTHER
002570             MOVE SPACES TO FXRATE-RECORD
002580             MOVE RC-CURRENCY-CODE TO FX-CURRENCY-CODE
002590             MOVE RC-EFFECTIVE-DATE TO FX-EFFECTIVE-DATE
002600             SET FX-RATE-ACTIVE TO TRUE
002610             MOVE RC-EXCH-RATE TO FX-EXCH-RATE
002620             MOVE WS-TODAY-DATE TO FX-SETUP-DATE
002630             MOVE RC-OPERATOR TO FX-SETUP-OPERATOR
002640             MOVE ZERO TO FX-CHANGE-DATE FX-PRIOR-RATE
002650             WRITE FXRATE-RECORD
002660                 INVALID KEY
002670                     DISPLAY 'RATE WRITE FAILED - STATUS '
002680                         WS-FXRATES-STATUS ' - '
002690                         RC-CURRENCY-CODE
002700                     SET WS-CARD-BAD TO TRUE
002710             END-WRITE
002720     END-EVALUATE.
002730     IF WS-CARD-OK
002740         ADD 1 TO WS-ADD-COUNT
002750         DISPLAY 'RATE ADDED - ' FX-CURRENCY-CODE ' '
002760             FX-EXCH-RATE ' EFFECTIVE ' FX-EFFECTIVE-DATE
002770     END-IF.
002780*----------------------------------------------------------------
002790* 2400-CHANGE-RATE
002800* ONLY AN ACTIVE RATE CAN BE CORRECTED.  THE FIGURE IT REPLACES
002810* IS KEPT AS FX-PRIOR-RATE.
002820*----------------------------------------------------------------
002830 2400-CHANGE-RATE.
002840     EVALUATE TRUE
002850         WHEN WS-RATE-NOT-ON-FILE OR NOT FX-RATE-ACTIVE
002860             DISPLAY 'NO ACTIVE RATE FOR ' RC-CURRENCY-CODE
002870                 ' ON ' RC-EFFECTIVE-DATE ' - CHANGE REFUSED'
002880             SET WS-CARD-BAD TO TRUE
002890         WHEN RC-EXCH-RATE NOT > ZERO
002900             DISPLAY 'RATE MUST BE ABOVE ZERO - CHANGE REFUSED '
002910                 '- ' RC-CURRENCY-CODE
002920             SET WS-CARD-BAD TO TRUE
002930         WHEN OTHER
002940             MOVE FX-EXCH-RATE TO FX-PRIOR-RATE
002950             MOVE RC-EXCH-RATE TO FX-EXCH-RATE
002960             MOVE WS-TODAY-DATE TO FX-CHANGE-DATE
002970             MOVE RC-OPERATOR TO FX-CHANGE-OPERATOR
002980             REWRITE FXRATE-RECORD
002990                 INVALID KEY
003000                     DISPLAY 'RATE REWRITE FAILED - STATUS '
003010                         WS-FXRATES-STATUS ' - '
003020                         RC-CURRENCY-CODE
003030                     SET WS-CARD-BAD TO TRUE
003040             END-REWRITE
003050     END-EVALUATE.
003060     IF WS-CARD-OK
003070         ADD 1 TO WS-CHANGE-COUNT
003080         DISPLAY 'RATE CHANGED - ' FX-CURRENCY-CODE ' '
003090             FX-EFFECTIVE-DATE ' FROM ' FX-PRIOR-RATE ' TO '
003100             FX-EXCH-RATE
003110     END-IF.
003120*----------------------------------------------------------------
003130* 2500-WITHDRAW-RATE
003140* THE RECORD STAYS ON FILE, MARKED WITHDRAWN, SO A POSTING THAT
003150* ALREADY USED IT CAN STILL BE TRACED.  THE LATEST EARLIER
003160* ACTIVE RATE IS IN FORCE AGAIN FROM HERE ON.
003170*----------------------------------------------------------------
003180 2500-WITHDRAW-RATE.
003190     IF WS-RATE-NOT-ON-FILE OR NOT FX-RATE-ACTIVE
003200         DISPLAY 'NO ACTIVE RATE FOR ' RC-CURRENCY-CODE
003210             ' ON ' RC-EFFECTIVE-DATE ' - WITHDRAWAL REFUSED'
003220         SET WS-CARD-BAD TO TRUE
003230     ELSE
003240         SET FX-RATE-WITHDRAWN TO TRUE
003250         MOVE WS-TODAY-DATE TO FX-CHANGE-DATE
003260         MOVE RC-OPERATOR TO FX-CHANGE-OPERATOR
003270         REWRITE FXRATE-RECORD
003280             INVALID KEY
003290                 DISPLAY 'RATE REWRITE FAILED - STATUS '
003300                     WS-FXRATES-STATUS ' - ' RC-CURRENCY-CODE
003310                 SET WS-CARD-BAD TO TRUE
003320         END-REWRITE
003330         IF WS-CARD-OK
003340             ADD 1 TO WS-WITHDRAW-COUNT
003350             DISPLAY 'RATE WITHDRAWN - ' FX-CURRENCY-CODE ' '
003360                 FX-EFFECTIVE-DATE
003370         END-IF
003380     END-IF.
003390*----------------------------------------------------------------
003400* 3000-PRINT-SUMMARY
003410*----------------------------------------------------------------
003420 3000-PRINT-SUMMARY.
003430     DISPLAY 'RATES ADDED        : ' WS-ADD-COUNT.
003440     DISPLAY 'RATES CHANGED      : ' WS-CHANGE-COUNT.
003450     DISPLAY 'RATES WITHDRAWN    : ' WS-WITHDRAW-COUNT.
003460     DISPLAY 'RATE CARDS REFUSED : ' WS-REFUSED-COUNT.
003470     IF WS-REFUSED-COUNT > ZERO
003480         MOVE 4 TO RETURN-CODE
003490     END-IF.
003500*----------------------------------------------------------------
003510* 9000-TERMINATE
003520*----------------------------------------------------------------
003530 9000-TERMINATE.
003540     CLOSE EXCHANGE-RATE-FILE.
003550 END PROGRAM CUSTRATE.
