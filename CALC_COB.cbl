002240*                  A CHECKPOINT STAMPED FOR ANY OTHER DATE READS
002250*                  AS ZERO - AN ABENDED RUN THAT WAS NEVER
002260*                  RESUBMITTED (NEXT-DAY RESUBMITS FAIL THE DECK
002261*                  DATE CHECK) USED TO LEAVE A STALE COUNT THAT
002262*                  SILENTLY SKIPPED THE TOP OF THE NEXT DAY'S
002263*                  FRESH DECK.
002264* 2026-10-15  JR   FOREIGN-CURRENCY ADJUSTMENTS.  THE CALCADJ CARD
002265*                  NOW ENDS IN A THREE-LETTER CURRENCY CODE (29
002266*                  BYTES; BLANK OR USD IS THE BASE CURRENCY) AND
002267*                  THE SINGLE-CUSTOMER PATH PROMPTS FOR ONE.  A
002268*                  FOREIGN '+' OR '-' AMOUNT IS CONVERTED TO BASE
002269*                  AT THE RATE IN FORCE TODAY ON THE NEW FXRATES
002270*                  TABLE (SEE CUSTRATE) BEFORE IT POSTS, AND THE
002271*                  ORIGINAL CURRENCY, AMOUNT, RATE AND RATE DATE
002272*                  RIDE THE CUSTHIST AND CALCSUSP RECORDS.  A
002273*                  FOREIGN CODE ON ANY OTHER CALC TYPE, OR WITH
002274*                  NO RATE ON FILE, LEAVES THE BALANCE ALONE.
002275*                  SUSPENSE LINE WIDENED TO X(130).
002276* 2026-10-15  JR   TRIAL RUN FOR THE CALCADJ DECK.  AFTER THE Y
002277*                  FOR THE DECK COMES A RUN-TYPE CARD.  T RUNS THE
002278*                  VERIFIED DECK AGAINST THE LIVE MASTER BUT POSTS
002279*                  ONLY TO THE MEMOBAL WORK FILE (CUSTMEMO) - NO
002280*                  LATCH, AND NOTHING REACHES CUSTMAST, CUSTHIST,
002281*                  CALCSUSP, CALCAUD OR CALCACKP - AND PRINTS THE
002282*                  TRIALRPT REPORT OF EVERY ADJUSTMENT, EVERY
002283*                  CUSTOMER'S CURRENT AND PROJECTED BALANCE, THE
002284*                  TOTALS AND A CONTROL CARD (CUSTTRIL).  P POSTS
002285*                  AND MUST BE FOLLOWED BY THAT CARD; THE SAME
002286*                  PROJECTION PASS RUNS FIRST AND A CARD THAT DOES
002287*                  NOT MATCH IT REFUSES THE RUN, RETURN-CODE 16.
002288*                  A CHECKPOINT RESTART WAS PROVED BY THE RUN THAT
002289*                  CUT THE CHECKPOINT AND POSTS WITHOUT A SECOND
002290*                  PROOF.  THE THRESHOLD AND Y/N CARDS ARE NOW
002291*                  READ BEFORE THE LATCH IS TAKEN.
002300*----------------------------------------------------------------
002310 ENVIRONMENT DIVISION.
002320 CONFIGURATION SECTION.
002670         ORGANIZATION IS INDEXED
002680         ACCESS MODE IS DYNAMIC
002690         RECORD KEY IS CUSTUMER-ID
002691         FILE STATUS IS WS-CUSTMAST-STATUS.
002692     SELECT EXCHANGE-RATE-FILE ASSIGN TO FXRATES
002693         ORGANIZATION IS INDEXED
002694         ACCESS MODE IS DYNAMIC
002695         RECORD KEY IS FX-RATE-KEY
002696         FILE STATUS IS WS-FXRATES-STATUS.
002697     SELECT MEMO-BALANCE-FILE ASSIGN TO MEMOBAL
002698         ORGANIZATION IS INDEXED
002699         ACCESS MODE IS DYNAMIC
002700         RECORD KEY IS MM-CUSTUMER-ID
002701         FILE STATUS IS WS-MEMOBAL-STATUS.
002702     SELECT TRIAL-REPORT ASSIGN TO TRIALRPT
002703         ORGANIZATION IS LINE SEQUENTIAL
002704         FILE STATUS IS WS-TRIALRPT-STATUS.
002710 DATA DIVISION.
002720 FILE SECTION.
002730 FD  CALC-TRANS-FILE
003030     05 CA-CALC-TYPE PIC X(01).
003040     05 CA-AMOUNT PIC S9(15)V99.
003050     05 CA-TRANS-TYPE PIC X(01).
003055     05 CA-CURRENCY-CODE PIC X(03).
003060*----------------------------------------------------------------
003070* HEADER AND TRAILER VIEWS OF THE SAME 29-BYTE CARD - THE FIRST
003080* BYTE (H/T/D) TELLS THEM APART.
003090*----------------------------------------------------------------
003100 01  CALC-ADJ-HEADER-RECORD.
003110     05 AH-RECORD-TYPE PIC X(01).
003120     05 AH-BUSINESS-DATE PIC 9(08).
003130     05 FILLER PIC X(20).
003140 01  CALC-ADJ-TRAILER-RECORD.
003150     05 AT-RECORD-TYPE PIC X(01).
003160     05 AT-TRANS-COUNT PIC 9(07).
003170     05 AT-HASH-TOTAL PIC S9(13)V99.
003180     05 FILLER PIC X(06).
003190 FD  CALC-SUSPENSE-FILE
003200     LABEL RECORDS ARE STANDARD
003210     RECORDING MODE IS F.
003220 01  CALC-SUSPENSE-LINE PIC X(130).
003230 FD  CUSTOMER-LOCK-FILE
003240     LABEL RECORDS ARE STANDARD.
003250     COPY CUSTLOCK.
003300*    THE DECK'S BUSINESS DATE - A CHECKPOINT STAMPED FOR ANY
003310*    OTHER DATE BELONGS TO AN OLDER DECK AND READS AS ZERO, SO A
003320*    STALE COUNT CAN NEVER SILENTLY SKIP THE TOP OF A FRESH DECK.
003321     05 ACKP-BUSINESS-DATE PIC 9(08).
003322 FD  EXCHANGE-RATE-FILE
003323     LABEL RECORDS ARE STANDARD.
003324     COPY CUSTRATR.
003325 FD  MEMO-BALANCE-FILE
003326     LABEL RECORDS ARE STANDARD.
003327     COPY CUSTMEMO.
003328 FD  TRIAL-REPORT
003329     LABEL RECORDS ARE STANDARD
003330     RECORDING MODE IS F.
003331 01  TRIAL-LINE PIC X(80).
003340 WORKING-STORAGE SECTION.
003350 01  CALC-TYPE PIC X(01).
003360     88 WS-QUIT-CALC VALUE 'Q' 'q'.
003540* THE BUSINESS TRANSACTION-TYPE CODE (P/C/F/A/R) STAGED OFF THE
003550* CALCADJ CARD OR THE SINGLE-MODE PROMPT, STAMPED INTO CUSTHIST
003560* AND CALCSUSP SO THE REASON FOR THE BALANCE CHANGE TRAVELS WITH
003561* IT.
003562*----------------------------------------------------------------
003563 01  WS-TRANS-TYPE PIC X(01) VALUE SPACE.
003564*----------------------------------------------------------------
003565* FOREIGN-CURRENCY CONVERSION - THE CURRENCY CODE STAGED OFF THE
003566* CALCADJ CARD OR THE SINGLE-MODE PROMPT.  BLANK OR THE BASE
003567* CURRENCY POSTS AS KEYED; ANY OTHER CODE HAS ITS AMOUNT TURNED
003568* INTO BASE AT THE FXRATES RATE IN FORCE TODAY - THE LATEST
003569* ACTIVE RATE EFFECTIVE ON OR BEFORE TODAY - AND THE KEYED
003570* AMOUNT, RATE AND RATE DATE ARE KEPT FOR CUSTHIST AND CALCSUSP.
003571*----------------------------------------------------------------
003572 01  WS-BASE-CURRENCY PIC X(03) VALUE 'USD'.
003573 01  WS-CURRENCY-CODE PIC X(03) VALUE SPACES.
003574 01  WS-FXRATES-STATUS PIC X(02) VALUE '00'.
003575     88 WS-FXRATES-OK VALUE '00'.
003576 01  WS-FXRATES-OPEN-SWITCH PIC X(01) VALUE 'N'.
003577     88 WS-FXRATES-OPEN VALUE 'Y'.
003578 01  WS-FOREIGN-SWITCH PIC X(01) VALUE 'N'.
003579     88 WS-FOREIGN-AMOUNT VALUE 'Y'.
003580     88 WS-BASE-AMOUNT VALUE 'N'.
003581 01  WS-CONVERT-SWITCH PIC X(01) VALUE 'Y'.
003582     88 WS-CONVERT-OK VALUE 'Y'.
003583     88 WS-CONVERT-FAILED VALUE 'N'.
003584 01  WS-FX-RATE-SWITCH PIC X(01) VALUE 'N'.
003585     88 WS-FX-RATE-FOUND VALUE 'Y'.
003586     88 WS-FX-RATE-MISSING VALUE 'N'.
003587 01  WS-FX-SCAN-SWITCH PIC X(01) VALUE 'N'.
003588     88 WS-FX-SCAN-DONE VALUE 'Y'.
003589 01  WS-FX-AS-OF-DATE PIC 9(08) VALUE ZERO.
003590 01  WS-FX-RATE PIC 9(04)V9(06) VALUE ZERO.
003591 01  WS-FX-RATE-DATE PIC 9(08) VALUE ZERO.
003592 01  WS-ORIG-AMOUNT PIC S9(15)V99 VALUE ZERO.
003593 77  WS-FX-REFUSED-COUNT PIC 9(07) COMP VALUE ZERO.
003600 01  WS-CUSTLOCK-STATUS PIC X(02) VALUE '00'.
003610*----------------------------------------------------------------
003620* CUSTLOCK MASTER IN-USE LATCH - STAGED IN WORKING-STORAGE, THE
004060* SUSPENSE-ROUTED OR NOT-FOUND ALIKE - THE COUNT MUST MATCH
004070* FILE POSITION EXACTLY) AND CARRIES THE DECK'S BUSINESS DATE,
004080* SO A RESUBMITTED RUN SKIPS WHAT ALREADY PROCESSED INSTEAD OF
004081* DOUBLE-POSTING (WHICH FOR '*', '/' AND 'P' IS NOT EVEN A CLEAN
004082* DOUBLING) AND A STALE COUNT FROM AN OLDER DECK READS AS ZERO.
004083*----------------------------------------------------------------
004084*----------------------------------------------------------------
004085* CALCADJ TRIAL RUN (MEMO POST).  WS-RUN-TYPE IS READ ONLY FOR THE
004086* DECK PATH - THE SINGLE-CUSTOMER PATH IS THE OPERATOR'S OWN
004087* KEYING AND ALWAYS POSTS.  A TRIAL MAKES ONE MEMO PASS AND
004088* PRINTS TRIALRPT; A POSTING RUN MAKES THE SAME MEMO PASS
004089* SILENTLY, PROVES THE OPERATOR'S CONTROL CARD AGAINST IT, AND
004090* ONLY THEN MAKES THE LIVE PASS.  WS-OPTIONS-BAD REFUSES THE RUN
004091* - A BAD CARD, A MEMO FILE THAT WILL NOT OPEN, OR A CARD THAT
004092* DOES NOT PROVE.
004093*----------------------------------------------------------------
004094 01  WS-RUN-TYPE PIC X(01) VALUE SPACE.
004095     88 WS-TRIAL-RUN VALUE 'T' 't'.
004096     88 WS-POSTING-RUN VALUE 'P' 'p'.
004097 01  WS-OPTIONS-SWITCH PIC X(01) VALUE 'Y'.
004098     88 WS-OPTIONS-OK VALUE 'Y'.
004099     88 WS-OPTIONS-BAD VALUE 'N'.
004100 01  WS-POST-MODE-SWITCH PIC X(01) VALUE 'L'.
004101     88 WS-LIVE-POST VALUE 'L'.
004102     88 WS-MEMO-POST VALUE 'M'.
004103 01  WS-MEMOBAL-STATUS PIC X(02) VALUE '00'.
004104     88 WS-MEMOBAL-OK VALUE '00'.
004105 01  WS-TRIALRPT-STATUS PIC X(02) VALUE '00'.
004106 01  WS-MEMO-FOUND-SWITCH PIC X(01) VALUE 'N'.
004107     88 WS-MEMO-ON-FILE VALUE 'Y'.
004108     88 WS-MEMO-NEW VALUE 'N'.
004109 01  WS-MEMO-EOF-SWITCH PIC X(01) VALUE 'N'.
004110     88 WS-MEMO-EOF VALUE 'Y'.
004111 01  WS-ITEM-AFTER-BALANCE PIC S9(15)V99 VALUE ZERO.
004112 01  WS-ITEM-AMOUNT PIC S9(15)V99 VALUE ZERO.
004113 01  WS-ITEM-DISPOSITION PIC X(26) VALUE SPACES.
004114 01  WS-SUSPENSE-GROSS PIC S9(13)V99 VALUE ZERO.
004115 77  WS-REFUSED-COUNT PIC 9(07) COMP VALUE ZERO.
004116     COPY CUSTTRIL.
004120 01  WS-CALCACKP-STATUS PIC X(02) VALUE '00'.
004130 77  WS-ADJ-RESTART-COUNT PIC 9(07) COMP VALUE ZERO.
004140 77  WS-ADJ-SKIP-COUNT PIC 9(07) COMP VALUE ZERO.
007920* POSTED DIRECTLY.
007930*----------------------------------------------------------------
007940 LINK-PROCESS.
007941     PERFORM GET-LINK-OPTIONS.
007942     EVALUATE TRUE
007943         WHEN WS-OPTIONS-BAD
007944             MOVE 16 TO RETURN-CODE
007945         WHEN WS-TRIAL-RUN
007946*            A TRIAL POSTS NOTHING, SO IT NEITHER TAKES NOR WAITS
007947*            ON THE CUSTLOCK LATCH.
007948             PERFORM LINK-PROCESS-BODY
007949         WHEN OTHER
007950*            LINK MODE POSTS TO THE MASTER, SO IT MUST HOLD THE
007951*            CUSTLOCK LATCH FOR THE LIFE OF THE RUN OR BE REFUSED.
007952             PERFORM ACQUIRE-MASTER-LATCH
007953             IF WS-LATCH-REFUSED
007954                 MOVE 16 TO RETURN-CODE
007955             ELSE
007956                 PERFORM LINK-PROCESS-BODY
007957                 PERFORM RELEASE-MASTER-LATCH
007958             END-IF
007959     END-EVALUATE.
007960*----------------------------------------------------------------
007961* GET-LINK-OPTIONS
007962* THE THRESHOLD AND DECK Y/N CARDS, AND FOR THE DECK THE RUN-TYPE
007963* CARD AND - FOR A POSTING RUN - THE CONTROL CARD THE TRIAL
007964* PRINTED.  ALL READ BEFORE THE LATCH, SO A TRIAL NEVER TAKES IT.
007965* EVERYTHING IS RESET FIRST - MAINMENU CALLS THIS PROGRAM AGAIN
007966* WITH THE PRIOR CALL'S WORKING-STORAGE STILL IN PLACE.
007967*----------------------------------------------------------------
007968 GET-LINK-OPTIONS.
007969     SET WS-OPTIONS-OK TO TRUE.
007970     SET WS-LIVE-POST TO TRUE.
007971     MOVE SPACE TO WS-RUN-TYPE.
007972     DISPLAY 'ENTER SUSPENSE THRESHOLD AMOUNT (0 = NO SUSPENSE '
007973         'CHECK): '.
007974     ACCEPT WS-SUSPENSE-THRESHOLD.
007975     DISPLAY 'ADJUST FROM CALCADJ BATCH FILE (Y/N): '.
007976     ACCEPT WS-ADJUST-MODE.
007977     IF WS-ADJUST-BATCH
007978         DISPLAY 'ENTER RUN TYPE - T=TRIAL (NOTHING POSTS) '
007979             'P=POST: '
007980         ACCEPT WS-RUN-TYPE
007981         EVALUATE TRUE
007982             WHEN WS-TRIAL-RUN
007983                 CONTINUE
007984             WHEN WS-POSTING-RUN
007985                 DISPLAY 'ENTER THE CONTROL CARD FROM THE TRIAL '
007986                     'RUN: '
007987                 MOVE SPACES TO WS-CONTROL-CARD
007988                 ACCEPT WS-CONTROL-CARD
007989                 IF CC-POSTED-COUNT NOT NUMERIC
007990                     OR CC-POSTED-AMOUNT NOT NUMERIC
007991                     OR CC-HELD-COUNT NOT NUMERIC
007992                     DISPLAY 'CONTROL CARD MISSING OR NOT '
007993                         'NUMERIC - NO BALANCE ADJUSTMENTS '
007994                         'APPLIED'
007995                     SET WS-OPTIONS-BAD TO TRUE
007996                 END-IF
007997             WHEN OTHER
007998                 DISPLAY 'RUN TYPE ' WS-RUN-TYPE ' IS NOT T OR '
007999                     'P - RUN REFUSED'
008000                 SET WS-OPTIONS-BAD TO TRUE
008001         END-EVALUATE
008030     END-IF.
008040*----------------------------------------------------------------
008050* LINK-PROCESS-BODY
008060*----------------------------------------------------------------
008070 LINK-PROCESS-BODY.
008110     MOVE ZERO TO WS-SUSPENSE-COUNT.
008115     MOVE ZERO TO WS-FX-REFUSED-COUNT.
008117     IF WS-TRIAL-RUN
008119*        A TRIAL ONLY EVER READS THE MASTER.
008121         OPEN INPUT CUSTOMER-MASTER-FILE
008123     ELSE
008125         OPEN I-O CUSTOMER-MASTER-FILE
008127     END-IF.
008130     IF WS-CUSTMAST-STATUS = '35'
008140         DISPLAY 'CUSTOMER MASTER DOES NOT EXIST - NO BALANCE '
008150             'TO ADJUST'
008160     ELSE
008163         IF NOT WS-TRIAL-RUN
008166             OPEN EXTEND CUSTOMER-HISTORY-FILE
008169             IF WS-CUSTHIST-STATUS = '05'
008172                 OR WS-CUSTHIST-STATUS = '35'
008175                 OPEN OUTPUT CUSTOMER-HISTORY-FILE
008178             END-IF
008181             OPEN EXTEND CALC-SUSPENSE-FILE
008184             IF WS-CALCSUSP-STATUS = '05'
008187                 OR WS-CALCSUSP-STATUS = '35'
008190                 OPEN OUTPUT CALC-SUSPENSE-FILE
008193             END-IF
008200         END-IF
008245         PERFORM OPEN-RATE-FILE
008270         IF WS-ADJUST-BATCH
008280             PERFORM LINK-BATCH-PROCESS
008290         ELSE
008390             END-IF
008400         END-IF
008410         DISPLAY 'ADJUSTMENTS TO SUSPENSE: ' WS-SUSPENSE-COUNT
008411         DISPLAY 'FOREIGN AMOUNTS NOT CONVERTED: '
008412             WS-FX-REFUSED-COUNT
008413         IF WS-FXRATES-OPEN
008414             CLOSE EXCHANGE-RATE-FILE
008415         END-IF
008420         IF NOT WS-TRIAL-RUN
008425             CLOSE CALC-SUSPENSE-FILE
008430             CLOSE CUSTOMER-HISTORY-FILE
008435         END-IF
008440         CLOSE CUSTOMER-MASTER-FILE
008450     END-IF.
008460*----------------------------------------------------------------
008480* DRIVES APPLY-BALANCE-ADJUSTMENT FROM THE CALCADJ TRANSACTION
008490* FILE OF CUSTUMER-ID/CALC-TYPE/AMOUNT TRIPLES INSTEAD OF
008500* PROMPTING THE OPERATOR FOR EACH ONE - THE LINK-MODE EQUIVALENT
008503* OF BATCH-PROCESS FOR STRAIGHT ARITHMETIC.  A TRIAL MAKES ONE
008506* MEMO PASS; A POSTING RUN PROVES ITS CONTROL CARD ON A MEMO PASS
008509* BEFORE THE LIVE ONE, UNLESS IT IS A CHECKPOINT RESTART - THE
008512* RUN THAT CUT THE CHECKPOINT PROVED THE CARD AGAINST THE WHOLE
008515* DECK, AND THE REST OF THE DECK NO LONGER PROJECTS THE SAME.
008520*----------------------------------------------------------------
008530 LINK-BATCH-PROCESS.
008540     PERFORM VERIFY-ADJ-DECK.
008580*        A DECK THAT CANNOT PROVE ITSELF COMPLETE MUST NOT POST
008590*        A SINGLE ADJUSTMENT - THE WHOLE RUN IS REFUSED.
008600         MOVE 16 TO RETURN-CODE
008601     ELSE
008602         PERFORM READ-ADJ-CHECKPOINT
008603         EVALUATE TRUE
008604             WHEN WS-TRIAL-RUN
008605                 SET WS-MEMO-POST TO TRUE
008606                 PERFORM RUN-ADJ-DECK
008607                 DISPLAY 'TRIAL RUN ONLY - NOTHING POSTED'
008608             WHEN WS-ADJ-RESTART-COUNT > ZERO
008609                 DISPLAY 'CHECKPOINT RESTART - CONTROL CARD WAS '
008610                     'PROVED BY THE RUN THAT CUT IT'
008611                 PERFORM POST-ADJ-DECK
008612             WHEN OTHER
008613                 SET WS-MEMO-POST TO TRUE
008614                 PERFORM RUN-ADJ-DECK
008615                 IF WS-OPTIONS-OK
008616                     PERFORM PROVE-CONTROL-CARD
008617                 END-IF
008618                 IF WS-OPTIONS-OK
008619                     PERFORM POST-ADJ-DECK
008620                 ELSE
008621                     MOVE 16 TO RETURN-CODE
008622                 END-IF
008623         END-EVALUATE
008624     END-IF.
008625*----------------------------------------------------------------
008626* POST-ADJ-DECK
008627* THE LIVE PASS - THE ONLY ONE THAT POSTS OR CHECKPOINTS.
008628*----------------------------------------------------------------
008629 POST-ADJ-DECK.
008630     SET WS-LIVE-POST TO TRUE.
008631     PERFORM RUN-ADJ-DECK.
008632     PERFORM CLEAR-ADJ-CHECKPOINT.
008633     DISPLAY 'BATCH ADJUSTMENTS APPLIED: ' WS-ADJUST-COUNT.
008634*----------------------------------------------------------------
008635* RUN-ADJ-DECK
008636* ONE PASS OVER THE VERIFIED DECK - MEMO OR LIVE, AS
008637* WS-POST-MODE-SWITCH SAYS.  EVERY COUNT IS RESET SO THE LIVE
008638* PASS REPORTS ONLY ITSELF.
008639*----------------------------------------------------------------
008640 RUN-ADJ-DECK.
008641     MOVE 'N' TO WS-ADJUST-EOF-SWITCH.
008642     MOVE ZERO TO WS-ADJUST-COUNT WS-SUSPENSE-COUNT
008643         WS-FX-REFUSED-COUNT WS-REFUSED-COUNT.
008644     MOVE ZERO TO WS-SUSPENSE-GROSS.
008645     MOVE ZERO TO CT-POSTED-COUNT CT-POSTED-AMOUNT CT-HELD-COUNT.
008646     IF WS-MEMO-POST
008647         PERFORM OPEN-MEMO-FILES
008648     END-IF.
008649     IF WS-OPTIONS-OK
008650         OPEN INPUT CALC-ADJUSTMENT-FILE
008660*        THE FIRST CARD IS THE HEADER THE VERIFY PASS ALREADY
008670*        CHECKED - CONSUME IT BEFORE THE FIRST DETAIL.
008780         MOVE WS-ADJ-RESTART-COUNT TO WS-ADJ-TRANS-COUNT
008790         PERFORM PROCESS-ADJUSTMENT UNTIL WS-ADJUST-EOF
008800         CLOSE CALC-ADJUSTMENT-FILE
008801         IF WS-MEMO-POST
008802             IF WS-TRIAL-RUN
008803                 PERFORM PRINT-TRIAL-SUMMARY
008804             END-IF
008805             PERFORM CLOSE-MEMO-FILES
008806         END-IF
008807     END-IF.
008808*----------------------------------------------------------------
008809* PROVE-CONTROL-CARD
008810* THE MEMO PASS'S TOTALS MUST MATCH THE CARD THE TRIAL PRINTED.
008811* A MISMATCH MEANS THE DECK OR THE MASTER IS NOT WHAT THE TRIAL
008812* SAW - NOTHING POSTS UNTIL A FRESH TRIAL IS REVIEWED.
008813*----------------------------------------------------------------
008814 PROVE-CONTROL-CARD.
008815     IF CT-POSTED-COUNT NOT = CC-POSTED-COUNT
008816         OR CT-POSTED-AMOUNT NOT = CC-POSTED-AMOUNT
008817         OR CT-HELD-COUNT NOT = CC-HELD-COUNT
008818         DISPLAY 'CONTROL CARD DOES NOT MATCH THIS RUN - CARD '
008819             CC-POSTED-COUNT ' ' CC-POSTED-AMOUNT ' '
008820             CC-HELD-COUNT
008821         DISPLAY '                         PROJECTED TOTALS '
008822             CT-POSTED-COUNT ' ' CT-POSTED-AMOUNT ' '
008823             CT-HELD-COUNT
008824         DISPLAY 'RERUN THE TRIAL AND REVIEW IT - NO BALANCE '
008825             'ADJUSTMENTS APPLIED'
008826         SET WS-OPTIONS-BAD TO TRUE
008827     ELSE
008828         DISPLAY 'CONTROL CARD MATCHES THE TRIAL - POSTING'
008830     END-IF.
008840*----------------------------------------------------------------
008850* READ-ADJ-CHECKPOINT
010810     MOVE CA-CUSTUMER-ID TO CUSTUMER-ID.
010820     READ CUSTOMER-MASTER-FILE
010830         INVALID KEY
010831             IF WS-LIVE-POST
010832                 DISPLAY 'CUSTOMER NOT FOUND ON MASTER - '
010833                     CUSTUMER-ID
010834             END-IF
010835             ADD 1 TO WS-REFUSED-COUNT
010836             ADD 1 TO CT-HELD-COUNT
010837             MOVE ZERO TO WS-BEFORE-BALANCE WS-ITEM-AFTER-BALANCE
010838             MOVE CA-AMOUNT TO WS-ITEM-AMOUNT
010839             MOVE 'CUSTOMER NOT ON MASTER' TO WS-ITEM-DISPOSITION
010840             PERFORM WRITE-TRIAL-ITEM-LINE
010850     END-READ.
010860     IF WS-CUSTMAST-OK
010862         IF WS-MEMO-POST
010864             PERFORM READ-MEMO-RECORD
010866         END-IF
010870         MOVE CA-CALC-TYPE TO CALC-TYPE
010880         MOVE CA-AMOUNT TO NUMBER-TWO
010890         MOVE CA-TRANS-TYPE TO WS-TRANS-TYPE
010895         MOVE CA-CURRENCY-CODE TO WS-CURRENCY-CODE
010900         PERFORM APPLY-BALANCE-ADJUSTMENT
010910     END-IF.
010920*    EVERY DETAIL PROCESSED COUNTS TOWARD THE CHECKPOINT - THE
010940*    AND THE CHECKPOINT IS CUT AFTER EVERY ONE.  MONEY POSTS
010950*    HERE; AN ABEND MUST NEVER RE-POST EVEN ONE ADJUSTMENT.
010960     ADD 1 TO WS-ADJ-TRANS-COUNT.
010965     IF WS-LIVE-POST
010970         PERFORM WRITE-ADJ-CHECKPOINT
010975     END-IF.
010980     PERFORM READ-ADJUSTMENT.
010990*----------------------------------------------------------------
011000* ADJUST-CUSTOMER-BALANCE
011110     DISPLAY 'ENTER TRANSACTION TYPE - P=PAYMENT C=CHARGE F=FEE '
011120         'A=ADJUSTMENT R=REVERSAL: '.
011130     ACCEPT WS-TRANS-TYPE.
011132     DISPLAY 'ENTER CURRENCY CODE (BLANK = ' WS-BASE-CURRENCY
011134         '): '.
011136     ACCEPT WS-CURRENCY-CODE.
011140     PERFORM APPLY-BALANCE-ADJUSTMENT.
011150*----------------------------------------------------------------
011160* APPLY-BALANCE-ADJUSTMENT
011200* MASTER RECORD WITH THE NEW BALANCE.  WHEN THE ADJUSTMENT'S
011210* MAGNITUDE EXCEEDS WS-SUSPENSE-THRESHOLD THE COMPUTED RESULT IS
011220* WRITTEN TO CALCSUSP FOR SECOND-PERSON APPROVAL INSTEAD OF BEING
011226* POSTED TO THE MASTER.  A FOREIGN-CURRENCY AMOUNT IS FIRST
011232* CONVERTED TO BASE; ONE THAT CANNOT BE IS NOT APPLIED AT ALL.
011234* ON A MEMO PASS THE NEW BALANCE GOES TO THE MEMO FILE AND ONLY
011236* THE CONTROL TOTALS AND THE TRIAL LINE RECORD WHAT HAPPENED.
011240*----------------------------------------------------------------
011250 APPLY-BALANCE-ADJUSTMENT.
011260     MOVE CUSTOMER-BALANCE TO NUMBER-ONE.
011270     MOVE CUSTOMER-BALANCE TO WS-BEFORE-BALANCE.
011272     PERFORM CONVERT-FOREIGN-AMOUNT.
011274     IF WS-CONVERT-OK
011276         PERFORM CALCULATE-NUMBERS
011278     ELSE
011280         MOVE ZERO TO WS-RESULT
011282         SET WS-CALC-INVALID TO TRUE
011284     END-IF.
011290     IF WS-CALC-VALID
011300         COMPUTE WS-ADJUSTMENT-AMOUNT =
011310             WS-RESULT - WS-BEFORE-BALANCE
011330             AND (WS-ADJUSTMENT-AMOUNT > WS-SUSPENSE-THRESHOLD
011340               OR WS-ADJUSTMENT-AMOUNT <
011350                   (0 - WS-SUSPENSE-THRESHOLD))
011351             IF WS-LIVE-POST
011352                 PERFORM WRITE-SUSPENSE-RECORD
011353             ELSE
011354                 ADD 1 TO WS-SUSPENSE-COUNT
011355             END-IF
011356             IF WS-ADJUSTMENT-AMOUNT < ZERO
011357                 SUBTRACT WS-ADJUSTMENT-AMOUNT
011358                     FROM WS-SUSPENSE-GROSS
011359             ELSE
011360                 ADD WS-ADJUSTMENT-AMOUNT TO WS-SUSPENSE-GROSS
011361             END-IF
011362             ADD 1 TO CT-HELD-COUNT
011363             MOVE 'TO SUSPENSE - OVER LIMIT'
011366                     TO WS-ITEM-DISPOSITION
011370         ELSE
011380             MOVE WS-RESULT TO CUSTOMER-BALANCE
011385             IF WS-LIVE-POST
011390                 REWRITE CUSTUMER_RECORDS
011395                     INVALID KEY
011400                        DISPLAY 'REWRITE FAILED - BALANCE NOT '
011405                            'UPDATED'
011410                 END-REWRITE
011415             ELSE
011420                 PERFORM WRITE-MEMO-RECORD
011425             END-IF
011430             IF WS-CUSTMAST-OK
011440                 ADD 1 TO WS-ADJUST-COUNT
011442                 ADD 1 TO CT-POSTED-COUNT
011444                 IF WS-ADJUSTMENT-AMOUNT < ZERO
011446                     SUBTRACT WS-ADJUSTMENT-AMOUNT
011448                         FROM CT-POSTED-AMOUNT
011450                 ELSE
011452                     ADD WS-ADJUSTMENT-AMOUNT TO CT-POSTED-AMOUNT
011454                 END-IF
011456                 MOVE 'WOULD POST' TO WS-ITEM-DISPOSITION
011458                 IF WS-LIVE-POST
011460                     PERFORM WRITE-HISTORY-RECORD
011462                     DISPLAY 'NEW BALANCE: ' CUSTOMER-BALANCE
011464                 END-IF
011470             END-IF
011480         END-IF
011485         MOVE WS-ADJUSTMENT-AMOUNT TO WS-ITEM-AMOUNT
011490     ELSE
011492         IF WS-LIVE-POST
011494             DISPLAY 'ADJUSTMENT NOT APPLIED - BALANCE UNCHANGED'
011496         END-IF
011498         ADD 1 TO WS-REFUSED-COUNT
011500         ADD 1 TO CT-HELD-COUNT
011502         MOVE NUMBER-TWO TO WS-ITEM-AMOUNT
011504         MOVE 'NOT APPLIED - CALC OR RATE' TO WS-ITEM-DISPOSITION
011510     END-IF.
011512     MOVE CUSTOMER-BALANCE TO WS-ITEM-AFTER-BALANCE.
011514     IF WS-LIVE-POST
011516         PERFORM WRITE-AUDIT-RECORD
011518     ELSE
011520         PERFORM WRITE-TRIAL-ITEM-LINE
011522     END-IF.
011530*----------------------------------------------------------------
011540* WRITE-HISTORY-RECORD
011550* LOGS THE BEFORE AND AFTER BALANCE FOR A LINK-MODE ADJUSTMENT
011640     MOVE CUSTOMER-BALANCE TO CH-AFTER-BALANCE.
011650     SET CH-SOURCE-LINK TO TRUE.
011660     MOVE WS-TRANS-TYPE TO CH-TRANS-TYPE.
011661     IF WS-FOREIGN-AMOUNT
011662         MOVE WS-CURRENCY-CODE TO CH-ORIG-CURRENCY
011663         MOVE WS-ORIG-AMOUNT TO CH-ORIG-AMOUNT
011664         MOVE WS-FX-RATE TO CH-EXCH-RATE
011665         MOVE WS-FX-RATE-DATE TO CH-RATE-DATE
011666     END-IF.
011670     WRITE CUSTHIST-RECORD.
011680*----------------------------------------------------------------
011690* WRITE-SUSPENSE-RECORD
011840     MOVE 'P' TO SR-STATUS.
011850     MOVE ZERO TO SR-DECISION-DATE.
011860     MOVE WS-TRANS-TYPE TO SR-TRANS-TYPE.
011861     MOVE SPACES TO SR-FOREIGN-CURRENCY.
011862     IF WS-FOREIGN-AMOUNT
011863         MOVE WS-CURRENCY-CODE TO SR-CURRENCY-CODE
011864         MOVE WS-ORIG-AMOUNT TO SR-ORIG-AMOUNT
011865         MOVE WS-FX-RATE TO SR-EXCH-RATE
011866         MOVE WS-FX-RATE-DATE TO SR-RATE-DATE
011867     END-IF.
011870     WRITE CALC-SUSPENSE-LINE FROM WS-SUSPENSE-RECORD.
011871     ADD 1 TO WS-SUSPENSE-COUNT.
011872     DISPLAY 'ADJUSTMENT OVER THRESHOLD - SENT TO SUSPENSE FOR '
011873         'APPROVAL - CUSTUMER-ID ' CUSTUMER-ID.
011874*----------------------------------------------------------------
011875* OPEN-MEMO-FILES
011876* THE MEMOBAL WORK CLUSTER IS DEFINED EMPTY AHEAD OF THE STEP -
011877* OPENED OUTPUT AND CLOSED ONCE SO IT CAN BE OPENED I-O, THE SAME
011878* WAY CUSTMRGE FIRST OPENS A NEW CUSTNOTE.  ONLY A TRIAL PRINTS.
011879*----------------------------------------------------------------
011880 OPEN-MEMO-FILES.
011881     OPEN OUTPUT MEMO-BALANCE-FILE.
011882     CLOSE MEMO-BALANCE-FILE.
011883     OPEN I-O MEMO-BALANCE-FILE.
011884     IF NOT WS-MEMOBAL-OK
011885         DISPLAY 'MEMOBAL WORK FILE COULD NOT BE OPENED - STATUS '
011886             WS-MEMOBAL-STATUS ' - NOTHING PROJECTED'
011887         MOVE 16 TO RETURN-CODE
011888         SET WS-OPTIONS-BAD TO TRUE
011889     ELSE
011890         IF WS-TRIAL-RUN
011891             OPEN OUTPUT TRIAL-REPORT
011892             MOVE 'CALCADJ BALANCE ADJUSTMENTS' TO TH-RUN-TITLE
011893             WRITE TRIAL-LINE FROM WS-TRIAL-HEADING-LINE
011894             WRITE TRIAL-LINE FROM SPACES
011895             WRITE TRIAL-LINE FROM WS-TRIAL-ITEM-COLUMN-LINE
011896         END-IF
011897     END-IF.
011898*----------------------------------------------------------------
011899* CLOSE-MEMO-FILES
011900*----------------------------------------------------------------
011901 CLOSE-MEMO-FILES.
011902     CLOSE MEMO-BALANCE-FILE.
011903     IF WS-TRIAL-RUN
011904         CLOSE TRIAL-REPORT
011905     END-IF.
011906*----------------------------------------------------------------
011907* READ-MEMO-RECORD
011908* ON A MEMO PASS A CUSTOMER ALREADY ADJUSTED EARLIER IN THE DECK
011909* IS TAKEN FROM THE MEMO FILE, NOT THE MASTER, SO '*', '/' AND
011910* 'P' COMPUTE OFF THE PROJECTED BALANCE AS THE LIVE PASS WOULD.
011911*----------------------------------------------------------------
011912 READ-MEMO-RECORD.
011913     MOVE CUSTUMER-ID TO MM-CUSTUMER-ID.
011914     READ MEMO-BALANCE-FILE
011915         INVALID KEY
011916             CONTINUE
011917         NOT INVALID KEY
011918             MOVE MM-MASTER-IMAGE TO CUSTUMER_RECORDS
011919     END-READ.
011920*----------------------------------------------------------------
011921* WRITE-MEMO-RECORD
011922* THE MEMO PASS'S REWRITE - THE PROJECTED RECORD GOES TO THE MEMO
011923* FILE.  A CUSTOMER'S FIRST TOUCH ALSO KEEPS ITS LIVE BALANCE,
011924* WHICH IS THE BALANCE BEFORE THIS ADJUSTMENT.
011925*----------------------------------------------------------------
011926 WRITE-MEMO-RECORD.
011927     SET WS-MEMO-ON-FILE TO TRUE.
011928     MOVE CUSTUMER-ID TO MM-CUSTUMER-ID.
011929     READ MEMO-BALANCE-FILE
011930         INVALID KEY
011931             SET WS-MEMO-NEW TO TRUE
011932     END-READ.
011933     IF WS-MEMO-NEW
011934         MOVE SPACES TO MEMO-RECORD
011935         MOVE CUSTUMER-ID TO MM-CUSTUMER-ID
011936         MOVE WS-BEFORE-BALANCE TO MM-CURRENT-BALANCE
011937         MOVE ZERO TO MM-POSTED-COUNT
011938     END-IF.
011939     MOVE CUSTUMER_RECORDS TO MM-MASTER-IMAGE.
011940     ADD 1 TO MM-POSTED-COUNT.
011941     IF WS-MEMO-NEW
011942         WRITE MEMO-RECORD
011943             INVALID KEY
011944                 DISPLAY 'MEMO WRITE FAILED - STATUS '
011945                     WS-MEMOBAL-STATUS ' - ' CUSTUMER-ID
011946         END-WRITE
011947     ELSE
011948         REWRITE MEMO-RECORD
011949             INVALID KEY
011950                 DISPLAY 'MEMO REWRITE FAILED - STATUS '
011951                     WS-MEMOBAL-STATUS ' - ' CUSTUMER-ID
011952         END-REWRITE
011953     END-IF.
011954*----------------------------------------------------------------
011955* WRITE-TRIAL-ITEM-LINE
011956* ONLY A TRIAL PRINTS - THE PROJECTION PASS AHEAD OF A POSTING
011957* RUN IS SILENT.
011958*----------------------------------------------------------------
011959 WRITE-TRIAL-ITEM-LINE.
011960     IF WS-TRIAL-RUN
011961         MOVE CA-CUSTUMER-ID TO TI-CUSTUMER-ID
011962         MOVE WS-BEFORE-BALANCE TO TI-CURRENT-BALANCE
011963         MOVE WS-ITEM-AFTER-BALANCE TO TI-PROJECTED-BALANCE
011964         MOVE WS-ITEM-AMOUNT TO TI-ITEM-AMOUNT
011965         MOVE WS-ITEM-DISPOSITION TO TI-DISPOSITION
011966         WRITE TRIAL-LINE FROM WS-TRIAL-ITEM-LINE
011967     END-IF.
011968*----------------------------------------------------------------
011969* PRINT-TRIAL-SUMMARY
011970* ONE LINE PER CUSTOMER THE DECK WOULD TOUCH, IN CUSTUMER-ID
011971* ORDER OFF THE MEMO FILE, THEN THE TOTALS AND THE CONTROL CARD
011972* FOR THE POSTING RUN.
011973*----------------------------------------------------------------
011974 PRINT-TRIAL-SUMMARY.
011975     MOVE ZERO TO TW-TOUCHED-COUNT TW-NET-TOTAL.
011976     WRITE TRIAL-LINE FROM SPACES.
011977     WRITE TRIAL-LINE FROM WS-TRIAL-CUSTOMER-HEADING.
011978     WRITE TRIAL-LINE FROM WS-TRIAL-CUSTOMER-COLUMN-LINE.
011979     MOVE 'N' TO WS-MEMO-EOF-SWITCH.
011980     MOVE ZERO TO MM-CUSTUMER-ID.
011981     START MEMO-BALANCE-FILE KEY IS NOT < MM-CUSTUMER-ID
011982         INVALID KEY
011983             SET WS-MEMO-EOF TO TRUE
011984     END-START.
011985     PERFORM PRINT-TRIAL-CUSTOMER UNTIL WS-MEMO-EOF.
011986     WRITE TRIAL-LINE FROM SPACES.
011987     MOVE 'CUSTOMERS TOUCHED / NET:' TO TT-TOTAL-LABEL.
011988     MOVE TW-TOUCHED-COUNT TO TT-TOTAL-COUNT.
011989     MOVE TW-NET-TOTAL TO TT-TOTAL-AMOUNT.
011990     WRITE TRIAL-LINE FROM WS-TRIAL-TOTAL-LINE.
011991     MOVE 'ADJUSTMENTS THAT WOULD POST:' TO TT-TOTAL-LABEL.
011992     MOVE CT-POSTED-COUNT TO TT-TOTAL-COUNT.
011993     MOVE CT-POSTED-AMOUNT TO TT-TOTAL-AMOUNT.
011994     WRITE TRIAL-LINE FROM WS-TRIAL-TOTAL-LINE.
011995     MOVE 'ADJUSTMENTS TO SUSPENSE:' TO TT-TOTAL-LABEL.
011996     MOVE WS-SUSPENSE-COUNT TO TT-TOTAL-COUNT.
011997     MOVE WS-SUSPENSE-GROSS TO TT-TOTAL-AMOUNT.
011998     WRITE TRIAL-LINE FROM WS-TRIAL-TOTAL-LINE.
011999     MOVE 'NOT APPLIED OR NOT ON MASTER:' TO TT-TOTAL-LABEL.
012000     MOVE WS-REFUSED-COUNT TO TT-TOTAL-COUNT.
012001     MOVE ZERO TO TT-TOTAL-AMOUNT.
012002     WRITE TRIAL-LINE FROM WS-TRIAL-TOTAL-LINE.
012003     WRITE TRIAL-LINE FROM SPACES.
012004     WRITE TRIAL-LINE FROM WS-TRIAL-CARD-LABEL-LINE.
012005     MOVE SPACES TO WS-CONTROL-CARD.
012006     MOVE CT-POSTED-COUNT TO CC-POSTED-COUNT.
012007     MOVE CT-POSTED-AMOUNT TO CC-POSTED-AMOUNT.
012008     MOVE CT-HELD-COUNT TO CC-HELD-COUNT.
012009     WRITE TRIAL-LINE FROM WS-CONTROL-CARD.
012010     DISPLAY 'TRIAL CONTROL CARD: ' WS-CONTROL-CARD.
012011*----------------------------------------------------------------
012012* PRINT-TRIAL-CUSTOMER
012013*----------------------------------------------------------------
012014 PRINT-TRIAL-CUSTOMER.
012015     READ MEMO-BALANCE-FILE NEXT RECORD
012016         AT END
012017             SET WS-MEMO-EOF TO TRUE
012018     END-READ.
012019     IF NOT WS-MEMO-EOF
012020         MOVE MM-MASTER-IMAGE TO CUSTUMER_RECORDS
012021         COMPUTE TW-NET-CHANGE =
012022             CUSTOMER-BALANCE - MM-CURRENT-BALANCE
012023         MOVE MM-CUSTUMER-ID TO TS-CUSTUMER-ID
012024         MOVE MM-CURRENT-BALANCE TO TS-CURRENT-BALANCE
012025         MOVE CUSTOMER-BALANCE TO TS-PROJECTED-BALANCE
012026         MOVE TW-NET-CHANGE TO TS-NET-CHANGE
012027         MOVE MM-POSTED-COUNT TO TS-POSTED-COUNT
012028         WRITE TRIAL-LINE FROM WS-TRIAL-CUSTOMER-LINE
012029         ADD 1 TO TW-TOUCHED-COUNT
012030         ADD TW-NET-CHANGE TO TW-NET-TOTAL
012031     END-IF.
012032*----------------------------------------------------------------
012033* OPEN-RATE-FILE
012034* FXRATES IS ONLY NEEDED FOR FOREIGN-CURRENCY ADJUSTMENTS.  A
012035* MISSING TABLE IS NOT AN ERROR - IT SIMPLY MEANS NO RATE IS ON
012036* FILE, SO ANY FOREIGN AMOUNT IS REFUSED.
012037*----------------------------------------------------------------
012038 OPEN-RATE-FILE.
012039     MOVE 'N' TO WS-FXRATES-OPEN-SWITCH.
012040     OPEN INPUT EXCHANGE-RATE-FILE.
012041     IF WS-FXRATES-OK
012042         SET WS-FXRATES-OPEN TO TRUE
012043     END-IF.
012044*----------------------------------------------------------------
012045* CONVERT-FOREIGN-AMOUNT
012046* A BLANK OR BASE CURRENCY CODE LEAVES NUMBER-TWO AS KEYED.  A
012047* FOREIGN CODE IS ONLY MEANINGFUL ON A '+' OR '-' MONEY AMOUNT -
012048* FOR '*', '/' AND 'P' NUMBER-TWO IS A FACTOR OR RATE.  THE
012049* FOREIGN AMOUNT IS KEPT IN WS-ORIG-AMOUNT AND NUMBER-TWO IS
012050* REPLACED WITH ITS BASE EQUIVALENT AT TODAY'S RATE.
012051*----------------------------------------------------------------
012052 CONVERT-FOREIGN-AMOUNT.
012053     SET WS-CONVERT-OK TO TRUE.
012054     SET WS-BASE-AMOUNT TO TRUE.
012055     MOVE ZERO TO WS-ORIG-AMOUNT WS-FX-RATE WS-FX-RATE-DATE.
012056     IF WS-CURRENCY-CODE NOT = SPACES
012057         AND WS-CURRENCY-CODE NOT = WS-BASE-CURRENCY
012058         SET WS-FOREIGN-AMOUNT TO TRUE
012059         MOVE NUMBER-TWO TO WS-ORIG-AMOUNT
012060         IF CALC-TYPE NOT = '+' AND CALC-TYPE NOT = '-'
012061             DISPLAY 'CURRENCY ' WS-CURRENCY-CODE ' ONLY VALID '
012062                 'ON A + OR - ADJUSTMENT - CUSTUMER-ID '
012063                 CUSTUMER-ID
012064             SET WS-CONVERT-FAILED TO TRUE
012065         ELSE
012066             ACCEPT WS-FX-AS-OF-DATE FROM DATE YYYYMMDD
012067             PERFORM LOOKUP-EXCHANGE-RATE
012068             IF WS-FX-RATE-FOUND
012069                 COMPUTE NUMBER-TWO ROUNDED =
012070                     WS-ORIG-AMOUNT * WS-FX-RATE
012071                 DISPLAY 'CONVERTED ' WS-CURRENCY-CODE ' '
012072                     WS-ORIG-AMOUNT ' AT ' WS-FX-RATE ' = '
012073                     NUMBER-TWO
012074             ELSE
012075                 DISPLAY 'NO EXCHANGE RATE ON FILE FOR '
012076                     WS-CURRENCY-CODE ' - CUSTUMER-ID '
012077                     CUSTUMER-ID
012078                 SET WS-CONVERT-FAILED TO TRUE
012079             END-IF
012080         END-IF
012081         IF WS-CONVERT-FAILED
012082             ADD 1 TO WS-FX-REFUSED-COUNT
012083         END-IF
012084     END-IF.
012085*----------------------------------------------------------------
012086* LOOKUP-EXCHANGE-RATE
012087* POSITIONS ON THE FIRST FXRATES RECORD FOR THE CURRENCY AND
012088* READS FORWARD THROUGH ITS DATED RATES UP TO WS-FX-AS-OF-DATE,
012089* KEEPING THE LAST ACTIVE ONE - THE RATE IN FORCE THAT DAY.
012090*----------------------------------------------------------------
012091 LOOKUP-EXCHANGE-RATE.
012092     SET WS-FX-RATE-MISSING TO TRUE.
012093     MOVE 'N' TO WS-FX-SCAN-SWITCH.
012094     IF WS-FXRATES-OPEN
012095         MOVE WS-CURRENCY-CODE TO FX-CURRENCY-CODE
012096         MOVE ZERO TO FX-EFFECTIVE-DATE
012097         START EXCHANGE-RATE-FILE KEY NOT < FX-RATE-KEY
012098             INVALID KEY
012099                 SET WS-FX-SCAN-DONE TO TRUE
012100         END-START
012101         PERFORM SCAN-EXCHANGE-RATE UNTIL WS-FX-SCAN-DONE
012102     END-IF.
012103*----------------------------------------------------------------
012104* SCAN-EXCHANGE-RATE
012105*----------------------------------------------------------------
012106 SCAN-EXCHANGE-RATE.
012107     READ EXCHANGE-RATE-FILE NEXT RECORD
012108         AT END
012109             SET WS-FX-SCAN-DONE TO TRUE
012110     END-READ.
012111     IF NOT WS-FX-SCAN-DONE
012112         IF FX-CURRENCY-CODE NOT = WS-CURRENCY-CODE
012113             OR FX-EFFECTIVE-DATE > WS-FX-AS-OF-DATE
012114             SET WS-FX-SCAN-DONE TO TRUE
012115         ELSE
012116             IF FX-RATE-ACTIVE
012117                 MOVE FX-EXCH-RATE TO WS-FX-RATE
012118                 MOVE FX-EFFECTIVE-DATE TO WS-FX-RATE-DATE
012119                 SET WS-FX-RATE-FOUND TO TRUE
012120             END-IF
012121         END-IF
012122     END-IF.
012123*----------------------------------------------------------------
012124* ACQUIRE-MASTER-LATCH
012125* HONORS THE CUSTLOCK IN-USE LATCH BEFORE LINK MODE GOES NEAR
012126* THE MASTER.  LINK MODE IS A DAYTIME UPDATER - ANOTHER
012127* UPDATER'S 'U' AND THE NIGHTLY 'B' BATCH WINDOW BOTH REFUSE THE
012128* RUN.  A FREE LATCH IS TAKEN 'U' AND FREED AT END OF RUN.
012129*----------------------------------------------------------------
012130 ACQUIRE-MASTER-LATCH.
012131     MOVE 'N' TO WS-LATCH-SWITCH.
012132     PERFORM READ-LATCH-RECORD.
012133     EVALUATE TRUE
012134         WHEN WS-LATCH-STATE = 'U'
012135             DISPLAY 'CUSTOMER MASTER MARKED BUSY BY '
012136                 WS-LATCH-HOLDER ' SINCE ' WS-LATCH-DATE
012137                 ' ' WS-LATCH-TIME ' - RUN REFUSED'
012138             DISPLAY 'CLEAR A STALE LATCH DELIBERATELY WITH '
012139                 'CUSTLTCH MODE C'
012140             SET WS-LATCH-REFUSED TO TRUE
012141         WHEN WS-LATCH-STATE = 'B'
012142             DISPLAY 'NIGHTLY BATCH WINDOW IS OPEN - DAYTIME '
012143                 'ADJUSTMENTS REFUSED'
012144             SET WS-LATCH-REFUSED TO TRUE
012145         WHEN OTHER
012146             MOVE 'U' TO WS-LATCH-STATE
012150             MOVE 'CALC_COB' TO WS-LATCH-HOLDER
012160             PERFORM WRITE-LATCH-RECORD
012170             SET WS-LATCH-TAKEN TO TRUE
