000200*                  SHOW THE MERGED TRAIL ON THE SURVIVOR'S
000210*                  STATEMENT.  AN ACCOUNT ALREADY CARRYING A
000220*                  MERGED-TO POINTER CANNOT BE MERGED AGAIN.  THE
000221*                  RUN HONORS THE CUSTLOCK IN-USE LATCH LIKE
000222*                  EVERY OTHER BALANCE-POSTING PROGRAM.
000223* 2026-10-15  JR   THE MERGING ACCOUNT'S CONTACT NOTES NOW MOVE
000224*                  ONTO THE SURVIVOR WITH ITS BALANCE - EACH ONE
000225*                  IS RE-FILED ON THE CUSTNOTE FILE UNDER THE
000226*                  SURVIVING CUSTUMER-ID (KEEPING ITS ORIGINAL
000227*                  DATE, TIME AND FILED-UNDER ID) - AND A SYSTEM
000228*                  NOTE ON EACH SIDE RECORDS THE MERGE, SO THE
000229*                  COLLECTIONS TRAIL IS NEVER LEFT BEHIND ON THE
000230*                  CLOSED ACCOUNT.
000231* 2026-10-15  JR   TRIAL RUN.  THE FIRST SYSIN CARD IS NOW THE RUN
000232*                  TYPE, AHEAD OF THE PAIR DECK, WHICH IS SAVED TO
000233*                  THE MRGPAIRS WORK FILE SO IT CAN BE PASSED MORE
000234*                  THAN ONCE.  T RUNS THE DECK AGAINST THE LIVE
000235*                  MASTER BUT POSTS ONLY TO THE MEMOBAL WORK FILE
000236*                  (CUSTMEMO) - NO LATCH, AND NOTHING REACHES
000237*                  CUSTMAST, CUSTHIST OR CUSTNOTE - AND PRINTS THE
000238*                  TRIALRPT REPORT OF EVERY PAIR, EVERY CUSTOMER'S
000239*                  CURRENT AND PROJECTED BALANCE, THE TOTALS AND A
000240*                  CONTROL CARD (CUSTTRIL).  P MERGES AND MUST BE
000241*                  FOLLOWED BY THAT CARD; THE SAME PROJECTION PASS
000242*                  RUNS FIRST AND A CARD THAT DOES NOT MATCH IT
000243*                  REFUSES THE RUN, RETURN-CODE 16.
000250*----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000390         FILE STATUS IS WS-CUSTHIST-STATUS.
000400     SELECT CUSTOMER-LOCK-FILE ASSIGN TO CUSTLOCK
000410         ORGANIZATION IS LINE SEQUENTIAL
000411         FILE STATUS IS WS-CUSTLOCK-STATUS.
000412     SELECT CUSTOMER-NOTE-FILE ASSIGN TO CUSTNOTE
000413         ORGANIZATION IS INDEXED
000414         ACCESS MODE IS DYNAMIC
000415         RECORD KEY IS NT-NOTE-KEY
000416         FILE STATUS IS WS-CUSTNOTE-STATUS.
000417     SELECT PAIR-WORK-FILE ASSIGN TO MRGPAIRS
000418         ORGANIZATION IS LINE SEQUENTIAL
000419         FILE STATUS IS WS-MRGPAIRS-STATUS.
000420     SELECT MEMO-BALANCE-FILE ASSIGN TO MEMOBAL
000421         ORGANIZATION IS INDEXED
000422         ACCESS MODE IS DYNAMIC
000423         RECORD KEY IS MM-CUSTUMER-ID
000424         FILE STATUS IS WS-MEMOBAL-STATUS.
000425     SELECT TRIAL-REPORT ASSIGN TO TRIALRPT
000426         ORGANIZATION IS LINE SEQUENTIAL
000427         FILE STATUS IS WS-TRIALRPT-STATUS.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  CUSTOMER-MASTER-FILE
000500     COPY CUSTHIST.
000510 FD  CUSTOMER-LOCK-FILE
000520     LABEL RECORDS ARE STANDARD.
000521     COPY CUSTLOCK.
000522 FD  CUSTOMER-NOTE-FILE
000523     LABEL RECORDS ARE STANDARD.
000524     COPY CUSTNOTR.
000525 FD  PAIR-WORK-FILE
000526     LABEL RECORDS ARE STANDARD
000527     RECORDING MODE IS F.
000528 01  PWRK-RECORD.
000529     05 PWRK-SURVIVOR-ID PIC 9(06).
000530     05 PWRK-MERGING-ID PIC 9(06).
000531 FD  MEMO-BALANCE-FILE
000532     LABEL RECORDS ARE STANDARD.
000533     COPY CUSTMEMO.
000534 FD  TRIAL-REPORT
000535     LABEL RECORDS ARE STANDARD
000536     RECORDING MODE IS F.
000537 01  TRIAL-LINE PIC X(80).
000540 WORKING-STORAGE SECTION.
000550 01  WS-CUSTMAST-STATUS PIC X(02) VALUE '00'.
000560     88 WS-CUSTMAST-OK VALUE '00'.
000570 01  WS-CUSTHIST-STATUS PIC X(02) VALUE '00'.
000580 01  WS-CUSTLOCK-STATUS PIC X(02) VALUE '00'.
000585 01  WS-CUSTNOTE-STATUS PIC X(02) VALUE '00'.
000587 01  WS-MRGPAIRS-STATUS PIC X(02) VALUE '00'.
000590 01  WS-INPUT-EOF-SWITCH PIC X(01) VALUE 'N'.
000600     88 WS-END-OF-INPUT VALUE 'Y'.
000610 01  WS-RUN-SWITCH PIC X(01) VALUE 'Y'.
000700 01  WS-MERGING-BALANCE PIC S9(09)V99 VALUE ZERO.
000710 01  WS-SURVIVOR-BEFORE PIC S9(09)V99 VALUE ZERO.
000720 01  WS-PAIR-OK-SWITCH PIC X(01) VALUE 'Y'.
000721     88 WS-PAIR-OK VALUE 'Y'.
000722     88 WS-PAIR-BAD VALUE 'N'.
000723 01  WS-COUNTERS.
000724     05 WS-MERGED-COUNT PIC 9(07) COMP VALUE ZERO.
000725     05 WS-REFUSED-COUNT PIC 9(07) COMP VALUE ZERO.
000726*----------------------------------------------------------------
000727* CONTACT-NOTE MOVE.  EACH NOTE IS RE-FILED UNDER THE SURVIVOR
000728* BEFORE THE OLD ONE IS DELETED, SO A FAILED WRITE LEAVES THE
000729* NOTE WHERE IT WAS RATHER THAN LOSING IT.  A DUPLICATE KEY ON
000730* THE SURVIVOR (A NOTE TAKEN IN THE SAME HUNDREDTH OF A SECOND)
000731* STEPS THE TIME ON AND TRIES AGAIN.
000732*----------------------------------------------------------------
000733 01  WS-MORE-NOTES-SWITCH PIC X(01) VALUE 'Y'.
000734     88 WS-MORE-NOTES VALUE 'Y'.
000735     88 WS-NO-MORE-NOTES VALUE 'N'.
000736 01  WS-NOTE-FILED-SWITCH PIC X(01) VALUE 'N'.
000737     88 WS-NOTE-PENDING VALUE 'N'.
000738     88 WS-NOTE-FILED VALUE 'Y'.
000739     88 WS-NOTE-FAILED VALUE 'F'.
000740 01  WS-NOTES-MOVED PIC 9(04) VALUE ZERO.
000741 01  WS-NOTES-NOT-DELETED PIC 9(04) VALUE ZERO.
000742 01  WS-HELD-NOTE.
000743     05 HN-NOTE-KEY PIC X(22).
000744     05 FILLER PIC X(75).
000745 01  WS-SURVIVOR-NOTE-TEXT.
000746     05 FILLER PIC X(08) VALUE 'ACCOUNT '.
000747     05 SN-MERGING-ID PIC 9(06).
000748     05 FILLER PIC X(25) VALUE ' MERGED IN - NOTES MOVED '.
000749     05 SN-NOTES-MOVED PIC ZZZ9.
000750 01  WS-MERGING-NOTE-TEXT.
000751     05 FILLER PIC X(26) VALUE 'MERGED INTO SURVIVOR - SEE'.
000752     05 FILLER PIC X(01) VALUE SPACE.
000753     05 MN-SURVIVOR-ID PIC 9(06).
000754     05 FILLER PIC X(22) VALUE ' FOR THE CONTACT NOTES'.
000755*----------------------------------------------------------------
000756* TRIAL RUN (MEMO POST).  WS-RUN-TYPE IS THE FIRST SYSIN CARD.  A
000757* TRIAL MAKES ONE MEMO PASS OVER THE SAVED PAIR DECK AND PRINTS
000758* TRIALRPT; A MERGE RUN MAKES THE SAME MEMO PASS, PROVES THE
000759* OPERATOR'S CONTROL CARD AGAINST IT, AND ONLY THEN MAKES THE
000760* LIVE PASS.  THE WS-ITEM- FIELDS STAGE ONE TRIAL LINE.
000761*----------------------------------------------------------------
000762 01  WS-RUN-TYPE PIC X(01) VALUE SPACE.
000763     88 WS-TRIAL-RUN VALUE 'T' 't'.
000764     88 WS-POSTING-RUN VALUE 'P' 'p'.
000765 01  WS-OPTIONS-SWITCH PIC X(01) VALUE 'Y'.
000766     88 WS-OPTIONS-OK VALUE 'Y'.
000767     88 WS-OPTIONS-BAD VALUE 'N'.
000768 01  WS-POST-MODE-SWITCH PIC X(01) VALUE 'L'.
000769     88 WS-LIVE-POST VALUE 'L'.
000770     88 WS-MEMO-POST VALUE 'M'.
000771 01  WS-MEMOBAL-STATUS PIC X(02) VALUE '00'.
000772     88 WS-MEMOBAL-OK VALUE '00'.
000773 01  WS-TRIALRPT-STATUS PIC X(02) VALUE '00'.
000774 01  WS-MEMO-FOUND-SWITCH PIC X(01) VALUE 'N'.
000775     88 WS-MEMO-ON-FILE VALUE 'Y'.
000776     88 WS-MEMO-NEW VALUE 'N'.
000777 01  WS-MEMO-EOF-SWITCH PIC X(01) VALUE 'N'.
000778     88 WS-MEMO-EOF VALUE 'Y'.
000779 01  WS-ITEM-CUSTUMER-ID PIC 9(06) VALUE ZERO.
000780 01  WS-ITEM-BEFORE-BALANCE PIC S9(09)V99 VALUE ZERO.
000781 01  WS-ITEM-AFTER-BALANCE PIC S9(09)V99 VALUE ZERO.
000782 01  WS-ITEM-AMOUNT PIC S9(09)V99 VALUE ZERO.
000783 01  WS-ITEM-DISPOSITION PIC X(26) VALUE SPACES.
000784 01  WS-MERGE-DISPOSITION.
000785     05 MD-DISPOSITION-TEXT PIC X(20).
000786     05 MD-OTHER-ID PIC 9(06).
000787     COPY CUSTTRIL.
000788*----------------------------------------------------------------
000790* CUSTLOCK MASTER IN-USE LATCH - THE SAME LATCH EVERY BALANCE-
000800* POSTING PROGRAM HONORS.
000810*----------------------------------------------------------------
000920* 0000-MAINLINE
000930*----------------------------------------------------------------
000940 0000-MAINLINE.
000941     PERFORM 0050-GET-RUN-OPTIONS.
000942     EVALUATE TRUE
000943         WHEN WS-OPTIONS-BAD
000944             MOVE 16 TO RETURN-CODE
000945         WHEN WS-TRIAL-RUN
000946*            A TRIAL MERGES NOTHING, SO IT NEITHER TAKES NOR
000947*            WAITS ON THE CUSTLOCK LATCH.
000948             PERFORM 1100-LOAD-PAIR-DECK
000949             PERFORM 0300-TRIAL-RUN
000950         WHEN OTHER
000951             PERFORM 0100-ACQUIRE-MASTER-LATCH
000952             IF WS-LATCH-REFUSED
000953                 MOVE 16 TO RETURN-CODE
000954             ELSE
000955                 PERFORM 1100-LOAD-PAIR-DECK
000956                 PERFORM 0400-POSTING-RUN
000957                 PERFORM 0200-RELEASE-MASTER-LATCH
000958             END-IF
000959     END-EVALUATE.
000960     STOP RUN.
000961*----------------------------------------------------------------
000962* 0050-GET-RUN-OPTIONS
000963* THE RUN-TYPE CARD, AND FOR A MERGE RUN THE CONTROL CARD THE
000964* TRIAL PRINTED.  ANYTHING ELSE REFUSES THE RUN.
000965*----------------------------------------------------------------
000966 0050-GET-RUN-OPTIONS.
000967     SET WS-OPTIONS-OK TO TRUE.
000968     DISPLAY 'ENTER RUN TYPE - T=TRIAL (NOTHING MERGES) '
000969         'P=POST: '.
000970     ACCEPT WS-RUN-TYPE.
000971     EVALUATE TRUE
000972         WHEN WS-TRIAL-RUN
000973             CONTINUE
000974         WHEN WS-POSTING-RUN
000975             DISPLAY 'ENTER THE CONTROL CARD FROM THE TRIAL RUN: '
000976             MOVE SPACES TO WS-CONTROL-CARD
000977             ACCEPT WS-CONTROL-CARD
000978             IF CC-POSTED-COUNT NOT NUMERIC
000979                 OR CC-POSTED-AMOUNT NOT NUMERIC
000980                 OR CC-HELD-COUNT NOT NUMERIC
000981                 DISPLAY 'CONTROL CARD MISSING OR NOT NUMERIC - '
000982                     'NOTHING MERGED'
000983                 SET WS-OPTIONS-BAD TO TRUE
000984             END-IF
000985         WHEN OTHER
000986             DISPLAY 'RUN TYPE ' WS-RUN-TYPE ' IS NOT T OR P - '
000987                 'RUN REFUSED'
000988             SET WS-OPTIONS-BAD TO TRUE
000989     END-EVALUATE.
000990*----------------------------------------------------------------
000991* 0300-TRIAL-RUN
000992*----------------------------------------------------------------
000993 0300-TRIAL-RUN.
000994     SET WS-MEMO-POST TO TRUE.
000995     PERFORM 0600-PROCESS-PAIR-DECK.
000996     DISPLAY 'TRIAL RUN ONLY - NOTHING MERGED'.
000997*----------------------------------------------------------------
000998* 0400-POSTING-RUN
000999* THE MEMO PASS FIRST, THEN - ONLY IF ITS TOTALS MATCH THE
001000* OPERATOR'S CONTROL CARD - THE LIVE PASS THAT MERGES.  BOTH
001001* PASSES EDIT EVERY PAIR, SO A REFUSED PAIR IS REPORTED ONCE
001002* UNDER EACH PASS HEADING.
001003*----------------------------------------------------------------
001004 0400-POSTING-RUN.
001005     DISPLAY 'PROJECTION PASS - NOTHING MERGES'.
001006     SET WS-MEMO-POST TO TRUE.
001007     PERFORM 0600-PROCESS-PAIR-DECK.
001008     IF WS-RUN-USABLE
001009         PERFORM 0800-PROVE-CONTROL-CARD
001010     END-IF.
001011     IF WS-RUN-USABLE
001012         DISPLAY 'MERGE PASS'
001013         SET WS-LIVE-POST TO TRUE
001014         PERFORM 0600-PROCESS-PAIR-DECK
001015     END-IF.
001016*----------------------------------------------------------------
001017* 0600-PROCESS-PAIR-DECK
001018* ONE PASS OVER THE SAVED DECK - MEMO OR LIVE, AS
001019* WS-POST-MODE-SWITCH SAYS.
001020*----------------------------------------------------------------
001021 0600-PROCESS-PAIR-DECK.
001022     PERFORM 1000-INITIALIZE.
001023     IF WS-RUN-USABLE
001024         PERFORM 2000-PROCESS-MERGE-PAIR
001025             UNTIL WS-END-OF-INPUT
001026         IF WS-LIVE-POST
001027             PERFORM 3000-PRINT-SUMMARY
001028         ELSE
001029             IF WS-TRIAL-RUN
001030                 PERFORM 3500-PRINT-TRIAL-SUMMARY
001031             END-IF
001032         END-IF
001033         PERFORM 9000-TERMINATE
001034     END-IF.
001035*----------------------------------------------------------------
001036* 0800-PROVE-CONTROL-CARD
001037* THE MEMO PASS'S TOTALS MUST MATCH THE CARD THE TRIAL PRINTED.
001038* A MISMATCH MEANS THE DECK OR THE MASTER IS NOT WHAT THE TRIAL
001039* SAW - NOTHING MERGES UNTIL A FRESH TRIAL IS REVIEWED.
001040*----------------------------------------------------------------
001041 0800-PROVE-CONTROL-CARD.
001042     IF CT-POSTED-COUNT NOT = CC-POSTED-COUNT
001043         OR CT-POSTED-AMOUNT NOT = CC-POSTED-AMOUNT
001044         OR CT-HELD-COUNT NOT = CC-HELD-COUNT
001045         DISPLAY 'CONTROL CARD DOES NOT MATCH THIS RUN - CARD '
001046             CC-POSTED-COUNT ' ' CC-POSTED-AMOUNT ' '
001047             CC-HELD-COUNT
001048         DISPLAY '                         PROJECTED TOTALS '
001049             CT-POSTED-COUNT ' ' CT-POSTED-AMOUNT ' '
001050             CT-HELD-COUNT
001051         DISPLAY 'RERUN THE TRIAL AND REVIEW IT - NOTHING MERGED'
001052         MOVE 16 TO RETURN-CODE
001053         SET WS-RUN-UNUSABLE TO TRUE
001054     ELSE
001062         DISPLAY 'CONTROL CARD MATCHES THE TRIAL - MERGING'
001070     END-IF.
001090*----------------------------------------------------------------
001100* 1000-INITIALIZE
001110*----------------------------------------------------------------
001120 1000-INITIALIZE.
001122     MOVE 'N' TO WS-INPUT-EOF-SWITCH.
001124     MOVE ZERO TO WS-MERGED-COUNT WS-REFUSED-COUNT.
001126     MOVE ZERO TO CT-POSTED-COUNT CT-POSTED-AMOUNT CT-HELD-COUNT.
001128     IF WS-MEMO-POST
001130*        A MEMO PASS ONLY EVER READS THE MASTER.
001132         OPEN INPUT CUSTOMER-MASTER-FILE
001134     ELSE
001136         OPEN I-O CUSTOMER-MASTER-FILE
001138     END-IF.
001140     IF WS-CUSTMAST-STATUS = '35'
001150*        NO MASTER MEANS NO ACCOUNTS TO MERGE - REFUSE THE RUN
001160*        OUTRIGHT, THE SAME WAY CALCSAPR REFUSES A MISSING
001200         MOVE 16 TO RETURN-CODE
001210         SET WS-RUN-UNUSABLE TO TRUE
001220     ELSE
001222         IF WS-MEMO-POST
001224             PERFORM 1200-OPEN-MEMO-FILES
001226         ELSE
001228             OPEN EXTEND CUSTOMER-HISTORY-FILE
001230             IF WS-CUSTHIST-STATUS = '05'
001232                 OR WS-CUSTHIST-STATUS = '35'
001234                 OPEN OUTPUT CUSTOMER-HISTORY-FILE
001236             END-IF
001238             OPEN I-O CUSTOMER-NOTE-FILE
001240             IF WS-CUSTNOTE-STATUS = '35'
001242                 OPEN OUTPUT CUSTOMER-NOTE-FILE
001244                 CLOSE CUSTOMER-NOTE-FILE
001246                 OPEN I-O CUSTOMER-NOTE-FILE
001248             END-IF
001260         END-IF
001265         OPEN INPUT PAIR-WORK-FILE
001270         PERFORM 1500-GET-NEXT-PAIR
001280     END-IF.
001290*----------------------------------------------------------------
001291* 1100-LOAD-PAIR-DECK
001292* READS THE WHOLE SYSIN PAIR DECK UP FRONT AND SAVES IT TO
001293* MRGPAIRS IN CARD ORDER, THE WAY CUSTSTMT SAVES ITS REQUEST
001294* DECK TO CUSTRWRK, SO EACH PASS CAN READ IT AGAIN.
001295*----------------------------------------------------------------
001296 1100-LOAD-PAIR-DECK.
001297     MOVE 'N' TO WS-INPUT-EOF-SWITCH.
001298     OPEN OUTPUT PAIR-WORK-FILE.
001299     PERFORM 1150-ACCEPT-NEXT-PAIR UNTIL WS-END-OF-INPUT.
001300     CLOSE PAIR-WORK-FILE.
001301*----------------------------------------------------------------
001302* 1150-ACCEPT-NEXT-PAIR
001310* ACCEPTS ONE SURVIVOR/MERGING CARD PAIR.  A ZERO SURVIVOR IS
001320* THE END-OF-DECK SENTINEL, THE SAME STYLE CUSTSTMT USES.
001330*----------------------------------------------------------------
001340 1150-ACCEPT-NEXT-PAIR.
001350     DISPLAY 'ENTER SURVIVING CUSTUMER-ID (0 TO END): '.
001360     ACCEPT WS-SURVIVOR-ID.
001370     IF WS-SURVIVOR-ID = ZERO
001390     ELSE
001400         DISPLAY 'ENTER MERGING CUSTUMER-ID: '
001410         ACCEPT WS-MERGING-ID
001412         MOVE WS-SURVIVOR-ID TO PWRK-SURVIVOR-ID
001414         MOVE WS-MERGING-ID TO PWRK-MERGING-ID
001416         WRITE PWRK-RECORD
001420     END-IF.
001421*----------------------------------------------------------------
001422* 1200-OPEN-MEMO-FILES
001423* THE MEMOBAL WORK CLUSTER IS DEFINED EMPTY AHEAD OF THE STEP -
001424* OPENED OUTPUT AND CLOSED ONCE SO IT CAN BE OPENED I-O, THE SAME
001425* WAY A NEW CUSTNOTE IS FIRST OPENED ABOVE.  ONLY A TRIAL PRINTS.
001426*----------------------------------------------------------------
001427 1200-OPEN-MEMO-FILES.
001428     OPEN OUTPUT MEMO-BALANCE-FILE.
001429     CLOSE MEMO-BALANCE-FILE.
001430     OPEN I-O MEMO-BALANCE-FILE.
001431     IF NOT WS-MEMOBAL-OK
001432         DISPLAY 'MEMOBAL WORK FILE COULD NOT BE OPENED - STATUS '
001433             WS-MEMOBAL-STATUS ' - NOTHING PROJECTED'
001434         MOVE 16 TO RETURN-CODE
001435         SET WS-RUN-UNUSABLE TO TRUE
001436     END-IF.
001437     IF WS-TRIAL-RUN
001438         OPEN OUTPUT TRIAL-REPORT
001439         MOVE 'ACCOUNT MERGE' TO TH-RUN-TITLE
001440         WRITE TRIAL-LINE FROM WS-TRIAL-HEADING-LINE
001441         WRITE TRIAL-LINE FROM SPACES
001442         WRITE TRIAL-LINE FROM WS-TRIAL-ITEM-COLUMN-LINE
001443     END-IF.
001444*----------------------------------------------------------------
001445* 1500-GET-NEXT-PAIR
001446* THE NEXT PAIR OFF THE SAVED DECK.
001447*----------------------------------------------------------------
001448 1500-GET-NEXT-PAIR.
001449     READ PAIR-WORK-FILE
001450         AT END
001451             SET WS-END-OF-INPUT TO TRUE
001452         NOT AT END
001453             MOVE PWRK-SURVIVOR-ID TO WS-SURVIVOR-ID
001454             MOVE PWRK-MERGING-ID TO WS-MERGING-ID
001455     END-READ.
001456*----------------------------------------------------------------
001457* 2000-PROCESS-MERGE-PAIR
001458* EDITS AND APPLIES ONE MERGE, THEN GETS THE NEXT PAIR.
001460*----------------------------------------------------------------
001470 2000-PROCESS-MERGE-PAIR.
001480     PERFORM 2100-EDIT-MERGE-PAIR.
001500         PERFORM 2300-APPLY-MERGE
001510     ELSE
001520         ADD 1 TO WS-REFUSED-COUNT
001523         ADD 1 TO CT-HELD-COUNT
001526         PERFORM 2850-WRITE-REFUSED-LINE
001530     END-IF.
001540     PERFORM 1500-GET-NEXT-PAIR.
001550*----------------------------------------------------------------
001730                     WS-MERGING-ID
001740                 SET WS-PAIR-BAD TO TRUE
001750         END-READ
001752         IF WS-PAIR-OK AND WS-MEMO-POST
001754             PERFORM 2700-READ-MEMO-RECORD
001756         END-IF
001760         IF WS-PAIR-OK
001770             IF NOT CUSTOMER-NOT-MERGED
001780                 DISPLAY 'ACCOUNT ALREADY MERGED TO '
001910                         '- ' WS-SURVIVOR-ID
001920                     SET WS-PAIR-BAD TO TRUE
001930             END-READ
001932         END-IF
001934         IF WS-PAIR-OK AND WS-MEMO-POST
001936             PERFORM 2700-READ-MEMO-RECORD
001940         END-IF
001941         IF WS-PAIR-OK
001942             EVALUATE TRUE
001990* WRITES ITS HISTORY; THEN THE MERGING ACCOUNT IS RE-READ,
002000* ZEROED, CLOSED AND POINTED AT THE SURVIVOR, WITH ITS OWN
002010* HISTORY - BOTH SIDES OF THE MOVE ARE ON CUSTHIST, SO THE
002016* NIGHTLY TIE-OUT NETS TO NO CHANGE.  ON A MEMO PASS BOTH SIDES
002022* GO TO THE MEMO FILE INSTEAD, WITH A TRIAL LINE EACH.
002030*----------------------------------------------------------------
002040 2300-APPLY-MERGE.
002050     MOVE CUSTOMER-BALANCE TO WS-SURVIVOR-BEFORE.
002060     ADD WS-MERGING-BALANCE TO CUSTOMER-BALANCE.
002065     IF WS-LIVE-POST
002070         REWRITE CUSTUMER_RECORDS
002075             INVALID KEY
002080                 DISPLAY 'SURVIVOR REWRITE FAILED - MERGE '
002085                     'ABANDONED - ' WS-SURVIVOR-ID
002090                 SET WS-PAIR-BAD TO TRUE
002095         END-REWRITE
002100     ELSE
002105         MOVE WS-SURVIVOR-BEFORE TO WS-ITEM-BEFORE-BALANCE
002110         PERFORM 2710-WRITE-MEMO-RECORD
002115     END-IF.
002130     IF WS-PAIR-OK
002133         IF WS-LIVE-POST
002136             MOVE SPACES TO CUSTHIST-RECORD
002139             MOVE WS-SURVIVOR-BEFORE TO CH-BEFORE-BALANCE
002142             MOVE CUSTOMER-BALANCE TO CH-AFTER-BALANCE
002145             PERFORM 2400-WRITE-HISTORY-RECORD
002148         ELSE
002151             MOVE WS-SURVIVOR-ID TO WS-ITEM-CUSTUMER-ID
002154             MOVE WS-SURVIVOR-BEFORE TO WS-ITEM-BEFORE-BALANCE
002157             MOVE CUSTOMER-BALANCE TO WS-ITEM-AFTER-BALANCE
002160             MOVE WS-MERGING-BALANCE TO WS-ITEM-AMOUNT
002163             MOVE 'TAKES BALANCE OF' TO MD-DISPOSITION-TEXT
002166             MOVE WS-MERGING-ID TO MD-OTHER-ID
002169             MOVE WS-MERGE-DISPOSITION TO WS-ITEM-DISPOSITION
002172             PERFORM 2800-WRITE-TRIAL-ITEM-LINE
002175         END-IF
002180         PERFORM 2500-CLOSE-MERGING-ACCOUNT
002190     ELSE
002200         ADD 1 TO WS-REFUSED-COUNT
002205         ADD 1 TO CT-HELD-COUNT
002210     END-IF.
002220*----------------------------------------------------------------
002230* 2400-WRITE-HISTORY-RECORD
002450             MOVE 16 TO RETURN-CODE
002460     END-READ.
002470     IF WS-CUSTMAST-OK
002472         IF WS-MEMO-POST
002474             PERFORM 2700-READ-MEMO-RECORD
002476         END-IF
002480         MOVE ZERO TO CUSTOMER-BALANCE
002481         MOVE 'C' TO CUSTOMER-STATUS
002482         MOVE WS-SURVIVOR-ID TO CUSTOMER-MERGED-TO
002483         IF WS-LIVE-POST
002484             REWRITE CUSTUMER_RECORDS
002485                 INVALID KEY
002486                     DISPLAY 'MERGING REWRITE FAILED - CHECK '
002487                         WS-MERGING-ID ' BY HAND'
002488                     MOVE 16 TO RETURN-CODE
002489             END-REWRITE
002490         ELSE
002491             MOVE WS-MERGING-BALANCE TO WS-ITEM-BEFORE-BALANCE
002492             PERFORM 2710-WRITE-MEMO-RECORD
002493         END-IF
002494         IF WS-CUSTMAST-OK
002495             ADD 1 TO WS-MERGED-COUNT
002496             ADD 1 TO CT-POSTED-COUNT
002497             IF WS-MERGING-BALANCE < ZERO
002498                 SUBTRACT WS-MERGING-BALANCE FROM CT-POSTED-AMOUNT
002499             ELSE
002500                 ADD WS-MERGING-BALANCE TO CT-POSTED-AMOUNT
002501             END-IF
002502             IF WS-LIVE-POST
002503                 MOVE SPACES TO CUSTHIST-RECORD
002504                 MOVE WS-MERGING-BALANCE TO CH-BEFORE-BALANCE
002505                 MOVE ZERO TO CH-AFTER-BALANCE
002506                 PERFORM 2400-WRITE-HISTORY-RECORD
002507                 DISPLAY 'MERGED ' WS-MERGING-ID ' INTO '
002508                     WS-SURVIVOR-ID
002509                 PERFORM 2600-MOVE-MERGING-NOTES
002510             ELSE
002511                 MOVE WS-MERGING-ID TO WS-ITEM-CUSTUMER-ID
002512                 MOVE WS-MERGING-BALANCE TO WS-ITEM-BEFORE-BALANCE
002513                 MOVE ZERO TO WS-ITEM-AFTER-BALANCE
002514                 MOVE WS-MERGING-BALANCE TO WS-ITEM-AMOUNT
002515                 MOVE 'CLOSED, MERGED INTO' TO MD-DISPOSITION-TEXT
002516                 MOVE WS-SURVIVOR-ID TO MD-OTHER-ID
002517                 MOVE WS-MERGE-DISPOSITION TO WS-ITEM-DISPOSITION
002518                 PERFORM 2800-WRITE-TRIAL-ITEM-LINE
002519             END-IF
002520         END-IF
002521     END-IF.
002522*----------------------------------------------------------------
002523* 2600-MOVE-MERGING-NOTES
002524* RE-FILES EVERY CONTACT NOTE OF THE MERGED ACCOUNT UNDER THE
002525* SURVIVOR, THEN LEAVES A SYSTEM NOTE ON EACH SIDE - ON THE
002526* SURVIVOR SAYING WHAT CAME ACROSS, AND ON THE CLOSED ACCOUNT
002527* POINTING AT WHERE ITS NOTES WENT.
002528*----------------------------------------------------------------
002529 2600-MOVE-MERGING-NOTES.
002530     MOVE ZERO TO WS-NOTES-MOVED.
002531     MOVE ZERO TO WS-NOTES-NOT-DELETED.
002532     SET WS-MORE-NOTES TO TRUE.
002533     PERFORM 2610-MOVE-ONE-NOTE UNTIL WS-NO-MORE-NOTES.
002534     MOVE WS-MERGING-ID TO SN-MERGING-ID.
002535     MOVE WS-NOTES-MOVED TO SN-NOTES-MOVED.
002536     MOVE SPACES TO CUSTNOTE-RECORD.
002537     MOVE WS-SURVIVOR-ID TO NT-CUSTUMER-ID.
002538     MOVE WS-SURVIVOR-NOTE-TEXT TO NT-NOTE-TEXT.
002539     PERFORM 2650-FILE-SYSTEM-NOTE.
002540     MOVE WS-SURVIVOR-ID TO MN-SURVIVOR-ID.
002541     MOVE SPACES TO CUSTNOTE-RECORD.
002542     MOVE WS-MERGING-ID TO NT-CUSTUMER-ID.
002543     MOVE WS-MERGING-NOTE-TEXT TO NT-NOTE-TEXT.
002544     PERFORM 2650-FILE-SYSTEM-NOTE.
002545     DISPLAY 'CONTACT NOTES MOVED  : ' WS-NOTES-MOVED.
002546     IF WS-NOTES-NOT-DELETED > ZERO
002547         DISPLAY 'NOTES COPIED BUT LEFT: ' WS-NOTES-NOT-DELETED
002548             ' - DELETE THEM FROM ' WS-MERGING-ID ' BY HAND'
002549     END-IF.
002550*----------------------------------------------------------------
002551* 2610-MOVE-ONE-NOTE
002552* RE-POSITIONS AT THE MERGED ACCOUNT'S FIRST REMAINING NOTE EACH
002553* TIME, SO THE DELETES NEVER DISTURB A BROWSE IN PROGRESS.  A
002554* NOTE COUNTS AS MOVED ONLY ONCE IT IS OFF THE MERGED ACCOUNT; ONE
002555* FILED UNDER THE SURVIVOR WHOSE DELETE FAILED IS ON BOTH AND IS
002556* COUNTED APART.
002557*----------------------------------------------------------------
002558 2610-MOVE-ONE-NOTE.
002559     MOVE WS-MERGING-ID TO NT-CUSTUMER-ID.
002560     MOVE ZERO TO NT-NOTE-DATE NT-NOTE-TIME.
002561     START CUSTOMER-NOTE-FILE KEY IS NOT < NT-NOTE-KEY
002562         INVALID KEY
002563             SET WS-NO-MORE-NOTES TO TRUE
002564     END-START.
002565     IF WS-MORE-NOTES
002566         READ CUSTOMER-NOTE-FILE NEXT RECORD
002567             AT END
002568                 SET WS-NO-MORE-NOTES TO TRUE
002569         END-READ
002570     END-IF.
002571     IF WS-MORE-NOTES AND NT-CUSTUMER-ID NOT = WS-MERGING-ID
002572         SET WS-NO-MORE-NOTES TO TRUE
002573     END-IF.
002574     IF WS-MORE-NOTES
002575         MOVE CUSTNOTE-RECORD TO WS-HELD-NOTE
002576         MOVE WS-SURVIVOR-ID TO NT-CUSTUMER-ID
002577         SET WS-NOTE-PENDING TO TRUE
002578         PERFORM 2660-WRITE-NOTE-RECORD
002579             UNTIL NOT WS-NOTE-PENDING
002580         IF WS-NOTE-FILED
002581             MOVE HN-NOTE-KEY TO NT-NOTE-KEY
002582             DELETE CUSTOMER-NOTE-FILE RECORD
002583                 INVALID KEY
002584                     DISPLAY 'NOTE DELETE FAILED - STATUS '
002585                         WS-CUSTNOTE-STATUS ' - NOTES LEFT ON '
002586                         WS-MERGING-ID
002587                     ADD 1 TO WS-NOTES-NOT-DELETED
002588                     SET WS-NO-MORE-NOTES TO TRUE
002589                 NOT INVALID KEY
002590                     ADD 1 TO WS-NOTES-MOVED
002591             END-DELETE
002592         ELSE
002593             DISPLAY 'NOTES LEFT ON ' WS-MERGING-ID
002594                 ' - MOVE THEM BY HAND'
002595             SET WS-NO-MORE-NOTES TO TRUE
002596         END-IF
002597     END-IF.
002598*----------------------------------------------------------------
002599* 2650-FILE-SYSTEM-NOTE
002600* NT-CUSTUMER-ID AND NT-NOTE-TEXT ARE STAGED BY THE CALLER; THE
002601* REST OF THE NOTE IS STAMPED HERE.
002602*----------------------------------------------------------------
002603 2650-FILE-SYSTEM-NOTE.
002604     ACCEPT NT-NOTE-DATE FROM DATE YYYYMMDD.
002605     ACCEPT NT-NOTE-TIME FROM TIME.
002606     MOVE 'CUSTMRGE' TO NT-OPERATOR.
002607     SET NT-CONTACT-SYSTEM TO TRUE.
002608     MOVE NT-CUSTUMER-ID TO NT-FILED-UNDER-ID.
002609     SET WS-NOTE-PENDING TO TRUE.
002610     PERFORM 2660-WRITE-NOTE-RECORD UNTIL NOT WS-NOTE-PENDING.
002611*----------------------------------------------------------------
002612* 2660-WRITE-NOTE-RECORD
002613*----------------------------------------------------------------
002614 2660-WRITE-NOTE-RECORD.
002615     WRITE CUSTNOTE-RECORD
002616         INVALID KEY
002617             IF WS-CUSTNOTE-STATUS = '22'
002618                 ADD 1 TO NT-NOTE-TIME
002619             ELSE
002620                 DISPLAY 'NOTE WRITE FAILED - STATUS '
002621                     WS-CUSTNOTE-STATUS ' - ' NT-CUSTUMER-ID
002622                 SET WS-NOTE-FAILED TO TRUE
002623             END-IF
002624         NOT INVALID KEY
002625             SET WS-NOTE-FILED TO TRUE
002626     END-WRITE.
002627*----------------------------------------------------------------
002628* 2700-READ-MEMO-RECORD
002629* ON A MEMO PASS AN ACCOUNT ALREADY TOUCHED EARLIER IN THE DECK
002630* IS TAKEN FROM THE MEMO FILE, NOT THE MASTER, SO A SECOND PAIR
002631* SEES THE FIRST ONE'S MERGED-TO POINTER AND BALANCE JUST AS THE
002632* LIVE PASS WOULD.
002633*----------------------------------------------------------------
002634 2700-READ-MEMO-RECORD.
002635     MOVE CUSTUMER-ID TO MM-CUSTUMER-ID.
002636     READ MEMO-BALANCE-FILE
002637         INVALID KEY
002638             CONTINUE
002639         NOT INVALID KEY
002640             MOVE MM-MASTER-IMAGE TO CUSTUMER_RECORDS
002641     END-READ.
002642*----------------------------------------------------------------
002643* 2710-WRITE-MEMO-RECORD
002644* THE MEMO PASS'S REWRITE - THE PROJECTED RECORD GOES TO THE MEMO
002645* FILE.  A CUSTOMER'S FIRST TOUCH ALSO KEEPS ITS LIVE BALANCE,
002646* STAGED BY THE CALLER IN WS-ITEM-BEFORE-BALANCE.
002647*----------------------------------------------------------------
002648 2710-WRITE-MEMO-RECORD.
002649     SET WS-MEMO-ON-FILE TO TRUE.
002650     MOVE CUSTUMER-ID TO MM-CUSTUMER-ID.
002651     READ MEMO-BALANCE-FILE
002652         INVALID KEY
002653             SET WS-MEMO-NEW TO TRUE
002654     END-READ.
002655     IF WS-MEMO-NEW
002656         MOVE SPACES TO MEMO-RECORD
002657         MOVE CUSTUMER-ID TO MM-CUSTUMER-ID
002658         MOVE WS-ITEM-BEFORE-BALANCE TO MM-CURRENT-BALANCE
002659         MOVE ZERO TO MM-POSTED-COUNT
002660     END-IF.
002661     MOVE CUSTUMER_RECORDS TO MM-MASTER-IMAGE.
002662     ADD 1 TO MM-POSTED-COUNT.
002663     IF WS-MEMO-NEW
002664         WRITE MEMO-RECORD
002665             INVALID KEY
002666                 DISPLAY 'MEMO WRITE FAILED - STATUS '
002667                     WS-MEMOBAL-STATUS ' - ' CUSTUMER-ID
002668         END-WRITE
002669     ELSE
002670         REWRITE MEMO-RECORD
002671             INVALID KEY
002672                 DISPLAY 'MEMO REWRITE FAILED - STATUS '
002673                     WS-MEMOBAL-STATUS ' - ' CUSTUMER-ID
002674         END-REWRITE
002675     END-IF.
002676*----------------------------------------------------------------
002677* 2800-WRITE-TRIAL-ITEM-LINE
002678* ONLY A TRIAL PRINTS - THE PROJECTION PASS AHEAD OF A MERGE RUN
002679* IS SILENT.
002680*----------------------------------------------------------------
002681 2800-WRITE-TRIAL-ITEM-LINE.
002682     IF WS-TRIAL-RUN
002683         MOVE WS-ITEM-CUSTUMER-ID TO TI-CUSTUMER-ID
002684         MOVE WS-ITEM-BEFORE-BALANCE TO TI-CURRENT-BALANCE
002685         MOVE WS-ITEM-AFTER-BALANCE TO TI-PROJECTED-BALANCE
002686         MOVE WS-ITEM-AMOUNT TO TI-ITEM-AMOUNT
002687         MOVE WS-ITEM-DISPOSITION TO TI-DISPOSITION
002688         WRITE TRIAL-LINE FROM WS-TRIAL-ITEM-LINE
002689     END-IF.
002690*----------------------------------------------------------------
002691* 2850-WRITE-REFUSED-LINE
002692* A REFUSED PAIR MOVES NO MONEY - THE REASON IS ON SYSOUT.
002693*----------------------------------------------------------------
002694 2850-WRITE-REFUSED-LINE.
002695     IF WS-MEMO-POST
002696         MOVE WS-SURVIVOR-ID TO WS-ITEM-CUSTUMER-ID
002697         MOVE ZERO TO WS-ITEM-BEFORE-BALANCE
002698             WS-ITEM-AFTER-BALANCE WS-ITEM-AMOUNT
002699         MOVE 'REFUSED - MERGING' TO MD-DISPOSITION-TEXT
002700         MOVE WS-MERGING-ID TO MD-OTHER-ID
002701         MOVE WS-MERGE-DISPOSITION TO WS-ITEM-DISPOSITION
002702         PERFORM 2800-WRITE-TRIAL-ITEM-LINE
002703     END-IF.
002704*----------------------------------------------------------------
002705* 3000-PRINT-SUMMARY
002706*----------------------------------------------------------------
002707 3000-PRINT-SUMMARY.
002710     DISPLAY 'ACCOUNT PAIRS MERGED : ' WS-MERGED-COUNT.
002711     DISPLAY 'ACCOUNT PAIRS REFUSED: ' WS-REFUSED-COUNT.
002712*----------------------------------------------------------------
002713* 3500-PRINT-TRIAL-SUMMARY
002714* ONE LINE PER ACCOUNT THE DECK WOULD TOUCH, IN CUSTUMER-ID ORDER
002715* OFF THE MEMO FILE, THEN THE TOTALS AND THE CONTROL CARD FOR
002716* THE MERGE RUN.
002717*----------------------------------------------------------------
002718 3500-PRINT-TRIAL-SUMMARY.
002719     MOVE ZERO TO TW-TOUCHED-COUNT TW-NET-TOTAL.
002720     WRITE TRIAL-LINE FROM SPACES.
002721     WRITE TRIAL-LINE FROM WS-TRIAL-CUSTOMER-HEADING.
002722     WRITE TRIAL-LINE FROM WS-TRIAL-CUSTOMER-COLUMN-LINE.
002723     MOVE 'N' TO WS-MEMO-EOF-SWITCH.
002724     MOVE ZERO TO MM-CUSTUMER-ID.
002725     START MEMO-BALANCE-FILE KEY IS NOT < MM-CUSTUMER-ID
002726         INVALID KEY
002727             SET WS-MEMO-EOF TO TRUE
002728     END-START.
002729     PERFORM 3600-PRINT-ONE-CUSTOMER UNTIL WS-MEMO-EOF.
002730     WRITE TRIAL-LINE FROM SPACES.
002731     MOVE 'ACCOUNTS TOUCHED / NET:' TO TT-TOTAL-LABEL.
002732     MOVE TW-TOUCHED-COUNT TO TT-TOTAL-COUNT.
002733     MOVE TW-NET-TOTAL TO TT-TOTAL-AMOUNT.
002734     WRITE TRIAL-LINE FROM WS-TRIAL-TOTAL-LINE.
002735     MOVE 'PAIRS THAT WOULD MERGE:' TO TT-TOTAL-LABEL.
002736     MOVE CT-POSTED-COUNT TO TT-TOTAL-COUNT.
002737     MOVE CT-POSTED-AMOUNT TO TT-TOTAL-AMOUNT.
002738     WRITE TRIAL-LINE FROM WS-TRIAL-TOTAL-LINE.
002739     MOVE 'PAIRS REFUSED:' TO TT-TOTAL-LABEL.
002740     MOVE CT-HELD-COUNT TO TT-TOTAL-COUNT.
002741     MOVE ZERO TO TT-TOTAL-AMOUNT.
002742     WRITE TRIAL-LINE FROM WS-TRIAL-TOTAL-LINE.
002743     WRITE TRIAL-LINE FROM SPACES.
002744     WRITE TRIAL-LINE FROM WS-TRIAL-CARD-LABEL-LINE.
002745     MOVE SPACES TO WS-CONTROL-CARD.
002746     MOVE CT-POSTED-COUNT TO CC-POSTED-COUNT.
002747     MOVE CT-POSTED-AMOUNT TO CC-POSTED-AMOUNT.
002748     MOVE CT-HELD-COUNT TO CC-HELD-COUNT.
002749     WRITE TRIAL-LINE FROM WS-CONTROL-CARD.
002750     DISPLAY 'TRIAL CONTROL CARD: ' WS-CONTROL-CARD.
002751*----------------------------------------------------------------
002752* 3600-PRINT-ONE-CUSTOMER
002753*----------------------------------------------------------------
002754 3600-PRINT-ONE-CUSTOMER.
002755     READ MEMO-BALANCE-FILE NEXT RECORD
002756         AT END
002757             SET WS-MEMO-EOF TO TRUE
002758     END-READ.
002759     IF NOT WS-MEMO-EOF
002760         MOVE MM-MASTER-IMAGE TO CUSTUMER_RECORDS
002761         COMPUTE TW-NET-CHANGE =
002762             CUSTOMER-BALANCE - MM-CURRENT-BALANCE
002763         MOVE MM-CUSTUMER-ID TO TS-CUSTUMER-ID
002764         MOVE MM-CURRENT-BALANCE TO TS-CURRENT-BALANCE
002765         MOVE CUSTOMER-BALANCE TO TS-PROJECTED-BALANCE
002766         MOVE TW-NET-CHANGE TO TS-NET-CHANGE
002767         MOVE MM-POSTED-COUNT TO TS-POSTED-COUNT
002768         WRITE TRIAL-LINE FROM WS-TRIAL-CUSTOMER-LINE
002769         ADD 1 TO TW-TOUCHED-COUNT
002770         ADD TW-NET-CHANGE TO TW-NET-TOTAL
002771     END-IF.
002772*----------------------------------------------------------------
002773* 9000-TERMINATE
002774*----------------------------------------------------------------
002775 9000-TERMINATE.
002776     CLOSE CUSTOMER-MASTER-FILE.
002777     CLOSE PAIR-WORK-FILE.
002778     IF WS-MEMO-POST
002779         CLOSE MEMO-BALANCE-FILE
002780         IF WS-TRIAL-RUN
002781             CLOSE TRIAL-REPORT
002782         END-IF
002783     ELSE
002784         CLOSE CUSTOMER-HISTORY-FILE
002785         CLOSE CUSTOMER-NOTE-FILE
002786     END-IF.
002790*----------------------------------------------------------------
002800* 0100-ACQUIRE-MASTER-LATCH
002810* HONORS THE CUSTLOCK IN-USE LATCH - ANOTHER UPDATER'S 'U' OR
