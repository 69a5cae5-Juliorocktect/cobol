000287*                  WHISPER; IT NOW REFUSES THE WHOLE FILE WITH
000288*                  RETURN-CODE 16, THE SAME BUSINESS-DATE
000289*                  DISCIPLINE THE CUSTMNT AND CALCADJ DECKS CARRY.
000290* 2026-10-15  JR   MONEY ARRIVING ON AN ACCOUNT CUSTWOFF WROTE OFF
000291*                  IS NOW TAKEN AS A BAD-DEBT RECOVERY, NOT AN
000292*                  ORDINARY PAYMENT.  WHATEVER THE PAYMENT CLEARS
000293*                  BEYOND THE BALANCE OWED - UP TO THE AMOUNT
000294*                  WRITTEN OFF AND NOT YET RECOVERED - IS FIRST
000295*                  REINSTATED ONTO THE BALANCE WITH A TYPE 'Y'
000296*                  RECOVERY RECORD, THEN THE PAYMENT POSTS AS
000297*                  BEFORE.  THE RECOVERY IS ADDED TO THE ACCOUNT'S
000298*                  RECOVERED TOTAL, APPENDED TO THE WOHIST
000299*                  WRITE-OFF HISTORY, AND COUNTED ON ITS OWN
000300*                  REGISTER LINE.
000301* 2026-10-15  JR   FOREIGN-CURRENCY PAYMENTS.  THE LOCKBOX RECORD
000302*                  NOW ENDS IN A THREE-LETTER CURRENCY CODE (39
000303*                  BYTES; BLANK OR USD IS THE BASE CURRENCY).  A
000304*                  FOREIGN PAYMENT IS CONVERTED TO BASE AT THE
000305*                  FXRATES RATE IN FORCE ON ITS DEPOSIT DATE (SEE
000306*                  CUSTRATE) BEFORE IT IS TESTED AGAINST THE
000307*                  BALANCE AND POSTED, AND CUSTHIST KEEPS THE
000308*                  ORIGINAL CURRENCY, AMOUNT, RATE AND RATE DATE.
000309*                  A FOREIGN PAYMENT WITH NO RATE ON FILE GOES TO
000310*                  LBXEXCP.  THE TRAILER STILL BALANCES ON THE
000311*                  BANK'S OWN FACE AMOUNTS.  THE REGISTER AND THE
000312*                  EXCEPTION LINE (WIDENED TO X(90)) SHOW THE
000313*                  CURRENCY, AND A NEW TOTALS LINE COUNTS THE
000314*                  FOREIGN PAYMENTS POSTED AND THEIR BASE AMOUNT.
000315* 2026-10-15  JR   EVERY ITEM POSTED OR EXCEPTED IS NOW ALSO
000316*                  APPENDED TO THE LBXPOST POSTING JOURNAL
000317*                  (CUSTLBXP) WITH ITS DEPOSIT DATE, CHECK NUMBER
000318*                  AND BASE AMOUNT, SO CUSTBREC CAN MATCH THE
000319*                  DAY'S POSTINGS AGAINST THE CASH THE BANK
000320*                  STATEMENT SAYS WAS CREDITED.
000321* 2026-10-15  JR   TRIAL RUN.  THE FIRST SYSIN CARD IS NOW THE RUN
000322*                  TYPE.  T RUNS THE FILE AGAINST THE LIVE MASTER
000323*                  BUT POSTS ONLY TO THE MEMOBAL WORK FILE
000324*                  (CUSTMEMO) - NOTHING REACHES CUSTMAST,
000325*                  CUSTHIST, WOHIST, LBXEXCP OR LBXPOST AND NO
000326*                  LATCH IS TAKEN - AND PRINTS THE TRIALRPT
000327*                  REPORT: EVERY ITEM WITH ITS DISPOSITION, EVERY
000328*                  CUSTOMER WITH CURRENT AND PROJECTED BALANCE,
000329*                  THE TOTALS AND A CONTROL CARD (CUSTTRIL).  P
000330*                  POSTS FOR REAL AND MUST BE FOLLOWED BY THAT
000331*                  CARD - THE SAME PROJECTION PASS RUNS FIRST AND
000332*                  A CARD THAT DOES NOT MATCH IT REFUSES THE RUN,
000333*                  RETURN-CODE 16.
000334*----------------------------------------------------------------
000335 ENVIRONMENT DIVISION.
000336 CONFIGURATION SECTION.
000337 SOURCE-COMPUTER. IBM-370.
000338 OBJECT-COMPUTER. IBM-370.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT LOCKBOX-FILE ASSIGN TO LOCKBOX
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS CUSTUMER-ID
000430         FILE STATUS IS WS-CUSTMAST-STATUS.
000431     SELECT EXCHANGE-RATE-FILE ASSIGN TO FXRATES
000432         ORGANIZATION IS INDEXED
000433         ACCESS MODE IS DYNAMIC
000434         RECORD KEY IS FX-RATE-KEY
000435         FILE STATUS IS WS-FXRATES-STATUS.
000440     SELECT CUSTOMER-HISTORY-FILE ASSIGN TO CUSTHIST
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-CUSTHIST-STATUS.
000500     SELECT REGISTER-REPORT ASSIGN TO LBXRPT
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-LBXRPT-STATUS.
000521     SELECT POSTING-JOURNAL-FILE ASSIGN TO LBXPOST
000522         ORGANIZATION IS LINE SEQUENTIAL
000523         FILE STATUS IS WS-LBXPOST-STATUS.
000524     SELECT WRITEOFF-HISTORY-FILE ASSIGN TO WOHIST
000525         ORGANIZATION IS LINE SEQUENTIAL
000526         FILE STATUS IS WS-WOHIST-STATUS.
000530     SELECT CUSTOMER-LOCK-FILE ASSIGN TO CUSTLOCK
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-CUSTLOCK-STATUS.
000551     SELECT MEMO-BALANCE-FILE ASSIGN TO MEMOBAL
000552         ORGANIZATION IS INDEXED
000553         ACCESS MODE IS DYNAMIC
000554         RECORD KEY IS MM-CUSTUMER-ID
000555         FILE STATUS IS WS-MEMOBAL-STATUS.
000556     SELECT TRIAL-REPORT ASSIGN TO TRIALRPT
000557         ORGANIZATION IS LINE SEQUENTIAL
000558         FILE STATUS IS WS-TRIALRPT-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  LOCKBOX-FILE
000650     05 LB-PAYMENT-AMOUNT PIC S9(09)V99.
000660     05 LB-CHECK-NUMBER PIC X(10).
000670     05 LB-DEPOSIT-DATE PIC 9(08).
000675     05 LB-CURRENCY-CODE PIC X(03).
000680*----------------------------------------------------------------
000690* TRAILER VIEW OF THE SAME 39-BYTE RECORD - THE BANK'S DEPOSIT
000700* TOTAL, CHECKED BEFORE A SINGLE PAYMENT POSTS.
000710*----------------------------------------------------------------
000720 01  LOCKBOX-TRAILER-RECORD.
000730     05 LT-RECORD-TYPE PIC X(01).
000740     05 LT-PAYMENT-COUNT PIC 9(07).
000750     05 LT-DEPOSIT-TOTAL PIC S9(11)V99.
000760     05 FILLER PIC X(18).
000770 FD  CUSTOMER-MASTER-FILE
000780     LABEL RECORDS ARE STANDARD.
000790     COPY CUSTREC.
000800 FD  CUSTOMER-HISTORY-FILE
000810     LABEL RECORDS ARE STANDARD.
000820     COPY CUSTHIST.
000822 FD  WRITEOFF-HISTORY-FILE
000824     LABEL RECORDS ARE STANDARD.
000826     COPY CUSTWOHS.
000827 FD  EXCHANGE-RATE-FILE
000828     LABEL RECORDS ARE STANDARD.
000829     COPY CUSTRATR.
000830 FD  EXCEPTION-FILE
000840     LABEL RECORDS ARE STANDARD
000850     RECORDING MODE IS F.
000860 01  EXCP-LINE PIC X(90).
000870 FD  REGISTER-REPORT
000880     LABEL RECORDS ARE STANDARD
000890     RECORDING MODE IS F.
000900 01  RGST-LINE PIC X(80).
000902 FD  POSTING-JOURNAL-FILE
000904     LABEL RECORDS ARE STANDARD.
000906     COPY CUSTLBXP.
000910 FD  CUSTOMER-LOCK-FILE
000920     LABEL RECORDS ARE STANDARD.
000930     COPY CUSTLOCK.
000931 FD  MEMO-BALANCE-FILE
000932     LABEL RECORDS ARE STANDARD.
000933     COPY CUSTMEMO.
000934 FD  TRIAL-REPORT
000935     LABEL RECORDS ARE STANDARD
000936     RECORDING MODE IS F.
000937 01  TRIAL-LINE PIC X(80).
000940 WORKING-STORAGE SECTION.
000950 01  WS-LOCKBOX-STATUS PIC X(02) VALUE '00'.
000960     88 WS-LOCKBOX-OK VALUE '00'.
000990 01  WS-CUSTHIST-STATUS PIC X(02) VALUE '00'.
001000 01  WS-LBXEXCP-STATUS PIC X(02) VALUE '00'.
001010 01  WS-LBXRPT-STATUS PIC X(02) VALUE '00'.
001012 01  WS-LBXPOST-STATUS PIC X(02) VALUE '00'.
001015 01  WS-WOHIST-STATUS PIC X(02) VALUE '00'.
001020 01  WS-CUSTLOCK-STATUS PIC X(02) VALUE '00'.
001030 01  WS-EOF-SWITCH PIC X(01) VALUE 'N'.
001040     88 WS-END-OF-LOCKBOX VALUE 'Y'.
001170 01  WS-TRAILER-COUNT PIC 9(07) VALUE ZERO.
001180 01  WS-TRAILER-TOTAL PIC S9(11)V99 VALUE ZERO.
001190 01  WS-COUNTERS.
001191     05 WS-POSTED-COUNT PIC 9(07) COMP VALUE ZERO.
001192     05 WS-EXCEPTION-COUNT PIC 9(07) COMP VALUE ZERO.
001193 01  WS-POSTED-TOTAL PIC S9(11)V99 VALUE ZERO.
001194 01  WS-EXCEPTION-TOTAL PIC S9(11)V99 VALUE ZERO.
001195 01  WS-BEFORE-BALANCE PIC S9(09)V99 VALUE ZERO.
001196*----------------------------------------------------------------
001197* BAD-DEBT RECOVERY WORK AREAS - THE WRITTEN-OFF AMOUNT NOT YET
001198* RECOVERED ON THE ACCOUNT, THE PART OF THIS PAYMENT REINSTATED
001199* AS A RECOVERY, AND THE BALANCE ONCE IT IS REINSTATED.
001200*----------------------------------------------------------------
001201 01  WS-UNRECOVERED-AMOUNT PIC S9(09)V99 VALUE ZERO.
001202 01  WS-RECOVERY-AMOUNT PIC S9(09)V99 VALUE ZERO.
001203 01  WS-REINSTATED-BALANCE PIC S9(09)V99 VALUE ZERO.
001204 01  WS-RECOVERY-COUNT PIC 9(07) COMP VALUE ZERO.
001205 01  WS-RECOVERY-TOTAL PIC S9(11)V99 VALUE ZERO.
001206 01  WS-TODAY-DATE PIC 9(08) VALUE ZERO.
001207*----------------------------------------------------------------
001208* FOREIGN-CURRENCY CONVERSION - WS-PAYMENT-AMOUNT IS THE PAYMENT
001209* IN BASE CURRENCY, THE AMOUNT EVERY BALANCE TEST AND POSTING
001210* USES.  FOR A FOREIGN PAYMENT IT IS THE FACE AMOUNT TIMES THE
001211* RATE IN FORCE ON THE DEPOSIT DATE - THE LATEST ACTIVE FXRATES
001212* RATE EFFECTIVE ON OR BEFORE IT.
001213*----------------------------------------------------------------
001214 01  WS-BASE-CURRENCY PIC X(03) VALUE 'USD'.
001215 01  WS-PAYMENT-AMOUNT PIC S9(09)V99 VALUE ZERO.
001216 01  WS-FXRATES-STATUS PIC X(02) VALUE '00'.
001217     88 WS-FXRATES-OK VALUE '00'.
001218 01  WS-FXRATES-OPEN-SWITCH PIC X(01) VALUE 'N'.
001219     88 WS-FXRATES-OPEN VALUE 'Y'.
001220 01  WS-FOREIGN-SWITCH PIC X(01) VALUE 'N'.
001221     88 WS-FOREIGN-PAYMENT VALUE 'Y'.
001222     88 WS-BASE-PAYMENT VALUE 'N'.
001223 01  WS-FX-RATE-SWITCH PIC X(01) VALUE 'N'.
001224     88 WS-FX-RATE-FOUND VALUE 'Y'.
001225     88 WS-FX-RATE-MISSING VALUE 'N'.
001226 01  WS-FX-SCAN-SWITCH PIC X(01) VALUE 'N'.
001227     88 WS-FX-SCAN-DONE VALUE 'Y'.
001228 01  WS-FX-RATE PIC 9(04)V9(06) VALUE ZERO.
001229 01  WS-FX-RATE-DATE PIC 9(08) VALUE ZERO.
001230 01  WS-FOREIGN-COUNT PIC 9(07) COMP VALUE ZERO.
001231 01  WS-FOREIGN-TOTAL PIC S9(11)V99 VALUE ZERO.
001232*----------------------------------------------------------------
001233* TRIAL RUN (MEMO POST).  WS-RUN-TYPE IS THE FIRST SYSIN CARD.  A
001234* TRIAL MAKES ONE MEMO PASS AND PRINTS TRIALRPT; A POSTING RUN
001235* MAKES THE SAME MEMO PASS SILENTLY, PROVES THE OPERATOR'S
001236* CONTROL CARD AGAINST IT, AND ONLY THEN MAKES THE LIVE PASS.
001237* WS-ITEM-BEFORE-BALANCE AND WS-ITEM-AFTER-BALANCE ARE THE
001238* CUSTOMER'S BALANCE EITHER SIDE OF THE ITEM FOR THE TRIAL LINE.
001239*----------------------------------------------------------------
001240 01  WS-RUN-TYPE PIC X(01) VALUE SPACE.
001241     88 WS-TRIAL-RUN VALUE 'T' 't'.
001242     88 WS-POSTING-RUN VALUE 'P' 'p'.
001243 01  WS-OPTIONS-SWITCH PIC X(01) VALUE 'Y'.
001244     88 WS-OPTIONS-OK VALUE 'Y'.
001245     88 WS-OPTIONS-BAD VALUE 'N'.
001246 01  WS-POST-MODE-SWITCH PIC X(01) VALUE 'L'.
001247     88 WS-LIVE-POST VALUE 'L'.
001248     88 WS-MEMO-POST VALUE 'M'.
001249 01  WS-MEMOBAL-STATUS PIC X(02) VALUE '00'.
001250     88 WS-MEMOBAL-OK VALUE '00'.
001251 01  WS-TRIALRPT-STATUS PIC X(02) VALUE '00'.
001252 01  WS-MEMO-FOUND-SWITCH PIC X(01) VALUE 'N'.
001253     88 WS-MEMO-ON-FILE VALUE 'Y'.
001254     88 WS-MEMO-NEW VALUE 'N'.
001255 01  WS-MEMO-EOF-SWITCH PIC X(01) VALUE 'N'.
001256     88 WS-MEMO-EOF VALUE 'Y'.
001257 01  WS-ITEM-BEFORE-BALANCE PIC S9(09)V99 VALUE ZERO.
001258 01  WS-ITEM-AFTER-BALANCE PIC S9(09)V99 VALUE ZERO.
001259     COPY CUSTTRIL.
001260*----------------------------------------------------------------
001270* CUSTLOCK MASTER IN-USE LATCH - THE SAME LATCH EVERY BALANCE-
001280* POSTING PROGRAM HONORS.
001500     05 EX-DEPOSIT-DATE PIC 9(08).
001510     05 FILLER PIC X(02) VALUE SPACES.
001520     05 EX-REASON-TEXT PIC X(26).
001523     05 FILLER PIC X(02) VALUE SPACES.
001526     05 EX-CURRENCY-CODE PIC X(03).
001530 01  WS-HEADING-LINE.
001540     05 FILLER PIC X(24) VALUE SPACES.
001550     05 FILLER PIC X(32)
001580     05 FILLER PIC X(06) VALUE 'ID'.
001590     05 FILLER PIC X(15) VALUE '        PAYMENT'.
001600     05 FILLER PIC X(02) VALUE SPACES.
001605     05 FILLER PIC X(05) VALUE 'CUR'.
001610     05 FILLER PIC X(12) VALUE 'CHECK'.
001620     05 FILLER PIC X(10) VALUE 'DEPOSITED'.
001630     05 FILLER PIC X(12) VALUE 'DISPOSITION'.
001650     05 RG-CUSTUMER-ID PIC 9(06).
001660     05 FILLER PIC X(02) VALUE SPACES.
001670     05 RG-PAYMENT-AMOUNT PIC -(9)9.99.
001673     05 FILLER PIC X(02) VALUE SPACES.
001676     05 RG-CURRENCY-CODE PIC X(03).
001680     05 FILLER PIC X(02) VALUE SPACES.
001690     05 RG-CHECK-NUMBER PIC X(10).
001700     05 FILLER PIC X(02) VALUE SPACES.
001800     05 FILLER PIC X(26) VALUE 'PAYMENTS TO EXCEPTION:'.
001810     05 TL-EXCEPTION-COUNT PIC ZZZ,ZZ9.
001820     05 FILLER PIC X(09) VALUE '  AMOUNT:'.
001821     05 TL-EXCEPTION-TOTAL PIC -(10)9.99.
001822 01  WS-RECOVERY-TOTAL-LINE.
001823     05 FILLER PIC X(26) VALUE '  INCL BAD-DEBT RECOVERY:'.
001824     05 TL-RECOVERY-COUNT PIC ZZZ,ZZ9.
001825     05 FILLER PIC X(09) VALUE '  AMOUNT:'.
001826     05 TL-RECOVERY-TOTAL PIC -(10)9.99.
001827 01  WS-FOREIGN-TOTAL-LINE.
001828     05 FILLER PIC X(26) VALUE '  INCL FOREIGN CURRENCY:'.
001829     05 TL-FOREIGN-COUNT PIC ZZZ,ZZ9.
001830     05 FILLER PIC X(09) VALUE '  BASE:'.
001831     05 TL-FOREIGN-TOTAL PIC -(10)9.99.
001840 PROCEDURE DIVISION.
001850*----------------------------------------------------------------
001851* 0000-MAINLINE
001852*----------------------------------------------------------------
001853 0000-MAINLINE.
001854     PERFORM 0050-GET-RUN-OPTIONS.
001855     EVALUATE TRUE
001856         WHEN WS-OPTIONS-BAD
001857             MOVE 16 TO RETURN-CODE
001858         WHEN WS-TRIAL-RUN
001859*            A TRIAL POSTS NOTHING, SO IT NEITHER TAKES NOR WAITS
001860*            ON THE CUSTLOCK LATCH.
001861             PERFORM 0300-TRIAL-RUN
001862         WHEN OTHER
001863             PERFORM 0100-ACQUIRE-MASTER-LATCH
001864             IF WS-LATCH-REFUSED
001865                 MOVE 16 TO RETURN-CODE
001866             ELSE
001867                 PERFORM 0400-POSTING-RUN
001868                 PERFORM 0200-RELEASE-MASTER-LATCH
001869             END-IF
001870     END-EVALUATE.
001871     STOP RUN.
001872*----------------------------------------------------------------
001873* 0050-GET-RUN-OPTIONS
001874* THE RUN-TYPE CARD, AND FOR A POSTING RUN THE CONTROL CARD THE
001875* TRIAL PRINTED.  ANYTHING ELSE REFUSES THE RUN BEFORE THE BANK
001876* FILE IS EVEN OPENED.
001877*----------------------------------------------------------------
001878 0050-GET-RUN-OPTIONS.
001879     SET WS-OPTIONS-OK TO TRUE.
001880     DISPLAY 'ENTER RUN TYPE - T=TRIAL (NOTHING POSTS) P=POST: '.
001881     ACCEPT WS-RUN-TYPE.
001882     EVALUATE TRUE
001883         WHEN WS-TRIAL-RUN
001884             CONTINUE
001885         WHEN WS-POSTING-RUN
001886             DISPLAY 'ENTER THE CONTROL CARD FROM THE TRIAL RUN: '
001887             MOVE SPACES TO WS-CONTROL-CARD
001888             ACCEPT WS-CONTROL-CARD
001889             IF CC-POSTED-COUNT NOT NUMERIC
001890                 OR CC-POSTED-AMOUNT NOT NUMERIC
001891                 OR CC-HELD-COUNT NOT NUMERIC
001892                 DISPLAY 'CONTROL CARD MISSING OR NOT NUMERIC - '
001893                     'NO PAYMENTS POSTED'
001894                 SET WS-OPTIONS-BAD TO TRUE
001895             END-IF
001896         WHEN OTHER
001897             DISPLAY 'RUN TYPE ' WS-RUN-TYPE ' IS NOT T OR P - '
001898                 'RUN REFUSED'
001899             SET WS-OPTIONS-BAD TO TRUE
001900     END-EVALUATE.
001901*----------------------------------------------------------------
001902* 0300-TRIAL-RUN
001903* ONE MEMO PASS OVER THE VERIFIED FILE, PRINTING TRIALRPT.
001904*----------------------------------------------------------------
001905 0300-TRIAL-RUN.
001906     PERFORM 1500-VERIFY-LOCKBOX-FILE.
001907     IF WS-FILE-BAD
001908         DISPLAY 'LOCKBOX FILE REJECTED - NO TRIAL RUN'
001910         MOVE 16 TO RETURN-CODE
001920     ELSE
001921         SET WS-MEMO-POST TO TRUE
001922         PERFORM 0600-PROCESS-LOCKBOX-FILE
001923         DISPLAY 'TRIAL RUN ONLY - NOTHING POSTED'
001924     END-IF.
001925*----------------------------------------------------------------
001926* 0400-POSTING-RUN
001927* THE SILENT MEMO PASS FIRST, THEN - ONLY IF ITS TOTALS MATCH THE
001928* OPERATOR'S CONTROL CARD - THE LIVE PASS THAT POSTS.
001929*----------------------------------------------------------------
001930 0400-POSTING-RUN.
001931     PERFORM 1500-VERIFY-LOCKBOX-FILE.
001932     IF WS-FILE-BAD
001933         DISPLAY 'LOCKBOX FILE REJECTED - NO PAYMENTS POSTED'
001934         MOVE 16 TO RETURN-CODE
001935     ELSE
001936         SET WS-MEMO-POST TO TRUE
001937         PERFORM 0600-PROCESS-LOCKBOX-FILE
001938         IF WS-RUN-USABLE
001939             PERFORM 0800-PROVE-CONTROL-CARD
001940         END-IF
001941         IF WS-RUN-USABLE
001942             SET WS-LIVE-POST TO TRUE
001943             PERFORM 0600-PROCESS-LOCKBOX-FILE
001944         END-IF
001945     END-IF.
001946*----------------------------------------------------------------
001947* 0600-PROCESS-LOCKBOX-FILE
001948* ONE PASS OVER THE FILE - MEMO OR LIVE, AS WS-POST-MODE-SWITCH
001949* SAYS.
001950*----------------------------------------------------------------
001951 0600-PROCESS-LOCKBOX-FILE.
001952     PERFORM 1000-INITIALIZE.
001953     IF WS-RUN-USABLE
001954         PERFORM 2000-PROCESS-PAYMENT
001955             UNTIL WS-END-OF-LOCKBOX
001956         IF WS-LIVE-POST
001957             PERFORM 3000-PRINT-TOTALS
001970         ELSE
001985             IF WS-TRIAL-RUN
001995                 PERFORM 3500-PRINT-TRIAL-SUMMARY
002030             END-IF
002032         END-IF
002033         PERFORM 9000-TERMINATE
002034     END-IF.
002035*----------------------------------------------------------------
002036* 0800-PROVE-CONTROL-CARD
002037* THE MEMO PASS'S TOTALS MUST MATCH THE CARD THE TRIAL PRINTED.
002038* A MISMATCH MEANS THE BANK FILE OR THE MASTER IS NOT WHAT THE
002039* TRIAL SAW - NOTHING POSTS UNTIL A FRESH TRIAL IS REVIEWED.
002040*----------------------------------------------------------------
002041 0800-PROVE-CONTROL-CARD.
002042     IF CT-POSTED-COUNT NOT = CC-POSTED-COUNT
002043         OR CT-POSTED-AMOUNT NOT = CC-POSTED-AMOUNT
002044         OR CT-HELD-COUNT NOT = CC-HELD-COUNT
002045         DISPLAY 'CONTROL CARD DOES NOT MATCH THIS RUN - CARD '
002046             CC-POSTED-COUNT ' ' CC-POSTED-AMOUNT ' '
002047             CC-HELD-COUNT
002048         DISPLAY '                         PROJECTED TOTALS '
002049             CT-POSTED-COUNT ' ' CT-POSTED-AMOUNT ' '
002050             CT-HELD-COUNT
002051         DISPLAY 'RERUN THE TRIAL AND REVIEW IT - NO PAYMENTS '
002052             'POSTED'
002053         MOVE 16 TO RETURN-CODE
002054         SET WS-RUN-UNUSABLE TO TRUE
002055     ELSE
002056         DISPLAY 'CONTROL CARD MATCHES THE TRIAL - POSTING'
002057     END-IF.
002070*----------------------------------------------------------------
002080* 1500-VERIFY-LOCKBOX-FILE
002090* READS THE WHOLE BANK FILE ONCE AND PROVES IT COMPLETE AGAINST
002633                 END-IF
002634                 SET WS-FILE-BAD TO TRUE
002635             END-IF
002637     END-EVALUATE.
002640     PERFORM 2100-READ-LOCKBOX.
002650*----------------------------------------------------------------
002660* 1700-CHECK-FILE-TOTALS
002910 1000-INITIALIZE.
002915*    WS-TODAY-DATE WAS SET BY THE VERIFY PASS, WHICH ALWAYS RUNS
002916*    FIRST.
002917     MOVE 'N' TO WS-EOF-SWITCH.
002918     MOVE ZERO TO WS-POSTED-COUNT WS-EXCEPTION-COUNT
002919         WS-RECOVERY-COUNT WS-FOREIGN-COUNT.
002920     MOVE ZERO TO WS-POSTED-TOTAL WS-EXCEPTION-TOTAL
002921         WS-RECOVERY-TOTAL WS-FOREIGN-TOTAL.
002922     MOVE ZERO TO CT-POSTED-COUNT CT-POSTED-AMOUNT CT-HELD-COUNT.
002923     IF WS-MEMO-POST
002924*        A MEMO PASS ONLY EVER READS THE MASTER.
002925         OPEN INPUT CUSTOMER-MASTER-FILE
002926     ELSE
002927         OPEN I-O CUSTOMER-MASTER-FILE
002928     END-IF.
002941     IF WS-CUSTMAST-STATUS = '35'
002942*        WITHOUT THE MASTER A PAYMENT READ FAILS WITHOUT EVER
002943*        FIRING INVALID KEY - NOTHING POSTS, NOTHING EXCEPTS,
002948         MOVE 16 TO RETURN-CODE
002949         SET WS-RUN-UNUSABLE TO TRUE
002950     ELSE
002956         IF WS-MEMO-POST
002962             PERFORM 1200-OPEN-MEMO-FILES
002968         ELSE
002974             PERFORM 1100-OPEN-POSTING-FILES
002980         END-IF
002988         MOVE 'N' TO WS-FXRATES-OPEN-SWITCH
002996         OPEN INPUT EXCHANGE-RATE-FILE
003004         IF WS-FXRATES-OK
003012             SET WS-FXRATES-OPEN TO TRUE
003020         END-IF
003021         OPEN INPUT LOCKBOX-FILE
003022         PERFORM 2100-READ-LOCKBOX
003023     END-IF.
003024*----------------------------------------------------------------
003025* 1100-OPEN-POSTING-FILES
003026* THE FILES ONLY THE LIVE PASS WRITES.
003027*----------------------------------------------------------------
003028 1100-OPEN-POSTING-FILES.
003029     OPEN EXTEND CUSTOMER-HISTORY-FILE.
003030     IF WS-CUSTHIST-STATUS = '05' OR WS-CUSTHIST-STATUS = '35'
003031         OPEN OUTPUT CUSTOMER-HISTORY-FILE
003032     END-IF.
003033     OPEN EXTEND WRITEOFF-HISTORY-FILE.
003034     IF WS-WOHIST-STATUS = '05' OR WS-WOHIST-STATUS = '35'
003035         OPEN OUTPUT WRITEOFF-HISTORY-FILE
003036     END-IF.
003037     OPEN EXTEND EXCEPTION-FILE.
003038     IF WS-LBXEXCP-STATUS = '05' OR WS-LBXEXCP-STATUS = '35'
003039         OPEN OUTPUT EXCEPTION-FILE
003040     END-IF.
003041     OPEN EXTEND POSTING-JOURNAL-FILE.
003042     IF WS-LBXPOST-STATUS = '05' OR WS-LBXPOST-STATUS = '35'
003043         OPEN OUTPUT POSTING-JOURNAL-FILE
003044     END-IF.
003045     OPEN OUTPUT REGISTER-REPORT.
003046     WRITE RGST-LINE FROM WS-HEADING-LINE.
003047     WRITE RGST-LINE FROM SPACES.
003048     WRITE RGST-LINE FROM WS-COLUMN-LINE.
003049*----------------------------------------------------------------
003050* 1200-OPEN-MEMO-FILES
003051* THE MEMOBAL WORK CLUSTER IS DEFINED EMPTY AHEAD OF THE STEP -
003052* OPENED OUTPUT AND CLOSED ONCE SO IT CAN BE OPENED I-O, THE SAME
003053* WAY CUSTMRGE FIRST OPENS A NEW CUSTNOTE.  ONLY A TRIAL PRINTS.
003054*----------------------------------------------------------------
003055 1200-OPEN-MEMO-FILES.
003056     OPEN OUTPUT MEMO-BALANCE-FILE.
003057     CLOSE MEMO-BALANCE-FILE.
003058     OPEN I-O MEMO-BALANCE-FILE.
003059     IF NOT WS-MEMOBAL-OK
003060         DISPLAY 'MEMOBAL WORK FILE COULD NOT BE OPENED - STATUS '
003061             WS-MEMOBAL-STATUS ' - NOTHING PROJECTED'
003062         MOVE 16 TO RETURN-CODE
003063         SET WS-RUN-UNUSABLE TO TRUE
003064     END-IF.
003065     IF WS-TRIAL-RUN
003066         OPEN OUTPUT TRIAL-REPORT
003067         MOVE 'LOCKBOX PAYMENT POSTING' TO TH-RUN-TITLE
003068         WRITE TRIAL-LINE FROM WS-TRIAL-HEADING-LINE
003069         WRITE TRIAL-LINE FROM SPACES
003070         WRITE TRIAL-LINE FROM WS-TRIAL-ITEM-COLUMN-LINE
003081     END-IF.
003090*----------------------------------------------------------------
003100* 2000-PROCESS-PAYMENT
003320* A PAYMENT REDUCES WHAT THE CUSTOMER OWES.  A CUSTOMER NOT ON
003330* THE MASTER, OR A PAYMENT LARGER THAN THE BALANCE OWED, GOES TO
003340* THE EXCEPTION FILE FOR MANUAL HANDLING INSTEAD OF POSTING
003350* BLIND.  ON A WRITTEN-OFF ACCOUNT THE PART OF THE PAYMENT
003352* BEYOND THE BALANCE OWED IS A BAD-DEBT RECOVERY, UP TO THE
003354* AMOUNT WRITTEN OFF AND NOT YET RECOVERED - IT IS REINSTATED
003355* ONTO THE BALANCE FIRST, SO THE PAYMENT THEN CLEARS IT.  A
003356* FOREIGN PAYMENT IS CONVERTED TO BASE BEFORE ANY OF THAT, AND
003357* ONE THAT CANNOT BE CONVERTED IS AN EXCEPTION.
003360*----------------------------------------------------------------
003361 2200-POST-ONE-PAYMENT.
003362     MOVE ZERO TO WS-ITEM-BEFORE-BALANCE.
003363     PERFORM 2150-CONVERT-PAYMENT.
003364     IF WS-BASE-PAYMENT OR WS-FX-RATE-FOUND
003365         PERFORM 2210-MATCH-PAYMENT
003366     END-IF.
003367*----------------------------------------------------------------
003368* 2210-MATCH-PAYMENT
003369* TESTS THE BASE-CURRENCY PAYMENT AGAINST THE CUSTOMER'S BALANCE
003370* AND ANY UNRECOVERED WRITE-OFF, THEN POSTS OR EXCEPTS IT.
003371*----------------------------------------------------------------
003372 2210-MATCH-PAYMENT.
003380     MOVE LB-CUSTUMER-ID TO CUSTUMER-ID.
003390     READ CUSTOMER-MASTER-FILE
003400         INVALID KEY
003420             PERFORM 2400-WRITE-EXCEPTION
003430     END-READ.
003440     IF WS-CUSTMAST-OK
003441         IF WS-MEMO-POST
003442             PERFORM 2700-READ-MEMO-RECORD
003443         END-IF
003444         MOVE CUSTOMER-BALANCE TO WS-ITEM-BEFORE-BALANCE
003445         MOVE ZERO TO WS-RECOVERY-AMOUNT
003446         COMPUTE WS-UNRECOVERED-AMOUNT =
003447             CUSTOMER-WRITEOFF-TOTAL - CUSTOMER-RECOVERED-TOTAL
003448         IF WS-PAYMENT-AMOUNT > CUSTOMER-BALANCE
003449             AND WS-UNRECOVERED-AMOUNT > ZERO
003450             COMPUTE WS-RECOVERY-AMOUNT =
003451                 WS-PAYMENT-AMOUNT - CUSTOMER-BALANCE
003452         END-IF
003453         IF WS-RECOVERY-AMOUNT > WS-UNRECOVERED-AMOUNT
003454             MOVE 'PAYMENT EXCEEDS BAD DEBT' TO EX-REASON-TEXT
003470             PERFORM 2400-WRITE-EXCEPTION
003480         ELSE
003481             IF WS-PAYMENT-AMOUNT >
003482                 CUSTOMER-BALANCE + WS-RECOVERY-AMOUNT
003483                 MOVE 'PAYMENT EXCEEDS BALANCE' TO EX-REASON-TEXT
003484                 PERFORM 2400-WRITE-EXCEPTION
003485             ELSE
003486                 PERFORM 2250-APPLY-PAYMENT
003487             END-IF
003488         END-IF
003489     END-IF.
003490*----------------------------------------------------------------
003491* 2150-CONVERT-PAYMENT
003492* A BLANK OR BASE CURRENCY CODE POSTS AT FACE.  ANY OTHER CODE
003493* MUST BE THREE LETTERS WITH A RATE IN FORCE ON THE DEPOSIT DATE,
003494* OR THE PAYMENT GOES TO THE EXCEPTION FILE AT FACE.
003495*----------------------------------------------------------------
003496 2150-CONVERT-PAYMENT.
003497     SET WS-BASE-PAYMENT TO TRUE.
003498     SET WS-FX-RATE-MISSING TO TRUE.
003499     MOVE ZERO TO WS-FX-RATE WS-FX-RATE-DATE.
003500     MOVE LB-PAYMENT-AMOUNT TO WS-PAYMENT-AMOUNT.
003501     IF LB-CURRENCY-CODE NOT = SPACES
003502         AND LB-CURRENCY-CODE NOT = WS-BASE-CURRENCY
003503         SET WS-FOREIGN-PAYMENT TO TRUE
003504         IF LB-CURRENCY-CODE ALPHABETIC-UPPER
003505             PERFORM 2160-LOOKUP-EXCHANGE-RATE
003506         END-IF
003507         IF WS-FX-RATE-FOUND
003508             COMPUTE WS-PAYMENT-AMOUNT ROUNDED =
003509                 LB-PAYMENT-AMOUNT * WS-FX-RATE
003510         ELSE
003511             MOVE 'NO EXCHANGE RATE ON FILE' TO EX-REASON-TEXT
003512             PERFORM 2400-WRITE-EXCEPTION
003513         END-IF
003514     END-IF.
003515*----------------------------------------------------------------
003516* 2160-LOOKUP-EXCHANGE-RATE
003517* POSITIONS ON THE FIRST FXRATES RECORD FOR THE CURRENCY AND
003518* READS FORWARD THROUGH ITS DATED RATES UP TO THE DEPOSIT DATE,
003519* KEEPING THE LAST ACTIVE ONE - THE RATE IN FORCE THAT DAY.
003520*----------------------------------------------------------------
003521 2160-LOOKUP-EXCHANGE-RATE.
003522     MOVE 'N' TO WS-FX-SCAN-SWITCH.
003523     IF WS-FXRATES-OPEN
003524         MOVE LB-CURRENCY-CODE TO FX-CURRENCY-CODE
003525         MOVE ZERO TO FX-EFFECTIVE-DATE
003526         START EXCHANGE-RATE-FILE KEY NOT < FX-RATE-KEY
003527             INVALID KEY
003528                 SET WS-FX-SCAN-DONE TO TRUE
003529         END-START
003530         PERFORM 2170-SCAN-EXCHANGE-RATE UNTIL WS-FX-SCAN-DONE
003531     END-IF.
003532*----------------------------------------------------------------
003533* 2170-SCAN-EXCHANGE-RATE
003534*----------------------------------------------------------------
003535 2170-SCAN-EXCHANGE-RATE.
003536     READ EXCHANGE-RATE-FILE NEXT RECORD
003537         AT END
003538             SET WS-FX-SCAN-DONE TO TRUE
003539     END-READ.
003540     IF NOT WS-FX-SCAN-DONE
003541         IF FX-CURRENCY-CODE NOT = LB-CURRENCY-CODE
003542             OR FX-EFFECTIVE-DATE > LB-DEPOSIT-DATE
003543             SET WS-FX-SCAN-DONE TO TRUE
003544         ELSE
003545             IF FX-RATE-ACTIVE
003546                 MOVE FX-EXCH-RATE TO WS-FX-RATE
003547                 MOVE FX-EFFECTIVE-DATE TO WS-FX-RATE-DATE
003548                 SET WS-FX-RATE-FOUND TO TRUE
003549             END-IF
003550         END-IF
003551     END-IF.
003552*----------------------------------------------------------------
003553* 2250-APPLY-PAYMENT
003554* ANY RECOVERY IS REINSTATED AND THE PAYMENT TAKEN IN ONE
003555* REWRITE; THE RECOVERY'S OWN HISTORY RECORD IS WRITTEN AHEAD
003556* OF THE PAYMENT'S SO THE BALANCE CHAIN READS IN ORDER.
003557*----------------------------------------------------------------
003558 2250-APPLY-PAYMENT.
003559     MOVE CUSTOMER-BALANCE TO WS-BEFORE-BALANCE.
003560     ADD WS-RECOVERY-AMOUNT TO CUSTOMER-BALANCE.
003561     ADD WS-RECOVERY-AMOUNT TO CUSTOMER-RECOVERED-TOTAL.
003562     MOVE CUSTOMER-BALANCE TO WS-REINSTATED-BALANCE.
003563     SUBTRACT WS-PAYMENT-AMOUNT FROM CUSTOMER-BALANCE.
003564     IF WS-LIVE-POST
003565         REWRITE CUSTUMER_RECORDS
003566             INVALID KEY
003567                 DISPLAY 'REWRITE FAILED - PAYMENT NOT '
003568                     'POSTED - ' CUSTUMER-ID
003569         END-REWRITE
003570     ELSE
003571         PERFORM 2710-WRITE-MEMO-RECORD
003572     END-IF.
003573     IF WS-CUSTMAST-OK
003574         IF WS-RECOVERY-AMOUNT > ZERO
003575             IF WS-LIVE-POST
003576                 PERFORM 2350-WRITE-RECOVERY-RECORDS
003577             END-IF
003578             MOVE WS-REINSTATED-BALANCE TO WS-BEFORE-BALANCE
003579             ADD 1 TO WS-RECOVERY-COUNT
003580             ADD WS-RECOVERY-AMOUNT TO WS-RECOVERY-TOTAL
003581             MOVE 'POSTED - BAD-DEBT RECOVERY' TO RG-DISPOSITION
003582         ELSE
003583             MOVE 'POSTED' TO RG-DISPOSITION
003584         END-IF
003585         IF WS-LIVE-POST
003586             PERFORM 2300-WRITE-HISTORY-RECORD
003587         END-IF
003588         ADD 1 TO WS-POSTED-COUNT
003589         ADD 1 TO CT-POSTED-COUNT
003590         IF WS-PAYMENT-AMOUNT < ZERO
003591             SUBTRACT WS-PAYMENT-AMOUNT FROM CT-POSTED-AMOUNT
003592         ELSE
003593             ADD WS-PAYMENT-AMOUNT TO CT-POSTED-AMOUNT
003594         END-IF
003595         ADD WS-PAYMENT-AMOUNT TO WS-POSTED-TOTAL
003596         IF WS-FOREIGN-PAYMENT
003597             ADD 1 TO WS-FOREIGN-COUNT
003598             ADD WS-PAYMENT-AMOUNT TO WS-FOREIGN-TOTAL
003599         END-IF
003600         MOVE CUSTOMER-BALANCE TO WS-ITEM-AFTER-BALANCE
003601         PERFORM 2500-WRITE-REGISTER-LINE
003602         IF WS-LIVE-POST
003603             MOVE SPACES TO LBXPOST-RECORD
003604             SET LP-POSTED TO TRUE
003605             PERFORM 2600-WRITE-JOURNAL-RECORD
003630         END-IF
003640     END-IF.
003650*----------------------------------------------------------------
003660* 2300-WRITE-HISTORY-RECORD
003670* LOGS THE PAYMENT JUST POSTED - SOURCE 'B' (BANK LOCKBOX),
003676* TRANSACTION TYPE 'P' (PAYMENT) - WITH THE BANK'S FACE AMOUNT
003682* AND THE RATE USED WHEN IT WAS PAID IN A FOREIGN CURRENCY.
003690*----------------------------------------------------------------
003700 2300-WRITE-HISTORY-RECORD.
003710     MOVE SPACES TO CUSTHIST-RECORD.
003740     MOVE CUSTUMER-ID TO CH-CUSTUMER-ID.
003750     MOVE WS-BEFORE-BALANCE TO CH-BEFORE-BALANCE.
003760     MOVE CUSTOMER-BALANCE TO CH-AFTER-BALANCE.
003761     SET CH-SOURCE-LKBX TO TRUE.
003762     SET CH-TYPE-PAYMENT TO TRUE.
003763     IF WS-FOREIGN-PAYMENT
003764         MOVE LB-CURRENCY-CODE TO CH-ORIG-CURRENCY
003765         MOVE LB-PAYMENT-AMOUNT TO CH-ORIG-AMOUNT
003766         MOVE WS-FX-RATE TO CH-EXCH-RATE
003767         MOVE WS-FX-RATE-DATE TO CH-RATE-DATE
003768     END-IF.
003769     WRITE CUSTHIST-RECORD.
003770*----------------------------------------------------------------
003771* 2350-WRITE-RECOVERY-RECORDS
003772* LOGS THE AMOUNT REINSTATED AS A BAD-DEBT RECOVERY - SOURCE 'B'
003773* (BANK LOCKBOX), TRANSACTION TYPE 'Y' (RECOVERY) - AND APPENDS
003774* IT TO THE WOHIST WRITE-OFF HISTORY WITH THE ACCOUNT'S NEW
003775* RECOVERED TOTAL.
003776*----------------------------------------------------------------
003777 2350-WRITE-RECOVERY-RECORDS.
003778     MOVE SPACES TO CUSTHIST-RECORD.
003779     ACCEPT CH-CHANGE-DATE FROM DATE YYYYMMDD.
003780     ACCEPT CH-CHANGE-TIME FROM TIME.
003781     MOVE CUSTUMER-ID TO CH-CUSTUMER-ID.
003782     MOVE WS-BEFORE-BALANCE TO CH-BEFORE-BALANCE.
003783     MOVE WS-REINSTATED-BALANCE TO CH-AFTER-BALANCE.
003784     SET CH-SOURCE-LKBX TO TRUE.
003785     SET CH-TYPE-RECOVERY TO TRUE.
003786     WRITE CUSTHIST-RECORD.
003787     MOVE SPACES TO WOHIST-RECORD.
003788     MOVE CUSTUMER-ID TO WH-CUSTUMER-ID.
003789     MOVE CH-CHANGE-DATE TO WH-EVENT-DATE.
003790     MOVE CH-CHANGE-TIME TO WH-EVENT-TIME.
003791     SET WH-EVENT-RECOVERY TO TRUE.
003792     MOVE WS-RECOVERY-AMOUNT TO WH-EVENT-AMOUNT.
003793     MOVE CUSTOMER-WRITEOFF-TOTAL TO WH-WRITEOFF-TOTAL.
003794     MOVE CUSTOMER-RECOVERED-TOTAL TO WH-RECOVERED-TOTAL.
003795     MOVE SPACE TO WH-DISPOSITION.
003796     MOVE LB-CHECK-NUMBER TO WH-REASON.
003797     MOVE 'CUSTLBX' TO WH-REQUESTED-BY.
003798     MOVE SPACES TO WH-APPROVED-BY.
003799     WRITE WOHIST-RECORD.
003800*----------------------------------------------------------------
003810* 2400-WRITE-EXCEPTION
003820* ROUTES ONE UNPOSTABLE PAYMENT TO THE EXCEPTION FILE WITH ITS
003830* REASON, AND TO THE REGISTER SO THE CASH OFFICE SEES EVERY ITEM
003835* IN ONE PLACE.  THE EXCEPTION LINE CARRIES THE BANK'S FACE
003840* AMOUNT AND CURRENCY; THE EXCEPTION TOTAL IS IN BASE, OR AT
003845* FACE WHEN NO RATE WAS ON FILE TO CONVERT IT.
003850*----------------------------------------------------------------
003860 2400-WRITE-EXCEPTION.
003870     MOVE WS-TODAY-DATE TO EX-EXCEPTION-DATE.
003890     MOVE LB-PAYMENT-AMOUNT TO EX-PAYMENT-AMOUNT.
003900     MOVE LB-CHECK-NUMBER TO EX-CHECK-NUMBER.
003910     MOVE LB-DEPOSIT-DATE TO EX-DEPOSIT-DATE.
003915     MOVE LB-CURRENCY-CODE TO EX-CURRENCY-CODE.
003918     IF WS-LIVE-POST
003921         WRITE EXCP-LINE FROM WS-EXCEPTION-RECORD
003924     END-IF.
003930     ADD 1 TO WS-EXCEPTION-COUNT.
003935     ADD 1 TO CT-HELD-COUNT.
003940     ADD WS-PAYMENT-AMOUNT TO WS-EXCEPTION-TOTAL.
003950     MOVE EX-REASON-TEXT TO RG-DISPOSITION.
003955     MOVE WS-ITEM-BEFORE-BALANCE TO WS-ITEM-AFTER-BALANCE.
003960     PERFORM 2500-WRITE-REGISTER-LINE.
003961     IF WS-LIVE-POST
003962         MOVE SPACES TO LBXPOST-RECORD
003963         SET LP-EXCEPTED TO TRUE
003964         PERFORM 2600-WRITE-JOURNAL-RECORD
003965     END-IF.
003966*----------------------------------------------------------------
003967* 2500-WRITE-REGISTER-LINE
003968* THE LIVE PASS WRITES THE CASH OFFICE'S REGISTER; A TRIAL WRITES
003969* ITS OWN ITEM LINE INSTEAD; THE PROJECTION PASS AHEAD OF A
003970* POSTING RUN PRINTS NOTHING.
003971*----------------------------------------------------------------
003972 2500-WRITE-REGISTER-LINE.
003973     IF WS-LIVE-POST
003974         MOVE LB-CUSTUMER-ID TO RG-CUSTUMER-ID
003975         MOVE LB-PAYMENT-AMOUNT TO RG-PAYMENT-AMOUNT
003976         MOVE LB-CURRENCY-CODE TO RG-CURRENCY-CODE
003977         MOVE LB-CHECK-NUMBER TO RG-CHECK-NUMBER
003978         MOVE LB-DEPOSIT-DATE TO RG-DEPOSIT-DATE
003979         WRITE RGST-LINE FROM WS-REGISTER-DETAIL
003980     ELSE
003981         IF WS-TRIAL-RUN
003982             PERFORM 2800-WRITE-TRIAL-ITEM-LINE
003983         END-IF
003984     END-IF.
003985*----------------------------------------------------------------
003986* 2600-WRITE-JOURNAL-RECORD
003987* APPENDS THE ITEM JUST HANDLED TO THE LBXPOST POSTING JOURNAL.
003988* THE CALLER HAS ALREADY SET THE DISPOSITION - POSTED OR
003989* EXCEPTED.  THE BASE AMOUNT IS THE ONE THE ITEM WAS POSTED OR
003990* EXCEPTED AT, THE SAME FIGURE THE REGISTER TOTALS CARRY.
003991*----------------------------------------------------------------
003992 2600-WRITE-JOURNAL-RECORD.
003993     MOVE LB-DEPOSIT-DATE TO LP-DEPOSIT-DATE.
003994     MOVE LB-CHECK-NUMBER TO LP-REFERENCE.
003995     MOVE WS-PAYMENT-AMOUNT TO LP-BASE-AMOUNT.
003996     MOVE LB-CUSTUMER-ID TO LP-CUSTUMER-ID.
003997     MOVE LB-PAYMENT-AMOUNT TO LP-FACE-AMOUNT.
003998     MOVE LB-CURRENCY-CODE TO LP-CURRENCY-CODE.
003999     ACCEPT LP-POST-DATE FROM DATE YYYYMMDD.
004000     ACCEPT LP-POST-TIME FROM TIME.
004001     WRITE LBXPOST-RECORD.
004002*----------------------------------------------------------------
004003* 2700-READ-MEMO-RECORD
004004* ON A MEMO PASS A CUSTOMER ALREADY TOUCHED EARLIER IN THE FILE
004005* IS TAKEN FROM THE MEMO FILE, NOT THE MASTER, SO IT CARRIES ITS
004006* PROJECTED BALANCE AND RECOVERED TOTAL FORWARD.
004007*----------------------------------------------------------------
004008 2700-READ-MEMO-RECORD.
004009     MOVE CUSTUMER-ID TO MM-CUSTUMER-ID.
004010     READ MEMO-BALANCE-FILE
004011         INVALID KEY
004012             CONTINUE
004013         NOT INVALID KEY
004014             MOVE MM-MASTER-IMAGE TO CUSTUMER_RECORDS
004015     END-READ.
004016*----------------------------------------------------------------
004017* 2710-WRITE-MEMO-RECORD
004018* THE MEMO PASS'S REWRITE - THE PROJECTED RECORD GOES TO THE MEMO
004019* FILE.  A CUSTOMER'S FIRST TOUCH ALSO KEEPS ITS LIVE BALANCE,
004020* WHICH IS THE BALANCE BEFORE THIS ITEM.
004021*----------------------------------------------------------------
004022 2710-WRITE-MEMO-RECORD.
004023     SET WS-MEMO-ON-FILE TO TRUE.
004024     MOVE CUSTUMER-ID TO MM-CUSTUMER-ID.
004025     READ MEMO-BALANCE-FILE
004026         INVALID KEY
004027             SET WS-MEMO-NEW TO TRUE
004028     END-READ.
004029     IF WS-MEMO-NEW
004030         MOVE SPACES TO MEMO-RECORD
004031         MOVE CUSTUMER-ID TO MM-CUSTUMER-ID
004032         MOVE WS-ITEM-BEFORE-BALANCE TO MM-CURRENT-BALANCE
004033         MOVE ZERO TO MM-POSTED-COUNT
004034     END-IF.
004035     MOVE CUSTUMER_RECORDS TO MM-MASTER-IMAGE.
004036     ADD 1 TO MM-POSTED-COUNT.
004037     IF WS-MEMO-NEW
004038         WRITE MEMO-RECORD
004039             INVALID KEY
004040                 DISPLAY 'MEMO WRITE FAILED - STATUS '
004041                     WS-MEMOBAL-STATUS ' - ' CUSTUMER-ID
004042         END-WRITE
004043     ELSE
004044         REWRITE MEMO-RECORD
004045             INVALID KEY
004046                 DISPLAY 'MEMO REWRITE FAILED - STATUS '
004047                     WS-MEMOBAL-STATUS ' - ' CUSTUMER-ID
004048         END-REWRITE
004049     END-IF.
004050*----------------------------------------------------------------
004051* 2800-WRITE-TRIAL-ITEM-LINE
004052*----------------------------------------------------------------
004053 2800-WRITE-TRIAL-ITEM-LINE.
004054     MOVE LB-CUSTUMER-ID TO TI-CUSTUMER-ID.
004055     MOVE WS-ITEM-BEFORE-BALANCE TO TI-CURRENT-BALANCE.
004056     MOVE WS-ITEM-AFTER-BALANCE TO TI-PROJECTED-BALANCE.
004057     MOVE WS-PAYMENT-AMOUNT TO TI-ITEM-AMOUNT.
004058     MOVE RG-DISPOSITION TO TI-DISPOSITION.
004059     WRITE TRIAL-LINE FROM WS-TRIAL-ITEM-LINE.
004060*----------------------------------------------------------------
004070* 3000-PRINT-TOTALS
004080*----------------------------------------------------------------
004090 3000-PRINT-TOTALS.
004100     MOVE WS-POSTED-COUNT TO TL-POSTED-COUNT.
004110     MOVE WS-POSTED-TOTAL TO TL-POSTED-TOTAL.
004112     MOVE WS-RECOVERY-COUNT TO TL-RECOVERY-COUNT.
004114     MOVE WS-RECOVERY-TOTAL TO TL-RECOVERY-TOTAL.
004116     MOVE WS-FOREIGN-COUNT TO TL-FOREIGN-COUNT.
004118     MOVE WS-FOREIGN-TOTAL TO TL-FOREIGN-TOTAL.
004120     MOVE WS-EXCEPTION-COUNT TO TL-EXCEPTION-COUNT.
004130     MOVE WS-EXCEPTION-TOTAL TO TL-EXCEPTION-TOTAL.
004140     WRITE RGST-LINE FROM SPACES.
004150     WRITE RGST-LINE FROM WS-POSTED-TOTAL-LINE.
004160     WRITE RGST-LINE FROM WS-EXCEPTION-TOTAL-LINE.
004165     WRITE RGST-LINE FROM WS-RECOVERY-TOTAL-LINE.
004167     WRITE RGST-LINE FROM WS-FOREIGN-TOTAL-LINE.
004170     DISPLAY 'LOCKBOX PAYMENTS POSTED    : ' WS-POSTED-COUNT.
004180     DISPLAY 'LOCKBOX PAYMENTS EXCEPTED  : ' WS-EXCEPTION-COUNT.
004183     DISPLAY 'BAD-DEBT RECOVERIES        : ' WS-RECOVERY-COUNT
004186         ' AMOUNT ' WS-RECOVERY-TOTAL.
004187     DISPLAY 'FOREIGN-CURRENCY PAYMENTS  : ' WS-FOREIGN-COUNT
004188         ' BASE ' WS-FOREIGN-TOTAL.
004189*----------------------------------------------------------------
004190* 3500-PRINT-TRIAL-SUMMARY
004191* ONE LINE PER CUSTOMER THE RUN WOULD TOUCH, IN CUSTUMER-ID ORDER
004192* OFF THE MEMO FILE, THEN THE TOTALS THE REAL RUN WOULD PRINT AND
004193* THE CONTROL CARD FOR IT.
004194*----------------------------------------------------------------
004195 3500-PRINT-TRIAL-SUMMARY.
004196     MOVE ZERO TO TW-TOUCHED-COUNT TW-NET-TOTAL.
004197     WRITE TRIAL-LINE FROM SPACES.
004198     WRITE TRIAL-LINE FROM WS-TRIAL-CUSTOMER-HEADING.
004199     WRITE TRIAL-LINE FROM WS-TRIAL-CUSTOMER-COLUMN-LINE.
004200     MOVE 'N' TO WS-MEMO-EOF-SWITCH.
004201     MOVE ZERO TO MM-CUSTUMER-ID.
004202     START MEMO-BALANCE-FILE KEY IS NOT < MM-CUSTUMER-ID
004203         INVALID KEY
004204             SET WS-MEMO-EOF TO TRUE
004205     END-START.
004206     PERFORM 3600-PRINT-ONE-CUSTOMER UNTIL WS-MEMO-EOF.
004207     WRITE TRIAL-LINE FROM SPACES.
004208     MOVE 'CUSTOMERS TOUCHED / NET:' TO TT-TOTAL-LABEL.
004209     MOVE TW-TOUCHED-COUNT TO TT-TOTAL-COUNT.
004210     MOVE TW-NET-TOTAL TO TT-TOTAL-AMOUNT.
004211     WRITE TRIAL-LINE FROM WS-TRIAL-TOTAL-LINE.
004212     MOVE 'PAYMENTS THAT WOULD POST:' TO TT-TOTAL-LABEL.
004213     MOVE WS-POSTED-COUNT TO TT-TOTAL-COUNT.
004214     MOVE WS-POSTED-TOTAL TO TT-TOTAL-AMOUNT.
004215     WRITE TRIAL-LINE FROM WS-TRIAL-TOTAL-LINE.
004216     MOVE 'PAYMENTS TO EXCEPTION:' TO TT-TOTAL-LABEL.
004217     MOVE WS-EXCEPTION-COUNT TO TT-TOTAL-COUNT.
004218     MOVE WS-EXCEPTION-TOTAL TO TT-TOTAL-AMOUNT.
004219     WRITE TRIAL-LINE FROM WS-TRIAL-TOTAL-LINE.
004220     MOVE '  INCL BAD-DEBT RECOVERY:' TO TT-TOTAL-LABEL.
004221     MOVE WS-RECOVERY-COUNT TO TT-TOTAL-COUNT.
004222     MOVE WS-RECOVERY-TOTAL TO TT-TOTAL-AMOUNT.
004223     WRITE TRIAL-LINE FROM WS-TRIAL-TOTAL-LINE.
004224     MOVE '  INCL FOREIGN CURRENCY:' TO TT-TOTAL-LABEL.
004225     MOVE WS-FOREIGN-COUNT TO TT-TOTAL-COUNT.
004226     MOVE WS-FOREIGN-TOTAL TO TT-TOTAL-AMOUNT.
004227     WRITE TRIAL-LINE FROM WS-TRIAL-TOTAL-LINE.
004228     WRITE TRIAL-LINE FROM SPACES.
004229     WRITE TRIAL-LINE FROM WS-TRIAL-CARD-LABEL-LINE.
004230     MOVE SPACES TO WS-CONTROL-CARD.
004231     MOVE CT-POSTED-COUNT TO CC-POSTED-COUNT.
004232     MOVE CT-POSTED-AMOUNT TO CC-POSTED-AMOUNT.
004233     MOVE CT-HELD-COUNT TO CC-HELD-COUNT.
004234     WRITE TRIAL-LINE FROM WS-CONTROL-CARD.
004235     DISPLAY 'TRIAL CONTROL CARD: ' WS-CONTROL-CARD.
004236*----------------------------------------------------------------
004237* 3600-PRINT-ONE-CUSTOMER
004238*----------------------------------------------------------------
004239 3600-PRINT-ONE-CUSTOMER.
004240     READ MEMO-BALANCE-FILE NEXT RECORD
004241         AT END
004242             SET WS-MEMO-EOF TO TRUE
004243     END-READ.
004244     IF NOT WS-MEMO-EOF
004245         MOVE MM-MASTER-IMAGE TO CUSTUMER_RECORDS
004246         COMPUTE TW-NET-CHANGE =
004247             CUSTOMER-BALANCE - MM-CURRENT-BALANCE
004248         MOVE MM-CUSTUMER-ID TO TS-CUSTUMER-ID
004249         MOVE MM-CURRENT-BALANCE TO TS-CURRENT-BALANCE
004250         MOVE CUSTOMER-BALANCE TO TS-PROJECTED-BALANCE
004251         MOVE TW-NET-CHANGE TO TS-NET-CHANGE
004252         MOVE MM-POSTED-COUNT TO TS-POSTED-COUNT
004253         WRITE TRIAL-LINE FROM WS-TRIAL-CUSTOMER-LINE
004254         ADD 1 TO TW-TOUCHED-COUNT
004255         ADD TW-NET-CHANGE TO TW-NET-TOTAL
004256     END-IF.
004257*----------------------------------------------------------------
004258* 9000-TERMINATE
004259*----------------------------------------------------------------
004260 9000-TERMINATE.
004261     CLOSE LOCKBOX-FILE.
004262     CLOSE CUSTOMER-MASTER-FILE.
004263     IF WS-FXRATES-OPEN
004264         CLOSE EXCHANGE-RATE-FILE
004265     END-IF.
004266     IF WS-MEMO-POST
004267         CLOSE MEMO-BALANCE-FILE
004268         IF WS-TRIAL-RUN
004269             CLOSE TRIAL-REPORT
004270         END-IF
004271     ELSE
004272         CLOSE CUSTOMER-HISTORY-FILE
004273         CLOSE WRITEOFF-HISTORY-FILE
004274         CLOSE EXCEPTION-FILE
004275         CLOSE POSTING-JOURNAL-FILE
004276         CLOSE REGISTER-REPORT
004277     END-IF.
004280*----------------------------------------------------------------
004290* 0100-ACQUIRE-MASTER-LATCH
004300* HONORS THE CUSTLOCK IN-USE LATCH BEFORE ANY PAYMENT POSTS -
