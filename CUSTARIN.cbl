000260*                  PHONE, SO A REINSTATED RECORD COMES BACK WITH A
000270*                  BLANK PHONE FOR THE TELLER TO RE-KEY.
000280* 2026-09-02  JR   A REINSTATEMENT NOW HONORS THE CUSTLOCK IN-USE
000281*                  LATCH (SEE THE CUSTLOCK COPYBOOK AND CUSTLTCH);
000282*                  INQUIRIES STAY LATCH-FREE.
000283* 2026-10-15  JR   A REINSTATEMENT NOW LEAVES A SYSTEM NOTE ON THE
000284*                  CUSTNOTE CONTACT-NOTE FILE.  THE ACCOUNT COMES
000285*                  BACK UNDER ITS ORIGINAL NUMBER, SO EVERY NOTE
000286*                  TAKEN BEFORE IT WAS ARCHIVED IS STILL ON ITS
000287*                  TRAIL.
000288* 2026-10-15  JR   A REINSTATED ACCOUNT COMES BACK WITH THE
000289*                  RETURNED-MAIL BAD-ADDRESS FLAG OFF.
000290* 2026-10-15  JR   A REINSTATED ACCOUNT COMES BACK WITH ITS
000291*                  LIFETIME BAD-DEBT WRITE-OFF, LAST WRITE-OFF
000292*                  DATE AND RECOVERED TOTAL RESTORED FROM THE
000293*                  WOHIST HISTORY, WHICH IS NEVER ARCHIVED, SO
000294*                  CUSTLBX STILL TREATS A PAYMENT ON IT AS A
000295*                  RECOVERY.
000296* 2026-10-15  JR   A REINSTATED ACCOUNT COMES BACK ON PAPER
000297*                  STATEMENTS WITH NO EMAIL ON FILE.
000298* 2026-10-15  JR   A REINSTATED ACCOUNT COMES BACK WITH NO
000299*                  DORMANCY OR UNCLAIMED-PROPERTY FLAG.
000300* 2026-10-15  JR   A REINSTATED ACCOUNT COMES BACK WITH NO
000301*                  PARENT ACCOUNT LINK.
000310*----------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000490     SELECT CUSTOMER-LOCK-FILE ASSIGN TO CUSTLOCK
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-CUSTLOCK-STATUS.
000511     SELECT CUSTOMER-NOTE-FILE ASSIGN TO CUSTNOTE
000512         ORGANIZATION IS INDEXED
000513         ACCESS MODE IS DYNAMIC
000514         RECORD KEY IS NT-NOTE-KEY
000515         FILE STATUS IS WS-CUSTNOTE-STATUS.
000516     SELECT WRITEOFF-HISTORY-FILE ASSIGN TO WOHIST
000517         ORGANIZATION IS LINE SEQUENTIAL
000518         FILE STATUS IS WS-WOHIST-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  ARCHIVE-FILE
000640 FD  CUSTOMER-LOCK-FILE
000650     LABEL RECORDS ARE STANDARD.
000660     COPY CUSTLOCK.
000662 FD  CUSTOMER-NOTE-FILE
000664     LABEL RECORDS ARE STANDARD.
000666     COPY CUSTNOTR.
000667 FD  WRITEOFF-HISTORY-FILE
000668     LABEL RECORDS ARE STANDARD.
000669     COPY CUSTWOHS.
000670 WORKING-STORAGE SECTION.
000680     COPY CUSTARCR.
000690 01  WS-CUSTARCH-STATUS PIC X(02) VALUE '00'.
000810 01  WS-REQUESTED-CUSTUMER-ID PIC 9(06) VALUE ZERO.
000820 01  WS-REQUESTED-NAME PIC X(20) VALUE SPACES.
000830 01  WS-MATCH-COUNT PIC 9(07) COMP VALUE ZERO.
000831 01  WS-CUSTLOCK-STATUS PIC X(02) VALUE '00'.
000832 01  WS-CUSTNOTE-STATUS PIC X(02) VALUE '00'.
000833 01  WS-NOTE-FILED-SWITCH PIC X(01) VALUE 'N'.
000834     88 WS-NOTE-PENDING VALUE 'N'.
000835     88 WS-NOTE-FILED VALUE 'Y'.
000836     88 WS-NOTE-FAILED VALUE 'F'.
000837 01  WS-REINSTATE-NOTE-TEXT.
000838     05 FILLER PIC X(31) VALUE 'REINSTATED FROM THE ARCHIVE OF '.
000839     05 RN-ARCHIVE-DATE PIC 9(08).
000840     05 FILLER PIC X(09) VALUE ' BALANCE '.
000841     05 RN-BALANCE PIC -(8)9.99.
000842 01  WS-WOHIST-STATUS PIC X(02) VALUE '00'.
000843 01  WS-WOHIST-EOF-SWITCH PIC X(01) VALUE 'N'.
000844     88 WS-END-OF-WOHIST VALUE 'Y'.
000850*----------------------------------------------------------------
000860* CUSTLOCK MASTER IN-USE LATCH - ONLY A REINSTATEMENT TOUCHES THE
000870* MASTER, SO ONLY MODE R TAKES IT; INQUIRIES RUN LATCH-FREE.
002390     MOVE HA-CUSTOMER-BALANCE TO CUSTOMER-BALANCE.
002400     MOVE 'A' TO CUSTOMER-STATUS.
002410     MOVE SPACES TO CUSTOMER-PHONE.
002411     MOVE ZERO TO CUSTOMER-MERGED-TO.
002412     MOVE SPACE TO CUSTOMER-ADDRESS-FLAG.
002413     MOVE ZERO TO CUSTOMER-ADDRESS-FLAG-DATE.
002414     MOVE ZERO TO CUSTOMER-WRITEOFF-TOTAL.
002415     MOVE ZERO TO CUSTOMER-WRITEOFF-DATE.
002416     MOVE ZERO TO CUSTOMER-RECOVERED-TOTAL.
002417     PERFORM 3300-RESTORE-WRITEOFF-TOTALS.
002418     MOVE SPACES TO CUSTOMER-EMAIL.
002419     SET CUSTOMER-DELIVER-PAPER TO TRUE.
002420     MOVE ZERO TO CUSTOMER-EMAIL-BOUNCE-DATE.
002421     MOVE SPACE TO CUSTOMER-DORMANCY-FLAG.
002422     MOVE ZERO TO CUSTOMER-DORMANCY-DATE.
002423     MOVE ZERO TO CUSTOMER-PARENT-ID.
002430     WRITE CUSTUMER_RECORDS
002440         INVALID KEY
002450             DISPLAY 'CUSTOMER ALREADY ON THE LIVE MASTER - '
002470             MOVE 16 TO RETURN-CODE
002480         NOT INVALID KEY
002490             PERFORM 3100-WRITE-HISTORY-RECORD
002495             PERFORM 3150-WRITE-REINSTATE-NOTE
002500             DISPLAY 'CUSTOMER REINSTATED - ' CUSTUMER-ID
002510                 ' BALANCE ' CUSTOMER-BALANCE
002520             DISPLAY 'ARCHIVED ' HA-ARCHIVE-DATE
003410     SET CH-SOURCE-REIN TO TRUE.
003420     WRITE CUSTHIST-RECORD.
003430*----------------------------------------------------------------
003440* 3150-WRITE-REINSTATE-NOTE
003450* STAMPS THE REINSTATEMENT ON THE ACCOUNT'S CONTACT-NOTE TRAIL.  A
003460* DUPLICATE KEY (A NOTE TAKEN IN THE SAME HUNDREDTH OF A SECOND)
003470* STEPS THE TIME ON AND TRIES AGAIN.
003480*----------------------------------------------------------------
003490 3150-WRITE-REINSTATE-NOTE.
003500     OPEN I-O CUSTOMER-NOTE-FILE.
003510     IF WS-CUSTNOTE-STATUS = '35'
003520         OPEN OUTPUT CUSTOMER-NOTE-FILE
003530         CLOSE CUSTOMER-NOTE-FILE
003540         OPEN I-O CUSTOMER-NOTE-FILE
003550     END-IF.
003560     MOVE HA-ARCHIVE-DATE TO RN-ARCHIVE-DATE.
003570     MOVE CUSTOMER-BALANCE TO RN-BALANCE.
003580     MOVE SPACES TO CUSTNOTE-RECORD.
003590     MOVE CUSTUMER-ID TO NT-CUSTUMER-ID.
003600     ACCEPT NT-NOTE-DATE FROM DATE YYYYMMDD.
003610     ACCEPT NT-NOTE-TIME FROM TIME.
003620     MOVE 'CUSTARIN' TO NT-OPERATOR.
003630     SET NT-CONTACT-SYSTEM TO TRUE.
003640     MOVE CUSTUMER-ID TO NT-FILED-UNDER-ID.
003650     MOVE WS-REINSTATE-NOTE-TEXT TO NT-NOTE-TEXT.
003660     SET WS-NOTE-PENDING TO TRUE.
003670     PERFORM 3160-WRITE-NOTE-RECORD UNTIL NOT WS-NOTE-PENDING.
003680     CLOSE CUSTOMER-NOTE-FILE.
003690*----------------------------------------------------------------
003700* 3160-WRITE-NOTE-RECORD
003710*----------------------------------------------------------------
003720 3160-WRITE-NOTE-RECORD.
003730     WRITE CUSTNOTE-RECORD
003740         INVALID KEY
003750             IF WS-CUSTNOTE-STATUS = '22'
003760                 ADD 1 TO NT-NOTE-TIME
003770             ELSE
003780                 DISPLAY 'NOTE WRITE FAILED - STATUS '
003790                     WS-CUSTNOTE-STATUS ' - ' NT-CUSTUMER-ID
003800                 SET WS-NOTE-FAILED TO TRUE
003810             END-IF
003820         NOT INVALID KEY
003830             SET WS-NOTE-FILED TO TRUE
003840     END-WRITE.
003850*----------------------------------------------------------------
003860* 3300-RESTORE-WRITEOFF-TOTALS
003870* SCANS THE WOHIST WRITE-OFF HISTORY FOR THE ACCOUNT.  EVERY EVENT
003880* CARRIES THE LIFETIME WRITTEN-OFF AND RECOVERED TOTALS AFTER IT
003890* AND THE FILE IS APPEND-ONLY, SO THE LAST EVENT FOR THE ID HOLDS
003900* THE TOTALS TO RESTORE AND THE LAST WRITE-OFF EVENT THE DATE.  A
003910* MISSING WOHIST ('35') LEAVES THE ZEROES IN PLACE.
003920*----------------------------------------------------------------
003930 3300-RESTORE-WRITEOFF-TOTALS.
003940     MOVE 'N' TO WS-WOHIST-EOF-SWITCH.
003950     OPEN INPUT WRITEOFF-HISTORY-FILE.
003960     IF WS-WOHIST-STATUS = '35'
003970         SET WS-END-OF-WOHIST TO TRUE
003980     ELSE
003990         PERFORM 3310-READ-WOHIST
004000         PERFORM 3320-APPLY-WOHIST-EVENT UNTIL WS-END-OF-WOHIST
004010         CLOSE WRITEOFF-HISTORY-FILE
004020     END-IF.
004030*----------------------------------------------------------------
004040* 3310-READ-WOHIST
004050*----------------------------------------------------------------
004060 3310-READ-WOHIST.
004070     READ WRITEOFF-HISTORY-FILE
004080         AT END
004090             SET WS-END-OF-WOHIST TO TRUE
004100     END-READ.
004110*----------------------------------------------------------------
004120* 3320-APPLY-WOHIST-EVENT
004130*----------------------------------------------------------------
004140 3320-APPLY-WOHIST-EVENT.
004150     IF WH-CUSTUMER-ID = CUSTUMER-ID
004160         MOVE WH-WRITEOFF-TOTAL TO CUSTOMER-WRITEOFF-TOTAL
004170         MOVE WH-RECOVERED-TOTAL TO CUSTOMER-RECOVERED-TOTAL
004180         IF WH-EVENT-WRITEOFF
004190             MOVE WH-EVENT-DATE TO CUSTOMER-WRITEOFF-DATE
004200         END-IF
004210     END-IF.
004220     PERFORM 3310-READ-WOHIST.
004230*----------------------------------------------------------------
004240* 9000-TERMINATE
004250*----------------------------------------------------------------
004260 9000-TERMINATE.
004270     CLOSE ARCHIVE-FILE.
004280 END PROGRAM CUSTARIN.
