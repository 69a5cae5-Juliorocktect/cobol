000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTNOTE.
000030 AUTHOR. JULIO.
000040 INSTALLATION. CUSTOMER-ACCOUNTING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  JR   ORIGINAL - COLLECTOR CONTACT-NOTE ENTRY.
000110*                  EVERY CALL, LETTER AND PROMISE ABOUT AN ACCOUNT
000120*                  LIVED IN SOMEONE'S NOTEBOOK, SO A TELLER
000130*                  PULLING UP CUSTINQ COULD NOT SEE WHAT
000140*                  COLLECTIONS LAST TOLD THE CUSTOMER.  SYSIN
000150*                  SUPPLIES ONE CARD GROUP PER NOTE (ZERO
000160*                  CUSTUMER-ID SENTINEL ENDS THE DECK) - THE
000170*                  OPERATOR, THE KIND OF CONTACT AND UP TO 60
000180*                  CHARACTERS OF TEXT - AND EACH NOTE IS FILED ON
000190*                  THE CUSTNOTE FILE UNDER THE CUSTUMER-ID, DATED
000200*                  AND TIMED AS IT IS TAKEN.  A NOTE FOR AN
000210*                  ACCOUNT CUSTMRGE HAS MERGED AWAY IS REFUSED
000220*                  WITH THE SURVIVOR TO FILE IT UNDER.  THE
000230*                  MASTER IS ONLY READ, SO NO CUSTLOCK LATCH IS
000240*                  TAKEN - THE SAME AS CUSTINQ.
000250*----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. IBM-370.
000290 OBJECT-COMPUTER. IBM-370.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS CUSTUMER-ID
000360         FILE STATUS IS WS-CUSTMAST-STATUS.
000370     SELECT CUSTOMER-NOTE-FILE ASSIGN TO CUSTNOTE
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS NT-NOTE-KEY
000410         FILE STATUS IS WS-CUSTNOTE-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  CUSTOMER-MASTER-FILE
000450     LABEL RECORDS ARE STANDARD.
000460     COPY CUSTREC.
000470 FD  CUSTOMER-NOTE-FILE
000480     LABEL RECORDS ARE STANDARD.
000490     COPY CUSTNOTR.
000500 WORKING-STORAGE SECTION.
000510 01  WS-CUSTMAST-STATUS PIC X(02) VALUE '00'.
000520     88 WS-CUSTMAST-OK VALUE '00'.
000530 01  WS-CUSTNOTE-STATUS PIC X(02) VALUE '00'.
000540 01  WS-INPUT-EOF-SWITCH PIC X(01) VALUE 'N'.
000550     88 WS-END-OF-INPUT VALUE 'Y'.
000560 01  WS-RUN-SWITCH PIC X(01) VALUE 'Y'.
000570     88 WS-RUN-USABLE VALUE 'Y'.
000580     88 WS-RUN-UNUSABLE VALUE 'N'.
000590 01  WS-CARD-OK-SWITCH PIC X(01) VALUE 'Y'.
000600     88 WS-CARD-OK VALUE 'Y'.
000610     88 WS-CARD-BAD VALUE 'N'.
000620*----------------------------------------------------------------
000630* NOTE-FILING SWITCH.  TWO NOTES TAKEN FOR THE SAME ACCOUNT IN
000640* THE SAME HUNDREDTH OF A SECOND WOULD SHARE A KEY, SO A
000650* DUPLICATE KEY STEPS THE TIME ON AND TRIES AGAIN.
000660*----------------------------------------------------------------
000670 01  WS-NOTE-FILED-SWITCH PIC X(01) VALUE 'N'.
000680     88 WS-NOTE-PENDING VALUE 'N'.
000690     88 WS-NOTE-FILED VALUE 'Y'.
000700     88 WS-NOTE-FAILED VALUE 'F'.
000710*----------------------------------------------------------------
000720* ONE NOTE CARD GROUP, READ FIELD BY FIELD FROM SYSIN.
000730*----------------------------------------------------------------
000740 01  WS-NOTE-CARD.
000750     05 NC-CUSTUMER-ID PIC 9(06) VALUE ZERO.
000760     05 NC-OPERATOR PIC X(08) VALUE SPACES.
000770     05 NC-CONTACT-TYPE PIC X(01) VALUE SPACE.
000780     05 NC-NOTE-TEXT PIC X(60) VALUE SPACES.
000790 01  WS-COUNTERS.
000800     05 WS-FILED-COUNT PIC 9(07) COMP VALUE ZERO.
000810     05 WS-REFUSED-COUNT PIC 9(07) COMP VALUE ZERO.
000820 PROCEDURE DIVISION.
000830*----------------------------------------------------------------
000840* 0000-MAINLINE
000850*----------------------------------------------------------------
000860 0000-MAINLINE.
000870     PERFORM 1000-INITIALIZE.
000880     IF WS-RUN-USABLE
000890         PERFORM 2000-PROCESS-NOTE-CARD UNTIL WS-END-OF-INPUT
000900         PERFORM 3000-PRINT-SUMMARY
000910         PERFORM 9000-TERMINATE
000920     END-IF.
000930     STOP RUN.
000940*----------------------------------------------------------------
000950* 1000-INITIALIZE
000960* A MISSING MASTER IS REFUSED OUTRIGHT.  A MISSING CUSTNOTE FILE
000970* IS CREATED EMPTY ON THE FIRST RUN.
000980*----------------------------------------------------------------
000990 1000-INITIALIZE.
001000     OPEN INPUT CUSTOMER-MASTER-FILE.
001010     IF WS-CUSTMAST-STATUS = '35'
001020         DISPLAY 'CUSTOMER MASTER DOES NOT EXIST - NO NOTE CAN '
001030             'BE FILED'
001040         MOVE 16 TO RETURN-CODE
001050         SET WS-RUN-UNUSABLE TO TRUE
001060     ELSE
001070         OPEN I-O CUSTOMER-NOTE-FILE
001080         IF WS-CUSTNOTE-STATUS = '35'
001090             OPEN OUTPUT CUSTOMER-NOTE-FILE
001100             CLOSE CUSTOMER-NOTE-FILE
001110             OPEN I-O CUSTOMER-NOTE-FILE
001120         END-IF
001130         PERFORM 1500-GET-NEXT-NOTE-CARD
001140     END-IF.
001150*----------------------------------------------------------------
001160* 1500-GET-NEXT-NOTE-CARD
001170* A ZERO CUSTUMER-ID IS THE END-OF-DECK SENTINEL, THE SAME STYLE
001180* CUSTMRGE USES.
001190*----------------------------------------------------------------
001200 1500-GET-NEXT-NOTE-CARD.
001210     DISPLAY 'ENTER CUSTUMER-ID FOR NOTE (0 TO END): '.
001220     ACCEPT NC-CUSTUMER-ID.
001230     IF NC-CUSTUMER-ID = ZERO
001240         SET WS-END-OF-INPUT TO TRUE
001250     ELSE
001260         DISPLAY 'ENTER OPERATOR ID: '
001270         ACCEPT NC-OPERATOR
001280         DISPLAY 'ENTER CONTACT TYPE (C=CALL, L=LETTER, '
001290             'P=PROMISE, V=VISIT, O=OTHER): '
001300         ACCEPT NC-CONTACT-TYPE
001310         DISPLAY 'ENTER NOTE TEXT (60 CHARACTERS): '
001320         ACCEPT NC-NOTE-TEXT
001330     END-IF.
001340*----------------------------------------------------------------
001350* 2000-PROCESS-NOTE-CARD
001360* EDITS AND FILES ONE NOTE, THEN GETS THE NEXT.
001370*----------------------------------------------------------------
001380 2000-PROCESS-NOTE-CARD.
001390     PERFORM 2100-EDIT-NOTE-CARD.
001400     IF WS-CARD-OK
001410         PERFORM 2300-FILE-NOTE
001420     END-IF.
001430     IF WS-CARD-OK
001440         ADD 1 TO WS-FILED-COUNT
001450         DISPLAY 'NOTE FILED FOR ' NC-CUSTUMER-ID ' AT '
001460             NT-NOTE-DATE ' ' NT-NOTE-TIME
001470     ELSE
001480         ADD 1 TO WS-REFUSED-COUNT
001490     END-IF.
001500     PERFORM 1500-GET-NEXT-NOTE-CARD.
001510*----------------------------------------------------------------
001520* 2100-EDIT-NOTE-CARD
001530* THE ACCOUNT MUST BE ON THE LIVE MASTER AND NOT MERGED AWAY;
001540* THE CARD MUST NAME THE OPERATOR, A KNOWN CONTACT TYPE AND
001550* CARRY SOME TEXT.  'S' IS RESERVED FOR THE NOTES THE SYSTEM
001560* WRITES ITSELF.
001570*----------------------------------------------------------------
001580 2100-EDIT-NOTE-CARD.
001590     SET WS-CARD-OK TO TRUE.
001600     MOVE NC-CUSTUMER-ID TO CUSTUMER-ID.
001610     READ CUSTOMER-MASTER-FILE
001620         INVALID KEY
001630             DISPLAY 'CUSTOMER NOT ON MASTER - NOTE REFUSED - '
001640                 NC-CUSTUMER-ID
001650             SET WS-CARD-BAD TO TRUE
001660     END-READ.
001670     IF WS-CARD-OK AND NOT CUSTOMER-NOT-MERGED
001680         DISPLAY 'ACCOUNT MERGED TO ' CUSTOMER-MERGED-TO
001690             ' - FILE THE NOTE THERE - ' NC-CUSTUMER-ID
001700         SET WS-CARD-BAD TO TRUE
001710     END-IF.
001720     IF WS-CARD-OK
001730         MOVE NC-CONTACT-TYPE TO NT-CONTACT-TYPE
001740         EVALUATE TRUE
001750             WHEN NC-OPERATOR = SPACES
001760                 DISPLAY 'NO OPERATOR ID - NOTE REFUSED - '
001770                     NC-CUSTUMER-ID
001780                 SET WS-CARD-BAD TO TRUE
001790             WHEN NOT NT-CONTACT-KEYED
001800                 DISPLAY 'CONTACT TYPE ' NC-CONTACT-TYPE
001810                     ' NOT C, L, P, V OR O - NOTE REFUSED - '
001820                     NC-CUSTUMER-ID
001830                 SET WS-CARD-BAD TO TRUE
001840             WHEN NC-NOTE-TEXT = SPACES
001850                 DISPLAY 'NOTE TEXT IS BLANK - NOTE REFUSED - '
001860                     NC-CUSTUMER-ID
001870                 SET WS-CARD-BAD TO TRUE
001880             WHEN OTHER
001890                 CONTINUE
001900         END-EVALUATE
001910     END-IF.
001920*----------------------------------------------------------------
001930* 2300-FILE-NOTE
001940*----------------------------------------------------------------
001950 2300-FILE-NOTE.
001960     MOVE SPACES TO CUSTNOTE-RECORD.
001970     MOVE NC-CUSTUMER-ID TO NT-CUSTUMER-ID.
001980     ACCEPT NT-NOTE-DATE FROM DATE YYYYMMDD.
001990     ACCEPT NT-NOTE-TIME FROM TIME.
002000     MOVE NC-OPERATOR TO NT-OPERATOR.
002010     MOVE NC-CONTACT-TYPE TO NT-CONTACT-TYPE.
002020     MOVE NC-CUSTUMER-ID TO NT-FILED-UNDER-ID.
002030     MOVE NC-NOTE-TEXT TO NT-NOTE-TEXT.
002040     SET WS-NOTE-PENDING TO TRUE.
002050     PERFORM 2350-WRITE-NOTE-RECORD
002060         UNTIL NOT WS-NOTE-PENDING.
002070     IF WS-NOTE-FAILED
002080         SET WS-CARD-BAD TO TRUE
002090     END-IF.
002100*----------------------------------------------------------------
002110* 2350-WRITE-NOTE-RECORD
002120*----------------------------------------------------------------
002130 2350-WRITE-NOTE-RECORD.
002140     WRITE CUSTNOTE-RECORD
002150         INVALID KEY
002160             IF WS-CUSTNOTE-STATUS = '22'
002170                 ADD 1 TO NT-NOTE-TIME
002180             ELSE
002190                 DISPLAY 'NOTE WRITE FAILED - STATUS '
002200                     WS-CUSTNOTE-STATUS ' - ' NT-CUSTUMER-ID
002210                 SET WS-NOTE-FAILED TO TRUE
002220             END-IF
002230         NOT INVALID KEY
002240             SET WS-NOTE-FILED TO TRUE
002250     END-WRITE.
002260*----------------------------------------------------------------
002270* 3000-PRINT-SUMMARY
002280*----------------------------------------------------------------
002290 3000-PRINT-SUMMARY.
002300     DISPLAY 'NOTES FILED  : ' WS-FILED-COUNT.
002310     DISPLAY 'NOTES REFUSED: ' WS-REFUSED-COUNT.
002320     IF WS-REFUSED-COUNT > ZERO
002330         MOVE 4 TO RETURN-CODE
002340     END-IF.
002350*----------------------------------------------------------------
002360* 9000-TERMINATE
002370*----------------------------------------------------------------
002380 9000-TERMINATE.
002390     CLOSE CUSTOMER-MASTER-FILE.
002400     CLOSE CUSTOMER-NOTE-FILE.
002410 END PROGRAM CUSTNOTE.
