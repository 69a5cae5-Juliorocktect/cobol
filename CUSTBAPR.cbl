000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTBAPR.
000030 AUTHOR. JULIO.
000040 INSTALLATION. CUSTOMER-ACCOUNTING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  JR   ORIGINAL - SECOND-OPERATOR REVIEW OF THE
000110*                  BALANCE CHANGES POINT_COBOL HOLDS ON BALPEND.
000120*                  A CUSTMNT CHANGE CARD COULD SET CUSTOMER-
000130*                  BALANCE TO ANY FIGURE WITH NO SECOND PAIR OF
000140*                  EYES, WHILE THE SAME MOVE KEYED THROUGH
000150*                  CALC_COB WENT TO CALCSUSP FOR CALCSAPR.  THIS
000160*                  PROGRAM IS THE CALCSAPR OF THE MAINTENANCE
000170*                  SIDE - IT LISTS EVERY HELD CHANGE WITH ITS AGE
000180*                  IN DAYS, TAKES THE REVIEWER'S OPERATOR-ID CARD
000190*                  AND THEN AN APPROVE/DENY CARD PER PENDING
000200*                  ITEM, FILES EACH APPROVED BALANCE WITH A
000210*                  CUSTHIST RECORD TAGGED SOURCE 'V', AND
000220*                  REWRITES BALPEND TO BALPENDN WITH THE
000230*                  DECISIONS STAMPED IN.  A REVIEWER MAY NOT
000240*                  APPROVE OR DENY A CHANGE THEY KEYED, AND AN
000250*                  ITEM WHOSE ACCOUNT HAS MOVED SINCE IT WAS
000260*                  KEYED IS REFUSED AS STALE RATHER THAN FILED
000270*                  OVER THE TOP OF THE NEWER ACTIVITY.  A BLANK
000272*                  REVIEWER CARD REFUSES THE WHOLE RUN, AND A HELD
000274*                  CHANGE THAT NAMES NO KEYER IS DENIED, SINCE
000276*                  NEITHER CAN PROVE TWO PEOPLE WERE INVOLVED.
000280*----------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. IBM-370.
000320 OBJECT-COMPUTER. IBM-370.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT BALANCE-PENDING-FILE ASSIGN TO BALPEND
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-BALPEND-STATUS.
000380     SELECT PENDING-NEW-FILE ASSIGN TO BALPENDN
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-BALPENDN-STATUS.
000410     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS CUSTUMER-ID
000450         FILE STATUS IS WS-CUSTMAST-STATUS.
000460     SELECT CUSTOMER-HISTORY-FILE ASSIGN TO CUSTHIST
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-CUSTHIST-STATUS.
000490     SELECT PENDING-REPORT ASSIGN TO BAPRRPT
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-BAPRRPT-STATUS.
000520     SELECT CUSTOMER-LOCK-FILE ASSIGN TO CUSTLOCK
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-CUSTLOCK-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  BALANCE-PENDING-FILE
000580     LABEL RECORDS ARE STANDARD.
000590 01  BALPEND-LINE PIC X(80).
000600 FD  PENDING-NEW-FILE
000610     LABEL RECORDS ARE STANDARD
000620     RECORDING MODE IS F.
000630 01  PENDING-NEW-LINE PIC X(80).
000640 FD  CUSTOMER-MASTER-FILE
000650     LABEL RECORDS ARE STANDARD.
000660     COPY CUSTREC.
000670 FD  CUSTOMER-HISTORY-FILE
000680     LABEL RECORDS ARE STANDARD.
000690     COPY CUSTHIST.
000700 FD  PENDING-REPORT
000710     LABEL RECORDS ARE STANDARD
000720     RECORDING MODE IS F.
000730 01  BAPR-LINE PIC X(80).
000740 FD  CUSTOMER-LOCK-FILE
000750     LABEL RECORDS ARE STANDARD.
000760     COPY CUSTLOCK.
000770 WORKING-STORAGE SECTION.
000780     COPY CUSTBPND.
000790 01  WS-BALPEND-STATUS PIC X(02) VALUE '00'.
000800 01  WS-BALPENDN-STATUS PIC X(02) VALUE '00'.
000810 01  WS-CUSTMAST-STATUS PIC X(02) VALUE '00'.
000820     88 WS-CUSTMAST-OK VALUE '00'.
000830 01  WS-CUSTHIST-STATUS PIC X(02) VALUE '00'.
000840 01  WS-BAPRRPT-STATUS PIC X(02) VALUE '00'.
000850 01  WS-EOF-SWITCH PIC X(01) VALUE 'N'.
000860     88 WS-END-OF-PENDING VALUE 'Y'.
000870 01  WS-RUN-SWITCH PIC X(01) VALUE 'Y'.
000880     88 WS-RUN-USABLE VALUE 'Y'.
000890     88 WS-RUN-UNUSABLE VALUE 'N'.
000900 01  WS-DECISION PIC X(01) VALUE SPACE.
000910     88 WS-DECIDE-APPROVE VALUE 'A' 'a'.
000920     88 WS-DECIDE-DENY VALUE 'D' 'd'.
000930 01  WS-ITEM-SWITCH PIC X(01) VALUE 'N'.
000940     88 WS-ITEM-CURRENT VALUE 'Y'.
000950     88 WS-ITEM-STALE VALUE 'N'.
000960*----------------------------------------------------------------
000970* THE REVIEWING OPERATOR, FROM THE FIRST SYSIN CARD.  A BLANK
000980* CARD CANNOT PROVE THE REVIEWER IS NOT THE KEYER, SO THE RUN IS
000990* REFUSED WITH RETURN CODE 16 - NOTHING IS DECIDED OR LISTED.
001000*----------------------------------------------------------------
001010 01  WS-REVIEWER-ID PIC X(08) VALUE SPACES.
001020 01  WS-COUNTERS.
001030     05 WS-PENDING-COUNT PIC 9(07) COMP VALUE ZERO.
001040     05 WS-APPROVED-COUNT PIC 9(07) COMP VALUE ZERO.
001050     05 WS-DENIED-COUNT PIC 9(07) COMP VALUE ZERO.
001060     05 WS-STALE-COUNT PIC 9(07) COMP VALUE ZERO.
001070 01  WS-TODAY-DATE PIC 9(08) VALUE ZERO.
001080 01  WS-AGE-DAYS PIC S9(05) COMP VALUE ZERO.
001090 01  WS-BEFORE-BALANCE PIC S9(09)V99 VALUE ZERO.
001100 01  WS-CUSTLOCK-STATUS PIC X(02) VALUE '00'.
001110*----------------------------------------------------------------
001120* CUSTLOCK MASTER IN-USE LATCH - THE SAME LATCH THE OTHER
001130* BALANCE-POSTING PROGRAMS HONOR.  THE REVIEW IS A DAYTIME
001140* UPDATER, SO BOTH ANOTHER UPDATER'S 'U' AND THE NIGHTLY 'B'
001150* BATCH WINDOW REFUSE THE RUN.
001160*----------------------------------------------------------------
001170 01  WS-LATCH-SWITCH PIC X(01) VALUE 'N'.
001180     88 WS-LATCH-NOT-TAKEN VALUE 'N'.
001190     88 WS-LATCH-TAKEN VALUE 'T'.
001200     88 WS-LATCH-REFUSED VALUE 'R'.
001210 01  WS-LATCH-STATE PIC X(01) VALUE SPACE.
001220 01  WS-LATCH-HOLDER PIC X(08) VALUE SPACES.
001230 01  WS-LATCH-DATE PIC 9(08) VALUE ZERO.
001240 01  WS-LATCH-TIME PIC 9(08) VALUE ZERO.
001250*----------------------------------------------------------------
001260* REPORT LINE LAYOUTS
001270*----------------------------------------------------------------
001280 01  WS-HEADING-LINE.
001290     05 FILLER PIC X(15) VALUE SPACES.
001300     05 FILLER PIC X(45)
001310         VALUE 'HELD BALANCE-CHANGE REVIEW AND RELEASE REPORT'.
001320 01  WS-REVIEWER-LINE.
001330     05 FILLER PIC X(12) VALUE 'REVIEWED BY '.
001340     05 HL-REVIEWER-ID PIC X(08).
001350 01  WS-COLUMN-LINE.
001360     05 FILLER PIC X(08) VALUE 'ID'.
001370     05 FILLER PIC X(10) VALUE 'KEYED BY'.
001380     05 FILLER PIC X(13) VALUE '  OLD BALANCE'.
001390     05 FILLER PIC X(02) VALUE SPACES.
001400     05 FILLER PIC X(13) VALUE '  NEW BALANCE'.
001410     05 FILLER PIC X(02) VALUE SPACES.
001420     05 FILLER PIC X(10) VALUE 'KEYED'.
001430     05 FILLER PIC X(07) VALUE '  AGE'.
001440     05 FILLER PIC X(08) VALUE 'STATUS'.
001450 01  WS-DETAIL-LINE.
001460     05 DL-CUSTUMER-ID PIC 9(06).
001470     05 FILLER PIC X(02) VALUE SPACES.
001480     05 DL-KEYED-BY PIC X(08).
001490     05 FILLER PIC X(02) VALUE SPACES.
001500     05 DL-OLD-BALANCE PIC -(9)9.99.
001510     05 FILLER PIC X(02) VALUE SPACES.
001520     05 DL-NEW-BALANCE PIC -(9)9.99.
001530     05 FILLER PIC X(02) VALUE SPACES.
001540     05 DL-KEYED-DATE PIC 9(08).
001550     05 FILLER PIC X(02) VALUE SPACES.
001560     05 DL-AGE-DAYS PIC ZZZZ9.
001570     05 FILLER PIC X(02) VALUE SPACES.
001580     05 DL-STATUS PIC X(08).
001590 01  WS-PENDING-TOTAL-LINE.
001600     05 FILLER PIC X(30) VALUE 'CHANGES STILL PENDING:'.
001610     05 TL-PENDING-COUNT PIC ZZZ,ZZ9.
001620 01  WS-APPROVED-TOTAL-LINE.
001630     05 FILLER PIC X(30) VALUE 'CHANGES APPROVED AND FILED:'.
001640     05 TL-APPROVED-COUNT PIC ZZZ,ZZ9.
001650 01  WS-DENIED-TOTAL-LINE.
001660     05 FILLER PIC X(30) VALUE 'CHANGES DENIED:'.
001670     05 TL-DENIED-COUNT PIC ZZZ,ZZ9.
001680 01  WS-STALE-TOTAL-LINE.
001690     05 FILLER PIC X(30) VALUE 'CHANGES REFUSED AS STALE:'.
001700     05 TL-STALE-COUNT PIC ZZZ,ZZ9.
001710 PROCEDURE DIVISION.
001720*----------------------------------------------------------------
001730* 0000-MAINLINE
001740*----------------------------------------------------------------
001750 0000-MAINLINE.
001760     PERFORM 0100-ACQUIRE-MASTER-LATCH.
001770     IF WS-LATCH-REFUSED
001780         MOVE 16 TO RETURN-CODE
001790         SET WS-RUN-UNUSABLE TO TRUE
001800     ELSE
001810         PERFORM 1000-INITIALIZE
001820     END-IF.
001830     IF WS-RUN-USABLE
001840         PERFORM 2000-PROCESS-PENDING-ITEM
001850             UNTIL WS-END-OF-PENDING
001860         PERFORM 3000-PRINT-TOTALS
001870     END-IF.
001880     PERFORM 9000-TERMINATE.
001890     PERFORM 0200-RELEASE-MASTER-LATCH.
001900     STOP RUN.
001910*----------------------------------------------------------------
001920* 0100-ACQUIRE-MASTER-LATCH
001930* HONORS THE CUSTLOCK IN-USE LATCH BEFORE ANY APPROVAL CAN FILE -
001940* ANOTHER UPDATER'S 'U' OR THE NIGHTLY 'B' BATCH WINDOW REFUSES
001950* THE RUN.  A FREE LATCH IS TAKEN 'U' AND FREED AT END OF RUN.
001960*----------------------------------------------------------------
001970 0100-ACQUIRE-MASTER-LATCH.
001980     MOVE 'N' TO WS-LATCH-SWITCH.
001990     PERFORM 0130-READ-LATCH-RECORD.
002000     EVALUATE TRUE
002010         WHEN WS-LATCH-STATE = 'U'
002020             DISPLAY 'CUSTOMER MASTER MARKED BUSY BY '
002030                 WS-LATCH-HOLDER ' SINCE ' WS-LATCH-DATE
002040                 ' ' WS-LATCH-TIME ' - RUN REFUSED'
002050             DISPLAY 'CLEAR A STALE LATCH DELIBERATELY WITH '
002060                 'CUSTLTCH MODE C'
002070             SET WS-LATCH-REFUSED TO TRUE
002080         WHEN WS-LATCH-STATE = 'B'
002090             DISPLAY 'NIGHTLY BATCH WINDOW IS OPEN - BALANCE '
002100                 'CHANGE REVIEW REFUSED'
002110             SET WS-LATCH-REFUSED TO TRUE
002120         WHEN OTHER
002130             MOVE 'U' TO WS-LATCH-STATE
002140             MOVE 'CUSTBAPR' TO WS-LATCH-HOLDER
002150             PERFORM 0160-WRITE-LATCH-RECORD
002160             SET WS-LATCH-TAKEN TO TRUE
002170     END-EVALUATE.
002180*----------------------------------------------------------------
002190* 0130-READ-LATCH-RECORD
002200* A MISSING OR EMPTY LATCH FILE READS AS FREE.
002210*----------------------------------------------------------------
002220 0130-READ-LATCH-RECORD.
002230     MOVE SPACE TO WS-LATCH-STATE.
002240     MOVE SPACES TO WS-LATCH-HOLDER.
002250     MOVE ZERO TO WS-LATCH-DATE WS-LATCH-TIME.
002260     OPEN INPUT CUSTOMER-LOCK-FILE.
002270     IF WS-CUSTLOCK-STATUS = '00'
002280         READ CUSTOMER-LOCK-FILE
002290             AT END
002300                 CONTINUE
002310             NOT AT END
002320                 MOVE LK-LATCH-STATE TO WS-LATCH-STATE
002330                 MOVE LK-HOLDER TO WS-LATCH-HOLDER
002340                 MOVE LK-SET-DATE TO WS-LATCH-DATE
002350                 MOVE LK-SET-TIME TO WS-LATCH-TIME
002360         END-READ
002370         CLOSE CUSTOMER-LOCK-FILE
002380     END-IF.
002390*----------------------------------------------------------------
002400* 0160-WRITE-LATCH-RECORD
002410*----------------------------------------------------------------
002420 0160-WRITE-LATCH-RECORD.
002430     OPEN OUTPUT CUSTOMER-LOCK-FILE.
002440     MOVE SPACES TO CUSTLOCK-RECORD.
002450     MOVE WS-LATCH-STATE TO LK-LATCH-STATE.
002460     MOVE WS-LATCH-HOLDER TO LK-HOLDER.
002470     ACCEPT LK-SET-DATE FROM DATE YYYYMMDD.
002480     ACCEPT LK-SET-TIME FROM TIME.
002490     WRITE CUSTLOCK-RECORD.
002500     CLOSE CUSTOMER-LOCK-FILE.
002510*----------------------------------------------------------------
002520* 0200-RELEASE-MASTER-LATCH
002530*----------------------------------------------------------------
002540 0200-RELEASE-MASTER-LATCH.
002550     IF WS-LATCH-TAKEN
002560         MOVE SPACE TO WS-LATCH-STATE
002570         MOVE SPACES TO WS-LATCH-HOLDER
002580         PERFORM 0160-WRITE-LATCH-RECORD
002590         MOVE 'N' TO WS-LATCH-SWITCH
002600     END-IF.
002610*----------------------------------------------------------------
002620* 1000-INITIALIZE
002630* TAKES THE REVIEWER'S OPERATOR-ID CARD AND, WHEN ONE IS GIVEN,
002631* OPENS THE FILES.  A BLANK REVIEWER CANNOT BE CHECKED AGAINST THE
002632* KEYER, SO THE WHOLE RUN IS REFUSED WITH RETURN-CODE 16 BEFORE
002633* ANY DECISION CARD IS READ.
002634*----------------------------------------------------------------
002635 1000-INITIALIZE.
002636     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
002637     DISPLAY 'ENTER REVIEWING OPERATOR ID: '.
002638     ACCEPT WS-REVIEWER-ID.
002639     IF WS-REVIEWER-ID = SPACES
002640         DISPLAY 'NO REVIEWING OPERATOR ID - RUN REFUSED, '
002641             'NOTHING DECIDED'
002642         MOVE 16 TO RETURN-CODE
002643         SET WS-RUN-UNUSABLE TO TRUE
002644     ELSE
002645         PERFORM 1100-OPEN-FILES
002646     END-IF.
002647*----------------------------------------------------------------
002648* 1100-OPEN-FILES
002649* OPENS THE FILES AND PRIMES THE BALPEND READ.  A MISSING BALPEND
002650* FILE ('35') IS TREATED AS EMPTY - NOTHING IS PENDING.  A MISSING
002651* MASTER MEANS NO APPROVED CHANGE COULD EVER FILE, SO THE WHOLE
002660* RUN IS REFUSED WITH RETURN-CODE 16, THE SAME AS CALCSAPR.
002680*----------------------------------------------------------------
002690 1100-OPEN-FILES.
002770     OPEN I-O CUSTOMER-MASTER-FILE.
002780     IF WS-CUSTMAST-STATUS = '35'
002790         DISPLAY 'CUSTOMER MASTER DOES NOT EXIST - NOTHING TO '
002800             'FILE APPROVALS TO'
002810         MOVE 16 TO RETURN-CODE
002820         SET WS-RUN-UNUSABLE TO TRUE
002830     ELSE
002840         OPEN EXTEND CUSTOMER-HISTORY-FILE
002850         IF WS-CUSTHIST-STATUS = '05' OR WS-CUSTHIST-STATUS = '35'
002860             OPEN OUTPUT CUSTOMER-HISTORY-FILE
002870         END-IF
002880         OPEN OUTPUT PENDING-NEW-FILE
002890         OPEN OUTPUT PENDING-REPORT
002900         MOVE WS-REVIEWER-ID TO HL-REVIEWER-ID
002910         WRITE BAPR-LINE FROM WS-HEADING-LINE
002920         WRITE BAPR-LINE FROM WS-REVIEWER-LINE
002930         WRITE BAPR-LINE FROM SPACES
002940         WRITE BAPR-LINE FROM WS-COLUMN-LINE
002950         OPEN INPUT BALANCE-PENDING-FILE
002960         IF WS-BALPEND-STATUS = '35'
002970             SET WS-END-OF-PENDING TO TRUE
002980         ELSE
002990             PERFORM 2100-READ-PENDING
003000         END-IF
003010     END-IF.
003020*----------------------------------------------------------------
003030* 2000-PROCESS-PENDING-ITEM
003040* STAGES ONE BALPEND LINE INTO THE SHARED CUSTBPND LAYOUT.  A
003050* PENDING ITEM IS PUT TO THE REVIEWER FOR A DECISION; AN ALREADY-
003060* DECIDED ITEM IS CARRIED THROUGH UNCHANGED.  EVERY ITEM IS
003070* REWRITTEN TO BALPENDN AND PRINTED WITH ITS AGE, THEN THE NEXT
003080* LINE IS READ.
003090*----------------------------------------------------------------
003100 2000-PROCESS-PENDING-ITEM.
003110     MOVE BALPEND-LINE TO WS-BALPEND-RECORD.
003120     IF BP-PENDING
003130         PERFORM 2200-REVIEW-PENDING-ITEM
003140     END-IF.
003150     PERFORM 2600-COMPUTE-AGE.
003160     PERFORM 2500-WRITE-REPORT-LINE.
003170     WRITE PENDING-NEW-LINE FROM WS-BALPEND-RECORD.
003180     EVALUATE TRUE
003190         WHEN BP-APPROVED
003200             ADD 1 TO WS-APPROVED-COUNT
003210         WHEN BP-DENIED
003220             ADD 1 TO WS-DENIED-COUNT
003230         WHEN BP-STALE
003240             ADD 1 TO WS-STALE-COUNT
003250         WHEN OTHER
003260             ADD 1 TO WS-PENDING-COUNT
003270     END-EVALUATE.
003280     PERFORM 2100-READ-PENDING.
003290*----------------------------------------------------------------
003300* 2100-READ-PENDING
003310*----------------------------------------------------------------
003320 2100-READ-PENDING.
003330     READ BALANCE-PENDING-FILE
003340         AT END
003350             SET WS-END-OF-PENDING TO TRUE
003360     END-READ.
003370*----------------------------------------------------------------
003380* 2200-REVIEW-PENDING-ITEM
003390* DISPLAYS ONE HELD CHANGE AND ACCEPTS THE REVIEWER'S DECISION
003400* CARD - A=APPROVE (FILE THE NEW BALANCE), D=DENY, ANYTHING ELSE
003410* LEAVES THE ITEM PENDING FOR THE NEXT REVIEW RUN.  THE DECISION
003420* DECK IS BUILT AGAINST THE PRIOR RUN'S BAPRRPT LISTING, IN THE
003430* SAME FILE ORDER, SO THE CARD IS ALWAYS READ - EVEN WHEN THE
003440* DECISION IS THEN REFUSED - TO KEEP THE DECK IN STEP.  NOBODY
003450* MAY DECIDE A CHANGE THEY KEYED THEMSELVES, AND A CHANGE THAT
003453* NAMES NO KEYER IS DENIED WHATEVER THE CARD SAYS - IT MUST BE
003456* KEYED AGAIN UNDER AN OPERATOR ID.
003460*----------------------------------------------------------------
003470 2200-REVIEW-PENDING-ITEM.
003480     DISPLAY 'HELD BALANCE CHANGE - CUSTUMER-ID ' BP-CUSTUMER-ID
003490         ' FROM ' BP-OLD-BALANCE ' TO ' BP-NEW-BALANCE
003500         ' KEYED ' BP-KEYED-DATE ' BY ' BP-KEYED-BY.
003510     DISPLAY 'ENTER DECISION - A=APPROVE D=DENY SPACE=LEAVE '
003520         'PENDING: '.
003530     MOVE SPACE TO WS-DECISION.
003540     ACCEPT WS-DECISION.
003550     EVALUATE TRUE
003551         WHEN BP-KEYED-BY = SPACES
003552             MOVE 'D' TO BP-STATUS
003553             MOVE WS-TODAY-DATE TO BP-DECISION-DATE
003554             MOVE WS-REVIEWER-ID TO BP-REVIEWED-BY
003555             DISPLAY 'NO KEYING OPERATOR ON FILE - CHANGE '
003556                 'DENIED, RE-KEY IT - CUSTUMER-ID '
003557                 BP-CUSTUMER-ID
003560         WHEN NOT WS-DECIDE-APPROVE AND NOT WS-DECIDE-DENY
003570             CONTINUE
003600         WHEN WS-REVIEWER-ID = BP-KEYED-BY
003610             DISPLAY 'REVIEWER KEYED THIS CHANGE - A SECOND '
003620                 'OPERATOR MUST DECIDE IT - LEFT PENDING'
003630         WHEN WS-DECIDE-APPROVE
003640             PERFORM 2300-FILE-APPROVED-ITEM
003650         WHEN WS-DECIDE-DENY
003660             MOVE 'D' TO BP-STATUS
003670             MOVE WS-TODAY-DATE TO BP-DECISION-DATE
003680             MOVE WS-REVIEWER-ID TO BP-REVIEWED-BY
003690             DISPLAY 'CHANGE DENIED - CUSTUMER-ID '
003700                 BP-CUSTUMER-ID
003710     END-EVALUATE.
003720*----------------------------------------------------------------
003730* 2300-FILE-APPROVED-ITEM
003740* FILES THE APPROVED BALANCE AND WRITES THE CUSTHIST RECORD.  THE
003750* CHANGE SETS A FIGURE RATHER THAN ADDING AN AMOUNT, SO IT IS
003760* ONLY SAFE TO FILE WHILE THE BALANCE IS STILL THE ONE IT WAS
003770* KEYED AGAINST - ANY POSTING SINCE WOULD BE WIPED OUT.  A MOVED
003780* BALANCE, OR AN ACCOUNT NO LONGER ON THE MASTER, REFUSES THE
003790* ITEM AS STALE, TO BE KEYED AGAIN AGAINST THE CURRENT FIGURE.
003800*----------------------------------------------------------------
003810 2300-FILE-APPROVED-ITEM.
003820     SET WS-ITEM-STALE TO TRUE.
003830     MOVE BP-CUSTUMER-ID TO CUSTUMER-ID.
003840     READ CUSTOMER-MASTER-FILE
003850         INVALID KEY
003860             DISPLAY 'CUSTOMER NOT FOUND ON MASTER - CHANGE '
003870                 'REFUSED AS STALE - ' CUSTUMER-ID
003880     END-READ.
003890     IF WS-CUSTMAST-OK
003900         IF CUSTOMER-BALANCE = BP-OLD-BALANCE
003910             SET WS-ITEM-CURRENT TO TRUE
003920         ELSE
003930             DISPLAY 'BALANCE HAS MOVED SINCE THE CHANGE WAS '
003940                 'KEYED - NOW ' CUSTOMER-BALANCE
003950                 ' - REFUSED AS STALE'
003960         END-IF
003970     END-IF.
003980     IF WS-ITEM-CURRENT
003990         MOVE CUSTOMER-BALANCE TO WS-BEFORE-BALANCE
004000         MOVE BP-NEW-BALANCE TO CUSTOMER-BALANCE
004010         REWRITE CUSTUMER_RECORDS
004020             INVALID KEY
004030                 DISPLAY 'REWRITE FAILED - BALANCE NOT UPDATED'
004040         END-REWRITE
004050         IF WS-CUSTMAST-OK
004060             PERFORM 2400-WRITE-HISTORY-RECORD
004070             MOVE 'A' TO BP-STATUS
004080             MOVE WS-TODAY-DATE TO BP-DECISION-DATE
004090             MOVE WS-REVIEWER-ID TO BP-REVIEWED-BY
004100             DISPLAY 'CHANGE APPROVED AND FILED - NEW BALANCE: '
004110                 CUSTOMER-BALANCE
004120         END-IF
004130     ELSE
004140         MOVE 'S' TO BP-STATUS
004150         MOVE WS-TODAY-DATE TO BP-DECISION-DATE
004160         MOVE WS-REVIEWER-ID TO BP-REVIEWED-BY
004170     END-IF.
004180*----------------------------------------------------------------
004190* 2400-WRITE-HISTORY-RECORD
004200* LOGS THE BEFORE AND AFTER BALANCE FOR THE APPROVED CHANGE JUST
004210* FILED, TAGGED SOURCE 'V' SO IT CAN BE TOLD APART FROM AN
004220* UNHELD POINT_COBOL CHANGE, WITH THE TRANSACTION TYPE THE
004230* ORIGINAL CUSTMNT CARD CARRIED.
004240*----------------------------------------------------------------
004250 2400-WRITE-HISTORY-RECORD.
004260     MOVE SPACES TO CUSTHIST-RECORD.
004270     ACCEPT CH-CHANGE-DATE FROM DATE YYYYMMDD.
004280     ACCEPT CH-CHANGE-TIME FROM TIME.
004290     MOVE CUSTUMER-ID TO CH-CUSTUMER-ID.
004300     MOVE WS-BEFORE-BALANCE TO CH-BEFORE-BALANCE.
004310     MOVE CUSTOMER-BALANCE TO CH-AFTER-BALANCE.
004320     SET CH-SOURCE-BAPR TO TRUE.
004330     MOVE BP-TRANS-TYPE TO CH-TRANS-TYPE.
004340     WRITE CUSTHIST-RECORD.
004350*----------------------------------------------------------------
004360* 2500-WRITE-REPORT-LINE
004370*----------------------------------------------------------------
004380 2500-WRITE-REPORT-LINE.
004390     MOVE BP-CUSTUMER-ID TO DL-CUSTUMER-ID.
004400     MOVE BP-KEYED-BY TO DL-KEYED-BY.
004410     MOVE BP-OLD-BALANCE TO DL-OLD-BALANCE.
004420     MOVE BP-NEW-BALANCE TO DL-NEW-BALANCE.
004430     MOVE BP-KEYED-DATE TO DL-KEYED-DATE.
004440     MOVE WS-AGE-DAYS TO DL-AGE-DAYS.
004450     EVALUATE TRUE
004460         WHEN BP-APPROVED
004470             MOVE 'APPROVED' TO DL-STATUS
004480         WHEN BP-DENIED
004490             MOVE 'DENIED' TO DL-STATUS
004500         WHEN BP-STALE
004510             MOVE 'STALE' TO DL-STATUS
004520         WHEN OTHER
004530             MOVE 'PENDING' TO DL-STATUS
004540     END-EVALUATE.
004550     WRITE BAPR-LINE FROM WS-DETAIL-LINE.
004560*----------------------------------------------------------------
004570* 2600-COMPUTE-AGE
004580* DAYS BETWEEN THE DAY THE CHANGE WAS KEYED AND TODAY, THE SAME
004590* ARITHMETIC CALCSAPR PRINTS.  A BAD DATE STAMP REPORTS AGE ZERO.
004600*----------------------------------------------------------------
004610 2600-COMPUTE-AGE.
004620     IF BP-KEYED-DATE IS NUMERIC AND BP-KEYED-DATE > 19000101
004630         COMPUTE WS-AGE-DAYS =
004640             FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) -
004650             FUNCTION INTEGER-OF-DATE(BP-KEYED-DATE)
004660     ELSE
004670         MOVE ZERO TO WS-AGE-DAYS
004680     END-IF.
004690*----------------------------------------------------------------
004700* 3000-PRINT-TOTALS
004710*----------------------------------------------------------------
004720 3000-PRINT-TOTALS.
004730     MOVE WS-PENDING-COUNT TO TL-PENDING-COUNT.
004740     MOVE WS-APPROVED-COUNT TO TL-APPROVED-COUNT.
004750     MOVE WS-DENIED-COUNT TO TL-DENIED-COUNT.
004760     MOVE WS-STALE-COUNT TO TL-STALE-COUNT.
004770     WRITE BAPR-LINE FROM SPACES.
004780     WRITE BAPR-LINE FROM WS-PENDING-TOTAL-LINE.
004790     WRITE BAPR-LINE FROM WS-APPROVED-TOTAL-LINE.
004800     WRITE BAPR-LINE FROM WS-DENIED-TOTAL-LINE.
004810     WRITE BAPR-LINE FROM WS-STALE-TOTAL-LINE.
004820     DISPLAY 'HELD CHANGES PENDING : ' WS-PENDING-COUNT.
004830     DISPLAY 'HELD CHANGES APPROVED: ' WS-APPROVED-COUNT.
004840     DISPLAY 'HELD CHANGES DENIED  : ' WS-DENIED-COUNT.
004850     DISPLAY 'HELD CHANGES STALE   : ' WS-STALE-COUNT.
004860*----------------------------------------------------------------
004870* 9000-TERMINATE
004880*----------------------------------------------------------------
004890 9000-TERMINATE.
004900     IF WS-RUN-USABLE
004910         CLOSE BALANCE-PENDING-FILE
004920         CLOSE PENDING-NEW-FILE
004930         CLOSE CUSTOMER-MASTER-FILE
004940         CLOSE CUSTOMER-HISTORY-FILE
004950         CLOSE PENDING-REPORT
004960     END-IF.
004970 END PROGRAM CUSTBAPR.
