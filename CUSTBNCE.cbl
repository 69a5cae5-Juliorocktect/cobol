000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTBNCE.
000030 AUTHOR. JULIO.
000040 INSTALLATION. CUSTOMER-ACCOUNTING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  JR   ORIGINAL - E-STATEMENT BOUNCE-BACK LOAD.  THE
000110*                  EMAIL VENDOR SENDS BACK A BNCEIN FILE OF
000120*                  STATEMENTS IT COULD NOT DELIVER (ONE RECORD
000130*                  PER BOUNCE - CUSTUMER-ID, THE ADDRESS IT WAS
000140*                  SENT TO, THE BOUNCE DATE AND THE VENDOR'S
000150*                  REASON).  A CUSTOMER ON ELECTRONIC OR BOTH
000160*                  WHOSE EMAIL ON FILE IS STILL THE ONE THAT
000170*                  BOUNCED IS PUT BACK ON PAPER, THE BOUNCE DATE
000180*                  STAMPED ON THE MASTER, A CUSTHIST STATUS
000190*                  RECORD (SOURCE 'E', TYPE 'D', NO BALANCE
000200*                  CHANGE) WRITTEN, AND A LINE ADDED TO THE
000210*                  EDLVEXC EXCEPTIONS WORKLIST SO CUSTOMER
000220*                  SERVICE CAN CHASE A GOOD ADDRESS.  A BOUNCE
000230*                  FOR AN EMAIL ALREADY CHANGED, OR A CUSTOMER
000240*                  ALREADY ON PAPER, IS REGISTERED AND LEFT
000250*                  ALONE.  AN UNKNOWN OR MERGED-AWAY ID IS
000260*                  REGISTERED AS AN EXCEPTION, AND ANY EXCEPTION
000265*                  ENDS THE STEP RC=4.  EVERY BOUNCE LANDS ON THE
000270*                  BNCERPT REGISTER.  HONORS THE CUSTLOCK IN-USE
000280*                  LATCH.
000290*----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. IBM-370.
000330 OBJECT-COMPUTER. IBM-370.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT BOUNCE-FILE ASSIGN TO BNCEIN
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-BNCEIN-STATUS.
000390     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS CUSTUMER-ID
000430         FILE STATUS IS WS-CUSTMAST-STATUS.
000440     SELECT CUSTOMER-HISTORY-FILE ASSIGN TO CUSTHIST
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-CUSTHIST-STATUS.
000470     SELECT REGISTER-REPORT ASSIGN TO BNCERPT
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-BNCERPT-STATUS.
000500     SELECT EXCEPTION-WORKLIST ASSIGN TO EDLVEXC
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-EDLVEXC-STATUS.
000530     SELECT CUSTOMER-LOCK-FILE ASSIGN TO CUSTLOCK
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-CUSTLOCK-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  BOUNCE-FILE
000590     LABEL RECORDS ARE STANDARD.
000600 01  BOUNCE-RECORD.
000610     05 BN-CUSTUMER-ID PIC 9(06).
000620     05 BN-EMAIL PIC X(50).
000630     05 BN-BOUNCE-DATE PIC 9(08).
000640     05 BN-BOUNCE-REASON PIC X(20).
000650 FD  CUSTOMER-MASTER-FILE
000660     LABEL RECORDS ARE STANDARD.
000670     COPY CUSTREC.
000680 FD  CUSTOMER-HISTORY-FILE
000690     LABEL RECORDS ARE STANDARD.
000700     COPY CUSTHIST.
000710 FD  REGISTER-REPORT
000720     LABEL RECORDS ARE STANDARD
000730     RECORDING MODE IS F.
000740 01  RGST-LINE PIC X(80).
000750 FD  EXCEPTION-WORKLIST
000760     LABEL RECORDS ARE STANDARD
000770     RECORDING MODE IS F.
000780 01  EXCP-LINE PIC X(130).
000790 FD  CUSTOMER-LOCK-FILE
000800     LABEL RECORDS ARE STANDARD.
000810     COPY CUSTLOCK.
000820 WORKING-STORAGE SECTION.
000830 01  WS-BNCEIN-STATUS PIC X(02) VALUE '00'.
000840 01  WS-CUSTMAST-STATUS PIC X(02) VALUE '00'.
000850     88 WS-CUSTMAST-OK VALUE '00'.
000860 01  WS-CUSTHIST-STATUS PIC X(02) VALUE '00'.
000870 01  WS-BNCERPT-STATUS PIC X(02) VALUE '00'.
000880 01  WS-EDLVEXC-STATUS PIC X(02) VALUE '00'.
000890 01  WS-CUSTLOCK-STATUS PIC X(02) VALUE '00'.
000900 01  WS-EOF-SWITCH PIC X(01) VALUE 'N'.
000910     88 WS-END-OF-BOUNCES VALUE 'Y'.
000920 01  WS-RUN-SWITCH PIC X(01) VALUE 'Y'.
000930     88 WS-RUN-USABLE VALUE 'Y'.
000940     88 WS-RUN-UNUSABLE VALUE 'N'.
000950 01  WS-COUNTERS.
000960     05 WS-READ-COUNT PIC 9(07) COMP VALUE ZERO.
000970     05 WS-FLIPPED-COUNT PIC 9(07) COMP VALUE ZERO.
000980     05 WS-NO-ACTION-COUNT PIC 9(07) COMP VALUE ZERO.
000990     05 WS-EXCEPTION-COUNT PIC 9(07) COMP VALUE ZERO.
001000 01  WS-TODAY-DATE PIC 9(08) VALUE ZERO.
001010*----------------------------------------------------------------
001020* THE VENDOR MAY HAND BACK THE ADDRESS IN ANOTHER CASE THAN IT
001030* WAS KEYED, SO BOTH SIDES ARE FOLDED TO UPPER CASE BEFORE THEY
001040* ARE COMPARED.
001050*----------------------------------------------------------------
001060 01  WS-BOUNCED-EMAIL PIC X(50) VALUE SPACES.
001070 01  WS-MASTER-EMAIL PIC X(50) VALUE SPACES.
001080 01  WS-LOWER-CASE PIC X(26)
001090         VALUE 'abcdefghijklmnopqrstuvwxyz'.
001100 01  WS-UPPER-CASE PIC X(26)
001110         VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
001120*----------------------------------------------------------------
001130* CUSTLOCK MASTER IN-USE LATCH - THE SAME LATCH EVERY MASTER
001140* UPDATER HONORS.
001150*----------------------------------------------------------------
001160 01  WS-LATCH-SWITCH PIC X(01) VALUE 'N'.
001170     88 WS-LATCH-NOT-TAKEN VALUE 'N'.
001180     88 WS-LATCH-TAKEN VALUE 'T'.
001190     88 WS-LATCH-REFUSED VALUE 'R'.
001200 01  WS-LATCH-STATE PIC X(01) VALUE SPACE.
001210 01  WS-LATCH-HOLDER PIC X(08) VALUE SPACES.
001220 01  WS-LATCH-DATE PIC 9(08) VALUE ZERO.
001230 01  WS-LATCH-TIME PIC 9(08) VALUE ZERO.
001240*----------------------------------------------------------------
001250* EDLVEXC WORKLIST LINE - ONE PER CUSTOMER PUT BACK ON PAPER,
001260* WITH THE PHONE NUMBER TO RING AND THE ADDRESS THAT FAILED.
001270*----------------------------------------------------------------
001280 01  WS-EXCEPTION-LINE.
001290     05 EX-FLIPPED-DATE PIC 9(08).
001300     05 FILLER PIC X(01) VALUE SPACES.
001310     05 EX-CUSTUMER-ID PIC 9(06).
001320     05 FILLER PIC X(01) VALUE SPACES.
001330     05 EX-CUSTUMER-NAME PIC X(20).
001340     05 FILLER PIC X(01) VALUE SPACES.
001350     05 EX-CUSTOMER-PHONE PIC X(14).
001360     05 FILLER PIC X(01) VALUE SPACES.
001370     05 EX-EMAIL PIC X(50).
001380     05 FILLER PIC X(01) VALUE SPACES.
001390     05 EX-BOUNCE-REASON PIC X(20).
001400     05 FILLER PIC X(07) VALUE SPACES.
001410*----------------------------------------------------------------
001420* REGISTER LINE LAYOUTS
001430*----------------------------------------------------------------
001440 01  WS-HEADING-LINE.
001450     05 FILLER PIC X(22) VALUE SPACES.
001460     05 FILLER PIC X(36)
001470         VALUE 'E-STATEMENT BOUNCE-BACK REGISTER'.
001480 01  WS-COLUMN-LINE.
001490     05 FILLER PIC X(08) VALUE 'ID'.
001500     05 FILLER PIC X(10) VALUE 'BOUNCED'.
001510     05 FILLER PIC X(30) VALUE 'EMAIL'.
001520     05 FILLER PIC X(12) VALUE 'DISPOSITION'.
001530 01  WS-REGISTER-DETAIL.
001540     05 RG-CUSTUMER-ID PIC 9(06).
001550     05 FILLER PIC X(02) VALUE SPACES.
001560     05 RG-BOUNCE-DATE PIC 9(08).
001570     05 FILLER PIC X(02) VALUE SPACES.
001580     05 RG-EMAIL PIC X(28).
001590     05 FILLER PIC X(02) VALUE SPACES.
001600     05 RG-DISPOSITION PIC X(30).
001610 01  WS-FLIPPED-TOTAL-LINE.
001620     05 FILLER PIC X(30) VALUE 'PUT BACK ON PAPER:'.
001630     05 TL-FLIPPED-COUNT PIC ZZZ,ZZ9.
001640 01  WS-NO-ACTION-TOTAL-LINE.
001650     05 FILLER PIC X(30) VALUE 'NO ACTION NEEDED:'.
001660     05 TL-NO-ACTION-COUNT PIC ZZZ,ZZ9.
001670 01  WS-EXCEPTION-TOTAL-LINE.
001680     05 FILLER PIC X(30) VALUE 'EXCEPTIONS:'.
001690     05 TL-EXCEPTION-COUNT PIC ZZZ,ZZ9.
001700 01  WS-READ-TOTAL-LINE.
001710     05 FILLER PIC X(30) VALUE 'BOUNCES READ:'.
001720     05 TL-READ-COUNT PIC ZZZ,ZZ9.
001730 PROCEDURE DIVISION.
001740*----------------------------------------------------------------
001750* 0000-MAINLINE
001760*----------------------------------------------------------------
001770 0000-MAINLINE.
001780     PERFORM 0100-ACQUIRE-MASTER-LATCH.
001790     IF WS-LATCH-REFUSED
001800         MOVE 16 TO RETURN-CODE
001810     ELSE
001820         PERFORM 1000-INITIALIZE
001830         IF WS-RUN-USABLE
001840             PERFORM 2000-PROCESS-BOUNCE
001850                 UNTIL WS-END-OF-BOUNCES
001860             PERFORM 3000-PRINT-TOTALS
001870             PERFORM 9000-TERMINATE
001880         END-IF
001890         PERFORM 0200-RELEASE-MASTER-LATCH
001900     END-IF.
001910     STOP RUN.
001920*----------------------------------------------------------------
001930* 1000-INITIALIZE
001940* A MISSING MASTER IS REFUSED OUTRIGHT, THE SAME AS CUSTRTML.  A
001950* MISSING BNCEIN FILE ('35') IS A DAY WITH NOTHING BOUNCED.  THE
001960* EDLVEXC WORKLIST ACCUMULATES ACROSS RUNS LIKE NOADDR, SO IT IS
001970* EXTENDED, NOT REPLACED.
001980*----------------------------------------------------------------
001990 1000-INITIALIZE.
002000     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
002010     OPEN I-O CUSTOMER-MASTER-FILE.
002020     IF WS-CUSTMAST-STATUS = '35'
002030         DISPLAY 'CUSTOMER MASTER DOES NOT EXIST - NOTHING TO '
002040             'CHANGE'
002050         MOVE 16 TO RETURN-CODE
002060         SET WS-RUN-UNUSABLE TO TRUE
002070     ELSE
002080         OPEN EXTEND CUSTOMER-HISTORY-FILE
002090         IF WS-CUSTHIST-STATUS = '05' OR WS-CUSTHIST-STATUS = '35'
002100             OPEN OUTPUT CUSTOMER-HISTORY-FILE
002110         END-IF
002120         OPEN EXTEND EXCEPTION-WORKLIST
002130         IF WS-EDLVEXC-STATUS = '05' OR WS-EDLVEXC-STATUS = '35'
002140             OPEN OUTPUT EXCEPTION-WORKLIST
002150         END-IF
002160         OPEN OUTPUT REGISTER-REPORT
002170         WRITE RGST-LINE FROM WS-HEADING-LINE
002180         WRITE RGST-LINE FROM SPACES
002190         WRITE RGST-LINE FROM WS-COLUMN-LINE
002200         OPEN INPUT BOUNCE-FILE
002210         IF WS-BNCEIN-STATUS = '35'
002220             SET WS-END-OF-BOUNCES TO TRUE
002230         ELSE
002240             PERFORM 2100-READ-BOUNCE
002250         END-IF
002260     END-IF.
002270*----------------------------------------------------------------
002280* 2000-PROCESS-BOUNCE
002290* PUTS THE CUSTOMER BACK ON PAPER FOR ONE BOUNCED STATEMENT, OR
002300* ROUTES THE BOUNCE TO THE REGISTER AS AN EXCEPTION.
002310*----------------------------------------------------------------
002320 2000-PROCESS-BOUNCE.
002330     ADD 1 TO WS-READ-COUNT.
002340     IF BN-CUSTUMER-ID NOT NUMERIC
002350         OR BN-BOUNCE-DATE NOT NUMERIC
002360         MOVE 'ID OR BOUNCE DATE NOT NUMERIC' TO RG-DISPOSITION
002370         ADD 1 TO WS-EXCEPTION-COUNT
002380     ELSE
002390         MOVE BN-CUSTUMER-ID TO CUSTUMER-ID
002400         READ CUSTOMER-MASTER-FILE
002410             INVALID KEY
002420                 MOVE 'CUSTOMER NOT ON MASTER' TO RG-DISPOSITION
002430                 ADD 1 TO WS-EXCEPTION-COUNT
002440         END-READ
002450         IF WS-CUSTMAST-OK
002460             PERFORM 2200-REVERT-TO-PAPER
002470         END-IF
002480     END-IF.
002490     PERFORM 2500-WRITE-REGISTER-LINE.
002500     PERFORM 2100-READ-BOUNCE.
002510*----------------------------------------------------------------
002520* 2100-READ-BOUNCE
002530*----------------------------------------------------------------
002540 2100-READ-BOUNCE.
002550     READ BOUNCE-FILE
002560         AT END
002570             SET WS-END-OF-BOUNCES TO TRUE
002580     END-READ.
002590*----------------------------------------------------------------
002600* 2200-REVERT-TO-PAPER
002610* A MERGED-AWAY ACCOUNT GETS NO STATEMENT OF ITS OWN, SO A BOUNCE
002620* AGAINST IT IS AN EXCEPTION.  A BOUNCE FOR AN ADDRESS THE
002630* CUSTOMER HAS SINCE REPLACED, OR FOR A CUSTOMER ALREADY BACK ON
002640* PAPER, NEEDS NOTHING DONE.
002650*----------------------------------------------------------------
002660 2200-REVERT-TO-PAPER.
002670     MOVE BN-EMAIL TO WS-BOUNCED-EMAIL.
002680     MOVE CUSTOMER-EMAIL TO WS-MASTER-EMAIL.
002690     INSPECT WS-BOUNCED-EMAIL
002700         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
002710     INSPECT WS-MASTER-EMAIL
002720         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
002730     EVALUATE TRUE
002740         WHEN NOT CUSTOMER-NOT-MERGED
002750             MOVE 'ACCOUNT MERGED AWAY' TO RG-DISPOSITION
002760             ADD 1 TO WS-EXCEPTION-COUNT
002770         WHEN WS-BOUNCED-EMAIL NOT = WS-MASTER-EMAIL
002780             MOVE 'EMAIL SINCE CHANGED' TO RG-DISPOSITION
002790             ADD 1 TO WS-NO-ACTION-COUNT
002800         WHEN CUSTOMER-DELIVER-PAPER
002810             MOVE 'ALREADY ON PAPER' TO RG-DISPOSITION
002820             ADD 1 TO WS-NO-ACTION-COUNT
002830         WHEN OTHER
002840             SET CUSTOMER-DELIVER-PAPER TO TRUE
002850             MOVE BN-BOUNCE-DATE TO CUSTOMER-EMAIL-BOUNCE-DATE
002860             REWRITE CUSTUMER_RECORDS
002870                 INVALID KEY
002880                     DISPLAY 'REWRITE FAILED - DELIVERY NOT '
002890                         'CHANGED - ' CUSTUMER-ID
002900             END-REWRITE
002910             IF WS-CUSTMAST-OK
002920                 PERFORM 2300-WRITE-HISTORY-RECORD
002930                 PERFORM 2400-WRITE-EXCEPTION-LINE
002940                 MOVE 'PUT BACK ON PAPER' TO RG-DISPOSITION
002950                 ADD 1 TO WS-FLIPPED-COUNT
002960             ELSE
002970                 MOVE 'REWRITE FAILED' TO RG-DISPOSITION
002980                 ADD 1 TO WS-EXCEPTION-COUNT
002990             END-IF
003000     END-EVALUATE.
003010*----------------------------------------------------------------
003020* 2300-WRITE-HISTORY-RECORD
003030* THE DELIVERY-STATUS AUDIT RECORD (SOURCE 'E', TYPE 'D') - THE
003040* BALANCE DOES NOT MOVE, SO BEFORE AND AFTER ARE BOTH THE CURRENT
003050* BALANCE AND THE NIGHTLY TIE-OUT IS UNAFFECTED.
003060*----------------------------------------------------------------
003070 2300-WRITE-HISTORY-RECORD.
003080     MOVE SPACES TO CUSTHIST-RECORD.
003090     ACCEPT CH-CHANGE-DATE FROM DATE YYYYMMDD.
003100     ACCEPT CH-CHANGE-TIME FROM TIME.
003110     MOVE CUSTUMER-ID TO CH-CUSTUMER-ID.
003120     MOVE CUSTOMER-BALANCE TO CH-BEFORE-BALANCE.
003130     MOVE CUSTOMER-BALANCE TO CH-AFTER-BALANCE.
003140     SET CH-SOURCE-EBNC TO TRUE.
003150     SET CH-TYPE-ADDRESS TO TRUE.
003160     WRITE CUSTHIST-RECORD.
003170*----------------------------------------------------------------
003180* 2400-WRITE-EXCEPTION-LINE
003190* PUTS THE CUSTOMER ON THE EDLVEXC WORKLIST FOR A CALL BACK.
003200*----------------------------------------------------------------
003210 2400-WRITE-EXCEPTION-LINE.
003220     MOVE WS-TODAY-DATE TO EX-FLIPPED-DATE.
003230     MOVE CUSTUMER-ID TO EX-CUSTUMER-ID.
003240     MOVE CUSTUMER-NAME TO EX-CUSTUMER-NAME.
003250     MOVE CUSTOMER-PHONE TO EX-CUSTOMER-PHONE.
003260     MOVE CUSTOMER-EMAIL TO EX-EMAIL.
003270     MOVE BN-BOUNCE-REASON TO EX-BOUNCE-REASON.
003280     WRITE EXCP-LINE FROM WS-EXCEPTION-LINE.
003290     DISPLAY 'E-DELIVERY BOUNCED - BACK ON PAPER - '
003300         CUSTUMER-ID.
003310*----------------------------------------------------------------
003320* 2500-WRITE-REGISTER-LINE
003330*----------------------------------------------------------------
003340 2500-WRITE-REGISTER-LINE.
003350     MOVE BN-CUSTUMER-ID TO RG-CUSTUMER-ID.
003360     MOVE BN-BOUNCE-DATE TO RG-BOUNCE-DATE.
003370     MOVE BN-EMAIL TO RG-EMAIL.
003380     WRITE RGST-LINE FROM WS-REGISTER-DETAIL.
003390*----------------------------------------------------------------
003400* 3000-PRINT-TOTALS
003410*----------------------------------------------------------------
003420 3000-PRINT-TOTALS.
003430     MOVE WS-READ-COUNT TO TL-READ-COUNT.
003440     MOVE WS-FLIPPED-COUNT TO TL-FLIPPED-COUNT.
003450     MOVE WS-NO-ACTION-COUNT TO TL-NO-ACTION-COUNT.
003460     MOVE WS-EXCEPTION-COUNT TO TL-EXCEPTION-COUNT.
003470     WRITE RGST-LINE FROM SPACES.
003480     WRITE RGST-LINE FROM WS-READ-TOTAL-LINE.
003490     WRITE RGST-LINE FROM WS-FLIPPED-TOTAL-LINE.
003500     WRITE RGST-LINE FROM WS-NO-ACTION-TOTAL-LINE.
003510     WRITE RGST-LINE FROM WS-EXCEPTION-TOTAL-LINE.
003520     DISPLAY 'BOUNCES READ               : ' WS-READ-COUNT.
003530     DISPLAY 'PUT BACK ON PAPER          : ' WS-FLIPPED-COUNT.
003540     DISPLAY 'NO ACTION NEEDED           : ' WS-NO-ACTION-COUNT.
003550     DISPLAY 'EXCEPTIONS                 : ' WS-EXCEPTION-COUNT.
003552     IF WS-EXCEPTION-COUNT > ZERO
003554         MOVE 4 TO RETURN-CODE
003556     END-IF.
003560*----------------------------------------------------------------
003570* 9000-TERMINATE
003580*----------------------------------------------------------------
003590 9000-TERMINATE.
003600     CLOSE CUSTOMER-MASTER-FILE.
003610     CLOSE CUSTOMER-HISTORY-FILE.
003620     CLOSE EXCEPTION-WORKLIST.
003630     CLOSE REGISTER-REPORT.
003640     IF WS-BNCEIN-STATUS NOT = '35'
003650         CLOSE BOUNCE-FILE
003660     END-IF.
003670*----------------------------------------------------------------
003680* 0100-ACQUIRE-MASTER-LATCH
003690* HONORS THE CUSTLOCK IN-USE LATCH BEFORE ANY CUSTOMER IS CHANGED
003700* - ANOTHER UPDATER'S 'U' OR THE NIGHTLY 'B' BATCH WINDOW REFUSES
003710* THE RUN.  A FREE LATCH IS TAKEN 'U' AND FREED AT END OF RUN.
003720*----------------------------------------------------------------
003730 0100-ACQUIRE-MASTER-LATCH.
003740     MOVE 'N' TO WS-LATCH-SWITCH.
003750     PERFORM 0130-READ-LATCH-RECORD.
003760     EVALUATE TRUE
003770         WHEN WS-LATCH-STATE = 'U'
003780             DISPLAY 'CUSTOMER MASTER MARKED BUSY BY '
003790                 WS-LATCH-HOLDER ' SINCE ' WS-LATCH-DATE
003800                 ' ' WS-LATCH-TIME ' - RUN REFUSED'
003810             DISPLAY 'CLEAR A STALE LATCH DELIBERATELY WITH '
003820                 'CUSTLTCH MODE C'
003830             SET WS-LATCH-REFUSED TO TRUE
003840         WHEN WS-LATCH-STATE = 'B'
003850             DISPLAY 'NIGHTLY BATCH WINDOW IS OPEN - BOUNCE-BACK '
003860                 'LOAD REFUSED'
003870             SET WS-LATCH-REFUSED TO TRUE
003880         WHEN OTHER
003890             MOVE 'U' TO WS-LATCH-STATE
003900             MOVE 'CUSTBNCE' TO WS-LATCH-HOLDER
003910             PERFORM 0160-WRITE-LATCH-RECORD
003920             SET WS-LATCH-TAKEN TO TRUE
003930     END-EVALUATE.
003940*----------------------------------------------------------------
003950* 0130-READ-LATCH-RECORD
003960* A MISSING OR EMPTY LATCH FILE READS AS FREE.
003970*----------------------------------------------------------------
003980 0130-READ-LATCH-RECORD.
003990     MOVE SPACE TO WS-LATCH-STATE.
004000     MOVE SPACES TO WS-LATCH-HOLDER.
004010     MOVE ZERO TO WS-LATCH-DATE WS-LATCH-TIME.
004020     OPEN INPUT CUSTOMER-LOCK-FILE.
004030     IF WS-CUSTLOCK-STATUS = '00'
004040         READ CUSTOMER-LOCK-FILE
004050             AT END
004060                 CONTINUE
004070             NOT AT END
004080                 MOVE LK-LATCH-STATE TO WS-LATCH-STATE
004090                 MOVE LK-HOLDER TO WS-LATCH-HOLDER
004100                 MOVE LK-SET-DATE TO WS-LATCH-DATE
004110                 MOVE LK-SET-TIME TO WS-LATCH-TIME
004120         END-READ
004130         CLOSE CUSTOMER-LOCK-FILE
004140     END-IF.
004150*----------------------------------------------------------------
004160* 0160-WRITE-LATCH-RECORD
004170*----------------------------------------------------------------
004180 0160-WRITE-LATCH-RECORD.
004190     OPEN OUTPUT CUSTOMER-LOCK-FILE.
004200     MOVE SPACES TO CUSTLOCK-RECORD.
004210     MOVE WS-LATCH-STATE TO LK-LATCH-STATE.
004220     MOVE WS-LATCH-HOLDER TO LK-HOLDER.
004230     ACCEPT LK-SET-DATE FROM DATE YYYYMMDD.
004240     ACCEPT LK-SET-TIME FROM TIME.
004250     WRITE CUSTLOCK-RECORD.
004260     CLOSE CUSTOMER-LOCK-FILE.
004270*----------------------------------------------------------------
004280* 0200-RELEASE-MASTER-LATCH
004290*----------------------------------------------------------------
004300 0200-RELEASE-MASTER-LATCH.
004310     IF WS-LATCH-TAKEN
004320         MOVE SPACE TO WS-LATCH-STATE
004330         MOVE SPACES TO WS-LATCH-HOLDER
004340         PERFORM 0160-WRITE-LATCH-RECORD
004350         MOVE 'N' TO WS-LATCH-SWITCH
004360     END-IF.
004370 END PROGRAM CUSTBNCE.
