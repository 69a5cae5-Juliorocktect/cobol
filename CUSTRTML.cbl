000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTRTML.
000030 AUTHOR. JULIO.
000040 INSTALLATION. CUSTOMER-ACCOUNTING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  JR   ORIGINAL - RETURNED-MAIL LOAD.  WHEN THE POST
000110*                  OFFICE SENT A STATEMENT OR NOTICE BACK
000120*                  UNDELIVERABLE NOTHING ON CUSTMAST RECORDED IT,
000130*                  SO EVERY RUN KEPT MAILING THE SAME BAD
000140*                  CUSTUMER-ADDRESS.  THIS RUN READS THE MAIL
000150*                  ROOM'S RETMAIL FILE OF RETURNED ITEMS (ONE PER
000160*                  PIECE, KEYED BY CUSTUMER-ID) AND SETS THE NEW
000170*                  CUSTOMER-ADDRESS-FLAG ON EACH CUSTOMER, DATED
000180*                  TODAY, WITH A CUSTHIST ADDRESS-STATUS RECORD
000190*                  (SOURCE 'U', TYPE 'D', NO BALANCE CHANGE) ON
000200*                  THE AUDIT TRAIL.  CUSTSTMT AND CUSTDUNN HOLD
000210*                  THE CUSTOMER'S MAIL BACK WHILE THE FLAG IS ON;
000220*                  POINT_COBOL CLEARS IT WHEN THE ADDRESS IS
000230*                  CHANGED.  A SECOND PIECE FOR A CUSTOMER ALREADY
000240*                  FLAGGED IS REGISTERED BUT WRITES NOTHING.  AN
000250*                  ITEM FOR AN ID NOT ON THE MASTER, OR FOR AN
000260*                  ACCOUNT MERGED AWAY, IS REGISTERED AS AN
000270*                  EXCEPTION, AND ANY EXCEPTION ENDS THE STEP
000275*                  RC=4.  EVERY ITEM LANDS ON THE RTMLRPT
000280*                  REGISTER.  HONORS THE CUSTLOCK IN-USE LATCH.
000290*----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. IBM-370.
000330 OBJECT-COMPUTER. IBM-370.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT RETURNED-MAIL-FILE ASSIGN TO RETMAIL
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-RETMAIL-STATUS.
000390     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS CUSTUMER-ID
000430         FILE STATUS IS WS-CUSTMAST-STATUS.
000440     SELECT CUSTOMER-HISTORY-FILE ASSIGN TO CUSTHIST
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-CUSTHIST-STATUS.
000470     SELECT REGISTER-REPORT ASSIGN TO RTMLRPT
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-RTMLRPT-STATUS.
000500     SELECT CUSTOMER-LOCK-FILE ASSIGN TO CUSTLOCK
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-CUSTLOCK-STATUS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  RETURNED-MAIL-FILE
000560     LABEL RECORDS ARE STANDARD.
000570 01  RETURNED-MAIL-RECORD.
000580     05 RM-CUSTUMER-ID PIC 9(06).
000590     05 RM-RETURN-DATE PIC 9(08).
000600     05 RM-ITEM-TYPE PIC X(01).
000610         88 RM-ITEM-STATEMENT VALUE 'S'.
000620         88 RM-ITEM-NOTICE VALUE 'D'.
000630         88 RM-ITEM-OTHER VALUE 'O'.
000640     05 RM-RETURN-REASON PIC X(20).
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
000750 FD  CUSTOMER-LOCK-FILE
000760     LABEL RECORDS ARE STANDARD.
000770     COPY CUSTLOCK.
000780 WORKING-STORAGE SECTION.
000790 01  WS-RETMAIL-STATUS PIC X(02) VALUE '00'.
000800 01  WS-CUSTMAST-STATUS PIC X(02) VALUE '00'.
000810     88 WS-CUSTMAST-OK VALUE '00'.
000820 01  WS-CUSTHIST-STATUS PIC X(02) VALUE '00'.
000830 01  WS-RTMLRPT-STATUS PIC X(02) VALUE '00'.
000840 01  WS-CUSTLOCK-STATUS PIC X(02) VALUE '00'.
000850 01  WS-EOF-SWITCH PIC X(01) VALUE 'N'.
000860     88 WS-END-OF-RETURNS VALUE 'Y'.
000870 01  WS-RUN-SWITCH PIC X(01) VALUE 'Y'.
000880     88 WS-RUN-USABLE VALUE 'Y'.
000890     88 WS-RUN-UNUSABLE VALUE 'N'.
000900 01  WS-COUNTERS.
000910     05 WS-READ-COUNT PIC 9(07) COMP VALUE ZERO.
000920     05 WS-FLAGGED-COUNT PIC 9(07) COMP VALUE ZERO.
000930     05 WS-ALREADY-COUNT PIC 9(07) COMP VALUE ZERO.
000940     05 WS-EXCEPTION-COUNT PIC 9(07) COMP VALUE ZERO.
000950 01  WS-TODAY-DATE PIC 9(08) VALUE ZERO.
000960*----------------------------------------------------------------
000970* CUSTLOCK MASTER IN-USE LATCH - THE SAME LATCH EVERY MASTER
000980* UPDATER HONORS.
000990*----------------------------------------------------------------
001000 01  WS-LATCH-SWITCH PIC X(01) VALUE 'N'.
001010     88 WS-LATCH-NOT-TAKEN VALUE 'N'.
001020     88 WS-LATCH-TAKEN VALUE 'T'.
001030     88 WS-LATCH-REFUSED VALUE 'R'.
001040 01  WS-LATCH-STATE PIC X(01) VALUE SPACE.
001050 01  WS-LATCH-HOLDER PIC X(08) VALUE SPACES.
001060 01  WS-LATCH-DATE PIC 9(08) VALUE ZERO.
001070 01  WS-LATCH-TIME PIC 9(08) VALUE ZERO.
001080*----------------------------------------------------------------
001090* REGISTER LINE LAYOUTS
001100*----------------------------------------------------------------
001110 01  WS-HEADING-LINE.
001120     05 FILLER PIC X(24) VALUE SPACES.
001130     05 FILLER PIC X(32)
001140         VALUE 'RETURNED-MAIL REGISTER'.
001150 01  WS-COLUMN-LINE.
001160     05 FILLER PIC X(08) VALUE 'ID'.
001170     05 FILLER PIC X(10) VALUE 'RETURNED'.
001180     05 FILLER PIC X(05) VALUE 'ITEM'.
001190     05 FILLER PIC X(22) VALUE 'POST OFFICE REASON'.
001200     05 FILLER PIC X(12) VALUE 'DISPOSITION'.
001210 01  WS-REGISTER-DETAIL.
001220     05 RG-CUSTUMER-ID PIC 9(06).
001230     05 FILLER PIC X(02) VALUE SPACES.
001240     05 RG-RETURN-DATE PIC 9(08).
001250     05 FILLER PIC X(02) VALUE SPACES.
001260     05 RG-ITEM-TYPE PIC X(01).
001270     05 FILLER PIC X(04) VALUE SPACES.
001280     05 RG-RETURN-REASON PIC X(20).
001290     05 FILLER PIC X(02) VALUE SPACES.
001300     05 RG-DISPOSITION PIC X(30).
001310 01  WS-FLAGGED-TOTAL-LINE.
001320     05 FILLER PIC X(30) VALUE 'ADDRESSES FLAGGED BAD:'.
001330     05 TL-FLAGGED-COUNT PIC ZZZ,ZZ9.
001340 01  WS-ALREADY-TOTAL-LINE.
001350     05 FILLER PIC X(30) VALUE 'ALREADY FLAGGED:'.
001360     05 TL-ALREADY-COUNT PIC ZZZ,ZZ9.
001370 01  WS-EXCEPTION-TOTAL-LINE.
001380     05 FILLER PIC X(30) VALUE 'EXCEPTIONS:'.
001390     05 TL-EXCEPTION-COUNT PIC ZZZ,ZZ9.
001400 01  WS-READ-TOTAL-LINE.
001410     05 FILLER PIC X(30) VALUE 'RETURNED ITEMS READ:'.
001420     05 TL-READ-COUNT PIC ZZZ,ZZ9.
001430 PROCEDURE DIVISION.
001440*----------------------------------------------------------------
001450* 0000-MAINLINE
001460*----------------------------------------------------------------
001470 0000-MAINLINE.
001480     PERFORM 0100-ACQUIRE-MASTER-LATCH.
001490     IF WS-LATCH-REFUSED
001500         MOVE 16 TO RETURN-CODE
001510     ELSE
001520         PERFORM 1000-INITIALIZE
001530         IF WS-RUN-USABLE
001540             PERFORM 2000-PROCESS-RETURNED-ITEM
001550                 UNTIL WS-END-OF-RETURNS
001560             PERFORM 3000-PRINT-TOTALS
001570             PERFORM 9000-TERMINATE
001580         END-IF
001590         PERFORM 0200-RELEASE-MASTER-LATCH
001600     END-IF.
001610     STOP RUN.
001620*----------------------------------------------------------------
001630* 1000-INITIALIZE
001640* A MISSING MASTER IS REFUSED OUTRIGHT, THE SAME AS CUSTNSF.  A
001650* MISSING RETMAIL FILE ('35') IS A DAY WITH NO MAIL RETURNED.
001660*----------------------------------------------------------------
001670 1000-INITIALIZE.
001680     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
001690     OPEN I-O CUSTOMER-MASTER-FILE.
001700     IF WS-CUSTMAST-STATUS = '35'
001710         DISPLAY 'CUSTOMER MASTER DOES NOT EXIST - NOTHING TO '
001720             'FLAG'
001730         MOVE 16 TO RETURN-CODE
001740         SET WS-RUN-UNUSABLE TO TRUE
001750     ELSE
001760         OPEN EXTEND CUSTOMER-HISTORY-FILE
001770         IF WS-CUSTHIST-STATUS = '05' OR WS-CUSTHIST-STATUS = '35'
001780             OPEN OUTPUT CUSTOMER-HISTORY-FILE
001790         END-IF
001800         OPEN OUTPUT REGISTER-REPORT
001810         WRITE RGST-LINE FROM WS-HEADING-LINE
001820         WRITE RGST-LINE FROM SPACES
001830         WRITE RGST-LINE FROM WS-COLUMN-LINE
001840         OPEN INPUT RETURNED-MAIL-FILE
001850         IF WS-RETMAIL-STATUS = '35'
001860             SET WS-END-OF-RETURNS TO TRUE
001870         ELSE
001880             PERFORM 2100-READ-RETURNED-ITEM
001890         END-IF
001900     END-IF.
001910*----------------------------------------------------------------
001920* 2000-PROCESS-RETURNED-ITEM
001930* FLAGS THE CUSTOMER FOR ONE RETURNED PIECE OF MAIL, OR ROUTES
001940* THE ITEM TO THE REGISTER AS AN EXCEPTION.
001950*----------------------------------------------------------------
001960 2000-PROCESS-RETURNED-ITEM.
001970     ADD 1 TO WS-READ-COUNT.
001980     IF RM-CUSTUMER-ID NOT NUMERIC
001990         OR RM-RETURN-DATE NOT NUMERIC
002000         MOVE 'ID OR RETURN DATE NOT NUMERIC' TO RG-DISPOSITION
002010         ADD 1 TO WS-EXCEPTION-COUNT
002020     ELSE
002030         MOVE RM-CUSTUMER-ID TO CUSTUMER-ID
002040         READ CUSTOMER-MASTER-FILE
002050             INVALID KEY
002060                 MOVE 'CUSTOMER NOT ON MASTER' TO RG-DISPOSITION
002070                 ADD 1 TO WS-EXCEPTION-COUNT
002080         END-READ
002090         IF WS-CUSTMAST-OK
002100             PERFORM 2200-FLAG-CUSTOMER
002110         END-IF
002120     END-IF.
002130     PERFORM 2500-WRITE-REGISTER-LINE.
002140     PERFORM 2100-READ-RETURNED-ITEM.
002150*----------------------------------------------------------------
002160* 2100-READ-RETURNED-ITEM
002170*----------------------------------------------------------------
002180 2100-READ-RETURNED-ITEM.
002190     READ RETURNED-MAIL-FILE
002200         AT END
002210             SET WS-END-OF-RETURNS TO TRUE
002220     END-READ.
002230*----------------------------------------------------------------
002240* 2200-FLAG-CUSTOMER
002250* AN ACCOUNT CUSTMRGE HAS FOLDED INTO A SURVIVOR GETS NO MAIL OF
002260* ITS OWN, SO A RETURN AGAINST IT IS AN EXCEPTION - THE SURVIVOR'S
002270* ADDRESS MAY BE QUITE DIFFERENT.  AN ADDRESS ALREADY FLAGGED
002280* KEEPS ITS ORIGINAL SET DATE.
002290*----------------------------------------------------------------
002300 2200-FLAG-CUSTOMER.
002310     EVALUATE TRUE
002320         WHEN NOT CUSTOMER-NOT-MERGED
002330             MOVE 'ACCOUNT MERGED AWAY' TO RG-DISPOSITION
002340             ADD 1 TO WS-EXCEPTION-COUNT
002350         WHEN CUSTOMER-ADDRESS-BAD
002360             MOVE 'ALREADY FLAGGED BAD' TO RG-DISPOSITION
002370             ADD 1 TO WS-ALREADY-COUNT
002380         WHEN OTHER
002390             SET CUSTOMER-ADDRESS-BAD TO TRUE
002400             MOVE WS-TODAY-DATE TO CUSTOMER-ADDRESS-FLAG-DATE
002410             REWRITE CUSTUMER_RECORDS
002420                 INVALID KEY
002430                     DISPLAY 'REWRITE FAILED - ADDRESS NOT '
002440                         'FLAGGED - ' CUSTUMER-ID
002450             END-REWRITE
002460             IF WS-CUSTMAST-OK
002470                 PERFORM 2300-WRITE-HISTORY-RECORD
002480                 MOVE 'FLAGGED - ADDRESS BAD' TO RG-DISPOSITION
002490                 ADD 1 TO WS-FLAGGED-COUNT
002500             ELSE
002510                 MOVE 'REWRITE FAILED' TO RG-DISPOSITION
002520                 ADD 1 TO WS-EXCEPTION-COUNT
002530             END-IF
002540     END-EVALUATE.
002550*----------------------------------------------------------------
002560* 2300-WRITE-HISTORY-RECORD
002570* THE ADDRESS-STATUS AUDIT RECORD (SOURCE 'U', TYPE 'D') - THE
002580* BALANCE DOES NOT MOVE, SO BEFORE AND AFTER ARE BOTH THE CURRENT
002590* BALANCE AND THE NIGHTLY TIE-OUT IS UNAFFECTED.
002600*----------------------------------------------------------------
002610 2300-WRITE-HISTORY-RECORD.
002620     MOVE SPACES TO CUSTHIST-RECORD.
002630     ACCEPT CH-CHANGE-DATE FROM DATE YYYYMMDD.
002640     ACCEPT CH-CHANGE-TIME FROM TIME.
002650     MOVE CUSTUMER-ID TO CH-CUSTUMER-ID.
002660     MOVE CUSTOMER-BALANCE TO CH-BEFORE-BALANCE.
002670     MOVE CUSTOMER-BALANCE TO CH-AFTER-BALANCE.
002680     SET CH-SOURCE-RTML TO TRUE.
002690     SET CH-TYPE-ADDRESS TO TRUE.
002700     WRITE CUSTHIST-RECORD.
002710*----------------------------------------------------------------
002720* 2500-WRITE-REGISTER-LINE
002730*----------------------------------------------------------------
002740 2500-WRITE-REGISTER-LINE.
002750     MOVE RM-CUSTUMER-ID TO RG-CUSTUMER-ID.
002760     MOVE RM-RETURN-DATE TO RG-RETURN-DATE.
002770     MOVE RM-ITEM-TYPE TO RG-ITEM-TYPE.
002780     MOVE RM-RETURN-REASON TO RG-RETURN-REASON.
002790     WRITE RGST-LINE FROM WS-REGISTER-DETAIL.
002800*----------------------------------------------------------------
002810* 3000-PRINT-TOTALS
002820*----------------------------------------------------------------
002830 3000-PRINT-TOTALS.
002840     MOVE WS-READ-COUNT TO TL-READ-COUNT.
002850     MOVE WS-FLAGGED-COUNT TO TL-FLAGGED-COUNT.
002860     MOVE WS-ALREADY-COUNT TO TL-ALREADY-COUNT.
002870     MOVE WS-EXCEPTION-COUNT TO TL-EXCEPTION-COUNT.
002880     WRITE RGST-LINE FROM SPACES.
002890     WRITE RGST-LINE FROM WS-READ-TOTAL-LINE.
002900     WRITE RGST-LINE FROM WS-FLAGGED-TOTAL-LINE.
002910     WRITE RGST-LINE FROM WS-ALREADY-TOTAL-LINE.
002920     WRITE RGST-LINE FROM WS-EXCEPTION-TOTAL-LINE.
002930     DISPLAY 'RETURNED ITEMS READ        : ' WS-READ-COUNT.
002940     DISPLAY 'ADDRESSES FLAGGED BAD      : ' WS-FLAGGED-COUNT.
002950     DISPLAY 'ALREADY FLAGGED            : ' WS-ALREADY-COUNT.
002960     DISPLAY 'EXCEPTIONS                 : ' WS-EXCEPTION-COUNT.
002962     IF WS-EXCEPTION-COUNT > ZERO
002964         MOVE 4 TO RETURN-CODE
002966     END-IF.
002970*----------------------------------------------------------------
002980* 9000-TERMINATE
002990*----------------------------------------------------------------
003000 9000-TERMINATE.
003010     CLOSE CUSTOMER-MASTER-FILE.
003020     CLOSE CUSTOMER-HISTORY-FILE.
003030     CLOSE REGISTER-REPORT.
003040     IF WS-RETMAIL-STATUS NOT = '35'
003050         CLOSE RETURNED-MAIL-FILE
003060     END-IF.
003070*----------------------------------------------------------------
003080* 0100-ACQUIRE-MASTER-LATCH
003090* HONORS THE CUSTLOCK IN-USE LATCH BEFORE ANY ADDRESS IS FLAGGED -
003100* ANOTHER UPDATER'S 'U' OR THE NIGHTLY 'B' BATCH WINDOW REFUSES
003110* THE RUN.  A FREE LATCH IS TAKEN 'U' AND FREED AT END OF RUN.
003120*----------------------------------------------------------------
003130 0100-ACQUIRE-MASTER-LATCH.
003140     MOVE 'N' TO WS-LATCH-SWITCH.
003150     PERFORM 0130-READ-LATCH-RECORD.
003160     EVALUATE TRUE
003170         WHEN WS-LATCH-STATE = 'U'
003180             DISPLAY 'CUSTOMER MASTER MARKED BUSY BY '
003190                 WS-LATCH-HOLDER ' SINCE ' WS-LATCH-DATE
003200                 ' ' WS-LATCH-TIME ' - RUN REFUSED'
003210             DISPLAY 'CLEAR A STALE LATCH DELIBERATELY WITH '
003220                 'CUSTLTCH MODE C'
003230             SET WS-LATCH-REFUSED TO TRUE
003240         WHEN WS-LATCH-STATE = 'B'
003250             DISPLAY 'NIGHTLY BATCH WINDOW IS OPEN - RETURNED '
003260                 'MAIL LOAD REFUSED'
003270             SET WS-LATCH-REFUSED TO TRUE
003280         WHEN OTHER
003290             MOVE 'U' TO WS-LATCH-STATE
003300             MOVE 'CUSTRTML' TO WS-LATCH-HOLDER
003310             PERFORM 0160-WRITE-LATCH-RECORD
003320             SET WS-LATCH-TAKEN TO TRUE
003330     END-EVALUATE.
003340*----------------------------------------------------------------
003350* 0130-READ-LATCH-RECORD
003360* A MISSING OR EMPTY LATCH FILE READS AS FREE.
003370*----------------------------------------------------------------
003380 0130-READ-LATCH-RECORD.
003390     MOVE SPACE TO WS-LATCH-STATE.
003400     MOVE SPACES TO WS-LATCH-HOLDER.
003410     MOVE ZERO TO WS-LATCH-DATE WS-LATCH-TIME.
003420     OPEN INPUT CUSTOMER-LOCK-FILE.
003430     IF WS-CUSTLOCK-STATUS = '00'
003440         READ CUSTOMER-LOCK-FILE
003450             AT END
003460                 CONTINUE
003470             NOT AT END
003480                 MOVE LK-LATCH-STATE TO WS-LATCH-STATE
003490                 MOVE LK-HOLDER TO WS-LATCH-HOLDER
003500                 MOVE LK-SET-DATE TO WS-LATCH-DATE
003510                 MOVE LK-SET-TIME TO WS-LATCH-TIME
003520         END-READ
003530         CLOSE CUSTOMER-LOCK-FILE
003540     END-IF.
003550*----------------------------------------------------------------
003560* 0160-WRITE-LATCH-RECORD
003570*----------------------------------------------------------------
003580 0160-WRITE-LATCH-RECORD.
003590     OPEN OUTPUT CUSTOMER-LOCK-FILE.
003600     MOVE SPACES TO CUSTLOCK-RECORD.
003610     MOVE WS-LATCH-STATE TO LK-LATCH-STATE.
003620     MOVE WS-LATCH-HOLDER TO LK-HOLDER.
003630     ACCEPT LK-SET-DATE FROM DATE YYYYMMDD.
003640     ACCEPT LK-SET-TIME FROM TIME.
003650     WRITE CUSTLOCK-RECORD.
003660     CLOSE CUSTOMER-LOCK-FILE.
003670*----------------------------------------------------------------
003680* 0200-RELEASE-MASTER-LATCH
003690*----------------------------------------------------------------
003700 0200-RELEASE-MASTER-LATCH.
003710     IF WS-LATCH-TAKEN
003720         MOVE SPACE TO WS-LATCH-STATE
003730         MOVE SPACES TO WS-LATCH-HOLDER
003740         PERFORM 0160-WRITE-LATCH-RECORD
003750         MOVE 'N' TO WS-LATCH-SWITCH
003760     END-IF.
003770 END PROGRAM CUSTRTML.
