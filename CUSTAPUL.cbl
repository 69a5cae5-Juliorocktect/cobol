000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTAPUL.
000030 AUTHOR. JULIO.
000040 INSTALLATION. CUSTOMER-ACCOUNTING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  JR   ORIGINAL - AUTOPAY (DIRECT-DEBIT) PULL RUN.
000110*                  READS EVERY ENROLLMENT ON THE AUTOPAY FILE AND
000120*                  PULLS EACH ACTIVE ONE WHOSE PULL DAY HAS COME
000130*                  ROUND IN THE MONTH OF THE SYSIN PULL DATE
000140*                  (ZERO MEANS TODAY) AND HAS NOT YET BEEN PULLED
000150*                  THIS MONTH - SO A PULL DAY MISSED OVER A
000160*                  WEEKEND OR HOLIDAY IS PICKED UP BY THE NEXT
000170*                  RUN, AND A RE-RUN PULLS NOTHING TWICE.  A
000180*                  FULL-BALANCE ENROLLMENT DRAWS THE BALANCE
000190*                  OWED; A FIXED ONE DRAWS ITS AMOUNT, NEVER MORE
000200*                  THAN THE BALANCE.  EACH PULL IS POSTED TO
000210*                  CUSTMAST AS THE EXPECTED PAYMENT, WITH A TYPE
000220*                  'P' CUSTHIST RECORD TAGGED SOURCE 'D', AND
000230*                  WRITTEN TO THE ACHDEBIT OUTBOUND FILE FOR THE
000240*                  BANK - FILE HEADER, ONE PPD DEBIT BATCH AND
000250*                  FILE CONTROL, EACH CONTROL RECORD CARRYING THE
000260*                  ENTRY COUNT, ENTRY HASH AND DEBIT TOTAL.  THE
000270*                  DEBIT'S TRACE NUMBER IS KEPT ON THE ENROLLMENT
000280*                  SO CUSTAPRT CAN MATCH A RETURN TO IT.  CLOSED
000290*                  AND MERGED-AWAY ACCOUNTS ARE SKIPPED.  EVERY
000300*                  ENROLLMENT DUE LANDS ON THE APULRPT REGISTER
000310*                  WITH CONTROL TOTALS; ANY EXCEPTION ENDS THE
000320*                  STEP RC=4.  HONORS THE CUSTLOCK IN-USE LATCH.
000330*----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. IBM-370.
000370 OBJECT-COMPUTER. IBM-370.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT AUTOPAY-FILE ASSIGN TO AUTOPAY
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS AP-CUSTUMER-ID
000440         FILE STATUS IS WS-AUTOPAY-STATUS.
000450     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS CUSTUMER-ID
000490         FILE STATUS IS WS-CUSTMAST-STATUS.
000500     SELECT CUSTOMER-HISTORY-FILE ASSIGN TO CUSTHIST
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-CUSTHIST-STATUS.
000530     SELECT DEBIT-FILE ASSIGN TO ACHDEBIT
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-ACHDEBIT-STATUS.
000560     SELECT REGISTER-REPORT ASSIGN TO APULRPT
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-APULRPT-STATUS.
000590     SELECT CUSTOMER-LOCK-FILE ASSIGN TO CUSTLOCK
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-CUSTLOCK-STATUS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  AUTOPAY-FILE
000650     LABEL RECORDS ARE STANDARD.
000660     COPY CUSTAPYR.
000670 FD  CUSTOMER-MASTER-FILE
000680     LABEL RECORDS ARE STANDARD.
000690     COPY CUSTREC.
000700 FD  CUSTOMER-HISTORY-FILE
000710     LABEL RECORDS ARE STANDARD.
000720     COPY CUSTHIST.
000730 FD  DEBIT-FILE
000740     LABEL RECORDS ARE STANDARD
000750     RECORDING MODE IS F.
000760 01  DEBIT-LINE PIC X(94).
000770 FD  REGISTER-REPORT
000780     LABEL RECORDS ARE STANDARD
000790     RECORDING MODE IS F.
000800 01  RGST-LINE PIC X(80).
000810 FD  CUSTOMER-LOCK-FILE
000820     LABEL RECORDS ARE STANDARD.
000830     COPY CUSTLOCK.
000840 WORKING-STORAGE SECTION.
000850 01  WS-AUTOPAY-STATUS PIC X(02) VALUE '00'.
000860     88 WS-AUTOPAY-OK VALUE '00'.
000870 01  WS-CUSTMAST-STATUS PIC X(02) VALUE '00'.
000880     88 WS-CUSTMAST-OK VALUE '00'.
000890 01  WS-CUSTHIST-STATUS PIC X(02) VALUE '00'.
000900 01  WS-ACHDEBIT-STATUS PIC X(02) VALUE '00'.
000910 01  WS-APULRPT-STATUS PIC X(02) VALUE '00'.
000920 01  WS-CUSTLOCK-STATUS PIC X(02) VALUE '00'.
000930 01  WS-EOF-SWITCH PIC X(01) VALUE 'N'.
000940     88 WS-END-OF-ENROLLMENTS VALUE 'Y'.
000950 01  WS-RUN-SWITCH PIC X(01) VALUE 'Y'.
000960     88 WS-RUN-USABLE VALUE 'Y'.
000970     88 WS-RUN-UNUSABLE VALUE 'N'.
000980 01  WS-DUE-SWITCH PIC X(01) VALUE 'N'.
000990     88 WS-PULL-DUE VALUE 'Y'.
001000     88 WS-PULL-NOT-DUE VALUE 'N'.
001010 01  WS-BATCH-OPEN-SWITCH PIC X(01) VALUE 'N'.
001020     88 WS-BATCH-OPEN VALUE 'Y'.
001030 01  WS-TODAY-DATE PIC 9(08) VALUE ZERO.
001040 01  WS-TODAY-YYMMDD PIC 9(06) VALUE ZERO.
001050 01  WS-TIME-NOW PIC 9(08) VALUE ZERO.
001060 01  WS-TIME-NOW-PARTS REDEFINES WS-TIME-NOW.
001070     05 WS-TIME-HHMM PIC 9(04).
001080     05 FILLER PIC 9(04).
001090*----------------------------------------------------------------
001100* THE PULL DATE, ITS PERIOD (YYYYMM) AND THE DATE THIS PERIOD'S
001110* PULL FALLS ON FOR THE ENROLLMENT IN HAND.
001120*----------------------------------------------------------------
001130 01  WS-PULL-DATE PIC 9(08) VALUE ZERO.
001140 01  WS-PULL-DATE-PARTS REDEFINES WS-PULL-DATE.
001150     05 WS-PULL-PERIOD PIC 9(06).
001160     05 WS-PULL-DAY PIC 9(02).
001170 01  WS-PULL-DATE-YMD REDEFINES WS-PULL-DATE.
001180     05 WS-PULL-CENTURY PIC 9(02).
001190     05 WS-PULL-YYMMDD PIC 9(06).
001200 01  WS-PULL-MONTH-PARTS REDEFINES WS-PULL-DATE.
001210     05 WS-PULL-YEAR PIC 9(04).
001220     05 WS-PULL-MONTH PIC 9(02).
001230     05 FILLER PIC 9(02).
001240 01  WS-DUE-DATE PIC 9(08) VALUE ZERO.
001250 01  WS-DUE-DATE-PARTS REDEFINES WS-DUE-DATE.
001260     05 WS-DUE-PERIOD PIC 9(06).
001270     05 WS-DUE-DAY PIC 9(02).
001280*----------------------------------------------------------------
001290* BANK IDENTIFICATION FROM SYSIN - OUR OWN BANK'S ROUTING NUMBER
001300* (THE FILE'S DESTINATION AND THE ORIGINATING DFI) AND THE
001310* COMPANY ID THE BANK ISSUED FOR OUR DEBITS.
001320*----------------------------------------------------------------
001330 01  WS-OUR-ROUTING-NUMBER PIC 9(09) VALUE ZERO.
001340 01  WS-OUR-ROUTING-PARTS REDEFINES WS-OUR-ROUTING-NUMBER.
001350     05 WS-OUR-DFI PIC 9(08).
001360     05 FILLER PIC 9(01).
001370 01  WS-COMPANY-ID PIC X(10) VALUE SPACES.
001380 01  WS-COMPANY-NAME PIC X(16) VALUE 'CUSTOMER ACCTG'.
001390 01  WS-PULL-AMOUNT PIC S9(09)V99 VALUE ZERO.
001400 01  WS-BEFORE-BALANCE PIC S9(09)V99 VALUE ZERO.
001410 01  WS-TRACE-NUMBER PIC 9(15) VALUE ZERO.
001420 01  WS-TRACE-PARTS REDEFINES WS-TRACE-NUMBER.
001430     05 WS-TRACE-DFI PIC 9(08).
001440     05 WS-TRACE-SEQUENCE PIC 9(07).
001450*----------------------------------------------------------------
001460* DEBIT FILE CONTROLS.  THE ENTRY HASH IS THE SUM OF THE
001470* RECEIVING BANKS' 8-DIGIT ROUTING IDS, KEPT TO ITS LOW 10
001480* DIGITS ON THE CONTROL RECORDS.  THE FILE IS BLOCKED TEN
001490* RECORDS TO THE BLOCK, THE LAST BLOCK FILLED OUT WITH NINES.
001500*----------------------------------------------------------------
001510 01  WS-ENTRY-HASH PIC 9(15) VALUE ZERO.
001520 01  WS-ENTRY-COUNT PIC 9(07) COMP VALUE ZERO.
001530 01  WS-BATCH-COUNT PIC 9(06) COMP VALUE ZERO.
001540 01  WS-RECORD-COUNT PIC 9(07) COMP VALUE ZERO.
001550 01  WS-BLOCK-COUNT PIC 9(06) COMP VALUE ZERO.
001560 01  WS-BLOCK-REMAINDER PIC 9(02) COMP VALUE ZERO.
001570 01  WS-DEBIT-TOTAL PIC S9(11)V99 VALUE ZERO.
001580 01  WS-COUNTERS.
001590     05 WS-READ-COUNT PIC 9(07) COMP VALUE ZERO.
001600     05 WS-PULLED-COUNT PIC 9(07) COMP VALUE ZERO.
001610     05 WS-NOT-DUE-COUNT PIC 9(07) COMP VALUE ZERO.
001620     05 WS-NOTHING-OWED-COUNT PIC 9(07) COMP VALUE ZERO.
001630     05 WS-CLOSED-COUNT PIC 9(07) COMP VALUE ZERO.
001640     05 WS-MERGED-COUNT PIC 9(07) COMP VALUE ZERO.
001650     05 WS-EXCEPTION-COUNT PIC 9(07) COMP VALUE ZERO.
001660 01  WS-PULLED-TOTAL PIC S9(11)V99 VALUE ZERO.
001670 01  WS-HIST-NET-TOTAL PIC S9(11)V99 VALUE ZERO.
001680*----------------------------------------------------------------
001690* CUSTLOCK MASTER IN-USE LATCH - THE SAME LATCH EVERY MASTER
001700* UPDATER HONORS.
001710*----------------------------------------------------------------
001720 01  WS-LATCH-SWITCH PIC X(01) VALUE 'N'.
001730     88 WS-LATCH-NOT-TAKEN VALUE 'N'.
001740     88 WS-LATCH-TAKEN VALUE 'T'.
001750     88 WS-LATCH-REFUSED VALUE 'R'.
001760 01  WS-LATCH-STATE PIC X(01) VALUE SPACE.
001770 01  WS-LATCH-HOLDER PIC X(08) VALUE SPACES.
001780 01  WS-LATCH-DATE PIC 9(08) VALUE ZERO.
001790 01  WS-LATCH-TIME PIC 9(08) VALUE ZERO.
001800*----------------------------------------------------------------
001810* DEBIT FILE RECORD LAYOUTS - 94-BYTE BANK DIRECT-ENTRY FORMAT.
001820*----------------------------------------------------------------
001830 01  WS-FILE-HEADER-RECORD.
001840     05 FH-RECORD-TYPE PIC X(01) VALUE '1'.
001850     05 FH-PRIORITY-CODE PIC X(02) VALUE '01'.
001860     05 FILLER PIC X(01) VALUE SPACE.
001870     05 FH-DESTINATION PIC 9(09).
001880     05 FILLER PIC X(01) VALUE SPACE.
001890     05 FH-ORIGIN PIC 9(09).
001900     05 FH-CREATION-DATE PIC 9(06).
001910     05 FH-CREATION-TIME PIC 9(04).
001920     05 FH-FILE-ID-MODIFIER PIC X(01) VALUE 'A'.
001930     05 FH-RECORD-SIZE PIC X(03) VALUE '094'.
001940     05 FH-BLOCKING-FACTOR PIC X(02) VALUE '10'.
001950     05 FH-FORMAT-CODE PIC X(01) VALUE '1'.
001960     05 FH-DESTINATION-NAME PIC X(23) VALUE SPACES.
001970     05 FH-ORIGIN-NAME PIC X(23).
001980     05 FH-REFERENCE-CODE PIC X(08) VALUE SPACES.
001990 01  WS-BATCH-HEADER-RECORD.
002000     05 BH-RECORD-TYPE PIC X(01) VALUE '5'.
002010     05 BH-SERVICE-CLASS PIC X(03) VALUE '225'.
002020     05 BH-COMPANY-NAME PIC X(16).
002030     05 BH-DISCRETIONARY PIC X(20) VALUE SPACES.
002040     05 BH-COMPANY-ID PIC X(10).
002050     05 BH-ENTRY-CLASS PIC X(03) VALUE 'PPD'.
002060     05 BH-ENTRY-DESCRIPTION PIC X(10) VALUE 'AUTOPAY'.
002070     05 BH-DESCRIPTIVE-DATE PIC 9(06).
002080     05 BH-EFFECTIVE-DATE PIC 9(06).
002090     05 BH-SETTLEMENT-DATE PIC X(03) VALUE SPACES.
002100     05 BH-ORIGINATOR-STATUS PIC X(01) VALUE '1'.
002110     05 BH-ORIGINATING-DFI PIC 9(08).
002120     05 BH-BATCH-NUMBER PIC 9(07).
002130 01  WS-ENTRY-DETAIL-RECORD.
002140     05 ED-RECORD-TYPE PIC X(01) VALUE '6'.
002150     05 ED-TRANSACTION-CODE PIC X(02).
002160         88 ED-CHECKING-DEBIT VALUE '27'.
002170         88 ED-SAVINGS-DEBIT VALUE '37'.
002180     05 ED-RECEIVING-DFI PIC 9(08).
002190     05 ED-CHECK-DIGIT PIC 9(01).
002200     05 ED-BANK-ACCOUNT PIC X(17).
002210     05 ED-AMOUNT PIC 9(08)V99.
002220     05 ED-INDIVIDUAL-ID PIC X(15).
002230     05 ED-INDIVIDUAL-NAME PIC X(22).
002240     05 ED-DISCRETIONARY PIC X(02) VALUE SPACES.
002250     05 ED-ADDENDA-INDICATOR PIC X(01) VALUE '0'.
002260     05 ED-TRACE-NUMBER PIC 9(15).
002270 01  WS-BATCH-CONTROL-RECORD.
002280     05 BC-RECORD-TYPE PIC X(01) VALUE '8'.
002290     05 BC-SERVICE-CLASS PIC X(03) VALUE '225'.
002300     05 BC-ENTRY-COUNT PIC 9(06).
002310     05 BC-ENTRY-HASH PIC 9(10).
002320     05 BC-DEBIT-TOTAL PIC 9(10)V99.
002330     05 BC-CREDIT-TOTAL PIC 9(10)V99 VALUE ZERO.
002340     05 BC-COMPANY-ID PIC X(10).
002350     05 BC-AUTHENTICATION PIC X(19) VALUE SPACES.
002360     05 BC-RESERVED PIC X(06) VALUE SPACES.
002370     05 BC-ORIGINATING-DFI PIC 9(08).
002380     05 BC-BATCH-NUMBER PIC 9(07).
002390 01  WS-FILE-CONTROL-RECORD.
002400     05 FC-RECORD-TYPE PIC X(01) VALUE '9'.
002410     05 FC-BATCH-COUNT PIC 9(06).
002420     05 FC-BLOCK-COUNT PIC 9(06).
002430     05 FC-ENTRY-COUNT PIC 9(08).
002440     05 FC-ENTRY-HASH PIC 9(10).
002450     05 FC-DEBIT-TOTAL PIC 9(10)V99.
002460     05 FC-CREDIT-TOTAL PIC 9(10)V99 VALUE ZERO.
002470     05 FC-RESERVED PIC X(39) VALUE SPACES.
002480 01  WS-BLOCK-FILL-RECORD PIC X(94) VALUE ALL '9'.
002490*----------------------------------------------------------------
002500* REGISTER LINE LAYOUTS
002510*----------------------------------------------------------------
002520 01  WS-HEADING-LINE.
002530     05 FILLER PIC X(24) VALUE SPACES.
002540     05 FILLER PIC X(30)
002550         VALUE 'AUTOPAY DEBIT PULL REGISTER'.
002560 01  WS-PULL-DATE-LINE.
002570     05 FILLER PIC X(12) VALUE 'PULL DATE:'.
002580     05 PL-PULL-DATE PIC 9(08).
002590     05 FILLER PIC X(14) VALUE '  RUN DATE:'.
002600     05 PL-RUN-DATE PIC 9(08).
002610 01  WS-COLUMN-LINE.
002620     05 FILLER PIC X(08) VALUE 'ID'.
002630     05 FILLER PIC X(05) VALUE 'TYPE'.
002640     05 FILLER PIC X(04) VALUE 'DAY'.
002650     05 FILLER PIC X(14) VALUE '        AMOUNT'.
002660     05 FILLER PIC X(02) VALUE SPACES.
002670     05 FILLER PIC X(17) VALUE 'TRACE NUMBER'.
002680     05 FILLER PIC X(28) VALUE 'DISPOSITION'.
002690 01  WS-REGISTER-DETAIL.
002700     05 RG-CUSTUMER-ID PIC 9(06).
002710     05 FILLER PIC X(03) VALUE SPACES.
002720     05 RG-PULL-TYPE PIC X(01).
002730     05 FILLER PIC X(03) VALUE SPACES.
002740     05 RG-PULL-DAY PIC 9(02).
002750     05 FILLER PIC X(02) VALUE SPACES.
002760     05 RG-PULL-AMOUNT PIC -(10)9.99.
002770     05 FILLER PIC X(02) VALUE SPACES.
002780     05 RG-TRACE-NUMBER PIC 9(15).
002790     05 FILLER PIC X(02) VALUE SPACES.
002800     05 RG-DISPOSITION PIC X(28).
002810 01  WS-READ-TOTAL-LINE.
002820     05 FILLER PIC X(30) VALUE 'ENROLLMENTS READ:'.
002830     05 TL-READ-COUNT PIC ZZZ,ZZ9.
002840 01  WS-PULLED-TOTAL-LINE.
002850     05 FILLER PIC X(30) VALUE 'DEBITS PULLED:'.
002860     05 TL-PULLED-COUNT PIC ZZZ,ZZ9.
002870     05 FILLER PIC X(09) VALUE '  AMOUNT:'.
002880     05 TL-PULLED-TOTAL PIC -(11)9.99.
002890 01  WS-FILE-TOTAL-LINE.
002900     05 FILLER PIC X(30) VALUE 'DEBIT FILE ENTRIES:'.
002910     05 TL-ENTRY-COUNT PIC ZZZ,ZZ9.
002920     05 FILLER PIC X(09) VALUE '  AMOUNT:'.
002930     05 TL-DEBIT-TOTAL PIC -(11)9.99.
002940 01  WS-HIST-TOTAL-LINE.
002950     05 FILLER PIC X(30) VALUE 'NET POSTED TO CUSTHIST:'.
002960     05 FILLER PIC X(07) VALUE SPACES.
002970     05 FILLER PIC X(09) VALUE SPACES.
002980     05 TL-HIST-NET-TOTAL PIC -(11)9.99.
002990 01  WS-HASH-TOTAL-LINE.
003000     05 FILLER PIC X(30) VALUE 'ENTRY HASH:'.
003010     05 TL-ENTRY-HASH PIC 9(10).
003020 01  WS-NOT-DUE-TOTAL-LINE.
003030     05 FILLER PIC X(30) VALUE 'NOT DUE / ALREADY PULLED:'.
003040     05 TL-NOT-DUE-COUNT PIC ZZZ,ZZ9.
003050 01  WS-NOTHING-OWED-TOTAL-LINE.
003060     05 FILLER PIC X(30) VALUE 'NOTHING OWED - NOT PULLED:'.
003070     05 TL-NOTHING-OWED-COUNT PIC ZZZ,ZZ9.
003080 01  WS-CLOSED-TOTAL-LINE.
003090     05 FILLER PIC X(30) VALUE 'SKIPPED - ACCOUNT CLOSED:'.
003100     05 TL-CLOSED-COUNT PIC ZZZ,ZZ9.
003110 01  WS-MERGED-TOTAL-LINE.
003120     05 FILLER PIC X(30) VALUE 'SKIPPED - ACCOUNT MERGED:'.
003130     05 TL-MERGED-COUNT PIC ZZZ,ZZ9.
003140 01  WS-EXCEPTION-TOTAL-LINE.
003150     05 FILLER PIC X(30) VALUE 'EXCEPTIONS:'.
003160     05 TL-EXCEPTION-COUNT PIC ZZZ,ZZ9.
003170 PROCEDURE DIVISION.
003180*----------------------------------------------------------------
003190* 0000-MAINLINE
003200*----------------------------------------------------------------
003210 0000-MAINLINE.
003220     PERFORM 0100-ACQUIRE-MASTER-LATCH.
003230     IF WS-LATCH-REFUSED
003240         MOVE 16 TO RETURN-CODE
003250     ELSE
003260         PERFORM 1000-INITIALIZE
003270         IF WS-RUN-USABLE
003280             PERFORM 2000-PROCESS-ONE-ENROLLMENT
003290                 UNTIL WS-END-OF-ENROLLMENTS
003300             PERFORM 3000-CLOSE-DEBIT-FILE
003310             PERFORM 3500-PRINT-TOTALS
003320             PERFORM 9000-TERMINATE
003330         END-IF
003340         PERFORM 0200-RELEASE-MASTER-LATCH
003350     END-IF.
003360     STOP RUN.
003370*----------------------------------------------------------------
003380* 1000-INITIALIZE
003390* READS THE PULL-DATE CARD (ZERO MEANS TODAY), OUR BANK'S
003400* ROUTING NUMBER AND OUR COMPANY ID.  A MISSING MASTER IS
003410* REFUSED RC=16; A MISSING AUTOPAY FILE MEANS NO CUSTOMER HAS
003420* EVER ENROLLED AND PULLS NOTHING.
003430*----------------------------------------------------------------
003440 1000-INITIALIZE.
003450     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
003460     ACCEPT WS-TODAY-YYMMDD FROM DATE.
003470     ACCEPT WS-TIME-NOW FROM TIME.
003480     DISPLAY 'ENTER PULL DATE (YYYYMMDD, 0 = TODAY): '.
003490     ACCEPT WS-PULL-DATE.
003500     DISPLAY 'ENTER OUR BANK ROUTING NUMBER: '.
003510     ACCEPT WS-OUR-ROUTING-NUMBER.
003520     DISPLAY 'ENTER COMPANY ID: '.
003530     ACCEPT WS-COMPANY-ID.
003540     IF WS-PULL-DATE NOT NUMERIC OR WS-PULL-DATE = ZERO
003550         MOVE WS-TODAY-DATE TO WS-PULL-DATE
003560     END-IF.
003570     EVALUATE TRUE
003580         WHEN WS-PULL-MONTH < 1 OR WS-PULL-MONTH > 12
003590             OR WS-PULL-DAY < 1 OR WS-PULL-DAY > 31
003600             DISPLAY 'PULL DATE ' WS-PULL-DATE ' IS NOT A '
003610                 'CALENDAR DATE - RUN REFUSED'
003620             MOVE 16 TO RETURN-CODE
003630             SET WS-RUN-UNUSABLE TO TRUE
003640         WHEN WS-OUR-ROUTING-NUMBER NOT NUMERIC
003650             OR WS-OUR-ROUTING-NUMBER = ZERO
003660             OR WS-COMPANY-ID = SPACES
003670             DISPLAY 'BANK ROUTING NUMBER AND COMPANY ID CARDS '
003680                 'ARE REQUIRED - RUN REFUSED'
003690             MOVE 16 TO RETURN-CODE
003700             SET WS-RUN-UNUSABLE TO TRUE
003710         WHEN OTHER
003720             CONTINUE
003730     END-EVALUATE.
003740     IF WS-RUN-USABLE
003750         OPEN I-O CUSTOMER-MASTER-FILE
003760         IF WS-CUSTMAST-STATUS = '35'
003770             DISPLAY 'CUSTOMER MASTER DOES NOT EXIST - NOTHING '
003780                 'TO PULL'
003790             MOVE 16 TO RETURN-CODE
003800             SET WS-RUN-UNUSABLE TO TRUE
003810         END-IF
003820     END-IF.
003830     IF WS-RUN-USABLE
003840         OPEN EXTEND CUSTOMER-HISTORY-FILE
003850         IF WS-CUSTHIST-STATUS = '05' OR WS-CUSTHIST-STATUS = '35'
003860             OPEN OUTPUT CUSTOMER-HISTORY-FILE
003870         END-IF
003880         OPEN OUTPUT REGISTER-REPORT
003890         MOVE WS-PULL-DATE TO PL-PULL-DATE
003900         MOVE WS-TODAY-DATE TO PL-RUN-DATE
003910         WRITE RGST-LINE FROM WS-HEADING-LINE
003920         WRITE RGST-LINE FROM WS-PULL-DATE-LINE
003930         WRITE RGST-LINE FROM SPACES
003940         WRITE RGST-LINE FROM WS-COLUMN-LINE
003950         PERFORM 1200-OPEN-DEBIT-FILE
003960         OPEN I-O AUTOPAY-FILE
003970         IF WS-AUTOPAY-STATUS = '35'
003980             SET WS-END-OF-ENROLLMENTS TO TRUE
003990         ELSE
004000             PERFORM 2100-READ-ENROLLMENT
004010         END-IF
004020     END-IF.
004030*----------------------------------------------------------------
004040* 1200-OPEN-DEBIT-FILE
004050* THE FILE HEADER GOES OUT NOW; THE BATCH HEADER WAITS FOR THE
004060* FIRST DEBIT, SO A DAY WITH NOTHING TO PULL SENDS AN EMPTY
004070* FILE RATHER THAN AN EMPTY BATCH.
004080*----------------------------------------------------------------
004090 1200-OPEN-DEBIT-FILE.
004100     OPEN OUTPUT DEBIT-FILE.
004110     MOVE WS-OUR-ROUTING-NUMBER TO FH-DESTINATION.
004120     MOVE WS-OUR-ROUTING-NUMBER TO FH-ORIGIN.
004130     MOVE WS-TODAY-YYMMDD TO FH-CREATION-DATE.
004140     MOVE WS-TIME-HHMM TO FH-CREATION-TIME.
004150     MOVE WS-COMPANY-NAME TO FH-ORIGIN-NAME.
004160     MOVE WS-OUR-DFI TO WS-TRACE-DFI.
004170     MOVE ZERO TO WS-TRACE-SEQUENCE.
004180     WRITE DEBIT-LINE FROM WS-FILE-HEADER-RECORD.
004190     ADD 1 TO WS-RECORD-COUNT.
004200*----------------------------------------------------------------
004210* 2000-PROCESS-ONE-ENROLLMENT
004220*----------------------------------------------------------------
004230 2000-PROCESS-ONE-ENROLLMENT.
004240     ADD 1 TO WS-READ-COUNT.
004250     PERFORM 2200-TEST-DUE.
004260     IF WS-PULL-DUE
004270         PERFORM 2400-PULL-ENROLLMENT
004280         PERFORM 2800-WRITE-REGISTER-LINE
004290     ELSE
004300         ADD 1 TO WS-NOT-DUE-COUNT
004310     END-IF.
004320     PERFORM 2100-READ-ENROLLMENT.
004330*----------------------------------------------------------------
004340* 2100-READ-ENROLLMENT
004350*----------------------------------------------------------------
004360 2100-READ-ENROLLMENT.
004370     READ AUTOPAY-FILE NEXT RECORD
004380         AT END
004390             SET WS-END-OF-ENROLLMENTS TO TRUE
004400     END-READ.
004410*----------------------------------------------------------------
004420* 2200-TEST-DUE
004430* AN ACTIVE ENROLLMENT IS DUE WHEN THIS MONTH'S PULL DAY FALLS ON
004440* OR BEFORE THE PULL DATE, IT HAS NOT BEEN PULLED THIS MONTH, AND
004450* IT WAS ENROLLED ON OR BEFORE THIS MONTH'S PULL DAY - A CUSTOMER
004460* WHO ENROLLS AFTER THE DAY HAS PASSED IS FIRST PULLED NEXT
004470* MONTH, NOT AS A SURPRISE THE DAY AFTER ENROLLING.
004480*----------------------------------------------------------------
004490 2200-TEST-DUE.
004500     SET WS-PULL-DUE TO TRUE.
004510     MOVE WS-PULL-PERIOD TO WS-DUE-PERIOD.
004520     MOVE AP-PULL-DAY TO WS-DUE-DAY.
004530     EVALUATE TRUE
004540         WHEN NOT AP-ENROLL-ACTIVE
004550             SET WS-PULL-NOT-DUE TO TRUE
004560         WHEN WS-DUE-DATE > WS-PULL-DATE
004570             SET WS-PULL-NOT-DUE TO TRUE
004580         WHEN AP-LAST-PULL-PERIOD NOT < WS-PULL-PERIOD
004590             SET WS-PULL-NOT-DUE TO TRUE
004600         WHEN AP-SETUP-DATE > WS-DUE-DATE
004610             SET WS-PULL-NOT-DUE TO TRUE
004620         WHEN OTHER
004630             CONTINUE
004640     END-EVALUATE.
004650*----------------------------------------------------------------
004660* 2400-PULL-ENROLLMENT
004670* CLOSED AND MERGED-AWAY ACCOUNTS ARE NEVER PULLED.  AN ACCOUNT
004680* OWING NOTHING IS MARKED PULLED FOR THE MONTH WITHOUT A DEBIT,
004690* SO A CHARGE POSTED LATER IN THE MONTH WAITS FOR NEXT MONTH'S
004700* PULL DAY LIKE ANY OTHER.
004710*----------------------------------------------------------------
004720 2400-PULL-ENROLLMENT.
004730     MOVE ZERO TO WS-PULL-AMOUNT.
004740     MOVE ZERO TO RG-TRACE-NUMBER.
004750     MOVE AP-CUSTUMER-ID TO CUSTUMER-ID.
004760     READ CUSTOMER-MASTER-FILE
004770         INVALID KEY
004780             MOVE 'CUSTOMER NOT ON MASTER' TO RG-DISPOSITION
004790             ADD 1 TO WS-EXCEPTION-COUNT
004800     END-READ.
004810     IF WS-CUSTMAST-OK
004820         EVALUATE TRUE
004830             WHEN NOT CUSTOMER-NOT-MERGED
004840                 MOVE 'SKIPPED - ACCOUNT MERGED' TO
004850                     RG-DISPOSITION
004860                 ADD 1 TO WS-MERGED-COUNT
004870             WHEN CUSTOMER-CLOSED
004880                 MOVE 'SKIPPED - ACCOUNT CLOSED' TO
004890                     RG-DISPOSITION
004900                 ADD 1 TO WS-CLOSED-COUNT
004910             WHEN CUSTOMER-BALANCE NOT > ZERO
004920                 MOVE 'NOTHING OWED - NOT PULLED' TO
004930                     RG-DISPOSITION
004940                 ADD 1 TO WS-NOTHING-OWED-COUNT
004950                 MOVE WS-PULL-PERIOD TO AP-LAST-PULL-PERIOD
004960                 PERFORM 2700-REWRITE-ENROLLMENT
004970             WHEN OTHER
004980                 PERFORM 2450-SET-PULL-AMOUNT
004990                 PERFORM 2500-APPLY-PULL
005000         END-EVALUATE
005010     END-IF.
005020*----------------------------------------------------------------
005030* 2450-SET-PULL-AMOUNT
005040*----------------------------------------------------------------
005050 2450-SET-PULL-AMOUNT.
005060     IF AP-PULL-FIXED AND AP-FIXED-AMOUNT < CUSTOMER-BALANCE
005070         MOVE AP-FIXED-AMOUNT TO WS-PULL-AMOUNT
005080     ELSE
005090         MOVE CUSTOMER-BALANCE TO WS-PULL-AMOUNT
005100     END-IF.
005110*----------------------------------------------------------------
005120* 2500-APPLY-PULL
005130* THE PAYMENT IS POSTED ON THE EXPECTATION THE DEBIT CLEARS;
005140* CUSTAPRT PUTS IT BACK IF THE BANK RETURNS IT.  THE DEBIT GOES
005150* TO THE BANK FILE ONLY ONCE THE MASTER HAS TAKEN THE PAYMENT.
005160*----------------------------------------------------------------
005170 2500-APPLY-PULL.
005180     MOVE CUSTOMER-BALANCE TO WS-BEFORE-BALANCE.
005190     SUBTRACT WS-PULL-AMOUNT FROM CUSTOMER-BALANCE.
005200     REWRITE CUSTUMER_RECORDS
005210         INVALID KEY
005220             DISPLAY 'REWRITE FAILED - DEBIT NOT PULLED - '
005230                 CUSTUMER-ID
005240     END-REWRITE.
005250     IF WS-CUSTMAST-OK
005260         PERFORM 2600-WRITE-HISTORY-RECORD
005270         PERFORM 2650-WRITE-DEBIT-ENTRY
005280*        THE LAST DEBIT WAS NOT SENT BACK, SO THE RUN OF
005290*        RETURNED DEBITS IS BROKEN.
005300         IF AP-LAST-PULL-SENT
005310             MOVE ZERO TO AP-RETURN-COUNT
005320         END-IF
005330         MOVE WS-PULL-PERIOD TO AP-LAST-PULL-PERIOD
005340         MOVE WS-PULL-DATE TO AP-LAST-PULL-DATE
005350         MOVE WS-PULL-AMOUNT TO AP-LAST-PULL-AMOUNT
005360         MOVE WS-TRACE-NUMBER TO AP-LAST-TRACE-NUMBER
005370         SET AP-LAST-PULL-SENT TO TRUE
005380         ADD 1 TO AP-PULL-COUNT
005390         ADD WS-PULL-AMOUNT TO AP-PULL-TOTAL
005400         PERFORM 2700-REWRITE-ENROLLMENT
005410         MOVE WS-TRACE-NUMBER TO RG-TRACE-NUMBER
005420         MOVE 'PULLED' TO RG-DISPOSITION
005430         ADD 1 TO WS-PULLED-COUNT
005440         ADD WS-PULL-AMOUNT TO WS-PULLED-TOTAL
005450         IF NOT WS-AUTOPAY-OK
005460             MOVE 'PULLED - MONTH NOT STAMPED' TO
005470                 RG-DISPOSITION
005480             ADD 1 TO WS-EXCEPTION-COUNT
005490         END-IF
005500     ELSE
005510         MOVE 'MASTER REWRITE FAILED' TO RG-DISPOSITION
005520         ADD 1 TO WS-EXCEPTION-COUNT
005530     END-IF.
005540*----------------------------------------------------------------
005550* 2600-WRITE-HISTORY-RECORD
005560*----------------------------------------------------------------
005570 2600-WRITE-HISTORY-RECORD.
005580     MOVE SPACES TO CUSTHIST-RECORD.
005590     ACCEPT CH-CHANGE-DATE FROM DATE YYYYMMDD.
005600     ACCEPT CH-CHANGE-TIME FROM TIME.
005610     MOVE CUSTUMER-ID TO CH-CUSTUMER-ID.
005620     MOVE WS-BEFORE-BALANCE TO CH-BEFORE-BALANCE.
005630     MOVE CUSTOMER-BALANCE TO CH-AFTER-BALANCE.
005640     SET CH-SOURCE-APAY TO TRUE.
005650     SET CH-TYPE-PAYMENT TO TRUE.
005660     WRITE CUSTHIST-RECORD.
005670     COMPUTE WS-HIST-NET-TOTAL = WS-HIST-NET-TOTAL
005680         + CH-AFTER-BALANCE - CH-BEFORE-BALANCE.
005690*----------------------------------------------------------------
005700* 2650-WRITE-DEBIT-ENTRY
005710* THE CUSTUMER-ID RIDES IN THE INDIVIDUAL ID FIELD AND COMES
005720* BACK ON ANY RETURN.
005730*----------------------------------------------------------------
005740 2650-WRITE-DEBIT-ENTRY.
005750     IF NOT WS-BATCH-OPEN
005760         PERFORM 2660-WRITE-BATCH-HEADER
005770     END-IF.
005780     ADD 1 TO WS-TRACE-SEQUENCE.
005790     IF AP-SAVINGS
005800         SET ED-SAVINGS-DEBIT TO TRUE
005810     ELSE
005820         SET ED-CHECKING-DEBIT TO TRUE
005830     END-IF.
005840     MOVE AP-ROUTING-DFI TO ED-RECEIVING-DFI.
005850     MOVE AP-ROUTING-CHECK-DIGIT TO ED-CHECK-DIGIT.
005860     MOVE AP-BANK-ACCOUNT TO ED-BANK-ACCOUNT.
005870     MOVE WS-PULL-AMOUNT TO ED-AMOUNT.
005880     MOVE SPACES TO ED-INDIVIDUAL-ID.
005890     MOVE AP-CUSTUMER-ID TO ED-INDIVIDUAL-ID.
005900     MOVE CUSTUMER-NAME TO ED-INDIVIDUAL-NAME.
005910     MOVE WS-TRACE-NUMBER TO ED-TRACE-NUMBER.
005920     WRITE DEBIT-LINE FROM WS-ENTRY-DETAIL-RECORD.
005930     ADD 1 TO WS-RECORD-COUNT.
005940     ADD 1 TO WS-ENTRY-COUNT.
005950     ADD AP-ROUTING-DFI TO WS-ENTRY-HASH.
005960     ADD WS-PULL-AMOUNT TO WS-DEBIT-TOTAL.
005970*----------------------------------------------------------------
005980* 2660-WRITE-BATCH-HEADER
005990*----------------------------------------------------------------
006000 2660-WRITE-BATCH-HEADER.
006010     ADD 1 TO WS-BATCH-COUNT.
006020     MOVE WS-COMPANY-NAME TO BH-COMPANY-NAME.
006030     MOVE WS-COMPANY-ID TO BH-COMPANY-ID.
006040     MOVE WS-PULL-YYMMDD TO BH-DESCRIPTIVE-DATE.
006050     MOVE WS-PULL-YYMMDD TO BH-EFFECTIVE-DATE.
006060     MOVE WS-OUR-DFI TO BH-ORIGINATING-DFI.
006070     MOVE WS-BATCH-COUNT TO BH-BATCH-NUMBER.
006080     WRITE DEBIT-LINE FROM WS-BATCH-HEADER-RECORD.
006090     ADD 1 TO WS-RECORD-COUNT.
006100     SET WS-BATCH-OPEN TO TRUE.
006110*----------------------------------------------------------------
006120* 2700-REWRITE-ENROLLMENT
006130*----------------------------------------------------------------
006140 2700-REWRITE-ENROLLMENT.
006150     REWRITE AUTOPAY-RECORD
006160         INVALID KEY
006170             DISPLAY 'AUTOPAY REWRITE FAILED - MONTH NOT '
006180                 'STAMPED - ' AP-CUSTUMER-ID
006190     END-REWRITE.
006200*----------------------------------------------------------------
006210* 2800-WRITE-REGISTER-LINE
006220*----------------------------------------------------------------
006230 2800-WRITE-REGISTER-LINE.
006240     MOVE AP-CUSTUMER-ID TO RG-CUSTUMER-ID.
006250     MOVE AP-PULL-TYPE TO RG-PULL-TYPE.
006260     MOVE AP-PULL-DAY TO RG-PULL-DAY.
006270     MOVE WS-PULL-AMOUNT TO RG-PULL-AMOUNT.
006280     WRITE RGST-LINE FROM WS-REGISTER-DETAIL.
006290*----------------------------------------------------------------
006300* 3000-CLOSE-DEBIT-FILE
006310* BATCH CONTROL (WHEN A BATCH WAS OPENED), FILE CONTROL, THEN
006320* NINES TO FILL OUT THE LAST BLOCK OF TEN.
006330*----------------------------------------------------------------
006340 3000-CLOSE-DEBIT-FILE.
006350     IF WS-BATCH-OPEN
006360         MOVE WS-ENTRY-COUNT TO BC-ENTRY-COUNT
006370         MOVE WS-ENTRY-HASH TO BC-ENTRY-HASH
006380         MOVE WS-DEBIT-TOTAL TO BC-DEBIT-TOTAL
006390         MOVE WS-COMPANY-ID TO BC-COMPANY-ID
006400         MOVE WS-OUR-DFI TO BC-ORIGINATING-DFI
006410         MOVE WS-BATCH-COUNT TO BC-BATCH-NUMBER
006420         WRITE DEBIT-LINE FROM WS-BATCH-CONTROL-RECORD
006430         ADD 1 TO WS-RECORD-COUNT
006440     END-IF.
006450     ADD 1 TO WS-RECORD-COUNT.
006460     DIVIDE WS-RECORD-COUNT BY 10 GIVING WS-BLOCK-COUNT
006470         REMAINDER WS-BLOCK-REMAINDER.
006480     IF WS-BLOCK-REMAINDER NOT = ZERO
006490         ADD 1 TO WS-BLOCK-COUNT
006500     END-IF.
006510     MOVE WS-BATCH-COUNT TO FC-BATCH-COUNT.
006520     MOVE WS-BLOCK-COUNT TO FC-BLOCK-COUNT.
006530     MOVE WS-ENTRY-COUNT TO FC-ENTRY-COUNT.
006540     MOVE WS-ENTRY-HASH TO FC-ENTRY-HASH.
006550     MOVE WS-DEBIT-TOTAL TO FC-DEBIT-TOTAL.
006560     WRITE DEBIT-LINE FROM WS-FILE-CONTROL-RECORD.
006570     PERFORM 3100-WRITE-BLOCK-FILL
006580         UNTIL WS-RECORD-COUNT = WS-BLOCK-COUNT * 10.
006590     CLOSE DEBIT-FILE.
006600*----------------------------------------------------------------
006610* 3100-WRITE-BLOCK-FILL
006620*----------------------------------------------------------------
006630 3100-WRITE-BLOCK-FILL.
006640     WRITE DEBIT-LINE FROM WS-BLOCK-FILL-RECORD.
006650     ADD 1 TO WS-RECORD-COUNT.
006660*----------------------------------------------------------------
006670* 3500-PRINT-TOTALS
006680* THE DEBITS PULLED MUST AGREE WITH THE DEBIT FILE'S OWN CONTROL
006690* TOTAL AND WITH THE NET WRITTEN TO CUSTHIST (WHICH CARRIES THE
006700* PAYMENTS AS REDUCTIONS) - A DIFFERENCE IS RAISED AS AN
006710* EXCEPTION.
006720*----------------------------------------------------------------
006730 3500-PRINT-TOTALS.
006740     MOVE WS-READ-COUNT TO TL-READ-COUNT.
006750     MOVE WS-PULLED-COUNT TO TL-PULLED-COUNT.
006760     MOVE WS-PULLED-TOTAL TO TL-PULLED-TOTAL.
006770     MOVE WS-ENTRY-COUNT TO TL-ENTRY-COUNT.
006780     MOVE WS-DEBIT-TOTAL TO TL-DEBIT-TOTAL.
006790     MOVE WS-HIST-NET-TOTAL TO TL-HIST-NET-TOTAL.
006800     MOVE WS-ENTRY-HASH TO TL-ENTRY-HASH.
006810     MOVE WS-NOT-DUE-COUNT TO TL-NOT-DUE-COUNT.
006820     MOVE WS-NOTHING-OWED-COUNT TO TL-NOTHING-OWED-COUNT.
006830     MOVE WS-CLOSED-COUNT TO TL-CLOSED-COUNT.
006840     MOVE WS-MERGED-COUNT TO TL-MERGED-COUNT.
006850     IF WS-DEBIT-TOTAL NOT = WS-PULLED-TOTAL
006860         OR WS-ENTRY-COUNT NOT = WS-PULLED-COUNT
006870         DISPLAY 'DEBIT FILE OUT OF BALANCE - PULLED '
006880             WS-PULLED-TOTAL ' FILE ' WS-DEBIT-TOTAL
006890         ADD 1 TO WS-EXCEPTION-COUNT
006900     END-IF.
006910     IF WS-HIST-NET-TOTAL + WS-PULLED-TOTAL NOT = ZERO
006920         DISPLAY 'CONTROL TOTAL OUT OF BALANCE - PULLED '
006930             WS-PULLED-TOTAL ' CUSTHIST NET ' WS-HIST-NET-TOTAL
006940         ADD 1 TO WS-EXCEPTION-COUNT
006950     END-IF.
006960     MOVE WS-EXCEPTION-COUNT TO TL-EXCEPTION-COUNT.
006970     WRITE RGST-LINE FROM SPACES.
006980     WRITE RGST-LINE FROM WS-READ-TOTAL-LINE.
006990     WRITE RGST-LINE FROM WS-PULLED-TOTAL-LINE.
007000     WRITE RGST-LINE FROM WS-FILE-TOTAL-LINE.
007010     WRITE RGST-LINE FROM WS-HIST-TOTAL-LINE.
007020     WRITE RGST-LINE FROM WS-HASH-TOTAL-LINE.
007030     WRITE RGST-LINE FROM WS-NOT-DUE-TOTAL-LINE.
007040     WRITE RGST-LINE FROM WS-NOTHING-OWED-TOTAL-LINE.
007050     WRITE RGST-LINE FROM WS-CLOSED-TOTAL-LINE.
007060     WRITE RGST-LINE FROM WS-MERGED-TOTAL-LINE.
007070     WRITE RGST-LINE FROM WS-EXCEPTION-TOTAL-LINE.
007080     DISPLAY 'ENROLLMENTS READ           : ' WS-READ-COUNT.
007090     DISPLAY 'DEBITS PULLED              : ' WS-PULLED-COUNT
007100         ' AMOUNT ' WS-PULLED-TOTAL.
007110     DISPLAY 'NOTHING OWED - NOT PULLED  : '
007120         WS-NOTHING-OWED-COUNT.
007130     DISPLAY 'SKIPPED CLOSED / MERGED    : ' WS-CLOSED-COUNT
007140         ' / ' WS-MERGED-COUNT.
007150     DISPLAY 'EXCEPTIONS                 : ' WS-EXCEPTION-COUNT.
007160     IF WS-EXCEPTION-COUNT > ZERO
007170         MOVE 4 TO RETURN-CODE
007180     END-IF.
007190*----------------------------------------------------------------
007200* 9000-TERMINATE
007210*----------------------------------------------------------------
007220 9000-TERMINATE.
007230     CLOSE CUSTOMER-MASTER-FILE.
007240     CLOSE CUSTOMER-HISTORY-FILE.
007250     CLOSE REGISTER-REPORT.
007260     IF WS-AUTOPAY-STATUS NOT = '35'
007270         CLOSE AUTOPAY-FILE
007280     END-IF.
007290*----------------------------------------------------------------
007300* 0100-ACQUIRE-MASTER-LATCH
007310* HONORS THE CUSTLOCK IN-USE LATCH BEFORE ANY DEBIT IS PULLED -
007320* ANOTHER UPDATER'S 'U' OR THE NIGHTLY 'B' BATCH WINDOW REFUSES
007330* THE RUN.  A FREE LATCH IS TAKEN 'U' AND FREED AT END OF RUN.
007340*----------------------------------------------------------------
007350 0100-ACQUIRE-MASTER-LATCH.
007360     MOVE 'N' TO WS-LATCH-SWITCH.
007370     PERFORM 0130-READ-LATCH-RECORD.
007380     EVALUATE TRUE
007390         WHEN WS-LATCH-STATE = 'U'
007400             DISPLAY 'CUSTOMER MASTER MARKED BUSY BY '
007410                 WS-LATCH-HOLDER ' SINCE ' WS-LATCH-DATE
007420                 ' ' WS-LATCH-TIME ' - RUN REFUSED'
007430             DISPLAY 'CLEAR A STALE LATCH DELIBERATELY WITH '
007440                 'CUSTLTCH MODE C'
007450             SET WS-LATCH-REFUSED TO TRUE
007460         WHEN WS-LATCH-STATE = 'B'
007470             DISPLAY 'NIGHTLY BATCH WINDOW IS OPEN - AUTOPAY '
007480                 'PULL REFUSED'
007490             SET WS-LATCH-REFUSED TO TRUE
007500         WHEN OTHER
007510             MOVE 'U' TO WS-LATCH-STATE
007520             MOVE 'CUSTAPUL' TO WS-LATCH-HOLDER
007530             PERFORM 0160-WRITE-LATCH-RECORD
007540             SET WS-LATCH-TAKEN TO TRUE
007550     END-EVALUATE.
007560*----------------------------------------------------------------
007570* 0130-READ-LATCH-RECORD
007580* A MISSING OR EMPTY LATCH FILE READS AS FREE.
007590*----------------------------------------------------------------
007600 0130-READ-LATCH-RECORD.
007610     MOVE SPACE TO WS-LATCH-STATE.
007620     MOVE SPACES TO WS-LATCH-HOLDER.
007630     MOVE ZERO TO WS-LATCH-DATE WS-LATCH-TIME.
007640     OPEN INPUT CUSTOMER-LOCK-FILE.
007650     IF WS-CUSTLOCK-STATUS = '00'
007660         READ CUSTOMER-LOCK-FILE
007670             AT END
007680                 CONTINUE
007690             NOT AT END
007700                 MOVE LK-LATCH-STATE TO WS-LATCH-STATE
007710                 MOVE LK-HOLDER TO WS-LATCH-HOLDER
007720                 MOVE LK-SET-DATE TO WS-LATCH-DATE
007730                 MOVE LK-SET-TIME TO WS-LATCH-TIME
007740         END-READ
007750         CLOSE CUSTOMER-LOCK-FILE
007760     END-IF.
007770*----------------------------------------------------------------
007780* 0160-WRITE-LATCH-RECORD
007790*----------------------------------------------------------------
007800 0160-WRITE-LATCH-RECORD.
007810     OPEN OUTPUT CUSTOMER-LOCK-FILE.
007820     MOVE SPACES TO CUSTLOCK-RECORD.
007830     MOVE WS-LATCH-STATE TO LK-LATCH-STATE.
007840     MOVE WS-LATCH-HOLDER TO LK-HOLDER.
007850     ACCEPT LK-SET-DATE FROM DATE YYYYMMDD.
007860     ACCEPT LK-SET-TIME FROM TIME.
007870     WRITE CUSTLOCK-RECORD.
007880     CLOSE CUSTOMER-LOCK-FILE.
007890*----------------------------------------------------------------
007900* 0200-RELEASE-MASTER-LATCH
007910*----------------------------------------------------------------
007920 0200-RELEASE-MASTER-LATCH.
007930     IF WS-LATCH-TAKEN
007940         MOVE SPACE TO WS-LATCH-STATE
007950         MOVE SPACES TO WS-LATCH-HOLDER
007960         PERFORM 0160-WRITE-LATCH-RECORD
007970         MOVE 'N' TO WS-LATCH-SWITCH
007980     END-IF.
007990 END PROGRAM CUSTAPUL.
