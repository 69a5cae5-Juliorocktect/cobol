000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTDUNN.
000030 AUTHOR. JULIO.
000040 INSTALLATION. CUSTOMER-ACCOUNTING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  JR   ORIGINAL - DUNNING-NOTICE RUN.  PICKS EVERY
000110*                  OPEN ACCOUNT STILL OWING MONEY THAT HAS NOT
000120*                  PAID IN THE SYSIN NUMBER OF DAYS (30 WHEN THE
000130*                  CARD IS ZERO) AND WRITES ONE NOTICE RECORD PER
000140*                  ACCOUNT TO THE DUNNOTC FILE FOR THE MAIL
000150*                  HOUSE.  THE LAST PAYMENT DATE COMES FROM
000160*                  CUSTHIST TYPE 'P' RECORDS, SORTED BY CUSTUMER-
000170*                  ID AND MATCHED AGAINST THE MASTER IN KEY
000180*                  ORDER.  A PAYMENT THE BANK SENT BACK (A
000182*                  CUSTNSF OR CUSTAPRT REVERSAL OF THE SAME
000184*                  AMOUNT) DOES NOT COUNT AS PAID.  CLOSED
000186*                  ACCOUNTS AND ACCOUNTS MERGED
000190*                  AWAY ARE NEVER DUNNED.  AN ACCOUNT WHOSE
000200*                  ADDRESS CUSTRTML HAS FLAGGED UNDELIVERABLE GETS
000210*                  NO NOTICE - IT IS HELD BACK AND LISTED ON THE
000220*                  NOADDR NO-VALID-ADDRESS WORKLIST INSTEAD.
000230*                  EVERY NOTICE AND HOLD LANDS ON THE DUNRPT
000240*                  REGISTER.  READ-ONLY AGAINST THE MASTER.
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
000370     SELECT CUSTOMER-HISTORY-FILE ASSIGN TO CUSTHIST
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-CUSTHIST-STATUS.
000400     SELECT PAYMENT-SORT-FILE ASSIGN TO SORTWK01.
000410     SELECT DUNNING-NOTICE-FILE ASSIGN TO DUNNOTC
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-DUNNOTC-STATUS.
000440     SELECT NOADDR-WORKLIST ASSIGN TO NOADDR
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-NOADDR-STATUS.
000470     SELECT REGISTER-REPORT ASSIGN TO DUNRPT
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-DUNRPT-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  CUSTOMER-MASTER-FILE
000530     LABEL RECORDS ARE STANDARD.
000540     COPY CUSTREC.
000550 FD  CUSTOMER-HISTORY-FILE
000560     LABEL RECORDS ARE STANDARD.
000570     COPY CUSTHIST.
000571*----------------------------------------------------------------
000572* ONE SORT RECORD PER PAYMENT ('P') AND PER RETURNED-PAYMENT
000573* REVERSAL ('R'), NEWEST FIRST WITHIN THE CUSTOMER, SO A REVERSAL
000574* ALWAYS COMES OFF THE SORT AHEAD OF THE PAYMENT IT UNDID.
000575* PS-SEQUENCE IS THE FILE ORDER, FOR RECORDS STAMPED ALIKE.
000576*----------------------------------------------------------------
000580 SD  PAYMENT-SORT-FILE.
000590 01  PAYMENT-SORT-RECORD.
000600     05 PS-CUSTUMER-ID PIC 9(06).
000610     05 PS-PAYMENT-DATE PIC 9(08).
000611     05 PS-CHANGE-TIME PIC 9(08).
000612     05 PS-SEQUENCE PIC 9(09).
000613     05 PS-ENTRY-TYPE PIC X(01).
000614         88 PS-PAYMENT VALUE 'P'.
000615         88 PS-RETURNED VALUE 'R'.
000616     05 PS-AMOUNT PIC S9(09)V99.
000620 FD  DUNNING-NOTICE-FILE
000630     LABEL RECORDS ARE STANDARD.
000640 01  DUNNING-NOTICE-RECORD.
000650     05 DN-NOTICE-DATE PIC 9(08).
000660     05 DN-CUSTUMER-ID PIC 9(06).
000670     05 DN-CUSTUMER-NAME PIC X(20).
000680     05 DN-CUSTUMER-ADDRESS PIC X(40).
000690     05 DN-CUSTOMER-BALANCE PIC S9(09)V99.
000700     05 DN-LAST-PAYMENT-DATE PIC 9(08).
000710     05 DN-DAYS-SINCE-PAYMENT PIC 9(05).
000720 FD  NOADDR-WORKLIST
000730     LABEL RECORDS ARE STANDARD
000740     RECORDING MODE IS F.
000750 01  NOADDR-RECORD PIC X(80).
000760 FD  REGISTER-REPORT
000770     LABEL RECORDS ARE STANDARD
000780     RECORDING MODE IS F.
000790 01  RGST-LINE PIC X(80).
000800 WORKING-STORAGE SECTION.
000810 01  WS-CUSTMAST-STATUS PIC X(02) VALUE '00'.
000820     88 WS-CUSTMAST-OK VALUE '00'.
000830 01  WS-CUSTHIST-STATUS PIC X(02) VALUE '00'.
000840 01  WS-DUNNOTC-STATUS PIC X(02) VALUE '00'.
000850 01  WS-NOADDR-STATUS PIC X(02) VALUE '00'.
000860 01  WS-DUNRPT-STATUS PIC X(02) VALUE '00'.
000870 01  WS-HIST-EOF-SWITCH PIC X(01) VALUE 'N'.
000880     88 WS-END-OF-HISTORY VALUE 'Y'.
000890 01  WS-MAST-EOF-SWITCH PIC X(01) VALUE 'N'.
000900     88 WS-END-OF-MASTER VALUE 'Y'.
000910 01  WS-SORT-EOF-SWITCH PIC X(01) VALUE 'N'.
000920     88 WS-END-OF-PAYMENTS VALUE 'Y'.
000930 01  WS-DUNNING-DAYS PIC 9(05) VALUE ZERO.
000940 01  WS-TODAY-DATE PIC 9(08) VALUE ZERO.
000950 01  WS-LAST-PAYMENT-DATE PIC 9(08) VALUE ZERO.
000960 01  WS-DAYS-SINCE-PAYMENT PIC 9(05) VALUE ZERO.
000961 01  WS-READ-SEQUENCE PIC 9(09) COMP VALUE ZERO.
000962*----------------------------------------------------------------
000963* REVERSALS TAKEN OFF THE SORT FOR THE CURRENT CUSTOMER AND NOT
000964* YET MATCHED.  WALKING NEWEST FIRST, A PAYMENT OF THE SAME
000965* AMOUNT AS AN UNMATCHED REVERSAL IS THE ONE THE BANK SENT BACK -
000966* THE SAME AMOUNT MATCH CUSTNSF MAKES - AND DOES NOT COUNT.  A
000967* REVERSAL BEYOND THE TABLE IS PASSED OVER AND ITS PAYMENT STANDS.
000968*----------------------------------------------------------------
000969 01  WS-MAX-REVERSALS PIC 9(04) COMP VALUE 50.
000970 01  WS-REVERSAL-COUNT PIC 9(04) COMP VALUE ZERO.
000971 01  WS-REVERSAL-INDEX PIC 9(04) COMP VALUE ZERO.
000972 01  WS-REVERSAL-TABLE.
000973     05 WS-REVERSAL-ENTRY OCCURS 50 TIMES.
000974         10 RV-AMOUNT PIC S9(09)V99.
000975         10 RV-MATCHED-SWITCH PIC X(01).
000976             88 RV-MATCHED VALUE 'Y'.
000977             88 RV-UNMATCHED VALUE 'N'.
000978 01  WS-PAYMENT-MATCH-SWITCH PIC X(01) VALUE 'N'.
000979     88 WS-PAYMENT-RETURNED VALUE 'Y'.
000980     88 WS-PAYMENT-STANDS VALUE 'N'.
000981 01  WS-COUNTERS.
000982     05 WS-MASTER-COUNT PIC 9(07) COMP VALUE ZERO.
000990     05 WS-NOTICE-COUNT PIC 9(07) COMP VALUE ZERO.
001000     05 WS-HELD-COUNT PIC 9(07) COMP VALUE ZERO.
001010 01  WS-NOTICE-TOTAL PIC S9(11)V99 VALUE ZERO.
001020 01  WS-HELD-TOTAL PIC S9(11)V99 VALUE ZERO.
001030     COPY CUSTNOAD.
001040*----------------------------------------------------------------
001050* REGISTER LINE LAYOUTS
001060*----------------------------------------------------------------
001070 01  WS-HEADING-LINE.
001080     05 FILLER PIC X(24) VALUE SPACES.
001090     05 FILLER PIC X(32)
001100         VALUE 'DUNNING NOTICE REGISTER'.
001110 01  WS-CRITERIA-LINE.
001120     05 FILLER PIC X(34)
001130         VALUE 'NO PAYMENT RECEIVED IN THE LAST'.
001140     05 CR-DUNNING-DAYS PIC ZZ,ZZ9.
001150     05 FILLER PIC X(06) VALUE ' DAYS'.
001160 01  WS-COLUMN-LINE.
001170     05 FILLER PIC X(08) VALUE 'ID'.
001180     05 FILLER PIC X(22) VALUE 'NAME'.
001190     05 FILLER PIC X(14) VALUE '       BALANCE'.
001200     05 FILLER PIC X(10) VALUE '  LAST PAY'.
001210     05 FILLER PIC X(07) VALUE '   DAYS'.
001220     05 FILLER PIC X(16) VALUE '  DISPOSITION'.
001230 01  WS-REGISTER-DETAIL.
001240     05 RG-CUSTUMER-ID PIC 9(06).
001250     05 FILLER PIC X(02) VALUE SPACES.
001260     05 RG-CUSTUMER-NAME PIC X(20).
001270     05 FILLER PIC X(02) VALUE SPACES.
001280     05 RG-BALANCE PIC -(9)9.99.
001290     05 FILLER PIC X(01) VALUE SPACES.
001300     05 RG-LAST-PAYMENT PIC X(08).
001310     05 FILLER PIC X(02) VALUE SPACES.
001320     05 RG-DAYS PIC ZZ,ZZ9.
001330     05 FILLER PIC X(02) VALUE SPACES.
001340     05 RG-DISPOSITION PIC X(16).
001350 01  WS-NOTICE-TOTAL-LINE.
001360     05 FILLER PIC X(30) VALUE 'NOTICES WRITTEN:'.
001370     05 TL-NOTICE-COUNT PIC ZZZ,ZZ9.
001380     05 FILLER PIC X(04) VALUE SPACES.
001390     05 TL-NOTICE-TOTAL PIC -(11)9.99.
001400 01  WS-HELD-TOTAL-LINE.
001410     05 FILLER PIC X(30) VALUE 'HELD - NO VALID ADDRESS:'.
001420     05 TL-HELD-COUNT PIC ZZZ,ZZ9.
001430     05 FILLER PIC X(04) VALUE SPACES.
001440     05 TL-HELD-TOTAL PIC -(11)9.99.
001450 01  WS-MASTER-TOTAL-LINE.
001460     05 FILLER PIC X(30) VALUE 'MASTER RECORDS READ:'.
001470     05 TL-MASTER-COUNT PIC ZZZ,ZZ9.
001480 PROCEDURE DIVISION.
001490*----------------------------------------------------------------
001500* 0000-MAINLINE
001510*----------------------------------------------------------------
001520 0000-MAINLINE.
001530     PERFORM 1000-INITIALIZE.
001540     IF WS-CUSTMAST-OK
001550         SORT PAYMENT-SORT-FILE
001560             ON ASCENDING KEY PS-CUSTUMER-ID
001563             ON DESCENDING KEY PS-PAYMENT-DATE PS-CHANGE-TIME
001566                 PS-SEQUENCE
001570             INPUT PROCEDURE IS 1500-RELEASE-PAYMENTS
001580             OUTPUT PROCEDURE IS 2000-SELECT-ACCOUNTS
001581         IF SORT-RETURN NOT = ZERO
001582             DISPLAY 'CUSTDUNN PAYMENT SORT FAILED - '
001583                 'SORT-RETURN ' SORT-RETURN
001584             MOVE 16 TO RETURN-CODE
001585         ELSE
001590             PERFORM 3000-PRINT-TOTALS
001595         END-IF
001600         PERFORM 9000-TERMINATE
001610     END-IF.
001620     STOP RUN.
001630*----------------------------------------------------------------
001640* 1000-INITIALIZE
001650* READS THE DAYS-WITHOUT-PAYMENT CARD AND OPENS THE FILES.  A
001660* MISSING MASTER IS REFUSED WITH RC=16.  THE NOADDR WORKLIST IS
001670* SHARED WITH CUSTSTMT AND ACCUMULATES, SO IT IS EXTENDED.
001680*----------------------------------------------------------------
001690 1000-INITIALIZE.
001700     DISPLAY 'ENTER DAYS WITHOUT PAYMENT BEFORE DUNNING: '.
001710     ACCEPT WS-DUNNING-DAYS.
001720     IF WS-DUNNING-DAYS NOT NUMERIC OR WS-DUNNING-DAYS = ZERO
001730         MOVE 30 TO WS-DUNNING-DAYS
001740     END-IF.
001750     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
001760     OPEN INPUT CUSTOMER-MASTER-FILE.
001770     IF WS-CUSTMAST-STATUS = '35'
001780         DISPLAY 'CUSTOMER MASTER DOES NOT EXIST - NOTHING TO '
001790             'DUN'
001800         MOVE 16 TO RETURN-CODE
001810     ELSE
001820         OPEN OUTPUT DUNNING-NOTICE-FILE
001830         OPEN EXTEND NOADDR-WORKLIST
001840         IF WS-NOADDR-STATUS = '05' OR WS-NOADDR-STATUS = '35'
001850             OPEN OUTPUT NOADDR-WORKLIST
001860         END-IF
001870         OPEN OUTPUT REGISTER-REPORT
001880         MOVE WS-DUNNING-DAYS TO CR-DUNNING-DAYS
001890         WRITE RGST-LINE FROM WS-HEADING-LINE
001900         WRITE RGST-LINE FROM WS-CRITERIA-LINE
001910         WRITE RGST-LINE FROM SPACES
001920         WRITE RGST-LINE FROM WS-COLUMN-LINE
001930     END-IF.
001940*----------------------------------------------------------------
001950* 1500-RELEASE-PAYMENTS
001960* SORT INPUT PROCEDURE - ONE SORT RECORD PER CUSTHIST PAYMENT
001965* AND PER RETURNED-PAYMENT REVERSAL.
001970* A MISSING CUSTHIST ('35') RELEASES NOTHING AND EVERY ACCOUNT
001980* READS AS NEVER HAVING PAID.
001990*----------------------------------------------------------------
002000 1500-RELEASE-PAYMENTS.
002010     OPEN INPUT CUSTOMER-HISTORY-FILE.
002020     IF WS-CUSTHIST-STATUS = '35'
002030         SET WS-END-OF-HISTORY TO TRUE
002040     ELSE
002050         PERFORM 1510-READ-HISTORY
002060     END-IF.
002070     PERFORM 1520-RELEASE-ONE-PAYMENT UNTIL WS-END-OF-HISTORY.
002080     IF WS-CUSTHIST-STATUS NOT = '35'
002090         CLOSE CUSTOMER-HISTORY-FILE
002100     END-IF.
002110*----------------------------------------------------------------
002120* 1510-READ-HISTORY
002130*----------------------------------------------------------------
002140 1510-READ-HISTORY.
002150     READ CUSTOMER-HISTORY-FILE
002160         AT END
002170             SET WS-END-OF-HISTORY TO TRUE
002180     END-READ.
002190*----------------------------------------------------------------
002200* 1520-RELEASE-ONE-PAYMENT
002202* A PAYMENT FROM ANY SOURCE, AND A CHECK THE BANK SENT BACK
002204* (CUSTNSF'S SOURCE 'N' REVERSAL) OR A RETURNED AUTOPAY DEBIT
002206* (CUSTAPRT'S SOURCE 'D' REVERSAL), THE SAME SELECTION CUSTPLCK
002208* MAKES.  EACH CARRIES THE AMOUNT IT MOVED THE BALANCE.
002210*----------------------------------------------------------------
002220 1520-RELEASE-ONE-PAYMENT.
002223     ADD 1 TO WS-READ-SEQUENCE.
002226     EVALUATE TRUE
002229         WHEN CH-TYPE-PAYMENT
002232             SET PS-PAYMENT TO TRUE
002235             COMPUTE PS-AMOUNT =
002238                 CH-BEFORE-BALANCE - CH-AFTER-BALANCE
002241             PERFORM 1530-RELEASE-SORT-RECORD
002244         WHEN (CH-SOURCE-NSF OR CH-SOURCE-APAY)
002247             AND CH-TYPE-REVERSAL
002250             SET PS-RETURNED TO TRUE
002253             COMPUTE PS-AMOUNT =
002256                 CH-AFTER-BALANCE - CH-BEFORE-BALANCE
002259             PERFORM 1530-RELEASE-SORT-RECORD
002262         WHEN OTHER
002265             CONTINUE
002268     END-EVALUATE.
002280     PERFORM 1510-READ-HISTORY.
002281*----------------------------------------------------------------
002282* 1530-RELEASE-SORT-RECORD
002283*----------------------------------------------------------------
002284 1530-RELEASE-SORT-RECORD.
002285     MOVE CH-CUSTUMER-ID TO PS-CUSTUMER-ID.
002286     MOVE CH-CHANGE-DATE TO PS-PAYMENT-DATE.
002287     MOVE CH-CHANGE-TIME TO PS-CHANGE-TIME.
002288     MOVE WS-READ-SEQUENCE TO PS-SEQUENCE.
002289     RELEASE PAYMENT-SORT-RECORD.
002290*----------------------------------------------------------------
002300* 2000-SELECT-ACCOUNTS
002310* SORT OUTPUT PROCEDURE - WALKS THE MASTER IN KEY ORDER ALONGSIDE
002320* THE SORTED PAYMENTS, BOTH ASCENDING BY CUSTUMER-ID.
002330*----------------------------------------------------------------
002340 2000-SELECT-ACCOUNTS.
002350     PERFORM 2100-RETURN-PAYMENT.
002360     MOVE ZERO TO CUSTUMER-ID.
002370     START CUSTOMER-MASTER-FILE KEY NOT < CUSTUMER-ID
002380         INVALID KEY
002390             SET WS-END-OF-MASTER TO TRUE
002400     END-START.
002410     IF NOT WS-END-OF-MASTER
002420         PERFORM 2200-READ-MASTER
002430     END-IF.
002440     PERFORM 2300-TEST-ONE-ACCOUNT UNTIL WS-END-OF-MASTER.
002450*----------------------------------------------------------------
002460* 2100-RETURN-PAYMENT
002470*----------------------------------------------------------------
002480 2100-RETURN-PAYMENT.
002490     RETURN PAYMENT-SORT-FILE
002500         AT END
002510             SET WS-END-OF-PAYMENTS TO TRUE
002520     END-RETURN.
002530*----------------------------------------------------------------
002540* 2200-READ-MASTER
002550*----------------------------------------------------------------
002560 2200-READ-MASTER.
002570     READ CUSTOMER-MASTER-FILE NEXT RECORD
002580         AT END
002590             SET WS-END-OF-MASTER TO TRUE
002600     END-READ.
002610*----------------------------------------------------------------
002620* 2300-TEST-ONE-ACCOUNT
002630* PAYMENTS FOR IDS NO LONGER ON THE MASTER ARE PASSED OVER; THE
002640* FIRST PAYMENT RETURNED FOR THIS ID THAT NO REVERSAL UNDID IS
002645* ITS MOST RECENT ONE.
002650*----------------------------------------------------------------
002660 2300-TEST-ONE-ACCOUNT.
002670     ADD 1 TO WS-MASTER-COUNT.
002680     MOVE ZERO TO WS-LAST-PAYMENT-DATE.
002685     MOVE ZERO TO WS-REVERSAL-COUNT.
002690     PERFORM 2100-RETURN-PAYMENT
002700         UNTIL WS-END-OF-PAYMENTS
002710             OR PS-CUSTUMER-ID NOT < CUSTUMER-ID.
002720     PERFORM 2310-TAKE-PAYMENT-DATE
002730         UNTIL WS-END-OF-PAYMENTS
002740             OR PS-CUSTUMER-ID NOT = CUSTUMER-ID.
002750     IF CUSTOMER-BALANCE > ZERO
002760         AND NOT CUSTOMER-CLOSED
002770         AND CUSTOMER-NOT-MERGED
002780         PERFORM 2400-COMPUTE-DAYS-SINCE
002790         IF WS-DAYS-SINCE-PAYMENT NOT < WS-DUNNING-DAYS
002800             IF CUSTOMER-ADDRESS-BAD
002810                 PERFORM 2600-HOLD-NOTICE
002820             ELSE
002830                 PERFORM 2500-WRITE-NOTICE
002840             END-IF
002850         END-IF
002860     END-IF.
002870     PERFORM 2200-READ-MASTER.
002880*----------------------------------------------------------------
002890* 2310-TAKE-PAYMENT-DATE
002892* A REVERSAL IS HELD FOR THE PAYMENT BEHIND IT.  ONCE A PAYMENT
002894* HAS STOOD, THE REST OF THE CUSTOMER'S RECORDS ARE OLDER AND
002896* ARE ONLY READ PAST.
002900*----------------------------------------------------------------
002910 2310-TAKE-PAYMENT-DATE.
002911     EVALUATE TRUE
002912         WHEN WS-LAST-PAYMENT-DATE NOT = ZERO
002913             CONTINUE
002914         WHEN PS-RETURNED
002915             IF WS-REVERSAL-COUNT < WS-MAX-REVERSALS
002916                 ADD 1 TO WS-REVERSAL-COUNT
002917                 MOVE PS-AMOUNT TO RV-AMOUNT(WS-REVERSAL-COUNT)
002918                 SET RV-UNMATCHED(WS-REVERSAL-COUNT) TO TRUE
002919             END-IF
002920         WHEN OTHER
002921             PERFORM 2320-MATCH-REVERSAL
002922             IF WS-PAYMENT-STANDS
002923                 MOVE PS-PAYMENT-DATE TO WS-LAST-PAYMENT-DATE
002925             END-IF
002927     END-EVALUATE.
002930     PERFORM 2100-RETURN-PAYMENT.
002931*----------------------------------------------------------------
002932* 2320-MATCH-REVERSAL
002933*----------------------------------------------------------------
002934 2320-MATCH-REVERSAL.
002935     SET WS-PAYMENT-STANDS TO TRUE.
002936     PERFORM 2330-TEST-ONE-REVERSAL
002937         VARYING WS-REVERSAL-INDEX FROM 1 BY 1
002938         UNTIL WS-REVERSAL-INDEX > WS-REVERSAL-COUNT
002939             OR WS-PAYMENT-RETURNED.
002940*----------------------------------------------------------------
002941* 2330-TEST-ONE-REVERSAL
002942*----------------------------------------------------------------
002943 2330-TEST-ONE-REVERSAL.
002944     IF RV-UNMATCHED(WS-REVERSAL-INDEX)
002945         AND RV-AMOUNT(WS-REVERSAL-INDEX) = PS-AMOUNT
002946         SET RV-MATCHED(WS-REVERSAL-INDEX) TO TRUE
002947         SET WS-PAYMENT-RETURNED TO TRUE
002948     END-IF.
002949*----------------------------------------------------------------
002950* 2400-COMPUTE-DAYS-SINCE
002960* AN ACCOUNT THAT HAS NEVER PAID COUNTS AS PAST ANY THRESHOLD.
002970*----------------------------------------------------------------
002980 2400-COMPUTE-DAYS-SINCE.
002990     IF WS-LAST-PAYMENT-DATE > 19000101
003000         COMPUTE WS-DAYS-SINCE-PAYMENT =
003010             FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) -
003020             FUNCTION INTEGER-OF-DATE(WS-LAST-PAYMENT-DATE)
003030     ELSE
003040         MOVE 99999 TO WS-DAYS-SINCE-PAYMENT
003050     END-IF.
003060*----------------------------------------------------------------
003070* 2500-WRITE-NOTICE
003080*----------------------------------------------------------------
003090 2500-WRITE-NOTICE.
003100     MOVE WS-TODAY-DATE TO DN-NOTICE-DATE.
003110     MOVE CUSTUMER-ID TO DN-CUSTUMER-ID.
003120     MOVE CUSTUMER-NAME TO DN-CUSTUMER-NAME.
003130     MOVE CUSTUMER-ADDRESS TO DN-CUSTUMER-ADDRESS.
003140     MOVE CUSTOMER-BALANCE TO DN-CUSTOMER-BALANCE.
003150     MOVE WS-LAST-PAYMENT-DATE TO DN-LAST-PAYMENT-DATE.
003160     MOVE WS-DAYS-SINCE-PAYMENT TO DN-DAYS-SINCE-PAYMENT.
003170     WRITE DUNNING-NOTICE-RECORD.
003180     ADD 1 TO WS-NOTICE-COUNT.
003190     ADD CUSTOMER-BALANCE TO WS-NOTICE-TOTAL.
003200     MOVE 'NOTICE WRITTEN' TO RG-DISPOSITION.
003210     PERFORM 2700-WRITE-REGISTER-LINE.
003220*----------------------------------------------------------------
003230* 2600-HOLD-NOTICE
003240* THE POST OFFICE HAS ALREADY RETURNED THIS CUSTOMER'S MAIL - NO
003250* NOTICE IS SENT, AND THE ACCOUNT GOES ON THE NOADDR WORKLIST.
003260*----------------------------------------------------------------
003270 2600-HOLD-NOTICE.
003280     MOVE WS-TODAY-DATE TO NA-HELD-DATE.
003290     MOVE CUSTUMER-ID TO NA-CUSTUMER-ID.
003300     MOVE CUSTUMER-NAME TO NA-CUSTUMER-NAME.
003310     MOVE 'DUNNING NOTICE' TO NA-HELD-ITEM.
003320     MOVE CUSTOMER-BALANCE TO NA-BALANCE.
003330     MOVE CUSTOMER-ADDRESS-FLAG-DATE TO NA-FLAGGED-DATE.
003340     WRITE NOADDR-RECORD FROM WS-NOADDR-LINE.
003350     ADD 1 TO WS-HELD-COUNT.
003360     ADD CUSTOMER-BALANCE TO WS-HELD-TOTAL.
003370     MOVE 'HELD - NO ADDR' TO RG-DISPOSITION.
003380     PERFORM 2700-WRITE-REGISTER-LINE.
003390*----------------------------------------------------------------
003400* 2700-WRITE-REGISTER-LINE
003410*----------------------------------------------------------------
003420 2700-WRITE-REGISTER-LINE.
003430     MOVE CUSTUMER-ID TO RG-CUSTUMER-ID.
003440     MOVE CUSTUMER-NAME TO RG-CUSTUMER-NAME.
003450     MOVE CUSTOMER-BALANCE TO RG-BALANCE.
003460     IF WS-LAST-PAYMENT-DATE = ZERO
003470         MOVE 'NONE' TO RG-LAST-PAYMENT
003480         MOVE ZERO TO RG-DAYS
003490     ELSE
003500         MOVE WS-LAST-PAYMENT-DATE TO RG-LAST-PAYMENT
003510         MOVE WS-DAYS-SINCE-PAYMENT TO RG-DAYS
003520     END-IF.
003530     WRITE RGST-LINE FROM WS-REGISTER-DETAIL.
003540*----------------------------------------------------------------
003550* 3000-PRINT-TOTALS
003560*----------------------------------------------------------------
003570 3000-PRINT-TOTALS.
003580     MOVE WS-MASTER-COUNT TO TL-MASTER-COUNT.
003590     MOVE WS-NOTICE-COUNT TO TL-NOTICE-COUNT.
003600     MOVE WS-NOTICE-TOTAL TO TL-NOTICE-TOTAL.
003610     MOVE WS-HELD-COUNT TO TL-HELD-COUNT.
003620     MOVE WS-HELD-TOTAL TO TL-HELD-TOTAL.
003630     WRITE RGST-LINE FROM SPACES.
003640     WRITE RGST-LINE FROM WS-MASTER-TOTAL-LINE.
003650     WRITE RGST-LINE FROM WS-NOTICE-TOTAL-LINE.
003660     WRITE RGST-LINE FROM WS-HELD-TOTAL-LINE.
003670     DISPLAY 'MASTER RECORDS READ        : ' WS-MASTER-COUNT.
003680     DISPLAY 'NOTICES WRITTEN            : ' WS-NOTICE-COUNT.
003690     DISPLAY 'HELD - NO VALID ADDRESS    : ' WS-HELD-COUNT.
003700*----------------------------------------------------------------
003710* 9000-TERMINATE
003720*----------------------------------------------------------------
003730 9000-TERMINATE.
003740     CLOSE CUSTOMER-MASTER-FILE.
003750     CLOSE DUNNING-NOTICE-FILE.
003760     CLOSE NOADDR-WORKLIST.
003770     CLOSE REGISTER-REPORT.
003780 END PROGRAM CUSTDUNN.
