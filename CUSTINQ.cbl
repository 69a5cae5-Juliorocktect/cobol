000210*                  (SO THE TELLER CAN SAY WHY A POSTING HAS NOT
000220*                  LANDED), AND - WHEN THE ID IS NOT ON THE LIVE
000230*                  MASTER - WHETHER IT IS ON THE ARCHIVE AND THE
000231*                  DATE IT LEFT.  READ-ONLY; TAKES NO CUSTLOCK
000232*                  LATCH.
000233* 2026-10-15  JR   SHOWS THE CUSTOMER'S PAYMENT PLAN FROM THE
000234*                  PAYPLAN FILE - STATUS, AGREED AMOUNT,
000235*                  INSTALLMENTS KEPT AND BROKEN SO FAR, AND THE
000236*                  NEXT INSTALLMENT STILL TO FALL DUE.
000237* 2026-10-15  JR   SHOWS THE FIVE MOST RECENT COLLECTOR CONTACT
000238*                  NOTES FROM THE CUSTNOTE FILE - ON AN ARCHIVED
000239*                  ACCOUNT TOO, SINCE ITS NOTES STAY UNDER THE
000240*                  SAME CUSTUMER-ID.
000241* 2026-10-15  JR   SHOWS THE RETURNED-MAIL BAD-ADDRESS FLAG AND
000242*                  THE DATE CUSTRTML SET IT.
000243* 2026-10-15  JR   SHOWS THE ACCOUNT'S BAD-DEBT WRITE-OFF TOTAL,
000244*                  THE DATE OF THE LATEST WRITE-OFF AND WHAT HAS
000245*                  BEEN RECOVERED SINCE.
000246* 2026-10-15  JR   CALCSUSP LINE WIDENED TO X(130) FOR THE
000247*                  FOREIGN-CURRENCY DETAIL NOW CARRIED ON IT.
000248* 2026-10-15  JR   SHOWS ANY MAINTENANCE BALANCE CHANGE STILL
000249*                  HELD ON BALPEND FOR SECOND-OPERATOR APPROVAL,
000250*                  WITH THE FIGURE ASKED FOR, WHO KEYED IT AND
000251*                  ITS AGE.
000252* 2026-10-15  JR   SHOWS THE ACCOUNT GROUP A PARENT OR CHILD
000253*                  ACCOUNT BELONGS TO - THE PARENT, EACH LIVE
000254*                  CHILD ACCOUNT WITH ITS BALANCE, AND THE
000255*                  GROUP'S TOTAL BALANCE.
000260*----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000430         FILE STATUS IS WS-CALCSUSP-STATUS.
000440     SELECT ARCHIVE-FILE ASSIGN TO CUSTARCH
000450         ORGANIZATION IS LINE SEQUENTIAL
000451         FILE STATUS IS WS-CUSTARCH-STATUS.
000452     SELECT PAYMENT-PLAN-FILE ASSIGN TO PAYPLAN
000453         ORGANIZATION IS INDEXED
000454         ACCESS MODE IS DYNAMIC
000455         RECORD KEY IS PP-CUSTUMER-ID
000456         FILE STATUS IS WS-PAYPLAN-STATUS.
000457     SELECT CUSTOMER-NOTE-FILE ASSIGN TO CUSTNOTE
000458         ORGANIZATION IS INDEXED
000459         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS NT-NOTE-KEY
000461         FILE STATUS IS WS-CUSTNOTE-STATUS.
000462     SELECT BALANCE-PENDING-FILE ASSIGN TO BALPEND
000463         ORGANIZATION IS LINE SEQUENTIAL
000464         FILE STATUS IS WS-BALPEND-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  CUSTOMER-MASTER-FILE
000540     COPY CUSTHIST.
000550 FD  CALC-SUSPENSE-FILE
000560     LABEL RECORDS ARE STANDARD.
000570 01  CALC-SUSPENSE-LINE PIC X(130).
000580 FD  ARCHIVE-FILE
000590     LABEL RECORDS ARE STANDARD
000600     RECORDING MODE IS F.
000610 01  ARCHIVE-LINE PIC X(93).
000611 FD  PAYMENT-PLAN-FILE
000612     LABEL RECORDS ARE STANDARD.
000613     COPY CUSTPLNR.
000614 FD  CUSTOMER-NOTE-FILE
000615     LABEL RECORDS ARE STANDARD.
000616     COPY CUSTNOTR.
000617 FD  BALANCE-PENDING-FILE
000618     LABEL RECORDS ARE STANDARD.
000619 01  BALPEND-LINE PIC X(80).
000620 WORKING-STORAGE SECTION.
000630     COPY CALCSUSP.
000640     COPY CUSTARCR.
000645     COPY CUSTBPND.
000650 01  WS-CUSTMAST-STATUS PIC X(02) VALUE '00'.
000660     88 WS-CUSTMAST-OK VALUE '00'.
000670 01  WS-CUSTHIST-STATUS PIC X(02) VALUE '00'.
000680 01  WS-CALCSUSP-STATUS PIC X(02) VALUE '00'.
000690 01  WS-CUSTARCH-STATUS PIC X(02) VALUE '00'.
000692 01  WS-PAYPLAN-STATUS PIC X(02) VALUE '00'.
000694     88 WS-PAYPLAN-OK VALUE '00'.
000696 01  WS-NEXT-DUE-DATE PIC 9(08) VALUE ZERO.
000698 01  WS-CUSTNOTE-STATUS PIC X(02) VALUE '00'.
000699 01  WS-BALPEND-STATUS PIC X(02) VALUE '00'.
000700 01  WS-INPUT-EOF-SWITCH PIC X(01) VALUE 'N'.
000710     88 WS-END-OF-INPUT VALUE 'Y'.
000720 01  WS-FILE-EOF-SWITCH PIC X(01) VALUE 'N'.
000790 01  WS-TODAY-DATE PIC 9(08) VALUE ZERO.
000800 01  WS-AGE-DAYS PIC S9(05) COMP VALUE ZERO.
000810 01  WS-SUSP-PENDING-COUNT PIC 9(07) COMP VALUE ZERO.
000815 01  WS-BALPEND-PENDING-COUNT PIC 9(07) COMP VALUE ZERO.
000820 01  WS-HIST-SEEN-COUNT PIC 9(07) COMP VALUE ZERO.
000821 01  WS-NOTE-SEEN-COUNT PIC 9(07) COMP VALUE ZERO.
000822 01  WS-GROUP-PARENT-ID PIC 9(06) VALUE ZERO.
000823 01  WS-GROUP-CHILD-COUNT PIC 9(05) COMP VALUE ZERO.
000824 01  WS-GROUP-BALANCE PIC S9(11)V99 VALUE ZERO.
000825 01  WS-GROUP-SCAN-SWITCH PIC X(01) VALUE 'N'.
000826     88 WS-END-OF-GROUP-SCAN VALUE 'Y'.
000830 77  I PIC 9(02) VALUE ZERO.
000840 77  WS-HIST-KEPT PIC 9(02) VALUE ZERO.
000850 77  WS-MAX-RECENT PIC 9(02) VALUE 5.
000855 77  WS-NOTE-KEPT PIC 9(02) VALUE ZERO.
000860*----------------------------------------------------------------
000870* THE FIVE MOST RECENT HISTORY LINES FOR THE REQUESTED CUSTOMER -
000880* THE FILE IS APPEND-ONLY, SO THE LAST FIVE MATCHES IN FILE
000960         10 RC-BEFORE-BALANCE PIC S9(09)V99.
000970         10 RC-AFTER-BALANCE PIC S9(09)V99.
000980         10 RC-SOURCE PIC X(01).
000981         10 RC-TRANS-TYPE PIC X(01).
000982*----------------------------------------------------------------
000983* THE FIVE MOST RECENT CONTACT NOTES.  CUSTNOTE IS KEYED BY
000984* CUSTUMER-ID, DATE AND TIME, SO ONE ACCOUNT'S NOTES READ BACK
000985* OLDEST FIRST AND THE LAST FIVE READ ARE THE MOST RECENT - KEPT
000986* THE SAME WAY AS THE HISTORY LINES ABOVE.
000987*----------------------------------------------------------------
000988 01  WS-RECENT-NOTE-TABLE.
000989     05 WS-RECENT-NOTE OCCURS 5 TIMES.
000990         10 RN-NOTE-DATE PIC 9(08).
000991         10 RN-OPERATOR PIC X(08).
000992         10 RN-CONTACT-TYPE PIC X(01).
000993         10 RN-FILED-UNDER-ID PIC 9(06).
000994         10 RN-NOTE-TEXT PIC X(60).
001000 PROCEDURE DIVISION.
001010*----------------------------------------------------------------
001020* 0000-MAINLINE
001230* 2000-INQUIRE-ONE-CUSTOMER
001240* THE FOUR LOOKUPS IN ONE - MASTER, RECENT HISTORY, PENDING
001250* SUSPENSE, AND THE ARCHIVE WHEN THE ID IS OFF THE LIVE MASTER.
001253* THE PAYMENT PLAN, IF ANY, FOLLOWS THE HISTORY, AND ANY HELD
001256* MAINTENANCE BALANCE CHANGE FOLLOWS THE PENDING SUSPENSE.
001258* AN ACCOUNT IN A PARENT/CHILD GROUP SHOWS THE GROUP NEXT.
001260*----------------------------------------------------------------
001270 2000-INQUIRE-ONE-CUSTOMER.
001280     DISPLAY ' '.
001290     DISPLAY '===== POSITION INQUIRY - CUSTUMER-ID '
001300         WS-REQUESTED-CUSTUMER-ID ' ====='.
001310     PERFORM 2100-SHOW-MASTER-RECORD.
001312     IF WS-ON-MASTER
001314         PERFORM 2200-SHOW-ACCOUNT-GROUP
001316     END-IF.
001320     PERFORM 2300-SHOW-RECENT-HISTORY.
001325     PERFORM 2400-SHOW-PAYMENT-PLAN.
001330     PERFORM 2500-SHOW-PENDING-SUSPENSE.
001332     PERFORM 2560-SHOW-HELD-BALANCE-CHANGE.
001335     PERFORM 2600-SHOW-RECENT-NOTES.
001340     IF NOT WS-ON-MASTER
001350         PERFORM 2700-SHOW-ARCHIVE-STANDING
001360     END-IF.
001560             DISPLAY 'MERGED TO SURVIVING ACCOUNT '
001570                 CUSTOMER-MERGED-TO
001580         END-IF
001581         IF CUSTOMER-ADDRESS-BAD
001582             DISPLAY 'ADDRESS FLAGGED BAD - MAIL RETURNED SINCE '
001583                 CUSTOMER-ADDRESS-FLAG-DATE
001584         END-IF
001585         IF NOT CUSTOMER-NEVER-WRITTEN-OFF
001586             DISPLAY 'WRITTEN OFF: ' CUSTOMER-WRITEOFF-TOTAL
001587                 ' LAST ' CUSTOMER-WRITEOFF-DATE
001588                 ' RECOVERED: ' CUSTOMER-RECOVERED-TOTAL
001589         END-IF
001590     END-IF.
001591*----------------------------------------------------------------
001592* 2200-SHOW-ACCOUNT-GROUP
001593* THE GROUP IS THE ACCOUNT'S PARENT, OR THE ACCOUNT ITSELF WHEN
001594* IT HAS NO PARENT.  THE PARENT IS READ BY KEY AND THE MASTER IS
001595* SCANNED FOR ITS LIVE CHILDREN, SO THE GROUP BALANCE IS ALWAYS
001596* THE MASTER'S OWN FIGURES.  AN ACCOUNT WITH NO PARENT AND NO
001597* CHILDREN SHOWS NOTHING HERE.  THE SCAN TAKES OVER THE RECORD
001598* AREA, SO THIS RUNS AFTER THE MASTER FIELDS ARE SHOWN.
001599*----------------------------------------------------------------
001600 2200-SHOW-ACCOUNT-GROUP.
001601     IF CUSTOMER-NO-PARENT
001602         MOVE CUSTUMER-ID TO WS-GROUP-PARENT-ID
001603     ELSE
001604         MOVE CUSTOMER-PARENT-ID TO WS-GROUP-PARENT-ID
001605     END-IF.
001606     MOVE ZERO TO WS-GROUP-CHILD-COUNT.
001607     MOVE ZERO TO WS-GROUP-BALANCE.
001608     MOVE WS-GROUP-PARENT-ID TO CUSTUMER-ID.
001609     READ CUSTOMER-MASTER-FILE
001610         INVALID KEY
001611             DISPLAY 'ACCOUNT GROUP : PARENT ' WS-GROUP-PARENT-ID
001612                 ' IS NOT ON THE LIVE MASTER'
001613     END-READ.
001614     IF WS-CUSTMAST-OK
001615         ADD CUSTOMER-BALANCE TO WS-GROUP-BALANCE
001616         IF WS-GROUP-PARENT-ID NOT = WS-REQUESTED-CUSTUMER-ID
001617             DISPLAY 'ACCOUNT GROUP : PARENT ' WS-GROUP-PARENT-ID
001618                 ' ' CUSTUMER-NAME ' BALANCE ' CUSTOMER-BALANCE
001619                 ' STATUS ' CUSTOMER-STATUS
001620         END-IF
001621     END-IF.
001622     MOVE 'N' TO WS-GROUP-SCAN-SWITCH.
001623     MOVE ZERO TO CUSTUMER-ID.
001624     START CUSTOMER-MASTER-FILE KEY NOT < CUSTUMER-ID
001625         INVALID KEY
001626             SET WS-END-OF-GROUP-SCAN TO TRUE
001627     END-START.
001628     PERFORM 2210-TEST-GROUP-MEMBER
001629         UNTIL WS-END-OF-GROUP-SCAN.
001630     IF WS-GROUP-CHILD-COUNT > ZERO
001631         OR WS-GROUP-PARENT-ID NOT = WS-REQUESTED-CUSTUMER-ID
001632         DISPLAY 'GROUP BALANCE : ' WS-GROUP-BALANCE
001633             ' (PARENT AND ' WS-GROUP-CHILD-COUNT
001634             ' CHILD ACCOUNTS)'
001635     END-IF.
001636*----------------------------------------------------------------
001637* 2210-TEST-GROUP-MEMBER
001638*----------------------------------------------------------------
001639 2210-TEST-GROUP-MEMBER.
001640     READ CUSTOMER-MASTER-FILE NEXT RECORD
001641         AT END
001642             SET WS-END-OF-GROUP-SCAN TO TRUE
001643         NOT AT END
001644             IF CUSTOMER-PARENT-ID = WS-GROUP-PARENT-ID
001645                 AND CUSTOMER-NOT-MERGED
001646                 ADD 1 TO WS-GROUP-CHILD-COUNT
001647                 ADD CUSTOMER-BALANCE TO WS-GROUP-BALANCE
001648                 DISPLAY '  CHILD ACCOUNT ' CUSTUMER-ID ' '
001649                     CUSTUMER-NAME ' BALANCE ' CUSTOMER-BALANCE
001650             END-IF
001651     END-READ.
001652*----------------------------------------------------------------
001653* 2300-SHOW-RECENT-HISTORY
001654* ONE PASS OVER CUSTHIST KEEPING THE LAST FIVE MATCHING LINES -
001655* THE FILE IS APPEND-ONLY, SO FILE ORDER IS TIME ORDER.
001656*----------------------------------------------------------------
001657 2300-SHOW-RECENT-HISTORY.
001660     MOVE ZERO TO WS-HIST-KEPT WS-HIST-SEEN-COUNT.
001670     MOVE 'N' TO WS-FILE-EOF-SWITCH.
001680     OPEN INPUT CUSTOMER-HISTORY-FILE.
002210* 2350-SHOW-ONE-HISTORY-LINE
002220*----------------------------------------------------------------
002230 2350-SHOW-ONE-HISTORY-LINE.
002231     DISPLAY '  ' RC-CHANGE-DATE(I) ' ' RC-CHANGE-TIME(I)
002232         ' BEFORE ' RC-BEFORE-BALANCE(I)
002233         ' AFTER ' RC-AFTER-BALANCE(I)
002234         ' SOURCE ' RC-SOURCE(I)
002235         ' TYPE ' RC-TRANS-TYPE(I).
002236*----------------------------------------------------------------
002237* 2400-SHOW-PAYMENT-PLAN
002238* THE PLAN CUSTPLAN SET UP AND CUSTPLCK LAST CHECKED.  A MISSING
002239* PAYPLAN FILE ('35') MEANS NO PLAN HAS EVER BEEN SET UP.
002240*----------------------------------------------------------------
002241 2400-SHOW-PAYMENT-PLAN.
002242     OPEN INPUT PAYMENT-PLAN-FILE.
002243     IF WS-PAYPLAN-STATUS = '35'
002244         DISPLAY 'NO PAYMENT PLAN ON FILE'
002245     ELSE
002246         MOVE WS-REQUESTED-CUSTUMER-ID TO PP-CUSTUMER-ID
002247         READ PAYMENT-PLAN-FILE
002248             INVALID KEY
002249                 DISPLAY 'NO PAYMENT PLAN ON FILE'
002250         END-READ
002251         IF WS-PAYPLAN-OK
002252             PERFORM 2450-SHOW-PLAN-DETAIL
002253         END-IF
002254         CLOSE PAYMENT-PLAN-FILE
002255     END-IF.
002256*----------------------------------------------------------------
002257* 2450-SHOW-PLAN-DETAIL
002258*----------------------------------------------------------------
002259 2450-SHOW-PLAN-DETAIL.
002260     EVALUATE TRUE
002261         WHEN PP-PLAN-ACTIVE
002262             DISPLAY 'PAYMENT PLAN : ACTIVE - SET UP '
002263                 PP-SETUP-DATE ' BY ' PP-SETUP-OPERATOR
002264         WHEN PP-PLAN-BROKEN
002265             DISPLAY 'PAYMENT PLAN : BROKEN - SET UP '
002266                 PP-SETUP-DATE ' BY ' PP-SETUP-OPERATOR
002267         WHEN PP-PLAN-KEPT
002268             DISPLAY 'PAYMENT PLAN : COMPLETED - SET UP '
002269                 PP-SETUP-DATE ' BY ' PP-SETUP-OPERATOR
002270         WHEN OTHER
002271             DISPLAY 'PAYMENT PLAN : CANCELLED '
002272                 PP-CANCEL-DATE ' BY ' PP-CANCEL-OPERATOR
002273     END-EVALUATE.
002274     DISPLAY '  AGREED ' PP-PLAN-AMOUNT ' IN '
002275         PP-INSTALLMENT-COUNT ' INSTALLMENTS OF '
002276         PP-INSTALLMENT-AMOUNT ' (' PP-FREQUENCY ')'.
002277     DISPLAY '  KEPT ' PP-KEPT-COUNT ' BROKEN ' PP-BROKEN-COUNT
002278         ' PAID SINCE SET-UP ' PP-PAID-TO-DATE
002279         ' AS OF ' PP-LAST-CHECK-DATE.
002280     IF PP-PLAN-OPEN
002281         MOVE ZERO TO WS-NEXT-DUE-DATE
002282         PERFORM 2460-FIND-NEXT-DUE-DATE
002283             VARYING I FROM PP-INSTALLMENT-COUNT BY -1
002284             UNTIL I < 1
002285         IF WS-NEXT-DUE-DATE > ZERO
002286             DISPLAY '  NEXT INSTALLMENT DUE ' WS-NEXT-DUE-DATE
002287         END-IF
002288     END-IF.
002289*----------------------------------------------------------------
002290* 2460-FIND-NEXT-DUE-DATE
002291* WALKS THE SCHEDULE BACKWARD SO THE EARLIEST UNMARKED DUE DATE
002292* IS THE ONE LEFT STANDING.
002293*----------------------------------------------------------------
002294 2460-FIND-NEXT-DUE-DATE.
002295     IF PP-INST-OPEN(I)
002296         MOVE PP-DUE-DATE(I) TO WS-NEXT-DUE-DATE
002297     END-IF.
002298*----------------------------------------------------------------
002300* 2500-SHOW-PENDING-SUSPENSE
002310* ANY ADJUSTMENT STILL SITTING UNAPPROVED ON CALCSUSP - THE
002320* ANSWER TO 'WHY HAS MY POSTING NOT LANDED'.
002660             SR-CALC-TYPE ' AMOUNT ' SR-AMOUNT
002670             ' SINCE ' SR-DATE ' (' WS-AGE-DAYS ' DAYS)'
002680     END-IF.
002681     PERFORM 2510-READ-SUSPENSE.
002682*----------------------------------------------------------------
002683* 2550-COMPUTE-SUSPENSE-AGE
002684* SAME AGE ARITHMETIC CALCSAPR PRINTS ON ITS REVIEW REPORT.
002685*----------------------------------------------------------------
002686 2550-COMPUTE-SUSPENSE-AGE.
002687     IF SR-DATE IS NUMERIC AND SR-DATE > 19000101
002688         COMPUTE WS-AGE-DAYS =
002689             FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) -
002690             FUNCTION INTEGER-OF-DATE(SR-DATE)
002691     ELSE
002692         MOVE ZERO TO WS-AGE-DAYS
002693     END-IF.
002694*----------------------------------------------------------------
002695* 2560-SHOW-HELD-BALANCE-CHANGE
002696* ANY CUSTMNT BALANCE CHANGE POINT_COBOL HELD ON BALPEND THAT
002697* CUSTBAPR HAS NOT YET DECIDED - THE OTHER ANSWER TO 'WHY IS THE
002698* BALANCE NOT WHAT WAS KEYED'.
002699*----------------------------------------------------------------
002700 2560-SHOW-HELD-BALANCE-CHANGE.
002701     MOVE ZERO TO WS-BALPEND-PENDING-COUNT.
002702     MOVE 'N' TO WS-FILE-EOF-SWITCH.
002703     OPEN INPUT BALANCE-PENDING-FILE.
002704     IF WS-BALPEND-STATUS = '35'
002705         SET WS-END-OF-FILE TO TRUE
002706     ELSE
002707         PERFORM 2570-READ-BALPEND
002708     END-IF.
002709     PERFORM 2580-TEST-BALPEND-ITEM UNTIL WS-END-OF-FILE.
002710     IF WS-BALPEND-STATUS NOT = '35'
002711         CLOSE BALANCE-PENDING-FILE
002712     END-IF.
002713     IF WS-BALPEND-PENDING-COUNT = ZERO
002714         DISPLAY 'NO BALANCE CHANGE HELD FOR APPROVAL'
002715     END-IF.
002716*----------------------------------------------------------------
002717* 2570-READ-BALPEND
002718*----------------------------------------------------------------
002719 2570-READ-BALPEND.
002720     READ BALANCE-PENDING-FILE
002721         AT END
002722             SET WS-END-OF-FILE TO TRUE
002723     END-READ.
002724*----------------------------------------------------------------
002725* 2580-TEST-BALPEND-ITEM
002726*----------------------------------------------------------------
002727 2580-TEST-BALPEND-ITEM.
002728     MOVE BALPEND-LINE TO WS-BALPEND-RECORD.
002729     IF BP-CUSTUMER-ID = WS-REQUESTED-CUSTUMER-ID
002730         AND BP-PENDING
002731         ADD 1 TO WS-BALPEND-PENDING-COUNT
002732         IF BP-KEYED-DATE IS NUMERIC AND BP-KEYED-DATE > 19000101
002733             COMPUTE WS-AGE-DAYS =
002734                 FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) -
002735                 FUNCTION INTEGER-OF-DATE(BP-KEYED-DATE)
002736         ELSE
002737             MOVE ZERO TO WS-AGE-DAYS
002738         END-IF
002739         DISPLAY 'BALANCE CHANGE HELD FOR APPROVAL - FROM '
002740             BP-OLD-BALANCE ' TO ' BP-NEW-BALANCE
002741         DISPLAY '  KEYED ' BP-KEYED-DATE ' BY ' BP-KEYED-BY
002742             ' (' WS-AGE-DAYS ' DAYS)'
002743     END-IF.
002744     PERFORM 2570-READ-BALPEND.
002745*----------------------------------------------------------------
002746* 2600-SHOW-RECENT-NOTES
002747* A MISSING CUSTNOTE FILE ('35') MEANS NO NOTE HAS EVER BEEN
002748* TAKEN.  A MERGED-AWAY ACCOUNT'S NOTES HAVE MOVED TO THE
002749* SURVIVOR, LEAVING ONLY THE SYSTEM NOTE THAT SAYS SO.
002750*----------------------------------------------------------------
002751 2600-SHOW-RECENT-NOTES.
002752     MOVE ZERO TO WS-NOTE-KEPT WS-NOTE-SEEN-COUNT.
002753     MOVE 'N' TO WS-FILE-EOF-SWITCH.
002754     OPEN INPUT CUSTOMER-NOTE-FILE.
002755     IF WS-CUSTNOTE-STATUS = '35'
002756         SET WS-END-OF-FILE TO TRUE
002757     ELSE
002758         MOVE WS-REQUESTED-CUSTUMER-ID TO NT-CUSTUMER-ID
002759         MOVE ZERO TO NT-NOTE-DATE NT-NOTE-TIME
002760         START CUSTOMER-NOTE-FILE KEY IS NOT < NT-NOTE-KEY
002761             INVALID KEY
002762                 SET WS-END-OF-FILE TO TRUE
002763         END-START
002764         IF NOT WS-END-OF-FILE
002765             PERFORM 2610-READ-NOTE
002766         END-IF
002767     END-IF.
002768     PERFORM 2620-KEEP-MATCHING-NOTE UNTIL WS-END-OF-FILE.
002769     IF WS-CUSTNOTE-STATUS NOT = '35'
002770         CLOSE CUSTOMER-NOTE-FILE
002771     END-IF.
002772     IF WS-NOTE-KEPT = ZERO
002773         DISPLAY 'NO CONTACT NOTES ON FILE'
002774     ELSE
002775         DISPLAY 'MOST RECENT CONTACT NOTES (' WS-NOTE-SEEN-COUNT
002776             ' ON FILE):'
002777         PERFORM 2650-SHOW-ONE-NOTE
002778             VARYING I FROM 1 BY 1 UNTIL I > WS-NOTE-KEPT
002779     END-IF.
002780*----------------------------------------------------------------
002781* 2610-READ-NOTE
002782* THE BROWSE STOPS AT THE FIRST NOTE FOR ANOTHER ACCOUNT.
002783*----------------------------------------------------------------
002784 2610-READ-NOTE.
002785     READ CUSTOMER-NOTE-FILE NEXT RECORD
002786         AT END
002787             SET WS-END-OF-FILE TO TRUE
002788     END-READ.
002789     IF NOT WS-END-OF-FILE
002790         IF NT-CUSTUMER-ID NOT = WS-REQUESTED-CUSTUMER-ID
002791             SET WS-END-OF-FILE TO TRUE
002792         END-IF
002793     END-IF.
002794*----------------------------------------------------------------
002795* 2620-KEEP-MATCHING-NOTE
002796*----------------------------------------------------------------
002797 2620-KEEP-MATCHING-NOTE.
002798     ADD 1 TO WS-NOTE-SEEN-COUNT.
002799     IF WS-NOTE-KEPT = WS-MAX-RECENT
002800         PERFORM 2630-SHIFT-NOTES-UP
002801             VARYING I FROM 1 BY 1
002802             UNTIL I >= WS-MAX-RECENT
002803     ELSE
002804         ADD 1 TO WS-NOTE-KEPT
002805     END-IF.
002806     MOVE NT-NOTE-DATE TO RN-NOTE-DATE(WS-NOTE-KEPT).
002807     MOVE NT-OPERATOR TO RN-OPERATOR(WS-NOTE-KEPT).
002808     MOVE NT-CONTACT-TYPE TO RN-CONTACT-TYPE(WS-NOTE-KEPT).
002809     MOVE NT-FILED-UNDER-ID TO RN-FILED-UNDER-ID(WS-NOTE-KEPT).
002810     MOVE NT-NOTE-TEXT TO RN-NOTE-TEXT(WS-NOTE-KEPT).
002811     PERFORM 2610-READ-NOTE.
002812*----------------------------------------------------------------
002813* 2630-SHIFT-NOTES-UP
002814*----------------------------------------------------------------
002815 2630-SHIFT-NOTES-UP.
002816     MOVE WS-RECENT-NOTE(I + 1) TO WS-RECENT-NOTE(I).
002817*----------------------------------------------------------------
002818* 2650-SHOW-ONE-NOTE
002819* A NOTE BROUGHT OVER BY A MERGE SAYS WHICH ACCOUNT IT WAS
002820* TAKEN ON.
002821*----------------------------------------------------------------
002822 2650-SHOW-ONE-NOTE.
002823     DISPLAY '  ' RN-NOTE-DATE(I) ' ' RN-OPERATOR(I)
002824         ' TYPE ' RN-CONTACT-TYPE(I) ' ' RN-NOTE-TEXT(I).
002825     IF RN-FILED-UNDER-ID(I) NOT = WS-REQUESTED-CUSTUMER-ID
002826         DISPLAY '    (TAKEN ON MERGED ACCOUNT '
002827             RN-FILED-UNDER-ID(I) ')'
002828     END-IF.
002829*----------------------------------------------------------------
002830* 2700-SHOW-ARCHIVE-STANDING
002840* THE ID IS OFF THE LIVE MASTER - SAY WHETHER IT IS ON THE
002850* ARCHIVE AND WHEN IT LEFT.  LAST MATCH WINS, THE SAME WAY
