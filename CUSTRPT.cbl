000230*                  THE 4-BYTE COUNT ELEMENTS, SO USING IT AGAINST
000231*                  THE WIDER BALANCE COLUMN ADDRESSED THE WRONG
000232*                  ENTRIES FROM ROW 2 ON.
000233* 2026-10-15  JR   ADDED THE ACCOUNT GROUP BALANCES SECTION AFTER
000234*                  THE STATUS SUBTOTALS - ONE LINE PER PARENT
000235*                  ACCOUNT WITH ITS CHILD-ACCOUNT COUNT, ITS OWN
000236*                  BALANCE AND THE GROUP'S TOTAL EXPOSURE, SO
000237*                  CREDIT CAN SEE A CORPORATE CUSTOMER AS ONE
000238*                  FIGURE.  THE CHILD ACCOUNTS ARE SORTED BY
000239*                  PARENT AND EACH PARENT IS READ BY KEY, SO THE
000240*                  MASTER IS NOW OPEN DYNAMIC.  LIKE CUSTHOLD,
000241*                  THE SECTION IGNORES THE SELECTION CRITERIA -
000242*                  A GROUP'S EXPOSURE IS ALWAYS THE WHOLE GROUP.
000243*                  A PARENT NO LONGER OPEN IS NOTED ON ITS LINE.
000244*----------------------------------------------------------------
000245 ENVIRONMENT DIVISION.
000246 CONFIGURATION SECTION.
000247 SOURCE-COMPUTER. IBM-370.
000250 OBJECT-COMPUTER. IBM-370.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS CUSTUMER-ID
000320         FILE STATUS IS WS-CUSTMAST-STATUS.
000330     SELECT CUSTOMER-LISTING ASSIGN TO CUSTLIST
000351     SELECT CUSTOMER-HOLD-LISTING ASSIGN TO CUSTHOLD
000352         ORGANIZATION IS LINE SEQUENTIAL
000353         FILE STATUS IS WS-CUSTHOLD-STATUS.
000356     SELECT GROUP-SORT-FILE ASSIGN TO SORTWK01.
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  CUSTOMER-MASTER-FILE
000442     LABEL RECORDS ARE STANDARD
000443     RECORDING MODE IS F.
000444 01  HOLD-LINE PIC X(90).
000445*----------------------------------------------------------------
000446* GROUP SORT - ONE RECORD PER LIVE CHILD ACCOUNT, KEYED ON THE
000447* PARENT IT IS LINKED UNDER.
000448*----------------------------------------------------------------
000449 SD  GROUP-SORT-FILE.
000450 01  GROUP-SORT-RECORD.
000451     05 GS-PARENT-ID PIC 9(06).
000452     05 GS-CUSTUMER-ID PIC 9(06).
000453     05 GS-BALANCE PIC S9(09)V99.
000454 WORKING-STORAGE SECTION.
000460 01  WS-CUSTMAST-STATUS PIC X(02) VALUE '00'.
000470     88 WS-CUSTMAST-OK VALUE '00'.
000480     88 WS-CUSTMAST-EOF VALUE '10'.
000510 01  WS-SWITCHES.
000520     05 WS-EOF-SWITCH PIC X(01) VALUE 'N'.
000530         88 WS-END-OF-FILE VALUE 'Y'.
000532     05 WS-GROUP-SCAN-SWITCH PIC X(01) VALUE 'N'.
000534         88 WS-END-OF-GROUP-SCAN VALUE 'Y'.
000536     05 WS-GROUP-EOF-SWITCH PIC X(01) VALUE 'N'.
000538         88 WS-END-OF-GROUPS VALUE 'Y'.
000540 01  WS-COUNTERS.
000550     05 WS-LINE-COUNT PIC 9(02) COMP VALUE 60.
000560     05 WS-PAGE-COUNT PIC 9(04) COMP VALUE ZERO.
000619     88 WS-CUSTOMER-SELECTED VALUE 'Y'.
000620     88 WS-CUSTOMER-NOT-SELECTED VALUE 'N'.
000621*----------------------------------------------------------------
000622* ACCOUNT GROUP ACCUMULATORS - ONE PARENT'S CHILDREN AT A TIME,
000623* AND THE RUN TOTAL OVER EVERY GROUP.
000624*----------------------------------------------------------------
000625 01  WS-GROUP-PARENT-ID PIC 9(06) VALUE ZERO.
000626 01  WS-GROUP-CHILD-COUNT PIC 9(05) COMP VALUE ZERO.
000627 01  WS-GROUP-CHILD-BALANCE PIC S9(11)V99 VALUE ZERO.
000628 01  WS-GROUP-BALANCE PIC S9(11)V99 VALUE ZERO.
000629 01  WS-GROUP-COUNT PIC 9(07) COMP VALUE ZERO.
000630 01  WS-ALL-GROUPS-BALANCE PIC S9(13)V99 VALUE ZERO.
000631*----------------------------------------------------------------
000632* REPORT LINE LAYOUTS
000633*----------------------------------------------------------------
000634 01  WS-HEADING-LINE-1.
000640     05 FILLER PIC X(30) VALUE SPACES.
000650     05 FILLER PIC X(23) VALUE 'CUSTOMER MASTER LISTING'.
000660     05 FILLER PIC X(07) VALUE 'PAGE '.
000902     05 ST-STATUS-COUNT PIC ZZZ,ZZ9.
000903     05 FILLER PIC X(05) VALUE 'BAL:'.
000904     05 ST-STATUS-BALANCE PIC -(10)9.99.
000905 01  WS-GROUP-HEADING-LINE.
000906     05 FILLER PIC X(50)
000907         VALUE 'ACCOUNT GROUP BALANCES - PARENT PLUS CHILDREN'.
000908 01  WS-GROUP-COLUMN-LINE.
000909     05 FILLER PIC X(08) VALUE 'PARENT'.
000910     05 FILLER PIC X(22) VALUE 'NAME'.
000911     05 FILLER PIC X(06) VALUE 'ACCTS'.
000912     05 FILLER PIC X(16) VALUE '    PARENT BAL'.
000913     05 FILLER PIC X(16) VALUE '     GROUP BAL'.
000914     05 FILLER PIC X(04) VALUE 'NOTE'.
000915 01  WS-GROUP-DETAIL-LINE.
000916     05 GD-PARENT-ID PIC 9(06).
000917     05 FILLER PIC X(02) VALUE SPACES.
000918     05 GD-PARENT-NAME PIC X(20).
000919     05 FILLER PIC X(02) VALUE SPACES.
000920     05 GD-CHILD-COUNT PIC ZZZ9.
000921     05 FILLER PIC X(02) VALUE SPACES.
000922     05 GD-PARENT-BALANCE PIC -(10)9.99.
000923     05 FILLER PIC X(02) VALUE SPACES.
000924     05 GD-GROUP-BALANCE PIC -(10)9.99.
000925     05 FILLER PIC X(02) VALUE SPACES.
000926     05 GD-NOTE PIC X(10).
000927 01  WS-GROUP-TOTAL-LINE.
000928     05 FILLER PIC X(20) VALUE 'TOTAL GROUPS:'.
000929     05 GT-GROUP-COUNT PIC ZZZ,ZZ9.
000930     05 FILLER PIC X(05) VALUE SPACES.
000931     05 FILLER PIC X(14) VALUE 'GROUP BALANCE:'.
000932     05 GT-ALL-GROUPS-BALANCE PIC -(12)9.99.
000933 PROCEDURE DIVISION.
000934*----------------------------------------------------------------
000935* 0000-MAINLINE
000936*----------------------------------------------------------------
000940 0000-MAINLINE.
000950     PERFORM 1000-INITIALIZE.
000960     PERFORM 2000-PROCESS-CUSTOMER UNTIL WS-END-OF-FILE.
001310     MOVE ZERO TO WS-LINE-COUNT.
001311*----------------------------------------------------------------
001312* 3000-PRINT-TOTALS
001313* WRITES THE GRAND-TOTAL FOOTER LINE, THE STATUS SUBTOTALS, THE
001314* ACCOUNT GROUP BALANCES AND THE HOLD/DELINQUENT COUNT.
001315*----------------------------------------------------------------
001316 3000-PRINT-TOTALS.
001317     MOVE WS-CUSTOMER-COUNT TO TL-CUSTOMER-COUNT.
001319     WRITE RPT-LINE FROM SPACES.
001320     WRITE RPT-LINE FROM WS-TOTAL-LINE.
001321     PERFORM 3600-PRINT-STATUS-SUBTOTALS.
001322     PERFORM 3700-PRINT-GROUP-BALANCES.
001323     PERFORM 3500-PRINT-HOLD-TOTALS.
001324*----------------------------------------------------------------
001325* 3500-PRINT-HOLD-TOTALS
001326* WRITES THE COUNT OF HOLD/NEGATIVE-BALANCE ACCOUNTS AT THE
001327* BOTTOM OF THE HOLD/DELINQUENT EXCEPTION LISTING.
001328*----------------------------------------------------------------
001329 3500-PRINT-HOLD-TOTALS.
001330     MOVE WS-HOLD-COUNT TO HT-HOLD-COUNT.
001331     WRITE HOLD-LINE FROM SPACES.
001332     WRITE HOLD-LINE FROM WS-HOLD-TOTAL-LINE.
001333*----------------------------------------------------------------
001334* 3600-PRINT-STATUS-SUBTOTALS
001335* PRINTS THE COUNT AND BALANCE SUBTOTAL FOR EACH OF ACTIVE,
001336* CLOSED, HOLD AND OTHER UNDERNEATH THE GRAND TOTAL ON THE MAIN
001337* LISTING.
001338*----------------------------------------------------------------
001339 3600-PRINT-STATUS-SUBTOTALS.
001340     PERFORM 3650-PRINT-ONE-STATUS-SUBTOTAL
001341         VARYING WS-STATUS-BRACKET FROM 1 BY 1
001342         UNTIL WS-STATUS-BRACKET > 4.
001343*----------------------------------------------------------------
001344* 3650-PRINT-ONE-STATUS-SUBTOTAL
001345*----------------------------------------------------------------
001346 3650-PRINT-ONE-STATUS-SUBTOTAL.
001347     EVALUATE WS-STATUS-BRACKET
001348         WHEN 1 MOVE 'ACTIVE' TO ST-STATUS-NAME
001349         WHEN 2 MOVE 'CLOSED' TO ST-STATUS-NAME
001350         WHEN 3 MOVE 'HOLD' TO ST-STATUS-NAME
001351         WHEN 4 MOVE 'OTHER' TO ST-STATUS-NAME
001352     END-EVALUATE.
001353     MOVE WS-STATUS-COUNT(WS-STATUS-BRACKET) TO ST-STATUS-COUNT.
001354     MOVE WS-STATUS-BALANCE(WS-STATUS-BRACKET)
001355         TO ST-STATUS-BALANCE.
001356     WRITE RPT-LINE FROM WS-STATUS-SUBTOTAL-LINE.
001357*----------------------------------------------------------------
001358* 3700-PRINT-GROUP-BALANCES
001359* SORTS THE LIVE CHILD ACCOUNTS BY PARENT AND PRINTS ONE LINE
001360* PER ACCOUNT GROUP, THEN THE GROUP COUNT AND TOTAL.  A FAILED
001361* SORT LEAVES THE SECTION OUT AND ENDS RC=16.
001362*----------------------------------------------------------------
001363 3700-PRINT-GROUP-BALANCES.
001364     WRITE RPT-LINE FROM SPACES.
001365     WRITE RPT-LINE FROM WS-GROUP-HEADING-LINE.
001366     WRITE RPT-LINE FROM WS-GROUP-COLUMN-LINE.
001367     SORT GROUP-SORT-FILE
001368         ON ASCENDING KEY GS-PARENT-ID GS-CUSTUMER-ID
001369         INPUT PROCEDURE IS 3710-RELEASE-CHILD-ACCOUNTS
001370         OUTPUT PROCEDURE IS 3750-SUM-ACCOUNT-GROUPS.
001371     IF SORT-RETURN NOT = ZERO
001372         DISPLAY 'ACCOUNT GROUP SORT FAILED - SORT-RETURN '
001373             SORT-RETURN
001374         MOVE 16 TO RETURN-CODE
001375     ELSE
001376         MOVE WS-GROUP-COUNT TO GT-GROUP-COUNT
001377         MOVE WS-ALL-GROUPS-BALANCE TO GT-ALL-GROUPS-BALANCE
001378         WRITE RPT-LINE FROM WS-GROUP-TOTAL-LINE
001379     END-IF.
001380*----------------------------------------------------------------
001381* 3710-RELEASE-CHILD-ACCOUNTS
001382* SORT INPUT PROCEDURE - A SECOND PASS OVER THE WHOLE MASTER,
001383* RELEASING EVERY LIVE (NOT MERGED-AWAY) CHILD ACCOUNT LINKED
001384* UNDER A PARENT.
001385*----------------------------------------------------------------
001386 3710-RELEASE-CHILD-ACCOUNTS.
001387     MOVE 'N' TO WS-GROUP-SCAN-SWITCH.
001388     MOVE ZERO TO CUSTUMER-ID.
001389     START CUSTOMER-MASTER-FILE KEY NOT < CUSTUMER-ID
001390         INVALID KEY
001391             SET WS-END-OF-GROUP-SCAN TO TRUE
001392     END-START.
001393     PERFORM 3720-RELEASE-ONE-CHILD
001394         UNTIL WS-END-OF-GROUP-SCAN.
001395*----------------------------------------------------------------
001396* 3720-RELEASE-ONE-CHILD
001397*----------------------------------------------------------------
001398 3720-RELEASE-ONE-CHILD.
001399     READ CUSTOMER-MASTER-FILE NEXT RECORD
001400         AT END
001401             SET WS-END-OF-GROUP-SCAN TO TRUE
001402         NOT AT END
001403             IF NOT CUSTOMER-NO-PARENT
001404                 AND CUSTOMER-NOT-MERGED
001405                 MOVE CUSTOMER-PARENT-ID TO GS-PARENT-ID
001406                 MOVE CUSTUMER-ID TO GS-CUSTUMER-ID
001407                 MOVE CUSTOMER-BALANCE TO GS-BALANCE
001408                 RELEASE GROUP-SORT-RECORD
001409             END-IF
001410     END-READ.
001411*----------------------------------------------------------------
001412* 3750-SUM-ACCOUNT-GROUPS
001413* SORT OUTPUT PROCEDURE - ONE GROUP PER RUN OF EQUAL PARENT IDS.
001414*----------------------------------------------------------------
001415 3750-SUM-ACCOUNT-GROUPS.
001416     PERFORM 3790-RETURN-GROUP-MEMBER.
001417     PERFORM 3760-SUM-ONE-GROUP
001418         UNTIL WS-END-OF-GROUPS.
001419*----------------------------------------------------------------
001420* 3760-SUM-ONE-GROUP
001421*----------------------------------------------------------------
001422 3760-SUM-ONE-GROUP.
001423     MOVE GS-PARENT-ID TO WS-GROUP-PARENT-ID.
001424     MOVE ZERO TO WS-GROUP-CHILD-COUNT.
001425     MOVE ZERO TO WS-GROUP-CHILD-BALANCE.
001426     PERFORM 3770-ADD-GROUP-MEMBER
001427         UNTIL WS-END-OF-GROUPS
001428            OR GS-PARENT-ID NOT = WS-GROUP-PARENT-ID.
001429     PERFORM 3780-PRINT-ONE-GROUP.
001430*----------------------------------------------------------------
001431* 3770-ADD-GROUP-MEMBER
001432*----------------------------------------------------------------
001433 3770-ADD-GROUP-MEMBER.
001434     ADD 1 TO WS-GROUP-CHILD-COUNT.
001435     ADD GS-BALANCE TO WS-GROUP-CHILD-BALANCE.
001436     PERFORM 3790-RETURN-GROUP-MEMBER.
001437*----------------------------------------------------------------
001438* 3780-PRINT-ONE-GROUP
001439* READS THE PARENT BY KEY FOR ITS NAME AND BALANCE.  A PARENT
001440* NO LONGER ON FILE ADDS NOTHING OF ITS OWN TO THE GROUP; ONE
001441* THAT IS CLOSED OR MERGED STILL COUNTS, AND IS NOTED.
001442*----------------------------------------------------------------
001443 3780-PRINT-ONE-GROUP.
001444     MOVE WS-GROUP-PARENT-ID TO CUSTUMER-ID.
001445     MOVE WS-GROUP-PARENT-ID TO GD-PARENT-ID.
001446     MOVE SPACES TO GD-NOTE.
001447     READ CUSTOMER-MASTER-FILE
001448         INVALID KEY
001449             MOVE SPACES TO GD-PARENT-NAME
001450             MOVE ZERO TO CUSTOMER-BALANCE
001451             MOVE 'NOT FOUND' TO GD-NOTE
001452     END-READ.
001453     IF WS-CUSTMAST-OK
001454         MOVE CUSTUMER-NAME TO GD-PARENT-NAME
001455         EVALUATE TRUE
001456             WHEN NOT CUSTOMER-NOT-MERGED
001457                 MOVE 'MERGED' TO GD-NOTE
001458             WHEN CUSTOMER-CLOSED
001459                 MOVE 'CLOSED' TO GD-NOTE
001460             WHEN OTHER
001461                 CONTINUE
001462         END-EVALUATE
001463     END-IF.
001464     COMPUTE WS-GROUP-BALANCE =
001465         CUSTOMER-BALANCE + WS-GROUP-CHILD-BALANCE.
001466     MOVE WS-GROUP-CHILD-COUNT TO GD-CHILD-COUNT.
001467     MOVE CUSTOMER-BALANCE TO GD-PARENT-BALANCE.
001468     MOVE WS-GROUP-BALANCE TO GD-GROUP-BALANCE.
001469     WRITE RPT-LINE FROM WS-GROUP-DETAIL-LINE.
001470     ADD 1 TO WS-GROUP-COUNT.
001471     ADD WS-GROUP-BALANCE TO WS-ALL-GROUPS-BALANCE.
001472*----------------------------------------------------------------
001473* 3790-RETURN-GROUP-MEMBER
001474*----------------------------------------------------------------
001475 3790-RETURN-GROUP-MEMBER.
001476     RETURN GROUP-SORT-FILE
001477         AT END
001478             SET WS-END-OF-GROUPS TO TRUE
001479     END-RETURN.
001480*----------------------------------------------------------------
001481* 9000-TERMINATE
001482*----------------------------------------------------------------
001483 9000-TERMINATE.
001484     CLOSE CUSTOMER-MASTER-FILE.
001485     CLOSE CUSTOMER-LISTING.
001486     CLOSE CUSTOMER-HOLD-LISTING.
001630 END PROGRAM CUSTRPT.
