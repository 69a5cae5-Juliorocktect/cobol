000180*                  CUSTOMER WITH BEFORE/AFTER BALANCES, READABLE
000190*                  SOURCE AND TYPE DESCRIPTIONS, A PER-CUSTOMER
000200*                  NET CHANGE, AND A GRAND-TOTAL NET THAT AGREES
000201*                  WITH CUSTRECN'S NET-CHANGE FIGURE FOR THE SAME
000202*                  DATES.  READ-ONLY; RUN ON DEMAND.
000203* 2026-10-15  JR   DESCRIBES THE RETURNED-PAYMENT, RETURNED-MAIL
000204*                  AND RECURRING-BILLING SOURCES AND THE ADDRESS
000205*                  FLAG TYPE INSTEAD OF PRINTING THEM 'UNKNOWN'.
000206* 2026-10-15  JR   DESCRIBES THE CUSTWOFF WRITE-OFF SOURCE AND THE
000207*                  WRITE-OFF AND RECOVERY TYPES.
000208* 2026-10-15  JR   DESCRIBES THE CUSTBNCE EMAIL-BOUNCE SOURCE.
000209* 2026-10-15  JR   DESCRIBES THE CUSTBAPR HELD-BALANCE-CHANGE
000210*                  APPROVAL SOURCE.
000211* 2026-10-15  JR   THE 9999-ENTRY JOURNAL TABLE AND ITS INSERTION
000212*                  SORT ARE REPLACED BY A SORT OF THE SELECTED
000213*                  RECORDS ON ID, DATE, TIME AND FILE SEQUENCE -
000214*                  THE SEQUENCE KEEPS SAME-SECOND RECORDS IN THE
000215*                  ORDER THEY WERE WRITTEN, AS THE INSERTION SORT
000216*                  DID - SO A RANGE OF ANY WIDTH PRINTS WHOLE.
000217*                  THE JOURNAL AND ITS TOTALS ARE UNCHANGED; A
000218*                  FAILED SORT IS REPORTED ON THE JOURNAL AND
000219*                  ENDS THE RUN RC=16.
000220* 2026-10-15  JR   DESCRIBES THE AUTOPAY DIRECT-DEBIT SOURCE.
000221* 2026-10-15  JR   DESCRIBES THE CUSTDORM UNCLAIMED-PROPERTY
000222*                  SOURCE AND ITS REMITTANCE TRANSACTION TYPE.
000230*----------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000300     SELECT CUSTOMER-HISTORY-FILE ASSIGN TO CUSTHIST
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-CUSTHIST-STATUS.
000325     SELECT JOURNAL-SORT-FILE ASSIGN TO SORTWK01.
000330     SELECT JOURNAL-REPORT ASSIGN TO JRNLRPT
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-JRNLRPT-STATUS.
000370 FILE SECTION.
000380 FD  CUSTOMER-HISTORY-FILE
000390     LABEL RECORDS ARE STANDARD.
000391     COPY CUSTHIST.
000392*----------------------------------------------------------------
000393* ONE SORT RECORD PER SELECTED HISTORY RECORD, SORTED BY CUSTOMER
000394* AND THEN IN TIME ORDER WITHIN THE CUSTOMER.
000395*----------------------------------------------------------------
000396 SD  JOURNAL-SORT-FILE.
000397 01  JOURNAL-SORT-RECORD.
000398     05 JS-CUSTUMER-ID PIC 9(06).
000399     05 JS-CHANGE-DATE PIC 9(08).
000400     05 JS-CHANGE-TIME PIC 9(08).
000401     05 JS-SEQUENCE PIC 9(09).
000402     05 JS-BEFORE-BALANCE PIC S9(09)V99.
000403     05 JS-AFTER-BALANCE PIC S9(09)V99.
000404     05 JS-SOURCE PIC X(01).
000405     05 JS-TRANS-TYPE PIC X(01).
000410 FD  JOURNAL-REPORT
000420     LABEL RECORDS ARE STANDARD
000430     RECORDING MODE IS F.
000470 01  WS-JRNLRPT-STATUS PIC X(02) VALUE '00'.
000480 01  WS-EOF-SWITCH PIC X(01) VALUE 'N'.
000490     88 WS-END-OF-HISTORY VALUE 'Y'.
000493 01  WS-SORT-EOF-SWITCH PIC X(01) VALUE 'N'.
000496     88 WS-END-OF-SORTED-JOURNAL VALUE 'Y'.
000500 01  WS-RUN-SWITCH PIC X(01) VALUE 'Y'.
000510     88 WS-RUN-USABLE VALUE 'Y'.
000520     88 WS-RUN-UNUSABLE VALUE 'N'.
000530 01  WS-FROM-DATE PIC 9(08) VALUE ZERO.
000540 01  WS-THRU-DATE PIC 9(08) VALUE ZERO.
000550 77  WS-READ-SEQUENCE PIC 9(09) COMP VALUE ZERO.
000560 77  WS-JOURNAL-COUNT PIC 9(09) COMP VALUE ZERO.
000590 01  WS-CURRENT-CUSTUMER-ID PIC 9(06) VALUE ZERO.
000600 01  WS-CUSTOMER-NET-CHANGE PIC S9(11)V99 VALUE ZERO.
000610 01  WS-GRAND-NET-CHANGE PIC S9(13)V99 VALUE ZERO.
000620 01  WS-FIRST-GROUP-SWITCH PIC X(01) VALUE 'Y'.
000630     88 WS-FIRST-GROUP VALUE 'Y'.
000850*----------------------------------------------------------------
000860* REPORT LINE LAYOUTS
000870*----------------------------------------------------------------
001280 01  WS-NO-ACTIVITY-LINE.
001290     05 FILLER PIC X(42)
001300         VALUE 'NO BALANCE ACTIVITY IN THE REQUESTED RANGE'.
001301 01  WS-SORT-FAILED-LINE.
001302     05 FILLER PIC X(42)
001303         VALUE '*** JOURNAL SORT FAILED - SORT-RETURN = '.
001304     05 SF-SORT-RETURN PIC ZZZ9.
001305     05 FILLER PIC X(25) VALUE ' - JOURNAL IS INCOMPLETE'.
001310 PROCEDURE DIVISION.
001320*----------------------------------------------------------------
001330* 0000-MAINLINE
001350 0000-MAINLINE.
001360     PERFORM 1000-INITIALIZE.
001370     IF WS-RUN-USABLE
001375         SORT JOURNAL-SORT-FILE
001380             ON ASCENDING KEY JS-CUSTUMER-ID JS-CHANGE-DATE
001385                 JS-CHANGE-TIME JS-SEQUENCE
001390             INPUT PROCEDURE IS 2000-RELEASE-HISTORY
001395             OUTPUT PROCEDURE IS 4000-PRINT-JOURNAL
001400         IF SORT-RETURN NOT = ZERO
001405             PERFORM 4900-REPORT-SORT-FAILURE
001410         END-IF
001420         PERFORM 9000-TERMINATE
001430     END-IF.
001440     STOP RUN.
001740         END-IF
001750     END-IF.
001760*----------------------------------------------------------------
001770* 2000-RELEASE-HISTORY
001780* SORT INPUT PROCEDURE - RELEASES EVERY IN-RANGE RECORD, STAMPED
001790* WITH ITS POSITION ON THE FILE.
001810*----------------------------------------------------------------
001812 2000-RELEASE-HISTORY.
001814     PERFORM 2050-SELECT-HISTORY-RECORD UNTIL WS-END-OF-HISTORY.
001816*----------------------------------------------------------------
001818* 2050-SELECT-HISTORY-RECORD
001820*----------------------------------------------------------------
001822 2050-SELECT-HISTORY-RECORD.
001824     ADD 1 TO WS-READ-SEQUENCE.
001830     IF CH-CHANGE-DATE IS NUMERIC
001840         AND CH-CHANGE-DATE >= WS-FROM-DATE
001850         AND CH-CHANGE-DATE <= WS-THRU-DATE
001910         MOVE CH-CUSTUMER-ID TO JS-CUSTUMER-ID
001920         MOVE CH-CHANGE-DATE TO JS-CHANGE-DATE
001930         MOVE CH-CHANGE-TIME TO JS-CHANGE-TIME
001940         MOVE WS-READ-SEQUENCE TO JS-SEQUENCE
001950         MOVE CH-BEFORE-BALANCE TO JS-BEFORE-BALANCE
001960         MOVE CH-AFTER-BALANCE TO JS-AFTER-BALANCE
001970         MOVE CH-SOURCE TO JS-SOURCE
001980         MOVE CH-TRANS-TYPE TO JS-TRANS-TYPE
001990         RELEASE JOURNAL-SORT-RECORD
002000         ADD 1 TO WS-JOURNAL-COUNT
002060     END-IF.
002070     PERFORM 2100-READ-HISTORY.
002080*----------------------------------------------------------------
002140             SET WS-END-OF-HISTORY TO TRUE
002150     END-READ.
002160*----------------------------------------------------------------
002420* 4000-PRINT-JOURNAL
002427* SORT OUTPUT PROCEDURE - WALKS THE SORTED RECORDS.  A NEW
002434* CUSTUMER-ID BREAKS THE GROUP, CLOSING THE PRIOR CUSTOMER'S NET
002441* AND OPENING A NEW HEADING.
002450*----------------------------------------------------------------
002460 4000-PRINT-JOURNAL.
002466     PERFORM 4050-RETURN-JOURNAL.
002472     IF WS-END-OF-SORTED-JOURNAL
002480         WRITE JRNL-LINE FROM WS-NO-ACTIVITY-LINE
002490     ELSE
002500         MOVE 'Y' TO WS-FIRST-GROUP-SWITCH
002510         PERFORM 4100-PRINT-ONE-ENTRY
002520             UNTIL WS-END-OF-SORTED-JOURNAL
002540         PERFORM 4300-CLOSE-CUSTOMER-GROUP
002550     END-IF.
002560     MOVE WS-GRAND-NET-CHANGE TO GN-NET-CHANGE.
002570     WRITE JRNL-LINE FROM SPACES.
002580     WRITE JRNL-LINE FROM WS-GRAND-NET-LINE.
002581     DISPLAY 'HISTORY RECORDS JOURNALED: ' WS-JOURNAL-COUNT.
002582*----------------------------------------------------------------
002583* 4050-RETURN-JOURNAL
002584*----------------------------------------------------------------
002585 4050-RETURN-JOURNAL.
002586     RETURN JOURNAL-SORT-FILE
002587         AT END
002588             SET WS-END-OF-SORTED-JOURNAL TO TRUE
002589     END-RETURN.
002590*----------------------------------------------------------------
002600* 4100-PRINT-ONE-ENTRY
002610*----------------------------------------------------------------
002620 4100-PRINT-ONE-ENTRY.
002630     IF WS-FIRST-GROUP
002640         OR JS-CUSTUMER-ID NOT = WS-CURRENT-CUSTUMER-ID
002650         IF NOT WS-FIRST-GROUP
002660             PERFORM 4300-CLOSE-CUSTOMER-GROUP
002670         END-IF
002680         MOVE 'N' TO WS-FIRST-GROUP-SWITCH
002690         MOVE JS-CUSTUMER-ID TO WS-CURRENT-CUSTUMER-ID
002700         MOVE ZERO TO WS-CUSTOMER-NET-CHANGE
002710         MOVE JS-CUSTUMER-ID TO CH-CUSTUMER-ID-OUT
002720         WRITE JRNL-LINE FROM WS-CUSTOMER-HEADING-LINE
002730         WRITE JRNL-LINE FROM WS-COLUMN-LINE
002740     END-IF.
002750     MOVE JS-CHANGE-DATE TO DL-CHANGE-DATE.
002760     MOVE JS-CHANGE-TIME TO DL-CHANGE-TIME.
002770     MOVE JS-BEFORE-BALANCE TO DL-BEFORE-BALANCE.
002780     MOVE JS-AFTER-BALANCE TO DL-AFTER-BALANCE.
002790     PERFORM 4200-DESCRIBE-SOURCE-AND-TYPE.
002800     WRITE JRNL-LINE FROM WS-DETAIL-LINE.
002810     COMPUTE WS-CUSTOMER-NET-CHANGE =
002820         WS-CUSTOMER-NET-CHANGE +
002830         JS-AFTER-BALANCE - JS-BEFORE-BALANCE.
002840     COMPUTE WS-GRAND-NET-CHANGE =
002850         WS-GRAND-NET-CHANGE +
002856         JS-AFTER-BALANCE - JS-BEFORE-BALANCE.
002862     PERFORM 4050-RETURN-JOURNAL.
002870*----------------------------------------------------------------
002880* 4200-DESCRIBE-SOURCE-AND-TYPE
002890* TURNS THE ONE-BYTE SOURCE AND TYPE CODES INTO THE READABLE
002900* WORDS THE AUDITORS SEE.
002910*----------------------------------------------------------------
002920 4200-DESCRIBE-SOURCE-AND-TYPE.
002930     EVALUATE JS-SOURCE
002940         WHEN 'P' MOVE 'MAINTENANCE' TO DL-SOURCE-DESC
002950         WHEN 'L' MOVE 'LINK ADJUSTMENT' TO DL-SOURCE-DESC
002960         WHEN 'A' MOVE 'ARCHIVAL' TO DL-SOURCE-DESC
003000         WHEN 'B' MOVE 'LOCKBOX PAYMENT' TO DL-SOURCE-DESC
003010         WHEN 'M' MOVE 'ACCOUNT MERGE' TO DL-SOURCE-DESC
003020         WHEN 'F' MOVE 'AP REFUND' TO DL-SOURCE-DESC
003021         WHEN 'N' MOVE 'RETURNED PAYMENT' TO DL-SOURCE-DESC
003022         WHEN 'U' MOVE 'RETURNED MAIL' TO DL-SOURCE-DESC
003023         WHEN 'G' MOVE 'RECURRING BILL' TO DL-SOURCE-DESC
003024         WHEN 'W' MOVE 'WRITE-OFF RUN' TO DL-SOURCE-DESC
003025         WHEN 'E' MOVE 'EMAIL BOUNCE' TO DL-SOURCE-DESC
003026         WHEN 'V' MOVE 'MAINT APPROVAL' TO DL-SOURCE-DESC
003027         WHEN 'D' MOVE 'AUTOPAY DEBIT' TO DL-SOURCE-DESC
003028         WHEN 'X' MOVE 'UNCLAIMED PROP' TO DL-SOURCE-DESC
003030         WHEN OTHER MOVE 'UNKNOWN' TO DL-SOURCE-DESC
003040     END-EVALUATE.
003050     EVALUATE JS-TRANS-TYPE
003060         WHEN 'P' MOVE 'PAYMENT' TO DL-TYPE-DESC
003070         WHEN 'C' MOVE 'CHARGE' TO DL-TYPE-DESC
003080         WHEN 'F' MOVE 'FEE' TO DL-TYPE-DESC
003090         WHEN 'A' MOVE 'ADJUSTMENT' TO DL-TYPE-DESC
003100         WHEN 'R' MOVE 'REVERSAL' TO DL-TYPE-DESC
003105         WHEN 'D' MOVE 'ADDRESS' TO DL-TYPE-DESC
003106         WHEN 'W' MOVE 'WRITE-OFF' TO DL-TYPE-DESC
003107         WHEN 'Y' MOVE 'RECOVERY' TO DL-TYPE-DESC
003108         WHEN 'E' MOVE 'UNCLAIMED' TO DL-TYPE-DESC
003110         WHEN OTHER MOVE SPACES TO DL-TYPE-DESC
003120     END-EVALUATE.
003130*----------------------------------------------------------------
003170     MOVE WS-CUSTOMER-NET-CHANGE TO CN-NET-CHANGE.
003180     WRITE JRNL-LINE FROM WS-CUSTOMER-NET-LINE.
003190     WRITE JRNL-LINE FROM SPACES.
003191*----------------------------------------------------------------
003192* 4900-REPORT-SORT-FAILURE
003193* THE SORT DID NOT COMPLETE, SO THE JOURNAL ABOVE MAY BE SHORT.
003194* SAID ON THE JOURNAL ITSELF AS WELL AS SYSOUT, WITH RC=16.
003195*----------------------------------------------------------------
003196 4900-REPORT-SORT-FAILURE.
003197     MOVE SORT-RETURN TO SF-SORT-RETURN.
003198     WRITE JRNL-LINE FROM SPACES.
003199     WRITE JRNL-LINE FROM WS-SORT-FAILED-LINE.
003200     DISPLAY 'CUSTJRNL JOURNAL SORT FAILED - SORT-RETURN '
003201         SORT-RETURN.
003202     MOVE 16 TO RETURN-CODE.
003203*----------------------------------------------------------------
003210* 9000-TERMINATE
003220*----------------------------------------------------------------
003230 9000-TERMINATE.
