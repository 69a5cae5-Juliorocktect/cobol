000200*                  TOTALS AT THE BOTTOM - A MONTH A CUSTOMER WAS
000210*                  NOT ON THE MASTER PRINTS BLANK, NOT ZERO.
000220*                  SAME BOUNDED-TABLE AND INSERTION-SORT PATTERNS
000221*                  CUSTDUPE USES.
000222* 2026-10-15  JR   NO MORE TABLE CEILINGS.  PASS ONE NOW KEEPS
000223*                  ONLY A RUNNING WINDOW OF THE NEWEST N DISTINCT
000224*                  AS-OF DATES, SO THE 120-DATE TABLE AND ITS
000225*                  OVERFLOW CHECK ARE GONE.  PASS TWO RELEASES THE
000226*                  SNAPSHOTS IN THE KEPT MONTHS TO A SORT ON
000227*                  CUSTUMER-ID AND BUILDS EACH CUSTOMER'S LINE AS
000228*                  IT COMES OFF THE SORT, IN PLACE OF THE 9999-ROW
000229*                  CUSTOMER TABLE.  CUSTOMERS NOW PRINT IN
000230*                  CUSTUMER-ID ORDER; CELLS AND TOTALS ARE
000231*                  UNCHANGED.  A FAILED SORT IS FLAGGED ON THE
000232*                  REPORT AND ENDS THE RUN RC=16.
000240*----------------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000340     SELECT TREND-REPORT ASSIGN TO TRNDRPT
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-TRNDRPT-STATUS.
000365     SELECT TREND-SORT-FILE ASSIGN TO SORTWK01.
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  SNAPSHOT-FILE
000420 FD  TREND-REPORT
000430     LABEL RECORDS ARE STANDARD
000440     RECORDING MODE IS F.
000441 01  TRND-LINE PIC X(132).
000442*----------------------------------------------------------------
000443* ONE SORT RECORD PER SNAPSHOT IN A KEPT MONTH.  TS-SEQUENCE IS
000444* THE FILE ORDER, SO A REPEATED SNAPSHOT FOR THE SAME MONTH STILL
000445* LEAVES THE LATER BALANCE IN THE CELL.
000446*----------------------------------------------------------------
000447 SD  TREND-SORT-FILE.
000448 01  TREND-SORT-RECORD.
000449     05 TS-CUSTUMER-ID PIC 9(06).
000450     05 TS-SEQUENCE PIC 9(09).
000451     05 TS-COLUMN PIC 9(02).
000452     05 TS-BALANCE PIC S9(09)V99.
000460 WORKING-STORAGE SECTION.
000470 01  WS-CUSTSNAP-STATUS PIC X(02) VALUE '00'.
000480 01  WS-TRNDRPT-STATUS PIC X(02) VALUE '00'.
000490 01  WS-EOF-SWITCH PIC X(01) VALUE 'N'.
000500     88 WS-END-OF-SNAPSHOT VALUE 'Y'.
000503 01  WS-SORT-EOF-SWITCH PIC X(01) VALUE 'N'.
000506     88 WS-END-OF-SORTED-SNAPSHOTS VALUE 'Y'.
000510 01  WS-FOUND-SWITCH PIC X(01) VALUE 'N'.
000520     88 WS-ENTRY-FOUND VALUE 'Y'.
000530 77  WS-MONTHS-REQUESTED PIC 9(02) VALUE 6.
000540 77  WS-MAX-MONTHS PIC 9(02) VALUE 6.
000570 77  WS-COL-COUNT PIC 9(02) VALUE ZERO.
000580 77  WS-CUSTOMER-COUNT PIC 9(07) COMP VALUE ZERO.
000590 77  WS-READ-SEQUENCE PIC 9(09) COMP VALUE ZERO.
000610 77  I PIC 9(04) VALUE ZERO.
000620 77  J PIC 9(04) VALUE ZERO.
000630 77  K PIC 9(02) VALUE ZERO.
000650*----------------------------------------------------------------
000657* THE NEWEST N DISTINCT AS-OF DATES SEEN ON THE SNAPSHOT FILE SO
000664* FAR, ASCENDING - AT THE END OF PASS ONE THEY ARE THE REPORT
000671* COLUMNS, OLDEST FIRST.
000680*----------------------------------------------------------------
000730 01  WS-COLUMN-DATES.
000740     05 WS-COL-DATE PIC 9(08) OCCURS 6 TIMES.
000750*----------------------------------------------------------------
000760* THE CUSTOMER NOW COMING OFF THE SORT - THE BALANCE AND A
000770* PRESENT/ABSENT FLAG PER COLUMN, SO A MONTH THE CUSTOMER WAS
000780* NOT ON THE MASTER PRINTS BLANK.
000790*----------------------------------------------------------------
000800 01  WS-CUSTOMER-ROW.
000810     05 RW-CUSTUMER-ID PIC 9(06).
000820     05 RW-MONTH-SLOT OCCURS 6 TIMES.
000830         10 RW-PRESENT-FLAG PIC X(01).
000840         10 RW-BALANCE PIC S9(09)V99.
000870 01  WS-PORTFOLIO-TOTALS.
000880     05 WS-PORTFOLIO-TOTAL PIC S9(13)V99 VALUE ZERO
000890         OCCURS 6 TIMES.
001250     05 FILLER PIC X(06) VALUE 'CUST'.
001260     05 CN-COL-ENTRY OCCURS 6 TIMES.
001270         10 CN-COL-TEXT PIC X(14).
001271 01  WS-SORT-FAILED-LINE.
001272     05 FILLER PIC X(40)
001273         VALUE '*** TREND SORT FAILED - SORT-RETURN = '.
001274     05 SF-SORT-RETURN PIC ZZZ9.
001275     05 FILLER PIC X(24) VALUE ' - REPORT IS INCOMPLETE'.
001280 PROCEDURE DIVISION.
001290*----------------------------------------------------------------
001300* 0000-MAINLINE
001320 0000-MAINLINE.
001330     PERFORM 1000-INITIALIZE.
001340     PERFORM 2000-COLLECT-ASOF-DATE UNTIL WS-END-OF-SNAPSHOT.
001345     SORT TREND-SORT-FILE
001350         ON ASCENDING KEY TS-CUSTUMER-ID TS-SEQUENCE
001355         INPUT PROCEDURE IS 4000-LOAD-CUSTOMER-BALANCES
001360         OUTPUT PROCEDURE IS 5000-PRINT-TREND-REPORT.
001365     IF SORT-RETURN NOT = ZERO
001370         PERFORM 5900-REPORT-SORT-FAILURE
001375     END-IF.
001380     PERFORM 9000-TERMINATE.
001390     STOP RUN.
001400*----------------------------------------------------------------
001590     END-IF.
001600*----------------------------------------------------------------
001610* 2000-COLLECT-ASOF-DATE
001615* PASS ONE - A DATE NOT ALREADY IN THE WINDOW GOES IN IF THE
001620* WINDOW IS NOT YET FULL OR IT IS NEWER THAN THE OLDEST DATE
001625* KEPT, WHICH THEN DROPS OUT.  THEN READS ON.
001630*----------------------------------------------------------------
001640 2000-COLLECT-ASOF-DATE.
001650     MOVE 'N' TO WS-FOUND-SWITCH.
001660     MOVE 1 TO I.
001670     PERFORM 2200-TEST-DATE-ENTRY
001680         UNTIL WS-ENTRY-FOUND OR I > WS-COL-COUNT.
001690     IF NOT WS-ENTRY-FOUND
001700         IF WS-COL-COUNT < WS-MONTHS-REQUESTED
001710             PERFORM 2300-ADD-WINDOW-DATE
001721         ELSE
001722             IF SN-ASOF-DATE > WS-COL-DATE(1)
001723                 PERFORM 2400-DROP-OLDEST-DATE
001724                     VARYING I FROM 1 BY 1
001725                     UNTIL I NOT < WS-COL-COUNT
001726                 SUBTRACT 1 FROM WS-COL-COUNT
001727                 PERFORM 2300-ADD-WINDOW-DATE
001733             END-IF
001734         END-IF
001735     END-IF.
001840* 2200-TEST-DATE-ENTRY
001850*----------------------------------------------------------------
001860 2200-TEST-DATE-ENTRY.
001870     IF WS-COL-DATE(I) = SN-ASOF-DATE
001880         SET WS-ENTRY-FOUND TO TRUE
001890     END-IF.
001900     ADD 1 TO I.
001910*----------------------------------------------------------------
001920* 2300-ADD-WINDOW-DATE
001930* INSERTS THE DATE IN ASCENDING PLACE - THE WINDOW IS NEVER MORE
001940* THAN SIX DATES, SO A SIMPLE INSERTION IS ALL IT NEEDS.
001950*----------------------------------------------------------------
001960 2300-ADD-WINDOW-DATE.
001970     ADD 1 TO WS-COL-COUNT.
001980     MOVE WS-COL-COUNT TO J.
001990     PERFORM 2500-SHIFT-DATE-UP
002000         UNTIL J < 2
002010             OR WS-COL-DATE(J - 1) NOT > SN-ASOF-DATE.
002020     MOVE SN-ASOF-DATE TO WS-COL-DATE(J).
002080*----------------------------------------------------------------
002090* 2400-DROP-OLDEST-DATE
002100*----------------------------------------------------------------
002110 2400-DROP-OLDEST-DATE.
002120     MOVE WS-COL-DATE(I + 1) TO WS-COL-DATE(I).
002190*----------------------------------------------------------------
002200* 2500-SHIFT-DATE-UP
002210*----------------------------------------------------------------
002220 2500-SHIFT-DATE-UP.
002230     MOVE WS-COL-DATE(J - 1) TO WS-COL-DATE(J).
002240     SUBTRACT 1 FROM J.
002250*----------------------------------------------------------------
002330* 4000-LOAD-CUSTOMER-BALANCES
002340* SORT INPUT PROCEDURE - PASS TWO RE-READS THE SNAPSHOT FILE AND
002350* RELEASES EACH RECORD FALLING IN A KEPT MONTH WITH ITS COLUMN,
002360* ACCUMULATING THE PORTFOLIO TOTAL AND CUSTOMER COUNT PER MONTH.
002370*----------------------------------------------------------------
002380 4000-LOAD-CUSTOMER-BALANCES.
002390     CLOSE SNAPSHOT-FILE.
002530     PERFORM 4200-MATCH-COLUMN
002540         VARYING J FROM 1 BY 1 UNTIL J > WS-COL-COUNT.
002550     IF K > ZERO
002558         ADD 1 TO WS-READ-SEQUENCE
002566         MOVE SN-CUSTUMER-ID TO TS-CUSTUMER-ID
002574         MOVE WS-READ-SEQUENCE TO TS-SEQUENCE
002582         MOVE K TO TS-COLUMN
002590         MOVE SN-CUSTOMER-BALANCE TO TS-BALANCE
002598         RELEASE TREND-SORT-RECORD
002606         ADD SN-CUSTOMER-BALANCE TO WS-PORTFOLIO-TOTAL(K)
002614         ADD 1 TO WS-PORTFOLIO-COUNT(K)
002630     END-IF.
002640     PERFORM 2100-READ-SNAPSHOT.
002650*----------------------------------------------------------------
002700         MOVE J TO K
002710     END-IF.
002720*----------------------------------------------------------------
003130* 5000-PRINT-TREND-REPORT
003133* SORT OUTPUT PROCEDURE - ONE LINE PER CUSTOMER OFF THE SORT,
003136* THEN THE PORTFOLIO TOTALS.
003140*----------------------------------------------------------------
003150 5000-PRINT-TREND-REPORT.
003160     WRITE TRND-LINE FROM WS-HEADING-LINE.
003180     PERFORM 5100-BUILD-COLUMN-HEADER
003190         VARYING K FROM 1 BY 1 UNTIL K > WS-MAX-MONTHS.
003200     WRITE TRND-LINE FROM WS-COLUMN-HEADER-LINE.
003205     PERFORM 5050-RETURN-SNAPSHOT.
003210     PERFORM 5200-PRINT-ONE-CUSTOMER
003220         UNTIL WS-END-OF-SORTED-SNAPSHOTS.
003230     WRITE TRND-LINE FROM SPACES.
003240     PERFORM 5400-BUILD-ONE-TOTAL
003250         VARYING K FROM 1 BY 1 UNTIL K > WS-MAX-MONTHS.
003280     IF WS-CUSTOMER-COUNT = ZERO
003290         DISPLAY 'NO SNAPSHOT DATA IN THE REQUESTED MONTHS'
003300     END-IF.
003301*----------------------------------------------------------------
003302* 5050-RETURN-SNAPSHOT
003303*----------------------------------------------------------------
003304 5050-RETURN-SNAPSHOT.
003305     RETURN TREND-SORT-FILE
003306         AT END
003307             SET WS-END-OF-SORTED-SNAPSHOTS TO TRUE
003308     END-RETURN.
003310*----------------------------------------------------------------
003320* 5100-BUILD-COLUMN-HEADER
003330*----------------------------------------------------------------
003400     END-IF.
003410*----------------------------------------------------------------
003420* 5200-PRINT-ONE-CUSTOMER
003423* SPREADS ONE CUSTOMER'S SORTED SNAPSHOTS UNDER THEIR COLUMNS AND
003426* PRINTS THE LINE.
003430*----------------------------------------------------------------
003440 5200-PRINT-ONE-CUSTOMER.
003442     MOVE TS-CUSTUMER-ID TO RW-CUSTUMER-ID.
003444     PERFORM 5250-BLANK-ONE-SLOT
003446         VARYING J FROM 1 BY 1 UNTIL J > WS-MAX-MONTHS.
003448     PERFORM 5220-SPREAD-ONE-SNAPSHOT
003450         UNTIL WS-END-OF-SORTED-SNAPSHOTS
003452            OR TS-CUSTUMER-ID NOT = RW-CUSTUMER-ID.
003454     ADD 1 TO WS-CUSTOMER-COUNT.
003456     MOVE RW-CUSTUMER-ID TO DL-CUSTUMER-ID.
003460     PERFORM 5300-BUILD-ONE-CELL
003470         VARYING K FROM 1 BY 1 UNTIL K > WS-MAX-MONTHS.
003471     WRITE TRND-LINE FROM WS-DETAIL-LINE.
003472*----------------------------------------------------------------
003473* 5220-SPREAD-ONE-SNAPSHOT
003474*----------------------------------------------------------------
003475 5220-SPREAD-ONE-SNAPSHOT.
003476     MOVE 'Y' TO RW-PRESENT-FLAG(TS-COLUMN).
003477     MOVE TS-BALANCE TO RW-BALANCE(TS-COLUMN).
003478     PERFORM 5050-RETURN-SNAPSHOT.
003479*----------------------------------------------------------------
003480* 5250-BLANK-ONE-SLOT
003481*----------------------------------------------------------------
003482 5250-BLANK-ONE-SLOT.
003483     MOVE 'N' TO RW-PRESENT-FLAG(J).
003484     MOVE ZERO TO RW-BALANCE(J).
003490*----------------------------------------------------------------
003500* 5300-BUILD-ONE-CELL
003510*----------------------------------------------------------------
003530     IF K > WS-COL-COUNT
003540         MOVE SPACES TO DL-COL-TEXT(K)
003550     ELSE
003560         IF RW-PRESENT-FLAG(K) = 'Y'
003570             MOVE RW-BALANCE(K) TO WS-EDITED-BALANCE
003580             MOVE WS-EDITED-BALANCE TO DL-COL-TEXT(K)
003590         ELSE
003600             MOVE SPACES TO DL-COL-TEXT(K)
003730         MOVE WS-PORTFOLIO-COUNT(K) TO WS-COUNT-CELL-COUNT
003740         MOVE WS-COUNT-CELL TO CN-COL-TEXT(K)
003750     END-IF.
003751*----------------------------------------------------------------
003752* 5900-REPORT-SORT-FAILURE
003753* A SORT THAT DID NOT FINISH LEAVES THE REPORT SHORT OF
003754* CUSTOMERS, SO IT SAYS SO ON THE REPORT ITSELF AS WELL AS ON
003755* THE CONSOLE AND THE STEP ENDS RC=16.
003756*----------------------------------------------------------------
003757 5900-REPORT-SORT-FAILURE.
003758     MOVE SORT-RETURN TO SF-SORT-RETURN.
003759     WRITE TRND-LINE FROM SPACES.
003760     WRITE TRND-LINE FROM WS-SORT-FAILED-LINE.
003761     DISPLAY 'CUSTTRND TREND SORT FAILED - SORT-RETURN '
003762         SORT-RETURN.
003763     MOVE 16 TO RETURN-CODE.
003764*----------------------------------------------------------------
003770* 9000-TERMINATE
003780*----------------------------------------------------------------
003790 9000-TERMINATE.
