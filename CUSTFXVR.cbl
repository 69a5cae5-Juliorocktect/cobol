000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTFXVR.
000030 AUTHOR. JULIO.
000040 INSTALLATION. CUSTOMER-ACCOUNTING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  JR   ORIGINAL - EXCHANGE-RATE VARIANCE REPORT OFF
000110*                  CUSTHIST.  LISTS EVERY FOREIGN-CURRENCY
000120*                  CONVERSION IN THE SYSIN DATE RANGE WHOSE RATE
000130*                  WAS MORE THAN N DAYS OLD ON THE DAY IT WAS
000140*                  APPLIED, WITH THE ORIGINAL AMOUNT, THE RATE,
000150*                  THE RATE'S EFFECTIVE DATE AND THE BASE AMOUNT
000160*                  POSTED, SO TREASURY CAN SEE WHICH POSTINGS
000170*                  RODE ON A STALE RATE.  RETURN CODE 4 WHEN ANY
000180*                  ARE LISTED.  READ-ONLY; RUN ON DEMAND.
000190*----------------------------------------------------------------
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000220 SOURCE-COMPUTER. IBM-370.
000230 OBJECT-COMPUTER. IBM-370.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT CUSTOMER-HISTORY-FILE ASSIGN TO CUSTHIST
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WS-CUSTHIST-STATUS.
000290     SELECT VARIANCE-REPORT ASSIGN TO FXVRRPT
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-FXVRRPT-STATUS.
000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  CUSTOMER-HISTORY-FILE
000350     LABEL RECORDS ARE STANDARD.
000360     COPY CUSTHIST.
000370 FD  VARIANCE-REPORT
000380     LABEL RECORDS ARE STANDARD
000390     RECORDING MODE IS F.
000400 01  FXVR-LINE PIC X(80).
000410 WORKING-STORAGE SECTION.
000420 01  WS-CUSTHIST-STATUS PIC X(02) VALUE '00'.
000430 01  WS-FXVRRPT-STATUS PIC X(02) VALUE '00'.
000440 01  WS-EOF-SWITCH PIC X(01) VALUE 'N'.
000450     88 WS-END-OF-HISTORY VALUE 'Y'.
000460 01  WS-RUN-SWITCH PIC X(01) VALUE 'Y'.
000470     88 WS-RUN-USABLE VALUE 'Y'.
000480     88 WS-RUN-UNUSABLE VALUE 'N'.
000490 01  WS-MAX-RATE-AGE PIC 9(03) VALUE ZERO.
000500 01  WS-FROM-DATE PIC 9(08) VALUE ZERO.
000510 01  WS-THRU-DATE PIC 9(08) VALUE ZERO.
000520 01  WS-RATE-AGE PIC S9(07) VALUE ZERO.
000530 01  WS-BASE-AMOUNT PIC S9(09)V99 VALUE ZERO.
000540 01  WS-FOREIGN-COUNT PIC 9(07) VALUE ZERO.
000550 01  WS-STALE-COUNT PIC 9(07) VALUE ZERO.
000560 01  WS-STALE-TOTAL PIC S9(11)V99 VALUE ZERO.
000570*----------------------------------------------------------------
000580* REPORT LINE LAYOUTS
000590*----------------------------------------------------------------
000600 01  WS-HEADING-LINE.
000610     05 FILLER PIC X(20) VALUE SPACES.
000620     05 FILLER PIC X(40)
000630         VALUE 'EXCHANGE-RATE VARIANCE - STALE RATES'.
000640 01  WS-RANGE-LINE.
000650     05 FILLER PIC X(06) VALUE 'FROM'.
000660     05 RG-FROM-DATE PIC 9(08).
000670     05 FILLER PIC X(07) VALUE '  THRU'.
000680     05 FILLER PIC X(01) VALUE SPACES.
000690     05 RG-THRU-DATE PIC 9(08).
000700     05 FILLER PIC X(20) VALUE '   RATE OLDER THAN'.
000710     05 RG-MAX-RATE-AGE PIC ZZ9.
000720     05 FILLER PIC X(05) VALUE ' DAYS'.
000730 01  WS-COLUMN-LINE.
000740     05 FILLER PIC X(07) VALUE 'CUST'.
000750     05 FILLER PIC X(09) VALUE 'POSTED'.
000760     05 FILLER PIC X(04) VALUE 'CUR'.
000770     05 FILLER PIC X(14) VALUE '  ORIG AMOUNT'.
000780     05 FILLER PIC X(12) VALUE '       RATE'.
000790     05 FILLER PIC X(09) VALUE 'RATE DT'.
000800     05 FILLER PIC X(06) VALUE '  AGE'.
000810     05 FILLER PIC X(14) VALUE '  BASE AMOUNT'.
000820 01  WS-DETAIL-LINE.
000830     05 DL-CUSTUMER-ID PIC 9(06).
000840     05 FILLER PIC X(01) VALUE SPACES.
000850     05 DL-CHANGE-DATE PIC 9(08).
000860     05 FILLER PIC X(01) VALUE SPACES.
000870     05 DL-CURRENCY-CODE PIC X(03).
000880     05 FILLER PIC X(01) VALUE SPACES.
000890     05 DL-ORIG-AMOUNT PIC -(9)9.99.
000900     05 FILLER PIC X(01) VALUE SPACES.
000910     05 DL-EXCH-RATE PIC ZZZ9.999999.
000920     05 FILLER PIC X(01) VALUE SPACES.
000930     05 DL-RATE-DATE PIC 9(08).
000940     05 FILLER PIC X(01) VALUE SPACES.
000950     05 DL-RATE-AGE PIC ZZZZ9.
000960     05 FILLER PIC X(01) VALUE SPACES.
000970     05 DL-BASE-AMOUNT PIC -(9)9.99.
000980 01  WS-FOREIGN-COUNT-LINE.
000990     05 FILLER PIC X(32)
001000         VALUE 'FOREIGN CONVERSIONS IN RANGE:'.
001010     05 FC-FOREIGN-COUNT PIC Z(06)9.
001020 01  WS-STALE-COUNT-LINE.
001030     05 FILLER PIC X(32)
001040         VALUE 'CONVERSIONS ON A STALE RATE:'.
001050     05 SC-STALE-COUNT PIC Z(06)9.
001060 01  WS-STALE-TOTAL-LINE.
001070     05 FILLER PIC X(32)
001080         VALUE 'BASE AMOUNT ON A STALE RATE:'.
001090     05 ST-STALE-TOTAL PIC -(12)9.99.
001100 01  WS-NO-STALE-LINE.
001110     05 FILLER PIC X(44)
001120         VALUE 'NO CONVERSIONS ON A STALE RATE IN THE RANGE'.
001130 PROCEDURE DIVISION.
001140*----------------------------------------------------------------
001150* 0000-MAINLINE
001160*----------------------------------------------------------------
001170 0000-MAINLINE.
001180     PERFORM 1000-INITIALIZE.
001190     IF WS-RUN-USABLE
001200         PERFORM 2000-CHECK-HISTORY-RECORD
001210             UNTIL WS-END-OF-HISTORY
001220         PERFORM 3000-PRINT-TOTALS
001230         PERFORM 9000-TERMINATE
001240     END-IF.
001250     STOP RUN.
001260*----------------------------------------------------------------
001270* 1000-INITIALIZE
001280* READS AND EDITS THE AGE LIMIT AND DATE RANGE - A BAD CARD FAILS
001290* THE RUN RATHER THAN PRINTING A QUIETLY EMPTY REPORT.
001300*----------------------------------------------------------------
001310 1000-INITIALIZE.
001320     DISPLAY 'ENTER MAXIMUM RATE AGE IN DAYS (NNN): '.
001330     ACCEPT WS-MAX-RATE-AGE.
001340     DISPLAY 'ENTER FROM DATE (YYYYMMDD): '.
001350     ACCEPT WS-FROM-DATE.
001360     DISPLAY 'ENTER THRU DATE (YYYYMMDD): '.
001370     ACCEPT WS-THRU-DATE.
001380     IF WS-MAX-RATE-AGE NOT NUMERIC
001390         OR WS-FROM-DATE NOT NUMERIC
001400         OR WS-THRU-DATE NOT NUMERIC
001410         OR WS-FROM-DATE = ZERO
001420         OR WS-THRU-DATE < WS-FROM-DATE
001430         DISPLAY 'AGE LIMIT OR DATE RANGE INVALID - RUN ABANDONED'
001440         MOVE 16 TO RETURN-CODE
001450         SET WS-RUN-UNUSABLE TO TRUE
001460     ELSE
001470         OPEN OUTPUT VARIANCE-REPORT
001480         MOVE WS-FROM-DATE TO RG-FROM-DATE
001490         MOVE WS-THRU-DATE TO RG-THRU-DATE
001500         MOVE WS-MAX-RATE-AGE TO RG-MAX-RATE-AGE
001510         WRITE FXVR-LINE FROM WS-HEADING-LINE
001520         WRITE FXVR-LINE FROM WS-RANGE-LINE
001530         WRITE FXVR-LINE FROM SPACES
001540         WRITE FXVR-LINE FROM WS-COLUMN-LINE
001550         OPEN INPUT CUSTOMER-HISTORY-FILE
001560         IF WS-CUSTHIST-STATUS = '35'
001570             SET WS-END-OF-HISTORY TO TRUE
001580         ELSE
001590             PERFORM 2100-READ-HISTORY
001600         END-IF
001610     END-IF.
001620*----------------------------------------------------------------
001630* 2000-CHECK-HISTORY-RECORD
001640* ONLY IN-RANGE RECORDS CARRYING A FOREIGN CURRENCY CODE ARE
001650* LOOKED AT - BASE-CURRENCY RECORDS HOLD SPACES IN THE FOREIGN
001660* FIELDS.  THE AGE IS THE DAYS BETWEEN THE RATE'S EFFECTIVE DATE
001670* AND THE DAY THE CONVERSION WAS POSTED.
001680*----------------------------------------------------------------
001690 2000-CHECK-HISTORY-RECORD.
001700     IF CH-CHANGE-DATE IS NUMERIC
001710         AND CH-CHANGE-DATE >= WS-FROM-DATE
001720         AND CH-CHANGE-DATE <= WS-THRU-DATE
001730         AND NOT CH-BASE-CURRENCY
001740         AND CH-RATE-DATE IS NUMERIC
001750         AND CH-RATE-DATE > ZERO
001760         ADD 1 TO WS-FOREIGN-COUNT
001770         COMPUTE WS-RATE-AGE =
001780             FUNCTION INTEGER-OF-DATE(CH-CHANGE-DATE) -
001790             FUNCTION INTEGER-OF-DATE(CH-RATE-DATE)
001800         IF WS-RATE-AGE > WS-MAX-RATE-AGE
001810             PERFORM 2200-PRINT-STALE-CONVERSION
001820         END-IF
001830     END-IF.
001840     PERFORM 2100-READ-HISTORY.
001850*----------------------------------------------------------------
001860* 2100-READ-HISTORY
001870*----------------------------------------------------------------
001880 2100-READ-HISTORY.
001890     READ CUSTOMER-HISTORY-FILE
001900         AT END
001910             SET WS-END-OF-HISTORY TO TRUE
001920     END-READ.
001930*----------------------------------------------------------------
001940* 2200-PRINT-STALE-CONVERSION
001950* THE BASE AMOUNT IS THE BALANCE MOVEMENT THE CONVERSION POSTED.
001960*----------------------------------------------------------------
001970 2200-PRINT-STALE-CONVERSION.
001980     COMPUTE WS-BASE-AMOUNT =
001990         CH-AFTER-BALANCE - CH-BEFORE-BALANCE.
002000     ADD 1 TO WS-STALE-COUNT.
002010     ADD WS-BASE-AMOUNT TO WS-STALE-TOTAL.
002020     MOVE CH-CUSTUMER-ID TO DL-CUSTUMER-ID.
002030     MOVE CH-CHANGE-DATE TO DL-CHANGE-DATE.
002040     MOVE CH-ORIG-CURRENCY TO DL-CURRENCY-CODE.
002050     MOVE CH-ORIG-AMOUNT TO DL-ORIG-AMOUNT.
002060     MOVE CH-EXCH-RATE TO DL-EXCH-RATE.
002070     MOVE CH-RATE-DATE TO DL-RATE-DATE.
002080     MOVE WS-RATE-AGE TO DL-RATE-AGE.
002090     MOVE WS-BASE-AMOUNT TO DL-BASE-AMOUNT.
002100     WRITE FXVR-LINE FROM WS-DETAIL-LINE.
002110*----------------------------------------------------------------
002120* 3000-PRINT-TOTALS
002130* ANY STALE CONVERSION SETS RETURN CODE 4 SO THE SCHEDULER CAN
002140* ROUTE THE REPORT TO TREASURY.
002150*----------------------------------------------------------------
002160 3000-PRINT-TOTALS.
002170     IF WS-STALE-COUNT = ZERO
002180         WRITE FXVR-LINE FROM WS-NO-STALE-LINE
002190     ELSE
002200         MOVE 4 TO RETURN-CODE
002210     END-IF.
002220     MOVE WS-FOREIGN-COUNT TO FC-FOREIGN-COUNT.
002230     MOVE WS-STALE-COUNT TO SC-STALE-COUNT.
002240     MOVE WS-STALE-TOTAL TO ST-STALE-TOTAL.
002250     WRITE FXVR-LINE FROM SPACES.
002260     WRITE FXVR-LINE FROM WS-FOREIGN-COUNT-LINE.
002270     WRITE FXVR-LINE FROM WS-STALE-COUNT-LINE.
002280     WRITE FXVR-LINE FROM WS-STALE-TOTAL-LINE.
002290*----------------------------------------------------------------
002300* 9000-TERMINATE
002310*----------------------------------------------------------------
002320 9000-TERMINATE.
002330     IF WS-CUSTHIST-STATUS NOT = '35'
002340         CLOSE CUSTOMER-HISTORY-FILE
002350     END-IF.
002360     CLOSE VARIANCE-REPORT.
002370 END PROGRAM CUSTFXVR.
