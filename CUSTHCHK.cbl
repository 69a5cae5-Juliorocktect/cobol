000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTHCHK.
000030 AUTHOR. JULIO.
000040 INSTALLATION. CUSTOMER-ACCOUNTING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  JR   ORIGINAL - CUSTHIST BALANCE-CHAIN
000110*                  VERIFICATION.  STATEMENTS, CUSTRECN'S TIE-OUT,
000120*                  CUSTRCVR'S REPLAY AND THE GL FEED ALL TRUST
000130*                  THAT EACH CUSTOMER'S HISTORY IS ONE UNBROKEN
000140*                  CHAIN - EVERY RECORD'S BEFORE-BALANCE THE
000150*                  PREVIOUS RECORD'S AFTER-BALANCE - BUT NOTHING
000160*                  CHECKED IT.  THIS PROGRAM SORTS CUSTHIST BY
000170*                  CUSTUMER-ID, DATE, TIME AND FILE ORDER AND
000180*                  WALKS EACH CUSTOMER'S CHAIN.  A MERGE, CARRY-
000190*                  FORWARD, ARCHIVAL OR REINSTATEMENT RECORD IS A
000200*                  LINK LIKE ANY OTHER, SO A MERGED-AWAY ACCOUNT'S
000210*                  CHAIN MUST CLOSE AT ZERO AND A SURVIVOR'S MUST
000220*                  CARRY ON FROM THE MERGE.  THE CHAIN IS THEN
000230*                  MATCHED AGAINST THE MASTER IN KEY ORDER - THE
000240*                  LAST AFTER-BALANCE MUST BE THE MASTER BALANCE,
000250*                  OR ZERO FOR AN ACCOUNT NO LONGER ON THE MASTER.
000260*                  HCHKRPT LISTS EVERY BREAK AND EVERY MISMATCH,
000270*                  AND EITHER ENDS THE RUN RC=8 SO THE CUSTNITE
000280*                  MARKER STEP RECORDS IT ON STEPSTAT AND
000290*                  CUSTALRT RAISES THE ALERT.  A MASTER ACCOUNT
000300*                  CARRYING A BALANCE WITH NO HISTORY AT ALL IS
000310*                  LISTED AS A WARNING, RC=4.  A MISSING MASTER IS
000320*                  RC=16.  UPDATES NOTHING.
000330*----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. IBM-370.
000370 OBJECT-COMPUTER. IBM-370.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS CUSTUMER-ID
000440         FILE STATUS IS WS-CUSTMAST-STATUS.
000450     SELECT CUSTOMER-HISTORY-FILE ASSIGN TO CUSTHIST
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-CUSTHIST-STATUS.
000480     SELECT CHAIN-SORT-FILE ASSIGN TO SORTWK01.
000490     SELECT CHAIN-REPORT ASSIGN TO HCHKRPT
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-HCHKRPT-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  CUSTOMER-MASTER-FILE
000550     LABEL RECORDS ARE STANDARD.
000560     COPY CUSTREC.
000570 FD  CUSTOMER-HISTORY-FILE
000580     LABEL RECORDS ARE STANDARD.
000590     COPY CUSTHIST.
000600*----------------------------------------------------------------
000610* ONE SORT RECORD PER HISTORY RECORD.  HS-SEQUENCE IS THE FILE
000620* ORDER, SO RECORDS STAMPED WITH THE SAME DATE AND TIME - A
000630* RECOVERY AND THE PAYMENT POSTED AGAINST IT - KEEP THE ORDER
000640* THEY WERE WRITTEN IN.
000650*----------------------------------------------------------------
000660 SD  CHAIN-SORT-FILE.
000670 01  CHAIN-SORT-RECORD.
000680     05 HS-CUSTUMER-ID PIC 9(06).
000690     05 HS-CHANGE-DATE PIC 9(08).
000700     05 HS-CHANGE-TIME PIC 9(08).
000710     05 HS-SEQUENCE PIC 9(09).
000720     05 HS-BEFORE-BALANCE PIC S9(09)V99.
000730     05 HS-AFTER-BALANCE PIC S9(09)V99.
000740     05 HS-SOURCE PIC X(01).
000750     05 HS-TRANS-TYPE PIC X(01).
000760 FD  CHAIN-REPORT
000770     LABEL RECORDS ARE STANDARD
000780     RECORDING MODE IS F.
000790 01  HCHK-LINE PIC X(132).
000800 WORKING-STORAGE SECTION.
000810 01  WS-CUSTMAST-STATUS PIC X(02) VALUE '00'.
000820     88 WS-CUSTMAST-OK VALUE '00'.
000830 01  WS-CUSTHIST-STATUS PIC X(02) VALUE '00'.
000840 01  WS-HCHKRPT-STATUS PIC X(02) VALUE '00'.
000850 01  WS-HIST-EOF-SWITCH PIC X(01) VALUE 'N'.
000860     88 WS-END-OF-HISTORY VALUE 'Y'.
000870 01  WS-SORT-EOF-SWITCH PIC X(01) VALUE 'N'.
000880     88 WS-END-OF-CHAINS VALUE 'Y'.
000890 01  WS-MAST-EOF-SWITCH PIC X(01) VALUE 'N'.
000900     88 WS-END-OF-MASTER VALUE 'Y'.
000910 01  WS-RUN-SWITCH PIC X(01) VALUE 'Y'.
000920     88 WS-RUN-USABLE VALUE 'Y'.
000930     88 WS-RUN-UNUSABLE VALUE 'N'.
000940*----------------------------------------------------------------
000950* THE CHAIN NOW BEING WALKED AND THE MASTER ACCOUNT IT IS
000960* MATCHED AGAINST.  WS-MASTER-ID GOES TO 999999 WHEN THE MASTER
000970* RUNS OUT, SO NO CHAIN CAN MATCH IT.
000980*----------------------------------------------------------------
000990 01  WS-CHAIN-ID PIC 9(06) VALUE ZERO.
001000 01  WS-MASTER-ID PIC 9(06) VALUE ZERO.
001010 01  WS-LAST-ID PIC 9(06) VALUE 999999.
001020 01  WS-PRIOR-AFTER-BALANCE PIC S9(09)V99 VALUE ZERO.
001030 01  WS-LAST-CHANGE-DATE PIC 9(08) VALUE ZERO.
001040 01  WS-LAST-CHANGE-TIME PIC 9(08) VALUE ZERO.
001050 01  WS-LAST-SOURCE PIC X(01) VALUE SPACE.
001060 01  WS-LAST-TRANS-TYPE PIC X(01) VALUE SPACE.
001070 01  WS-READ-SEQUENCE PIC 9(09) COMP VALUE ZERO.
001080 01  WS-COUNTERS.
001090     05 WS-HISTORY-COUNT PIC 9(09) COMP VALUE ZERO.
001100     05 WS-CHAIN-COUNT PIC 9(07) COMP VALUE ZERO.
001110     05 WS-MASTER-COUNT PIC 9(07) COMP VALUE ZERO.
001120     05 WS-BREAK-COUNT PIC 9(07) COMP VALUE ZERO.
001130     05 WS-MISMATCH-COUNT PIC 9(07) COMP VALUE ZERO.
001140     05 WS-NO-HISTORY-COUNT PIC 9(07) COMP VALUE ZERO.
001150*----------------------------------------------------------------
001160* REPORT LINE LAYOUTS
001170*----------------------------------------------------------------
001180 01  WS-HEADING-LINE.
001190     05 FILLER PIC X(20) VALUE SPACES.
001200     05 FILLER PIC X(36)
001210         VALUE 'CUSTHIST BALANCE-CHAIN VERIFICATION'.
001220 01  WS-COLUMN-LINE.
001230     05 FILLER PIC X(08) VALUE 'ID'.
001240     05 FILLER PIC X(10) VALUE 'DATE'.
001250     05 FILLER PIC X(10) VALUE 'TIME'.
001260     05 FILLER PIC X(05) VALUE 'S/T'.
001270     05 FILLER PIC X(16) VALUE '      EXPECTED'.
001280     05 FILLER PIC X(16) VALUE '         FOUND'.
001290     05 FILLER PIC X(16) VALUE '    DIFFERENCE'.
001300     05 FILLER PIC X(22) VALUE 'EXCEPTION'.
001310 01  WS-EXCEPTION-LINE.
001320     05 EL-CUSTUMER-ID PIC 9(06).
001330     05 FILLER PIC X(02) VALUE SPACES.
001340     05 EL-CHANGE-DATE PIC X(08).
001350     05 FILLER PIC X(02) VALUE SPACES.
001360     05 EL-CHANGE-TIME PIC X(08).
001370     05 FILLER PIC X(02) VALUE SPACES.
001380     05 EL-SOURCE PIC X(01).
001390     05 EL-SLASH PIC X(01).
001400     05 EL-TRANS-TYPE PIC X(01).
001410     05 FILLER PIC X(02) VALUE SPACES.
001420     05 EL-EXPECTED PIC -(10)9.99.
001430     05 FILLER PIC X(02) VALUE SPACES.
001440     05 EL-FOUND PIC -(10)9.99.
001450     05 FILLER PIC X(02) VALUE SPACES.
001460     05 EL-DIFFERENCE PIC -(10)9.99.
001470     05 FILLER PIC X(02) VALUE SPACES.
001480     05 EL-EXCEPTION PIC X(22).
001490 01  WS-TOTAL-LINE.
001500     05 TL-LABEL PIC X(36).
001510     05 TL-COUNT PIC ZZZ,ZZZ,ZZ9.
001520 PROCEDURE DIVISION.
001530*----------------------------------------------------------------
001540* 0000-MAINLINE
001550*----------------------------------------------------------------
001560 0000-MAINLINE.
001570     PERFORM 1000-INITIALIZE.
001580     IF WS-RUN-USABLE
001590         SORT CHAIN-SORT-FILE
001600             ON ASCENDING KEY HS-CUSTUMER-ID HS-CHANGE-DATE
001610                 HS-CHANGE-TIME HS-SEQUENCE
001620             INPUT PROCEDURE IS 1500-RELEASE-HISTORY
001630             OUTPUT PROCEDURE IS 2000-VERIFY-CHAINS
001640         IF SORT-RETURN NOT = ZERO
001650             DISPLAY 'CUSTHCHK HISTORY SORT FAILED - '
001660                 'SORT-RETURN ' SORT-RETURN
001670             MOVE 16 TO RETURN-CODE
001680         ELSE
001690             PERFORM 3000-PRINT-TOTALS
001700         END-IF
001710         PERFORM 9000-TERMINATE
001720     END-IF.
001730     STOP RUN.
001740*----------------------------------------------------------------
001750* 1000-INITIALIZE
001760* OPENS THE MASTER AND THE REPORT.  A MISSING MASTER IS REFUSED
001770* WITH RC=16 - THERE IS NOTHING TO VERIFY THE CHAINS AGAINST.
001780*----------------------------------------------------------------
001790 1000-INITIALIZE.
001800     OPEN INPUT CUSTOMER-MASTER-FILE.
001810     IF WS-CUSTMAST-STATUS = '35'
001820         DISPLAY 'CUSTOMER MASTER DOES NOT EXIST - NOTHING TO '
001830             'VERIFY'
001840         MOVE 16 TO RETURN-CODE
001850         SET WS-RUN-UNUSABLE TO TRUE
001860     ELSE
001870         OPEN OUTPUT CHAIN-REPORT
001880         WRITE HCHK-LINE FROM WS-HEADING-LINE
001890         WRITE HCHK-LINE FROM SPACES
001900         WRITE HCHK-LINE FROM WS-COLUMN-LINE
001910     END-IF.
001920*----------------------------------------------------------------
001930* 1500-RELEASE-HISTORY
001940* SORT INPUT PROCEDURE - EVERY CUSTHIST RECORD, NUMBERED IN FILE
001950* ORDER.  A MISSING HISTORY FILE ('35') IS EMPTY, SO EVERY
001960* MASTER ACCOUNT CARRYING A BALANCE IS THEN A WARNING.
001970*----------------------------------------------------------------
001980 1500-RELEASE-HISTORY.
001990     OPEN INPUT CUSTOMER-HISTORY-FILE.
002000     IF WS-CUSTHIST-STATUS = '35'
002010         SET WS-END-OF-HISTORY TO TRUE
002020     ELSE
002030         PERFORM 1510-READ-HISTORY
002040     END-IF.
002050     PERFORM 1520-RELEASE-ONE-RECORD UNTIL WS-END-OF-HISTORY.
002060     IF WS-CUSTHIST-STATUS NOT = '35'
002070         CLOSE CUSTOMER-HISTORY-FILE
002080     END-IF.
002090*----------------------------------------------------------------
002100* 1510-READ-HISTORY
002110*----------------------------------------------------------------
002120 1510-READ-HISTORY.
002130     READ CUSTOMER-HISTORY-FILE
002140         AT END
002150             SET WS-END-OF-HISTORY TO TRUE
002160     END-READ.
002170*----------------------------------------------------------------
002180* 1520-RELEASE-ONE-RECORD
002190*----------------------------------------------------------------
002200 1520-RELEASE-ONE-RECORD.
002210     ADD 1 TO WS-READ-SEQUENCE.
002220     ADD 1 TO WS-HISTORY-COUNT.
002230     MOVE CH-CUSTUMER-ID TO HS-CUSTUMER-ID.
002240     MOVE CH-CHANGE-DATE TO HS-CHANGE-DATE.
002250     MOVE CH-CHANGE-TIME TO HS-CHANGE-TIME.
002260     MOVE WS-READ-SEQUENCE TO HS-SEQUENCE.
002270     MOVE CH-BEFORE-BALANCE TO HS-BEFORE-BALANCE.
002280     MOVE CH-AFTER-BALANCE TO HS-AFTER-BALANCE.
002290     MOVE CH-SOURCE TO HS-SOURCE.
002300     MOVE CH-TRANS-TYPE TO HS-TRANS-TYPE.
002310     RELEASE CHAIN-SORT-RECORD.
002320     PERFORM 1510-READ-HISTORY.
002330*----------------------------------------------------------------
002340* 2000-VERIFY-CHAINS
002350* SORT OUTPUT PROCEDURE - WALKS THE MASTER IN KEY ORDER ALONGSIDE
002360* THE SORTED CHAINS, BOTH ASCENDING BY CUSTUMER-ID, SO THE
002370* EXCEPTIONS PRINT IN CUSTOMER ORDER.
002380*----------------------------------------------------------------
002390 2000-VERIFY-CHAINS.
002400     PERFORM 2900-RETURN-CHAIN-RECORD.
002410     MOVE ZERO TO CUSTUMER-ID.
002420     START CUSTOMER-MASTER-FILE KEY NOT < CUSTUMER-ID
002430         INVALID KEY
002440             SET WS-END-OF-MASTER TO TRUE
002450             MOVE WS-LAST-ID TO WS-MASTER-ID
002460     END-START.
002470     PERFORM 2800-READ-MASTER.
002480     PERFORM 2100-WALK-ONE-CHAIN UNTIL WS-END-OF-CHAINS.
002490     PERFORM 2500-CHECK-NO-HISTORY-ACCOUNT
002500         UNTIL WS-END-OF-MASTER.
002510*----------------------------------------------------------------
002520* 2100-WALK-ONE-CHAIN
002530* MASTER ACCOUNTS KEYED AHEAD OF THIS CHAIN HAVE NO HISTORY AT
002540* ALL.  THE FIRST RECORD OPENS THE CHAIN - ITS BEFORE-BALANCE IS
002550* TAKEN AS IT STANDS, SINCE A CARRY-FORWARD OR A PRE-HISTORY
002560* ACCOUNT'S FIRST CHANGE HAS NOTHING ON FILE AHEAD OF IT.  EVERY
002570* LATER RECORD MUST PICK UP WHERE THE ONE BEFORE IT LEFT OFF.
002580*----------------------------------------------------------------
002590 2100-WALK-ONE-CHAIN.
002600     MOVE HS-CUSTUMER-ID TO WS-CHAIN-ID.
002610     ADD 1 TO WS-CHAIN-COUNT.
002620     PERFORM 2500-CHECK-NO-HISTORY-ACCOUNT
002630         UNTIL WS-END-OF-MASTER
002640            OR WS-MASTER-ID NOT < WS-CHAIN-ID.
002650     PERFORM 2250-KEEP-LAST-RECORD.
002660     PERFORM 2900-RETURN-CHAIN-RECORD.
002670     PERFORM 2200-CHECK-CHAIN-LINK
002680         UNTIL WS-END-OF-CHAINS
002690            OR HS-CUSTUMER-ID NOT = WS-CHAIN-ID.
002700     PERFORM 2300-CHECK-CHAIN-END.
002710*----------------------------------------------------------------
002720* 2200-CHECK-CHAIN-LINK
002730* A BREAK IS PRINTED AND THE WALK CARRIES ON FROM THE RECORD'S
002740* OWN AFTER-BALANCE, SO ONE LOST WRITE IS ONE BREAK, NOT A BREAK
002750* ON EVERY RECORD AFTER IT.
002760*----------------------------------------------------------------
002770 2200-CHECK-CHAIN-LINK.
002780     IF HS-BEFORE-BALANCE NOT = WS-PRIOR-AFTER-BALANCE
002790         ADD 1 TO WS-BREAK-COUNT
002800         MOVE HS-CUSTUMER-ID TO EL-CUSTUMER-ID
002810         MOVE HS-CHANGE-DATE TO EL-CHANGE-DATE
002820         MOVE HS-CHANGE-TIME TO EL-CHANGE-TIME
002830         MOVE HS-SOURCE TO EL-SOURCE
002840         MOVE '/' TO EL-SLASH
002850         MOVE HS-TRANS-TYPE TO EL-TRANS-TYPE
002860         MOVE WS-PRIOR-AFTER-BALANCE TO EL-EXPECTED
002870         MOVE HS-BEFORE-BALANCE TO EL-FOUND
002880         COMPUTE EL-DIFFERENCE =
002890             HS-BEFORE-BALANCE - WS-PRIOR-AFTER-BALANCE
002900         MOVE 'CHAIN BREAK' TO EL-EXCEPTION
002910         WRITE HCHK-LINE FROM WS-EXCEPTION-LINE
002920     END-IF.
002930     PERFORM 2250-KEEP-LAST-RECORD.
002940     PERFORM 2900-RETURN-CHAIN-RECORD.
002950*----------------------------------------------------------------
002960* 2250-KEEP-LAST-RECORD
002970*----------------------------------------------------------------
002980 2250-KEEP-LAST-RECORD.
002990     MOVE HS-AFTER-BALANCE TO WS-PRIOR-AFTER-BALANCE.
003000     MOVE HS-CHANGE-DATE TO WS-LAST-CHANGE-DATE.
003010     MOVE HS-CHANGE-TIME TO WS-LAST-CHANGE-TIME.
003020     MOVE HS-SOURCE TO WS-LAST-SOURCE.
003030     MOVE HS-TRANS-TYPE TO WS-LAST-TRANS-TYPE.
003040*----------------------------------------------------------------
003050* 2300-CHECK-CHAIN-END
003060* THE LAST AFTER-BALANCE AGAINST THE MASTER.  A MERGED-AWAY
003070* ACCOUNT STAYS ON THE MASTER AT ZERO, SO THE SAME TEST PROVES
003080* ITS CHAIN CLOSED WHEN THE BALANCE MOVED TO THE SURVIVOR.  AN
003090* ACCOUNT NO LONGER ON THE MASTER (ARCHIVED) MUST HAVE CLOSED AT
003100* ZERO.
003110*----------------------------------------------------------------
003120 2300-CHECK-CHAIN-END.
003130     IF WS-MASTER-ID = WS-CHAIN-ID
003140         IF WS-PRIOR-AFTER-BALANCE NOT = CUSTOMER-BALANCE
003150             MOVE CUSTOMER-BALANCE TO EL-EXPECTED
003160             COMPUTE EL-DIFFERENCE =
003170                 WS-PRIOR-AFTER-BALANCE - CUSTOMER-BALANCE
003180             MOVE 'DISAGREES WITH MASTER' TO EL-EXCEPTION
003190             PERFORM 2350-PRINT-CHAIN-END
003200         END-IF
003210         PERFORM 2800-READ-MASTER
003220     ELSE
003230         IF WS-PRIOR-AFTER-BALANCE NOT = ZERO
003240             MOVE ZERO TO EL-EXPECTED
003250             MOVE WS-PRIOR-AFTER-BALANCE TO EL-DIFFERENCE
003260             MOVE 'OFF MASTER, NOT ZERO' TO EL-EXCEPTION
003270             PERFORM 2350-PRINT-CHAIN-END
003280         END-IF
003290     END-IF.
003300*----------------------------------------------------------------
003310* 2350-PRINT-CHAIN-END
003320* THE LINE CARRIES THE CHAIN'S LAST RECORD.
003330*----------------------------------------------------------------
003340 2350-PRINT-CHAIN-END.
003350     ADD 1 TO WS-MISMATCH-COUNT.
003360     MOVE WS-CHAIN-ID TO EL-CUSTUMER-ID.
003370     MOVE WS-LAST-CHANGE-DATE TO EL-CHANGE-DATE.
003380     MOVE WS-LAST-CHANGE-TIME TO EL-CHANGE-TIME.
003390     MOVE WS-LAST-SOURCE TO EL-SOURCE.
003400     MOVE '/' TO EL-SLASH.
003410     MOVE WS-LAST-TRANS-TYPE TO EL-TRANS-TYPE.
003420     MOVE WS-PRIOR-AFTER-BALANCE TO EL-FOUND.
003430     WRITE HCHK-LINE FROM WS-EXCEPTION-LINE.
003440*----------------------------------------------------------------
003450* 2500-CHECK-NO-HISTORY-ACCOUNT
003460* A MASTER ACCOUNT WITH NO HISTORY.  ONE AT ZERO IS FINE; ONE
003470* CARRYING A BALANCE IS A WARNING - ITS BALANCE CANNOT BE TRACED.
003480*----------------------------------------------------------------
003490 2500-CHECK-NO-HISTORY-ACCOUNT.
003500     IF CUSTOMER-BALANCE NOT = ZERO
003510         ADD 1 TO WS-NO-HISTORY-COUNT
003520         MOVE WS-MASTER-ID TO EL-CUSTUMER-ID
003530         MOVE SPACES TO EL-CHANGE-DATE
003540         MOVE SPACES TO EL-CHANGE-TIME
003550         MOVE SPACE TO EL-SOURCE
003560         MOVE SPACE TO EL-SLASH
003570         MOVE SPACE TO EL-TRANS-TYPE
003580         MOVE CUSTOMER-BALANCE TO EL-EXPECTED
003590         MOVE ZERO TO EL-FOUND
003600         COMPUTE EL-DIFFERENCE = ZERO - CUSTOMER-BALANCE
003610         MOVE 'NO HISTORY - WARNING' TO EL-EXCEPTION
003620         WRITE HCHK-LINE FROM WS-EXCEPTION-LINE
003630     END-IF.
003640     PERFORM 2800-READ-MASTER.
003650*----------------------------------------------------------------
003660* 2800-READ-MASTER
003670*----------------------------------------------------------------
003680 2800-READ-MASTER.
003690     IF NOT WS-END-OF-MASTER
003700         READ CUSTOMER-MASTER-FILE NEXT RECORD
003710             AT END
003720                 SET WS-END-OF-MASTER TO TRUE
003730                 MOVE WS-LAST-ID TO WS-MASTER-ID
003740             NOT AT END
003750                 ADD 1 TO WS-MASTER-COUNT
003760                 MOVE CUSTUMER-ID TO WS-MASTER-ID
003770         END-READ
003780     END-IF.
003790*----------------------------------------------------------------
003800* 2900-RETURN-CHAIN-RECORD
003810*----------------------------------------------------------------
003820 2900-RETURN-CHAIN-RECORD.
003830     RETURN CHAIN-SORT-FILE
003840         AT END
003850             SET WS-END-OF-CHAINS TO TRUE
003860     END-RETURN.
003870*----------------------------------------------------------------
003880* 3000-PRINT-TOTALS
003890* ANY BREAK OR MISMATCH ENDS THE RUN RC=8; A NO-HISTORY WARNING
003900* ALONE IS RC=4.
003910*----------------------------------------------------------------
003920 3000-PRINT-TOTALS.
003930     WRITE HCHK-LINE FROM SPACES.
003940     MOVE 'HISTORY RECORDS READ:' TO TL-LABEL.
003950     MOVE WS-HISTORY-COUNT TO TL-COUNT.
003960     WRITE HCHK-LINE FROM WS-TOTAL-LINE.
003970     MOVE 'CUSTOMER CHAINS WALKED:' TO TL-LABEL.
003980     MOVE WS-CHAIN-COUNT TO TL-COUNT.
003990     WRITE HCHK-LINE FROM WS-TOTAL-LINE.
004000     MOVE 'MASTER RECORDS READ:' TO TL-LABEL.
004010     MOVE WS-MASTER-COUNT TO TL-COUNT.
004020     WRITE HCHK-LINE FROM WS-TOTAL-LINE.
004030     MOVE 'CHAIN BREAKS:' TO TL-LABEL.
004040     MOVE WS-BREAK-COUNT TO TL-COUNT.
004050     WRITE HCHK-LINE FROM WS-TOTAL-LINE.
004060     MOVE 'LAST BALANCE DISAGREES WITH MASTER:' TO TL-LABEL.
004070     MOVE WS-MISMATCH-COUNT TO TL-COUNT.
004080     WRITE HCHK-LINE FROM WS-TOTAL-LINE.
004090     MOVE 'BALANCE WITH NO HISTORY (WARNING):' TO TL-LABEL.
004100     MOVE WS-NO-HISTORY-COUNT TO TL-COUNT.
004110     WRITE HCHK-LINE FROM WS-TOTAL-LINE.
004120     IF WS-BREAK-COUNT > ZERO OR WS-MISMATCH-COUNT > ZERO
004130         MOVE 8 TO RETURN-CODE
004140     ELSE
004150         IF WS-NO-HISTORY-COUNT > ZERO
004160             MOVE 4 TO RETURN-CODE
004170         END-IF
004180     END-IF.
004190*----------------------------------------------------------------
004200* 9000-TERMINATE
004210*----------------------------------------------------------------
004220 9000-TERMINATE.
004230     CLOSE CUSTOMER-MASTER-FILE.
004240     CLOSE CHAIN-REPORT.
004250 END PROGRAM CUSTHCHK.
