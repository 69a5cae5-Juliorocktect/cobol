000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTHIER.
000030 AUTHOR. JULIO.
000040 INSTALLATION. CUSTOMER-ACCOUNTING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  JR   ORIGINAL - ACCOUNT HIERARCHY LISTING.  EVERY
000110*                  LIVE CHILD ACCOUNT IS SORTED UNDER ITS PARENT
000120*                  AND EACH GROUP IS PRINTED AS THE PARENT, ITS
000130*                  CHILDREN AND THE GROUP'S TOTAL BALANCE.  A
000140*                  GROUP WHOSE PARENT IS NO LONGER ON FILE, IS
000150*                  CLOSED OR MERGED AWAY, OR IS ITSELF LINKED
000160*                  UNDER ANOTHER ACCOUNT IS FLAGGED AS AN ORPHAN
000170*                  GROUP FOR THE DESK TO RE-LINK, AND THE RUN
000180*                  ENDS RC=4.  READ-ONLY - NOTHING ON THE MASTER
000190*                  IS CHANGED.
000200*----------------------------------------------------------------
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 SOURCE-COMPUTER. IBM-370.
000240 OBJECT-COMPUTER. IBM-370.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS DYNAMIC
000300         RECORD KEY IS CUSTUMER-ID
000310         FILE STATUS IS WS-CUSTMAST-STATUS.
000320     SELECT HIERARCHY-SORT-FILE ASSIGN TO SORTWK01.
000330     SELECT HIERARCHY-REPORT ASSIGN TO HIERRPT
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-HIERRPT-STATUS.
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  CUSTOMER-MASTER-FILE
000390     LABEL RECORDS ARE STANDARD.
000400     COPY CUSTREC.
000410*----------------------------------------------------------------
000420* ONE SORT RECORD PER LIVE CHILD ACCOUNT, KEYED ON THE PARENT IT
000430* IS LINKED UNDER AND THEN ITS OWN ID.
000440*----------------------------------------------------------------
000450 SD  HIERARCHY-SORT-FILE.
000460 01  HIERARCHY-SORT-RECORD.
000470     05 HS-PARENT-ID PIC 9(06).
000480     05 HS-CUSTUMER-ID PIC 9(06).
000490     05 HS-CUSTUMER-NAME PIC X(20).
000500     05 HS-STATUS PIC X(01).
000510     05 HS-BALANCE PIC S9(09)V99.
000520 FD  HIERARCHY-REPORT
000530     LABEL RECORDS ARE STANDARD
000540     RECORDING MODE IS F.
000550 01  HIER-LINE PIC X(80).
000560 WORKING-STORAGE SECTION.
000570 01  WS-CUSTMAST-STATUS PIC X(02) VALUE '00'.
000580     88 WS-CUSTMAST-OK VALUE '00'.
000590 01  WS-HIERRPT-STATUS PIC X(02) VALUE '00'.
000600 01  WS-SCAN-EOF-SWITCH PIC X(01) VALUE 'N'.
000610     88 WS-END-OF-MASTER VALUE 'Y'.
000620 01  WS-SORT-EOF-SWITCH PIC X(01) VALUE 'N'.
000630     88 WS-END-OF-CHILDREN VALUE 'Y'.
000640 01  WS-RUN-SWITCH PIC X(01) VALUE 'Y'.
000650     88 WS-RUN-USABLE VALUE 'Y'.
000660     88 WS-RUN-UNUSABLE VALUE 'N'.
000670 01  WS-ORPHAN-SWITCH PIC X(01) VALUE 'N'.
000680     88 WS-GROUP-IS-ORPHAN VALUE 'Y'.
000690     88 WS-GROUP-IS-SOUND VALUE 'N'.
000700*----------------------------------------------------------------
000710* ONE GROUP AT A TIME, AND THE RUN TOTALS OVER EVERY GROUP.
000720*----------------------------------------------------------------
000730 01  WS-GROUP-PARENT-ID PIC 9(06) VALUE ZERO.
000740 01  WS-GROUP-CHILD-COUNT PIC 9(05) COMP VALUE ZERO.
000750 01  WS-GROUP-BALANCE PIC S9(11)V99 VALUE ZERO.
000760 01  WS-COUNTERS.
000770     05 WS-MASTER-COUNT PIC 9(07) COMP VALUE ZERO.
000780     05 WS-GROUP-COUNT PIC 9(07) COMP VALUE ZERO.
000790     05 WS-CHILD-COUNT PIC 9(07) COMP VALUE ZERO.
000800     05 WS-ORPHAN-COUNT PIC 9(07) COMP VALUE ZERO.
000810 01  WS-ALL-GROUPS-BALANCE PIC S9(13)V99 VALUE ZERO.
000820 01  WS-TODAY-DATE PIC 9(08) VALUE ZERO.
000830*----------------------------------------------------------------
000840* REPORT LINE LAYOUTS
000850*----------------------------------------------------------------
000860 01  WS-HEADING-LINE.
000870     05 FILLER PIC X(20) VALUE SPACES.
000880     05 FILLER PIC X(28)
000890         VALUE 'ACCOUNT HIERARCHY LISTING - '.
000900     05 HL-RUN-DATE PIC 9(08).
000910 01  WS-COLUMN-LINE.
000920     05 FILLER PIC X(10) VALUE 'ACCOUNT'.
000930     05 FILLER PIC X(22) VALUE 'NAME'.
000940     05 FILLER PIC X(04) VALUE 'ST'.
000950     05 FILLER PIC X(16) VALUE '       BALANCE'.
000960     05 FILLER PIC X(28) VALUE 'NOTE'.
000970 01  WS-PARENT-LINE.
000980     05 PL-CUSTUMER-ID PIC 9(06).
000990     05 FILLER PIC X(04) VALUE SPACES.
001000     05 PL-CUSTUMER-NAME PIC X(20).
001010     05 FILLER PIC X(02) VALUE SPACES.
001020     05 PL-STATUS PIC X(01).
001030     05 FILLER PIC X(03) VALUE SPACES.
001040     05 PL-BALANCE PIC -(10)9.99.
001050     05 FILLER PIC X(02) VALUE SPACES.
001060     05 PL-NOTE PIC X(28).
001070 01  WS-CHILD-LINE.
001080     05 FILLER PIC X(02) VALUE SPACES.
001090     05 CL-CUSTUMER-ID PIC 9(06).
001100     05 FILLER PIC X(02) VALUE SPACES.
001110     05 CL-CUSTUMER-NAME PIC X(20).
001120     05 FILLER PIC X(02) VALUE SPACES.
001130     05 CL-STATUS PIC X(01).
001140     05 FILLER PIC X(03) VALUE SPACES.
001150     05 CL-BALANCE PIC -(10)9.99.
001160 01  WS-GROUP-TOTAL-LINE.
001170     05 FILLER PIC X(10) VALUE SPACES.
001180     05 FILLER PIC X(16) VALUE 'CHILD ACCOUNTS:'.
001190     05 GL-CHILD-COUNT PIC ZZ,ZZ9.
001200     05 FILLER PIC X(04) VALUE SPACES.
001210     05 FILLER PIC X(14) VALUE 'GROUP BALANCE:'.
001220     05 GL-GROUP-BALANCE PIC -(10)9.99.
001230 01  WS-MASTER-TOTAL-LINE.
001240     05 FILLER PIC X(30) VALUE 'MASTER RECORDS READ:'.
001250     05 TL-MASTER-COUNT PIC ZZZ,ZZ9.
001260 01  WS-GROUP-COUNT-LINE.
001270     05 FILLER PIC X(30) VALUE 'ACCOUNT GROUPS:'.
001280     05 TL-GROUP-COUNT PIC ZZZ,ZZ9.
001290     05 FILLER PIC X(04) VALUE SPACES.
001300     05 TL-ALL-GROUPS-BALANCE PIC -(12)9.99.
001310 01  WS-CHILD-COUNT-LINE.
001320     05 FILLER PIC X(30) VALUE 'CHILD ACCOUNTS:'.
001330     05 TL-CHILD-COUNT PIC ZZZ,ZZ9.
001340 01  WS-ORPHAN-COUNT-LINE.
001350     05 FILLER PIC X(30) VALUE 'ORPHAN GROUPS TO RE-LINK:'.
001360     05 TL-ORPHAN-COUNT PIC ZZZ,ZZ9.
001370 PROCEDURE DIVISION.
001380*----------------------------------------------------------------
001390* 0000-MAINLINE
001400*----------------------------------------------------------------
001410 0000-MAINLINE.
001420     PERFORM 1000-INITIALIZE.
001430     IF WS-RUN-USABLE
001440         SORT HIERARCHY-SORT-FILE
001450             ON ASCENDING KEY HS-PARENT-ID HS-CUSTUMER-ID
001460             INPUT PROCEDURE IS 1500-RELEASE-CHILDREN
001470             OUTPUT PROCEDURE IS 2000-LIST-GROUPS
001480         IF SORT-RETURN NOT = ZERO
001490             DISPLAY 'CUSTHIER HIERARCHY SORT FAILED - '
001500                 'SORT-RETURN ' SORT-RETURN
001510             MOVE 16 TO RETURN-CODE
001520         ELSE
001530             IF WS-ORPHAN-COUNT > ZERO
001540                 MOVE 4 TO RETURN-CODE
001550             END-IF
001560         END-IF
001570         PERFORM 3000-PRINT-TOTALS
001580         PERFORM 9000-TERMINATE
001590     END-IF.
001600     STOP RUN.
001610*----------------------------------------------------------------
001620* 1000-INITIALIZE
001630* OPENS THE MASTER AND THE LISTING.  A MISSING MASTER IS REFUSED
001640* WITH RC=16.
001650*----------------------------------------------------------------
001660 1000-INITIALIZE.
001670     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
001680     OPEN INPUT CUSTOMER-MASTER-FILE.
001690     IF WS-CUSTMAST-STATUS = '35'
001700         DISPLAY 'CUSTOMER MASTER DOES NOT EXIST - NOTHING TO '
001710             'LIST'
001720         MOVE 16 TO RETURN-CODE
001730         SET WS-RUN-UNUSABLE TO TRUE
001740     ELSE
001750         OPEN OUTPUT HIERARCHY-REPORT
001760         MOVE WS-TODAY-DATE TO HL-RUN-DATE
001770         WRITE HIER-LINE FROM WS-HEADING-LINE
001780         WRITE HIER-LINE FROM SPACES
001790         WRITE HIER-LINE FROM WS-COLUMN-LINE
001800     END-IF.
001810*----------------------------------------------------------------
001820* 1500-RELEASE-CHILDREN
001830* SORT INPUT PROCEDURE - ONE PASS OVER THE WHOLE MASTER IN KEY
001840* ORDER, RELEASING EVERY LIVE (NOT MERGED-AWAY) CHILD ACCOUNT
001850* LINKED UNDER A PARENT.  A CLOSED CHILD IS STILL LISTED -
001860* ITS LINK IS STILL ON FILE.
001870*----------------------------------------------------------------
001880 1500-RELEASE-CHILDREN.
001890     MOVE ZERO TO CUSTUMER-ID.
001900     START CUSTOMER-MASTER-FILE KEY NOT < CUSTUMER-ID
001910         INVALID KEY
001920             SET WS-END-OF-MASTER TO TRUE
001930     END-START.
001940     PERFORM 1510-RELEASE-ONE-CHILD
001950         UNTIL WS-END-OF-MASTER.
001960*----------------------------------------------------------------
001970* 1510-RELEASE-ONE-CHILD
001980*----------------------------------------------------------------
001990 1510-RELEASE-ONE-CHILD.
002000     READ CUSTOMER-MASTER-FILE NEXT RECORD
002010         AT END
002020             SET WS-END-OF-MASTER TO TRUE
002030         NOT AT END
002040             ADD 1 TO WS-MASTER-COUNT
002050             IF NOT CUSTOMER-NO-PARENT
002060                 AND CUSTOMER-NOT-MERGED
002070                 MOVE CUSTOMER-PARENT-ID TO HS-PARENT-ID
002080                 MOVE CUSTUMER-ID TO HS-CUSTUMER-ID
002090                 MOVE CUSTUMER-NAME TO HS-CUSTUMER-NAME
002100                 MOVE CUSTOMER-STATUS TO HS-STATUS
002110                 MOVE CUSTOMER-BALANCE TO HS-BALANCE
002120                 RELEASE HIERARCHY-SORT-RECORD
002130             END-IF
002140     END-READ.
002150*----------------------------------------------------------------
002160* 2000-LIST-GROUPS
002170* SORT OUTPUT PROCEDURE - ONE GROUP PER RUN OF EQUAL PARENT IDS.
002180*----------------------------------------------------------------
002190 2000-LIST-GROUPS.
002200     PERFORM 2900-RETURN-CHILD.
002210     PERFORM 2100-LIST-ONE-GROUP
002220         UNTIL WS-END-OF-CHILDREN.
002230*----------------------------------------------------------------
002240* 2100-LIST-ONE-GROUP
002250* THE PARENT LINE, THEN EVERY CHILD UNDER IT, THEN THE GROUP
002260* TOTAL - THE PARENT'S OWN BALANCE PLUS ITS CHILDREN'S.
002270*----------------------------------------------------------------
002280 2100-LIST-ONE-GROUP.
002290     MOVE HS-PARENT-ID TO WS-GROUP-PARENT-ID.
002300     MOVE ZERO TO WS-GROUP-CHILD-COUNT.
002310     MOVE ZERO TO WS-GROUP-BALANCE.
002320     PERFORM 2200-PRINT-PARENT.
002330     PERFORM 2300-PRINT-CHILD
002340         UNTIL WS-END-OF-CHILDREN
002350            OR HS-PARENT-ID NOT = WS-GROUP-PARENT-ID.
002360     MOVE WS-GROUP-CHILD-COUNT TO GL-CHILD-COUNT.
002370     MOVE WS-GROUP-BALANCE TO GL-GROUP-BALANCE.
002380     WRITE HIER-LINE FROM WS-GROUP-TOTAL-LINE.
002390     WRITE HIER-LINE FROM SPACES.
002400     ADD 1 TO WS-GROUP-COUNT.
002410     ADD WS-GROUP-BALANCE TO WS-ALL-GROUPS-BALANCE.
002420*----------------------------------------------------------------
002430* 2200-PRINT-PARENT
002440* READS THE PARENT BY KEY.  A PARENT NO LONGER ON FILE, CLOSED,
002450* MERGED AWAY OR ITSELF LINKED UNDER ANOTHER ACCOUNT MAKES THE
002460* GROUP AN ORPHAN; ONE NOT ON FILE ADDS NOTHING OF ITS OWN TO
002470* THE GROUP BALANCE.
002480*----------------------------------------------------------------
002490 2200-PRINT-PARENT.
002500     SET WS-GROUP-IS-SOUND TO TRUE.
002510     MOVE WS-GROUP-PARENT-ID TO CUSTUMER-ID.
002520     MOVE WS-GROUP-PARENT-ID TO PL-CUSTUMER-ID.
002530     MOVE SPACES TO PL-NOTE.
002540     READ CUSTOMER-MASTER-FILE
002550         INVALID KEY
002560             MOVE SPACES TO PL-CUSTUMER-NAME
002570             MOVE SPACE TO PL-STATUS
002580             MOVE ZERO TO PL-BALANCE
002590             MOVE 'ORPHAN - PARENT NOT ON FILE' TO PL-NOTE
002600             SET WS-GROUP-IS-ORPHAN TO TRUE
002610     END-READ.
002620     IF WS-CUSTMAST-OK
002630         MOVE CUSTUMER-NAME TO PL-CUSTUMER-NAME
002640         MOVE CUSTOMER-STATUS TO PL-STATUS
002650         MOVE CUSTOMER-BALANCE TO PL-BALANCE
002660         ADD CUSTOMER-BALANCE TO WS-GROUP-BALANCE
002670         EVALUATE TRUE
002680             WHEN NOT CUSTOMER-NOT-MERGED
002690                 MOVE 'ORPHAN - PARENT MERGED' TO PL-NOTE
002700                 SET WS-GROUP-IS-ORPHAN TO TRUE
002710             WHEN CUSTOMER-CLOSED
002720                 MOVE 'ORPHAN - PARENT CLOSED' TO PL-NOTE
002730                 SET WS-GROUP-IS-ORPHAN TO TRUE
002740             WHEN NOT CUSTOMER-NO-PARENT
002750                 STRING 'ORPHAN - PARENT UNDER '
002760                     CUSTOMER-PARENT-ID
002770                     DELIMITED BY SIZE INTO PL-NOTE
002780                 SET WS-GROUP-IS-ORPHAN TO TRUE
002790             WHEN OTHER
002800                 CONTINUE
002810         END-EVALUATE
002820     END-IF.
002830     IF WS-GROUP-IS-ORPHAN
002840         ADD 1 TO WS-ORPHAN-COUNT
002850     END-IF.
002860     WRITE HIER-LINE FROM WS-PARENT-LINE.
002870*----------------------------------------------------------------
002880* 2300-PRINT-CHILD
002890*----------------------------------------------------------------
002900 2300-PRINT-CHILD.
002910     MOVE HS-CUSTUMER-ID TO CL-CUSTUMER-ID.
002920     MOVE HS-CUSTUMER-NAME TO CL-CUSTUMER-NAME.
002930     MOVE HS-STATUS TO CL-STATUS.
002940     MOVE HS-BALANCE TO CL-BALANCE.
002950     WRITE HIER-LINE FROM WS-CHILD-LINE.
002960     ADD 1 TO WS-GROUP-CHILD-COUNT.
002970     ADD 1 TO WS-CHILD-COUNT.
002980     ADD HS-BALANCE TO WS-GROUP-BALANCE.
002990     PERFORM 2900-RETURN-CHILD.
003000*----------------------------------------------------------------
003010* 2900-RETURN-CHILD
003020*----------------------------------------------------------------
003030 2900-RETURN-CHILD.
003040     RETURN HIERARCHY-SORT-FILE
003050         AT END
003060             SET WS-END-OF-CHILDREN TO TRUE
003070     END-RETURN.
003080*----------------------------------------------------------------
003090* 3000-PRINT-TOTALS
003100*----------------------------------------------------------------
003110 3000-PRINT-TOTALS.
003120     MOVE WS-MASTER-COUNT TO TL-MASTER-COUNT.
003130     MOVE WS-GROUP-COUNT TO TL-GROUP-COUNT.
003140     MOVE WS-ALL-GROUPS-BALANCE TO TL-ALL-GROUPS-BALANCE.
003150     MOVE WS-CHILD-COUNT TO TL-CHILD-COUNT.
003160     MOVE WS-ORPHAN-COUNT TO TL-ORPHAN-COUNT.
003170     WRITE HIER-LINE FROM WS-MASTER-TOTAL-LINE.
003180     WRITE HIER-LINE FROM WS-GROUP-COUNT-LINE.
003190     WRITE HIER-LINE FROM WS-CHILD-COUNT-LINE.
003200     WRITE HIER-LINE FROM WS-ORPHAN-COUNT-LINE.
003210*----------------------------------------------------------------
003220* 9000-TERMINATE
003230*----------------------------------------------------------------
003240 9000-TERMINATE.
003250     CLOSE CUSTOMER-MASTER-FILE.
003260     CLOSE HIERARCHY-REPORT.
003270 END PROGRAM CUSTHIER.
