000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTCSVX.
000030 AUTHOR. JULIO.
000040 INSTALLATION. CUSTOMER-ACCOUNTING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  JR   ORIGINAL - COMMA-DELIMITED CUSTOMER EXPORT FOR
000110*                  THE CRM AND THE SPREADSHEET USERS, SO NOBODY
000120*                  RETYPES CUSTRPT LISTINGS.  ONE HEADER ROW, THEN
000130*                  ONE ROW PER SELECTED CUSTOMER: CUSTUMER-ID,
000140*                  NAME, ADDRESS, PHONE, STATUS, BALANCE, MERGED-
000150*                  TO, LAST PAYMENT DATE AND LAST ACTIVITY DATE.
000160*                  NAME, ADDRESS AND PHONE ARE QUOTED WITH ANY
000170*                  EMBEDDED QUOTE DOUBLED.  THE TWO DATES COME
000180*                  FROM CUSTHIST, SORTED BY CUSTUMER-ID AND
000190*                  MATCHED AGAINST THE MASTER IN KEY ORDER THE
000200*                  SAME WAY CUSTDUNN DOES.  SYSIN SELECTS BY
000210*                  STATUS (BLANK FOR ALL) AND BY CHANGED-SINCE
000220*                  DATE (ZERO FOR ALL) - AN ACCOUNT HAS CHANGED
000230*                  WHEN ITS LAST CUSTHIST ACTIVITY IS ON OR AFTER
000240*                  THE DATE, WHICH COVERS POINT_COBOL MAINTENANCE
000250*                  AS WELL AS POSTINGS.  A SEPARATE CONTROL RECORD
000260*                  CARRIES THE ROW COUNT AND BALANCE TOTAL SO THE
000270*                  RECEIVING SIDE CAN PROVE IT GOT THE WHOLE FILE.
000280*                  READ-ONLY AGAINST THE MASTER.
000290*----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. IBM-370.
000330 OBJECT-COMPUTER. IBM-370.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS CUSTUMER-ID
000400         FILE STATUS IS WS-CUSTMAST-STATUS.
000410     SELECT CUSTOMER-HISTORY-FILE ASSIGN TO CUSTHIST
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-CUSTHIST-STATUS.
000440     SELECT HISTORY-SORT-FILE ASSIGN TO SORTWK01.
000450     SELECT CSV-EXPORT-FILE ASSIGN TO CUSTCSV
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-CUSTCSV-STATUS.
000480     SELECT CSV-CONTROL-FILE ASSIGN TO CSVCTL
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-CSVCTL-STATUS.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  CUSTOMER-MASTER-FILE
000540     LABEL RECORDS ARE STANDARD.
000550     COPY CUSTREC.
000560 FD  CUSTOMER-HISTORY-FILE
000570     LABEL RECORDS ARE STANDARD.
000580     COPY CUSTHIST.
000590 SD  HISTORY-SORT-FILE.
000600 01  HISTORY-SORT-RECORD.
000610     05 HS-CUSTUMER-ID PIC 9(06).
000620     05 HS-CHANGE-DATE PIC 9(08).
000630     05 HS-TRANS-TYPE PIC X(01).
000640 FD  CSV-EXPORT-FILE
000650     LABEL RECORDS ARE STANDARD
000660     RECORDING MODE IS F.
000670 01  CSV-LINE PIC X(250).
000680 FD  CSV-CONTROL-FILE
000690     LABEL RECORDS ARE STANDARD
000700     RECORDING MODE IS F.
000710 01  CSV-CONTROL-LINE PIC X(80).
000720 WORKING-STORAGE SECTION.
000730 01  WS-CUSTMAST-STATUS PIC X(02) VALUE '00'.
000740 01  WS-CUSTHIST-STATUS PIC X(02) VALUE '00'.
000750 01  WS-CUSTCSV-STATUS PIC X(02) VALUE '00'.
000760 01  WS-CSVCTL-STATUS PIC X(02) VALUE '00'.
000770 01  WS-HIST-EOF-SWITCH PIC X(01) VALUE 'N'.
000780     88 WS-END-OF-HISTORY VALUE 'Y'.
000790 01  WS-MAST-EOF-SWITCH PIC X(01) VALUE 'N'.
000800     88 WS-END-OF-MASTER VALUE 'Y'.
000810 01  WS-SORT-EOF-SWITCH PIC X(01) VALUE 'N'.
000820     88 WS-END-OF-SORTED-HISTORY VALUE 'Y'.
000830 01  WS-RUN-SWITCH PIC X(01) VALUE 'Y'.
000840     88 WS-RUN-USABLE VALUE 'Y'.
000850     88 WS-RUN-UNUSABLE VALUE 'N'.
000860 01  WS-SELECT-STATUS PIC X(01) VALUE SPACE.
000870     88 WS-SELECT-ALL-STATUSES VALUE SPACE.
000880     88 WS-SELECT-STATUS-VALID VALUE SPACE 'A' 'C' 'H'.
000890 01  WS-CHANGED-SINCE PIC 9(08) VALUE ZERO.
000900     88 WS-SELECT-ALL-DATES VALUE ZERO.
000910 01  WS-TODAY-DATE PIC 9(08) VALUE ZERO.
000920 01  WS-LAST-PAYMENT-DATE PIC 9(08) VALUE ZERO.
000930 01  WS-LAST-ACTIVITY-DATE PIC 9(08) VALUE ZERO.
000940 01  WS-COUNTERS.
000950     05 WS-MASTER-COUNT PIC 9(07) COMP VALUE ZERO.
000960     05 WS-EXPORT-COUNT PIC 9(07) COMP VALUE ZERO.
000970 01  WS-EXPORT-TOTAL PIC S9(11)V99 VALUE ZERO.
000980*----------------------------------------------------------------
000990* CSV ROW BUILD AREA.  EACH FIELD IS APPENDED AT WS-CSV-POINTER;
001000* A QUOTED FIELD IS COPIED ONE CHARACTER AT A TIME SO AN EMBEDDED
001010* QUOTE CAN BE DOUBLED, AND ITS TRAILING SPACES ARE DROPPED.  A
001020* PLAIN FIELD LOSES ITS LEADING SPACES.
001030*----------------------------------------------------------------
001040 01  WS-CSV-RECORD PIC X(250) VALUE SPACES.
001050 01  WS-CSV-POINTER PIC 9(03) COMP VALUE 1.
001060 01  WS-CSV-FIELD PIC X(40) VALUE SPACES.
001070 01  WS-CSV-FIELD-LENGTH PIC 9(03) COMP VALUE ZERO.
001080 01  WS-CSV-PLAIN PIC X(16) VALUE SPACES.
001090 01  WS-CSV-LEADING PIC 9(03) COMP VALUE ZERO.
001100 01  WS-CSV-IX PIC 9(03) COMP VALUE ZERO.
001110 01  WS-CSV-QUOTE PIC X(01) VALUE '"'.
001120 01  WS-CSV-BALANCE PIC -(9)9.99.
001130 01  WS-CSV-HEADER-ROW.
001140     05 FILLER PIC X(40)
001150         VALUE 'CUSTUMER_ID,NAME,ADDRESS,PHONE,STATUS,'.
001160     05 FILLER PIC X(50)
001170         VALUE 'BALANCE,MERGED_TO,LAST_PAYMENT_DATE,'.
001180     05 FILLER PIC X(20)
001190         VALUE 'LAST_ACTIVITY_DATE'.
001200*----------------------------------------------------------------
001210* CONTROL RECORD - ALSO COMMA-DELIMITED SO THE RECEIVING SIDE
001220* READS IT WITH THE SAME PARSER.  THE SELECTION IT WAS CUT WITH
001230* RIDES ALONG WITH THE ROW COUNT AND THE BALANCE TOTAL.
001240*----------------------------------------------------------------
001250 01  WS-CONTROL-RECORD.
001260     05 CT-FILE-NAME PIC X(08) VALUE 'CUSTCSVX'.
001270     05 FILLER PIC X(01) VALUE ','.
001280     05 CT-EXPORT-DATE PIC 9(08).
001290     05 FILLER PIC X(01) VALUE ','.
001300     05 CT-SELECT-STATUS PIC X(01).
001310     05 FILLER PIC X(01) VALUE ','.
001320     05 CT-CHANGED-SINCE PIC 9(08).
001330     05 FILLER PIC X(01) VALUE ','.
001340     05 CT-RECORD-COUNT PIC 9(07).
001350     05 FILLER PIC X(01) VALUE ','.
001360     05 CT-BALANCE-TOTAL PIC +9(11).99.
001370     05 FILLER PIC X(27) VALUE SPACES.
001380 PROCEDURE DIVISION.
001390*----------------------------------------------------------------
001400* 0000-MAINLINE
001410*----------------------------------------------------------------
001420 0000-MAINLINE.
001430     PERFORM 1000-INITIALIZE.
001440     IF WS-RUN-USABLE
001450         SORT HISTORY-SORT-FILE
001460             ON ASCENDING KEY HS-CUSTUMER-ID HS-CHANGE-DATE
001470             INPUT PROCEDURE IS 1500-RELEASE-HISTORY
001480             OUTPUT PROCEDURE IS 2000-EXPORT-CUSTOMERS
001481         IF SORT-RETURN NOT = ZERO
001482             DISPLAY 'CUSTCSVX HISTORY SORT FAILED - '
001483                 'SORT-RETURN ' SORT-RETURN
001484             MOVE 16 TO RETURN-CODE
001485         ELSE
001490             PERFORM 3000-WRITE-CONTROL-RECORD
001495         END-IF
001500         PERFORM 9000-TERMINATE
001510     END-IF.
001520     STOP RUN.
001530*----------------------------------------------------------------
001540* 1000-INITIALIZE
001550* READS AND EDITS THE SELECTION CARDS AND OPENS THE FILES.  A BAD
001560* CARD OR A MISSING MASTER FAILS THE RUN WITH RC=16 RATHER THAN
001570* HANDING THE CRM A QUIETLY EMPTY FILE.
001580*----------------------------------------------------------------
001590 1000-INITIALIZE.
001600     DISPLAY 'ENTER STATUS TO EXPORT (A/C/H, BLANK FOR ALL): '.
001610     ACCEPT WS-SELECT-STATUS.
001620     DISPLAY 'ENTER CHANGED-SINCE DATE (YYYYMMDD, 0 FOR ALL): '.
001630     ACCEPT WS-CHANGED-SINCE.
001640     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
001650     IF NOT WS-SELECT-STATUS-VALID
001660         OR WS-CHANGED-SINCE NOT NUMERIC
001670         DISPLAY 'STATUS OR CHANGED-SINCE CARD INVALID - RUN '
001680             'ABANDONED'
001690         MOVE 16 TO RETURN-CODE
001700         SET WS-RUN-UNUSABLE TO TRUE
001710     ELSE
001720         OPEN INPUT CUSTOMER-MASTER-FILE
001730         IF WS-CUSTMAST-STATUS = '35'
001740             DISPLAY 'CUSTOMER MASTER DOES NOT EXIST - NOTHING '
001750                 'TO EXPORT'
001760             MOVE 16 TO RETURN-CODE
001770             SET WS-RUN-UNUSABLE TO TRUE
001780         ELSE
001790             OPEN OUTPUT CSV-EXPORT-FILE
001800             OPEN OUTPUT CSV-CONTROL-FILE
001810             WRITE CSV-LINE FROM WS-CSV-HEADER-ROW
001820         END-IF
001830     END-IF.
001840*----------------------------------------------------------------
001850* 1500-RELEASE-HISTORY
001860* SORT INPUT PROCEDURE - ONE SORT RECORD PER CUSTHIST RECORD.  A
001870* MISSING CUSTHIST ('35') RELEASES NOTHING AND EVERY ACCOUNT
001880* EXPORTS WITH BLANK DATES.
001890*----------------------------------------------------------------
001900 1500-RELEASE-HISTORY.
001910     OPEN INPUT CUSTOMER-HISTORY-FILE.
001920     IF WS-CUSTHIST-STATUS = '35'
001930         SET WS-END-OF-HISTORY TO TRUE
001940     ELSE
001950         PERFORM 1510-READ-HISTORY
001960     END-IF.
001970     PERFORM 1520-RELEASE-ONE-RECORD UNTIL WS-END-OF-HISTORY.
001980     IF WS-CUSTHIST-STATUS NOT = '35'
001990         CLOSE CUSTOMER-HISTORY-FILE
002000     END-IF.
002010*----------------------------------------------------------------
002020* 1510-READ-HISTORY
002030*----------------------------------------------------------------
002040 1510-READ-HISTORY.
002050     READ CUSTOMER-HISTORY-FILE
002060         AT END
002070             SET WS-END-OF-HISTORY TO TRUE
002080     END-READ.
002090*----------------------------------------------------------------
002100* 1520-RELEASE-ONE-RECORD
002110* CUSTHPRG'S CARRY-FORWARD RECORDS ARE BOOKKEEPING, NOT ACTIVITY
002120* ON THE ACCOUNT, SO THEY ARE LEFT OUT.
002130*----------------------------------------------------------------
002140 1520-RELEASE-ONE-RECORD.
002150     IF CH-CHANGE-DATE IS NUMERIC
002160         AND NOT CH-SOURCE-CARRY
002170         MOVE CH-CUSTUMER-ID TO HS-CUSTUMER-ID
002180         MOVE CH-CHANGE-DATE TO HS-CHANGE-DATE
002190         MOVE CH-TRANS-TYPE TO HS-TRANS-TYPE
002200         RELEASE HISTORY-SORT-RECORD
002210     END-IF.
002220     PERFORM 1510-READ-HISTORY.
002230*----------------------------------------------------------------
002240* 2000-EXPORT-CUSTOMERS
002250* SORT OUTPUT PROCEDURE - WALKS THE MASTER IN KEY ORDER ALONGSIDE
002260* THE SORTED HISTORY, BOTH ASCENDING BY CUSTUMER-ID.
002270*----------------------------------------------------------------
002280 2000-EXPORT-CUSTOMERS.
002290     PERFORM 2100-RETURN-HISTORY.
002300     MOVE ZERO TO CUSTUMER-ID.
002310     START CUSTOMER-MASTER-FILE KEY NOT < CUSTUMER-ID
002320         INVALID KEY
002330             SET WS-END-OF-MASTER TO TRUE
002340     END-START.
002350     IF NOT WS-END-OF-MASTER
002360         PERFORM 2200-READ-MASTER
002370     END-IF.
002380     PERFORM 2300-EXPORT-ONE-CUSTOMER UNTIL WS-END-OF-MASTER.
002390*----------------------------------------------------------------
002400* 2100-RETURN-HISTORY
002410*----------------------------------------------------------------
002420 2100-RETURN-HISTORY.
002430     RETURN HISTORY-SORT-FILE
002440         AT END
002450             SET WS-END-OF-SORTED-HISTORY TO TRUE
002460     END-RETURN.
002470*----------------------------------------------------------------
002480* 2200-READ-MASTER
002490*----------------------------------------------------------------
002500 2200-READ-MASTER.
002510     READ CUSTOMER-MASTER-FILE NEXT RECORD
002520         AT END
002530             SET WS-END-OF-MASTER TO TRUE
002540     END-READ.
002550*----------------------------------------------------------------
002560* 2300-EXPORT-ONE-CUSTOMER
002570* HISTORY FOR IDS NO LONGER ON THE MASTER IS PASSED OVER.  THE
002580* HISTORY FOR THIS ID ARRIVES OLDEST FIRST, SO THE LAST DATES
002590* TAKEN ARE THE MOST RECENT ONES.
002600*----------------------------------------------------------------
002610 2300-EXPORT-ONE-CUSTOMER.
002620     ADD 1 TO WS-MASTER-COUNT.
002630     MOVE ZERO TO WS-LAST-PAYMENT-DATE.
002640     MOVE ZERO TO WS-LAST-ACTIVITY-DATE.
002650     PERFORM 2100-RETURN-HISTORY
002660         UNTIL WS-END-OF-SORTED-HISTORY
002670             OR HS-CUSTUMER-ID NOT < CUSTUMER-ID.
002680     PERFORM 2310-TAKE-HISTORY-DATES
002690         UNTIL WS-END-OF-SORTED-HISTORY
002700             OR HS-CUSTUMER-ID NOT = CUSTUMER-ID.
002710     IF (WS-SELECT-ALL-STATUSES
002720             OR CUSTOMER-STATUS = WS-SELECT-STATUS)
002730         AND (WS-SELECT-ALL-DATES
002740             OR WS-LAST-ACTIVITY-DATE NOT < WS-CHANGED-SINCE)
002750         PERFORM 2400-BUILD-CSV-ROW
002760         WRITE CSV-LINE FROM WS-CSV-RECORD
002770         ADD 1 TO WS-EXPORT-COUNT
002780         ADD CUSTOMER-BALANCE TO WS-EXPORT-TOTAL
002790     END-IF.
002800     PERFORM 2200-READ-MASTER.
002810*----------------------------------------------------------------
002820* 2310-TAKE-HISTORY-DATES
002830*----------------------------------------------------------------
002840 2310-TAKE-HISTORY-DATES.
002850     MOVE HS-CHANGE-DATE TO WS-LAST-ACTIVITY-DATE.
002860     IF HS-TRANS-TYPE = 'P'
002870         MOVE HS-CHANGE-DATE TO WS-LAST-PAYMENT-DATE
002880     END-IF.
002890     PERFORM 2100-RETURN-HISTORY.
002900*----------------------------------------------------------------
002910* 2400-BUILD-CSV-ROW
002920* AN UNMERGED ACCOUNT AND A DATE THAT NEVER HAPPENED EXPORT AS
002930* EMPTY FIELDS RATHER THAN ZEROES.
002940*----------------------------------------------------------------
002950 2400-BUILD-CSV-ROW.
002960     MOVE SPACES TO WS-CSV-RECORD.
002970     MOVE 1 TO WS-CSV-POINTER.
002980     STRING CUSTUMER-ID ',' DELIMITED BY SIZE
002990         INTO WS-CSV-RECORD WITH POINTER WS-CSV-POINTER.
003000     MOVE CUSTUMER-NAME TO WS-CSV-FIELD.
003010     PERFORM 2500-APPEND-QUOTED-FIELD.
003020     MOVE CUSTUMER-ADDRESS TO WS-CSV-FIELD.
003030     PERFORM 2500-APPEND-QUOTED-FIELD.
003040     MOVE CUSTOMER-PHONE TO WS-CSV-FIELD.
003050     PERFORM 2500-APPEND-QUOTED-FIELD.
003060     STRING CUSTOMER-STATUS ',' DELIMITED BY SIZE
003070         INTO WS-CSV-RECORD WITH POINTER WS-CSV-POINTER.
003080     MOVE CUSTOMER-BALANCE TO WS-CSV-BALANCE.
003090     MOVE WS-CSV-BALANCE TO WS-CSV-PLAIN.
003100     PERFORM 2600-APPEND-PLAIN-FIELD.
003110     IF CUSTOMER-NOT-MERGED
003120         STRING ',' DELIMITED BY SIZE
003130             INTO WS-CSV-RECORD WITH POINTER WS-CSV-POINTER
003140     ELSE
003150         STRING CUSTOMER-MERGED-TO ',' DELIMITED BY SIZE
003160             INTO WS-CSV-RECORD WITH POINTER WS-CSV-POINTER
003170     END-IF.
003180     IF WS-LAST-PAYMENT-DATE = ZERO
003190         STRING ',' DELIMITED BY SIZE
003200             INTO WS-CSV-RECORD WITH POINTER WS-CSV-POINTER
003210     ELSE
003220         STRING WS-LAST-PAYMENT-DATE ',' DELIMITED BY SIZE
003230             INTO WS-CSV-RECORD WITH POINTER WS-CSV-POINTER
003240     END-IF.
003250     IF WS-LAST-ACTIVITY-DATE NOT = ZERO
003260         STRING WS-LAST-ACTIVITY-DATE DELIMITED BY SIZE
003270             INTO WS-CSV-RECORD WITH POINTER WS-CSV-POINTER
003280     END-IF.
003290*----------------------------------------------------------------
003300* 2500-APPEND-QUOTED-FIELD
003310* WRAPS WS-CSV-FIELD IN QUOTES, LESS ITS TRAILING SPACES, WITH
003320* ANY QUOTE INSIDE IT DOUBLED, AND FOLLOWS IT WITH A COMMA.
003330*----------------------------------------------------------------
003340 2500-APPEND-QUOTED-FIELD.
003350     MOVE 40 TO WS-CSV-FIELD-LENGTH.
003360     PERFORM 2510-BACK-UP-ONE
003370         UNTIL WS-CSV-FIELD-LENGTH = 1
003380             OR WS-CSV-FIELD(WS-CSV-FIELD-LENGTH:1) NOT = SPACE.
003390     IF WS-CSV-FIELD(1:1) = SPACE AND WS-CSV-FIELD-LENGTH = 1
003400         MOVE ZERO TO WS-CSV-FIELD-LENGTH
003410     END-IF.
003420     STRING WS-CSV-QUOTE DELIMITED BY SIZE
003430         INTO WS-CSV-RECORD WITH POINTER WS-CSV-POINTER.
003440     PERFORM 2520-APPEND-ONE-CHARACTER
003450         VARYING WS-CSV-IX FROM 1 BY 1
003460         UNTIL WS-CSV-IX > WS-CSV-FIELD-LENGTH.
003470     STRING WS-CSV-QUOTE ',' DELIMITED BY SIZE
003480         INTO WS-CSV-RECORD WITH POINTER WS-CSV-POINTER.
003490*----------------------------------------------------------------
003500* 2510-BACK-UP-ONE
003510*----------------------------------------------------------------
003520 2510-BACK-UP-ONE.
003530     SUBTRACT 1 FROM WS-CSV-FIELD-LENGTH.
003540*----------------------------------------------------------------
003550* 2520-APPEND-ONE-CHARACTER
003560*----------------------------------------------------------------
003570 2520-APPEND-ONE-CHARACTER.
003580     IF WS-CSV-FIELD(WS-CSV-IX:1) = WS-CSV-QUOTE
003590         STRING WS-CSV-QUOTE WS-CSV-QUOTE DELIMITED BY SIZE
003600             INTO WS-CSV-RECORD WITH POINTER WS-CSV-POINTER
003610     ELSE
003620         STRING WS-CSV-FIELD(WS-CSV-IX:1) DELIMITED BY SIZE
003630             INTO WS-CSV-RECORD WITH POINTER WS-CSV-POINTER
003640     END-IF.
003650*----------------------------------------------------------------
003660* 2600-APPEND-PLAIN-FIELD
003670* APPENDS WS-CSV-PLAIN LESS ITS LEADING SPACES, THEN A COMMA.
003680*----------------------------------------------------------------
003690 2600-APPEND-PLAIN-FIELD.
003700     MOVE ZERO TO WS-CSV-LEADING.
003710     INSPECT WS-CSV-PLAIN TALLYING WS-CSV-LEADING
003720         FOR LEADING SPACES.
003730     IF WS-CSV-LEADING < 16
003740         STRING WS-CSV-PLAIN(WS-CSV-LEADING + 1:)
003750             DELIMITED BY SPACE
003760             INTO WS-CSV-RECORD WITH POINTER WS-CSV-POINTER
003770     END-IF.
003780     STRING ',' DELIMITED BY SIZE
003790         INTO WS-CSV-RECORD WITH POINTER WS-CSV-POINTER.
003800*----------------------------------------------------------------
003810* 3000-WRITE-CONTROL-RECORD
003820*----------------------------------------------------------------
003830 3000-WRITE-CONTROL-RECORD.
003840     MOVE WS-TODAY-DATE TO CT-EXPORT-DATE.
003850     MOVE WS-SELECT-STATUS TO CT-SELECT-STATUS.
003860     MOVE WS-CHANGED-SINCE TO CT-CHANGED-SINCE.
003870     MOVE WS-EXPORT-COUNT TO CT-RECORD-COUNT.
003880     MOVE WS-EXPORT-TOTAL TO CT-BALANCE-TOTAL.
003890     WRITE CSV-CONTROL-LINE FROM WS-CONTROL-RECORD.
003900     DISPLAY 'MASTER RECORDS READ        : ' WS-MASTER-COUNT.
003910     DISPLAY 'CUSTOMERS EXPORTED         : ' WS-EXPORT-COUNT.
003920     DISPLAY 'BALANCE EXPORTED           : ' WS-EXPORT-TOTAL.
003930*----------------------------------------------------------------
003940* 9000-TERMINATE
003950*----------------------------------------------------------------
003960 9000-TERMINATE.
003970     CLOSE CUSTOMER-MASTER-FILE.
003980     CLOSE CSV-EXPORT-FILE.
003990     CLOSE CSV-CONTROL-FILE.
004000 END PROGRAM CUSTCSVX.
