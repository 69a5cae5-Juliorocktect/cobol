000560*                  HISTORY TRAIL OF EVERY ACCOUNT CUSTMRGE MERGED
000570*                  INTO IT (UP TO FIVE PER STATEMENT), FOUND BY A
000580*                  ONE-PASS MASTER SCAN OF THE NEW CUSTOMER-
000581*                  MERGED-TO POINTERS AND PRINTED UNDER 'HISTORY
000582*                  MERGED FROM' HEADINGS AFTER THE SURVIVOR'S OWN
000583*                  LINES.  A MERGED ACCOUNT ALREADY ARCHIVED OFF
000584*                  THE MASTER NO LONGER CARRIES ITS POINTER HERE -
000585*                  ITS TRAIL IS REACHED THROUGH CUSTARIN INSTEAD.
000586* 2026-10-15  JR   A CUSTOMER WHOSE ADDRESS CUSTRTML HAS FLAGGED
000587*                  UNDELIVERABLE GETS NO STATEMENT - IT IS HELD
000588*                  BACK AND LISTED ON THE NOADDR NO-VALID-ADDRESS
000589*                  WORKLIST INSTEAD.  TYPE 'D' ADDRESS-STATUS
000590*                  AUDIT RECORDS ARE NOT ACCOUNT ACTIVITY AND ARE
000591*                  LEFT OFF THE STATEMENT.
000592* 2026-10-15  JR   A BAD-DEBT WRITE-OFF (TYPE 'W') AND A RECOVERY
000593*                  (TYPE 'Y') PRINT UNDER THEIR OWN DESCRIPTIONS
000594*                  INSTEAD OF BLANK.
000595* 2026-10-15  JR   CUSTHWRK EXTRACT LINE WIDENED TO X(100) FOR THE
000596*                  FOREIGN-CURRENCY DETAIL NOW ON THE CUSTHIST
000597*                  RECORD.
000598* 2026-10-15  JR   STATEMENTS NOW GO OUT BY THE CUSTOMER'S
000599*                  DELIVERY PREFERENCE - PAPER TO THE CUSTSTMT
000600*                  PRINT STREAM, ELECTRONIC TO THE NEW EDLV
000601*                  E-DELIVERY FILE FOR THE EMAIL VENDOR, BOTH TO
000602*                  BOTH.  EVERY STATEMENT LINE NOW GOES THROUGH
000603*                  2900-WRITE-STATEMENT-LINE.  EDLV CARRIES A
000604*                  HEADER RECORD PER STATEMENT, THE STATEMENT
000605*                  LINES, AND A CONTROL TRAILER (STATEMENT COUNT,
000606*                  LINE COUNT, BALANCE TOTAL) THE VENDOR PROVES
000607*                  THE FILE AGAINST.  A BAD ADDRESS HOLDS ONLY
000608*                  THE PAPER COPY.
000609* 2026-10-15  JR   THE 9999-CARD REQUEST TABLE AND THE LINE-BY-
000610*                  LINE TABLE SEARCH OF THE HISTORY EXTRACT ARE
000611*                  GONE.  THE DECK IS SAVED TO THE CUSTRWRK WORK
000612*                  FILE AS IT IS READ, AND ONE SORT ON OWNING
000613*                  CUSTUMER-ID MATCHES THE HISTORY AGAINST THE
000614*                  DECK AND THE MERGED-ACCOUNT POINTERS; THE LINES
000615*                  OF EVERY REQUESTED ACCOUNT GO TO CUSTHWRK, NOW
000616*                  A KEYED WORK FILE, SO EACH STATEMENT READS ITS
000617*                  OWN LINES DIRECTLY INSTEAD OF RE-READING THE
000618*                  WHOLE EXTRACT.  STATEMENTS STILL PRINT IN DECK
000619*                  ORDER WITH THE SAME LINES.  THE FIVE-PER-
000620*                  STATEMENT CAP ON MERGED-ACCOUNT TRAILS IS GONE
000621*                  WITH THE TABLE - EVERY MERGED ACCOUNT PRINTS.
000622*                  A FAILED SORT PRINTS NOTHING AND ENDS RC=16.
000623* 2026-10-15  JR   A CREDIT BALANCE REMITTED TO THE STATE AS
000624*                  UNCLAIMED PROPERTY (TYPE 'E') PRINTS AS
000625*                  UNCLAIMED.
000626* 2026-10-15  JR   THE STATEMENT OF A PARENT ACCOUNT IS NOW A
000627*                  CONSOLIDATED GROUP STATEMENT - AFTER THE
000628*                  PARENT'S OWN LINES, EACH LIVE CHILD ACCOUNT
000629*                  LINKED UNDER IT PRINTS ITS HEADING, BALANCE,
000630*                  HISTORY AND MERGED TRAILS, FOLLOWED BY A GROUP
000631*                  TOTAL BALANCE.  THE MASTER SCAN FILES A
000632*                  SECTION '3' MARKER PER CHILD UNDER ITS PARENT
000633*                  THE SAME WAY IT FILES MERGED ACCOUNTS.  THE
000634*                  WHOLE GROUP GOES BY THE PARENT'S DELIVERY
000635*                  PREFERENCE AND ADDRESS, AND THE EDLV TRAILER
000636*                  BALANCE TOTAL TAKES IN THE CHILD BALANCES.  A
000637*                  CHILD'S OWN STATEMENT NAMES ITS PARENT.
000640*----------------------------------------------------------------
000650 ENVIRONMENT DIVISION.
000660 CONFIGURATION SECTION.
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-CUSTHIST-STATUS.
000790     SELECT HISTORY-WORK-FILE ASSIGN TO CUSTHWRK
000791         ORGANIZATION IS INDEXED
000792         ACCESS MODE IS DYNAMIC
000793         RECORD KEY IS HWRK-KEY
000794         FILE STATUS IS WS-CUSTHWRK-STATUS.
000795     SELECT REQUEST-WORK-FILE ASSIGN TO CUSTRWRK
000800         ORGANIZATION IS LINE SEQUENTIAL
000806         FILE STATUS IS WS-CUSTRWRK-STATUS.
000812     SELECT OWNER-SORT-FILE ASSIGN TO SORTWK01.
000820     SELECT CUSTOMER-STATEMENT ASSIGN TO CUSTSTMT
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-CUSTSTMT-STATUS.
000842     SELECT NOADDR-WORKLIST ASSIGN TO NOADDR
000844         ORGANIZATION IS LINE SEQUENTIAL
000846         FILE STATUS IS WS-NOADDR-STATUS.
000847     SELECT EDELIVERY-FILE ASSIGN TO EDLV
000848         ORGANIZATION IS LINE SEQUENTIAL
000849         FILE STATUS IS WS-EDLV-STATUS.
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  CUSTOMER-MASTER-FILE
000900 FD  CUSTOMER-HISTORY-FILE
000910     LABEL RECORDS ARE STANDARD.
000920     COPY CUSTHIST.
000921*----------------------------------------------------------------
000922* CUSTHWRK HOLDS THE HISTORY LINES OF EVERY REQUESTED ACCOUNT,
000923* KEYED ON THE OWNING CUSTUMER-ID.  SECTION '1' IS THE ACCOUNT'S
000924* OWN LINES IN FILE ORDER; SECTION '2' IS ONE MARKER PER ACCOUNT
000925* CUSTMRGE MERGED INTO IT, WITH THE MERGED CUSTUMER-ID AS THE
000926* SEQUENCE, WHOSE OWN SECTION '1' LINES ARE THEN ITS TRAIL.
000927* SECTION '3' IS ONE MARKER PER LIVE CHILD ACCOUNT LINKED UNDER IT
000928* AS PARENT, THE CHILD'S CUSTUMER-ID AS THE SEQUENCE.
000929*----------------------------------------------------------------
000930 FD  HISTORY-WORK-FILE
000931     LABEL RECORDS ARE STANDARD.
000932 01  HWRK-RECORD.
000933     05 HWRK-KEY.
000934         10 HWRK-OWNER-ID PIC 9(06).
000935         10 HWRK-SECTION PIC X(01).
000936             88 HWRK-OWN-HISTORY VALUE '1'.
000937             88 HWRK-MERGED-ACCOUNT VALUE '2'.
000938             88 HWRK-CHILD-ACCOUNT VALUE '3'.
000939         10 HWRK-SEQUENCE PIC 9(09).
000940     05 HWRK-LINE PIC X(100).
000941 FD  REQUEST-WORK-FILE
000942     LABEL RECORDS ARE STANDARD
000950     RECORDING MODE IS F.
000951 01  RWRK-CUSTUMER-ID PIC 9(06).
000952*----------------------------------------------------------------
000953* OWNER SORT - SECTION '0' IS A REQUEST FOR THE OWNER (A DECK
000954* CARD, OR A MERGED OR CHILD ACCOUNT WHOSE LINES A SURVIVOR OR
000955* PARENT MAY NEED), SORTING AHEAD OF THE OWNER'S HISTORY LINES
000956* AND ITS MERGED AND CHILD ACCOUNT MARKERS.
000957*----------------------------------------------------------------
000958 SD  OWNER-SORT-FILE.
000959 01  OWNER-SORT-RECORD.
000960     05 SO-OWNER-ID PIC 9(06).
000961     05 SO-SECTION PIC X(01).
000962         88 SO-REQUEST VALUE '0'.
000963     05 SO-SEQUENCE PIC 9(09).
000964     05 SO-HISTORY PIC X(100).
000970 FD  CUSTOMER-STATEMENT
000980     LABEL RECORDS ARE STANDARD
000990     RECORDING MODE IS F.
001000 01  STMT-LINE PIC X(80).
001001 FD  NOADDR-WORKLIST
001002     LABEL RECORDS ARE STANDARD
001003     RECORDING MODE IS F.
001004 01  NOADDR-RECORD PIC X(80).
001005 FD  EDELIVERY-FILE
001006     LABEL RECORDS ARE STANDARD
001007     RECORDING MODE IS F.
001008 01  EDLV-LINE PIC X(140).
001010 WORKING-STORAGE SECTION.
001020 01  WS-CUSTMAST-STATUS PIC X(02) VALUE '00'.
001030     88 WS-CUSTMAST-OK VALUE '00'.
001040 01  WS-CUSTHIST-STATUS PIC X(02) VALUE '00'.
001050     88 WS-CUSTHIST-OK VALUE '00'.
001060     88 WS-CUSTHIST-EOF VALUE '10'.
001061 01  WS-CUSTSTMT-STATUS PIC X(02) VALUE '00'.
001062     88 WS-CUSTSTMT-OK VALUE '00'.
001063 01  WS-NOADDR-STATUS PIC X(02) VALUE '00'.
001064 01  WS-HELD-COUNT PIC 9(07) COMP VALUE ZERO.
001065 01  WS-EDLV-STATUS PIC X(02) VALUE '00'.
001066*----------------------------------------------------------------
001067* DELIVERY ROUTING FOR THE STATEMENT NOW BEING BUILT - SET BY
001068* 2050-SELECT-DELIVERY, OBEYED BY 2900-WRITE-STATEMENT-LINE.
001069*----------------------------------------------------------------
001070 01  WS-DELIVERY-SWITCHES.
001071     05 WS-PRINT-COPY-SWITCH PIC X(01) VALUE 'N'.
001072         88 WS-PRINT-COPY VALUE 'Y'.
001073         88 WS-NO-PRINT-COPY VALUE 'N'.
001074     05 WS-EDLV-COPY-SWITCH PIC X(01) VALUE 'N'.
001075         88 WS-EDLV-COPY VALUE 'Y'.
001076         88 WS-NO-EDLV-COPY VALUE 'N'.
001077 01  WS-STATEMENT-LINE PIC X(80) VALUE SPACES.
001078 01  WS-PRINTED-COUNT PIC 9(07) COMP VALUE ZERO.
001079 01  WS-EDLV-STATEMENT-COUNT PIC 9(07) COMP VALUE ZERO.
001080 01  WS-EDLV-LINE-COUNT PIC 9(09) COMP VALUE ZERO.
001081 01  WS-EDLV-BALANCE-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
001082 01  WS-TODAY-DATE PIC 9(08) VALUE ZERO.
001083     COPY CUSTNOAD.
001090 01  WS-SWITCHES.
001100     05 WS-EOF-SWITCH PIC X(01) VALUE 'N'.
001110         88 WS-END-OF-HISTORY VALUE 'Y'.
001140         88 WS-CUSTOMER-NOT-FOUND VALUE 'N'.
001150     05 WS-INPUT-EOF-SWITCH PIC X(01) VALUE 'N'.
001160         88 WS-END-OF-INPUT VALUE 'Y'.
001163     05 WS-SORT-EOF-SWITCH PIC X(01) VALUE 'N'.
001166         88 WS-END-OF-SORTED-WORK VALUE 'Y'.
001169     05 WS-DECK-EOF-SWITCH PIC X(01) VALUE 'N'.
001172         88 WS-END-OF-DECK VALUE 'Y'.
001175     05 WS-TRAIL-EOF-SWITCH PIC X(01) VALUE 'N'.
001178         88 WS-END-OF-TRAILS VALUE 'Y'.
001179     05 WS-CHILD-EOF-SWITCH PIC X(01) VALUE 'N'.
001180         88 WS-END-OF-CHILDREN VALUE 'Y'.
001181     05 WS-WANTED-SWITCH PIC X(01) VALUE 'N'.
001184         88 WS-OWNER-WANTED VALUE 'Y'.
001190 01  WS-REQUESTED-CUSTUMER-ID PIC 9(06) VALUE ZERO.
001192 01  WS-STATEMENT-CUSTUMER-ID PIC 9(06) VALUE ZERO.
001194 01  WS-MERGED-CUSTUMER-ID PIC 9(06) VALUE ZERO.
001195 01  WS-PARENT-CUSTUMER-ID PIC 9(06) VALUE ZERO.
001196 01  WS-CHILD-CUSTUMER-ID PIC 9(06) VALUE ZERO.
001197 01  WS-CHILD-COUNT PIC 9(05) COMP VALUE ZERO.
001198 01  WS-GROUP-BALANCE PIC S9(11)V99 COMP-3 VALUE ZERO.
001199 01  WS-OWNER-ID PIC 9(06) VALUE ZERO.
001200 01  WS-CUSTHWRK-STATUS PIC X(02) VALUE '00'.
001205 01  WS-CUSTRWRK-STATUS PIC X(02) VALUE '00'.
001210 01  WS-HISTORY-COUNT PIC 9(07) COMP VALUE ZERO.
001220 01  WS-READ-SEQUENCE PIC 9(09) COMP VALUE ZERO.
001230 01  WS-REQUEST-COUNT PIC 9(07) COMP VALUE ZERO.
001270*----------------------------------------------------------------
001280* WORK-FILE MIRROR OF THE CUSTHIST LAYOUT - HAND-DECLARED FIELD
001290* FOR FIELD, THE SAME WAY CUSTRECN MIRRORS CUSTREC FOR ITS BACKUP
001440     05 WH-SOURCE PIC X(01).
001450     05 FILLER PIC X(02).
001460     05 WH-TRANS-TYPE PIC X(01).
001530 01  WS-SCAN-EOF-SWITCH PIC X(01) VALUE 'N'.
001540     88 WS-END-OF-SCAN VALUE 'Y'.
001680*----------------------------------------------------------------
001690* STATEMENT LINE LAYOUTS
001700*----------------------------------------------------------------
002270     05 FILLER PIC X(28)
002280         VALUE 'HISTORY MERGED FROM ACCOUNT'.
002290     05 FILLER PIC X(01) VALUE SPACES.
002291     05 MF-CUSTUMER-ID PIC 9(06).
002292 01  WS-PARENT-LINE.
002293     05 FILLER PIC X(28) VALUE 'BILLED WITH PARENT ACCOUNT:'.
002294     05 PL-PARENT-ID PIC 9(06).
002295 01  WS-GROUP-HEADING-LINE.
002296     05 FILLER PIC X(01) VALUE SPACES.
002297     05 FILLER PIC X(45)
002298         VALUE 'LOCATION ACCOUNTS BILLED UNDER THIS ACCOUNT'.
002299 01  WS-CHILD-ACCOUNT-LINE.
002300     05 FILLER PIC X(18) VALUE 'LOCATION ACCOUNT:'.
002301     05 CA-CUSTUMER-ID PIC 9(06).
002302     05 FILLER PIC X(04) VALUE SPACES.
002303     05 FILLER PIC X(06) VALUE 'NAME:'.
002304     05 CA-CUSTUMER-NAME PIC X(20).
002305 01  WS-GROUP-TOTAL-LINE.
002306     05 FILLER PIC X(25) VALUE 'GROUP TOTAL - PARENT AND'.
002307     05 GT-CHILD-COUNT PIC ZZ,ZZ9.
002308     05 FILLER PIC X(20) VALUE ' LOCATION ACCOUNTS:'.
002309     05 GT-GROUP-BALANCE PIC -(10)9.99.
002310 01  WS-NOT-FOUND-LINE.
002320     05 FILLER PIC X(01) VALUE SPACES.
002330     05 FILLER PIC X(20) VALUE 'CUSTOMER NOT FOUND -'.
002331     05 FILLER PIC X(01) VALUE SPACES.
002332     05 NF-CUSTUMER-ID PIC 9(06).
002333*----------------------------------------------------------------
002334* EDLV E-DELIVERY FILE RECORDS - ONE 'H' HEADER PER STATEMENT
002335* CARRYING THE ADDRESS TO SEND TO, ONE 'D' PER STATEMENT LINE
002336* (THE SAME 80 BYTES THE PRINT STREAM GETS), AND ONE 'T' CONTROL
002337* TRAILER CLOSING THE FILE.
002338*----------------------------------------------------------------
002339 01  WS-EDLV-HEADER-RECORD.
002340     05 EH-RECORD-TYPE PIC X(01) VALUE 'H'.
002341     05 EH-CUSTUMER-ID PIC 9(06).
002342     05 EH-STATEMENT-DATE PIC 9(08).
002343     05 EH-CUSTUMER-NAME PIC X(20).
002344     05 EH-CUSTOMER-EMAIL PIC X(50).
002345     05 FILLER PIC X(55) VALUE SPACES.
002346 01  WS-EDLV-DETAIL-RECORD.
002347     05 ED-RECORD-TYPE PIC X(01) VALUE 'D'.
002348     05 ED-CUSTUMER-ID PIC 9(06).
002349     05 ED-STATEMENT-TEXT PIC X(80).
002350     05 FILLER PIC X(53) VALUE SPACES.
002351 01  WS-EDLV-TRAILER-RECORD.
002352     05 ET-RECORD-TYPE PIC X(01) VALUE 'T'.
002353     05 ET-RUN-DATE PIC 9(08).
002354     05 ET-STATEMENT-COUNT PIC 9(07).
002355     05 ET-LINE-COUNT PIC 9(09).
002356     05 ET-BALANCE-TOTAL PIC S9(11)V99
002357         SIGN IS LEADING SEPARATE.
002358     05 FILLER PIC X(101) VALUE SPACES.
002360 PROCEDURE DIVISION.
002370*----------------------------------------------------------------
002380* 0000-MAINLINE
002390*----------------------------------------------------------------
002400 0000-MAINLINE.
002410     PERFORM 1000-INITIALIZE.
002415     SORT OWNER-SORT-FILE
002420         ON ASCENDING KEY SO-OWNER-ID SO-SECTION SO-SEQUENCE
002425         INPUT PROCEDURE IS 1100-RELEASE-STATEMENT-WORK
002430         OUTPUT PROCEDURE IS 1400-BUILD-HISTORY-WORK.
002435     IF SORT-RETURN NOT = ZERO
002440         DISPLAY 'STATEMENT HISTORY SORT FAILED - SORT-RETURN '
002445             SORT-RETURN ' - NO STATEMENTS PRINTED'
002450         MOVE 16 TO RETURN-CODE
002455     ELSE
002460         PERFORM 1800-PRINT-STATEMENTS
002465     END-IF.
002480     PERFORM 9000-TERMINATE.
002490     STOP RUN.
002500*----------------------------------------------------------------
002510* 1000-INITIALIZE
002520* OPENS THE MASTER AND THE STATEMENT.  CUSTOMER-HISTORY-FILE IS
002528* READ ONCE, BY 1300-EXTRACT-HISTORY; EACH STATEMENT READS ITS
002536* LINES FROM THE KEYED CUSTHWRK WORK FILE INSTEAD, BUILT BY
002544* 1400-BUILD-HISTORY-WORK.  THE NOADDR WORKLIST
002553* ACCUMULATES ACROSS RUNS, SO IT IS EXTENDED, NOT REPLACED.  THE
002556* EDLV FILE IS ONE RUN'S E-DELIVERY BATCH.
002560*----------------------------------------------------------------
002570 1000-INITIALIZE.
002575     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
002580     OPEN INPUT CUSTOMER-MASTER-FILE.
002581     OPEN OUTPUT CUSTOMER-STATEMENT.
002582     OPEN OUTPUT EDELIVERY-FILE.
002583     OPEN EXTEND NOADDR-WORKLIST.
002584     IF WS-NOADDR-STATUS = '05' OR WS-NOADDR-STATUS = '35'
002585         OPEN OUTPUT NOADDR-WORKLIST
002586     END-IF.
002587*----------------------------------------------------------------
002588* 1100-RELEASE-STATEMENT-WORK
002589* SORT INPUT PROCEDURE - THE DECK, THE MERGED-ACCOUNT POINTERS,
002590* THE PARENT LINKS AND THE FULL HISTORY FILE, ALL KEYED ON THE
002591* OWNING CUSTUMER-ID.
002592*----------------------------------------------------------------
002593 1100-RELEASE-STATEMENT-WORK.
002594     PERFORM 1200-LOAD-REQUEST-DECK.
002595     PERFORM 1250-SCAN-FOR-MERGED-ACCOUNTS.
002596     PERFORM 1300-EXTRACT-HISTORY.
002600*----------------------------------------------------------------
002610* 1200-LOAD-REQUEST-DECK
002620* READS THE WHOLE SYSIN DECK OF CUSTUMER-IDS UP FRONT, SAVING
002630* IT TO CUSTRWRK IN CARD ORDER FOR THE PRINT PASS AND RELEASING
002640* A REQUEST FOR EACH CARD SO THE SORT CAN PICK OUT ITS HISTORY.
002650*----------------------------------------------------------------
002660 1200-LOAD-REQUEST-DECK.
002665     OPEN OUTPUT REQUEST-WORK-FILE.
002670     PERFORM 1500-GET-NEXT-CUSTUMER-ID
002680         UNTIL WS-END-OF-INPUT.
002690     CLOSE REQUEST-WORK-FILE.
002700*----------------------------------------------------------------
002710* 1500-GET-NEXT-CUSTUMER-ID
002720* ACCEPTS ONE CUSTUMER-ID CARD FROM THE SYSIN DECK.  A ZERO ID
002730* IS THE END-OF-DECK SENTINEL, THE SAME
002740* STYLE CALC_COB'S INTERACTIVE-PROCESS USES FOR ITS 'Q' QUIT
002750* CARD.
002760*----------------------------------------------------------------
002810         SET WS-END-OF-INPUT TO TRUE
002820     ELSE
002830         ADD 1 TO WS-REQUEST-COUNT
002835         MOVE WS-REQUESTED-CUSTUMER-ID TO RWRK-CUSTUMER-ID
002840         WRITE RWRK-CUSTUMER-ID
002845         MOVE SPACES TO OWNER-SORT-RECORD
002850         MOVE WS-REQUESTED-CUSTUMER-ID TO SO-OWNER-ID
002855         SET SO-REQUEST TO TRUE
002860         MOVE ZERO TO SO-SEQUENCE
002865         RELEASE OWNER-SORT-RECORD
002870     END-IF.
002880*----------------------------------------------------------------
002890* 1250-SCAN-FOR-MERGED-ACCOUNTS
002900* ONE SEQUENTIAL PASS OVER THE MASTER LOOKING FOR CUSTMRGE'S
002906* CUSTOMER-MERGED-TO POINTERS.  EACH MERGED ACCOUNT RELEASES A
002912* MARKER UNDER ITS SURVIVOR AND A REQUEST FOR ITS OWN LINES, SO
002918* ITS HISTORY TRAIL CAN PRINT ON THE SURVIVOR'S STATEMENT.  BOTH
002924* ARE RELEASED WHETHER OR NOT EITHER ACCOUNT WAS ASKED FOR - THE
002930* REQUEST ALWAYS FILES THE MERGED ACCOUNT'S OWN LINES TO THE WORK
002932* FILE, AND 1410 KEEPS THE MARKER ONLY UNDER A SURVIVOR WITH A
002934* REQUEST OF ITS OWN.  EACH LIVE CHILD ACCOUNT DOES THE SAME
002935* UNDER ITS PARENT.  THE MASTER IS OPEN
002940* DYNAMIC, SO THE RANDOM READS THE STATEMENTS DO LATER STILL
002950* WORK AFTER THIS SCAN.
002960*----------------------------------------------------------------
003120     END-READ.
003130     IF NOT WS-END-OF-SCAN
003140         AND NOT CUSTOMER-NOT-MERGED
003145         PERFORM 1270-RELEASE-MERGED-ACCOUNT
003150     END-IF.
003155     IF NOT WS-END-OF-SCAN
003160         AND CUSTOMER-NOT-MERGED
003165         AND NOT CUSTOMER-NO-PARENT
003170         PERFORM 1280-RELEASE-CHILD-ACCOUNT
003180     END-IF.
003190*----------------------------------------------------------------
003200* 1270-RELEASE-MERGED-ACCOUNT
003210*----------------------------------------------------------------
003213 1270-RELEASE-MERGED-ACCOUNT.
003216     MOVE SPACES TO OWNER-SORT-RECORD.
003219     MOVE CUSTOMER-MERGED-TO TO SO-OWNER-ID.
003222     MOVE '2' TO SO-SECTION.
003225     MOVE CUSTUMER-ID TO SO-SEQUENCE.
003228     RELEASE OWNER-SORT-RECORD.
003231     MOVE CUSTUMER-ID TO SO-OWNER-ID.
003234     SET SO-REQUEST TO TRUE.
003237     MOVE ZERO TO SO-SEQUENCE.
003240     RELEASE OWNER-SORT-RECORD.
003243*----------------------------------------------------------------
003246* 1280-RELEASE-CHILD-ACCOUNT
003249*----------------------------------------------------------------
003252 1280-RELEASE-CHILD-ACCOUNT.
003255     MOVE SPACES TO OWNER-SORT-RECORD.
003258     MOVE CUSTOMER-PARENT-ID TO SO-OWNER-ID.
003261     MOVE '3' TO SO-SECTION.
003264     MOVE CUSTUMER-ID TO SO-SEQUENCE.
003267     RELEASE OWNER-SORT-RECORD.
003270     MOVE CUSTUMER-ID TO SO-OWNER-ID.
003273     SET SO-REQUEST TO TRUE.
003276     MOVE ZERO TO SO-SEQUENCE.
003279     RELEASE OWNER-SORT-RECORD.
003290*----------------------------------------------------------------
003300* 1300-EXTRACT-HISTORY
003310* THE ONE PASS OVER THE FULL HISTORY FILE - EVERY LINE IS
003320* RELEASED UNDER ITS OWN CUSTUMER-ID WITH ITS FILE SEQUENCE, SO
003330* THE SORT KEEPS EACH ACCOUNT'S LINES IN FILE ORDER.  A MISSING
003340* CUSTHIST ('35') RELEASES NOTHING, THE SAME TREAT-AS-EMPTY GUARD
003350* AS BEFORE.
003360*----------------------------------------------------------------
003370 1300-EXTRACT-HISTORY.
003380     MOVE 'N' TO WS-EOF-SWITCH.
003400     OPEN INPUT CUSTOMER-HISTORY-FILE.
003410     IF WS-CUSTHIST-STATUS = '35'
003420         SET WS-END-OF-HISTORY TO TRUE
003450     END-IF.
003460     PERFORM 1310-EXTRACT-ONE-RECORD UNTIL WS-END-OF-HISTORY.
003470     CLOSE CUSTOMER-HISTORY-FILE.
003490*----------------------------------------------------------------
003500* 1310-EXTRACT-ONE-RECORD
003510*----------------------------------------------------------------
003520 1310-EXTRACT-ONE-RECORD.
003530     ADD 1 TO WS-READ-SEQUENCE.
003540     MOVE CH-CUSTUMER-ID TO SO-OWNER-ID.
003550     MOVE '1' TO SO-SECTION.
003560     MOVE WS-READ-SEQUENCE TO SO-SEQUENCE.
003570     MOVE CUSTHIST-RECORD TO SO-HISTORY.
003580     RELEASE OWNER-SORT-RECORD.
003600     PERFORM 1350-READ-FULL-HISTORY.
003830*----------------------------------------------------------------
003840* 1350-READ-FULL-HISTORY
003850*----------------------------------------------------------------
003880         AT END
003890             SET WS-END-OF-HISTORY TO TRUE
003900     END-READ.
003901*----------------------------------------------------------------
003902* 1400-BUILD-HISTORY-WORK
003903* SORT OUTPUT PROCEDURE - FILES THE LINES AND MERGED-ACCOUNT
003904* MARKERS OF EVERY OWNER SOMEBODY ASKED FOR TO THE KEYED CUSTHWRK
003905* WORK FILE.  ANYTHING NOT ASKED FOR IS DROPPED HERE.
003906*----------------------------------------------------------------
003907 1400-BUILD-HISTORY-WORK.
003908     OPEN OUTPUT HISTORY-WORK-FILE.
003909     PERFORM 1450-RETURN-OWNER-WORK.
003910     PERFORM 1410-BUILD-ONE-OWNER
003911         UNTIL WS-END-OF-SORTED-WORK.
003912     CLOSE HISTORY-WORK-FILE.
003913*----------------------------------------------------------------
003914* 1410-BUILD-ONE-OWNER
003915* A REQUEST SORTS FIRST WITHIN ITS OWNER, SO THE FIRST RECORD OF
003916* THE GROUP SAYS WHETHER THE REST OF IT IS WANTED.
003917*----------------------------------------------------------------
003918 1410-BUILD-ONE-OWNER.
003919     MOVE SO-OWNER-ID TO WS-OWNER-ID.
003920     IF SO-REQUEST
003921         SET WS-OWNER-WANTED TO TRUE
003922     ELSE
003923         MOVE 'N' TO WS-WANTED-SWITCH
003924     END-IF.
003925     PERFORM 1420-FILE-ONE-WORK-RECORD
003926         UNTIL WS-END-OF-SORTED-WORK
003927            OR SO-OWNER-ID NOT = WS-OWNER-ID.
003928*----------------------------------------------------------------
003929* 1420-FILE-ONE-WORK-RECORD
003930*----------------------------------------------------------------
003931 1420-FILE-ONE-WORK-RECORD.
003932     IF WS-OWNER-WANTED AND NOT SO-REQUEST
003933         MOVE SO-OWNER-ID TO HWRK-OWNER-ID
003934         MOVE SO-SECTION TO HWRK-SECTION
003935         MOVE SO-SEQUENCE TO HWRK-SEQUENCE
003936         MOVE SO-HISTORY TO HWRK-LINE
003937         WRITE HWRK-RECORD
003938             INVALID KEY
003939                 DISPLAY 'HISTORY WORK FILE WRITE FAILED - KEY '
003940                     HWRK-KEY ' STATUS ' WS-CUSTHWRK-STATUS
003941                 MOVE 16 TO RETURN-CODE
003942         END-WRITE
003943     END-IF.
003944     PERFORM 1450-RETURN-OWNER-WORK.
003945*----------------------------------------------------------------
003946* 1450-RETURN-OWNER-WORK
003947*----------------------------------------------------------------
003948 1450-RETURN-OWNER-WORK.
003949     RETURN OWNER-SORT-FILE
003950         AT END
003951             SET WS-END-OF-SORTED-WORK TO TRUE
003952     END-RETURN.
003953*----------------------------------------------------------------
003954* 1800-PRINT-STATEMENTS
003955* WALKS THE SAVED DECK IN CARD ORDER, ONE STATEMENT PER CARD.
003956*----------------------------------------------------------------
003957 1800-PRINT-STATEMENTS.
003958     OPEN INPUT HISTORY-WORK-FILE.
003959     OPEN INPUT REQUEST-WORK-FILE.
003960     PERFORM 1850-READ-REQUEST-DECK.
003961     PERFORM 2000-PROCESS-ONE-CUSTOMER UNTIL WS-END-OF-DECK.
003962     CLOSE REQUEST-WORK-FILE.
003963     CLOSE HISTORY-WORK-FILE.
003964*----------------------------------------------------------------
003965* 1850-READ-REQUEST-DECK
003966*----------------------------------------------------------------
003967 1850-READ-REQUEST-DECK.
003968     READ REQUEST-WORK-FILE
003969         AT END
003970             SET WS-END-OF-DECK TO TRUE
003971     END-READ.
003972*----------------------------------------------------------------
003973* 2000-PROCESS-ONE-CUSTOMER
003974* LOOKS UP ONE REQUESTED CUSTUMER-ID FROM THE DECK AND PRINTS
003975* ITS STATEMENT - SAME LINES AS THE OLD ONE-CARD-AT-A-TIME RUN.
003976* THE STATEMENT GOES TO PRINT, E-DELIVERY OR BOTH AS 2050 DECIDES;
003977* A REQUEST FOR AN UNKNOWN ID PRINTS ITS NOT-FOUND NOTICE.  A
003978* PARENT ACCOUNT'S STATEMENT GOES ON TO ITS CHILD ACCOUNTS.
003979*----------------------------------------------------------------
003980 2000-PROCESS-ONE-CUSTOMER.
003981     MOVE RWRK-CUSTUMER-ID TO WS-REQUESTED-CUSTUMER-ID.
003982     MOVE RWRK-CUSTUMER-ID TO WS-STATEMENT-CUSTUMER-ID.
003990     MOVE WS-REQUESTED-CUSTUMER-ID TO CUSTUMER-ID.
004000     SET WS-CUSTOMER-FOUND TO TRUE.
004010     READ CUSTOMER-MASTER-FILE
004020         INVALID KEY
004030             SET WS-CUSTOMER-NOT-FOUND TO TRUE
004040     END-READ.
004041     SET WS-NO-PRINT-COPY TO TRUE.
004042     SET WS-NO-EDLV-COPY TO TRUE.
004050     IF WS-CUSTOMER-FOUND
004051         PERFORM 2050-SELECT-DELIVERY
004052     ELSE
004053         SET WS-PRINT-COPY TO TRUE
004054     END-IF.
004055     IF WS-PRINT-COPY OR WS-EDLV-COPY
004056         IF WS-PRINT-COPY
004057             ADD 1 TO WS-PRINTED-COUNT
004058         END-IF
004059         IF WS-EDLV-COPY
004060             PERFORM 2700-START-EDELIVERY
004061         END-IF
004062         IF WS-CUSTOMER-FOUND
004063             PERFORM 2100-PRINT-CUSTOMER-HEADER
004064             PERFORM 3000-PRINT-HISTORY
004065             PERFORM 3500-PRINT-MERGED-TRAILS
004066             PERFORM 3600-PRINT-CHILD-ACCOUNTS
004067         ELSE
004068             PERFORM 2500-PRINT-NOT-FOUND
004069         END-IF
004070         MOVE SPACES TO WS-STATEMENT-LINE
004071         PERFORM 2900-WRITE-STATEMENT-LINE
004072     END-IF.
004073     PERFORM 1850-READ-REQUEST-DECK.
004074*----------------------------------------------------------------
004075* 2050-SELECT-DELIVERY
004076* P (OR BLANK) IS PAPER ONLY, E IS E-DELIVERY ONLY, B IS BOTH.
004077* AN ELECTRONIC PREFERENCE WITH NO EMAIL ON FILE CANNOT BE SENT
004078* AND FALLS BACK TO PAPER.  A BAD ADDRESS HOLDS THE PAPER COPY
004079* ON THE NOADDR WORKLIST - THE EMAIL COPY STILL GOES.
004080*----------------------------------------------------------------
004081 2050-SELECT-DELIVERY.
004082     IF (CUSTOMER-DELIVER-ELECTRONIC OR CUSTOMER-DELIVER-BOTH)
004083         AND CUSTOMER-EMAIL NOT = SPACES
004084         SET WS-EDLV-COPY TO TRUE
004085         IF CUSTOMER-DELIVER-BOTH
004086             SET WS-PRINT-COPY TO TRUE
004087         END-IF
004088     ELSE
004089         SET WS-PRINT-COPY TO TRUE
004090     END-IF.
004091     IF WS-PRINT-COPY AND CUSTOMER-ADDRESS-BAD
004092         PERFORM 2600-HOLD-STATEMENT
004093         SET WS-NO-PRINT-COPY TO TRUE
004094     END-IF.
004130*----------------------------------------------------------------
004140* 2100-PRINT-CUSTOMER-HEADER
004150* WRITES THE HEADING AND THE CUSTOMER'S CURRENT MASTER FIELDS,
004155* AND FOR A CHILD ACCOUNT THE PARENT IT IS BILLED WITH.
004160*----------------------------------------------------------------
004170 2100-PRINT-CUSTOMER-HEADER.
004176     MOVE WS-HEADING-LINE-1 TO WS-STATEMENT-LINE.
004182     PERFORM 2900-WRITE-STATEMENT-LINE.
004188     MOVE SPACES TO WS-STATEMENT-LINE.
004194     PERFORM 2900-WRITE-STATEMENT-LINE.
004200     MOVE CUSTUMER-ID TO CL-CUSTUMER-ID.
004210     MOVE CUSTUMER-NAME TO CL-CUSTUMER-NAME.
004216     MOVE WS-CUSTOMER-LINE-1 TO WS-STATEMENT-LINE.
004222     PERFORM 2900-WRITE-STATEMENT-LINE.
004230     MOVE CUSTUMER-ADDRESS TO CL-CUSTUMER-ADDRESS.
004240     MOVE CUSTOMER-PHONE TO CL-CUSTUMER-PHONE.
004246     MOVE WS-CUSTOMER-LINE-2 TO WS-STATEMENT-LINE.
004252     PERFORM 2900-WRITE-STATEMENT-LINE.
004260     MOVE CUSTOMER-STATUS TO CL-CUSTUMER-STATUS.
004270     MOVE CUSTOMER-BALANCE TO CL-CUSTUMER-BALANCE.
004276     MOVE WS-CUSTOMER-LINE-3 TO WS-STATEMENT-LINE.
004282     PERFORM 2900-WRITE-STATEMENT-LINE.
004283     IF NOT CUSTOMER-NO-PARENT
004284         MOVE CUSTOMER-PARENT-ID TO PL-PARENT-ID
004285         MOVE WS-PARENT-LINE TO WS-STATEMENT-LINE
004286         PERFORM 2900-WRITE-STATEMENT-LINE
004287     END-IF.
004288     MOVE SPACES TO WS-STATEMENT-LINE.
004294     PERFORM 2900-WRITE-STATEMENT-LINE.
004300*----------------------------------------------------------------
004310* 2500-PRINT-NOT-FOUND
004320*----------------------------------------------------------------
004321 2500-PRINT-NOT-FOUND.
004322     MOVE WS-REQUESTED-CUSTUMER-ID TO NF-CUSTUMER-ID.
004323     MOVE WS-HEADING-LINE-1 TO WS-STATEMENT-LINE.
004324     PERFORM 2900-WRITE-STATEMENT-LINE.
004325     MOVE SPACES TO WS-STATEMENT-LINE.
004326     PERFORM 2900-WRITE-STATEMENT-LINE.
004327     MOVE WS-NOT-FOUND-LINE TO WS-STATEMENT-LINE.
004328     PERFORM 2900-WRITE-STATEMENT-LINE.
004329*----------------------------------------------------------------
004330* 2600-HOLD-STATEMENT
004331* THE POST OFFICE HAS ALREADY SENT THIS CUSTOMER'S MAIL BACK, SO
004332* THE STATEMENT IS NOT PRINTED - ONE LINE GOES ON THE NOADDR
004333* WORKLIST FOR CUSTOMER SERVICE TO CHASE A CORRECTED ADDRESS.
004334*----------------------------------------------------------------
004335 2600-HOLD-STATEMENT.
004336     MOVE WS-TODAY-DATE TO NA-HELD-DATE.
004337     MOVE CUSTUMER-ID TO NA-CUSTUMER-ID.
004338     MOVE CUSTUMER-NAME TO NA-CUSTUMER-NAME.
004339     MOVE 'STATEMENT' TO NA-HELD-ITEM.
004340     MOVE CUSTOMER-BALANCE TO NA-BALANCE.
004341     MOVE CUSTOMER-ADDRESS-FLAG-DATE TO NA-FLAGGED-DATE.
004342     WRITE NOADDR-RECORD FROM WS-NOADDR-LINE.
004343     ADD 1 TO WS-HELD-COUNT.
004344     DISPLAY 'STATEMENT HELD - NO VALID ADDRESS - ' CUSTUMER-ID.
004345*----------------------------------------------------------------
004346* 2700-START-EDELIVERY
004347* OPENS THE CUSTOMER'S STATEMENT ON THE EDLV FILE WITH ITS 'H'
004348* HEADER AND COUNTS IT INTO THE CONTROL TRAILER.
004349*----------------------------------------------------------------
004350 2700-START-EDELIVERY.
004351     MOVE CUSTUMER-ID TO EH-CUSTUMER-ID.
004352     MOVE WS-TODAY-DATE TO EH-STATEMENT-DATE.
004353     MOVE CUSTUMER-NAME TO EH-CUSTUMER-NAME.
004354     MOVE CUSTOMER-EMAIL TO EH-CUSTOMER-EMAIL.
004355     WRITE EDLV-LINE FROM WS-EDLV-HEADER-RECORD.
004356     MOVE CUSTUMER-ID TO ED-CUSTUMER-ID.
004357     ADD 1 TO WS-EDLV-STATEMENT-COUNT.
004358     ADD CUSTOMER-BALANCE TO WS-EDLV-BALANCE-TOTAL.
004359*----------------------------------------------------------------
004360* 2900-WRITE-STATEMENT-LINE
004361* EVERY STATEMENT LINE IS STAGED IN WS-STATEMENT-LINE AND SENT
004362* HERE, SO THE PRINT AND E-DELIVERY COPIES ARE ALWAYS THE SAME
004363* LINES.
004364*----------------------------------------------------------------
004365 2900-WRITE-STATEMENT-LINE.
004366     IF WS-PRINT-COPY
004367         WRITE STMT-LINE FROM WS-STATEMENT-LINE
004368     END-IF.
004369     IF WS-EDLV-COPY
004370         MOVE WS-STATEMENT-LINE TO ED-STATEMENT-TEXT
004371         WRITE EDLV-LINE FROM WS-EDLV-DETAIL-RECORD
004372         ADD 1 TO WS-EDLV-LINE-COUNT
004373     END-IF.
004380*----------------------------------------------------------------
004390* 3000-PRINT-HISTORY
004427* POSITIONS CUSTHWRK ON THE REQUESTED CUSTOMER'S OWN LINES AND
004437* PRINTS THEM, THEN THE COUNT.
004450*----------------------------------------------------------------
004460 3000-PRINT-HISTORY.
004470     MOVE ZERO TO WS-HISTORY-COUNT.
004480     MOVE 'N' TO WS-EOF-SWITCH.
004482     MOVE WS-REQUESTED-CUSTUMER-ID TO HWRK-OWNER-ID.
004484     SET HWRK-OWN-HISTORY TO TRUE.
004486     MOVE ZERO TO HWRK-SEQUENCE.
004488     START HISTORY-WORK-FILE KEY NOT < HWRK-KEY
004490         INVALID KEY
004492             SET WS-END-OF-HISTORY TO TRUE
004494     END-START.
004496     MOVE WS-HISTORY-HEADING-LINE TO WS-STATEMENT-LINE.
004502     PERFORM 2900-WRITE-STATEMENT-LINE.
004508     MOVE WS-HISTORY-COLUMN-LINE TO WS-STATEMENT-LINE.
004514     PERFORM 2900-WRITE-STATEMENT-LINE.
004524     IF NOT WS-END-OF-HISTORY
004550         PERFORM 3100-READ-HISTORY
004560     END-IF.
004570     PERFORM 3200-PROCESS-HISTORY UNTIL WS-END-OF-HISTORY.
004580     IF WS-HISTORY-COUNT = ZERO
004586         MOVE WS-NO-HISTORY-LINE TO WS-STATEMENT-LINE
004592         PERFORM 2900-WRITE-STATEMENT-LINE
004600     END-IF.
004606     MOVE SPACES TO WS-STATEMENT-LINE.
004612     PERFORM 2900-WRITE-STATEMENT-LINE.
004620     MOVE WS-HISTORY-COUNT TO HT-HISTORY-COUNT.
004626     MOVE WS-HISTORY-TOTAL-LINE TO WS-STATEMENT-LINE.
004632     PERFORM 2900-WRITE-STATEMENT-LINE.
004650*----------------------------------------------------------------
004660* 3100-READ-HISTORY
004667* READS THE NEXT WORK LINE AND UNPACKS IT INTO THE WORK MIRROR
004674* OF THE CUSTHIST LAYOUT.  THE FIRST LINE PAST THE REQUESTED
004681* CUSTOMER'S OWN LINES ENDS ITS HISTORY.
004690*----------------------------------------------------------------
004700 3100-READ-HISTORY.
004710     READ HISTORY-WORK-FILE NEXT RECORD
004720         AT END
004730             SET WS-END-OF-HISTORY TO TRUE
004734     END-READ.
004738     IF NOT WS-END-OF-HISTORY
004742         IF HWRK-OWNER-ID = WS-REQUESTED-CUSTUMER-ID
004746             AND HWRK-OWN-HISTORY
004750             MOVE HWRK-LINE TO WS-WORK-HISTORY-RECORD
004754         ELSE
004758             SET WS-END-OF-HISTORY TO TRUE
004762         END-IF
004766     END-IF.
004770*----------------------------------------------------------------
004780* 3200-PROCESS-HISTORY
004787* PRINTS ONE HISTORY DETAIL LINE, THEN READS THE NEXT LINE.
004794* ADDRESS-STATUS AUDIT RECORDS (TYPE 'D') MOVE NO MONEY AND ARE
004801* NOT PRINTED.
004810*----------------------------------------------------------------
004820 3200-PROCESS-HISTORY.
004830     IF WH-TRANS-TYPE NOT = 'D'
004840         MOVE WH-CHANGE-DATE TO HD-CHANGE-DATE
004850         MOVE WH-CHANGE-TIME TO HD-CHANGE-TIME
004860         MOVE WH-BEFORE-BALANCE TO HD-BEFORE-BALANCE
004870         MOVE WH-AFTER-BALANCE TO HD-AFTER-BALANCE
004880         MOVE WH-SOURCE TO HD-SOURCE
004890         PERFORM 3300-DESCRIBE-TRANS-TYPE
004896         MOVE WS-HISTORY-DETAIL-LINE TO WS-STATEMENT-LINE
004902         PERFORM 2900-WRITE-STATEMENT-LINE
004910         ADD 1 TO WS-HISTORY-COUNT
004920     END-IF.
004930     PERFORM 3100-READ-HISTORY.
004990* ON THE SURVIVOR'S STATEMENT.
005000*----------------------------------------------------------------
005010 3500-PRINT-MERGED-TRAILS.
005013     MOVE 'N' TO WS-TRAIL-EOF-SWITCH.
005016     MOVE ZERO TO WS-MERGED-CUSTUMER-ID.
005020     PERFORM 3550-PRINT-ONE-MERGED-TRAIL
005021         UNTIL WS-END-OF-TRAILS.
005022*----------------------------------------------------------------
005023* 3550-PRINT-ONE-MERGED-TRAIL
005024* FINDS THE SURVIVOR'S NEXT MERGED-ACCOUNT MARKER PAST THE LAST
005025* ONE PRINTED, RE-AIMS THE HISTORY SEARCH AT THAT ACCOUNT AND
005026* LETS 3000-PRINT-HISTORY DO THE REST.  THE MARKER IS FOUND
005027* AFRESH EACH TIME BECAUSE PRINTING THE TRAIL MOVES THE FILE.
005028*----------------------------------------------------------------
005029 3550-PRINT-ONE-MERGED-TRAIL.
005030     MOVE WS-STATEMENT-CUSTUMER-ID TO HWRK-OWNER-ID.
005031     SET HWRK-MERGED-ACCOUNT TO TRUE.
005032     MOVE WS-MERGED-CUSTUMER-ID TO HWRK-SEQUENCE.
005033     START HISTORY-WORK-FILE KEY > HWRK-KEY
005034         INVALID KEY
005035             SET WS-END-OF-TRAILS TO TRUE
005036     END-START.
005037     IF NOT WS-END-OF-TRAILS
005038         READ HISTORY-WORK-FILE NEXT RECORD
005039             AT END
005040                 SET WS-END-OF-TRAILS TO TRUE
005041         END-READ
005042     END-IF.
005043     IF NOT WS-END-OF-TRAILS
005044         IF HWRK-OWNER-ID NOT = WS-STATEMENT-CUSTUMER-ID
005045             OR NOT HWRK-MERGED-ACCOUNT
005046             SET WS-END-OF-TRAILS TO TRUE
005047         END-IF
005048     END-IF.
005049     IF NOT WS-END-OF-TRAILS
005050         MOVE HWRK-SEQUENCE TO WS-MERGED-CUSTUMER-ID
005051         MOVE WS-MERGED-CUSTUMER-ID TO MF-CUSTUMER-ID
005052         MOVE WS-MERGED-CUSTUMER-ID TO WS-REQUESTED-CUSTUMER-ID
005053         MOVE WS-MERGED-FROM-LINE TO WS-STATEMENT-LINE
005054         PERFORM 2900-WRITE-STATEMENT-LINE
005055         PERFORM 3000-PRINT-HISTORY
005056     END-IF.
005057*----------------------------------------------------------------
005058* 3600-PRINT-CHILD-ACCOUNTS
005059* AFTER THE PARENT'S OWN LINES AND TRAILS, PRINTS EACH CHILD
005060* ACCOUNT LINKED UNDER IT AND THE GROUP TOTAL BALANCE.  AN
005061* ACCOUNT WITH NO CHILDREN PRINTS NOTHING HERE.  THE PARENT'S
005062* RECORD IS STILL IN THE MASTER RECORD AREA ON THE WAY IN.
005063*----------------------------------------------------------------
005064 3600-PRINT-CHILD-ACCOUNTS.
005065     MOVE WS-STATEMENT-CUSTUMER-ID TO WS-PARENT-CUSTUMER-ID.
005066     MOVE CUSTOMER-BALANCE TO WS-GROUP-BALANCE.
005067     MOVE ZERO TO WS-CHILD-COUNT.
005068     MOVE ZERO TO WS-CHILD-CUSTUMER-ID.
005069     MOVE 'N' TO WS-CHILD-EOF-SWITCH.
005070     PERFORM 3650-PRINT-ONE-CHILD-ACCOUNT
005071         UNTIL WS-END-OF-CHILDREN.
005072     IF WS-CHILD-COUNT > ZERO
005073         MOVE SPACES TO WS-STATEMENT-LINE
005074         PERFORM 2900-WRITE-STATEMENT-LINE
005075         MOVE WS-CHILD-COUNT TO GT-CHILD-COUNT
005076         MOVE WS-GROUP-BALANCE TO GT-GROUP-BALANCE
005077         MOVE WS-GROUP-TOTAL-LINE TO WS-STATEMENT-LINE
005078         PERFORM 2900-WRITE-STATEMENT-LINE
005079     END-IF.
005080*----------------------------------------------------------------
005081* 3650-PRINT-ONE-CHILD-ACCOUNT
005082* FINDS THE PARENT'S NEXT CHILD-ACCOUNT MARKER PAST THE LAST ONE
005083* PRINTED, THE SAME WAY 3550 FINDS THE NEXT MERGED ACCOUNT.
005084*----------------------------------------------------------------
005085 3650-PRINT-ONE-CHILD-ACCOUNT.
005086     MOVE WS-PARENT-CUSTUMER-ID TO HWRK-OWNER-ID.
005087     SET HWRK-CHILD-ACCOUNT TO TRUE.
005088     MOVE WS-CHILD-CUSTUMER-ID TO HWRK-SEQUENCE.
005089     START HISTORY-WORK-FILE KEY > HWRK-KEY
005090         INVALID KEY
005091             SET WS-END-OF-CHILDREN TO TRUE
005092     END-START.
005093     IF NOT WS-END-OF-CHILDREN
005094         READ HISTORY-WORK-FILE NEXT RECORD
005095             AT END
005096                 SET WS-END-OF-CHILDREN TO TRUE
005097         END-READ
005098     END-IF.
005099     IF NOT WS-END-OF-CHILDREN
005100         IF HWRK-OWNER-ID NOT = WS-PARENT-CUSTUMER-ID
005101             OR NOT HWRK-CHILD-ACCOUNT
005102             SET WS-END-OF-CHILDREN TO TRUE
005103         END-IF
005104     END-IF.
005105     IF NOT WS-END-OF-CHILDREN
005106         MOVE HWRK-SEQUENCE TO WS-CHILD-CUSTUMER-ID
005107         PERFORM 3700-PRINT-CHILD-ACCOUNT
005108     END-IF.
005109*----------------------------------------------------------------
005110* 3700-PRINT-CHILD-ACCOUNT
005111* PRINTS ONE CHILD ACCOUNT'S HEADING, STATUS AND BALANCE, ITS
005112* OWN HISTORY AND ANY TRAILS MERGED INTO IT, AND ADDS ITS
005113* BALANCE INTO THE GROUP TOTAL.
005114*----------------------------------------------------------------
005115 3700-PRINT-CHILD-ACCOUNT.
005116     MOVE WS-CHILD-CUSTUMER-ID TO CUSTUMER-ID.
005117     READ CUSTOMER-MASTER-FILE
005118         INVALID KEY
005119             DISPLAY 'CHILD ACCOUNT NOT ON MASTER - '
005120                 WS-CHILD-CUSTUMER-ID
005121     END-READ.
005122     IF WS-CUSTMAST-OK
005123         ADD 1 TO WS-CHILD-COUNT
005124         ADD CUSTOMER-BALANCE TO WS-GROUP-BALANCE
005125         IF WS-EDLV-COPY
005126             ADD CUSTOMER-BALANCE TO WS-EDLV-BALANCE-TOTAL
005127         END-IF
005128         IF WS-CHILD-COUNT = 1
005129             MOVE WS-GROUP-HEADING-LINE TO WS-STATEMENT-LINE
005130             PERFORM 2900-WRITE-STATEMENT-LINE
005131         END-IF
005132         MOVE SPACES TO WS-STATEMENT-LINE
005133         PERFORM 2900-WRITE-STATEMENT-LINE
005134         MOVE CUSTUMER-ID TO CA-CUSTUMER-ID
005135         MOVE CUSTUMER-NAME TO CA-CUSTUMER-NAME
005136         MOVE WS-CHILD-ACCOUNT-LINE TO WS-STATEMENT-LINE
005137         PERFORM 2900-WRITE-STATEMENT-LINE
005138         MOVE CUSTOMER-STATUS TO CL-CUSTUMER-STATUS
005139         MOVE CUSTOMER-BALANCE TO CL-CUSTUMER-BALANCE
005140         MOVE WS-CUSTOMER-LINE-3 TO WS-STATEMENT-LINE
005141         PERFORM 2900-WRITE-STATEMENT-LINE
005142         MOVE WS-CHILD-CUSTUMER-ID TO WS-REQUESTED-CUSTUMER-ID
005143         PERFORM 3000-PRINT-HISTORY
005144         MOVE WS-CHILD-CUSTUMER-ID TO WS-STATEMENT-CUSTUMER-ID
005145         PERFORM 3500-PRINT-MERGED-TRAILS
005146         MOVE WS-PARENT-CUSTUMER-ID TO WS-STATEMENT-CUSTUMER-ID
005147     END-IF.
005170*----------------------------------------------------------------
005180* 3300-DESCRIBE-TRANS-TYPE
005190* TURNS THE ONE-BYTE TRANSACTION-TYPE CODE INTO THE READABLE
005280         WHEN 'F' MOVE 'FEE' TO HD-TYPE-DESC
005290         WHEN 'A' MOVE 'ADJUSTMENT' TO HD-TYPE-DESC
005300         WHEN 'R' MOVE 'REVERSAL' TO HD-TYPE-DESC
005303         WHEN 'W' MOVE 'WRITE-OFF' TO HD-TYPE-DESC
005306         WHEN 'Y' MOVE 'RECOVERY' TO HD-TYPE-DESC
005308         WHEN 'E' MOVE 'UNCLAIMED' TO HD-TYPE-DESC
005310         WHEN OTHER MOVE SPACES TO HD-TYPE-DESC
005320     END-EVALUATE.
005330*----------------------------------------------------------------
005350*----------------------------------------------------------------
005360 9000-TERMINATE.
005370     CLOSE CUSTOMER-MASTER-FILE.
005371     CLOSE CUSTOMER-STATEMENT.
005372     CLOSE NOADDR-WORKLIST.
005373     MOVE WS-TODAY-DATE TO ET-RUN-DATE.
005374     MOVE WS-EDLV-STATEMENT-COUNT TO ET-STATEMENT-COUNT.
005375     MOVE WS-EDLV-LINE-COUNT TO ET-LINE-COUNT.
005376     MOVE WS-EDLV-BALANCE-TOTAL TO ET-BALANCE-TOTAL.
005377     WRITE EDLV-LINE FROM WS-EDLV-TRAILER-RECORD.
005378     CLOSE EDELIVERY-FILE.
005379     DISPLAY 'STATEMENTS REQUESTED: ' WS-REQUEST-COUNT.
005380     DISPLAY 'STATEMENTS PRINTED: ' WS-PRINTED-COUNT.
005381     DISPLAY 'STATEMENTS SENT FOR E-DELIVERY: '
005382         WS-EDLV-STATEMENT-COUNT.
005383     IF WS-HELD-COUNT > ZERO
005384         DISPLAY 'STATEMENTS HELD - NO VALID ADDRESS: '
005385             WS-HELD-COUNT
005386     END-IF.
005390 END PROGRAM CUSTSTMT.
