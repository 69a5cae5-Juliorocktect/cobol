000187*                  ASCENDING KEY AND INDEXED BY CLAUSES ON
000188*                  WS-TABLE - THE WALK USES PLAIN SUBSCRIPTS AND
000189*                  THERE IS NO SEARCH ALL.
000190* 2026-10-15  JR   THE 9999-ENTRY CUSTOMER TABLE AND ITS INSERTION
000191*                  SORT ARE REPLACED BY A SORT OF THE MASTER ON
000192*                  ADDRESS THEN CUSTUMER-ID - THE ORDER THE STABLE
000193*                  INSERTION SORT GAVE - SO A MASTER OF ANY SIZE
000194*                  IS SCANNED WHOLE INSTEAD OF STOPPING AT THE
000195*                  TABLE LIMIT.  THE GROUP WALK NOW HOLDS ONLY THE
000196*                  PRIOR CUSTOMER.  THE REPORT CONTENTS AND TOTALS
000197*                  ARE UNCHANGED; A FAILED SORT IS REPORTED ON
000198*                  DUPEADDR AND ENDS THE RUN RC=16.
000199*----------------------------------------------------------------
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000220 SOURCE-COMPUTER. IBM-370.
000280         ACCESS MODE IS SEQUENTIAL
000290         RECORD KEY IS CUSTUMER-ID
000300         FILE STATUS IS WS-CUSTMAST-STATUS.
000305     SELECT ADDRESS-SORT-FILE ASSIGN TO SORTWK01.
000310     SELECT DUPE-REPORT ASSIGN TO DUPEADDR
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-DUPEADDR-STATUS.
000360 FD  CUSTOMER-MASTER-FILE
000370     LABEL RECORDS ARE STANDARD.
000380     COPY CUSTREC.
000381 SD  ADDRESS-SORT-FILE.
000382 01  ADDRESS-SORT-RECORD.
000383     05 AS-CUSTUMER-ADDRESS PIC X(40).
000384     05 AS-CUSTUMER-ID PIC 9(06).
000385     05 AS-CUSTUMER-NAME PIC X(20).
000390 FD  DUPE-REPORT
000400     LABEL RECORDS ARE STANDARD
000410     RECORDING MODE IS F.
000420 01  DUPE-LINE PIC X(80).
000430 WORKING-STORAGE SECTION.
000440 77  WS-CUSTOMER-COUNT PIC 9(07) COMP VALUE ZERO.
000450 77  WS-GROUP-SIZE PIC 9(07) COMP VALUE ZERO.
000490 77  WS-GROUP-COUNT PIC 9(07) COMP VALUE ZERO.
000500 77  WS-DUPE-CUSTOMER-COUNT PIC 9(07) COMP VALUE ZERO.
000504*----------------------------------------------------------------
000508* THE CUSTOMER RETURNED JUST BEFORE THE CURRENT ONE - THE FIRST
000512* MEMBER OF A GROUP IS PRINTED FROM HERE ONCE THE SECOND MEMBER
000516* SHOWS IT IS A GROUP.
000520*----------------------------------------------------------------
000524 01  WS-PRIOR-CUSTOMER.
000528     05 PC-CUSTUMER-ADDRESS PIC X(40) VALUE SPACES.
000532     05 PC-CUSTUMER-ID PIC 9(06) VALUE ZERO.
000536     05 PC-CUSTUMER-NAME PIC X(20) VALUE SPACES.
000540 01  WS-CUSTMAST-STATUS PIC X(02) VALUE '00'.
000550     88 WS-CUSTMAST-OK VALUE '00'.
000560 01  WS-DUPEADDR-STATUS PIC X(02) VALUE '00'.
000570 01  WS-EOF-SWITCH PIC X(01) VALUE 'N'.
000580     88 WS-END-OF-FILE VALUE 'Y'.
000590 01  WS-SORT-EOF-SWITCH PIC X(01) VALUE 'N'.
000600     88 WS-END-OF-SORTED-CUSTOMERS VALUE 'Y'.
000670*----------------------------------------------------------------
000680* REPORT LINE LAYOUTS
000690*----------------------------------------------------------------
000840     05 FILLER PIC X(05) VALUE SPACES.
000850     05 FILLER PIC X(20) VALUE 'CUSTOMERS INVOLVED:'.
000860     05 TL-CUSTOMER-COUNT PIC ZZZ,ZZ9.
000861 01  WS-SORT-FAILED-LINE.
000862     05 FILLER PIC X(42)
000863         VALUE '*** ADDRESS SORT FAILED - SORT-RETURN = '.
000864     05 SF-SORT-RETURN PIC ZZZ9.
000865     05 FILLER PIC X(24) VALUE ' - REPORT IS INCOMPLETE'.
000870 PROCEDURE DIVISION.
000880*----------------------------------------------------------------
000890* 0000-MAINLINE
000900*----------------------------------------------------------------
000910 0000-MAINLINE.
000920     PERFORM 1000-INITIALIZE.
000925     SORT ADDRESS-SORT-FILE
000930         ON ASCENDING KEY AS-CUSTUMER-ADDRESS AS-CUSTUMER-ID
000935         INPUT PROCEDURE IS 1100-RELEASE-CUSTOMERS
000940         OUTPUT PROCEDURE IS 2000-FIND-DUPLICATE-GROUPS.
000945     IF SORT-RETURN NOT = ZERO
000950         PERFORM 2900-REPORT-SORT-FAILURE
000955     END-IF.
000960     PERFORM 3000-PRINT-TOTALS.
000970     PERFORM 9000-TERMINATE.
000980     STOP RUN.
001050     WRITE DUPE-LINE FROM WS-HEADING-LINE.
001060     WRITE DUPE-LINE FROM SPACES.
001070*----------------------------------------------------------------
001080* 1100-RELEASE-CUSTOMERS
001090* SORT INPUT PROCEDURE - READS THE MASTER STRAIGHT THROUGH AND
001100* RELEASES ONE SORT RECORD PER CUSTOMER.
001110*----------------------------------------------------------------
001120 1100-RELEASE-CUSTOMERS.
001130     IF NOT WS-END-OF-FILE
001140         PERFORM 1110-READ-CUSTOMER
001150     END-IF.
001160     PERFORM 1120-RELEASE-ONE-CUSTOMER UNTIL WS-END-OF-FILE.
001170*----------------------------------------------------------------
001180* 1110-READ-CUSTOMER
001190*----------------------------------------------------------------
001230             SET WS-END-OF-FILE TO TRUE
001240     END-READ.
001250*----------------------------------------------------------------
001260* 1120-RELEASE-ONE-CUSTOMER
001270*----------------------------------------------------------------
001280 1120-RELEASE-ONE-CUSTOMER.
001290     ADD 1 TO WS-CUSTOMER-COUNT.
001300     MOVE CUSTUMER-ADDRESS TO AS-CUSTUMER-ADDRESS.
001310     MOVE CUSTUMER-ID TO AS-CUSTUMER-ID.
001320     MOVE CUSTUMER-NAME TO AS-CUSTUMER-NAME.
001330     RELEASE ADDRESS-SORT-RECORD.
001340     PERFORM 1110-READ-CUSTOMER.
001350*----------------------------------------------------------------
001670* 2000-FIND-DUPLICATE-GROUPS
001680* SORT OUTPUT PROCEDURE - WALKS THE CUSTOMERS IN ADDRESS ORDER ONE
001690* AT A TIME.  A RUN OF TWO OR MORE CONSECUTIVE CUSTOMERS SHARING
001700* THE SAME ADDRESS IS ONE DUPLICATE GROUP.
001710*----------------------------------------------------------------
001720 2000-FIND-DUPLICATE-GROUPS.
001722     PERFORM 2050-RETURN-CUSTOMER.
001724     PERFORM 2100-TEST-ONE-ENTRY
001726         UNTIL WS-END-OF-SORTED-CUSTOMERS.
001728*----------------------------------------------------------------
001730* 2050-RETURN-CUSTOMER
001732*----------------------------------------------------------------
001734 2050-RETURN-CUSTOMER.
001736     RETURN ADDRESS-SORT-FILE
001738         AT END
001740             SET WS-END-OF-SORTED-CUSTOMERS TO TRUE
001742     END-RETURN.
001750*----------------------------------------------------------------
001760* 2100-TEST-ONE-ENTRY
001770* A CUSTOMER STARTS A NEW GROUP WHEN ITS ADDRESS DIFFERS FROM THE
001780* PRIOR CUSTOMER'S.  WHEN IT MATCHES, IT EXTENDS THE CURRENT
001790* GROUP - THE GROUP HEADING AND FIRST MEMBER ARE PRINTED ONLY
001800* ONCE, WHEN THE SECOND MEMBER IS SEEN.
001810*----------------------------------------------------------------
001820 2100-TEST-ONE-ENTRY.
001822     IF WS-GROUP-SIZE > ZERO
001824         AND AS-CUSTUMER-ADDRESS = PC-CUSTUMER-ADDRESS
001826         IF WS-GROUP-SIZE = 1
001828             PERFORM 2200-PRINT-GROUP-HEADING
001830             PERFORM 2300-PRINT-GROUP-MEMBER
001832             ADD 1 TO WS-GROUP-COUNT
001834             ADD 1 TO WS-DUPE-CUSTOMER-COUNT
001836         END-IF
001838         PERFORM 2300-PRINT-GROUP-MEMBER-I
001840         ADD 1 TO WS-DUPE-CUSTOMER-COUNT
001842         ADD 1 TO WS-GROUP-SIZE
001850     ELSE
001860         MOVE 1 TO WS-GROUP-SIZE
002000     END-IF.
002004     MOVE AS-CUSTUMER-ADDRESS TO PC-CUSTUMER-ADDRESS.
002008     MOVE AS-CUSTUMER-ID TO PC-CUSTUMER-ID.
002012     MOVE AS-CUSTUMER-NAME TO PC-CUSTUMER-NAME.
002016     PERFORM 2050-RETURN-CUSTOMER.
002020*----------------------------------------------------------------
002030* 2200-PRINT-GROUP-HEADING
002040*----------------------------------------------------------------
002050 2200-PRINT-GROUP-HEADING.
002060     MOVE AS-CUSTUMER-ADDRESS TO GH-ADDRESS.
002070     WRITE DUPE-LINE FROM WS-GROUP-HEADING-LINE.
002080*----------------------------------------------------------------
002090* 2300-PRINT-GROUP-MEMBER
002100* PRINTS THE PRIOR CUSTOMER - THE GROUP'S FIRST MEMBER, WHICH CAME
002110* BEFORE THE MATCH WAS DETECTED.
002120*----------------------------------------------------------------
002130 2300-PRINT-GROUP-MEMBER.
002140     MOVE PC-CUSTUMER-ID TO DL-CUSTUMER-ID.
002150     MOVE PC-CUSTUMER-NAME TO DL-CUSTUMER-NAME.
002160     WRITE DUPE-LINE FROM WS-DETAIL-LINE.
002170*----------------------------------------------------------------
002180* 2300-PRINT-GROUP-MEMBER-I
002190* PRINTS THE CURRENT CUSTOMER - THE MEMBER THAT JUST EXTENDED OR
002200* CONFIRMED THE GROUP.
002210*----------------------------------------------------------------
002220 2300-PRINT-GROUP-MEMBER-I.
002222     MOVE AS-CUSTUMER-ID TO DL-CUSTUMER-ID.
002224     MOVE AS-CUSTUMER-NAME TO DL-CUSTUMER-NAME.
002226     WRITE DUPE-LINE FROM WS-DETAIL-LINE.
002228*----------------------------------------------------------------
002230* 2900-REPORT-SORT-FAILURE
002232* THE SORT DID NOT COMPLETE, SO THE GROUPS PRINTED ABOVE MAY NOT
002234* BE ALL OF THEM.  SAID ON THE REPORT ITSELF AS WELL AS SYSOUT,
002236* AND THE STEP ENDS RC=16 SO CUSTNITE'S FAILURE NOTE IS WRITTEN.
002238*----------------------------------------------------------------
002240 2900-REPORT-SORT-FAILURE.
002242     MOVE SORT-RETURN TO SF-SORT-RETURN.
002244     WRITE DUPE-LINE FROM SPACES.
002246     WRITE DUPE-LINE FROM WS-SORT-FAILED-LINE.
002248     DISPLAY 'CUSTDUPE ADDRESS SORT FAILED - SORT-RETURN '
002250         SORT-RETURN.
002252     MOVE 16 TO RETURN-CODE.
002260*----------------------------------------------------------------
002270* 3000-PRINT-TOTALS
002280*----------------------------------------------------------------
002310     MOVE WS-DUPE-CUSTOMER-COUNT TO TL-CUSTOMER-COUNT.
002320     WRITE DUPE-LINE FROM SPACES.
002330     WRITE DUPE-LINE FROM WS-TOTAL-LINE.
002335     DISPLAY 'CUSTOMERS SCANNED: ' WS-CUSTOMER-COUNT.
002340*----------------------------------------------------------------
002350* 9000-TERMINATE
002360*----------------------------------------------------------------
