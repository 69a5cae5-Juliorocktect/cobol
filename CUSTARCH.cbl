000390*                  ANOTHER UPDATER'S LATCH OR THE NIGHTLY BATCH
000400*                  WINDOW REFUSES THE ARCHIVAL WITH RETURN-CODE
000410*                  16, AND A FREE LATCH IS MARKED BUSY FOR THE
000411*                  LIFE OF THE RUN.
000412* 2026-10-15  JR   EACH ARCHIVED ACCOUNT NOW GETS A SYSTEM NOTE
000413*                  ON THE CUSTNOTE CONTACT-NOTE FILE RECORDING THE
000414*                  DATE AND BALANCE IT LEFT THE MASTER.  ITS NOTES
000415*                  STAY ON FILE UNDER THE SAME CUSTUMER-ID, SO
000416*                  CUSTINQ STILL SHOWS THEM WHILE THE ACCOUNT IS
000417*                  ARCHIVED AND CUSTARIN BRINGS THE ACCOUNT BACK
000418*                  TO THEM UNDER ITS ORIGINAL NUMBER.
000419* 2026-10-15  JR   A CLOSED ACCOUNT STILL HOLDING A CREDIT
000420*                  BALANCE - MONEY OWED BACK TO THE CUSTOMER - IS
000421*                  NO LONGER ARCHIVED.  IT STAYS ON THE MASTER SO
000422*                  THE CUSTDORM DORMANCY RUN CAN FOLLOW IT THROUGH
000423*                  THE DUE-DILIGENCE LETTER TO REMITTANCE AS
000424*                  UNCLAIMED PROPERTY; ONCE THE CREDIT IS REFUNDED
000425*                  OR REMITTED THE NEXT MONTH-END ARCHIVES IT AS
000426*                  USUAL.  THE ACCOUNTS KEPT BACK ARE COUNTED.
000430*----------------------------------------------------------------
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000610     SELECT CUSTOMER-LOCK-FILE ASSIGN TO CUSTLOCK
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-CUSTLOCK-STATUS.
000631     SELECT CUSTOMER-NOTE-FILE ASSIGN TO CUSTNOTE
000632         ORGANIZATION IS INDEXED
000633         ACCESS MODE IS DYNAMIC
000634         RECORD KEY IS NT-NOTE-KEY
000635         FILE STATUS IS WS-CUSTNOTE-STATUS.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  CUSTOMER-MASTER-FILE
000760 FD  CUSTOMER-LOCK-FILE
000770     LABEL RECORDS ARE STANDARD.
000780     COPY CUSTLOCK.
000782 FD  CUSTOMER-NOTE-FILE
000784     LABEL RECORDS ARE STANDARD.
000786     COPY CUSTNOTR.
000790 WORKING-STORAGE SECTION.
000800 01  WS-CUSTMAST-STATUS PIC X(02) VALUE '00'.
000810     88 WS-CUSTMAST-OK VALUE '00'.
000860 01  WS-COUNTERS.
000870     05 WS-SCANNED-COUNT PIC 9(07) COMP VALUE ZERO.
000880     05 WS-ARCHIVED-COUNT PIC 9(07) COMP VALUE ZERO.
000885     05 WS-CREDIT-KEPT-COUNT PIC 9(07) COMP VALUE ZERO.
000890 01  WS-ARCHIVE-DATE PIC 9(08) VALUE ZERO.
000900 01  WS-BEFORE-BALANCE PIC S9(09)V99 VALUE ZERO.
000901 01  WS-CUSTLOCK-STATUS PIC X(02) VALUE '00'.
000902 01  WS-CUSTNOTE-STATUS PIC X(02) VALUE '00'.
000903*----------------------------------------------------------------
000904* SYSTEM NOTE LEFT ON THE CONTACT-NOTE FILE FOR EACH ARCHIVED
000905* ACCOUNT.  A DUPLICATE KEY (A NOTE TAKEN IN THE SAME HUNDREDTH
000906* OF A SECOND) STEPS THE TIME ON AND TRIES AGAIN.
000907*----------------------------------------------------------------
000908 01  WS-NOTE-FILED-SWITCH PIC X(01) VALUE 'N'.
000909     88 WS-NOTE-PENDING VALUE 'N'.
000910     88 WS-NOTE-FILED VALUE 'Y'.
000911     88 WS-NOTE-FAILED VALUE 'F'.
000912 01  WS-ARCHIVE-NOTE-TEXT.
000913     05 FILLER PIC X(28) VALUE 'ARCHIVED OFF THE MASTER WITH'.
000914     05 FILLER PIC X(09) VALUE ' BALANCE '.
000915     05 AN-BALANCE PIC -(9)9.99.
000920*----------------------------------------------------------------
000930* CUSTLOCK MASTER IN-USE LATCH - THE SAME LATCH POINT_COBOL AND
000940* CALC_COB LINK MODE HONOR.  THE MONTH-END ARCHIVAL IS AN
002040     IF WS-CUSTHIST-STATUS = '05' OR WS-CUSTHIST-STATUS = '35'
002050         OPEN OUTPUT CUSTOMER-HISTORY-FILE
002060     END-IF.
002061     OPEN I-O CUSTOMER-NOTE-FILE.
002062     IF WS-CUSTNOTE-STATUS = '35'
002063         OPEN OUTPUT CUSTOMER-NOTE-FILE
002064         CLOSE CUSTOMER-NOTE-FILE
002065         OPEN I-O CUSTOMER-NOTE-FILE
002066     END-IF.
002070     ACCEPT WS-ARCHIVE-DATE FROM DATE YYYYMMDD.
002080     PERFORM 2100-READ-CUSTOMER.
002090*----------------------------------------------------------------
002100* 2000-PROCESS-CUSTOMER
002110* A CUSTOMER-CLOSED RECORD IS ARCHIVED AND REMOVED FROM THE
002115* MASTER; EVERY OTHER RECORD IS LEFT ALONE.  A CLOSED ACCOUNT
002120* STILL IN CREDIT IS KEPT BACK - THE CREDIT IS OWED TO THE
002125* CUSTOMER AND MUST STAY IN SIGHT OF THE DORMANCY RUN.
002130*----------------------------------------------------------------
002140 2000-PROCESS-CUSTOMER.
002150     ADD 1 TO WS-SCANNED-COUNT.
002160     IF CUSTOMER-CLOSED
002164         IF CUSTOMER-BALANCE < ZERO
002168             ADD 1 TO WS-CREDIT-KEPT-COUNT
002172         ELSE
002176             PERFORM 2200-WRITE-ARCHIVE-RECORD
002180             PERFORM 2300-DELETE-CUSTOMER
002184         END-IF
002190     END-IF.
002200     PERFORM 2100-READ-CUSTOMER.
002210*----------------------------------------------------------------
002530     DELETE CUSTOMER-MASTER-FILE.
002540     IF WS-CUSTMAST-OK
002550         PERFORM 2400-WRITE-HISTORY-RECORD
002555         PERFORM 2500-WRITE-ARCHIVE-NOTE
002560     ELSE
002570         DISPLAY 'ARCHIVE DELETE FAILED - CUSTUMER-ID '
002580             CUSTUMER-ID
002700     MOVE CUSTUMER-ID TO CH-CUSTUMER-ID.
002710     MOVE WS-BEFORE-BALANCE TO CH-BEFORE-BALANCE.
002720     MOVE ZERO TO CH-AFTER-BALANCE.
002721     SET CH-SOURCE-ARCH TO TRUE.
002722     WRITE CUSTHIST-RECORD.
002723*----------------------------------------------------------------
002724* 2500-WRITE-ARCHIVE-NOTE
002725* STAMPS THE ARCHIVAL ON THE ACCOUNT'S CONTACT-NOTE TRAIL.
002726*----------------------------------------------------------------
002727 2500-WRITE-ARCHIVE-NOTE.
002728     MOVE WS-BEFORE-BALANCE TO AN-BALANCE.
002729     MOVE SPACES TO CUSTNOTE-RECORD.
002730     MOVE CH-CUSTUMER-ID TO NT-CUSTUMER-ID.
002731     ACCEPT NT-NOTE-DATE FROM DATE YYYYMMDD.
002732     ACCEPT NT-NOTE-TIME FROM TIME.
002733     MOVE 'CUSTARCH' TO NT-OPERATOR.
002734     SET NT-CONTACT-SYSTEM TO TRUE.
002735     MOVE CH-CUSTUMER-ID TO NT-FILED-UNDER-ID.
002736     MOVE WS-ARCHIVE-NOTE-TEXT TO NT-NOTE-TEXT.
002737     SET WS-NOTE-PENDING TO TRUE.
002738     PERFORM 2550-WRITE-NOTE-RECORD UNTIL NOT WS-NOTE-PENDING.
002739*----------------------------------------------------------------
002740* 2550-WRITE-NOTE-RECORD
002741*----------------------------------------------------------------
002742 2550-WRITE-NOTE-RECORD.
002743     WRITE CUSTNOTE-RECORD
002744         INVALID KEY
002745             IF WS-CUSTNOTE-STATUS = '22'
002746                 ADD 1 TO NT-NOTE-TIME
002747             ELSE
002748                 DISPLAY 'NOTE WRITE FAILED - STATUS '
002749                     WS-CUSTNOTE-STATUS ' - ' NT-CUSTUMER-ID
002750                 SET WS-NOTE-FAILED TO TRUE
002751             END-IF
002752         NOT INVALID KEY
002753             SET WS-NOTE-FILED TO TRUE
002754     END-WRITE.
002755*----------------------------------------------------------------
002760* 3000-PRINT-SUMMARY
002770*----------------------------------------------------------------
002780 3000-PRINT-SUMMARY.
002790     DISPLAY 'CUSTOMERS SCANNED  : ' WS-SCANNED-COUNT.
002800     DISPLAY 'CUSTOMERS ARCHIVED : ' WS-ARCHIVED-COUNT.
002803     DISPLAY 'CLOSED, IN CREDIT  : ' WS-CREDIT-KEPT-COUNT
002806         ' - KEPT ON THE MASTER'.
002810*----------------------------------------------------------------
002820* 9000-TERMINATE
002830*----------------------------------------------------------------
002850     CLOSE CUSTOMER-MASTER-FILE.
002860     CLOSE ARCHIVE-FILE.
002870     CLOSE CUSTOMER-HISTORY-FILE.
002875     CLOSE CUSTOMER-NOTE-FILE.
002880 END PROGRAM CUSTARCH.
