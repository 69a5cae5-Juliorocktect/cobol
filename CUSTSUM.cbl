000186*                  FAILED-TRANSACTION IMAGE FOR CUSTRCYC.
000187* 2026-09-02  JR   REJ-LINE WIDENED AGAIN TO X(180) FOR THE
000188*                  SIX-DIGIT CUSTUMER-ID EXPANSION.
000189* 2026-10-15  JR   REJ-LINE WIDENED TO X(230) FOR THE EMAIL,
000190*                  DELIVERY PREFERENCE AND PARENT ACCOUNT ID.
000191* 2026-10-15  JR   ADDS THE MAINTENANCE BALANCE CHANGES HELD ON
000192*                  BALPEND FOR SECOND-OPERATOR APPROVAL - HOW
000193*                  MANY WERE HELD TONIGHT, HOW MANY ARE STILL
000194*                  AWAITING A CUSTBAPR DECISION, AND THE KEYED
000195*                  DATE OF THE OLDEST, SO A CHANGE NOBODY HAS
000196*                  REVIEWED CANNOT SIT UNNOTICED.
000197*----------------------------------------------------------------
000198 ENVIRONMENT DIVISION.
000200 CONFIGURATION SECTION.
000210 SOURCE-COMPUTER. IBM-370.
000220 OBJECT-COMPUTER. IBM-370.
000310     SELECT CALC-CHECKPOINT-FILE ASSIGN TO CALCCKPT
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-CALCCKPT-STATUS.
000332     SELECT BALANCE-PENDING-FILE ASSIGN TO BALPEND
000334         ORGANIZATION IS LINE SEQUENTIAL
000336         FILE STATUS IS WS-BALPEND-STATUS.
000340     SELECT SUMMARY-REPORT ASSIGN TO CUSTSUM
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-CUSTSUM-STATUS.
000380 FILE SECTION.
000390 FD  CUSTOMER-REJECT-FILE
000400     LABEL RECORDS ARE STANDARD.
000410 01  REJ-LINE PIC X(230).
000420 FD  CALC-AUDIT-FILE
000430     LABEL RECORDS ARE STANDARD.
000440 01  CALC-AUDIT-LINE PIC X(80).
000460     LABEL RECORDS ARE STANDARD.
000470 01  CALC-CHECKPOINT-LINE.
000480     05 CKPT-TRANS-COUNT PIC 9(07).
000482 FD  BALANCE-PENDING-FILE
000484     LABEL RECORDS ARE STANDARD.
000486 01  BALPEND-LINE PIC X(80).
000490 FD  SUMMARY-REPORT
000500     LABEL RECORDS ARE STANDARD
000510     RECORDING MODE IS F.
000530 WORKING-STORAGE SECTION.
000540     COPY CUSTREJ.
000550     COPY CALCAUD.
000555     COPY CUSTBPND.
000560 01  WS-CUSTREJ-STATUS PIC X(02) VALUE '00'.
000570     88 WS-CUSTREJ-OK VALUE '00'.
000580     88 WS-CUSTREJ-EOF VALUE '10'.
000620 01  WS-CALCCKPT-STATUS PIC X(02) VALUE '00'.
000630     88 WS-CALCCKPT-OK VALUE '00'.
000640 01  WS-CUSTSUM-STATUS PIC X(02) VALUE '00'.
000645 01  WS-BALPEND-STATUS PIC X(02) VALUE '00'.
000650 01  WS-SWITCHES.
000660     05 WS-CUSTREJ-EOF-SWITCH PIC X(01) VALUE 'N'.
000670         88 WS-CUSTREJ-DONE VALUE 'Y'.
000680     05 WS-CALCAUD-EOF-SWITCH PIC X(01) VALUE 'N'.
000690         88 WS-CALCAUD-DONE VALUE 'Y'.
000693     05 WS-BALPEND-EOF-SWITCH PIC X(01) VALUE 'N'.
000696         88 WS-BALPEND-DONE VALUE 'Y'.
000700 01  WS-COUNTERS.
000710     05 WS-REJECT-COUNT PIC 9(07) COMP VALUE ZERO.
000720     05 WS-CALCAUD-COUNT PIC 9(07) COMP VALUE ZERO.
000722     05 WS-HELD-TODAY-COUNT PIC 9(07) COMP VALUE ZERO.
000724     05 WS-HELD-PENDING-COUNT PIC 9(07) COMP VALUE ZERO.
000726 01  WS-OLDEST-HELD-DATE PIC 9(08) VALUE ZERO.
000730 01  WS-CALCAUD-TOTAL-RESULT PIC S9(15)V99 VALUE ZERO.
000740 01  WS-CKPT-TRANS-COUNT PIC 9(07) VALUE ZERO.
000742 01  WS-TODAY-DATE PIC 9(08) VALUE ZERO.
000880 01  WS-CALCAUD-RESULT-LINE.
000890     05 FILLER PIC X(30) VALUE 'CALC AUDIT TOTAL RESULT:'.
000900     05 SL-CALCAUD-RESULT PIC -(16)9.99.
000901 01  WS-HELD-TODAY-LINE.
000902     05 FILLER PIC X(30) VALUE 'BALANCE CHANGES HELD TONIGHT:'.
000903     05 SL-HELD-TODAY-COUNT PIC ZZZ,ZZ9.
000904 01  WS-HELD-PENDING-LINE.
000905     05 FILLER PIC X(30) VALUE 'HELD CHANGES AWAITING REVIEW:'.
000906     05 SL-HELD-PENDING-COUNT PIC ZZZ,ZZ9.
000907 01  WS-OLDEST-HELD-LINE.
000908     05 FILLER PIC X(30) VALUE 'OLDEST HELD CHANGE KEYED ON:'.
000909     05 SL-OLDEST-HELD-DATE PIC 9(08).
000910 01  WS-CKPT-LINE.
000920     05 FILLER PIC X(30) VALUE 'CALC_COB ENDING CHECKPOINT:'.
000930     05 SL-CKPT-COUNT PIC ZZZ,ZZ9.
001050     PERFORM 1000-INITIALIZE.
001060     PERFORM 2000-ACCUMULATE-REJECTS UNTIL WS-CUSTREJ-DONE.
001070     PERFORM 3000-ACCUMULATE-CALCAUD UNTIL WS-CALCAUD-DONE.
001075     PERFORM 3500-ACCUMULATE-BALPEND UNTIL WS-BALPEND-DONE.
001080     PERFORM 4000-READ-CHECKPOINT.
001090     PERFORM 5000-PRINT-SUMMARY.
001100     PERFORM 9000-TERMINATE.
001110     STOP RUN.
001120*----------------------------------------------------------------
001130* 1000-INITIALIZE
001140* OPENS THE INPUT AUDIT TRAILS AND THE REPORT, WRITES THE
001150* HEADING, AND PRIMES THE SEQUENTIAL READS.  CUSTOMER-REJECT-
001160* FILE MAY NOT EXIST ON A NIGHT WITH NO REJECTS - A '35' STATUS IS
001166* TREATED AS ZERO REJECTS RATHER THAN AN ERROR.  A MISSING
001172* BALPEND LIKEWISE MEANS NO BALANCE CHANGE HAS EVER BEEN HELD.
001180*----------------------------------------------------------------
001190 1000-INITIALIZE.
001192     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
001280         SET WS-CALCAUD-DONE TO TRUE
001290     ELSE
001300         PERFORM 3100-READ-CALCAUD
001301     END-IF.
001302     OPEN INPUT BALANCE-PENDING-FILE.
001303     IF WS-BALPEND-STATUS = '35'
001304         SET WS-BALPEND-DONE TO TRUE
001305     ELSE
001306         PERFORM 3600-READ-BALPEND
001310     END-IF.
001320     OPEN OUTPUT SUMMARY-REPORT.
001330     WRITE SUM-LINE FROM WS-HEADING-LINE.
001650     READ CALC-AUDIT-FILE
001660         AT END
001670             SET WS-CALCAUD-DONE TO TRUE
001671     END-READ.
001672*----------------------------------------------------------------
001673* 3500-ACCUMULATE-BALPEND
001674* COUNTS ONE HELD BALANCE CHANGE - TONIGHT'S IF KEYED TODAY, AND
001675* AWAITING REVIEW IF CUSTBAPR HAS NOT YET DECIDED IT, WHATEVER ITS
001676* AGE - THEN READS THE NEXT ONE.
001677*----------------------------------------------------------------
001678 3500-ACCUMULATE-BALPEND.
001679     MOVE BALPEND-LINE TO WS-BALPEND-RECORD.
001680     IF BP-KEYED-DATE = WS-TODAY-DATE
001681         ADD 1 TO WS-HELD-TODAY-COUNT
001682     END-IF.
001683     IF BP-PENDING
001684         ADD 1 TO WS-HELD-PENDING-COUNT
001685         IF WS-OLDEST-HELD-DATE = ZERO
001686             OR BP-KEYED-DATE < WS-OLDEST-HELD-DATE
001687             MOVE BP-KEYED-DATE TO WS-OLDEST-HELD-DATE
001688         END-IF
001689     END-IF.
001690     PERFORM 3600-READ-BALPEND.
001691*----------------------------------------------------------------
001692* 3600-READ-BALPEND
001693*----------------------------------------------------------------
001694 3600-READ-BALPEND.
001695     READ BALANCE-PENDING-FILE
001696         AT END
001697             SET WS-BALPEND-DONE TO TRUE
001698     END-READ.
001699*----------------------------------------------------------------
001700* 4000-READ-CHECKPOINT
001710* READS THE SINGLE-RECORD CALC_COB CHECKPOINT FILE.  A NONZERO
001720* TRANSACTION COUNT MEANS BATCH-PROCESS STOPPED PARTWAY THROUGH
002000     WRITE SUM-LINE FROM WS-CALCAUD-COUNT-LINE.
002010     WRITE SUM-LINE FROM WS-CALCAUD-RESULT-LINE.
002020     WRITE SUM-LINE FROM SPACES.
002021     MOVE WS-HELD-TODAY-COUNT TO SL-HELD-TODAY-COUNT.
002022     MOVE WS-HELD-PENDING-COUNT TO SL-HELD-PENDING-COUNT.
002023     WRITE SUM-LINE FROM WS-HELD-TODAY-LINE.
002024     WRITE SUM-LINE FROM WS-HELD-PENDING-LINE.
002025     IF WS-HELD-PENDING-COUNT > ZERO
002026         MOVE WS-OLDEST-HELD-DATE TO SL-OLDEST-HELD-DATE
002027         WRITE SUM-LINE FROM WS-OLDEST-HELD-LINE
002028     END-IF.
002029     WRITE SUM-LINE FROM SPACES.
002030     WRITE SUM-LINE FROM WS-CKPT-LINE.
002040     IF WS-CKPT-TRANS-COUNT = ZERO
002050         WRITE SUM-LINE FROM WS-CKPT-CLEAN-LINE
002120 9000-TERMINATE.
002130     CLOSE CUSTOMER-REJECT-FILE.
002140     CLOSE CALC-AUDIT-FILE.
002142     IF WS-BALPEND-STATUS NOT = '35'
002144         CLOSE BALANCE-PENDING-FILE
002146     END-IF.
002150     CLOSE SUMMARY-REPORT.
002160 END PROGRAM CUSTSUM.
