000310*                  (SEE THE CUSTLOCK COPYBOOK AND CUSTLTCH) -
000320*                  ANOTHER UPDATER'S LATCH OR THE NIGHTLY BATCH
000330*                  WINDOW REFUSES THE RUN WITH RETURN-CODE 16.
000332* 2026-10-15  JR   AN APPROVED FOREIGN-CURRENCY ITEM NOW POSTS
000334*                  THE ORIGINAL CURRENCY, AMOUNT, RATE AND RATE
000336*                  DATE IT CARRIES ON CALCSUSP THROUGH TO
000337*                  CUSTHIST.  SUSPENSE LINES WIDENED TO X(130).
000340*----------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000620 FILE SECTION.
000630 FD  CALC-SUSPENSE-FILE
000640     LABEL RECORDS ARE STANDARD.
000650 01  CALC-SUSPENSE-LINE PIC X(130).
000660 FD  SUSPENSE-NEW-FILE
000670     LABEL RECORDS ARE STANDARD
000680     RECORDING MODE IS F.
000690 01  SUSPENSE-NEW-LINE PIC X(130).
000700 FD  CUSTOMER-MASTER-FILE
000710     LABEL RECORDS ARE STANDARD.
000720     COPY CUSTREC.
003880     MOVE CUSTOMER-BALANCE TO CH-AFTER-BALANCE.
003890     SET CH-SOURCE-SUSP TO TRUE.
003900     MOVE SR-TRANS-TYPE TO CH-TRANS-TYPE.
003901     IF SR-CURRENCY-CODE NOT = SPACES
003902         MOVE SR-CURRENCY-CODE TO CH-ORIG-CURRENCY
003903         MOVE FUNCTION NUMVAL(SR-ORIG-AMOUNT) TO CH-ORIG-AMOUNT
003904         MOVE SR-EXCH-RATE TO CH-EXCH-RATE
003905         MOVE SR-RATE-DATE TO CH-RATE-DATE
003906     END-IF.
003910     WRITE CUSTHIST-RECORD.
003920*----------------------------------------------------------------
003930* 2500-WRITE-REPORT-LINE
