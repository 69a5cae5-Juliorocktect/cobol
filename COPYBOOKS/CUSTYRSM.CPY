000010*----------------------------------------------------------------
000020* CUSTYRSM
000030* YEAR-END CUSTOMER ACTIVITY SUMMARY RECORD LAYOUT.  CUSTYEND
000040* WRITES ONE RECORD PER CUSTOMER FOR THE CALENDAR YEAR IT IS RUN
000050* FOR - OPENING BALANCE, THE NET BALANCE CHANGE OF EACH
000060* CH-TRANS-TYPE OVER THE YEAR AND CLOSING BALANCE - WITH ANY
000070* ACCOUNTS CUSTMRGE MERGED INTO THE CUSTOMER ROLLED ONTO THE
000080* SURVIVING CUSTUMER-ID.  EACH TYPE FIGURE IS SIGNED THE WAY IT
000090* MOVED THE BALANCE (PAYMENTS COME OUT NEGATIVE), SO OPENING
000100* PLUS THE NINE TYPE FIGURES IS THE CLOSING BALANCE WHENEVER
000110* YS-ACTIVITY-FOOTS IS SET.  KEPT HERE FOR THE DOWNSTREAM TAX
000120* AND AUDIT EXTRACTS THE SAME WAY CUSTSNPR IS KEPT FOR CUSTTRND.
000130*----------------------------------------------------------------
000140* MODIFICATION HISTORY
000150*----------------------------------------------------------------
000160* 2026-10-15  JR   ORIGINAL.
000170*----------------------------------------------------------------
000180 01  CUSTYRSM-RECORD.
000190     05 YS-SUMMARY-YEAR PIC 9(04).
000200     05 FILLER PIC X(02) VALUE SPACES.
000210     05 YS-CUSTUMER-ID PIC 9(06).
000220     05 FILLER PIC X(02) VALUE SPACES.
000230     05 YS-CUSTUMER-NAME PIC X(20).
000240     05 FILLER PIC X(02) VALUE SPACES.
000250     05 YS-OPENING-BALANCE PIC S9(09)V99.
000260     05 FILLER PIC X(02) VALUE SPACES.
000270     05 YS-PAYMENTS PIC S9(09)V99.
000280     05 FILLER PIC X(02) VALUE SPACES.
000290     05 YS-CHARGES PIC S9(09)V99.
000300     05 FILLER PIC X(02) VALUE SPACES.
000310     05 YS-FEES PIC S9(09)V99.
000320     05 FILLER PIC X(02) VALUE SPACES.
000330     05 YS-ADJUSTMENTS PIC S9(09)V99.
000340     05 FILLER PIC X(02) VALUE SPACES.
000350     05 YS-REVERSALS PIC S9(09)V99.
000360     05 FILLER PIC X(02) VALUE SPACES.
000370     05 YS-WRITEOFFS PIC S9(09)V99.
000380     05 FILLER PIC X(02) VALUE SPACES.
000390     05 YS-RECOVERIES PIC S9(09)V99.
000400     05 FILLER PIC X(02) VALUE SPACES.
000403     05 YS-UNCLAIMED PIC S9(09)V99.
000406     05 FILLER PIC X(02) VALUE SPACES.
000410     05 YS-OTHER PIC S9(09)V99.
000420     05 FILLER PIC X(02) VALUE SPACES.
000430     05 YS-CLOSING-BALANCE PIC S9(09)V99.
000440     05 FILLER PIC X(02) VALUE SPACES.
000450     05 YS-MERGED-COUNT PIC 9(03).
000460     05 FILLER PIC X(02) VALUE SPACES.
000470     05 YS-FOOT-FLAG PIC X(01).
000480         88 YS-ACTIVITY-FOOTS VALUE 'Y'.
000490         88 YS-ACTIVITY-DOES-NOT-FOOT VALUE 'N'.
000500     05 FILLER PIC X(05) VALUE SPACES.
