000010*----------------------------------------------------------------
000020* CUSTNOAD
000030* NO-VALID-ADDRESS WORKLIST LINE LAYOUT.  ONE LINE IS APPENDED TO
000040* THE NOADDR WORKLIST FOR EVERY PIECE OF MAIL HELD BACK BECAUSE
000050* THE CUSTOMER'S ADDRESS IS FLAGGED UNDELIVERABLE - BY CUSTSTMT
000060* FOR A STATEMENT AND BY CUSTDUNN FOR A DUNNING NOTICE - SO THE
000070* CUSTOMER SERVICE DESK CAN WORK EVERY HELD ITEM FROM ONE LIST.
000080* EACH LINE IS DATED, THE SAME WAY CUSTREJ DATES ITS LINES, SINCE
000090* THE WORKLIST ACCUMULATES FROM RUN TO RUN.  SHARED BY BOTH
000100* WRITERS SO THE LAYOUT STAYS IDENTICAL.
000110*----------------------------------------------------------------
000120* MODIFICATION HISTORY
000130*----------------------------------------------------------------
000140* 2026-10-15  JR   ORIGINAL.
000150*----------------------------------------------------------------
000160 01  WS-NOADDR-LINE.
000170     05 NA-HELD-DATE PIC 9(08).
000180     05 FILLER PIC X(02) VALUE SPACES.
000190     05 NA-CUSTUMER-ID PIC 9(06).
000200     05 FILLER PIC X(02) VALUE SPACES.
000210     05 NA-CUSTUMER-NAME PIC X(20).
000220     05 FILLER PIC X(02) VALUE SPACES.
000230     05 NA-HELD-ITEM PIC X(14).
000240     05 FILLER PIC X(02) VALUE SPACES.
000250     05 NA-BALANCE PIC -(9)9.99.
000260     05 FILLER PIC X(01) VALUE SPACES.
000270     05 NA-FLAGGED-DATE PIC 9(08).
