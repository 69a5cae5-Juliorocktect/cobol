000010*----------------------------------------------------------------
000020* CUSTTRIL
000030* TRIAL-RUN REPORT LINES AND OPERATOR CONTROL CARD, SHARED BY THE
000040* BALANCE-POSTING PROGRAMS THAT CAN RUN AS A TRIAL - CALC_COB
000050* LINK MODE, CUSTLBX AND CUSTMRGE.  A TRIAL READS THE LIVE MASTER
000060* BUT POSTS ONLY TO THE MEMOBAL WORK FILE (CUSTMEMO), PRINTING AN
000070* ITEM LINE FOR EVERYTHING THE REAL RUN WOULD DO, A LINE FOR EVERY
000080* CUSTOMER IT WOULD TOUCH WITH ITS CURRENT AND PROJECTED BALANCE,
000090* THE RUN TOTALS, AND LAST THE CONTROL CARD ITSELF.
000100* THE OPERATOR KEYS THAT CARD, EXACTLY AS PRINTED, INTO THE REAL
000110* RUN'S SYSIN.  THE REAL RUN MAKES THE SAME PROJECTION PASS
000120* BEFORE IT POSTS ANYTHING AND REFUSES THE WHOLE RUN IF ITS OWN
000130* TOTALS DO NOT MATCH THE CARD - A DIFFERENT DECK OR FILE, OR A
000140* MASTER THAT MOVED SINCE THE TRIAL, CANNOT POST UNSEEN.
000150* THE CARD CARRIES THE ITEMS THAT WOULD POST, THEIR GROSS
000160* (UNSIGNED) AMOUNT, AND THE ITEMS THAT WOULD NOT POST -
000170* SUSPENDED, SENT TO EXCEPTIONS OR REFUSED.
000180*----------------------------------------------------------------
000190* MODIFICATION HISTORY
000200*----------------------------------------------------------------
000210* 2026-10-15  JR   ORIGINAL.
000220*----------------------------------------------------------------
000230 01  WS-CONTROL-CARD.
000240     05 CC-POSTED-COUNT PIC 9(07).
000250     05 CC-POSTED-AMOUNT PIC 9(13)V99.
000260     05 CC-HELD-COUNT PIC 9(07).
000270     05 FILLER PIC X(51).
000280 01  WS-CONTROL-TOTALS.
000290     05 CT-POSTED-COUNT PIC 9(07) VALUE ZERO.
000300     05 CT-POSTED-AMOUNT PIC 9(13)V99 VALUE ZERO.
000310     05 CT-HELD-COUNT PIC 9(07) VALUE ZERO.
000320 01  WS-TRIAL-WORK-AREAS.
000330     05 TW-NET-CHANGE PIC S9(11)V99 VALUE ZERO.
000340     05 TW-NET-TOTAL PIC S9(13)V99 VALUE ZERO.
000350     05 TW-TOUCHED-COUNT PIC 9(07) VALUE ZERO.
000360 01  WS-TRIAL-HEADING-LINE.
000370     05 FILLER PIC X(12) VALUE 'TRIAL RUN - '.
000380     05 TH-RUN-TITLE PIC X(40).
000390     05 FILLER PIC X(17) VALUE ' - NOTHING POSTED'.
000400 01  WS-TRIAL-ITEM-COLUMN-LINE.
000410     05 FILLER PIC X(08) VALUE 'ID'.
000420     05 FILLER PIC X(15) VALUE '  CURRENT BAL'.
000430     05 FILLER PIC X(15) VALUE 'PROJECTED BAL'.
000440     05 FILLER PIC X(15) VALUE '  ITEM AMOUNT'.
000450     05 FILLER PIC X(25) VALUE 'DISPOSITION'.
000460 01  WS-TRIAL-ITEM-LINE.
000470     05 TI-CUSTUMER-ID PIC 9(06).
000480     05 FILLER PIC X(02) VALUE SPACES.
000490     05 TI-CURRENT-BALANCE PIC -(9)9.99.
000500     05 FILLER PIC X(02) VALUE SPACES.
000510     05 TI-PROJECTED-BALANCE PIC -(9)9.99.
000520     05 FILLER PIC X(02) VALUE SPACES.
000530     05 TI-ITEM-AMOUNT PIC -(9)9.99.
000540     05 FILLER PIC X(02) VALUE SPACES.
000550     05 TI-DISPOSITION PIC X(26).
000560 01  WS-TRIAL-CUSTOMER-HEADING.
000570     05 FILLER PIC X(40)
000580         VALUE 'CUSTOMERS THE RUN WOULD TOUCH'.
000590 01  WS-TRIAL-CUSTOMER-COLUMN-LINE.
000600     05 FILLER PIC X(08) VALUE 'ID'.
000610     05 FILLER PIC X(15) VALUE '  CURRENT BAL'.
000620     05 FILLER PIC X(15) VALUE 'PROJECTED BAL'.
000630     05 FILLER PIC X(15) VALUE '   NET CHANGE'.
000640     05 FILLER PIC X(07) VALUE 'ITEMS'.
000650 01  WS-TRIAL-CUSTOMER-LINE.
000660     05 TS-CUSTUMER-ID PIC 9(06).
000670     05 FILLER PIC X(02) VALUE SPACES.
000680     05 TS-CURRENT-BALANCE PIC -(9)9.99.
000690     05 FILLER PIC X(02) VALUE SPACES.
000700     05 TS-PROJECTED-BALANCE PIC -(9)9.99.
000710     05 FILLER PIC X(02) VALUE SPACES.
000720     05 TS-NET-CHANGE PIC -(9)9.99.
000730     05 FILLER PIC X(02) VALUE SPACES.
000740     05 TS-POSTED-COUNT PIC ZZZZ9.
000750 01  WS-TRIAL-TOTAL-LINE.
000760     05 TT-TOTAL-LABEL PIC X(30).
000770     05 TT-TOTAL-COUNT PIC ZZZ,ZZ9.
000780     05 FILLER PIC X(09) VALUE '  AMOUNT:'.
000790     05 TT-TOTAL-AMOUNT PIC -(12)9.99.
000800 01  WS-TRIAL-CARD-LABEL-LINE.
000810     05 FILLER PIC X(40)
000820         VALUE 'CONTROL CARD FOR THE POSTING RUN - KEY '.
000830     05 FILLER PIC X(40)
000840         VALUE 'IT EXACTLY AS PRINTED BELOW:'.
