000340*                  FILTERED ON TODAY'S DATE THE SAME WAY CUSTSUM
000350*                  FILTERS CALCAUD - SO THE GL SIDE CAN POST
000360*                  DEBITS AND CREDITS BY TYPE INSTEAD OF ONE
000361*                  BLIND NET FIGURE.
000362* 2026-10-15  JR   WRITE-OFFS (TYPE 'W', POSTED BY CUSTWOFF) AND
000363*                  BAD-DEBT RECOVERIES (TYPE 'Y', TAKEN IN BY
000364*                  CUSTLBX) NOW CARRY THEIR OWN 'S' SUBTOTAL
000365*                  RECORDS, SO THE GL SIDE POSTS THEM TO THE BAD-
000366*                  DEBT ACCOUNTS INSTEAD OF FINDING THEM IN OTHER.
000367* 2026-10-15  JR   UNCLAIMED-PROPERTY REMITTANCES (TYPE 'E',
000368*                  POSTED BY THE CUSTDORM ANNUAL RUN) NOW CARRY
000369*                  THEIR OWN 'S' SUBTOTAL RECORD, SO THE GL SIDE
000370*                  POSTS THE CREDIT BALANCES LEAVING FOR THE STATE
000371*                  TO THE UNCLAIMED-PROPERTY PAYABLE.
000380*----------------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000960     05 FILLER PIC X(59) VALUE SPACES.
000970*----------------------------------------------------------------
000980* TRANSACTION-TYPE SUBTOTAL TABLE AND ITS 'S' FEED RECORD - ONE
000990* COUNT AND NET-CHANGE ENTRY FOR EACH OF P, C, F, A, R, W, Y AND
001000* E, PLUS AN OTHER/BLANK BUCKET, THE SAME BRACKET PATTERN CUSTRPT
001010* AND CALC_COB USE FOR THEIR SUBTOTAL TRAILERS.
001020*----------------------------------------------------------------
001030 01  WS-TYPE-BRACKET PIC 9(02) VALUE ZERO.
001040     88 WS-TYPE-PAYMENT VALUE 1.
001050     88 WS-TYPE-CHARGE VALUE 2.
001060     88 WS-TYPE-FEE VALUE 3.
001070     88 WS-TYPE-ADJUSTMENT VALUE 4.
001080     88 WS-TYPE-REVERSAL VALUE 5.
001090     88 WS-TYPE-WRITEOFF VALUE 6.
001093     88 WS-TYPE-RECOVERY VALUE 7.
001095     88 WS-TYPE-ESCHEAT VALUE 8.
001097     88 WS-TYPE-OTHER VALUE 9.
001100 01  WS-TYPE-SUBTOTALS.
001110     05 WS-TYPE-COUNT PIC 9(07) COMP VALUE ZERO
001120         OCCURS 9 TIMES.
001130     05 WS-TYPE-TOTAL PIC S9(11)V99 VALUE ZERO
001140         OCCURS 9 TIMES.
001150 01  WS-SUBTOTAL-RECORD.
001160     05 SB-RECORD-TYPE PIC X(01) VALUE 'S'.
001170     05 SB-TRANS-TYPE PIC X(01).
001840             WHEN 'F' SET WS-TYPE-FEE TO TRUE
001850             WHEN 'A' SET WS-TYPE-ADJUSTMENT TO TRUE
001860             WHEN 'R' SET WS-TYPE-REVERSAL TO TRUE
001863             WHEN 'W' SET WS-TYPE-WRITEOFF TO TRUE
001866             WHEN 'Y' SET WS-TYPE-RECOVERY TO TRUE
001868             WHEN 'E' SET WS-TYPE-ESCHEAT TO TRUE
001870             WHEN OTHER SET WS-TYPE-OTHER TO TRUE
001880         END-EVALUATE
001890         ADD 1 TO WS-TYPE-COUNT(WS-TYPE-BRACKET)
002080 2900-WRITE-TYPE-SUBTOTALS.
002090     PERFORM 2910-WRITE-ONE-TYPE-SUBTOTAL
002100         VARYING WS-TYPE-BRACKET FROM 1 BY 1
002110         UNTIL WS-TYPE-BRACKET > 9.
002120*----------------------------------------------------------------
002130* 2910-WRITE-ONE-TYPE-SUBTOTAL
002140*----------------------------------------------------------------
002240                MOVE 'ADJUSTMENT' TO SB-TYPE-NAME
002250         WHEN 5 MOVE 'R' TO SB-TRANS-TYPE
002260                MOVE 'REVERSAL' TO SB-TYPE-NAME
002270         WHEN 6 MOVE 'W' TO SB-TRANS-TYPE
002272                MOVE 'WRITE-OFF' TO SB-TYPE-NAME
002274         WHEN 7 MOVE 'Y' TO SB-TRANS-TYPE
002276                MOVE 'RECOVERY' TO SB-TYPE-NAME
002277         WHEN 8 MOVE 'E' TO SB-TRANS-TYPE
002278                MOVE 'UNCLAIMED' TO SB-TYPE-NAME
002279         WHEN 9 MOVE ' ' TO SB-TRANS-TYPE
002280                MOVE 'OTHER' TO SB-TYPE-NAME
002290     END-EVALUATE.
002300     MOVE WS-TYPE-COUNT(WS-TYPE-BRACKET) TO SB-TYPE-COUNT.
