000196*                  THE TEXT THEY ALREADY ARE - AN ALPHANUMERIC
000197*                  MOVE INTO A NUMERIC-EDITED RECEIVER DOES NOT
000198*                  MOVE TEXT UNDER THIS SHOP'S DIALECT.
000199* 2026-10-15  JR   ADDED SR-FOREIGN-CURRENCY - THE CALCADJ CARD'S
000200*                  CURRENCY CODE, THE AMOUNT AS KEYED, THE
000201*                  EXCHANGE RATE CALC_COB APPLIED AND THAT RATE'S
000202*                  EFFECTIVE DATE - SO AN APPROVED ITEM POSTS TO
000203*                  CUSTHIST WITH THE SAME FOREIGN-CURRENCY DETAIL
000204*                  A DIRECT POSTING CARRIES.  SR-AMOUNT IS ALWAYS
000205*                  THE CONVERTED, BASE-CURRENCY FIGURE.  BLANK
000206*                  FOR A BASE-CURRENCY ITEM.  SUSPENSE-LINE FDS
000207*                  WIDENED TO X(130).
000208*----------------------------------------------------------------
000209 01  WS-SUSPENSE-RECORD.
000210     05 SR-CUSTUMER-ID PIC 9(06).
000220     05 FILLER PIC X(02) VALUE SPACES.
000230     05 SR-CALC-TYPE PIC X(01).
000380     05 SR-DECISION-DATE PIC 9(08).
000390     05 FILLER PIC X(02) VALUE SPACES.
000400     05 SR-TRANS-TYPE PIC X(01).
000410     05 FILLER PIC X(02) VALUE SPACES.
000420     05 SR-FOREIGN-CURRENCY.
000430         10 SR-CURRENCY-CODE PIC X(03).
000440         10 FILLER PIC X(02).
000450         10 SR-ORIG-AMOUNT PIC -(9)9.99.
000460         10 FILLER PIC X(02).
000470         10 SR-EXCH-RATE PIC 9(04)V9(06).
000480         10 FILLER PIC X(02).
000490         10 SR-RATE-DATE PIC 9(08).
