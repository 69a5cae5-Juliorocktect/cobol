000340*                  (AND LATER TO X(180) FOR THE SIX-DIGIT
000350*                  CUSTUMER-ID EXPANSION - THE LINE IS 173 BYTES
000360*                  SINCE THEN).
000361* 2026-10-15  JR   RL-TRANS-IMAGE EXTENDED WITH THE CARD'S NEW
000362*                  EMAIL ADDRESS AND DELIVERY PREFERENCE - THE
000363*                  LINE IS 224 BYTES AND THE REJ-LINE FDS ARE
000364*                  WIDENED TO X(230).
000365* 2026-10-15  JR   RL-TRANS-IMAGE EXTENDED WITH THE CARD'S NEW
000366*                  PARENT ACCOUNT ID - THE LINE IS NOW 230 BYTES,
000367*                  THE FULL WIDTH OF THE REJ-LINE FDS.
000370*----------------------------------------------------------------
000380 01  WS-REJECT-LINE.
000390     05 RL-REJECT-DATE PIC 9(08).
000650         10 RL-TI-CUSTOMER-STATUS PIC X(01).
000660         10 RL-TI-CUSTOMER-PHONE PIC X(14).
000670         10 RL-TI-TRANS-TYPE PIC X(01).
000680         10 RL-TI-CUSTOMER-EMAIL PIC X(50).
000690         10 RL-TI-DELIVERY-PREF PIC X(01).
000700         10 RL-TI-PARENT-ID PIC X(06).
