000220*                  FROM FOUR TO SIX DIGITS - THE OLD RANGE CAPPED
000230*                  THE SHOP AT 9,999 ACCOUNTS EVER, AND NUMBERS
000240*                  ARE NEVER REUSED.  EVERY ID FIELD ACROSS THE
000241*                  COPYBOOKS AND PROGRAMS WIDENED WITH IT, AND
000242*                  THE ONE-TIME CUSTCONV UTILITY CONVERTS THE
000243*                  EXISTING FILES.  POINT_COBOL NOW WARNS (RC=4)
000244*                  AS THE CUSTCTL COUNTER APPROACHES THE NEW
000245*                  999999 CEILING AND REFUSES AN ADD AT THE WALL.
000246* 2026-10-15  JR   ADDED CUSTOMER-ADDRESS-FLAG AND ITS DATE - SET
000247*                  'B' BY THE CUSTRTML RETURNED-MAIL LOAD WHEN THE
000248*                  POST OFFICE SENDS MAIL BACK UNDELIVERABLE, AND
000249*                  CLEARED BY POINT_COBOL WHEN THE ADDRESS IS
000250*                  CHANGED.  WHILE IT IS SET CUSTSTMT AND CUSTDUNN
000251*                  HOLD THE CUSTOMER'S MAIL BACK AND LIST IT ON
000252*                  THE NO-VALID-ADDRESS WORKLIST INSTEAD.
000253*                  EXISTING MASTER FILES MUST BE RELOADED ONCE
000254*                  FOR THE WIDER RECORD.
000255* 2026-10-15  JR   ADDED CUSTOMER-WRITEOFF-TOTAL, ITS DATE AND
000256*                  CUSTOMER-RECOVERED-TOTAL - THE LIFETIME BAD
000257*                  DEBT CUSTWOFF HAS CHARGED OFF THE ACCOUNT, THE
000258*                  DATE OF THE LATEST WRITE-OFF, AND WHAT CUSTLBX
000259*                  HAS SINCE RECOVERED ON IT.  WHILE THE WRITE-
000260*                  OFF TOTAL EXCEEDS THE RECOVERED TOTAL, MONEY
000261*                  ARRIVING ON THE ACCOUNT IS A BAD-DEBT
000262*                  RECOVERY, NOT AN ORDINARY PAYMENT.  EXISTING
000263*                  MASTER FILES MUST BE RELOADED ONCE FOR THE
000264*                  WIDER RECORD.
000265* 2026-10-15  JR   ADDED CUSTOMER-EMAIL, CUSTOMER-DELIVERY-PREF
000266*                  (P=PAPER E=ELECTRONIC B=BOTH; SPACE READS AS
000267*                  PAPER) AND CUSTOMER-EMAIL-BOUNCE-DATE.  BOTH
000268*                  ARE KEPT BY POINT_COBOL; CUSTSTMT ROUTES EACH
000269*                  STATEMENT TO PRINT, E-DELIVERY OR BOTH BY THE
000270*                  PREFERENCE, AND THE CUSTBNCE BOUNCE-BACK LOAD
000271*                  PUTS A CUSTOMER WHOSE EMAIL FAILED BACK ON
000272*                  PAPER AND DATES THE BOUNCE.  EXISTING MASTER
000273*                  FILES MUST BE RELOADED ONCE FOR THE WIDER
000274*                  RECORD.
000275* 2026-10-15  JR   ADDED CUSTOMER-DORMANCY-FLAG AND ITS DATE - SET
000276*                  'D' BY THE CUSTDORM DORMANCY RUN WHEN A CREDIT
000277*                  BALANCE HAS SEEN NO CUSTOMER-INITIATED ACTIVITY
000278*                  FOR THE DORMANCY PERIOD AND THE DUE-DILIGENCE
000279*                  LETTER GOES OUT, 'E' WHEN THE ANNUAL RUN HAS
000280*                  REMITTED THE BALANCE AS UNCLAIMED PROPERTY, AND
000281*                  CLEARED WHEN THE CUSTOMER SHOWS UP AGAIN OR THE
000282*                  CREDIT IS GONE.  THE DATE IS WHEN THE CURRENT
000283*                  FLAG WAS SET.  EXISTING MASTER FILES MUST BE
000284*                  RELOADED ONCE FOR THE WIDER RECORD.
000285* 2026-10-15  JR   ADDED CUSTOMER-PARENT-ID - LINKS A LIVE
000286*                  LOCATION ACCOUNT TO THE CORPORATE PARENT
000287*                  ACCOUNT IT IS BILLED AND RATED UNDER, SET AND
000288*                  CLEARED THROUGH POINT_COBOL.  ONE LEVEL ONLY -
000289*                  A PARENT CANNOT ITSELF HAVE A PARENT.  UNLIKE
000290*                  CUSTOMER-MERGED-TO, BOTH ACCOUNTS STAY LIVE.
000291*                  EXISTING MASTER FILES MUST BE RELOADED ONCE
000292*                  FOR THE WIDER RECORD.
000300*----------------------------------------------------------------
000310 01  CUSTUMER_RECORDS.
000320     05 CUSTUMER-ID PIC 9(6).
000400     05 CUSTOMER-PHONE PIC X(14).
000410     05 CUSTOMER-MERGED-TO PIC 9(06).
000420         88 CUSTOMER-NOT-MERGED VALUE ZERO.
000430     05 CUSTOMER-ADDRESS-FLAG PIC X(01).
000440         88 CUSTOMER-ADDRESS-GOOD VALUE SPACE.
000450         88 CUSTOMER-ADDRESS-BAD VALUE 'B'.
000460     05 CUSTOMER-ADDRESS-FLAG-DATE PIC 9(08).
000470     05 CUSTOMER-WRITEOFF-TOTAL PIC S9(09)V99.
000480     05 CUSTOMER-WRITEOFF-DATE PIC 9(08).
000490         88 CUSTOMER-NEVER-WRITTEN-OFF VALUE ZERO.
000500     05 CUSTOMER-RECOVERED-TOTAL PIC S9(09)V99.
000510     05 CUSTOMER-EMAIL PIC X(50).
000520     05 CUSTOMER-DELIVERY-PREF PIC X(01).
000530         88 CUSTOMER-DELIVER-PAPER VALUE 'P' SPACE.
000540         88 CUSTOMER-DELIVER-ELECTRONIC VALUE 'E'.
000550         88 CUSTOMER-DELIVER-BOTH VALUE 'B'.
000560         88 CUSTOMER-DELIVERY-PREF-VALID VALUE 'P' 'E' 'B'.
000570     05 CUSTOMER-EMAIL-BOUNCE-DATE PIC 9(08).
000580         88 CUSTOMER-EMAIL-NEVER-BOUNCED VALUE ZERO.
000590     05 CUSTOMER-DORMANCY-FLAG PIC X(01).
000600         88 CUSTOMER-NOT-DORMANT VALUE SPACE.
000610         88 CUSTOMER-DORMANT VALUE 'D'.
000620         88 CUSTOMER-ESCHEATED VALUE 'E'.
000630     05 CUSTOMER-DORMANCY-DATE PIC 9(08).
000640     05 CUSTOMER-PARENT-ID PIC 9(06).
000650         88 CUSTOMER-NO-PARENT VALUE ZERO.
