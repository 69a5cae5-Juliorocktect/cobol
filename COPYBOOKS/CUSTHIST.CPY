000490* 2026-09-02  JR   ADDED CH-SOURCE-RFND FOR CUSTRFND'S CREDIT-
000500*                  BALANCE REFUNDS - THE REFUNDED AMOUNT LEAVING
000510*                  THE MASTER ON ITS WAY TO ACCOUNTS PAYABLE
000511*                  WRITES HISTORY TAGGED 'F'.
000512* 2026-09-02  JR   ADDED CH-SOURCE-MERGE FOR CUSTMRGE'S ACCOUNT
000513*                  CONSOLIDATIONS - THE BALANCE LEAVING THE MERGED
000514*                  ACCOUNT AND ARRIVING ON THE SURVIVOR EACH WRITE
000515*                  HISTORY TAGGED 'M', SO THE AUDIT PICTURE OF A
000516*                  MERGE STAYS WHOLE ON BOTH SIDES.
000517* 2026-10-15  JR   ADDED CH-SOURCE-NSF FOR CUSTNSF'S RETURNED-
000518*                  ITEM POSTINGS - THE REVERSAL OF A LOCKBOX
000519*                  PAYMENT THE BANK SENT BACK UNPAID (TYPE 'R')
000520*                  AND THE RETURNED-CHECK FEE ASSESSED WITH IT
000521*                  (TYPE 'F') BOTH WRITE HISTORY TAGGED 'N'.
000522* 2026-10-15  JR   ADDED CH-TYPE-ADDRESS ('D') - AN ADDRESS-STATUS
000523*                  AUDIT RECORD, NOT A BALANCE CHANGE (BEFORE AND
000524*                  AFTER BALANCE ARE BOTH THE CURRENT BALANCE, SO
000525*                  THE NET CHANGE IS ZERO).  CUSTRTML'S RETURNED-
000526*                  MAIL LOAD WRITES ONE TAGGED WITH THE NEW
000527*                  CH-SOURCE-RTML ('U') THE DAY IT SETS THE BAD-
000528*                  ADDRESS FLAG, AND POINT_COBOL WRITES ONE TAGGED
000529*                  'P' THE DAY AN ADDRESS CHANGE CLEARS IT, SO
000530*                  THE SET AND CLEAR DATES STAY ON THE AUDIT
000531*                  TRAIL.
000532* 2026-10-15  JR   ADDED CH-SOURCE-BILL ('G') - A STANDING CHARGE
000533*                  POSTED BY THE CUSTBILL RECURRING-CHARGE
000534*                  BILLING RUN FROM THE RECSCHED SCHEDULE (TYPE
000535*                  'C').
000536* 2026-10-15  JR   ADDED CH-SOURCE-WOFF ('W') WITH THE NEW
000537*                  CH-TYPE-WRITEOFF ('W') - AN UNCOLLECTIBLE
000538*                  BALANCE CHARGED OFF BY CUSTWOFF - AND
000539*                  CH-TYPE-RECOVERY ('Y') - MONEY CUSTLBX RECEIVES
000540*                  ON A WRITTEN-OFF ACCOUNT.  A RECOVERY
000541*                  REINSTATES THE RECOVERED AMOUNT ONTO THE
000542*                  BALANCE (TYPE 'Y') AND THE PAYMENT THEN POSTS
000543*                  AGAINST IT (TYPE 'P'), SO THE GL FEED CARRIES
000544*                  THE RECOVERY AS ITS OWN SUBTOTAL.
000545* 2026-10-15  JR   ADDED THE FOREIGN-CURRENCY DETAIL AT THE TAIL
000546*                  OF THE RECORD - CH-ORIG-CURRENCY, CH-ORIG-
000547*                  AMOUNT, CH-EXCH-RATE AND CH-RATE-DATE.  WHEN
000548*                  CALC_COB, CALCSAPR OR CUSTLBX POSTS AN AMOUNT
000549*                  RECEIVED IN ANOTHER CURRENCY, THE BALANCES ARE
000550*                  STILL IN BASE CURRENCY, BUT THE AMOUNT AS
000551*                  RECEIVED, THE FXRATES RATE APPLIED (BASE UNITS
000552*                  PER ONE FOREIGN UNIT) AND THAT RATE'S
000553*                  EFFECTIVE DATE RIDE WITH IT, SO CUSTFXVR CAN
000554*                  REPORT CONVERSIONS MADE ON A STALE RATE.  A
000555*                  BASE-CURRENCY POSTING LEAVES ALL FOUR BLANK -
000556*                  TEST CH-ORIG-CURRENCY BEFORE USING THE OTHERS.
000557*                  HISTORY LINES WIDENED FROM 80 TO 100 BYTES
000558*                  WHEREVER THIS RECORD IS COPIED TO A WORK OR
000559*                  ARCHIVE FILE.
000560* 2026-10-15  JR   ADDED CH-SOURCE-EBNC ('E') - CUSTBNCE'S EMAIL
000561*                  BOUNCE-BACK LOAD WRITES A TYPE 'D' STATUS
000562*                  RECORD (NO BALANCE CHANGE) UNDER IT THE DAY IT
000563*                  PUTS A CUSTOMER WHOSE EMAIL BOUNCED BACK ON
000564*                  PAPER STATEMENTS.
000565* 2026-10-15  JR   ADDED CH-SOURCE-BAPR ('V') - A MAINTENANCE
000566*                  BALANCE CHANGE HELD FOR SECOND-OPERATOR
000567*                  APPROVAL, FILED BY CUSTBAPR ONCE APPROVED.
000568* 2026-10-15  JR   ADDED CH-SOURCE-APAY ('D') - AN AUTOPAY DIRECT
000569*                  DEBIT PULLED FROM THE CUSTOMER'S BANK ACCOUNT
000570*                  BY CUSTAPUL (TYPE 'P'), AND ITS REVERSAL BY
000571*                  CUSTAPRT WHEN THE BANK RETURNS THE DEBIT
000572*                  UNPAID (TYPE 'R').
000573* 2026-10-15  JR   ADDED CH-SOURCE-ESCH ('X') WITH THE NEW
000574*                  CH-TYPE-ESCHEAT ('E') - A DORMANT CREDIT
000575*                  BALANCE REMITTED TO THE STATE AS UNCLAIMED
000576*                  PROPERTY BY THE CUSTDORM ANNUAL RUN.
000580*----------------------------------------------------------------
000590 01  CUSTHIST-RECORD.
000600     05 CH-CUSTUMER-ID PIC 9(06).
000770         88 CH-SOURCE-LKBX VALUE 'B'.
000780         88 CH-SOURCE-MERGE VALUE 'M'.
000790         88 CH-SOURCE-RFND VALUE 'F'.
000791         88 CH-SOURCE-NSF VALUE 'N'.
000792         88 CH-SOURCE-RTML VALUE 'U'.
000793         88 CH-SOURCE-BILL VALUE 'G'.
000794         88 CH-SOURCE-WOFF VALUE 'W'.
000795         88 CH-SOURCE-EBNC VALUE 'E'.
000796         88 CH-SOURCE-BAPR VALUE 'V'.
000797         88 CH-SOURCE-APAY VALUE 'D'.
000798         88 CH-SOURCE-ESCH VALUE 'X'.
000800     05 FILLER PIC X(02) VALUE SPACES.
000810     05 CH-TRANS-TYPE PIC X(01).
000820         88 CH-TYPE-PAYMENT VALUE 'P'.
000840         88 CH-TYPE-FEE VALUE 'F'.
000850         88 CH-TYPE-ADJUSTMENT VALUE 'A'.
000860         88 CH-TYPE-REVERSAL VALUE 'R'.
000870         88 CH-TYPE-ADDRESS VALUE 'D'.
000880         88 CH-TYPE-WRITEOFF VALUE 'W'.
000890         88 CH-TYPE-RECOVERY VALUE 'Y'.
000895         88 CH-TYPE-ESCHEAT VALUE 'E'.
000900*----------------------------------------------------------------
000910* FOREIGN-CURRENCY DETAIL - BLANK UNLESS THE AMOUNT WAS RECEIVED
000920* IN A CURRENCY OTHER THAN BASE.
000930*----------------------------------------------------------------
000940     05 FILLER PIC X(02) VALUE SPACES.
000950     05 CH-ORIG-CURRENCY PIC X(03).
000960         88 CH-BASE-CURRENCY VALUE SPACES.
000970     05 FILLER PIC X(02) VALUE SPACES.
000980     05 CH-ORIG-AMOUNT PIC S9(09)V99.
000990     05 FILLER PIC X(02) VALUE SPACES.
001000     05 CH-EXCH-RATE PIC 9(04)V9(06).
001010     05 FILLER PIC X(02) VALUE SPACES.
001020     05 CH-RATE-DATE PIC 9(08).
