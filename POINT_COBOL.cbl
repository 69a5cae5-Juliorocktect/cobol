001729*                  POSTING, FOR ONE) POST STRAIGHT THROUGH THE
001730*                  WINDOW, LATCHLESS, ALONGSIDE THE CHAIN'S OWN
001731*                  MAINTENANCE STEP.
001732* 2026-10-15  JR   A CHANGE THAT SUPPLIES A NEW CUSTUMER-ADDRESS
001733*                  CLEARS THE RETURNED-MAIL BAD-ADDRESS FLAG
001734*                  CUSTRTML SETS, AND THE CLEAR IS LOGGED ON
001735*                  CUSTHIST AS A TYPE 'D' ADDRESS-STATUS RECORD.
001736*                  AN ADD STARTS WITH THE FLAG OFF.
001737* 2026-10-15  JR   AN ADD STARTS WITH NO BAD-DEBT WRITE-OFF OR
001738*                  RECOVERY ON RECORD.
001739* 2026-10-15  JR   THE CUSTMNT CARD (NOW 145 BYTES) AND THE SYSIN
001740*                  PROMPTS CARRY AN EMAIL ADDRESS AND A STATEMENT
001741*                  DELIVERY PREFERENCE (P=PAPER E=ELECTRONIC
001742*                  B=BOTH), KEPT ON THE MASTER WITH THE SAME
001743*                  BLANK/ALL-'*' RULES AS THE OTHER FIELDS.  NEW
001744*                  CUSTREJ REASONS - AN EMAIL MUST HAVE ONE '@',
001745*                  A DOTTED DOMAIN AND NO STRAY CHARACTERS (11),
001746*                  THE PREFERENCE MUST BE P/E/B (12), AND E OR B
001747*                  NEEDS AN EMAIL ON FILE (13).  A NEW EMAIL
001748*                  CLEARS THE CUSTBNCE BOUNCE DATE.  AN ADD WITH
001749*                  NO PREFERENCE DEFAULTS TO PAPER.
001750* 2026-10-15  JR   DUAL CONTROL FOR LARGE BALANCE CHANGES.  EVERY
001751*                  UPDATING RUN NOW TAKES AN OPERATOR-ID CARD AND
001752*                  A BALANCE-CHANGE APPROVAL THRESHOLD CARD AFTER
001753*                  THE RUN MODE.  A CHANGE THAT WOULD MOVE THE
001754*                  BALANCE BY MORE THAN THE THRESHOLD FILES ITS
001755*                  OTHER FIELDS BUT LEAVES THE BALANCE ALONE AND
001756*                  APPENDS THE REQUESTED FIGURE TO THE NEW BALPEND
001757*                  FILE (SEE THE CUSTBPND COPYBOOK) FOR A SECOND
001758*                  OPERATOR TO APPROVE OR DENY IN CUSTBAPR - THE
001759*                  SAME CONTROL CALC_COB'S CALCSUSP ROUTING GIVES
001760*                  A LINK-MODE ADJUSTMENT.  ZERO MEANS NO HOLD.
001761* 2026-10-15  JR   A NEW ACCOUNT STARTS WITH NO DORMANCY OR
001762*                  UNCLAIMED-PROPERTY FLAG.
001763* 2026-10-15  JR   THE CUSTMNT CARD (NOW 151 BYTES), THE SYSIN
001764*                  PROMPTS AND THE CUSTREJ IMAGE CARRY A PARENT
001765*                  ACCOUNT ID THAT LINKS A LOCATION ACCOUNT TO
001766*                  ITS CORPORATE PARENT - BLANK LEAVES THE LINK
001767*                  ALONE, '******' REMOVES IT.  NEW CUSTREJ
001768*                  REASONS - THE ID MUST BE NUMERIC AND NONZERO
001769*                  (14), AN ACCOUNT CANNOT BE ITS OWN PARENT
001770*                  (15), THE PARENT MUST BE ON FILE, OPEN AND NOT
001771*                  MERGED AWAY (16), AND MAY NOT HAVE A PARENT OF
001772*                  ITS OWN (17).  AN ACCOUNT THAT HAS CHILD
001773*                  ACCOUNTS CANNOT BE LINKED UNDER ANOTHER, CLOSED
001774*                  OR DELETED UNTIL THE CHILDREN ARE MOVED (18) -
001775*                  SO THE HIERARCHY STAYS ONE LEVEL DEEP AND NO
001776*                  LOOP CAN EVER FORM.
001777* 2026-10-15  JR   AN UPDATING RUN WITH A BLANK OPERATOR-ID CARD
001778*                  IS REFUSED, RETURN-CODE 16, BEFORE IT TAKES
001779*                  THE LATCH - A HELD BALANCE CHANGE MUST NAME
001780*                  WHO KEYED IT.
001781*----------------------------------------------------------------
001782 ENVIRONMENT DIVISION.
001783 CONFIGURATION SECTION.
001784 SOURCE-COMPUTER. IBM-370.
001785 OBJECT-COMPUTER. IBM-370.
001786 SPECIAL-NAMES.
001790     CONSOLE IS CONSOLE.
001800 INPUT-OUTPUT SECTION.
001810 FILE-CONTROL.
001990     SELECT CUSTOMER-LOCK-FILE ASSIGN TO CUSTLOCK
002000         ORGANIZATION IS LINE SEQUENTIAL
002010         FILE STATUS IS WS-CUSTLOCK-STATUS.
002012     SELECT BALANCE-PENDING-FILE ASSIGN TO BALPEND
002014         ORGANIZATION IS LINE SEQUENTIAL
002016         FILE STATUS IS WS-BALPEND-STATUS.
002020 DATA DIVISION.
002030 FILE SECTION.
002040 FD  CUSTOMER-MASTER-FILE
002070 FD  CUSTOMER-REJECT-FILE
002080     LABEL RECORDS ARE STANDARD
002090     RECORDING MODE IS F.
002100 01  REJ-LINE PIC X(230).
002110 FD  CUSTOMER-MAINT-FILE
002120     LABEL RECORDS ARE STANDARD.
002130 01  CUSTMAINT-RECORD.
002210     05 CM-CUSTOMER-STATUS PIC X(01).
002220     05 CM-CUSTOMER-PHONE PIC X(14).
002230     05 CM-TRANS-TYPE PIC X(01).
002233     05 CM-CUSTOMER-EMAIL PIC X(50).
002236     05 CM-DELIVERY-PREF PIC X(01).
002238     05 CM-PARENT-ID PIC X(06).
002240*----------------------------------------------------------------
002250* HEADER AND TRAILER VIEWS OF THE SAME 151-BYTE CARD - THE FIRST
002260* BYTE ('H'/'T') TELLS THEM APART FROM THE A/C/D DETAILS.
002270*----------------------------------------------------------------
002280 01  CUSTMAINT-HEADER-RECORD.
002290     05 MH-RECORD-TYPE PIC X(01).
002300     05 MH-BUSINESS-DATE PIC 9(08).
002310     05 FILLER PIC X(142).
002320 01  CUSTMAINT-TRAILER-RECORD.
002330     05 MT-RECORD-TYPE PIC X(01).
002340     05 MT-TRANS-COUNT PIC 9(07).
002350     05 MT-HASH-TOTAL PIC S9(11)V99.
002360     05 FILLER PIC X(130).
002370 FD  CUSTOMER-HISTORY-FILE
002380     LABEL RECORDS ARE STANDARD.
002390     COPY CUSTHIST.
002440 FD  CUSTOMER-LOCK-FILE
002450     LABEL RECORDS ARE STANDARD.
002460     COPY CUSTLOCK.
002462 FD  BALANCE-PENDING-FILE
002464     LABEL RECORDS ARE STANDARD.
002466 01  BALPEND-LINE PIC X(80).
002470 WORKING-STORAGE SECTION.
002480 01  WS-CUSTMAST-STATUS PIC X(02) VALUE '00'.
002490     88 WS-CUSTMAST-OK VALUE '00'.
002880 01  WS-ID-CEILING PIC 9(06) VALUE 999999.
002890 01  WS-ID-WARNING-LEVEL PIC 9(06) VALUE 990000.
002900 01  WS-CUSTCTL-STATUS PIC X(02) VALUE '00'.
002901 01  WS-CUSTLOCK-STATUS PIC X(02) VALUE '00'.
002902 01  WS-BALPEND-STATUS PIC X(02) VALUE '00'.
002903*----------------------------------------------------------------
002904* BALANCE-CHANGE DUAL CONTROL - THE OPERATOR-ID AND THRESHOLD
002905* CARDS ARE TAKEN ONCE PER UPDATING RUN.  A CHANGE WHOSE BALANCE
002906* MOVE (EITHER DIRECTION) EXCEEDS THE THRESHOLD IS HELD ON BALPEND
002907* FOR CUSTBAPR INSTEAD OF BEING FILED.  ZERO MEANS NO HOLD, THE
002908* SAME CONVENTION AS CALC_COB'S SUSPENSE THRESHOLD.
002909*----------------------------------------------------------------
002910 01  WS-OPERATOR-ID PIC X(08) VALUE SPACES.
002911     88 WS-NO-OPERATOR-ID VALUE SPACES.
002912 01  WS-BALANCE-THRESHOLD PIC S9(09)V99 VALUE ZERO.
002913 01  WS-REQUESTED-BALANCE PIC S9(09)V99 VALUE ZERO.
002914 01  WS-BALANCE-MOVE PIC S9(10)V99 VALUE ZERO.
002915 01  WS-BALANCE-HELD-SWITCH PIC X(01) VALUE 'N'.
002916     88 WS-BALANCE-HELD VALUE 'Y'.
002917     88 WS-BALANCE-NOT-HELD VALUE 'N'.
002918 01  WS-HELD-COUNT PIC 9(07) COMP VALUE ZERO.
002920*----------------------------------------------------------------
002930* CUSTLOCK MASTER IN-USE LATCH - STAGED IN WORKING-STORAGE LIKE
002940* THE CUSTCTL NUMBER.  'T' MEANS THIS RUN TOOK THE LATCH AND MUST
003250     05 SI-CUSTOMER-PHONE-R REDEFINES SI-CUSTOMER-PHONE.
003260         10 SI-PHONE-CHAR PIC X(01) OCCURS 14 TIMES.
003270     05 SI-TRANS-TYPE PIC X(01).
003271     05 SI-CUSTOMER-EMAIL PIC X(50).
003272     05 SI-CUSTOMER-EMAIL-R REDEFINES SI-CUSTOMER-EMAIL.
003273         10 SI-EMAIL-CHAR PIC X(01) OCCURS 50 TIMES.
003274     05 SI-DELIVERY-PREF PIC X(01).
003275     05 SI-PARENT-ID PIC X(06).
003276     05 SI-PARENT-ID-N REDEFINES SI-PARENT-ID PIC 9(06).
003280 01  WS-PHONE-INDEX PIC 9(02) VALUE ZERO.
003282*----------------------------------------------------------------
003283* EMAIL FORMAT EDIT WORK AREAS - 208-EDIT-EMAIL-FORMAT NOTES WHERE
003284* THE '@' AND THE LAST DOT AFTER IT FALL AND WHERE THE ADDRESS
003285* ENDS, THEN CHECKS THE SHAPE.
003286*----------------------------------------------------------------
003287 01  WS-EMAIL-INDEX PIC 9(02) VALUE ZERO.
003288 01  WS-EMAIL-LENGTH PIC 9(02) VALUE ZERO.
003289 01  WS-EMAIL-AT-COUNT PIC 9(02) VALUE ZERO.
003290 01  WS-EMAIL-AT-POSITION PIC 9(02) VALUE ZERO.
003291 01  WS-EMAIL-DOT-POSITION PIC 9(02) VALUE ZERO.
003292 01  WS-EMAIL-PRIOR-CHAR PIC X(01) VALUE SPACE.
003293 01  WS-EMAIL-SPACE-SWITCH PIC X(01) VALUE 'N'.
003294     88 WS-EMAIL-SPACE-SEEN VALUE 'Y'.
003295     88 WS-EMAIL-NO-SPACE-SEEN VALUE 'N'.
003296 01  WS-EDIT-SWITCH PIC X(01) VALUE 'N'.
003300     88 WS-EDIT-FAILED VALUE 'Y'.
003310     88 WS-EDIT-PASSED VALUE 'N'.
003312 01  WS-ADDRESS-CLEARED-SWITCH PIC X(01) VALUE 'N'.
003314     88 WS-ADDRESS-CLEARED VALUE 'Y'.
003316     88 WS-ADDRESS-NOT-CLEARED VALUE 'N'.
003320 01  WS-REJECT-REASON PIC X(02).
003330     88 WS-REJECT-ZERO-ID VALUE '01'.
003340     88 WS-REJECT-BLANK-NAME VALUE '02'.
003380     88 WS-REJECT-BAD-STATUS VALUE '06'.
003390     88 WS-REJECT-BALANCE-ON-DELETE VALUE '07'.
003400     88 WS-REJECT-BAD-BALANCE VALUE '08'.
003401     88 WS-REJECT-BAD-PHONE VALUE '09'.
003402     88 WS-REJECT-ID-EXHAUSTED VALUE '10'.
003403     88 WS-REJECT-BAD-EMAIL VALUE '11'.
003404     88 WS-REJECT-BAD-DELIVERY-PREF VALUE '12'.
003405     88 WS-REJECT-NO-EMAIL-FOR-EDLV VALUE '13'.
003406     88 WS-REJECT-BAD-PARENT-ID VALUE '14'.
003407     88 WS-REJECT-PARENT-IS-SELF VALUE '15'.
003408     88 WS-REJECT-PARENT-NOT-LIVE VALUE '16'.
003409     88 WS-REJECT-PARENT-HAS-PARENT VALUE '17'.
003410     88 WS-REJECT-HAS-CHILD-ACCOUNTS VALUE '18'.
003411*----------------------------------------------------------------
003412* PARENT/CHILD EDIT WORK AREAS - THE EDITS READ OTHER ACCOUNTS
003413* THROUGH THE ONE MASTER RECORD AREA, SO THE TRANSACTION'S OWN
003414* CUSTUMER-ID IS HELD HERE AND PUT BACK AFTERWARDS.
003415*----------------------------------------------------------------
003416 01  WS-HIERARCHY-CUSTUMER-ID PIC 9(06) VALUE ZERO.
003417 01  WS-CHILD-SCAN-SWITCH PIC X(01) VALUE 'N'.
003418     88 WS-CHILD-SCAN-DONE VALUE 'Y'.
003419     88 WS-CHILD-SCAN-OPEN VALUE 'N'.
003420 01  WS-CHILD-FOUND-SWITCH PIC X(01) VALUE 'N'.
003421     88 WS-CHILD-FOUND VALUE 'Y'.
003422     88 WS-NO-CHILD-FOUND VALUE 'N'.
003423     COPY CUSTBPND.
003430     COPY CUSTREJ.
003440 PROCEDURE DIVISION.
003450*----------------------------------------------------------------
003500*----------------------------------------------------------------
003510 100-MAIN.
003520     PERFORM 110-GET-RUN-MODE.
003521*    EVERY UPDATING MODE MUST NAME ITS OPERATOR - CUSTBAPR CANNOT
003522*    KEEP A BLANK KEYER FROM APPROVING THEIR OWN CHANGE.
003523     IF NOT WS-MODE-INQUIRY AND WS-NO-OPERATOR-ID
003524         DISPLAY 'NO OPERATOR ID ENTERED - UPDATING RUN REFUSED'
003525         MOVE 16 TO RETURN-CODE
003526         GOBACK
003527     END-IF.
003530*    AN INQUIRY NEVER TOUCHES THE MASTER, SO IT NEEDS NO LATCH -
003540*    EVERY UPDATING MODE MUST TAKE IT OR BE REFUSED.
003550     IF NOT WS-MODE-INQUIRY
003720         IF WS-CUSTHIST-STATUS = '05' OR WS-CUSTHIST-STATUS = '35'
003730             OPEN OUTPUT CUSTOMER-HISTORY-FILE
003740         END-IF
003742         OPEN EXTEND BALANCE-PENDING-FILE
003744         IF WS-BALPEND-STATUS = '05' OR WS-BALPEND-STATUS = '35'
003746             OPEN OUTPUT BALANCE-PENDING-FILE
003748         END-IF
003750         IF WS-MODE-BATCH OR WS-MODE-CHAIN
003760             PERFORM 130-BATCH-PROCESS
003770         ELSE
003860         CLOSE CUSTOMER-MASTER-FILE
003870         CLOSE CUSTOMER-REJECT-FILE
003880         CLOSE CUSTOMER-HISTORY-FILE
003881         CLOSE BALANCE-PENDING-FILE
003882         IF WS-HELD-COUNT > ZERO
003883             DISPLAY 'BALANCE CHANGES HELD FOR APPROVAL: '
003884                 WS-HELD-COUNT
003885         END-IF
003890         PERFORM 240-RELEASE-MASTER-LATCH
003900     END-IF.
003910     GOBACK.
003950* ORIGINAL BEHAVIOR), B (DAYTIME BATCH FROM THE CUSTMAINT
003955* TRANSACTION FILE), N (THE NIGHTLY CHAIN'S OWN BATCH STEP,
003960* VALID ONLY UNDER THE OPEN BATCH WINDOW) OR I (INQUIRY) - THE
003962* SAME WAY CALC_COB PICKS ITS RUN MODE.  AN UPDATING MODE THEN
003964* TAKES THE OPERATOR-ID CARD (STAMPED ON ANY BALANCE CHANGE HELD
003966* FOR APPROVAL, SO CUSTBAPR CAN KEEP THE KEYER FROM APPROVING
003968* THEIR OWN CHANGE) AND THE BALANCE-CHANGE APPROVAL THRESHOLD.
003970*----------------------------------------------------------------
003980 110-GET-RUN-MODE.
003990     DISPLAY 'ENTER RUN MODE - S=SINGLE B=BATCH N=NIGHTLY '
003995         'CHAIN I=INQUIRY'.
004000     ACCEPT WS-RUN-MODE.
004001     IF NOT WS-MODE-INQUIRY
004002         DISPLAY 'ENTER OPERATOR ID: '
004003         ACCEPT WS-OPERATOR-ID
004004         DISPLAY 'ENTER BALANCE-CHANGE APPROVAL THRESHOLD '
004005             '(0 = NO APPROVAL HOLD): '
004006         ACCEPT WS-BALANCE-THRESHOLD
004007     END-IF.
004010*----------------------------------------------------------------
004020* 120-GET-MAINT-CODE
004030* ACCEPTS THE MAINTENANCE CODE AND RE-PROMPTS UNTIL IT IS ONE OF
004290         DISPLAY 'ENTER TRANSACTION TYPE - P=PAYMENT C=CHARGE '
004300             'F=FEE A=ADJUSTMENT R=REVERSAL: '
004310         ACCEPT SI-TRANS-TYPE
004311         DISPLAY 'ENTER EMAIL ADDRESS: '
004312         ACCEPT SI-CUSTOMER-EMAIL
004313         DISPLAY 'ENTER STATEMENT DELIVERY - P=PAPER '
004314             'E=ELECTRONIC B=BOTH: '
004315         ACCEPT SI-DELIVERY-PREF
004316         DISPLAY 'ENTER PARENT ACCOUNT ID (****** TO REMOVE '
004317             'THE LINK): '
004318         ACCEPT SI-PARENT-ID
004320     END-IF.
004330*----------------------------------------------------------------
004340* 130-BATCH-PROCESS
005920                 MOVE CM-CUSTOMER-STATUS TO SI-CUSTOMER-STATUS
005930                 MOVE CM-CUSTOMER-PHONE TO SI-CUSTOMER-PHONE
005940                 MOVE CM-TRANS-TYPE TO SI-TRANS-TYPE
005943                 MOVE CM-CUSTOMER-EMAIL TO SI-CUSTOMER-EMAIL
005946                 MOVE CM-DELIVERY-PREF TO SI-DELIVERY-PREF
005948                 MOVE CM-PARENT-ID TO SI-PARENT-ID
005950             END-IF
005960     END-READ.
005970*----------------------------------------------------------------
006090* SHARED BY BOTH SINGLE-TRANSACTION AND BATCH RUN MODES.  A BAD
006100* MAINTENANCE CODE CAN ONLY ARRIVE HERE FROM A CUSTMAINT
006110* TRANSACTION - 120-GET-MAINT-CODE RE-PROMPTS UNTIL IT IS VALID -
006120* AND IS REJECTED LIKE ANY OTHER EDIT FAILURE.  A DELETE IS
006125* REFUSED WHILE THE ACCOUNT STILL HAS CHILD ACCOUNTS UNDER IT.
006130*----------------------------------------------------------------
006140 160-APPLY-TRANSACTION.
006150     IF NOT WS-MAINT-VALID
006200             PERFORM 200-EDIT-CUSTUMER-INPUT
006210         ELSE
006220             SET WS-EDIT-PASSED TO TRUE
006225             PERFORM 218-EDIT-CHILD-ACCOUNTS
006230         END-IF
006240     END-IF.
006250     IF WS-EDIT-FAILED
006790         PERFORM 204-EDIT-BALANCE-FORMAT
006800     END-IF.
006810     IF WS-EDIT-PASSED
006811         PERFORM 206-EDIT-PHONE-FORMAT
006812     END-IF.
006813     IF WS-EDIT-PASSED
006814         PERFORM 208-EDIT-EMAIL-FORMAT
006815     END-IF.
006816     IF WS-EDIT-PASSED
006817         PERFORM 212-EDIT-DELIVERY-PREF
006818     END-IF.
006819     IF WS-EDIT-PASSED
006820         PERFORM 214-EDIT-PARENT-FORMAT
006821     END-IF.
006822     IF WS-EDIT-PASSED
006823         PERFORM 216-EDIT-PARENT-ACCOUNT
006830     END-IF.
006840*----------------------------------------------------------------
006850* 202-EDIT-STATUS-DOMAIN
007260* AND SPACES.  BLANK (LEAVE-ALONE) AND THE ALL-'*' BLANK-OUT
007270* FORM PASS UNTOUCHED.
007280*----------------------------------------------------------------
007281 206-EDIT-PHONE-FORMAT.
007282     IF SI-CUSTOMER-PHONE = SPACES
007283         OR SI-CUSTOMER-PHONE = ALL '*'
007284         CONTINUE
007285     ELSE
007286         PERFORM 207-EDIT-ONE-PHONE-CHAR
007287             VARYING WS-PHONE-INDEX FROM 1 BY 1
007288             UNTIL WS-PHONE-INDEX > 14 OR WS-EDIT-FAILED
007289     END-IF.
007290*----------------------------------------------------------------
007291* 207-EDIT-ONE-PHONE-CHAR
007292*----------------------------------------------------------------
007293 207-EDIT-ONE-PHONE-CHAR.
007294     EVALUATE TRUE
007295         WHEN SI-PHONE-CHAR(WS-PHONE-INDEX) IS NUMERIC
007296             CONTINUE
007297         WHEN SI-PHONE-CHAR(WS-PHONE-INDEX) = '-' OR '(' OR ')'
007298             OR SPACE
007299             CONTINUE
007300         WHEN OTHER
007301             SET WS-EDIT-FAILED TO TRUE
007302             SET WS-REJECT-BAD-PHONE TO TRUE
007303     END-EVALUATE.
007304*----------------------------------------------------------------
007305* 208-EDIT-EMAIL-FORMAT
007306* A SUPPLIED EMAIL MUST LOOK DELIVERABLE - EXACTLY ONE '@' WITH
007307* SOMETHING BEFORE IT, A DOT IN THE DOMAIN THAT IS NEITHER NEXT
007308* TO THE '@' NOR THE LAST CHARACTER, NO EMBEDDED SPACES, AND
007309* NOTHING BUT LETTERS, DIGITS AND . _ - + @.  BLANK (LEAVE-
007310* ALONE) AND THE ALL-'*' BLANK-OUT FORM PASS UNTOUCHED.
007311*----------------------------------------------------------------
007312 208-EDIT-EMAIL-FORMAT.
007313     IF SI-CUSTOMER-EMAIL = SPACES
007314         OR SI-CUSTOMER-EMAIL = ALL '*'
007315         CONTINUE
007316     ELSE
007317         MOVE ZERO TO WS-EMAIL-LENGTH
007318         MOVE ZERO TO WS-EMAIL-AT-COUNT
007319         MOVE ZERO TO WS-EMAIL-AT-POSITION
007320         MOVE ZERO TO WS-EMAIL-DOT-POSITION
007321         MOVE SPACE TO WS-EMAIL-PRIOR-CHAR
007322         SET WS-EMAIL-NO-SPACE-SEEN TO TRUE
007323         PERFORM 209-EDIT-ONE-EMAIL-CHAR
007324             VARYING WS-EMAIL-INDEX FROM 1 BY 1
007325             UNTIL WS-EMAIL-INDEX > 50 OR WS-EDIT-FAILED
007326         IF WS-EDIT-PASSED
007327             IF WS-EMAIL-AT-COUNT NOT = 1
007328                 OR WS-EMAIL-AT-POSITION < 2
007329                 OR WS-EMAIL-DOT-POSITION
007330                     NOT > WS-EMAIL-AT-POSITION + 1
007331                 OR WS-EMAIL-DOT-POSITION
007332                     NOT < WS-EMAIL-LENGTH
007333                 SET WS-EDIT-FAILED TO TRUE
007334                 SET WS-REJECT-BAD-EMAIL TO TRUE
007335             END-IF
007336         END-IF
007337     END-IF.
007338*----------------------------------------------------------------
007339* 209-EDIT-ONE-EMAIL-CHAR
007340* TRAILING SPACES ARE THE FIELD'S PADDING; A SPACE WITH ANYTHING
007341* AFTER IT IS AN EMBEDDED SPACE.  A DOT HARD AGAINST THE '@' ON
007342* EITHER SIDE IS REFUSED HERE AS IT GOES BY.
007343*----------------------------------------------------------------
007344 209-EDIT-ONE-EMAIL-CHAR.
007345     EVALUATE TRUE
007346         WHEN SI-EMAIL-CHAR(WS-EMAIL-INDEX) = SPACE
007347             SET WS-EMAIL-SPACE-SEEN TO TRUE
007348         WHEN WS-EMAIL-SPACE-SEEN
007349             SET WS-EDIT-FAILED TO TRUE
007350         WHEN SI-EMAIL-CHAR(WS-EMAIL-INDEX) = '@'
007351             ADD 1 TO WS-EMAIL-AT-COUNT
007352             MOVE WS-EMAIL-INDEX TO WS-EMAIL-AT-POSITION
007353             IF WS-EMAIL-PRIOR-CHAR = '.'
007354                 SET WS-EDIT-FAILED TO TRUE
007355             END-IF
007356         WHEN SI-EMAIL-CHAR(WS-EMAIL-INDEX) = '.'
007357             IF WS-EMAIL-PRIOR-CHAR = '@'
007358                 SET WS-EDIT-FAILED TO TRUE
007359             END-IF
007360             IF WS-EMAIL-AT-POSITION > ZERO
007361                 MOVE WS-EMAIL-INDEX TO WS-EMAIL-DOT-POSITION
007362             END-IF
007363         WHEN SI-EMAIL-CHAR(WS-EMAIL-INDEX) IS NUMERIC
007364             CONTINUE
007365         WHEN SI-EMAIL-CHAR(WS-EMAIL-INDEX) IS ALPHABETIC
007366             CONTINUE
007367         WHEN SI-EMAIL-CHAR(WS-EMAIL-INDEX) = '_' OR '-' OR '+'
007368             CONTINUE
007369         WHEN OTHER
007370             SET WS-EDIT-FAILED TO TRUE
007371     END-EVALUATE.
007372     IF SI-EMAIL-CHAR(WS-EMAIL-INDEX) NOT = SPACE
007373         MOVE WS-EMAIL-INDEX TO WS-EMAIL-LENGTH
007374     END-IF.
007375     MOVE SI-EMAIL-CHAR(WS-EMAIL-INDEX) TO WS-EMAIL-PRIOR-CHAR.
007376     IF WS-EDIT-FAILED
007377         SET WS-REJECT-BAD-EMAIL TO TRUE
007378     END-IF.
007379*----------------------------------------------------------------
007380* 212-EDIT-DELIVERY-PREF
007381* THE DELIVERY PREFERENCE MUST BE P, E OR B - BLANK MEANS PAPER
007382* ON AN ADD AND LEAVE-ALONE ON A CHANGE.  AN ADD ASKING FOR
007383* ELECTRONIC DELIVERY MUST SUPPLY THE EMAIL TO SEND TO; A CHANGE
007384* IS CHECKED AGAINST THE MASTER BY 1420 ONCE THE FIELDS ARE
007385* APPLIED.
007386*----------------------------------------------------------------
007387 212-EDIT-DELIVERY-PREF.
007388     EVALUATE TRUE
007389         WHEN SI-DELIVERY-PREF = 'P' OR 'E' OR 'B' OR SPACE
007390             CONTINUE
007391         WHEN OTHER
007392             SET WS-EDIT-FAILED TO TRUE
007393             SET WS-REJECT-BAD-DELIVERY-PREF TO TRUE
007394     END-EVALUATE.
007395     IF WS-EDIT-PASSED AND WS-MAINT-ADD
007396         IF (SI-DELIVERY-PREF = 'E' OR 'B')
007397             AND (SI-CUSTOMER-EMAIL = SPACES
007398                 OR SI-CUSTOMER-EMAIL = ALL '*')
007399             SET WS-EDIT-FAILED TO TRUE
007400             SET WS-REJECT-NO-EMAIL-FOR-EDLV TO TRUE
007401         END-IF
007402     END-IF.
007403*----------------------------------------------------------------
007404* 214-EDIT-PARENT-FORMAT
007405* THE PARENT ACCOUNT ID MUST BE A NONZERO NUMBER.  BLANK MEANS
007406* NO PARENT ON AN ADD AND LEAVE-ALONE ON A CHANGE; ALL '*' ON A
007407* CHANGE REMOVES THE LINK.
007408*----------------------------------------------------------------
007409 214-EDIT-PARENT-FORMAT.
007410     EVALUATE TRUE
007411         WHEN SI-PARENT-ID = SPACES
007412             CONTINUE
007413         WHEN SI-PARENT-ID = ALL '*'
007414             AND WS-MAINT-CHANGE
007415             CONTINUE
007416         WHEN SI-PARENT-ID IS NUMERIC
007417             AND SI-PARENT-ID-N NOT = ZERO
007418             CONTINUE
007419         WHEN OTHER
007420             SET WS-EDIT-FAILED TO TRUE
007421             SET WS-REJECT-BAD-PARENT-ID TO TRUE
007422     END-EVALUATE.
007423*----------------------------------------------------------------
007424* 216-EDIT-PARENT-ACCOUNT
007425* A NEW PARENT LINK MUST NAME ANOTHER ACCOUNT THAT IS ON FILE,
007426* NOT CLOSED, NOT MERGED AWAY AND NOT ITSELF A CHILD.  AN
007427* ACCOUNT BEING LINKED UNDER A PARENT, OR CLOSED, MUST HAVE NO
007428* CHILD ACCOUNTS OF ITS OWN.  TOGETHER THESE KEEP EVERY GROUP
007429* ONE LEVEL DEEP, SO NO CHAIN OF LINKS CAN EVER LOOP BACK.
007430* REMOVING A LINK IS ALWAYS ALLOWED.
007431*----------------------------------------------------------------
007432 216-EDIT-PARENT-ACCOUNT.
007433     IF SI-PARENT-ID NOT = SPACES
007434         AND SI-PARENT-ID NOT = ALL '*'
007435         IF WS-MAINT-CHANGE AND SI-PARENT-ID-N = CUSTUMER-ID
007436             SET WS-EDIT-FAILED TO TRUE
007437             SET WS-REJECT-PARENT-IS-SELF TO TRUE
007438         ELSE
007439             PERFORM 217-READ-PARENT-ACCOUNT
007440         END-IF
007441     END-IF.
007442     IF WS-EDIT-PASSED AND WS-MAINT-CHANGE
007443         IF SI-CUSTOMER-STATUS = 'C'
007444             OR (SI-PARENT-ID NOT = SPACES
007445                 AND SI-PARENT-ID NOT = ALL '*')
007446             PERFORM 218-EDIT-CHILD-ACCOUNTS
007447         END-IF
007448     END-IF.
007449*----------------------------------------------------------------
007450* 217-READ-PARENT-ACCOUNT
007451* LOOKS THE NAMED PARENT UP ON THE MASTER AND CHECKS IT CAN TAKE
007452* A CHILD.
007453*----------------------------------------------------------------
007454 217-READ-PARENT-ACCOUNT.
007455     MOVE CUSTUMER-ID TO WS-HIERARCHY-CUSTUMER-ID.
007456     MOVE SI-PARENT-ID-N TO CUSTUMER-ID.
007457     READ CUSTOMER-MASTER-FILE
007458         INVALID KEY
007459             SET WS-EDIT-FAILED TO TRUE
007460             SET WS-REJECT-PARENT-NOT-LIVE TO TRUE
007461     END-READ.
007462     IF WS-EDIT-PASSED
007463         EVALUATE TRUE
007464             WHEN CUSTOMER-CLOSED
007465                 OR NOT CUSTOMER-NOT-MERGED
007466                 SET WS-EDIT-FAILED TO TRUE
007467                 SET WS-REJECT-PARENT-NOT-LIVE TO TRUE
007468             WHEN NOT CUSTOMER-NO-PARENT
007469                 SET WS-EDIT-FAILED TO TRUE
007470                 SET WS-REJECT-PARENT-HAS-PARENT TO TRUE
007471             WHEN OTHER
007472                 CONTINUE
007473         END-EVALUATE
007474     END-IF.
007475     MOVE WS-HIERARCHY-CUSTUMER-ID TO CUSTUMER-ID.
007476*----------------------------------------------------------------
007477* 218-EDIT-CHILD-ACCOUNTS
007478* SCANS THE MASTER FOR ANY LIVE ACCOUNT WHOSE PARENT IS THE
007479* TRANSACTION'S ACCOUNT, AND REFUSES THE TRANSACTION IF ONE IS
007480* FOUND.  THE SCAN IS DONE ONLY FOR THE FEW TRANSACTIONS THAT
007481* NEED IT, AND KEEPS NO CHILD COUNT ON THE PARENT THAT COULD
007482* DRIFT OUT OF STEP WITH THE LINKS THEMSELVES.
007483*----------------------------------------------------------------
007484 218-EDIT-CHILD-ACCOUNTS.
007485     MOVE CUSTUMER-ID TO WS-HIERARCHY-CUSTUMER-ID.
007486     SET WS-NO-CHILD-FOUND TO TRUE.
007487     SET WS-CHILD-SCAN-OPEN TO TRUE.
007488     MOVE ZERO TO CUSTUMER-ID.
007489     START CUSTOMER-MASTER-FILE KEY IS > CUSTUMER-ID
007490         INVALID KEY
007491             SET WS-CHILD-SCAN-DONE TO TRUE
007492     END-START.
007493     PERFORM 219-READ-NEXT-CHILD-CANDIDATE
007494         UNTIL WS-CHILD-SCAN-DONE.
007495     MOVE WS-HIERARCHY-CUSTUMER-ID TO CUSTUMER-ID.
007496     IF WS-CHILD-FOUND
007497         SET WS-EDIT-FAILED TO TRUE
007498         SET WS-REJECT-HAS-CHILD-ACCOUNTS TO TRUE
007499     END-IF.
007500*----------------------------------------------------------------
007501* 219-READ-NEXT-CHILD-CANDIDATE
007502*----------------------------------------------------------------
007503 219-READ-NEXT-CHILD-CANDIDATE.
007504     READ CUSTOMER-MASTER-FILE NEXT RECORD
007505         AT END
007506             SET WS-CHILD-SCAN-DONE TO TRUE
007507         NOT AT END
007508             IF CUSTOMER-PARENT-ID = WS-HIERARCHY-CUSTUMER-ID
007509                 AND CUSTOMER-NOT-MERGED
007510                 SET WS-CHILD-FOUND TO TRUE
007511                 SET WS-CHILD-SCAN-DONE TO TRUE
007512             END-IF
007513     END-READ.
007520*----------------------------------------------------------------
007530* 230-ACQUIRE-MASTER-LATCH
007540* HONORS THE CUSTLOCK IN-USE LATCH BEFORE ANY UPDATING MODE GOES
008520     MOVE SI-CUSTOMER-STATUS TO RL-TI-CUSTOMER-STATUS.
008530     MOVE SI-CUSTOMER-PHONE TO RL-TI-CUSTOMER-PHONE.
008540     MOVE SI-TRANS-TYPE TO RL-TI-TRANS-TYPE.
008543     MOVE SI-CUSTOMER-EMAIL TO RL-TI-CUSTOMER-EMAIL.
008546     MOVE SI-DELIVERY-PREF TO RL-TI-DELIVERY-PREF.
008548     MOVE SI-PARENT-ID TO RL-TI-PARENT-ID.
008550     EVALUATE TRUE
008560         WHEN WS-REJECT-ZERO-ID
008570             MOVE 'CUSTUMER-ID IS ZERO' TO RL-REASON-TEXT
008720         WHEN WS-REJECT-BAD-PHONE
008730             MOVE 'PHONE FORMAT INVALID' TO RL-REASON-TEXT
008740         WHEN WS-REJECT-ID-EXHAUSTED
008741             MOVE 'CUSTUMER-ID RANGE EXHAUSTED' TO RL-REASON-TEXT
008742         WHEN WS-REJECT-BAD-EMAIL
008743             MOVE 'EMAIL FORMAT INVALID' TO RL-REASON-TEXT
008744         WHEN WS-REJECT-BAD-DELIVERY-PREF
008745             MOVE 'DELIVERY PREF NOT P, E OR B' TO RL-REASON-TEXT
008746         WHEN WS-REJECT-NO-EMAIL-FOR-EDLV
008747             MOVE 'E-DELIVERY WITH NO EMAIL' TO RL-REASON-TEXT
008748         WHEN WS-REJECT-BAD-PARENT-ID
008749             MOVE 'PARENT ID NOT NUMERIC' TO RL-REASON-TEXT
008750         WHEN WS-REJECT-PARENT-IS-SELF
008751             MOVE 'ACCOUNT NAMED AS OWN PARENT' TO RL-REASON-TEXT
008752         WHEN WS-REJECT-PARENT-NOT-LIVE
008753             MOVE 'PARENT NOT ON FILE OR CLOSED' TO RL-REASON-TEXT
008754         WHEN WS-REJECT-PARENT-HAS-PARENT
008755             MOVE 'PARENT IS ITSELF A CHILD' TO RL-REASON-TEXT
008756         WHEN WS-REJECT-HAS-CHILD-ACCOUNTS
008757             MOVE 'ACCOUNT HAS CHILD ACCOUNTS' TO RL-REASON-TEXT
008760     END-EVALUATE.
008770     WRITE REJ-LINE FROM WS-REJECT-LINE.
008780     DISPLAY 'CUSTOMER RECORD REJECTED - ' RL-REASON-TEXT.
008940         MOVE SI-CUSTUMER-ADDRESS TO CUSTUMER-ADDRESS
008950         MOVE SI-CUSTOMER-BALANCE TO CUSTOMER-BALANCE
008960         MOVE SI-CUSTOMER-STATUS TO CUSTOMER-STATUS
008961         MOVE SI-CUSTOMER-PHONE TO CUSTOMER-PHONE
008962         MOVE ZERO TO CUSTOMER-MERGED-TO
008963         MOVE SPACE TO CUSTOMER-ADDRESS-FLAG
008964         MOVE ZERO TO CUSTOMER-ADDRESS-FLAG-DATE
008965         MOVE ZERO TO CUSTOMER-WRITEOFF-TOTAL
008966         MOVE ZERO TO CUSTOMER-WRITEOFF-DATE
008967         MOVE ZERO TO CUSTOMER-RECOVERED-TOTAL
008968         IF SI-CUSTOMER-EMAIL = ALL '*'
008969             MOVE SPACES TO CUSTOMER-EMAIL
008970         ELSE
008971             MOVE SI-CUSTOMER-EMAIL TO CUSTOMER-EMAIL
008972         END-IF
008973         IF SI-DELIVERY-PREF = SPACE
008974             SET CUSTOMER-DELIVER-PAPER TO TRUE
008975         ELSE
008976             MOVE SI-DELIVERY-PREF TO CUSTOMER-DELIVERY-PREF
008977         END-IF
008978         MOVE ZERO TO CUSTOMER-EMAIL-BOUNCE-DATE
008979         MOVE SPACE TO CUSTOMER-DORMANCY-FLAG
008980         MOVE ZERO TO CUSTOMER-DORMANCY-DATE
008981         IF SI-PARENT-ID = SPACES
008982             MOVE ZERO TO CUSTOMER-PARENT-ID
008983         ELSE
008984             MOVE SI-PARENT-ID-N TO CUSTOMER-PARENT-ID
008985         END-IF
008990         WRITE CUSTUMER_RECORDS
009000             INVALID KEY
009010                 SET WS-REJECT-DUPLICATE-ID TO TRUE
009600*----------------------------------------------------------------
009610* 1400-CHANGE-CUSTOMER
009620* READS THE EXISTING MASTER RECORD BY CUSTUMER-ID, OVERLAYS IT
009630* WITH THE FIELDS JUST ACCEPTED, AND REWRITES IT.  WHEN THE
009633* CHANGE CLEARED A BAD-ADDRESS FLAG THE CLEAR GETS ITS OWN AUDIT
009634* RECORD AFTER THE ORDINARY MAINTENANCE RECORD.  A CHANGE THAT
009635* WOULD LEAVE AN ACCOUNT ON ELECTRONIC DELIVERY WITH NO EMAIL TO
009636* SEND TO IS REJECTED AND THE MASTER LEFT AS IT WAS.
009640*----------------------------------------------------------------
009650 1400-CHANGE-CUSTOMER.
009655     SET WS-ADDRESS-NOT-CLEARED TO TRUE.
009657     SET WS-BALANCE-NOT-HELD TO TRUE.
009660     READ CUSTOMER-MASTER-FILE
009670         INVALID KEY
009680             SET WS-REJECT-NOT-FOUND TO TRUE
009710     IF WS-CUSTMAST-OK
009720         MOVE CUSTOMER-BALANCE TO WS-BEFORE-BALANCE
009730         PERFORM 1410-APPLY-SPARSE-CHANGES
009733         IF (CUSTOMER-DELIVER-ELECTRONIC OR CUSTOMER-DELIVER-BOTH)
009736             AND CUSTOMER-EMAIL = SPACES
009739             SET WS-EDIT-FAILED TO TRUE
009742             SET WS-REJECT-NO-EMAIL-FOR-EDLV TO TRUE
009745             PERFORM 210-WRITE-REJECT-RECORD
009748         ELSE
009751             PERFORM 1420-REWRITE-CHANGED-CUSTOMER
009754         END-IF
009757     END-IF.
009760*----------------------------------------------------------------
009763* 1420-REWRITE-CHANGED-CUSTOMER
009766* FILES THE CHANGED RECORD AND LOGS IT.  A BALANCE CHANGE HELD
009769* BY 1415-TEST-BALANCE-THRESHOLD GOES TO BALPEND ONLY ONCE THE
009772* REST OF THE CHANGE HAS ACTUALLY FILED.
009775*----------------------------------------------------------------
009778 1420-REWRITE-CHANGED-CUSTOMER.
009781     REWRITE CUSTUMER_RECORDS
009784         INVALID KEY
009787             DISPLAY 'REWRITE FAILED - RECORD NOT CHANGED'
009790     END-REWRITE.
009793     IF WS-CUSTMAST-OK
009796         MOVE CUSTOMER-BALANCE TO WS-AFTER-BALANCE
009799         PERFORM 220-WRITE-HISTORY-RECORD
009802         IF WS-ADDRESS-CLEARED
009805             PERFORM 225-WRITE-ADDRESS-AUDIT
009808         END-IF
009811         IF WS-BALANCE-HELD
009814             PERFORM 1430-WRITE-PENDING-CHANGE
009817         END-IF
009820         PERFORM DISPLAY-CUSTUMER-DATA
009830     END-IF.
009840*----------------------------------------------------------------
009850* 1410-APPLY-SPARSE-CHANGES
009890* DATA DAMAGE IN THE NIGHTLY RUN.  A FIELD OF ALL '*' IS THE
009900* DELIBERATE WAY TO BLANK (OR FOR THE BALANCE, ZERO) A FIELD.
009910* THE STATUS BYTE HAS NO BLANK-OUT FORM - IT IS APPLIED ONLY
009912* WHEN SUPPLIED, AND MUST ALWAYS BE ONE OF A/C/H.  A NEW ADDRESS
009914* ON AN ACCOUNT CUSTRTML FLAGGED BAD IS TAKEN AS THE CORRECTED
009916* ADDRESS AND CLEARS THE FLAG - BLANKING THE ADDRESS DOES NOT.
009918* LIKEWISE A NEW EMAIL ADDRESS CLEARS ANY CUSTBNCE BOUNCE DATE.
009920* A NEW BALANCE PASSES THROUGH 1415-TEST-BALANCE-THRESHOLD, WHICH
009922* MAY HOLD IT FOR SECOND-OPERATOR APPROVAL INSTEAD.
009930*----------------------------------------------------------------
009940 1410-APPLY-SPARSE-CHANGES.
009950     EVALUATE TRUE
010040         WHEN SI-CUSTUMER-ADDRESS = ALL '*'
010050             MOVE SPACES TO CUSTUMER-ADDRESS
010060         WHEN SI-CUSTUMER-ADDRESS NOT = SPACES
010061             IF CUSTOMER-ADDRESS-BAD
010062                 AND SI-CUSTUMER-ADDRESS NOT = CUSTUMER-ADDRESS
010063                 SET CUSTOMER-ADDRESS-GOOD TO TRUE
010064                 MOVE ZERO TO CUSTOMER-ADDRESS-FLAG-DATE
010065                 SET WS-ADDRESS-CLEARED TO TRUE
010066             END-IF
010070             MOVE SI-CUSTUMER-ADDRESS TO CUSTUMER-ADDRESS
010080         WHEN OTHER
010090             CONTINUE
010100     END-EVALUATE.
010110     EVALUATE TRUE
010120         WHEN SI-CUSTOMER-BALANCE-X = ALL '*'
010126             MOVE ZERO TO WS-REQUESTED-BALANCE
010132             PERFORM 1415-TEST-BALANCE-THRESHOLD
010140         WHEN SI-CUSTOMER-BALANCE-X NOT = SPACES
010146             MOVE SI-CUSTOMER-BALANCE TO WS-REQUESTED-BALANCE
010152             PERFORM 1415-TEST-BALANCE-THRESHOLD
010160         WHEN OTHER
010170             CONTINUE
010180     END-EVALUATE.
010210     END-IF.
010220     EVALUATE TRUE
010230         WHEN SI-CUSTOMER-PHONE = ALL '*'
010231             MOVE SPACES TO CUSTOMER-PHONE
010232         WHEN SI-CUSTOMER-PHONE NOT = SPACES
010233             MOVE SI-CUSTOMER-PHONE TO CUSTOMER-PHONE
010234         WHEN OTHER
010235             CONTINUE
010236     END-EVALUATE.
010237     EVALUATE TRUE
010238         WHEN SI-CUSTOMER-EMAIL = ALL '*'
010239             MOVE SPACES TO CUSTOMER-EMAIL
010240         WHEN SI-CUSTOMER-EMAIL NOT = SPACES
010241             IF SI-CUSTOMER-EMAIL NOT = CUSTOMER-EMAIL
010242                 MOVE ZERO TO CUSTOMER-EMAIL-BOUNCE-DATE
010243             END-IF
010244             MOVE SI-CUSTOMER-EMAIL TO CUSTOMER-EMAIL
010245         WHEN OTHER
010246             CONTINUE
010247     END-EVALUATE.
010248     IF SI-DELIVERY-PREF NOT = SPACE
010249         MOVE SI-DELIVERY-PREF TO CUSTOMER-DELIVERY-PREF
010250     END-IF.
010251     EVALUATE TRUE
010252         WHEN SI-PARENT-ID = ALL '*'
010253             MOVE ZERO TO CUSTOMER-PARENT-ID
010254         WHEN SI-PARENT-ID NOT = SPACES
010255             MOVE SI-PARENT-ID-N TO CUSTOMER-PARENT-ID
010256         WHEN OTHER
010257             CONTINUE
010258     END-EVALUATE.
010259*----------------------------------------------------------------
010260* 1415-TEST-BALANCE-THRESHOLD
010261* FILES THE REQUESTED BALANCE WHEN IT MOVES THE ACCOUNT BY NO MORE
010262* THAN THE RUN'S APPROVAL THRESHOLD.  A BIGGER MOVE, EITHER WAY,
010263* LEAVES THE MASTER BALANCE ALONE AND MARKS THE CHANGE HELD.
010264*----------------------------------------------------------------
010265 1415-TEST-BALANCE-THRESHOLD.
010266     COMPUTE WS-BALANCE-MOVE =
010267         WS-REQUESTED-BALANCE - CUSTOMER-BALANCE.
010268     IF WS-BALANCE-MOVE < ZERO
010269         COMPUTE WS-BALANCE-MOVE = ZERO - WS-BALANCE-MOVE
010270     END-IF.
010271     IF WS-BALANCE-THRESHOLD > ZERO
010272         AND WS-BALANCE-MOVE > WS-BALANCE-THRESHOLD
010273         SET WS-BALANCE-HELD TO TRUE
010274     ELSE
010275         MOVE WS-REQUESTED-BALANCE TO CUSTOMER-BALANCE
010276     END-IF.
010277*----------------------------------------------------------------
010278* 1430-WRITE-PENDING-CHANGE
010279* APPENDS THE HELD BALANCE CHANGE TO BALPEND WITH THE BALANCE IT
010280* WAS KEYED AGAINST, SO CUSTBAPR CAN REFUSE IT IF THE ACCOUNT HAS
010281* MOVED SINCE.
010282*----------------------------------------------------------------
010283 1430-WRITE-PENDING-CHANGE.
010284     MOVE SPACES TO WS-BALPEND-RECORD.
010285     MOVE CUSTUMER-ID TO BP-CUSTUMER-ID.
010286     ACCEPT BP-KEYED-DATE FROM DATE YYYYMMDD.
010287     ACCEPT BP-KEYED-TIME FROM TIME.
010288     MOVE WS-OPERATOR-ID TO BP-KEYED-BY.
010289     MOVE CUSTOMER-BALANCE TO BP-OLD-BALANCE.
010290     MOVE WS-REQUESTED-BALANCE TO BP-NEW-BALANCE.
010291     MOVE SI-TRANS-TYPE TO BP-TRANS-TYPE.
010292     MOVE 'P' TO BP-STATUS.
010293     MOVE ZERO TO BP-DECISION-DATE.
010294     WRITE BALPEND-LINE FROM WS-BALPEND-RECORD.
010295     ADD 1 TO WS-HELD-COUNT.
010296     DISPLAY 'BALANCE CHANGE HELD FOR SECOND-OPERATOR APPROVAL - '
010297         CUSTUMER-ID ' REQUESTED ' WS-REQUESTED-BALANCE.
010300*----------------------------------------------------------------
010310* 220-WRITE-HISTORY-RECORD
010320* LOGS THE BEFORE AND AFTER BALANCE - STAGED IN WS-BEFORE-BALANCE
010440     MOVE WS-AFTER-BALANCE TO CH-AFTER-BALANCE.
010450     SET CH-SOURCE-POINT TO TRUE.
010460     MOVE SI-TRANS-TYPE TO CH-TRANS-TYPE.
010461     WRITE CUSTHIST-RECORD.
010462*----------------------------------------------------------------
010463* 225-WRITE-ADDRESS-AUDIT
010464* LOGS THE CLEARING OF THE RETURNED-MAIL BAD-ADDRESS FLAG AS A
010465* TYPE 'D' ADDRESS-STATUS RECORD - NO MONEY MOVES, SO BEFORE AND
010466* AFTER ARE BOTH THE BALANCE AS REWRITTEN.
010467*----------------------------------------------------------------
010468 225-WRITE-ADDRESS-AUDIT.
010469     MOVE SPACES TO CUSTHIST-RECORD.
010470     ACCEPT CH-CHANGE-DATE FROM DATE YYYYMMDD.
010471     ACCEPT CH-CHANGE-TIME FROM TIME.
010472     MOVE CUSTUMER-ID TO CH-CUSTUMER-ID.
010473     MOVE CUSTOMER-BALANCE TO CH-BEFORE-BALANCE.
010474     MOVE CUSTOMER-BALANCE TO CH-AFTER-BALANCE.
010475     SET CH-SOURCE-POINT TO TRUE.
010476     SET CH-TYPE-ADDRESS TO TRUE.
010477     WRITE CUSTHIST-RECORD.
010478     DISPLAY 'BAD-ADDRESS FLAG CLEARED - ' CUSTUMER-ID.
010480*----------------------------------------------------------------
010490* 1500-DELETE-CUSTOMER
010500* READS THE EXISTING MASTER RECORD BY CUSTUMER-ID TO CONFIRM IT
010930     DISPLAY CUSTUMER-ID.
010940     DISPLAY CUSTOMER-BALANCE.
010950     DISPLAY CUSTOMER-STATUS.
010951     DISPLAY CUSTOMER-PHONE.
010952     IF CUSTOMER-ADDRESS-BAD
010953         DISPLAY 'ADDRESS FLAGGED BAD SINCE '
010954             CUSTOMER-ADDRESS-FLAG-DATE
010955     END-IF.
010956     DISPLAY CUSTOMER-EMAIL.
010957     DISPLAY 'STATEMENT DELIVERY - ' CUSTOMER-DELIVERY-PREF.
010958     IF NOT CUSTOMER-EMAIL-NEVER-BOUNCED
010959         DISPLAY 'EMAIL BOUNCED ON '
010960             CUSTOMER-EMAIL-BOUNCE-DATE
010961     END-IF.
010962     IF NOT CUSTOMER-NO-PARENT
010963         DISPLAY 'PARENT ACCOUNT - ' CUSTOMER-PARENT-ID
010964     END-IF.
010970 END PROGRAM POINT_COBOL.
