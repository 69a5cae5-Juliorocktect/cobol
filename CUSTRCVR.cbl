000329*                  STAMP WOULD BE SKIPPED AS PRE-CUTOFF AND THE
000330*                  TIE-OUT WOULD STILL PROVE CLEAN - THE SKIPPED
000331*                  CHANGE WOULD BE MISSING FROM BOTH SIDES.
000332* 2026-10-15  JR   CB-CUSTOMER-ADDRESS-FLAG AND ITS DATE ADDED TO
000333*                  THE BACKUP MIRROR AND RESTORED WITH THE REST OF
000334*                  THE RECORD.  A REPLAYED TYPE 'D' ADDRESS-STATUS
000335*                  RECORD RE-SETS THE FLAG (SOURCE 'U', CUSTRTML)
000336*                  OR RE-CLEARS IT (ANY OTHER SOURCE) AS OF ITS
000337*                  OWN DATE.
000338* 2026-10-15  JR   CB-CUSTOMER-WRITEOFF-TOTAL, ITS DATE AND CB-
000339*                  CUSTOMER-RECOVERED-TOTAL ADDED TO THE BACKUP
000340*                  MIRROR AND RESTORED WITH THE REST OF THE
000341*                  RECORD.  A REPLAYED TYPE 'W' WRITE-OFF ADDS THE
000342*                  AMOUNT CLEARED TO THE WRITE-OFF TOTAL AS OF ITS
000343*                  OWN DATE, AND A REPLAYED TYPE 'Y' RECOVERY ADDS
000344*                  THE AMOUNT REINSTATED TO THE RECOVERED TOTAL.
000345*                  THE CLOSE OR HOLD A WRITE-OFF SET IS NOT ON THE
000346*                  HISTORY AND IS NOT REPLAYED, THE SAME AS ANY
000347*                  OTHER STATUS CHANGE.
000348* 2026-10-15  JR   CB-CUSTOMER-EMAIL, CB-CUSTOMER-DELIVERY-PREF
000349*                  AND CB-CUSTOMER-EMAIL-BOUNCE-DATE ADDED TO THE
000350*                  BACKUP MIRROR AND RESTORED WITH THE REST OF THE
000351*                  RECORD.  A REPLAYED TYPE 'D' STATUS RECORD
000352*                  FROM CUSTBNCE (SOURCE 'E') NOW RE-PUTS THE
000353*                  ACCOUNT ON PAPER STATEMENTS WITH THE BOUNCE
000354*                  DATE INSTEAD OF BEING TAKEN FOR AN ADDRESS-
000355*                  FLAG CLEAR.
000356* 2026-10-15  JR   CB-CUSTOMER-DORMANCY-FLAG AND ITS DATE ADDED TO
000357*                  THE BACKUP MIRROR AND RESTORED WITH THE REST OF
000358*                  THE RECORD.  A REPLAYED TYPE 'E' UNCLAIMED-
000359*                  PROPERTY REMITTANCE RE-MARKS THE ACCOUNT
000360*                  ESCHEATED AS OF ITS OWN DATE.  A DORMANCY FLAG
000361*                  SET OR CLEARED SINCE THE BACKUP IS NOT ON THE
000362*                  HISTORY; THE NEXT CUSTDORM RUN SETS IT AGAIN.
000363* 2026-10-15  JR   CB-CUSTOMER-PARENT-ID ADDED TO THE BACKUP
000364*                  MIRROR AND RESTORED WITH THE REST OF THE
000365*                  RECORD.  A PARENT LINK CHANGED SINCE THE BACKUP
000366*                  IS NOT ON THE HISTORY AND MUST BE RE-KEYED.
000367*----------------------------------------------------------------
000368 ENVIRONMENT DIVISION.
000369 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. IBM-370.
000371 OBJECT-COMPUTER. IBM-370.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT CUSTOMER-BACKUP-FILE ASSIGN TO CUSTBKUP
000700     05 CB-CUSTOMER-BALANCE PIC S9(09)V99.
000710     05 CB-CUSTOMER-STATUS PIC X(01).
000720     05 CB-CUSTOMER-PHONE PIC X(14).
000721     05 CB-CUSTOMER-MERGED-TO PIC 9(06).
000722     05 CB-CUSTOMER-ADDRESS-FLAG PIC X(01).
000723     05 CB-CUSTOMER-ADDRESS-FLAG-DATE PIC 9(08).
000724     05 CB-CUSTOMER-WRITEOFF-TOTAL PIC S9(09)V99.
000725     05 CB-CUSTOMER-WRITEOFF-DATE PIC 9(08).
000726     05 CB-CUSTOMER-RECOVERED-TOTAL PIC S9(09)V99.
000727     05 CB-CUSTOMER-EMAIL PIC X(50).
000728     05 CB-CUSTOMER-DELIVERY-PREF PIC X(01).
000729     05 CB-CUSTOMER-EMAIL-BOUNCE-DATE PIC 9(08).
000730     05 CB-CUSTOMER-DORMANCY-FLAG PIC X(01).
000731     05 CB-CUSTOMER-DORMANCY-DATE PIC 9(08).
000732     05 CB-CUSTOMER-PARENT-ID PIC 9(06).
000740 FD  CUSTOMER-MASTER-FILE
000750     LABEL RECORDS ARE STANDARD.
000760     COPY CUSTREC.
002440     MOVE CB-CUSTOMER-BALANCE TO CUSTOMER-BALANCE.
002450     MOVE CB-CUSTOMER-STATUS TO CUSTOMER-STATUS.
002460     MOVE CB-CUSTOMER-PHONE TO CUSTOMER-PHONE.
002461     MOVE CB-CUSTOMER-MERGED-TO TO CUSTOMER-MERGED-TO.
002462     MOVE CB-CUSTOMER-ADDRESS-FLAG TO CUSTOMER-ADDRESS-FLAG.
002463     MOVE CB-CUSTOMER-ADDRESS-FLAG-DATE
002464         TO CUSTOMER-ADDRESS-FLAG-DATE.
002465     MOVE CB-CUSTOMER-WRITEOFF-TOTAL TO CUSTOMER-WRITEOFF-TOTAL.
002466     MOVE CB-CUSTOMER-WRITEOFF-DATE TO CUSTOMER-WRITEOFF-DATE.
002467     MOVE CB-CUSTOMER-RECOVERED-TOTAL
002468         TO CUSTOMER-RECOVERED-TOTAL.
002469     MOVE CB-CUSTOMER-EMAIL TO CUSTOMER-EMAIL.
002470     MOVE CB-CUSTOMER-DELIVERY-PREF TO CUSTOMER-DELIVERY-PREF.
002471     MOVE CB-CUSTOMER-EMAIL-BOUNCE-DATE
002472         TO CUSTOMER-EMAIL-BOUNCE-DATE.
002473     MOVE CB-CUSTOMER-DORMANCY-FLAG TO CUSTOMER-DORMANCY-FLAG.
002474     MOVE CB-CUSTOMER-DORMANCY-DATE TO CUSTOMER-DORMANCY-DATE.
002475     MOVE CB-CUSTOMER-PARENT-ID TO CUSTOMER-PARENT-ID.
002480     WRITE CUSTUMER_RECORDS
002490         INVALID KEY
002500             DISPLAY 'DUPLICATE OR OUT-OF-ORDER BACKUP KEY - '
003260                         CUSTUMER-ID
003270             END-DELETE
003280             ADD 1 TO WS-ARCH-DELETE-COUNT
003281         ELSE
003282             MOVE CH-AFTER-BALANCE TO CUSTOMER-BALANCE
003283             IF CH-TYPE-ADDRESS
003284                 IF CH-SOURCE-EBNC
003285                     PERFORM 3360-REPLAY-EMAIL-BOUNCE
003286                 ELSE
003287                     PERFORM 3350-REPLAY-ADDRESS-FLAG
003288                 END-IF
003289             END-IF
003290             IF CH-TYPE-WRITEOFF
003291                 COMPUTE CUSTOMER-WRITEOFF-TOTAL =
003292                     CUSTOMER-WRITEOFF-TOTAL +
003293                     CH-BEFORE-BALANCE - CH-AFTER-BALANCE
003294                 MOVE CH-CHANGE-DATE TO CUSTOMER-WRITEOFF-DATE
003295             END-IF
003296             IF CH-TYPE-RECOVERY
003297                 COMPUTE CUSTOMER-RECOVERED-TOTAL =
003298                     CUSTOMER-RECOVERED-TOTAL +
003299                     CH-AFTER-BALANCE - CH-BEFORE-BALANCE
003300             END-IF
003301             IF CH-TYPE-ESCHEAT
003302                 SET CUSTOMER-ESCHEATED TO TRUE
003303                 MOVE CH-CHANGE-DATE TO CUSTOMER-DORMANCY-DATE
003304             END-IF
003310             REWRITE CUSTUMER_RECORDS
003320                 INVALID KEY
003330                     DISPLAY 'REPLAY REWRITE FAILED - '
003370         ADD 1 TO WS-REPLAYED-COUNT
003380         COMPUTE WS-REPLAY-NET-CHANGE =
003390             WS-REPLAY-NET-CHANGE +
003391             CH-AFTER-BALANCE - CH-BEFORE-BALANCE
003392     END-IF.
003393*----------------------------------------------------------------
003394* 3350-REPLAY-ADDRESS-FLAG
003395* CUSTRTML SETS THE BAD-ADDRESS FLAG UNDER SOURCE 'U'; A CLEAR IS
003396* LOGGED BY POINT_COBOL UNDER ITS OWN SOURCE.
003397*----------------------------------------------------------------
003398 3350-REPLAY-ADDRESS-FLAG.
003399     IF CH-SOURCE-RTML
003400         SET CUSTOMER-ADDRESS-BAD TO TRUE
003401         MOVE CH-CHANGE-DATE TO CUSTOMER-ADDRESS-FLAG-DATE
003402     ELSE
003403         SET CUSTOMER-ADDRESS-GOOD TO TRUE
003404         MOVE ZERO TO CUSTOMER-ADDRESS-FLAG-DATE
003405     END-IF.
003406*----------------------------------------------------------------
003407* 3360-REPLAY-EMAIL-BOUNCE
003408* CUSTBNCE LOGS ITS MOVE OF A BOUNCED ACCOUNT BACK TO PAPER
003409* STATEMENTS AS A TYPE 'D' STATUS RECORD UNDER SOURCE 'E'.
003410*----------------------------------------------------------------
003411 3360-REPLAY-EMAIL-BOUNCE.
003412     SET CUSTOMER-DELIVER-PAPER TO TRUE.
003413     MOVE CH-CHANGE-DATE TO CUSTOMER-EMAIL-BOUNCE-DATE.
003420*----------------------------------------------------------------
003430* 4000-PROVE-RECOVERY
003440* THE SAME MATH CUSTRECN'S TIE-OUT RUNS - BACKUP TOTAL PLUS THE
