000210*                  MERGED-TO FIELD (PRE-MERGE VINTAGE) CONVERTS
000220*                  WITH MERGED-TO ZERO.  RUN ONCE, IN A QUIET
000230*                  WINDOW, FROM CUSTCONV.JCL - NOTHING ELSE MAY
000231*                  TOUCH THE FILES WHILE THIS RUNS.
000232* 2026-10-15  JR   A CONVERTED MASTER RECORD STARTS WITH THE
000233*                  RETURNED-MAIL BAD-ADDRESS FLAG OFF.
000234* 2026-10-15  JR   A CONVERTED MASTER RECORD STARTS WITH NO BAD-
000235*                  DEBT WRITE-OFF OR RECOVERY ON RECORD.
000236* 2026-10-15  JR   A CONVERTED HISTORY RECORD CARRIES NO FOREIGN-
000237*                  CURRENCY DETAIL, AND THE NEW SUSPENSE LINE IS
000238*                  WIDENED TO X(130) TO MATCH CALCSUSP.
000239* 2026-10-15  JR   A CONVERTED MASTER RECORD STARTS ON PAPER
000240*                  STATEMENTS WITH NO EMAIL ON FILE; THE NEW
000241*                  REJECT LINE IS WIDENED TO X(230).
000242* 2026-10-15  JR   A CONVERTED MASTER RECORD STARTS WITH NO
000243*                  DORMANCY OR UNCLAIMED-PROPERTY FLAG.
000244* 2026-10-15  JR   A CONVERTED MASTER RECORD STARTS WITH NO
000245*                  PARENT ACCOUNT LINK.
000250*----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000930 FD  NEW-REJECT-FILE
000940     LABEL RECORDS ARE STANDARD
000950     RECORDING MODE IS F.
000960 01  NEW-REJECT-LINE PIC X(230).
000970 FD  OLD-ARCHIVE-FILE
000980     LABEL RECORDS ARE STANDARD.
000990 01  OLD-ARCHIVE-LINE PIC X(93).
001150 FD  NEW-SUSPENSE-FILE
001160     LABEL RECORDS ARE STANDARD
001170     RECORDING MODE IS F.
001180 01  NEW-SUSPENSE-LINE PIC X(130).
001190 FD  OLD-SNAPSHOT-FILE
001200     LABEL RECORDS ARE STANDARD.
001210 01  OLD-SNAPSHOT-LINE PIC X(40).
002910         MOVE OM-CUSTOMER-MERGED-TO TO CUSTOMER-MERGED-TO
002920     ELSE
002930         MOVE ZERO TO CUSTOMER-MERGED-TO
002931     END-IF.
002932     MOVE SPACE TO CUSTOMER-ADDRESS-FLAG.
002933     MOVE ZERO TO CUSTOMER-ADDRESS-FLAG-DATE.
002934     MOVE ZERO TO CUSTOMER-WRITEOFF-TOTAL.
002935     MOVE ZERO TO CUSTOMER-WRITEOFF-DATE.
002936     MOVE ZERO TO CUSTOMER-RECOVERED-TOTAL.
002937     MOVE SPACES TO CUSTOMER-EMAIL.
002938     SET CUSTOMER-DELIVER-PAPER TO TRUE.
002939     MOVE ZERO TO CUSTOMER-EMAIL-BOUNCE-DATE.
002940     MOVE SPACE TO CUSTOMER-DORMANCY-FLAG.
002941     MOVE ZERO TO CUSTOMER-DORMANCY-DATE.
002942     MOVE ZERO TO CUSTOMER-PARENT-ID.
002950     WRITE CUSTUMER_RECORDS
002960         INVALID KEY
002970             DISPLAY 'DUPLICATE OR OUT-OF-ORDER KEY - '
