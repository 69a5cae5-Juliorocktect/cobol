000264*                  CARRY THE CUSTMNT CARD'S TRANSACTION-TYPE CODE
000266*                  (CARD WIDENED TO 92 BYTES), AND A 'C'
000268*                  CORRECTION PROMPTS FOR IT AS THE EIGHTH FIELD.
000269* 2026-10-15  JR   THE CARD (NOW 145 BYTES) AND THE CAPTURED
000270*                  IMAGE CARRY THE EMAIL ADDRESS AND DELIVERY
000271*                  PREFERENCE; A 'C' CORRECTION PROMPTS FOR THEM
000272*                  AS THE NINTH AND TENTH FIELDS.  REJ-LINE AND
000273*                  REJN-LINE WIDENED TO X(230).
000274* 2026-10-15  JR   THE CARD (NOW 151 BYTES) AND THE CAPTURED
000275*                  IMAGE CARRY THE PARENT ACCOUNT ID; A 'C'
000276*                  CORRECTION PROMPTS FOR IT AS THE ELEVENTH
000277*                  FIELD.
000278*----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. IBM-370.
000440 FILE SECTION.
000450 FD  CUSTOMER-REJECT-FILE
000460     LABEL RECORDS ARE STANDARD.
000470 01  REJ-LINE PIC X(230).
000480 FD  REJECT-NEW-FILE
000490     LABEL RECORDS ARE STANDARD
000500     RECORDING MODE IS F.
000510 01  REJN-LINE PIC X(230).
000520 FD  RECYCLE-DECK-FILE
000530     LABEL RECORDS ARE STANDARD
000540     RECORDING MODE IS F.
000550 01  MNTO-LINE PIC X(151).
000560 WORKING-STORAGE SECTION.
000570     COPY CUSTREJ.
000580 01  WS-CUSTREJ-STATUS PIC X(02) VALUE '00'.
000860     05 MO-CUSTOMER-STATUS PIC X(01).
000870     05 MO-CUSTOMER-PHONE PIC X(14).
000875     05 MO-TRANS-TYPE PIC X(01).
000876     05 MO-CUSTOMER-EMAIL PIC X(50).
000877     05 MO-DELIVERY-PREF PIC X(01).
000878     05 MO-PARENT-ID PIC X(06).
000880 01  WS-DECK-HEADER-RECORD.
000890     05 MH-RECORD-TYPE PIC X(01) VALUE 'H'.
000900     05 MH-BUSINESS-DATE PIC 9(08).
000910     05 FILLER PIC X(142) VALUE SPACES.
000920 01  WS-DECK-TRAILER-RECORD.
000930     05 MT-RECORD-TYPE PIC X(01) VALUE 'T'.
000940     05 MT-TRANS-COUNT PIC 9(07).
000950     05 MT-HASH-TOTAL PIC S9(11)V99.
000960     05 FILLER PIC X(130) VALUE SPACES.
000970 PROCEDURE DIVISION.
000980*----------------------------------------------------------------
000990* 0000-MAINLINE
001860*----------------------------------------------------------------
001870* 2300-ACCEPT-CORRECTED-IMAGE
001880* OVERLAYS THE CAPTURED IMAGE WITH A FULLY KEYED CORRECTION -
001890* THE SAME FIELDS A CUSTMNT CARD CARRIES, IN CARD ORDER.
001900*----------------------------------------------------------------
001910 2300-ACCEPT-CORRECTED-IMAGE.
001920     DISPLAY 'ENTER CORRECTED MAINT CODE (A/C/D): '.
002040     DISPLAY 'ENTER CORRECTED CUSTOMER-PHONE: '.
002050     ACCEPT RL-TI-CUSTOMER-PHONE.
002052     DISPLAY 'ENTER CORRECTED TRANSACTION TYPE (P/C/F/A/R): '.
002053     ACCEPT RL-TI-TRANS-TYPE.
002054     DISPLAY 'ENTER CORRECTED EMAIL ADDRESS: '.
002055     ACCEPT RL-TI-CUSTOMER-EMAIL.
002056     DISPLAY 'ENTER CORRECTED DELIVERY PREFERENCE (P/E/B): '.
002057     ACCEPT RL-TI-DELIVERY-PREF.
002058     DISPLAY 'ENTER CORRECTED PARENT ACCOUNT ID: '.
002059     ACCEPT RL-TI-PARENT-ID.
002060*----------------------------------------------------------------
002070* 2400-WRITE-DECK-RECORD
002080* WRITES ONE CUSTMNT-FORMAT DETAIL CARD FROM THE (POSSIBLY
002190     MOVE RL-TI-CUSTOMER-STATUS TO MO-CUSTOMER-STATUS.
002200     MOVE RL-TI-CUSTOMER-PHONE TO MO-CUSTOMER-PHONE.
002205     MOVE RL-TI-TRANS-TYPE TO MO-TRANS-TYPE.
002206     MOVE RL-TI-CUSTOMER-EMAIL TO MO-CUSTOMER-EMAIL.
002207     MOVE RL-TI-DELIVERY-PREF TO MO-DELIVERY-PREF.
002208     MOVE RL-TI-PARENT-ID TO MO-PARENT-ID.
002210     WRITE MNTO-LINE FROM WS-DECK-RECORD.
002220     MOVE 'R' TO RL-RECYCLE-FLAG.
002230     ADD 1 TO WS-RECYCLED-COUNT.
