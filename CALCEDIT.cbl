000380*                  TRUNCATED OR RE-CATALOGED DECK SAIL PAST THE
000390*                  POSTING STEP'S VERIFY, SINCE THAT NOW ONLY
000400*                  EVER SEES THE CLEAN DECK THIS PROGRAM BUILT.
000401* 2026-10-15  JR   MODE A EDITS THE NEW CALCADJ CURRENCY CODE -
000402*                  BLANK OR THREE LETTERS, AND A FOREIGN CODE
000403*                  ONLY ON A '+' OR '-' CARD, SINCE THE OTHER
000404*                  CALC TYPES CARRY A FACTOR RATHER THAN MONEY.
000405*                  HEADER AND TRAILER VIEWS WIDENED TO 29 BYTES.
000410*----------------------------------------------------------------
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
001010 01  WS-REJECT-RATE-WORK PIC 9(09) COMP VALUE ZERO.
001020 01  WS-CLEAN-HASH-TOTAL PIC S9(13)V99 VALUE ZERO.
001030*----------------------------------------------------------------
001031* THE BASE CURRENCY - A CALCADJ CARD IN IT (OR WITH NO CODE)
001032* NEEDS NO CONVERSION, SO ANY CALC TYPE MAY CARRY IT.
001033*----------------------------------------------------------------
001034 01  WS-BASE-CURRENCY PIC X(03) VALUE 'USD'.
001035*----------------------------------------------------------------
001040* ALPHANUMERIC VIEWS OF THE TWO CARD SHAPES, SO EVERY FIELD CAN
001050* BE TESTED BEFORE ANYTHING TOUCHES A SIGNED OPERAND.
001060*----------------------------------------------------------------
001210     05 WA-AMOUNT PIC X(17).
001220     05 WA-AMOUNT-N REDEFINES WA-AMOUNT PIC S9(15)V99.
001230     05 WA-TRANS-TYPE PIC X(01).
001235     05 WA-CURRENCY-CODE PIC X(03).
001240*----------------------------------------------------------------
001250* RAW HEADER AND TRAILER VIEWS, AND THE RUNNING CONTROLS THE RAW
001260* DECK MUST PROVE ITSELF AGAINST BEFORE THE CLEAN DECK MAY POST.
001280 01  WS-ADJ-RAW-HEADER.
001290     05 RH-RECORD-TYPE PIC X(01).
001300     05 RH-BUSINESS-DATE PIC X(08).
001310     05 FILLER PIC X(20).
001320 01  WS-ADJ-RAW-TRAILER.
001330     05 RT-RECORD-TYPE PIC X(01).
001340     05 RT-TRANS-COUNT PIC X(07).
001350     05 RT-HASH-TOTAL PIC X(15).
001360     05 RT-HASH-TOTAL-N REDEFINES RT-HASH-TOTAL
001370         PIC S9(13)V99.
001380     05 FILLER PIC X(06).
001390 01  WS-RAW-DECK-OK-SWITCH PIC X(01) VALUE 'Y'.
001400     88 WS-RAW-DECK-OK VALUE 'Y'.
001410     88 WS-RAW-DECK-BAD VALUE 'N'.
001540 01  WS-CLEAN-HEADER-RECORD.
001550     05 FILLER PIC X(01) VALUE 'H'.
001560     05 CH-BUSINESS-DATE PIC 9(08).
001570     05 FILLER PIC X(20) VALUE SPACES.
001580 01  WS-CLEAN-TRAILER-RECORD.
001590     05 FILLER PIC X(01) VALUE 'T'.
001600     05 CT-TRANS-COUNT PIC 9(07).
001610     05 CT-HASH-TOTAL PIC S9(13)V99.
001620     05 FILLER PIC X(06) VALUE SPACES.
001630*----------------------------------------------------------------
001640* EDIT REJECT LINE - DATED, WITH THE FULL CARD IMAGE AND THE
001650* REASON, THE WAY CUSTREJ CARRIES MAINTENANCE REJECTS.
003800             AND NOT = SPACE
003810             MOVE 'UNKNOWN TRANSACTION TYPE' TO ER-REASON-TEXT
003820             PERFORM 2500-WRITE-EDIT-REJECT
003821         WHEN WA-CURRENCY-CODE NOT ALPHABETIC-UPPER
003822             MOVE 'CURRENCY CODE NOT ALPHABETIC' TO ER-REASON-TEXT
003823             PERFORM 2500-WRITE-EDIT-REJECT
003824         WHEN WA-CURRENCY-CODE NOT = SPACES
003825             AND WA-CURRENCY-CODE NOT = WS-BASE-CURRENCY
003826             AND WA-CALC-TYPE NOT = '+' AND NOT = '-'
003827             MOVE 'CURRENCY ONLY ON + OR -' TO ER-REASON-TEXT
003828             PERFORM 2500-WRITE-EDIT-REJECT
003830         WHEN OTHER
003840             PERFORM 2450-CHECK-CUSTOMER-EXISTS
003850     END-EVALUATE.
