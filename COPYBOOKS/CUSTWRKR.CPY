000010*----------------------------------------------------------------
000020* CUSTWRKR
000030* COLLECTOR WORKLIST RECORD LAYOUT.  CUSTWORK WRITES ONE RECORD
000040* PER ACCOUNT ON THE DAY'S WORKLIST, IN PRIORITY ORDER - QUEUE,
000050* THEN SCORE AND BALANCE HIGHEST FIRST - AND READS THE PREVIOUS
000060* DAY'S GENERATION BACK THE NEXT MORNING TO MARK THE ACCOUNTS
000070* CARRIED OVER UNCHANGED.  THE QUEUE, SCORE, BALANCE AND ID LEAD
000080* THE RECORD SO THE PRIORITY SORT CAN KEY ON THEM IN PLACE.
000090* WL-FIRST-LISTED-DATE IS THE DAY THE ACCOUNT CAME ONTO THE LIST
000100* AND RIDES FORWARD FOR AS LONG AS IT STAYS ON.
000110*----------------------------------------------------------------
000120* MODIFICATION HISTORY
000130*----------------------------------------------------------------
000140* 2026-10-15  JR   ORIGINAL.
000150*----------------------------------------------------------------
000160 01  WORKLIST-RECORD.
000170     05 WL-QUEUE PIC 9(01).
000180     05 WL-SCORE PIC 9(04).
000190     05 WL-BALANCE PIC S9(09)V99.
000200     05 WL-CUSTUMER-ID PIC 9(06).
000210     05 WL-LIST-DATE PIC 9(08).
000220     05 WL-RANK PIC 9(05).
000230     05 WL-CUSTUMER-NAME PIC X(20).
000240     05 WL-CUSTOMER-PHONE PIC X(14).
000250     05 WL-CUSTOMER-STATUS PIC X(01).
000260     05 WL-LAST-PAYMENT-DATE PIC 9(08).
000270         88 WL-NEVER-PAID VALUE ZERO.
000280     05 WL-DAYS-SINCE-PAYMENT PIC 9(05).
000290     05 WL-LAST-ACTIVITY-DATE PIC 9(08).
000300     05 WL-PENDING-ITEMS PIC 9(02).
000310     05 WL-BROKEN-PROMISES PIC 9(02).
000320     05 WL-FIRST-LISTED-DATE PIC 9(08).
000330     05 WL-CARRY-FLAG PIC X(01).
000340         88 WL-NEW-TO-LIST VALUE 'N'.
000350         88 WL-CARRIED-OVER VALUE 'C'.
000360         88 WL-CHANGED-SINCE VALUE 'U'.
000370     05 FILLER PIC X(16).
