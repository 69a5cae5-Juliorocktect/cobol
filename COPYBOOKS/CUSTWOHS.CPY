000010*----------------------------------------------------------------
000020* CUSTWOHS
000030* BAD-DEBT WRITE-OFF HISTORY RECORD LAYOUT.  ONE RECORD IS
000040* APPENDED TO THE WOHIST FILE FOR EVERY BALANCE CUSTWOFF CHARGES
000050* OFF (EVENT 'W') AND FOR EVERY BAD-DEBT RECOVERY CUSTLBX TAKES
000060* IN ON A WRITTEN-OFF ACCOUNT (EVENT 'Y') - NEGATIVE WHEN CUSTNSF
000065* UNDOES A RECOVERY WHOSE CHECK CAME BACK - CARRYING THE ACCOUNT'S
000070* LIFETIME WRITTEN-OFF AND RECOVERED TOTALS AFTER THE EVENT.  THE
000080* FILE IS NEVER PURGED OR ARCHIVED, SO THE WRITTEN-OFF PICTURE
000090* FOR A CUSTOMER SURVIVES THE CUSTHPRG HISTORY ROLL AND THE
000100* CUSTARCH MONTH-END ARCHIVAL OF THE CLOSED ACCOUNT.  SHARED BY
000110* EVERY WRITER SO THE LAYOUT STAYS IDENTICAL.  CUSTARIN READS IT
000115* BACK TO RESTORE A REINSTATED ACCOUNT'S TOTALS.
000120*----------------------------------------------------------------
000130* MODIFICATION HISTORY
000140*----------------------------------------------------------------
000150* 2026-10-15  JR   ORIGINAL.
000160*----------------------------------------------------------------
000170 01  WOHIST-RECORD.
000180     05 WH-CUSTUMER-ID PIC 9(06).
000190     05 FILLER PIC X(01) VALUE SPACES.
000200     05 WH-EVENT-DATE PIC 9(08).
000210     05 FILLER PIC X(01) VALUE SPACES.
000220     05 WH-EVENT-TIME PIC 9(08).
000230     05 FILLER PIC X(01) VALUE SPACES.
000240     05 WH-EVENT-TYPE PIC X(01).
000250         88 WH-EVENT-WRITEOFF VALUE 'W'.
000260         88 WH-EVENT-RECOVERY VALUE 'Y'.
000270     05 FILLER PIC X(01) VALUE SPACES.
000280     05 WH-EVENT-AMOUNT PIC S9(09)V99.
000290     05 FILLER PIC X(01) VALUE SPACES.
000300     05 WH-WRITEOFF-TOTAL PIC S9(09)V99.
000310     05 FILLER PIC X(01) VALUE SPACES.
000320     05 WH-RECOVERED-TOTAL PIC S9(09)V99.
000330     05 FILLER PIC X(01) VALUE SPACES.
000340     05 WH-DISPOSITION PIC X(01).
000350     05 FILLER PIC X(01) VALUE SPACES.
000360     05 WH-REASON PIC X(20).
000370     05 FILLER PIC X(01) VALUE SPACES.
000380     05 WH-REQUESTED-BY PIC X(08).
000390     05 FILLER PIC X(01) VALUE SPACES.
000400     05 WH-APPROVED-BY PIC X(08).
