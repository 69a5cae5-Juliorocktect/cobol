000010*----------------------------------------------------------------
000020* CUSTAPYR
000030* AUTOPAY (DIRECT-DEBIT) ENROLLMENT RECORD LAYOUT FOR THE AUTOPAY
000040* FILE.  ONE RECORD PER ENROLLED CUSTOMER, KEYED BY CUSTUMER-ID.
000050* WRITTEN AND CHANGED BY CUSTAPAY, PULLED BY CUSTAPUL, AND
000060* MARKED BY CUSTAPRT WHEN THE BANK SENDS A DEBIT BACK UNPAID.
000070* AP-PULL-FULL DRAWS THE WHOLE BALANCE OWED ON THE PULL DATE;
000080* AP-PULL-FIXED DRAWS AP-FIXED-AMOUNT (NEVER MORE THAN THE
000090* BALANCE OWED).  AP-PULL-DAY IS 01-28 SO THE DAY FALLS IN
000100* EVERY MONTH.  AP-LAST-PULL-PERIOD (YYYYMM) IS STAMPED BY
000110* CUSTAPUL AND STOPS A SECOND PULL IN THE SAME MONTH.  THE
000120* LAST DEBIT SENT - ITS DATE, AMOUNT AND BANK TRACE NUMBER - IS
000130* KEPT SO A RETURN CAN BE MATCHED TO IT.  AP-RETURN-COUNT IS
000140* THE RUN OF CONSECUTIVE RETURNED DEBITS; THE NEXT PULL AFTER A
000150* DEBIT THAT WAS NOT SENT BACK CLEARS IT.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15  JR   ORIGINAL.
000200*----------------------------------------------------------------
000210 01  AUTOPAY-RECORD.
000220     05 AP-CUSTUMER-ID PIC 9(06).
000230     05 AP-ENROLL-STATUS PIC X(01).
000240         88 AP-ENROLL-ACTIVE VALUE 'A'.
000250         88 AP-ENROLL-DROPPED VALUE 'D'.
000260         88 AP-ENROLL-CANCELLED VALUE 'X'.
000270     05 AP-ROUTING-NUMBER PIC 9(09).
000280     05 AP-ROUTING-PARTS REDEFINES AP-ROUTING-NUMBER.
000290         10 AP-ROUTING-DFI PIC 9(08).
000300         10 AP-ROUTING-CHECK-DIGIT PIC 9(01).
000310     05 AP-BANK-ACCOUNT PIC X(17).
000320     05 AP-ACCOUNT-TYPE PIC X(01).
000330         88 AP-CHECKING VALUE 'C'.
000340         88 AP-SAVINGS VALUE 'S'.
000350     05 AP-PULL-TYPE PIC X(01).
000360         88 AP-PULL-FULL VALUE 'F'.
000370         88 AP-PULL-FIXED VALUE 'X'.
000380     05 AP-FIXED-AMOUNT PIC S9(07)V99.
000390     05 AP-PULL-DAY PIC 9(02).
000400     05 AP-SETUP-DATE PIC 9(08).
000410     05 AP-SETUP-OPERATOR PIC X(08).
000420     05 AP-CHANGE-DATE PIC 9(08).
000430     05 AP-CHANGE-OPERATOR PIC X(08).
000440     05 AP-LAST-PULL-PERIOD PIC 9(06).
000450         88 AP-NEVER-PULLED VALUE ZERO.
000460     05 AP-LAST-PULL-DATE PIC 9(08).
000470     05 AP-LAST-PULL-AMOUNT PIC S9(09)V99.
000480     05 AP-LAST-TRACE-NUMBER PIC 9(15).
000490     05 AP-LAST-PULL-STATUS PIC X(01).
000500         88 AP-LAST-PULL-SENT VALUE 'S'.
000510         88 AP-LAST-PULL-RETURNED VALUE 'R'.
000520     05 AP-PULL-COUNT PIC 9(04).
000530     05 AP-PULL-TOTAL PIC S9(09)V99.
000540     05 AP-RETURN-COUNT PIC 9(02).
000550     05 AP-LAST-RETURN-DATE PIC 9(08).
000560     05 AP-LAST-RETURN-REASON PIC X(04).
000570     05 AP-DROP-DATE PIC 9(08).
