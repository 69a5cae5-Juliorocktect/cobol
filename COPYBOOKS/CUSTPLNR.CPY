000010*----------------------------------------------------------------
000020* CUSTPLNR
000030* INSTALLMENT PAYMENT-PLAN RECORD LAYOUT - ONE RECORD PER
000040* CUSTOMER ON THE PAYPLAN FILE, KEYED BY CUSTUMER-ID THE SAME WAY
000050* CUSTMAST IS.  HOLDS THE AMOUNT COLLECTIONS AGREED, THE NUMBER OF
000060* INSTALLMENTS AND THE SCHEDULE OF DUE DATES, WITH EACH
000070* INSTALLMENT MARKED KEPT OR BROKEN BY THE NIGHTLY CUSTPLCK STEP.
000080* WRITTEN BY CUSTPLAN (SET-UP AND CANCEL), UPDATED BY CUSTPLCK
000090* AND READ BY CUSTINQ, SO THE LAYOUT IS SHARED THE SAME WAY
000100* CUSTREC IS SHARED FOR THE MASTER RECORD.
000110*----------------------------------------------------------------
000120* MODIFICATION HISTORY
000130*----------------------------------------------------------------
000140* 2026-10-15  JR   ORIGINAL.
000150*----------------------------------------------------------------
000160 01  PAYPLAN-RECORD.
000170     05 PP-CUSTUMER-ID PIC 9(06).
000180     05 PP-PLAN-STATUS PIC X(01).
000190         88 PP-PLAN-ACTIVE VALUE 'A'.
000200         88 PP-PLAN-BROKEN VALUE 'B'.
000210         88 PP-PLAN-KEPT VALUE 'K'.
000220         88 PP-PLAN-CANCELLED VALUE 'X'.
000230         88 PP-PLAN-OPEN VALUE 'A' 'B'.
000240     05 PP-SETUP-DATE PIC 9(08).
000250     05 PP-SETUP-OPERATOR PIC X(08).
000260     05 PP-CANCEL-DATE PIC 9(08).
000270     05 PP-CANCEL-OPERATOR PIC X(08).
000280     05 PP-PLAN-AMOUNT PIC S9(09)V99.
000290     05 PP-INSTALLMENT-COUNT PIC 9(02).
000300     05 PP-INSTALLMENT-AMOUNT PIC S9(09)V99.
000310     05 PP-FREQUENCY PIC X(01).
000320         88 PP-WEEKLY VALUE 'W'.
000330         88 PP-BIWEEKLY VALUE 'B'.
000340         88 PP-MONTHLY VALUE 'M'.
000350     05 PP-KEPT-COUNT PIC 9(02).
000360     05 PP-BROKEN-COUNT PIC 9(02).
000370     05 PP-LAST-CHECK-DATE PIC 9(08).
000380     05 PP-PAID-TO-DATE PIC S9(09)V99.
000390*----------------------------------------------------------------
000400* THE SCHEDULE.  PP-INST-PAID IS THE PAYMENTS RECEIVED FROM THE
000410* SET-UP DATE THROUGH THAT INSTALLMENT'S DUE DATE, REBUILT FROM
000420* CUSTHIST EVERY NIGHT, SO AN EARLY PAYMENT COUNTS TOWARD EVERY
000430* LATER INSTALLMENT.
000440*----------------------------------------------------------------
000450     05 PP-INSTALLMENT OCCURS 24 TIMES.
000460         10 PP-DUE-DATE PIC 9(08).
000470         10 PP-INST-STATUS PIC X(01).
000480             88 PP-INST-OPEN VALUE SPACE.
000490             88 PP-INST-KEPT VALUE 'K'.
000500             88 PP-INST-BROKEN VALUE 'B'.
000510         10 PP-INST-PAID PIC S9(09)V99.
