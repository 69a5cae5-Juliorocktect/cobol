000010*----------------------------------------------------------------
000020* CUSTRATR
000030* EXCHANGE-RATE RECORD LAYOUT FOR THE FXRATES FILE.  ONE RECORD
000040* PER CURRENCY PER EFFECTIVE DATE, KEYED BY THE THREE-LETTER
000050* CURRENCY CODE FOLLOWED BY THE EFFECTIVE DATE, SO ONE
000060* CURRENCY'S RATES READ BACK TOGETHER OLDEST FIRST.  THE RATE IN
000070* FORCE ON A GIVEN DAY IS THE ACTIVE RECORD WITH THE LATEST
000080* EFFECTIVE DATE NOT AFTER THAT DAY.  FX-EXCH-RATE IS BASE-
000090* CURRENCY UNITS PER ONE UNIT OF THE FOREIGN CURRENCY, SO THE
000100* BASE AMOUNT IS THE FOREIGN AMOUNT TIMES THE RATE.  THE BASE
000110* CURRENCY ITSELF (USD) CARRIES NO RECORD.  WRITTEN AND CHANGED
000120* BY CUSTRATE, READ BY CALC_COB AND CUSTLBX.
000130*----------------------------------------------------------------
000140* MODIFICATION HISTORY
000150*----------------------------------------------------------------
000160* 2026-10-15  JR   ORIGINAL.
000170*----------------------------------------------------------------
000180 01  FXRATE-RECORD.
000190     05 FX-RATE-KEY.
000200         10 FX-CURRENCY-CODE PIC X(03).
000210         10 FX-EFFECTIVE-DATE PIC 9(08).
000220     05 FX-RATE-STATUS PIC X(01).
000230         88 FX-RATE-ACTIVE VALUE 'A'.
000240         88 FX-RATE-WITHDRAWN VALUE 'X'.
000250     05 FX-EXCH-RATE PIC 9(04)V9(06).
000260     05 FX-SETUP-DATE PIC 9(08).
000270     05 FX-SETUP-OPERATOR PIC X(08).
000280     05 FX-CHANGE-DATE PIC 9(08).
000290     05 FX-CHANGE-OPERATOR PIC X(08).
000300     05 FX-PRIOR-RATE PIC 9(04)V9(06).
