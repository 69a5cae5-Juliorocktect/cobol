000010*----------------------------------------------------------------
000020* CUSTRCHR
000030* RECURRING-CHARGE SCHEDULE RECORD LAYOUT FOR THE RECSCHED FILE.
000040* ONE RECORD PER STANDING CHARGE, KEYED BY CUSTUMER-ID FOLLOWED
000050* BY A TWO-DIGIT SCHEDULE NUMBER, SO A CUSTOMER MAY CARRY UP TO
000060* 99 STANDING CHARGES AND ONE ACCOUNT'S SCHEDULES READ BACK
000070* TOGETHER.  WRITTEN AND CHANGED BY CUSTRCHG, BILLED BY CUSTBILL.
000080* RS-LAST-BILLED-PERIOD (YYYYMM) IS STAMPED BY CUSTBILL WHEN THE
000090* CHARGE POSTS AND IS WHAT STOPS A SECOND BILLING OF THE SAME
000100* SCHEDULE FOR THE SAME PERIOD.  RS-TRANS-TYPE IS THE CUSTHIST
000110* TRANSACTION TYPE THE BILLING POSTS - ALWAYS 'C' (CHARGE).
000120*----------------------------------------------------------------
000130* MODIFICATION HISTORY
000140*----------------------------------------------------------------
000150* 2026-10-15  JR   ORIGINAL.
000160*----------------------------------------------------------------
000170 01  RECSCHED-RECORD.
000180     05 RS-SCHEDULE-KEY.
000190         10 RS-CUSTUMER-ID PIC 9(06).
000200         10 RS-SCHEDULE-NO PIC 9(02).
000210     05 RS-SCHEDULE-STATUS PIC X(01).
000220         88 RS-SCHEDULE-ACTIVE VALUE 'A'.
000230         88 RS-SCHEDULE-CANCELLED VALUE 'X'.
000240     05 RS-CHARGE-AMOUNT PIC S9(07)V99.
000250     05 RS-FREQUENCY PIC X(01).
000260         88 RS-MONTHLY VALUE 'M'.
000270         88 RS-QUARTERLY VALUE 'Q'.
000280         88 RS-ANNUAL VALUE 'A'.
000290         88 RS-FREQUENCY-VALID VALUE 'M' 'Q' 'A'.
000300     05 RS-START-DATE PIC 9(08).
000310     05 RS-END-DATE PIC 9(08).
000320         88 RS-OPEN-ENDED VALUE ZERO.
000330     05 RS-TRANS-TYPE PIC X(01).
000340         88 RS-TYPE-CHARGE VALUE 'C'.
000350     05 RS-DESCRIPTION PIC X(20).
000360     05 RS-SETUP-DATE PIC 9(08).
000370     05 RS-SETUP-OPERATOR PIC X(08).
000380     05 RS-CHANGE-DATE PIC 9(08).
000390     05 RS-CHANGE-OPERATOR PIC X(08).
000400     05 RS-LAST-BILLED-PERIOD PIC 9(06).
000410         88 RS-NEVER-BILLED VALUE ZERO.
000420     05 RS-LAST-BILLED-DATE PIC 9(08).
000430     05 RS-BILLED-COUNT PIC 9(04).
000440     05 RS-BILLED-TOTAL PIC S9(09)V99.
