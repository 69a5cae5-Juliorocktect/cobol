000010*----------------------------------------------------------------
000020* CUSTNOTR
000030* COLLECTOR CONTACT-NOTE RECORD LAYOUT FOR THE CUSTNOTE FILE.
000040* EVERY CALL, LETTER, VISIT AND PROMISE ABOUT AN ACCOUNT IS ONE
000050* DATED, OPERATOR-STAMPED RECORD, KEYED BY CUSTUMER-ID FOLLOWED
000060* BY THE DATE AND TIME IT WAS FILED, SO ONE ACCOUNT'S NOTES READ
000070* BACK IN THE ORDER THEY WERE TAKEN.  WRITTEN BY CUSTNOTE, RE-
000080* KEYED ONTO THE SURVIVOR BY CUSTMRGE, STAMPED BY CUSTARCH AND
000090* CUSTARIN AS THE ACCOUNT LEAVES AND RETURNS, AND READ BY CUSTINQ.
000100* NT-FILED-UNDER-ID KEEPS THE ACCOUNT THE NOTE WAS FIRST TAKEN ON
000110* AFTER A MERGE HAS MOVED IT.
000120*----------------------------------------------------------------
000130* MODIFICATION HISTORY
000140*----------------------------------------------------------------
000150* 2026-10-15  JR   ORIGINAL.
000160*----------------------------------------------------------------
000170 01  CUSTNOTE-RECORD.
000180     05 NT-NOTE-KEY.
000190         10 NT-CUSTUMER-ID PIC 9(06).
000200         10 NT-NOTE-DATE PIC 9(08).
000210         10 NT-NOTE-TIME PIC 9(08).
000220     05 NT-OPERATOR PIC X(08).
000230     05 NT-CONTACT-TYPE PIC X(01).
000240         88 NT-CONTACT-CALL VALUE 'C'.
000250         88 NT-CONTACT-LETTER VALUE 'L'.
000260         88 NT-CONTACT-PROMISE VALUE 'P'.
000270         88 NT-CONTACT-VISIT VALUE 'V'.
000280         88 NT-CONTACT-OTHER VALUE 'O'.
000290         88 NT-CONTACT-SYSTEM VALUE 'S'.
000300         88 NT-CONTACT-KEYED VALUE 'C' 'L' 'P' 'V' 'O'.
000310     05 NT-FILED-UNDER-ID PIC 9(06).
000320     05 NT-NOTE-TEXT PIC X(60).
