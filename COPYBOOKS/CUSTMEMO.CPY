000010*----------------------------------------------------------------
000020* CUSTMEMO
000030* MEMO-POST RECORD LAYOUT FOR THE MEMOBAL WORK FILE - A PER-RUN
000040* KSDS KEYED ON CUSTUMER-ID, DEFINED EMPTY BY IDCAMS AHEAD OF THE
000050* STEP AND DELETED AFTER IT, THE SAME WAY CUSTSTMT'S CUSTHWRK IS.
000060* CALC_COB LINK MODE, CUSTLBX AND CUSTMRGE POST HERE INSTEAD OF TO
000070* CUSTMAST ON A TRIAL RUN, AND ON THE PROJECTION PASS THAT PROVES
000080* A REAL RUN'S CONTROL CARD, SO A CUSTOMER TOUCHED MORE THAN ONCE
000090* SEES ITS OWN PROJECTED RECORD THE SECOND TIME - EXACTLY AS THE
000100* REAL RUN SEES ITS REWRITTEN MASTER RECORD.
000110* MM-CURRENT-BALANCE IS THE LIVE MASTER BALANCE WHEN THE CUSTOMER
000120* WAS FIRST TOUCHED.  MM-MASTER-IMAGE IS THE WHOLE PROJECTED
000130* CUSTREC RECORD, HELD WIDER THAN CUSTREC SO THE MASTER LAYOUT
000140* CAN GROW WITHOUT THIS ONE HAVING TO.
000150*----------------------------------------------------------------
000160* MODIFICATION HISTORY
000170*----------------------------------------------------------------
000180* 2026-10-15  JR   ORIGINAL.
000190*----------------------------------------------------------------
000200 01  MEMO-RECORD.
000210     05 MM-CUSTUMER-ID PIC 9(06).
000220     05 MM-CURRENT-BALANCE PIC S9(09)V99.
000230     05 MM-POSTED-COUNT PIC 9(05).
000240     05 MM-MASTER-IMAGE PIC X(300).
000250     05 FILLER PIC X(08).
