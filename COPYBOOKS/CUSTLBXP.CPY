000010*----------------------------------------------------------------
000020* CUSTLBXP
000030* LOCKBOX POSTING JOURNAL RECORD LAYOUT FOR THE LBXPOST FILE.
000040* CUSTLBX APPENDS ONE RECORD FOR EVERY LOCKBOX ITEM IT HANDLES -
000050* POSTED TO THE MASTER ('P') OR ROUTED TO LBXEXCP ('E') - WITH
000060* THE BANK'S OWN ITEM REFERENCE (THE CHECK NUMBER) AND DEPOSIT
000070* DATE, SO CUSTBREC CAN MATCH WHAT WAS POSTED AGAINST THE CASH
000080* THE BANK STATEMENT SAYS WAS CREDITED.  LP-BASE-AMOUNT IS THE
000090* AMOUNT IN BASE CURRENCY (THE FACE AMOUNT WHEN THE ITEM WAS IN
000100* BASE, OR WHEN NO RATE WAS ON FILE TO CONVERT IT); THE FACE
000110* AMOUNT AND CURRENCY ARE KEPT AS THE BANK SENT THEM.
000120*----------------------------------------------------------------
000130* MODIFICATION HISTORY
000140*----------------------------------------------------------------
000150* 2026-10-15  JR   ORIGINAL.
000160*----------------------------------------------------------------
000170 01  LBXPOST-RECORD.
000180     05 LP-DEPOSIT-DATE PIC 9(08).
000190     05 LP-REFERENCE PIC X(10).
000200     05 LP-BASE-AMOUNT PIC S9(09)V99.
000210     05 LP-CUSTUMER-ID PIC 9(06).
000220     05 LP-DISPOSITION PIC X(01).
000230         88 LP-POSTED VALUE 'P'.
000240         88 LP-EXCEPTED VALUE 'E'.
000250     05 LP-FACE-AMOUNT PIC S9(09)V99.
000260     05 LP-CURRENCY-CODE PIC X(03).
000270     05 LP-POST-DATE PIC 9(08).
000280     05 LP-POST-TIME PIC 9(08).
000290     05 FILLER PIC X(14).
