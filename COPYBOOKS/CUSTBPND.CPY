000010*----------------------------------------------------------------
000020* CUSTBPND
000030* PENDING BALANCE-CHANGE RECORD LAYOUT FOR THE BALPEND FILE.  ONE
000040* RECORD IS APPENDED BY POINT_COBOL'S 1400-CHANGE-CUSTOMER FOR
000050* EVERY CUSTMNT CHANGE THAT WOULD MOVE A CUSTOMER'S BALANCE BY
000060* MORE THAN THE RUN'S APPROVAL THRESHOLD - THE BALANCE IS HELD
000070* HERE INSTEAD OF BEING FILED - AND READ BACK BY CUSTBAPR, WHICH
000080* TAKES THE SECOND-OPERATOR APPROVE/DENY DECISION AND FILES THE
000090* APPROVED FIGURE.  BP-OLD-BALANCE IS THE BALANCE ON THE MASTER
000100* WHEN THE CHANGE WAS KEYED; BP-NEW-BALANCE IS THE FIGURE THE
000110* CHANGE ASKED FOR.  CUSTINQ AND CUSTSUM READ THE SAME LAYOUT,
000120* SHARED THE WAY CALCSUSP IS.
000130*----------------------------------------------------------------
000140* MODIFICATION HISTORY
000150*----------------------------------------------------------------
000160* 2026-10-15  JR   ORIGINAL.
000170*----------------------------------------------------------------
000180 01  WS-BALPEND-RECORD.
000190     05 BP-CUSTUMER-ID PIC 9(06).
000200     05 FILLER PIC X(01) VALUE SPACES.
000210     05 BP-KEYED-DATE PIC 9(08).
000220     05 FILLER PIC X(01) VALUE SPACES.
000230     05 BP-KEYED-TIME PIC 9(08).
000240     05 FILLER PIC X(01) VALUE SPACES.
000250     05 BP-KEYED-BY PIC X(08).
000260     05 FILLER PIC X(01) VALUE SPACES.
000270     05 BP-OLD-BALANCE PIC S9(09)V99.
000280     05 FILLER PIC X(01) VALUE SPACES.
000290     05 BP-NEW-BALANCE PIC S9(09)V99.
000300     05 FILLER PIC X(01) VALUE SPACES.
000310     05 BP-TRANS-TYPE PIC X(01).
000320     05 FILLER PIC X(01) VALUE SPACES.
000330*    'S' IS A STALE ITEM - THE BALANCE MOVED (OR THE ACCOUNT
000340*    LEFT THE MASTER) BETWEEN KEYING AND APPROVAL, SO THE FIGURE
000350*    ASKED FOR NO LONGER MEANS WHAT THE KEYER MEANT.  IT IS
000360*    REFUSED AND MUST BE KEYED AGAIN AGAINST THE CURRENT BALANCE.
000370     05 BP-STATUS PIC X(01).
000380         88 BP-PENDING VALUES 'P' SPACE.
000390         88 BP-APPROVED VALUE 'A'.
000400         88 BP-DENIED VALUE 'D'.
000410         88 BP-STALE VALUE 'S'.
000420     05 FILLER PIC X(01) VALUE SPACES.
000430     05 BP-DECISION-DATE PIC 9(08).
000440     05 FILLER PIC X(01) VALUE SPACES.
000450     05 BP-REVIEWED-BY PIC X(08).
