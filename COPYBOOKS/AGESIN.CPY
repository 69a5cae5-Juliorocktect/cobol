000135*                  DELIBERATELY DOES NOT CONVERT IT - THE
000136*                  UPSTREAM AGE-EXTRACT PRODUCER MUST SUPPLY THE
000137*                  WIDER RECORD FROM THE CUTOVER ON.
000138* 2026-10-15  JR   NOW ALSO READ BY CUSTAGED FOR THE MONTH-END
000139*                  DELINQUENCY ANALYSIS BY AGE BRACKET.  LAYOUT
000140*                  UNCHANGED.
000141*----------------------------------------------------------------
000150 01  AGES-INPUT-RECORD.
000160     05 AI-CUSTUMER-ID PIC 9(06).
000170     05 AI-AGE PIC 9(03).
