000333*                  FAILED-TRANSACTION IMAGE FOR CUSTRCYC.
000334* 2026-09-02  JR   REJ-LINE WIDENED AGAIN TO X(180) FOR THE
000335*                  SIX-DIGIT CUSTUMER-ID EXPANSION.
000336* 2026-10-15  JR   REJ-LINE WIDENED TO X(230) FOR THE EMAIL,
000337*                  DELIVERY PREFERENCE AND PARENT ACCOUNT ID.
000338*----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. IBM-370.
000530 FILE SECTION.
000540 FD  CUSTOMER-REJECT-FILE
000550     LABEL RECORDS ARE STANDARD.
000560 01  REJ-LINE PIC X(230).
000570 FD  CALC-CHECKPOINT-FILE
000580     LABEL RECORDS ARE STANDARD.
000590 01  CALC-CHECKPOINT-LINE.
