000520*                  SO THE STRAIGHT TOTALS WERE LIFETIME FIGURES.
000530* 2026-09-02  JR   CB-CUSTOMER-MERGED-TO ADDED TO THE HAND-
000540*                  DECLARED BACKUP MIRROR TO MATCH THE CUSTREC
000541*                  FIELD CUSTMRGE ADDED.
000542* 2026-10-15  JR   CB-CUSTOMER-ADDRESS-FLAG AND ITS DATE ADDED TO
000543*                  THE BACKUP MIRROR TO MATCH THE CUSTREC
000544*                  RETURNED-MAIL FIELDS.
000545* 2026-10-15  JR   CB-CUSTOMER-WRITEOFF-TOTAL, ITS DATE AND CB-
000546*                  CUSTOMER-RECOVERED-TOTAL ADDED TO THE BACKUP
000547*                  MIRROR TO MATCH THE CUSTREC BAD-DEBT FIELDS.
000548* 2026-10-15  JR   CB-CUSTOMER-EMAIL, CB-CUSTOMER-DELIVERY-PREF
000549*                  AND CB-CUSTOMER-EMAIL-BOUNCE-DATE ADDED TO THE
000550*                  BACKUP MIRROR TO MATCH THE CUSTREC STATEMENT-
000551*                  DELIVERY FIELDS.
000552* 2026-10-15  JR   CB-CUSTOMER-DORMANCY-FLAG AND ITS DATE ADDED TO
000553*                  THE BACKUP MIRROR TO MATCH THE CUSTREC
000554*                  UNCLAIMED-PROPERTY FIELDS.
000555* 2026-10-15  JR   CB-CUSTOMER-PARENT-ID ADDED TO THE BACKUP
000556*                  MIRROR TO MATCH THE CUSTREC PARENT ACCOUNT
000557*                  LINK.
000560*----------------------------------------------------------------
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
001040     05 CB-CUSTOMER-BALANCE PIC S9(09)V99.
001050     05 CB-CUSTOMER-STATUS PIC X(01).
001060     05 CB-CUSTOMER-PHONE PIC X(14).
001061     05 CB-CUSTOMER-MERGED-TO PIC 9(06).
001062     05 CB-CUSTOMER-ADDRESS-FLAG PIC X(01).
001063     05 CB-CUSTOMER-ADDRESS-FLAG-DATE PIC 9(08).
001064     05 CB-CUSTOMER-WRITEOFF-TOTAL PIC S9(09)V99.
001065     05 CB-CUSTOMER-WRITEOFF-DATE PIC 9(08).
001066     05 CB-CUSTOMER-RECOVERED-TOTAL PIC S9(09)V99.
001067     05 CB-CUSTOMER-EMAIL PIC X(50).
001068     05 CB-CUSTOMER-DELIVERY-PREF PIC X(01).
001069     05 CB-CUSTOMER-EMAIL-BOUNCE-DATE PIC 9(08).
001070     05 CB-CUSTOMER-DORMANCY-FLAG PIC X(01).
001071     05 CB-CUSTOMER-DORMANCY-DATE PIC 9(08).
001072     05 CB-CUSTOMER-PARENT-ID PIC 9(06).
001080*----------------------------------------------------------------
001090* CUSTOMER-HISTORY-FILE - SEE COPY CUSTHIST BELOW.  ITS RECORD IS
001100* READ DIRECTLY (NOT VIA A RAW-LINE BUFFER) THE SAME WAY CALC_COB
