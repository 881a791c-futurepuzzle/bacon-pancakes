001950* 09/02/26  DW         THE DOCUMENT DATE NOW COMES FROM THE
001960*                      RUN-CONTROL FILE'S BUSINESS DATE, LIKE
001970*                      THE REST OF THE NIGHTLY STREAM.
001980* 10/15/26  DW         SUPPLIER-REC PICKS UP THE NEW PAYMENT
001990*                      TERMS FIELD BACSUPMT MAINTAINS.
002000*---------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
006600     05  SUP-CONTACT         PIC X(20).
006700     05  SUP-PHONE           PIC X(12).
006800     05  SUP-MIN-ORDER-DOLS  PIC 9(05)V99.
006810     05  SUP-TERMS-DAYS      PIC 9(03).
006900     05  FILLER              PIC X(07).
007000
007100*---------------------------------------------------------------
007200* PO-DOCUMENTS - ONE PRINTED PURCHASE-ORDER DOCUMENT PER
