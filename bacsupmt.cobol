001900*                      THAN A THIRD FILE-ID IN BACMAINT.
002000*                      RETURN-CODE 4 FLAGS A RUN WITH ANY
002100*                      REJECTED TRANSACTIONS.
002110* 10/15/26  DW         THE SUPPLIER RECORD NOW CARRIES PAYMENT
002120*                      TERMS IN DAYS (SUP-TERMS-DAYS, OUT OF
002130*                      THE FILLER) FOR THE NEW PAYABLES MATCH,
002140*                      BACAPMAT, TO FIGURE INVOICE DUE DATES.
002150*                      THE TRANSACTION DATA AREA AND THE
002160*                      REGISTER IMAGES GROW THREE BYTES TO
002170*                      MATCH.
002200*---------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
005500         10  ST-CONTACT           PIC X(20).
005600         10  ST-PHONE             PIC X(12).
005700         10  ST-MIN-ORDER-DOLS    PIC 9(05)V99.
005710         10  ST-TERMS-DAYS        PIC 9(03).
005800     05  FILLER              PIC X(02).
005900
006000*---------------------------------------------------------------
006100* SUPPLIER-MASTER - ONE RECORD PER SUPPLIER, KEYED ON THE SAME
006200* FOUR-CHARACTER CODE INVENTORY-MASTER AND THE PO FILES CARRY:
006300* NAME, ADDRESS, CONTACT, PHONE, MINIMUM-ORDER DOLLARS, AND
006310* PAYMENT TERMS IN DAYS FROM THE INVOICE DATE.
006400*---------------------------------------------------------------
006500 FD  SUPPLIER-MASTER
006600     LABEL RECORDS ARE STANDARD.
007200     05  SUP-CONTACT         PIC X(20).
007300     05  SUP-PHONE           PIC X(12).
007400     05  SUP-MIN-ORDER-DOLS  PIC 9(05)V99.
007410     05  SUP-TERMS-DAYS      PIC 9(03).
007500     05  FILLER              PIC X(07).
007600
007700*---------------------------------------------------------------
007800* CHANGE-REGISTER - THE PRINTED BEFORE/AFTER RECORD OF EVERY
014200     05  FILLER              PIC X(91) VALUE SPACES.
014300
014400 01  RPT-IMAGE-LINE.
014500     05  FILLER              PIC X(02) VALUE SPACES.
014600     05  RI-LABEL            PIC X(08).
014700     05  RI-IMAGE            PIC X(121).
014800     05  FILLER              PIC X(01) VALUE SPACES.
014900
015000 01  RPT-REJECT-LINE.
015100     05  FILLER              PIC X(04) VALUE SPACES.
022500 2100-APPLY-SUPPLIER-TRANS.
022600     IF ST-ACTION = "A"
022700         MOVE SPACES TO SUPPLIER-REC
022800         MOVE ST-DATA TO SUPPLIER-REC (1:121)
022900         WRITE SUPPLIER-REC
023000             INVALID KEY
023100                 MOVE "SUPPLIER ALREADY ON FILE"
024700         GO TO 2100-EXIT
024800     END-IF.
024900     MOVE SPACES TO RI-IMAGE.
025000     MOVE SUPPLIER-REC TO RI-IMAGE (1:121).
025100     PERFORM 7210-WRITE-BEFORE-IMAGE THRU 7210-EXIT.
025200     IF ST-ACTION = "C"
025300         MOVE ST-DATA TO SUPPLIER-REC (1:121)
025400         REWRITE SUPPLIER-REC
025500             INVALID KEY
025600                 MOVE "SUPPLIER REWRITE FAILED"
031300         SET TRANS-IS-INVALID TO TRUE
031400         GO TO 4000-EXIT
031500     END-IF.
031510     IF ST-TERMS-DAYS NOT NUMERIC
031520         MOVE "TERMS DAYS NOT NUMERIC" TO WS-REJECT-REASON
031530         SET TRANS-IS-INVALID TO TRUE
031540         GO TO 4000-EXIT
031550     END-IF.
031600 4000-EXIT.
031700     EXIT.
031800
036600 7200-WRITE-AFTER-IMAGE.
036700     MOVE "AFTER   " TO RI-LABEL.
036800     MOVE SPACES TO RI-IMAGE.
036900     MOVE ST-DATA TO RI-IMAGE (1:121).
037000     WRITE RPT-LINE FROM RPT-IMAGE-LINE AFTER ADVANCING 1 LINE.
037100     ADD 1 TO WS-LINES-ON-PAGE.
037200 7200-EXIT.
