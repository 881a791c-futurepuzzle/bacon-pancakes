000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BACAPMAT.
000300 AUTHOR. DW.
000400 INSTALLATION. KITCHEN-DATA-PROCESSING.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*SUPPLIER INVOICE THREE-WAY MATCH.  READS THE KEYED SUPPLIER
000800*INVOICE LINES AND MATCHES EACH ONE AGAINST THE QUANTITY BACRECV
000900*ACTUALLY POSTED FOR THAT INVOICE (FROM THE MOVEMENT LEDGER), THE
001000*OPEN-PO MASTER ORDER IT WAS DELIVERED AGAINST, AND THE COST
001100*MASTER UNIT COST.  AN INVOICE WHOSE LINES ALL MATCH OPENS AN ITEM
001200*ON THE PAYABLES MASTER, DUE ON THE INVOICE DATE PLUS THE
001300*SUPPLIER'S PAYMENT TERMS; ONE WITH ANY EXCEPTION IS HELD AND
001400*LISTED ON THE MATCH REGISTER FOR THE OWNER TO TAKE UP WITH THE
001500*SUPPLIER.  BOTH INPUTS ARRIVE SORTED ON INVOICE NUMBER AND ITEM
001600*BY THE SORT STEPS AHEAD OF THIS ONE.
001700*---------------------------------------------------------------
001800* MODIFICATION HISTORY
001900*---------------------------------------------------------------
002000* 10/15/26  DW         ORIGINAL VERSION.  QUANTITIES ARE BILLED
002100*                      IN SUPPLIER PACKS, THE WAY THE RECEIVERS
002200*                      KEY THEM, AND CONVERTED TO RECIPE UNITS
002300*                      THROUGH INV-PACK-SIZE BEFORE THEY ARE
002400*                      COMPARED; THE BILLED PACK PRICE IS
002500*                      LIKEWISE BROKEN DOWN TO A UNIT PRICE
002600*                      BEFORE IT IS HELD UP TO CM-UNIT-COST.  THE
002700*                      PRICE TOLERANCE IS CARRIED IN WORKING-
002800*                      STORAGE AT FIVE PERCENT, LIKE BACRECON'S.
002900*                      RETURN-CODE 4 FLAGS A RUN WITH ANY HELD
003000*                      INVOICE.
003010* 10/15/26  DW         VARIANCE PERCENT WIDENED AND THE COMPUTE
003020*                      GIVEN ON SIZE ERROR, SO A GROSSLY
003030*                      OVERPRICED LINE CANNOT TRUNCATE UNDER
003040*                      TOLERANCE AND PASS - IT IS HELD.
003100*---------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT INVOICE-FILE ASSIGN TO INVCSORT
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-INVC-STATUS.
003800
003900     SELECT RECEIPT-MOVE-FILE ASSIGN TO MOVESORT
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-MOV-STATUS.
004200
004300     SELECT INVENTORY-MASTER ASSIGN TO INVMAST
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS INV-KEY
004700         FILE STATUS IS WS-INV-STATUS.
004800
004900     SELECT COST-MASTER ASSIGN TO COSTMAST
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS CM-ITEM-CODE
005300         FILE STATUS IS WS-CST-STATUS.
005400
005500     SELECT PO-MASTER ASSIGN TO POMAST
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
005800         RECORD KEY IS PM-KEY
005900         FILE STATUS IS WS-POM-STATUS.
006000
006100     SELECT SUPPLIER-MASTER ASSIGN TO SUPPMAST
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS RANDOM
006400         RECORD KEY IS SUP-SUPPLIER-CODE
006500         FILE STATUS IS WS-SUP-STATUS.
006600
006700     SELECT PAYABLES-MASTER ASSIGN TO APMAST
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS RANDOM
007000         RECORD KEY IS AP-KEY
007100         FILE STATUS IS WS-APM-STATUS.
007200
007300     SELECT MATCH-REGISTER ASSIGN TO APMRPT
007400         ORGANIZATION IS SEQUENTIAL.
007500
007600 DATA DIVISION.
007700 FILE SECTION.
007800*---------------------------------------------------------------
007900* INVOICE-FILE - ONE RECORD PER SUPPLIER INVOICE LINE, KEYED
008000* FROM THE SUPPLIER'S BILL AS IT ARRIVES, SORTED ON INVOICE
008100* NUMBER, SUPPLIER, AND ITEM.  THE QUANTITY IS IN SUPPLIER PACKS
008200* AND THE UNIT PRICE IS THE PRICE BILLED PER PACK.
008300*---------------------------------------------------------------
008400 FD  INVOICE-FILE
008500     LABEL RECORDS ARE STANDARD.
008600 01  SUP-INVOICE-REC.
008700     05  SI-SUPPLIER-CODE    PIC X(04).
008800     05  SI-INVOICE-NO       PIC X(10).
008900     05  SI-ITEM-CODE        PIC X(04).
009000     05  SI-QTY-BILLED       PIC 9(07).
009100     05  SI-UNIT-PRICE       PIC 9(05)V99.
009200     05  SI-INVOICE-DATE     PIC 9(08).
009300     05  FILLER              PIC X(40).
009400
009500*---------------------------------------------------------------
009600* RECEIPT-MOVE-FILE - THE BACRECV RECORDS FROM THE SHARED
009700* INVENTORY MOVEMENT LEDGER, SORTED ON THE INVOICE NUMBER BACRECV
009800* CARRIES AS THE REFERENCE, THEN ITEM.  THE QUANTITY POSTED IS
009900* THE AFTER FIGURE LESS THE BEFORE FIGURE.
010000*---------------------------------------------------------------
010100 FD  RECEIPT-MOVE-FILE
010200     LABEL RECORDS ARE STANDARD.
010300 01  MOVE-REC.
010400     05  MV-DATE             PIC 9(08).
010500     05  MV-TIME             PIC 9(08).
010600     05  MV-PROGRAM          PIC X(08).
010700     05  MV-STORE-CODE       PIC X(02).
010800     05  MV-ITEM-CODE        PIC X(04).
010900     05  MV-QTY-BEFORE       PIC 9(07).
011000     05  MV-QTY-AFTER        PIC 9(07).
011100     05  MV-REFERENCE        PIC X(10).
011200     05  FILLER              PIC X(26).
011300
011400*---------------------------------------------------------------
011500* INVENTORY-MASTER - READ FOR THE ITEM NAME AND THE PACK SIZE
011600* THE RECEIPT WAS CONVERTED THROUGH.
011700*---------------------------------------------------------------
011800 FD  INVENTORY-MASTER
011900     LABEL RECORDS ARE STANDARD.
012000 01  INVENTORY-REC.
012100     05  INV-KEY.
012200         10  INV-STORE-CODE  PIC X(02).
012300         10  INV-ITEM-CODE   PIC X(04).
012400     05  INV-ITEM-NAME       PIC X(20).
012500     05  INV-QTY-ON-HAND     PIC 9(07).
012600     05  INV-REORDER-POINT   PIC 9(07).
012700     05  INV-SUPPLIER-CODE   PIC X(04).
012800     05  INV-ORDER-QTY       PIC 9(07).
012900     05  INV-PACK-SIZE       PIC 9(05).
013000     05  FILLER              PIC X(06).
013100
013200*---------------------------------------------------------------
013300* COST-MASTER - THE PER-UNIT COST THE BILLED PRICE IS HELD UP TO.
013400*---------------------------------------------------------------
013500 FD  COST-MASTER
013600     LABEL RECORDS ARE STANDARD.
013700 01  COST-REC.
013800     05  CM-ITEM-CODE        PIC X(04).
013900     05  CM-ITEM-NAME        PIC X(20).
014000     05  CM-UNIT-COST        PIC 9(03)V99.
014100     05  FILLER              PIC X(08).
014200
014300*---------------------------------------------------------------
014400* PO-MASTER - THE ORDER BACREORD OPENED AND BACRECV POSTED THE
014500* DELIVERY AGAINST, KEYED ON STORE PLUS ITEM.
014600*---------------------------------------------------------------
014700 FD  PO-MASTER
014800     LABEL RECORDS ARE STANDARD.
014900 01  PO-MASTER-REC.
015000     05  PM-KEY.
015100         10  PM-STORE-CODE   PIC X(02).
015200         10  PM-ITEM-CODE    PIC X(04).
015300     05  PM-SUPPLIER-CODE    PIC X(04).
015400     05  PM-ORDER-DATE       PIC 9(08).
015500     05  PM-ORDER-QTY        PIC 9(07).
015600     05  PM-QTY-RECEIVED     PIC 9(07).
015700     05  PM-STATUS           PIC X(01).
015800     05  PM-FILL-DATE        PIC 9(08).
015900     05  PM-INVOICE-NO       PIC X(10).
016000     05  FILLER              PIC X(29).
016100
016200*---------------------------------------------------------------
016300* SUPPLIER-MASTER - READ FOR THE SUPPLIER'S PAYMENT TERMS.
016400*---------------------------------------------------------------
016500 FD  SUPPLIER-MASTER
016600     LABEL RECORDS ARE STANDARD.
016700 01  SUPPLIER-REC.
016800     05  SUP-SUPPLIER-CODE   PIC X(04).
016900     05  SUP-NAME            PIC X(25).
017000     05  SUP-ADDR-1          PIC X(25).
017100     05  SUP-ADDR-2          PIC X(25).
017200     05  SUP-CONTACT         PIC X(20).
017300     05  SUP-PHONE           PIC X(12).
017400     05  SUP-MIN-ORDER-DOLS  PIC 9(05)V99.
017500     05  SUP-TERMS-DAYS      PIC 9(03).
017600     05  FILLER              PIC X(07).
017700
017800*---------------------------------------------------------------
017900* PAYABLES-MASTER - ONE OPEN ITEM PER MATCHED SUPPLIER INVOICE,
018000* KEYED ON SUPPLIER PLUS INVOICE NUMBER.  AP-STATUS IS O (OPEN)
018100* UNTIL THE INVOICE IS PAID IN FULL, THEN P.  BACCASHR PRINTS
018200* THE WEEKLY CASH REQUIREMENTS FROM IT.
018300*---------------------------------------------------------------
018400 FD  PAYABLES-MASTER
018500     LABEL RECORDS ARE STANDARD.
018600 01  AP-REC.
018700     05  AP-KEY.
018800         10  AP-SUPPLIER-CODE PIC X(04).
018900         10  AP-INVOICE-NO   PIC X(10).
019000     05  AP-INVOICE-DATE     PIC 9(08).
019100     05  AP-INVOICE-AMOUNT   PIC 9(07)V99.
019200     05  AP-AMOUNT-PAID      PIC 9(07)V99.
019300     05  AP-DUE-DATE         PIC 9(08).
019400     05  AP-STATUS           PIC X(01).
019500     05  AP-MATCH-DATE       PIC 9(08).
019600     05  FILLER              PIC X(23).
019700
019800*---------------------------------------------------------------
019900* MATCH-REGISTER - THE PRINTED RECORD OF EVERY INVOICE LINE
020000* MATCHED OR HELD THIS RUN.
020100*---------------------------------------------------------------
020200 FD  MATCH-REGISTER
020300     LABEL RECORDS ARE OMITTED.
020400 01  RPT-LINE                PIC X(132).
020500
020600 WORKING-STORAGE SECTION.
020700 01  SW-FILE-STATUS          PIC X(01).
020800     88  END-OF-INVOICES     VALUE "Y".
020900     88  MORE-INVOICES-EXIST VALUE "N".
021000
021100 01  SW-MOVE-FILE-STATUS     PIC X(01).
021200     88  END-OF-MOVES        VALUE "Y".
021300     88  MORE-MOVES-EXIST    VALUE "N".
021400
021500 01  SW-LINE-STATUS          PIC X(01).
021600     88  LINE-IS-MATCHED     VALUE "Y".
021700     88  LINE-IS-HELD        VALUE "N".
021800
021900 01  SW-SUPPLIER-STATUS      PIC X(01).
022000     88  SUPPLIER-ON-FILE    VALUE "Y".
022100     88  SUPPLIER-NOT-ON-FILE VALUE "N".
022200
022300 01  WS-INVC-STATUS          PIC X(02).
022400     88  INVC-STATUS-OK      VALUE "00".
022500
022600 01  WS-MOV-STATUS           PIC X(02).
022700     88  MOV-STATUS-OK       VALUE "00".
022800
022900 01  WS-INV-STATUS           PIC X(02).
023000     88  INV-STATUS-OK       VALUE "00".
023100
023200 01  WS-CST-STATUS           PIC X(02).
023300     88  CST-STATUS-OK       VALUE "00".
023400
023500 01  WS-POM-STATUS           PIC X(02).
023600     88  POM-STATUS-OK       VALUE "00".
023700
023800 01  WS-SUP-STATUS           PIC X(02).
023900     88  SUP-STATUS-OK       VALUE "00".
024000
024100 01  WS-APM-STATUS           PIC X(02).
024200     88  APM-STATUS-OK       VALUE "00".
024300
024400 01  WS-TOTAL-LINES-READ     PIC 9(05) VALUE ZERO COMP.
024500 01  WS-TOTAL-LINES-MATCHED  PIC 9(05) VALUE ZERO COMP.
024600 01  WS-TOTAL-LINES-HELD     PIC 9(05) VALUE ZERO COMP.
024700 01  WS-TOTAL-INVC-OPENED    PIC 9(05) VALUE ZERO COMP.
024800 01  WS-TOTAL-INVC-HELD      PIC 9(05) VALUE ZERO COMP.
024900 01  WS-TOTAL-OPENED-DOLS    PIC 9(09)V99 VALUE ZERO.
025000
025100*---------------------------------------------------------------
025200* MATCH KEYS - THE CURRENT INVOICE LINE'S INVOICE AND ITEM, AND
025300* THE MOVEMENT FILE'S REFERENCE AND ITEM, COMPARED TO STEP THE
025400* TWO SORTED FILES ALONG TOGETHER.
025500*---------------------------------------------------------------
025600 01  WS-INVC-KEY.
025700     05  WS-INVC-KEY-INVOICE PIC X(10).
025800     05  WS-INVC-KEY-ITEM    PIC X(04).
025900 01  WS-MOVE-KEY.
026000     05  WS-MOVE-KEY-INVOICE PIC X(10).
026100     05  WS-MOVE-KEY-ITEM    PIC X(04).
026200
026300*---------------------------------------------------------------
026400* THE INVOICE BEING MATCHED - ALL ITS LINES MUST MATCH BEFORE
026500* IT OPENS A PAYABLE.
026600*---------------------------------------------------------------
026700 01  WS-CUR-SUPPLIER-CODE    PIC X(04) VALUE SPACES.
026800 01  WS-CUR-INVOICE-NO       PIC X(10) VALUE SPACES.
026900 01  WS-CUR-INVOICE-DATE     PIC 9(08) VALUE ZERO.
027000 01  WS-CUR-TERMS-DAYS       PIC 9(03) VALUE ZERO.
027100 01  WS-INVC-LINES-HELD      PIC 9(03) VALUE ZERO COMP.
027200 01  WS-INVC-TOTAL-DOLS      PIC 9(07)V99 VALUE ZERO.
027300 01  WS-DATE-SERIAL          PIC 9(07) VALUE ZERO.
027400
027500*---------------------------------------------------------------
027600* LINE MATCH WORK FIELDS.  RECEIVED AND BILLED QUANTITIES ARE IN
027700* RECIPE UNITS; THE BILLED UNIT PRICE IS THE PACK PRICE SPREAD
027800* OVER THE PACK SIZE.
027900*---------------------------------------------------------------
028000 01  WS-RECEIVED-UNITS       PIC 9(07) VALUE ZERO.
028100 01  WS-RECEIVED-STORE       PIC X(02) VALUE SPACES.
028200 01  WS-BILLED-UNITS         PIC 9(09) VALUE ZERO.
028300 01  WS-PACK-SIZE            PIC 9(05) VALUE ZERO.
028400 01  WS-LINE-DOLS            PIC 9(07)V99 VALUE ZERO.
028500 01  WS-BILLED-UNIT-COST     PIC 9(05)V9(04) VALUE ZERO.
028600 01  WS-EXCEPTION-TEXT       PIC X(30) VALUE SPACES.
028700
028800*---------------------------------------------------------------
028900* EXCEPTIONS FOUND ON THE CURRENT LINE, PRINTED UNDER IT.
029000*---------------------------------------------------------------
029100 01  WS-EXC-COUNT            PIC 9(01) VALUE ZERO COMP.
029200 01  WS-EXC-SUB              PIC 9(01) VALUE ZERO COMP.
029300 01  WS-EXC-TABLE.
029400     05  WS-EXC-TEXT         PIC X(30) OCCURS 4 TIMES.
029500
029600*---------------------------------------------------------------
029700* PRICE TOLERANCE.  A BILLED UNIT PRICE MORE THAN
029800* WS-TOLERANCE-PCT ABOVE OR BELOW CM-UNIT-COST IS HELD.
029900*---------------------------------------------------------------
030000 01  WS-TOLERANCE-PCT        PIC 9(02)V9 VALUE 5.0.
030100 01  WS-VARIANCE-PCT         PIC S9(09)V9 VALUE ZERO.
030200 01  WS-ABS-PCT              PIC 9(09)V9 VALUE ZERO.
030300
030400*---------------------------------------------------------------
030500* REPORT CONTROL FIELDS.
030600*---------------------------------------------------------------
030700 01  WS-RUN-DATE-NUM         PIC 9(08).
030800 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-NUM.
030900     05  WS-RUN-YYYY         PIC 9(04).
031000     05  WS-RUN-MM           PIC 9(02).
031100     05  WS-RUN-DD           PIC 9(02).
031200
031300 01  WS-PAGE-NO              PIC 9(03) VALUE ZERO COMP.
031400 01  WS-LINES-ON-PAGE        PIC 9(02) VALUE ZERO COMP.
031500 01  WS-MAX-LINES-PER-PAGE   PIC 9(02) VALUE 20 COMP.
031600
031700*---------------------------------------------------------------
031800* REPORT HEADING AND DETAIL LINE LAYOUTS.
031900*---------------------------------------------------------------
032000 01  RPT-HEADING-1.
032100     05  FILLER              PIC X(28)
032200         VALUE "BACON PANCAKES - AP MATCH   ".
032300     05  RH1-MM              PIC 9(02).
032400     05  FILLER              PIC X(01) VALUE "/".
032500     05  RH1-DD              PIC 9(02).
032600     05  FILLER              PIC X(01) VALUE "/".
032700     05  RH1-YYYY            PIC 9(04).
032800     05  FILLER              PIC X(25) VALUE SPACES.
032900     05  FILLER              PIC X(05) VALUE "PAGE ".
033000     05  RH1-PAGE-NO         PIC ZZ9.
033100     05  FILLER              PIC X(61) VALUE SPACES.
033200
033300 01  RPT-HEADING-2.
033400     05  FILLER              PIC X(06) VALUE "SUPP".
033500     05  FILLER              PIC X(12) VALUE "INVOICE".
033600     05  FILLER              PIC X(06) VALUE "ITEM".
033700     05  FILLER              PIC X(04) VALUE "ST".
033800     05  FILLER              PIC X(22) VALUE "ITEM NAME".
033900     05  FILLER              PIC X(10) VALUE "BILLED".
034000     05  FILLER              PIC X(10) VALUE "RECEIVED".
034100     05  FILLER              PIC X(11) VALUE "UNIT PRICE".
034200     05  FILLER              PIC X(10) VALUE "UNIT COST".
034300     05  FILLER              PIC X(13) VALUE "LINE AMOUNT".
034400     05  FILLER              PIC X(28) VALUE "MATCH".
034500
034600 01  RPT-DETAIL-LINE.
034700     05  RD-SUPPLIER-CODE    PIC X(04).
034800     05  FILLER              PIC X(02) VALUE SPACES.
034900     05  RD-INVOICE-NO       PIC X(10).
035000     05  FILLER              PIC X(02) VALUE SPACES.
035100     05  RD-ITEM-CODE        PIC X(04).
035200     05  FILLER              PIC X(02) VALUE SPACES.
035300     05  RD-STORE-CODE       PIC X(02).
035400     05  FILLER              PIC X(02) VALUE SPACES.
035500     05  RD-ITEM-NAME        PIC X(20).
035600     05  FILLER              PIC X(02) VALUE SPACES.
035700     05  RD-BILLED-UNITS     PIC Z(6)9.
035800     05  FILLER              PIC X(03) VALUE SPACES.
035900     05  RD-RECEIVED-UNITS   PIC Z(6)9.
036000     05  FILLER              PIC X(03) VALUE SPACES.
036100     05  RD-UNIT-PRICE       PIC ZZZ9.9999.
036200     05  FILLER              PIC X(02) VALUE SPACES.
036300     05  RD-UNIT-COST        PIC ZZ9.99.
036400     05  FILLER              PIC X(04) VALUE SPACES.
036500     05  RD-LINE-DOLS        PIC Z(6)9.99.
036600     05  FILLER              PIC X(03) VALUE SPACES.
036700     05  RD-MATCH-FLAG       PIC X(07).
036800     05  FILLER              PIC X(21) VALUE SPACES.
036900
037000 01  RPT-EXCEPTION-LINE.
037100     05  FILLER              PIC X(30) VALUE SPACES.
037200     05  FILLER              PIC X(16)
037300         VALUE "** EXCEPTION ** ".
037400     05  RX-TEXT             PIC X(30).
037500     05  FILLER              PIC X(56) VALUE SPACES.
037600
037700 01  RPT-INVOICE-LINE.
037800     05  FILLER              PIC X(06) VALUE SPACES.
037900     05  FILLER              PIC X(08) VALUE "INVOICE ".
038000     05  RI-INVOICE-NO       PIC X(10).
038100     05  FILLER              PIC X(02) VALUE SPACES.
038200     05  RI-VERDICT          PIC X(30).
038300     05  FILLER              PIC X(08) VALUE "AMOUNT  ".
038400     05  RI-AMOUNT           PIC Z(6)9.99.
038500     05  FILLER              PIC X(02) VALUE SPACES.
038600     05  RI-DUE-LABEL        PIC X(04).
038700     05  RI-DUE-DATE         PIC X(08).
038800     05  FILLER              PIC X(44) VALUE SPACES.
038900
039000 01  RPT-TOTAL-LINE.
039100     05  RT-LABEL            PIC X(30).
039200     05  FILLER              PIC X(05) VALUE SPACES.
039300     05  RT-COUNT            PIC ZZZZZ9.
039400     05  FILLER              PIC X(91) VALUE SPACES.
039500
039600 01  RPT-MONEY-TOTAL-LINE.
039700     05  RM-LABEL            PIC X(30).
039800     05  FILLER              PIC X(05) VALUE SPACES.
039900     05  RM-MONEY            PIC Z(8)9.99.
040000     05  FILLER              PIC X(85) VALUE SPACES.
040100
040200 PROCEDURE DIVISION.
040300*---------------------------------------------------------------
040400* 0000-MAINLINE
040500*---------------------------------------------------------------
040600 0000-MAINLINE.
040700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
040800     PERFORM 2000-MATCH-ONE-INVOICE THRU 2000-EXIT
040900         UNTIL END-OF-INVOICES.
041000     PERFORM 9999-TERMINATE THRU 9999-EXIT.
041100     STOP RUN.
041200
041300*---------------------------------------------------------------
041400* 1000-INITIALIZE - OPEN THE FILES AND PRIME BOTH READS.
041500*---------------------------------------------------------------
041600 1000-INITIALIZE.
041700     SET MORE-INVOICES-EXIST TO TRUE.
041800     SET MORE-MOVES-EXIST TO TRUE.
041900     ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
042000     OPEN INPUT INVOICE-FILE.
042100     IF NOT INVC-STATUS-OK
042200         DISPLAY "BACAPMAT - INVOICE-FILE OPEN FAILED, "
042300             "STATUS " WS-INVC-STATUS
042400         MOVE 16 TO RETURN-CODE
042500         STOP RUN
042600     END-IF.
042700     OPEN INPUT RECEIPT-MOVE-FILE.
042800     IF NOT MOV-STATUS-OK
042900         DISPLAY "BACAPMAT - RECEIPT-MOVE-FILE OPEN FAILED, "
043000             "STATUS " WS-MOV-STATUS
043100         MOVE 16 TO RETURN-CODE
043200         STOP RUN
043300     END-IF.
043400     OPEN INPUT INVENTORY-MASTER.
043500     IF NOT INV-STATUS-OK
043600         DISPLAY "BACAPMAT - INVENTORY-MASTER OPEN FAILED, "
043700             "STATUS " WS-INV-STATUS
043800         MOVE 16 TO RETURN-CODE
043900         STOP RUN
044000     END-IF.
044100     OPEN INPUT COST-MASTER.
044200     IF NOT CST-STATUS-OK
044300         DISPLAY "BACAPMAT - COST-MASTER OPEN FAILED, "
044400             "STATUS " WS-CST-STATUS
044500         MOVE 16 TO RETURN-CODE
044600         STOP RUN
044700     END-IF.
044800     OPEN INPUT PO-MASTER.
044900     IF NOT POM-STATUS-OK
045000         DISPLAY "BACAPMAT - PO-MASTER OPEN FAILED, "
045100             "STATUS " WS-POM-STATUS
045200         MOVE 16 TO RETURN-CODE
045300         STOP RUN
045400     END-IF.
045500     OPEN INPUT SUPPLIER-MASTER.
045600     IF NOT SUP-STATUS-OK
045700         DISPLAY "BACAPMAT - SUPPLIER-MASTER OPEN FAILED, "
045800             "STATUS " WS-SUP-STATUS
045900         MOVE 16 TO RETURN-CODE
046000         STOP RUN
046100     END-IF.
046200     OPEN I-O PAYABLES-MASTER.
046300     IF NOT APM-STATUS-OK
046400         DISPLAY "BACAPMAT - PAYABLES-MASTER OPEN FAILED, "
046500             "STATUS " WS-APM-STATUS
046600         MOVE 16 TO RETURN-CODE
046700         STOP RUN
046800     END-IF.
046900     OPEN OUTPUT MATCH-REGISTER.
047000     PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT.
047100     PERFORM 3000-READ-INVOICE THRU 3000-EXIT.
047200     PERFORM 3100-READ-MOVE THRU 3100-EXIT.
047300 1000-EXIT.
047400     EXIT.
047500
047600*---------------------------------------------------------------
047700* 2000-MATCH-ONE-INVOICE - MATCH EVERY LINE OF ONE SUPPLIER
047800* INVOICE, THEN OPEN THE PAYABLE IF THEY ALL MATCHED OR HOLD THE
047900* WHOLE INVOICE IF ANY DID NOT.
048000*---------------------------------------------------------------
048100 2000-MATCH-ONE-INVOICE.
048200     MOVE SI-SUPPLIER-CODE TO WS-CUR-SUPPLIER-CODE.
048300     MOVE SI-INVOICE-NO TO WS-CUR-INVOICE-NO.
048400     MOVE SI-INVOICE-DATE TO WS-CUR-INVOICE-DATE.
048500     MOVE ZERO TO WS-INVC-LINES-HELD.
048600     MOVE ZERO TO WS-INVC-TOTAL-DOLS.
048700     PERFORM 2100-GET-SUPPLIER THRU 2100-EXIT.
048800     PERFORM 2200-MATCH-ONE-LINE THRU 2200-EXIT
048900         UNTIL END-OF-INVOICES
049000             OR SI-SUPPLIER-CODE NOT = WS-CUR-SUPPLIER-CODE
049100             OR SI-INVOICE-NO NOT = WS-CUR-INVOICE-NO.
049200     PERFORM 2500-CLOSE-INVOICE THRU 2500-EXIT.
049300 2000-EXIT.
049400     EXIT.
049500
049600*---------------------------------------------------------------
049700* 2100-GET-SUPPLIER - LOOK UP THE BILLING SUPPLIER FOR ITS
049800* PAYMENT TERMS.  UNKEYED TERMS FALL BACK TO 30 DAYS, THE WAY
049900* BACBILL TREATS A HOUSE ACCOUNT WITH NO TERMS.
050000*---------------------------------------------------------------
050100 2100-GET-SUPPLIER.
050200     SET SUPPLIER-ON-FILE TO TRUE.
050300     MOVE 30 TO WS-CUR-TERMS-DAYS.
050400     MOVE WS-CUR-SUPPLIER-CODE TO SUP-SUPPLIER-CODE.
050500     READ SUPPLIER-MASTER
050600         INVALID KEY
050700             SET SUPPLIER-NOT-ON-FILE TO TRUE
050800             GO TO 2100-EXIT
050900     END-READ.
051000     IF SUP-TERMS-DAYS NUMERIC
051100         AND SUP-TERMS-DAYS > ZERO
051200         MOVE SUP-TERMS-DAYS TO WS-CUR-TERMS-DAYS
051300     END-IF.
051400 2100-EXIT.
051500     EXIT.
051600
051700*---------------------------------------------------------------
051800* 2200-MATCH-ONE-LINE - MATCH ONE INVOICE LINE THREE WAYS: THE
051900* QUANTITY BILLED AGAINST THE QUANTITY BACRECV POSTED FOR THE
052000* INVOICE, THE SUPPLIER AND QUANTITY AGAINST THE PO, AND THE
052100* BILLED UNIT PRICE AGAINST CM-UNIT-COST.  EVERY EXCEPTION FOUND
052200* IS LISTED UNDER THE LINE.
052300*---------------------------------------------------------------
052400 2200-MATCH-ONE-LINE.
052500     ADD 1 TO WS-TOTAL-LINES-READ.
052600     SET LINE-IS-MATCHED TO TRUE.
052700     MOVE ZERO TO WS-RECEIVED-UNITS.
052800     MOVE ZERO TO WS-BILLED-UNITS.
052900     MOVE ZERO TO WS-BILLED-UNIT-COST.
053000     MOVE ZERO TO WS-LINE-DOLS.
053100     MOVE ZERO TO CM-UNIT-COST.
053200     MOVE SPACES TO WS-RECEIVED-STORE.
053300     MOVE SPACES TO INV-ITEM-NAME.
053400     MOVE SI-INVOICE-NO TO WS-INVC-KEY-INVOICE.
053500     MOVE SI-ITEM-CODE TO WS-INVC-KEY-ITEM.
053600     PERFORM 2300-GATHER-RECEIPTS THRU 2300-EXIT.
053700     IF SI-QTY-BILLED NOT NUMERIC
053800         OR SI-UNIT-PRICE NOT NUMERIC
053900         OR SI-INVOICE-DATE NOT NUMERIC
054000         MOVE "QTY, PRICE OR DATE NOT NUMERIC"
054100             TO WS-EXCEPTION-TEXT
054200         PERFORM 2900-HOLD-LINE THRU 2900-EXIT
054300         GO TO 2200-LIST
054400     END-IF.
054500     COMPUTE WS-LINE-DOLS ROUNDED =
054600         SI-QTY-BILLED * SI-UNIT-PRICE.
054700     IF SUPPLIER-NOT-ON-FILE
054800         MOVE "SUPPLIER NOT ON MASTER" TO WS-EXCEPTION-TEXT
054900         PERFORM 2900-HOLD-LINE THRU 2900-EXIT
055000     END-IF.
055100     IF WS-RECEIVED-UNITS = ZERO
055200         MOVE "NOTHING RECEIVED ON INVOICE" TO WS-EXCEPTION-TEXT
055300         PERFORM 2900-HOLD-LINE THRU 2900-EXIT
055400         GO TO 2200-LIST
055500     END-IF.
055600     PERFORM 2400-CONVERT-TO-UNITS THRU 2400-EXIT.
055700     IF WS-BILLED-UNITS NOT = WS-RECEIVED-UNITS
055800         MOVE "QTY BILLED NOT = QTY RECEIVED"
055900             TO WS-EXCEPTION-TEXT
056000         PERFORM 2900-HOLD-LINE THRU 2900-EXIT
056100     END-IF.
056200     PERFORM 2600-CHECK-PO THRU 2600-EXIT.
056300     PERFORM 2700-CHECK-PRICE THRU 2700-EXIT.
056400 2200-LIST.
056500     IF LINE-IS-MATCHED
056600         ADD 1 TO WS-TOTAL-LINES-MATCHED
056700     ELSE
056800         ADD 1 TO WS-TOTAL-LINES-HELD
056900     END-IF.
057000     ADD WS-LINE-DOLS TO WS-INVC-TOTAL-DOLS.
057100     PERFORM 7100-WRITE-DETAIL-LINE THRU 7100-EXIT.
057200     PERFORM 7150-WRITE-LINE-EXCEPTIONS THRU 7150-EXIT.
057300     PERFORM 3000-READ-INVOICE THRU 3000-EXIT.
057400 2200-EXIT.
057500     EXIT.
057600
057700*---------------------------------------------------------------
057800* 2300-GATHER-RECEIPTS - STEP THE SORTED MOVEMENT FILE UP TO THE
057900* CURRENT LINE'S INVOICE AND ITEM AND TOTAL THE QUANTITY BACRECV
058000* POSTED FOR IT, WHICH MAY HAVE COME IN ON MORE THAN ONE TRUCK.
058100*---------------------------------------------------------------
058200 2300-GATHER-RECEIPTS.
058300     PERFORM 3100-READ-MOVE THRU 3100-EXIT
058400         UNTIL END-OF-MOVES
058500             OR WS-MOVE-KEY NOT < WS-INVC-KEY.
058600     PERFORM 2310-ADD-ONE-RECEIPT THRU 2310-EXIT
058700         UNTIL END-OF-MOVES
058800             OR WS-MOVE-KEY NOT = WS-INVC-KEY.
058900 2300-EXIT.
059000     EXIT.
059100
059200*---------------------------------------------------------------
059300* 2310-ADD-ONE-RECEIPT - ADD ONE POSTED RECEIPT TO THE LINE'S
059400* RECEIVED QUANTITY AND READ THE NEXT MOVEMENT.
059500*---------------------------------------------------------------
059600 2310-ADD-ONE-RECEIPT.
059700     IF MV-QTY-AFTER > MV-QTY-BEFORE
059800         COMPUTE WS-RECEIVED-UNITS = WS-RECEIVED-UNITS
059900             + MV-QTY-AFTER - MV-QTY-BEFORE
060000     END-IF.
060100     MOVE MV-STORE-CODE TO WS-RECEIVED-STORE.
060200     PERFORM 3100-READ-MOVE THRU 3100-EXIT.
060300 2310-EXIT.
060400     EXIT.
060500
060600*---------------------------------------------------------------
060700* 2400-CONVERT-TO-UNITS - TURN THE PACKS BILLED INTO RECIPE
060800* UNITS THROUGH THE ITEM'S PACK SIZE AT THE RECEIVING STORE, AND
060900* THE PACK PRICE INTO A UNIT PRICE.  A ZERO OR UNKEYED PACK SIZE
061000* IS A PACK OF ONE, AS IN BACRECV.
061100*---------------------------------------------------------------
061200 2400-CONVERT-TO-UNITS.
061300     MOVE 1 TO WS-PACK-SIZE.
061400     MOVE WS-RECEIVED-STORE TO INV-STORE-CODE.
061500     MOVE SI-ITEM-CODE TO INV-ITEM-CODE.
061600     READ INVENTORY-MASTER
061700         INVALID KEY
061800             MOVE SPACES TO INV-ITEM-NAME
061900             MOVE ZERO TO INV-PACK-SIZE
062000     END-READ.
062100     IF INV-PACK-SIZE NUMERIC
062200         AND INV-PACK-SIZE > 1
062300         MOVE INV-PACK-SIZE TO WS-PACK-SIZE
062400     END-IF.
062500     COMPUTE WS-BILLED-UNITS = SI-QTY-BILLED * WS-PACK-SIZE.
062600     COMPUTE WS-BILLED-UNIT-COST ROUNDED =
062700         SI-UNIT-PRICE / WS-PACK-SIZE.
062800 2400-EXIT.
062900     EXIT.
063000
063100*---------------------------------------------------------------
063200* 2500-CLOSE-INVOICE - AT THE END OF AN INVOICE, OPEN ITS
063300* PAYABLE WHEN EVERY LINE MATCHED, OR LIST IT AS HELD.
063400*---------------------------------------------------------------
063500 2500-CLOSE-INVOICE.
063600     MOVE SPACES TO RI-DUE-LABEL.
063700     MOVE SPACES TO RI-DUE-DATE.
063800     IF WS-INVC-LINES-HELD > ZERO
063900         ADD 1 TO WS-TOTAL-INVC-HELD
064000         MOVE "HELD - NOT OPENED FOR PAYMENT" TO RI-VERDICT
064100         GO TO 2500-LIST
064200     END-IF.
064300     PERFORM 2800-OPEN-PAYABLE THRU 2800-EXIT.
064400 2500-LIST.
064500     PERFORM 7300-WRITE-INVOICE-LINE THRU 7300-EXIT.
064600 2500-EXIT.
064700     EXIT.
064800
064900*---------------------------------------------------------------
065000* 2600-CHECK-PO - THE RECEIVING STORE'S ORDER FOR THE ITEM MUST
065100* BE ON THE PO MASTER AND PLACED WITH THE BILLING SUPPLIER.
065200* WHILE THE ORDER STILL CARRIES THIS INVOICE (IT HAS NOT CYCLED
065300* TO A NEWER ORDER) THE UNITS BILLED MAY NOT EXCEED THE UNITS
065400* ORDERED.
065500*---------------------------------------------------------------
065600 2600-CHECK-PO.
065700     MOVE WS-RECEIVED-STORE TO PM-STORE-CODE.
065800     MOVE SI-ITEM-CODE TO PM-ITEM-CODE.
065900     READ PO-MASTER
066000         INVALID KEY
066100             MOVE "NO PO ON FILE FOR ITEM" TO WS-EXCEPTION-TEXT
066200             PERFORM 2900-HOLD-LINE THRU 2900-EXIT
066300             GO TO 2600-EXIT
066400     END-READ.
066500     IF PM-SUPPLIER-CODE NOT = SI-SUPPLIER-CODE
066600         MOVE "PO PLACED WITH OTHER SUPPLIER" TO WS-EXCEPTION-TEXT
066700         PERFORM 2900-HOLD-LINE THRU 2900-EXIT
066800         GO TO 2600-EXIT
066900     END-IF.
067000     IF PM-INVOICE-NO = SI-INVOICE-NO
067100         AND WS-BILLED-UNITS > PM-ORDER-QTY
067200         MOVE "QTY BILLED OVER QTY ORDERED" TO WS-EXCEPTION-TEXT
067300         PERFORM 2900-HOLD-LINE THRU 2900-EXIT
067400     END-IF.
067500 2600-EXIT.
067600     EXIT.
067700
067800*---------------------------------------------------------------
067900* 2700-CHECK-PRICE - HOLD THE BILLED UNIT PRICE UP TO THE COST
068000* MASTER.  OUTSIDE PLUS OR MINUS WS-TOLERANCE-PCT IS AN
068100* EXCEPTION, AS IS AN ITEM WITH NO COST ON FILE TO CHECK AGAINST.
068110* A VARIANCE TOO LARGE FOR WS-VARIANCE-PCT IS OUTSIDE TOLERANCE.
068200*---------------------------------------------------------------
068300 2700-CHECK-PRICE.
068400     MOVE SI-ITEM-CODE TO CM-ITEM-CODE.
068500     READ COST-MASTER
068600         INVALID KEY
068700             MOVE ZERO TO CM-UNIT-COST
068800     END-READ.
068900     IF CM-UNIT-COST NOT NUMERIC
069000         OR CM-UNIT-COST = ZERO
069100         MOVE ZERO TO CM-UNIT-COST
069200         MOVE "NO UNIT COST ON COST MASTER" TO WS-EXCEPTION-TEXT
069300         PERFORM 2900-HOLD-LINE THRU 2900-EXIT
069400         GO TO 2700-EXIT
069500     END-IF.
069600     COMPUTE WS-VARIANCE-PCT ROUNDED =
069700         (WS-BILLED-UNIT-COST - CM-UNIT-COST) * 100
069800         / CM-UNIT-COST
069810         ON SIZE ERROR
069820             MOVE "UNIT PRICE OUTSIDE TOLERANCE"
069830                 TO WS-EXCEPTION-TEXT
069840             PERFORM 2900-HOLD-LINE THRU 2900-EXIT
069850             GO TO 2700-EXIT
069860     END-COMPUTE.
069900     IF WS-VARIANCE-PCT < ZERO
070000         COMPUTE WS-ABS-PCT = ZERO - WS-VARIANCE-PCT
070100     ELSE
070200         MOVE WS-VARIANCE-PCT TO WS-ABS-PCT
070300     END-IF.
070400     IF WS-ABS-PCT > WS-TOLERANCE-PCT
070500         MOVE "UNIT PRICE OUTSIDE TOLERANCE" TO WS-EXCEPTION-TEXT
070600         PERFORM 2900-HOLD-LINE THRU 2900-EXIT
070700     END-IF.
070800 2700-EXIT.
070900     EXIT.
071000
071100*---------------------------------------------------------------
071200* 2800-OPEN-PAYABLE - WRITE THE MATCHED INVOICE'S OPEN ITEM, DUE
071300* ON THE INVOICE DATE PLUS THE SUPPLIER'S TERMS.  AN INVOICE
071400* ALREADY ON THE MASTER IS NOT WRITTEN TWICE - IT IS LISTED AS A
071500* DUPLICATE SO THE SUPPLIER IS NOT PAID TWICE FOR ONE BILL.
071600*---------------------------------------------------------------
071700 2800-OPEN-PAYABLE.
071800     MOVE SPACES TO AP-REC.
071900     MOVE WS-CUR-SUPPLIER-CODE TO AP-SUPPLIER-CODE.
072000     MOVE WS-CUR-INVOICE-NO TO AP-INVOICE-NO.
072100     MOVE WS-CUR-INVOICE-DATE TO AP-INVOICE-DATE.
072200     MOVE WS-INVC-TOTAL-DOLS TO AP-INVOICE-AMOUNT.
072300     MOVE ZERO TO AP-AMOUNT-PAID.
072400     COMPUTE WS-DATE-SERIAL =
072500         FUNCTION INTEGER-OF-DATE(WS-CUR-INVOICE-DATE)
072600         + WS-CUR-TERMS-DAYS.
072700     COMPUTE AP-DUE-DATE =
072800         FUNCTION DATE-OF-INTEGER(WS-DATE-SERIAL).
072900     MOVE "O" TO AP-STATUS.
073000     MOVE WS-RUN-DATE-NUM TO AP-MATCH-DATE.
073100     WRITE AP-REC
073200         INVALID KEY
073300             ADD 1 TO WS-TOTAL-INVC-HELD
073400             MOVE "HELD - ALREADY ON PAYABLES" TO RI-VERDICT
073500             GO TO 2800-EXIT
073600     END-WRITE.
073700     ADD 1 TO WS-TOTAL-INVC-OPENED.
073800     ADD WS-INVC-TOTAL-DOLS TO WS-TOTAL-OPENED-DOLS.
073900     MOVE "MATCHED - OPENED FOR PAYMENT" TO RI-VERDICT.
074000     MOVE "DUE " TO RI-DUE-LABEL.
074100     MOVE AP-DUE-DATE TO RI-DUE-DATE.
074200 2800-EXIT.
074300     EXIT.
074400
074500*---------------------------------------------------------------
074600* 2900-HOLD-LINE - RECORD ONE EXCEPTION AGAINST THE CURRENT LINE
074700* (AND SO AGAINST ITS INVOICE).  UP TO FOUR ARE KEPT FOR THE
074800* REGISTER.
074900*---------------------------------------------------------------
075000 2900-HOLD-LINE.
075100     IF LINE-IS-MATCHED
075200         ADD 1 TO WS-INVC-LINES-HELD
075300         MOVE ZERO TO WS-EXC-COUNT
075400     END-IF.
075500     SET LINE-IS-HELD TO TRUE.
075600     IF WS-EXC-COUNT < 4
075700         ADD 1 TO WS-EXC-COUNT
075800         MOVE WS-EXCEPTION-TEXT TO WS-EXC-TEXT(WS-EXC-COUNT)
075900     END-IF.
076000 2900-EXIT.
076100     EXIT.
076200
076300*---------------------------------------------------------------
076400* 3000-READ-INVOICE - READ THE NEXT INVOICE LINE, SETTING THE
076500* END-OF-INVOICES SWITCH WHEN THE FILE IS EXHAUSTED.
076600*---------------------------------------------------------------
076700 3000-READ-INVOICE.
076800     READ INVOICE-FILE
076900         AT END
077000             SET END-OF-INVOICES TO TRUE
077100     END-READ.
077200 3000-EXIT.
077300     EXIT.
077400
077500*---------------------------------------------------------------
077600* 3100-READ-MOVE - READ THE NEXT RECEIPT MOVEMENT AND BUILD ITS
077700* MATCH KEY, SETTING THE END-OF-MOVES SWITCH (AND A HIGH KEY)
077800* WHEN THE FILE IS EXHAUSTED.
077900*---------------------------------------------------------------
078000 3100-READ-MOVE.
078100     READ RECEIPT-MOVE-FILE
078200         AT END
078300             SET END-OF-MOVES TO TRUE
078400             MOVE HIGH-VALUES TO WS-MOVE-KEY
078500             GO TO 3100-EXIT
078600     END-READ.
078700     MOVE MV-REFERENCE TO WS-MOVE-KEY-INVOICE.
078800     MOVE MV-ITEM-CODE TO WS-MOVE-KEY-ITEM.
078900 3100-EXIT.
079000     EXIT.
079100
079200*---------------------------------------------------------------
079300* 7000-WRITE-HEADINGS - START A NEW REGISTER PAGE.
079400*---------------------------------------------------------------
079500 7000-WRITE-HEADINGS.
079600     ADD 1 TO WS-PAGE-NO.
079700     MOVE WS-RUN-MM TO RH1-MM.
079800     MOVE WS-RUN-DD TO RH1-DD.
079900     MOVE WS-RUN-YYYY TO RH1-YYYY.
080000     MOVE WS-PAGE-NO TO RH1-PAGE-NO.
080100     WRITE RPT-LINE FROM RPT-HEADING-1 AFTER ADVANCING PAGE.
080200     WRITE RPT-LINE FROM RPT-HEADING-2 AFTER ADVANCING 2 LINES.
080300     MOVE ZERO TO WS-LINES-ON-PAGE.
080400 7000-EXIT.
080500     EXIT.
080600
080700*---------------------------------------------------------------
080800* 7100-WRITE-DETAIL-LINE - LIST ONE INVOICE LINE, STARTING A NEW
080900* PAGE EVERY WS-MAX-LINES-PER-PAGE LINES.
081000*---------------------------------------------------------------
081100 7100-WRITE-DETAIL-LINE.
081200     IF WS-LINES-ON-PAGE >= WS-MAX-LINES-PER-PAGE
081300         PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
081400     END-IF.
081500     MOVE SI-SUPPLIER-CODE TO RD-SUPPLIER-CODE.
081600     MOVE SI-INVOICE-NO TO RD-INVOICE-NO.
081700     MOVE SI-ITEM-CODE TO RD-ITEM-CODE.
081800     MOVE WS-RECEIVED-STORE TO RD-STORE-CODE.
081900     MOVE INV-ITEM-NAME TO RD-ITEM-NAME.
082000     MOVE WS-BILLED-UNITS TO RD-BILLED-UNITS.
082100     MOVE WS-RECEIVED-UNITS TO RD-RECEIVED-UNITS.
082200     MOVE WS-BILLED-UNIT-COST TO RD-UNIT-PRICE.
082300     MOVE CM-UNIT-COST TO RD-UNIT-COST.
082400     MOVE WS-LINE-DOLS TO RD-LINE-DOLS.
082500     IF LINE-IS-MATCHED
082600         MOVE "MATCHED" TO RD-MATCH-FLAG
082700     ELSE
082800         MOVE "HELD   " TO RD-MATCH-FLAG
082900     END-IF.
083000     WRITE RPT-LINE FROM RPT-DETAIL-LINE AFTER ADVANCING 1 LINE.
083100     ADD 1 TO WS-LINES-ON-PAGE.
083200 7100-EXIT.
083300     EXIT.
083400
083500*---------------------------------------------------------------
083600* 7150-WRITE-LINE-EXCEPTIONS - LIST THE EXCEPTIONS FOUND ON A
083700* HELD LINE UNDER ITS DETAIL.
083800*---------------------------------------------------------------
083900 7150-WRITE-LINE-EXCEPTIONS.
084000     IF LINE-IS-MATCHED
084100         GO TO 7150-EXIT
084200     END-IF.
084300     PERFORM 7200-WRITE-EXCEPTION-LINE THRU 7200-EXIT
084400         VARYING WS-EXC-SUB FROM 1 BY 1
084500         UNTIL WS-EXC-SUB > WS-EXC-COUNT.
084600 7150-EXIT.
084700     EXIT.
084800
084900*---------------------------------------------------------------
085000* 7200-WRITE-EXCEPTION-LINE - PRINT ONE EXCEPTION.
085100*---------------------------------------------------------------
085200 7200-WRITE-EXCEPTION-LINE.
085300     MOVE WS-EXC-TEXT(WS-EXC-SUB) TO RX-TEXT.
085400     WRITE RPT-LINE FROM RPT-EXCEPTION-LINE
085500         AFTER ADVANCING 1 LINE.
085600     ADD 1 TO WS-LINES-ON-PAGE.
085700 7200-EXIT.
085800     EXIT.
085900
086000*---------------------------------------------------------------
086100* 7300-WRITE-INVOICE-LINE - PRINT THE VERDICT FOR A WHOLE
086200* INVOICE UNDER ITS LINES.
086300*---------------------------------------------------------------
086400 7300-WRITE-INVOICE-LINE.
086500     MOVE WS-CUR-INVOICE-NO TO RI-INVOICE-NO.
086600     MOVE WS-INVC-TOTAL-DOLS TO RI-AMOUNT.
086700     WRITE RPT-LINE FROM RPT-INVOICE-LINE AFTER ADVANCING 1 LINE.
086800     MOVE SPACES TO RPT-LINE.
086900     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
087000     ADD 2 TO WS-LINES-ON-PAGE.
087100 7300-EXIT.
087200     EXIT.
087300
087400*---------------------------------------------------------------
087500* 9999-TERMINATE - PRINT THE TOTALS, CLOSE THE FILES, AND SET
087600* RETURN-CODE 4 IF ANY INVOICE WAS HELD.
087700*---------------------------------------------------------------
087800 9999-TERMINATE.
087900     MOVE "INVOICE LINES READ" TO RT-LABEL.
088000     MOVE WS-TOTAL-LINES-READ TO RT-COUNT.
088100     WRITE RPT-LINE FROM RPT-TOTAL-LINE
088200         AFTER ADVANCING 2 LINES.
088300     MOVE "INVOICE LINES MATCHED" TO RT-LABEL.
088400     MOVE WS-TOTAL-LINES-MATCHED TO RT-COUNT.
088500     WRITE RPT-LINE FROM RPT-TOTAL-LINE
088600         AFTER ADVANCING 1 LINE.
088700     MOVE "INVOICE LINES WITH EXCEPTIONS" TO RT-LABEL.
088800     MOVE WS-TOTAL-LINES-HELD TO RT-COUNT.
088900     WRITE RPT-LINE FROM RPT-TOTAL-LINE
089000         AFTER ADVANCING 1 LINE.
089100     MOVE "INVOICES OPENED FOR PAYMENT" TO RT-LABEL.
089200     MOVE WS-TOTAL-INVC-OPENED TO RT-COUNT.
089300     WRITE RPT-LINE FROM RPT-TOTAL-LINE
089400         AFTER ADVANCING 1 LINE.
089500     MOVE "INVOICES HELD" TO RT-LABEL.
089600     MOVE WS-TOTAL-INVC-HELD TO RT-COUNT.
089700     WRITE RPT-LINE FROM RPT-TOTAL-LINE
089800         AFTER ADVANCING 1 LINE.
089900     MOVE "DOLLARS OPENED FOR PAYMENT" TO RM-LABEL.
090000     MOVE WS-TOTAL-OPENED-DOLS TO RM-MONEY.
090100     WRITE RPT-LINE FROM RPT-MONEY-TOTAL-LINE
090200         AFTER ADVANCING 1 LINE.
090300     CLOSE INVOICE-FILE.
090400     CLOSE RECEIPT-MOVE-FILE.
090500     CLOSE INVENTORY-MASTER.
090600     CLOSE COST-MASTER.
090700     CLOSE PO-MASTER.
090800     CLOSE SUPPLIER-MASTER.
090900     CLOSE PAYABLES-MASTER.
091000     CLOSE MATCH-REGISTER.
091100     DISPLAY "BACAPMAT - LINES READ:       " WS-TOTAL-LINES-READ.
091200     DISPLAY "BACAPMAT - LINES MATCHED:    "
091300         WS-TOTAL-LINES-MATCHED.
091400     DISPLAY "BACAPMAT - LINES HELD:       " WS-TOTAL-LINES-HELD.
091500     DISPLAY "BACAPMAT - INVOICES OPENED:  " WS-TOTAL-INVC-OPENED.
091600     DISPLAY "BACAPMAT - INVOICES HELD:    " WS-TOTAL-INVC-HELD.
091700     IF WS-TOTAL-INVC-HELD > ZERO
091800         MOVE 4 TO RETURN-CODE
091900     ELSE
092000         MOVE 0 TO RETURN-CODE
092100     END-IF.
092200 9999-EXIT.
092300     EXIT.
092400
092500 END PROGRAM BACAPMAT.
