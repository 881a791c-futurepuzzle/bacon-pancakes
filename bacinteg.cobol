000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BACINTEG.
000300 AUTHOR. DW.
000400 INSTALLATION. KITCHEN-DATA-PROCESSING.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*CROSS-FILE INTEGRITY AUDIT, RUN AT THE TOP OF THE NIGHTLY
000800*STREAM.  SWEEPS THE INVENTORY, RECIPE, COST, PRICE, CUSTOMER,
000900*SUPPLIER, OPEN-PO, AND LOT MASTERS AND CHECKS THAT THEY AGREE
001000*WITH ONE ANOTHER, PRINTS EVERY ORPHAN AND MISMATCH GROUPED BY
001100*SEVERITY, AND WRITES THE COUNTS TO THE CONTROL-COUNT FILE FOR
001200*BACBAL.  A SEVERE BREAK SETS RETURN-CODE 8 SO THE STREAM
001300*BYPASSES THE COMPUTE STEP; WARNINGS SET RETURN-CODE 4 AND THE
001400*NIGHT GOES ON.
001500*
001600*SEVERE   - THE COMPUTE STEP WOULD POST WRONG FIGURES:
001700*           A RECIPE WITH A ZERO OR UNKEYED DIVISOR OR YIELD
001800*           FACTOR, AN INVENTORY ITEM WITH NO COST RECORD
001900*           (COSTED AND PRICED AT ZERO, SO A HOUSE ACCOUNT IS
002000*           BILLED SHORT), OR LOTS ADDING UP TO MORE THAN THE
002100*           ITEM'S ON-HAND QUANTITY.
002200*WARNING  - SOMETHING WILL REJECT OR MISDIRECT, BUT THE NIGHT'S
002300*           FIGURES STAY RIGHT: AN UNKNOWN OR BLANK SUPPLIER ON
002400*           AN ITEM OR OPEN PO, AN OPEN PO NAMING A DIFFERENT
002500*           SUPPLIER THAN THE ITEM, AN OPEN PO OR LOTS FOR AN
002600*           ITEM NOT ON INVENTORY, AN ACTIVE STANDING ORDER
002700*           WHOSE RECIPE IS GONE OR WHOSE STORE LACKS AN
002800*           INGREDIENT (REJECT CODE 10 OR 40), A PRICING RULE
002900*           FOR A RECIPE NOT ON FILE, A ZERO UNIT COST, OR A
003000*           SUPPLIER WITH NO NAME.
003100*INFO     - WORTH TIDYING: A CUSTOMER WITHOUT AN ACTIVE STANDING
003200*           ORDER WHOSE RECIPE CODE IS NOT ON FILE.
003300*---------------------------------------------------------------
003400* MODIFICATION HISTORY
003500*---------------------------------------------------------------
003600* 10/15/26  DW         ORIGINAL VERSION.  THE FIRST 500 BREAKS
003700*                      ARE LISTED; ANY BEYOND THAT ARE STILL
003800*                      COUNTED AND THE SHORTFALL IS PRINTED.
003900*---------------------------------------------------------------
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT INVENTORY-MASTER ASSIGN TO INVMAST
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS INV-KEY
004700         FILE STATUS IS WS-INV-STATUS.
004800
004900     SELECT RECIPE-MASTER ASSIGN TO RECPMAST
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS RM-RECIPE-CODE
005300         FILE STATUS IS WS-RCP-STATUS.
005400
005500     SELECT COST-MASTER ASSIGN TO COSTMAST
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS CM-ITEM-CODE
005900         FILE STATUS IS WS-CST-STATUS.
006000
006100     SELECT PRICE-MASTER ASSIGN TO PRICMAST
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS SEQUENTIAL
006400         RECORD KEY IS PR-RECIPE-CODE
006500         FILE STATUS IS WS-PRC-STATUS.
006600
006700     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS SEQUENTIAL
007000         RECORD KEY IS CU-CUST-NO
007100         FILE STATUS IS WS-CUS-STATUS.
007200
007300     SELECT SUPPLIER-MASTER ASSIGN TO SUPPMAST
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS DYNAMIC
007600         RECORD KEY IS SUP-SUPPLIER-CODE
007700         FILE STATUS IS WS-SUP-STATUS.
007800
007900     SELECT PO-MASTER ASSIGN TO POMAST
008000         ORGANIZATION IS INDEXED
008100         ACCESS MODE IS SEQUENTIAL
008200         RECORD KEY IS PM-KEY
008300         FILE STATUS IS WS-POM-STATUS.
008400
008500     SELECT LOT-MASTER ASSIGN TO LOTMAST
008600         ORGANIZATION IS INDEXED
008700         ACCESS MODE IS SEQUENTIAL
008800         RECORD KEY IS LOT-KEY
008900         FILE STATUS IS WS-LOT-STATUS.
009000
009100     SELECT INTEGRITY-REPORT ASSIGN TO INTGRPT
009200         ORGANIZATION IS SEQUENTIAL.
009300
009400     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
009500         ORGANIZATION IS SEQUENTIAL
009600         FILE STATUS IS WS-RUNC-STATUS.
009700
009800     SELECT CONTROL-COUNT-FILE ASSIGN TO CTLCOUNT
009900         ORGANIZATION IS SEQUENTIAL
010000         FILE STATUS IS WS-CTL-STATUS.
010100
010200 DATA DIVISION.
010300 FILE SECTION.
010400*---------------------------------------------------------------
010500* INVENTORY-MASTER - ON-HAND QUANTITY, REORDER FIGURES, AND
010600* SUPPLIER FOR EACH RAW INGREDIENT, KEYED ON STORE PLUS ITEM.
010700*---------------------------------------------------------------
010800 FD  INVENTORY-MASTER
010900     LABEL RECORDS ARE STANDARD.
011000 01  INVENTORY-REC.
011100     05  INV-KEY.
011200         10  INV-STORE-CODE  PIC X(02).
011300         10  INV-ITEM-CODE   PIC X(04).
011400     05  INV-ITEM-NAME       PIC X(20).
011500     05  INV-QTY-ON-HAND     PIC 9(07).
011600     05  INV-REORDER-POINT   PIC 9(07).
011700     05  INV-SUPPLIER-CODE   PIC X(04).
011800     05  INV-ORDER-QTY       PIC 9(07).
011900     05  INV-PACK-SIZE       PIC 9(05).
012000     05  FILLER              PIC X(06).
012100
012200*---------------------------------------------------------------
012300* RECIPE-MASTER - THE YIELD RATIOS AND MINIMUM QUANTITIES FOR
012400* EACH RECIPE THE SHOP SERVES.
012500*---------------------------------------------------------------
012600 FD  RECIPE-MASTER
012700     LABEL RECORDS ARE STANDARD.
012800 01  RECIPE-REC.
012900     05  RM-RECIPE-CODE      PIC X(04).
013000     05  RM-RECIPE-NAME      PIC X(20).
013100     05  RM-FLOUR-DIVISOR    PIC 9(02).
013200     05  RM-SUGAR-DIVISOR    PIC 9(02).
013300     05  RM-YIELD-FACTOR     PIC 9(01)V9(02).
013400     05  RM-MIN-FLOUR        PIC 9(03).
013500     05  RM-MIN-SUGAR        PIC 9(03).
013600     05  RM-MIN-MILK         PIC 9(03).
013700     05  RM-MIN-BACON        PIC 9(03).
013800     05  RM-MIN-BAKEPOWDER   PIC 9(03).
013900     05  FILLER              PIC X(10).
014000
014100*---------------------------------------------------------------
014200* COST-MASTER - PER-UNIT COST FOR EACH RAW INGREDIENT.
014300*---------------------------------------------------------------
014400 FD  COST-MASTER
014500     LABEL RECORDS ARE STANDARD.
014600 01  COST-REC.
014700     05  CM-ITEM-CODE        PIC X(04).
014800     05  CM-ITEM-NAME        PIC X(20).
014900     05  CM-UNIT-COST        PIC 9(03)V99.
015000     05  FILLER              PIC X(08).
015100
015200*---------------------------------------------------------------
015300* PRICE-MASTER - THE PRICING RULES FOR EACH RECIPE.
015400*---------------------------------------------------------------
015500 FD  PRICE-MASTER
015600     LABEL RECORDS ARE STANDARD.
015700 01  PRICE-REC.
015800     05  PR-RECIPE-CODE      PIC X(04).
015900     05  PR-BASE-MARKUP      PIC 9(01)V99.
016000     05  PR-PROMO-MARKUP     PIC 9(01)V99.
016100     05  PR-PROMO-DAY-FLAGS.
016200         10  PR-PROMO-DAY-FLAG OCCURS 7 TIMES
016300                             PIC X(01).
016400     05  PR-PROMO-START-DATE PIC 9(08).
016500     05  PR-PROMO-END-DATE   PIC 9(08).
016600     05  FILLER              PIC X(47).
016700
016800*---------------------------------------------------------------
016900* CUSTOMER-MASTER - ONE RECORD PER REGULAR, WITH THE STANDING
017000* ORDER BACORGEN GENERATES EACH NIGHT.
017100*---------------------------------------------------------------
017200 FD  CUSTOMER-MASTER
017300     LABEL RECORDS ARE STANDARD.
017400 01  CUSTOMER-REC.
017500     05  CU-CUST-NO          PIC 9(05).
017600     05  CU-NAME             PIC X(20).
017700     05  CU-RECIPE-CODE      PIC X(04).
017800     05  CU-BACON-SUB-CODE   PIC X(01).
017900     05  CU-ACTIVE-FLAG      PIC X(01).
018000     05  CU-STANDING-FLAG    PIC X(01).
018100     05  CU-STD-FLOUR        PIC 9(03).
018200     05  CU-STD-SUGAR        PIC 9(03).
018300     05  CU-STD-MILK         PIC 9(03).
018400     05  CU-STD-BACON        PIC 9(03).
018500     05  CU-STD-BAKEPOWDER   PIC 9(03).
018600     05  CU-STORE-CODE       PIC X(02).
018700     05  CU-BILL-FLAG        PIC X(01).
018800     05  CU-TERMS-DAYS       PIC 9(03).
018900     05  CU-CREDIT-LIMIT     PIC 9(05)V99.
019000     05  CU-CREDIT-STATUS    PIC X(01).
019100     05  FILLER              PIC X(19).
019200
019300*---------------------------------------------------------------
019400* SUPPLIER-MASTER - ONE RECORD PER SUPPLIER, KEYED ON THE CODE
019500* INVENTORY-MASTER AND THE PO FILES CARRY.
019600*---------------------------------------------------------------
019700 FD  SUPPLIER-MASTER
019800     LABEL RECORDS ARE STANDARD.
019900 01  SUPPLIER-REC.
020000     05  SUP-SUPPLIER-CODE   PIC X(04).
020100     05  SUP-NAME            PIC X(25).
020200     05  SUP-ADDR-1          PIC X(25).
020300     05  SUP-ADDR-2          PIC X(25).
020400     05  SUP-CONTACT         PIC X(20).
020500     05  SUP-PHONE           PIC X(12).
020600     05  SUP-MIN-ORDER-DOLS  PIC 9(05)V99.
020700     05  SUP-TERMS-DAYS      PIC 9(03).
020800     05  FILLER              PIC X(07).
020900
021000*---------------------------------------------------------------
021100* PO-MASTER - ONE RECORD PER STORE/ITEM PURCHASE ORDER, OPEN
021200* (O) UNTIL BACRECV FILLS IT (F).
021300*---------------------------------------------------------------
021400 FD  PO-MASTER
021500     LABEL RECORDS ARE STANDARD.
021600 01  PO-MASTER-REC.
021700     05  PM-KEY.
021800         10  PM-STORE-CODE   PIC X(02).
021900         10  PM-ITEM-CODE    PIC X(04).
022000     05  PM-SUPPLIER-CODE    PIC X(04).
022100     05  PM-ORDER-DATE       PIC 9(08).
022200     05  PM-ORDER-QTY        PIC 9(07).
022300     05  PM-QTY-RECEIVED     PIC 9(07).
022400     05  PM-STATUS           PIC X(01).
022500     05  PM-FILL-DATE        PIC 9(08).
022600     05  PM-INVOICE-NO       PIC X(10).
022700     05  FILLER              PIC X(29).
022800
022900*---------------------------------------------------------------
023000* LOT-MASTER - ONE RECORD PER DATED LOT ON THE SHELF, KEYED ON
023100* STORE, ITEM, EXPIRY DATE, AND LOT NUMBER, SO AN ITEM'S LOTS
023200* COME BACK TOGETHER.
023300*---------------------------------------------------------------
023400 FD  LOT-MASTER
023500     LABEL RECORDS ARE STANDARD.
023600 01  LOT-REC.
023700     05  LOT-KEY.
023800         10  LOT-STORE-CODE  PIC X(02).
023900         10  LOT-ITEM-CODE   PIC X(04).
024000         10  LOT-EXPIRY-DATE PIC 9(08).
024100         10  LOT-NO          PIC X(06).
024200     05  LOT-QTY-REMAINING   PIC 9(07).
024300     05  LOT-RECEIVED-DATE   PIC 9(08).
024400     05  FILLER              PIC X(45).
024500
024600*---------------------------------------------------------------
024700* INTEGRITY-REPORT - EVERY BREAK FOUND, GROUPED BY SEVERITY.
024800*---------------------------------------------------------------
024900 FD  INTEGRITY-REPORT
025000     LABEL RECORDS ARE OMITTED.
025100 01  RPT-LINE                PIC X(132).
025200
025300*---------------------------------------------------------------
025400* RUN-CONTROL-FILE - THE ONE-RECORD FILE BACRNCTL MAINTAINS
025500* WITH THE STREAM'S OFFICIAL BUSINESS DATE AND RUN STATUS.
025600*---------------------------------------------------------------
025700 FD  RUN-CONTROL-FILE
025800     LABEL RECORDS ARE STANDARD.
025900 01  RUNCTL-REC.
026000     05  RC-BUSINESS-DATE    PIC 9(08).
026100     05  RC-RUN-STATUS       PIC X(01).
026200     05  FILLER              PIC X(71).
026300
026400*---------------------------------------------------------------
026500* CONTROL-COUNT-FILE - ONE RECORD PER STEP COUNT, APPENDED BY
026600* EACH STEP OF THE NIGHTLY STREAM AND BALANCED BY BACBAL.
026700*---------------------------------------------------------------
026800 FD  CONTROL-COUNT-FILE
026900     LABEL RECORDS ARE STANDARD.
027000 01  CC-REC.
027100     05  CC-DATE             PIC 9(08).
027200     05  CC-PROGRAM          PIC X(08).
027300     05  CC-LABEL            PIC X(20).
027400     05  CC-COUNT            PIC 9(07).
027500     05  FILLER              PIC X(37).
027600
027700 WORKING-STORAGE SECTION.
027800 01  SW-SWEEP-STATUS         PIC X(01).
027900     88  END-OF-SWEEP        VALUE "Y".
028000     88  MORE-TO-SWEEP       VALUE "N".
028100
028200 01  SW-LOT-GROUP-STATUS     PIC X(01).
028300     88  LOT-GROUP-OPEN      VALUE "Y".
028400     88  NO-LOT-GROUP        VALUE "N".
028500
028600 01  WS-INV-STATUS           PIC X(02).
028700     88  INV-STATUS-OK       VALUE "00".
028800
028900 01  WS-RCP-STATUS           PIC X(02).
029000     88  RCP-STATUS-OK       VALUE "00".
029100
029200 01  WS-CST-STATUS           PIC X(02).
029300     88  CST-STATUS-OK       VALUE "00".
029400
029500 01  WS-PRC-STATUS           PIC X(02).
029600     88  PRC-STATUS-OK       VALUE "00".
029700
029800 01  WS-CUS-STATUS           PIC X(02).
029900     88  CUS-STATUS-OK       VALUE "00".
030000
030100 01  WS-SUP-STATUS           PIC X(02).
030200     88  SUP-STATUS-OK       VALUE "00".
030300
030400 01  WS-POM-STATUS           PIC X(02).
030500     88  POM-STATUS-OK       VALUE "00".
030600
030700 01  WS-LOT-STATUS           PIC X(02).
030800     88  LOT-STATUS-OK       VALUE "00".
030900
031000 01  WS-RUNC-STATUS          PIC X(02).
031100     88  RUNC-STATUS-OK      VALUE "00".
031200
031300 01  WS-CTL-STATUS           PIC X(02).
031400     88  CTL-STATUS-OK       VALUE "00".
031500
031600*---------------------------------------------------------------
031700* RECORDS SWEPT PER MASTER AND BREAKS FOUND PER SEVERITY.
031800*---------------------------------------------------------------
031900 01  WS-TOTAL-INV-READ       PIC 9(07) VALUE ZERO COMP.
032000 01  WS-TOTAL-RCP-READ       PIC 9(07) VALUE ZERO COMP.
032100 01  WS-TOTAL-CST-READ       PIC 9(07) VALUE ZERO COMP.
032200 01  WS-TOTAL-PRC-READ       PIC 9(07) VALUE ZERO COMP.
032300 01  WS-TOTAL-CUS-READ       PIC 9(07) VALUE ZERO COMP.
032400 01  WS-TOTAL-SUP-READ       PIC 9(07) VALUE ZERO COMP.
032500 01  WS-TOTAL-POM-READ       PIC 9(07) VALUE ZERO COMP.
032600 01  WS-TOTAL-LOT-READ       PIC 9(07) VALUE ZERO COMP.
032700 01  WS-TOTAL-SEVERE         PIC 9(05) VALUE ZERO COMP.
032800 01  WS-TOTAL-WARNINGS       PIC 9(05) VALUE ZERO COMP.
032900 01  WS-TOTAL-INFO           PIC 9(05) VALUE ZERO COMP.
033000 01  WS-TOTAL-NOT-LISTED     PIC 9(05) VALUE ZERO COMP.
033100
033200*---------------------------------------------------------------
033300* LOT GROUP - THE STORE/ITEM WHOSE LOTS ARE BEING ADDED UP.
033400*---------------------------------------------------------------
033500 01  WS-LOT-GROUP-KEY.
033600     05  WS-LOT-GROUP-STORE  PIC X(02) VALUE SPACES.
033700     05  WS-LOT-GROUP-ITEM   PIC X(04) VALUE SPACES.
033800 01  WS-LOT-GROUP-QTY        PIC 9(09) VALUE ZERO.
033900 01  WS-LOT-GROUP-COUNT      PIC 9(05) VALUE ZERO COMP.
034000
034100*---------------------------------------------------------------
034200* INGREDIENTS A STANDING ORDER NEEDS AN INVENTORY RECORD FOR,
034300* IN THE ORDER BACONPANCAKES LOADS THEM.  THE BACON SLOT IS SET
034400* FROM THE CUSTOMER'S SUBSTITUTION CODE.
034500*---------------------------------------------------------------
034600 01  WS-NEED-TABLE.
034700     05  WS-NEED-ITEM OCCURS 5 TIMES PIC X(04).
034800 01  WS-NEED-SUB             PIC 9(02) VALUE ZERO COMP.
034900
035000*---------------------------------------------------------------
035100* BREAK FIELDS - SET BY THE CALLER BEFORE 6000 NOTES THE BREAK.
035200*---------------------------------------------------------------
035300 01  WS-EXC-SEVERITY         PIC X(01) VALUE SPACE.
035400 01  WS-EXC-FILE             PIC X(08) VALUE SPACES.
035500 01  WS-EXC-KEY              PIC X(20) VALUE SPACES.
035600 01  WS-EXC-PROBLEM          PIC X(40) VALUE SPACES.
035700 01  WS-EXC-DETAIL           PIC X(30) VALUE SPACES.
035800 01  WS-EDIT-QTY-1           PIC Z(8)9.
035900 01  WS-EDIT-QTY-2           PIC Z(8)9.
036000
036100*---------------------------------------------------------------
036200* BREAK TABLE - THE BREAKS IN THE ORDER FOUND, PRINTED ONE
036300* SEVERITY AT A TIME.
036400*---------------------------------------------------------------
036500 01  WS-EX-COUNT             PIC 9(03) VALUE ZERO COMP.
036600 01  WS-EX-SUB               PIC 9(03) VALUE ZERO COMP.
036700 01  WS-EX-TABLE.
036800     05  WS-EX-ENTRY OCCURS 500 TIMES.
036900         10  WS-EX-SEVERITY  PIC X(01).
037000         10  WS-EX-FILE      PIC X(08).
037100         10  WS-EX-KEY       PIC X(20).
037200         10  WS-EX-PROBLEM   PIC X(40).
037300         10  WS-EX-DETAIL    PIC X(30).
037400
037500 01  WS-PRINT-SEVERITY       PIC X(01) VALUE SPACE.
037600 01  WS-SECTION-COUNT        PIC 9(05) VALUE ZERO COMP.
037700
037800*---------------------------------------------------------------
037900* REPORT CONTROL FIELDS.
038000*---------------------------------------------------------------
038100 01  WS-RUN-DATE-NUM         PIC 9(08).
038200 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-NUM.
038300     05  WS-RUN-YYYY         PIC 9(04).
038400     05  WS-RUN-MM           PIC 9(02).
038500     05  WS-RUN-DD           PIC 9(02).
038600
038700 01  WS-PAGE-NO              PIC 9(03) VALUE ZERO COMP.
038800 01  WS-LINES-ON-PAGE        PIC 9(02) VALUE ZERO COMP.
038900 01  WS-MAX-LINES-PER-PAGE   PIC 9(02) VALUE 50 COMP.
039000
039100*---------------------------------------------------------------
039200* REPORT HEADING AND DETAIL LINE LAYOUTS.
039300*---------------------------------------------------------------
039400 01  RPT-HEADING-1.
039500     05  FILLER              PIC X(28)
039600         VALUE "BACON PANCAKES - INTEGRITY  ".
039700     05  RH1-MM              PIC 9(02).
039800     05  FILLER              PIC X(01) VALUE "/".
039900     05  RH1-DD              PIC 9(02).
040000     05  FILLER              PIC X(01) VALUE "/".
040100     05  RH1-YYYY            PIC 9(04).
040200     05  FILLER              PIC X(25) VALUE SPACES.
040300     05  FILLER              PIC X(05) VALUE "PAGE ".
040400     05  RH1-PAGE-NO         PIC ZZ9.
040500     05  FILLER              PIC X(61) VALUE SPACES.
040600
040700 01  RPT-SECTION-LINE.
040800     05  RS-TITLE            PIC X(60).
040900     05  FILLER              PIC X(72) VALUE SPACES.
041000
041100 01  RPT-COLUMN-HEADING.
041200     05  FILLER              PIC X(10) VALUE "FILE".
041300     05  FILLER              PIC X(22) VALUE "KEY".
041400     05  FILLER              PIC X(42) VALUE "PROBLEM".
041500     05  FILLER              PIC X(30) VALUE "DETAIL".
041600     05  FILLER              PIC X(28) VALUE SPACES.
041700
041800 01  RPT-BREAK-LINE.
041900     05  RB-FILE             PIC X(08).
042000     05  FILLER              PIC X(02) VALUE SPACES.
042100     05  RB-KEY              PIC X(20).
042200     05  FILLER              PIC X(02) VALUE SPACES.
042300     05  RB-PROBLEM          PIC X(40).
042400     05  FILLER              PIC X(02) VALUE SPACES.
042500     05  RB-DETAIL           PIC X(30).
042600     05  FILLER              PIC X(28) VALUE SPACES.
042700
042800 01  RPT-NONE-LINE.
042900     05  FILLER              PIC X(10) VALUE SPACES.
043000     05  FILLER              PIC X(12) VALUE "NONE FOUND.".
043100     05  FILLER              PIC X(110) VALUE SPACES.
043200
043300 01  RPT-TOTAL-LINE.
043400     05  RT-LABEL            PIC X(30).
043500     05  FILLER              PIC X(05) VALUE SPACES.
043600     05  RT-COUNT            PIC ZZZZZ9.
043700     05  FILLER              PIC X(91) VALUE SPACES.
043800
043900 01  RPT-STOP-LINE.
044000     05  FILLER              PIC X(44)
044100         VALUE "** SEVERE BREAKS FOUND -- THE COMPUTE STEP ".
044200     05  FILLER              PIC X(36)
044300         VALUE "WILL BE BYPASSED TONIGHT **".
044400     05  FILLER              PIC X(52) VALUE SPACES.
044500
044600 PROCEDURE DIVISION.
044700*---------------------------------------------------------------
044800* 0000-MAINLINE
044900*---------------------------------------------------------------
045000 0000-MAINLINE.
045100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
045200     PERFORM 2000-SWEEP-INVENTORY THRU 2000-EXIT.
045300     PERFORM 2500-SWEEP-RECIPES THRU 2500-EXIT.
045400     PERFORM 3000-SWEEP-LOTS THRU 3000-EXIT.
045500     PERFORM 3500-SWEEP-PURCHASE-ORDERS THRU 3500-EXIT.
045600     PERFORM 4000-SWEEP-CUSTOMERS THRU 4000-EXIT.
045700     PERFORM 4500-SWEEP-PRICES THRU 4500-EXIT.
045800     PERFORM 5000-SWEEP-COSTS THRU 5000-EXIT.
045900     PERFORM 5500-SWEEP-SUPPLIERS THRU 5500-EXIT.
046000     PERFORM 7000-WRITE-REPORT THRU 7000-EXIT.
046100     PERFORM 8000-WRITE-CONTROL-COUNTS THRU 8000-EXIT.
046200     PERFORM 9999-TERMINATE THRU 9999-EXIT.
046300     STOP RUN.
046400
046500*---------------------------------------------------------------
046600* 1000-INITIALIZE - OPEN THE MASTERS AND THE REPORT.
046700*---------------------------------------------------------------
046800 1000-INITIALIZE.
046900     PERFORM 1100-GET-BUSINESS-DATE THRU 1100-EXIT.
047000     OPEN INPUT INVENTORY-MASTER.
047100     IF NOT INV-STATUS-OK
047200         DISPLAY "BACINTEG - INVENTORY-MASTER OPEN FAILED, "
047300             "STATUS " WS-INV-STATUS
047400         MOVE 16 TO RETURN-CODE
047500         STOP RUN
047600     END-IF.
047700     OPEN INPUT RECIPE-MASTER.
047800     IF NOT RCP-STATUS-OK
047900         DISPLAY "BACINTEG - RECIPE-MASTER OPEN FAILED, "
048000             "STATUS " WS-RCP-STATUS
048100         MOVE 16 TO RETURN-CODE
048200         STOP RUN
048300     END-IF.
048400     OPEN INPUT COST-MASTER.
048500     IF NOT CST-STATUS-OK
048600         DISPLAY "BACINTEG - COST-MASTER OPEN FAILED, "
048700             "STATUS " WS-CST-STATUS
048800         MOVE 16 TO RETURN-CODE
048900         STOP RUN
049000     END-IF.
049100     OPEN INPUT PRICE-MASTER.
049200     IF NOT PRC-STATUS-OK
049300         DISPLAY "BACINTEG - PRICE-MASTER OPEN FAILED, "
049400             "STATUS " WS-PRC-STATUS
049500         MOVE 16 TO RETURN-CODE
049600         STOP RUN
049700     END-IF.
049800     OPEN INPUT CUSTOMER-MASTER.
049900     IF NOT CUS-STATUS-OK
050000         DISPLAY "BACINTEG - CUSTOMER-MASTER OPEN FAILED, "
050100             "STATUS " WS-CUS-STATUS
050200         MOVE 16 TO RETURN-CODE
050300         STOP RUN
050400     END-IF.
050500     OPEN INPUT SUPPLIER-MASTER.
050600     IF NOT SUP-STATUS-OK
050700         DISPLAY "BACINTEG - SUPPLIER-MASTER OPEN FAILED, "
050800             "STATUS " WS-SUP-STATUS
050900         MOVE 16 TO RETURN-CODE
051000         STOP RUN
051100     END-IF.
051200     OPEN INPUT PO-MASTER.
051300     IF NOT POM-STATUS-OK
051400         DISPLAY "BACINTEG - PO-MASTER OPEN FAILED, "
051500             "STATUS " WS-POM-STATUS
051600         MOVE 16 TO RETURN-CODE
051700         STOP RUN
051800     END-IF.
051900     OPEN INPUT LOT-MASTER.
052000     IF NOT LOT-STATUS-OK
052100         DISPLAY "BACINTEG - LOT-MASTER OPEN FAILED, "
052200             "STATUS " WS-LOT-STATUS
052300         MOVE 16 TO RETURN-CODE
052400         STOP RUN
052500     END-IF.
052600     OPEN OUTPUT INTEGRITY-REPORT.
052700 1000-EXIT.
052800     EXIT.
052900
053000*---------------------------------------------------------------
053100* 1100-GET-BUSINESS-DATE - TAKE THE RUN DATE FROM THE RUN-
053200* CONTROL FILE'S BUSINESS DATE INSTEAD OF THE WALL CLOCK.
053300*---------------------------------------------------------------
053400 1100-GET-BUSINESS-DATE.
053500     OPEN INPUT RUN-CONTROL-FILE.
053600     IF NOT RUNC-STATUS-OK
053700         DISPLAY "BACINTEG - RUN-CONTROL OPEN FAILED, "
053800             "STATUS " WS-RUNC-STATUS
053900         MOVE 16 TO RETURN-CODE
054000         STOP RUN
054100     END-IF.
054200     READ RUN-CONTROL-FILE
054300         AT END
054400             DISPLAY "BACINTEG - RUN-CONTROL FILE EMPTY, "
054500                 "RELEASE THE RUN FIRST"
054600             MOVE 16 TO RETURN-CODE
054700             STOP RUN
054800     END-READ.
054900     MOVE RC-BUSINESS-DATE TO WS-RUN-DATE-NUM.
055000     CLOSE RUN-CONTROL-FILE.
055100 1100-EXIT.
055200     EXIT.
055300
055400*---------------------------------------------------------------
055500* 2000-SWEEP-INVENTORY - READ INVENTORY-MASTER FRONT TO BACK,
055600* CHECKING EACH ITEM'S SUPPLIER AND COST RECORD.
055700*---------------------------------------------------------------
055800 2000-SWEEP-INVENTORY.
055900     SET MORE-TO-SWEEP TO TRUE.
056000     MOVE LOW-VALUES TO INV-KEY.
056100     START INVENTORY-MASTER KEY NOT < INV-KEY
056200         INVALID KEY
056300             SET END-OF-SWEEP TO TRUE
056400     END-START.
056500     PERFORM 2100-CHECK-ONE-ITEM THRU 2100-EXIT
056600         UNTIL END-OF-SWEEP.
056700 2000-EXIT.
056800     EXIT.
056900
057000*---------------------------------------------------------------
057100* 2100-CHECK-ONE-ITEM - READ THE NEXT INVENTORY ITEM AND CHECK
057200* THAT ITS SUPPLIER IS ON THE SUPPLIER MASTER AND ITS ITEM HAS A
057300* COST RECORD.
057400*---------------------------------------------------------------
057500 2100-CHECK-ONE-ITEM.
057600     READ INVENTORY-MASTER NEXT
057700         AT END
057800             SET END-OF-SWEEP TO TRUE
057900             GO TO 2100-EXIT
058000     END-READ.
058100     ADD 1 TO WS-TOTAL-INV-READ.
058200     MOVE "INVMAST " TO WS-EXC-FILE.
058300     MOVE SPACES TO WS-EXC-KEY.
058400     STRING INV-STORE-CODE "/" INV-ITEM-CODE
058500         DELIMITED BY SIZE INTO WS-EXC-KEY.
058600     IF INV-SUPPLIER-CODE = SPACES
058700         MOVE "W" TO WS-EXC-SEVERITY
058800         MOVE "ITEM HAS NO SUPPLIER CODE" TO WS-EXC-PROBLEM
058900         MOVE INV-ITEM-NAME TO WS-EXC-DETAIL
059000         PERFORM 6000-NOTE-BREAK THRU 6000-EXIT
059100     ELSE
059200         MOVE INV-SUPPLIER-CODE TO SUP-SUPPLIER-CODE
059300         READ SUPPLIER-MASTER
059400             INVALID KEY
059500                 MOVE "W" TO WS-EXC-SEVERITY
059600                 MOVE "SUPPLIER NOT ON SUPPLIER MASTER"
059700                     TO WS-EXC-PROBLEM
059800                 MOVE SPACES TO WS-EXC-DETAIL
059900                 STRING "SUPPLIER " INV-SUPPLIER-CODE
060000                     DELIMITED BY SIZE INTO WS-EXC-DETAIL
060100                 PERFORM 6000-NOTE-BREAK THRU 6000-EXIT
060200         END-READ
060300     END-IF.
060400     MOVE INV-ITEM-CODE TO CM-ITEM-CODE.
060500     READ COST-MASTER
060600         INVALID KEY
060700             MOVE "S" TO WS-EXC-SEVERITY
060800             MOVE "ITEM HAS NO COST RECORD" TO WS-EXC-PROBLEM
060900             MOVE INV-ITEM-NAME TO WS-EXC-DETAIL
061000             PERFORM 6000-NOTE-BREAK THRU 6000-EXIT
061100     END-READ.
061200 2100-EXIT.
061300     EXIT.
061400
061500*---------------------------------------------------------------
061600* 2500-SWEEP-RECIPES - READ RECIPE-MASTER FRONT TO BACK,
061700* CHECKING THE FIGURES THE COMPUTE STEP DIVIDES AND MULTIPLIES
061800* BY.
061900*---------------------------------------------------------------
062000 2500-SWEEP-RECIPES.
062100     SET MORE-TO-SWEEP TO TRUE.
062200     MOVE LOW-VALUES TO RM-RECIPE-CODE.
062300     START RECIPE-MASTER KEY NOT < RM-RECIPE-CODE
062400         INVALID KEY
062500             SET END-OF-SWEEP TO TRUE
062600     END-START.
062700     PERFORM 2600-CHECK-ONE-RECIPE THRU 2600-EXIT
062800         UNTIL END-OF-SWEEP.
062900 2500-EXIT.
063000     EXIT.
063100
063200*---------------------------------------------------------------
063300* 2600-CHECK-ONE-RECIPE - READ THE NEXT RECIPE AND FLAG A ZERO
063400* OR UNKEYED DIVISOR OR YIELD FACTOR.
063500*---------------------------------------------------------------
063600 2600-CHECK-ONE-RECIPE.
063700     READ RECIPE-MASTER NEXT
063800         AT END
063900             SET END-OF-SWEEP TO TRUE
064000             GO TO 2600-EXIT
064100     END-READ.
064200     ADD 1 TO WS-TOTAL-RCP-READ.
064300     IF RM-FLOUR-DIVISOR NUMERIC
064400         AND RM-FLOUR-DIVISOR > ZERO
064500         AND RM-SUGAR-DIVISOR NUMERIC
064600         AND RM-SUGAR-DIVISOR > ZERO
064700         AND RM-YIELD-FACTOR NUMERIC
064800         AND RM-YIELD-FACTOR > ZERO
064900         GO TO 2600-EXIT
065000     END-IF.
065100     MOVE "S" TO WS-EXC-SEVERITY.
065200     MOVE "RECPMAST" TO WS-EXC-FILE.
065300     MOVE RM-RECIPE-CODE TO WS-EXC-KEY.
065400     MOVE "DIVISOR OR YIELD FACTOR ZERO/UNKEYED"
065500         TO WS-EXC-PROBLEM.
065600     MOVE RM-RECIPE-NAME TO WS-EXC-DETAIL.
065700     PERFORM 6000-NOTE-BREAK THRU 6000-EXIT.
065800 2600-EXIT.
065900     EXIT.
066000
066100*---------------------------------------------------------------
066200* 3000-SWEEP-LOTS - READ LOT-MASTER FRONT TO BACK, ADDING UP
066300* EACH STORE/ITEM'S LOTS AND COMPARING THE TOTAL TO THE ITEM'S
066400* ON-HAND QUANTITY AT EACH CHANGE OF STORE/ITEM.
066500*---------------------------------------------------------------
066600 3000-SWEEP-LOTS.
066700     SET MORE-TO-SWEEP TO TRUE.
066800     SET NO-LOT-GROUP TO TRUE.
066900     PERFORM 3100-ADD-ONE-LOT THRU 3100-EXIT
067000         UNTIL END-OF-SWEEP.
067100     IF LOT-GROUP-OPEN
067200         PERFORM 3200-CHECK-LOT-GROUP THRU 3200-EXIT
067300     END-IF.
067400 3000-EXIT.
067500     EXIT.
067600
067700*---------------------------------------------------------------
067800* 3100-ADD-ONE-LOT - READ THE NEXT LOT, CLOSING OUT THE PRIOR
067900* STORE/ITEM WHEN THIS ONE STARTS A NEW GROUP.
068000*---------------------------------------------------------------
068100 3100-ADD-ONE-LOT.
068200     READ LOT-MASTER
068300         AT END
068400             SET END-OF-SWEEP TO TRUE
068500             GO TO 3100-EXIT
068600     END-READ.
068700     ADD 1 TO WS-TOTAL-LOT-READ.
068800     IF LOT-GROUP-OPEN
068900         AND (LOT-STORE-CODE NOT = WS-LOT-GROUP-STORE
069000             OR LOT-ITEM-CODE NOT = WS-LOT-GROUP-ITEM)
069100         PERFORM 3200-CHECK-LOT-GROUP THRU 3200-EXIT
069200         SET NO-LOT-GROUP TO TRUE
069300     END-IF.
069400     IF NO-LOT-GROUP
069500         SET LOT-GROUP-OPEN TO TRUE
069600         MOVE LOT-STORE-CODE TO WS-LOT-GROUP-STORE
069700         MOVE LOT-ITEM-CODE TO WS-LOT-GROUP-ITEM
069800         MOVE ZERO TO WS-LOT-GROUP-QTY
069900         MOVE ZERO TO WS-LOT-GROUP-COUNT
070000     END-IF.
070100     IF LOT-QTY-REMAINING NUMERIC
070200         ADD LOT-QTY-REMAINING TO WS-LOT-GROUP-QTY
070300     END-IF.
070400     ADD 1 TO WS-LOT-GROUP-COUNT.
070500 3100-EXIT.
070600     EXIT.
070700
070800*---------------------------------------------------------------
070900* 3200-CHECK-LOT-GROUP - COMPARE ONE STORE/ITEM'S LOT TOTAL TO
071000* ITS INVENTORY RECORD.  LOTS MAY SUM TO LESS THAN ON-HAND (THE
071100* REST IS THE UNDATED BUCKET) BUT NEVER TO MORE.
071200*---------------------------------------------------------------
071300 3200-CHECK-LOT-GROUP.
071400     MOVE "LOTMAST " TO WS-EXC-FILE.
071500     MOVE SPACES TO WS-EXC-KEY.
071600     STRING WS-LOT-GROUP-STORE "/" WS-LOT-GROUP-ITEM
071700         DELIMITED BY SIZE INTO WS-EXC-KEY.
071800     MOVE WS-LOT-GROUP-KEY TO INV-KEY.
071900     READ INVENTORY-MASTER
072000         INVALID KEY
072100             MOVE "W" TO WS-EXC-SEVERITY
072200             MOVE "LOTS FOR AN ITEM NOT ON INVENTORY"
072300                 TO WS-EXC-PROBLEM
072400             MOVE WS-LOT-GROUP-QTY TO WS-EDIT-QTY-1
072500             MOVE SPACES TO WS-EXC-DETAIL
072600             STRING "LOT QTY " WS-EDIT-QTY-1
072700                 DELIMITED BY SIZE INTO WS-EXC-DETAIL
072800             PERFORM 6000-NOTE-BREAK THRU 6000-EXIT
072900             GO TO 3200-EXIT
073000     END-READ.
073100     IF WS-LOT-GROUP-QTY > INV-QTY-ON-HAND
073200         MOVE "S" TO WS-EXC-SEVERITY
073300         MOVE "LOTS ADD UP TO MORE THAN ON-HAND"
073400             TO WS-EXC-PROBLEM
073500         MOVE WS-LOT-GROUP-QTY TO WS-EDIT-QTY-1
073600         MOVE INV-QTY-ON-HAND TO WS-EDIT-QTY-2
073700         MOVE SPACES TO WS-EXC-DETAIL
073800         STRING "LOTS" WS-EDIT-QTY-1 " OH" WS-EDIT-QTY-2
073900             DELIMITED BY SIZE INTO WS-EXC-DETAIL
074000         PERFORM 6000-NOTE-BREAK THRU 6000-EXIT
074100     END-IF.
074200 3200-EXIT.
074300     EXIT.
074400
074500*---------------------------------------------------------------
074600* 3500-SWEEP-PURCHASE-ORDERS - READ PO-MASTER FRONT TO BACK AND
074700* CHECK EACH OPEN ORDER AGAINST ITS ITEM AND SUPPLIER.  FILLED
074800* ORDERS ARE HISTORY AND ARE PASSED BY.
074900*---------------------------------------------------------------
075000 3500-SWEEP-PURCHASE-ORDERS.
075100     SET MORE-TO-SWEEP TO TRUE.
075200     PERFORM 3600-CHECK-ONE-PO THRU 3600-EXIT
075300         UNTIL END-OF-SWEEP.
075400 3500-EXIT.
075500     EXIT.
075600
075700*---------------------------------------------------------------
075800* 3600-CHECK-ONE-PO - READ THE NEXT PURCHASE ORDER AND, IF IT IS
075900* OPEN, CHECK ITS ITEM, ITS SUPPLIER, AND THAT THE TWO AGREE.
076000*---------------------------------------------------------------
076100 3600-CHECK-ONE-PO.
076200     READ PO-MASTER
076300         AT END
076400             SET END-OF-SWEEP TO TRUE
076500             GO TO 3600-EXIT
076600     END-READ.
076700     ADD 1 TO WS-TOTAL-POM-READ.
076800     IF PM-STATUS NOT = "O"
076900         GO TO 3600-EXIT
077000     END-IF.
077100     MOVE "POMAST  " TO WS-EXC-FILE.
077200     MOVE SPACES TO WS-EXC-KEY.
077300     STRING PM-STORE-CODE "/" PM-ITEM-CODE " " PM-ORDER-DATE
077400         DELIMITED BY SIZE INTO WS-EXC-KEY.
077500     MOVE PM-SUPPLIER-CODE TO SUP-SUPPLIER-CODE.
077600     READ SUPPLIER-MASTER
077700         INVALID KEY
077800             MOVE "W" TO WS-EXC-SEVERITY
077900             MOVE "OPEN PO SUPPLIER NOT ON SUPPLIER MASTER"
078000                 TO WS-EXC-PROBLEM
078100             MOVE SPACES TO WS-EXC-DETAIL
078200             STRING "SUPPLIER " PM-SUPPLIER-CODE
078300                 DELIMITED BY SIZE INTO WS-EXC-DETAIL
078400             PERFORM 6000-NOTE-BREAK THRU 6000-EXIT
078500     END-READ.
078600     MOVE PM-KEY TO INV-KEY.
078700     READ INVENTORY-MASTER
078800         INVALID KEY
078900             MOVE "W" TO WS-EXC-SEVERITY
079000             MOVE "OPEN PO FOR AN ITEM NOT ON INVENTORY"
079100                 TO WS-EXC-PROBLEM
079200             MOVE SPACES TO WS-EXC-DETAIL
079300             PERFORM 6000-NOTE-BREAK THRU 6000-EXIT
079400             GO TO 3600-EXIT
079500     END-READ.
079600     IF PM-SUPPLIER-CODE NOT = INV-SUPPLIER-CODE
079700         MOVE "W" TO WS-EXC-SEVERITY
079800         MOVE "OPEN PO SUPPLIER DIFFERS FROM ITEM'S"
079900             TO WS-EXC-PROBLEM
080000         MOVE SPACES TO WS-EXC-DETAIL
080100         STRING "PO " PM-SUPPLIER-CODE " ITEM " INV-SUPPLIER-CODE
080200             DELIMITED BY SIZE INTO WS-EXC-DETAIL
080300         PERFORM 6000-NOTE-BREAK THRU 6000-EXIT
080400     END-IF.
080500 3600-EXIT.
080600     EXIT.
080700
080800*---------------------------------------------------------------
080900* 4000-SWEEP-CUSTOMERS - READ CUSTOMER-MASTER FRONT TO BACK AND
081000* CHECK EACH CUSTOMER'S RECIPE, AND FOR AN ACTIVE STANDING ORDER
081100* THAT ITS STORE CARRIES EVERY INGREDIENT THE ORDER WILL DRAW.
081200*---------------------------------------------------------------
081300 4000-SWEEP-CUSTOMERS.
081400     SET MORE-TO-SWEEP TO TRUE.
081500     PERFORM 4100-CHECK-ONE-CUSTOMER THRU 4100-EXIT
081600         UNTIL END-OF-SWEEP.
081700 4000-EXIT.
081800     EXIT.
081900
082000*---------------------------------------------------------------
082100* 4100-CHECK-ONE-CUSTOMER - READ THE NEXT CUSTOMER.  A MISSING
082200* RECIPE ON AN ACTIVE STANDING ORDER REJECTS EVERY NIGHT (CODE
082300* 10); ON ANY OTHER CUSTOMER IT ONLY MATTERS IF THEY ORDER.
082400*---------------------------------------------------------------
082500 4100-CHECK-ONE-CUSTOMER.
082600     READ CUSTOMER-MASTER
082700         AT END
082800             SET END-OF-SWEEP TO TRUE
082900             GO TO 4100-EXIT
083000     END-READ.
083100     ADD 1 TO WS-TOTAL-CUS-READ.
083200     MOVE "CUSTMAST" TO WS-EXC-FILE.
083300     MOVE CU-CUST-NO TO WS-EXC-KEY.
083400     MOVE CU-RECIPE-CODE TO RM-RECIPE-CODE.
083500     READ RECIPE-MASTER
083600         INVALID KEY
083700             IF CU-ACTIVE-FLAG = "A"
083800                 AND CU-STANDING-FLAG = "Y"
083900                 MOVE "W" TO WS-EXC-SEVERITY
084000                 MOVE "STANDING ORDER RECIPE NOT ON FILE"
084100                     TO WS-EXC-PROBLEM
084200             ELSE
084300                 MOVE "I" TO WS-EXC-SEVERITY
084400                 MOVE "CUSTOMER RECIPE NOT ON FILE"
084500                     TO WS-EXC-PROBLEM
084600             END-IF
084700             MOVE SPACES TO WS-EXC-DETAIL
084800             STRING "RECIPE " CU-RECIPE-CODE " " CU-NAME
084900                 DELIMITED BY SIZE INTO WS-EXC-DETAIL
085000             PERFORM 6000-NOTE-BREAK THRU 6000-EXIT
085100     END-READ.
085200     IF CU-ACTIVE-FLAG NOT = "A"
085300         OR CU-STANDING-FLAG NOT = "Y"
085400         GO TO 4100-EXIT
085500     END-IF.
085600     MOVE "FLUR" TO WS-NEED-ITEM(1).
085700     MOVE "SUGR" TO WS-NEED-ITEM(2).
085800     MOVE "MILK" TO WS-NEED-ITEM(3).
085900     IF CU-BACON-SUB-CODE = "T"
086000         MOVE "TBAC" TO WS-NEED-ITEM(4)
086100     ELSE
086200     IF CU-BACON-SUB-CODE = "V"
086300         MOVE "VBAC" TO WS-NEED-ITEM(4)
086400     ELSE
086500         MOVE "BACN" TO WS-NEED-ITEM(4)
086600     END-IF
086700     END-IF.
086800     MOVE "BKPW" TO WS-NEED-ITEM(5).
086900     PERFORM 4200-CHECK-ONE-NEED THRU 4200-EXIT
087000         VARYING WS-NEED-SUB FROM 1 BY 1
087100         UNTIL WS-NEED-SUB > 5.
087200 4100-EXIT.
087300     EXIT.
087400
087500*---------------------------------------------------------------
087600* 4200-CHECK-ONE-NEED - CHECK THE STANDING ORDER'S STORE HAS AN
087700* INVENTORY RECORD FOR ONE INGREDIENT (ELSE REJECT CODE 40).
087800*---------------------------------------------------------------
087900 4200-CHECK-ONE-NEED.
088000     MOVE CU-STORE-CODE TO INV-STORE-CODE.
088100     MOVE WS-NEED-ITEM(WS-NEED-SUB) TO INV-ITEM-CODE.
088200     READ INVENTORY-MASTER
088300         INVALID KEY
088400             MOVE "W" TO WS-EXC-SEVERITY
088500             MOVE "STANDING ORDER STORE LACKS INGREDIENT"
088600                 TO WS-EXC-PROBLEM
088700             MOVE SPACES TO WS-EXC-DETAIL
088800             STRING "STORE " CU-STORE-CODE " ITEM "
088900                 WS-NEED-ITEM(WS-NEED-SUB)
089000                 DELIMITED BY SIZE INTO WS-EXC-DETAIL
089100             PERFORM 6000-NOTE-BREAK THRU 6000-EXIT
089200     END-READ.
089300 4200-EXIT.
089400     EXIT.
089500
089600*---------------------------------------------------------------
089700* 4500-SWEEP-PRICES - READ PRICE-MASTER FRONT TO BACK AND CHECK
089800* EACH PRICING RULE NAMES A RECIPE THAT IS ON FILE.
089900*---------------------------------------------------------------
090000 4500-SWEEP-PRICES.
090100     SET MORE-TO-SWEEP TO TRUE.
090200     PERFORM 4600-CHECK-ONE-PRICE THRU 4600-EXIT
090300         UNTIL END-OF-SWEEP.
090400 4500-EXIT.
090500     EXIT.
090600
090700*---------------------------------------------------------------
090800* 4600-CHECK-ONE-PRICE - READ THE NEXT PRICING RULE AND LOOK UP
090900* ITS RECIPE.
091000*---------------------------------------------------------------
091100 4600-CHECK-ONE-PRICE.
091200     READ PRICE-MASTER
091300         AT END
091400             SET END-OF-SWEEP TO TRUE
091500             GO TO 4600-EXIT
091600     END-READ.
091700     ADD 1 TO WS-TOTAL-PRC-READ.
091800     MOVE PR-RECIPE-CODE TO RM-RECIPE-CODE.
091900     READ RECIPE-MASTER
092000         INVALID KEY
092100             MOVE "W" TO WS-EXC-SEVERITY
092200             MOVE "PRCMAST " TO WS-EXC-FILE
092300             MOVE PR-RECIPE-CODE TO WS-EXC-KEY
092400             MOVE "PRICING RULE FOR A RECIPE NOT ON FILE"
092500                 TO WS-EXC-PROBLEM
092600             MOVE SPACES TO WS-EXC-DETAIL
092700             PERFORM 6000-NOTE-BREAK THRU 6000-EXIT
092800     END-READ.
092900 4600-EXIT.
093000     EXIT.
093100
093200*---------------------------------------------------------------
093300* 5000-SWEEP-COSTS - READ COST-MASTER FRONT TO BACK AND FLAG A
093400* COST RECORD WITH NO UNIT COST KEYED.
093500*---------------------------------------------------------------
093600 5000-SWEEP-COSTS.
093700     SET MORE-TO-SWEEP TO TRUE.
093800     MOVE LOW-VALUES TO CM-ITEM-CODE.
093900     START COST-MASTER KEY NOT < CM-ITEM-CODE
094000         INVALID KEY
094100             SET END-OF-SWEEP TO TRUE
094200     END-START.
094300     PERFORM 5100-CHECK-ONE-COST THRU 5100-EXIT
094400         UNTIL END-OF-SWEEP.
094500 5000-EXIT.
094600     EXIT.
094700
094800*---------------------------------------------------------------
094900* 5100-CHECK-ONE-COST - READ THE NEXT COST RECORD AND CHECK ITS
095000* UNIT COST.
095100*---------------------------------------------------------------
095200 5100-CHECK-ONE-COST.
095300     READ COST-MASTER NEXT
095400         AT END
095500             SET END-OF-SWEEP TO TRUE
095600             GO TO 5100-EXIT
095700     END-READ.
095800     ADD 1 TO WS-TOTAL-CST-READ.
095900     IF CM-UNIT-COST NUMERIC
096000         AND CM-UNIT-COST > ZERO
096100         GO TO 5100-EXIT
096200     END-IF.
096300     MOVE "W" TO WS-EXC-SEVERITY.
096400     MOVE "COSTMAST" TO WS-EXC-FILE.
096500     MOVE CM-ITEM-CODE TO WS-EXC-KEY.
096600     MOVE "UNIT COST ZERO OR NOT KEYED" TO WS-EXC-PROBLEM.
096700     MOVE CM-ITEM-NAME TO WS-EXC-DETAIL.
096800     PERFORM 6000-NOTE-BREAK THRU 6000-EXIT.
096900 5100-EXIT.
097000     EXIT.
097100
097200*---------------------------------------------------------------
097300* 5500-SWEEP-SUPPLIERS - READ SUPPLIER-MASTER FRONT TO BACK AND
097400* FLAG A SUPPLIER WITH NO NAME TO HEAD A PURCHASE ORDER WITH.
097500*---------------------------------------------------------------
097600 5500-SWEEP-SUPPLIERS.
097700     SET MORE-TO-SWEEP TO TRUE.
097800     MOVE LOW-VALUES TO SUP-SUPPLIER-CODE.
097900     START SUPPLIER-MASTER KEY NOT < SUP-SUPPLIER-CODE
098000         INVALID KEY
098100             SET END-OF-SWEEP TO TRUE
098200     END-START.
098300     PERFORM 5600-CHECK-ONE-SUPPLIER THRU 5600-EXIT
098400         UNTIL END-OF-SWEEP.
098500 5500-EXIT.
098600     EXIT.
098700
098800*---------------------------------------------------------------
098900* 5600-CHECK-ONE-SUPPLIER - READ THE NEXT SUPPLIER AND CHECK IT
099000* HAS A NAME.
099100*---------------------------------------------------------------
099200 5600-CHECK-ONE-SUPPLIER.
099300     READ SUPPLIER-MASTER NEXT
099400         AT END
099500             SET END-OF-SWEEP TO TRUE
099600             GO TO 5600-EXIT
099700     END-READ.
099800     ADD 1 TO WS-TOTAL-SUP-READ.
099900     IF SUP-NAME NOT = SPACES
100000         GO TO 5600-EXIT
100100     END-IF.
100200     MOVE "W" TO WS-EXC-SEVERITY.
100300     MOVE "SUPPMAST" TO WS-EXC-FILE.
100400     MOVE SUP-SUPPLIER-CODE TO WS-EXC-KEY.
100500     MOVE "SUPPLIER HAS NO NAME" TO WS-EXC-PROBLEM.
100600     MOVE SPACES TO WS-EXC-DETAIL.
100700     PERFORM 6000-NOTE-BREAK THRU 6000-EXIT.
100800 5600-EXIT.
100900     EXIT.
101000
101100*---------------------------------------------------------------
101200* 6000-NOTE-BREAK - COUNT ONE BREAK UNDER ITS SEVERITY AND ADD
101300* IT TO THE BREAK TABLE FOR THE REPORT.  THE CALLER HAS SET THE
101400* SEVERITY, FILE, KEY, PROBLEM, AND DETAIL.
101500*---------------------------------------------------------------
101600 6000-NOTE-BREAK.
101700     IF WS-EXC-SEVERITY = "S"
101800         ADD 1 TO WS-TOTAL-SEVERE
101900     ELSE
102000     IF WS-EXC-SEVERITY = "W"
102100         ADD 1 TO WS-TOTAL-WARNINGS
102200     ELSE
102300         ADD 1 TO WS-TOTAL-INFO
102400     END-IF
102500     END-IF.
102600     IF WS-EX-COUNT >= 500
102700         ADD 1 TO WS-TOTAL-NOT-LISTED
102800         GO TO 6000-EXIT
102900     END-IF.
103000     ADD 1 TO WS-EX-COUNT.
103100     MOVE WS-EXC-SEVERITY TO WS-EX-SEVERITY(WS-EX-COUNT).
103200     MOVE WS-EXC-FILE TO WS-EX-FILE(WS-EX-COUNT).
103300     MOVE WS-EXC-KEY TO WS-EX-KEY(WS-EX-COUNT).
103400     MOVE WS-EXC-PROBLEM TO WS-EX-PROBLEM(WS-EX-COUNT).
103500     MOVE WS-EXC-DETAIL TO WS-EX-DETAIL(WS-EX-COUNT).
103600 6000-EXIT.
103700     EXIT.
103800
103900*---------------------------------------------------------------
104000* 7000-WRITE-REPORT - PRINT THE BREAKS ONE SEVERITY AT A TIME,
104100* SEVERE FIRST, THEN THE SWEEP TOTALS.
104200*---------------------------------------------------------------
104300 7000-WRITE-REPORT.
104400     PERFORM 7100-WRITE-HEADINGS THRU 7100-EXIT.
104500     MOVE "S" TO WS-PRINT-SEVERITY.
104600     MOVE "SEVERE - COMPUTE STEP WILL BE BYPASSED" TO RS-TITLE.
104700     PERFORM 7200-WRITE-ONE-SECTION THRU 7200-EXIT.
104800     MOVE "W" TO WS-PRINT-SEVERITY.
104900     MOVE "WARNING - WILL REJECT OR MISDIRECT" TO RS-TITLE.
105000     PERFORM 7200-WRITE-ONE-SECTION THRU 7200-EXIT.
105100     MOVE "I" TO WS-PRINT-SEVERITY.
105200     MOVE "INFORMATION - WORTH TIDYING" TO RS-TITLE.
105300     PERFORM 7200-WRITE-ONE-SECTION THRU 7200-EXIT.
105400     PERFORM 7400-WRITE-TOTALS THRU 7400-EXIT.
105500 7000-EXIT.
105600     EXIT.
105700
105800*---------------------------------------------------------------
105900* 7100-WRITE-HEADINGS - START A NEW REPORT PAGE.
106000*---------------------------------------------------------------
106100 7100-WRITE-HEADINGS.
106200     ADD 1 TO WS-PAGE-NO.
106300     MOVE WS-RUN-MM TO RH1-MM.
106400     MOVE WS-RUN-DD TO RH1-DD.
106500     MOVE WS-RUN-YYYY TO RH1-YYYY.
106600     MOVE WS-PAGE-NO TO RH1-PAGE-NO.
106700     WRITE RPT-LINE FROM RPT-HEADING-1 AFTER ADVANCING PAGE.
106800     MOVE ZERO TO WS-LINES-ON-PAGE.
106900 7100-EXIT.
107000     EXIT.
107100
107200*---------------------------------------------------------------
107300* 7200-WRITE-ONE-SECTION - PRINT THE SECTION TITLE AND EVERY
107400* LISTED BREAK OF WS-PRINT-SEVERITY, OR NONE FOUND.
107500*---------------------------------------------------------------
107600 7200-WRITE-ONE-SECTION.
107700     IF WS-LINES-ON-PAGE + 6 > WS-MAX-LINES-PER-PAGE
107800         PERFORM 7100-WRITE-HEADINGS THRU 7100-EXIT
107900     END-IF.
108000     WRITE RPT-LINE FROM RPT-SECTION-LINE
108100         AFTER ADVANCING 2 LINES.
108200     WRITE RPT-LINE FROM RPT-COLUMN-HEADING
108300         AFTER ADVANCING 1 LINE.
108400     ADD 3 TO WS-LINES-ON-PAGE.
108500     MOVE ZERO TO WS-SECTION-COUNT.
108600     PERFORM 7300-WRITE-ONE-BREAK THRU 7300-EXIT
108700         VARYING WS-EX-SUB FROM 1 BY 1
108800         UNTIL WS-EX-SUB > WS-EX-COUNT.
108900     IF WS-SECTION-COUNT = ZERO
109000         WRITE RPT-LINE FROM RPT-NONE-LINE
109100             AFTER ADVANCING 1 LINE
109200         ADD 1 TO WS-LINES-ON-PAGE
109300     END-IF.
109400 7200-EXIT.
109500     EXIT.
109600
109700*---------------------------------------------------------------
109800* 7300-WRITE-ONE-BREAK - PRINT ONE TABLE ENTRY IF IT IS OF THE
109900* SEVERITY BEING PRINTED.
110000*---------------------------------------------------------------
110100 7300-WRITE-ONE-BREAK.
110200     IF WS-EX-SEVERITY(WS-EX-SUB) NOT = WS-PRINT-SEVERITY
110300         GO TO 7300-EXIT
110400     END-IF.
110500     IF WS-LINES-ON-PAGE >= WS-MAX-LINES-PER-PAGE
110600         PERFORM 7100-WRITE-HEADINGS THRU 7100-EXIT
110700         WRITE RPT-LINE FROM RPT-COLUMN-HEADING
110800             AFTER ADVANCING 2 LINES
110900         ADD 2 TO WS-LINES-ON-PAGE
111000     END-IF.
111100     ADD 1 TO WS-SECTION-COUNT.
111200     MOVE WS-EX-FILE(WS-EX-SUB) TO RB-FILE.
111300     MOVE WS-EX-KEY(WS-EX-SUB) TO RB-KEY.
111400     MOVE WS-EX-PROBLEM(WS-EX-SUB) TO RB-PROBLEM.
111500     MOVE WS-EX-DETAIL(WS-EX-SUB) TO RB-DETAIL.
111600     WRITE RPT-LINE FROM RPT-BREAK-LINE AFTER ADVANCING 1 LINE.
111700     ADD 1 TO WS-LINES-ON-PAGE.
111800 7300-EXIT.
111900     EXIT.
112000
112100*---------------------------------------------------------------
112200* 7400-WRITE-TOTALS - PRINT THE RECORDS SWEPT PER MASTER AND
112300* THE BREAKS PER SEVERITY.
112400*---------------------------------------------------------------
112500 7400-WRITE-TOTALS.
112600     IF WS-LINES-ON-PAGE + 16 > WS-MAX-LINES-PER-PAGE
112700         PERFORM 7100-WRITE-HEADINGS THRU 7100-EXIT
112800     END-IF.
112900     MOVE "INVENTORY RECORDS READ" TO RT-LABEL.
113000     MOVE WS-TOTAL-INV-READ TO RT-COUNT.
113100     WRITE RPT-LINE FROM RPT-TOTAL-LINE
113200         AFTER ADVANCING 2 LINES.
113300     MOVE "RECIPE RECORDS READ" TO RT-LABEL.
113400     MOVE WS-TOTAL-RCP-READ TO RT-COUNT.
113500     WRITE RPT-LINE FROM RPT-TOTAL-LINE
113600         AFTER ADVANCING 1 LINE.
113700     MOVE "COST RECORDS READ" TO RT-LABEL.
113800     MOVE WS-TOTAL-CST-READ TO RT-COUNT.
113900     WRITE RPT-LINE FROM RPT-TOTAL-LINE
114000         AFTER ADVANCING 1 LINE.
114100     MOVE "PRICE RECORDS READ" TO RT-LABEL.
114200     MOVE WS-TOTAL-PRC-READ TO RT-COUNT.
114300     WRITE RPT-LINE FROM RPT-TOTAL-LINE
114400         AFTER ADVANCING 1 LINE.
114500     MOVE "CUSTOMER RECORDS READ" TO RT-LABEL.
114600     MOVE WS-TOTAL-CUS-READ TO RT-COUNT.
114700     WRITE RPT-LINE FROM RPT-TOTAL-LINE
114800         AFTER ADVANCING 1 LINE.
114900     MOVE "SUPPLIER RECORDS READ" TO RT-LABEL.
115000     MOVE WS-TOTAL-SUP-READ TO RT-COUNT.
115100     WRITE RPT-LINE FROM RPT-TOTAL-LINE
115200         AFTER ADVANCING 1 LINE.
115300     MOVE "PURCHASE ORDER RECORDS READ" TO RT-LABEL.
115400     MOVE WS-TOTAL-POM-READ TO RT-COUNT.
115500     WRITE RPT-LINE FROM RPT-TOTAL-LINE
115600         AFTER ADVANCING 1 LINE.
115700     MOVE "LOT RECORDS READ" TO RT-LABEL.
115800     MOVE WS-TOTAL-LOT-READ TO RT-COUNT.
115900     WRITE RPT-LINE FROM RPT-TOTAL-LINE
116000         AFTER ADVANCING 1 LINE.
116100     MOVE "SEVERE BREAKS" TO RT-LABEL.
116200     MOVE WS-TOTAL-SEVERE TO RT-COUNT.
116300     WRITE RPT-LINE FROM RPT-TOTAL-LINE
116400         AFTER ADVANCING 2 LINES.
116500     MOVE "WARNINGS" TO RT-LABEL.
116600     MOVE WS-TOTAL-WARNINGS TO RT-COUNT.
116700     WRITE RPT-LINE FROM RPT-TOTAL-LINE
116800         AFTER ADVANCING 1 LINE.
116900     MOVE "INFORMATION ITEMS" TO RT-LABEL.
117000     MOVE WS-TOTAL-INFO TO RT-COUNT.
117100     WRITE RPT-LINE FROM RPT-TOTAL-LINE
117200         AFTER ADVANCING 1 LINE.
117300     IF WS-TOTAL-NOT-LISTED > ZERO
117400         MOVE "BREAKS COUNTED, NOT LISTED" TO RT-LABEL
117500         MOVE WS-TOTAL-NOT-LISTED TO RT-COUNT
117600         WRITE RPT-LINE FROM RPT-TOTAL-LINE
117700             AFTER ADVANCING 1 LINE
117800     END-IF.
117900     IF WS-TOTAL-SEVERE > ZERO
118000         WRITE RPT-LINE FROM RPT-STOP-LINE
118100             AFTER ADVANCING 2 LINES
118200     END-IF.
118300 7400-EXIT.
118400     EXIT.
118500
118600*---------------------------------------------------------------
118700* 8000-WRITE-CONTROL-COUNTS - APPEND THIS STEP'S COUNTS TO THE
118800* SHARED CONTROL-COUNT FILE FOR THE NIGHT CONTROL REPORT.
118900*---------------------------------------------------------------
119000 8000-WRITE-CONTROL-COUNTS.
119100     OPEN EXTEND CONTROL-COUNT-FILE.
119200     IF NOT CTL-STATUS-OK
119300         DISPLAY "BACINTEG - CONTROL-COUNT OPEN FAILED, "
119400             "STATUS " WS-CTL-STATUS
119500         MOVE 16 TO RETURN-CODE
119600         STOP RUN
119700     END-IF.
119800     MOVE "SEVERE BREAKS       " TO CC-LABEL.
119900     MOVE WS-TOTAL-SEVERE TO CC-COUNT.
120000     PERFORM 8100-WRITE-ONE-COUNT THRU 8100-EXIT.
120100     MOVE "WARNINGS            " TO CC-LABEL.
120200     MOVE WS-TOTAL-WARNINGS TO CC-COUNT.
120300     PERFORM 8100-WRITE-ONE-COUNT THRU 8100-EXIT.
120400     MOVE "INFORMATION ITEMS   " TO CC-LABEL.
120500     MOVE WS-TOTAL-INFO TO CC-COUNT.
120600     PERFORM 8100-WRITE-ONE-COUNT THRU 8100-EXIT.
120700     CLOSE CONTROL-COUNT-FILE.
120800 8000-EXIT.
120900     EXIT.
121000
121100*---------------------------------------------------------------
121200* 8100-WRITE-ONE-COUNT - WRITE ONE CONTROL-COUNT RECORD.  THE
121300* CALLER HAS SET THE LABEL AND COUNT.
121400*---------------------------------------------------------------
121500 8100-WRITE-ONE-COUNT.
121600     MOVE WS-RUN-DATE-NUM TO CC-DATE.
121700     MOVE "BACINTEG" TO CC-PROGRAM.
121800     MOVE SPACES TO CC-REC(44:37).
121900     WRITE CC-REC.
122000     IF NOT CTL-STATUS-OK
122100         DISPLAY "BACINTEG - CONTROL-COUNT WRITE FAILED, "
122200             "STATUS " WS-CTL-STATUS
122300         MOVE 16 TO RETURN-CODE
122400         STOP RUN
122500     END-IF.
122600 8100-EXIT.
122700     EXIT.
122800
122900*---------------------------------------------------------------
123000* 9999-TERMINATE - CLOSE THE FILES, REPORT THE RESULTS, AND SET
123100* RETURN-CODE 8 ON ANY SEVERE BREAK (THE STREAM BYPASSES THE
123200* COMPUTE STEP) OR 4 ON WARNINGS ONLY.
123300*---------------------------------------------------------------
123400 9999-TERMINATE.
123500     CLOSE INVENTORY-MASTER.
123600     CLOSE RECIPE-MASTER.
123700     CLOSE COST-MASTER.
123800     CLOSE PRICE-MASTER.
123900     CLOSE CUSTOMER-MASTER.
124000     CLOSE SUPPLIER-MASTER.
124100     CLOSE PO-MASTER.
124200     CLOSE LOT-MASTER.
124300     CLOSE INTEGRITY-REPORT.
124400     DISPLAY "BACINTEG - SEVERE BREAKS:     " WS-TOTAL-SEVERE.
124500     DISPLAY "BACINTEG - WARNINGS:          " WS-TOTAL-WARNINGS.
124600     DISPLAY "BACINTEG - INFORMATION ITEMS: " WS-TOTAL-INFO.
124700     IF WS-TOTAL-SEVERE > ZERO
124800         DISPLAY "BACINTEG - SEVERE BREAKS, COMPUTE STEP STOPPED"
124900         MOVE 8 TO RETURN-CODE
125000     ELSE
125100     IF WS-TOTAL-WARNINGS > ZERO
125200         MOVE 4 TO RETURN-CODE
125300     ELSE
125400         MOVE 0 TO RETURN-CODE
125500     END-IF
125600     END-IF.
125700 9999-EXIT.
125800     EXIT.
125900
126000 END PROGRAM BACINTEG.
