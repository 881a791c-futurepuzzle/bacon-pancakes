000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BACRECOV.
000300 AUTHOR. DW.
000400 INSTALLATION. KITCHEN-DATA-PROCESSING.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*RECOVERS THE INVENTORY, LOT, AND OPEN-PO MASTERS FROM A BACKUP
000800*GENERATION WRITTEN BY BACBKUP AND ROLLS THEM FORWARD FROM THE
000900*MOVEMENT LEDGER (INVMOVE).  ONLY THE MASTERS NAMED ON THE RELOAD
001000*CARDS ARE RELOADED - ONE NAME (INVMAST, LOTMAST, OR POMAST) IN
001100*COLUMNS 1-8 OF EACH CARD, INVMAST ALONE WHEN THERE ARE NONE - SO
001200*A HEALTHY MASTER KEEPS EVERYTHING POSTED TO IT SINCE THE BACKUP.
001300*IT WORKS IN FOUR PASSES:
001400*
001500*  1. CHECK THE BACKUP OF EACH MASTER BEING RELOADED - EACH MUST
001600*     HAVE ITS HEADER AND TRAILER, THE TRAILER COUNT MUST MATCH
001700*     THE RECORDS READ, THE HEADERS MUST CARRY THE SAME BUSINESS
001800*     DATE AND LEDGER POSITION, AND THE LEDGER MUST STILL HOLD AT
001900*     LEAST THAT MANY RECORDS.  ANY FAILURE STOPS THE RUN BEFORE
002000*     A MASTER IS TOUCHED.  A MASTER THAT IS BEING KEPT BUT IS
002100*     EMPTY OR WILL NOT OPEN IS REPORTED, IN CASE IT WAS
002200*     REDEFINED WITHOUT BEING NAMED.
002300*  2. RELOAD THE NAMED MASTERS FROM THE BACKUP.  THE JOB DELETES
002400*     AND REDEFINES EACH ONE EMPTY AHEAD OF THIS STEP.
002500*  3. SKIP THE LEDGER RECORDS THAT WERE ALREADY ON FILE WHEN THE
002600*     BACKUP WAS TAKEN AND REAPPLY EVERY LATER ONE, IN THE ORDER
002700*     IT WAS WRITTEN (BACONPANCAKES DEBITS, BACRECV RECEIPTS,
002800*     BACCOUNT ADJUSTMENTS, BACXFER TRANSFERS).
002900*     - INVMAST RELOADED: EACH RECORD'S BEFORE QUANTITY MUST EQUAL
003000*       THE REBUILT ON-HAND; EVERY ONE THAT DOES NOT IS PRINTED AS
003100*       A BREAK.  ON-HAND IS THEN SET TO THE RECORD'S AFTER
003200*       QUANTITY, SO A BREAK PRINTS ONCE AND DOES NOT CARRY INTO
003300*       THE RECORDS BEHIND IT.
003400*     - LOTMAST RELOADED: EACH BACONPANCAKES LOT RELIEF (LOT FLAG
003500*       L) IS TAKEN OFF ITS LOT THE WAY BACONPANCAKES TOOK IT - A
003600*       LOT IT EMPTIES IS DELETED.  A LOT NOT ON THE REBUILT
003700*       MASTER, OR HOLDING LESS THAN WAS RELIEVED, IS A BREAK.
003800*  4. WHEN INVMAST OR LOTMAST WAS RELOADED, TOTAL EACH ITEM'S LOTS
003900*     AND PRINT EVERY ITEM WHOSE LOTS COME TO MORE THAN ITS ON-
004000*     HAND, WHICH BACINTEG WOULD OTHERWISE STOP THE NEXT NIGHT ON.
004100*
004200*THE LEDGER CARRIES ON-HAND AND BACONPANCAKES' LOT RELIEFS ONLY.
004300*LOTS RECEIVED BY BACRECV OR MOVED BY BACXFER, AND OPEN-PO
004400*CHANGES, SINCE THE BACKUP ARE NOT ON IT; A RELOADED LOTMAST OR
004500*POMAST COMES BACK WITHOUT THEM, AND THE REPORT SAYS SO.
004600*---------------------------------------------------------------
004700* MODIFICATION HISTORY
004800*---------------------------------------------------------------
004900* 10/15/26  DW         ORIGINAL VERSION.
005000* 10/15/26  DW         RELOAD CARDS NAME THE MASTERS TO RECOVER,
005100*                      DEFAULT INVMAST ONLY, SO A HEALTHY LOTMAST
005200*                      OR POMAST IS NO LONGER THROWN BACK TO THE
005300*                      BACKUP.  A RELOADED LOTMAST HAS THE
005400*                      BACONPANCAKES LOT RELIEFS REAPPLIED, AND
005500*                      LOTS OVER ON-HAND ARE LISTED AS BREAKS.
005600*---------------------------------------------------------------
005700 ENVIRONMENT DIVISION.
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000     SELECT RELOAD-CARD-FILE ASSIGN TO RELCARD
006100         ORGANIZATION IS SEQUENTIAL.
006200
006300     SELECT INVENTORY-BACKUP ASSIGN TO INVBKUP
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-IBK-STATUS.
006600
006700     SELECT LOT-BACKUP ASSIGN TO LOTBKUP
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS WS-LBK-STATUS.
007000
007100     SELECT PO-BACKUP ASSIGN TO POBKUP
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS WS-PBK-STATUS.
007400
007500     SELECT INVENTORY-MASTER ASSIGN TO INVMAST
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS DYNAMIC
007800         RECORD KEY IS INV-KEY
007900         FILE STATUS IS WS-INV-STATUS.
008000
008100     SELECT LOT-MASTER ASSIGN TO LOTMAST
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS DYNAMIC
008400         RECORD KEY IS LOT-KEY
008500         FILE STATUS IS WS-LOT-STATUS.
008600
008700     SELECT PO-MASTER ASSIGN TO POMAST
008800         ORGANIZATION IS INDEXED
008900         ACCESS MODE IS DYNAMIC
009000         RECORD KEY IS PM-KEY
009100         FILE STATUS IS WS-POM-STATUS.
009200
009300     SELECT MOVEMENT-FILE ASSIGN TO INVMOVE
009400         ORGANIZATION IS SEQUENTIAL.
009500
009600     SELECT RECOVERY-REPORT ASSIGN TO RECOVRPT
009700         ORGANIZATION IS SEQUENTIAL.
009800
009900 DATA DIVISION.
010000 FILE SECTION.
010100*---------------------------------------------------------------
010200* RELOAD-CARD-FILE - ONE MASTER NAME PER CARD IN COLUMNS 1-8.
010300* BLANK CARDS ARE PASSED OVER.
010400*---------------------------------------------------------------
010500 FD  RELOAD-CARD-FILE
010600     LABEL RECORDS ARE STANDARD.
010700 01  RELOAD-CARD.
010800     05  RL-MASTER-NAME      PIC X(08).
010900     05  FILLER              PIC X(72).
011000
011100*---------------------------------------------------------------
011200* INVENTORY-BACKUP, LOT-BACKUP, PO-BACKUP - THE BACKUP
011300* GENERATIONS WRITTEN BY BACBKUP.  EACH RECORD IS READ INTO
011400* BACKUP-REC IN WORKING-STORAGE.
011500*---------------------------------------------------------------
011600 FD  INVENTORY-BACKUP
011700     LABEL RECORDS ARE STANDARD.
011800 01  INV-BACKUP-REC          PIC X(81).
011900
012000 FD  LOT-BACKUP
012100     LABEL RECORDS ARE STANDARD.
012200 01  LOT-BACKUP-REC          PIC X(81).
012300
012400 FD  PO-BACKUP
012500     LABEL RECORDS ARE STANDARD.
012600 01  PO-BACKUP-REC           PIC X(81).
012700
012800*---------------------------------------------------------------
012900* INVENTORY-MASTER - ONE RECORD PER STORE AND ITEM.
013000*---------------------------------------------------------------
013100 FD  INVENTORY-MASTER
013200     LABEL RECORDS ARE STANDARD.
013300 01  INVENTORY-REC.
013400     05  INV-KEY.
013500         10  INV-STORE-CODE  PIC X(02).
013600         10  INV-ITEM-CODE   PIC X(04).
013700     05  INV-ITEM-NAME       PIC X(20).
013800     05  INV-QTY-ON-HAND     PIC 9(07).
013900     05  INV-REORDER-POINT   PIC 9(07).
014000     05  INV-SUPPLIER-CODE   PIC X(04).
014100     05  INV-ORDER-QTY       PIC 9(07).
014200     05  INV-PACK-SIZE       PIC 9(05).
014300     05  FILLER              PIC X(06).
014400
014500*---------------------------------------------------------------
014600* LOT-MASTER - ONE RECORD PER DATED LOT ON HAND.
014700*---------------------------------------------------------------
014800 FD  LOT-MASTER
014900     LABEL RECORDS ARE STANDARD.
015000 01  LOT-REC.
015100     05  LOT-KEY.
015200         10  LOT-STORE-CODE  PIC X(02).
015300         10  LOT-ITEM-CODE   PIC X(04).
015400         10  LOT-EXPIRY-DATE PIC 9(08).
015500         10  LOT-NO          PIC X(06).
015600     05  LOT-QTY-REMAINING   PIC 9(07).
015700     05  LOT-RECEIVED-DATE   PIC 9(08).
015800     05  FILLER              PIC X(45).
015900
016000*---------------------------------------------------------------
016100* PO-MASTER - ONE RECORD PER OPEN PURCHASE ORDER.
016200*---------------------------------------------------------------
016300 FD  PO-MASTER
016400     LABEL RECORDS ARE STANDARD.
016500 01  PO-MASTER-REC.
016600     05  PM-KEY.
016700         10  PM-STORE-CODE   PIC X(02).
016800         10  PM-ITEM-CODE    PIC X(04).
016900     05  PM-SUPPLIER-CODE    PIC X(04).
017000     05  PM-ORDER-DATE       PIC 9(08).
017100     05  PM-ORDER-QTY        PIC 9(07).
017200     05  PM-QTY-RECEIVED     PIC 9(07).
017300     05  PM-STATUS           PIC X(01).
017400     05  PM-FILL-DATE        PIC 9(08).
017500     05  PM-INVOICE-NO       PIC X(10).
017600     05  FILLER              PIC X(29).
017700
017800*---------------------------------------------------------------
017900* MOVEMENT-FILE - THE SHARED INVENTORY MOVEMENT LEDGER, READ IN
018000* THE ORDER IT WAS WRITTEN.
018100*---------------------------------------------------------------
018200 FD  MOVEMENT-FILE
018300     LABEL RECORDS ARE STANDARD.
018400 01  MOVE-REC.
018500     05  MV-DATE             PIC 9(08).
018600     05  MV-TIME             PIC 9(08).
018700     05  MV-PROGRAM          PIC X(08).
018800     05  MV-STORE-CODE       PIC X(02).
018900     05  MV-ITEM-CODE        PIC X(04).
019000     05  MV-QTY-BEFORE       PIC 9(07).
019100     05  MV-QTY-AFTER        PIC 9(07).
019200     05  MV-REFERENCE        PIC X(10).
019300     05  MV-LOT-FLAG         PIC X(01).
019400         88  MV-FROM-LOT     VALUE "L".
019500         88  MV-FROM-UNDATED VALUE "U".
019600     05  MV-LOT-NO           PIC X(06).
019700     05  MV-LOT-EXPIRY       PIC 9(08).
019800     05  FILLER              PIC X(11).
019900
020000 FD  RECOVERY-REPORT
020100     LABEL RECORDS ARE OMITTED.
020200 01  RPT-LINE                PIC X(132).
020300
020400 WORKING-STORAGE SECTION.
020500 01  SW-FILE-STATUS          PIC X(01).
020600     88  END-OF-INPUT        VALUE "Y".
020700     88  MORE-INPUT-EXISTS   VALUE "N".
020800
020900 01  SW-MASTER-FOUND         PIC X(01).
021000     88  MASTER-FOUND        VALUE "Y".
021100     88  MASTER-NOT-FOUND    VALUE "N".
021200
021300 01  SW-STAMP-STATUS         PIC X(01) VALUE "N".
021400     88  STAMP-TAKEN         VALUE "Y".
021500     88  STAMP-NOT-TAKEN     VALUE "N".
021600
021700*---------------------------------------------------------------
021800* WHICH MASTERS ARE RELOADED, FROM THE RELOAD CARDS, AND WHETHER
021900* A KEPT MASTER LOOKED EMPTY OR WOULD NOT OPEN.
022000*---------------------------------------------------------------
022100 01  SW-RELOAD-INV           PIC X(01) VALUE "N".
022200     88  RELOAD-INVMAST      VALUE "Y".
022300     88  KEEP-INVMAST        VALUE "N".
022400
022500 01  SW-RELOAD-LOT           PIC X(01) VALUE "N".
022600     88  RELOAD-LOTMAST      VALUE "Y".
022700     88  KEEP-LOTMAST        VALUE "N".
022800
022900 01  SW-RELOAD-POM           PIC X(01) VALUE "N".
023000     88  RELOAD-POMAST       VALUE "Y".
023100     88  KEEP-POMAST         VALUE "N".
023200
023300 01  SW-KEPT-INV             PIC X(01) VALUE "Y".
023400     88  KEPT-INV-OK         VALUE "Y".
023500     88  KEPT-INV-SUSPECT    VALUE "N".
023600
023700 01  SW-KEPT-LOT             PIC X(01) VALUE "Y".
023800     88  KEPT-LOT-OK         VALUE "Y".
023900     88  KEPT-LOT-SUSPECT    VALUE "N".
024000
024100 01  SW-KEPT-POM             PIC X(01) VALUE "Y".
024200     88  KEPT-POM-OK         VALUE "Y".
024300     88  KEPT-POM-SUSPECT    VALUE "N".
024400
024500 01  WS-IBK-STATUS           PIC X(02).
024600     88  IBK-STATUS-OK       VALUE "00".
024700
024800 01  WS-LBK-STATUS           PIC X(02).
024900     88  LBK-STATUS-OK       VALUE "00".
025000
025100 01  WS-PBK-STATUS           PIC X(02).
025200     88  PBK-STATUS-OK       VALUE "00".
025300
025400 01  WS-INV-STATUS           PIC X(02).
025500     88  INV-STATUS-OK       VALUE "00".
025600
025700 01  WS-LOT-STATUS           PIC X(02).
025800     88  LOT-STATUS-OK       VALUE "00".
025900
026000 01  WS-POM-STATUS           PIC X(02).
026100     88  POM-STATUS-OK       VALUE "00".
026200
026300*---------------------------------------------------------------
026400* BACKUP RECORD - SAME LAYOUT AS BACBKUP WRITES.
026500*---------------------------------------------------------------
026600 01  BACKUP-REC.
026700     05  BK-REC-TYPE         PIC X(01).
026800         88  BK-HEADER       VALUE "H".
026900         88  BK-DETAIL       VALUE "D".
027000         88  BK-TRAILER      VALUE "T".
027100     05  BK-BODY             PIC X(80).
027200     05  BK-HEADER-BODY REDEFINES BK-BODY.
027300         10  BKH-FILE-ID     PIC X(08).
027400         10  BKH-BUSINESS-DATE
027500                             PIC 9(08).
027600         10  BKH-CLOCK-DATE  PIC 9(08).
027700         10  BKH-CLOCK-TIME  PIC 9(08).
027800         10  BKH-LEDGER-COUNT
027900                             PIC 9(09).
028000         10  FILLER          PIC X(39).
028100     05  BK-TRAILER-BODY REDEFINES BK-BODY.
028200         10  BKT-FILE-ID     PIC X(08).
028300         10  BKT-BUSINESS-DATE
028400                             PIC 9(08).
028500         10  BKT-RECORD-COUNT
028600                             PIC 9(09).
028700         10  FILLER          PIC X(55).
028800
028900*---------------------------------------------------------------
029000* THE STAMP OF THE BACKUP IN USE, TAKEN FROM THE FIRST BACKUP
029100* CHECKED; THE OTHERS MUST AGREE WITH IT.
029200*---------------------------------------------------------------
029300 01  WS-FILE-ID              PIC X(08).
029400 01  WS-STAMP-FILE-ID        PIC X(08).
029500 01  WS-BACKUP-DATE          PIC 9(08) VALUE ZERO.
029600 01  WS-BACKUP-DATE-X REDEFINES WS-BACKUP-DATE.
029700     05  WS-BACKUP-YYYY      PIC 9(04).
029800     05  WS-BACKUP-MM        PIC 9(02).
029900     05  WS-BACKUP-DD        PIC 9(02).
030000 01  WS-BACKUP-CLOCK-DATE    PIC 9(08) VALUE ZERO.
030100 01  WS-BACKUP-CLOCK-TIME    PIC 9(08) VALUE ZERO.
030200 01  WS-BACKUP-POSITION      PIC 9(09) VALUE ZERO.
030300 01  WS-RECORD-COUNT         PIC 9(09) VALUE ZERO.
030400 01  WS-LEDGER-REC-NO        PIC 9(09) VALUE ZERO.
030500 01  WS-LAST-MV-DATE         PIC 9(08) VALUE ZERO.
030600 01  WS-LAST-MV-TIME         PIC 9(08) VALUE ZERO.
030700 01  WS-DIFFERENCE           PIC S9(09) VALUE ZERO.
030800 01  WS-LOT-RELIEVED         PIC S9(07) VALUE ZERO.
030900
031000*---------------------------------------------------------------
031100* LOT TOTALS FOR THE LOTS-TO-ON-HAND CHECK - ONE STORE AND ITEM
031200* AT A TIME, IN LOT KEY ORDER.
031300*---------------------------------------------------------------
031400 01  WS-LOT-CUR-KEY.
031500     05  WS-LOT-CUR-STORE    PIC X(02).
031600     05  WS-LOT-CUR-ITEM     PIC X(04).
031700 01  WS-LOT-TOTAL            PIC 9(09) VALUE ZERO.
031800
031900*---------------------------------------------------------------
032000* RUN TOTALS.
032100*---------------------------------------------------------------
032200 01  WS-TOTAL-INV            PIC 9(09) VALUE ZERO.
032300 01  WS-TOTAL-LOT            PIC 9(09) VALUE ZERO.
032400 01  WS-TOTAL-POM            PIC 9(09) VALUE ZERO.
032500 01  WS-TOTAL-LEDGER         PIC 9(09) VALUE ZERO.
032600 01  WS-TOTAL-SKIPPED        PIC 9(09) VALUE ZERO.
032700 01  WS-TOTAL-CARDS          PIC 9(05) VALUE ZERO COMP.
032800 01  WS-TOTAL-APPLIED        PIC 9(07) VALUE ZERO COMP.
032900 01  WS-TOTAL-LOT-RELIEFS    PIC 9(07) VALUE ZERO COMP.
033000 01  WS-TOTAL-BREAKS         PIC 9(07) VALUE ZERO COMP.
033100 01  WS-TOTAL-NOT-ON-MAST    PIC 9(07) VALUE ZERO COMP.
033200 01  WS-TOTAL-LOT-MISSING    PIC 9(07) VALUE ZERO COMP.
033300 01  WS-TOTAL-LOT-SHORT      PIC 9(07) VALUE ZERO COMP.
033400 01  WS-TOTAL-LOTS-OVER      PIC 9(07) VALUE ZERO COMP.
033500 01  WS-TOTAL-ALL-BREAKS     PIC 9(07) VALUE ZERO COMP.
033600
033700 01  WS-PAGE-NO              PIC 9(03) VALUE ZERO COMP.
033800 01  WS-LINES-ON-PAGE        PIC 9(02) VALUE ZERO COMP.
033900 01  WS-MAX-LINES-PER-PAGE   PIC 9(02) VALUE 50 COMP.
034000
034100*---------------------------------------------------------------
034200* REPORT HEADING AND DETAIL LINE LAYOUTS.  ON A BREAK LINE THE
034300* LEDGER COLUMN IS THE LEDGER'S FIGURE - THE BEFORE QUANTITY FOR
034400* AN ON-HAND BREAK, THE QUANTITY RELIEVED FOR A LOT BREAK, THE
034500* ITEM'S LOT TOTAL FOR LOTS OVER ON-HAND - AND THE DIFFERENCE IS
034600* LEDGER LESS REBUILT.
034700*---------------------------------------------------------------
034800 01  RPT-HEADING-1.
034900     05  FILLER              PIC X(28)
035000         VALUE "BACON PANCAKES - RECOVERY   ".
035100     05  RH1-MM              PIC 9(02).
035200     05  FILLER              PIC X(01) VALUE "/".
035300     05  RH1-DD              PIC 9(02).
035400     05  FILLER              PIC X(01) VALUE "/".
035500     05  RH1-YYYY            PIC 9(04).
035600     05  FILLER              PIC X(25) VALUE SPACES.
035700     05  FILLER              PIC X(05) VALUE "PAGE ".
035800     05  RH1-PAGE-NO         PIC ZZ9.
035900     05  FILLER              PIC X(61) VALUE SPACES.
036000
036100 01  RPT-COLUMN-HEADING.
036200     05  FILLER              PIC X(11) VALUE "LEDGER REC".
036300     05  FILLER              PIC X(10) VALUE "DATE".
036400     05  FILLER              PIC X(10) VALUE "TIME".
036500     05  FILLER              PIC X(10) VALUE "PROGRAM".
036600     05  FILLER              PIC X(04) VALUE "ST".
036700     05  FILLER              PIC X(06) VALUE "ITEM".
036800     05  FILLER              PIC X(08) VALUE "LOT".
036900     05  FILLER              PIC X(12) VALUE "REFERENCE".
037000     05  FILLER              PIC X(11) VALUE "   LEDGER".
037100     05  FILLER              PIC X(11) VALUE "  REBUILT".
037200     05  FILLER              PIC X(12) VALUE "DIFFERENCE".
037300     05  FILLER              PIC X(27) VALUE "BREAK".
037400
037500 01  RPT-DETAIL-LINE.
037600     05  RD-LEDGER-REC-NO    PIC ZZZZZZZZ9.
037700     05  FILLER              PIC X(02) VALUE SPACES.
037800     05  RD-DATE             PIC 9(08).
037900     05  FILLER              PIC X(02) VALUE SPACES.
038000     05  RD-TIME             PIC 9(08).
038100     05  FILLER              PIC X(02) VALUE SPACES.
038200     05  RD-PROGRAM          PIC X(08).
038300     05  FILLER              PIC X(02) VALUE SPACES.
038400     05  RD-STORE-CODE       PIC X(02).
038500     05  FILLER              PIC X(02) VALUE SPACES.
038600     05  RD-ITEM-CODE        PIC X(04).
038700     05  FILLER              PIC X(02) VALUE SPACES.
038800     05  RD-LOT-NO           PIC X(06).
038900     05  FILLER              PIC X(02) VALUE SPACES.
039000     05  RD-REFERENCE        PIC X(10).
039100     05  FILLER              PIC X(02) VALUE SPACES.
039200     05  RD-QTY-LEDGER       PIC Z,ZZZ,ZZ9.
039300     05  FILLER              PIC X(02) VALUE SPACES.
039400     05  RD-QTY-REBUILT      PIC Z,ZZZ,ZZ9.
039500     05  FILLER              PIC X(02) VALUE SPACES.
039600     05  RD-DIFFERENCE       PIC --,---,--9.
039700     05  FILLER              PIC X(02) VALUE SPACES.
039800     05  RD-BREAK            PIC X(27).
039900
040000 01  RPT-STAMP-LINE.
040100     05  RS-LABEL            PIC X(30).
040200     05  FILLER              PIC X(05) VALUE SPACES.
040300     05  RS-VALUE            PIC X(11).
040400     05  FILLER              PIC X(86) VALUE SPACES.
040500
040600 01  WS-EDIT-COUNT           PIC ZZZ,ZZZ,ZZ9.
040700
040800 01  WS-EDIT-DATE.
040900     05  WS-EDIT-MM          PIC 9(02).
041000     05  FILLER              PIC X(01) VALUE "/".
041100     05  WS-EDIT-DD          PIC 9(02).
041200     05  FILLER              PIC X(01) VALUE "/".
041300     05  WS-EDIT-YYYY        PIC 9(04).
041400     05  FILLER              PIC X(01) VALUE SPACE.
041500
041600 01  WS-EDIT-TIME.
041700     05  WS-EDIT-HH          PIC 9(02).
041800     05  FILLER              PIC X(01) VALUE ":".
041900     05  WS-EDIT-MI          PIC 9(02).
042000     05  FILLER              PIC X(01) VALUE ":".
042100     05  WS-EDIT-SS          PIC 9(02).
042200     05  FILLER              PIC X(03) VALUE SPACES.
042300
042400 01  WS-DATE-WORK            PIC 9(08).
042500 01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK.
042600     05  WS-WORK-YYYY        PIC 9(04).
042700     05  WS-WORK-MM          PIC 9(02).
042800     05  WS-WORK-DD          PIC 9(02).
042900
043000 01  WS-TIME-WORK            PIC 9(08).
043100 01  WS-TIME-WORK-X REDEFINES WS-TIME-WORK.
043200     05  WS-WORK-HH          PIC 9(02).
043300     05  WS-WORK-MI          PIC 9(02).
043400     05  WS-WORK-SS          PIC 9(02).
043500     05  WS-WORK-CC          PIC 9(02).
043600
043700 01  RPT-TOTAL-LINE.
043800     05  RT-LABEL            PIC X(30).
043900     05  FILLER              PIC X(05) VALUE SPACES.
044000     05  RT-COUNT            PIC ZZZZZ9.
044100     05  FILLER              PIC X(91) VALUE SPACES.
044200
044300 01  RPT-MESSAGE-LINE        PIC X(132).
044400
044500 PROCEDURE DIVISION.
044600*---------------------------------------------------------------
044700* 0000-MAINLINE
044800*---------------------------------------------------------------
044900 0000-MAINLINE.
045000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
045100     PERFORM 2000-OPEN-RELOADS THRU 2000-EXIT.
045200     IF RELOAD-INVMAST
045300         PERFORM 2100-RELOAD-INVENTORY THRU 2100-EXIT
045400     END-IF.
045500     IF RELOAD-LOTMAST
045600         PERFORM 2200-RELOAD-LOTS THRU 2200-EXIT
045700     END-IF.
045800     IF RELOAD-POMAST
045900         PERFORM 2300-RELOAD-POS THRU 2300-EXIT
046000     END-IF.
046100     IF RELOAD-INVMAST
046200         OR RELOAD-LOTMAST
046300         PERFORM 3000-ROLL-FORWARD THRU 3000-EXIT
046400         IF KEPT-INV-OK
046500             AND KEPT-LOT-OK
046600             PERFORM 4000-CHECK-LOTS-TO-ON-HAND THRU 4000-EXIT
046700         END-IF
046800     END-IF.
046900     PERFORM 9000-WRITE-TOTALS THRU 9000-EXIT.
047000     PERFORM 9999-TERMINATE THRU 9999-EXIT.
047100     STOP RUN.
047200
047300*---------------------------------------------------------------
047400* 1000-INITIALIZE - READ THE RELOAD CARDS, THEN CHECK EVERY
047500* BACKUP TO BE RELOADED AND THE LEDGER THROUGH BEFORE ANY MASTER
047600* IS OPENED FOR OUTPUT.
047700*---------------------------------------------------------------
047800 1000-INITIALIZE.
047900     PERFORM 1100-READ-RELOAD-CARDS THRU 1100-EXIT.
048000     IF RELOAD-INVMAST
048100         PERFORM 1200-VERIFY-INV-BACKUP THRU 1200-EXIT
048200     ELSE
048300         PERFORM 1700-CHECK-KEPT-INV THRU 1700-EXIT
048400     END-IF.
048500     IF RELOAD-LOTMAST
048600         PERFORM 1300-VERIFY-LOT-BACKUP THRU 1300-EXIT
048700     ELSE
048800         PERFORM 1710-CHECK-KEPT-LOT THRU 1710-EXIT
048900     END-IF.
049000     IF RELOAD-POMAST
049100         PERFORM 1400-VERIFY-PO-BACKUP THRU 1400-EXIT
049200     ELSE
049300         PERFORM 1720-CHECK-KEPT-PO THRU 1720-EXIT
049400     END-IF.
049500     OPEN INPUT MOVEMENT-FILE.
049600     SET MORE-INPUT-EXISTS TO TRUE.
049700     PERFORM 1600-COUNT-ONE-MOVE THRU 1600-EXIT
049800         UNTIL END-OF-INPUT.
049900     CLOSE MOVEMENT-FILE.
050000     IF WS-TOTAL-LEDGER < WS-BACKUP-POSITION
050100         DISPLAY "BACRECOV - LEDGER HOLDS " WS-TOTAL-LEDGER
050200             " RECORDS, BACKUP WAS TAKEN AT " WS-BACKUP-POSITION
050300         DISPLAY "BACRECOV - LEDGER IS NOT THE ONE THE BACKUP "
050400             "WAS TAKEN AGAINST, NOTHING RELOADED"
050500         MOVE 16 TO RETURN-CODE
050600         STOP RUN
050700     END-IF.
050800     MOVE WS-BACKUP-MM TO RH1-MM.
050900     MOVE WS-BACKUP-DD TO RH1-DD.
051000     MOVE WS-BACKUP-YYYY TO RH1-YYYY.
051100     OPEN OUTPUT RECOVERY-REPORT.
051200     PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT.
051300 1000-EXIT.
051400     EXIT.
051500
051600*---------------------------------------------------------------
051700* 1100-READ-RELOAD-CARDS - SET THE RELOAD SWITCH FOR EACH MASTER
051800* NAMED.  AN UNKNOWN NAME STOPS THE RUN; NO NAMES AT ALL MEANS
051900* INVMAST ONLY.
052000*---------------------------------------------------------------
052100 1100-READ-RELOAD-CARDS.
052200     OPEN INPUT RELOAD-CARD-FILE.
052300     SET MORE-INPUT-EXISTS TO TRUE.
052400     PERFORM 1110-READ-ONE-CARD THRU 1110-EXIT
052500         UNTIL END-OF-INPUT.
052600     CLOSE RELOAD-CARD-FILE.
052700     IF WS-TOTAL-CARDS = ZERO
052800         SET RELOAD-INVMAST TO TRUE
052900     END-IF.
053000 1100-EXIT.
053100     EXIT.
053200
053300*---------------------------------------------------------------
053400* 1110-READ-ONE-CARD - TAKE ONE MASTER NAME FROM A RELOAD CARD.
053500*---------------------------------------------------------------
053600 1110-READ-ONE-CARD.
053700     READ RELOAD-CARD-FILE
053800         AT END
053900             SET END-OF-INPUT TO TRUE
054000             GO TO 1110-EXIT
054100     END-READ.
054200     IF RL-MASTER-NAME = SPACES
054300         GO TO 1110-EXIT
054400     END-IF.
054500     ADD 1 TO WS-TOTAL-CARDS.
054600     IF RL-MASTER-NAME = "INVMAST "
054700         SET RELOAD-INVMAST TO TRUE
054800     ELSE
054900     IF RL-MASTER-NAME = "LOTMAST "
055000         SET RELOAD-LOTMAST TO TRUE
055100     ELSE
055200     IF RL-MASTER-NAME = "POMAST  "
055300         SET RELOAD-POMAST TO TRUE
055400     ELSE
055500         DISPLAY "BACRECOV - RELOAD CARD NAMES " RL-MASTER-NAME
055600             ", NOT INVMAST, LOTMAST, OR POMAST"
055700         DISPLAY "BACRECOV - NOTHING RELOADED"
055800         MOVE 16 TO RETURN-CODE
055900         STOP RUN
056000     END-IF
056100     END-IF
056200     END-IF.
056300 1110-EXIT.
056400     EXIT.
056500
056600*---------------------------------------------------------------
056700* 1200-VERIFY-INV-BACKUP - READ THE INVENTORY BACKUP THROUGH:
056800* HEADER, DETAILS, TRAILER.
056900*---------------------------------------------------------------
057000 1200-VERIFY-INV-BACKUP.
057100     OPEN INPUT INVENTORY-BACKUP.
057200     IF NOT IBK-STATUS-OK
057300         DISPLAY "BACRECOV - INVENTORY-BACKUP OPEN FAILED, "
057400             "STATUS " WS-IBK-STATUS
057500         MOVE 16 TO RETURN-CODE
057600         STOP RUN
057700     END-IF.
057800     MOVE "INVMAST " TO WS-FILE-ID.
057900     PERFORM 1210-READ-INV-BACKUP THRU 1210-EXIT.
058000     PERFORM 1500-CHECK-HEADER THRU 1500-EXIT.
058100     MOVE ZERO TO WS-RECORD-COUNT.
058200     PERFORM 1220-COUNT-INV-BACKUP THRU 1220-EXIT
058300         UNTIL NOT BK-DETAIL.
058400     PERFORM 1550-CHECK-TRAILER THRU 1550-EXIT.
058500     MOVE WS-RECORD-COUNT TO WS-TOTAL-INV.
058600     CLOSE INVENTORY-BACKUP.
058700 1200-EXIT.
058800     EXIT.
058900
059000*---------------------------------------------------------------
059100* 1210-READ-INV-BACKUP - READ THE NEXT INVENTORY BACKUP RECORD.
059200* RUNNING OUT BEFORE THE TRAILER LEAVES THE RECORD TYPE BLANK.
059300*---------------------------------------------------------------
059400 1210-READ-INV-BACKUP.
059500     READ INVENTORY-BACKUP INTO BACKUP-REC
059600         AT END
059700             MOVE SPACES TO BACKUP-REC
059800     END-READ.
059900 1210-EXIT.
060000     EXIT.
060100
060200*---------------------------------------------------------------
060300* 1220-COUNT-INV-BACKUP - COUNT ONE DETAIL AND READ ON.
060400*---------------------------------------------------------------
060500 1220-COUNT-INV-BACKUP.
060600     ADD 1 TO WS-RECORD-COUNT.
060700     PERFORM 1210-READ-INV-BACKUP THRU 1210-EXIT.
060800 1220-EXIT.
060900     EXIT.
061000
061100*---------------------------------------------------------------
061200* 1300-VERIFY-LOT-BACKUP - READ THE LOT BACKUP THROUGH.
061300*---------------------------------------------------------------
061400 1300-VERIFY-LOT-BACKUP.
061500     OPEN INPUT LOT-BACKUP.
061600     IF NOT LBK-STATUS-OK
061700         DISPLAY "BACRECOV - LOT-BACKUP OPEN FAILED, "
061800             "STATUS " WS-LBK-STATUS
061900         MOVE 16 TO RETURN-CODE
062000         STOP RUN
062100     END-IF.
062200     MOVE "LOTMAST " TO WS-FILE-ID.
062300     PERFORM 1310-READ-LOT-BACKUP THRU 1310-EXIT.
062400     PERFORM 1500-CHECK-HEADER THRU 1500-EXIT.
062500     MOVE ZERO TO WS-RECORD-COUNT.
062600     PERFORM 1320-COUNT-LOT-BACKUP THRU 1320-EXIT
062700         UNTIL NOT BK-DETAIL.
062800     PERFORM 1550-CHECK-TRAILER THRU 1550-EXIT.
062900     MOVE WS-RECORD-COUNT TO WS-TOTAL-LOT.
063000     CLOSE LOT-BACKUP.
063100 1300-EXIT.
063200     EXIT.
063300
063400*---------------------------------------------------------------
063500* 1310-READ-LOT-BACKUP - READ THE NEXT LOT BACKUP RECORD.
063600*---------------------------------------------------------------
063700 1310-READ-LOT-BACKUP.
063800     READ LOT-BACKUP INTO BACKUP-REC
063900         AT END
064000             MOVE SPACES TO BACKUP-REC
064100     END-READ.
064200 1310-EXIT.
064300     EXIT.
064400
064500*---------------------------------------------------------------
064600* 1320-COUNT-LOT-BACKUP - COUNT ONE DETAIL AND READ ON.
064700*---------------------------------------------------------------
064800 1320-COUNT-LOT-BACKUP.
064900     ADD 1 TO WS-RECORD-COUNT.
065000     PERFORM 1310-READ-LOT-BACKUP THRU 1310-EXIT.
065100 1320-EXIT.
065200     EXIT.
065300
065400*---------------------------------------------------------------
065500* 1400-VERIFY-PO-BACKUP - READ THE OPEN-PO BACKUP THROUGH.
065600*---------------------------------------------------------------
065700 1400-VERIFY-PO-BACKUP.
065800     OPEN INPUT PO-BACKUP.
065900     IF NOT PBK-STATUS-OK
066000         DISPLAY "BACRECOV - PO-BACKUP OPEN FAILED, "
066100             "STATUS " WS-PBK-STATUS
066200         MOVE 16 TO RETURN-CODE
066300         STOP RUN
066400     END-IF.
066500     MOVE "POMAST  " TO WS-FILE-ID.
066600     PERFORM 1410-READ-PO-BACKUP THRU 1410-EXIT.
066700     PERFORM 1500-CHECK-HEADER THRU 1500-EXIT.
066800     MOVE ZERO TO WS-RECORD-COUNT.
066900     PERFORM 1420-COUNT-PO-BACKUP THRU 1420-EXIT
067000         UNTIL NOT BK-DETAIL.
067100     PERFORM 1550-CHECK-TRAILER THRU 1550-EXIT.
067200     MOVE WS-RECORD-COUNT TO WS-TOTAL-POM.
067300     CLOSE PO-BACKUP.
067400 1400-EXIT.
067500     EXIT.
067600
067700*---------------------------------------------------------------
067800* 1410-READ-PO-BACKUP - READ THE NEXT OPEN-PO BACKUP RECORD.
067900*---------------------------------------------------------------
068000 1410-READ-PO-BACKUP.
068100     READ PO-BACKUP INTO BACKUP-REC
068200         AT END
068300             MOVE SPACES TO BACKUP-REC
068400     END-READ.
068500 1410-EXIT.
068600     EXIT.
068700
068800*---------------------------------------------------------------
068900* 1420-COUNT-PO-BACKUP - COUNT ONE DETAIL AND READ ON.
069000*---------------------------------------------------------------
069100 1420-COUNT-PO-BACKUP.
069200     ADD 1 TO WS-RECORD-COUNT.
069300     PERFORM 1410-READ-PO-BACKUP THRU 1410-EXIT.
069400 1420-EXIT.
069500     EXIT.
069600
069700*---------------------------------------------------------------
069800* 1500-CHECK-HEADER - THE FIRST RECORD MUST BE THE HEADER FOR
069900* WS-FILE-ID.  THE FIRST HEADER CHECKED SETS THE STAMP; ANY
070000* OTHER MUST MATCH IT.
070100*---------------------------------------------------------------
070200 1500-CHECK-HEADER.
070300     IF NOT BK-HEADER
070400         OR BKH-FILE-ID NOT = WS-FILE-ID
070500         DISPLAY "BACRECOV - " WS-FILE-ID
070600             " BACKUP HAS NO HEADER, NOTHING RELOADED"
070700         MOVE 16 TO RETURN-CODE
070800         STOP RUN
070900     END-IF.
071000     IF STAMP-NOT-TAKEN
071100         SET STAMP-TAKEN TO TRUE
071200         MOVE WS-FILE-ID TO WS-STAMP-FILE-ID
071300         MOVE BKH-BUSINESS-DATE TO WS-BACKUP-DATE
071400         MOVE BKH-CLOCK-DATE TO WS-BACKUP-CLOCK-DATE
071500         MOVE BKH-CLOCK-TIME TO WS-BACKUP-CLOCK-TIME
071600         MOVE BKH-LEDGER-COUNT TO WS-BACKUP-POSITION
071700         GO TO 1500-EXIT
071800     END-IF.
071900     IF BKH-BUSINESS-DATE NOT = WS-BACKUP-DATE
072000         OR BKH-LEDGER-COUNT NOT = WS-BACKUP-POSITION
072100         DISPLAY "BACRECOV - " WS-FILE-ID " BACKUP IS FROM "
072200             BKH-BUSINESS-DATE " POSITION " BKH-LEDGER-COUNT
072300         DISPLAY "BACRECOV - " WS-STAMP-FILE-ID " BACKUP IS FROM "
072400             WS-BACKUP-DATE " POSITION " WS-BACKUP-POSITION
072500         DISPLAY "BACRECOV - BACKUPS ARE NOT FROM THE SAME RUN, "
072600             "NOTHING RELOADED"
072700         MOVE 16 TO RETURN-CODE
072800         STOP RUN
072900     END-IF.
073000 1500-EXIT.
073100     EXIT.
073200
073300*---------------------------------------------------------------
073400* 1550-CHECK-TRAILER - THE RECORD AFTER THE LAST DETAIL MUST BE
073500* THE TRAILER, AND ITS COUNT MUST MATCH THE DETAILS READ.
073600*---------------------------------------------------------------
073700 1550-CHECK-TRAILER.
073800     IF NOT BK-TRAILER
073900         DISPLAY "BACRECOV - " WS-FILE-ID
074000             " BACKUP HAS NO TRAILER, NOTHING RELOADED"
074100         MOVE 16 TO RETURN-CODE
074200         STOP RUN
074300     END-IF.
074400     IF BKT-RECORD-COUNT NOT = WS-RECORD-COUNT
074500         DISPLAY "BACRECOV - " WS-FILE-ID " BACKUP TRAILER SAYS "
074600             BKT-RECORD-COUNT ", READ " WS-RECORD-COUNT
074700         DISPLAY "BACRECOV - BACKUP IS INCOMPLETE, "
074800             "NOTHING RELOADED"
074900         MOVE 16 TO RETURN-CODE
075000         STOP RUN
075100     END-IF.
075200 1550-EXIT.
075300     EXIT.
075400
075500*---------------------------------------------------------------
075600* 1600-COUNT-ONE-MOVE - COUNT ONE MOVEMENT LEDGER RECORD.
075700*---------------------------------------------------------------
075800 1600-COUNT-ONE-MOVE.
075900     READ MOVEMENT-FILE
076000         AT END
076100             SET END-OF-INPUT TO TRUE
076200             GO TO 1600-EXIT
076300     END-READ.
076400     ADD 1 TO WS-TOTAL-LEDGER.
076500 1600-EXIT.
076600     EXIT.
076700
076800*---------------------------------------------------------------
076900* 1700-CHECK-KEPT-INV - A KEPT INVENTORY MASTER SHOULD OPEN AND
077000* HOLD RECORDS.  ONE THAT DOES NOT MAY HAVE BEEN REDEFINED
077100* WITHOUT BEING NAMED ON A RELOAD CARD; IT IS REPORTED, NOT
077200* TOUCHED.
077300*---------------------------------------------------------------
077400 1700-CHECK-KEPT-INV.
077500     OPEN INPUT INVENTORY-MASTER.
077600     IF NOT INV-STATUS-OK
077700         SET KEPT-INV-SUSPECT TO TRUE
077800         GO TO 1700-EXIT
077900     END-IF.
078000     READ INVENTORY-MASTER NEXT RECORD
078100         AT END
078200             SET KEPT-INV-SUSPECT TO TRUE
078300     END-READ.
078400     CLOSE INVENTORY-MASTER.
078500 1700-EXIT.
078600     EXIT.
078700
078800*---------------------------------------------------------------
078900* 1710-CHECK-KEPT-LOT - THE SAME FOR A KEPT LOT MASTER.
079000*---------------------------------------------------------------
079100 1710-CHECK-KEPT-LOT.
079200     OPEN INPUT LOT-MASTER.
079300     IF NOT LOT-STATUS-OK
079400         SET KEPT-LOT-SUSPECT TO TRUE
079500         GO TO 1710-EXIT
079600     END-IF.
079700     READ LOT-MASTER NEXT RECORD
079800         AT END
079900             SET KEPT-LOT-SUSPECT TO TRUE
080000     END-READ.
080100     CLOSE LOT-MASTER.
080200 1710-EXIT.
080300     EXIT.
080400
080500*---------------------------------------------------------------
080600* 1720-CHECK-KEPT-PO - THE SAME FOR A KEPT OPEN-PO MASTER.
080700*---------------------------------------------------------------
080800 1720-CHECK-KEPT-PO.
080900     OPEN INPUT PO-MASTER.
081000     IF NOT POM-STATUS-OK
081100         SET KEPT-POM-SUSPECT TO TRUE
081200         GO TO 1720-EXIT
081300     END-IF.
081400     READ PO-MASTER NEXT RECORD
081500         AT END
081600             SET KEPT-POM-SUSPECT TO TRUE
081700     END-READ.
081800     CLOSE PO-MASTER.
081900 1720-EXIT.
082000     EXIT.
082100
082200*---------------------------------------------------------------
082300* 2000-OPEN-RELOADS - OPEN EVERY MASTER BEING RELOADED OUTPUT
082400* BEFORE ANY IS WRITTEN, SO ONE THAT WAS NOT REDEFINED EMPTY
082500* STOPS THE RUN WITH NOTHING LOADED.
082600*---------------------------------------------------------------
082700 2000-OPEN-RELOADS.
082800     IF RELOAD-INVMAST
082900         OPEN OUTPUT INVENTORY-MASTER
083000         IF NOT INV-STATUS-OK
083100             DISPLAY "BACRECOV - INVENTORY-MASTER OPEN FAILED, "
083200                 "STATUS " WS-INV-STATUS
083300             DISPLAY "BACRECOV - REDEFINE IT EMPTY AND RERUN"
083400             MOVE 16 TO RETURN-CODE
083500             STOP RUN
083600         END-IF
083700     END-IF.
083800     IF RELOAD-LOTMAST
083900         OPEN OUTPUT LOT-MASTER
084000         IF NOT LOT-STATUS-OK
084100             DISPLAY "BACRECOV - LOT-MASTER OPEN FAILED, "
084200                 "STATUS " WS-LOT-STATUS
084300             DISPLAY "BACRECOV - REDEFINE IT EMPTY AND RERUN"
084400             MOVE 16 TO RETURN-CODE
084500             STOP RUN
084600         END-IF
084700     END-IF.
084800     IF RELOAD-POMAST
084900         OPEN OUTPUT PO-MASTER
085000         IF NOT POM-STATUS-OK
085100             DISPLAY "BACRECOV - PO-MASTER OPEN FAILED, "
085200                 "STATUS " WS-POM-STATUS
085300             DISPLAY "BACRECOV - REDEFINE IT EMPTY AND RERUN"
085400             MOVE 16 TO RETURN-CODE
085500             STOP RUN
085600         END-IF
085700     END-IF.
085800 2000-EXIT.
085900     EXIT.
086000
086100*---------------------------------------------------------------
086200* 2100-RELOAD-INVENTORY - LOAD EVERY BACKED-UP INVENTORY RECORD.
086300*---------------------------------------------------------------
086400 2100-RELOAD-INVENTORY.
086500     OPEN INPUT INVENTORY-BACKUP.
086600     PERFORM 1210-READ-INV-BACKUP THRU 1210-EXIT.
086700     PERFORM 1210-READ-INV-BACKUP THRU 1210-EXIT.
086800     PERFORM 2110-LOAD-ONE-INV THRU 2110-EXIT
086900         UNTIL NOT BK-DETAIL.
087000     CLOSE INVENTORY-BACKUP.
087100     CLOSE INVENTORY-MASTER.
087200 2100-EXIT.
087300     EXIT.
087400
087500*---------------------------------------------------------------
087600* 2110-LOAD-ONE-INV - WRITE ONE INVENTORY RECORD AND READ ON.
087700*---------------------------------------------------------------
087800 2110-LOAD-ONE-INV.
087900     MOVE BK-BODY TO INVENTORY-REC.
088000     WRITE INVENTORY-REC
088100         INVALID KEY
088200             DISPLAY "BACRECOV - INVENTORY-MASTER WRITE FAILED, "
088300                 "KEY " INV-KEY " STATUS " WS-INV-STATUS
088400             MOVE 16 TO RETURN-CODE
088500             STOP RUN
088600     END-WRITE.
088700     PERFORM 1210-READ-INV-BACKUP THRU 1210-EXIT.
088800 2110-EXIT.
088900     EXIT.
089000
089100*---------------------------------------------------------------
089200* 2200-RELOAD-LOTS - LOAD EVERY BACKED-UP LOT RECORD.
089300*---------------------------------------------------------------
089400 2200-RELOAD-LOTS.
089500     OPEN INPUT LOT-BACKUP.
089600     PERFORM 1310-READ-LOT-BACKUP THRU 1310-EXIT.
089700     PERFORM 1310-READ-LOT-BACKUP THRU 1310-EXIT.
089800     PERFORM 2210-LOAD-ONE-LOT THRU 2210-EXIT
089900         UNTIL NOT BK-DETAIL.
090000     CLOSE LOT-BACKUP.
090100     CLOSE LOT-MASTER.
090200 2200-EXIT.
090300     EXIT.
090400
090500*---------------------------------------------------------------
090600* 2210-LOAD-ONE-LOT - WRITE ONE LOT RECORD AND READ ON.
090700*---------------------------------------------------------------
090800 2210-LOAD-ONE-LOT.
090900     MOVE BK-BODY TO LOT-REC.
091000     WRITE LOT-REC
091100         INVALID KEY
091200             DISPLAY "BACRECOV - LOT-MASTER WRITE FAILED, "
091300                 "KEY " LOT-KEY " STATUS " WS-LOT-STATUS
091400             MOVE 16 TO RETURN-CODE
091500             STOP RUN
091600     END-WRITE.
091700     PERFORM 1310-READ-LOT-BACKUP THRU 1310-EXIT.
091800 2210-EXIT.
091900     EXIT.
092000
092100*---------------------------------------------------------------
092200* 2300-RELOAD-POS - LOAD EVERY BACKED-UP OPEN-PO RECORD.
092300*---------------------------------------------------------------
092400 2300-RELOAD-POS.
092500     OPEN INPUT PO-BACKUP.
092600     PERFORM 1410-READ-PO-BACKUP THRU 1410-EXIT.
092700     PERFORM 1410-READ-PO-BACKUP THRU 1410-EXIT.
092800     PERFORM 2310-LOAD-ONE-PO THRU 2310-EXIT
092900         UNTIL NOT BK-DETAIL.
093000     CLOSE PO-BACKUP.
093100     CLOSE PO-MASTER.
093200 2300-EXIT.
093300     EXIT.
093400
093500*---------------------------------------------------------------
093600* 2310-LOAD-ONE-PO - WRITE ONE OPEN-PO RECORD AND READ ON.
093700*---------------------------------------------------------------
093800 2310-LOAD-ONE-PO.
093900     MOVE BK-BODY TO PO-MASTER-REC.
094000     WRITE PO-MASTER-REC
094100         INVALID KEY
094200             DISPLAY "BACRECOV - PO-MASTER WRITE FAILED, "
094300                 "KEY " PM-KEY " STATUS " WS-POM-STATUS
094400             MOVE 16 TO RETURN-CODE
094500             STOP RUN
094600     END-WRITE.
094700     PERFORM 1410-READ-PO-BACKUP THRU 1410-EXIT.
094800 2310-EXIT.
094900     EXIT.
095000
095100*---------------------------------------------------------------
095200* 3000-ROLL-FORWARD - READ THE LEDGER FROM THE TOP, SKIP WHAT
095300* WAS ON IT AT THE BACKUP, AND REAPPLY THE REST TO WHICHEVER OF
095400* INVMAST AND LOTMAST WAS RELOADED.
095500*---------------------------------------------------------------
095600 3000-ROLL-FORWARD.
095700     IF RELOAD-INVMAST
095800         OPEN I-O INVENTORY-MASTER
095900         IF NOT INV-STATUS-OK
096000             DISPLAY "BACRECOV - INVENTORY-MASTER OPEN FAILED, "
096100                 "STATUS " WS-INV-STATUS
096200             MOVE 16 TO RETURN-CODE
096300             STOP RUN
096400         END-IF
096500     END-IF.
096600     IF RELOAD-LOTMAST
096700         OPEN I-O LOT-MASTER
096800         IF NOT LOT-STATUS-OK
096900             DISPLAY "BACRECOV - LOT-MASTER OPEN FAILED, "
097000                 "STATUS " WS-LOT-STATUS
097100             MOVE 16 TO RETURN-CODE
097200             STOP RUN
097300         END-IF
097400     END-IF.
097500     OPEN INPUT MOVEMENT-FILE.
097600     MOVE ZERO TO WS-LEDGER-REC-NO.
097700     SET MORE-INPUT-EXISTS TO TRUE.
097800     PERFORM 3100-APPLY-ONE-MOVE THRU 3100-EXIT
097900         UNTIL END-OF-INPUT.
098000     CLOSE MOVEMENT-FILE.
098100     IF RELOAD-INVMAST
098200         CLOSE INVENTORY-MASTER
098300     END-IF.
098400     IF RELOAD-LOTMAST
098500         CLOSE LOT-MASTER
098600     END-IF.
098700 3000-EXIT.
098800     EXIT.
098900
099000*---------------------------------------------------------------
099100* 3100-APPLY-ONE-MOVE - READ ONE LEDGER RECORD AND, IF IT CAME
099200* AFTER THE BACKUP, REAPPLY IT.
099300*---------------------------------------------------------------
099400 3100-APPLY-ONE-MOVE.
099500     READ MOVEMENT-FILE
099600         AT END
099700             SET END-OF-INPUT TO TRUE
099800             GO TO 3100-EXIT
099900     END-READ.
100000     ADD 1 TO WS-LEDGER-REC-NO.
100100     IF WS-LEDGER-REC-NO NOT > WS-BACKUP-POSITION
100200         ADD 1 TO WS-TOTAL-SKIPPED
100300         GO TO 3100-EXIT
100400     END-IF.
100500     ADD 1 TO WS-TOTAL-APPLIED.
100600     MOVE MV-DATE TO WS-LAST-MV-DATE.
100700     MOVE MV-TIME TO WS-LAST-MV-TIME.
100800     IF RELOAD-INVMAST
100900         PERFORM 3200-APPLY-ON-HAND THRU 3200-EXIT
101000     END-IF.
101100     IF RELOAD-LOTMAST
101200         AND MV-FROM-LOT
101300         PERFORM 3300-APPLY-LOT-RELIEF THRU 3300-EXIT
101400     END-IF.
101500 3100-EXIT.
101600     EXIT.
101700
101800*---------------------------------------------------------------
101900* 3200-APPLY-ON-HAND - CHECK THE RECORD'S BEFORE QUANTITY
102000* AGAINST THE REBUILT ON-HAND, LIST ANY BREAK, AND CARRY THE
102100* RECORD'S AFTER QUANTITY TO THE MASTER.
102200*---------------------------------------------------------------
102300 3200-APPLY-ON-HAND.
102400     MOVE MV-STORE-CODE TO INV-STORE-CODE.
102500     MOVE MV-ITEM-CODE TO INV-ITEM-CODE.
102600     SET MASTER-FOUND TO TRUE.
102700     READ INVENTORY-MASTER
102800         INVALID KEY
102900             SET MASTER-NOT-FOUND TO TRUE
103000     END-READ.
103100     IF MASTER-NOT-FOUND
103200         ADD 1 TO WS-TOTAL-NOT-ON-MAST
103300         PERFORM 7100-LOAD-LEDGER-FIELDS THRU 7100-EXIT
103400         MOVE MV-QTY-BEFORE TO RD-QTY-LEDGER
103500         MOVE "ITEM NOT ON REBUILT MASTER" TO RD-BREAK
103600         PERFORM 7200-WRITE-BREAK-LINE THRU 7200-EXIT
103700         GO TO 3200-EXIT
103800     END-IF.
103900     IF MV-QTY-BEFORE NOT = INV-QTY-ON-HAND
104000         ADD 1 TO WS-TOTAL-BREAKS
104100         PERFORM 7100-LOAD-LEDGER-FIELDS THRU 7100-EXIT
104200         MOVE MV-QTY-BEFORE TO RD-QTY-LEDGER
104300         MOVE INV-QTY-ON-HAND TO RD-QTY-REBUILT
104400         COMPUTE WS-DIFFERENCE = MV-QTY-BEFORE - INV-QTY-ON-HAND
104500         MOVE WS-DIFFERENCE TO RD-DIFFERENCE
104600         MOVE "BEFORE QTY DOES NOT TIE" TO RD-BREAK
104700         PERFORM 7200-WRITE-BREAK-LINE THRU 7200-EXIT
104800     END-IF.
104900     MOVE MV-QTY-AFTER TO INV-QTY-ON-HAND.
105000     REWRITE INVENTORY-REC
105100         INVALID KEY
105200             DISPLAY "BACRECOV - INVENTORY-MASTER REWRITE "
105300                 "FAILED, KEY " INV-KEY " STATUS " WS-INV-STATUS
105400             MOVE 16 TO RETURN-CODE
105500             STOP RUN
105600     END-REWRITE.
105700 3200-EXIT.
105800     EXIT.
105900
106000*---------------------------------------------------------------
106100* 3300-APPLY-LOT-RELIEF - TAKE ONE BACONPANCAKES LOT RELIEF OFF
106200* ITS LOT THE WAY BACONPANCAKES DID: A LOT LEFT WITH STOCK IS
106300* REWRITTEN, A LOT EMPTIED IS DELETED.  THE QUANTITY RELIEVED IS
106400* THE RECORD'S BEFORE LESS ITS AFTER.
106500*---------------------------------------------------------------
106600 3300-APPLY-LOT-RELIEF.
106700     ADD 1 TO WS-TOTAL-LOT-RELIEFS.
106800     COMPUTE WS-LOT-RELIEVED = MV-QTY-BEFORE - MV-QTY-AFTER.
106900     MOVE MV-STORE-CODE TO LOT-STORE-CODE.
107000     MOVE MV-ITEM-CODE TO LOT-ITEM-CODE.
107100     MOVE MV-LOT-EXPIRY TO LOT-EXPIRY-DATE.
107200     MOVE MV-LOT-NO TO LOT-NO.
107300     SET MASTER-FOUND TO TRUE.
107400     READ LOT-MASTER
107500         INVALID KEY
107600             SET MASTER-NOT-FOUND TO TRUE
107700     END-READ.
107800     IF MASTER-NOT-FOUND
107900         ADD 1 TO WS-TOTAL-LOT-MISSING
108000         PERFORM 7100-LOAD-LEDGER-FIELDS THRU 7100-EXIT
108100         MOVE WS-LOT-RELIEVED TO RD-QTY-LEDGER
108200         MOVE "LOT NOT ON REBUILT MASTER" TO RD-BREAK
108300         PERFORM 7200-WRITE-BREAK-LINE THRU 7200-EXIT
108400         GO TO 3300-EXIT
108500     END-IF.
108600     IF LOT-QTY-REMAINING > WS-LOT-RELIEVED
108700         SUBTRACT WS-LOT-RELIEVED FROM LOT-QTY-REMAINING
108800         REWRITE LOT-REC
108900             INVALID KEY
109000                 DISPLAY "BACRECOV - LOT-MASTER REWRITE FAILED, "
109100                     "KEY " LOT-KEY " STATUS " WS-LOT-STATUS
109200                 MOVE 16 TO RETURN-CODE
109300                 STOP RUN
109400         END-REWRITE
109500         GO TO 3300-EXIT
109600     END-IF.
109700     IF LOT-QTY-REMAINING < WS-LOT-RELIEVED
109800         ADD 1 TO WS-TOTAL-LOT-SHORT
109900         PERFORM 7100-LOAD-LEDGER-FIELDS THRU 7100-EXIT
110000         MOVE WS-LOT-RELIEVED TO RD-QTY-LEDGER
110100         MOVE LOT-QTY-REMAINING TO RD-QTY-REBUILT
110200         COMPUTE WS-DIFFERENCE =
110300             WS-LOT-RELIEVED - LOT-QTY-REMAINING
110400         MOVE WS-DIFFERENCE TO RD-DIFFERENCE
110500         MOVE "LOT HELD LESS THAN RELIEVED" TO RD-BREAK
110600         PERFORM 7200-WRITE-BREAK-LINE THRU 7200-EXIT
110700     END-IF.
110800     DELETE LOT-MASTER
110900         INVALID KEY
111000             DISPLAY "BACRECOV - LOT-MASTER DELETE FAILED, "
111100                 "KEY " LOT-KEY " STATUS " WS-LOT-STATUS
111200             MOVE 16 TO RETURN-CODE
111300             STOP RUN
111400     END-DELETE.
111500 3300-EXIT.
111600     EXIT.
111700
111800*---------------------------------------------------------------
111900* 4000-CHECK-LOTS-TO-ON-HAND - TOTAL THE LOTS OF EACH STORE AND
112000* ITEM IN KEY ORDER AND LIST EVERY ITEM WHOSE LOTS COME TO MORE
112100* THAN ITS ON-HAND.  AN ITEM NOT ON THE INVENTORY MASTER IS LEFT
112200* TO BACINTEG'S WARNING.  IT IS PASSED OVER WHEN A KEPT INVMAST
112300* OR LOTMAST LOOKED EMPTY OR WOULD NOT OPEN.
112400*---------------------------------------------------------------
112500 4000-CHECK-LOTS-TO-ON-HAND.
112600     OPEN INPUT INVENTORY-MASTER.
112700     IF NOT INV-STATUS-OK
112800         DISPLAY "BACRECOV - INVENTORY-MASTER OPEN FAILED, "
112900             "STATUS " WS-INV-STATUS
113000         MOVE 16 TO RETURN-CODE
113100         STOP RUN
113200     END-IF.
113300     OPEN INPUT LOT-MASTER.
113400     IF NOT LOT-STATUS-OK
113500         DISPLAY "BACRECOV - LOT-MASTER OPEN FAILED, "
113600             "STATUS " WS-LOT-STATUS
113700         MOVE 16 TO RETURN-CODE
113800         STOP RUN
113900     END-IF.
114000     MOVE LOW-VALUES TO WS-LOT-CUR-KEY.
114100     MOVE ZERO TO WS-LOT-TOTAL.
114200     SET MORE-INPUT-EXISTS TO TRUE.
114300     MOVE LOW-VALUES TO LOT-KEY.
114400     START LOT-MASTER KEY NOT < LOT-KEY
114500         INVALID KEY
114600             SET END-OF-INPUT TO TRUE
114700     END-START.
114800     PERFORM 4100-TOTAL-ONE-LOT THRU 4100-EXIT
114900         UNTIL END-OF-INPUT.
115000     IF WS-LOT-CUR-KEY NOT = LOW-VALUES
115100         PERFORM 4200-COMPARE-LOT-TOTAL THRU 4200-EXIT
115200     END-IF.
115300     CLOSE LOT-MASTER.
115400     CLOSE INVENTORY-MASTER.
115500 4000-EXIT.
115600     EXIT.
115700
115800*---------------------------------------------------------------
115900* 4100-TOTAL-ONE-LOT - ADD ONE LOT TO ITS ITEM'S TOTAL, CHECKING
116000* THE ITEM BEFORE IT WHEN THE STORE OR ITEM CHANGES.
116100*---------------------------------------------------------------
116200 4100-TOTAL-ONE-LOT.
116300     READ LOT-MASTER NEXT RECORD
116400         AT END
116500             SET END-OF-INPUT TO TRUE
116600             GO TO 4100-EXIT
116700     END-READ.
116800     IF LOT-STORE-CODE NOT = WS-LOT-CUR-STORE
116900         OR LOT-ITEM-CODE NOT = WS-LOT-CUR-ITEM
117000         IF WS-LOT-CUR-KEY NOT = LOW-VALUES
117100             PERFORM 4200-COMPARE-LOT-TOTAL THRU 4200-EXIT
117200         END-IF
117300         MOVE LOT-STORE-CODE TO WS-LOT-CUR-STORE
117400         MOVE LOT-ITEM-CODE TO WS-LOT-CUR-ITEM
117500         MOVE ZERO TO WS-LOT-TOTAL
117600     END-IF.
117700     ADD LOT-QTY-REMAINING TO WS-LOT-TOTAL.
117800 4100-EXIT.
117900     EXIT.
118000
118100*---------------------------------------------------------------
118200* 4200-COMPARE-LOT-TOTAL - LIST THE ITEM IF ITS LOTS COME TO
118300* MORE THAN ITS ON-HAND.
118400*---------------------------------------------------------------
118500 4200-COMPARE-LOT-TOTAL.
118600     MOVE WS-LOT-CUR-STORE TO INV-STORE-CODE.
118700     MOVE WS-LOT-CUR-ITEM TO INV-ITEM-CODE.
118800     READ INVENTORY-MASTER
118900         INVALID KEY
119000             GO TO 4200-EXIT
119100     END-READ.
119200     IF WS-LOT-TOTAL NOT > INV-QTY-ON-HAND
119300         GO TO 4200-EXIT
119400     END-IF.
119500     ADD 1 TO WS-TOTAL-LOTS-OVER.
119600     MOVE SPACES TO RPT-DETAIL-LINE.
119700     MOVE WS-LOT-CUR-STORE TO RD-STORE-CODE.
119800     MOVE WS-LOT-CUR-ITEM TO RD-ITEM-CODE.
119900     MOVE WS-LOT-TOTAL TO RD-QTY-LEDGER.
120000     MOVE INV-QTY-ON-HAND TO RD-QTY-REBUILT.
120100     COMPUTE WS-DIFFERENCE = WS-LOT-TOTAL - INV-QTY-ON-HAND.
120200     MOVE WS-DIFFERENCE TO RD-DIFFERENCE.
120300     MOVE "LOTS EXCEED REBUILT ON-HAND" TO RD-BREAK.
120400     PERFORM 7200-WRITE-BREAK-LINE THRU 7200-EXIT.
120500 4200-EXIT.
120600     EXIT.
120700
120800*---------------------------------------------------------------
120900* 7000-WRITE-HEADINGS - START A NEW PAGE OF THE BREAK LIST.
121000*---------------------------------------------------------------
121100 7000-WRITE-HEADINGS.
121200     ADD 1 TO WS-PAGE-NO.
121300     MOVE WS-PAGE-NO TO RH1-PAGE-NO.
121400     WRITE RPT-LINE FROM RPT-HEADING-1 AFTER ADVANCING PAGE.
121500     WRITE RPT-LINE FROM RPT-COLUMN-HEADING
121600         AFTER ADVANCING 2 LINES.
121700     MOVE 3 TO WS-LINES-ON-PAGE.
121800 7000-EXIT.
121900     EXIT.
122000
122100*---------------------------------------------------------------
122200* 7100-LOAD-LEDGER-FIELDS - CLEAR THE BREAK LINE AND FILL IN THE
122300* LEDGER RECORD IT IS ABOUT.
122400*---------------------------------------------------------------
122500 7100-LOAD-LEDGER-FIELDS.
122600     MOVE SPACES TO RPT-DETAIL-LINE.
122700     MOVE WS-LEDGER-REC-NO TO RD-LEDGER-REC-NO.
122800     MOVE MV-DATE TO RD-DATE.
122900     MOVE MV-TIME TO RD-TIME.
123000     MOVE MV-PROGRAM TO RD-PROGRAM.
123100     MOVE MV-STORE-CODE TO RD-STORE-CODE.
123200     MOVE MV-ITEM-CODE TO RD-ITEM-CODE.
123300     MOVE MV-LOT-NO TO RD-LOT-NO.
123400     MOVE MV-REFERENCE TO RD-REFERENCE.
123500 7100-EXIT.
123600     EXIT.
123700
123800*---------------------------------------------------------------
123900* 7200-WRITE-BREAK-LINE - PRINT ONE BREAK.  THE CALLER HAS BUILT
124000* THE LINE.
124100*---------------------------------------------------------------
124200 7200-WRITE-BREAK-LINE.
124300     IF WS-LINES-ON-PAGE >= WS-MAX-LINES-PER-PAGE
124400         PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
124500     END-IF.
124600     WRITE RPT-LINE FROM RPT-DETAIL-LINE AFTER ADVANCING 1 LINE.
124700     ADD 1 TO WS-LINES-ON-PAGE.
124800 7200-EXIT.
124900     EXIT.
125000
125100*---------------------------------------------------------------
125200* 9000-WRITE-TOTALS - THE BACKUP USED, WHAT WAS RELOADED AND
125300* KEPT, WHAT WAS REAPPLIED, AND WHETHER THE FIGURES TIE.
125400*---------------------------------------------------------------
125500 9000-WRITE-TOTALS.
125600     MOVE "BACKUP BUSINESS DATE" TO RS-LABEL.
125700     MOVE WS-BACKUP-DATE TO WS-DATE-WORK.
125800     PERFORM 9100-EDIT-DATE THRU 9100-EXIT.
125900     WRITE RPT-LINE FROM RPT-STAMP-LINE
126000         AFTER ADVANCING 3 LINES.
126100     MOVE "BACKUP TAKEN ON" TO RS-LABEL.
126200     MOVE WS-BACKUP-CLOCK-DATE TO WS-DATE-WORK.
126300     PERFORM 9100-EDIT-DATE THRU 9100-EXIT.
126400     WRITE RPT-LINE FROM RPT-STAMP-LINE
126500         AFTER ADVANCING 1 LINE.
126600     MOVE "BACKUP TAKEN AT" TO RS-LABEL.
126700     MOVE WS-BACKUP-CLOCK-TIME TO WS-TIME-WORK.
126800     PERFORM 9200-EDIT-TIME THRU 9200-EXIT.
126900     WRITE RPT-LINE FROM RPT-STAMP-LINE
127000         AFTER ADVANCING 1 LINE.
127100     MOVE "LEDGER POSITION AT BACKUP" TO RS-LABEL.
127200     MOVE WS-BACKUP-POSITION TO WS-EDIT-COUNT.
127300     MOVE WS-EDIT-COUNT TO RS-VALUE.
127400     WRITE RPT-LINE FROM RPT-STAMP-LINE
127500         AFTER ADVANCING 1 LINE.
127600
127700     MOVE "INVMAST RECORDS RELOADED" TO RS-LABEL.
127800     IF RELOAD-INVMAST
127900         MOVE WS-TOTAL-INV TO WS-EDIT-COUNT
128000         MOVE WS-EDIT-COUNT TO RS-VALUE
128100     ELSE
128200         MOVE "   NOT NAMED" TO RS-VALUE
128300     END-IF.
128400     WRITE RPT-LINE FROM RPT-STAMP-LINE
128500         AFTER ADVANCING 2 LINES.
128600     MOVE "LOTMAST RECORDS RELOADED" TO RS-LABEL.
128700     IF RELOAD-LOTMAST
128800         MOVE WS-TOTAL-LOT TO WS-EDIT-COUNT
128900         MOVE WS-EDIT-COUNT TO RS-VALUE
129000     ELSE
129100         MOVE "   NOT NAMED" TO RS-VALUE
129200     END-IF.
129300     WRITE RPT-LINE FROM RPT-STAMP-LINE
129400         AFTER ADVANCING 1 LINE.
129500     MOVE "POMAST RECORDS RELOADED" TO RS-LABEL.
129600     IF RELOAD-POMAST
129700         MOVE WS-TOTAL-POM TO WS-EDIT-COUNT
129800         MOVE WS-EDIT-COUNT TO RS-VALUE
129900     ELSE
130000         MOVE "   NOT NAMED" TO RS-VALUE
130100     END-IF.
130200     WRITE RPT-LINE FROM RPT-STAMP-LINE
130300         AFTER ADVANCING 1 LINE.
130400
130500     MOVE "LEDGER RECORDS READ" TO RS-LABEL.
130600     MOVE WS-TOTAL-LEDGER TO WS-EDIT-COUNT.
130700     MOVE WS-EDIT-COUNT TO RS-VALUE.
130800     WRITE RPT-LINE FROM RPT-STAMP-LINE
130900         AFTER ADVANCING 2 LINES.
131000     MOVE "  ON FILE AT BACKUP - SKIPPED" TO RS-LABEL.
131100     MOVE WS-TOTAL-SKIPPED TO WS-EDIT-COUNT.
131200     MOVE WS-EDIT-COUNT TO RS-VALUE.
131300     WRITE RPT-LINE FROM RPT-STAMP-LINE
131400         AFTER ADVANCING 1 LINE.
131500     MOVE "  LATER - REAPPLIED" TO RT-LABEL.
131600     MOVE WS-TOTAL-APPLIED TO RT-COUNT.
131700     WRITE RPT-LINE FROM RPT-TOTAL-LINE
131800         AFTER ADVANCING 1 LINE.
131900     MOVE "    OF WHICH LOT RELIEFS" TO RT-LABEL.
132000     MOVE WS-TOTAL-LOT-RELIEFS TO RT-COUNT.
132100     WRITE RPT-LINE FROM RPT-TOTAL-LINE
132200         AFTER ADVANCING 1 LINE.
132300     IF WS-TOTAL-APPLIED > ZERO
132400         MOVE "RECOVERED THROUGH LEDGER DATE" TO RS-LABEL
132500         MOVE WS-LAST-MV-DATE TO WS-DATE-WORK
132600         PERFORM 9100-EDIT-DATE THRU 9100-EXIT
132700         WRITE RPT-LINE FROM RPT-STAMP-LINE
132800             AFTER ADVANCING 1 LINE
132900         MOVE "RECOVERED THROUGH LEDGER TIME" TO RS-LABEL
133000         MOVE WS-LAST-MV-TIME TO WS-TIME-WORK
133100         PERFORM 9200-EDIT-TIME THRU 9200-EXIT
133200         WRITE RPT-LINE FROM RPT-STAMP-LINE
133300             AFTER ADVANCING 1 LINE
133400     END-IF.
133500
133600     MOVE "BREAKS - BEFORE QTY DIFFERS" TO RT-LABEL.
133700     MOVE WS-TOTAL-BREAKS TO RT-COUNT.
133800     WRITE RPT-LINE FROM RPT-TOTAL-LINE
133900         AFTER ADVANCING 2 LINES.
134000     MOVE "BREAKS - ITEM NOT ON MASTER" TO RT-LABEL.
134100     MOVE WS-TOTAL-NOT-ON-MAST TO RT-COUNT.
134200     WRITE RPT-LINE FROM RPT-TOTAL-LINE
134300         AFTER ADVANCING 1 LINE.
134400     MOVE "BREAKS - LOT NOT ON MASTER" TO RT-LABEL.
134500     MOVE WS-TOTAL-LOT-MISSING TO RT-COUNT.
134600     WRITE RPT-LINE FROM RPT-TOTAL-LINE
134700         AFTER ADVANCING 1 LINE.
134800     MOVE "BREAKS - LOT SHORT" TO RT-LABEL.
134900     MOVE WS-TOTAL-LOT-SHORT TO RT-COUNT.
135000     WRITE RPT-LINE FROM RPT-TOTAL-LINE
135100         AFTER ADVANCING 1 LINE.
135200     MOVE "BREAKS - LOTS OVER ON-HAND" TO RT-LABEL.
135300     MOVE WS-TOTAL-LOTS-OVER TO RT-COUNT.
135400     WRITE RPT-LINE FROM RPT-TOTAL-LINE
135500         AFTER ADVANCING 1 LINE.
135600     COMPUTE WS-TOTAL-ALL-BREAKS = WS-TOTAL-BREAKS
135700         + WS-TOTAL-NOT-ON-MAST + WS-TOTAL-LOT-MISSING
135800         + WS-TOTAL-LOT-SHORT + WS-TOTAL-LOTS-OVER.
135900     IF RELOAD-INVMAST
136000         OR RELOAD-LOTMAST
136100         IF WS-TOTAL-ALL-BREAKS = ZERO
136200             MOVE "THE REBUILT MASTERS TIE TO THE LEDGER AT "
136300                 & "EVERY RECORD" TO RPT-MESSAGE-LINE
136400         ELSE
136500             MOVE "*** THE REBUILT MASTERS DO NOT TIE - "
136600                 & "SEE BREAKS ABOVE ***" TO RPT-MESSAGE-LINE
136700         END-IF
136800         WRITE RPT-LINE FROM RPT-MESSAGE-LINE
136900             AFTER ADVANCING 2 LINES
137000     END-IF.
137100
137200     IF KEPT-INV-SUSPECT
137300         MOVE "*** INVMAST NOT NAMED BUT EMPTY OR WILL NOT "
137400             & "OPEN - CHECK IT WAS NOT REDEFINED ***"
137500             TO RPT-MESSAGE-LINE
137600         WRITE RPT-LINE FROM RPT-MESSAGE-LINE
137700             AFTER ADVANCING 2 LINES
137800     END-IF.
137900     IF KEPT-LOT-SUSPECT
138000         MOVE "*** LOTMAST NOT NAMED BUT EMPTY OR WILL NOT "
138100             & "OPEN - CHECK IT WAS NOT REDEFINED ***"
138200             TO RPT-MESSAGE-LINE
138300         WRITE RPT-LINE FROM RPT-MESSAGE-LINE
138400             AFTER ADVANCING 2 LINES
138500     END-IF.
138600     IF KEPT-POM-SUSPECT
138700         MOVE "*** POMAST NOT NAMED BUT EMPTY OR WILL NOT "
138800             & "OPEN - CHECK IT WAS NOT REDEFINED ***"
138900             TO RPT-MESSAGE-LINE
139000         WRITE RPT-LINE FROM RPT-MESSAGE-LINE
139100             AFTER ADVANCING 2 LINES
139200     END-IF.
139300     IF KEEP-INVMAST
139400         MOVE "INVMAST WAS KEPT AS IT STANDS - ON-HAND WAS NOT "
139500             & "ROLLED FORWARD." TO RPT-MESSAGE-LINE
139600         WRITE RPT-LINE FROM RPT-MESSAGE-LINE
139700             AFTER ADVANCING 2 LINES
139800     END-IF.
139900     IF RELOAD-LOTMAST
140000         MOVE "LOTMAST HAS THE BACONPANCAKES LOT RELIEFS "
140100             & "REAPPLIED.  LOTS RECEIVED BY BACRECV OR MOVED "
140200             & "BY BACXFER"
140300             TO RPT-MESSAGE-LINE
140400         WRITE RPT-LINE FROM RPT-MESSAGE-LINE
140500             AFTER ADVANCING 2 LINES
140600         MOVE "SINCE THE BACKUP ARE NOT ON THE LEDGER AND "
140700             & "MUST BE RE-KEYED." TO RPT-MESSAGE-LINE
140800         WRITE RPT-LINE FROM RPT-MESSAGE-LINE
140900             AFTER ADVANCING 1 LINE
141000     END-IF.
141100     IF RELOAD-POMAST
141200         MOVE "POMAST IS RESTORED AS AT THE BACKUP - PO "
141300             & "CHANGES BY BACREORD OR BACRECV SINCE THEN MUST "
141400             & "BE RE-RUN OR RE-KEYED." TO RPT-MESSAGE-LINE
141500         WRITE RPT-LINE FROM RPT-MESSAGE-LINE
141600             AFTER ADVANCING 2 LINES
141700     END-IF.
141800 9000-EXIT.
141900     EXIT.
142000
142100*---------------------------------------------------------------
142200* 9100-EDIT-DATE - EDIT WS-DATE-WORK (YYYYMMDD) INTO RS-VALUE.
142300*---------------------------------------------------------------
142400 9100-EDIT-DATE.
142500     MOVE WS-WORK-MM TO WS-EDIT-MM.
142600     MOVE WS-WORK-DD TO WS-EDIT-DD.
142700     MOVE WS-WORK-YYYY TO WS-EDIT-YYYY.
142800     MOVE WS-EDIT-DATE TO RS-VALUE.
142900 9100-EXIT.
143000     EXIT.
143100
143200*---------------------------------------------------------------
143300* 9200-EDIT-TIME - EDIT WS-TIME-WORK (HHMMSSCC) INTO RS-VALUE.
143400*---------------------------------------------------------------
143500 9200-EDIT-TIME.
143600     MOVE WS-WORK-HH TO WS-EDIT-HH.
143700     MOVE WS-WORK-MI TO WS-EDIT-MI.
143800     MOVE WS-WORK-SS TO WS-EDIT-SS.
143900     MOVE WS-EDIT-TIME TO RS-VALUE.
144000 9200-EXIT.
144100     EXIT.
144200
144300*---------------------------------------------------------------
144400* 9999-TERMINATE - CLOSE THE REPORT AND SET THE RETURN CODE:
144500* 0 WHEN EVERYTHING TIES, 4 WHEN ANY BREAK PRINTED OR A KEPT
144600* MASTER LOOKED EMPTY.
144700*---------------------------------------------------------------
144800 9999-TERMINATE.
144900     CLOSE RECOVERY-REPORT.
145000     DISPLAY "BACRECOV - BACKUP BUSINESS DATE: " WS-BACKUP-DATE.
145100     DISPLAY "BACRECOV - LEDGER SKIPPED:  " WS-TOTAL-SKIPPED.
145200     DISPLAY "BACRECOV - LEDGER APPLIED:  " WS-TOTAL-APPLIED.
145300     DISPLAY "BACRECOV - BREAKS:          " WS-TOTAL-ALL-BREAKS.
145400     IF WS-TOTAL-ALL-BREAKS = ZERO
145500         AND KEPT-INV-OK
145600         AND KEPT-LOT-OK
145700         AND KEPT-POM-OK
145800         MOVE 0 TO RETURN-CODE
145900     ELSE
146000         MOVE 4 TO RETURN-CODE
146100     END-IF.
146200 9999-EXIT.
146300     EXIT.
146400
146500 END PROGRAM BACRECOV.
