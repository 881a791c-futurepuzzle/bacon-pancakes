000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BACGLJNL.
000300 AUTHOR. DW.
000400 INSTALLATION. KITCHEN-DATA-PROCESSING.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*NIGHTLY GENERAL-LEDGER JOURNAL.  TOTALS THE BUSINESS DATE'S
000800*MONEY MOVEMENTS BY STORE AND TRANSACTION TYPE - SALES REVENUE
000900*AND COST OF SALES FROM THE ORDER AUDIT RECORDS, COUNT-ADJUSTMENT
001000*SHRINKAGE AND STORE-TO-STORE TRANSFERS FROM THE AUDIT TRAIL,
001100*RECEIPTS FROM THE INVENTORY MOVEMENT LEDGER, AND HOUSE-ACCOUNT
001200*BILLING AND PAYMENTS FROM THE GL ACTIVITY FILE BACBILL AND
001300*BACPAY APPEND TO - AND WRITES ONE DOUBLE-ENTRY JOURNAL FOR THE
001400*ACCOUNTING PACKAGE, WITH THE ACCOUNTS TAKEN FROM THE GL MAPPING
001500*MASTER BACGLMNT MAINTAINS.  EVERY STORE'S DEBITS MUST EQUAL ITS
001600*CREDITS AND EVERY AMOUNT MUST BE POSTED, OR THE JOURNAL IS HELD
001700*WITH RETURN-CODE 8 AND THE EXCEPTIONS ARE LISTED, SO NOTHING
001800*HALF-POSTED REACHES THE BOOKS.
001900*---------------------------------------------------------------
002000* MODIFICATION HISTORY
002100*---------------------------------------------------------------
002200* 10/15/26  DW         ORIGINAL VERSION.  THE MAPPING IS LOOKED
002300*                      UP ON STORE PLUS TRANSACTION TYPE, THEN ON
002400*                      STORE ** FOR THE COMPANY-WIDE DEFAULT.
002500*                      AMOUNTS ARE SUMMARIZED TO ONE DEBIT AND ONE
002600*                      CREDIT LINE PER STORE AND TYPE; A NET
002700*                      NEGATIVE AMOUNT POSTS WITH THE SIDES
002800*                      SWAPPED.  RECEIPTS ARE VALUED AT COST-
002900*                      MASTER UNIT COST; A RECEIVED ITEM WITH NO
003000*                      COST RECORD IS LISTED AS A WARNING AND
003100*                      RETURN-CODE 4 IS SET.  BILLING AND PAYMENTS
003200*                      POST UNDER THE CUSTOMER'S HOME STORE, OR
003300*                      STORE ** WHEN THE CUSTOMER IS NOT ON FILE.
003400*---------------------------------------------------------------
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT AUDIT-LOG ASSIGN TO AUDITLOG
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-AUD-STATUS.
004100
004200     SELECT MOVEMENT-FILE ASSIGN TO INVMOVE
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-MOV-STATUS.
004500
004600     SELECT GL-ACTIVITY-FILE ASSIGN TO GLACTV
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-ACT-STATUS.
004900
005000     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS CU-CUST-NO
005400         FILE STATUS IS WS-CUS-STATUS.
005500
005600     SELECT COST-MASTER ASSIGN TO COSTMAST
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS RANDOM
005900         RECORD KEY IS CM-ITEM-CODE
006000         FILE STATUS IS WS-CST-STATUS.
006100
006200     SELECT GL-MAP-MASTER ASSIGN TO GLMAP
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS RANDOM
006500         RECORD KEY IS GM-KEY
006600         FILE STATUS IS WS-MAP-STATUS.
006700
006800     SELECT JOURNAL-FILE ASSIGN TO GLJRNL
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WS-JNL-STATUS.
007100
007200     SELECT JOURNAL-REPORT ASSIGN TO GLJRPT
007300         ORGANIZATION IS SEQUENTIAL.
007400
007500     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS WS-RUNC-STATUS.
007800
007900     SELECT CONTROL-COUNT-FILE ASSIGN TO CTLCOUNT
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS WS-CTL-STATUS.
008200
008300 DATA DIVISION.
008400 FILE SECTION.
008500*---------------------------------------------------------------
008600* AUDIT-LOG - TONIGHT'S AUDIT TRAIL, READ BEFORE IT IS ARCHIVED
008700* AND EMPTIED: ONE RECORD PER ACCEPTED ORDER, PLUS THE *COUNT
008800* ADJ* RECORDS BACCOUNT WRITES AND THE *XFER OUT*/*XFER IN*
008900* PAIRS BACXFER WRITES, EACH CARRYING ITS DOLLARS IN AUD-COST.
009000*---------------------------------------------------------------
009100 FD  AUDIT-LOG
009200     LABEL RECORDS ARE STANDARD.
009300 01  AUD-REC.
009400     05  AUD-DATE            PIC 9(08).
009500     05  AUD-TIME            PIC 9(08).
009600     05  AUD-NAME            PIC X(20).
009700     05  AUD-FLOUR           PIC 9(03).
009800     05  AUD-SUGAR           PIC 9(03).
009900     05  AUD-MILK            PIC 9(03).
010000     05  AUD-BACON           PIC 9(03).
010100     05  AUD-BAKEPOWDER      PIC 9(03).
010200     05  AUD-PANCAKES        PIC 99V99.
010300     05  AUD-COST            PIC 9(05)V99.
010400     05  AUD-PRICE           PIC 9(05)V99.
010500     05  AUD-BACON-TYPE      PIC X(07).
010600     05  AUD-RECIPE-CODE     PIC X(04).
010700     05  AUD-STORE-CODE      PIC X(02).
010800     05  AUD-CUST-NO         PIC 9(05).
010900     05  FILLER              PIC X(05).
011000
011100*---------------------------------------------------------------
011200* MOVEMENT-FILE - THE SHARED INVENTORY MOVEMENT LEDGER.  ONLY
011300* TONIGHT'S BACRECV RECEIPTS ARE JOURNALED FROM IT; ORDER DEBITS,
011400* COUNT ADJUSTMENTS, AND TRANSFERS ARE TAKEN AT DOLLARS FROM THE
011500* AUDIT TRAIL INSTEAD.
011600*---------------------------------------------------------------
011700 FD  MOVEMENT-FILE
011800     LABEL RECORDS ARE STANDARD.
011900 01  MOVE-REC.
012000     05  MV-DATE             PIC 9(08).
012100     05  MV-TIME             PIC 9(08).
012200     05  MV-PROGRAM          PIC X(08).
012300     05  MV-STORE-CODE       PIC X(02).
012400     05  MV-ITEM-CODE        PIC X(04).
012500     05  MV-QTY-BEFORE       PIC 9(07).
012600     05  MV-QTY-AFTER        PIC 9(07).
012700     05  MV-REFERENCE        PIC X(10).
012800     05  FILLER              PIC X(26).
012900
013000*---------------------------------------------------------------
013100* GL-ACTIVITY-FILE - HOUSE-ACCOUNT BILLING AND PAYMENTS NOT YET
013200* JOURNALED, APPENDED BY BACBILL (BILL) AND BACPAY (PAYM) AND
013300* EMPTIED BY THE STREAM ONCE A JOURNAL HAS BEEN RELEASED.  A
013400* RE-BILLED STATEMENT CARRIES THE SIGNED DIFFERENCE.
013500*---------------------------------------------------------------
013600 FD  GL-ACTIVITY-FILE
013700     LABEL RECORDS ARE STANDARD.
013800 01  GL-ACTIVITY-REC.
013900     05  GA-DATE             PIC 9(08).
014000     05  GA-PROGRAM          PIC X(08).
014100     05  GA-TRAN-TYPE        PIC X(04).
014200     05  GA-CUST-NO          PIC 9(05).
014300     05  GA-AMOUNT           PIC S9(07)V99.
014400     05  GA-REFERENCE        PIC X(10).
014500     05  FILLER              PIC X(36).
014600
014700*---------------------------------------------------------------
014800* CUSTOMER-MASTER - READ FOR THE BILLING FLAG THAT MAKES A SALE
014900* A HOUSE-ACCOUNT SALE, AND FOR THE HOME STORE BILLING AND
015000* PAYMENTS POST UNDER.
015100*---------------------------------------------------------------
015200 FD  CUSTOMER-MASTER
015300     LABEL RECORDS ARE STANDARD.
015400 01  CUSTOMER-REC.
015500     05  CU-CUST-NO          PIC 9(05).
015600     05  CU-NAME             PIC X(20).
015700     05  CU-RECIPE-CODE      PIC X(04).
015800     05  CU-BACON-SUB-CODE   PIC X(01).
015900     05  CU-ACTIVE-FLAG      PIC X(01).
016000     05  CU-STANDING-FLAG    PIC X(01).
016100     05  CU-STD-FLOUR        PIC 9(03).
016200     05  CU-STD-SUGAR        PIC 9(03).
016300     05  CU-STD-MILK         PIC 9(03).
016400     05  CU-STD-BACON        PIC 9(03).
016500     05  CU-STD-BAKEPOWDER   PIC 9(03).
016600     05  CU-STORE-CODE       PIC X(02).
016700     05  CU-BILL-FLAG        PIC X(01).
016800     05  CU-TERMS-DAYS       PIC 9(03).
016900     05  CU-CREDIT-LIMIT     PIC 9(05)V99.
017000     05  CU-CREDIT-STATUS    PIC X(01).
017100     05  FILLER              PIC X(19).
017200
017300*---------------------------------------------------------------
017400* COST-MASTER - PER-UNIT COST FOR EACH RAW INGREDIENT, USED TO
017500* VALUE RECEIPTS.
017600*---------------------------------------------------------------
017700 FD  COST-MASTER
017800     LABEL RECORDS ARE STANDARD.
017900 01  COST-REC.
018000     05  CM-ITEM-CODE        PIC X(04).
018100     05  CM-ITEM-NAME        PIC X(20).
018200     05  CM-UNIT-COST        PIC 9(03)V99.
018300     05  FILLER              PIC X(08).
018400
018500*---------------------------------------------------------------
018600* GL-MAP-MASTER - THE BOOKKEEPER'S ACCOUNT MAPPING, KEYED ON
018700* STORE PLUS TRANSACTION TYPE (STORE ** = ALL STORES).  EACH
018800* RECORD NAMES THE ACCOUNT DEBITED AND THE ACCOUNT CREDITED FOR
018900* THE TYPE'S NORMAL DIRECTION.  THE TYPES ARE:
019000*   SALE  TILL SALES            DR CASH         CR SALES
019100*   HSAL  HOUSE-ACCOUNT SALES   DR UNBILLED AR  CR SALES
019200*   COGS  COST OF SALES         DR COGS         CR INVENTORY
019300*   RECV  RECEIPTS AT COST      DR INVENTORY    CR RECEIVED NOT
019400*                                               INVOICED
019500*   CSHT  COUNT SHORT           DR SHRINKAGE    CR INVENTORY
019600*   COVR  COUNT OVER            DR INVENTORY    CR SHRINKAGE
019700*   XOUT  TRANSFER OUT          DR IN TRANSIT   CR INVENTORY
019800*   XIN   TRANSFER IN           DR INVENTORY    CR IN TRANSIT
019900*   BILL  HOUSE-ACCOUNT BILLING DR AR           CR UNBILLED AR
020000*   PAYM  CUSTOMER PAYMENTS     DR CASH         CR AR
020100*---------------------------------------------------------------
020200 FD  GL-MAP-MASTER
020300     LABEL RECORDS ARE STANDARD.
020400 01  GL-MAP-REC.
020500     05  GM-KEY.
020600         10  GM-STORE-CODE   PIC X(02).
020700         10  GM-TRAN-TYPE    PIC X(04).
020800     05  GM-DEBIT-ACCT       PIC X(10).
020900     05  GM-CREDIT-ACCT      PIC X(10).
021000     05  GM-DESCRIPTION      PIC X(20).
021100     05  FILLER              PIC X(34).
021200
021300*---------------------------------------------------------------
021400* JOURNAL-FILE - THE NIGHT'S JOURNAL FOR THE ACCOUNTING PACKAGE:
021500* A HEADER (H) WITH THE BUSINESS DATE, ONE DETAIL (D) PER STORE,
021600* ACCOUNT, AND SIDE, AND A TRAILER (T) WITH THE LINE COUNT AND
021700* THE DEBIT AND CREDIT TOTALS.
021800*---------------------------------------------------------------
021900 FD  JOURNAL-FILE
022000     LABEL RECORDS ARE STANDARD.
022100 01  JOURNAL-REC.
022200     05  GJ-REC-TYPE         PIC X(01).
022300     05  GJ-BUSINESS-DATE    PIC 9(08).
022400     05  GJ-DETAIL.
022500         10  GJ-STORE-CODE   PIC X(02).
022600         10  GJ-ACCOUNT      PIC X(10).
022700         10  GJ-DR-CR        PIC X(01).
022800         10  GJ-AMOUNT       PIC 9(09)V99.
022900         10  GJ-TRAN-TYPE    PIC X(04).
023000         10  GJ-DESCRIPTION  PIC X(20).
023100         10  GJ-ITEM-COUNT   PIC 9(07).
023200         10  FILLER          PIC X(16).
023300     05  GJ-TRAILER REDEFINES GJ-DETAIL.
023400         10  GJ-LINE-COUNT   PIC 9(07).
023500         10  GJ-TOTAL-DEBITS PIC 9(11)V99.
023600         10  GJ-TOTAL-CREDITS PIC 9(11)V99.
023700         10  FILLER          PIC X(38).
023800
023900*---------------------------------------------------------------
024000* JOURNAL-REPORT - THE PRINTED JOURNAL, STORE TOTALS, AND THE
024100* EXCEPTION LISTING.
024200*---------------------------------------------------------------
024300 FD  JOURNAL-REPORT
024400     LABEL RECORDS ARE OMITTED.
024500 01  RPT-LINE                PIC X(132).
024600
024700*---------------------------------------------------------------
024800* RUN-CONTROL-FILE - THE ONE-RECORD FILE BACRNCTL MAINTAINS
024900* WITH THE STREAM'S OFFICIAL BUSINESS DATE AND RUN STATUS.
025000*---------------------------------------------------------------
025100 FD  RUN-CONTROL-FILE
025200     LABEL RECORDS ARE STANDARD.
025300 01  RUNCTL-REC.
025400     05  RC-BUSINESS-DATE    PIC 9(08).
025500     05  RC-RUN-STATUS       PIC X(01).
025600     05  FILLER              PIC X(71).
025700
025800*---------------------------------------------------------------
025900* CONTROL-COUNT-FILE - ONE RECORD PER STEP COUNT, APPENDED BY
026000* EACH STEP OF THE NIGHTLY STREAM AND BALANCED BY BACBAL.
026100*---------------------------------------------------------------
026200 FD  CONTROL-COUNT-FILE
026300     LABEL RECORDS ARE STANDARD.
026400 01  CC-REC.
026500     05  CC-DATE             PIC 9(08).
026600     05  CC-PROGRAM          PIC X(08).
026700     05  CC-LABEL            PIC X(20).
026800     05  CC-COUNT            PIC 9(07).
026900     05  FILLER              PIC X(37).
027000
027100 WORKING-STORAGE SECTION.
027200 01  SW-AUDIT-STATUS         PIC X(01).
027300     88  END-OF-AUDIT        VALUE "Y".
027400     88  MORE-AUDIT-EXIST    VALUE "N".
027500
027600 01  SW-MOVEMENT-STATUS      PIC X(01).
027700     88  END-OF-MOVEMENTS    VALUE "Y".
027800     88  MORE-MOVEMENTS-EXIST VALUE "N".
027900
028000 01  SW-ACTIVITY-STATUS      PIC X(01).
028100     88  END-OF-ACTIVITY     VALUE "Y".
028200     88  MORE-ACTIVITY-EXISTS VALUE "N".
028300
028400 01  SW-MAP-STATUS           PIC X(01).
028500     88  MAP-WAS-FOUND       VALUE "Y".
028600     88  MAP-IS-MISSING      VALUE "N".
028700
028800 01  WS-AUD-STATUS           PIC X(02).
028900     88  AUD-STATUS-OK       VALUE "00".
029000
029100 01  WS-MOV-STATUS           PIC X(02).
029200     88  MOV-STATUS-OK       VALUE "00".
029300
029400 01  WS-ACT-STATUS           PIC X(02).
029500     88  ACT-STATUS-OK       VALUE "00".
029600
029700 01  WS-CUS-STATUS           PIC X(02).
029800     88  CUS-STATUS-OK       VALUE "00".
029900
030000 01  WS-CST-STATUS           PIC X(02).
030100     88  CST-STATUS-OK       VALUE "00".
030200
030300 01  WS-MAP-STATUS           PIC X(02).
030400     88  MAP-STATUS-OK       VALUE "00".
030500
030600 01  WS-JNL-STATUS           PIC X(02).
030700     88  JNL-STATUS-OK       VALUE "00".
030800
030900 01  WS-RUNC-STATUS          PIC X(02).
031000     88  RUNC-STATUS-OK      VALUE "00".
031100
031200 01  WS-CTL-STATUS           PIC X(02).
031300     88  CTL-STATUS-OK       VALUE "00".
031400
031500 01  WS-TOTAL-AUDIT-READ     PIC 9(05) VALUE ZERO COMP.
031600 01  WS-TOTAL-MOVES-READ     PIC 9(07) VALUE ZERO COMP.
031700 01  WS-TOTAL-RECEIPTS       PIC 9(05) VALUE ZERO COMP.
031800 01  WS-TOTAL-ACTIVITY-READ  PIC 9(05) VALUE ZERO COMP.
031900 01  WS-TOTAL-JOURNAL-LINES  PIC 9(05) VALUE ZERO COMP.
032000 01  WS-TOTAL-NOT-POSTED     PIC 9(05) VALUE ZERO COMP.
032100 01  WS-TOTAL-WARNINGS       PIC 9(05) VALUE ZERO COMP.
032200 01  WS-TOTAL-STORES-OUT     PIC 9(05) VALUE ZERO COMP.
032300
032400*---------------------------------------------------------------
032500* POSTING FIELDS.  EACH SOURCE RECORD SETS THE STORE, TYPE, AND
032600* SIGNED AMOUNT AND IS ADDED TO THE JOURNAL TABLE.
032700*---------------------------------------------------------------
032800 01  WS-POST-STORE           PIC X(02) VALUE SPACES.
032900 01  WS-POST-TYPE            PIC X(04) VALUE SPACES.
033000 01  WS-POST-AMOUNT          PIC S9(09)V99 VALUE ZERO.
033100 01  WS-RECEIPT-QTY          PIC S9(07) VALUE ZERO.
033200
033300*---------------------------------------------------------------
033400* EXCEPTION FIELDS - SET BY THE CALLER BEFORE 7300 LISTS THE
033500* EXCEPTION.  NOT POSTED HOLDS THE JOURNAL; A WARNING DOES NOT.
033600*---------------------------------------------------------------
033700 01  WS-EXC-SEVERITY         PIC X(10) VALUE SPACES.
033800 01  WS-EXC-SOURCE           PIC X(08) VALUE SPACES.
033900 01  WS-EXC-REFERENCE        PIC X(20) VALUE SPACES.
034000 01  WS-EXC-AMOUNT           PIC S9(09)V99 VALUE ZERO.
034100 01  WS-EXC-REASON           PIC X(30) VALUE SPACES.
034200
034300*---------------------------------------------------------------
034400* JOURNAL TABLE - ONE ENTRY PER STORE AND TRANSACTION TYPE, WITH
034500* THE NET AMOUNT AND THE NUMBER OF SOURCE ITEMS IN IT.
034600*---------------------------------------------------------------
034700 01  WS-GL-COUNT             PIC 9(03) VALUE ZERO COMP.
034800 01  WS-GL-SUB               PIC 9(03) VALUE ZERO COMP.
034900 01  WS-GL-FOUND-SUB         PIC 9(03) VALUE ZERO COMP.
035000 01  WS-GL-TABLE.
035100     05  WS-GL-ENTRY OCCURS 200 TIMES.
035200         10  WS-GL-STORE     PIC X(02).
035300         10  WS-GL-TYPE      PIC X(04).
035400         10  WS-GL-AMOUNT    PIC S9(09)V99.
035500         10  WS-GL-ITEMS     PIC 9(07).
035600
035700*---------------------------------------------------------------
035800* STORE TABLE - THE STORES SEEN TONIGHT, IN ARRIVAL ORDER, SO
035900* THE JOURNAL CAN BE WRITTEN AND BALANCED ONE STORE AT A TIME.
036000*---------------------------------------------------------------
036100 01  WS-ST-COUNT             PIC 9(02) VALUE ZERO COMP.
036200 01  WS-ST-SUB               PIC 9(02) VALUE ZERO COMP.
036300 01  WS-ST-FOUND-SUB         PIC 9(02) VALUE ZERO COMP.
036400 01  WS-STORE-TABLE.
036500     05  WS-ST-ENTRY OCCURS 20 TIMES.
036600         10  WS-ST-STORE     PIC X(02).
036700
036800*---------------------------------------------------------------
036900* JOURNAL LINE FIELDS AND TOTALS.
037000*---------------------------------------------------------------
037100 01  WS-LINE-ACCOUNT         PIC X(10) VALUE SPACES.
037200 01  WS-LINE-DR-CR           PIC X(01) VALUE SPACES.
037300 01  WS-LINE-AMOUNT          PIC 9(09)V99 VALUE ZERO.
037400 01  WS-DEBIT-ACCT           PIC X(10) VALUE SPACES.
037500 01  WS-CREDIT-ACCT          PIC X(10) VALUE SPACES.
037600 01  WS-STORE-DEBITS         PIC 9(11)V99 VALUE ZERO.
037700 01  WS-STORE-CREDITS        PIC 9(11)V99 VALUE ZERO.
037800 01  WS-GRAND-DEBITS         PIC 9(11)V99 VALUE ZERO.
037900 01  WS-GRAND-CREDITS        PIC 9(11)V99 VALUE ZERO.
038000
038100*---------------------------------------------------------------
038200* REPORT CONTROL FIELDS.
038300*---------------------------------------------------------------
038400 01  WS-RUN-DATE-NUM         PIC 9(08).
038500 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-NUM.
038600     05  WS-RUN-YYYY         PIC 9(04).
038700     05  WS-RUN-MM           PIC 9(02).
038800     05  WS-RUN-DD           PIC 9(02).
038900
039000 01  WS-PAGE-NO              PIC 9(03) VALUE ZERO COMP.
039100 01  WS-LINES-ON-PAGE        PIC 9(02) VALUE ZERO COMP.
039200 01  WS-MAX-LINES-PER-PAGE   PIC 9(02) VALUE 50 COMP.
039300
039400*---------------------------------------------------------------
039500* REPORT HEADING AND DETAIL LINE LAYOUTS.
039600*---------------------------------------------------------------
039700 01  RPT-HEADING-1.
039800     05  FILLER              PIC X(28)
039900         VALUE "BACON PANCAKES - GL JOURNAL ".
040000     05  RH1-MM              PIC 9(02).
040100     05  FILLER              PIC X(01) VALUE "/".
040200     05  RH1-DD              PIC 9(02).
040300     05  FILLER              PIC X(01) VALUE "/".
040400     05  RH1-YYYY            PIC 9(04).
040500     05  FILLER              PIC X(25) VALUE SPACES.
040600     05  FILLER              PIC X(05) VALUE "PAGE ".
040700     05  RH1-PAGE-NO         PIC ZZ9.
040800     05  FILLER              PIC X(61) VALUE SPACES.
040900
041000 01  RPT-SECTION-LINE.
041100     05  RS-TITLE            PIC X(60).
041200     05  FILLER              PIC X(72) VALUE SPACES.
041300
041400 01  RPT-JOURNAL-HEADING.
041500     05  FILLER              PIC X(04) VALUE "ST".
041600     05  FILLER              PIC X(06) VALUE "TYPE".
041700     05  FILLER              PIC X(12) VALUE "ACCOUNT".
041800     05  FILLER              PIC X(22) VALUE "DESCRIPTION".
041900     05  FILLER              PIC X(08) VALUE " ITEMS".
042000     05  FILLER              PIC X(16) VALUE "         DEBIT".
042100     05  FILLER              PIC X(14) VALUE "        CREDIT".
042200     05  FILLER              PIC X(50) VALUE SPACES.
042300
042400 01  RPT-JOURNAL-LINE.
042500     05  RJ-STORE-CODE       PIC X(02).
042600     05  FILLER              PIC X(02) VALUE SPACES.
042700     05  RJ-TRAN-TYPE        PIC X(04).
042800     05  FILLER              PIC X(02) VALUE SPACES.
042900     05  RJ-ACCOUNT          PIC X(10).
043000     05  FILLER              PIC X(02) VALUE SPACES.
043100     05  RJ-DESCRIPTION      PIC X(20).
043200     05  FILLER              PIC X(02) VALUE SPACES.
043300     05  RJ-ITEM-COUNT       PIC ZZZZZ9.
043400     05  FILLER              PIC X(02) VALUE SPACES.
043500     05  RJ-DEBIT            PIC ZZZ,ZZZ,ZZ9.99.
043600     05  FILLER              PIC X(02) VALUE SPACES.
043700     05  RJ-CREDIT           PIC ZZZ,ZZZ,ZZ9.99.
043800     05  FILLER              PIC X(50) VALUE SPACES.
043900
044000 01  RPT-STORE-TOTAL-LINE.
044100     05  FILLER              PIC X(06) VALUE "STORE ".
044200     05  RST-STORE-CODE      PIC X(02).
044300     05  FILLER              PIC X(08) VALUE " TOTALS ".
044400     05  FILLER              PIC X(36) VALUE SPACES.
044500     05  RST-DEBITS          PIC ZZZ,ZZZ,ZZ9.99.
044600     05  FILLER              PIC X(02) VALUE SPACES.
044700     05  RST-CREDITS         PIC ZZZ,ZZZ,ZZ9.99.
044800     05  FILLER              PIC X(02) VALUE SPACES.
044900     05  RST-VERDICT         PIC X(22).
045000     05  FILLER              PIC X(26) VALUE SPACES.
045100
045200 01  RPT-EXCEPTION-LINE.
045300     05  RX-SEVERITY         PIC X(10).
045400     05  FILLER              PIC X(02) VALUE SPACES.
045500     05  RX-SOURCE           PIC X(08).
045600     05  FILLER              PIC X(02) VALUE SPACES.
045700     05  RX-STORE-CODE       PIC X(02).
045800     05  FILLER              PIC X(02) VALUE SPACES.
045900     05  RX-TRAN-TYPE        PIC X(04).
046000     05  FILLER              PIC X(02) VALUE SPACES.
046100     05  RX-REFERENCE        PIC X(20).
046200     05  FILLER              PIC X(02) VALUE SPACES.
046300     05  RX-AMOUNT           PIC ZZZZZZZZ9.99-.
046400     05  FILLER              PIC X(02) VALUE SPACES.
046500     05  RX-REASON           PIC X(30).
046600     05  FILLER              PIC X(33) VALUE SPACES.
046700
046800 01  RPT-TOTAL-LINE.
046900     05  RT-LABEL            PIC X(30).
047000     05  FILLER              PIC X(05) VALUE SPACES.
047100     05  RT-COUNT            PIC ZZZZZ9.
047200     05  FILLER              PIC X(91) VALUE SPACES.
047300
047400 01  RPT-AMOUNT-LINE.
047500     05  RA-LABEL            PIC X(30).
047600     05  FILLER              PIC X(05) VALUE SPACES.
047700     05  RA-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
047800     05  FILLER              PIC X(80) VALUE SPACES.
047900
048000 01  RPT-HOLD-LINE.
048100     05  FILLER              PIC X(44)
048200         VALUE "** JOURNAL OUT OF BALANCE OR INCOMPLETE -- ".
048300     05  FILLER              PIC X(36)
048400         VALUE "HELD, NOT RELEASED TO THE BOOKS **".
048500     05  FILLER              PIC X(52) VALUE SPACES.
048600
048700 PROCEDURE DIVISION.
048800*---------------------------------------------------------------
048900* 0000-MAINLINE
049000*---------------------------------------------------------------
049100 0000-MAINLINE.
049200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
049300     PERFORM 2000-POST-ONE-AUDIT THRU 2000-EXIT
049400         UNTIL END-OF-AUDIT.
049500     PERFORM 3000-POST-ONE-MOVEMENT THRU 3000-EXIT
049600         UNTIL END-OF-MOVEMENTS.
049700     PERFORM 4000-POST-ONE-ACTIVITY THRU 4000-EXIT
049800         UNTIL END-OF-ACTIVITY.
049900     PERFORM 5000-WRITE-JOURNAL THRU 5000-EXIT.
050000     PERFORM 9999-TERMINATE THRU 9999-EXIT.
050100     STOP RUN.
050200
050300*---------------------------------------------------------------
050400* 1000-INITIALIZE - OPEN THE FILES, START THE EXCEPTION LISTING,
050500* AND PRIME THE THREE SOURCE READS.
050600*---------------------------------------------------------------
050700 1000-INITIALIZE.
050800     SET MORE-AUDIT-EXIST TO TRUE.
050900     SET MORE-MOVEMENTS-EXIST TO TRUE.
051000     SET MORE-ACTIVITY-EXISTS TO TRUE.
051100     PERFORM 1100-GET-BUSINESS-DATE THRU 1100-EXIT.
051200     OPEN INPUT AUDIT-LOG.
051300     IF NOT AUD-STATUS-OK
051400         DISPLAY "BACGLJNL - AUDIT-LOG OPEN FAILED, "
051500             "STATUS " WS-AUD-STATUS
051600         MOVE 16 TO RETURN-CODE
051700         STOP RUN
051800     END-IF.
051900     OPEN INPUT MOVEMENT-FILE.
052000     IF NOT MOV-STATUS-OK
052100         DISPLAY "BACGLJNL - MOVEMENT-FILE OPEN FAILED, "
052200             "STATUS " WS-MOV-STATUS
052300         MOVE 16 TO RETURN-CODE
052400         STOP RUN
052500     END-IF.
052600     OPEN INPUT GL-ACTIVITY-FILE.
052700     IF NOT ACT-STATUS-OK
052800         DISPLAY "BACGLJNL - GL-ACTIVITY-FILE OPEN FAILED, "
052900             "STATUS " WS-ACT-STATUS
053000         MOVE 16 TO RETURN-CODE
053100         STOP RUN
053200     END-IF.
053300     OPEN INPUT CUSTOMER-MASTER.
053400     IF NOT CUS-STATUS-OK
053500         DISPLAY "BACGLJNL - CUSTOMER-MASTER OPEN FAILED, "
053600             "STATUS " WS-CUS-STATUS
053700         MOVE 16 TO RETURN-CODE
053800         STOP RUN
053900     END-IF.
054000     OPEN INPUT COST-MASTER.
054100     IF NOT CST-STATUS-OK
054200         DISPLAY "BACGLJNL - COST-MASTER OPEN FAILED, "
054300             "STATUS " WS-CST-STATUS
054400         MOVE 16 TO RETURN-CODE
054500         STOP RUN
054600     END-IF.
054700     OPEN INPUT GL-MAP-MASTER.
054800     IF NOT MAP-STATUS-OK
054900         DISPLAY "BACGLJNL - GL-MAP-MASTER OPEN FAILED, "
055000             "STATUS " WS-MAP-STATUS
055100         MOVE 16 TO RETURN-CODE
055200         STOP RUN
055300     END-IF.
055400     OPEN OUTPUT JOURNAL-FILE.
055500     IF NOT JNL-STATUS-OK
055600         DISPLAY "BACGLJNL - JOURNAL-FILE OPEN FAILED, "
055700             "STATUS " WS-JNL-STATUS
055800         MOVE 16 TO RETURN-CODE
055900         STOP RUN
056000     END-IF.
056100     OPEN OUTPUT JOURNAL-REPORT.
056200     PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT.
056300     MOVE "SOURCE EXCEPTIONS" TO RS-TITLE.
056400     WRITE RPT-LINE FROM RPT-SECTION-LINE
056500         AFTER ADVANCING 2 LINES.
056600     ADD 2 TO WS-LINES-ON-PAGE.
056700     PERFORM 2900-READ-AUDIT THRU 2900-EXIT.
056800     PERFORM 3900-READ-MOVEMENT THRU 3900-EXIT.
056900     PERFORM 4900-READ-ACTIVITY THRU 4900-EXIT.
057000 1000-EXIT.
057100     EXIT.
057200
057300*---------------------------------------------------------------
057400* 1100-GET-BUSINESS-DATE - TAKE THE RUN DATE FROM THE RUN-
057500* CONTROL FILE'S BUSINESS DATE INSTEAD OF THE WALL CLOCK.
057600*---------------------------------------------------------------
057700 1100-GET-BUSINESS-DATE.
057800     OPEN INPUT RUN-CONTROL-FILE.
057900     IF NOT RUNC-STATUS-OK
058000         DISPLAY "BACGLJNL - RUN-CONTROL OPEN FAILED, "
058100             "STATUS " WS-RUNC-STATUS
058200         MOVE 16 TO RETURN-CODE
058300         STOP RUN
058400     END-IF.
058500     READ RUN-CONTROL-FILE
058600         AT END
058700             DISPLAY "BACGLJNL - RUN-CONTROL FILE EMPTY, "
058800                 "RELEASE THE RUN FIRST"
058900             MOVE 16 TO RETURN-CODE
059000             STOP RUN
059100     END-READ.
059200     MOVE RC-BUSINESS-DATE TO WS-RUN-DATE-NUM.
059300     CLOSE RUN-CONTROL-FILE.
059400 1100-EXIT.
059500     EXIT.
059600
059700*---------------------------------------------------------------
059800* 2000-POST-ONE-AUDIT - POST ONE AUDIT RECORD AND READ THE NEXT.
059900* EVERYTHING ON THE LOG IS TONIGHT'S: THE STREAM ARCHIVES AND
060000* EMPTIES IT ONLY AFTER A JOURNAL HAS BEEN RELEASED.  AN ORDER
060100* POSTS ITS PRICE AS A SALE (HOUSE-ACCOUNT SALE FOR A BILLED
060200* CUSTOMER) AND ITS COST AS COST OF SALES.
060300*---------------------------------------------------------------
060400 2000-POST-ONE-AUDIT.
060500     ADD 1 TO WS-TOTAL-AUDIT-READ.
060600     MOVE AUD-STORE-CODE TO WS-POST-STORE.
060700     MOVE "AUDITLOG" TO WS-EXC-SOURCE.
060800     MOVE AUD-NAME TO WS-EXC-REFERENCE.
060900     IF AUD-NAME(1:11) = "*COUNT ADJ*"
061000         IF AUD-BACON-TYPE = "SHORT  "
061100             MOVE "CSHT" TO WS-POST-TYPE
061200         ELSE
061300             MOVE "COVR" TO WS-POST-TYPE
061400         END-IF
061500         GO TO 2000-POST-COST
061600     END-IF.
061700     IF AUD-NAME(1:10) = "*XFER OUT*"
061800         MOVE "XOUT" TO WS-POST-TYPE
061900         GO TO 2000-POST-COST
062000     END-IF.
062100     IF AUD-NAME(1:9) = "*XFER IN*"
062200         MOVE "XIN " TO WS-POST-TYPE
062300         GO TO 2000-POST-COST
062400     END-IF.
062500     MOVE "SALE" TO WS-POST-TYPE.
062600     IF AUD-CUST-NO NUMERIC
062700         AND AUD-CUST-NO > ZERO
062800         MOVE AUD-CUST-NO TO CU-CUST-NO
062900         READ CUSTOMER-MASTER
063000             INVALID KEY
063100                 MOVE SPACE TO CU-BILL-FLAG
063200         END-READ
063300         IF CU-BILL-FLAG = "Y"
063400             MOVE "HSAL" TO WS-POST-TYPE
063500         END-IF
063600     END-IF.
063700     IF AUD-PRICE NOT NUMERIC
063800         MOVE ZERO TO WS-EXC-AMOUNT
063900         MOVE "PRICE NOT NUMERIC" TO WS-EXC-REASON
064000         PERFORM 7310-LIST-NOT-POSTED THRU 7310-EXIT
064100     ELSE
064200         MOVE AUD-PRICE TO WS-POST-AMOUNT
064300         PERFORM 6000-ADD-TO-TABLE THRU 6000-EXIT
064400     END-IF.
064500     MOVE "COGS" TO WS-POST-TYPE.
064600 2000-POST-COST.
064700     IF AUD-COST NOT NUMERIC
064800         MOVE ZERO TO WS-EXC-AMOUNT
064900         MOVE "COST NOT NUMERIC" TO WS-EXC-REASON
065000         PERFORM 7310-LIST-NOT-POSTED THRU 7310-EXIT
065100         GO TO 2000-NEXT
065200     END-IF.
065300     MOVE AUD-COST TO WS-POST-AMOUNT.
065400     PERFORM 6000-ADD-TO-TABLE THRU 6000-EXIT.
065500 2000-NEXT.
065600     PERFORM 2900-READ-AUDIT THRU 2900-EXIT.
065700 2000-EXIT.
065800     EXIT.
065900
066000*---------------------------------------------------------------
066100* 2900-READ-AUDIT - READ THE NEXT AUDIT RECORD, SETTING THE
066200* END-OF-AUDIT SWITCH WHEN THE LOG IS EXHAUSTED.
066300*---------------------------------------------------------------
066400 2900-READ-AUDIT.
066500     READ AUDIT-LOG
066600         AT END
066700             SET END-OF-AUDIT TO TRUE
066800     END-READ.
066900 2900-EXIT.
067000     EXIT.
067100
067200*---------------------------------------------------------------
067300* 3000-POST-ONE-MOVEMENT - POST TONIGHT'S BACRECV RECEIPTS FROM
067400* THE MOVEMENT LEDGER AT COST-MASTER UNIT COST AND READ THE NEXT
067500* MOVEMENT.  EVERY OTHER MOVEMENT IS PASSED BY.
067600*---------------------------------------------------------------
067700 3000-POST-ONE-MOVEMENT.
067800     ADD 1 TO WS-TOTAL-MOVES-READ.
067900     IF MV-DATE NOT = WS-RUN-DATE-NUM
068000         OR MV-PROGRAM NOT = "BACRECV "
068100         GO TO 3000-NEXT
068200     END-IF.
068300     ADD 1 TO WS-TOTAL-RECEIPTS.
068400     MOVE MV-STORE-CODE TO WS-POST-STORE.
068500     MOVE "RECV" TO WS-POST-TYPE.
068600     MOVE "INVMOVE " TO WS-EXC-SOURCE.
068700     MOVE SPACES TO WS-EXC-REFERENCE.
068800     STRING MV-ITEM-CODE " " MV-REFERENCE
068900         DELIMITED BY SIZE INTO WS-EXC-REFERENCE.
069000     IF MV-QTY-BEFORE NOT NUMERIC
069100         OR MV-QTY-AFTER NOT NUMERIC
069200         MOVE ZERO TO WS-EXC-AMOUNT
069300         MOVE "QUANTITY NOT NUMERIC" TO WS-EXC-REASON
069400         PERFORM 7310-LIST-NOT-POSTED THRU 7310-EXIT
069500         GO TO 3000-NEXT
069600     END-IF.
069700     COMPUTE WS-RECEIPT-QTY = MV-QTY-AFTER - MV-QTY-BEFORE.
069800     MOVE MV-ITEM-CODE TO CM-ITEM-CODE.
069900     READ COST-MASTER
070000         INVALID KEY
070100             MOVE ZERO TO CM-UNIT-COST
070200             MOVE ZERO TO WS-EXC-AMOUNT
070300             MOVE "NO COST RECORD - VALUED AT 0" TO WS-EXC-REASON
070400             PERFORM 7320-LIST-WARNING THRU 7320-EXIT
070500     END-READ.
070600     COMPUTE WS-POST-AMOUNT = WS-RECEIPT-QTY * CM-UNIT-COST.
070700     PERFORM 6000-ADD-TO-TABLE THRU 6000-EXIT.
070800 3000-NEXT.
070900     PERFORM 3900-READ-MOVEMENT THRU 3900-EXIT.
071000 3000-EXIT.
071100     EXIT.
071200
071300*---------------------------------------------------------------
071400* 3900-READ-MOVEMENT - READ THE NEXT MOVEMENT, SETTING THE
071500* END-OF-MOVEMENTS SWITCH WHEN THE LEDGER IS EXHAUSTED.
071600*---------------------------------------------------------------
071700 3900-READ-MOVEMENT.
071800     READ MOVEMENT-FILE
071900         AT END
072000             SET END-OF-MOVEMENTS TO TRUE
072100     END-READ.
072200 3900-EXIT.
072300     EXIT.
072400
072500*---------------------------------------------------------------
072600* 4000-POST-ONE-ACTIVITY - POST ONE PENDING BILLING OR PAYMENT
072700* RECORD UNDER THE CUSTOMER'S HOME STORE AND READ THE NEXT.
072800*---------------------------------------------------------------
072900 4000-POST-ONE-ACTIVITY.
073000     ADD 1 TO WS-TOTAL-ACTIVITY-READ.
073100     MOVE GA-TRAN-TYPE TO WS-POST-TYPE.
073200     MOVE GA-PROGRAM TO WS-EXC-SOURCE.
073300     MOVE SPACES TO WS-EXC-REFERENCE.
073400     STRING GA-CUST-NO " " GA-REFERENCE
073500         DELIMITED BY SIZE INTO WS-EXC-REFERENCE.
073600     MOVE "**" TO WS-POST-STORE.
073700     IF GA-AMOUNT NOT NUMERIC
073800         MOVE ZERO TO WS-EXC-AMOUNT
073900         MOVE "AMOUNT NOT NUMERIC" TO WS-EXC-REASON
074000         PERFORM 7310-LIST-NOT-POSTED THRU 7310-EXIT
074100         GO TO 4000-NEXT
074200     END-IF.
074300     IF GA-TRAN-TYPE NOT = "BILL"
074400         AND GA-TRAN-TYPE NOT = "PAYM"
074500         MOVE GA-AMOUNT TO WS-EXC-AMOUNT
074600         MOVE "UNKNOWN ACTIVITY TYPE" TO WS-EXC-REASON
074700         PERFORM 7310-LIST-NOT-POSTED THRU 7310-EXIT
074800         GO TO 4000-NEXT
074900     END-IF.
075000     MOVE GA-CUST-NO TO CU-CUST-NO.
075100     READ CUSTOMER-MASTER
075200         INVALID KEY
075300             MOVE SPACES TO CU-STORE-CODE
075400     END-READ.
075500     IF CU-STORE-CODE = SPACES
075600         MOVE GA-AMOUNT TO WS-EXC-AMOUNT
075700         MOVE "NO HOME STORE - POSTED TO **" TO WS-EXC-REASON
075800         PERFORM 7320-LIST-WARNING THRU 7320-EXIT
075900     ELSE
076000         MOVE CU-STORE-CODE TO WS-POST-STORE
076100     END-IF.
076200     MOVE GA-AMOUNT TO WS-POST-AMOUNT.
076300     PERFORM 6000-ADD-TO-TABLE THRU 6000-EXIT.
076400 4000-NEXT.
076500     PERFORM 4900-READ-ACTIVITY THRU 4900-EXIT.
076600 4000-EXIT.
076700     EXIT.
076800
076900*---------------------------------------------------------------
077000* 4900-READ-ACTIVITY - READ THE NEXT GL ACTIVITY RECORD, SETTING
077100* THE END-OF-ACTIVITY SWITCH WHEN THE FILE IS EXHAUSTED.
077200*---------------------------------------------------------------
077300 4900-READ-ACTIVITY.
077400     READ GL-ACTIVITY-FILE
077500         AT END
077600             SET END-OF-ACTIVITY TO TRUE
077700     END-READ.
077800 4900-EXIT.
077900     EXIT.
078000
078100*---------------------------------------------------------------
078200* 5000-WRITE-JOURNAL - WRITE THE HEADER, EACH STORE'S LINES WITH
078300* ITS BALANCE CHECK, AND THE TRAILER.
078400*---------------------------------------------------------------
078500 5000-WRITE-JOURNAL.
078600     MOVE SPACES TO JOURNAL-REC.
078700     MOVE "H" TO GJ-REC-TYPE.
078800     MOVE WS-RUN-DATE-NUM TO GJ-BUSINESS-DATE.
078900     PERFORM 5500-WRITE-JOURNAL-REC THRU 5500-EXIT.
079000     IF WS-LINES-ON-PAGE + 4 > WS-MAX-LINES-PER-PAGE
079100         PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
079200     END-IF.
079300     MOVE "JOURNAL" TO RS-TITLE.
079400     WRITE RPT-LINE FROM RPT-SECTION-LINE
079500         AFTER ADVANCING 2 LINES.
079600     WRITE RPT-LINE FROM RPT-JOURNAL-HEADING
079700         AFTER ADVANCING 2 LINES.
079800     ADD 4 TO WS-LINES-ON-PAGE.
079900     PERFORM 5100-WRITE-ONE-STORE THRU 5100-EXIT
080000         VARYING WS-ST-SUB FROM 1 BY 1
080100         UNTIL WS-ST-SUB > WS-ST-COUNT.
080200     MOVE SPACES TO JOURNAL-REC.
080300     MOVE "T" TO GJ-REC-TYPE.
080400     MOVE WS-RUN-DATE-NUM TO GJ-BUSINESS-DATE.
080500     MOVE WS-TOTAL-JOURNAL-LINES TO GJ-LINE-COUNT.
080600     MOVE WS-GRAND-DEBITS TO GJ-TOTAL-DEBITS.
080700     MOVE WS-GRAND-CREDITS TO GJ-TOTAL-CREDITS.
080800     PERFORM 5500-WRITE-JOURNAL-REC THRU 5500-EXIT.
080900 5000-EXIT.
081000     EXIT.
081100
081200*---------------------------------------------------------------
081300* 5100-WRITE-ONE-STORE - WRITE ONE STORE'S JOURNAL LINES AND
081400* PROVE ITS DEBITS EQUAL ITS CREDITS.
081500*---------------------------------------------------------------
081600 5100-WRITE-ONE-STORE.
081700     MOVE ZERO TO WS-STORE-DEBITS.
081800     MOVE ZERO TO WS-STORE-CREDITS.
081900     PERFORM 5200-WRITE-ONE-ENTRY THRU 5200-EXIT
082000         VARYING WS-GL-SUB FROM 1 BY 1
082100         UNTIL WS-GL-SUB > WS-GL-COUNT.
082200     MOVE WS-ST-STORE(WS-ST-SUB) TO RST-STORE-CODE.
082300     MOVE WS-STORE-DEBITS TO RST-DEBITS.
082400     MOVE WS-STORE-CREDITS TO RST-CREDITS.
082500     IF WS-STORE-DEBITS = WS-STORE-CREDITS
082600         MOVE "IN BALANCE            " TO RST-VERDICT
082700     ELSE
082800         MOVE "** OUT OF BALANCE **  " TO RST-VERDICT
082900         ADD 1 TO WS-TOTAL-STORES-OUT
083000     END-IF.
083100     WRITE RPT-LINE FROM RPT-STORE-TOTAL-LINE
083200         AFTER ADVANCING 1 LINE.
083300     MOVE SPACES TO RPT-LINE.
083400     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
083500     ADD 2 TO WS-LINES-ON-PAGE.
083600 5100-EXIT.
083700     EXIT.
083800
083900*---------------------------------------------------------------
084000* 5200-WRITE-ONE-ENTRY - FOR A TABLE ENTRY OF THE CURRENT STORE,
084100* LOOK UP THE ACCOUNTS AND WRITE THE DEBIT AND CREDIT LINES.  A
084200* NET NEGATIVE AMOUNT SWAPS THE SIDES.  A MISSING MAPPING OR
084300* ACCOUNT IS LISTED AS NOT POSTED.
084400*---------------------------------------------------------------
084500 5200-WRITE-ONE-ENTRY.
084600     IF WS-GL-STORE(WS-GL-SUB) NOT = WS-ST-STORE(WS-ST-SUB)
084700         GO TO 5200-EXIT
084800     END-IF.
084900     IF WS-GL-AMOUNT(WS-GL-SUB) = ZERO
085000         GO TO 5200-EXIT
085100     END-IF.
085200     PERFORM 5300-FIND-MAPPING THRU 5300-EXIT.
085300     MOVE "JOURNAL " TO WS-EXC-SOURCE.
085400     MOVE SPACES TO WS-EXC-REFERENCE.
085500     MOVE WS-GL-STORE(WS-GL-SUB) TO WS-POST-STORE.
085600     MOVE WS-GL-TYPE(WS-GL-SUB) TO WS-POST-TYPE.
085700     MOVE WS-GL-AMOUNT(WS-GL-SUB) TO WS-EXC-AMOUNT.
085800     IF MAP-IS-MISSING
085900         MOVE "NO GL MAPPING FOR STORE/TYPE" TO WS-EXC-REASON
086000         PERFORM 7310-LIST-NOT-POSTED THRU 7310-EXIT
086100         GO TO 5200-EXIT
086200     END-IF.
086300     IF WS-GL-AMOUNT(WS-GL-SUB) > ZERO
086400         MOVE GM-DEBIT-ACCT TO WS-DEBIT-ACCT
086500         MOVE GM-CREDIT-ACCT TO WS-CREDIT-ACCT
086600         MOVE WS-GL-AMOUNT(WS-GL-SUB) TO WS-LINE-AMOUNT
086700     ELSE
086800         MOVE GM-CREDIT-ACCT TO WS-DEBIT-ACCT
086900         MOVE GM-DEBIT-ACCT TO WS-CREDIT-ACCT
087000         COMPUTE WS-LINE-AMOUNT = 0 - WS-GL-AMOUNT(WS-GL-SUB)
087100     END-IF.
087200     IF WS-DEBIT-ACCT = SPACES
087300         MOVE "NO DEBIT ACCOUNT ON MAPPING" TO WS-EXC-REASON
087400         PERFORM 7310-LIST-NOT-POSTED THRU 7310-EXIT
087500     ELSE
087600         MOVE WS-DEBIT-ACCT TO WS-LINE-ACCOUNT
087700         MOVE "D" TO WS-LINE-DR-CR
087800         PERFORM 5400-WRITE-JOURNAL-LINE THRU 5400-EXIT
087900     END-IF.
088000     IF WS-CREDIT-ACCT = SPACES
088100         MOVE "NO CREDIT ACCOUNT ON MAPPING" TO WS-EXC-REASON
088200         PERFORM 7310-LIST-NOT-POSTED THRU 7310-EXIT
088300     ELSE
088400         MOVE WS-CREDIT-ACCT TO WS-LINE-ACCOUNT
088500         MOVE "C" TO WS-LINE-DR-CR
088600         PERFORM 5400-WRITE-JOURNAL-LINE THRU 5400-EXIT
088700     END-IF.
088800 5200-EXIT.
088900     EXIT.
089000
089100*---------------------------------------------------------------
089200* 5300-FIND-MAPPING - READ THE MAPPING FOR THE ENTRY'S STORE AND
089300* TYPE, FALLING BACK TO THE COMPANY-WIDE STORE ** RECORD.
089400*---------------------------------------------------------------
089500 5300-FIND-MAPPING.
089600     SET MAP-WAS-FOUND TO TRUE.
089700     MOVE WS-GL-STORE(WS-GL-SUB) TO GM-STORE-CODE.
089800     MOVE WS-GL-TYPE(WS-GL-SUB) TO GM-TRAN-TYPE.
089900     READ GL-MAP-MASTER
090000         INVALID KEY
090100             SET MAP-IS-MISSING TO TRUE
090200     END-READ.
090300     IF MAP-WAS-FOUND
090400         GO TO 5300-EXIT
090500     END-IF.
090600     SET MAP-WAS-FOUND TO TRUE.
090700     MOVE "**" TO GM-STORE-CODE.
090800     MOVE WS-GL-TYPE(WS-GL-SUB) TO GM-TRAN-TYPE.
090900     READ GL-MAP-MASTER
091000         INVALID KEY
091100             SET MAP-IS-MISSING TO TRUE
091200     END-READ.
091300 5300-EXIT.
091400     EXIT.
091500
091600*---------------------------------------------------------------
091700* 5400-WRITE-JOURNAL-LINE - WRITE ONE DETAIL RECORD FOR THE
091800* CURRENT ENTRY, PRINT IT, AND ADD IT TO THE STORE AND GRAND
091900* TOTALS.  THE CALLER HAS SET THE ACCOUNT, SIDE, AND AMOUNT.
092000*---------------------------------------------------------------
092100 5400-WRITE-JOURNAL-LINE.
092200     MOVE SPACES TO JOURNAL-REC.
092300     MOVE "D" TO GJ-REC-TYPE.
092400     MOVE WS-RUN-DATE-NUM TO GJ-BUSINESS-DATE.
092500     MOVE WS-GL-STORE(WS-GL-SUB) TO GJ-STORE-CODE.
092600     MOVE WS-LINE-ACCOUNT TO GJ-ACCOUNT.
092700     MOVE WS-LINE-DR-CR TO GJ-DR-CR.
092800     MOVE WS-LINE-AMOUNT TO GJ-AMOUNT.
092900     MOVE WS-GL-TYPE(WS-GL-SUB) TO GJ-TRAN-TYPE.
093000     MOVE GM-DESCRIPTION TO GJ-DESCRIPTION.
093100     MOVE WS-GL-ITEMS(WS-GL-SUB) TO GJ-ITEM-COUNT.
093200     PERFORM 5500-WRITE-JOURNAL-REC THRU 5500-EXIT.
093300     ADD 1 TO WS-TOTAL-JOURNAL-LINES.
093400     IF WS-LINES-ON-PAGE >= WS-MAX-LINES-PER-PAGE
093500         PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
093600         WRITE RPT-LINE FROM RPT-JOURNAL-HEADING
093700             AFTER ADVANCING 2 LINES
093800         ADD 2 TO WS-LINES-ON-PAGE
093900     END-IF.
094000     MOVE GJ-STORE-CODE TO RJ-STORE-CODE.
094100     MOVE GJ-TRAN-TYPE TO RJ-TRAN-TYPE.
094200     MOVE GJ-ACCOUNT TO RJ-ACCOUNT.
094300     MOVE GJ-DESCRIPTION TO RJ-DESCRIPTION.
094400     MOVE GJ-ITEM-COUNT TO RJ-ITEM-COUNT.
094500     IF WS-LINE-DR-CR = "D"
094600         MOVE WS-LINE-AMOUNT TO RJ-DEBIT
094700         MOVE ZERO TO RJ-CREDIT
094800         ADD WS-LINE-AMOUNT TO WS-STORE-DEBITS
094900         ADD WS-LINE-AMOUNT TO WS-GRAND-DEBITS
095000     ELSE
095100         MOVE ZERO TO RJ-DEBIT
095200         MOVE WS-LINE-AMOUNT TO RJ-CREDIT
095300         ADD WS-LINE-AMOUNT TO WS-STORE-CREDITS
095400         ADD WS-LINE-AMOUNT TO WS-GRAND-CREDITS
095500     END-IF.
095600     WRITE RPT-LINE FROM RPT-JOURNAL-LINE AFTER ADVANCING 1 LINE.
095700     ADD 1 TO WS-LINES-ON-PAGE.
095800 5400-EXIT.
095900     EXIT.
096000
096100*---------------------------------------------------------------
096200* 5500-WRITE-JOURNAL-REC - WRITE THE JOURNAL RECORD THE CALLER
096300* HAS BUILT, STATUS-CHECKED LIKE EVERY OTHER FILE OPERATION.
096400*---------------------------------------------------------------
096500 5500-WRITE-JOURNAL-REC.
096600     WRITE JOURNAL-REC.
096700     IF NOT JNL-STATUS-OK
096800         DISPLAY "BACGLJNL - JOURNAL-FILE WRITE FAILED, "
096900             "STATUS " WS-JNL-STATUS
097000         MOVE 16 TO RETURN-CODE
097100         STOP RUN
097200     END-IF.
097300 5500-EXIT.
097400     EXIT.
097500
097600*---------------------------------------------------------------
097700* 6000-ADD-TO-TABLE - ADD WS-POST-AMOUNT TO THE JOURNAL TABLE
097800* ENTRY FOR WS-POST-STORE AND WS-POST-TYPE, ADDING THE ENTRY (AND
097900* THE STORE) THE FIRST TIME IT IS SEEN.
098000*---------------------------------------------------------------
098100 6000-ADD-TO-TABLE.
098200     PERFORM 6100-NOTE-STORE THRU 6100-EXIT.
098300     IF WS-ST-FOUND-SUB = ZERO
098400         MOVE WS-POST-AMOUNT TO WS-EXC-AMOUNT
098500         MOVE "MORE THAN 20 STORES" TO WS-EXC-REASON
098600         PERFORM 7310-LIST-NOT-POSTED THRU 7310-EXIT
098700         GO TO 6000-EXIT
098800     END-IF.
098900     MOVE ZERO TO WS-GL-FOUND-SUB.
099000     PERFORM 6010-MATCH-ONE-ENTRY THRU 6010-EXIT
099100         VARYING WS-GL-SUB FROM 1 BY 1
099200         UNTIL WS-GL-SUB > WS-GL-COUNT
099300             OR WS-GL-FOUND-SUB > ZERO.
099400     IF WS-GL-FOUND-SUB = ZERO
099500         IF WS-GL-COUNT >= 200
099600             MOVE WS-POST-AMOUNT TO WS-EXC-AMOUNT
099700             MOVE "MORE THAN 200 STORE/TYPES" TO WS-EXC-REASON
099800             PERFORM 7310-LIST-NOT-POSTED THRU 7310-EXIT
099900             GO TO 6000-EXIT
100000         END-IF
100100         ADD 1 TO WS-GL-COUNT
100200         MOVE WS-GL-COUNT TO WS-GL-FOUND-SUB
100300         MOVE WS-POST-STORE TO WS-GL-STORE(WS-GL-FOUND-SUB)
100400         MOVE WS-POST-TYPE TO WS-GL-TYPE(WS-GL-FOUND-SUB)
100500         MOVE ZERO TO WS-GL-AMOUNT(WS-GL-FOUND-SUB)
100600         MOVE ZERO TO WS-GL-ITEMS(WS-GL-FOUND-SUB)
100700     END-IF.
100800     ADD WS-POST-AMOUNT TO WS-GL-AMOUNT(WS-GL-FOUND-SUB).
100900     ADD 1 TO WS-GL-ITEMS(WS-GL-FOUND-SUB).
101000 6000-EXIT.
101100     EXIT.
101200
101300*---------------------------------------------------------------
101400* 6010-MATCH-ONE-ENTRY - COMPARE ONE TABLE ENTRY TO THE STORE
101500* AND TYPE BEING POSTED.
101600*---------------------------------------------------------------
101700 6010-MATCH-ONE-ENTRY.
101800     IF WS-GL-STORE(WS-GL-SUB) = WS-POST-STORE
101900         AND WS-GL-TYPE(WS-GL-SUB) = WS-POST-TYPE
102000         MOVE WS-GL-SUB TO WS-GL-FOUND-SUB
102100     END-IF.
102200 6010-EXIT.
102300     EXIT.
102400
102500*---------------------------------------------------------------
102600* 6100-NOTE-STORE - FIND OR ADD WS-POST-STORE IN THE STORE
102700* TABLE.  WS-ST-FOUND-SUB IS LEFT ZERO WHEN THE TABLE IS FULL.
102800*---------------------------------------------------------------
102900 6100-NOTE-STORE.
103000     MOVE ZERO TO WS-ST-FOUND-SUB.
103100     PERFORM 6110-MATCH-ONE-STORE THRU 6110-EXIT
103200         VARYING WS-ST-SUB FROM 1 BY 1
103300         UNTIL WS-ST-SUB > WS-ST-COUNT
103400             OR WS-ST-FOUND-SUB > ZERO.
103500     IF WS-ST-FOUND-SUB > ZERO
103600         GO TO 6100-EXIT
103700     END-IF.
103800     IF WS-ST-COUNT >= 20
103900         GO TO 6100-EXIT
104000     END-IF.
104100     ADD 1 TO WS-ST-COUNT.
104200     MOVE WS-ST-COUNT TO WS-ST-FOUND-SUB.
104300     MOVE WS-POST-STORE TO WS-ST-STORE(WS-ST-FOUND-SUB).
104400 6100-EXIT.
104500     EXIT.
104600
104700*---------------------------------------------------------------
104800* 6110-MATCH-ONE-STORE - COMPARE ONE STORE TABLE ENTRY TO THE
104900* STORE BEING POSTED.
105000*---------------------------------------------------------------
105100 6110-MATCH-ONE-STORE.
105200     IF WS-ST-STORE(WS-ST-SUB) = WS-POST-STORE
105300         MOVE WS-ST-SUB TO WS-ST-FOUND-SUB
105400     END-IF.
105500 6110-EXIT.
105600     EXIT.
105700
105800*---------------------------------------------------------------
105900* 7000-WRITE-HEADINGS - START A NEW REPORT PAGE.
106000*---------------------------------------------------------------
106100 7000-WRITE-HEADINGS.
106200     ADD 1 TO WS-PAGE-NO.
106300     MOVE WS-RUN-MM TO RH1-MM.
106400     MOVE WS-RUN-DD TO RH1-DD.
106500     MOVE WS-RUN-YYYY TO RH1-YYYY.
106600     MOVE WS-PAGE-NO TO RH1-PAGE-NO.
106700     WRITE RPT-LINE FROM RPT-HEADING-1 AFTER ADVANCING PAGE.
106800     MOVE ZERO TO WS-LINES-ON-PAGE.
106900 7000-EXIT.
107000     EXIT.
107100
107200*---------------------------------------------------------------
107300* 7300-WRITE-EXCEPTION - LIST ONE EXCEPTION.  THE CALLER HAS SET
107400* THE SEVERITY, SOURCE, REFERENCE, AMOUNT, AND REASON.
107500*---------------------------------------------------------------
107600 7300-WRITE-EXCEPTION.
107700     IF WS-LINES-ON-PAGE >= WS-MAX-LINES-PER-PAGE
107800         PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
107900     END-IF.
108000     MOVE WS-EXC-SEVERITY TO RX-SEVERITY.
108100     MOVE WS-EXC-SOURCE TO RX-SOURCE.
108200     MOVE WS-POST-STORE TO RX-STORE-CODE.
108300     MOVE WS-POST-TYPE TO RX-TRAN-TYPE.
108400     MOVE WS-EXC-REFERENCE TO RX-REFERENCE.
108500     MOVE WS-EXC-AMOUNT TO RX-AMOUNT.
108600     MOVE WS-EXC-REASON TO RX-REASON.
108700     WRITE RPT-LINE FROM RPT-EXCEPTION-LINE
108800         AFTER ADVANCING 1 LINE.
108900     ADD 1 TO WS-LINES-ON-PAGE.
109000 7300-EXIT.
109100     EXIT.
109200
109300*---------------------------------------------------------------
109400* 7310-LIST-NOT-POSTED - LIST AN AMOUNT THAT COULD NOT BE
109500* JOURNALED.  ANY SUCH AMOUNT HOLDS THE JOURNAL.
109600*---------------------------------------------------------------
109700 7310-LIST-NOT-POSTED.
109800     ADD 1 TO WS-TOTAL-NOT-POSTED.
109900     MOVE "NOT POSTED" TO WS-EXC-SEVERITY.
110000     PERFORM 7300-WRITE-EXCEPTION THRU 7300-EXIT.
110100 7310-EXIT.
110200     EXIT.
110300
110400*---------------------------------------------------------------
110500* 7320-LIST-WARNING - LIST SOMETHING THE BOOKKEEPER SHOULD LOOK
110600* AT THAT DID NOT STOP THE AMOUNT BEING JOURNALED.
110700*---------------------------------------------------------------
110800 7320-LIST-WARNING.
110900     ADD 1 TO WS-TOTAL-WARNINGS.
111000     MOVE "WARNING" TO WS-EXC-SEVERITY.
111100     PERFORM 7300-WRITE-EXCEPTION THRU 7300-EXIT.
111200 7320-EXIT.
111300     EXIT.
111400
111500*---------------------------------------------------------------
111600* 9999-TERMINATE - PRINT THE TOTALS, WRITE THE CONTROL COUNTS,
111700* CLOSE THE FILES, AND SET RETURN-CODE 8 WHEN THE JOURNAL MUST BE
111800* HELD (A STORE OUT OF BALANCE OR AN AMOUNT NOT POSTED) OR 4
111900* WHEN THERE ARE WARNINGS ONLY.
112000*---------------------------------------------------------------
112100 9999-TERMINATE.
112200     PERFORM 8000-WRITE-CONTROL-COUNTS THRU 8000-EXIT.
112300     MOVE "AUDIT RECORDS READ" TO RT-LABEL.
112400     MOVE WS-TOTAL-AUDIT-READ TO RT-COUNT.
112500     WRITE RPT-LINE FROM RPT-TOTAL-LINE
112600         AFTER ADVANCING 2 LINES.
112700     MOVE "RECEIPTS POSTED" TO RT-LABEL.
112800     MOVE WS-TOTAL-RECEIPTS TO RT-COUNT.
112900     WRITE RPT-LINE FROM RPT-TOTAL-LINE
113000         AFTER ADVANCING 1 LINE.
113100     MOVE "BILLING/PAYMENT RECORDS READ" TO RT-LABEL.
113200     MOVE WS-TOTAL-ACTIVITY-READ TO RT-COUNT.
113300     WRITE RPT-LINE FROM RPT-TOTAL-LINE
113400         AFTER ADVANCING 1 LINE.
113500     MOVE "JOURNAL LINES WRITTEN" TO RT-LABEL.
113600     MOVE WS-TOTAL-JOURNAL-LINES TO RT-COUNT.
113700     WRITE RPT-LINE FROM RPT-TOTAL-LINE
113800         AFTER ADVANCING 1 LINE.
113900     MOVE "TOTAL DEBITS" TO RA-LABEL.
114000     MOVE WS-GRAND-DEBITS TO RA-AMOUNT.
114100     WRITE RPT-LINE FROM RPT-AMOUNT-LINE
114200         AFTER ADVANCING 1 LINE.
114300     MOVE "TOTAL CREDITS" TO RA-LABEL.
114400     MOVE WS-GRAND-CREDITS TO RA-AMOUNT.
114500     WRITE RPT-LINE FROM RPT-AMOUNT-LINE
114600         AFTER ADVANCING 1 LINE.
114700     MOVE "STORES OUT OF BALANCE" TO RT-LABEL.
114800     MOVE WS-TOTAL-STORES-OUT TO RT-COUNT.
114900     WRITE RPT-LINE FROM RPT-TOTAL-LINE
115000         AFTER ADVANCING 1 LINE.
115100     MOVE "AMOUNTS NOT POSTED" TO RT-LABEL.
115200     MOVE WS-TOTAL-NOT-POSTED TO RT-COUNT.
115300     WRITE RPT-LINE FROM RPT-TOTAL-LINE
115400         AFTER ADVANCING 1 LINE.
115500     MOVE "WARNINGS" TO RT-LABEL.
115600     MOVE WS-TOTAL-WARNINGS TO RT-COUNT.
115700     WRITE RPT-LINE FROM RPT-TOTAL-LINE
115800         AFTER ADVANCING 1 LINE.
115900     IF WS-TOTAL-STORES-OUT > ZERO
116000         OR WS-TOTAL-NOT-POSTED > ZERO
116100         OR WS-GRAND-DEBITS NOT = WS-GRAND-CREDITS
116200         WRITE RPT-LINE FROM RPT-HOLD-LINE
116300             AFTER ADVANCING 2 LINES
116400     END-IF.
116500     CLOSE AUDIT-LOG.
116600     CLOSE MOVEMENT-FILE.
116700     CLOSE GL-ACTIVITY-FILE.
116800     CLOSE CUSTOMER-MASTER.
116900     CLOSE COST-MASTER.
117000     CLOSE GL-MAP-MASTER.
117100     CLOSE JOURNAL-FILE.
117200     CLOSE JOURNAL-REPORT.
117300     DISPLAY "BACGLJNL - AUDIT READ:        " WS-TOTAL-AUDIT-READ.
117400     DISPLAY "BACGLJNL - RECEIPTS POSTED:   " WS-TOTAL-RECEIPTS.
117500     DISPLAY "BACGLJNL - ACTIVITY READ:     "
117600         WS-TOTAL-ACTIVITY-READ.
117700     DISPLAY "BACGLJNL - JOURNAL LINES:     "
117800         WS-TOTAL-JOURNAL-LINES.
117900     DISPLAY "BACGLJNL - STORES OUT OF BAL: " WS-TOTAL-STORES-OUT.
118000     DISPLAY "BACGLJNL - NOT POSTED:        " WS-TOTAL-NOT-POSTED.
118100     DISPLAY "BACGLJNL - WARNINGS:          " WS-TOTAL-WARNINGS.
118200     IF WS-TOTAL-STORES-OUT > ZERO
118300         OR WS-TOTAL-NOT-POSTED > ZERO
118400         OR WS-GRAND-DEBITS NOT = WS-GRAND-CREDITS
118500         DISPLAY "BACGLJNL - JOURNAL HELD"
118600         MOVE 8 TO RETURN-CODE
118700     ELSE
118800     IF WS-TOTAL-WARNINGS > ZERO
118900         MOVE 4 TO RETURN-CODE
119000     ELSE
119100         MOVE 0 TO RETURN-CODE
119200     END-IF
119300     END-IF.
119400 9999-EXIT.
119500     EXIT.
119600
119700*---------------------------------------------------------------
119800* 8000-WRITE-CONTROL-COUNTS - APPEND THIS STEP'S COUNTS TO THE
119900* SHARED CONTROL-COUNT FILE FOR THE NIGHT CONTROL REPORT.
120000*---------------------------------------------------------------
120100 8000-WRITE-CONTROL-COUNTS.
120200     OPEN EXTEND CONTROL-COUNT-FILE.
120300     IF NOT CTL-STATUS-OK
120400         DISPLAY "BACGLJNL - CONTROL-COUNT OPEN FAILED, "
120500             "STATUS " WS-CTL-STATUS
120600         MOVE 16 TO RETURN-CODE
120700         STOP RUN
120800     END-IF.
120900     MOVE "JOURNAL LINES       " TO CC-LABEL.
121000     MOVE WS-TOTAL-JOURNAL-LINES TO CC-COUNT.
121100     PERFORM 8100-WRITE-ONE-COUNT THRU 8100-EXIT.
121200     MOVE "STORES OUT OF BAL   " TO CC-LABEL.
121300     MOVE WS-TOTAL-STORES-OUT TO CC-COUNT.
121400     PERFORM 8100-WRITE-ONE-COUNT THRU 8100-EXIT.
121500     MOVE "AMOUNTS NOT POSTED  " TO CC-LABEL.
121600     MOVE WS-TOTAL-NOT-POSTED TO CC-COUNT.
121700     PERFORM 8100-WRITE-ONE-COUNT THRU 8100-EXIT.
121800     CLOSE CONTROL-COUNT-FILE.
121900 8000-EXIT.
122000     EXIT.
122100
122200*---------------------------------------------------------------
122300* 8100-WRITE-ONE-COUNT - WRITE ONE CONTROL-COUNT RECORD.  THE
122400* CALLER HAS SET THE LABEL AND COUNT.
122500*---------------------------------------------------------------
122600 8100-WRITE-ONE-COUNT.
122700     MOVE WS-RUN-DATE-NUM TO CC-DATE.
122800     MOVE "BACGLJNL" TO CC-PROGRAM.
122900     MOVE SPACES TO CC-REC(44:37).
123000     WRITE CC-REC.
123100     IF NOT CTL-STATUS-OK
123200         DISPLAY "BACGLJNL - CONTROL-COUNT WRITE FAILED, "
123300             "STATUS " WS-CTL-STATUS
123400         MOVE 16 TO RETURN-CODE
123500         STOP RUN
123600     END-IF.
123700 8100-EXIT.
123800     EXIT.
123900
124000 END PROGRAM BACGLJNL.
