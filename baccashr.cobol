000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BACCASHR.
000300 AUTHOR. DW.
000400 INSTALLATION. KITCHEN-DATA-PROCESSING.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*READS THE PAYABLES MASTER FRONT TO BACK AND PRINTS THE WEEKLY
000800*CASH REQUIREMENTS: EVERY SUPPLIER INVOICE STILL OPEN, WHAT IS
000900*OWED ON IT, AND WHEN IT FALLS DUE - PAST DUE, THIS WEEK, NEXT
001000*WEEK, THE TWO WEEKS AFTER THAT, OR LATER - WITH A TOTAL PER
001100*SUPPLIER AND FOR THE WHOLE COMPANY SO THE OWNER CAN SEE HOW MUCH
001200*CASH EACH WEEK WILL TAKE.
001300*---------------------------------------------------------------
001400* MODIFICATION HISTORY
001500*---------------------------------------------------------------
001600* 10/15/26  DW         ORIGINAL VERSION.  RUNS SUNDAY NIGHT IN
001700*                      BACWEEK AFTER THE WEEK'S INVOICES HAVE BEEN
001800*                      MATCHED BY BACAPMAT.  A "WEEK" IS SEVEN
001900*                      DAYS COUNTED FROM THE RUN DATE.
002000*---------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT PAYABLES-MASTER ASSIGN TO APMAST
002500         ORGANIZATION IS INDEXED
002600         ACCESS MODE IS SEQUENTIAL
002700         RECORD KEY IS AP-KEY
002800         FILE STATUS IS WS-APM-STATUS.
002900
003000     SELECT SUPPLIER-MASTER ASSIGN TO SUPPMAST
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS RANDOM
003300         RECORD KEY IS SUP-SUPPLIER-CODE
003400         FILE STATUS IS WS-SUP-STATUS.
003500
003600     SELECT CASH-REPORT ASSIGN TO CASHRPT
003700         ORGANIZATION IS SEQUENTIAL.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100*---------------------------------------------------------------
004200* PAYABLES-MASTER - THE OPEN SUPPLIER INVOICES BACAPMAT WRITES,
004300* KEYED ON SUPPLIER PLUS INVOICE NUMBER, SO A FRONT-TO-BACK READ
004400* COMES IN SUPPLIER ORDER.
004500*---------------------------------------------------------------
004600 FD  PAYABLES-MASTER
004700     LABEL RECORDS ARE STANDARD.
004800 01  AP-REC.
004900     05  AP-KEY.
005000         10  AP-SUPPLIER-CODE PIC X(04).
005100         10  AP-INVOICE-NO   PIC X(10).
005200     05  AP-INVOICE-DATE     PIC 9(08).
005300     05  AP-INVOICE-AMOUNT   PIC 9(07)V99.
005400     05  AP-AMOUNT-PAID      PIC 9(07)V99.
005500     05  AP-DUE-DATE         PIC 9(08).
005600     05  AP-STATUS           PIC X(01).
005700     05  AP-MATCH-DATE       PIC 9(08).
005800     05  FILLER              PIC X(23).
005900
006000*---------------------------------------------------------------
006100* SUPPLIER-MASTER - READ FOR THE SUPPLIER NAME.
006200*---------------------------------------------------------------
006300 FD  SUPPLIER-MASTER
006400     LABEL RECORDS ARE STANDARD.
006500 01  SUPPLIER-REC.
006600     05  SUP-SUPPLIER-CODE   PIC X(04).
006700     05  SUP-NAME            PIC X(25).
006800     05  SUP-ADDR-1          PIC X(25).
006900     05  SUP-ADDR-2          PIC X(25).
007000     05  SUP-CONTACT         PIC X(20).
007100     05  SUP-PHONE           PIC X(12).
007200     05  SUP-MIN-ORDER-DOLS  PIC 9(05)V99.
007300     05  SUP-TERMS-DAYS      PIC 9(03).
007400     05  FILLER              PIC X(07).
007500
007600*---------------------------------------------------------------
007700* CASH-REPORT - THE PRINTED CASH REQUIREMENTS.
007800*---------------------------------------------------------------
007900 FD  CASH-REPORT
008000     LABEL RECORDS ARE OMITTED.
008100 01  RPT-LINE                PIC X(132).
008200
008300 WORKING-STORAGE SECTION.
008400 01  SW-FILE-STATUS          PIC X(01).
008500     88  END-OF-ITEMS        VALUE "Y".
008600     88  MORE-ITEMS-EXIST    VALUE "N".
008700
008800 01  WS-APM-STATUS           PIC X(02).
008900     88  APM-STATUS-OK       VALUE "00".
009000
009100 01  WS-SUP-STATUS           PIC X(02).
009200     88  SUP-STATUS-OK       VALUE "00".
009300
009400 01  WS-TOTAL-ITEMS-READ     PIC 9(05) VALUE ZERO COMP.
009500 01  WS-TOTAL-ITEMS-OPEN     PIC 9(05) VALUE ZERO COMP.
009600 01  WS-TOTAL-SUPPLIERS      PIC 9(05) VALUE ZERO COMP.
009700
009800 01  WS-OPEN-BALANCE         PIC S9(07)V99 VALUE ZERO.
009900 01  WS-DAYS-TO-DUE          PIC S9(05) VALUE ZERO.
010000 01  WS-RUN-DAY-NO           PIC 9(07) VALUE ZERO.
010100 01  WS-CUR-SUPPLIER-CODE    PIC X(04) VALUE SPACES.
010200 01  WS-CUR-SUPPLIER-NAME    PIC X(20) VALUE SPACES.
010300 01  WS-SUPP-ITEMS-OPEN      PIC 9(05) VALUE ZERO COMP.
010400
010500*---------------------------------------------------------------
010600* CASH BUCKETS - 1 PAST DUE, 2 DUE THIS WEEK (0-6 DAYS OUT),
010700* 3 NEXT WEEK (7-13), 4 WEEK 3 (14-20), 5 WEEK 4 (21-27), AND
010800* 6 LATER.  ONE SET IS KEPT FOR THE SUPPLIER BEING PRINTED AND
010900* ONE FOR THE WHOLE COMPANY.
011000*---------------------------------------------------------------
011100 01  WS-BUCKET-SUB           PIC 9(01) VALUE ZERO COMP.
011200 01  WS-SUPP-BUCKETS.
011300     05  WS-SUPP-BUCKET      PIC 9(09)V99 OCCURS 6 TIMES.
011400 01  WS-SUPP-TOTAL-DOLS      PIC 9(09)V99 VALUE ZERO.
011500 01  WS-GRAND-BUCKETS.
011600     05  WS-GRAND-BUCKET     PIC 9(09)V99 OCCURS 6 TIMES.
011700 01  WS-GRAND-TOTAL-DOLS     PIC 9(09)V99 VALUE ZERO.
011800
011900 01  WS-BUCKET-NAMES.
012000     05  FILLER              PIC X(30) VALUE "PAST DUE".
012100     05  FILLER              PIC X(30) VALUE "DUE THIS WEEK".
012200     05  FILLER              PIC X(30) VALUE "DUE NEXT WEEK".
012300     05  FILLER              PIC X(30) VALUE "DUE IN WEEK 3".
012400     05  FILLER              PIC X(30) VALUE "DUE IN WEEK 4".
012500     05  FILLER              PIC X(30) VALUE "DUE LATER".
012600 01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
012700     05  WS-BUCKET-NAME      PIC X(30) OCCURS 6 TIMES.
012800
012900*---------------------------------------------------------------
013000* REPORT CONTROL FIELDS.
013100*---------------------------------------------------------------
013200 01  WS-RUN-DATE-NUM         PIC 9(08).
013300 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-NUM.
013400     05  WS-RUN-YYYY         PIC 9(04).
013500     05  WS-RUN-MM           PIC 9(02).
013600     05  WS-RUN-DD           PIC 9(02).
013700
013800 01  WS-PAGE-NO              PIC 9(03) VALUE ZERO COMP.
013900 01  WS-LINES-ON-PAGE        PIC 9(02) VALUE ZERO COMP.
014000 01  WS-MAX-LINES-PER-PAGE   PIC 9(02) VALUE 20 COMP.
014100
014200*---------------------------------------------------------------
014300* REPORT HEADING AND DETAIL LINE LAYOUTS.  THE DETAIL LINE
014400* CARRIES ONE AMOUNT COLUMN PER CASH BUCKET; THE SUPPLIER AND
014500* COMPANY TOTAL LINES USE THE SAME LAYOUT.
014600*---------------------------------------------------------------
014700 01  RPT-HEADING-1.
014800     05  FILLER              PIC X(28)
014900         VALUE "BACON PANCAKES - CASH REQMTS".
015000     05  RH1-MM              PIC 9(02).
015100     05  FILLER              PIC X(01) VALUE "/".
015200     05  RH1-DD              PIC 9(02).
015300     05  FILLER              PIC X(01) VALUE "/".
015400     05  RH1-YYYY            PIC 9(04).
015500     05  FILLER              PIC X(25) VALUE SPACES.
015600     05  FILLER              PIC X(05) VALUE "PAGE ".
015700     05  RH1-PAGE-NO         PIC ZZ9.
015800     05  FILLER              PIC X(61) VALUE SPACES.
015900
016000 01  RPT-HEADING-2.
016100     05  FILLER              PIC X(06) VALUE "SUPP".
016200     05  FILLER              PIC X(22) VALUE "SUPPLIER NAME".
016300     05  FILLER              PIC X(12) VALUE "INVOICE".
016400     05  FILLER              PIC X(10) VALUE "DUE DATE".
016500     05  FILLER              PIC X(12) VALUE "  PAST DUE".
016600     05  FILLER              PIC X(12) VALUE " THIS WEEK".
016700     05  FILLER              PIC X(12) VALUE " NEXT WEEK".
016800     05  FILLER              PIC X(12) VALUE "    WEEK 3".
016900     05  FILLER              PIC X(12) VALUE "    WEEK 4".
017000     05  FILLER              PIC X(12) VALUE "     LATER".
017100     05  FILLER              PIC X(10) VALUE SPACES.
017200
017300 01  RPT-DETAIL-LINE.
017400     05  RD-SUPPLIER-CODE    PIC X(04).
017500     05  FILLER              PIC X(02) VALUE SPACES.
017600     05  RD-SUPPLIER-NAME    PIC X(20).
017700     05  FILLER              PIC X(02) VALUE SPACES.
017800     05  RD-INVOICE-NO       PIC X(10).
017900     05  FILLER              PIC X(02) VALUE SPACES.
018000     05  RD-DUE-DATE         PIC X(08).
018100     05  FILLER              PIC X(02) VALUE SPACES.
018200     05  RD-BUCKET-COLUMN    OCCURS 6 TIMES.
018300         10  RD-BUCKET-DOLS  PIC Z(6)9.99.
018400         10  FILLER          PIC X(02).
018500     05  FILLER              PIC X(10) VALUE SPACES.
018600
018700 01  RPT-TOTAL-LINE.
018800     05  RT-LABEL            PIC X(30).
018900     05  FILLER              PIC X(05) VALUE SPACES.
019000     05  RT-MONEY            PIC Z(8)9.99.
019100     05  FILLER              PIC X(85) VALUE SPACES.
019200
019300 PROCEDURE DIVISION.
019400*---------------------------------------------------------------
019500* 0000-MAINLINE
019600*---------------------------------------------------------------
019700 0000-MAINLINE.
019800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019900     PERFORM 2000-LIST-ONE-SUPPLIER THRU 2000-EXIT
020000         UNTIL END-OF-ITEMS.
020100     PERFORM 9999-TERMINATE THRU 9999-EXIT.
020200     STOP RUN.
020300
020400*---------------------------------------------------------------
020500* 1000-INITIALIZE - OPEN THE FILES AND PRIME THE READ.
020600*---------------------------------------------------------------
020700 1000-INITIALIZE.
020800     SET MORE-ITEMS-EXIST TO TRUE.
020900     ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
021000     COMPUTE WS-RUN-DAY-NO =
021100         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
021200     MOVE ZERO TO WS-GRAND-BUCKETS.
021300     OPEN INPUT PAYABLES-MASTER.
021400     IF NOT APM-STATUS-OK
021500         DISPLAY "BACCASHR - PAYABLES-MASTER OPEN FAILED, "
021600             "STATUS " WS-APM-STATUS
021700         MOVE 16 TO RETURN-CODE
021800         STOP RUN
021900     END-IF.
022000     OPEN INPUT SUPPLIER-MASTER.
022100     IF NOT SUP-STATUS-OK
022200         DISPLAY "BACCASHR - SUPPLIER-MASTER OPEN FAILED, "
022300             "STATUS " WS-SUP-STATUS
022400         MOVE 16 TO RETURN-CODE
022500         STOP RUN
022600     END-IF.
022700     OPEN OUTPUT CASH-REPORT.
022800     PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT.
022900     PERFORM 3000-READ-ITEM THRU 3000-EXIT.
023000 1000-EXIT.
023100     EXIT.
023200
023300*---------------------------------------------------------------
023400* 2000-LIST-ONE-SUPPLIER - LIST EVERY OPEN INVOICE FOR ONE
023500* SUPPLIER, THEN ITS TOTAL LINE.  A SUPPLIER WITH NOTHING STILL
023600* OPEN GETS NO TOTAL LINE.
023700*---------------------------------------------------------------
023800 2000-LIST-ONE-SUPPLIER.
023900     MOVE AP-SUPPLIER-CODE TO WS-CUR-SUPPLIER-CODE.
024000     MOVE ZERO TO WS-SUPP-BUCKETS.
024100     MOVE ZERO TO WS-SUPP-TOTAL-DOLS.
024200     MOVE ZERO TO WS-SUPP-ITEMS-OPEN.
024300     MOVE WS-CUR-SUPPLIER-CODE TO SUP-SUPPLIER-CODE.
024400     READ SUPPLIER-MASTER
024500         INVALID KEY
024600             MOVE "*** NOT ON MASTER ***" TO SUP-NAME
024700     END-READ.
024800     MOVE SUP-NAME TO WS-CUR-SUPPLIER-NAME.
024900     PERFORM 2100-LIST-ONE-ITEM THRU 2100-EXIT
025000         UNTIL END-OF-ITEMS
025100             OR AP-SUPPLIER-CODE NOT = WS-CUR-SUPPLIER-CODE.
025200     IF WS-SUPP-ITEMS-OPEN > ZERO
025300         ADD 1 TO WS-TOTAL-SUPPLIERS
025400         PERFORM 7200-WRITE-SUPPLIER-TOTAL THRU 7200-EXIT
025500     END-IF.
025600 2000-EXIT.
025700     EXIT.
025800
025900*---------------------------------------------------------------
026000* 2100-LIST-ONE-ITEM - BUCKET ONE STILL-OPEN INVOICE BY HOW MANY
026100* DAYS FROM TODAY IT FALLS DUE, PRINT THE DETAIL, AND READ THE
026200* NEXT ITEM.  PAID ITEMS ARE SKIPPED.
026300*---------------------------------------------------------------
026400 2100-LIST-ONE-ITEM.
026500     ADD 1 TO WS-TOTAL-ITEMS-READ.
026600     IF AP-STATUS NOT = "O"
026700         GO TO 2100-NEXT
026800     END-IF.
026900     COMPUTE WS-OPEN-BALANCE =
027000         AP-INVOICE-AMOUNT - AP-AMOUNT-PAID.
027100     IF WS-OPEN-BALANCE <= ZERO
027200         GO TO 2100-NEXT
027300     END-IF.
027400     ADD 1 TO WS-TOTAL-ITEMS-OPEN.
027500     ADD 1 TO WS-SUPP-ITEMS-OPEN.
027600     COMPUTE WS-DAYS-TO-DUE =
027700         FUNCTION INTEGER-OF-DATE(AP-DUE-DATE) - WS-RUN-DAY-NO.
027800     IF WS-DAYS-TO-DUE < ZERO
027900         MOVE 1 TO WS-BUCKET-SUB
028000     ELSE
028100     IF WS-DAYS-TO-DUE < 7
028200         MOVE 2 TO WS-BUCKET-SUB
028300     ELSE
028400     IF WS-DAYS-TO-DUE < 14
028500         MOVE 3 TO WS-BUCKET-SUB
028600     ELSE
028700     IF WS-DAYS-TO-DUE < 21
028800         MOVE 4 TO WS-BUCKET-SUB
028900     ELSE
029000     IF WS-DAYS-TO-DUE < 28
029100         MOVE 5 TO WS-BUCKET-SUB
029200     ELSE
029300         MOVE 6 TO WS-BUCKET-SUB
029400     END-IF
029500     END-IF
029600     END-IF
029700     END-IF
029800     END-IF.
029900     ADD WS-OPEN-BALANCE TO WS-SUPP-BUCKET(WS-BUCKET-SUB).
030000     ADD WS-OPEN-BALANCE TO WS-SUPP-TOTAL-DOLS.
030100     ADD WS-OPEN-BALANCE TO WS-GRAND-BUCKET(WS-BUCKET-SUB).
030200     ADD WS-OPEN-BALANCE TO WS-GRAND-TOTAL-DOLS.
030300     PERFORM 7100-WRITE-DETAIL-LINE THRU 7100-EXIT.
030400 2100-NEXT.
030500     PERFORM 3000-READ-ITEM THRU 3000-EXIT.
030600 2100-EXIT.
030700     EXIT.
030800
030900*---------------------------------------------------------------
031000* 3000-READ-ITEM - READ THE NEXT PAYABLE, SETTING THE
031100* END-OF-ITEMS SWITCH WHEN THE FILE IS EXHAUSTED.
031200*---------------------------------------------------------------
031300 3000-READ-ITEM.
031400     READ PAYABLES-MASTER NEXT
031500         AT END
031600             SET END-OF-ITEMS TO TRUE
031700     END-READ.
031800 3000-EXIT.
031900     EXIT.
032000
032100*---------------------------------------------------------------
032200* 7000-WRITE-HEADINGS - START A NEW REPORT PAGE.
032300*---------------------------------------------------------------
032400 7000-WRITE-HEADINGS.
032500     ADD 1 TO WS-PAGE-NO.
032600     MOVE WS-RUN-MM TO RH1-MM.
032700     MOVE WS-RUN-DD TO RH1-DD.
032800     MOVE WS-RUN-YYYY TO RH1-YYYY.
032900     MOVE WS-PAGE-NO TO RH1-PAGE-NO.
033000     WRITE RPT-LINE FROM RPT-HEADING-1 AFTER ADVANCING PAGE.
033100     WRITE RPT-LINE FROM RPT-HEADING-2 AFTER ADVANCING 2 LINES.
033200     MOVE ZERO TO WS-LINES-ON-PAGE.
033300 7000-EXIT.
033400     EXIT.
033500
033600*---------------------------------------------------------------
033700* 7100-WRITE-DETAIL-LINE - PRINT ONE OPEN INVOICE WITH ITS
033800* BALANCE UNDER THE BUCKET SET BY THE CALLER, STARTING A NEW PAGE
033900* EVERY WS-MAX-LINES-PER-PAGE LINES.
034000*---------------------------------------------------------------
034100 7100-WRITE-DETAIL-LINE.
034200     IF WS-LINES-ON-PAGE >= WS-MAX-LINES-PER-PAGE
034300         PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
034400     END-IF.
034500     MOVE SPACES TO RPT-DETAIL-LINE.
034600     MOVE AP-SUPPLIER-CODE TO RD-SUPPLIER-CODE.
034700     MOVE WS-CUR-SUPPLIER-NAME TO RD-SUPPLIER-NAME.
034800     MOVE AP-INVOICE-NO TO RD-INVOICE-NO.
034900     MOVE AP-DUE-DATE TO RD-DUE-DATE.
035000     MOVE WS-OPEN-BALANCE TO RD-BUCKET-DOLS(WS-BUCKET-SUB).
035100     WRITE RPT-LINE FROM RPT-DETAIL-LINE AFTER ADVANCING 1 LINE.
035200     ADD 1 TO WS-LINES-ON-PAGE.
035300 7100-EXIT.
035400     EXIT.
035500
035600*---------------------------------------------------------------
035700* 7200-WRITE-SUPPLIER-TOTAL - PRINT WHAT IS OWED THE SUPPLIER IN
035800* EACH BUCKET, FOLLOWED BY A BLANK LINE.
035900*---------------------------------------------------------------
036000 7200-WRITE-SUPPLIER-TOTAL.
036100     MOVE SPACES TO RPT-DETAIL-LINE.
036200     MOVE WS-CUR-SUPPLIER-CODE TO RD-SUPPLIER-CODE.
036300     MOVE "SUPPLIER TOTAL" TO RD-SUPPLIER-NAME.
036400     PERFORM 7210-MOVE-SUPPLIER-BUCKET THRU 7210-EXIT
036500         VARYING WS-BUCKET-SUB FROM 1 BY 1
036600         UNTIL WS-BUCKET-SUB > 6.
036700     WRITE RPT-LINE FROM RPT-DETAIL-LINE AFTER ADVANCING 1 LINE.
036800     MOVE SPACES TO RPT-LINE.
036900     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
037000     ADD 2 TO WS-LINES-ON-PAGE.
037100 7200-EXIT.
037200     EXIT.
037300
037400*---------------------------------------------------------------
037500* 7210-MOVE-SUPPLIER-BUCKET - EDIT ONE SUPPLIER BUCKET TOTAL.
037600*---------------------------------------------------------------
037700 7210-MOVE-SUPPLIER-BUCKET.
037800     MOVE WS-SUPP-BUCKET(WS-BUCKET-SUB)
037900         TO RD-BUCKET-DOLS(WS-BUCKET-SUB).
038000 7210-EXIT.
038100     EXIT.
038200
038300*---------------------------------------------------------------
038400* 7300-WRITE-GRAND-BUCKET - PRINT ONE COMPANY-WIDE BUCKET TOTAL.
038500*---------------------------------------------------------------
038600 7300-WRITE-GRAND-BUCKET.
038700     MOVE WS-BUCKET-NAME(WS-BUCKET-SUB) TO RT-LABEL.
038800     MOVE WS-GRAND-BUCKET(WS-BUCKET-SUB) TO RT-MONEY.
038900     WRITE RPT-LINE FROM RPT-TOTAL-LINE
039000         AFTER ADVANCING 1 LINE.
039100 7300-EXIT.
039200     EXIT.
039300
039400*---------------------------------------------------------------
039500* 9999-TERMINATE - PRINT THE COMPANY-WIDE BUCKET TOTALS AND
039600* CLOSE OUT.
039700*---------------------------------------------------------------
039800 9999-TERMINATE.
039900     MOVE SPACES TO RPT-LINE.
040000     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
040100     PERFORM 7300-WRITE-GRAND-BUCKET THRU 7300-EXIT
040200         VARYING WS-BUCKET-SUB FROM 1 BY 1
040300         UNTIL WS-BUCKET-SUB > 6.
040400     MOVE "TOTAL OPEN PAYABLES" TO RT-LABEL.
040500     MOVE WS-GRAND-TOTAL-DOLS TO RT-MONEY.
040600     WRITE RPT-LINE FROM RPT-TOTAL-LINE
040700         AFTER ADVANCING 2 LINES.
040800     CLOSE PAYABLES-MASTER.
040900     CLOSE SUPPLIER-MASTER.
041000     CLOSE CASH-REPORT.
041100     DISPLAY "BACCASHR - ITEMS ON MASTER: " WS-TOTAL-ITEMS-READ.
041200     DISPLAY "BACCASHR - ITEMS STILL OPEN:" WS-TOTAL-ITEMS-OPEN.
041300     DISPLAY "BACCASHR - SUPPLIERS OWED:  " WS-TOTAL-SUPPLIERS.
041400 9999-EXIT.
041500     EXIT.
041600
041700 END PROGRAM BACCASHR.
