000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BACPULL.
000300 AUTHOR. DW.
000400 INSTALLATION. KITCHEN-DATA-PROCESSING.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*PRINTS THE MORNING LOT PULL LIST - FOR EACH STORE, EACH ITEM THE
000800*NIGHT'S ACCEPTED ORDERS DREW DOWN, WITH THE TOTAL TO PULL BROKEN
000900*DOWN BY LOT NUMBER AND EXPIRY DATE IN THE ORDER TO USE THEM, SO
001000*THE COOKS TAKE THE SAME SACKS THE BOOKS RELIEVED.  THE INPUT IS
001100*THE SHARED MOVEMENT LEDGER, CUT TO BACONPANCAKES' RECORDS AND
001200*SORTED BY STORE, ITEM, LOT FLAG, EXPIRY, AND LOT BY THE JOB
001300*AHEAD OF THIS STEP; ONLY TONIGHT'S BUSINESS DATE IS LISTED.  ANY
001400*QUANTITY THAT CAME OFF THE UNDATED MASTER BUCKET IS FLAGGED,
001500*SINCE IT MEANS THE ITEM'S LOTS ARE OUT OF STEP WITH ON-HAND, AND
001600*SETS RETURN-CODE 4.
001700*---------------------------------------------------------------
001800* MODIFICATION HISTORY
001900*---------------------------------------------------------------
002000* 10/15/26  DW         ORIGINAL VERSION.
002100*---------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT MOVEMENT-FILE ASSIGN TO PULLIN
002600         ORGANIZATION IS SEQUENTIAL.
002700
002800     SELECT INVENTORY-MASTER ASSIGN TO INVMAST
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS RANDOM
003100         RECORD KEY IS INV-KEY
003200         FILE STATUS IS WS-INV-STATUS.
003300
003400     SELECT PULL-LIST ASSIGN TO PULLRPT
003500         ORGANIZATION IS SEQUENTIAL.
003600
003700     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-RUNC-STATUS.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300*---------------------------------------------------------------
004400* MOVEMENT-FILE - THE SHARED INVENTORY MOVEMENT LEDGER, CUT TO
004500* THE ORDER DEBITS AND SORTED AHEAD OF THIS STEP.  EACH RECORD IS
004600* ONE SLICE OF A DEBIT: FROM ONE DATED LOT (FLAG L) OR FROM THE
004700* UNDATED MASTER BUCKET (FLAG U).
004800*---------------------------------------------------------------
004900 FD  MOVEMENT-FILE
005000     LABEL RECORDS ARE STANDARD.
005100 01  MOVE-REC.
005200     05  MV-DATE             PIC 9(08).
005300     05  MV-TIME             PIC 9(08).
005400     05  MV-PROGRAM          PIC X(08).
005500     05  MV-STORE-CODE       PIC X(02).
005600     05  MV-ITEM-CODE        PIC X(04).
005700     05  MV-QTY-BEFORE       PIC 9(07).
005800     05  MV-QTY-AFTER        PIC 9(07).
005900     05  MV-REFERENCE        PIC X(10).
006000     05  MV-LOT-FLAG         PIC X(01).
006100         88  MV-FROM-LOT     VALUE "L".
006200         88  MV-FROM-UNDATED VALUE "U".
006300     05  MV-LOT-NO           PIC X(06).
006400     05  MV-LOT-EXPIRY       PIC 9(08).
006500     05  FILLER              PIC X(11).
006600
006700*---------------------------------------------------------------
006800* INVENTORY-MASTER - READ FOR THE ITEM NAME ONLY.
006900*---------------------------------------------------------------
007000 FD  INVENTORY-MASTER
007100     LABEL RECORDS ARE STANDARD.
007200 01  INVENTORY-REC.
007300     05  INV-KEY.
007400         10  INV-STORE-CODE  PIC X(02).
007500         10  INV-ITEM-CODE   PIC X(04).
007600     05  INV-ITEM-NAME       PIC X(20).
007700     05  INV-QTY-ON-HAND     PIC 9(07).
007800     05  INV-REORDER-POINT   PIC 9(07).
007900     05  INV-SUPPLIER-CODE   PIC X(04).
008000     05  INV-ORDER-QTY       PIC 9(07).
008100     05  INV-PACK-SIZE       PIC 9(05).
008200     05  FILLER              PIC X(06).
008300
008400*---------------------------------------------------------------
008500* PULL-LIST - THE PRINTED PULL LIST, ONE STORE PER PAGE.
008600*---------------------------------------------------------------
008700 FD  PULL-LIST
008800     LABEL RECORDS ARE OMITTED.
008900 01  RPT-LINE                PIC X(132).
009000
009100*---------------------------------------------------------------
009200* RUN-CONTROL-FILE - THE ONE-RECORD FILE BACRNCTL MAINTAINS
009300* WITH THE STREAM'S OFFICIAL BUSINESS DATE AND RUN STATUS.
009400*---------------------------------------------------------------
009500 FD  RUN-CONTROL-FILE
009600     LABEL RECORDS ARE STANDARD.
009700 01  RUNCTL-REC.
009800     05  RC-BUSINESS-DATE    PIC 9(08).
009900     05  RC-RUN-STATUS       PIC X(01).
010000     05  FILLER              PIC X(71).
010100
010200 WORKING-STORAGE SECTION.
010300 01  SW-FILE-STATUS          PIC X(01).
010400     88  END-OF-MOVEMENTS    VALUE "Y".
010500     88  MORE-MOVEMENTS      VALUE "N".
010600
010700 01  SW-WANTED               PIC X(01).
010800     88  MOVE-IS-WANTED      VALUE "Y".
010900     88  MOVE-NOT-WANTED     VALUE "N".
011000
011100 01  WS-INV-STATUS           PIC X(02).
011200     88  INV-STATUS-OK       VALUE "00".
011300
011400 01  WS-RUNC-STATUS          PIC X(02).
011500     88  RUNC-STATUS-OK      VALUE "00".
011600
011700*---------------------------------------------------------------
011800* CONTROL-BREAK FIELDS - THE STORE, ITEM, AND LOT BEING ADDED UP.
011900*---------------------------------------------------------------
012000 01  WS-CURRENT-STORE        PIC X(02) VALUE SPACES.
012100 01  WS-CURRENT-ITEM         PIC X(04) VALUE SPACES.
012200 01  WS-CURRENT-LOT.
012300     05  WS-CURRENT-LOT-FLAG PIC X(01) VALUE SPACE.
012400     05  WS-CURRENT-EXPIRY   PIC 9(08) VALUE ZERO.
012500     05  WS-CURRENT-LOT-NO   PIC X(06) VALUE SPACES.
012600 01  WS-SLICE-QTY            PIC 9(07) VALUE ZERO.
012700 01  WS-LOT-QTY              PIC 9(07) VALUE ZERO.
012800 01  WS-ITEM-QTY             PIC 9(07) VALUE ZERO.
012900
013000*---------------------------------------------------------------
013100* RUN TOTALS.
013200*---------------------------------------------------------------
013300 01  WS-TOTAL-READ           PIC 9(07) VALUE ZERO COMP.
013400 01  WS-TOTAL-USED           PIC 9(07) VALUE ZERO COMP.
013500 01  WS-TOTAL-STORES         PIC 9(05) VALUE ZERO COMP.
013600 01  WS-TOTAL-ITEMS          PIC 9(05) VALUE ZERO COMP.
013700 01  WS-TOTAL-LOT-LINES      PIC 9(05) VALUE ZERO COMP.
013800 01  WS-TOTAL-UNDATED        PIC 9(05) VALUE ZERO COMP.
013900
014000*---------------------------------------------------------------
014100* REPORT CONTROL FIELDS.
014200*---------------------------------------------------------------
014300 01  WS-RUN-DATE-NUM         PIC 9(08).
014400 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-NUM.
014500     05  WS-RUN-YYYY         PIC 9(04).
014600     05  WS-RUN-MM           PIC 9(02).
014700     05  WS-RUN-DD           PIC 9(02).
014800
014900 01  WS-EXPIRY-NUM           PIC 9(08).
015000 01  WS-EXPIRY-X REDEFINES WS-EXPIRY-NUM.
015100     05  WS-EXPIRY-YYYY      PIC 9(04).
015200     05  WS-EXPIRY-MM        PIC 9(02).
015300     05  WS-EXPIRY-DD        PIC 9(02).
015400
015500 01  WS-PAGE-NO              PIC 9(03) VALUE ZERO COMP.
015600 01  WS-LINES-ON-PAGE        PIC 9(02) VALUE ZERO COMP.
015700 01  WS-MAX-LINES-PER-PAGE   PIC 9(02) VALUE 50 COMP.
015800
015900*---------------------------------------------------------------
016000* REPORT HEADING AND DETAIL LINE LAYOUTS.
016100*---------------------------------------------------------------
016200 01  RPT-HEADING-1.
016300     05  FILLER              PIC X(28)
016400         VALUE "BACON PANCAKES - LOT PULL   ".
016500     05  RH1-MM              PIC 9(02).
016600     05  FILLER              PIC X(01) VALUE "/".
016700     05  RH1-DD              PIC 9(02).
016800     05  FILLER              PIC X(01) VALUE "/".
016900     05  RH1-YYYY            PIC 9(04).
017000     05  FILLER              PIC X(25) VALUE SPACES.
017100     05  FILLER              PIC X(05) VALUE "PAGE ".
017200     05  RH1-PAGE-NO         PIC ZZ9.
017300     05  FILLER              PIC X(61) VALUE SPACES.
017400
017500 01  RPT-STORE-HEADING.
017600     05  FILLER              PIC X(06) VALUE "STORE ".
017700     05  RS-STORE-CODE       PIC X(02).
017800     05  FILLER              PIC X(124) VALUE SPACES.
017900
018000 01  RPT-COLUMN-HEADING.
018100     05  FILLER              PIC X(06) VALUE "ITEM".
018200     05  FILLER              PIC X(22) VALUE "NAME".
018300     05  FILLER              PIC X(08) VALUE "LOT".
018400     05  FILLER              PIC X(12) VALUE "EXPIRES".
018500     05  FILLER              PIC X(11) VALUE "TO PULL".
018600     05  FILLER              PIC X(73) VALUE SPACES.
018700
018800 01  RPT-ITEM-LINE.
018900     05  RI-ITEM-CODE        PIC X(04).
019000     05  FILLER              PIC X(02) VALUE SPACES.
019100     05  RI-ITEM-NAME        PIC X(20).
019200     05  FILLER              PIC X(106) VALUE SPACES.
019300
019400 01  RPT-LOT-LINE.
019500     05  FILLER              PIC X(28) VALUE SPACES.
019600     05  RL-LOT-NO           PIC X(06).
019700     05  FILLER              PIC X(02) VALUE SPACES.
019800     05  RL-EXPIRY.
019900         10  RL-MM           PIC 9(02).
020000         10  RL-SLASH-1      PIC X(01).
020100         10  RL-DD           PIC 9(02).
020200         10  RL-SLASH-2      PIC X(01).
020300         10  RL-YYYY         PIC 9(04).
020400     05  FILLER              PIC X(02) VALUE SPACES.
020500     05  RL-QTY              PIC Z(6)9.
020600     05  FILLER              PIC X(04) VALUE SPACES.
020700     05  RL-FLAG             PIC X(50).
020800     05  FILLER              PIC X(23) VALUE SPACES.
020900
021000 01  RPT-ITEM-TOTAL-LINE.
021100     05  FILLER              PIC X(28) VALUE SPACES.
021200     05  FILLER              PIC X(20)
021300         VALUE "TOTAL TO PULL".
021400     05  RIT-QTY             PIC Z(6)9.
021500     05  FILLER              PIC X(77) VALUE SPACES.
021600
021700 01  RPT-TOTAL-LINE.
021800     05  RT-LABEL            PIC X(30).
021900     05  FILLER              PIC X(05) VALUE SPACES.
022000     05  RT-COUNT            PIC ZZZZZ9.
022100     05  FILLER              PIC X(91) VALUE SPACES.
022200
022300 01  RPT-NONE-LINE.
022400     05  FILLER              PIC X(40)
022500         VALUE "NO ORDER DEBITS FOR THIS BUSINESS DATE.".
022600     05  FILLER              PIC X(92) VALUE SPACES.
022700
022800 PROCEDURE DIVISION.
022900*---------------------------------------------------------------
023000* 0000-MAINLINE
023100*---------------------------------------------------------------
023200 0000-MAINLINE.
023300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023400     PERFORM 2000-ADD-ONE-SLICE THRU 2000-EXIT
023500         UNTIL END-OF-MOVEMENTS.
023600     PERFORM 9999-TERMINATE THRU 9999-EXIT.
023700     STOP RUN.
023800
023900*---------------------------------------------------------------
024000* 1000-INITIALIZE - OPEN THE FILES AND PRIME THE READ.
024100*---------------------------------------------------------------
024200 1000-INITIALIZE.
024300     SET MORE-MOVEMENTS TO TRUE.
024400     PERFORM 1100-GET-BUSINESS-DATE THRU 1100-EXIT.
024500     OPEN INPUT MOVEMENT-FILE.
024600     OPEN INPUT INVENTORY-MASTER.
024700     IF NOT INV-STATUS-OK
024800         DISPLAY "BACPULL - INVENTORY-MASTER OPEN FAILED, "
024900             "STATUS " WS-INV-STATUS
025000         MOVE 16 TO RETURN-CODE
025100         STOP RUN
025200     END-IF.
025300     OPEN OUTPUT PULL-LIST.
025400     PERFORM 3000-READ-MOVEMENT THRU 3000-EXIT.
025500 1000-EXIT.
025600     EXIT.
025700
025800*---------------------------------------------------------------
025900* 1100-GET-BUSINESS-DATE - TAKE THE RUN DATE FROM THE RUN-
026000* CONTROL FILE'S BUSINESS DATE INSTEAD OF THE WALL CLOCK.
026100*---------------------------------------------------------------
026200 1100-GET-BUSINESS-DATE.
026300     OPEN INPUT RUN-CONTROL-FILE.
026400     IF NOT RUNC-STATUS-OK
026500         DISPLAY "BACPULL - RUN-CONTROL OPEN FAILED, "
026600             "STATUS " WS-RUNC-STATUS
026700         MOVE 16 TO RETURN-CODE
026800         STOP RUN
026900     END-IF.
027000     READ RUN-CONTROL-FILE
027100         AT END
027200             DISPLAY "BACPULL - RUN-CONTROL FILE EMPTY, "
027300                 "RELEASE THE RUN FIRST"
027400             MOVE 16 TO RETURN-CODE
027500             STOP RUN
027600     END-READ.
027700     MOVE RC-BUSINESS-DATE TO WS-RUN-DATE-NUM.
027800     CLOSE RUN-CONTROL-FILE.
027900 1100-EXIT.
028000     EXIT.
028100
028200*---------------------------------------------------------------
028300* 2000-ADD-ONE-SLICE - CLOSE OUT WHATEVER THE RECORD BREAKS (THE
028400* STORE, THE ITEM, OR THE LOT), ADD ITS QUANTITY TO THE CURRENT
028500* LOT, AND READ THE NEXT ONE.
028600*---------------------------------------------------------------
028700 2000-ADD-ONE-SLICE.
028800     IF MV-STORE-CODE NOT = WS-CURRENT-STORE
028900         PERFORM 2300-END-LOT THRU 2300-EXIT
029000         PERFORM 2200-END-ITEM THRU 2200-EXIT
029100         PERFORM 2100-START-STORE THRU 2100-EXIT
029200         PERFORM 2150-START-ITEM THRU 2150-EXIT
029300     ELSE
029400     IF MV-ITEM-CODE NOT = WS-CURRENT-ITEM
029500         PERFORM 2300-END-LOT THRU 2300-EXIT
029600         PERFORM 2200-END-ITEM THRU 2200-EXIT
029700         PERFORM 2150-START-ITEM THRU 2150-EXIT
029800     ELSE
029900     IF MV-LOT-FLAG NOT = WS-CURRENT-LOT-FLAG
030000         OR MV-LOT-EXPIRY NOT = WS-CURRENT-EXPIRY
030100         OR MV-LOT-NO NOT = WS-CURRENT-LOT-NO
030200         PERFORM 2300-END-LOT THRU 2300-EXIT
030300     END-IF
030400     END-IF
030500     END-IF.
030600     MOVE MV-LOT-FLAG TO WS-CURRENT-LOT-FLAG.
030700     MOVE MV-LOT-EXPIRY TO WS-CURRENT-EXPIRY.
030800     MOVE MV-LOT-NO TO WS-CURRENT-LOT-NO.
030900     ADD WS-SLICE-QTY TO WS-LOT-QTY.
031000     ADD WS-SLICE-QTY TO WS-ITEM-QTY.
031100     ADD 1 TO WS-TOTAL-USED.
031200     PERFORM 3000-READ-MOVEMENT THRU 3000-EXIT.
031300 2000-EXIT.
031400     EXIT.
031500
031600*---------------------------------------------------------------
031700* 2100-START-STORE - START A NEW PAGE FOR THE NEXT STORE.
031800*---------------------------------------------------------------
031900 2100-START-STORE.
032000     MOVE MV-STORE-CODE TO WS-CURRENT-STORE.
032100     ADD 1 TO WS-TOTAL-STORES.
032200     PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT.
032300 2100-EXIT.
032400     EXIT.
032500
032600*---------------------------------------------------------------
032700* 2150-START-ITEM - PRINT THE ITEM LINE WITH ITS NAME FROM
032800* INVENTORY-MASTER AND CLEAR THE ITEM AND LOT TOTALS.
032900*---------------------------------------------------------------
033000 2150-START-ITEM.
033100     MOVE MV-ITEM-CODE TO WS-CURRENT-ITEM.
033200     ADD 1 TO WS-TOTAL-ITEMS.
033300     MOVE ZERO TO WS-ITEM-QTY.
033400     MOVE ZERO TO WS-LOT-QTY.
033500     MOVE MV-STORE-CODE TO INV-STORE-CODE.
033600     MOVE MV-ITEM-CODE TO INV-ITEM-CODE.
033700     READ INVENTORY-MASTER
033800         INVALID KEY
033900             MOVE "** NOT ON INVENTORY" TO INV-ITEM-NAME
034000     END-READ.
034100     IF WS-LINES-ON-PAGE + 4 > WS-MAX-LINES-PER-PAGE
034200         PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
034300     END-IF.
034400     MOVE MV-ITEM-CODE TO RI-ITEM-CODE.
034500     MOVE INV-ITEM-NAME TO RI-ITEM-NAME.
034600     WRITE RPT-LINE FROM RPT-ITEM-LINE AFTER ADVANCING 2 LINES.
034700     ADD 2 TO WS-LINES-ON-PAGE.
034800 2150-EXIT.
034900     EXIT.
035000
035100*---------------------------------------------------------------
035200* 2200-END-ITEM - PRINT THE ITEM'S TOTAL TO PULL.
035300*---------------------------------------------------------------
035400 2200-END-ITEM.
035500     IF WS-CURRENT-ITEM = SPACES
035600         GO TO 2200-EXIT
035700     END-IF.
035800     MOVE WS-ITEM-QTY TO RIT-QTY.
035900     WRITE RPT-LINE FROM RPT-ITEM-TOTAL-LINE
036000         AFTER ADVANCING 1 LINE.
036100     ADD 1 TO WS-LINES-ON-PAGE.
036200 2200-EXIT.
036300     EXIT.
036400
036500*---------------------------------------------------------------
036600* 2300-END-LOT - PRINT ONE LOT'S QUANTITY TO PULL, OR THE
036700* QUANTITY OFF THE UNDATED BUCKET WITH ITS FLAG.
036800*---------------------------------------------------------------
036900 2300-END-LOT.
037000     IF WS-LOT-QTY = ZERO
037100         GO TO 2300-EXIT
037200     END-IF.
037300     IF WS-LINES-ON-PAGE >= WS-MAX-LINES-PER-PAGE
037400         PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
037500     END-IF.
037600     IF WS-CURRENT-LOT-FLAG = "U"
037700         MOVE "NONE" TO RL-LOT-NO
037800         MOVE "UNDATED" TO RL-EXPIRY
037900         MOVE "** UNDATED STOCK - LOTS OUT OF STEP WITH ON-HAND"
038000             TO RL-FLAG
038100         ADD 1 TO WS-TOTAL-UNDATED
038200     ELSE
038300         MOVE WS-CURRENT-LOT-NO TO RL-LOT-NO
038400         MOVE WS-CURRENT-EXPIRY TO WS-EXPIRY-NUM
038500         MOVE WS-EXPIRY-MM TO RL-MM
038600         MOVE "/" TO RL-SLASH-1
038700         MOVE WS-EXPIRY-DD TO RL-DD
038800         MOVE "/" TO RL-SLASH-2
038900         MOVE WS-EXPIRY-YYYY TO RL-YYYY
039000         MOVE SPACES TO RL-FLAG
039100     END-IF.
039200     MOVE WS-LOT-QTY TO RL-QTY.
039300     WRITE RPT-LINE FROM RPT-LOT-LINE AFTER ADVANCING 1 LINE.
039400     ADD 1 TO WS-LINES-ON-PAGE.
039500     ADD 1 TO WS-TOTAL-LOT-LINES.
039600     MOVE ZERO TO WS-LOT-QTY.
039700 2300-EXIT.
039800     EXIT.
039900
040000*---------------------------------------------------------------
040100* 3000-READ-MOVEMENT - READ AHEAD TO THE NEXT SLICE OF TONIGHT'S
040200* ORDER DEBITS, SETTING END-OF-MOVEMENTS AT END OF FILE.
040300*---------------------------------------------------------------
040400 3000-READ-MOVEMENT.
040500     SET MOVE-NOT-WANTED TO TRUE.
040600     PERFORM 3100-READ-ONE THRU 3100-EXIT
040700         UNTIL END-OF-MOVEMENTS
040800             OR MOVE-IS-WANTED.
040900 3000-EXIT.
041000     EXIT.
041100
041200*---------------------------------------------------------------
041300* 3100-READ-ONE - READ ONE LEDGER RECORD AND KEEP IT ONLY IF IT
041400* IS A LOT OR UNDATED SLICE OF AN ORDER DEBIT ON TONIGHT'S
041500* BUSINESS DATE.
041600*---------------------------------------------------------------
041700 3100-READ-ONE.
041800     READ MOVEMENT-FILE
041900         AT END
042000             SET END-OF-MOVEMENTS TO TRUE
042100             GO TO 3100-EXIT
042200     END-READ.
042300     ADD 1 TO WS-TOTAL-READ.
042400     IF MV-PROGRAM NOT = "BACONPAN"
042500         OR MV-DATE NOT = WS-RUN-DATE-NUM
042600         GO TO 3100-EXIT
042700     END-IF.
042800     IF NOT MV-FROM-LOT
042900         AND NOT MV-FROM-UNDATED
043000         GO TO 3100-EXIT
043100     END-IF.
043200     IF MV-QTY-AFTER NOT < MV-QTY-BEFORE
043300         GO TO 3100-EXIT
043400     END-IF.
043500     SUBTRACT MV-QTY-AFTER FROM MV-QTY-BEFORE
043600         GIVING WS-SLICE-QTY.
043700     SET MOVE-IS-WANTED TO TRUE.
043800 3100-EXIT.
043900     EXIT.
044000
044100*---------------------------------------------------------------
044200* 7000-WRITE-HEADINGS - START A NEW PAGE FOR THE CURRENT STORE.
044300*---------------------------------------------------------------
044400 7000-WRITE-HEADINGS.
044500     ADD 1 TO WS-PAGE-NO.
044600     MOVE WS-RUN-MM TO RH1-MM.
044700     MOVE WS-RUN-DD TO RH1-DD.
044800     MOVE WS-RUN-YYYY TO RH1-YYYY.
044900     MOVE WS-PAGE-NO TO RH1-PAGE-NO.
045000     WRITE RPT-LINE FROM RPT-HEADING-1 AFTER ADVANCING PAGE.
045100     MOVE WS-CURRENT-STORE TO RS-STORE-CODE.
045200     WRITE RPT-LINE FROM RPT-STORE-HEADING
045300         AFTER ADVANCING 2 LINES.
045400     WRITE RPT-LINE FROM RPT-COLUMN-HEADING
045500         AFTER ADVANCING 2 LINES.
045600     MOVE 5 TO WS-LINES-ON-PAGE.
045700 7000-EXIT.
045800     EXIT.
045900
046000*---------------------------------------------------------------
046100* 9999-TERMINATE - CLOSE OUT THE LAST LOT AND ITEM, PRINT THE
046200* TOTALS, AND SET RETURN-CODE 4 IF ANY QUANTITY CAME OFF THE
046300* UNDATED BUCKET.
046400*---------------------------------------------------------------
046500 9999-TERMINATE.
046600     PERFORM 2300-END-LOT THRU 2300-EXIT.
046700     PERFORM 2200-END-ITEM THRU 2200-EXIT.
046800     IF WS-TOTAL-STORES = ZERO
046900         PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
047000         WRITE RPT-LINE FROM RPT-NONE-LINE
047100             AFTER ADVANCING 2 LINES
047200     END-IF.
047300     MOVE "LEDGER RECORDS READ" TO RT-LABEL.
047400     MOVE WS-TOTAL-READ TO RT-COUNT.
047500     WRITE RPT-LINE FROM RPT-TOTAL-LINE
047600         AFTER ADVANCING 3 LINES.
047700     MOVE "ORDER DEBIT SLICES USED" TO RT-LABEL.
047800     MOVE WS-TOTAL-USED TO RT-COUNT.
047900     WRITE RPT-LINE FROM RPT-TOTAL-LINE
048000         AFTER ADVANCING 1 LINE.
048100     MOVE "STORES LISTED" TO RT-LABEL.
048200     MOVE WS-TOTAL-STORES TO RT-COUNT.
048300     WRITE RPT-LINE FROM RPT-TOTAL-LINE
048400         AFTER ADVANCING 1 LINE.
048500     MOVE "ITEMS TO PULL" TO RT-LABEL.
048600     MOVE WS-TOTAL-ITEMS TO RT-COUNT.
048700     WRITE RPT-LINE FROM RPT-TOTAL-LINE
048800         AFTER ADVANCING 1 LINE.
048900     MOVE "LOT LINES" TO RT-LABEL.
049000     MOVE WS-TOTAL-LOT-LINES TO RT-COUNT.
049100     WRITE RPT-LINE FROM RPT-TOTAL-LINE
049200         AFTER ADVANCING 1 LINE.
049300     MOVE "PULLS FROM UNDATED STOCK" TO RT-LABEL.
049400     MOVE WS-TOTAL-UNDATED TO RT-COUNT.
049500     WRITE RPT-LINE FROM RPT-TOTAL-LINE
049600         AFTER ADVANCING 1 LINE.
049700     CLOSE MOVEMENT-FILE.
049800     CLOSE INVENTORY-MASTER.
049900     CLOSE PULL-LIST.
050000     DISPLAY "BACPULL - ITEMS TO PULL:      " WS-TOTAL-ITEMS.
050100     DISPLAY "BACPULL - UNDATED PULLS:      " WS-TOTAL-UNDATED.
050200     IF WS-TOTAL-UNDATED > ZERO
050300         MOVE 4 TO RETURN-CODE
050400     ELSE
050500         MOVE 0 TO RETURN-CODE
050600     END-IF.
050700 9999-EXIT.
050800     EXIT.
050900
051000 END PROGRAM BACPULL.
