002009*                      QUANTITY TRUNCATED TO FIVE DIGITS; AND
002011*                      THE NEVER-REFERENCED POM-NOT-FOUND
002012*                      CONDITION NAME IS GONE.
201201* 10/15/26  DW         THE REORDER POINT AND ORDER QUANTITY ARE
201202*                      NOW SIZED FROM THE WEEKLY DEMAND FORECAST
201203*                      (BACFCAST) WHERE THE STORE/ITEM HAS ONE:
201204*                      THE REORDER POINT COVERS THE FORECAST
201205*                      USAGE OVER THE SUPPLIER'S AVERAGE
201206*                      DELIVERY LEAD TIME PLUS ONE DAY, AND THE
201207*                      ORDER QUANTITY A FURTHER WEEK'S FORECAST
201208*                      USAGE, DAY BY DAY FROM TOMORROW'S WEEKDAY.
201209*                      THE LEAD TIME IS WORKED OUT FROM THE PO
201210*                      MASTER THE SAME WAY BACPORPT'S SUPPLIER
201211*                      SUMMARY DOES, DEFAULTING TO
201212*                      WS-DEFAULT-LEAD-DAYS FOR A SUPPLIER WITH
201213*                      NO FILLED ORDERS.  AN ITEM WITH NO
201214*                      FORECAST (OR NO FORECAST MASTER) KEEPS
201215*                      THE STATIC FIGURES, AND A ZERO STATIC
201216*                      REORDER POINT STILL MEANS THE ITEM IS
201217*                      NOT SET UP FOR AUTOMATIC REORDER.  THE
201218*                      REPORT PRINTS THE FORECAST FIGURES NEXT
201219*                      TO THE STATIC ONES AND SAYS WHICH WERE
201220*                      USED.
201221* 10/15/26  DW         EVERY ITEM WITH A FORECAST WHOSE FORECAST
201222*                      REORDER POINT OR ORDER QUANTITY IS MORE
201223*                      THAN WS-COMPARE-TOLERANCE-PCT AWAY FROM
201224*                      THE STATIC ONE NOW PRINTS A COMPARISON
201225*                      LINE, LOW OR NOT, SO THE STATIC FIGURES
201226*                      CAN BE RE-KEYED; THE LINES ARE TOTALLED.
002013*---------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
003510
003520     SELECT PO-MASTER ASSIGN TO POMAST
003530         ORGANIZATION IS INDEXED
003540         ACCESS MODE IS DYNAMIC
003550         RECORD KEY IS PM-KEY
003560         FILE STATUS IS WS-POM-STATUS.
003570
003580     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
003590         ORGANIZATION IS SEQUENTIAL
003591         FILE STATUS IS WS-RUNC-STATUS.
003592
003593     SELECT FORECAST-MASTER ASSIGN TO FCSTMAST
003594         ORGANIZATION IS INDEXED
003595         ACCESS MODE IS RANDOM
003596         RECORD KEY IS FC-KEY
003597         FILE STATUS IS WS-FCS-STATUS.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
007680     05  RC-BUSINESS-DATE    PIC 9(08).
007690     05  RC-RUN-STATUS       PIC X(01).
007691     05  FILLER              PIC X(71).
769101
769102*---------------------------------------------------------------
769103* FORECAST-MASTER - THE AVERAGE DAILY USAGE OF EACH STORE AND
769104* ITEM BY DAY OF THE WEEK (MONDAY = 1), REBUILT WEEKLY BY
769105* BACFCAST FROM THE AUDITLOG ARCHIVE.
769106*---------------------------------------------------------------
769107 FD  FORECAST-MASTER
769108     LABEL RECORDS ARE STANDARD.
769109 01  FORECAST-REC.
769110     05  FC-KEY.
769111         10  FC-STORE-CODE   PIC X(02).
769112         10  FC-ITEM-CODE    PIC X(04).
769113     05  FC-DOW-AVG OCCURS 7 TIMES
769114                             PIC 9(05)V9.
769115     05  FC-AVG-DAILY        PIC 9(05)V9.
769116     05  FC-WINDOW-DAYS      PIC 9(03).
769117     05  FC-FIRST-DATE       PIC 9(08).
769118     05  FC-LAST-DATE        PIC 9(08).
769119     05  FILLER              PIC X(07).
007692
007700 WORKING-STORAGE SECTION.
007800 01  SW-FILE-STATUS          PIC X(01).
008690
008691 01  WS-RUNC-STATUS          PIC X(02).
008692     88  RUNC-STATUS-OK      VALUE "00".
869201
869202 01  WS-FCS-STATUS           PIC X(02).
869203     88  FCS-STATUS-OK       VALUE "00".
869204
869205 01  SW-FORECAST-FILE-STATUS PIC X(01).
869206     88  FORECAST-AVAILABLE  VALUE "Y".
869207     88  FORECAST-NOT-AVAILABLE VALUE "N".
869208
869209 01  SW-FORECAST-ITEM-STATUS PIC X(01).
869210     88  ITEM-HAS-FORECAST   VALUE "Y".
869211     88  ITEM-HAS-NO-FORECAST VALUE "N".
869212
869213 01  SW-PO-MASTER-STATUS     PIC X(01).
869214     88  END-OF-PO-MASTER    VALUE "Y".
869215     88  MORE-PO-RECORDS     VALUE "N".
008700
008800 01  WS-TOTAL-ITEMS-READ     PIC 9(05) VALUE ZERO COMP.
008900 01  WS-TOTAL-ITEMS-LOW      PIC 9(05) VALUE ZERO COMP.
008910 01  WS-TOTAL-ON-ORDER       PIC 9(05) VALUE ZERO COMP.
008915 01  WS-TOTAL-FORECAST-USED  PIC 9(05) VALUE ZERO COMP.
008920
008930*---------------------------------------------------------------
008940* PACK ROUNDING - THE ORDER QUANTITY ROUNDED UP TO WHOLE
008960*---------------------------------------------------------------
008970 01  WS-ORDER-UNITS          PIC 9(07) VALUE ZERO.
008980 01  WS-ORDER-PACKS          PIC 9(05) VALUE ZERO.
898001
898002*---------------------------------------------------------------
898003* REORDER FIGURES IN USE FOR THE CURRENT ITEM - THE FORECAST
898004* ONES WHEN THE ITEM HAS A FORECAST, OTHERWISE THE STATIC ONES
898005* FROM INVENTORY-MASTER.
898006*---------------------------------------------------------------
898007 01  WS-REORDER-POINT-USED   PIC 9(07) VALUE ZERO.
898008 01  WS-ORDER-QTY-USED       PIC 9(07) VALUE ZERO.
898009
898010*---------------------------------------------------------------
898011* FORECAST SIZING - THE REORDER POINT COVERS THE LEAD-TIME
898012* DAYS PLUS ONE, AND THE ORDER QUANTITY A FURTHER
898013* WS-COVER-DAYS, EACH DAY AT ITS OWN WEEKDAY'S AVERAGE USAGE.
898014* WS-RUN-DAY-NO IS THE BUSINESS DATE AS A DAY NUMBER; DAY 1 OF
898015* THE FORECAST IS TOMORROW.
898016*---------------------------------------------------------------
898017 01  WS-DEFAULT-LEAD-DAYS    PIC 9(03) VALUE 2.
898018 01  WS-COVER-DAYS           PIC 9(03) VALUE 7.
898019 01  WS-LEAD-DAYS            PIC 9(03) VALUE ZERO.
898020 01  WS-RUN-DAY-NO           PIC 9(07) VALUE ZERO.
898021 01  WS-FCST-DAY-SUB         PIC 9(03) VALUE ZERO COMP.
898022 01  WS-FCST-DOW             PIC 9(01) VALUE ZERO.
898023 01  WS-FCST-LEAD-USAGE      PIC 9(07)V9 VALUE ZERO.
898024 01  WS-FCST-COVER-USAGE     PIC 9(07)V9 VALUE ZERO.
898025 01  WS-FCST-REORDER-POINT   PIC 9(07) VALUE ZERO.
898026 01  WS-FCST-ORDER-QTY       PIC 9(07) VALUE ZERO.
898027
898028*---------------------------------------------------------------
898029* SUPPLIER LEAD-TIME TABLE - FILLED ORDERS AND TOTAL ORDER-TO-
898030* FILL DAYS PER SUPPLIER, TAKEN FROM THE PO MASTER AT THE START
898031* OF THE RUN AS IN BACPORPT'S SUPPLIER PERFORMANCE SUMMARY.
898032*---------------------------------------------------------------
898033 01  WS-SUP-COUNT            PIC 9(02) VALUE ZERO COMP.
898034 01  WS-SUP-SUB              PIC 9(02) VALUE ZERO COMP.
898035 01  WS-SUP-FOUND-SUB        PIC 9(02) VALUE ZERO COMP.
898036 01  WS-SUPPLIER-TABLE.
898037     05  WS-SUP-ENTRY OCCURS 25 TIMES.
898038         10  WS-SUP-CODE     PIC X(04).
898039         10  WS-SUP-FILLED   PIC 9(05).
898040         10  WS-SUP-FILL-DAYS PIC 9(07).
898041
898042 01  WS-SUP-WORK-CODE        PIC X(04).
898043 01  WS-DAYS-TO-FILL         PIC S9(05) VALUE ZERO.
898044
898045*---------------------------------------------------------------
898046* FORECAST-TO-STATIC COMPARISON - A FORECAST FIGURE MORE THAN
898047* WS-COMPARE-TOLERANCE-PCT PERCENT OF THE STATIC ONE AWAY FROM
898048* IT IS LISTED.
898049*---------------------------------------------------------------
898050 01  WS-COMPARE-TOLERANCE-PCT PIC 9(03) VALUE 25.
898051 01  WS-COMPARE-DIFF         PIC S9(07) VALUE ZERO.
898052 01  WS-TOTAL-COMPARED       PIC 9(05) VALUE ZERO COMP.
898053
898054 01  SW-COMPARE-STATUS       PIC X(01).
898055     88  FORECAST-DIFFERS    VALUE "Y".
898056     88  FORECAST-CLOSE      VALUE "N".
009000
009100*---------------------------------------------------------------
009200* REPORT CONTROL FIELDS.
012100     05  FILLER              PIC X(06) VALUE "ITEM".
012200     05  FILLER              PIC X(22) VALUE "ITEM NAME".
012300     05  FILLER              PIC X(10) VALUE "ON HAND".
012400     05  FILLER              PIC X(10) VALUE "STAT RP".
012500     05  FILLER              PIC X(10) VALUE "STAT QTY".
012510     05  FILLER              PIC X(10) VALUE "FCST RP".
012520     05  FILLER              PIC X(10) VALUE "FCST QTY".
012530     05  FILLER              PIC X(06) VALUE "LEAD".
012540     05  FILLER              PIC X(07) VALUE "BASIS".
012550     05  FILLER              PIC X(11) VALUE "ORDER QTY".
012600     05  FILLER              PIC X(08) VALUE "SUPPLIER".
012700     05  FILLER              PIC X(18) VALUE SPACES.
012800
012900 01  RPT-DETAIL-LINE.
012910     05  RD-STORE-CODE       PIC X(02).
013400     05  RD-QTY-ON-HAND      PIC Z(6)9.
013500     05  FILLER              PIC X(03) VALUE SPACES.
013600     05  RD-REORDER-POINT    PIC Z(6)9.
013610     05  FILLER              PIC X(03) VALUE SPACES.
013620     05  RD-STATIC-ORDER-QTY PIC Z(6)9.
013630     05  FILLER              PIC X(03) VALUE SPACES.
013640     05  RD-FORECAST-COLUMNS.
013650         10  RD-FCST-REORDER-POINT PIC Z(6)9.
013660         10  FILLER          PIC X(03).
013670         10  RD-FCST-ORDER-QTY PIC Z(6)9.
013680         10  FILLER          PIC X(03).
013690         10  RD-LEAD-DAYS    PIC ZZ9.
013700     05  FILLER              PIC X(03) VALUE SPACES.
013710     05  RD-BASIS            PIC X(05).
013720     05  FILLER              PIC X(02) VALUE SPACES.
013800     05  RD-ORDER-QTY        PIC Z(6)9.
013900     05  FILLER              PIC X(04) VALUE SPACES.
014000     05  RD-SUPPLIER-CODE    PIC X(04).
014100     05  FILLER              PIC X(22) VALUE SPACES.
014200
014210 01  RPT-ON-ORDER-LINE.
014220     05  RO-STORE-CODE       PIC X(02).
014600     05  RT-COUNT            PIC ZZZZZ9.
014700     05  FILLER              PIC X(91) VALUE SPACES.
014800
014810 01  RPT-COMPARE-LINE.
014815     05  RC-STORE-CODE       PIC X(02).
014820     05  FILLER              PIC X(02) VALUE SPACES.
014825     05  RC-ITEM-CODE        PIC X(04).
014830     05  FILLER              PIC X(02) VALUE SPACES.
014835     05  RC-ITEM-NAME        PIC X(20).
014840     05  FILLER              PIC X(02) VALUE SPACES.
014845     05  RC-QTY-ON-HAND      PIC Z(6)9.
014850     05  FILLER              PIC X(03) VALUE SPACES.
014855     05  RC-REORDER-POINT    PIC Z(6)9.
014860     05  FILLER              PIC X(03) VALUE SPACES.
014865     05  RC-STATIC-ORDER-QTY PIC Z(6)9.
014870     05  FILLER              PIC X(03) VALUE SPACES.
014875     05  RC-FCST-REORDER-POINT PIC Z(6)9.
014880     05  FILLER              PIC X(03) VALUE SPACES.
014885     05  RC-FCST-ORDER-QTY   PIC Z(6)9.
014890     05  FILLER              PIC X(03) VALUE SPACES.
014892     05  RC-LEAD-DAYS        PIC ZZ9.
014894     05  FILLER              PIC X(03) VALUE SPACES.
014896     05  FILLER              PIC X(24)
014897         VALUE "** FORECAST VS STATIC **".
014898     05  FILLER              PIC X(20) VALUE SPACES.
014899
014900 PROCEDURE DIVISION.
015000*---------------------------------------------------------------
015100* 0000-MAINLINE
016300 1000-INITIALIZE.
016400     SET MORE-ITEMS-EXIST TO TRUE.
016500     PERFORM 1100-GET-BUSINESS-DATE THRU 1100-EXIT.
016510     COMPUTE WS-RUN-DAY-NO =
016520         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
016600     OPEN INPUT INVENTORY-MASTER.
016700     IF NOT INV-STATUS-OK
016800         DISPLAY "BACREORD - INVENTORY-MASTER OPEN FAILED, "
018050         MOVE 16 TO RETURN-CODE
018060         STOP RUN
018070     END-IF.
018072     PERFORM 1200-LOAD-LEAD-TIMES THRU 1200-EXIT.
018074     OPEN INPUT FORECAST-MASTER.
018076     IF FCS-STATUS-OK
018078         SET FORECAST-AVAILABLE TO TRUE
018080     ELSE
018082         SET FORECAST-NOT-AVAILABLE TO TRUE
018084         DISPLAY "BACREORD - FORECAST-MASTER NOT AVAILABLE, "
018086             "STATUS " WS-FCS-STATUS ", STATIC FIGURES USED"
018088     END-IF.
018100     PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT.
018200     PERFORM 3000-READ-INVENTORY THRU 3000-EXIT.
018300 1000-EXIT.
018476     CLOSE RUN-CONTROL-FILE.
018477 1100-EXIT.
018478     EXIT.
847801
847802*---------------------------------------------------------------
847803* 1200-LOAD-LEAD-TIMES - READ THE PO MASTER FRONT TO BACK AND
847804* TOTAL EACH SUPPLIER'S FILLED ORDERS AND ORDER-TO-FILL DAYS,
847805* THE FIGURES BACPORPT'S SUPPLIER SUMMARY AVERAGES.  THE FILE
847806* IS THEN USED BY KEY FOR THE REST OF THE RUN.
847807*---------------------------------------------------------------
847808 1200-LOAD-LEAD-TIMES.
847809     SET MORE-PO-RECORDS TO TRUE.
847810     PERFORM 3100-READ-PO-MASTER THRU 3100-EXIT.
847811     PERFORM 1210-TALLY-ONE-PO THRU 1210-EXIT
847812         UNTIL END-OF-PO-MASTER.
847813 1200-EXIT.
847814     EXIT.
847815
847816*---------------------------------------------------------------
847817* 1210-TALLY-ONE-PO - ROLL ONE FILLED ORDER'S DAYS TO DELIVER
847818* INTO ITS SUPPLIER'S ENTRY, AND READ THE NEXT ORDER.
847819*---------------------------------------------------------------
847820 1210-TALLY-ONE-PO.
847821     IF PM-STATUS NOT = "F"
847822         OR PM-FILL-DATE NOT NUMERIC
847823         OR PM-FILL-DATE = ZERO
847824         OR PM-ORDER-DATE NOT NUMERIC
847825         OR PM-ORDER-DATE = ZERO
847826         GO TO 1210-NEXT
847827     END-IF.
847828     MOVE PM-SUPPLIER-CODE TO WS-SUP-WORK-CODE.
847829     PERFORM 2400-FIND-SUPPLIER THRU 2400-EXIT.
847830     IF WS-SUP-FOUND-SUB = ZERO
847831         IF WS-SUP-COUNT >= 25
847832             DISPLAY "BACREORD - MORE THAN 25 SUPPLIERS, "
847833                 PM-SUPPLIER-CODE " USES THE DEFAULT LEAD TIME"
847834             GO TO 1210-NEXT
847835         END-IF
847836         ADD 1 TO WS-SUP-COUNT
847837         MOVE WS-SUP-COUNT TO WS-SUP-FOUND-SUB
847838         MOVE PM-SUPPLIER-CODE TO WS-SUP-CODE(WS-SUP-FOUND-SUB)
847839         MOVE ZERO TO WS-SUP-FILLED(WS-SUP-FOUND-SUB)
847840         MOVE ZERO TO WS-SUP-FILL-DAYS(WS-SUP-FOUND-SUB)
847841     END-IF.
847842     ADD 1 TO WS-SUP-FILLED(WS-SUP-FOUND-SUB).
847843     COMPUTE WS-DAYS-TO-FILL =
847844         FUNCTION INTEGER-OF-DATE(PM-FILL-DATE)
847845         - FUNCTION INTEGER-OF-DATE(PM-ORDER-DATE).
847846     IF WS-DAYS-TO-FILL > ZERO
847847         ADD WS-DAYS-TO-FILL TO WS-SUP-FILL-DAYS(WS-SUP-FOUND-SUB)
847848     END-IF.
847849 1210-NEXT.
847850     PERFORM 3100-READ-PO-MASTER THRU 3100-EXIT.
847851 1210-EXIT.
847852     EXIT.
018500
018600*---------------------------------------------------------------
018700* 2000-CHECK-ONE-ITEM - FLAG ONE INVENTORY ITEM IF ITS ON-HAND
018800* QUANTITY HAS FALLEN TO ITS REORDER POINT, AND READ THE NEXT
018900* ITEM.  AN ITEM WHOSE REORDER POINT IS ZERO OR HAS NEVER BEEN
019000* KEYED IS NOT SET UP FOR AUTOMATIC REORDER AND IS SKIPPED.
019010* AN ITEM WITH A FORECAST FAR FROM ITS STATIC FIGURES IS LISTED
019020* FIRST, WHETHER IT IS LOW OR NOT.
019100*---------------------------------------------------------------
019200 2000-CHECK-ONE-ITEM.
019300     ADD 1 TO WS-TOTAL-ITEMS-READ.
019500         OR INV-REORDER-POINT = ZERO
019600         GO TO 2000-NEXT
019700     END-IF.
019710     PERFORM 2300-SIZE-FROM-FORECAST THRU 2300-EXIT.
019712     IF ITEM-HAS-FORECAST
019714         PERFORM 2500-COMPARE-TO-STATIC THRU 2500-EXIT
019716     END-IF.
019800     IF INV-QTY-ON-HAND > WS-REORDER-POINT-USED
019900         GO TO 2000-NEXT
020000     END-IF.
020010     PERFORM 2100-CHECK-OPEN-PO THRU 2100-EXIT.
020050         GO TO 2000-NEXT
020060     END-IF.
020100     ADD 1 TO WS-TOTAL-ITEMS-LOW.
020101     IF ITEM-HAS-FORECAST
020102         ADD 1 TO WS-TOTAL-FORECAST-USED
020103     END-IF.
020110     PERFORM 2200-ROUND-TO-PACKS THRU 2200-EXIT.
020200     PERFORM 7100-WRITE-DETAIL-LINE THRU 7100-EXIT.
020300     PERFORM 7200-WRITE-PO-RECORD THRU 7200-EXIT.
021170     IF INV-PACK-SIZE NUMERIC
021180         AND INV-PACK-SIZE > 1
021190         COMPUTE WS-ORDER-PACKS =
021191             (WS-ORDER-QTY-USED + INV-PACK-SIZE - 1)
021192             / INV-PACK-SIZE
021193         COMPUTE WS-ORDER-UNITS =
021194             WS-ORDER-PACKS * INV-PACK-SIZE
021195     ELSE
021196         MOVE WS-ORDER-QTY-USED TO WS-ORDER-UNITS
021197         MOVE ZERO TO WS-ORDER-PACKS
021198     END-IF.
021199 2200-EXIT.
021200     EXIT.
021201
021211*---------------------------------------------------------------
021221* 2300-SIZE-FROM-FORECAST - SET THE REORDER POINT AND ORDER
021231* QUANTITY TO USE FOR THIS ITEM.  WITH A FORECAST, THE REORDER
021241* POINT IS THE USAGE EXPECTED FROM TOMORROW THROUGH THE
021251* SUPPLIER'S LEAD TIME PLUS ONE DAY (THE NEXT NIGHT'S RUN IS
021261* THE NEXT CHANCE TO ORDER), AND THE ORDER QUANTITY THE USAGE
021271* EXPECTED OVER THE WS-COVER-DAYS AFTER THAT, BOTH ROUNDED UP
021281* TO WHOLE UNITS.  WITHOUT ONE, THE STATIC FIGURES STAND.
021291*---------------------------------------------------------------
021301 2300-SIZE-FROM-FORECAST.
021311     MOVE INV-REORDER-POINT TO WS-REORDER-POINT-USED.
021321     MOVE INV-ORDER-QTY TO WS-ORDER-QTY-USED.
021331     SET ITEM-HAS-NO-FORECAST TO TRUE.
021341     IF FORECAST-NOT-AVAILABLE
021351         GO TO 2300-EXIT
021361     END-IF.
021371     MOVE INV-STORE-CODE TO FC-STORE-CODE.
021381     MOVE INV-ITEM-CODE TO FC-ITEM-CODE.
021391     READ FORECAST-MASTER
021401         INVALID KEY
021411             GO TO 2300-EXIT
021421     END-READ.
021431     IF FC-AVG-DAILY NOT NUMERIC
021441         OR FC-AVG-DAILY = ZERO
021451         GO TO 2300-EXIT
021461     END-IF.
021471     SET ITEM-HAS-FORECAST TO TRUE.
021481     PERFORM 2350-GET-LEAD-DAYS THRU 2350-EXIT.
021491     MOVE ZERO TO WS-FCST-LEAD-USAGE.
021501     MOVE ZERO TO WS-FCST-COVER-USAGE.
021511     PERFORM 2360-ADD-ONE-FORECAST-DAY THRU 2360-EXIT
021521         VARYING WS-FCST-DAY-SUB FROM 1 BY 1
021531         UNTIL WS-FCST-DAY-SUB > WS-LEAD-DAYS + 1 + WS-COVER-DAYS.
021541     COMPUTE WS-FCST-REORDER-POINT = WS-FCST-LEAD-USAGE + .9.
021551     COMPUTE WS-FCST-ORDER-QTY = WS-FCST-COVER-USAGE + .9.
021561     MOVE WS-FCST-REORDER-POINT TO WS-REORDER-POINT-USED.
021571     MOVE WS-FCST-ORDER-QTY TO WS-ORDER-QTY-USED.
021581 2300-EXIT.
021591     EXIT.
021601
021611*---------------------------------------------------------------
021621* 2350-GET-LEAD-DAYS - THE ITEM'S SUPPLIER'S AVERAGE DAYS FROM
021631* ORDER TO FILL, ROUNDED UP TO A WHOLE DAY, OR THE DEFAULT WHEN
021641* THE SUPPLIER HAS NO FILLED ORDERS ON THE PO MASTER.
021651*---------------------------------------------------------------
021661 2350-GET-LEAD-DAYS.
021671     MOVE WS-DEFAULT-LEAD-DAYS TO WS-LEAD-DAYS.
021681     MOVE INV-SUPPLIER-CODE TO WS-SUP-WORK-CODE.
021691     PERFORM 2400-FIND-SUPPLIER THRU 2400-EXIT.
021701     IF WS-SUP-FOUND-SUB = ZERO
021711         GO TO 2350-EXIT
021721     END-IF.
021731     IF WS-SUP-FILLED(WS-SUP-FOUND-SUB) = ZERO
021741         GO TO 2350-EXIT
021751     END-IF.
021761     COMPUTE WS-LEAD-DAYS =
021771         (WS-SUP-FILL-DAYS(WS-SUP-FOUND-SUB)
021781         + WS-SUP-FILLED(WS-SUP-FOUND-SUB) - 1)
021791         / WS-SUP-FILLED(WS-SUP-FOUND-SUB).
021801     IF WS-LEAD-DAYS = ZERO
021811         MOVE 1 TO WS-LEAD-DAYS
021821     END-IF.
021831 2350-EXIT.
021841     EXIT.
021851
021861*---------------------------------------------------------------
021871* 2360-ADD-ONE-FORECAST-DAY - ADD ONE FUTURE DAY'S FORECAST
021881* USAGE, AT ITS WEEKDAY'S AVERAGE, TO THE LEAD-TIME TOTAL OR,
021891* PAST THE LEAD TIME, TO THE COVER TOTAL.
021901*---------------------------------------------------------------
021911 2360-ADD-ONE-FORECAST-DAY.
021921     COMPUTE WS-FCST-DOW =
021931         FUNCTION MOD(WS-RUN-DAY-NO + WS-FCST-DAY-SUB - 1, 7)
021941         + 1.
021951     IF WS-FCST-DAY-SUB > WS-LEAD-DAYS + 1
021961         ADD FC-DOW-AVG(WS-FCST-DOW) TO WS-FCST-COVER-USAGE
021971     ELSE
021981         ADD FC-DOW-AVG(WS-FCST-DOW) TO WS-FCST-LEAD-USAGE
021991     END-IF.
022001 2360-EXIT.
022011     EXIT.
022021
022031*---------------------------------------------------------------
022041* 2400-FIND-SUPPLIER - LOOK UP WS-SUP-WORK-CODE IN THE SUPPLIER
022051* LEAD-TIME TABLE, LEAVING WS-SUP-FOUND-SUB ZERO IF ABSENT.
022061*---------------------------------------------------------------
022071 2400-FIND-SUPPLIER.
022081     MOVE ZERO TO WS-SUP-FOUND-SUB.
022091     PERFORM 2410-MATCH-ONE-SUPPLIER THRU 2410-EXIT
022101         VARYING WS-SUP-SUB FROM 1 BY 1
022111         UNTIL WS-SUP-SUB > WS-SUP-COUNT
022121             OR WS-SUP-FOUND-SUB > ZERO.
022131 2400-EXIT.
022141     EXIT.
022151
022161*---------------------------------------------------------------
022171* 2410-MATCH-ONE-SUPPLIER - COMPARE ONE SUPPLIER ENTRY TO THE
022181* WORK CODE.
022191*---------------------------------------------------------------
022201 2410-MATCH-ONE-SUPPLIER.
022211     IF WS-SUP-CODE(WS-SUP-SUB) = WS-SUP-WORK-CODE
022221         MOVE WS-SUP-SUB TO WS-SUP-FOUND-SUB
022231     END-IF.
022241 2410-EXIT.
022251     EXIT.
022261
022262*---------------------------------------------------------------
022263* 2500-COMPARE-TO-STATIC - LIST THE ITEM WHEN ITS FORECAST
022264* REORDER POINT OR ORDER QUANTITY IS MORE THAN
022265* WS-COMPARE-TOLERANCE-PCT OF THE STATIC FIGURE AWAY FROM IT.
022266* A STATIC FIGURE OF ZERO IS MATCHED ONLY BY A ZERO FORECAST.
022267*---------------------------------------------------------------
022268 2500-COMPARE-TO-STATIC.
022269     SET FORECAST-CLOSE TO TRUE.
022270     COMPUTE WS-COMPARE-DIFF =
022271         WS-FCST-REORDER-POINT - INV-REORDER-POINT.
022272     IF WS-COMPARE-DIFF < ZERO
022273         COMPUTE WS-COMPARE-DIFF = ZERO - WS-COMPARE-DIFF
022274     END-IF.
022275     IF WS-COMPARE-DIFF * 100 >
022276         WS-COMPARE-TOLERANCE-PCT * INV-REORDER-POINT
022277         SET FORECAST-DIFFERS TO TRUE
022278     END-IF.
022279     COMPUTE WS-COMPARE-DIFF =
022280         WS-FCST-ORDER-QTY - INV-ORDER-QTY.
022281     IF WS-COMPARE-DIFF < ZERO
022282         COMPUTE WS-COMPARE-DIFF = ZERO - WS-COMPARE-DIFF
022283     END-IF.
022284     IF WS-COMPARE-DIFF * 100 >
022285         WS-COMPARE-TOLERANCE-PCT * INV-ORDER-QTY
022286         SET FORECAST-DIFFERS TO TRUE
022287     END-IF.
022288     IF FORECAST-DIFFERS
022289         ADD 1 TO WS-TOTAL-COMPARED
022290         PERFORM 7500-WRITE-COMPARE-LINE THRU 7500-EXIT
022291     END-IF.
022292 2500-EXIT.
022293     EXIT.
022294
020900*---------------------------------------------------------------
021000* 3000-READ-INVENTORY - READ THE NEXT INVENTORY RECORD, SETTING
021100* THE END-OF-INVENTORY SWITCH WHEN THE FILE IS EXHAUSTED.
021700     END-READ.
021800 3000-EXIT.
021900     EXIT.
021905
021910*---------------------------------------------------------------
021915* 3100-READ-PO-MASTER - READ THE NEXT ORDER ON THE PO MASTER,
021920* SETTING THE END-OF-PO-MASTER SWITCH WHEN IT IS EXHAUSTED.
021925*---------------------------------------------------------------
021930 3100-READ-PO-MASTER.
021935     READ PO-MASTER NEXT
021940         AT END
021945             SET END-OF-PO-MASTER TO TRUE
021950     END-READ.
021955 3100-EXIT.
021960     EXIT.
022000
022100*---------------------------------------------------------------
022200* 7000-WRITE-HEADINGS - START A NEW REPORT PAGE.
024500     MOVE INV-ITEM-NAME TO RD-ITEM-NAME.
024600     MOVE INV-QTY-ON-HAND TO RD-QTY-ON-HAND.
024700     MOVE INV-REORDER-POINT TO RD-REORDER-POINT.
024710     MOVE INV-ORDER-QTY TO RD-STATIC-ORDER-QTY.
024720     IF ITEM-HAS-FORECAST
024730         MOVE WS-FCST-REORDER-POINT TO RD-FCST-REORDER-POINT
024740         MOVE WS-FCST-ORDER-QTY TO RD-FCST-ORDER-QTY
024750         MOVE WS-LEAD-DAYS TO RD-LEAD-DAYS
024760         MOVE "FCST" TO RD-BASIS
024770     ELSE
024780         MOVE SPACES TO RD-FORECAST-COLUMNS
024790         MOVE "STAT" TO RD-BASIS
024795     END-IF.
024800     MOVE WS-ORDER-UNITS TO RD-ORDER-QTY.
024900     MOVE INV-SUPPLIER-CODE TO RD-SUPPLIER-CODE.
025000     WRITE RPT-LINE FROM RPT-DETAIL-LINE AFTER ADVANCING 1 LINE.
026400     MOVE INV-ITEM-NAME TO PO-ITEM-NAME.
026500     MOVE WS-ORDER-UNITS TO PO-ORDER-QTY.
026600     MOVE INV-QTY-ON-HAND TO PO-QTY-ON-HAND.
026700     MOVE WS-REORDER-POINT-USED TO PO-REORDER-POINT.
026710     MOVE WS-ORDER-PACKS TO PO-ORDER-PACKS.
026720     IF INV-PACK-SIZE NUMERIC
026730         MOVE INV-PACK-SIZE TO PO-PACK-SIZE
027717 7400-EXIT.
027718     EXIT.
027719
027720*---------------------------------------------------------------
027721* 7500-WRITE-COMPARE-LINE - PRINT ONE ITEM'S STATIC AND
027722* FORECAST REORDER FIGURES SIDE BY SIDE.
027723*---------------------------------------------------------------
027724 7500-WRITE-COMPARE-LINE.
027725     IF WS-LINES-ON-PAGE >= WS-MAX-LINES-PER-PAGE
027726         PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
027727     END-IF.
027728     MOVE INV-STORE-CODE TO RC-STORE-CODE.
027729     MOVE INV-ITEM-CODE TO RC-ITEM-CODE.
027730     MOVE INV-ITEM-NAME TO RC-ITEM-NAME.
027731     MOVE INV-QTY-ON-HAND TO RC-QTY-ON-HAND.
027732     MOVE INV-REORDER-POINT TO RC-REORDER-POINT.
027733     MOVE INV-ORDER-QTY TO RC-STATIC-ORDER-QTY.
027734     MOVE WS-FCST-REORDER-POINT TO RC-FCST-REORDER-POINT.
027735     MOVE WS-FCST-ORDER-QTY TO RC-FCST-ORDER-QTY.
027736     MOVE WS-LEAD-DAYS TO RC-LEAD-DAYS.
027737     WRITE RPT-LINE FROM RPT-COMPARE-LINE
027738         AFTER ADVANCING 1 LINE.
027739     ADD 1 TO WS-LINES-ON-PAGE.
027740 7500-EXIT.
027741     EXIT.
027742
027800*---------------------------------------------------------------
027900* 9999-TERMINATE - PRINT THE TOTALS AND CLOSE OUT THE RUN.
028000*---------------------------------------------------------------
028920     MOVE WS-TOTAL-ON-ORDER TO RT-COUNT.
028930     WRITE RPT-LINE FROM RPT-TOTAL-LINE
028940         AFTER ADVANCING 1 LINE.
028950     MOVE "REORDERS SIZED FROM FORECAST" TO RT-LABEL.
028960     MOVE WS-TOTAL-FORECAST-USED TO RT-COUNT.
028970     WRITE RPT-LINE FROM RPT-TOTAL-LINE
028980         AFTER ADVANCING 1 LINE.
028982     MOVE "FORECASTS OFF STATIC FIGURES" TO RT-LABEL.
028984     MOVE WS-TOTAL-COMPARED TO RT-COUNT.
028986     WRITE RPT-LINE FROM RPT-TOTAL-LINE
028988         AFTER ADVANCING 1 LINE.
029000     CLOSE INVENTORY-MASTER.
029100     CLOSE REORDER-REPORT.
029200     CLOSE PURCHASE-ORDER-FILE.
029210     CLOSE PO-MASTER.
029220     IF FORECAST-AVAILABLE
029230         CLOSE FORECAST-MASTER
029240     END-IF.
029300     DISPLAY "BACREORD - ITEMS ON MASTER:  " WS-TOTAL-ITEMS-READ.
029400     DISPLAY "BACREORD - ITEMS TO REORDER: " WS-TOTAL-ITEMS-LOW.
029410     DISPLAY "BACREORD - ALREADY ON ORDER: " WS-TOTAL-ON-ORDER.
029420     DISPLAY "BACREORD - FCST OFF STATIC:  " WS-TOTAL-COMPARED.
029500 9999-EXIT.
029600     EXIT.
029700
