000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BACPROMO.
000300 AUTHOR. DW.
000400 INSTALLATION. KITCHEN-DATA-PROCESSING.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*PROMOTION EFFECTIVENESS REPORT.  READS A RUN OF NIGHTLY AUDITLOG
000800*ARCHIVE GENERATIONS (FOUR WEEKS IN THE WEEKLY JOB) AND, FOR EACH
000900*RECIPE WITH A PROMOTION SET UP ON PRICE-MASTER, SPLITS THE
001000*RECIPE'S ORDERS INTO THOSE TAKEN ON PROMOTION DAYS AND THOSE
001100*TAKEN ON COMPARABLE DAYS WITHOUT IT.  FOR EACH STORE AND FOR THE
001200*COMPANY IT PRINTS THE ORDERS, PANCAKES, REVENUE, AND MARGIN PER
001300*TRADING DAY ON EACH SIDE AND THE LIFT (OR LOSS) THE PROMOTION
001400*SHOWED, SO THE OWNER CAN SEE WHETHER THE CHEAPER MARKUP BROUGHT
001500*IN ENOUGH EXTRA TRADE TO PAY FOR ITSELF.
001600*---------------------------------------------------------------
001700* MODIFICATION HISTORY
001800*---------------------------------------------------------------
001900* 10/15/26  DW         ORIGINAL VERSION.  A DAY IS A PROMOTION DAY
002000*                      FOR A RECIPE BY THE SAME TEST 6400-GET-
002100*                      MARKUP IN BACONPANCAKES APPLIES: THE PROMO
002200*                      MARKUP IS SET, THE DATE IS IN THE PROMO
002300*                      RANGE (ZERO ENDS ARE OPEN), AND ITS WEEKDAY
002400*                      IS FLAGGED (OR NO WEEKDAY IS).  COMPARABLE
002500*                      DAYS ARE THE SAME WEEKDAYS OUTSIDE THE
002600*                      DATE RANGE; WHERE THERE ARE NONE IN THE
002700*                      WINDOW (AN OPEN-ENDED PROMOTION) THE OTHER
002800*                      WEEKDAYS ARE USED, AND THE REPORT SAYS
002900*                      WHICH.  ONLY THE PROMOTION NOW ON PRICE-
003000*                      MASTER IS KNOWN, SO A PROMOTION REPLACED
003100*                      INSIDE THE WINDOW IS JUDGED BY THE NEW ONE.
003200*                      REVENUE IS THE SUGGESTED PRICE ON THE AUDIT
003300*                      RECORD AND MARGIN IS THAT PRICE LESS COST.
003400*                      BACCOUNT'S AND BACXFER'S TRAIL RECORDS ARE
003500*                      SKIPPED, AS IN BACWEEK.
003600*---------------------------------------------------------------
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT AUDIT-ARCHIVE ASSIGN TO AUDARCH
004100         ORGANIZATION IS SEQUENTIAL.
004200
004300     SELECT PRICE-MASTER ASSIGN TO PRICMAST
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS SEQUENTIAL
004600         RECORD KEY IS PR-RECIPE-CODE
004700         FILE STATUS IS WS-PRC-STATUS.
004800
004900     SELECT PROMO-REPORT ASSIGN TO PROMORPT
005000         ORGANIZATION IS SEQUENTIAL.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400*---------------------------------------------------------------
005500* AUDIT-ARCHIVE - THE CONCATENATED NIGHTLY AUDITLOG ARCHIVE
005600* GENERATIONS, ONE RECORD PER ACCEPTED ORDER.
005700*---------------------------------------------------------------
005800 FD  AUDIT-ARCHIVE
005900     LABEL RECORDS ARE STANDARD.
006000 01  AUD-REC.
006100     05  AUD-DATE            PIC 9(08).
006200     05  AUD-TIME            PIC 9(08).
006300     05  AUD-NAME            PIC X(20).
006400     05  AUD-FLOUR           PIC 9(03).
006500     05  AUD-SUGAR           PIC 9(03).
006600     05  AUD-MILK            PIC 9(03).
006700     05  AUD-BACON           PIC 9(03).
006800     05  AUD-BAKEPOWDER      PIC 9(03).
006900     05  AUD-PANCAKES        PIC 99V99.
007000     05  AUD-COST            PIC 9(05)V99.
007100     05  AUD-PRICE           PIC 9(05)V99.
007200     05  AUD-BACON-TYPE      PIC X(07).
007300     05  AUD-RECIPE-CODE     PIC X(04).
007400     05  AUD-STORE-CODE      PIC X(02).
007500     05  AUD-CUST-NO         PIC 9(05).
007600     05  FILLER              PIC X(05).
007700
007800*---------------------------------------------------------------
007900* PRICE-MASTER - THE BASE AND PROMOTIONAL MARKUPS FOR EACH
008000* RECIPE, READ FRONT TO BACK AT THE START OF THE RUN.
008100*---------------------------------------------------------------
008200 FD  PRICE-MASTER
008300     LABEL RECORDS ARE STANDARD.
008400 01  PRICE-REC.
008500     05  PR-RECIPE-CODE      PIC X(04).
008600     05  PR-BASE-MARKUP      PIC 9(01)V99.
008700     05  PR-PROMO-MARKUP     PIC 9(01)V99.
008800     05  PR-PROMO-DAY-FLAGS.
008900         10  PR-PROMO-DAY-FLAG OCCURS 7 TIMES
009000                             PIC X(01).
009100     05  PR-PROMO-START-DATE PIC 9(08).
009200     05  PR-PROMO-END-DATE   PIC 9(08).
009300     05  FILLER              PIC X(47).
009400
009500*---------------------------------------------------------------
009600* PROMO-REPORT - THE PRINTED PROMOTION ANALYSIS.
009700*---------------------------------------------------------------
009800 FD  PROMO-REPORT
009900     LABEL RECORDS ARE OMITTED.
010000 01  RPT-LINE                PIC X(132).
010100
010200 WORKING-STORAGE SECTION.
010300 01  SW-FILE-STATUS          PIC X(01).
010400     88  END-OF-ARCHIVE      VALUE "Y".
010500     88  MORE-AUDIT-EXIST    VALUE "N".
010600
010700 01  SW-PRICE-FILE-STATUS    PIC X(01).
010800     88  END-OF-PRICES       VALUE "Y".
010900     88  MORE-PRICES-EXIST   VALUE "N".
011000
011100 01  SW-IN-RANGE-STATUS      PIC X(01).
011200     88  DATE-IN-PROMO-RANGE VALUE "Y".
011300     88  DATE-OUT-OF-RANGE   VALUE "N".
011400
011500 01  SW-WEEKDAY-STATUS       PIC X(01).
011600     88  WEEKDAY-IS-FLAGGED  VALUE "Y".
011700     88  WEEKDAY-NOT-FLAGGED VALUE "N".
011800
011900 01  WS-PRC-STATUS           PIC X(02).
012000     88  PRC-STATUS-OK       VALUE "00".
012100
012200 01  WS-TOTAL-RECORDS        PIC 9(07) VALUE ZERO COMP.
012300 01  WS-TOTAL-SKIPPED        PIC 9(07) VALUE ZERO COMP.
012400 01  WS-TOTAL-NOT-ON-PROMO   PIC 9(07) VALUE ZERO COMP.
012500 01  WS-TOTAL-PRICES-READ    PIC 9(05) VALUE ZERO COMP.
012600 01  WS-TOTAL-NO-PROMO       PIC 9(05) VALUE ZERO COMP.
012700
012800*---------------------------------------------------------------
012900* DAY CONTROL - THE AUDIT DATE NOW BEING TALLIED AND ITS WEEKDAY
013000* (MONDAY = 1, AS IN BACONPANCAKES), AND THE WINDOW'S DATES.
013100*---------------------------------------------------------------
013200 01  WS-LAST-DATE-SEEN       PIC 9(08) VALUE ZERO.
013300 01  WS-FIRST-DATE-SEEN      PIC 9(08) VALUE ZERO.
013400 01  WS-WINDOW-DAYS          PIC 9(03) VALUE ZERO COMP.
013500 01  WS-DATE-SERIAL          PIC 9(07) VALUE ZERO.
013600 01  WS-AUD-DOW              PIC 9(01) VALUE ZERO.
013700 01  WS-DOW-SUB              PIC 9(01) VALUE ZERO COMP.
013800
013900*---------------------------------------------------------------
014000* DAY CLASSES - EVERY TRADING DAY FALLS IN ONE CLASS FOR EACH
014100* PROMOTED RECIPE: 1 = PROMOTION DAY, 2 = A FLAGGED WEEKDAY
014200* OUTSIDE THE PROMO DATE RANGE, 3 = ANY OTHER WEEKDAY.  CLASS 2
014300* IS THE COMPARISON WHEN THE WINDOW HAS ANY SUCH DAYS, ELSE
014400* CLASS 3.
014500*---------------------------------------------------------------
014600 01  WS-CLASS-SUB            PIC 9(01) VALUE ZERO COMP.
014700 01  WS-COMP-CLASS           PIC 9(01) VALUE ZERO COMP.
014800
014900*---------------------------------------------------------------
015000* PROMOTED RECIPE TABLE - ONE ENTRY PER RECIPE WITH A PROMOTION
015100* ON PRICE-MASTER, WITH THE PROMOTION'S TERMS, THE TRADING DAYS
015200* IN EACH CLASS, TONIGHT'S CLASS FOR THE DATE BEING TALLIED, AND
015300* THE TOTALS PER STORE SLOT AND CLASS.  STORE SLOT 11 IS THE
015400* COMPANY.
015500*---------------------------------------------------------------
015600 01  WS-RC-COUNT             PIC 9(02) VALUE ZERO COMP.
015700 01  WS-RC-SUB               PIC 9(02) VALUE ZERO COMP.
015800 01  WS-RC-FOUND-SUB         PIC 9(02) VALUE ZERO COMP.
015900 01  WS-RECIPE-TABLE.
016000     05  WS-RC-ENTRY OCCURS 25 TIMES.
016100         10  WS-RC-CODE      PIC X(04).
016200         10  WS-RC-PROMO-MARKUP PIC 9(01)V99.
016300         10  WS-RC-DAY-FLAGS.
016400             15  WS-RC-DAY-FLAG OCCURS 7 TIMES
016500                             PIC X(01).
016600         10  WS-RC-START-DATE PIC 9(08).
016700         10  WS-RC-END-DATE  PIC 9(08).
016800         10  WS-RC-TODAY-CLASS PIC 9(01).
016900         10  WS-RC-CLASS-DAYS OCCURS 3 TIMES
017000                             PIC 9(03).
017100         10  WS-RC-STORE OCCURS 11 TIMES.
017200             15  WS-RC-CLASS OCCURS 3 TIMES.
017300                 20  WS-RC-ORDERS    PIC 9(05).
017400                 20  WS-RC-PANCAKES  PIC 9(07)V99.
017500                 20  WS-RC-REVENUE   PIC 9(07)V99.
017600                 20  WS-RC-MARGIN    PIC S9(07)V99.
017700
017800*---------------------------------------------------------------
017900* STORE TABLE - THE STORE CODES SEEN ON THE ARCHIVE, IN THE
018000* ORDER THEY ARRIVE.  SLOT 11 IN THE RECIPE TABLE IS THE
018100* COMPANY.  A STORE PAST THE TENTH COUNTS IN THE COMPANY LINE
018200* ONLY.
018300*---------------------------------------------------------------
018400 01  WS-ST-COUNT             PIC 9(02) VALUE ZERO COMP.
018500 01  WS-ST-SUB               PIC 9(02) VALUE ZERO COMP.
018600 01  WS-ST-FOUND-SUB         PIC 9(02) VALUE ZERO COMP.
018700 01  WS-COMPANY-SLOT         PIC 9(02) VALUE 11 COMP.
018800 01  WS-STORE-TABLE.
018900     05  WS-ST-CODE OCCURS 10 TIMES
019000                             PIC X(02).
019100
019200*---------------------------------------------------------------
019300* PER-DAY AND LIFT WORK FIELDS.
019400*---------------------------------------------------------------
019500 01  WS-PROMO-DAYS           PIC 9(03) VALUE ZERO.
019600 01  WS-COMP-DAYS            PIC 9(03) VALUE ZERO.
019700 01  WS-PER-DAY-WORK.
019800     05  WS-PD-ORDERS OCCURS 2 TIMES
019900                             PIC 9(05)V9.
020000     05  WS-PD-PANCAKES OCCURS 2 TIMES
020100                             PIC 9(07)V99.
020200     05  WS-PD-REVENUE OCCURS 2 TIMES
020300                             PIC 9(07)V99.
020400     05  WS-PD-MARGIN OCCURS 2 TIMES
020500                             PIC S9(07)V99.
020600 01  WS-SIDE-SUB             PIC 9(01) VALUE ZERO COMP.
020700 01  WS-LIFT-PCT             PIC S9(05)V9 VALUE ZERO.
020800 01  WS-MARGIN             PIC S9(05)V99 VALUE ZERO.
020900 01  WS-DAY-LETTERS          PIC X(07) VALUE "MTWTFSS".
021000
021100*---------------------------------------------------------------
021200* REPORT CONTROL FIELDS.
021300*---------------------------------------------------------------
021400 01  WS-RUN-DATE-NUM         PIC 9(08).
021500 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-NUM.
021600     05  WS-RUN-YYYY         PIC 9(04).
021700     05  WS-RUN-MM           PIC 9(02).
021800     05  WS-RUN-DD           PIC 9(02).
021900
022000 01  WS-PAGE-NO              PIC 9(03) VALUE ZERO COMP.
022100 01  WS-LINES-ON-PAGE        PIC 9(02) VALUE ZERO COMP.
022200 01  WS-MAX-LINES-PER-PAGE   PIC 9(02) VALUE 40 COMP.
022300
022400*---------------------------------------------------------------
022500* REPORT HEADING AND DETAIL LINE LAYOUTS.
022600*---------------------------------------------------------------
022700 01  RPT-HEADING-1.
022800     05  FILLER              PIC X(28)
022900         VALUE "BACON PANCAKES - PROMOTIONS ".
023000     05  RH1-MM              PIC 9(02).
023100     05  FILLER              PIC X(01) VALUE "/".
023200     05  RH1-DD              PIC 9(02).
023300     05  FILLER              PIC X(01) VALUE "/".
023400     05  RH1-YYYY            PIC 9(04).
023500     05  FILLER              PIC X(25) VALUE SPACES.
023600     05  FILLER              PIC X(05) VALUE "PAGE ".
023700     05  RH1-PAGE-NO         PIC ZZ9.
023800     05  FILLER              PIC X(61) VALUE SPACES.
023900
024000 01  RPT-WINDOW-LINE.
024100     05  FILLER              PIC X(21)
024200         VALUE "ORDERS ARCHIVED FROM ".
024300     05  RW-FIRST-DATE       PIC 9(08).
024400     05  FILLER              PIC X(04) VALUE " TO ".
024500     05  RW-LAST-DATE        PIC 9(08).
024600     05  FILLER              PIC X(03) VALUE SPACES.
024700     05  RW-WINDOW-DAYS      PIC ZZ9.
024800     05  FILLER              PIC X(13)
024900         VALUE " TRADING DAYS".
025000     05  FILLER              PIC X(72) VALUE SPACES.
025100
025200 01  RPT-HEADING-2.
025300     05  FILLER              PIC X(04) VALUE SPACES.
025400     05  FILLER              PIC X(39)
025500         VALUE "------ PROMOTION DAYS, PER DAY ------".
025600     05  FILLER              PIC X(39)
025700         VALUE "----- COMPARABLE DAYS, PER DAY ------".
025800     05  FILLER              PIC X(36)
025900         VALUE "-------- LIFT OR (LOSS) % ---------".
026000     05  FILLER              PIC X(14) VALUE SPACES.
026100
026200 01  RPT-HEADING-3.
026300     05  FILLER              PIC X(04) VALUE "ST".
026400     05  FILLER              PIC X(39)
026500         VALUE "ORDERS  PANCAKES   REVENUE    MARGIN".
026600     05  FILLER              PIC X(39)
026700         VALUE "ORDERS  PANCAKES   REVENUE    MARGIN".
026800     05  FILLER              PIC X(36)
026900         VALUE "  ORDERS PANCAKES  REVENUE   MARGIN".
027000     05  FILLER              PIC X(14) VALUE SPACES.
027100
027200 01  RPT-RECIPE-LINE.
027300     05  FILLER              PIC X(07) VALUE "RECIPE ".
027400     05  RR-RECIPE-CODE      PIC X(04).
027500     05  FILLER              PIC X(15)
027600         VALUE "  PROMO MARKUP ".
027700     05  RR-PROMO-MARKUP     PIC 9.99.
027800     05  FILLER              PIC X(07) VALUE "  DAYS ".
027900     05  RR-DAY-FLAGS        PIC X(07).
028000     05  FILLER              PIC X(07) VALUE "  FROM ".
028100     05  RR-START-DATE       PIC 9(08).
028200     05  FILLER              PIC X(04) VALUE " TO ".
028300     05  RR-END-DATE         PIC 9(08).
028400     05  FILLER              PIC X(02) VALUE SPACES.
028500     05  RR-PROMO-DAYS       PIC ZZ9.
028600     05  FILLER              PIC X(14)
028700         VALUE " PROMO DAYS VS".
028800     05  RR-COMP-DAYS        PIC ZZZ9.
028900     05  FILLER              PIC X(01) VALUE SPACE.
029000     05  RR-COMP-BASIS       PIC X(20).
029100     05  FILLER              PIC X(17) VALUE SPACES.
029200
029300 01  RPT-DETAIL-LINE.
029400     05  RD-STORE-CODE       PIC X(04).
029500     05  RD-SIDE OCCURS 2 TIMES.
029600         10  RD-ORDERS       PIC ZZZ9.9.
029700         10  FILLER          PIC X(02).
029800         10  RD-PANCAKES     PIC ZZZZ9.99.
029900         10  FILLER          PIC X(02).
030000         10  RD-REVENUE      PIC ZZZZ9.99.
030100         10  FILLER          PIC X(02).
030200         10  RD-MARGIN       PIC ZZZZ9.99-.
030300         10  FILLER          PIC X(02).
030400     05  RD-LIFT-GROUP OCCURS 4 TIMES.
030500         10  RD-LIFT         PIC ZZZZ9.9-.
030600         10  FILLER          PIC X(01).
030700     05  FILLER              PIC X(14).
030800
030900 01  RPT-MESSAGE-LINE.
031000     05  FILLER              PIC X(04) VALUE SPACES.
031100     05  RL-TEXT             PIC X(60).
031200     05  FILLER              PIC X(68) VALUE SPACES.
031300
031400 01  RPT-TOTAL-LINE.
031500     05  RT-LABEL            PIC X(30).
031600     05  FILLER              PIC X(05) VALUE SPACES.
031700     05  RT-COUNT            PIC ZZZZZ9.
031800     05  FILLER              PIC X(91) VALUE SPACES.
031900
032000 PROCEDURE DIVISION.
032100*---------------------------------------------------------------
032200* 0000-MAINLINE
032300*---------------------------------------------------------------
032400 0000-MAINLINE.
032500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
032600     PERFORM 2000-TALLY-ONE-RECORD THRU 2000-EXIT
032700         UNTIL END-OF-ARCHIVE.
032800     PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT.
032900     PERFORM 7050-WRITE-WINDOW-LINE THRU 7050-EXIT.
033000     PERFORM 8000-WRITE-ONE-RECIPE THRU 8000-EXIT
033100         VARYING WS-RC-SUB FROM 1 BY 1
033200         UNTIL WS-RC-SUB > WS-RC-COUNT.
033300     PERFORM 9999-TERMINATE THRU 9999-EXIT.
033400     STOP RUN.
033500
033600*---------------------------------------------------------------
033700* 1000-INITIALIZE - OPEN THE FILES, LOAD THE PROMOTED RECIPES
033800* FROM PRICE-MASTER, AND PRIME THE ARCHIVE READ.
033900*---------------------------------------------------------------
034000 1000-INITIALIZE.
034100     SET MORE-AUDIT-EXIST TO TRUE.
034200     SET MORE-PRICES-EXIST TO TRUE.
034300     ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
034400     INITIALIZE WS-RECIPE-TABLE.
034500     OPEN INPUT PRICE-MASTER.
034600     IF NOT PRC-STATUS-OK
034700         DISPLAY "BACPROMO - PRICE-MASTER OPEN FAILED, "
034800             "STATUS " WS-PRC-STATUS
034900         MOVE 16 TO RETURN-CODE
035000         STOP RUN
035100     END-IF.
035200     PERFORM 3100-READ-PRICE THRU 3100-EXIT.
035300     PERFORM 1200-LOAD-ONE-PRICE THRU 1200-EXIT
035400         UNTIL END-OF-PRICES.
035500     CLOSE PRICE-MASTER.
035600     OPEN INPUT AUDIT-ARCHIVE.
035700     OPEN OUTPUT PROMO-REPORT.
035800     PERFORM 3000-READ-ARCHIVE THRU 3000-EXIT.
035900 1000-EXIT.
036000     EXIT.
036100
036200*---------------------------------------------------------------
036300* 1200-LOAD-ONE-PRICE - ENTER A RECIPE WHOSE PRICING RECORD
036400* CARRIES A PROMOTION BACONPANCAKES WOULD HONOR, AND READ THE
036500* NEXT PRICING RECORD.
036600*---------------------------------------------------------------
036700 1200-LOAD-ONE-PRICE.
036800     ADD 1 TO WS-TOTAL-PRICES-READ.
036900     IF PR-PROMO-MARKUP NOT NUMERIC
037000         OR PR-PROMO-MARKUP = ZERO
037100         OR PR-PROMO-START-DATE NOT NUMERIC
037200         OR PR-PROMO-END-DATE NOT NUMERIC
037300         ADD 1 TO WS-TOTAL-NO-PROMO
037400         GO TO 1200-NEXT
037500     END-IF.
037600     IF WS-RC-COUNT >= 25
037700         DISPLAY "BACPROMO - MORE THAN 25 PROMOTIONS, "
037800             PR-RECIPE-CODE " LEFT OUT OF THE REPORT"
037900         GO TO 1200-NEXT
038000     END-IF.
038100     ADD 1 TO WS-RC-COUNT.
038200     MOVE PR-RECIPE-CODE TO WS-RC-CODE(WS-RC-COUNT).
038300     MOVE PR-PROMO-MARKUP TO WS-RC-PROMO-MARKUP(WS-RC-COUNT).
038400     MOVE PR-PROMO-DAY-FLAGS TO WS-RC-DAY-FLAGS(WS-RC-COUNT).
038500     MOVE PR-PROMO-START-DATE TO WS-RC-START-DATE(WS-RC-COUNT).
038600     MOVE PR-PROMO-END-DATE TO WS-RC-END-DATE(WS-RC-COUNT).
038700 1200-NEXT.
038800     PERFORM 3100-READ-PRICE THRU 3100-EXIT.
038900 1200-EXIT.
039000     EXIT.
039100
039200*---------------------------------------------------------------
039300* 2000-TALLY-ONE-RECORD - ROLL ONE ORDER INTO ITS RECIPE'S
039400* TOTALS FOR ITS STORE AND THE COMPANY UNDER TODAY'S CLASS FOR
039500* THE RECIPE, AND READ THE NEXT RECORD.
039600*---------------------------------------------------------------
039700 2000-TALLY-ONE-RECORD.
039800     IF AUD-NAME(1:11) = "*COUNT ADJ*"
039900         OR AUD-NAME(1:6) = "*XFER "
040000         OR AUD-DATE NOT NUMERIC
040100         OR AUD-DATE = ZERO
040200         ADD 1 TO WS-TOTAL-SKIPPED
040300         GO TO 2000-NEXT
040400     END-IF.
040500     ADD 1 TO WS-TOTAL-RECORDS.
040600     IF AUD-DATE NOT = WS-LAST-DATE-SEEN
040700         PERFORM 2100-START-NEW-DAY THRU 2100-EXIT
040800     END-IF.
040900     MOVE ZERO TO WS-RC-FOUND-SUB.
041000     PERFORM 2210-MATCH-ONE-RECIPE THRU 2210-EXIT
041100         VARYING WS-RC-SUB FROM 1 BY 1
041200         UNTIL WS-RC-SUB > WS-RC-COUNT
041300             OR WS-RC-FOUND-SUB > ZERO.
041400     IF WS-RC-FOUND-SUB = ZERO
041500         ADD 1 TO WS-TOTAL-NOT-ON-PROMO
041600         GO TO 2000-NEXT
041700     END-IF.
041800     MOVE WS-RC-TODAY-CLASS(WS-RC-FOUND-SUB) TO WS-CLASS-SUB.
041900     COMPUTE WS-MARGIN = AUD-PRICE - AUD-COST.
042000     PERFORM 2300-FIND-STORE THRU 2300-EXIT.
042100     IF WS-ST-FOUND-SUB > ZERO
042200         MOVE WS-ST-FOUND-SUB TO WS-ST-SUB
042300         PERFORM 2400-ADD-TO-SLOT THRU 2400-EXIT
042400     END-IF.
042500     MOVE WS-COMPANY-SLOT TO WS-ST-SUB.
042600     PERFORM 2400-ADD-TO-SLOT THRU 2400-EXIT.
042700 2000-NEXT.
042800     PERFORM 3000-READ-ARCHIVE THRU 3000-EXIT.
042900 2000-EXIT.
043000     EXIT.
043100
043200*---------------------------------------------------------------
043300* 2100-START-NEW-DAY - A NEW AUDIT DATE IS ONE MORE TRADING DAY.
043400* WORK OUT ITS WEEKDAY AND ITS CLASS FOR EVERY PROMOTED RECIPE.
043500*---------------------------------------------------------------
043600 2100-START-NEW-DAY.
043700     MOVE AUD-DATE TO WS-LAST-DATE-SEEN.
043800     IF WS-FIRST-DATE-SEEN = ZERO
043900         MOVE AUD-DATE TO WS-FIRST-DATE-SEEN
044000     END-IF.
044100     ADD 1 TO WS-WINDOW-DAYS.
044200     COMPUTE WS-DATE-SERIAL =
044300         FUNCTION INTEGER-OF-DATE(AUD-DATE).
044400     COMPUTE WS-AUD-DOW =
044500         FUNCTION MOD(WS-DATE-SERIAL - 1, 7) + 1.
044600     PERFORM 2110-CLASSIFY-ONE-RECIPE THRU 2110-EXIT
044700         VARYING WS-RC-SUB FROM 1 BY 1
044800         UNTIL WS-RC-SUB > WS-RC-COUNT.
044900 2100-EXIT.
045000     EXIT.
045100
045200*---------------------------------------------------------------
045300* 2110-CLASSIFY-ONE-RECIPE - DECIDE WHETHER TODAY IS A PROMOTION
045400* DAY FOR ONE RECIPE, BY THE TEST 6400-GET-MARKUP APPLIES, OR
045500* WHICH KIND OF NON-PROMOTION DAY IT IS, AND COUNT THE DAY.
045600*---------------------------------------------------------------
045700 2110-CLASSIFY-ONE-RECIPE.
045800     SET DATE-IN-PROMO-RANGE TO TRUE.
045900     IF WS-RC-START-DATE(WS-RC-SUB) NOT = ZERO
046000         AND AUD-DATE < WS-RC-START-DATE(WS-RC-SUB)
046100         SET DATE-OUT-OF-RANGE TO TRUE
046200     END-IF.
046300     IF WS-RC-END-DATE(WS-RC-SUB) NOT = ZERO
046400         AND AUD-DATE > WS-RC-END-DATE(WS-RC-SUB)
046500         SET DATE-OUT-OF-RANGE TO TRUE
046600     END-IF.
046700     SET WEEKDAY-NOT-FLAGGED TO TRUE.
046800     IF WS-RC-DAY-FLAGS(WS-RC-SUB) = SPACES
046900         OR WS-RC-DAY-FLAG(WS-RC-SUB, WS-AUD-DOW) = "Y"
047000         SET WEEKDAY-IS-FLAGGED TO TRUE
047100     END-IF.
047200     IF WEEKDAY-NOT-FLAGGED
047300         MOVE 3 TO WS-RC-TODAY-CLASS(WS-RC-SUB)
047400     ELSE
047500     IF DATE-OUT-OF-RANGE
047600         MOVE 2 TO WS-RC-TODAY-CLASS(WS-RC-SUB)
047700     ELSE
047800         MOVE 1 TO WS-RC-TODAY-CLASS(WS-RC-SUB)
047900     END-IF
048000     END-IF.
048100     MOVE WS-RC-TODAY-CLASS(WS-RC-SUB) TO WS-CLASS-SUB.
048200     ADD 1 TO WS-RC-CLASS-DAYS(WS-RC-SUB, WS-CLASS-SUB).
048300 2110-EXIT.
048400     EXIT.
048500
048600*---------------------------------------------------------------
048700* 2210-MATCH-ONE-RECIPE - COMPARE ONE PROMOTED RECIPE TO THE
048800* ORDER'S RECIPE CODE.
048900*---------------------------------------------------------------
049000 2210-MATCH-ONE-RECIPE.
049100     IF WS-RC-CODE(WS-RC-SUB) = AUD-RECIPE-CODE
049200         MOVE WS-RC-SUB TO WS-RC-FOUND-SUB
049300     END-IF.
049400 2210-EXIT.
049500     EXIT.
049600
049700*---------------------------------------------------------------
049800* 2300-FIND-STORE - FIND OR ADD THE ORDER'S STORE IN THE STORE
049900* TABLE.  PAST THE TENTH STORE WS-ST-FOUND-SUB IS LEFT ZERO AND
050000* THE ORDER COUNTS IN THE COMPANY LINE ONLY.
050100*---------------------------------------------------------------
050200 2300-FIND-STORE.
050300     MOVE ZERO TO WS-ST-FOUND-SUB.
050400     PERFORM 2310-MATCH-ONE-STORE THRU 2310-EXIT
050500         VARYING WS-ST-SUB FROM 1 BY 1
050600         UNTIL WS-ST-SUB > WS-ST-COUNT
050700             OR WS-ST-FOUND-SUB > ZERO.
050800     IF WS-ST-FOUND-SUB > ZERO
050900         GO TO 2300-EXIT
051000     END-IF.
051100     IF WS-ST-COUNT >= 10
051200         DISPLAY "BACPROMO - MORE THAN 10 STORES, "
051300             AUD-STORE-CODE " IN THE COMPANY LINE ONLY"
051400         GO TO 2300-EXIT
051500     END-IF.
051600     ADD 1 TO WS-ST-COUNT.
051700     MOVE WS-ST-COUNT TO WS-ST-FOUND-SUB.
051800     MOVE AUD-STORE-CODE TO WS-ST-CODE(WS-ST-FOUND-SUB).
051900 2300-EXIT.
052000     EXIT.
052100
052200*---------------------------------------------------------------
052300* 2310-MATCH-ONE-STORE - COMPARE ONE STORE ENTRY TO THE ORDER'S
052400* STORE CODE.
052500*---------------------------------------------------------------
052600 2310-MATCH-ONE-STORE.
052700     IF WS-ST-CODE(WS-ST-SUB) = AUD-STORE-CODE
052800         MOVE WS-ST-SUB TO WS-ST-FOUND-SUB
052900     END-IF.
053000 2310-EXIT.
053100     EXIT.
053200
053300*---------------------------------------------------------------
053400* 2400-ADD-TO-SLOT - ADD THE ORDER TO THE RECIPE'S TOTALS FOR
053500* STORE SLOT WS-ST-SUB UNDER CLASS WS-CLASS-SUB.
053600*---------------------------------------------------------------
053700 2400-ADD-TO-SLOT.
053800     ADD 1 TO WS-RC-ORDERS(WS-RC-FOUND-SUB, WS-ST-SUB,
053900         WS-CLASS-SUB).
054000     ADD AUD-PANCAKES TO WS-RC-PANCAKES(WS-RC-FOUND-SUB,
054100         WS-ST-SUB, WS-CLASS-SUB).
054200     ADD AUD-PRICE TO WS-RC-REVENUE(WS-RC-FOUND-SUB, WS-ST-SUB,
054300         WS-CLASS-SUB).
054400     ADD WS-MARGIN TO WS-RC-MARGIN(WS-RC-FOUND-SUB, WS-ST-SUB,
054500         WS-CLASS-SUB).
054600 2400-EXIT.
054700     EXIT.
054800
054900*---------------------------------------------------------------
055000* 3000-READ-ARCHIVE - READ THE NEXT AUDIT RECORD, SETTING THE
055100* END-OF-ARCHIVE SWITCH WHEN THE LAST GENERATION IS EXHAUSTED.
055200*---------------------------------------------------------------
055300 3000-READ-ARCHIVE.
055400     READ AUDIT-ARCHIVE
055500         AT END
055600             SET END-OF-ARCHIVE TO TRUE
055700     END-READ.
055800 3000-EXIT.
055900     EXIT.
056000
056100*---------------------------------------------------------------
056200* 3100-READ-PRICE - READ THE NEXT PRICING RECORD, SETTING THE
056300* END-OF-PRICES SWITCH WHEN THE FILE IS EXHAUSTED.
056400*---------------------------------------------------------------
056500 3100-READ-PRICE.
056600     READ PRICE-MASTER NEXT
056700         AT END
056800             SET END-OF-PRICES TO TRUE
056900     END-READ.
057000 3100-EXIT.
057100     EXIT.
057200
057300*---------------------------------------------------------------
057400* 7000-WRITE-HEADINGS - START A NEW REPORT PAGE.
057500*---------------------------------------------------------------
057600 7000-WRITE-HEADINGS.
057700     ADD 1 TO WS-PAGE-NO.
057800     MOVE WS-RUN-MM TO RH1-MM.
057900     MOVE WS-RUN-DD TO RH1-DD.
058000     MOVE WS-RUN-YYYY TO RH1-YYYY.
058100     MOVE WS-PAGE-NO TO RH1-PAGE-NO.
058200     WRITE RPT-LINE FROM RPT-HEADING-1 AFTER ADVANCING PAGE.
058300     WRITE RPT-LINE FROM RPT-HEADING-2 AFTER ADVANCING 2 LINES.
058400     WRITE RPT-LINE FROM RPT-HEADING-3 AFTER ADVANCING 1 LINE.
058500     MOVE 3 TO WS-LINES-ON-PAGE.
058600 7000-EXIT.
058700     EXIT.
058800
058900*---------------------------------------------------------------
059000* 7050-WRITE-WINDOW-LINE - PRINT THE DATES THE ANALYSIS COVERS.
059100*---------------------------------------------------------------
059200 7050-WRITE-WINDOW-LINE.
059300     MOVE WS-FIRST-DATE-SEEN TO RW-FIRST-DATE.
059400     MOVE WS-LAST-DATE-SEEN TO RW-LAST-DATE.
059500     MOVE WS-WINDOW-DAYS TO RW-WINDOW-DAYS.
059600     WRITE RPT-LINE FROM RPT-WINDOW-LINE AFTER ADVANCING 1 LINE.
059700     ADD 1 TO WS-LINES-ON-PAGE.
059800 7050-EXIT.
059900     EXIT.
060000
060100*---------------------------------------------------------------
060200* 8000-WRITE-ONE-RECIPE - PRINT ONE PROMOTED RECIPE'S TERMS AND
060300* DAY COUNTS, THEN A LINE PER STORE AND THE COMPANY LINE.  A
060400* RECIPE WITH NO PROMOTION DAYS IN THE WINDOW IS NOTED ONLY.
060500*---------------------------------------------------------------
060600 8000-WRITE-ONE-RECIPE.
060700     IF WS-LINES-ON-PAGE + WS-ST-COUNT + 3
060800         > WS-MAX-LINES-PER-PAGE
060900         PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
061000     END-IF.
061100     MOVE WS-RC-CLASS-DAYS(WS-RC-SUB, 1) TO WS-PROMO-DAYS.
061200     IF WS-RC-CLASS-DAYS(WS-RC-SUB, 2) > ZERO
061300         MOVE 2 TO WS-COMP-CLASS
061400         MOVE "SAME WEEKDAYS" TO RR-COMP-BASIS
061500     ELSE
061600         MOVE 3 TO WS-COMP-CLASS
061700         MOVE "OTHER WEEKDAYS" TO RR-COMP-BASIS
061800     END-IF.
061900     MOVE WS-RC-CLASS-DAYS(WS-RC-SUB, WS-COMP-CLASS)
062000         TO WS-COMP-DAYS.
062100     MOVE WS-RC-CODE(WS-RC-SUB) TO RR-RECIPE-CODE.
062200     MOVE WS-RC-PROMO-MARKUP(WS-RC-SUB) TO RR-PROMO-MARKUP.
062300     MOVE SPACES TO RR-DAY-FLAGS.
062400     PERFORM 8050-EDIT-ONE-DAY-FLAG THRU 8050-EXIT
062500         VARYING WS-DOW-SUB FROM 1 BY 1
062600         UNTIL WS-DOW-SUB > 7.
062700     MOVE WS-RC-START-DATE(WS-RC-SUB) TO RR-START-DATE.
062800     MOVE WS-RC-END-DATE(WS-RC-SUB) TO RR-END-DATE.
062900     MOVE WS-PROMO-DAYS TO RR-PROMO-DAYS.
063000     MOVE WS-COMP-DAYS TO RR-COMP-DAYS.
063100     WRITE RPT-LINE FROM RPT-RECIPE-LINE AFTER ADVANCING 2 LINES.
063200     ADD 2 TO WS-LINES-ON-PAGE.
063300     IF WS-PROMO-DAYS = ZERO
063400         MOVE "NO PROMOTION DAYS IN THE WINDOW" TO RL-TEXT
063500         WRITE RPT-LINE FROM RPT-MESSAGE-LINE
063600             AFTER ADVANCING 1 LINE
063700         ADD 1 TO WS-LINES-ON-PAGE
063800         GO TO 8000-EXIT
063900     END-IF.
064000     PERFORM 8100-WRITE-ONE-STORE THRU 8100-EXIT
064100         VARYING WS-ST-SUB FROM 1 BY 1
064200         UNTIL WS-ST-SUB > WS-ST-COUNT.
064300     MOVE WS-COMPANY-SLOT TO WS-ST-SUB.
064400     PERFORM 8100-WRITE-ONE-STORE THRU 8100-EXIT.
064500 8000-EXIT.
064600     EXIT.
064700
064800*---------------------------------------------------------------
064900* 8050-EDIT-ONE-DAY-FLAG - SHOW A FLAGGED WEEKDAY BY ITS INITIAL
065000* (MTWTFSS) AND AN UNFLAGGED ONE AS A DOT.  NO FLAGS AT ALL
065100* MEANS EVERY DAY.
065200*---------------------------------------------------------------
065300 8050-EDIT-ONE-DAY-FLAG.
065400     IF WS-RC-DAY-FLAGS(WS-RC-SUB) = SPACES
065500         OR WS-RC-DAY-FLAG(WS-RC-SUB, WS-DOW-SUB) = "Y"
065600         MOVE WS-DAY-LETTERS(WS-DOW-SUB:1)
065700             TO RR-DAY-FLAGS(WS-DOW-SUB:1)
065800     ELSE
065900         MOVE "." TO RR-DAY-FLAGS(WS-DOW-SUB:1)
066000     END-IF.
066100 8050-EXIT.
066200     EXIT.
066300
066400*---------------------------------------------------------------
066500* 8100-WRITE-ONE-STORE - PRINT ONE STORE'S (OR THE COMPANY'S)
066600* PER-DAY FIGURES FOR THE RECIPE ON PROMOTION DAYS AND ON
066700* COMPARABLE DAYS, AND THE LIFT OF EACH.  A LIFT WITH NOTHING TO
066800* COMPARE AGAINST IS LEFT BLANK.
066900*---------------------------------------------------------------
067000 8100-WRITE-ONE-STORE.
067100     MOVE SPACES TO RPT-DETAIL-LINE.
067200     IF WS-ST-SUB = WS-COMPANY-SLOT
067300         MOVE "ALL" TO RD-STORE-CODE
067400     ELSE
067500         MOVE WS-ST-CODE(WS-ST-SUB) TO RD-STORE-CODE
067600     END-IF.
067700     MOVE 1 TO WS-CLASS-SUB.
067800     MOVE 1 TO WS-SIDE-SUB.
067900     PERFORM 8200-PER-DAY-ONE-SIDE THRU 8200-EXIT.
068000     MOVE WS-COMP-CLASS TO WS-CLASS-SUB.
068100     MOVE 2 TO WS-SIDE-SUB.
068200     PERFORM 8200-PER-DAY-ONE-SIDE THRU 8200-EXIT.
068300     IF WS-PD-ORDERS(2) > ZERO
068400         COMPUTE WS-LIFT-PCT ROUNDED =
068500             (WS-PD-ORDERS(1) - WS-PD-ORDERS(2)) * 100
068600             / WS-PD-ORDERS(2)
068700         MOVE WS-LIFT-PCT TO RD-LIFT(1)
068800     END-IF.
068900     IF WS-PD-PANCAKES(2) > ZERO
069000         COMPUTE WS-LIFT-PCT ROUNDED =
069100             (WS-PD-PANCAKES(1) - WS-PD-PANCAKES(2)) * 100
069200             / WS-PD-PANCAKES(2)
069300         MOVE WS-LIFT-PCT TO RD-LIFT(2)
069400     END-IF.
069500     IF WS-PD-REVENUE(2) > ZERO
069600         COMPUTE WS-LIFT-PCT ROUNDED =
069700             (WS-PD-REVENUE(1) - WS-PD-REVENUE(2)) * 100
069800             / WS-PD-REVENUE(2)
069900         MOVE WS-LIFT-PCT TO RD-LIFT(3)
070000     END-IF.
070100     IF WS-PD-MARGIN(2) > ZERO
070200         COMPUTE WS-LIFT-PCT ROUNDED =
070300             (WS-PD-MARGIN(1) - WS-PD-MARGIN(2)) * 100
070400             / WS-PD-MARGIN(2)
070500         MOVE WS-LIFT-PCT TO RD-LIFT(4)
070600     END-IF.
070700     WRITE RPT-LINE FROM RPT-DETAIL-LINE AFTER ADVANCING 1 LINE.
070800     ADD 1 TO WS-LINES-ON-PAGE.
070900 8100-EXIT.
071000     EXIT.
071100
071200*---------------------------------------------------------------
071300* 8200-PER-DAY-ONE-SIDE - DIVIDE ONE CLASS'S TOTALS FOR THE
071400* STORE BY THE CLASS'S TRADING DAYS AND EDIT THEM INTO ONE SIDE
071500* OF THE DETAIL LINE.
071600*---------------------------------------------------------------
071700 8200-PER-DAY-ONE-SIDE.
071800     MOVE ZERO TO WS-PD-ORDERS(WS-SIDE-SUB)
071900                  WS-PD-PANCAKES(WS-SIDE-SUB)
072000                  WS-PD-REVENUE(WS-SIDE-SUB)
072100                  WS-PD-MARGIN(WS-SIDE-SUB).
072200     IF WS-RC-CLASS-DAYS(WS-RC-SUB, WS-CLASS-SUB) = ZERO
072300         GO TO 8200-EXIT
072400     END-IF.
072500     COMPUTE WS-PD-ORDERS(WS-SIDE-SUB) ROUNDED =
072600         WS-RC-ORDERS(WS-RC-SUB, WS-ST-SUB, WS-CLASS-SUB)
072700         / WS-RC-CLASS-DAYS(WS-RC-SUB, WS-CLASS-SUB).
072800     COMPUTE WS-PD-PANCAKES(WS-SIDE-SUB) ROUNDED =
072900         WS-RC-PANCAKES(WS-RC-SUB, WS-ST-SUB, WS-CLASS-SUB)
073000         / WS-RC-CLASS-DAYS(WS-RC-SUB, WS-CLASS-SUB).
073100     COMPUTE WS-PD-REVENUE(WS-SIDE-SUB) ROUNDED =
073200         WS-RC-REVENUE(WS-RC-SUB, WS-ST-SUB, WS-CLASS-SUB)
073300         / WS-RC-CLASS-DAYS(WS-RC-SUB, WS-CLASS-SUB).
073400     COMPUTE WS-PD-MARGIN(WS-SIDE-SUB) ROUNDED =
073500         WS-RC-MARGIN(WS-RC-SUB, WS-ST-SUB, WS-CLASS-SUB)
073600         / WS-RC-CLASS-DAYS(WS-RC-SUB, WS-CLASS-SUB).
073700     MOVE WS-PD-ORDERS(WS-SIDE-SUB) TO RD-ORDERS(WS-SIDE-SUB).
073800     MOVE WS-PD-PANCAKES(WS-SIDE-SUB) TO RD-PANCAKES(WS-SIDE-SUB).
073900     MOVE WS-PD-REVENUE(WS-SIDE-SUB) TO RD-REVENUE(WS-SIDE-SUB).
074000     MOVE WS-PD-MARGIN(WS-SIDE-SUB) TO RD-MARGIN(WS-SIDE-SUB).
074100 8200-EXIT.
074200     EXIT.
074300
074400*---------------------------------------------------------------
074500* 9999-TERMINATE - PRINT THE TOTALS AND CLOSE OUT THE RUN.
074600*---------------------------------------------------------------
074700 9999-TERMINATE.
074800     MOVE "ORDER RECORDS READ" TO RT-LABEL.
074900     MOVE WS-TOTAL-RECORDS TO RT-COUNT.
075000     WRITE RPT-LINE FROM RPT-TOTAL-LINE
075100         AFTER ADVANCING 2 LINES.
075200     MOVE "ORDERS FOR UNPROMOTED RECIPES" TO RT-LABEL.
075300     MOVE WS-TOTAL-NOT-ON-PROMO TO RT-COUNT.
075400     WRITE RPT-LINE FROM RPT-TOTAL-LINE
075500         AFTER ADVANCING 1 LINE.
075600     MOVE "TRAIL RECORDS SKIPPED" TO RT-LABEL.
075700     MOVE WS-TOTAL-SKIPPED TO RT-COUNT.
075800     WRITE RPT-LINE FROM RPT-TOTAL-LINE
075900         AFTER ADVANCING 1 LINE.
076000     MOVE "RECIPES WITH A PROMOTION" TO RT-LABEL.
076100     MOVE WS-RC-COUNT TO RT-COUNT.
076200     WRITE RPT-LINE FROM RPT-TOTAL-LINE
076300         AFTER ADVANCING 1 LINE.
076400     MOVE "RECIPES WITHOUT A PROMOTION" TO RT-LABEL.
076500     MOVE WS-TOTAL-NO-PROMO TO RT-COUNT.
076600     WRITE RPT-LINE FROM RPT-TOTAL-LINE
076700         AFTER ADVANCING 1 LINE.
076800     CLOSE AUDIT-ARCHIVE.
076900     CLOSE PROMO-REPORT.
077000     DISPLAY "BACPROMO - ORDER RECORDS READ: " WS-TOTAL-RECORDS.
077100     DISPLAY "BACPROMO - PROMOTED RECIPES:   " WS-RC-COUNT.
077200 9999-EXIT.
077300     EXIT.
077400
077500 END PROGRAM BACPROMO.
