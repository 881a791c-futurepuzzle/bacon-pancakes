000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BACCSTRL.
000300 AUTHOR. DW.
000400 INSTALLATION. KITCHEN-DATA-PROCESSING.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*RECIPE COST ROLL-UP AND WHAT-IF MARGIN REPORT.  PRICES A
000800*STANDARD BATCH OF EVERY RECIPE ON RECIPE-MASTER - THE RECIPE'S
000900*OWN MINIMUM QUANTITIES - AT COST-MASTER UNIT COSTS, ONCE FOR EACH
001000*BACON TYPE (PORK, TURKEY, VEGETARIAN), AND SHOWS THE PANCAKES
001100*THE BATCH YIELDS BY THE SAME FORMULA BACONPANCAKES USES, THE COST
001200*PER PANCAKE, AND THE SELLING PRICE AND MARGIN AT THE RECIPE'S
001300*PRICE-MASTER BASE AND PROMO MARKUPS.  THE COST CHANGES KEYED FOR
001400*BACMAINT BUT NOT YET APPLIED ARE READ FROM THE SAME TRANSACTION
001500*FILE, AND EVERY FIGURE IS PRINTED OLD (THE MASTER AS IT STANDS)
001600*BESIDE NEW (THE MASTER AS IT WILL STAND ONCE BACMAINT RUNS), SO
001700*THE OWNER CAN SEE WHAT A PRICE RISE DOES TO EACH RECIPE BEFORE
001800*APPROVING IT.  WITH NO PENDING CHANGES THE TWO SIDES AGREE AND
001900*THE REPORT IS A STRAIGHT COST ROLL-UP.
002000*---------------------------------------------------------------
002100* MODIFICATION HISTORY
002200*---------------------------------------------------------------
002300* 10/15/26  DW         ORIGINAL VERSION.  ONLY COST-MASTER
002400*                      TRANSACTIONS (FILE ID C) ARE PRICED; RECIPE
002500*                      TRANSACTIONS IN THE SAME FILE ARE PASSED
002600*                      OVER.  A COST TRANSACTION BACMAINT WOULD
002700*                      REJECT IS LISTED AND LEFT OUT OF THE NEW
002800*                      FIGURES.  A RECIPE WITH NO PRICING RECORD
002900*                      PRICES AT THE SHOP'S STANDARD 3.00 MARKUP,
003000*                      AS ON THE PREP SHEET.
003010* 10/15/26  DW         A PENDING ADD FOR AN ITEM ALREADY ON
003020*                      COST-MASTER, OR A CHANGE OR DELETE FOR ONE
003030*                      NOT ON IT, IS NOW LISTED AS NOT PRICED THE
003040*                      WAY BACMAINT REJECTS IT, INSTEAD OF MOVING
003050*                      THE NEW FIGURES.
003100*---------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT MAINT-TRANS-FILE ASSIGN TO MAINTIN
003600         ORGANIZATION IS SEQUENTIAL.
003700
003800     SELECT RECIPE-MASTER ASSIGN TO RECPMAST
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS SEQUENTIAL
004100         RECORD KEY IS RM-RECIPE-CODE
004200         FILE STATUS IS WS-RCP-STATUS.
004300
004400     SELECT COST-MASTER ASSIGN TO COSTMAST
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS CM-ITEM-CODE
004800         FILE STATUS IS WS-CST-STATUS.
004900
005000     SELECT PRICE-MASTER ASSIGN TO PRICMAST
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS PR-RECIPE-CODE
005400         FILE STATUS IS WS-PRC-STATUS.
005500
005600     SELECT COST-REPORT ASSIGN TO CSTRPT
005700         ORGANIZATION IS SEQUENTIAL.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100*---------------------------------------------------------------
006200* MAINT-TRANS-FILE - THE KEYED BACMAINT TRANSACTIONS, READ HERE
006300* BEFORE BACMAINT APPLIES THEM.  SAME LAYOUT AS IN BACMAINT.
006400*---------------------------------------------------------------
006500 FD  MAINT-TRANS-FILE
006600     LABEL RECORDS ARE STANDARD.
006700 01  MAINT-TRANS-REC.
006800     05  MT-ACTION           PIC X(01).
006900     05  MT-FILE-ID          PIC X(01).
007000     05  MT-USER-ID          PIC X(08).
007100     05  MT-DATA             PIC X(56).
007200     05  MT-COST-DATA REDEFINES MT-DATA.
007300         10  MT-CM-ITEM-CODE      PIC X(04).
007400         10  MT-CM-ITEM-NAME      PIC X(20).
007500         10  MT-CM-UNIT-COST      PIC 9(03)V99.
007600         10  FILLER               PIC X(27).
007700     05  FILLER              PIC X(14).
007800
007900*---------------------------------------------------------------
008000* RECIPE-MASTER - THE YIELD RATIOS AND MINIMUMS FOR EVERY RECIPE,
008100* READ FRONT TO BACK.
008200*---------------------------------------------------------------
008300 FD  RECIPE-MASTER
008400     LABEL RECORDS ARE STANDARD.
008500 01  RECIPE-REC.
008600     05  RM-RECIPE-CODE      PIC X(04).
008700     05  RM-RECIPE-NAME      PIC X(20).
008800     05  RM-FLOUR-DIVISOR    PIC 9(02).
008900     05  RM-SUGAR-DIVISOR    PIC 9(02).
009000     05  RM-YIELD-FACTOR     PIC 9(01)V9(02).
009100     05  RM-MIN-FLOUR        PIC 9(03).
009200     05  RM-MIN-SUGAR        PIC 9(03).
009300     05  RM-MIN-MILK         PIC 9(03).
009400     05  RM-MIN-BACON        PIC 9(03).
009500     05  RM-MIN-BAKEPOWDER   PIC 9(03).
009600     05  FILLER              PIC X(10).
009700
009800*---------------------------------------------------------------
009900* COST-MASTER - PER-UNIT COST FOR EACH RAW INGREDIENT.
010000*---------------------------------------------------------------
010100 FD  COST-MASTER
010200     LABEL RECORDS ARE STANDARD.
010300 01  COST-REC.
010400     05  CM-ITEM-CODE        PIC X(04).
010500     05  CM-ITEM-NAME        PIC X(20).
010600     05  CM-UNIT-COST        PIC 9(03)V99.
010700     05  FILLER              PIC X(08).
010800
010900*---------------------------------------------------------------
011000* PRICE-MASTER - THE BASE AND PROMOTIONAL MARKUPS FOR EACH
011100* RECIPE.
011200*---------------------------------------------------------------
011300 FD  PRICE-MASTER
011400     LABEL RECORDS ARE STANDARD.
011500 01  PRICE-REC.
011600     05  PR-RECIPE-CODE      PIC X(04).
011700     05  PR-BASE-MARKUP      PIC 9(01)V99.
011800     05  PR-PROMO-MARKUP     PIC 9(01)V99.
011900     05  PR-PROMO-DAY-FLAGS.
012000         10  PR-PROMO-DAY-FLAG OCCURS 7 TIMES
012100                             PIC X(01).
012200     05  PR-PROMO-START-DATE PIC 9(08).
012300     05  PR-PROMO-END-DATE   PIC 9(08).
012400     05  FILLER              PIC X(47).
012500
012600*---------------------------------------------------------------
012700* COST-REPORT - THE PRINTED ROLL-UP.
012800*---------------------------------------------------------------
012900 FD  COST-REPORT
013000     LABEL RECORDS ARE OMITTED.
013100 01  RPT-LINE                PIC X(132).
013200
013300 WORKING-STORAGE SECTION.
013400 01  SW-FILE-STATUS          PIC X(01).
013500     88  END-OF-RECIPES      VALUE "Y".
013600     88  MORE-RECIPES-EXIST  VALUE "N".
013700
013800 01  SW-TRANS-FILE-STATUS    PIC X(01).
013900     88  END-OF-TRANS        VALUE "Y".
014000     88  MORE-TRANS-EXIST    VALUE "N".
014100
014200 01  SW-PROMO-STATUS         PIC X(01).
014300     88  RECIPE-HAS-PROMO    VALUE "Y".
014400     88  RECIPE-HAS-NO-PROMO VALUE "N".
014500
014600 01  SW-CHANGE-STATUS        PIC X(01).
014700     88  BATCH-COST-CHANGED  VALUE "Y".
014800     88  BATCH-COST-UNCHANGED VALUE "N".
014900
014910 01  SW-ITEM-STATUS          PIC X(01).
014920     88  COST-ITEM-ON-FILE   VALUE "Y".
014930     88  COST-ITEM-NOT-ON-FILE VALUE "N".
014940
015000 01  WS-RCP-STATUS           PIC X(02).
015100     88  RCP-STATUS-OK       VALUE "00".
015200
015300 01  WS-CST-STATUS           PIC X(02).
015400     88  CST-STATUS-OK       VALUE "00".
015500
015600 01  WS-PRC-STATUS           PIC X(02).
015700     88  PRC-STATUS-OK       VALUE "00".
015800
015900 01  WS-TOTAL-RECIPES        PIC 9(05) VALUE ZERO COMP.
016000 01  WS-TOTAL-RECIPES-SKIPPED PIC 9(05) VALUE ZERO COMP.
016100 01  WS-TOTAL-TRANS-READ     PIC 9(05) VALUE ZERO COMP.
016200 01  WS-TOTAL-TRANS-PRICED   PIC 9(05) VALUE ZERO COMP.
016300 01  WS-TOTAL-TRANS-UNUSABLE PIC 9(05) VALUE ZERO COMP.
016400 01  WS-TOTAL-OLD-MISSING    PIC 9(05) VALUE ZERO COMP.
016500 01  WS-TOTAL-NEW-MISSING    PIC 9(05) VALUE ZERO COMP.
016600 01  WS-TOTAL-LINES-CHANGED  PIC 9(05) VALUE ZERO COMP.
016700
016800*---------------------------------------------------------------
016900* PENDING COST TABLE - ONE ENTRY PER ITEM WITH A COST CHANGE
017000* KEYED FOR BACMAINT, IN THE ORDER BACMAINT WOULD APPLY THEM, SO
017100* A SECOND CHANGE TO THE SAME ITEM REPLACES THE FIRST.  A PENDING
017200* DELETE LEAVES THE ITEM WITH NO COST AT ALL.
017300*---------------------------------------------------------------
017400 01  WS-PEND-COUNT           PIC 9(03) VALUE ZERO COMP.
017500 01  WS-PEND-SUB             PIC 9(03) VALUE ZERO COMP.
017600 01  WS-PEND-FOUND-SUB       PIC 9(03) VALUE ZERO COMP.
017700 01  WS-PEND-TABLE.
017800     05  WS-PEND-ENTRY OCCURS 50 TIMES.
017900         10  WS-PEND-ITEM-CODE PIC X(04).
018000         10  WS-PEND-ACTION  PIC X(01).
018100         10  WS-PEND-COST    PIC 9(03)V99.
018200 01  WS-PEND-REASON          PIC X(30) VALUE SPACES.
018300
018400*---------------------------------------------------------------
018500* BATCH INGREDIENTS - THE FIVE ITEM CODES AND THE RECIPE MINIMUM
018600* QUANTITY OF EACH.  THE BACON SLOT IS RELOADED FOR EACH BACON
018700* TYPE IN WS-BACON-CODES.
018800*---------------------------------------------------------------
018900 01  WS-ING-SUB              PIC 9(01) VALUE ZERO COMP.
019000 01  WS-INGREDIENT-TABLE.
019100     05  WS-ING-ENTRY OCCURS 5 TIMES.
019200         10  WS-ING-CODE     PIC X(04).
019300         10  WS-ING-NEEDED   PIC 9(03).
019400
019500 01  WS-BACON-SUB            PIC 9(01) VALUE ZERO COMP.
019600 01  WS-BACON-CODE-LIST.
019700     05  FILLER              PIC X(11) VALUE "BACNPORK   ".
019800     05  FILLER              PIC X(11) VALUE "TBACTURKEY ".
019900     05  FILLER              PIC X(11) VALUE "VBACVEG    ".
020000 01  WS-BACON-CODES REDEFINES WS-BACON-CODE-LIST.
020100     05  WS-BACON-ENTRY OCCURS 3 TIMES.
020200         10  WS-BACON-ITEM-CODE PIC X(04).
020300         10  WS-BACON-DESC   PIC X(07).
020400
020500*---------------------------------------------------------------
020600* COSTING WORK FIELDS.  OLD IS THE COST MASTER AS IT STANDS, NEW
020700* IS THE COST MASTER WITH THE PENDING CHANGES APPLIED.
020800*---------------------------------------------------------------
020900 01  WS-PANCAKES-PER-BATCH   PIC 9(03)V99 VALUE ZERO.
021000 01  WS-OLD-UNIT-COST        PIC 9(03)V99 VALUE ZERO.
021100 01  WS-NEW-UNIT-COST        PIC 9(03)V99 VALUE ZERO.
021200 01  WS-OLD-BATCH-COST       PIC 9(05)V99 VALUE ZERO.
021300 01  WS-NEW-BATCH-COST       PIC 9(05)V99 VALUE ZERO.
021400 01  WS-OLD-PER-PANCAKE      PIC 9(03)V9(04) VALUE ZERO.
021500 01  WS-NEW-PER-PANCAKE      PIC 9(03)V9(04) VALUE ZERO.
021600 01  WS-OLD-PRICE            PIC 9(05)V99 VALUE ZERO.
021700 01  WS-NEW-PRICE            PIC 9(05)V99 VALUE ZERO.
021800 01  WS-OLD-MARGIN           PIC S9(05)V99 VALUE ZERO.
021900 01  WS-NEW-MARGIN           PIC S9(05)V99 VALUE ZERO.
022000 01  WS-CHANGE-PCT           PIC S9(05)V9 VALUE ZERO.
022100
022200*---------------------------------------------------------------
022300* MARKUPS FOR THE CURRENT RECIPE.  A RECIPE WITH NO PRICING
022400* RECORD FALLS BACK TO WS-PRICE-MARKUP-FACTOR, THE SHOP'S
022500* STANDARD ONE-THIRD FOOD COST MARKUP.
022600*---------------------------------------------------------------
022700 01  WS-PRICE-MARKUP-FACTOR  PIC 9(01)V99 VALUE 3.00.
022800 01  WS-BASE-MARKUP          PIC 9(01)V99 VALUE ZERO.
022900 01  WS-PROMO-MARKUP         PIC 9(01)V99 VALUE ZERO.
023000
023100*---------------------------------------------------------------
023200* REPORT CONTROL FIELDS.
023300*---------------------------------------------------------------
023400 01  WS-RUN-DATE-NUM         PIC 9(08).
023500 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-NUM.
023600     05  WS-RUN-YYYY         PIC 9(04).
023700     05  WS-RUN-MM           PIC 9(02).
023800     05  WS-RUN-DD           PIC 9(02).
023900
024000 01  WS-PAGE-NO              PIC 9(03) VALUE ZERO COMP.
024100 01  WS-LINES-ON-PAGE        PIC 9(02) VALUE ZERO COMP.
024200 01  WS-MAX-LINES-PER-PAGE   PIC 9(02) VALUE 20 COMP.
024300
024400*---------------------------------------------------------------
024500* REPORT HEADING AND DETAIL LINE LAYOUTS.  EACH FIGURE IS
024600* PRINTED AS AN OLD/NEW PAIR; AN ASTERISK AT THE END OF THE LINE
024700* MARKS A BACON TYPE WHOSE BATCH COST THE PENDING CHANGES MOVE.
024800*---------------------------------------------------------------
024900 01  RPT-HEADING-1.
025000     05  FILLER              PIC X(28)
025100         VALUE "BACON PANCAKES - COST ROLLUP".
025200     05  RH1-MM              PIC 9(02).
025300     05  FILLER              PIC X(01) VALUE "/".
025400     05  RH1-DD              PIC 9(02).
025500     05  FILLER              PIC X(01) VALUE "/".
025600     05  RH1-YYYY            PIC 9(04).
025700     05  FILLER              PIC X(25) VALUE SPACES.
025800     05  FILLER              PIC X(05) VALUE "PAGE ".
025900     05  RH1-PAGE-NO         PIC ZZ9.
026000     05  FILLER              PIC X(61) VALUE SPACES.
026100
026200 01  RPT-HEADING-2.
026300     05  FILLER              PIC X(09) VALUE "BACON".
026400     05  FILLER              PIC X(19) VALUE "--- BATCH COST ---".
026500     05  FILLER              PIC X(19) VALUE "-- PER PANCAKE ---".
026600     05  FILLER              PIC X(19) VALUE "--- BASE PRICE ---".
026700     05  FILLER              PIC X(21)
026800         VALUE "--- BASE MARGIN ----".
026900     05  FILLER              PIC X(19) VALUE "--- PROMO PRICE --".
027000     05  FILLER              PIC X(26)
027100         VALUE "--- PROMO MARGIN ---".
027200
027300 01  RPT-HEADING-3.
027400     05  FILLER              PIC X(09) VALUE SPACES.
027500     05  FILLER              PIC X(19) VALUE "     OLD      NEW".
027600     05  FILLER              PIC X(19) VALUE "     OLD      NEW".
027700     05  FILLER              PIC X(19) VALUE "     OLD      NEW".
027800     05  FILLER              PIC X(21)
027900         VALUE "      OLD       NEW".
028000     05  FILLER              PIC X(19) VALUE "     OLD      NEW".
028100     05  FILLER              PIC X(26)
028200         VALUE "      OLD       NEW".
028300
028400 01  RPT-RECIPE-LINE.
028500     05  FILLER              PIC X(07) VALUE "RECIPE ".
028600     05  RR-RECIPE-CODE      PIC X(04).
028700     05  FILLER              PIC X(02) VALUE SPACES.
028800     05  RR-RECIPE-NAME      PIC X(20).
028900     05  FILLER              PIC X(21)
029000         VALUE "  PANCAKES PER BATCH ".
029100     05  RR-PANCAKES         PIC ZZ9.99.
029200     05  FILLER              PIC X(15)
029300         VALUE "   BASE MARKUP ".
029400     05  RR-BASE-MARKUP      PIC 9.99.
029500     05  FILLER              PIC X(16)
029600         VALUE "   PROMO MARKUP ".
029700     05  RR-PROMO-MARKUP     PIC X(04).
029800     05  RR-PROMO-MARKUP-NUM REDEFINES RR-PROMO-MARKUP
029900                             PIC 9.99.
030000     05  FILLER              PIC X(33) VALUE SPACES.
030100
030200 01  RPT-DETAIL-LINE.
030300     05  FILLER              PIC X(02) VALUE SPACES.
030400     05  RD-BACON-DESC       PIC X(07).
030500     05  RD-OLD-BATCH-COST   PIC ZZZZ9.99.
030600     05  FILLER              PIC X(01) VALUE SPACES.
030700     05  RD-NEW-BATCH-COST   PIC ZZZZ9.99.
030800     05  FILLER              PIC X(02) VALUE SPACES.
030900     05  RD-OLD-PER-PANCAKE  PIC ZZ9.9999.
031000     05  FILLER              PIC X(01) VALUE SPACES.
031100     05  RD-NEW-PER-PANCAKE  PIC ZZ9.9999.
031200     05  FILLER              PIC X(02) VALUE SPACES.
031300     05  RD-OLD-BASE-PRICE   PIC ZZZZ9.99.
031400     05  FILLER              PIC X(01) VALUE SPACES.
031500     05  RD-NEW-BASE-PRICE   PIC ZZZZ9.99.
031600     05  FILLER              PIC X(02) VALUE SPACES.
031700     05  RD-OLD-BASE-MARGIN  PIC ZZZZ9.99-.
031800     05  FILLER              PIC X(01) VALUE SPACES.
031900     05  RD-NEW-BASE-MARGIN  PIC ZZZZ9.99-.
032000     05  FILLER              PIC X(02) VALUE SPACES.
032100     05  RD-PROMO-COLUMNS.
032200         10  RD-OLD-PROMO-PRICE  PIC ZZZZ9.99.
032300         10  FILLER              PIC X(01).
032400         10  RD-NEW-PROMO-PRICE  PIC ZZZZ9.99.
032500         10  FILLER              PIC X(02).
032600         10  RD-OLD-PROMO-MARGIN PIC ZZZZ9.99-.
032700         10  FILLER              PIC X(01).
032800         10  RD-NEW-PROMO-MARGIN PIC ZZZZ9.99-.
032900     05  FILLER              PIC X(02) VALUE SPACES.
033000     05  RD-CHANGED-FLAG     PIC X(01).
033100     05  FILLER              PIC X(04) VALUE SPACES.
033200
033300 01  RPT-MESSAGE-LINE.
033400     05  FILLER              PIC X(02) VALUE SPACES.
033500     05  RL-TEXT             PIC X(60).
033600     05  FILLER              PIC X(70) VALUE SPACES.
033700
033800*---------------------------------------------------------------
033900* PENDING CHANGE LISTING, PRINTED AHEAD OF THE RECIPES.
034000*---------------------------------------------------------------
034100 01  RPT-PEND-HEADING.
034200     05  FILLER              PIC X(40)
034300         VALUE "PENDING COST CHANGES (NOT YET APPLIED)".
034400     05  FILLER              PIC X(92) VALUE SPACES.
034500
034600 01  RPT-PEND-LINE.
034700     05  FILLER              PIC X(02) VALUE SPACES.
034800     05  RP-ACTION           PIC X(01).
034900     05  FILLER              PIC X(02) VALUE SPACES.
035000     05  RP-ITEM-CODE        PIC X(04).
035100     05  FILLER              PIC X(02) VALUE SPACES.
035200     05  RP-USER-ID          PIC X(08).
035300     05  FILLER              PIC X(02) VALUE SPACES.
035400     05  FILLER              PIC X(04) VALUE "OLD ".
035500     05  RP-OLD-COST         PIC ZZ9.99.
035600     05  FILLER              PIC X(06) VALUE "  NEW ".
035700     05  RP-NEW-COST         PIC ZZ9.99.
035800     05  FILLER              PIC X(02) VALUE SPACES.
035900     05  RP-CHANGE-PCT       PIC ZZZZ9.9-.
036000     05  FILLER              PIC X(01) VALUE "%".
036100     05  FILLER              PIC X(02) VALUE SPACES.
036200     05  RP-NOTE             PIC X(30).
036300     05  FILLER              PIC X(46) VALUE SPACES.
036400
036500 01  RPT-TOTAL-LINE.
036600     05  RT-LABEL            PIC X(30).
036700     05  FILLER              PIC X(05) VALUE SPACES.
036800     05  RT-COUNT            PIC ZZZZZ9.
036900     05  FILLER              PIC X(91) VALUE SPACES.
037000
037100 PROCEDURE DIVISION.
037200*---------------------------------------------------------------
037300* 0000-MAINLINE
037400*---------------------------------------------------------------
037500 0000-MAINLINE.
037600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
037700     PERFORM 2000-COST-ONE-RECIPE THRU 2000-EXIT
037800         UNTIL END-OF-RECIPES.
037900     PERFORM 9999-TERMINATE THRU 9999-EXIT.
038000     STOP RUN.
038100
038200*---------------------------------------------------------------
038300* 1000-INITIALIZE - OPEN THE FILES, LOAD AND LIST THE PENDING
038400* COST CHANGES, AND PRIME THE RECIPE READ.
038500*---------------------------------------------------------------
038600 1000-INITIALIZE.
038700     SET MORE-RECIPES-EXIST TO TRUE.
038800     SET MORE-TRANS-EXIST TO TRUE.
038900     ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
039000     OPEN INPUT MAINT-TRANS-FILE.
039100     OPEN INPUT RECIPE-MASTER.
039200     IF NOT RCP-STATUS-OK
039300         DISPLAY "BACCSTRL - RECIPE-MASTER OPEN FAILED, "
039400             "STATUS " WS-RCP-STATUS
039500         MOVE 16 TO RETURN-CODE
039600         STOP RUN
039700     END-IF.
039800     OPEN INPUT COST-MASTER.
039900     IF NOT CST-STATUS-OK
040000         DISPLAY "BACCSTRL - COST-MASTER OPEN FAILED, "
040100             "STATUS " WS-CST-STATUS
040200         MOVE 16 TO RETURN-CODE
040300         STOP RUN
040400     END-IF.
040500     OPEN INPUT PRICE-MASTER.
040600     IF NOT PRC-STATUS-OK
040700         DISPLAY "BACCSTRL - PRICE-MASTER OPEN FAILED, "
040800             "STATUS " WS-PRC-STATUS
040900         MOVE 16 TO RETURN-CODE
041000         STOP RUN
041100     END-IF.
041200     OPEN OUTPUT COST-REPORT.
041300     PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT.
041400     WRITE RPT-LINE FROM RPT-PEND-HEADING AFTER ADVANCING 2 LINES.
041500     ADD 2 TO WS-LINES-ON-PAGE.
041600     PERFORM 3100-READ-TRANS THRU 3100-EXIT.
041700     PERFORM 1200-LOAD-ONE-TRANS THRU 1200-EXIT
041800         UNTIL END-OF-TRANS.
041900     IF WS-TOTAL-TRANS-READ = ZERO
042000         MOVE "NONE - FIGURES ARE AT CURRENT COSTS" TO RL-TEXT
042100         WRITE RPT-LINE FROM RPT-MESSAGE-LINE
042200             AFTER ADVANCING 1 LINE
042300         ADD 1 TO WS-LINES-ON-PAGE
042400     END-IF.
042500     CLOSE MAINT-TRANS-FILE.
042600     PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT.
042700     PERFORM 7050-WRITE-COLUMN-HEADINGS THRU 7050-EXIT.
042800     PERFORM 3000-READ-RECIPE THRU 3000-EXIT.
042900 1000-EXIT.
043000     EXIT.
043100
043200*---------------------------------------------------------------
043300* 1200-LOAD-ONE-TRANS - EDIT ONE PENDING TRANSACTION THE WAY
043400* BACMAINT WILL, ENTER A GOOD COST CHANGE IN THE PENDING TABLE,
043500* LIST IT, AND READ THE NEXT.  RECIPE TRANSACTIONS ARE SKIPPED
043600* WITHOUT LISTING.
043700*---------------------------------------------------------------
043800 1200-LOAD-ONE-TRANS.
043900     IF MT-FILE-ID NOT = "C"
044000         GO TO 1200-NEXT
044100     END-IF.
044200     ADD 1 TO WS-TOTAL-TRANS-READ.
044300     MOVE SPACES TO WS-PEND-REASON.
044400     IF MT-ACTION NOT = "A"
044500         AND MT-ACTION NOT = "C"
044600         AND MT-ACTION NOT = "D"
044700         MOVE "ACTION NOT A, C, OR D" TO WS-PEND-REASON
044800     ELSE
044900     IF MT-CM-ITEM-CODE = SPACES
045000         MOVE "ITEM CODE IS BLANK" TO WS-PEND-REASON
045100     ELSE
045200     IF MT-ACTION NOT = "D"
045300         AND MT-CM-UNIT-COST NOT NUMERIC
045400         MOVE "UNIT COST NOT NUMERIC" TO WS-PEND-REASON
045500     END-IF
045600     END-IF
045700     END-IF.
045800     MOVE ZERO TO WS-OLD-UNIT-COST.
045900     MOVE SPACES TO RP-NOTE.
046000     MOVE MT-CM-ITEM-CODE TO CM-ITEM-CODE.
046100     READ COST-MASTER
046200         INVALID KEY
046300             MOVE ZERO TO CM-UNIT-COST
046400     END-READ.
046500     IF CST-STATUS-OK
046600         MOVE CM-UNIT-COST TO WS-OLD-UNIT-COST
046700     END-IF.
046710     IF WS-PEND-REASON = SPACES
046720         PERFORM 1250-CHECK-ON-FILE THRU 1250-EXIT
046730     END-IF.
046800     IF WS-PEND-REASON NOT = SPACES
046900         ADD 1 TO WS-TOTAL-TRANS-UNUSABLE
047000         MOVE ZERO TO WS-NEW-UNIT-COST
047100         STRING "NOT PRICED - " DELIMITED BY SIZE
047200             WS-PEND-REASON DELIMITED BY SIZE
047300             INTO RP-NOTE
047400         GO TO 1200-LIST
047500     END-IF.
047600     PERFORM 1300-ENTER-PENDING THRU 1300-EXIT.
047700 1200-LIST.
047800     PERFORM 7500-WRITE-PENDING-LINE THRU 7500-EXIT.
047900 1200-NEXT.
048000     PERFORM 3100-READ-TRANS THRU 3100-EXIT.
048100 1200-EXIT.
048200     EXIT.
048300
048302*---------------------------------------------------------------
048304* 1250-CHECK-ON-FILE - HOLD THE TRANSACTION TO BACMAINT'S
048306* MASTER RULES: AN ADD FOR AN ITEM ALREADY ON COST-MASTER, OR A
048308* CHANGE OR DELETE FOR ONE THAT IS NOT, IS REJECTED.  AN ITEM
048310* ALREADY IN THE PENDING TABLE STANDS AS THE EARLIER CHANGE LEFT
048312* IT, SINCE BACMAINT APPLIES THE FILE IN ORDER.
048314*---------------------------------------------------------------
048316 1250-CHECK-ON-FILE.
048318     MOVE ZERO TO WS-PEND-FOUND-SUB.
048320     PERFORM 1310-MATCH-ONE-PENDING THRU 1310-EXIT
048322         VARYING WS-PEND-SUB FROM 1 BY 1
048324         UNTIL WS-PEND-SUB > WS-PEND-COUNT
048326             OR WS-PEND-FOUND-SUB > ZERO.
048328     IF WS-PEND-FOUND-SUB > ZERO
048330         IF WS-PEND-ACTION(WS-PEND-FOUND-SUB) = "D"
048332             SET COST-ITEM-NOT-ON-FILE TO TRUE
048334         ELSE
048336             SET COST-ITEM-ON-FILE TO TRUE
048338         END-IF
048340     ELSE
048342         IF CST-STATUS-OK
048344             SET COST-ITEM-ON-FILE TO TRUE
048346         ELSE
048348             SET COST-ITEM-NOT-ON-FILE TO TRUE
048350         END-IF
048352     END-IF.
048354     IF MT-ACTION = "A"
048356         AND COST-ITEM-ON-FILE
048358         MOVE "COST ITEM ALREADY ON FILE" TO WS-PEND-REASON
048360     END-IF.
048362     IF MT-ACTION NOT = "A"
048364         AND COST-ITEM-NOT-ON-FILE
048366         MOVE "COST ITEM NOT ON FILE" TO WS-PEND-REASON
048368     END-IF.
048370 1250-EXIT.
048372     EXIT.
048374
048400*---------------------------------------------------------------
048500* 1300-ENTER-PENDING - ADD OR REPLACE THE ITEM'S ENTRY IN THE
048600* PENDING TABLE.  A FULL TABLE IS NOTED ON THE REPORT AND THE
048700* CHANGE LEFT OUT OF THE NEW FIGURES.
048800*---------------------------------------------------------------
048900 1300-ENTER-PENDING.
049000     MOVE ZERO TO WS-PEND-FOUND-SUB.
049100     PERFORM 1310-MATCH-ONE-PENDING THRU 1310-EXIT
049200         VARYING WS-PEND-SUB FROM 1 BY 1
049300         UNTIL WS-PEND-SUB > WS-PEND-COUNT
049400             OR WS-PEND-FOUND-SUB > ZERO.
049500     IF WS-PEND-FOUND-SUB = ZERO
049600         IF WS-PEND-COUNT >= 50
049700             ADD 1 TO WS-TOTAL-TRANS-UNUSABLE
049800             MOVE ZERO TO WS-NEW-UNIT-COST
049900             MOVE "NOT PRICED - OVER 50 CHANGES" TO RP-NOTE
050000             GO TO 1300-EXIT
050100         END-IF
050200         ADD 1 TO WS-PEND-COUNT
050300         MOVE WS-PEND-COUNT TO WS-PEND-FOUND-SUB
050400         MOVE MT-CM-ITEM-CODE
050500             TO WS-PEND-ITEM-CODE(WS-PEND-FOUND-SUB)
050600     ELSE
050700         MOVE "REPLACES AN EARLIER CHANGE" TO RP-NOTE
050800     END-IF.
050900     ADD 1 TO WS-TOTAL-TRANS-PRICED.
051000     MOVE MT-ACTION TO WS-PEND-ACTION(WS-PEND-FOUND-SUB).
051100     IF MT-ACTION = "D"
051200         MOVE ZERO TO WS-PEND-COST(WS-PEND-FOUND-SUB)
051300         MOVE ZERO TO WS-NEW-UNIT-COST
051400         MOVE "DELETE - ITEM LEFT WITH NO COST" TO RP-NOTE
051500     ELSE
051600         MOVE MT-CM-UNIT-COST TO WS-PEND-COST(WS-PEND-FOUND-SUB)
051700         MOVE MT-CM-UNIT-COST TO WS-NEW-UNIT-COST
051800     END-IF.
051900 1300-EXIT.
052000     EXIT.
052100
052200*---------------------------------------------------------------
052300* 1310-MATCH-ONE-PENDING - COMPARE ONE PENDING TABLE ENTRY TO THE
052400* TRANSACTION'S ITEM CODE.
052500*---------------------------------------------------------------
052600 1310-MATCH-ONE-PENDING.
052700     IF WS-PEND-ITEM-CODE(WS-PEND-SUB) = MT-CM-ITEM-CODE
052800         MOVE WS-PEND-SUB TO WS-PEND-FOUND-SUB
052900     END-IF.
053000 1310-EXIT.
053100     EXIT.
053200
053300*---------------------------------------------------------------
053400* 2000-COST-ONE-RECIPE - PRICE ONE RECIPE'S STANDARD BATCH FOR
053500* EACH BACON TYPE, OLD BESIDE NEW, AND READ THE NEXT RECIPE.  A
053600* RECIPE WITH A ZERO OR UNKEYED DIVISOR CANNOT BE YIELDED AND IS
053700* NOTED INSTEAD.
053800*---------------------------------------------------------------
053900 2000-COST-ONE-RECIPE.
054000     IF RM-FLOUR-DIVISOR NOT NUMERIC
054100         OR RM-FLOUR-DIVISOR = ZERO
054200         OR RM-SUGAR-DIVISOR NOT NUMERIC
054300         OR RM-SUGAR-DIVISOR = ZERO
054400         OR RM-YIELD-FACTOR NOT NUMERIC
054500         OR RM-MIN-FLOUR NOT NUMERIC
054600         OR RM-MIN-SUGAR NOT NUMERIC
054700         OR RM-MIN-MILK NOT NUMERIC
054800         OR RM-MIN-BACON NOT NUMERIC
054900         OR RM-MIN-BAKEPOWDER NOT NUMERIC
055000         ADD 1 TO WS-TOTAL-RECIPES-SKIPPED
055100         PERFORM 7100-WRITE-RECIPE-LINE THRU 7100-EXIT
055200         MOVE "** RECIPE NOT USABLE - DIVISOR OR MINIMUM BAD"
055300             TO RL-TEXT
055400         WRITE RPT-LINE FROM RPT-MESSAGE-LINE
055500             AFTER ADVANCING 1 LINE
055600         ADD 1 TO WS-LINES-ON-PAGE
055700         GO TO 2000-NEXT
055800     END-IF.
055900     ADD 1 TO WS-TOTAL-RECIPES.
056000     COMPUTE WS-PANCAKES-PER-BATCH =
056100         ((RM-MIN-FLOUR / RM-FLOUR-DIVISOR)
056200         + (RM-MIN-SUGAR / RM-SUGAR-DIVISOR))
056300         * RM-MIN-BAKEPOWDER * RM-YIELD-FACTOR.
056400     PERFORM 2100-GET-MARKUPS THRU 2100-EXIT.
056500     PERFORM 2200-LOAD-BATCH THRU 2200-EXIT.
056600     PERFORM 7100-WRITE-RECIPE-LINE THRU 7100-EXIT.
056700     PERFORM 2300-COST-ONE-BACON-TYPE THRU 2300-EXIT
056800         VARYING WS-BACON-SUB FROM 1 BY 1
056900         UNTIL WS-BACON-SUB > 3.
057000 2000-NEXT.
057100     PERFORM 3000-READ-RECIPE THRU 3000-EXIT.
057200 2000-EXIT.
057300     EXIT.
057400
057500*---------------------------------------------------------------
057600* 2100-GET-MARKUPS - FIND THE RECIPE'S BASE AND PROMO MARKUPS ON
057700* PRICE-MASTER, THE SAME WAY 6400-GET-MARKUP IN BACONPANCAKES
057800* DOES.  A ZERO OR UNKEYED PROMO MARKUP MEANS NO PROMO.
057900*---------------------------------------------------------------
058000 2100-GET-MARKUPS.
058100     MOVE WS-PRICE-MARKUP-FACTOR TO WS-BASE-MARKUP.
058200     MOVE ZERO TO WS-PROMO-MARKUP.
058300     SET RECIPE-HAS-NO-PROMO TO TRUE.
058400     MOVE RM-RECIPE-CODE TO PR-RECIPE-CODE.
058500     READ PRICE-MASTER
058600         INVALID KEY
058700             GO TO 2100-EXIT
058800     END-READ.
058900     IF PR-BASE-MARKUP NUMERIC
059000         AND PR-BASE-MARKUP > ZERO
059100         MOVE PR-BASE-MARKUP TO WS-BASE-MARKUP
059200     END-IF.
059300     IF PR-PROMO-MARKUP NUMERIC
059400         AND PR-PROMO-MARKUP > ZERO
059500         MOVE PR-PROMO-MARKUP TO WS-PROMO-MARKUP
059600         SET RECIPE-HAS-PROMO TO TRUE
059700     END-IF.
059800 2100-EXIT.
059900     EXIT.
060000
060100*---------------------------------------------------------------
060200* 2200-LOAD-BATCH - LOAD THE RECIPE MINIMUMS INTO THE BATCH
060300* INGREDIENT TABLE UNDER THE INVENTORY ITEM CODES.
060400*---------------------------------------------------------------
060500 2200-LOAD-BATCH.
060600     MOVE "FLUR" TO WS-ING-CODE(1).
060700     MOVE RM-MIN-FLOUR TO WS-ING-NEEDED(1).
060800     MOVE "SUGR" TO WS-ING-CODE(2).
060900     MOVE RM-MIN-SUGAR TO WS-ING-NEEDED(2).
061000     MOVE "MILK" TO WS-ING-CODE(3).
061100     MOVE RM-MIN-MILK TO WS-ING-NEEDED(3).
061200     MOVE "BACN" TO WS-ING-CODE(4).
061300     MOVE RM-MIN-BACON TO WS-ING-NEEDED(4).
061400     MOVE "BKPW" TO WS-ING-CODE(5).
061500     MOVE RM-MIN-BAKEPOWDER TO WS-ING-NEEDED(5).
061600 2200-EXIT.
061700     EXIT.
061800
061900*---------------------------------------------------------------
062000* 2300-COST-ONE-BACON-TYPE - PRICE THE BATCH WITH ONE BACON TYPE
062100* AT OLD AND NEW COSTS, WORK OUT THE PRICE AND MARGIN AT EACH
062200* MARKUP, AND PRINT THE LINE.
062300*---------------------------------------------------------------
062400 2300-COST-ONE-BACON-TYPE.
062500     MOVE WS-BACON-ITEM-CODE(WS-BACON-SUB) TO WS-ING-CODE(4).
062600     MOVE ZERO TO WS-OLD-BATCH-COST.
062700     MOVE ZERO TO WS-NEW-BATCH-COST.
062800     PERFORM 2400-ADD-ONE-ITEM-COST THRU 2400-EXIT
062900         VARYING WS-ING-SUB FROM 1 BY 1
063000         UNTIL WS-ING-SUB > 5.
063100     IF WS-NEW-BATCH-COST NOT = WS-OLD-BATCH-COST
063200         SET BATCH-COST-CHANGED TO TRUE
063300         ADD 1 TO WS-TOTAL-LINES-CHANGED
063400     ELSE
063500         SET BATCH-COST-UNCHANGED TO TRUE
063600     END-IF.
063700     MOVE ZERO TO WS-OLD-PER-PANCAKE.
063800     MOVE ZERO TO WS-NEW-PER-PANCAKE.
063900     IF WS-PANCAKES-PER-BATCH > ZERO
064000         COMPUTE WS-OLD-PER-PANCAKE ROUNDED =
064100             WS-OLD-BATCH-COST / WS-PANCAKES-PER-BATCH
064200         COMPUTE WS-NEW-PER-PANCAKE ROUNDED =
064300             WS-NEW-BATCH-COST / WS-PANCAKES-PER-BATCH
064400     END-IF.
064500     PERFORM 7200-WRITE-DETAIL-LINE THRU 7200-EXIT.
064600 2300-EXIT.
064700     EXIT.
064800
064900*---------------------------------------------------------------
065000* 2400-ADD-ONE-ITEM-COST - ADD ONE INGREDIENT'S SHARE OF THE
065100* BATCH INTO THE OLD AND NEW BATCH COSTS.  A MISSING COST RECORD
065200* COSTS THE INGREDIENT AT ZERO, AS ON THE PREP SHEET, AND IS
065300* COUNTED SO THE TOTALS PAGE FLAGS THE ROLL-UP AS INCOMPLETE.
065400*---------------------------------------------------------------
065500 2400-ADD-ONE-ITEM-COST.
065600     IF WS-ING-NEEDED(WS-ING-SUB) = ZERO
065700         GO TO 2400-EXIT
065800     END-IF.
065900     PERFORM 5000-GET-UNIT-COSTS THRU 5000-EXIT.
066000     COMPUTE WS-OLD-BATCH-COST = WS-OLD-BATCH-COST
066100         + (WS-ING-NEEDED(WS-ING-SUB) * WS-OLD-UNIT-COST).
066200     COMPUTE WS-NEW-BATCH-COST = WS-NEW-BATCH-COST
066300         + (WS-ING-NEEDED(WS-ING-SUB) * WS-NEW-UNIT-COST).
066400 2400-EXIT.
066500     EXIT.
066600
066700*---------------------------------------------------------------
066800* 3000-READ-RECIPE - READ THE NEXT RECIPE, SETTING THE
066900* END-OF-RECIPES SWITCH WHEN THE FILE IS EXHAUSTED.
067000*---------------------------------------------------------------
067100 3000-READ-RECIPE.
067200     READ RECIPE-MASTER NEXT
067300         AT END
067400             SET END-OF-RECIPES TO TRUE
067500     END-READ.
067600 3000-EXIT.
067700     EXIT.
067800
067900*---------------------------------------------------------------
068000* 3100-READ-TRANS - READ THE NEXT PENDING TRANSACTION, SETTING
068100* THE END-OF-TRANS SWITCH WHEN THE FILE IS EXHAUSTED.
068200*---------------------------------------------------------------
068300 3100-READ-TRANS.
068400     READ MAINT-TRANS-FILE
068500         AT END
068600             SET END-OF-TRANS TO TRUE
068700     END-READ.
068800 3100-EXIT.
068900     EXIT.
069000
069100*---------------------------------------------------------------
069200* 5000-GET-UNIT-COSTS - THE OLD UNIT COST OF THE CURRENT
069300* INGREDIENT IS WHAT COST-MASTER HOLDS NOW; THE NEW ONE IS THE
069400* PENDING CHANGE FOR THE ITEM, IF ANY, OR ELSE THE SAME.
069500*---------------------------------------------------------------
069600 5000-GET-UNIT-COSTS.
069700     MOVE ZERO TO WS-OLD-UNIT-COST.
069800     MOVE WS-ING-CODE(WS-ING-SUB) TO CM-ITEM-CODE.
069900     READ COST-MASTER
070000         INVALID KEY
070100             ADD 1 TO WS-TOTAL-OLD-MISSING
070200     END-READ.
070300     IF CST-STATUS-OK
070400         MOVE CM-UNIT-COST TO WS-OLD-UNIT-COST
070500     END-IF.
070600     MOVE WS-OLD-UNIT-COST TO WS-NEW-UNIT-COST.
070700     MOVE ZERO TO WS-PEND-FOUND-SUB.
070800     PERFORM 5100-MATCH-ONE-ITEM THRU 5100-EXIT
070900         VARYING WS-PEND-SUB FROM 1 BY 1
071000         UNTIL WS-PEND-SUB > WS-PEND-COUNT
071100             OR WS-PEND-FOUND-SUB > ZERO.
071200     IF WS-PEND-FOUND-SUB = ZERO
071300         IF NOT CST-STATUS-OK
071400             ADD 1 TO WS-TOTAL-NEW-MISSING
071500         END-IF
071600         GO TO 5000-EXIT
071700     END-IF.
071800     MOVE WS-PEND-COST(WS-PEND-FOUND-SUB) TO WS-NEW-UNIT-COST.
071900     IF WS-PEND-ACTION(WS-PEND-FOUND-SUB) = "D"
072000         ADD 1 TO WS-TOTAL-NEW-MISSING
072100     END-IF.
072200 5000-EXIT.
072300     EXIT.
072400
072500*---------------------------------------------------------------
072600* 5100-MATCH-ONE-ITEM - COMPARE ONE PENDING TABLE ENTRY TO THE
072700* CURRENT INGREDIENT'S ITEM CODE.
072800*---------------------------------------------------------------
072900 5100-MATCH-ONE-ITEM.
073000     IF WS-PEND-ITEM-CODE(WS-PEND-SUB) = WS-ING-CODE(WS-ING-SUB)
073100         MOVE WS-PEND-SUB TO WS-PEND-FOUND-SUB
073200     END-IF.
073300 5100-EXIT.
073400     EXIT.
073500
073600*---------------------------------------------------------------
073700* 7000-WRITE-HEADINGS - START A NEW REPORT PAGE.
073800*---------------------------------------------------------------
073900 7000-WRITE-HEADINGS.
074000     ADD 1 TO WS-PAGE-NO.
074100     MOVE WS-RUN-MM TO RH1-MM.
074200     MOVE WS-RUN-DD TO RH1-DD.
074300     MOVE WS-RUN-YYYY TO RH1-YYYY.
074400     MOVE WS-PAGE-NO TO RH1-PAGE-NO.
074500     WRITE RPT-LINE FROM RPT-HEADING-1 AFTER ADVANCING PAGE.
074600     MOVE ZERO TO WS-LINES-ON-PAGE.
074700 7000-EXIT.
074800     EXIT.
074900
075000*---------------------------------------------------------------
075100* 7050-WRITE-COLUMN-HEADINGS - PRINT THE OLD/NEW COLUMN TITLES
075200* UNDER THE PAGE HEADING ON THE RECIPE PAGES.
075300*---------------------------------------------------------------
075400 7050-WRITE-COLUMN-HEADINGS.
075500     WRITE RPT-LINE FROM RPT-HEADING-2 AFTER ADVANCING 2 LINES.
075600     WRITE RPT-LINE FROM RPT-HEADING-3 AFTER ADVANCING 1 LINE.
075700     ADD 3 TO WS-LINES-ON-PAGE.
075800 7050-EXIT.
075900     EXIT.
076000
076100*---------------------------------------------------------------
076200* 7100-WRITE-RECIPE-LINE - PRINT THE RECIPE'S HEADING LINE WITH
076300* ITS BATCH YIELD AND MARKUPS.  THE RECIPE AND ITS THREE BACON
076400* LINES ARE KEPT TOGETHER ON ONE PAGE.
076500*---------------------------------------------------------------
076600 7100-WRITE-RECIPE-LINE.
076700     IF WS-LINES-ON-PAGE + 5 > WS-MAX-LINES-PER-PAGE
076800         PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
076900         PERFORM 7050-WRITE-COLUMN-HEADINGS THRU 7050-EXIT
077000     END-IF.
077100     MOVE RM-RECIPE-CODE TO RR-RECIPE-CODE.
077200     MOVE RM-RECIPE-NAME TO RR-RECIPE-NAME.
077300     MOVE WS-PANCAKES-PER-BATCH TO RR-PANCAKES.
077400     MOVE WS-BASE-MARKUP TO RR-BASE-MARKUP.
077500     IF RECIPE-HAS-PROMO
077600         MOVE WS-PROMO-MARKUP TO RR-PROMO-MARKUP-NUM
077700     ELSE
077800         MOVE "NONE" TO RR-PROMO-MARKUP
077900     END-IF.
078000     WRITE RPT-LINE FROM RPT-RECIPE-LINE AFTER ADVANCING 2 LINES.
078100     ADD 2 TO WS-LINES-ON-PAGE.
078200 7100-EXIT.
078300     EXIT.
078400
078500*---------------------------------------------------------------
078600* 7200-WRITE-DETAIL-LINE - PRINT ONE BACON TYPE'S OLD AND NEW
078700* FIGURES.  THE PROMO COLUMNS ARE LEFT BLANK FOR A RECIPE WITH NO
078800* PROMO MARKUP.  PRICE IS COST TIMES MARKUP, AS IN 6300-COMPUTE-
078900* COST ON THE PREP SHEET, AND MARGIN IS PRICE LESS COST.
079000*---------------------------------------------------------------
079100 7200-WRITE-DETAIL-LINE.
079200     MOVE WS-BACON-DESC(WS-BACON-SUB) TO RD-BACON-DESC.
079300     MOVE WS-OLD-BATCH-COST TO RD-OLD-BATCH-COST.
079400     MOVE WS-NEW-BATCH-COST TO RD-NEW-BATCH-COST.
079500     MOVE WS-OLD-PER-PANCAKE TO RD-OLD-PER-PANCAKE.
079600     MOVE WS-NEW-PER-PANCAKE TO RD-NEW-PER-PANCAKE.
079700     COMPUTE WS-OLD-PRICE = WS-OLD-BATCH-COST * WS-BASE-MARKUP.
079800     COMPUTE WS-NEW-PRICE = WS-NEW-BATCH-COST * WS-BASE-MARKUP.
079900     COMPUTE WS-OLD-MARGIN = WS-OLD-PRICE - WS-OLD-BATCH-COST.
080000     COMPUTE WS-NEW-MARGIN = WS-NEW-PRICE - WS-NEW-BATCH-COST.
080100     MOVE WS-OLD-PRICE TO RD-OLD-BASE-PRICE.
080200     MOVE WS-NEW-PRICE TO RD-NEW-BASE-PRICE.
080300     MOVE WS-OLD-MARGIN TO RD-OLD-BASE-MARGIN.
080400     MOVE WS-NEW-MARGIN TO RD-NEW-BASE-MARGIN.
080500     MOVE SPACES TO RD-PROMO-COLUMNS.
080600     IF RECIPE-HAS-PROMO
080700         COMPUTE WS-OLD-PRICE =
080800             WS-OLD-BATCH-COST * WS-PROMO-MARKUP
080900         COMPUTE WS-NEW-PRICE =
081000             WS-NEW-BATCH-COST * WS-PROMO-MARKUP
081100         COMPUTE WS-OLD-MARGIN = WS-OLD-PRICE - WS-OLD-BATCH-COST
081200         COMPUTE WS-NEW-MARGIN = WS-NEW-PRICE - WS-NEW-BATCH-COST
081300         MOVE WS-OLD-PRICE TO RD-OLD-PROMO-PRICE
081400         MOVE WS-NEW-PRICE TO RD-NEW-PROMO-PRICE
081500         MOVE WS-OLD-MARGIN TO RD-OLD-PROMO-MARGIN
081600         MOVE WS-NEW-MARGIN TO RD-NEW-PROMO-MARGIN
081700     END-IF.
081800     IF BATCH-COST-CHANGED
081900         MOVE "*" TO RD-CHANGED-FLAG
082000     ELSE
082100         MOVE SPACE TO RD-CHANGED-FLAG
082200     END-IF.
082300     WRITE RPT-LINE FROM RPT-DETAIL-LINE AFTER ADVANCING 1 LINE.
082400     ADD 1 TO WS-LINES-ON-PAGE.
082500 7200-EXIT.
082600     EXIT.
082700
082800*---------------------------------------------------------------
082900* 7500-WRITE-PENDING-LINE - LIST ONE PENDING COST TRANSACTION
083000* WITH THE ITEM'S COST NOW AND AFTER, AND THE PERCENT CHANGE.
083100* THE CALLER HAS SET THE OLD AND NEW UNIT COSTS AND ANY NOTE.
083200*---------------------------------------------------------------
083300 7500-WRITE-PENDING-LINE.
083400     IF WS-LINES-ON-PAGE >= WS-MAX-LINES-PER-PAGE
083500         PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
083600         WRITE RPT-LINE FROM RPT-PEND-HEADING
083700             AFTER ADVANCING 2 LINES
083800         ADD 2 TO WS-LINES-ON-PAGE
083900     END-IF.
084000     MOVE MT-ACTION TO RP-ACTION.
084100     MOVE MT-CM-ITEM-CODE TO RP-ITEM-CODE.
084200     MOVE MT-USER-ID TO RP-USER-ID.
084300     MOVE WS-OLD-UNIT-COST TO RP-OLD-COST.
084400     MOVE WS-NEW-UNIT-COST TO RP-NEW-COST.
084500     MOVE ZERO TO WS-CHANGE-PCT.
084600     IF WS-OLD-UNIT-COST > ZERO
084700         COMPUTE WS-CHANGE-PCT ROUNDED =
084800             (WS-NEW-UNIT-COST - WS-OLD-UNIT-COST) * 100
084900             / WS-OLD-UNIT-COST
085000     END-IF.
085100     MOVE WS-CHANGE-PCT TO RP-CHANGE-PCT.
085200     WRITE RPT-LINE FROM RPT-PEND-LINE AFTER ADVANCING 1 LINE.
085300     ADD 1 TO WS-LINES-ON-PAGE.
085400 7500-EXIT.
085500     EXIT.
085600
085700*---------------------------------------------------------------
085800* 9999-TERMINATE - PRINT THE TOTALS AND CLOSE OUT.
085900*---------------------------------------------------------------
086000 9999-TERMINATE.
086100     MOVE "RECIPES PRICED" TO RT-LABEL.
086200     MOVE WS-TOTAL-RECIPES TO RT-COUNT.
086300     WRITE RPT-LINE FROM RPT-TOTAL-LINE
086400         AFTER ADVANCING 2 LINES.
086500     MOVE "RECIPES NOT USABLE" TO RT-LABEL.
086600     MOVE WS-TOTAL-RECIPES-SKIPPED TO RT-COUNT.
086700     WRITE RPT-LINE FROM RPT-TOTAL-LINE
086800         AFTER ADVANCING 1 LINE.
086900     MOVE "PENDING COST CHANGES READ" TO RT-LABEL.
087000     MOVE WS-TOTAL-TRANS-READ TO RT-COUNT.
087100     WRITE RPT-LINE FROM RPT-TOTAL-LINE
087200         AFTER ADVANCING 1 LINE.
087300     MOVE "PENDING COST CHANGES PRICED" TO RT-LABEL.
087400     MOVE WS-TOTAL-TRANS-PRICED TO RT-COUNT.
087500     WRITE RPT-LINE FROM RPT-TOTAL-LINE
087600         AFTER ADVANCING 1 LINE.
087700     MOVE "PENDING CHANGES NOT PRICED" TO RT-LABEL.
087800     MOVE WS-TOTAL-TRANS-UNUSABLE TO RT-COUNT.
087900     WRITE RPT-LINE FROM RPT-TOTAL-LINE
088000         AFTER ADVANCING 1 LINE.
088100     MOVE "BATCH COSTS CHANGED (*)" TO RT-LABEL.
088200     MOVE WS-TOTAL-LINES-CHANGED TO RT-COUNT.
088300     WRITE RPT-LINE FROM RPT-TOTAL-LINE
088400         AFTER ADVANCING 1 LINE.
088500     MOVE "COST RECORDS MISSING - OLD" TO RT-LABEL.
088600     MOVE WS-TOTAL-OLD-MISSING TO RT-COUNT.
088700     WRITE RPT-LINE FROM RPT-TOTAL-LINE
088800         AFTER ADVANCING 1 LINE.
088900     MOVE "COST RECORDS MISSING - NEW" TO RT-LABEL.
089000     MOVE WS-TOTAL-NEW-MISSING TO RT-COUNT.
089100     WRITE RPT-LINE FROM RPT-TOTAL-LINE
089200         AFTER ADVANCING 1 LINE.
089300     CLOSE RECIPE-MASTER.
089400     CLOSE COST-MASTER.
089500     CLOSE PRICE-MASTER.
089600     CLOSE COST-REPORT.
089700     DISPLAY "BACCSTRL - RECIPES PRICED:   " WS-TOTAL-RECIPES.
089800     DISPLAY "BACCSTRL - CHANGES PRICED:   "
089900         WS-TOTAL-TRANS-PRICED.
090000     DISPLAY "BACCSTRL - CHANGES UNUSABLE: "
090100         WS-TOTAL-TRANS-UNUSABLE.
090200 9999-EXIT.
090300     EXIT.
090400
090500 END PROGRAM BACCSTRL.
