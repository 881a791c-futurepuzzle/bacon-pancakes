001000*MASTER'S CANONICAL NAME, THEN GENERATES AN ORDER FOR EVERY
001100*ACTIVE CUSTOMER WITH A STANDING ORDER SO THE REGULARS' DAILY
001200*ORDERS STOP BEING RE-KEYED BY HAND EVERY SINGLE DAY.
001210*HOUSE ACCOUNTS ARE CREDIT-CHECKED AGAINST THE OPEN-RECEIVABLES
001220*MASTER FIRST, AND AN OVERDUE OR OVER-LIMIT ACCOUNT'S ORDERS ARE
001230*HELD ON THE CREDIT-HOLD REGISTER INSTEAD OF GOING TO THE KITCHEN.
001300*---------------------------------------------------------------
001400* MODIFICATION HISTORY
001500*---------------------------------------------------------------
002496*                      SHARED CONTROL-COUNT FILE SO THE END-OF-
002497*                      STREAM BALANCING STEP (BACBAL) CAN
002498*                      PROVE THE STEPS TIE.
249801* 10/15/26  DW         CREDIT HOLD FOR HOUSE ACCOUNTS.  THE
249802*                      CUSTOMER MASTER NOW CARRIES A CREDIT
249803*                      LIMIT AND A CREDIT STATUS (H = HELD BY
249804*                      THE OFFICE).  FOR EVERY BILLED CUSTOMER
249805*                      (CU-BILL-FLAG Y) THE OPEN ITEMS ON THE
249806*                      RECEIVABLES MASTER ARE TOTALED, AND THE
249807*                      STANDING ORDER AND ANY KEYED ORDERS UNDER
249808*                      THE CUSTOMER NUMBER ARE HELD WHEN THE
249809*                      ACCOUNT IS ON HOLD, HAS AN ITEM MORE THAN
249810*                      WS-OVERDUE-DAYS PAST DUE, OR ITS OPEN
249811*                      BALANCE PLUS TONIGHT'S ESTIMATED ORDERS
249812*                      (PRICED AS BACONPANCAKES WILL PRICE THEM)
249813*                      EXCEEDS THE LIMIT.  A ZERO LIMIT MEANS NO
249814*                      LIMIT.  HELD ORDERS ARE LISTED ON THE NEW
249815*                      CREDIT-HOLD REGISTER AND COUNTED ON THE
249816*                      CONTROL-COUNT FILE.  CARDS ON CRDCARD SET
249817*                      THE OVERDUE DAYS (OVERDUE NNN) AND LET A
249818*                      NAMED MANAGER RELEASE ONE CUSTOMER FOR ONE
249819*                      BUSINESS DATE (RELEASE NNNNN YYYYMMDD
249820*                      NAME).  RETURN-CODE 4 NOW ALSO FLAGS A RUN
249821*                      WITH HELD ORDERS.
002500*---------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
004360     SELECT CONTROL-COUNT-FILE ASSIGN TO CTLCOUNT
004370         ORGANIZATION IS SEQUENTIAL
004380         FILE STATUS IS WS-CTL-STATUS.
438001     SELECT RECEIVABLES-MASTER ASSIGN TO RECVMAST
438002         ORGANIZATION IS INDEXED
438003         ACCESS MODE IS DYNAMIC
438004         RECORD KEY IS AR-KEY
438005         FILE STATUS IS WS-RCV-STATUS.
438006
438007     SELECT COST-MASTER ASSIGN TO COSTMAST
438008         ORGANIZATION IS INDEXED
438009         ACCESS MODE IS RANDOM
438010         RECORD KEY IS CM-ITEM-CODE
438011         FILE STATUS IS WS-CST-STATUS.
438012
438013     SELECT PRICE-MASTER ASSIGN TO PRICMAST
438014         ORGANIZATION IS INDEXED
438015         ACCESS MODE IS RANDOM
438016         RECORD KEY IS PR-RECIPE-CODE
438017         FILE STATUS IS WS-PRC-STATUS.
438018
438019     SELECT CREDIT-CARD-FILE ASSIGN TO CRDCARD
438020         ORGANIZATION IS SEQUENTIAL
438021         FILE STATUS IS WS-CRD-STATUS.
438022
438023     SELECT CREDIT-HOLD-REGISTER ASSIGN TO CRHRPT
438024         ORGANIZATION IS SEQUENTIAL.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
006700* CUSTOMER-MASTER - ONE RECORD PER CUSTOMER: THE CANONICAL
006800* NAME, THE DEFAULT RECIPE AND BACON SUBSTITUTION, THE STANDING
006900* ORDER QUANTITIES, AND THE ACTIVE/INACTIVE FLAG.
006910* CU-CREDIT-LIMIT (ZERO = NO LIMIT) AND CU-CREDIT-STATUS (H =
006920* HELD BY THE OFFICE) GOVERN THE CREDIT CHECK ON HOUSE ACCOUNTS.
007000*---------------------------------------------------------------
007100 FD  CUSTOMER-MASTER
007200     LABEL RECORDS ARE STANDARD.
008410     05  CU-STORE-CODE       PIC X(02).
008420     05  CU-BILL-FLAG        PIC X(01).
008430     05  CU-TERMS-DAYS       PIC 9(03).
008440     05  CU-CREDIT-LIMIT     PIC 9(05)V99.
008450     05  CU-CREDIT-STATUS    PIC X(01).
008460     05  FILLER              PIC X(19).
008600
008700*---------------------------------------------------------------
008800* COMBINED-ORDER-FILE - THE KEYED ORDERS THAT PASSED PLUS THE
010204     05  CC-LABEL            PIC X(20).
010205     05  CC-COUNT            PIC 9(07).
010206     05  FILLER              PIC X(37).
020601*---------------------------------------------------------------
020602* RECEIVABLES-MASTER - ONE OPEN ITEM PER STATEMENT, KEYED ON
020603* CUSTOMER PLUS BILL DATE, AS BACBILL WRITES IT AND BACPAY POSTS
020604* AGAINST IT.  READ HERE FOR THE CREDIT CHECK ONLY.
020605*---------------------------------------------------------------
020606 FD  RECEIVABLES-MASTER
020607     LABEL RECORDS ARE STANDARD.
020608 01  AR-REC.
020609     05  AR-KEY.
020610         10  AR-CUST-NO      PIC 9(05).
020611         10  AR-BILL-DATE    PIC 9(08).
020612     05  AR-BILL-AMOUNT      PIC 9(07)V99.
020613     05  AR-AMOUNT-PAID      PIC 9(07)V99.
020614     05  AR-DUE-DATE         PIC 9(08).
020615     05  AR-STATUS           PIC X(01).
020616     05  FILLER              PIC X(40).
020617
020618*---------------------------------------------------------------
020619* COST-MASTER - PER-UNIT COST FOR EACH RAW INGREDIENT, USED TO
020620* ESTIMATE WHAT TONIGHT'S ORDERS WILL BILL.
020621*---------------------------------------------------------------
020622 FD  COST-MASTER
020623     LABEL RECORDS ARE STANDARD.
020624 01  COST-REC.
020625     05  CM-ITEM-CODE        PIC X(04).
020626     05  CM-ITEM-NAME        PIC X(20).
020627     05  CM-UNIT-COST        PIC 9(03)V99.
020628     05  FILLER              PIC X(08).
020629
020630*---------------------------------------------------------------
020631* PRICE-MASTER - THE BASE AND PROMOTIONAL MARKUPS FOR EACH
020632* RECIPE, APPLIED HERE AS BACONPANCAKES APPLIES THEM.
020633*---------------------------------------------------------------
020634 FD  PRICE-MASTER
020635     LABEL RECORDS ARE STANDARD.
020636 01  PRICE-REC.
020637     05  PR-RECIPE-CODE      PIC X(04).
020638     05  PR-BASE-MARKUP      PIC 9(01)V99.
020639     05  PR-PROMO-MARKUP     PIC 9(01)V99.
020640     05  PR-PROMO-DAY-FLAGS.
020641         10  PR-PROMO-DAY-FLAG OCCURS 7 TIMES
020642                             PIC X(01).
020643     05  PR-PROMO-START-DATE PIC 9(08).
020644     05  PR-PROMO-END-DATE   PIC 9(08).
020645     05  FILLER              PIC X(47).
020646
020647*---------------------------------------------------------------
020648* CREDIT-CARD-FILE - THE CREDIT CONTROL CARDS.  OVERDUE NNN IN
020649* COLUMNS 1-11 SETS HOW MANY DAYS PAST DUE AN OPEN ITEM MAY RUN
020650* BEFORE THE ACCOUNT IS HELD.  RELEASE NNNNN YYYYMMDD NAME
020651* RELEASES ONE CUSTOMER FOR THAT BUSINESS DATE ONLY, ON THE
020652* AUTHORITY OF THE MANAGER NAMED.
020653*---------------------------------------------------------------
020654 FD  CREDIT-CARD-FILE
020655     LABEL RECORDS ARE STANDARD.
020656 01  CREDIT-CARD-REC.
020657     05  CR-FUNCTION         PIC X(08).
020658     05  CR-RELEASE-DATA.
020659         10  CR-CUST-NO      PIC 9(05).
020660         10  FILLER          PIC X(01).
020661         10  CR-RELEASE-DATE PIC 9(08).
020662         10  FILLER          PIC X(01).
020663         10  CR-MANAGER      PIC X(20).
020664         10  FILLER          PIC X(37).
020665     05  CR-OVERDUE-DATA REDEFINES CR-RELEASE-DATA.
020666         10  CR-OVERDUE-DAYS PIC 9(03).
020667         10  FILLER          PIC X(69).
020668
020669*---------------------------------------------------------------
020670* CREDIT-HOLD-REGISTER - THE MANAGER'S LIST OF EVERY ORDER HELD
020671* FOR CREDIT, EVERY ACCOUNT RELEASED BY CARD, AND ANY CARD THAT
020672* COULD NOT BE USED.
020673*---------------------------------------------------------------
020674 FD  CREDIT-HOLD-REGISTER
020675     LABEL RECORDS ARE OMITTED.
020676 01  CRH-LINE                PIC X(132).
010207
010300 WORKING-STORAGE SECTION.
010400 01  SW-FILE-STATUS          PIC X(01).
012040
012050 01  WS-CTL-STATUS           PIC X(02).
012060     88  CTL-STATUS-OK       VALUE "00".
012061 01  WS-RCV-STATUS           PIC X(02).
012062     88  RCV-STATUS-OK       VALUE "00".
012063
012064 01  WS-CST-STATUS           PIC X(02).
012065     88  CST-STATUS-OK       VALUE "00".
012066
012067 01  WS-PRC-STATUS           PIC X(02).
012068     88  PRC-STATUS-OK       VALUE "00".
012069
012070 01  WS-CRD-STATUS           PIC X(02).
012071     88  CRD-STATUS-OK       VALUE "00".
012072
012073 01  SW-CARD-FILE-STATUS     PIC X(01).
012074     88  END-OF-CARDS        VALUE "Y".
012075     88  MORE-CARDS-EXIST    VALUE "N".
012076
012077 01  SW-RECEIVABLE-STATUS    PIC X(01).
012078     88  END-OF-ACCOUNT      VALUE "Y".
012079     88  MORE-ITEMS-EXIST    VALUE "N".
012080
012081 01  SW-CREDIT-STATUS        PIC X(01).
012082     88  CREDIT-IS-CLEAR     VALUE "C".
012083     88  CREDIT-IS-HELD      VALUE "H".
012084     88  CREDIT-IS-RELEASED  VALUE "R".
012100
012200 01  WS-REJECT-REASON        PIC X(30).
012300 01  WS-MAX-SEQ-NO           PIC 9(05) VALUE ZERO.
012600 01  WS-TOTAL-PASSED         PIC 9(05) VALUE ZERO COMP.
012700 01  WS-TOTAL-DROPPED        PIC 9(05) VALUE ZERO COMP.
012800 01  WS-TOTAL-GENERATED      PIC 9(05) VALUE ZERO COMP.
012801 01  WS-TOTAL-KEYED-HELD     PIC 9(05) VALUE ZERO COMP.
012802 01  WS-TOTAL-STANDING-DUE   PIC 9(05) VALUE ZERO COMP.
012803 01  WS-TOTAL-STANDING-HELD  PIC 9(05) VALUE ZERO COMP.
012804 01  WS-TOTAL-RELEASED       PIC 9(05) VALUE ZERO COMP.
012805 01  WS-TOTAL-CARDS-BAD      PIC 9(05) VALUE ZERO COMP.
012806 01  WS-TOTAL-RELEASE-UNUSED PIC 9(05) VALUE ZERO COMP.
012807
012808*---------------------------------------------------------------
012809* CREDIT CHECK FIELDS.  AN OPEN ITEM MORE THAN WS-OVERDUE-DAYS
012810* PAST DUE HOLDS THE ACCOUNT; THE OVERDUE CARD CAN CHANGE IT.
012811* THE DEFAULT MATCHES BACARAGE'S OVER-60 BUCKET.
012812*---------------------------------------------------------------
012813 01  WS-OVERDUE-DAYS         PIC 9(03) VALUE 60.
012814 01  WS-RUN-DAY-NO           PIC 9(07) VALUE ZERO.
012815 01  WS-RUN-DOW              PIC 9(01) VALUE ZERO.
012816 01  WS-DAYS-PAST-DUE        PIC S9(05) VALUE ZERO.
012817 01  WS-ITEM-BALANCE         PIC S9(07)V99 VALUE ZERO.
012818 01  WS-OPEN-BALANCE         PIC S9(07)V99 VALUE ZERO.
012819 01  WS-MAX-DAYS-OVER        PIC S9(05) VALUE ZERO.
012820 01  WS-TONIGHT-EST          PIC 9(07)V99 VALUE ZERO.
012821 01  WS-CREDIT-EXPOSURE      PIC S9(07)V99 VALUE ZERO.
012822 01  WS-HOLD-REASON          PIC X(28) VALUE SPACES.
012823 01  WS-HOLD-SOURCE          PIC X(08) VALUE SPACES.
012824 01  WS-CARD-REASON          PIC X(30) VALUE SPACES.
012825
012826*---------------------------------------------------------------
012827* ORDER ESTIMATE - AN ORDER'S QUANTITIES PRICED AT COST-MASTER
012828* UNIT COSTS TIMES THE RECIPE'S MARKUP FOR TONIGHT, THE SAME WAY
012829* BACONPANCAKES WILL PRICE IT.  THE STANDARD MARKUP FOR A RECIPE
012830* WITH NO PRICING RECORD IS BACONPANCAKES' 3.00.
012831*---------------------------------------------------------------
012832 01  WS-PRICE-MARKUP-FACTOR  PIC 9(01)V99 VALUE 3.00.
012833 01  WS-EFFECTIVE-MARKUP     PIC 9(01)V99 VALUE ZERO.
012834 01  WS-EST-COST             PIC 9(07)V99 VALUE ZERO.
012835 01  WS-EST-AMOUNT           PIC 9(07)V99 VALUE ZERO.
012836 01  WS-EST-RECIPE-CODE      PIC X(04) VALUE SPACES.
012837 01  WS-EST-BACON-SUB-CODE   PIC X(01) VALUE SPACES.
012838 01  WS-EST-SUB              PIC 9(01) VALUE ZERO COMP.
012839 01  WS-EST-TABLE.
012840     05  WS-EST-ENTRY OCCURS 5 TIMES.
012841         10  WS-EST-ITEM-CODE PIC X(04).
012842         10  WS-EST-QTY      PIC 9(03).
012843
012844*---------------------------------------------------------------
012845* CREDIT TABLE - ONE ENTRY PER CUSTOMER NUMBER SEEN TONIGHT: THE
012846* ESTIMATED VALUE OF ITS KEYED ORDERS (TOTALED BY A PASS OVER THE
012847* KEYED FILE BEFORE ANY ORDER IS COPIED) AND, ONCE MADE, THE
012848* CREDIT DECISION, SO EVERY ORDER UNDER ONE CUSTOMER NUMBER IS
012849* TREATED ALIKE.
012850*---------------------------------------------------------------
012851 01  WS-CR-COUNT             PIC 9(03) VALUE ZERO COMP.
012852 01  WS-CR-SUB               PIC 9(03) VALUE ZERO COMP.
012853 01  WS-CR-FOUND-SUB         PIC 9(03) VALUE ZERO COMP.
012854 01  WS-CR-LOOK-CUST-NO      PIC 9(05) VALUE ZERO.
012855 01  WS-CREDIT-TABLE.
012856     05  WS-CR-ENTRY OCCURS 500 TIMES.
012857         10  WS-CR-CUST-NO   PIC 9(05).
012858         10  WS-CR-KEYED-EST PIC 9(07)V99.
012859         10  WS-CR-DECISION  PIC X(01).
012860         10  WS-CR-BALANCE   PIC S9(07)V99.
012861         10  WS-CR-DAYS-OVER PIC S9(05).
012862         10  WS-CR-TONIGHT-EST PIC 9(07)V99.
012863         10  WS-CR-REASON    PIC X(28).
012864
012865*---------------------------------------------------------------
012866* RELEASE TABLE - THE RELEASE CARDS GOOD FOR TONIGHT.
012867*---------------------------------------------------------------
012868 01  WS-RL-COUNT             PIC 9(02) VALUE ZERO COMP.
012869 01  WS-RL-SUB               PIC 9(02) VALUE ZERO COMP.
012870 01  WS-RL-FOUND-SUB         PIC 9(02) VALUE ZERO COMP.
012871 01  WS-RELEASE-TABLE.
012872     05  WS-RL-ENTRY OCCURS 50 TIMES.
012873         10  WS-RL-CUST-NO   PIC 9(05).
012874         10  WS-RL-MANAGER   PIC X(20).
012875         10  WS-RL-USED-FLAG PIC X(01).
012900
013000*---------------------------------------------------------------
013100* REPORT CONTROL FIELDS.
013900 01  WS-PAGE-NO              PIC 9(03) VALUE ZERO COMP.
014000 01  WS-LINES-ON-PAGE        PIC 9(02) VALUE ZERO COMP.
014100 01  WS-MAX-LINES-PER-PAGE   PIC 9(02) VALUE 20 COMP.
014110 01  WS-CRH-PAGE-NO          PIC 9(03) VALUE ZERO COMP.
014120 01  WS-CRH-LINES-ON-PAGE    PIC 9(02) VALUE ZERO COMP.
014200
014300*---------------------------------------------------------------
014400* REPORT HEADING AND DETAIL LINE LAYOUTS.
018500     05  FILLER              PIC X(05) VALUE SPACES.
018600     05  RT-COUNT            PIC ZZZZZ9.
018700     05  FILLER              PIC X(91) VALUE SPACES.
018701*---------------------------------------------------------------
018702* CREDIT-HOLD REGISTER LAYOUTS.
018703*---------------------------------------------------------------
018704 01  RPT-CRH-HEADING-1.
018705     05  FILLER              PIC X(28)
018706         VALUE "BACON PANCAKES - CREDIT HOLD".
018707     05  RC1-MM              PIC 9(02).
018708     05  FILLER              PIC X(01) VALUE "/".
018709     05  RC1-DD              PIC 9(02).
018710     05  FILLER              PIC X(01) VALUE "/".
018711     05  RC1-YYYY            PIC 9(04).
018712     05  FILLER              PIC X(25) VALUE SPACES.
018713     05  FILLER              PIC X(05) VALUE "PAGE ".
018714     05  RC1-PAGE-NO         PIC ZZ9.
018715     05  FILLER              PIC X(61) VALUE SPACES.
018716
018717 01  RPT-CRH-HEADING-2.
018718     05  FILLER              PIC X(09) VALUE SPACES.
018719     05  FILLER              PIC X(07) VALUE "  SEQ".
018720     05  FILLER              PIC X(07) VALUE "CUST".
018721     05  FILLER              PIC X(22) VALUE "NAME".
018722     05  FILLER              PIC X(04) VALUE "ST".
018723     05  FILLER              PIC X(10) VALUE "ORDER".
018724     05  FILLER              PIC X(10) VALUE "  EST AMT".
018725     05  FILLER              PIC X(12) VALUE "  OPEN BAL".
018726     05  FILLER              PIC X(12) VALUE "     LIMIT".
018727     05  FILLER              PIC X(08) VALUE "DAYS OD".
018728     05  FILLER              PIC X(28) VALUE "REASON".
018729     05  FILLER              PIC X(03) VALUE SPACES.
018730
018731 01  RPT-CRH-RULE-LINE.
018732     05  FILLER              PIC X(46)
018733         VALUE "HOLDING HOUSE ACCOUNTS WITH AN OPEN ITEM OVER ".
018734     05  RU-OVERDUE-DAYS     PIC ZZ9.
018735     05  FILLER              PIC X(44)
018736         VALUE " DAYS PAST DUE OR OVER THEIR CREDIT LIMIT".
018737     05  FILLER              PIC X(39) VALUE SPACES.
018738
018739 01  RPT-HOLD-LINE.
018740     05  RX-ACTION           PIC X(09).
018741     05  RX-SEQ-NO           PIC ZZZZ9.
018742     05  FILLER              PIC X(02) VALUE SPACES.
018743     05  RX-CUST-NO          PIC 9(05).
018744     05  FILLER              PIC X(02) VALUE SPACES.
018745     05  RX-NAME             PIC X(20).
018746     05  FILLER              PIC X(02) VALUE SPACES.
018747     05  RX-STORE-CODE       PIC X(02).
018748     05  FILLER              PIC X(02) VALUE SPACES.
018749     05  RX-SOURCE           PIC X(08).
018750     05  FILLER              PIC X(02) VALUE SPACES.
018751     05  RX-EST-AMOUNT       PIC ZZZZ9.99.
018752     05  FILLER              PIC X(02) VALUE SPACES.
018753     05  RX-BALANCE          PIC ZZZZZZ9.99-.
018754     05  FILLER              PIC X(01) VALUE SPACES.
018755     05  RX-LIMIT            PIC ZZZZZZ9.99.
018756     05  FILLER              PIC X(02) VALUE SPACES.
018757     05  RX-DAYS-OVER        PIC ZZZZ9-.
018758     05  FILLER              PIC X(02) VALUE SPACES.
018759     05  RX-REASON           PIC X(28).
018760     05  FILLER              PIC X(03) VALUE SPACES.
018761
018762 01  RPT-RELEASE-LINE.
018763     05  FILLER              PIC X(09) VALUE "RELEASED ".
018764     05  FILLER              PIC X(07) VALUE SPACES.
018765     05  RR-CUST-NO          PIC 9(05).
018766     05  FILLER              PIC X(02) VALUE SPACES.
018767     05  RR-NAME             PIC X(20).
018768     05  FILLER              PIC X(02) VALUE SPACES.
018769     05  FILLER              PIC X(05) VALUE "WAS: ".
018770     05  RR-REASON           PIC X(28).
018771     05  FILLER              PIC X(02) VALUE SPACES.
018772     05  FILLER              PIC X(12) VALUE "RELEASED BY ".
018773     05  RR-MANAGER          PIC X(20).
018774     05  FILLER              PIC X(20) VALUE SPACES.
018775
018776 01  RPT-CARD-LINE.
018777     05  FILLER              PIC X(10) VALUE "CARD NG   ".
018778     05  RK-CARD-IMAGE       PIC X(80).
018779     05  FILLER              PIC X(02) VALUE SPACES.
018780     05  RK-REASON           PIC X(30).
018781     05  FILLER              PIC X(10) VALUE SPACES.
018800
018900 PROCEDURE DIVISION.
019000*---------------------------------------------------------------
020500     SET MORE-KEYED-EXIST TO TRUE.
020600     SET MORE-CUSTOMERS TO TRUE.
020700     PERFORM 1100-GET-BUSINESS-DATE THRU 1100-EXIT.
020900     OPEN INPUT CUSTOMER-MASTER.
021000     IF NOT CUS-STATUS-OK
021100         DISPLAY "BACORGEN - CUSTOMER-MASTER OPEN FAILED, "
021300         MOVE 16 TO RETURN-CODE
021400         STOP RUN
021500     END-IF.
021510     PERFORM 1200-OPEN-CREDIT-FILES THRU 1200-EXIT.
021520     PERFORM 1300-LOAD-CREDIT-CARDS THRU 1300-EXIT.
021530     PERFORM 1400-TOTAL-KEYED-ORDERS THRU 1400-EXIT.
021540     OPEN INPUT KEYED-ORDER-FILE.
021600     OPEN OUTPUT COMBINED-ORDER-FILE.
021700     IF NOT OUT-STATUS-OK
021800         DISPLAY "BACORGEN - COMBINED-ORDER-FILE OPEN FAILED, "
022774     END-READ.
022775     MOVE RC-BUSINESS-DATE TO WS-RUN-DATE-NUM.
022776     CLOSE RUN-CONTROL-FILE.
277601     COMPUTE WS-RUN-DAY-NO =
277602         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
277603     COMPUTE WS-RUN-DOW =
277604         FUNCTION MOD(WS-RUN-DAY-NO - 1, 7) + 1.
022777 1100-EXIT.
022778     EXIT.
120001*---------------------------------------------------------------
120002* 1200-OPEN-CREDIT-FILES - OPEN THE FILES THE CREDIT CHECK READS
120003* AND START THE CREDIT-HOLD REGISTER.
120004*---------------------------------------------------------------
120005 1200-OPEN-CREDIT-FILES.
120006     OPEN INPUT RECEIVABLES-MASTER.
120007     IF NOT RCV-STATUS-OK
120008         DISPLAY "BACORGEN - RECEIVABLES-MASTER OPEN FAILED, "
120009             "STATUS " WS-RCV-STATUS
120010         MOVE 16 TO RETURN-CODE
120011         STOP RUN
120012     END-IF.
120013     OPEN INPUT COST-MASTER.
120014     IF NOT CST-STATUS-OK
120015         DISPLAY "BACORGEN - COST-MASTER OPEN FAILED, "
120016             "STATUS " WS-CST-STATUS
120017         MOVE 16 TO RETURN-CODE
120018         STOP RUN
120019     END-IF.
120020     OPEN INPUT PRICE-MASTER.
120021     IF NOT PRC-STATUS-OK
120022         DISPLAY "BACORGEN - PRICE-MASTER OPEN FAILED, "
120023             "STATUS " WS-PRC-STATUS
120024         MOVE 16 TO RETURN-CODE
120025         STOP RUN
120026     END-IF.
120027     OPEN OUTPUT CREDIT-HOLD-REGISTER.
120028     PERFORM 7500-WRITE-CRH-HEADINGS THRU 7500-EXIT.
120029 1200-EXIT.
120030     EXIT.
120031
130001*---------------------------------------------------------------
130002* 1300-LOAD-CREDIT-CARDS - READ THE CREDIT CONTROL CARDS: TAKE
130003* THE OVERDUE DAYS, TABLE TONIGHT'S RELEASES, AND LIST ANY CARD
130004* THAT CANNOT BE USED.  THEN PRINT THE RULE IN FORCE.
130005*---------------------------------------------------------------
130006 1300-LOAD-CREDIT-CARDS.
130007     SET MORE-CARDS-EXIST TO TRUE.
130008     OPEN INPUT CREDIT-CARD-FILE.
130009     IF NOT CRD-STATUS-OK
130010         DISPLAY "BACORGEN - CREDIT-CARD-FILE OPEN FAILED, "
130011             "STATUS " WS-CRD-STATUS
130012         MOVE 16 TO RETURN-CODE
130013         STOP RUN
130014     END-IF.
130015     PERFORM 3100-READ-CARD THRU 3100-EXIT.
130016     PERFORM 1310-LOAD-ONE-CARD THRU 1310-EXIT
130017         UNTIL END-OF-CARDS.
130018     CLOSE CREDIT-CARD-FILE.
130019     MOVE WS-OVERDUE-DAYS TO RU-OVERDUE-DAYS.
130020     WRITE CRH-LINE FROM RPT-CRH-RULE-LINE
130021         AFTER ADVANCING 2 LINES.
130022     WRITE CRH-LINE FROM RPT-CRH-HEADING-2
130023         AFTER ADVANCING 2 LINES.
130024     ADD 4 TO WS-CRH-LINES-ON-PAGE.
130025 1300-EXIT.
130026     EXIT.
130027
131001*---------------------------------------------------------------
131002* 1310-LOAD-ONE-CARD - EDIT ONE CREDIT CONTROL CARD AND READ THE
131003* NEXT.  A RELEASE CARD MUST NAME A CUSTOMER, TONIGHT'S BUSINESS
131004* DATE, AND THE MANAGER RELEASING THE ACCOUNT.
131005*---------------------------------------------------------------
131006 1310-LOAD-ONE-CARD.
131007     MOVE SPACES TO WS-CARD-REASON.
131008     IF CR-FUNCTION = "OVERDUE "
131009         IF CR-OVERDUE-DAYS NUMERIC
131010             AND CR-OVERDUE-DAYS > ZERO
131011             MOVE CR-OVERDUE-DAYS TO WS-OVERDUE-DAYS
131012         ELSE
131013             MOVE "OVERDUE DAYS NOT NUMERIC" TO WS-CARD-REASON
131014         END-IF
131015         GO TO 1310-CHECK
131016     END-IF.
131017     IF CR-FUNCTION NOT = "RELEASE "
131018         MOVE "UNKNOWN CARD" TO WS-CARD-REASON
131019         GO TO 1310-CHECK
131020     END-IF.
131021     IF CR-CUST-NO NOT NUMERIC
131022         OR CR-CUST-NO = ZERO
131023         MOVE "CUSTOMER NUMBER NOT NUMERIC" TO WS-CARD-REASON
131024         GO TO 1310-CHECK
131025     END-IF.
131026     IF CR-RELEASE-DATE NOT NUMERIC
131027         OR CR-RELEASE-DATE NOT = WS-RUN-DATE-NUM
131028         MOVE "NOT DATED FOR TONIGHT" TO WS-CARD-REASON
131029         GO TO 1310-CHECK
131030     END-IF.
131031     IF CR-MANAGER = SPACES
131032         MOVE "NO MANAGER NAMED" TO WS-CARD-REASON
131033         GO TO 1310-CHECK
131034     END-IF.
131035     IF WS-RL-COUNT >= 50
131036         MOVE "MORE THAN 50 RELEASES" TO WS-CARD-REASON
131037         GO TO 1310-CHECK
131038     END-IF.
131039     ADD 1 TO WS-RL-COUNT.
131040     MOVE CR-CUST-NO TO WS-RL-CUST-NO(WS-RL-COUNT).
131041     MOVE CR-MANAGER TO WS-RL-MANAGER(WS-RL-COUNT).
131042     MOVE "N" TO WS-RL-USED-FLAG(WS-RL-COUNT).
131043 1310-CHECK.
131044     IF WS-CARD-REASON NOT = SPACES
131045         ADD 1 TO WS-TOTAL-CARDS-BAD
131046         PERFORM 7700-WRITE-CARD-LINE THRU 7700-EXIT
131047     END-IF.
131048     PERFORM 3100-READ-CARD THRU 3100-EXIT.
131049 1310-EXIT.
131050     EXIT.
131051
140001*---------------------------------------------------------------
140002* 1400-TOTAL-KEYED-ORDERS - PASS THE KEYED ORDERS ONCE BEFORE
140003* ANY IS COPIED AND TOTAL THE ESTIMATED VALUE OF EACH CUSTOMER'S
140004* ORDERS, SO THE CREDIT CHECK SEES ALL OF TONIGHT'S ORDERS FOR
140005* AN ACCOUNT.  THE FILE IS CLOSED AGAIN FOR THE COPY PASS.
140006*---------------------------------------------------------------
140007 1400-TOTAL-KEYED-ORDERS.
140008     OPEN INPUT KEYED-ORDER-FILE.
140009     PERFORM 3000-READ-KEYED THRU 3000-EXIT.
140010     PERFORM 1410-TOTAL-ONE-KEYED THRU 1410-EXIT
140011         UNTIL END-OF-KEYED.
140012     CLOSE KEYED-ORDER-FILE.
140013     SET MORE-KEYED-EXIST TO TRUE.
140014 1400-EXIT.
140015     EXIT.
140016
141001*---------------------------------------------------------------
141002* 1410-TOTAL-ONE-KEYED - ADD ONE KEYED ORDER'S ESTIMATE TO ITS
141003* CUSTOMER'S ENTRY IN THE CREDIT TABLE AND READ THE NEXT ONE.
141004* WALK-INS CARRY NO CUSTOMER NUMBER AND ARE NOT CHECKED.
141005*---------------------------------------------------------------
141006 1410-TOTAL-ONE-KEYED.
141007     IF OR-CUST-NO NOT NUMERIC
141008         OR OR-CUST-NO = ZERO
141009         GO TO 1410-NEXT
141010     END-IF.
141011     MOVE OR-CUST-NO TO WS-CR-LOOK-CUST-NO.
141012     PERFORM 4510-FIND-CREDIT-ENTRY THRU 4510-EXIT.
141013     IF WS-CR-FOUND-SUB = ZERO
141014         GO TO 1410-NEXT
141015     END-IF.
141016     PERFORM 5100-LOAD-KEYED-ESTIMATE THRU 5100-EXIT.
141017     PERFORM 5000-ESTIMATE-ORDER THRU 5000-EXIT.
141018     ADD WS-EST-AMOUNT TO WS-CR-KEYED-EST(WS-CR-FOUND-SUB).
141019 1410-NEXT.
141020     PERFORM 3000-READ-KEYED THRU 3000-EXIT.
141021 1410-EXIT.
141022     EXIT.
022900*---------------------------------------------------------------
023000* 2000-COPY-ONE-ORDER - VALIDATE ONE KEYED ORDER'S CUSTOMER
023100* NUMBER, PASS IT THROUGH WITH THE MASTER'S CANONICAL NAME, AND
023200* READ THE NEXT ONE.  A ZERO OR UNKEYED CUSTOMER NUMBER IS A
023300* WALK-IN AND PASSES THROUGH UNCHECKED.  AN ORDER FOR A HOUSE
023310* ACCOUNT THAT FAILS THE CREDIT CHECK IS HELD, NOT PASSED.
023400*---------------------------------------------------------------
023500 2000-COPY-ONE-ORDER.
023600     ADD 1 TO WS-TOTAL-KEYED.
026200         GO TO 2000-NEXT
026300     END-IF.
026400     MOVE CU-NAME TO OR-NAME.
026405     PERFORM 4500-CHECK-CREDIT THRU 4500-EXIT.
026410     IF CREDIT-IS-HELD
026415         ADD 1 TO WS-TOTAL-KEYED-HELD
026420         PERFORM 5100-LOAD-KEYED-ESTIMATE THRU 5100-EXIT
026425         PERFORM 5000-ESTIMATE-ORDER THRU 5000-EXIT
026430         MOVE OR-SEQ-NO TO RX-SEQ-NO
026435         MOVE OR-STORE-CODE TO RX-STORE-CODE
026440         MOVE "KEYED" TO WS-HOLD-SOURCE
026445         PERFORM 7600-WRITE-HOLD-LINE THRU 7600-EXIT
026450         GO TO 2000-NEXT
026455     END-IF.
026500 2000-WRITE.
026600     ADD 1 TO WS-TOTAL-PASSED.
026700     PERFORM 2100-WRITE-COMBINED THRU 2100-EXIT.
029700     END-READ.
029800 3000-EXIT.
029900     EXIT.
310001*---------------------------------------------------------------
310002* 3100-READ-CARD - READ THE NEXT CREDIT CONTROL CARD, SETTING
310003* THE END-OF-CARDS SWITCH WHEN THE FILE IS EXHAUSTED.
310004*---------------------------------------------------------------
310005 3100-READ-CARD.
310006     READ CREDIT-CARD-FILE
310007         AT END
310008             SET END-OF-CARDS TO TRUE
310009     END-READ.
310010 3100-EXIT.
310011     EXIT.
030100*---------------------------------------------------------------
030200* 4000-GENERATE-STANDING - SCAN THE CUSTOMER MASTER FRONT TO
030300* BACK AND GENERATE AN ORDER FOR EVERY ACTIVE CUSTOMER WITH A
031600
031700*---------------------------------------------------------------
031800* 4100-CHECK-ONE-CUSTOMER - READ THE NEXT CUSTOMER AND GENERATE
031900* AN ORDER IF AN ACTIVE STANDING ORDER IS ON FILE AND THE
031910* ACCOUNT PASSES THE CREDIT CHECK.
032000*---------------------------------------------------------------
032100 4100-CHECK-ONE-CUSTOMER.
032200     READ CUSTOMER-MASTER NEXT
032400             SET END-OF-CUSTOMERS TO TRUE
032500             GO TO 4100-EXIT
032600     END-READ.
032700     IF CU-ACTIVE-FLAG NOT = "A"
032800         OR CU-STANDING-FLAG NOT = "Y"
032810         GO TO 4100-EXIT
032820     END-IF.
032830     ADD 1 TO WS-TOTAL-STANDING-DUE.
032840     PERFORM 4500-CHECK-CREDIT THRU 4500-EXIT.
032850     IF CREDIT-IS-HELD
032860         ADD 1 TO WS-TOTAL-STANDING-HELD
032870         PERFORM 5200-LOAD-STANDING-ESTIMATE THRU 5200-EXIT
032880         PERFORM 5000-ESTIMATE-ORDER THRU 5000-EXIT
032890         MOVE ZERO TO RX-SEQ-NO
032900         MOVE CU-STORE-CODE TO RX-STORE-CODE
032910         MOVE "STANDING" TO WS-HOLD-SOURCE
032920         PERFORM 7600-WRITE-HOLD-LINE THRU 7600-EXIT
032930         GO TO 4100-EXIT
032940     END-IF.
032950     PERFORM 4200-BUILD-ONE-ORDER THRU 4200-EXIT.
033100 4100-EXIT.
033200     EXIT.
033300
035300     PERFORM 7200-WRITE-GEN-LINE THRU 7200-EXIT.
035400 4200-EXIT.
035500     EXIT.
450001*---------------------------------------------------------------
450002* 4500-CHECK-CREDIT - DECIDE WHETHER THE CUSTOMER NOW IN
450003* CUSTOMER-REC MAY ORDER TONIGHT.  ONLY BILLED HOUSE ACCOUNTS ARE
450004* CHECKED; EVERYONE ELSE PAYS AT THE TILL.  THE FIRST ORDER
450005* UNDER A CUSTOMER NUMBER MAKES THE DECISION AND EVERY LATER ONE
450006* TAKES IT FROM THE CREDIT TABLE.  A HELD ACCOUNT WITH A RELEASE
450007* CARD FOR TONIGHT IS RELEASED AND NOTED ON THE REGISTER ONCE.
450008*---------------------------------------------------------------
450009 4500-CHECK-CREDIT.
450010     SET CREDIT-IS-CLEAR TO TRUE.
450011     IF CU-BILL-FLAG NOT = "Y"
450012         GO TO 4500-EXIT
450013     END-IF.
450014     MOVE CU-CUST-NO TO WS-CR-LOOK-CUST-NO.
450015     PERFORM 4510-FIND-CREDIT-ENTRY THRU 4510-EXIT.
450016     IF WS-CR-FOUND-SUB > ZERO
450017         AND WS-CR-DECISION(WS-CR-FOUND-SUB) NOT = SPACE
450018         MOVE WS-CR-DECISION(WS-CR-FOUND-SUB) TO SW-CREDIT-STATUS
450019         MOVE WS-CR-BALANCE(WS-CR-FOUND-SUB) TO WS-OPEN-BALANCE
450020         MOVE WS-CR-DAYS-OVER(WS-CR-FOUND-SUB)
450021             TO WS-MAX-DAYS-OVER
450022         MOVE WS-CR-TONIGHT-EST(WS-CR-FOUND-SUB)
450023             TO WS-TONIGHT-EST
450024         MOVE WS-CR-REASON(WS-CR-FOUND-SUB) TO WS-HOLD-REASON
450025         GO TO 4500-EXIT
450026     END-IF.
450027     PERFORM 4600-WEIGH-ACCOUNT THRU 4600-EXIT.
450028     IF WS-HOLD-REASON NOT = SPACES
450029         PERFORM 4700-FIND-RELEASE THRU 4700-EXIT
450030         IF WS-RL-FOUND-SUB > ZERO
450031             SET CREDIT-IS-RELEASED TO TRUE
450032             MOVE "Y" TO WS-RL-USED-FLAG(WS-RL-FOUND-SUB)
450033             ADD 1 TO WS-TOTAL-RELEASED
450034             PERFORM 7650-WRITE-RELEASE-LINE THRU 7650-EXIT
450035         ELSE
450036             SET CREDIT-IS-HELD TO TRUE
450037         END-IF
450038     END-IF.
450039     IF WS-CR-FOUND-SUB > ZERO
450040         MOVE SW-CREDIT-STATUS TO WS-CR-DECISION(WS-CR-FOUND-SUB)
450041         MOVE WS-OPEN-BALANCE TO WS-CR-BALANCE(WS-CR-FOUND-SUB)
450042         MOVE WS-MAX-DAYS-OVER
450043             TO WS-CR-DAYS-OVER(WS-CR-FOUND-SUB)
450044         MOVE WS-TONIGHT-EST
450045             TO WS-CR-TONIGHT-EST(WS-CR-FOUND-SUB)
450046         MOVE WS-HOLD-REASON TO WS-CR-REASON(WS-CR-FOUND-SUB)
450047     END-IF.
450048 4500-EXIT.
450049     EXIT.
450050
451001*---------------------------------------------------------------
451002* 4510-FIND-CREDIT-ENTRY - FIND OR ADD WS-CR-LOOK-CUST-NO IN THE
451003* CREDIT TABLE.  WHEN THE TABLE IS FULL WS-CR-FOUND-SUB IS LEFT
451004* ZERO AND THE ACCOUNT IS WEIGHED ORDER BY ORDER, ON ITS
451005* STANDING ORDER ALONE.
451006*---------------------------------------------------------------
451007 4510-FIND-CREDIT-ENTRY.
451008     MOVE ZERO TO WS-CR-FOUND-SUB.
451009     PERFORM 4520-MATCH-ONE-CREDIT THRU 4520-EXIT
451010         VARYING WS-CR-SUB FROM 1 BY 1
451011         UNTIL WS-CR-SUB > WS-CR-COUNT
451012             OR WS-CR-FOUND-SUB > ZERO.
451013     IF WS-CR-FOUND-SUB > ZERO
451014         GO TO 4510-EXIT
451015     END-IF.
451016     IF WS-CR-COUNT >= 500
451017         DISPLAY "BACORGEN - MORE THAN 500 ACCOUNTS, "
451018             WS-CR-LOOK-CUST-NO " WEIGHED ORDER BY ORDER"
451019         GO TO 4510-EXIT
451020     END-IF.
451021     ADD 1 TO WS-CR-COUNT.
451022     MOVE WS-CR-COUNT TO WS-CR-FOUND-SUB.
451023     MOVE WS-CR-LOOK-CUST-NO TO WS-CR-CUST-NO(WS-CR-FOUND-SUB).
451024     MOVE ZERO TO WS-CR-KEYED-EST(WS-CR-FOUND-SUB).
451025     MOVE SPACE TO WS-CR-DECISION(WS-CR-FOUND-SUB).
451026 4510-EXIT.
451027     EXIT.
451028
452001*---------------------------------------------------------------
452002* 4520-MATCH-ONE-CREDIT - COMPARE ONE CREDIT TABLE ENTRY TO THE
452003* CUSTOMER NUMBER BEING LOOKED UP.
452004*---------------------------------------------------------------
452005 4520-MATCH-ONE-CREDIT.
452006     IF WS-CR-CUST-NO(WS-CR-SUB) = WS-CR-LOOK-CUST-NO
452007         MOVE WS-CR-SUB TO WS-CR-FOUND-SUB
452008     END-IF.
452009 4520-EXIT.
452010     EXIT.
452011
460001*---------------------------------------------------------------
460002* 4600-WEIGH-ACCOUNT - TOTAL THE ACCOUNT'S OPEN ITEMS AND
460003* TONIGHT'S ESTIMATED ORDERS AND SET WS-HOLD-REASON IF THE
460004* ACCOUNT IS ON HOLD, HAS AN ITEM TOO FAR PAST DUE, OR WOULD GO
460005* OVER ITS CREDIT LIMIT.  SPACES MEANS THE ACCOUNT IS CLEAR.
460006*---------------------------------------------------------------
460007 4600-WEIGH-ACCOUNT.
460008     MOVE SPACES TO WS-HOLD-REASON.
460009     MOVE ZERO TO WS-TONIGHT-EST.
460010     IF WS-CR-FOUND-SUB > ZERO
460011         MOVE WS-CR-KEYED-EST(WS-CR-FOUND-SUB) TO WS-TONIGHT-EST
460012     END-IF.
460013     IF CU-ACTIVE-FLAG = "A"
460014         AND CU-STANDING-FLAG = "Y"
460015         PERFORM 5200-LOAD-STANDING-ESTIMATE THRU 5200-EXIT
460016         PERFORM 5000-ESTIMATE-ORDER THRU 5000-EXIT
460017         ADD WS-EST-AMOUNT TO WS-TONIGHT-EST
460018     END-IF.
460019     PERFORM 4650-TOTAL-RECEIVABLES THRU 4650-EXIT.
460020     IF CU-CREDIT-STATUS = "H"
460021         MOVE "ACCOUNT ON CREDIT HOLD" TO WS-HOLD-REASON
460022         GO TO 4600-EXIT
460023     END-IF.
460024     IF WS-MAX-DAYS-OVER > WS-OVERDUE-DAYS
460025         MOVE "OPEN ITEM TOO FAR PAST DUE" TO WS-HOLD-REASON
460026         GO TO 4600-EXIT
460027     END-IF.
460028     IF CU-CREDIT-LIMIT NOT NUMERIC
460029         OR CU-CREDIT-LIMIT = ZERO
460030         GO TO 4600-EXIT
460031     END-IF.
460032     COMPUTE WS-CREDIT-EXPOSURE =
460033         WS-OPEN-BALANCE + WS-TONIGHT-EST.
460034     IF WS-CREDIT-EXPOSURE > CU-CREDIT-LIMIT
460035         MOVE "OVER CREDIT LIMIT" TO WS-HOLD-REASON
460036     END-IF.
460037 4600-EXIT.
460038     EXIT.
460039
465001*---------------------------------------------------------------
465002* 4650-TOTAL-RECEIVABLES - READ THE CUSTOMER'S ITEMS ON THE
465003* RECEIVABLES MASTER, TOTALING THE OPEN BALANCE AND NOTING HOW
465004* FAR PAST DUE THE OLDEST STILL-OPEN ITEM IS.
465005*---------------------------------------------------------------
465006 4650-TOTAL-RECEIVABLES.
465007     MOVE ZERO TO WS-OPEN-BALANCE.
465008     MOVE ZERO TO WS-MAX-DAYS-OVER.
465009     SET MORE-ITEMS-EXIST TO TRUE.
465010     MOVE CU-CUST-NO TO AR-CUST-NO.
465011     MOVE ZERO TO AR-BILL-DATE.
465012     START RECEIVABLES-MASTER KEY NOT < AR-KEY
465013         INVALID KEY
465014             SET END-OF-ACCOUNT TO TRUE
465015     END-START.
465016     PERFORM 4660-ADD-ONE-ITEM THRU 4660-EXIT
465017         UNTIL END-OF-ACCOUNT.
465018 4650-EXIT.
465019     EXIT.
465020
466001*---------------------------------------------------------------
466002* 4660-ADD-ONE-ITEM - READ THE NEXT RECEIVABLE AND, WHILE IT IS
466003* STILL THIS CUSTOMER'S, ADD ANY OPEN BALANCE AND AGE IT AS
466004* BACARAGE DOES.
466005*---------------------------------------------------------------
466006 4660-ADD-ONE-ITEM.
466007     READ RECEIVABLES-MASTER NEXT
466008         AT END
466009             SET END-OF-ACCOUNT TO TRUE
466010             GO TO 4660-EXIT
466011     END-READ.
466012     IF AR-CUST-NO NOT = CU-CUST-NO
466013         SET END-OF-ACCOUNT TO TRUE
466014         GO TO 4660-EXIT
466015     END-IF.
466016     IF AR-STATUS NOT = "O"
466017         GO TO 4660-EXIT
466018     END-IF.
466019     COMPUTE WS-ITEM-BALANCE = AR-BILL-AMOUNT - AR-AMOUNT-PAID.
466020     IF WS-ITEM-BALANCE <= ZERO
466021         GO TO 4660-EXIT
466022     END-IF.
466023     ADD WS-ITEM-BALANCE TO WS-OPEN-BALANCE.
466024     COMPUTE WS-DAYS-PAST-DUE = WS-RUN-DAY-NO
466025         - FUNCTION INTEGER-OF-DATE(AR-DUE-DATE).
466026     IF WS-DAYS-PAST-DUE > WS-MAX-DAYS-OVER
466027         MOVE WS-DAYS-PAST-DUE TO WS-MAX-DAYS-OVER
466028     END-IF.
466029 4660-EXIT.
466030     EXIT.
466031
470001*---------------------------------------------------------------
470002* 4700-FIND-RELEASE - LOOK FOR A RELEASE CARD FOR THE CUSTOMER.
470003*---------------------------------------------------------------
470004 4700-FIND-RELEASE.
470005     MOVE ZERO TO WS-RL-FOUND-SUB.
470006     PERFORM 4710-MATCH-ONE-RELEASE THRU 4710-EXIT
470007         VARYING WS-RL-SUB FROM 1 BY 1
470008         UNTIL WS-RL-SUB > WS-RL-COUNT
470009             OR WS-RL-FOUND-SUB > ZERO.
470010 4700-EXIT.
470011     EXIT.
470012
471001*---------------------------------------------------------------
471002* 4710-MATCH-ONE-RELEASE - COMPARE ONE RELEASE CARD TO THE
471003* CUSTOMER NUMBER.
471004*---------------------------------------------------------------
471005 4710-MATCH-ONE-RELEASE.
471006     IF WS-RL-CUST-NO(WS-RL-SUB) = CU-CUST-NO
471007         MOVE WS-RL-SUB TO WS-RL-FOUND-SUB
471008     END-IF.
471009 4710-EXIT.
471010     EXIT.
471011
500001*---------------------------------------------------------------
500002* 5000-ESTIMATE-ORDER - PRICE THE QUANTITIES IN WS-EST-TABLE AT
500003* COST-MASTER UNIT COSTS AND TONIGHT'S MARKUP FOR
500004* WS-EST-RECIPE-CODE, INTO WS-EST-AMOUNT.  A MISSING COST RECORD
500005* COSTS THAT INGREDIENT AT ZERO, AS IN BACONPANCAKES.
500006*---------------------------------------------------------------
500007 5000-ESTIMATE-ORDER.
500008     MOVE ZERO TO WS-EST-COST.
500009     PERFORM 5010-COST-ONE-ITEM THRU 5010-EXIT
500010         VARYING WS-EST-SUB FROM 1 BY 1
500011         UNTIL WS-EST-SUB > 5.
500012     PERFORM 5050-GET-MARKUP THRU 5050-EXIT.
500013     COMPUTE WS-EST-AMOUNT =
500014         WS-EST-COST * WS-EFFECTIVE-MARKUP.
500015 5000-EXIT.
500016     EXIT.
500017
501001*---------------------------------------------------------------
501002* 5010-COST-ONE-ITEM - ADD ONE INGREDIENT'S COST TO WS-EST-COST.
501003*---------------------------------------------------------------
501004 5010-COST-ONE-ITEM.
501005     IF WS-EST-QTY(WS-EST-SUB) = ZERO
501006         GO TO 5010-EXIT
501007     END-IF.
501008     MOVE WS-EST-ITEM-CODE(WS-EST-SUB) TO CM-ITEM-CODE.
501009     READ COST-MASTER
501010         INVALID KEY
501011             GO TO 5010-EXIT
501012     END-READ.
501013     IF CM-UNIT-COST NOT NUMERIC
501014         GO TO 5010-EXIT
501015     END-IF.
501016     COMPUTE WS-EST-COST = WS-EST-COST +
501017         (WS-EST-QTY(WS-EST-SUB) * CM-UNIT-COST).
501018 5010-EXIT.
501019     EXIT.
501020
505001*---------------------------------------------------------------
505002* 5050-GET-MARKUP - TONIGHT'S MARKUP FOR THE RECIPE, BY THE SAME
505003* RULES AS 6400-GET-MARKUP IN BACONPANCAKES: THE BASE MARKUP,
505004* OVERRIDDEN BY THE PROMOTIONAL MARKUP ON A FLAGGED DAY (ALL
505005* BLANK = EVERY DAY) INSIDE THE PROMO DATES (ZERO = OPEN-ENDED).
505006*---------------------------------------------------------------
505007 5050-GET-MARKUP.
505008     MOVE WS-PRICE-MARKUP-FACTOR TO WS-EFFECTIVE-MARKUP.
505009     MOVE WS-EST-RECIPE-CODE TO PR-RECIPE-CODE.
505010     READ PRICE-MASTER
505011         INVALID KEY
505012             GO TO 5050-EXIT
505013     END-READ.
505014     IF PR-BASE-MARKUP NUMERIC
505015         AND PR-BASE-MARKUP > ZERO
505016         MOVE PR-BASE-MARKUP TO WS-EFFECTIVE-MARKUP
505017     END-IF.
505018     IF PR-PROMO-MARKUP NOT NUMERIC
505019         OR PR-PROMO-MARKUP = ZERO
505020         GO TO 5050-EXIT
505021     END-IF.
505022     IF PR-PROMO-START-DATE NOT NUMERIC
505023         OR PR-PROMO-END-DATE NOT NUMERIC
505024         GO TO 5050-EXIT
505025     END-IF.
505026     IF PR-PROMO-DAY-FLAGS NOT = SPACES
505027         AND PR-PROMO-DAY-FLAG(WS-RUN-DOW) NOT = "Y"
505028         GO TO 5050-EXIT
505029     END-IF.
505030     IF PR-PROMO-START-DATE > ZERO
505031         AND WS-RUN-DATE-NUM < PR-PROMO-START-DATE
505032         GO TO 5050-EXIT
505033     END-IF.
505034     IF PR-PROMO-END-DATE > ZERO
505035         AND WS-RUN-DATE-NUM > PR-PROMO-END-DATE
505036         GO TO 5050-EXIT
505037     END-IF.
505038     MOVE PR-PROMO-MARKUP TO WS-EFFECTIVE-MARKUP.
505039 5050-EXIT.
505040     EXIT.
505041
510001*---------------------------------------------------------------
510002* 5100-LOAD-KEYED-ESTIMATE - SET UP WS-EST-TABLE FROM THE KEYED
510003* ORDER IN ORDER-REC.  AN UNKEYED QUANTITY COUNTS AS ZERO
510004* (BACONVAL WILL SUSPEND THE ORDER ANYWAY).
510005*---------------------------------------------------------------
510006 5100-LOAD-KEYED-ESTIMATE.
510007     MOVE OR-RECIPE-CODE TO WS-EST-RECIPE-CODE.
510008     MOVE OR-BACON-SUB-CODE TO WS-EST-BACON-SUB-CODE.
510009     PERFORM 5300-SET-ITEM-CODES THRU 5300-EXIT.
510010     MOVE ZERO TO WS-EST-QTY(1) WS-EST-QTY(2) WS-EST-QTY(3)
510011                  WS-EST-QTY(4) WS-EST-QTY(5).
510012     IF OR-FLOUR NUMERIC
510013         MOVE OR-FLOUR TO WS-EST-QTY(1)
510014     END-IF.
510015     IF OR-SUGAR NUMERIC
510016         MOVE OR-SUGAR TO WS-EST-QTY(2)
510017     END-IF.
510018     IF OR-MILK NUMERIC
510019         MOVE OR-MILK TO WS-EST-QTY(3)
510020     END-IF.
510021     IF OR-BACON NUMERIC
510022         AND OR-BACON-SUB-CODE NOT = "N"
510023         MOVE OR-BACON TO WS-EST-QTY(4)
510024     END-IF.
510025     IF OR-BAKEPOWDER NUMERIC
510026         MOVE OR-BAKEPOWDER TO WS-EST-QTY(5)
510027     END-IF.
510028 5100-EXIT.
510029     EXIT.
510030
520001*---------------------------------------------------------------
520002* 5200-LOAD-STANDING-ESTIMATE - SET UP WS-EST-TABLE FROM THE
520003* STANDING-ORDER FIELDS OF THE CUSTOMER IN CUSTOMER-REC.
520004*---------------------------------------------------------------
520005 5200-LOAD-STANDING-ESTIMATE.
520006     MOVE CU-RECIPE-CODE TO WS-EST-RECIPE-CODE.
520007     MOVE CU-BACON-SUB-CODE TO WS-EST-BACON-SUB-CODE.
520008     PERFORM 5300-SET-ITEM-CODES THRU 5300-EXIT.
520009     MOVE ZERO TO WS-EST-QTY(1) WS-EST-QTY(2) WS-EST-QTY(3)
520010                  WS-EST-QTY(4) WS-EST-QTY(5).
520011     IF CU-STD-FLOUR NUMERIC
520012         MOVE CU-STD-FLOUR TO WS-EST-QTY(1)
520013     END-IF.
520014     IF CU-STD-SUGAR NUMERIC
520015         MOVE CU-STD-SUGAR TO WS-EST-QTY(2)
520016     END-IF.
520017     IF CU-STD-MILK NUMERIC
520018         MOVE CU-STD-MILK TO WS-EST-QTY(3)
520019     END-IF.
520020     IF CU-STD-BACON NUMERIC
520021         AND CU-BACON-SUB-CODE NOT = "N"
520022         MOVE CU-STD-BACON TO WS-EST-QTY(4)
520023     END-IF.
520024     IF CU-STD-BAKEPOWDER NUMERIC
520025         MOVE CU-STD-BAKEPOWDER TO WS-EST-QTY(5)
520026     END-IF.
520027 5200-EXIT.
520028     EXIT.
520029
530001*---------------------------------------------------------------
530002* 5300-SET-ITEM-CODES - THE INVENTORY ITEM CODE FOR EACH
530003* INGREDIENT, WITH THE BACON ITEM FOLLOWING THE SUBSTITUTION
530004* CODE AS IN BACONPANCAKES.
530005*---------------------------------------------------------------
530006 5300-SET-ITEM-CODES.
530007     MOVE "FLUR" TO WS-EST-ITEM-CODE(1).
530008     MOVE "SUGR" TO WS-EST-ITEM-CODE(2).
530009     MOVE "MILK" TO WS-EST-ITEM-CODE(3).
530010     IF WS-EST-BACON-SUB-CODE = "T"
530011         MOVE "TBAC" TO WS-EST-ITEM-CODE(4)
530012     ELSE
530013     IF WS-EST-BACON-SUB-CODE = "V"
530014         MOVE "VBAC" TO WS-EST-ITEM-CODE(4)
530015     ELSE
530016         MOVE "BACN" TO WS-EST-ITEM-CODE(4)
530017     END-IF
530018     END-IF.
530019     MOVE "BKPW" TO WS-EST-ITEM-CODE(5).
530020 5300-EXIT.
530021     EXIT.
035700*---------------------------------------------------------------
035800* 7000-WRITE-HEADINGS - START A NEW REGISTER PAGE.
035900*---------------------------------------------------------------
040100     ADD 1 TO WS-LINES-ON-PAGE.
040200 7200-EXIT.
040300     EXIT.
750001*---------------------------------------------------------------
750002* 7500-WRITE-CRH-HEADINGS - START A NEW CREDIT-HOLD REGISTER
750003* PAGE.
750004*---------------------------------------------------------------
750005 7500-WRITE-CRH-HEADINGS.
750006     ADD 1 TO WS-CRH-PAGE-NO.
750007     MOVE WS-RUN-MM TO RC1-MM.
750008     MOVE WS-RUN-DD TO RC1-DD.
750009     MOVE WS-RUN-YYYY TO RC1-YYYY.
750010     MOVE WS-CRH-PAGE-NO TO RC1-PAGE-NO.
750011     WRITE CRH-LINE FROM RPT-CRH-HEADING-1 AFTER ADVANCING PAGE.
750012     MOVE ZERO TO WS-CRH-LINES-ON-PAGE.
750013     IF WS-CRH-PAGE-NO > 1
750014         WRITE CRH-LINE FROM RPT-CRH-HEADING-2
750015             AFTER ADVANCING 2 LINES
750016         MOVE 2 TO WS-CRH-LINES-ON-PAGE
750017     END-IF.
750018 7500-EXIT.
750019     EXIT.
750020
760001*---------------------------------------------------------------
760002* 7600-WRITE-HOLD-LINE - LIST ONE HELD ORDER WITH THE ACCOUNT'S
760003* FIGURES.  THE CALLER HAS SET THE SEQUENCE NUMBER, STORE, AND
760004* SOURCE AND PRICED THE ORDER INTO WS-EST-AMOUNT.
760005*---------------------------------------------------------------
760006 7600-WRITE-HOLD-LINE.
760007     IF WS-CRH-LINES-ON-PAGE >= WS-MAX-LINES-PER-PAGE
760008         PERFORM 7500-WRITE-CRH-HEADINGS THRU 7500-EXIT
760009     END-IF.
760010     MOVE "HELD     " TO RX-ACTION.
760011     MOVE CU-CUST-NO TO RX-CUST-NO.
760012     MOVE CU-NAME TO RX-NAME.
760013     MOVE WS-HOLD-SOURCE TO RX-SOURCE.
760014     MOVE WS-EST-AMOUNT TO RX-EST-AMOUNT.
760015     MOVE WS-OPEN-BALANCE TO RX-BALANCE.
760016     IF CU-CREDIT-LIMIT NUMERIC
760017         MOVE CU-CREDIT-LIMIT TO RX-LIMIT
760018     ELSE
760019         MOVE ZERO TO RX-LIMIT
760020     END-IF.
760021     MOVE WS-MAX-DAYS-OVER TO RX-DAYS-OVER.
760022     MOVE WS-HOLD-REASON TO RX-REASON.
760023     WRITE CRH-LINE FROM RPT-HOLD-LINE AFTER ADVANCING 1 LINE.
760024     ADD 1 TO WS-CRH-LINES-ON-PAGE.
760025 7600-EXIT.
760026     EXIT.
760027
765001*---------------------------------------------------------------
765002* 7650-WRITE-RELEASE-LINE - NOTE AN ACCOUNT RELEASED BY CARD,
765003* WITH THE HOLD IT WOULD OTHERWISE HAVE HAD AND THE MANAGER WHO
765004* RELEASED IT.
765005*---------------------------------------------------------------
765006 7650-WRITE-RELEASE-LINE.
765007     IF WS-CRH-LINES-ON-PAGE >= WS-MAX-LINES-PER-PAGE
765008         PERFORM 7500-WRITE-CRH-HEADINGS THRU 7500-EXIT
765009     END-IF.
765010     MOVE CU-CUST-NO TO RR-CUST-NO.
765011     MOVE CU-NAME TO RR-NAME.
765012     MOVE WS-HOLD-REASON TO RR-REASON.
765013     MOVE WS-RL-MANAGER(WS-RL-FOUND-SUB) TO RR-MANAGER.
765014     WRITE CRH-LINE FROM RPT-RELEASE-LINE AFTER ADVANCING 1 LINE.
765015     ADD 1 TO WS-CRH-LINES-ON-PAGE.
765016 7650-EXIT.
765017     EXIT.
765018
770001*---------------------------------------------------------------
770002* 7700-WRITE-CARD-LINE - LIST A CREDIT CONTROL CARD THAT COULD
770003* NOT BE USED, WITH THE REASON.
770004*---------------------------------------------------------------
770005 7700-WRITE-CARD-LINE.
770006     IF WS-CRH-LINES-ON-PAGE >= WS-MAX-LINES-PER-PAGE
770007         PERFORM 7500-WRITE-CRH-HEADINGS THRU 7500-EXIT
770008     END-IF.
770009     MOVE CREDIT-CARD-REC TO RK-CARD-IMAGE.
770010     MOVE WS-CARD-REASON TO RK-REASON.
770011     WRITE CRH-LINE FROM RPT-CARD-LINE AFTER ADVANCING 1 LINE.
770012     ADD 1 TO WS-CRH-LINES-ON-PAGE.
770013 7700-EXIT.
770014     EXIT.
040500*---------------------------------------------------------------
040600* 9999-TERMINATE - PRINT THE TOTALS, CLOSE THE FILES, AND SET
040700* RETURN-CODE 4 IF ANY KEYED ORDER WAS DROPPED OR ANY ORDER
040710* WAS HELD FOR CREDIT.
040800*---------------------------------------------------------------
040900 9999-TERMINATE.
040910     PERFORM 8000-WRITE-CONTROL-COUNTS THRU 8000-EXIT.
042300     MOVE WS-TOTAL-GENERATED TO RT-COUNT.
042400     WRITE RPT-LINE FROM RPT-TOTAL-LINE
042500         AFTER ADVANCING 1 LINE.
042510     MOVE "KEYED ORDERS HELD FOR CREDIT" TO RT-LABEL.
042520     MOVE WS-TOTAL-KEYED-HELD TO RT-COUNT.
042530     WRITE RPT-LINE FROM RPT-TOTAL-LINE
042540         AFTER ADVANCING 1 LINE.
042550     MOVE "STANDING ORDERS HELD FOR CREDIT" TO RT-LABEL.
042560     MOVE WS-TOTAL-STANDING-HELD TO RT-COUNT.
042570     WRITE RPT-LINE FROM RPT-TOTAL-LINE
042580         AFTER ADVANCING 1 LINE.
042590     PERFORM 7800-WRITE-CRH-TOTALS THRU 7800-EXIT.
042600     CLOSE KEYED-ORDER-FILE.
042700     CLOSE CUSTOMER-MASTER.
042710     CLOSE RECEIVABLES-MASTER.
042720     CLOSE COST-MASTER.
042730     CLOSE PRICE-MASTER.
042740     CLOSE CREDIT-HOLD-REGISTER.
042800     CLOSE COMBINED-ORDER-FILE.
042900     CLOSE GEN-REGISTER.
043000     DISPLAY "BACORGEN - KEYED READ:      " WS-TOTAL-KEYED.
043100     DISPLAY "BACORGEN - KEYED PASSED:    " WS-TOTAL-PASSED.
043200     DISPLAY "BACORGEN - KEYED DROPPED:   " WS-TOTAL-DROPPED.
043300     DISPLAY "BACORGEN - GENERATED:       " WS-TOTAL-GENERATED.
043310     DISPLAY "BACORGEN - KEYED HELD:      " WS-TOTAL-KEYED-HELD.
043320     DISPLAY "BACORGEN - STANDING HELD:   "
043330         WS-TOTAL-STANDING-HELD.
043400     IF WS-TOTAL-DROPPED > ZERO
043410         OR WS-TOTAL-KEYED-HELD > ZERO
043420         OR WS-TOTAL-STANDING-HELD > ZERO
043500         MOVE 4 TO RETURN-CODE
043600     ELSE
043700         MOVE 0 TO RETURN-CODE
043800     END-IF.
043900 9999-EXIT.
044000     EXIT.
780001*---------------------------------------------------------------
780002* 7800-WRITE-CRH-TOTALS - FINISH THE CREDIT-HOLD REGISTER WITH
780003* ITS COUNTS.  A RELEASE CARD FOR AN ACCOUNT THAT WAS NOT HELD
780004* IS COUNTED AS NOT NEEDED.
780005*---------------------------------------------------------------
780006 7800-WRITE-CRH-TOTALS.
780007     MOVE "KEYED ORDERS HELD" TO RT-LABEL.
780008     MOVE WS-TOTAL-KEYED-HELD TO RT-COUNT.
780009     WRITE CRH-LINE FROM RPT-TOTAL-LINE
780010         AFTER ADVANCING 2 LINES.
780011     MOVE "STANDING ORDERS HELD" TO RT-LABEL.
780012     MOVE WS-TOTAL-STANDING-HELD TO RT-COUNT.
780013     WRITE CRH-LINE FROM RPT-TOTAL-LINE
780014         AFTER ADVANCING 1 LINE.
780015     MOVE "ACCOUNTS RELEASED BY CARD" TO RT-LABEL.
780016     MOVE WS-TOTAL-RELEASED TO RT-COUNT.
780017     WRITE CRH-LINE FROM RPT-TOTAL-LINE
780018         AFTER ADVANCING 1 LINE.
780019     PERFORM 7810-COUNT-ONE-UNUSED THRU 7810-EXIT
780020         VARYING WS-RL-SUB FROM 1 BY 1
780021         UNTIL WS-RL-SUB > WS-RL-COUNT.
780022     MOVE "RELEASE CARDS NOT NEEDED" TO RT-LABEL.
780023     MOVE WS-TOTAL-RELEASE-UNUSED TO RT-COUNT.
780024     WRITE CRH-LINE FROM RPT-TOTAL-LINE
780025         AFTER ADVANCING 1 LINE.
780026     MOVE "CREDIT CARDS NOT USABLE" TO RT-LABEL.
780027     MOVE WS-TOTAL-CARDS-BAD TO RT-COUNT.
780028     WRITE CRH-LINE FROM RPT-TOTAL-LINE
780029         AFTER ADVANCING 1 LINE.
780030 7800-EXIT.
780031     EXIT.
780032
781001*---------------------------------------------------------------
781002* 7810-COUNT-ONE-UNUSED - COUNT ONE RELEASE CARD THAT RELEASED
781003* NOTHING.
781004*---------------------------------------------------------------
781005 7810-COUNT-ONE-UNUSED.
781006     IF WS-RL-USED-FLAG(WS-RL-SUB) NOT = "Y"
781007         ADD 1 TO WS-TOTAL-RELEASE-UNUSED
781008     END-IF.
781009 7810-EXIT.
781010     EXIT.
800001*---------------------------------------------------------------
800002* 8000-WRITE-CONTROL-COUNTS - APPEND THIS STEP'S RECORD COUNTS
800003* TO THE SHARED CONTROL-COUNT FILE SO BACBAL CAN PROVE THE
800023     MOVE "GENERATED           " TO CC-LABEL.
800024     MOVE WS-TOTAL-GENERATED TO CC-COUNT.
800025     PERFORM 8100-WRITE-ONE-COUNT THRU 8100-EXIT.
800031     MOVE "KEYED HELD          " TO CC-LABEL.
800032     MOVE WS-TOTAL-KEYED-HELD TO CC-COUNT.
800033     PERFORM 8100-WRITE-ONE-COUNT THRU 8100-EXIT.
800034     MOVE "STANDING DUE        " TO CC-LABEL.
800035     MOVE WS-TOTAL-STANDING-DUE TO CC-COUNT.
800036     PERFORM 8100-WRITE-ONE-COUNT THRU 8100-EXIT.
800037     MOVE "STANDING HELD       " TO CC-LABEL.
800038     MOVE WS-TOTAL-STANDING-HELD TO CC-COUNT.
800039     PERFORM 8100-WRITE-ONE-COUNT THRU 8100-EXIT.
800026     CLOSE CONTROL-COUNT-FILE.
800027 8000-EXIT.
800028     EXIT.
