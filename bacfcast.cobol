000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BACFCAST.
000300 AUTHOR. DW.
000400 INSTALLATION. KITCHEN-DATA-PROCESSING.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*READS A ROLLING WINDOW OF NIGHTLY AUDITLOG ARCHIVE GENERATIONS
000800*(FOUR WEEKS IN THE WEEKLY JOB) AND WORKS OUT, FOR EVERY STORE
000900*AND INGREDIENT, THE AVERAGE QUANTITY USED ON EACH DAY OF THE
001000*WEEK.  THE AVERAGES ARE WRITTEN TO THE FORECAST MASTER, WHICH
001100*BACREORD READS EACH NIGHT TO SIZE THE REORDER POINT AND ORDER
001200*QUANTITY FROM EXPECTED DEMAND INSTEAD OF THE STATIC FIGURES ON
001300*INVENTORY-MASTER, AND PRINTED AS THE WEEKLY FORECAST REPORT.
001400*---------------------------------------------------------------
001500* MODIFICATION HISTORY
001600*---------------------------------------------------------------
001700* 10/15/26  DW         ORIGINAL VERSION.  THE ARCHIVE IS WRITTEN
001800*                      ONE GENERATION PER NIGHT, SO THE INPUT
001900*                      ARRIVES IN DATE ORDER AND EACH NEW AUDIT
002000*                      DATE IS ONE MORE TRADING DAY FOR ITS DAY OF
002100*                      THE WEEK.  THE AVERAGE FOR A WEEKDAY IS THE
002200*                      USAGE ON THAT WEEKDAY OVER THE NUMBER OF
002300*                      THOSE WEEKDAYS IN THE WINDOW, SO A STORE
002400*                      THAT SOLD NONE ON ONE OF THEM AVERAGES THE
002500*                      ZERO IN.  BACCOUNT'S *COUNT ADJ* AND
002600*                      BACXFER'S *XFER OUT*/*XFER IN* TRAIL
002700*                      RECORDS ARE NOT USAGE AND ARE SKIPPED, AS
002800*                      IN BACWEEK.  THE MASTER IS REBUILT IN FULL
002900*                      EACH WEEK.
002910* 10/15/26  DW         THE WEEKLY JOB NOW DELETES AND REDEFINES
002920*                      FCSTMAST AHEAD OF THIS STEP, SO THE OPEN
002930*                      OUTPUT LOAD ALWAYS FINDS AN EMPTY CLUSTER.
003000*---------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT AUDIT-ARCHIVE ASSIGN TO AUDARCH
003500         ORGANIZATION IS SEQUENTIAL.
003600
003700     SELECT FORECAST-MASTER ASSIGN TO FCSTMAST
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS RANDOM
004000         RECORD KEY IS FC-KEY
004100         FILE STATUS IS WS-FCS-STATUS.
004200
004300     SELECT FORECAST-REPORT ASSIGN TO FCSTRPT
004400         ORGANIZATION IS SEQUENTIAL.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800*---------------------------------------------------------------
004900* AUDIT-ARCHIVE - THE CONCATENATED NIGHTLY AUDITLOG ARCHIVE
005000* GENERATIONS, ONE RECORD PER ACCEPTED ORDER.
005100*---------------------------------------------------------------
005200 FD  AUDIT-ARCHIVE
005300     LABEL RECORDS ARE STANDARD.
005400 01  AUD-REC.
005500     05  AUD-DATE            PIC 9(08).
005600     05  AUD-TIME            PIC 9(08).
005700     05  AUD-NAME            PIC X(20).
005800     05  AUD-FLOUR           PIC 9(03).
005900     05  AUD-SUGAR           PIC 9(03).
006000     05  AUD-MILK            PIC 9(03).
006100     05  AUD-BACON           PIC 9(03).
006200     05  AUD-BAKEPOWDER      PIC 9(03).
006300     05  AUD-PANCAKES        PIC 99V99.
006400     05  AUD-COST            PIC 9(05)V99.
006500     05  AUD-PRICE           PIC 9(05)V99.
006600     05  AUD-BACON-TYPE      PIC X(07).
006700     05  AUD-RECIPE-CODE     PIC X(04).
006800     05  AUD-STORE-CODE      PIC X(02).
006900     05  AUD-CUST-NO         PIC 9(05).
007000     05  FILLER              PIC X(05).
007100
007200*---------------------------------------------------------------
007300* FORECAST-MASTER - ONE RECORD PER STORE AND INGREDIENT WITH THE
007400* AVERAGE DAILY USAGE FOR EACH DAY OF THE WEEK (MONDAY = 1), THE
007500* AVERAGE OVER ALL DAYS, AND THE WINDOW IT WAS TAKEN OVER.
007600* REBUILT HERE WEEKLY, READ BY BACREORD NIGHTLY.
007700*---------------------------------------------------------------
007800 FD  FORECAST-MASTER
007900     LABEL RECORDS ARE STANDARD.
008000 01  FORECAST-REC.
008100     05  FC-KEY.
008200         10  FC-STORE-CODE   PIC X(02).
008300         10  FC-ITEM-CODE    PIC X(04).
008400     05  FC-DOW-AVG OCCURS 7 TIMES
008500                             PIC 9(05)V9.
008600     05  FC-AVG-DAILY        PIC 9(05)V9.
008700     05  FC-WINDOW-DAYS      PIC 9(03).
008800     05  FC-FIRST-DATE       PIC 9(08).
008900     05  FC-LAST-DATE        PIC 9(08).
009000     05  FILLER              PIC X(07).
009100
009200*---------------------------------------------------------------
009300* FORECAST-REPORT - THE PRINTED WEEKLY FORECAST.
009400*---------------------------------------------------------------
009500 FD  FORECAST-REPORT
009600     LABEL RECORDS ARE OMITTED.
009700 01  RPT-LINE                PIC X(132).
009800
009900 WORKING-STORAGE SECTION.
010000 01  SW-FILE-STATUS          PIC X(01).
010100     88  END-OF-ARCHIVE      VALUE "Y".
010200     88  MORE-AUDIT-EXIST    VALUE "N".
010300
010400 01  WS-FCS-STATUS           PIC X(02).
010500     88  FCS-STATUS-OK       VALUE "00".
010600
010700 01  WS-TOTAL-RECORDS        PIC 9(07) VALUE ZERO COMP.
010800 01  WS-TOTAL-SKIPPED        PIC 9(07) VALUE ZERO COMP.
010900 01  WS-TOTAL-WRITTEN        PIC 9(05) VALUE ZERO COMP.
011000 01  WS-TOTAL-DROPPED        PIC 9(05) VALUE ZERO COMP.
011100
011200*---------------------------------------------------------------
011300* TRADING DAYS IN THE WINDOW - THE NUMBER OF DISTINCT AUDIT DATES
011400* SEEN FOR EACH DAY OF THE WEEK, AND THE FIRST AND LAST DATES.
011500*---------------------------------------------------------------
011600 01  WS-LAST-DATE-SEEN       PIC 9(08) VALUE ZERO.
011700 01  WS-FIRST-DATE-SEEN      PIC 9(08) VALUE ZERO.
011800 01  WS-WINDOW-DAYS          PIC 9(03) VALUE ZERO COMP.
011900 01  WS-DATE-SERIAL          PIC 9(07) VALUE ZERO.
012000 01  WS-AUD-DOW              PIC 9(01) VALUE ZERO.
012100 01  WS-DOW-SUB              PIC 9(01) VALUE ZERO COMP.
012200 01  WS-DOW-DAY-TABLE.
012300     05  WS-DOW-DAYS OCCURS 7 TIMES
012400                             PIC 9(03) VALUE ZERO.
012500
012600*---------------------------------------------------------------
012700* USAGE TABLE - ONE ENTRY PER STORE AND INGREDIENT, KEPT IN KEY
012800* ORDER SO THE REPORT PRINTS BY STORE, WITH THE QUANTITY USED ON
012900* EACH DAY OF THE WEEK ACROSS THE WINDOW.
013000*---------------------------------------------------------------
013100 01  WS-FC-COUNT             PIC 9(03) VALUE ZERO COMP.
013200 01  WS-FC-SUB               PIC 9(03) VALUE ZERO COMP.
013300 01  WS-FC-FOUND-SUB         PIC 9(03) VALUE ZERO COMP.
013400 01  WS-FC-INSERT-SUB        PIC 9(03) VALUE ZERO COMP.
013500 01  WS-FC-TABLE.
013600     05  WS-FC-ENTRY OCCURS 100 TIMES.
013700         10  WS-FC-KEY.
013800             15  WS-FC-STORE-CODE PIC X(02).
013900             15  WS-FC-ITEM-CODE  PIC X(04).
014000         10  WS-FC-USED OCCURS 7 TIMES
014100                             PIC 9(07).
014200 01  WS-FC-WORK-KEY.
014300     05  WS-FC-WORK-STORE    PIC X(02).
014400     05  WS-FC-WORK-ITEM     PIC X(04).
014500 01  WS-FC-WORK-QTY          PIC 9(03) VALUE ZERO.
014600 01  WS-FC-TOTAL-USED        PIC 9(09) VALUE ZERO.
014700
014800*---------------------------------------------------------------
014900* REPORT CONTROL FIELDS.
015000*---------------------------------------------------------------
015100 01  WS-RUN-DATE-NUM         PIC 9(08).
015200 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-NUM.
015300     05  WS-RUN-YYYY         PIC 9(04).
015400     05  WS-RUN-MM           PIC 9(02).
015500     05  WS-RUN-DD           PIC 9(02).
015600
015700 01  WS-PREV-STORE-CODE      PIC X(02) VALUE SPACES.
015800 01  WS-PAGE-NO              PIC 9(03) VALUE ZERO COMP.
015900 01  WS-LINES-ON-PAGE        PIC 9(02) VALUE ZERO COMP.
016000 01  WS-MAX-LINES-PER-PAGE   PIC 9(02) VALUE 40 COMP.
016100
016200*---------------------------------------------------------------
016300* REPORT HEADING AND DETAIL LINE LAYOUTS.
016400*---------------------------------------------------------------
016500 01  RPT-HEADING-1.
016600     05  FILLER              PIC X(28)
016700         VALUE "BACON PANCAKES - FORECAST   ".
016800     05  RH1-MM              PIC 9(02).
016900     05  FILLER              PIC X(01) VALUE "/".
017000     05  RH1-DD              PIC 9(02).
017100     05  FILLER              PIC X(01) VALUE "/".
017200     05  RH1-YYYY            PIC 9(04).
017300     05  FILLER              PIC X(25) VALUE SPACES.
017400     05  FILLER              PIC X(05) VALUE "PAGE ".
017500     05  RH1-PAGE-NO         PIC ZZ9.
017600     05  FILLER              PIC X(61) VALUE SPACES.
017700
017800 01  RPT-WINDOW-LINE.
017900     05  FILLER              PIC X(21)
018000         VALUE "AVERAGE USAGE FROM   ".
018100     05  RW-FIRST-DATE       PIC 9(08).
018200     05  FILLER              PIC X(04) VALUE " TO ".
018300     05  RW-LAST-DATE        PIC 9(08).
018400     05  FILLER              PIC X(03) VALUE SPACES.
018500     05  RW-WINDOW-DAYS      PIC ZZ9.
018600     05  FILLER              PIC X(14)
018700         VALUE " TRADING DAYS ".
018800     05  FILLER              PIC X(05) VALUE "(MON ".
018900     05  RW-MON              PIC Z9.
019000     05  FILLER              PIC X(05) VALUE " TUE ".
019100     05  RW-TUE              PIC Z9.
019200     05  FILLER              PIC X(05) VALUE " WED ".
019300     05  RW-WED              PIC Z9.
019400     05  FILLER              PIC X(05) VALUE " THU ".
019500     05  RW-THU              PIC Z9.
019600     05  FILLER              PIC X(05) VALUE " FRI ".
019700     05  RW-FRI              PIC Z9.
019800     05  FILLER              PIC X(05) VALUE " SAT ".
019900     05  RW-SAT              PIC Z9.
020000     05  FILLER              PIC X(05) VALUE " SUN ".
020100     05  RW-SUN              PIC Z9.
020200     05  FILLER              PIC X(01) VALUE ")".
020300     05  FILLER              PIC X(21) VALUE SPACES.
020400
020500 01  RPT-HEADING-2.
020600     05  FILLER              PIC X(04) VALUE "ST".
020700     05  FILLER              PIC X(06) VALUE "ITEM".
020800     05  FILLER              PIC X(09) VALUE "    MON".
020900     05  FILLER              PIC X(09) VALUE "    TUE".
021000     05  FILLER              PIC X(09) VALUE "    WED".
021100     05  FILLER              PIC X(09) VALUE "    THU".
021200     05  FILLER              PIC X(09) VALUE "    FRI".
021300     05  FILLER              PIC X(09) VALUE "    SAT".
021400     05  FILLER              PIC X(09) VALUE "    SUN".
021500     05  FILLER              PIC X(10) VALUE "  AVG/DAY".
021600     05  FILLER              PIC X(49) VALUE SPACES.
021700
021800 01  RPT-DETAIL-LINE.
021900     05  RD-STORE-CODE       PIC X(02).
022000     05  FILLER              PIC X(02) VALUE SPACES.
022100     05  RD-ITEM-CODE        PIC X(04).
022200     05  FILLER              PIC X(02) VALUE SPACES.
022300     05  RD-DOW-GROUP OCCURS 7 TIMES.
022400         10  RD-DOW-AVG      PIC ZZZZ9.9.
022500         10  FILLER          PIC X(02).
022600     05  FILLER              PIC X(01) VALUE SPACES.
022700     05  RD-AVG-DAILY        PIC ZZZZ9.9.
022800     05  FILLER              PIC X(51) VALUE SPACES.
022900
023000 01  RPT-TOTAL-LINE.
023100     05  RT-LABEL            PIC X(30).
023200     05  FILLER              PIC X(05) VALUE SPACES.
023300     05  RT-COUNT            PIC ZZZZZ9.
023400     05  FILLER              PIC X(91) VALUE SPACES.
023500
023600 PROCEDURE DIVISION.
023700*---------------------------------------------------------------
023800* 0000-MAINLINE
023900*---------------------------------------------------------------
024000 0000-MAINLINE.
024100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024200     PERFORM 2000-TALLY-ONE-RECORD THRU 2000-EXIT
024300         UNTIL END-OF-ARCHIVE.
024400     PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT.
024500     PERFORM 7050-WRITE-WINDOW-LINE THRU 7050-EXIT.
024600     PERFORM 8000-WRITE-ONE-FORECAST THRU 8000-EXIT
024700         VARYING WS-FC-SUB FROM 1 BY 1
024800         UNTIL WS-FC-SUB > WS-FC-COUNT.
024900     PERFORM 9999-TERMINATE THRU 9999-EXIT.
025000     STOP RUN.
025100
025200*---------------------------------------------------------------
025300* 1000-INITIALIZE - OPEN THE FILES AND PRIME THE READ.  THE
025400* FORECAST MASTER IS DEFINED EMPTY BY THE STEP AHEAD OF THIS ONE
025500* AND LOADED OUTPUT, SO LAST WEEK'S FIGURES ARE REPLACED IN FULL.
025600*---------------------------------------------------------------
025700 1000-INITIALIZE.
025800     SET MORE-AUDIT-EXIST TO TRUE.
025900     ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
026000     OPEN INPUT AUDIT-ARCHIVE.
026100     OPEN OUTPUT FORECAST-MASTER.
026200     IF NOT FCS-STATUS-OK
026300         DISPLAY "BACFCAST - FORECAST-MASTER OPEN FAILED, "
026400             "STATUS " WS-FCS-STATUS
026500         MOVE 16 TO RETURN-CODE
026600         STOP RUN
026700     END-IF.
026800     OPEN OUTPUT FORECAST-REPORT.
026900     PERFORM 3000-READ-ARCHIVE THRU 3000-EXIT.
027000 1000-EXIT.
027100     EXIT.
027200
027300*---------------------------------------------------------------
027400* 2000-TALLY-ONE-RECORD - ROLL ONE ORDER'S INGREDIENT QUANTITIES
027500* INTO ITS STORE'S USAGE FOR THE DAY OF THE WEEK IT WAS MADE, AND
027600* READ THE NEXT RECORD.  THE COUNT AND TRANSFER TRAIL RECORDS
027700* ARE SKIPPED.
027800*---------------------------------------------------------------
027900 2000-TALLY-ONE-RECORD.
028000     IF AUD-NAME(1:11) = "*COUNT ADJ*"
028100         ADD 1 TO WS-TOTAL-SKIPPED
028200         GO TO 2000-NEXT
028300     END-IF.
028400     IF AUD-NAME(1:6) = "*XFER "
028500         ADD 1 TO WS-TOTAL-SKIPPED
028600         GO TO 2000-NEXT
028700     END-IF.
028800     IF AUD-DATE NOT NUMERIC
028900         OR AUD-DATE = ZERO
029000         ADD 1 TO WS-TOTAL-SKIPPED
029100         GO TO 2000-NEXT
029200     END-IF.
029300     ADD 1 TO WS-TOTAL-RECORDS.
029400     IF AUD-DATE NOT = WS-LAST-DATE-SEEN
029500         PERFORM 2100-START-NEW-DAY THRU 2100-EXIT
029600     END-IF.
029700     MOVE AUD-STORE-CODE TO WS-FC-WORK-STORE.
029800     MOVE "FLUR" TO WS-FC-WORK-ITEM.
029900     MOVE AUD-FLOUR TO WS-FC-WORK-QTY.
030000     PERFORM 2200-ADD-USAGE THRU 2200-EXIT.
030100     MOVE "SUGR" TO WS-FC-WORK-ITEM.
030200     MOVE AUD-SUGAR TO WS-FC-WORK-QTY.
030300     PERFORM 2200-ADD-USAGE THRU 2200-EXIT.
030400     MOVE "MILK" TO WS-FC-WORK-ITEM.
030500     MOVE AUD-MILK TO WS-FC-WORK-QTY.
030600     PERFORM 2200-ADD-USAGE THRU 2200-EXIT.
030700     IF AUD-BACON-TYPE = "TURKEY "
030800         MOVE "TBAC" TO WS-FC-WORK-ITEM
030900     ELSE
031000     IF AUD-BACON-TYPE = "VEG    "
031100         MOVE "VBAC" TO WS-FC-WORK-ITEM
031200     ELSE
031300         MOVE "BACN" TO WS-FC-WORK-ITEM
031400     END-IF
031500     END-IF.
031600     MOVE AUD-BACON TO WS-FC-WORK-QTY.
031700     PERFORM 2200-ADD-USAGE THRU 2200-EXIT.
031800     MOVE "BKPW" TO WS-FC-WORK-ITEM.
031900     MOVE AUD-BAKEPOWDER TO WS-FC-WORK-QTY.
032000     PERFORM 2200-ADD-USAGE THRU 2200-EXIT.
032100 2000-NEXT.
032200     PERFORM 3000-READ-ARCHIVE THRU 3000-EXIT.
032300 2000-EXIT.
032400     EXIT.
032500
032600*---------------------------------------------------------------
032700* 2100-START-NEW-DAY - A NEW AUDIT DATE IS ONE MORE TRADING DAY
032800* FOR ITS DAY OF THE WEEK (MONDAY = 1, AS IN BACONPANCAKES).
032900*---------------------------------------------------------------
033000 2100-START-NEW-DAY.
033100     MOVE AUD-DATE TO WS-LAST-DATE-SEEN.
033200     IF WS-FIRST-DATE-SEEN = ZERO
033300         MOVE AUD-DATE TO WS-FIRST-DATE-SEEN
033400     END-IF.
033500     ADD 1 TO WS-WINDOW-DAYS.
033600     COMPUTE WS-DATE-SERIAL =
033700         FUNCTION INTEGER-OF-DATE(AUD-DATE).
033800     COMPUTE WS-AUD-DOW =
033900         FUNCTION MOD(WS-DATE-SERIAL - 1, 7) + 1.
034000     ADD 1 TO WS-DOW-DAYS(WS-AUD-DOW).
034100 2100-EXIT.
034200     EXIT.
034300
034400*---------------------------------------------------------------
034500* 2200-ADD-USAGE - FIND OR ADD THE USAGE-TABLE ENTRY FOR THE
034600* STORE AND ITEM IN WS-FC-WORK-KEY AND ADD THE QUANTITY TO THE
034700* DAY OF THE WEEK.  A NEW ENTRY IS SLOTTED IN KEY ORDER.  A
034800* STORE/ITEM PAST THE 100 THE TABLE HOLDS IS LEFT OUT OF THE
034900* FORECAST, WITH A CONSOLE NOTE, AND KEEPS ITS STATIC FIGURES.
035000*---------------------------------------------------------------
035100 2200-ADD-USAGE.
035200     MOVE ZERO TO WS-FC-FOUND-SUB.
035300     PERFORM 2210-MATCH-ONE-ENTRY THRU 2210-EXIT
035400         VARYING WS-FC-SUB FROM 1 BY 1
035500         UNTIL WS-FC-SUB > WS-FC-COUNT
035600             OR WS-FC-FOUND-SUB > ZERO.
035700     IF WS-FC-FOUND-SUB = ZERO
035800         IF WS-FC-COUNT >= 100
035900             ADD 1 TO WS-TOTAL-DROPPED
036000             DISPLAY "BACFCAST - MORE THAN 100 STORE/ITEMS, "
036100                 WS-FC-WORK-KEY " LEFT OUT OF THE FORECAST"
036200             GO TO 2200-EXIT
036300         END-IF
036400         PERFORM 2300-INSERT-ENTRY THRU 2300-EXIT
036500     END-IF.
036600     ADD WS-FC-WORK-QTY
036700         TO WS-FC-USED(WS-FC-FOUND-SUB, WS-AUD-DOW).
036800 2200-EXIT.
036900     EXIT.
037000
037100*---------------------------------------------------------------
037200* 2210-MATCH-ONE-ENTRY - COMPARE ONE USAGE-TABLE ENTRY TO THE
037300* WORK KEY.
037400*---------------------------------------------------------------
037500 2210-MATCH-ONE-ENTRY.
037600     IF WS-FC-KEY(WS-FC-SUB) = WS-FC-WORK-KEY
037700         MOVE WS-FC-SUB TO WS-FC-FOUND-SUB
037800     END-IF.
037900 2210-EXIT.
038000     EXIT.
038100
038200*---------------------------------------------------------------
038300* 2300-INSERT-ENTRY - OPEN A SLOT FOR THE WORK KEY AHEAD OF THE
038400* FIRST ENTRY WITH A HIGHER KEY, SHIFTING THE REST DOWN ONE.
038500*---------------------------------------------------------------
038600 2300-INSERT-ENTRY.
038700     MOVE ZERO TO WS-FC-INSERT-SUB.
038800     PERFORM 2310-FIND-INSERT-POINT THRU 2310-EXIT
038900         VARYING WS-FC-SUB FROM 1 BY 1
039000         UNTIL WS-FC-SUB > WS-FC-COUNT
039100             OR WS-FC-INSERT-SUB > ZERO.
039200     IF WS-FC-INSERT-SUB = ZERO
039300         COMPUTE WS-FC-INSERT-SUB = WS-FC-COUNT + 1
039400     END-IF.
039500     PERFORM 2320-SHIFT-ONE-ENTRY THRU 2320-EXIT
039600         VARYING WS-FC-SUB FROM WS-FC-COUNT BY -1
039700         UNTIL WS-FC-SUB < WS-FC-INSERT-SUB.
039800     ADD 1 TO WS-FC-COUNT.
039900     MOVE WS-FC-INSERT-SUB TO WS-FC-FOUND-SUB.
040000     MOVE WS-FC-WORK-KEY TO WS-FC-KEY(WS-FC-FOUND-SUB).
040100     MOVE ZERO TO WS-FC-USED(WS-FC-FOUND-SUB, 1)
040200                  WS-FC-USED(WS-FC-FOUND-SUB, 2)
040300                  WS-FC-USED(WS-FC-FOUND-SUB, 3)
040400                  WS-FC-USED(WS-FC-FOUND-SUB, 4)
040500                  WS-FC-USED(WS-FC-FOUND-SUB, 5)
040600                  WS-FC-USED(WS-FC-FOUND-SUB, 6)
040700                  WS-FC-USED(WS-FC-FOUND-SUB, 7).
040800 2300-EXIT.
040900     EXIT.
041000
041100*---------------------------------------------------------------
041200* 2310-FIND-INSERT-POINT - NOTE THE FIRST ENTRY WHOSE KEY IS
041300* HIGHER THAN THE WORK KEY.
041400*---------------------------------------------------------------
041500 2310-FIND-INSERT-POINT.
041600     IF WS-FC-KEY(WS-FC-SUB) > WS-FC-WORK-KEY
041700         MOVE WS-FC-SUB TO WS-FC-INSERT-SUB
041800     END-IF.
041900 2310-EXIT.
042000     EXIT.
042100
042200*---------------------------------------------------------------
042300* 2320-SHIFT-ONE-ENTRY - MOVE ONE ENTRY DOWN A SLOT.
042400*---------------------------------------------------------------
042500 2320-SHIFT-ONE-ENTRY.
042600     MOVE WS-FC-ENTRY(WS-FC-SUB) TO WS-FC-ENTRY(WS-FC-SUB + 1).
042700 2320-EXIT.
042800     EXIT.
042900
043000*---------------------------------------------------------------
043100* 3000-READ-ARCHIVE - READ THE NEXT AUDIT RECORD, SETTING THE
043200* END-OF-ARCHIVE SWITCH WHEN THE LAST GENERATION IS EXHAUSTED.
043300*---------------------------------------------------------------
043400 3000-READ-ARCHIVE.
043500     READ AUDIT-ARCHIVE
043600         AT END
043700             SET END-OF-ARCHIVE TO TRUE
043800     END-READ.
043900 3000-EXIT.
044000     EXIT.
044100
044200*---------------------------------------------------------------
044300* 7000-WRITE-HEADINGS - START A NEW REPORT PAGE.
044400*---------------------------------------------------------------
044500 7000-WRITE-HEADINGS.
044600     ADD 1 TO WS-PAGE-NO.
044700     MOVE WS-RUN-MM TO RH1-MM.
044800     MOVE WS-RUN-DD TO RH1-DD.
044900     MOVE WS-RUN-YYYY TO RH1-YYYY.
045000     MOVE WS-PAGE-NO TO RH1-PAGE-NO.
045100     WRITE RPT-LINE FROM RPT-HEADING-1 AFTER ADVANCING PAGE.
045200     WRITE RPT-LINE FROM RPT-HEADING-2 AFTER ADVANCING 2 LINES.
045300     MOVE ZERO TO WS-LINES-ON-PAGE.
045400 7000-EXIT.
045500     EXIT.
045600
045700*---------------------------------------------------------------
045800* 7050-WRITE-WINDOW-LINE - PRINT THE DATES THE AVERAGES COVER
045900* AND THE NUMBER OF EACH WEEKDAY IN THE WINDOW.
046000*---------------------------------------------------------------
046100 7050-WRITE-WINDOW-LINE.
046200     MOVE WS-FIRST-DATE-SEEN TO RW-FIRST-DATE.
046300     MOVE WS-LAST-DATE-SEEN TO RW-LAST-DATE.
046400     MOVE WS-WINDOW-DAYS TO RW-WINDOW-DAYS.
046500     MOVE WS-DOW-DAYS(1) TO RW-MON.
046600     MOVE WS-DOW-DAYS(2) TO RW-TUE.
046700     MOVE WS-DOW-DAYS(3) TO RW-WED.
046800     MOVE WS-DOW-DAYS(4) TO RW-THU.
046900     MOVE WS-DOW-DAYS(5) TO RW-FRI.
047000     MOVE WS-DOW-DAYS(6) TO RW-SAT.
047100     MOVE WS-DOW-DAYS(7) TO RW-SUN.
047200     WRITE RPT-LINE FROM RPT-WINDOW-LINE AFTER ADVANCING 1 LINE.
047300     ADD 1 TO WS-LINES-ON-PAGE.
047400 7050-EXIT.
047500     EXIT.
047600
047700*---------------------------------------------------------------
047800* 7100-WRITE-DETAIL-LINE - PRINT ONE STORE/ITEM'S FORECAST, WITH
047900* A BLANK LINE BETWEEN STORES AND A NEW PAGE EVERY
048000* WS-MAX-LINES-PER-PAGE LINES.
048100*---------------------------------------------------------------
048200 7100-WRITE-DETAIL-LINE.
048300     IF WS-LINES-ON-PAGE >= WS-MAX-LINES-PER-PAGE
048400         PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
048500         MOVE FC-STORE-CODE TO WS-PREV-STORE-CODE
048600     END-IF.
048700     IF FC-STORE-CODE NOT = WS-PREV-STORE-CODE
048800         MOVE SPACES TO RPT-LINE
048900         WRITE RPT-LINE AFTER ADVANCING 1 LINE
049000         ADD 1 TO WS-LINES-ON-PAGE
049100         MOVE FC-STORE-CODE TO WS-PREV-STORE-CODE
049200     END-IF.
049300     MOVE SPACES TO RPT-DETAIL-LINE.
049400     MOVE FC-STORE-CODE TO RD-STORE-CODE.
049500     MOVE FC-ITEM-CODE TO RD-ITEM-CODE.
049600     MOVE FC-DOW-AVG(1) TO RD-DOW-AVG(1).
049700     MOVE FC-DOW-AVG(2) TO RD-DOW-AVG(2).
049800     MOVE FC-DOW-AVG(3) TO RD-DOW-AVG(3).
049900     MOVE FC-DOW-AVG(4) TO RD-DOW-AVG(4).
050000     MOVE FC-DOW-AVG(5) TO RD-DOW-AVG(5).
050100     MOVE FC-DOW-AVG(6) TO RD-DOW-AVG(6).
050200     MOVE FC-DOW-AVG(7) TO RD-DOW-AVG(7).
050300     MOVE FC-AVG-DAILY TO RD-AVG-DAILY.
050400     WRITE RPT-LINE FROM RPT-DETAIL-LINE AFTER ADVANCING 1 LINE.
050500     ADD 1 TO WS-LINES-ON-PAGE.
050600 7100-EXIT.
050700     EXIT.
050800
050900*---------------------------------------------------------------
051000* 8000-WRITE-ONE-FORECAST - WORK OUT ONE STORE/ITEM'S WEEKDAY
051100* AVERAGES, WRITE ITS FORECAST RECORD, AND PRINT IT.  A WEEKDAY
051200* THAT DID NOT OCCUR IN THE WINDOW AVERAGES ZERO.
051300*---------------------------------------------------------------
051400 8000-WRITE-ONE-FORECAST.
051500     MOVE SPACES TO FORECAST-REC.
051600     MOVE WS-FC-KEY(WS-FC-SUB) TO FC-KEY.
051700     MOVE ZERO TO WS-FC-TOTAL-USED.
051800     PERFORM 8100-AVERAGE-ONE-DAY THRU 8100-EXIT
051900         VARYING WS-DOW-SUB FROM 1 BY 1
052000         UNTIL WS-DOW-SUB > 7.
052100     IF WS-WINDOW-DAYS > ZERO
052200         COMPUTE FC-AVG-DAILY ROUNDED =
052300             WS-FC-TOTAL-USED / WS-WINDOW-DAYS
052400     ELSE
052500         MOVE ZERO TO FC-AVG-DAILY
052600     END-IF.
052700     MOVE WS-WINDOW-DAYS TO FC-WINDOW-DAYS.
052800     MOVE WS-FIRST-DATE-SEEN TO FC-FIRST-DATE.
052900     MOVE WS-LAST-DATE-SEEN TO FC-LAST-DATE.
053000     WRITE FORECAST-REC
053100         INVALID KEY
053200             DISPLAY "BACFCAST - UNABLE TO WRITE FORECAST FOR "
053300                 FC-KEY ", STATUS " WS-FCS-STATUS
053400             MOVE 16 TO RETURN-CODE
053500             STOP RUN
053600     END-WRITE.
053700     ADD 1 TO WS-TOTAL-WRITTEN.
053800     PERFORM 7100-WRITE-DETAIL-LINE THRU 7100-EXIT.
053900 8000-EXIT.
054000     EXIT.
054100
054200*---------------------------------------------------------------
054300* 8100-AVERAGE-ONE-DAY - ONE WEEKDAY'S USAGE OVER THE NUMBER OF
054400* THOSE WEEKDAYS IN THE WINDOW.
054500*---------------------------------------------------------------
054600 8100-AVERAGE-ONE-DAY.
054700     ADD WS-FC-USED(WS-FC-SUB, WS-DOW-SUB) TO WS-FC-TOTAL-USED.
054800     IF WS-DOW-DAYS(WS-DOW-SUB) > ZERO
054900         COMPUTE FC-DOW-AVG(WS-DOW-SUB) ROUNDED =
055000             WS-FC-USED(WS-FC-SUB, WS-DOW-SUB)
055100             / WS-DOW-DAYS(WS-DOW-SUB)
055200     ELSE
055300         MOVE ZERO TO FC-DOW-AVG(WS-DOW-SUB)
055400     END-IF.
055500 8100-EXIT.
055600     EXIT.
055700
055800*---------------------------------------------------------------
055900* 9999-TERMINATE - PRINT THE TOTALS AND CLOSE OUT THE RUN.
056000*---------------------------------------------------------------
056100 9999-TERMINATE.
056200     MOVE "ORDER RECORDS READ" TO RT-LABEL.
056300     MOVE WS-TOTAL-RECORDS TO RT-COUNT.
056400     WRITE RPT-LINE FROM RPT-TOTAL-LINE
056500         AFTER ADVANCING 2 LINES.
056600     MOVE "TRAIL RECORDS SKIPPED" TO RT-LABEL.
056700     MOVE WS-TOTAL-SKIPPED TO RT-COUNT.
056800     WRITE RPT-LINE FROM RPT-TOTAL-LINE
056900         AFTER ADVANCING 1 LINE.
057000     MOVE "FORECASTS WRITTEN" TO RT-LABEL.
057100     MOVE WS-TOTAL-WRITTEN TO RT-COUNT.
057200     WRITE RPT-LINE FROM RPT-TOTAL-LINE
057300         AFTER ADVANCING 1 LINE.
057400     MOVE "STORE/ITEMS LEFT OUT" TO RT-LABEL.
057500     MOVE WS-TOTAL-DROPPED TO RT-COUNT.
057600     WRITE RPT-LINE FROM RPT-TOTAL-LINE
057700         AFTER ADVANCING 1 LINE.
057800     CLOSE AUDIT-ARCHIVE.
057900     CLOSE FORECAST-MASTER.
058000     CLOSE FORECAST-REPORT.
058100     DISPLAY "BACFCAST - ORDER RECORDS READ: " WS-TOTAL-RECORDS.
058200     DISPLAY "BACFCAST - FORECASTS WRITTEN:  " WS-TOTAL-WRITTEN.
058300 9999-EXIT.
058400     EXIT.
058500
058600 END PROGRAM BACFCAST.
