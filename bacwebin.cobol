000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BACWEBIN.
000300 AUTHOR. DW.
000400 INSTALLATION. KITCHEN-DATA-PROCESSING.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*CONVERTS THE ONLINE ORDERING SERVICE'S COMMA-DELIMITED ORDER FEED
000800*INTO ORDER-REC RECORDS FOR BACORGEN, SO THE SERVICE'S ORDERS STOP
000900*BEING RE-KEYED INTO ORDERS.TODAY BY HAND.  EACH FEED LINE CARRIES
001000*THE SERVICE'S ORDER ID, THE CUSTOMER (ACCOUNT NUMBER OR E-MAIL
001100*ADDRESS), STORE, RECIPE, THE FIVE INGREDIENT QUANTITIES, AND THE
001200*BACON CHOICE.  THE CUSTOMER IS MAPPED TO OR-CUST-NO THROUGH THE
001300*CUSTOMER MASTER (AN E-MAIL ADDRESS THROUGH THE CUSTOMER E-MAIL
001400*CROSS-REFERENCE FIRST), AND EVERY LINE IS EDITED SO NOTHING
001500*REACHES BACONVAL THAT WOULD SUSPEND THE NIGHT.  THE SERVICE'S
001600*ORDER ID RIDES IN OR-EXT-ORDER-ID THROUGH THE REST OF THE NIGHT.
001700*EVERY ORDER ID IS KEPT ON THE WEB ORDER HISTORY, AND A LINE
001800*WHOSE ID WAS ALREADY TAKEN FROM AN EARLIER FEED IS DROPPED AS A
001900*DUPLICATE.  REJECTED LINES ARE HELD ON THE HISTORY WITH THEIR
002000*REASON SO BACWEBAK CAN ACKNOWLEDGE THEM; A LINE WITH NO USABLE
002100*ORDER ID CAN ONLY BE LISTED.  RETURN-CODE 4 FLAGS A FEED WITH
002200*ANY LINE NOT TAKEN.
002300*---------------------------------------------------------------
002400* MODIFICATION HISTORY
002500*---------------------------------------------------------------
002600* 10/15/26  DW         ORIGINAL VERSION.
002700*---------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT WEB-ORDER-FEED ASSIGN TO WEBIN
003200         ORGANIZATION IS SEQUENTIAL.
003300
003400     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS RANDOM
003700         RECORD KEY IS CU-CUST-NO
003800         FILE STATUS IS WS-CUS-STATUS.
003900
004000     SELECT CUSTOMER-EMAIL-XREF ASSIGN TO CUSTMAIL
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS CM-EMAIL
004400         FILE STATUS IS WS-CML-STATUS.
004500
004600     SELECT WEB-ORDER-HISTORY ASSIGN TO WEBHIST
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS WH-EXT-ORDER-ID
005000         FILE STATUS IS WS-WEBH-STATUS.
005100
005200     SELECT WEB-ORDER-FILE ASSIGN TO WEBORD
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-ORD-STATUS.
005500
005600     SELECT INTAKE-REGISTER ASSIGN TO WEBRPT
005700         ORGANIZATION IS SEQUENTIAL.
005800
005900     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-RUNC-STATUS.
006200
006300     SELECT CONTROL-COUNT-FILE ASSIGN TO CTLCOUNT
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-CTL-STATUS.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900*---------------------------------------------------------------
007000* WEB-ORDER-FEED - THE ORDERING SERVICE'S NIGHTLY FILE, ONE
007100* COMMA-DELIMITED ORDER PER LINE, PADDED WITH SPACES:
007200*   ORDER ID,CUSTOMER,STORE,RECIPE,FLOUR,SUGAR,MILK,BACON,
007300*   BAKING POWDER,BACON CHOICE
007400*---------------------------------------------------------------
007500 FD  WEB-ORDER-FEED
007600     LABEL RECORDS ARE STANDARD.
007700 01  FEED-REC                PIC X(200).
007800
007900*---------------------------------------------------------------
008000* CUSTOMER-MASTER - READ TO CONFIRM THE CUSTOMER AND TAKE THE
008100* CANONICAL NAME.  LAYOUT KEPT IN STEP WITH BACORGEN.
008200*---------------------------------------------------------------
008300 FD  CUSTOMER-MASTER
008400     LABEL RECORDS ARE STANDARD.
008500 01  CUSTOMER-REC.
008600     05  CU-CUST-NO          PIC 9(05).
008700     05  CU-NAME             PIC X(20).
008800     05  CU-RECIPE-CODE      PIC X(04).
008900     05  CU-BACON-SUB-CODE   PIC X(01).
009000     05  CU-ACTIVE-FLAG      PIC X(01).
009100     05  CU-STANDING-FLAG    PIC X(01).
009200     05  CU-STD-FLOUR        PIC 9(03).
009300     05  CU-STD-SUGAR        PIC 9(03).
009400     05  CU-STD-MILK         PIC 9(03).
009500     05  CU-STD-BACON        PIC 9(03).
009600     05  CU-STD-BAKEPOWDER   PIC 9(03).
009700     05  CU-STORE-CODE       PIC X(02).
009800     05  CU-BILL-FLAG        PIC X(01).
009900     05  CU-TERMS-DAYS       PIC 9(03).
010000     05  CU-CREDIT-LIMIT     PIC 9(05)V99.
010100     05  CU-CREDIT-STATUS    PIC X(01).
010200     05  FILLER              PIC X(19).
010300
010400*---------------------------------------------------------------
010500* CUSTOMER-EMAIL-XREF - ONE RECORD PER E-MAIL ADDRESS A CUSTOMER
010600* ORDERS ONLINE UNDER, IN UPPER CASE, WITH THE ACCOUNT NUMBER IT
010700* BELONGS TO.  LOADED ALONG WITH THE CUSTOMER MASTER.
010800*---------------------------------------------------------------
010900 FD  CUSTOMER-EMAIL-XREF
011000     LABEL RECORDS ARE STANDARD.
011100 01  CUSTOMER-EMAIL-REC.
011200     05  CM-EMAIL            PIC X(50).
011300     05  CM-CUST-NO          PIC 9(05).
011400     05  FILLER              PIC X(25).
011500
011600*---------------------------------------------------------------
011700* WEB-ORDER-HISTORY - ONE RECORD PER ORDER ID EVER RECEIVED FROM
011800* THE SERVICE: THE FEED IT CAME IN, WHERE IT STANDS (P = PASSED
011900* TO THE NIGHT, A = ACCEPTED, R = REJECTED), AND WHAT WAS LAST
012000* ACKNOWLEDGED.  BACWEBAK FILLS IN THE OUTCOME.
012100*---------------------------------------------------------------
012200 FD  WEB-ORDER-HISTORY
012300     LABEL RECORDS ARE STANDARD.
012400 01  WEB-HISTORY-REC.
012500     05  WH-EXT-ORDER-ID     PIC X(15).
012600     05  WH-FEED-DATE        PIC 9(08).
012700     05  WH-FEED-LINE        PIC 9(05).
012800     05  WH-CUST-NO          PIC 9(05).
012900     05  WH-STORE-CODE       PIC X(02).
013000     05  WH-STATUS           PIC X(01).
013100         88  WH-PASSED       VALUE "P".
013200         88  WH-ACCEPTED     VALUE "A".
013300         88  WH-REJECTED     VALUE "R".
013400     05  WH-REASON-CODE      PIC X(02).
013500     05  WH-REASON-DESC      PIC X(30).
013600     05  WH-PANCAKES         PIC 99V99.
013700     05  WH-PRICE            PIC 9(05)V99.
013800     05  WH-ACK-DATE         PIC 9(08).
013900     05  FILLER              PIC X(13).
014000
014100*---------------------------------------------------------------
014200* WEB-ORDER-FILE - THE FEED'S GOOD ORDERS IN ORDER-REC LAYOUT,
014300* READ BY BACORGEN BEHIND THE KEYED ORDERS.  OR-EXT-ORDER-ID IS
014400* CARVED FROM THE FILLER EVERY OTHER PROGRAM PASSES THROUGH.
014500*---------------------------------------------------------------
014600 FD  WEB-ORDER-FILE
014700     LABEL RECORDS ARE STANDARD.
014800 01  ORDER-REC.
014900     05  OR-SEQ-NO           PIC 9(05).
015000     05  OR-NAME             PIC X(20).
015100     05  OR-RECIPE-CODE      PIC X(04).
015200     05  OR-FLOUR            PIC 9(03).
015300     05  OR-SUGAR            PIC 9(03).
015400     05  OR-MILK             PIC 9(03).
015500     05  OR-BACON            PIC 9(03).
015600     05  OR-BACON-SUB-CODE   PIC X(01).
015700     05  OR-BAKEPOWDER       PIC 9(03).
015800     05  OR-CUST-NO          PIC 9(05).
015900     05  OR-STORE-CODE       PIC X(02).
016000     05  OR-EXT-ORDER-ID     PIC X(15).
016100     05  FILLER              PIC X(13).
016200
016300*---------------------------------------------------------------
016400* INTAKE-REGISTER - THE PRINTED LIST OF FEED LINES NOT TAKEN.
016500*---------------------------------------------------------------
016600 FD  INTAKE-REGISTER
016700     LABEL RECORDS ARE OMITTED.
016800 01  RPT-LINE                PIC X(132).
016900
017000*---------------------------------------------------------------
017100* RUN-CONTROL-FILE - THE ONE-RECORD FILE BACRNCTL MAINTAINS
017200* WITH THE STREAM'S OFFICIAL BUSINESS DATE AND RUN STATUS.
017300*---------------------------------------------------------------
017400 FD  RUN-CONTROL-FILE
017500     LABEL RECORDS ARE STANDARD.
017600 01  RUNCTL-REC.
017700     05  RC-BUSINESS-DATE    PIC 9(08).
017800     05  RC-RUN-STATUS       PIC X(01).
017900     05  FILLER              PIC X(71).
018000
018100*---------------------------------------------------------------
018200* CONTROL-COUNT-FILE - ONE RECORD PER STEP COUNT, APPENDED BY
018300* EACH STEP OF THE NIGHTLY STREAM AND BALANCED BY BACBAL.
018400*---------------------------------------------------------------
018500 FD  CONTROL-COUNT-FILE
018600     LABEL RECORDS ARE STANDARD.
018700 01  CC-REC.
018800     05  CC-DATE             PIC 9(08).
018900     05  CC-PROGRAM          PIC X(08).
019000     05  CC-LABEL            PIC X(20).
019100     05  CC-COUNT            PIC 9(07).
019200     05  FILLER              PIC X(37).
019300
019400 WORKING-STORAGE SECTION.
019500 01  SW-FILE-STATUS          PIC X(01).
019600     88  END-OF-FEED         VALUE "Y".
019700     88  MORE-FEED-EXISTS    VALUE "N".
019800
019900 01  SW-LINE-STATUS          PIC X(01).
020000     88  LINE-IS-VALID       VALUE "Y".
020100     88  LINE-IS-INVALID     VALUE "N".
020200
020300 01  SW-HISTORY              PIC X(01).
020400     88  HISTORY-FOUND       VALUE "Y".
020500     88  HISTORY-NOT-FOUND   VALUE "N".
020600
020700 01  WS-CUS-STATUS           PIC X(02).
020800     88  CUS-STATUS-OK       VALUE "00".
020900
021000 01  WS-CML-STATUS           PIC X(02).
021100     88  CML-STATUS-OK       VALUE "00".
021200
021300 01  WS-WEBH-STATUS          PIC X(02).
021400     88  WEBH-STATUS-OK      VALUE "00".
021500
021600 01  WS-ORD-STATUS           PIC X(02).
021700     88  ORD-STATUS-OK       VALUE "00".
021800
021900 01  WS-RUNC-STATUS          PIC X(02).
022000     88  RUNC-STATUS-OK      VALUE "00".
022100
022200 01  WS-CTL-STATUS           PIC X(02).
022300     88  CTL-STATUS-OK       VALUE "00".
022400
022500*---------------------------------------------------------------
022600* THE FEED LINE SPLIT INTO ITS FIELDS.  EACH FIELD IS RECEIVED
022700* ONE BYTE WIDER THAN IT MAY BE, SO A FIELD THAT IS TOO LONG
022800* SHOWS UP AS A NON-BLANK LAST BYTE.
022900*---------------------------------------------------------------
023000 01  WS-FEED-FIELDS.
023100     05  WS-FEED-EXT-ID      PIC X(16).
023200     05  WS-FEED-CUSTOMER    PIC X(51).
023300     05  WS-FEED-STORE       PIC X(03).
023400     05  WS-FEED-RECIPE      PIC X(05).
023500     05  WS-FEED-QTY-ENTRY OCCURS 5 TIMES.
023600         10  WS-FEED-QTY     PIC X(04).
023700         10  WS-FEED-QTY-LEN PIC 9(04) COMP.
023800         10  WS-FEED-QTY-NUM PIC 9(03).
023900     05  WS-FEED-BACON-CODE  PIC X(02).
024000     05  WS-FEED-EXTRA       PIC X(01).
024100 01  WS-FEED-CUST-LEN        PIC 9(04) COMP.
024200 01  WS-FEED-FIELD-COUNT     PIC 9(04) COMP.
024300 01  WS-FEED-AT-COUNT        PIC 9(04) COMP.
024400 01  WS-FEED-SUB             PIC 9(02) COMP.
024500 01  WS-FEED-CUST-NO         PIC 9(05).
024600
024700 01  WS-LOWER-CASE           PIC X(26)
024800     VALUE "abcdefghijklmnopqrstuvwxyz".
024900 01  WS-UPPER-CASE           PIC X(26)
025000     VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
025100
025200 01  WS-REASON-CODE          PIC X(02).
025300 01  WS-REASON-DESC          PIC X(30).
025400 01  WS-LINE-NO              PIC 9(05) VALUE ZERO.
025500 01  WS-NEXT-SEQ-NO          PIC 9(05) VALUE ZERO.
025600
025700*---------------------------------------------------------------
025800* RUN TOTALS.  LINES READ = PASSED + REJECTED + DUPLICATES +
025900* UNREADABLE; BACBAL PROVES IT FROM THE CONTROL-COUNT FILE.
026000*---------------------------------------------------------------
026100 01  WS-TOTAL-READ           PIC 9(05) VALUE ZERO COMP.
026200 01  WS-TOTAL-PASSED         PIC 9(05) VALUE ZERO COMP.
026300 01  WS-TOTAL-REJECTED       PIC 9(05) VALUE ZERO COMP.
026400 01  WS-TOTAL-DUPLICATE      PIC 9(05) VALUE ZERO COMP.
026500 01  WS-TOTAL-UNREADABLE     PIC 9(05) VALUE ZERO COMP.
026600
026700*---------------------------------------------------------------
026800* REPORT CONTROL FIELDS.
026900*---------------------------------------------------------------
027000 01  WS-RUN-DATE-NUM         PIC 9(08).
027100 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-NUM.
027200     05  WS-RUN-YYYY         PIC 9(04).
027300     05  WS-RUN-MM           PIC 9(02).
027400     05  WS-RUN-DD           PIC 9(02).
027500
027600 01  WS-PAGE-NO              PIC 9(03) VALUE ZERO COMP.
027700 01  WS-LINES-ON-PAGE        PIC 9(02) VALUE ZERO COMP.
027800 01  WS-MAX-LINES-PER-PAGE   PIC 9(02) VALUE 50 COMP.
027900
028000*---------------------------------------------------------------
028100* REPORT HEADING AND DETAIL LINE LAYOUTS.
028200*---------------------------------------------------------------
028300 01  RPT-HEADING-1.
028400     05  FILLER              PIC X(28)
028500         VALUE "BACON PANCAKES - WEB INTAKE ".
028600     05  RH1-MM              PIC 9(02).
028700     05  FILLER              PIC X(01) VALUE "/".
028800     05  RH1-DD              PIC 9(02).
028900     05  FILLER              PIC X(01) VALUE "/".
029000     05  RH1-YYYY            PIC 9(04).
029100     05  FILLER              PIC X(25) VALUE SPACES.
029200     05  FILLER              PIC X(05) VALUE "PAGE ".
029300     05  RH1-PAGE-NO         PIC ZZ9.
029400     05  FILLER              PIC X(61) VALUE SPACES.
029500
029600 01  RPT-COLUMN-HEADING.
029700     05  FILLER              PIC X(07) VALUE " LINE".
029800     05  FILLER              PIC X(17) VALUE "ORDER ID".
029900     05  FILLER              PIC X(12) VALUE "ACTION".
030000     05  FILLER              PIC X(06) VALUE "CODE".
030100     05  FILLER              PIC X(32) VALUE "REASON".
030200     05  FILLER              PIC X(58) VALUE SPACES.
030300
030400 01  RPT-DETAIL-LINE.
030500     05  RD-LINE-NO          PIC ZZZZ9.
030600     05  FILLER              PIC X(02) VALUE SPACES.
030700     05  RD-EXT-ORDER-ID     PIC X(15).
030800     05  FILLER              PIC X(02) VALUE SPACES.
030900     05  RD-ACTION           PIC X(10).
031000     05  FILLER              PIC X(02) VALUE SPACES.
031100     05  RD-REASON-CODE      PIC X(02).
031200     05  FILLER              PIC X(04) VALUE SPACES.
031300     05  RD-REASON-DESC      PIC X(30).
031400     05  FILLER              PIC X(60) VALUE SPACES.
031500
031600 01  RPT-TOTAL-LINE.
031700     05  RT-LABEL            PIC X(30).
031800     05  FILLER              PIC X(05) VALUE SPACES.
031900     05  RT-COUNT            PIC ZZZZZ9.
032000     05  FILLER              PIC X(91) VALUE SPACES.
032100
032200 PROCEDURE DIVISION.
032300*---------------------------------------------------------------
032400* 0000-MAINLINE
032500*---------------------------------------------------------------
032600 0000-MAINLINE.
032700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
032800     PERFORM 2000-PROCESS-ONE-LINE THRU 2000-EXIT
032900         UNTIL END-OF-FEED.
033000     PERFORM 8000-WRITE-CONTROL-COUNTS THRU 8000-EXIT.
033100     PERFORM 9999-TERMINATE THRU 9999-EXIT.
033200     STOP RUN.
033300
033400*---------------------------------------------------------------
033500* 1000-INITIALIZE - OPEN THE FILES, PRINT THE FIRST HEADINGS,
033600* AND PRIME THE READ.
033700*---------------------------------------------------------------
033800 1000-INITIALIZE.
033900     SET MORE-FEED-EXISTS TO TRUE.
034000     PERFORM 1100-GET-BUSINESS-DATE THRU 1100-EXIT.
034100     OPEN INPUT WEB-ORDER-FEED.
034200     OPEN INPUT CUSTOMER-MASTER.
034300     IF NOT CUS-STATUS-OK
034400         DISPLAY "BACWEBIN - CUSTOMER-MASTER OPEN FAILED, "
034500             "STATUS " WS-CUS-STATUS
034600         MOVE 16 TO RETURN-CODE
034700         STOP RUN
034800     END-IF.
034900     OPEN INPUT CUSTOMER-EMAIL-XREF.
035000     IF NOT CML-STATUS-OK
035100         DISPLAY "BACWEBIN - CUSTOMER-EMAIL-XREF OPEN FAILED, "
035200             "STATUS " WS-CML-STATUS
035300         MOVE 16 TO RETURN-CODE
035400         STOP RUN
035500     END-IF.
035600     OPEN I-O WEB-ORDER-HISTORY.
035700     IF NOT WEBH-STATUS-OK
035800         DISPLAY "BACWEBIN - WEB-ORDER-HISTORY OPEN FAILED, "
035900             "STATUS " WS-WEBH-STATUS
036000         MOVE 16 TO RETURN-CODE
036100         STOP RUN
036200     END-IF.
036300     OPEN OUTPUT WEB-ORDER-FILE.
036400     IF NOT ORD-STATUS-OK
036500         DISPLAY "BACWEBIN - WEB-ORDER-FILE OPEN FAILED, "
036600             "STATUS " WS-ORD-STATUS
036700         MOVE 16 TO RETURN-CODE
036800         STOP RUN
036900     END-IF.
037000     OPEN OUTPUT INTAKE-REGISTER.
037100     PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT.
037200     PERFORM 3000-READ-FEED THRU 3000-EXIT.
037300 1000-EXIT.
037400     EXIT.
037500
037600*---------------------------------------------------------------
037700* 1100-GET-BUSINESS-DATE - TAKE THE RUN DATE FROM THE RUN-
037800* CONTROL FILE'S BUSINESS DATE INSTEAD OF THE WALL CLOCK.
037900*---------------------------------------------------------------
038000 1100-GET-BUSINESS-DATE.
038100     OPEN INPUT RUN-CONTROL-FILE.
038200     IF NOT RUNC-STATUS-OK
038300         DISPLAY "BACWEBIN - RUN-CONTROL OPEN FAILED, "
038400             "STATUS " WS-RUNC-STATUS
038500         MOVE 16 TO RETURN-CODE
038600         STOP RUN
038700     END-IF.
038800     READ RUN-CONTROL-FILE
038900         AT END
039000             DISPLAY "BACWEBIN - RUN-CONTROL FILE EMPTY, "
039100                 "RELEASE THE RUN FIRST"
039200             MOVE 16 TO RETURN-CODE
039300             STOP RUN
039400     END-READ.
039500     MOVE RC-BUSINESS-DATE TO WS-RUN-DATE-NUM.
039600     CLOSE RUN-CONTROL-FILE.
039700 1100-EXIT.
039800     EXIT.
039900
040000*---------------------------------------------------------------
040100* 2000-PROCESS-ONE-LINE - SPLIT ONE FEED LINE, DROP IT IF ITS
040200* ORDER ID IS UNUSABLE OR ALREADY TAKEN, EDIT IT, AND EITHER
040300* PASS IT TO BACORGEN OR HOLD IT ON THE HISTORY AS REJECTED.
040400*---------------------------------------------------------------
040500 2000-PROCESS-ONE-LINE.
040600     ADD 1 TO WS-TOTAL-READ.
040700     PERFORM 2100-SPLIT-LINE THRU 2100-EXIT.
040800     IF WS-FEED-EXT-ID = SPACES
040900         OR WS-FEED-EXT-ID (16:1) NOT = SPACE
041000         ADD 1 TO WS-TOTAL-UNREADABLE
041100         MOVE SPACES TO RD-EXT-ORDER-ID
041200         MOVE "UNREADABLE" TO RD-ACTION
041300         MOVE "50" TO RD-REASON-CODE
041400         MOVE "NO USABLE ORDER ID" TO RD-REASON-DESC
041500         PERFORM 7100-WRITE-DETAIL THRU 7100-EXIT
041600         GO TO 2000-NEXT
041700     END-IF.
041800     PERFORM 2200-CHECK-HISTORY THRU 2200-EXIT.
041900     IF HISTORY-FOUND
042000         AND NOT WH-REJECTED
042100         AND (WH-FEED-DATE NOT = WS-RUN-DATE-NUM
042200             OR WH-FEED-LINE NOT = WS-LINE-NO)
042300         ADD 1 TO WS-TOTAL-DUPLICATE
042400         MOVE WS-FEED-EXT-ID TO RD-EXT-ORDER-ID
042500         MOVE "DUPLICATE" TO RD-ACTION
042600         MOVE SPACES TO RD-REASON-CODE
042700         MOVE "ORDER ID ALREADY TAKEN" TO RD-REASON-DESC
042800         PERFORM 7100-WRITE-DETAIL THRU 7100-EXIT
042900         GO TO 2000-NEXT
043000     END-IF.
043100     PERFORM 2300-EDIT-LINE THRU 2300-EXIT.
043200     IF LINE-IS-INVALID
043300         ADD 1 TO WS-TOTAL-REJECTED
043400         MOVE WS-FEED-EXT-ID TO RD-EXT-ORDER-ID
043500         MOVE "REJECTED" TO RD-ACTION
043600         MOVE WS-REASON-CODE TO RD-REASON-CODE
043700         MOVE WS-REASON-DESC TO RD-REASON-DESC
043800         PERFORM 7100-WRITE-DETAIL THRU 7100-EXIT
043900         MOVE "R" TO WH-STATUS
044000         PERFORM 2500-SAVE-HISTORY THRU 2500-EXIT
044100         GO TO 2000-NEXT
044200     END-IF.
044300     PERFORM 2400-WRITE-ORDER THRU 2400-EXIT.
044400     ADD 1 TO WS-TOTAL-PASSED.
044500     MOVE SPACES TO WS-REASON-CODE.
044600     MOVE SPACES TO WS-REASON-DESC.
044700     MOVE "P" TO WH-STATUS.
044800     PERFORM 2500-SAVE-HISTORY THRU 2500-EXIT.
044900 2000-NEXT.
045000     PERFORM 3000-READ-FEED THRU 3000-EXIT.
045100 2000-EXIT.
045200     EXIT.
045300
045400*---------------------------------------------------------------
045500* 2100-SPLIT-LINE - BREAK THE LINE AT THE COMMAS.  A FIELD LEFT
045600* EMPTY COMES BACK AS SPACES; AN ELEVENTH FIELD LANDS IN
045700* WS-FEED-EXTRA AND MAKES THE LINE MALFORMED.
045800*---------------------------------------------------------------
045900 2100-SPLIT-LINE.
046000     MOVE SPACES TO WS-FEED-FIELDS.
046100     MOVE ZERO TO WS-FEED-FIELD-COUNT.
046200     MOVE ZERO TO WS-FEED-CUST-LEN.
046300     UNSTRING FEED-REC DELIMITED BY ","
046400         INTO WS-FEED-EXT-ID
046500              WS-FEED-CUSTOMER COUNT IN WS-FEED-CUST-LEN
046600              WS-FEED-STORE
046700              WS-FEED-RECIPE
046800              WS-FEED-QTY (1) COUNT IN WS-FEED-QTY-LEN (1)
046900              WS-FEED-QTY (2) COUNT IN WS-FEED-QTY-LEN (2)
047000              WS-FEED-QTY (3) COUNT IN WS-FEED-QTY-LEN (3)
047100              WS-FEED-QTY (4) COUNT IN WS-FEED-QTY-LEN (4)
047200              WS-FEED-QTY (5) COUNT IN WS-FEED-QTY-LEN (5)
047300              WS-FEED-BACON-CODE
047400              WS-FEED-EXTRA
047500         TALLYING IN WS-FEED-FIELD-COUNT
047600     END-UNSTRING.
047700 2100-EXIT.
047800     EXIT.
047900
048000*---------------------------------------------------------------
048100* 2200-CHECK-HISTORY - LOOK THE ORDER ID UP ON THE HISTORY.  THE
048200* SAME LINE OF TONIGHT'S FEED FOUND AGAIN IS A RERUN OF THIS
048300* STEP, NOT A DUPLICATE, AND IS TAKEN AGAIN.
048400*---------------------------------------------------------------
048500 2200-CHECK-HISTORY.
048600     SET HISTORY-FOUND TO TRUE.
048700     MOVE WS-FEED-EXT-ID TO WH-EXT-ORDER-ID.
048800     READ WEB-ORDER-HISTORY
048900         INVALID KEY
049000             SET HISTORY-NOT-FOUND TO TRUE
049100     END-READ.
049200 2200-EXIT.
049300     EXIT.
049400
049500*---------------------------------------------------------------
049600* 2300-EDIT-LINE - EDIT THE FIELDS IN LINE ORDER AND MAP THE
049700* CUSTOMER.  THE FIRST EDIT THAT FAILS IS THE REASON GIVEN.
049800*---------------------------------------------------------------
049900 2300-EDIT-LINE.
050000     SET LINE-IS-VALID TO TRUE.
050100     MOVE ZERO TO WS-FEED-CUST-NO.
050200     MOVE "50" TO WS-REASON-CODE.
050300     IF WS-FEED-FIELD-COUNT NOT = 10
050400         MOVE "WRONG NUMBER OF FIELDS" TO WS-REASON-DESC
050500         SET LINE-IS-INVALID TO TRUE
050600         GO TO 2300-EXIT
050700     END-IF.
050800     PERFORM 2310-EDIT-CUSTOMER THRU 2310-EXIT.
050900     IF LINE-IS-INVALID
051000         GO TO 2300-EXIT
051100     END-IF.
051200     IF WS-FEED-STORE (1:1) = SPACE
051300         OR WS-FEED-STORE (2:1) = SPACE
051400         OR WS-FEED-STORE (3:1) NOT = SPACE
051500         MOVE "BAD STORE CODE" TO WS-REASON-DESC
051600         SET LINE-IS-INVALID TO TRUE
051700         GO TO 2300-EXIT
051800     END-IF.
051900     IF WS-FEED-RECIPE = SPACES
052000         OR WS-FEED-RECIPE (5:1) NOT = SPACE
052100         MOVE "BAD RECIPE CODE" TO WS-REASON-DESC
052200         SET LINE-IS-INVALID TO TRUE
052300         GO TO 2300-EXIT
052400     END-IF.
052500     PERFORM 2320-EDIT-ONE-QTY THRU 2320-EXIT
052600         VARYING WS-FEED-SUB FROM 1 BY 1
052700         UNTIL WS-FEED-SUB > 5.
052800     IF LINE-IS-INVALID
052900         MOVE "BAD INGREDIENT QUANTITY" TO WS-REASON-DESC
053000         GO TO 2300-EXIT
053100     END-IF.
053200     INSPECT WS-FEED-BACON-CODE
053300         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
053400     IF WS-FEED-BACON-CODE NOT = "P"
053500         AND WS-FEED-BACON-CODE NOT = "T"
053600         AND WS-FEED-BACON-CODE NOT = "V"
053700         AND WS-FEED-BACON-CODE NOT = "N"
053800         MOVE "BAD BACON CHOICE" TO WS-REASON-DESC
053900         SET LINE-IS-INVALID TO TRUE
054000         GO TO 2300-EXIT
054100     END-IF.
054200     MOVE WS-FEED-CUST-NO TO CU-CUST-NO.
054300     READ CUSTOMER-MASTER
054400         INVALID KEY
054500             MOVE "51" TO WS-REASON-CODE
054600             MOVE "UNKNOWN CUSTOMER" TO WS-REASON-DESC
054700             SET LINE-IS-INVALID TO TRUE
054800             GO TO 2300-EXIT
054900     END-READ.
055000     IF CU-ACTIVE-FLAG NOT = "A"
055100         MOVE "52" TO WS-REASON-CODE
055200         MOVE "CUSTOMER INACTIVE" TO WS-REASON-DESC
055300         SET LINE-IS-INVALID TO TRUE
055400     END-IF.
055500 2300-EXIT.
055600     EXIT.
055700
055800*---------------------------------------------------------------
055900* 2310-EDIT-CUSTOMER - A CUSTOMER FIELD WITH AN @ IN IT IS AN
056000* E-MAIL ADDRESS, LOOKED UP (IN UPPER CASE) ON THE E-MAIL
056100* CROSS-REFERENCE; ANYTHING ELSE MUST BE A 1-5 DIGIT ACCOUNT
056200* NUMBER.
056300*---------------------------------------------------------------
056400 2310-EDIT-CUSTOMER.
056500     IF WS-FEED-CUSTOMER = SPACES
056600         OR WS-FEED-CUSTOMER (51:1) NOT = SPACE
056700         MOVE "BAD CUSTOMER FIELD" TO WS-REASON-DESC
056800         SET LINE-IS-INVALID TO TRUE
056900         GO TO 2310-EXIT
057000     END-IF.
057100     MOVE ZERO TO WS-FEED-AT-COUNT.
057200     INSPECT WS-FEED-CUSTOMER
057300         TALLYING WS-FEED-AT-COUNT FOR ALL "@".
057400     IF WS-FEED-AT-COUNT > ZERO
057500         INSPECT WS-FEED-CUSTOMER
057600             CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
057700         MOVE WS-FEED-CUSTOMER (1:50) TO CM-EMAIL
057800         READ CUSTOMER-EMAIL-XREF
057900             INVALID KEY
058000                 MOVE "51" TO WS-REASON-CODE
058100                 MOVE "E-MAIL NOT ON FILE" TO WS-REASON-DESC
058200                 SET LINE-IS-INVALID TO TRUE
058300                 GO TO 2310-EXIT
058400         END-READ
058500         MOVE CM-CUST-NO TO WS-FEED-CUST-NO
058600         GO TO 2310-EXIT
058700     END-IF.
058800     IF WS-FEED-CUST-LEN < 1
058900         OR WS-FEED-CUST-LEN > 5
059000         MOVE "BAD CUSTOMER FIELD" TO WS-REASON-DESC
059100         SET LINE-IS-INVALID TO TRUE
059200         GO TO 2310-EXIT
059300     END-IF.
059400     IF WS-FEED-CUSTOMER (1:WS-FEED-CUST-LEN) NOT NUMERIC
059500         MOVE "BAD CUSTOMER FIELD" TO WS-REASON-DESC
059600         SET LINE-IS-INVALID TO TRUE
059700         GO TO 2310-EXIT
059800     END-IF.
059900     MOVE WS-FEED-CUSTOMER (1:WS-FEED-CUST-LEN)
060000         TO WS-FEED-CUST-NO.
060100 2310-EXIT.
060200     EXIT.
060300
060400*---------------------------------------------------------------
060500* 2320-EDIT-ONE-QTY - ONE INGREDIENT QUANTITY MUST BE 1-3
060600* DIGITS.  IT IS RIGHT-ALIGNED INTO ITS NUMERIC FIELD.
060700*---------------------------------------------------------------
060800 2320-EDIT-ONE-QTY.
060900     IF WS-FEED-QTY-LEN (WS-FEED-SUB) < 1
061000         OR WS-FEED-QTY-LEN (WS-FEED-SUB) > 3
061100         SET LINE-IS-INVALID TO TRUE
061200         GO TO 2320-EXIT
061300     END-IF.
061400     IF WS-FEED-QTY (WS-FEED-SUB)
061500         (1:WS-FEED-QTY-LEN (WS-FEED-SUB)) NOT NUMERIC
061600         SET LINE-IS-INVALID TO TRUE
061700         GO TO 2320-EXIT
061800     END-IF.
061900     MOVE WS-FEED-QTY (WS-FEED-SUB)
062000         (1:WS-FEED-QTY-LEN (WS-FEED-SUB))
062100         TO WS-FEED-QTY-NUM (WS-FEED-SUB).
062200 2320-EXIT.
062300     EXIT.
062400
062500*---------------------------------------------------------------
062600* 2400-WRITE-ORDER - BUILD THE ORDER-REC FOR BACORGEN.  THE
062700* SEQUENCE NUMBER ONLY HAS TO BE UNIQUE WITHIN THE FEED; STEP09
062800* RENUMBERS THE WHOLE NIGHT AFTER THE SORT.
062900*---------------------------------------------------------------
063000 2400-WRITE-ORDER.
063100     MOVE SPACES TO ORDER-REC.
063200     ADD 1 TO WS-NEXT-SEQ-NO.
063300     MOVE WS-NEXT-SEQ-NO TO OR-SEQ-NO.
063400     MOVE CU-NAME TO OR-NAME.
063500     MOVE WS-FEED-RECIPE (1:4) TO OR-RECIPE-CODE.
063600     MOVE WS-FEED-QTY-NUM (1) TO OR-FLOUR.
063700     MOVE WS-FEED-QTY-NUM (2) TO OR-SUGAR.
063800     MOVE WS-FEED-QTY-NUM (3) TO OR-MILK.
063900     MOVE WS-FEED-QTY-NUM (4) TO OR-BACON.
064000     MOVE WS-FEED-BACON-CODE (1:1) TO OR-BACON-SUB-CODE.
064100     MOVE WS-FEED-QTY-NUM (5) TO OR-BAKEPOWDER.
064200     MOVE WS-FEED-CUST-NO TO OR-CUST-NO.
064300     MOVE WS-FEED-STORE (1:2) TO OR-STORE-CODE.
064400     MOVE WS-FEED-EXT-ID (1:15) TO OR-EXT-ORDER-ID.
064500     WRITE ORDER-REC.
064600     IF NOT ORD-STATUS-OK
064700         DISPLAY "BACWEBIN - WEB-ORDER-FILE WRITE FAILED, "
064800             "STATUS " WS-ORD-STATUS
064900         MOVE 16 TO RETURN-CODE
065000         STOP RUN
065100     END-IF.
065200 2400-EXIT.
065300     EXIT.
065400
065500*---------------------------------------------------------------
065600* 2500-SAVE-HISTORY - RECORD THE ORDER ID, THE FEED LINE IT CAME
065700* IN ON, AND WHERE IT STANDS.  THE CALLER HAS SET WH-STATUS AND
065800* THE REASON.  A REJECTED ID SENT AGAIN IS RECORDED OVER.
065900*---------------------------------------------------------------
066000 2500-SAVE-HISTORY.
066100     MOVE WS-FEED-EXT-ID (1:15) TO WH-EXT-ORDER-ID.
066200     MOVE WS-RUN-DATE-NUM TO WH-FEED-DATE.
066300     MOVE WS-LINE-NO TO WH-FEED-LINE.
066400     MOVE WS-FEED-CUST-NO TO WH-CUST-NO.
066500     MOVE WS-FEED-STORE (1:2) TO WH-STORE-CODE.
066600     MOVE WS-REASON-CODE TO WH-REASON-CODE.
066700     MOVE WS-REASON-DESC TO WH-REASON-DESC.
066800     MOVE ZERO TO WH-PANCAKES.
066900     MOVE ZERO TO WH-PRICE.
067000     MOVE ZERO TO WH-ACK-DATE.
067100     MOVE SPACES TO WEB-HISTORY-REC (88:13).
067200     IF HISTORY-FOUND
067300         REWRITE WEB-HISTORY-REC
067400     ELSE
067500         WRITE WEB-HISTORY-REC
067600     END-IF.
067700     IF NOT WEBH-STATUS-OK
067800         DISPLAY "BACWEBIN - WEB-ORDER-HISTORY UPDATE FAILED, "
067900             "STATUS " WS-WEBH-STATUS
068000         MOVE 16 TO RETURN-CODE
068100         STOP RUN
068200     END-IF.
068300 2500-EXIT.
068400     EXIT.
068500
068600*---------------------------------------------------------------
068700* 3000-READ-FEED - READ THE NEXT NON-BLANK FEED LINE, SETTING
068800* END-OF-FEED AT END OF FILE.
068900*---------------------------------------------------------------
069000 3000-READ-FEED.
069100     READ WEB-ORDER-FEED
069200         AT END
069300             SET END-OF-FEED TO TRUE
069400             GO TO 3000-EXIT
069500     END-READ.
069600     ADD 1 TO WS-LINE-NO.
069700     IF FEED-REC = SPACES
069800         GO TO 3000-READ-FEED
069900     END-IF.
070000 3000-EXIT.
070100     EXIT.
070200
070300*---------------------------------------------------------------
070400* 7000-WRITE-HEADINGS - START A NEW PAGE OF THE REGISTER.
070500*---------------------------------------------------------------
070600 7000-WRITE-HEADINGS.
070700     ADD 1 TO WS-PAGE-NO.
070800     MOVE WS-RUN-MM TO RH1-MM.
070900     MOVE WS-RUN-DD TO RH1-DD.
071000     MOVE WS-RUN-YYYY TO RH1-YYYY.
071100     MOVE WS-PAGE-NO TO RH1-PAGE-NO.
071200     WRITE RPT-LINE FROM RPT-HEADING-1 AFTER ADVANCING PAGE.
071300     WRITE RPT-LINE FROM RPT-COLUMN-HEADING
071400         AFTER ADVANCING 2 LINES.
071500     MOVE 3 TO WS-LINES-ON-PAGE.
071600 7000-EXIT.
071700     EXIT.
071800
071900*---------------------------------------------------------------
072000* 7100-WRITE-DETAIL - LIST ONE FEED LINE NOT TAKEN.  THE CALLER
072100* HAS SET THE ORDER ID, ACTION, AND REASON.
072200*---------------------------------------------------------------
072300 7100-WRITE-DETAIL.
072400     IF WS-LINES-ON-PAGE >= WS-MAX-LINES-PER-PAGE
072500         PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
072600     END-IF.
072700     MOVE WS-LINE-NO TO RD-LINE-NO.
072800     WRITE RPT-LINE FROM RPT-DETAIL-LINE AFTER ADVANCING 1 LINE.
072900     ADD 1 TO WS-LINES-ON-PAGE.
073000 7100-EXIT.
073100     EXIT.
073200
073300*---------------------------------------------------------------
073400* 8000-WRITE-CONTROL-COUNTS - APPEND THIS STEP'S RECORD COUNTS
073500* TO THE SHARED CONTROL-COUNT FILE SO BACBAL CAN PROVE THE
073600* STREAM'S STEPS TIE.
073700*---------------------------------------------------------------
073800 8000-WRITE-CONTROL-COUNTS.
073900     OPEN EXTEND CONTROL-COUNT-FILE.
074000     IF NOT CTL-STATUS-OK
074100         DISPLAY "BACWEBIN - CONTROL-COUNT OPEN FAILED, "
074200             "STATUS " WS-CTL-STATUS
074300         MOVE 16 TO RETURN-CODE
074400         STOP RUN
074500     END-IF.
074600     MOVE "FEED LINES READ     " TO CC-LABEL.
074700     MOVE WS-TOTAL-READ TO CC-COUNT.
074800     PERFORM 8100-WRITE-ONE-COUNT THRU 8100-EXIT.
074900     MOVE "WEB ORDERS PASSED   " TO CC-LABEL.
075000     MOVE WS-TOTAL-PASSED TO CC-COUNT.
075100     PERFORM 8100-WRITE-ONE-COUNT THRU 8100-EXIT.
075200     MOVE "WEB ORDERS REJECTED " TO CC-LABEL.
075300     MOVE WS-TOTAL-REJECTED TO CC-COUNT.
075400     PERFORM 8100-WRITE-ONE-COUNT THRU 8100-EXIT.
075500     MOVE "WEB DUPLICATES      " TO CC-LABEL.
075600     MOVE WS-TOTAL-DUPLICATE TO CC-COUNT.
075700     PERFORM 8100-WRITE-ONE-COUNT THRU 8100-EXIT.
075800     MOVE "WEB LINES UNREADABLE" TO CC-LABEL.
075900     MOVE WS-TOTAL-UNREADABLE TO CC-COUNT.
076000     PERFORM 8100-WRITE-ONE-COUNT THRU 8100-EXIT.
076100     CLOSE CONTROL-COUNT-FILE.
076200 8000-EXIT.
076300     EXIT.
076400
076500*---------------------------------------------------------------
076600* 8100-WRITE-ONE-COUNT - WRITE ONE CONTROL-COUNT RECORD.  THE
076700* CALLER HAS SET THE LABEL AND COUNT.
076800*---------------------------------------------------------------
076900 8100-WRITE-ONE-COUNT.
077000     MOVE WS-RUN-DATE-NUM TO CC-DATE.
077100     MOVE "BACWEBIN" TO CC-PROGRAM.
077200     MOVE SPACES TO CC-REC(44:37).
077300     WRITE CC-REC.
077400     IF NOT CTL-STATUS-OK
077500         DISPLAY "BACWEBIN - CONTROL-COUNT WRITE FAILED, "
077600             "STATUS " WS-CTL-STATUS
077700         MOVE 16 TO RETURN-CODE
077800         STOP RUN
077900     END-IF.
078000 8100-EXIT.
078100     EXIT.
078200
078300*---------------------------------------------------------------
078400* 9999-TERMINATE - PRINT THE TOTALS, CLOSE THE FILES, AND SET
078500* RETURN-CODE 4 IF ANY FEED LINE WAS NOT TAKEN.
078600*---------------------------------------------------------------
078700 9999-TERMINATE.
078800     MOVE "FEED LINES READ" TO RT-LABEL.
078900     MOVE WS-TOTAL-READ TO RT-COUNT.
079000     WRITE RPT-LINE FROM RPT-TOTAL-LINE
079100         AFTER ADVANCING 3 LINES.
079200     MOVE "ORDERS PASSED TO THE NIGHT" TO RT-LABEL.
079300     MOVE WS-TOTAL-PASSED TO RT-COUNT.
079400     WRITE RPT-LINE FROM RPT-TOTAL-LINE
079500         AFTER ADVANCING 1 LINE.
079600     MOVE "ORDERS REJECTED" TO RT-LABEL.
079700     MOVE WS-TOTAL-REJECTED TO RT-COUNT.
079800     WRITE RPT-LINE FROM RPT-TOTAL-LINE
079900         AFTER ADVANCING 1 LINE.
080000     MOVE "DUPLICATE ORDER IDS DROPPED" TO RT-LABEL.
080100     MOVE WS-TOTAL-DUPLICATE TO RT-COUNT.
080200     WRITE RPT-LINE FROM RPT-TOTAL-LINE
080300         AFTER ADVANCING 1 LINE.
080400     MOVE "LINES WITH NO USABLE ORDER ID" TO RT-LABEL.
080500     MOVE WS-TOTAL-UNREADABLE TO RT-COUNT.
080600     WRITE RPT-LINE FROM RPT-TOTAL-LINE
080700         AFTER ADVANCING 1 LINE.
080800     CLOSE WEB-ORDER-FEED.
080900     CLOSE CUSTOMER-MASTER.
081000     CLOSE CUSTOMER-EMAIL-XREF.
081100     CLOSE WEB-ORDER-HISTORY.
081200     CLOSE WEB-ORDER-FILE.
081300     CLOSE INTAKE-REGISTER.
081400     DISPLAY "BACWEBIN - LINES READ:       " WS-TOTAL-READ.
081500     DISPLAY "BACWEBIN - ORDERS PASSED:    " WS-TOTAL-PASSED.
081600     DISPLAY "BACWEBIN - ORDERS REJECTED:  " WS-TOTAL-REJECTED.
081700     DISPLAY "BACWEBIN - DUPLICATES:       " WS-TOTAL-DUPLICATE.
081800     DISPLAY "BACWEBIN - UNREADABLE LINES: " WS-TOTAL-UNREADABLE.
081900     IF WS-TOTAL-PASSED = WS-TOTAL-READ
082000         MOVE 0 TO RETURN-CODE
082100     ELSE
082200         MOVE 4 TO RETURN-CODE
082300     END-IF.
082400 9999-EXIT.
082500     EXIT.
082600
082700 END PROGRAM BACWEBIN.
