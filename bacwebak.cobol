000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BACWEBAK.
000300 AUTHOR. DW.
000400 INSTALLATION. KITCHEN-DATA-PROCESSING.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*WRITES THE OUTBOUND ACKNOWLEDGEMENT FILE BACK TO THE ONLINE
000800*ORDERING SERVICE ONCE THE NIGHT HAS COMPUTED ITS ORDERS - ONE
000900*COMMA-DELIMITED RECORD FOR EVERY SERVICE ORDER ID NOT YET
001000*ANSWERED:
001100*   ORDER ID,A,PANCAKES,PRICE,,          (ACCEPTED)
001200*   ORDER ID,R,,,REASON CODE,REASON      (REJECTED)
001300*TONIGHT'S SERVICE ORDERS ARE FOUND ON THE VALIDATED ORDER FILE BY
001400*THE ORDER ID BACWEBIN PUT IN OR-EXT-ORDER-ID.  AN ORDER THAT
001500*BACONPANCAKES ACCEPTED HAS AN AUDIT RECORD UNDER ITS SEQUENCE
001600*NUMBER, CARRYING THE PANCAKE COUNT AND PRICE; ONE IT REJECTED IS
001700*ON THE REJECT FILE WITH ITS REJ-REASON-CODE.  THE WEB ORDER
001800*HISTORY SUPPLIES THE REST: LINES BACWEBIN REJECTED (50-52), AND
001900*ORDERS THAT NEVER REACHED VALIDATION BECAUSE BACORGEN HELD THE
002000*ACCOUNT FOR CREDIT (60) OR BECAUSE AN EARLIER NIGHT NEVER RAN
002100*THEM (61).  EACH ANSWER IS RECORDED ON THE HISTORY SO IT IS SENT
002200*ONCE; A RERUN OF THE SAME BUSINESS DATE SENDS THE NIGHT'S
002300*ANSWERS AGAIN.  A CORRECTED REJECT RESUBMITTED THROUGH BACRESUB
002400*KEEPS ITS ORDER ID AND IS ANSWERED AGAIN WITH ITS NEW OUTCOME.
002500*---------------------------------------------------------------
002600* MODIFICATION HISTORY
002700*---------------------------------------------------------------
002800* 10/15/26  DW         ORIGINAL VERSION.
002900*---------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT VALID-ORDER-FILE ASSIGN TO ORDVALID
003400         ORGANIZATION IS SEQUENTIAL.
003500
003600     SELECT AUDIT-LOG ASSIGN TO AUDITLOG
003700         ORGANIZATION IS SEQUENTIAL.
003800
003900     SELECT REJECT-FILE ASSIGN TO REJFILE
004000         ORGANIZATION IS SEQUENTIAL.
004100
004200     SELECT WEB-ORDER-HISTORY ASSIGN TO WEBHIST
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS WH-EXT-ORDER-ID
004600         FILE STATUS IS WS-WEBH-STATUS.
004700
004800     SELECT ACK-FILE ASSIGN TO WEBACK
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-ACK-STATUS.
005100
005200     SELECT ACK-REGISTER ASSIGN TO WEBAKRPT
005300         ORGANIZATION IS SEQUENTIAL.
005400
005500     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-RUNC-STATUS.
005800
005900     SELECT CONTROL-COUNT-FILE ASSIGN TO CTLCOUNT
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-CTL-STATUS.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500*---------------------------------------------------------------
006600* VALID-ORDER-FILE - TONIGHT'S VALIDATED ORDERS, RENUMBERED
006700* 1-UP BY THE SORT, IN ORDER-REC LAYOUT.
006800*---------------------------------------------------------------
006900 FD  VALID-ORDER-FILE
007000     LABEL RECORDS ARE STANDARD.
007100 01  ORDER-REC.
007200     05  OR-SEQ-NO           PIC 9(05).
007300     05  OR-NAME             PIC X(20).
007400     05  OR-RECIPE-CODE      PIC X(04).
007500     05  OR-FLOUR            PIC 9(03).
007600     05  OR-SUGAR            PIC 9(03).
007700     05  OR-MILK             PIC 9(03).
007800     05  OR-BACON            PIC 9(03).
007900     05  OR-BACON-SUB-CODE   PIC X(01).
008000     05  OR-BAKEPOWDER       PIC 9(03).
008100     05  OR-CUST-NO          PIC 9(05).
008200     05  OR-STORE-CODE       PIC X(02).
008300     05  OR-EXT-ORDER-ID     PIC X(15).
008400     05  FILLER              PIC X(13).
008500
008600*---------------------------------------------------------------
008700* AUDIT-LOG - EVERY ACCEPTED ORDER, PLUS THE *COUNT ADJ* AND
008800* *XFER* TRAIL RECORDS (SKIPPED HERE).
008900*---------------------------------------------------------------
009000 FD  AUDIT-LOG
009100     LABEL RECORDS ARE STANDARD.
009200 01  AUD-REC.
009300     05  AUD-DATE            PIC 9(08).
009400     05  AUD-TIME            PIC 9(08).
009500     05  AUD-NAME            PIC X(20).
009600     05  AUD-FLOUR           PIC 9(03).
009700     05  AUD-SUGAR           PIC 9(03).
009800     05  AUD-MILK            PIC 9(03).
009900     05  AUD-BACON           PIC 9(03).
010000     05  AUD-BAKEPOWDER      PIC 9(03).
010100     05  AUD-PANCAKES        PIC 99V99.
010200     05  AUD-COST            PIC 9(05)V99.
010300     05  AUD-PRICE           PIC 9(05)V99.
010400     05  AUD-BACON-TYPE      PIC X(07).
010500     05  AUD-RECIPE-CODE     PIC X(04).
010600     05  AUD-STORE-CODE      PIC X(02).
010700     05  AUD-CUST-NO         PIC 9(05).
010800     05  AUD-SEQ-NO          PIC 9(05).
010900
011000*---------------------------------------------------------------
011100* REJECT-FILE - EVERY ORDER BACONPANCAKES REJECTED SINCE THE DAY
011200* SHIFT LAST RESUBMITTED, AS THE ORDER IMAGE PLUS THE REASON.
011300*---------------------------------------------------------------
011400 FD  REJECT-FILE
011500     LABEL RECORDS ARE STANDARD.
011600 01  REJECT-REC.
011700     05  REJ-ORDER-IMAGE.
011800         10  REJ-SEQ-NO      PIC 9(05).
011900         10  FILLER          PIC X(47).
012000         10  REJ-EXT-ORDER-ID
012100                             PIC X(15).
012200         10  FILLER          PIC X(13).
012300     05  REJ-REASON-CODE     PIC X(02).
012400     05  REJ-REASON-DESC     PIC X(30).
012500
012600*---------------------------------------------------------------
012700* WEB-ORDER-HISTORY - ONE RECORD PER SERVICE ORDER ID, WRITTEN BY
012800* BACWEBIN.  LAYOUT KEPT IN STEP WITH BACWEBIN.
012900*---------------------------------------------------------------
013000 FD  WEB-ORDER-HISTORY
013100     LABEL RECORDS ARE STANDARD.
013200 01  WEB-HISTORY-REC.
013300     05  WH-EXT-ORDER-ID     PIC X(15).
013400     05  WH-FEED-DATE        PIC 9(08).
013500     05  WH-FEED-LINE        PIC 9(05).
013600     05  WH-CUST-NO          PIC 9(05).
013700     05  WH-STORE-CODE       PIC X(02).
013800     05  WH-STATUS           PIC X(01).
013900         88  WH-PASSED       VALUE "P".
014000         88  WH-ACCEPTED     VALUE "A".
014100         88  WH-REJECTED     VALUE "R".
014200     05  WH-REASON-CODE      PIC X(02).
014300     05  WH-REASON-DESC      PIC X(30).
014400     05  WH-PANCAKES         PIC 99V99.
014500     05  WH-PRICE            PIC 9(05)V99.
014600     05  WH-ACK-DATE         PIC 9(08).
014700     05  FILLER              PIC X(13).
014800
014900*---------------------------------------------------------------
015000* ACK-FILE - THE OUTBOUND ACKNOWLEDGEMENTS FOR THE SERVICE.
015100*---------------------------------------------------------------
015200 FD  ACK-FILE
015300     LABEL RECORDS ARE STANDARD.
015400 01  ACK-REC                 PIC X(80).
015500
015600*---------------------------------------------------------------
015700* ACK-REGISTER - THE PRINTED COPY OF WHAT WAS SENT.
015800*---------------------------------------------------------------
015900 FD  ACK-REGISTER
016000     LABEL RECORDS ARE OMITTED.
016100 01  RPT-LINE                PIC X(132).
016200
016300*---------------------------------------------------------------
016400* RUN-CONTROL-FILE - THE ONE-RECORD FILE BACRNCTL MAINTAINS
016500* WITH THE STREAM'S OFFICIAL BUSINESS DATE AND RUN STATUS.
016600*---------------------------------------------------------------
016700 FD  RUN-CONTROL-FILE
016800     LABEL RECORDS ARE STANDARD.
016900 01  RUNCTL-REC.
017000     05  RC-BUSINESS-DATE    PIC 9(08).
017100     05  RC-RUN-STATUS       PIC X(01).
017200     05  FILLER              PIC X(71).
017300
017400*---------------------------------------------------------------
017500* CONTROL-COUNT-FILE - ONE RECORD PER STEP COUNT, APPENDED BY
017600* EACH STEP OF THE NIGHTLY STREAM AND BALANCED BY BACBAL.
017700*---------------------------------------------------------------
017800 FD  CONTROL-COUNT-FILE
017900     LABEL RECORDS ARE STANDARD.
018000 01  CC-REC.
018100     05  CC-DATE             PIC 9(08).
018200     05  CC-PROGRAM          PIC X(08).
018300     05  CC-LABEL            PIC X(20).
018400     05  CC-COUNT            PIC 9(07).
018500     05  FILLER              PIC X(37).
018600
018700 WORKING-STORAGE SECTION.
018800 01  SW-FILE-STATUS          PIC X(01).
018900     88  END-OF-INPUT        VALUE "Y".
019000     88  MORE-INPUT-EXISTS   VALUE "N".
019100
019200 01  SW-ENTRY                PIC X(01).
019300     88  ENTRY-FOUND         VALUE "Y".
019400     88  ENTRY-NOT-FOUND     VALUE "N".
019500
019600 01  WS-WEBH-STATUS          PIC X(02).
019700     88  WEBH-STATUS-OK      VALUE "00".
019800
019900 01  WS-ACK-STATUS           PIC X(02).
020000     88  ACK-STATUS-OK       VALUE "00".
020100
020200 01  WS-RUNC-STATUS          PIC X(02).
020300     88  RUNC-STATUS-OK      VALUE "00".
020400
020500 01  WS-CTL-STATUS           PIC X(02).
020600     88  CTL-STATUS-OK       VALUE "00".
020700
020800*---------------------------------------------------------------
020900* WEB ORDER TABLE - TONIGHT'S SERVICE ORDERS FROM THE VALIDATED
021000* FILE, WITH THE OUTCOME AS IT IS FOUND (SPACE = NONE YET).
021100*---------------------------------------------------------------
021200 01  WS-WEB-COUNT            PIC 9(04) VALUE ZERO COMP.
021300 01  WS-WEB-SUB              PIC 9(04) VALUE ZERO COMP.
021400 01  WS-WEB-FOUND-SUB        PIC 9(04) VALUE ZERO COMP.
021500 01  WS-WEB-TABLE.
021600     05  WS-WEB-ENTRY OCCURS 3000 TIMES.
021700         10  WS-WEB-SEQ-NO   PIC 9(05).
021800         10  WS-WEB-EXT-ID   PIC X(15).
021900         10  WS-WEB-RESULT   PIC X(01).
022000         10  WS-WEB-CODE     PIC X(02).
022100         10  WS-WEB-DESC     PIC X(30).
022200         10  WS-WEB-PANCAKES PIC 99V99.
022300         10  WS-WEB-PRICE    PIC 9(05)V99.
022400         10  WS-WEB-ACKED    PIC X(01).
022500
022600 01  WS-LOOK-SEQ-NO          PIC 9(05).
022700 01  WS-LOOK-EXT-ID          PIC X(15).
022800
022900*---------------------------------------------------------------
023000* THE ACKNOWLEDGEMENT BEING BUILT.
023100*---------------------------------------------------------------
023200 01  WS-ACK-PANCAKES-ED      PIC 99.99.
023300 01  WS-ACK-PRICE-ED         PIC 9(05).99.
023400
023500*---------------------------------------------------------------
023600* RUN TOTALS.
023700*---------------------------------------------------------------
023800 01  WS-TOTAL-WEB-VALID      PIC 9(05) VALUE ZERO COMP.
023900 01  WS-TOTAL-ACKED          PIC 9(05) VALUE ZERO COMP.
024000 01  WS-TOTAL-ACCEPTED       PIC 9(05) VALUE ZERO COMP.
024100 01  WS-TOTAL-REJECTED       PIC 9(05) VALUE ZERO COMP.
024200 01  WS-TOTAL-PENDING        PIC 9(05) VALUE ZERO COMP.
024300 01  WS-TOTAL-NOT-ON-HIST    PIC 9(05) VALUE ZERO COMP.
024400
024500*---------------------------------------------------------------
024600* REPORT CONTROL FIELDS.
024700*---------------------------------------------------------------
024800 01  WS-RUN-DATE-NUM         PIC 9(08).
024900 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-NUM.
025000     05  WS-RUN-YYYY         PIC 9(04).
025100     05  WS-RUN-MM           PIC 9(02).
025200     05  WS-RUN-DD           PIC 9(02).
025300
025400 01  WS-PAGE-NO              PIC 9(03) VALUE ZERO COMP.
025500 01  WS-LINES-ON-PAGE        PIC 9(02) VALUE ZERO COMP.
025600 01  WS-MAX-LINES-PER-PAGE   PIC 9(02) VALUE 50 COMP.
025700
025800*---------------------------------------------------------------
025900* REPORT HEADING AND DETAIL LINE LAYOUTS.
026000*---------------------------------------------------------------
026100 01  RPT-HEADING-1.
026200     05  FILLER              PIC X(28)
026300         VALUE "BACON PANCAKES - WEB ACKS   ".
026400     05  RH1-MM              PIC 9(02).
026500     05  FILLER              PIC X(01) VALUE "/".
026600     05  RH1-DD              PIC 9(02).
026700     05  FILLER              PIC X(01) VALUE "/".
026800     05  RH1-YYYY            PIC 9(04).
026900     05  FILLER              PIC X(25) VALUE SPACES.
027000     05  FILLER              PIC X(05) VALUE "PAGE ".
027100     05  RH1-PAGE-NO         PIC ZZ9.
027200     05  FILLER              PIC X(61) VALUE SPACES.
027300
027400 01  RPT-COLUMN-HEADING.
027500     05  FILLER              PIC X(17) VALUE "ORDER ID".
027600     05  FILLER              PIC X(10) VALUE "RESULT".
027700     05  FILLER              PIC X(10) VALUE "PANCAKES".
027800     05  FILLER              PIC X(11) VALUE "     PRICE".
027900     05  FILLER              PIC X(06) VALUE "CODE".
028000     05  FILLER              PIC X(30) VALUE "REASON".
028100     05  FILLER              PIC X(48) VALUE SPACES.
028200
028300 01  RPT-DETAIL-LINE.
028400     05  RD-EXT-ORDER-ID     PIC X(15).
028500     05  FILLER              PIC X(02) VALUE SPACES.
028600     05  RD-RESULT           PIC X(08).
028700     05  FILLER              PIC X(04) VALUE SPACES.
028800     05  RD-PANCAKES         PIC Z9.99.
028900     05  FILLER              PIC X(03) VALUE SPACES.
029000     05  RD-PRICE            PIC ZZ,ZZ9.99.
029100     05  FILLER              PIC X(02) VALUE SPACES.
029200     05  RD-CODE             PIC X(02).
029300     05  FILLER              PIC X(04) VALUE SPACES.
029400     05  RD-DESC             PIC X(30).
029500     05  FILLER              PIC X(48) VALUE SPACES.
029600
029700 01  RPT-TOTAL-LINE.
029800     05  RT-LABEL            PIC X(30).
029900     05  FILLER              PIC X(05) VALUE SPACES.
030000     05  RT-COUNT            PIC ZZZZZ9.
030100     05  FILLER              PIC X(91) VALUE SPACES.
030200
030300 PROCEDURE DIVISION.
030400*---------------------------------------------------------------
030500* 0000-MAINLINE
030600*---------------------------------------------------------------
030700 0000-MAINLINE.
030800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030900     PERFORM 2000-LOAD-WEB-ORDERS THRU 2000-EXIT.
031000     PERFORM 3000-MATCH-AUDIT THRU 3000-EXIT.
031100     PERFORM 4000-MATCH-REJECTS THRU 4000-EXIT.
031200     PERFORM 5000-ACK-FROM-HISTORY THRU 5000-EXIT.
031300     PERFORM 6000-ACK-RESUBMITTED THRU 6000-EXIT.
031400     PERFORM 8000-WRITE-CONTROL-COUNTS THRU 8000-EXIT.
031500     PERFORM 9999-TERMINATE THRU 9999-EXIT.
031600     STOP RUN.
031700
031800*---------------------------------------------------------------
031900* 1000-INITIALIZE - OPEN THE HISTORY AND THE OUTPUTS AND PRINT
032000* THE FIRST HEADINGS.
032100*---------------------------------------------------------------
032200 1000-INITIALIZE.
032300     PERFORM 1100-GET-BUSINESS-DATE THRU 1100-EXIT.
032400     OPEN I-O WEB-ORDER-HISTORY.
032500     IF NOT WEBH-STATUS-OK
032600         DISPLAY "BACWEBAK - WEB-ORDER-HISTORY OPEN FAILED, "
032700             "STATUS " WS-WEBH-STATUS
032800         MOVE 16 TO RETURN-CODE
032900         STOP RUN
033000     END-IF.
033100     OPEN OUTPUT ACK-FILE.
033200     IF NOT ACK-STATUS-OK
033300         DISPLAY "BACWEBAK - ACK-FILE OPEN FAILED, "
033400             "STATUS " WS-ACK-STATUS
033500         MOVE 16 TO RETURN-CODE
033600         STOP RUN
033700     END-IF.
033800     OPEN OUTPUT ACK-REGISTER.
033900     PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT.
034000 1000-EXIT.
034100     EXIT.
034200
034300*---------------------------------------------------------------
034400* 1100-GET-BUSINESS-DATE - TAKE THE RUN DATE FROM THE RUN-
034500* CONTROL FILE'S BUSINESS DATE INSTEAD OF THE WALL CLOCK.
034600*---------------------------------------------------------------
034700 1100-GET-BUSINESS-DATE.
034800     OPEN INPUT RUN-CONTROL-FILE.
034900     IF NOT RUNC-STATUS-OK
035000         DISPLAY "BACWEBAK - RUN-CONTROL OPEN FAILED, "
035100             "STATUS " WS-RUNC-STATUS
035200         MOVE 16 TO RETURN-CODE
035300         STOP RUN
035400     END-IF.
035500     READ RUN-CONTROL-FILE
035600         AT END
035700             DISPLAY "BACWEBAK - RUN-CONTROL FILE EMPTY, "
035800                 "RELEASE THE RUN FIRST"
035900             MOVE 16 TO RETURN-CODE
036000             STOP RUN
036100     END-READ.
036200     MOVE RC-BUSINESS-DATE TO WS-RUN-DATE-NUM.
036300     CLOSE RUN-CONTROL-FILE.
036400 1100-EXIT.
036500     EXIT.
036600
036700*---------------------------------------------------------------
036800* 2000-LOAD-WEB-ORDERS - TABLE EVERY VALIDATED ORDER THAT CAME
036900* FROM THE SERVICE, WITH ITS SEQUENCE NUMBER FOR TONIGHT.
037000*---------------------------------------------------------------
037100 2000-LOAD-WEB-ORDERS.
037200     OPEN INPUT VALID-ORDER-FILE.
037300     SET MORE-INPUT-EXISTS TO TRUE.
037400     PERFORM 2100-LOAD-ONE-ORDER THRU 2100-EXIT
037500         UNTIL END-OF-INPUT.
037600     CLOSE VALID-ORDER-FILE.
037700 2000-EXIT.
037800     EXIT.
037900
038000*---------------------------------------------------------------
038100* 2100-LOAD-ONE-ORDER - READ ONE VALIDATED ORDER AND TABLE IT IF
038200* IT CARRIES A SERVICE ORDER ID.
038300*---------------------------------------------------------------
038400 2100-LOAD-ONE-ORDER.
038500     READ VALID-ORDER-FILE
038600         AT END
038700             SET END-OF-INPUT TO TRUE
038800             GO TO 2100-EXIT
038900     END-READ.
039000     IF OR-EXT-ORDER-ID = SPACES
039100         GO TO 2100-EXIT
039200     END-IF.
039300     IF WS-WEB-COUNT >= 3000
039400         DISPLAY "BACWEBAK - MORE THAN 3000 WEB ORDERS, "
039500             "WIDEN WS-WEB-TABLE"
039600         MOVE 16 TO RETURN-CODE
039700         STOP RUN
039800     END-IF.
039900     ADD 1 TO WS-WEB-COUNT.
040000     ADD 1 TO WS-TOTAL-WEB-VALID.
040100     MOVE OR-SEQ-NO TO WS-WEB-SEQ-NO (WS-WEB-COUNT).
040200     MOVE OR-EXT-ORDER-ID TO WS-WEB-EXT-ID (WS-WEB-COUNT).
040300     MOVE SPACE TO WS-WEB-RESULT (WS-WEB-COUNT).
040400     MOVE SPACES TO WS-WEB-CODE (WS-WEB-COUNT).
040500     MOVE SPACES TO WS-WEB-DESC (WS-WEB-COUNT).
040600     MOVE ZERO TO WS-WEB-PANCAKES (WS-WEB-COUNT).
040700     MOVE ZERO TO WS-WEB-PRICE (WS-WEB-COUNT).
040800     MOVE "N" TO WS-WEB-ACKED (WS-WEB-COUNT).
040900 2100-EXIT.
041000     EXIT.
041100
041200*---------------------------------------------------------------
041300* 3000-MATCH-AUDIT - MARK EVERY TABLED ORDER WITH AN AUDIT
041400* RECORD FOR TONIGHT AS ACCEPTED.  A RESTART CAN DOUBLE AN AUDIT
041500* RECORD; THE FIRST ONE FOUND IS TAKEN.
041600*---------------------------------------------------------------
041700 3000-MATCH-AUDIT.
041800     OPEN INPUT AUDIT-LOG.
041900     SET MORE-INPUT-EXISTS TO TRUE.
042000     PERFORM 3100-MATCH-ONE-AUDIT THRU 3100-EXIT
042100         UNTIL END-OF-INPUT.
042200     CLOSE AUDIT-LOG.
042300 3000-EXIT.
042400     EXIT.
042500
042600*---------------------------------------------------------------
042700* 3100-MATCH-ONE-AUDIT - READ ONE AUDIT RECORD; SKIP TRAIL
042800* RECORDS AND OTHER NIGHTS.
042900*---------------------------------------------------------------
043000 3100-MATCH-ONE-AUDIT.
043100     READ AUDIT-LOG
043200         AT END
043300             SET END-OF-INPUT TO TRUE
043400             GO TO 3100-EXIT
043500     END-READ.
043600     IF AUD-DATE NOT = WS-RUN-DATE-NUM
043700         OR AUD-NAME (1:1) = "*"
043800         OR AUD-SEQ-NO NOT NUMERIC
043900         GO TO 3100-EXIT
044000     END-IF.
044100     MOVE AUD-SEQ-NO TO WS-LOOK-SEQ-NO.
044200     PERFORM 4200-FIND-BY-SEQ THRU 4200-EXIT.
044300     IF ENTRY-NOT-FOUND
044400         GO TO 3100-EXIT
044500     END-IF.
044600     IF WS-WEB-RESULT (WS-WEB-FOUND-SUB) NOT = SPACE
044700         GO TO 3100-EXIT
044800     END-IF.
044900     MOVE "A" TO WS-WEB-RESULT (WS-WEB-FOUND-SUB).
045000     MOVE AUD-PANCAKES TO WS-WEB-PANCAKES (WS-WEB-FOUND-SUB).
045100     MOVE AUD-PRICE TO WS-WEB-PRICE (WS-WEB-FOUND-SUB).
045200 3100-EXIT.
045300     EXIT.
045400
045500*---------------------------------------------------------------
045600* 4000-MATCH-REJECTS - MARK EVERY TABLED ORDER BACONPANCAKES
045700* REJECTED TONIGHT.  THE REJECT FILE ALSO HOLDS EARLIER NIGHTS'
045800* REJECTS NOT YET RESUBMITTED, SO BOTH THE SEQUENCE NUMBER AND
045900* THE ORDER ID MUST MATCH.
046000*---------------------------------------------------------------
046100 4000-MATCH-REJECTS.
046200     OPEN INPUT REJECT-FILE.
046300     SET MORE-INPUT-EXISTS TO TRUE.
046400     PERFORM 4100-MATCH-ONE-REJECT THRU 4100-EXIT
046500         UNTIL END-OF-INPUT.
046600     CLOSE REJECT-FILE.
046700 4000-EXIT.
046800     EXIT.
046900
047000*---------------------------------------------------------------
047100* 4100-MATCH-ONE-REJECT - READ ONE REJECT AND TAKE ITS REASON.
047200*---------------------------------------------------------------
047300 4100-MATCH-ONE-REJECT.
047400     READ REJECT-FILE
047500         AT END
047600             SET END-OF-INPUT TO TRUE
047700             GO TO 4100-EXIT
047800     END-READ.
047900     IF REJ-EXT-ORDER-ID = SPACES
048000         OR REJ-SEQ-NO NOT NUMERIC
048100         GO TO 4100-EXIT
048200     END-IF.
048300     MOVE REJ-SEQ-NO TO WS-LOOK-SEQ-NO.
048400     PERFORM 4200-FIND-BY-SEQ THRU 4200-EXIT.
048500     IF ENTRY-NOT-FOUND
048600         GO TO 4100-EXIT
048700     END-IF.
048800     IF WS-WEB-EXT-ID (WS-WEB-FOUND-SUB) NOT = REJ-EXT-ORDER-ID
048900         OR WS-WEB-RESULT (WS-WEB-FOUND-SUB) NOT = SPACE
049000         GO TO 4100-EXIT
049100     END-IF.
049200     MOVE "R" TO WS-WEB-RESULT (WS-WEB-FOUND-SUB).
049300     MOVE REJ-REASON-CODE TO WS-WEB-CODE (WS-WEB-FOUND-SUB).
049400     MOVE REJ-REASON-DESC TO WS-WEB-DESC (WS-WEB-FOUND-SUB).
049500 4100-EXIT.
049600     EXIT.
049700
049800*---------------------------------------------------------------
049900* 4200-FIND-BY-SEQ - FIND THE TABLED ORDER WITH SEQUENCE NUMBER
050000* WS-LOOK-SEQ-NO.
050100*---------------------------------------------------------------
050200 4200-FIND-BY-SEQ.
050300     SET ENTRY-NOT-FOUND TO TRUE.
050400     PERFORM 4210-CHECK-ONE-SEQ THRU 4210-EXIT
050500         VARYING WS-WEB-SUB FROM 1 BY 1
050600         UNTIL WS-WEB-SUB > WS-WEB-COUNT
050700             OR ENTRY-FOUND.
050800 4200-EXIT.
050900     EXIT.
051000
051100*---------------------------------------------------------------
051200* 4210-CHECK-ONE-SEQ - COMPARE ONE TABLE ENTRY'S SEQUENCE NUMBER.
051300*---------------------------------------------------------------
051400 4210-CHECK-ONE-SEQ.
051500     IF WS-WEB-SEQ-NO (WS-WEB-SUB) = WS-LOOK-SEQ-NO
051600         SET ENTRY-FOUND TO TRUE
051700         MOVE WS-WEB-SUB TO WS-WEB-FOUND-SUB
051800     END-IF.
051900 4210-EXIT.
052000     EXIT.
052100
052200*---------------------------------------------------------------
052300* 4300-FIND-BY-EXT-ID - FIND THE TABLED ORDER WITH SERVICE ORDER
052400* ID WS-LOOK-EXT-ID.
052500*---------------------------------------------------------------
052600 4300-FIND-BY-EXT-ID.
052700     SET ENTRY-NOT-FOUND TO TRUE.
052800     PERFORM 4310-CHECK-ONE-EXT-ID THRU 4310-EXIT
052900         VARYING WS-WEB-SUB FROM 1 BY 1
053000         UNTIL WS-WEB-SUB > WS-WEB-COUNT
053100             OR ENTRY-FOUND.
053200 4300-EXIT.
053300     EXIT.
053400
053500*---------------------------------------------------------------
053600* 4310-CHECK-ONE-EXT-ID - COMPARE ONE TABLE ENTRY'S ORDER ID.
053700*---------------------------------------------------------------
053800 4310-CHECK-ONE-EXT-ID.
053900     IF WS-WEB-EXT-ID (WS-WEB-SUB) = WS-LOOK-EXT-ID
054000         SET ENTRY-FOUND TO TRUE
054100         MOVE WS-WEB-SUB TO WS-WEB-FOUND-SUB
054200     END-IF.
054300 4310-EXIT.
054400     EXIT.
054500
054600*---------------------------------------------------------------
054700* 5000-ACK-FROM-HISTORY - SWEEP THE HISTORY FOR EVERY ORDER ID
054800* NOT YET ANSWERED (OR ANSWERED TONIGHT, ON A RERUN) AND ANSWER
054900* IT.
055000*---------------------------------------------------------------
055100 5000-ACK-FROM-HISTORY.
055200     SET MORE-INPUT-EXISTS TO TRUE.
055300     MOVE LOW-VALUES TO WH-EXT-ORDER-ID.
055400     START WEB-ORDER-HISTORY KEY NOT < WH-EXT-ORDER-ID
055500         INVALID KEY
055600             SET END-OF-INPUT TO TRUE
055700     END-START.
055800     PERFORM 5100-ACK-ONE-HISTORY THRU 5100-EXIT
055900         UNTIL END-OF-INPUT.
056000 5000-EXIT.
056100     EXIT.
056200
056300*---------------------------------------------------------------
056400* 5100-ACK-ONE-HISTORY - TAKE THE OUTCOME FROM TONIGHT'S TABLE IF
056500* THE ORDER RAN TONIGHT.  OTHERWISE AN ORDER BACWEBIN REJECTED
056600* KEEPS ITS REASON, AN ORDER ANSWERED TONIGHT IS SENT AGAIN AS
056700* IT STANDS, AND AN ORDER PASSED TO THE NIGHT THAT NEVER REACHED
056800* VALIDATION WAS HELD FOR CREDIT (TONIGHT'S FEED) OR NEVER RUN
056900* (AN EARLIER FEED).
057000*---------------------------------------------------------------
057100 5100-ACK-ONE-HISTORY.
057200     READ WEB-ORDER-HISTORY NEXT RECORD
057300         AT END
057400             SET END-OF-INPUT TO TRUE
057500             GO TO 5100-EXIT
057600     END-READ.
057700     IF WH-ACK-DATE NOT = ZERO
057800         AND WH-ACK-DATE NOT = WS-RUN-DATE-NUM
057900         GO TO 5100-EXIT
058000     END-IF.
058100     MOVE WH-EXT-ORDER-ID TO WS-LOOK-EXT-ID.
058200     PERFORM 4300-FIND-BY-EXT-ID THRU 4300-EXIT.
058300     IF ENTRY-FOUND
058400         IF WS-WEB-RESULT (WS-WEB-FOUND-SUB) = SPACE
058500             ADD 1 TO WS-TOTAL-PENDING
058600             GO TO 5100-EXIT
058700         END-IF
058800         MOVE "Y" TO WS-WEB-ACKED (WS-WEB-FOUND-SUB)
058900         PERFORM 5200-TAKE-TABLE-RESULT THRU 5200-EXIT
059000     ELSE
059100     IF WH-PASSED
059200         MOVE "R" TO WH-STATUS
059300         MOVE ZERO TO WH-PANCAKES
059400         MOVE ZERO TO WH-PRICE
059500         IF WH-FEED-DATE = WS-RUN-DATE-NUM
059600             MOVE "60" TO WH-REASON-CODE
059700             MOVE "HELD - ACCOUNT CREDIT HOLD"
059800                 TO WH-REASON-DESC
059900         ELSE
060000             MOVE "61" TO WH-REASON-CODE
060100             MOVE "NOT PRODUCED - PLEASE RESEND"
060200                 TO WH-REASON-DESC
060300         END-IF
060400     END-IF
060500     END-IF.
060600     PERFORM 5300-WRITE-ACK THRU 5300-EXIT.
060700     MOVE WS-RUN-DATE-NUM TO WH-ACK-DATE.
060800     REWRITE WEB-HISTORY-REC.
060900     IF NOT WEBH-STATUS-OK
061000         DISPLAY "BACWEBAK - WEB-ORDER-HISTORY REWRITE FAILED, "
061100             "STATUS " WS-WEBH-STATUS
061200         MOVE 16 TO RETURN-CODE
061300         STOP RUN
061400     END-IF.
061500 5100-EXIT.
061600     EXIT.
061700
061800*---------------------------------------------------------------
061900* 5200-TAKE-TABLE-RESULT - COPY TONIGHT'S OUTCOME FOR THE FOUND
062000* TABLE ENTRY ONTO THE HISTORY RECORD.
062100*---------------------------------------------------------------
062200 5200-TAKE-TABLE-RESULT.
062300     MOVE WS-WEB-RESULT (WS-WEB-FOUND-SUB) TO WH-STATUS.
062400     MOVE WS-WEB-CODE (WS-WEB-FOUND-SUB) TO WH-REASON-CODE.
062500     MOVE WS-WEB-DESC (WS-WEB-FOUND-SUB) TO WH-REASON-DESC.
062600     MOVE WS-WEB-PANCAKES (WS-WEB-FOUND-SUB) TO WH-PANCAKES.
062700     MOVE WS-WEB-PRICE (WS-WEB-FOUND-SUB) TO WH-PRICE.
062800 5200-EXIT.
062900     EXIT.
063000
063100*---------------------------------------------------------------
063200* 5300-WRITE-ACK - WRITE ONE ACKNOWLEDGEMENT FROM THE HISTORY
063300* RECORD AND LIST IT.
063400*---------------------------------------------------------------
063500 5300-WRITE-ACK.
063600     MOVE SPACES TO ACK-REC.
063700     IF WH-ACCEPTED
063800         ADD 1 TO WS-TOTAL-ACCEPTED
063900         MOVE WH-PANCAKES TO WS-ACK-PANCAKES-ED
064000         MOVE WH-PRICE TO WS-ACK-PRICE-ED
064100         STRING WH-EXT-ORDER-ID DELIMITED BY SPACE
064200                ",A," DELIMITED BY SIZE
064300                WS-ACK-PANCAKES-ED DELIMITED BY SIZE
064400                "," DELIMITED BY SIZE
064500                WS-ACK-PRICE-ED DELIMITED BY SIZE
064600                ",," DELIMITED BY SIZE
064700             INTO ACK-REC
064800         END-STRING
064900         MOVE "ACCEPTED" TO RD-RESULT
065000         MOVE WH-PANCAKES TO RD-PANCAKES
065100         MOVE WH-PRICE TO RD-PRICE
065200     ELSE
065300         ADD 1 TO WS-TOTAL-REJECTED
065400         STRING WH-EXT-ORDER-ID DELIMITED BY SPACE
065500                ",R,,," DELIMITED BY SIZE
065600                WH-REASON-CODE DELIMITED BY SIZE
065700                "," DELIMITED BY SIZE
065800                WH-REASON-DESC DELIMITED BY "  "
065900             INTO ACK-REC
066000         END-STRING
066100         MOVE "REJECTED" TO RD-RESULT
066200         MOVE ZERO TO RD-PANCAKES
066300         MOVE ZERO TO RD-PRICE
066400     END-IF.
066500     WRITE ACK-REC.
066600     IF NOT ACK-STATUS-OK
066700         DISPLAY "BACWEBAK - ACK-FILE WRITE FAILED, "
066800             "STATUS " WS-ACK-STATUS
066900         MOVE 16 TO RETURN-CODE
067000         STOP RUN
067100     END-IF.
067200     ADD 1 TO WS-TOTAL-ACKED.
067300     IF WS-LINES-ON-PAGE >= WS-MAX-LINES-PER-PAGE
067400         PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
067500     END-IF.
067600     MOVE WH-EXT-ORDER-ID TO RD-EXT-ORDER-ID.
067700     MOVE WH-REASON-CODE TO RD-CODE.
067800     MOVE WH-REASON-DESC TO RD-DESC.
067900     WRITE RPT-LINE FROM RPT-DETAIL-LINE AFTER ADVANCING 1 LINE.
068000     ADD 1 TO WS-LINES-ON-PAGE.
068100 5300-EXIT.
068200     EXIT.
068300
068400*---------------------------------------------------------------
068500* 6000-ACK-RESUBMITTED - ANSWER EVERY TABLED ORDER WITH AN
068600* OUTCOME THE HISTORY SWEEP DID NOT REACH: A REJECT ANSWERED ON
068700* AN EARLIER NIGHT, CORRECTED, AND RESUBMITTED THROUGH BACRESUB.
068800*---------------------------------------------------------------
068900 6000-ACK-RESUBMITTED.
069000     PERFORM 6100-ACK-ONE-RESUBMITTED THRU 6100-EXIT
069100         VARYING WS-WEB-FOUND-SUB FROM 1 BY 1
069200         UNTIL WS-WEB-FOUND-SUB > WS-WEB-COUNT.
069300 6000-EXIT.
069400     EXIT.
069500
069600*---------------------------------------------------------------
069700* 6100-ACK-ONE-RESUBMITTED - ANSWER ONE TABLE ENTRY NOT YET
069800* ANSWERED AND RECORD IT ON ITS HISTORY RECORD.
069900*---------------------------------------------------------------
070000 6100-ACK-ONE-RESUBMITTED.
070100     IF WS-WEB-ACKED (WS-WEB-FOUND-SUB) = "Y"
070200         GO TO 6100-EXIT
070300     END-IF.
070400     IF WS-WEB-RESULT (WS-WEB-FOUND-SUB) = SPACE
070500         GO TO 6100-EXIT
070600     END-IF.
070700     MOVE WS-WEB-EXT-ID (WS-WEB-FOUND-SUB) TO WH-EXT-ORDER-ID.
070800     READ WEB-ORDER-HISTORY
070900         INVALID KEY
071000             ADD 1 TO WS-TOTAL-NOT-ON-HIST
071100             DISPLAY "BACWEBAK - ORDER ID "
071200                 WS-WEB-EXT-ID (WS-WEB-FOUND-SUB)
071300                 " NOT ON THE WEB ORDER HISTORY"
071400             GO TO 6100-EXIT
071500     END-READ.
071600     PERFORM 5200-TAKE-TABLE-RESULT THRU 5200-EXIT.
071700     PERFORM 5300-WRITE-ACK THRU 5300-EXIT.
071800     MOVE WS-RUN-DATE-NUM TO WH-ACK-DATE.
071900     REWRITE WEB-HISTORY-REC.
072000     IF NOT WEBH-STATUS-OK
072100         DISPLAY "BACWEBAK - WEB-ORDER-HISTORY REWRITE FAILED, "
072200             "STATUS " WS-WEBH-STATUS
072300         MOVE 16 TO RETURN-CODE
072400         STOP RUN
072500     END-IF.
072600     MOVE "Y" TO WS-WEB-ACKED (WS-WEB-FOUND-SUB).
072700 6100-EXIT.
072800     EXIT.
072900
073000*---------------------------------------------------------------
073100* 7000-WRITE-HEADINGS - START A NEW PAGE OF THE REGISTER.
073200*---------------------------------------------------------------
073300 7000-WRITE-HEADINGS.
073400     ADD 1 TO WS-PAGE-NO.
073500     MOVE WS-RUN-MM TO RH1-MM.
073600     MOVE WS-RUN-DD TO RH1-DD.
073700     MOVE WS-RUN-YYYY TO RH1-YYYY.
073800     MOVE WS-PAGE-NO TO RH1-PAGE-NO.
073900     WRITE RPT-LINE FROM RPT-HEADING-1 AFTER ADVANCING PAGE.
074000     WRITE RPT-LINE FROM RPT-COLUMN-HEADING
074100         AFTER ADVANCING 2 LINES.
074200     MOVE 3 TO WS-LINES-ON-PAGE.
074300 7000-EXIT.
074400     EXIT.
074500
074600*---------------------------------------------------------------
074700* 8000-WRITE-CONTROL-COUNTS - APPEND THIS STEP'S RECORD COUNTS
074800* TO THE SHARED CONTROL-COUNT FILE SO BACBAL CAN PROVE THE
074900* STREAM'S STEPS TIE.
075000*---------------------------------------------------------------
075100 8000-WRITE-CONTROL-COUNTS.
075200     OPEN EXTEND CONTROL-COUNT-FILE.
075300     IF NOT CTL-STATUS-OK
075400         DISPLAY "BACWEBAK - CONTROL-COUNT OPEN FAILED, "
075500             "STATUS " WS-CTL-STATUS
075600         MOVE 16 TO RETURN-CODE
075700         STOP RUN
075800     END-IF.
075900     MOVE "WEB ACKS WRITTEN    " TO CC-LABEL.
076000     MOVE WS-TOTAL-ACKED TO CC-COUNT.
076100     PERFORM 8100-WRITE-ONE-COUNT THRU 8100-EXIT.
076200     MOVE "WEB ACKS ACCEPTED   " TO CC-LABEL.
076300     MOVE WS-TOTAL-ACCEPTED TO CC-COUNT.
076400     PERFORM 8100-WRITE-ONE-COUNT THRU 8100-EXIT.
076500     MOVE "WEB ACKS REJECTED   " TO CC-LABEL.
076600     MOVE WS-TOTAL-REJECTED TO CC-COUNT.
076700     PERFORM 8100-WRITE-ONE-COUNT THRU 8100-EXIT.
076800     MOVE "WEB ORDERS PENDING  " TO CC-LABEL.
076900     MOVE WS-TOTAL-PENDING TO CC-COUNT.
077000     PERFORM 8100-WRITE-ONE-COUNT THRU 8100-EXIT.
077100     CLOSE CONTROL-COUNT-FILE.
077200 8000-EXIT.
077300     EXIT.
077400
077500*---------------------------------------------------------------
077600* 8100-WRITE-ONE-COUNT - WRITE ONE CONTROL-COUNT RECORD.  THE
077700* CALLER HAS SET THE LABEL AND COUNT.
077800*---------------------------------------------------------------
077900 8100-WRITE-ONE-COUNT.
078000     MOVE WS-RUN-DATE-NUM TO CC-DATE.
078100     MOVE "BACWEBAK" TO CC-PROGRAM.
078200     MOVE SPACES TO CC-REC(44:37).
078300     WRITE CC-REC.
078400     IF NOT CTL-STATUS-OK
078500         DISPLAY "BACWEBAK - CONTROL-COUNT WRITE FAILED, "
078600             "STATUS " WS-CTL-STATUS
078700         MOVE 16 TO RETURN-CODE
078800         STOP RUN
078900     END-IF.
079000 8100-EXIT.
079100     EXIT.
079200
079300*---------------------------------------------------------------
079400* 9999-TERMINATE - PRINT THE TOTALS, CLOSE THE FILES, AND SET
079500* RETURN-CODE 4 IF ANY ORDER COULD NOT BE ANSWERED.
079600*---------------------------------------------------------------
079700 9999-TERMINATE.
079800     MOVE "WEB ORDERS VALIDATED TONIGHT" TO RT-LABEL.
079900     MOVE WS-TOTAL-WEB-VALID TO RT-COUNT.
080000     WRITE RPT-LINE FROM RPT-TOTAL-LINE
080100         AFTER ADVANCING 3 LINES.
080200     MOVE "ACKNOWLEDGEMENTS WRITTEN" TO RT-LABEL.
080300     MOVE WS-TOTAL-ACKED TO RT-COUNT.
080400     WRITE RPT-LINE FROM RPT-TOTAL-LINE
080500         AFTER ADVANCING 1 LINE.
080600     MOVE "  ACCEPTED" TO RT-LABEL.
080700     MOVE WS-TOTAL-ACCEPTED TO RT-COUNT.
080800     WRITE RPT-LINE FROM RPT-TOTAL-LINE
080900         AFTER ADVANCING 1 LINE.
081000     MOVE "  REJECTED" TO RT-LABEL.
081100     MOVE WS-TOTAL-REJECTED TO RT-COUNT.
081200     WRITE RPT-LINE FROM RPT-TOTAL-LINE
081300         AFTER ADVANCING 1 LINE.
081400     MOVE "NO OUTCOME YET - NOT SENT" TO RT-LABEL.
081500     MOVE WS-TOTAL-PENDING TO RT-COUNT.
081600     WRITE RPT-LINE FROM RPT-TOTAL-LINE
081700         AFTER ADVANCING 1 LINE.
081800     MOVE "ORDER ID NOT ON HISTORY" TO RT-LABEL.
081900     MOVE WS-TOTAL-NOT-ON-HIST TO RT-COUNT.
082000     WRITE RPT-LINE FROM RPT-TOTAL-LINE
082100         AFTER ADVANCING 1 LINE.
082200     CLOSE WEB-ORDER-HISTORY.
082300     CLOSE ACK-FILE.
082400     CLOSE ACK-REGISTER.
082500     DISPLAY "BACWEBAK - ACKS WRITTEN:     " WS-TOTAL-ACKED.
082600     DISPLAY "BACWEBAK - NO OUTCOME YET:   " WS-TOTAL-PENDING.
082700     IF WS-TOTAL-PENDING > ZERO
082800         OR WS-TOTAL-NOT-ON-HIST > ZERO
082900         MOVE 4 TO RETURN-CODE
083000     ELSE
083100         MOVE 0 TO RETURN-CODE
083200     END-IF.
083300 9999-EXIT.
083400     EXIT.
083500
083600 END PROGRAM BACWEBAK.
