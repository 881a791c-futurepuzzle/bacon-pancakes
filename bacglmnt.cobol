000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BACGLMNT.
000300 AUTHOR. DW.
000400 INSTALLATION. KITCHEN-DATA-PROCESSING.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*APPLIES KEYED ADD/CHANGE/DELETE TRANSACTIONS TO THE GL
000800*MAPPING MASTER BACGLJNL TAKES ITS ACCOUNTS FROM, EDITING EACH
000900*TRANSACTION FIRST, AND PRINTS A CHANGE REGISTER SHOWING THE
001000*BEFORE AND AFTER IMAGE OF EVERY RECORD TOUCHED AND WHO KEYED
001100*THE CHANGE, THE WAY BACSUPMT MAINTAINS THE SUPPLIER MASTER.
001200*---------------------------------------------------------------
001300* MODIFICATION HISTORY
001400*---------------------------------------------------------------
001500* 10/15/26  DW         ORIGINAL VERSION.  STORE ** IS THE
001600*                      COMPANY-WIDE MAPPING A STORE FALLS BACK
001700*                      TO.  ONLY THE TRANSACTION TYPES BACGLJNL
001800*                      POSTS ARE ACCEPTED, AND THE DEBIT AND
001900*                      CREDIT ACCOUNTS MUST BOTH BE PRESENT AND
002000*                      MUST DIFFER.  RETURN-CODE 4 FLAGS A RUN
002100*                      WITH ANY REJECTED TRANSACTIONS.
002200*---------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT GLMT-TRANS-FILE ASSIGN TO GLMTIN
002700         ORGANIZATION IS SEQUENTIAL.
002800
002900     SELECT GL-MAP-MASTER ASSIGN TO GLMAP
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS RANDOM
003200         RECORD KEY IS GM-KEY
003300         FILE STATUS IS WS-MAP-STATUS.
003400
003500     SELECT CHANGE-REGISTER ASSIGN TO CHGRPT
003600         ORGANIZATION IS SEQUENTIAL.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000*---------------------------------------------------------------
004100* GLMT-TRANS-FILE - ONE ADD/CHANGE/DELETE TRANSACTION PER
004200* RECORD, KEYED BY THE BOOKKEEPER.  THE DATA AREA CARRIES THE
004300* FULL MAPPING RECORD IMAGE.
004400*---------------------------------------------------------------
004500 FD  GLMT-TRANS-FILE
004600     LABEL RECORDS ARE STANDARD.
004700 01  GLMT-TRANS-REC.
004800     05  GT-ACTION           PIC X(01).
004900     05  GT-USER-ID          PIC X(08).
005000     05  GT-DATA.
005100         10  GT-KEY.
005200             15  GT-STORE-CODE    PIC X(02).
005300             15  GT-TRAN-TYPE     PIC X(04).
005400         10  GT-DEBIT-ACCT        PIC X(10).
005500         10  GT-CREDIT-ACCT       PIC X(10).
005600         10  GT-DESCRIPTION       PIC X(20).
005700     05  FILLER              PIC X(25).
005800
005900*---------------------------------------------------------------
006000* GL-MAP-MASTER - ONE RECORD PER STORE AND TRANSACTION TYPE
006100* (STORE ** = ALL STORES) NAMING THE ACCOUNT DEBITED AND THE
006200* ACCOUNT CREDITED WHEN BACGLJNL JOURNALS THAT TYPE.
006300*---------------------------------------------------------------
006400 FD  GL-MAP-MASTER
006500     LABEL RECORDS ARE STANDARD.
006600 01  GL-MAP-REC.
006700     05  GM-KEY.
006800         10  GM-STORE-CODE   PIC X(02).
006900         10  GM-TRAN-TYPE    PIC X(04).
007000     05  GM-DEBIT-ACCT       PIC X(10).
007100     05  GM-CREDIT-ACCT      PIC X(10).
007200     05  GM-DESCRIPTION      PIC X(20).
007300     05  FILLER              PIC X(34).
007400
007500*---------------------------------------------------------------
007600* CHANGE-REGISTER - THE PRINTED BEFORE/AFTER RECORD OF EVERY
007700* TRANSACTION APPLIED OR REJECTED THIS RUN.
007800*---------------------------------------------------------------
007900 FD  CHANGE-REGISTER
008000     LABEL RECORDS ARE OMITTED.
008100 01  RPT-LINE                PIC X(132).
008200
008300 WORKING-STORAGE SECTION.
008400 01  SW-FILE-STATUS          PIC X(01).
008500     88  END-OF-TRANS        VALUE "Y".
008600     88  MORE-TRANS-EXIST    VALUE "N".
008700
008800 01  SW-TRANS-STATUS         PIC X(01).
008900     88  TRANS-IS-VALID      VALUE "Y".
009000     88  TRANS-IS-INVALID    VALUE "N".
009100
009200 01  WS-MAP-STATUS           PIC X(02).
009300     88  MAP-STATUS-OK       VALUE "00".
009400
009500 01  WS-TYPE-CHECK           PIC X(04).
009600     88  TYPE-IS-KNOWN       VALUE "SALE" "HSAL" "COGS" "RECV"
009700                                   "CSHT" "COVR" "XOUT" "XIN "
009800                                   "BILL" "PAYM".
009900
010000 01  WS-REJECT-REASON        PIC X(30).
010100
010200 01  WS-TOTAL-TRANS          PIC 9(05) VALUE ZERO COMP.
010300 01  WS-TOTAL-APPLIED        PIC 9(05) VALUE ZERO COMP.
010400 01  WS-TOTAL-REJECTED       PIC 9(05) VALUE ZERO COMP.
010500
010600*---------------------------------------------------------------
010700* REPORT CONTROL FIELDS.
010800*---------------------------------------------------------------
010900 01  WS-RUN-DATE-NUM         PIC 9(08).
011000 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-NUM.
011100     05  WS-RUN-YYYY         PIC 9(04).
011200     05  WS-RUN-MM           PIC 9(02).
011300     05  WS-RUN-DD           PIC 9(02).
011400
011500 01  WS-PAGE-NO              PIC 9(03) VALUE ZERO COMP.
011600 01  WS-LINES-ON-PAGE        PIC 9(02) VALUE ZERO COMP.
011700 01  WS-MAX-LINES-PER-PAGE   PIC 9(02) VALUE 20 COMP.
011800
011900*---------------------------------------------------------------
012000* REPORT HEADING AND DETAIL LINE LAYOUTS.
012100*---------------------------------------------------------------
012200 01  RPT-HEADING-1.
012300     05  FILLER              PIC X(28)
012400         VALUE "BACON PANCAKES - GL MAP MNT ".
012500     05  RH1-MM              PIC 9(02).
012600     05  FILLER              PIC X(01) VALUE "/".
012700     05  RH1-DD              PIC 9(02).
012800     05  FILLER              PIC X(01) VALUE "/".
012900     05  RH1-YYYY            PIC 9(04).
013000     05  FILLER              PIC X(25) VALUE SPACES.
013100     05  FILLER              PIC X(05) VALUE "PAGE ".
013200     05  RH1-PAGE-NO         PIC ZZ9.
013300     05  FILLER              PIC X(61) VALUE SPACES.
013400
013500 01  RPT-TRANS-LINE.
013600     05  RT-ACTION-DESC      PIC X(06).
013700     05  FILLER              PIC X(02) VALUE SPACES.
013800     05  FILLER              PIC X(08) VALUE "STR/TYPE".
013900     05  FILLER              PIC X(02) VALUE SPACES.
014000     05  RT-KEY              PIC X(06).
014100     05  FILLER              PIC X(02) VALUE SPACES.
014200     05  FILLER              PIC X(08) VALUE "KEYED BY".
014300     05  FILLER              PIC X(01) VALUE SPACES.
014400     05  RT-USER-ID          PIC X(08).
014500     05  FILLER              PIC X(89) VALUE SPACES.
014600
014700 01  RPT-IMAGE-LINE.
014800     05  FILLER              PIC X(02) VALUE SPACES.
014900     05  RI-LABEL            PIC X(08).
015000     05  RI-IMAGE            PIC X(80).
015100     05  FILLER              PIC X(42) VALUE SPACES.
015200
015300 01  RPT-REJECT-LINE.
015400     05  FILLER              PIC X(04) VALUE SPACES.
015500     05  FILLER              PIC X(16)
015600         VALUE "** REJECTED **  ".
015700     05  RJ-REASON           PIC X(30).
015800     05  FILLER              PIC X(82) VALUE SPACES.
015900
016000 01  RPT-TOTAL-LINE.
016100     05  RT-LABEL            PIC X(30).
016200     05  FILLER              PIC X(05) VALUE SPACES.
016300     05  RT-COUNT            PIC ZZZZZ9.
016400     05  FILLER              PIC X(91) VALUE SPACES.
016500
016600 PROCEDURE DIVISION.
016700*---------------------------------------------------------------
016800* 0000-MAINLINE
016900*---------------------------------------------------------------
017000 0000-MAINLINE.
017100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017200     PERFORM 2000-APPLY-ONE-TRANS THRU 2000-EXIT
017300         UNTIL END-OF-TRANS.
017400     PERFORM 9999-TERMINATE THRU 9999-EXIT.
017500     STOP RUN.
017600
017700*---------------------------------------------------------------
017800* 1000-INITIALIZE - OPEN THE FILES AND PRIME THE READ.
017900*---------------------------------------------------------------
018000 1000-INITIALIZE.
018100     SET MORE-TRANS-EXIST TO TRUE.
018200     ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
018300     OPEN INPUT GLMT-TRANS-FILE.
018400     OPEN I-O GL-MAP-MASTER.
018500     IF NOT MAP-STATUS-OK
018600         DISPLAY "BACGLMNT - GL-MAP-MASTER OPEN FAILED, "
018700             "STATUS " WS-MAP-STATUS
018800         MOVE 16 TO RETURN-CODE
018900         STOP RUN
019000     END-IF.
019100     OPEN OUTPUT CHANGE-REGISTER.
019200     PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT.
019300     PERFORM 3000-READ-TRANS THRU 3000-EXIT.
019400 1000-EXIT.
019500     EXIT.
019600
019700*---------------------------------------------------------------
019800* 2000-APPLY-ONE-TRANS - EDIT ONE TRANSACTION, APPLY IT TO THE
019900* MAPPING MASTER, LIST IT ON THE CHANGE REGISTER, AND READ THE
020000* NEXT TRANSACTION.
020100*---------------------------------------------------------------
020200 2000-APPLY-ONE-TRANS.
020300     ADD 1 TO WS-TOTAL-TRANS.
020400     SET TRANS-IS-VALID TO TRUE.
020500     MOVE SPACES TO WS-REJECT-REASON.
020600     PERFORM 4000-EDIT-TRANS THRU 4000-EXIT.
020700     PERFORM 7100-WRITE-TRANS-LINE THRU 7100-EXIT.
020800     IF TRANS-IS-INVALID
020900         GO TO 2000-LIST
021000     END-IF.
021100     PERFORM 2100-APPLY-MAP-TRANS THRU 2100-EXIT.
021200 2000-LIST.
021300     IF TRANS-IS-VALID
021400         ADD 1 TO WS-TOTAL-APPLIED
021500     ELSE
021600         ADD 1 TO WS-TOTAL-REJECTED
021700         PERFORM 7300-WRITE-REJECT-LINE THRU 7300-EXIT
021800     END-IF.
021900     PERFORM 3000-READ-TRANS THRU 3000-EXIT.
022000 2000-EXIT.
022100     EXIT.
022200
022300*---------------------------------------------------------------
022400* 2100-APPLY-MAP-TRANS - APPLY ONE EDITED TRANSACTION TO
022500* THE MAPPING MASTER, PRINTING THE BEFORE AND AFTER RECORD
022600* IMAGES.
022700*---------------------------------------------------------------
022800 2100-APPLY-MAP-TRANS.
022900     IF GT-ACTION = "A"
023000         MOVE SPACES TO GL-MAP-REC
023100         MOVE GT-DATA TO GL-MAP-REC (1:46)
023200         WRITE GL-MAP-REC
023300             INVALID KEY
023400                 MOVE "MAPPING ALREADY ON FILE"
023500                     TO WS-REJECT-REASON
023600                 SET TRANS-IS-INVALID TO TRUE
023700         END-WRITE
023800         IF TRANS-IS-VALID
023900             PERFORM 7200-WRITE-AFTER-IMAGE THRU 7200-EXIT
024000         END-IF
024100         GO TO 2100-EXIT
024200     END-IF.
024300     MOVE GT-KEY TO GM-KEY.
024400     READ GL-MAP-MASTER
024500         INVALID KEY
024600             MOVE "MAPPING NOT ON FILE" TO WS-REJECT-REASON
024700             SET TRANS-IS-INVALID TO TRUE
024800     END-READ.
024900     IF TRANS-IS-INVALID
025000         GO TO 2100-EXIT
025100     END-IF.
025200     MOVE SPACES TO RI-IMAGE.
025300     MOVE GL-MAP-REC TO RI-IMAGE (1:80).
025400     PERFORM 7210-WRITE-BEFORE-IMAGE THRU 7210-EXIT.
025500     IF GT-ACTION = "C"
025600         MOVE GT-DATA TO GL-MAP-REC (1:46)
025700         REWRITE GL-MAP-REC
025800             INVALID KEY
025900                 MOVE "MAPPING REWRITE FAILED"
026000                     TO WS-REJECT-REASON
026100                 SET TRANS-IS-INVALID TO TRUE
026200         END-REWRITE
026300         IF TRANS-IS-VALID
026400             PERFORM 7200-WRITE-AFTER-IMAGE THRU 7200-EXIT
026500         END-IF
026600     ELSE
026700         DELETE GL-MAP-MASTER
026800             INVALID KEY
026900                 MOVE "MAPPING DELETE FAILED"
027000                     TO WS-REJECT-REASON
027100                 SET TRANS-IS-INVALID TO TRUE
027200         END-DELETE
027300     END-IF.
027400 2100-EXIT.
027500     EXIT.
027600
027700*---------------------------------------------------------------
027800* 3000-READ-TRANS - READ THE NEXT TRANSACTION, SETTING THE
027900* END-OF-TRANS SWITCH WHEN THE FILE IS EXHAUSTED.
028000*---------------------------------------------------------------
028100 3000-READ-TRANS.
028200     READ GLMT-TRANS-FILE
028300         AT END
028400             SET END-OF-TRANS TO TRUE
028500     END-READ.
028600 3000-EXIT.
028700     EXIT.
028800
028900*---------------------------------------------------------------
029000* 4000-EDIT-TRANS - EDIT ONE TRANSACTION BEFORE IT CAN TOUCH
029100* THE MASTER.
029200*---------------------------------------------------------------
029300 4000-EDIT-TRANS.
029400     IF GT-ACTION NOT = "A"
029500         AND GT-ACTION NOT = "C"
029600         AND GT-ACTION NOT = "D"
029700         MOVE "ACTION NOT A, C, OR D" TO WS-REJECT-REASON
029800         SET TRANS-IS-INVALID TO TRUE
029900         GO TO 4000-EXIT
030000     END-IF.
030100     IF GT-STORE-CODE = SPACES
030200         MOVE "STORE CODE IS BLANK" TO WS-REJECT-REASON
030300         SET TRANS-IS-INVALID TO TRUE
030400         GO TO 4000-EXIT
030500     END-IF.
030600     MOVE GT-TRAN-TYPE TO WS-TYPE-CHECK.
030700     IF NOT TYPE-IS-KNOWN
030800         MOVE "UNKNOWN TRANSACTION TYPE" TO WS-REJECT-REASON
030900         SET TRANS-IS-INVALID TO TRUE
031000         GO TO 4000-EXIT
031100     END-IF.
031200     IF GT-ACTION = "D"
031300         GO TO 4000-EXIT
031400     END-IF.
031500     IF GT-DEBIT-ACCT = SPACES
031600         MOVE "DEBIT ACCOUNT IS BLANK" TO WS-REJECT-REASON
031700         SET TRANS-IS-INVALID TO TRUE
031800         GO TO 4000-EXIT
031900     END-IF.
032000     IF GT-CREDIT-ACCT = SPACES
032100         MOVE "CREDIT ACCOUNT IS BLANK" TO WS-REJECT-REASON
032200         SET TRANS-IS-INVALID TO TRUE
032300         GO TO 4000-EXIT
032400     END-IF.
032500     IF GT-DEBIT-ACCT = GT-CREDIT-ACCT
032600         MOVE "DEBIT AND CREDIT ARE THE SAME" TO WS-REJECT-REASON
032700         SET TRANS-IS-INVALID TO TRUE
032800         GO TO 4000-EXIT
032900     END-IF.
033000 4000-EXIT.
033100     EXIT.
033200
033300*---------------------------------------------------------------
033400* 7000-WRITE-HEADINGS - START A NEW REGISTER PAGE.
033500*---------------------------------------------------------------
033600 7000-WRITE-HEADINGS.
033700     ADD 1 TO WS-PAGE-NO.
033800     MOVE WS-RUN-MM TO RH1-MM.
033900     MOVE WS-RUN-DD TO RH1-DD.
034000     MOVE WS-RUN-YYYY TO RH1-YYYY.
034100     MOVE WS-PAGE-NO TO RH1-PAGE-NO.
034200     WRITE RPT-LINE FROM RPT-HEADING-1 AFTER ADVANCING PAGE.
034300     MOVE ZERO TO WS-LINES-ON-PAGE.
034400 7000-EXIT.
034500     EXIT.
034600
034700*---------------------------------------------------------------
034800* 7100-WRITE-TRANS-LINE - PRINT THE ACTION, KEY, AND USER FOR
034900* ONE TRANSACTION, STARTING A NEW PAGE EVERY
035000* WS-MAX-LINES-PER-PAGE LINES.
035100*---------------------------------------------------------------
035200 7100-WRITE-TRANS-LINE.
035300     IF WS-LINES-ON-PAGE >= WS-MAX-LINES-PER-PAGE
035400         PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
035500     END-IF.
035600     IF GT-ACTION = "A"
035700         MOVE "ADD   " TO RT-ACTION-DESC
035800     ELSE
035900     IF GT-ACTION = "C"
036000         MOVE "CHANGE" TO RT-ACTION-DESC
036100     ELSE
036200     IF GT-ACTION = "D"
036300         MOVE "DELETE" TO RT-ACTION-DESC
036400     ELSE
036500         MOVE GT-ACTION TO RT-ACTION-DESC
036600     END-IF
036700     END-IF
036800     END-IF.
036900     MOVE GT-KEY TO RT-KEY.
037000     MOVE GT-USER-ID TO RT-USER-ID.
037100     WRITE RPT-LINE FROM RPT-TRANS-LINE AFTER ADVANCING 2 LINES.
037200     ADD 1 TO WS-LINES-ON-PAGE.
037300 7100-EXIT.
037400     EXIT.
037500
037600*---------------------------------------------------------------
037700* 7200-WRITE-AFTER-IMAGE - PRINT THE RECORD IMAGE AS THE
037800* TRANSACTION LEFT IT ON THE MASTER.
037900*---------------------------------------------------------------
038000 7200-WRITE-AFTER-IMAGE.
038100     MOVE "AFTER   " TO RI-LABEL.
038200     MOVE SPACES TO RI-IMAGE.
038300     MOVE GT-DATA TO RI-IMAGE (1:46).
038400     WRITE RPT-LINE FROM RPT-IMAGE-LINE AFTER ADVANCING 1 LINE.
038500     ADD 1 TO WS-LINES-ON-PAGE.
038600 7200-EXIT.
038700     EXIT.
038800
038900*---------------------------------------------------------------
039000* 7210-WRITE-BEFORE-IMAGE - PRINT THE RECORD IMAGE AS IT STOOD
039100* ON THE MASTER BEFORE THE TRANSACTION TOUCHED IT.  THE CALLER
039200* HAS ALREADY MOVED THE IMAGE TO RI-IMAGE.
039300*---------------------------------------------------------------
039400 7210-WRITE-BEFORE-IMAGE.
039500     MOVE "BEFORE  " TO RI-LABEL.
039600     WRITE RPT-LINE FROM RPT-IMAGE-LINE AFTER ADVANCING 1 LINE.
039700     ADD 1 TO WS-LINES-ON-PAGE.
039800 7210-EXIT.
039900     EXIT.
040000
040100*---------------------------------------------------------------
040200* 7300-WRITE-REJECT-LINE - PRINT THE REASON A TRANSACTION WAS
040300* NOT APPLIED.
040400*---------------------------------------------------------------
040500 7300-WRITE-REJECT-LINE.
040600     MOVE WS-REJECT-REASON TO RJ-REASON.
040700     WRITE RPT-LINE FROM RPT-REJECT-LINE AFTER ADVANCING 1 LINE.
040800     ADD 1 TO WS-LINES-ON-PAGE.
040900 7300-EXIT.
041000     EXIT.
041100
041200*---------------------------------------------------------------
041300* 9999-TERMINATE - PRINT THE TOTALS, CLOSE THE FILES, AND SET
041400* RETURN-CODE 4 IF ANY TRANSACTION WAS REJECTED.
041500*---------------------------------------------------------------
041600 9999-TERMINATE.
041700     MOVE "TRANSACTIONS READ" TO RT-LABEL.
041800     MOVE WS-TOTAL-TRANS TO RT-COUNT.
041900     WRITE RPT-LINE FROM RPT-TOTAL-LINE
042000         AFTER ADVANCING 2 LINES.
042100     MOVE "TRANSACTIONS APPLIED" TO RT-LABEL.
042200     MOVE WS-TOTAL-APPLIED TO RT-COUNT.
042300     WRITE RPT-LINE FROM RPT-TOTAL-LINE
042400         AFTER ADVANCING 1 LINE.
042500     MOVE "TRANSACTIONS REJECTED" TO RT-LABEL.
042600     MOVE WS-TOTAL-REJECTED TO RT-COUNT.
042700     WRITE RPT-LINE FROM RPT-TOTAL-LINE
042800         AFTER ADVANCING 1 LINE.
042900     CLOSE GLMT-TRANS-FILE.
043000     CLOSE GL-MAP-MASTER.
043100     CLOSE CHANGE-REGISTER.
043200     DISPLAY "BACGLMNT - TRANS READ:     " WS-TOTAL-TRANS.
043300     DISPLAY "BACGLMNT - TRANS APPLIED:  " WS-TOTAL-APPLIED.
043400     DISPLAY "BACGLMNT - TRANS REJECTED: " WS-TOTAL-REJECTED.
043500     IF WS-TOTAL-REJECTED > ZERO
043600         MOVE 4 TO RETURN-CODE
043700     ELSE
043800         MOVE 0 TO RETURN-CODE
043900     END-IF.
044000 9999-EXIT.
044100     EXIT.
044200
044300 END PROGRAM BACGLMNT.
