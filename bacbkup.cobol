000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BACBKUP.
000300 AUTHOR. DW.
000400 INSTALLATION. KITCHEN-DATA-PROCESSING.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*UNLOADS THE INVENTORY, LOT, AND OPEN-PO MASTERS TO SEQUENTIAL
000800*BACKUP GENERATIONS AT THE CLOSE OF THE NIGHT.  EACH BACKUP IS A
000900*HEADER RECORD, ONE DETAIL RECORD PER MASTER RECORD IN KEY ORDER,
001000*AND A TRAILER RECORD WITH THE RECORD COUNT.  THE HEADER IS
001100*STAMPED WITH THE BUSINESS DATE, THE CLOCK DATE AND TIME, AND THE
001200*NUMBER OF RECORDS THEN ON THE MOVEMENT LEDGER (INVMOVE), WHICH
001300*ONLY EVER GROWS - SO BACRECOV KNOWS EXACTLY WHICH LEDGER RECORDS
001400*CAME AFTER THE BACKUP AND HAVE TO BE REAPPLIED.  THE COUNTS GO
001500*TO THE CONTROL-COUNT FILE SO THEY PRINT ON THE NIGHT'S BALANCING
001600*REPORT.
001700*---------------------------------------------------------------
001800* MODIFICATION HISTORY
001900*---------------------------------------------------------------
002000* 10/15/26  DW         ORIGINAL VERSION.
002100*---------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT INVENTORY-MASTER ASSIGN TO INVMAST
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS SEQUENTIAL
002800         RECORD KEY IS INV-KEY
002900         FILE STATUS IS WS-INV-STATUS.
003000
003100     SELECT LOT-MASTER ASSIGN TO LOTMAST
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS SEQUENTIAL
003400         RECORD KEY IS LOT-KEY
003500         FILE STATUS IS WS-LOT-STATUS.
003600
003700     SELECT PO-MASTER ASSIGN TO POMAST
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS SEQUENTIAL
004000         RECORD KEY IS PM-KEY
004100         FILE STATUS IS WS-POM-STATUS.
004200
004300     SELECT MOVEMENT-FILE ASSIGN TO INVMOVE
004400         ORGANIZATION IS SEQUENTIAL.
004500
004600     SELECT INVENTORY-BACKUP ASSIGN TO INVBKUP
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-IBK-STATUS.
004900
005000     SELECT LOT-BACKUP ASSIGN TO LOTBKUP
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-LBK-STATUS.
005300
005400     SELECT PO-BACKUP ASSIGN TO POBKUP
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-PBK-STATUS.
005700
005800     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-RUNC-STATUS.
006100
006200     SELECT CONTROL-COUNT-FILE ASSIGN TO CTLCOUNT
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-CTL-STATUS.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800*---------------------------------------------------------------
006900* INVENTORY-MASTER - ONE RECORD PER STORE AND ITEM.
007000*---------------------------------------------------------------
007100 FD  INVENTORY-MASTER
007200     LABEL RECORDS ARE STANDARD.
007300 01  INVENTORY-REC.
007400     05  INV-KEY.
007500         10  INV-STORE-CODE  PIC X(02).
007600         10  INV-ITEM-CODE   PIC X(04).
007700     05  INV-ITEM-NAME       PIC X(20).
007800     05  INV-QTY-ON-HAND     PIC 9(07).
007900     05  INV-REORDER-POINT   PIC 9(07).
008000     05  INV-SUPPLIER-CODE   PIC X(04).
008100     05  INV-ORDER-QTY       PIC 9(07).
008200     05  INV-PACK-SIZE       PIC 9(05).
008300     05  FILLER              PIC X(06).
008400
008500*---------------------------------------------------------------
008600* LOT-MASTER - ONE RECORD PER DATED LOT ON HAND.
008700*---------------------------------------------------------------
008800 FD  LOT-MASTER
008900     LABEL RECORDS ARE STANDARD.
009000 01  LOT-REC.
009100     05  LOT-KEY.
009200         10  LOT-STORE-CODE  PIC X(02).
009300         10  LOT-ITEM-CODE   PIC X(04).
009400         10  LOT-EXPIRY-DATE PIC 9(08).
009500         10  LOT-NO          PIC X(06).
009600     05  LOT-QTY-REMAINING   PIC 9(07).
009700     05  LOT-RECEIVED-DATE   PIC 9(08).
009800     05  FILLER              PIC X(45).
009900
010000*---------------------------------------------------------------
010100* PO-MASTER - ONE RECORD PER OPEN PURCHASE ORDER.
010200*---------------------------------------------------------------
010300 FD  PO-MASTER
010400     LABEL RECORDS ARE STANDARD.
010500 01  PO-MASTER-REC.
010600     05  PM-KEY.
010700         10  PM-STORE-CODE   PIC X(02).
010800         10  PM-ITEM-CODE    PIC X(04).
010900     05  PM-SUPPLIER-CODE    PIC X(04).
011000     05  PM-ORDER-DATE       PIC 9(08).
011100     05  PM-ORDER-QTY        PIC 9(07).
011200     05  PM-QTY-RECEIVED     PIC 9(07).
011300     05  PM-STATUS           PIC X(01).
011400     05  PM-FILL-DATE        PIC 9(08).
011500     05  PM-INVOICE-NO       PIC X(10).
011600     05  FILLER              PIC X(29).
011700
011800*---------------------------------------------------------------
011900* MOVEMENT-FILE - THE SHARED INVENTORY MOVEMENT LEDGER, READ HERE
012000* ONLY TO COUNT ITS RECORDS.
012100*---------------------------------------------------------------
012200 FD  MOVEMENT-FILE
012300     LABEL RECORDS ARE STANDARD.
012400 01  MOVE-REC                PIC X(80).
012500
012600*---------------------------------------------------------------
012700* INVENTORY-BACKUP, LOT-BACKUP, PO-BACKUP - THE BACKUP
012800* GENERATIONS, ALL IN THE SAME LAYOUT: A RECORD TYPE, THEN THE
012900* HEADER, THE MASTER RECORD IMAGE, OR THE TRAILER.  BACRECOV
013000* CARRIES THE SAME LAYOUT.
013100*---------------------------------------------------------------
013200 FD  INVENTORY-BACKUP
013300     LABEL RECORDS ARE STANDARD.
013400 01  INV-BACKUP-REC          PIC X(81).
013500
013600 FD  LOT-BACKUP
013700     LABEL RECORDS ARE STANDARD.
013800 01  LOT-BACKUP-REC          PIC X(81).
013900
014000 FD  PO-BACKUP
014100     LABEL RECORDS ARE STANDARD.
014200 01  PO-BACKUP-REC           PIC X(81).
014300
014400*---------------------------------------------------------------
014500* RUN-CONTROL-FILE - THE ONE-RECORD FILE BACRNCTL MAINTAINS
014600* WITH THE STREAM'S OFFICIAL BUSINESS DATE AND RUN STATUS.
014700*---------------------------------------------------------------
014800 FD  RUN-CONTROL-FILE
014900     LABEL RECORDS ARE STANDARD.
015000 01  RUNCTL-REC.
015100     05  RC-BUSINESS-DATE    PIC 9(08).
015200     05  RC-RUN-STATUS       PIC X(01).
015300     05  FILLER              PIC X(71).
015400
015500*---------------------------------------------------------------
015600* CONTROL-COUNT-FILE - ONE RECORD PER STEP COUNT, APPENDED BY
015700* EACH STEP OF THE NIGHTLY STREAM AND BALANCED BY BACBAL.
015800*---------------------------------------------------------------
015900 FD  CONTROL-COUNT-FILE
016000     LABEL RECORDS ARE STANDARD.
016100 01  CC-REC.
016200     05  CC-DATE             PIC 9(08).
016300     05  CC-PROGRAM          PIC X(08).
016400     05  CC-LABEL            PIC X(20).
016500     05  CC-COUNT            PIC 9(07).
016600     05  FILLER              PIC X(37).
016700
016800 WORKING-STORAGE SECTION.
016900 01  SW-FILE-STATUS          PIC X(01).
017000     88  END-OF-INPUT        VALUE "Y".
017100     88  MORE-INPUT-EXISTS   VALUE "N".
017200
017300 01  WS-INV-STATUS           PIC X(02).
017400     88  INV-STATUS-OK       VALUE "00".
017500
017600 01  WS-LOT-STATUS           PIC X(02).
017700     88  LOT-STATUS-OK       VALUE "00".
017800
017900 01  WS-POM-STATUS           PIC X(02).
018000     88  POM-STATUS-OK       VALUE "00".
018100
018200 01  WS-IBK-STATUS           PIC X(02).
018300     88  IBK-STATUS-OK       VALUE "00".
018400
018500 01  WS-LBK-STATUS           PIC X(02).
018600     88  LBK-STATUS-OK       VALUE "00".
018700
018800 01  WS-PBK-STATUS           PIC X(02).
018900     88  PBK-STATUS-OK       VALUE "00".
019000
019100 01  WS-RUNC-STATUS          PIC X(02).
019200     88  RUNC-STATUS-OK      VALUE "00".
019300
019400 01  WS-CTL-STATUS           PIC X(02).
019500     88  CTL-STATUS-OK       VALUE "00".
019600
019700*---------------------------------------------------------------
019800* BACKUP RECORD - BUILT HERE AND WRITTEN TO WHICHEVER BACKUP IS
019900* BEING UNLOADED.
020000*---------------------------------------------------------------
020100 01  BACKUP-REC.
020200     05  BK-REC-TYPE         PIC X(01).
020300         88  BK-HEADER       VALUE "H".
020400         88  BK-DETAIL       VALUE "D".
020500         88  BK-TRAILER      VALUE "T".
020600     05  BK-BODY             PIC X(80).
020700     05  BK-HEADER-BODY REDEFINES BK-BODY.
020800         10  BKH-FILE-ID     PIC X(08).
020900         10  BKH-BUSINESS-DATE
021000                             PIC 9(08).
021100         10  BKH-CLOCK-DATE  PIC 9(08).
021200         10  BKH-CLOCK-TIME  PIC 9(08).
021300         10  BKH-LEDGER-COUNT
021400                             PIC 9(09).
021500         10  FILLER          PIC X(39).
021600     05  BK-TRAILER-BODY REDEFINES BK-BODY.
021700         10  BKT-FILE-ID     PIC X(08).
021800         10  BKT-BUSINESS-DATE
021900                             PIC 9(08).
022000         10  BKT-RECORD-COUNT
022100                             PIC 9(09).
022200         10  FILLER          PIC X(55).
022300
022400 01  WS-FILE-ID              PIC X(08).
022500 01  WS-CLOCK-DATE           PIC 9(08).
022600 01  WS-CLOCK-TIME           PIC 9(08).
022700 01  WS-LEDGER-COUNT         PIC 9(09) VALUE ZERO.
022800 01  WS-RECORD-COUNT         PIC 9(09) VALUE ZERO.
022900
023000*---------------------------------------------------------------
023100* RUN TOTALS.
023200*---------------------------------------------------------------
023300 01  WS-TOTAL-INV            PIC 9(07) VALUE ZERO COMP.
023400 01  WS-TOTAL-LOT            PIC 9(07) VALUE ZERO COMP.
023500 01  WS-TOTAL-POM            PIC 9(07) VALUE ZERO COMP.
023600
023700 01  WS-RUN-DATE-NUM         PIC 9(08).
023800
023900 PROCEDURE DIVISION.
024000*---------------------------------------------------------------
024100* 0000-MAINLINE
024200*---------------------------------------------------------------
024300 0000-MAINLINE.
024400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024500     PERFORM 2000-UNLOAD-INVENTORY THRU 2000-EXIT.
024600     PERFORM 3000-UNLOAD-LOTS THRU 3000-EXIT.
024700     PERFORM 4000-UNLOAD-POS THRU 4000-EXIT.
024800     PERFORM 8000-WRITE-CONTROL-COUNTS THRU 8000-EXIT.
024900     PERFORM 9999-TERMINATE THRU 9999-EXIT.
025000     STOP RUN.
025100
025200*---------------------------------------------------------------
025300* 1000-INITIALIZE - TAKE THE BUSINESS DATE AND THE CLOCK, AND
025400* COUNT THE MOVEMENT LEDGER AS IT STANDS NOW.
025500*---------------------------------------------------------------
025600 1000-INITIALIZE.
025700     PERFORM 1100-GET-BUSINESS-DATE THRU 1100-EXIT.
025800     ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
025900     ACCEPT WS-CLOCK-TIME FROM TIME.
026000     OPEN INPUT MOVEMENT-FILE.
026100     SET MORE-INPUT-EXISTS TO TRUE.
026200     PERFORM 1200-COUNT-ONE-MOVE THRU 1200-EXIT
026300         UNTIL END-OF-INPUT.
026400     CLOSE MOVEMENT-FILE.
026500 1000-EXIT.
026600     EXIT.
026700
026800*---------------------------------------------------------------
026900* 1100-GET-BUSINESS-DATE - TAKE THE RUN DATE FROM THE RUN-
027000* CONTROL FILE'S BUSINESS DATE INSTEAD OF THE WALL CLOCK.
027100*---------------------------------------------------------------
027200 1100-GET-BUSINESS-DATE.
027300     OPEN INPUT RUN-CONTROL-FILE.
027400     IF NOT RUNC-STATUS-OK
027500         DISPLAY "BACBKUP - RUN-CONTROL OPEN FAILED, "
027600             "STATUS " WS-RUNC-STATUS
027700         MOVE 16 TO RETURN-CODE
027800         STOP RUN
027900     END-IF.
028000     READ RUN-CONTROL-FILE
028100         AT END
028200             DISPLAY "BACBKUP - RUN-CONTROL FILE EMPTY, "
028300                 "RELEASE THE RUN FIRST"
028400             MOVE 16 TO RETURN-CODE
028500             STOP RUN
028600     END-READ.
028700     MOVE RC-BUSINESS-DATE TO WS-RUN-DATE-NUM.
028800     CLOSE RUN-CONTROL-FILE.
028900 1100-EXIT.
029000     EXIT.
029100
029200*---------------------------------------------------------------
029300* 1200-COUNT-ONE-MOVE - COUNT ONE MOVEMENT LEDGER RECORD.
029400*---------------------------------------------------------------
029500 1200-COUNT-ONE-MOVE.
029600     READ MOVEMENT-FILE
029700         AT END
029800             SET END-OF-INPUT TO TRUE
029900             GO TO 1200-EXIT
030000     END-READ.
030100     ADD 1 TO WS-LEDGER-COUNT.
030200 1200-EXIT.
030300     EXIT.
030400
030500*---------------------------------------------------------------
030600* 2000-UNLOAD-INVENTORY - HEADER, EVERY INVENTORY RECORD IN KEY
030700* ORDER, TRAILER.
030800*---------------------------------------------------------------
030900 2000-UNLOAD-INVENTORY.
031000     OPEN INPUT INVENTORY-MASTER.
031100     IF NOT INV-STATUS-OK
031200         DISPLAY "BACBKUP - INVENTORY-MASTER OPEN FAILED, "
031300             "STATUS " WS-INV-STATUS
031400         MOVE 16 TO RETURN-CODE
031500         STOP RUN
031600     END-IF.
031700     OPEN OUTPUT INVENTORY-BACKUP.
031800     IF NOT IBK-STATUS-OK
031900         DISPLAY "BACBKUP - INVENTORY-BACKUP OPEN FAILED, "
032000             "STATUS " WS-IBK-STATUS
032100         MOVE 16 TO RETURN-CODE
032200         STOP RUN
032300     END-IF.
032400     MOVE "INVMAST " TO WS-FILE-ID.
032500     MOVE ZERO TO WS-RECORD-COUNT.
032600     PERFORM 7000-BUILD-HEADER THRU 7000-EXIT.
032700     PERFORM 2200-WRITE-INV-BACKUP THRU 2200-EXIT.
032800     SET MORE-INPUT-EXISTS TO TRUE.
032900     PERFORM 2100-UNLOAD-ONE-INV THRU 2100-EXIT
033000         UNTIL END-OF-INPUT.
033100     PERFORM 7100-BUILD-TRAILER THRU 7100-EXIT.
033200     PERFORM 2200-WRITE-INV-BACKUP THRU 2200-EXIT.
033300     MOVE WS-RECORD-COUNT TO WS-TOTAL-INV.
033400     CLOSE INVENTORY-MASTER.
033500     CLOSE INVENTORY-BACKUP.
033600 2000-EXIT.
033700     EXIT.
033800
033900*---------------------------------------------------------------
034000* 2100-UNLOAD-ONE-INV - COPY ONE INVENTORY RECORD TO THE BACKUP.
034100*---------------------------------------------------------------
034200 2100-UNLOAD-ONE-INV.
034300     READ INVENTORY-MASTER NEXT RECORD
034400         AT END
034500             SET END-OF-INPUT TO TRUE
034600             GO TO 2100-EXIT
034700     END-READ.
034800     MOVE SPACES TO BACKUP-REC.
034900     SET BK-DETAIL TO TRUE.
035000     MOVE INVENTORY-REC TO BK-BODY.
035100     PERFORM 2200-WRITE-INV-BACKUP THRU 2200-EXIT.
035200     ADD 1 TO WS-RECORD-COUNT.
035300 2100-EXIT.
035400     EXIT.
035500
035600*---------------------------------------------------------------
035700* 2200-WRITE-INV-BACKUP - WRITE THE BUILT RECORD TO THE
035800* INVENTORY BACKUP.
035900*---------------------------------------------------------------
036000 2200-WRITE-INV-BACKUP.
036100     WRITE INV-BACKUP-REC FROM BACKUP-REC.
036200     IF NOT IBK-STATUS-OK
036300         DISPLAY "BACBKUP - INVENTORY-BACKUP WRITE FAILED, "
036400             "STATUS " WS-IBK-STATUS
036500         MOVE 16 TO RETURN-CODE
036600         STOP RUN
036700     END-IF.
036800 2200-EXIT.
036900     EXIT.
037000
037100*---------------------------------------------------------------
037200* 3000-UNLOAD-LOTS - HEADER, EVERY LOT RECORD IN KEY ORDER,
037300* TRAILER.
037400*---------------------------------------------------------------
037500 3000-UNLOAD-LOTS.
037600     OPEN INPUT LOT-MASTER.
037700     IF NOT LOT-STATUS-OK
037800         DISPLAY "BACBKUP - LOT-MASTER OPEN FAILED, "
037900             "STATUS " WS-LOT-STATUS
038000         MOVE 16 TO RETURN-CODE
038100         STOP RUN
038200     END-IF.
038300     OPEN OUTPUT LOT-BACKUP.
038400     IF NOT LBK-STATUS-OK
038500         DISPLAY "BACBKUP - LOT-BACKUP OPEN FAILED, "
038600             "STATUS " WS-LBK-STATUS
038700         MOVE 16 TO RETURN-CODE
038800         STOP RUN
038900     END-IF.
039000     MOVE "LOTMAST " TO WS-FILE-ID.
039100     MOVE ZERO TO WS-RECORD-COUNT.
039200     PERFORM 7000-BUILD-HEADER THRU 7000-EXIT.
039300     PERFORM 3200-WRITE-LOT-BACKUP THRU 3200-EXIT.
039400     SET MORE-INPUT-EXISTS TO TRUE.
039500     PERFORM 3100-UNLOAD-ONE-LOT THRU 3100-EXIT
039600         UNTIL END-OF-INPUT.
039700     PERFORM 7100-BUILD-TRAILER THRU 7100-EXIT.
039800     PERFORM 3200-WRITE-LOT-BACKUP THRU 3200-EXIT.
039900     MOVE WS-RECORD-COUNT TO WS-TOTAL-LOT.
040000     CLOSE LOT-MASTER.
040100     CLOSE LOT-BACKUP.
040200 3000-EXIT.
040300     EXIT.
040400
040500*---------------------------------------------------------------
040600* 3100-UNLOAD-ONE-LOT - COPY ONE LOT RECORD TO THE BACKUP.
040700*---------------------------------------------------------------
040800 3100-UNLOAD-ONE-LOT.
040900     READ LOT-MASTER NEXT RECORD
041000         AT END
041100             SET END-OF-INPUT TO TRUE
041200             GO TO 3100-EXIT
041300     END-READ.
041400     MOVE SPACES TO BACKUP-REC.
041500     SET BK-DETAIL TO TRUE.
041600     MOVE LOT-REC TO BK-BODY.
041700     PERFORM 3200-WRITE-LOT-BACKUP THRU 3200-EXIT.
041800     ADD 1 TO WS-RECORD-COUNT.
041900 3100-EXIT.
042000     EXIT.
042100
042200*---------------------------------------------------------------
042300* 3200-WRITE-LOT-BACKUP - WRITE THE BUILT RECORD TO THE LOT
042400* BACKUP.
042500*---------------------------------------------------------------
042600 3200-WRITE-LOT-BACKUP.
042700     WRITE LOT-BACKUP-REC FROM BACKUP-REC.
042800     IF NOT LBK-STATUS-OK
042900         DISPLAY "BACBKUP - LOT-BACKUP WRITE FAILED, "
043000             "STATUS " WS-LBK-STATUS
043100         MOVE 16 TO RETURN-CODE
043200         STOP RUN
043300     END-IF.
043400 3200-EXIT.
043500     EXIT.
043600
043700*---------------------------------------------------------------
043800* 4000-UNLOAD-POS - HEADER, EVERY OPEN-PO RECORD IN KEY ORDER,
043900* TRAILER.
044000*---------------------------------------------------------------
044100 4000-UNLOAD-POS.
044200     OPEN INPUT PO-MASTER.
044300     IF NOT POM-STATUS-OK
044400         DISPLAY "BACBKUP - PO-MASTER OPEN FAILED, "
044500             "STATUS " WS-POM-STATUS
044600         MOVE 16 TO RETURN-CODE
044700         STOP RUN
044800     END-IF.
044900     OPEN OUTPUT PO-BACKUP.
045000     IF NOT PBK-STATUS-OK
045100         DISPLAY "BACBKUP - PO-BACKUP OPEN FAILED, "
045200             "STATUS " WS-PBK-STATUS
045300         MOVE 16 TO RETURN-CODE
045400         STOP RUN
045500     END-IF.
045600     MOVE "POMAST  " TO WS-FILE-ID.
045700     MOVE ZERO TO WS-RECORD-COUNT.
045800     PERFORM 7000-BUILD-HEADER THRU 7000-EXIT.
045900     PERFORM 4200-WRITE-PO-BACKUP THRU 4200-EXIT.
046000     SET MORE-INPUT-EXISTS TO TRUE.
046100     PERFORM 4100-UNLOAD-ONE-PO THRU 4100-EXIT
046200         UNTIL END-OF-INPUT.
046300     PERFORM 7100-BUILD-TRAILER THRU 7100-EXIT.
046400     PERFORM 4200-WRITE-PO-BACKUP THRU 4200-EXIT.
046500     MOVE WS-RECORD-COUNT TO WS-TOTAL-POM.
046600     CLOSE PO-MASTER.
046700     CLOSE PO-BACKUP.
046800 4000-EXIT.
046900     EXIT.
047000
047100*---------------------------------------------------------------
047200* 4100-UNLOAD-ONE-PO - COPY ONE OPEN-PO RECORD TO THE BACKUP.
047300*---------------------------------------------------------------
047400 4100-UNLOAD-ONE-PO.
047500     READ PO-MASTER NEXT RECORD
047600         AT END
047700             SET END-OF-INPUT TO TRUE
047800             GO TO 4100-EXIT
047900     END-READ.
048000     MOVE SPACES TO BACKUP-REC.
048100     SET BK-DETAIL TO TRUE.
048200     MOVE PO-MASTER-REC TO BK-BODY.
048300     PERFORM 4200-WRITE-PO-BACKUP THRU 4200-EXIT.
048400     ADD 1 TO WS-RECORD-COUNT.
048500 4100-EXIT.
048600     EXIT.
048700
048800*---------------------------------------------------------------
048900* 4200-WRITE-PO-BACKUP - WRITE THE BUILT RECORD TO THE OPEN-PO
049000* BACKUP.
049100*---------------------------------------------------------------
049200 4200-WRITE-PO-BACKUP.
049300     WRITE PO-BACKUP-REC FROM BACKUP-REC.
049400     IF NOT PBK-STATUS-OK
049500         DISPLAY "BACBKUP - PO-BACKUP WRITE FAILED, "
049600             "STATUS " WS-PBK-STATUS
049700         MOVE 16 TO RETURN-CODE
049800         STOP RUN
049900     END-IF.
050000 4200-EXIT.
050100     EXIT.
050200
050300*---------------------------------------------------------------
050400* 7000-BUILD-HEADER - BUILD THE HEADER FOR WS-FILE-ID.
050500*---------------------------------------------------------------
050600 7000-BUILD-HEADER.
050700     MOVE SPACES TO BACKUP-REC.
050800     SET BK-HEADER TO TRUE.
050900     MOVE WS-FILE-ID TO BKH-FILE-ID.
051000     MOVE WS-RUN-DATE-NUM TO BKH-BUSINESS-DATE.
051100     MOVE WS-CLOCK-DATE TO BKH-CLOCK-DATE.
051200     MOVE WS-CLOCK-TIME TO BKH-CLOCK-TIME.
051300     MOVE WS-LEDGER-COUNT TO BKH-LEDGER-COUNT.
051400 7000-EXIT.
051500     EXIT.
051600
051700*---------------------------------------------------------------
051800* 7100-BUILD-TRAILER - BUILD THE TRAILER WITH THE DETAIL COUNT.
051900*---------------------------------------------------------------
052000 7100-BUILD-TRAILER.
052100     MOVE SPACES TO BACKUP-REC.
052200     SET BK-TRAILER TO TRUE.
052300     MOVE WS-FILE-ID TO BKT-FILE-ID.
052400     MOVE WS-RUN-DATE-NUM TO BKT-BUSINESS-DATE.
052500     MOVE WS-RECORD-COUNT TO BKT-RECORD-COUNT.
052600 7100-EXIT.
052700     EXIT.
052800
052900*---------------------------------------------------------------
053000* 8000-WRITE-CONTROL-COUNTS - APPEND THIS STEP'S RECORD COUNTS
053100* TO THE SHARED CONTROL-COUNT FILE SO THEY PRINT WITH THE
053200* NIGHT'S OTHER COUNTS.
053300*---------------------------------------------------------------
053400 8000-WRITE-CONTROL-COUNTS.
053500     OPEN EXTEND CONTROL-COUNT-FILE.
053600     IF NOT CTL-STATUS-OK
053700         DISPLAY "BACBKUP - CONTROL-COUNT OPEN FAILED, "
053800             "STATUS " WS-CTL-STATUS
053900         MOVE 16 TO RETURN-CODE
054000         STOP RUN
054100     END-IF.
054200     MOVE "INVMAST BACKED UP   " TO CC-LABEL.
054300     MOVE WS-TOTAL-INV TO CC-COUNT.
054400     PERFORM 8100-WRITE-ONE-COUNT THRU 8100-EXIT.
054500     MOVE "LOTMAST BACKED UP   " TO CC-LABEL.
054600     MOVE WS-TOTAL-LOT TO CC-COUNT.
054700     PERFORM 8100-WRITE-ONE-COUNT THRU 8100-EXIT.
054800     MOVE "POMAST BACKED UP    " TO CC-LABEL.
054900     MOVE WS-TOTAL-POM TO CC-COUNT.
055000     PERFORM 8100-WRITE-ONE-COUNT THRU 8100-EXIT.
055100     MOVE "LEDGER POSITION     " TO CC-LABEL.
055200     MOVE WS-LEDGER-COUNT TO CC-COUNT.
055300     PERFORM 8100-WRITE-ONE-COUNT THRU 8100-EXIT.
055400     CLOSE CONTROL-COUNT-FILE.
055500 8000-EXIT.
055600     EXIT.
055700
055800*---------------------------------------------------------------
055900* 8100-WRITE-ONE-COUNT - WRITE ONE CONTROL-COUNT RECORD.  THE
056000* CALLER HAS SET THE LABEL AND COUNT.
056100*---------------------------------------------------------------
056200 8100-WRITE-ONE-COUNT.
056300     MOVE WS-RUN-DATE-NUM TO CC-DATE.
056400     MOVE "BACBKUP " TO CC-PROGRAM.
056500     MOVE SPACES TO CC-REC(44:37).
056600     WRITE CC-REC.
056700     IF NOT CTL-STATUS-OK
056800         DISPLAY "BACBKUP - CONTROL-COUNT WRITE FAILED, "
056900             "STATUS " WS-CTL-STATUS
057000         MOVE 16 TO RETURN-CODE
057100         STOP RUN
057200     END-IF.
057300 8100-EXIT.
057400     EXIT.
057500
057600*---------------------------------------------------------------
057700* 9999-TERMINATE - REPORT THE COUNTS.
057800*---------------------------------------------------------------
057900 9999-TERMINATE.
058000     DISPLAY "BACBKUP - BUSINESS DATE:     " WS-RUN-DATE-NUM.
058100     DISPLAY "BACBKUP - INVMAST RECORDS:   " WS-TOTAL-INV.
058200     DISPLAY "BACBKUP - LOTMAST RECORDS:   " WS-TOTAL-LOT.
058300     DISPLAY "BACBKUP - POMAST RECORDS:    " WS-TOTAL-POM.
058400     DISPLAY "BACBKUP - LEDGER POSITION:   " WS-LEDGER-COUNT.
058500     MOVE 0 TO RETURN-CODE.
058600 9999-EXIT.
058700     EXIT.
058800
058900 END PROGRAM BACBKUP.
