891122*                      FIGURES AND CAN CATCH AN AUDIT RECORD
891123*                      DOUBLED BY A RESTART OF AN IN-FLIGHT
891124*                      ORDER.
891125* 10/15/26  DW         EACH DEBIT NOW GOES TO THE MOVEMENT
891126*                      LEDGER ONE RECORD PER LOT RELIEVED,
891127*                      WITH THE LOT NUMBER AND EXPIRY DATE
891128*                      (MV-LOT-FLAG L), PLUS ONE FOR ANY PART
891129*                      TAKEN OFF THE UNDATED MASTER BUCKET
891130*                      (MV-LOT-FLAG U).  THE BEFORE/AFTER
891131*                      QUANTITIES STILL CHAIN, SO THE LEDGER
891132*                      BALANCES AS BEFORE; BACPULL PRINTS THE
891133*                      MORNING LOT PULL LIST FROM THEM.
891134* 10/15/26  DW         THE AUDIT RECORD NOW CARRIES THE ORDER'S
891135*                      SEQUENCE NUMBER (AUD-SEQ-NO, FROM THE
891136*                      FILLER) SO BACWEBAK CAN MATCH AN ACCEPTED
891137*                      ORDER BACK TO THE ONLINE ORDER IT CAME
891138*                      FROM AND ACKNOWLEDGE IT WITH ITS PANCAKE
891139*                      COUNT AND PRICE.
891140*---------------------------------------------------------------
000911 ENVIRONMENT DIVISION.
000921 INPUT-OUTPUT SECTION.
000931 FILE-CONTROL.
002332     05  AUD-RECIPE-CODE     PIC X(04).
002333     05  AUD-STORE-CODE      PIC X(02).
002334     05  AUD-CUST-NO         PIC 9(05).
002341     05  AUD-SEQ-NO          PIC 9(05).
002342
002343*---------------------------------------------------------------
002344* REJECT-FILE - EVERY REJECTED ORDER, IN THE SAME LAYOUT AS
002359* PROGRAM THAT CHANGES AN ON-HAND QUANTITY APPENDS ONE RECORD
002360* PER CHANGE, WITH THE QUANTITY BEFORE AND AFTER AND A
002361* REFERENCE, SO A VARIANCE CAN BE TRACED TO ITS TRANSACTIONS.
236101* AN ORDER DEBIT IS WRITTEN ONE RECORD PER LOT IT RELIEVED
236102* (FLAG L, WITH THE LOT NUMBER AND EXPIRY) AND ONE FOR ANY
236103* QUANTITY TAKEN OFF THE UNDATED MASTER BUCKET (FLAG U).
002362*---------------------------------------------------------------
002363 FD  MOVEMENT-FILE
002364     LABEL RECORDS ARE STANDARD.
002371     05  MV-QTY-BEFORE       PIC 9(07).
002372     05  MV-QTY-AFTER        PIC 9(07).
002373     05  MV-REFERENCE        PIC X(10).
002374     05  MV-LOT-FLAG         PIC X(01).
237401         88  MV-FROM-LOT     VALUE "L".
237402         88  MV-FROM-UNDATED VALUE "U".
237403     05  MV-LOT-NO           PIC X(06).
237404     05  MV-LOT-EXPIRY       PIC 9(08).
237405     05  FILLER              PIC X(11).
002375
002376*---------------------------------------------------------------
002377* LOT-MASTER - ONE RECORD PER DATED LOT ON THE SHELF, KEYED ON
002857 01  SW-LOT-SCAN             PIC X(01).
002858     88  LOT-SCAN-DONE       VALUE "Y".
002859     88  LOT-SCAN-ACTIVE     VALUE "N".
285901
285902*---------------------------------------------------------------
285903* MOVEMENT SLICE - THE PART OF THE CURRENT DEBIT TAKEN FROM ONE
285904* LOT (OR FROM THE UNDATED BUCKET) FOR 6150 TO LEDGER.
285905*---------------------------------------------------------------
285906 01  WS-MOVE-SLICE-QTY       PIC 9(07) VALUE ZERO.
285907 01  WS-MOVE-LOT-FLAG        PIC X(01) VALUE SPACE.
285908 01  WS-MOVE-LOT-NO          PIC X(06) VALUE SPACES.
285909 01  WS-MOVE-LOT-EXPIRY      PIC 9(08) VALUE ZERO.
002860
002861*---------------------------------------------------------------
002871* INGREDIENT TABLE - HOLDS EACH INGREDIENT'S INVENTORY ITEM
007141
007151*---------------------------------------------------------------
007161* 6100-DEBIT-ONE-ITEM - REWRITE ONE INGREDIENT'S ON-HAND
007171* QUANTITY, REDUCED BY THE AMOUNT THIS ORDER USED, THEN
007172* RELIEVE THE LOTS, WHICH LOGS THE DEBIT TO THE MOVEMENT LEDGER
007174* LOT BY LOT ONCE THE REWRITE HAS POSTED.
007181*---------------------------------------------------------------
007191 6100-DEBIT-ONE-ITEM.
007192     MOVE OR-STORE-CODE TO INV-STORE-CODE.
007291                 INV-ITEM-CODE
007292             GO TO 6100-EXIT
007301     END-REWRITE.
007303     PERFORM 6170-RELIEVE-LOTS THRU 6170-EXIT.
007311 6100-EXIT.
007321     EXIT.
007331
615001*---------------------------------------------------------------
615002* 6150-WRITE-MOVEMENT - APPEND ONE SLICE OF THE DEBIT JUST
615003* POSTED TO THE SHARED INVENTORY MOVEMENT LEDGER, WITH THE ON-
615004* HAND QUANTITY BEFORE AND AFTER THE SLICE, THE LOT IT CAME
615005* FROM, AND THE ORDER SEQUENCE NUMBER AS THE REFERENCE, SO A
615006* MONTH-END VARIANCE CAN BE TRACED BACK TO THE ORDERS THAT DREW
615007* THE STOCK DOWN.  THE AFTER FIGURE BECOMES THE NEXT SLICE'S
615008* BEFORE, SO THE LAST SLICE ENDS AT THE REWRITTEN ON-HAND.
615009*---------------------------------------------------------------
615010 6150-WRITE-MOVEMENT.
615011     ACCEPT WS-CURRENT-TIME-NUM FROM TIME.
615012     MOVE SPACES TO MOVE-REC.
615013     MOVE WS-RUN-DATE-NUM TO MV-DATE.
615014     MOVE WS-CURRENT-TIME-NUM TO MV-TIME.
615015     MOVE "BACONPAN" TO MV-PROGRAM.
615016     MOVE INV-STORE-CODE TO MV-STORE-CODE.
615017     MOVE INV-ITEM-CODE TO MV-ITEM-CODE.
615018     MOVE WS-MOVE-QTY-BEFORE TO MV-QTY-BEFORE.
615019     SUBTRACT WS-MOVE-SLICE-QTY FROM WS-MOVE-QTY-BEFORE
615020         GIVING MV-QTY-AFTER.
615021     MOVE WS-CURRENT-SEQ-NO TO WS-MOVEMENT-REF-SEQ.
615022     MOVE WS-MOVEMENT-REF TO MV-REFERENCE.
615023     MOVE WS-MOVE-LOT-FLAG TO MV-LOT-FLAG.
615024     MOVE WS-MOVE-LOT-NO TO MV-LOT-NO.
615025     MOVE WS-MOVE-LOT-EXPIRY TO MV-LOT-EXPIRY.
615026     WRITE MOVE-REC.
615027     IF NOT MOV-STATUS-OK
615028         DISPLAY "BACONPANCAKES - MOVEMENT-FILE WRITE FAILED, "
615029             "STATUS " WS-MOV-STATUS
615030         MOVE 16 TO RETURN-CODE
615031         STOP RUN
615032     END-IF.
615033     MOVE MV-QTY-AFTER TO WS-MOVE-QTY-BEFORE.
615034 6150-EXIT.
615035     EXIT.
615036
617001*---------------------------------------------------------------
617002* 6170-RELIEVE-LOTS - TAKE THE QUANTITY JUST DEBITED OFF THE
617003* ITEM'S DATED LOTS, EARLIEST EXPIRY FIRST.  THE LOT KEY IS
617004* STORE/ITEM/EXPIRY/LOT, SO A KEYED START AND SEQUENTIAL READS
617005* COME BACK IN EXPIRY ORDER.  STOCK BEYOND THE DATED LOTS IS
617006* THE UNDATED MASTER BUCKET AND NEEDS NO LOT RELIEF, BUT IT IS
617007* LEDGERED AS ITS OWN SLICE SO THE PULL LIST CAN FLAG IT.  A
617008* ZERO DEBIT IS LEDGERED AS ONE SLICE FROM NO LOT.
617009*---------------------------------------------------------------
617010 6170-RELIEVE-LOTS.
617011     MOVE WS-ING-NEEDED(ING-IDX) TO WS-LOT-NEEDED.
617012     IF WS-LOT-NEEDED = ZERO
617013         MOVE ZERO TO WS-MOVE-SLICE-QTY
617014         MOVE SPACE TO WS-MOVE-LOT-FLAG
617015         MOVE SPACES TO WS-MOVE-LOT-NO
617016         MOVE ZERO TO WS-MOVE-LOT-EXPIRY
617017         PERFORM 6150-WRITE-MOVEMENT THRU 6150-EXIT
617018         GO TO 6170-EXIT
617019     END-IF.
617020     SET LOT-SCAN-ACTIVE TO TRUE.
617021     MOVE OR-STORE-CODE TO LOT-STORE-CODE.
617022     MOVE WS-ING-CODE(ING-IDX) TO LOT-ITEM-CODE.
617023     MOVE ZERO TO LOT-EXPIRY-DATE.
617024     MOVE SPACES TO LOT-NO.
617025     START LOT-MASTER KEY NOT < LOT-KEY
617026         INVALID KEY
617027             SET LOT-SCAN-DONE TO TRUE
617028     END-START.
617029     PERFORM 6180-RELIEVE-ONE-LOT THRU 6180-EXIT
617030         UNTIL LOT-SCAN-DONE.
617031     IF WS-LOT-NEEDED > ZERO
617032         MOVE WS-LOT-NEEDED TO WS-MOVE-SLICE-QTY
617033         MOVE "U" TO WS-MOVE-LOT-FLAG
617034         MOVE SPACES TO WS-MOVE-LOT-NO
617035         MOVE ZERO TO WS-MOVE-LOT-EXPIRY
617036         PERFORM 6150-WRITE-MOVEMENT THRU 6150-EXIT
617037     END-IF.
617038 6170-EXIT.
617039     EXIT.
617040
618001*---------------------------------------------------------------
618002* 6180-RELIEVE-ONE-LOT - READ THE NEXT LOT AND TAKE WHAT IS
618003* STILL NEEDED FROM IT.  A LOT THIS ORDER EXHAUSTS IS DELETED;
618004* A PARTLY USED LOT IS REWRITTEN WITH WHAT REMAINS.  EITHER WAY
618005* THE QUANTITY TAKEN IS LEDGERED WITH THE LOT NUMBER AND EXPIRY.
618006*---------------------------------------------------------------
618007 6180-RELIEVE-ONE-LOT.
618008     READ LOT-MASTER NEXT
618009         AT END
618010             SET LOT-SCAN-DONE TO TRUE
618011             GO TO 6180-EXIT
618012     END-READ.
618013     IF LOT-STORE-CODE NOT = OR-STORE-CODE
618014         OR LOT-ITEM-CODE NOT = WS-ING-CODE(ING-IDX)
618015         SET LOT-SCAN-DONE TO TRUE
618016         GO TO 6180-EXIT
618017     END-IF.
618018     MOVE "L" TO WS-MOVE-LOT-FLAG.
618019     MOVE LOT-NO TO WS-MOVE-LOT-NO.
618020     MOVE LOT-EXPIRY-DATE TO WS-MOVE-LOT-EXPIRY.
618021     IF LOT-QTY-REMAINING > WS-LOT-NEEDED
618022         MOVE WS-LOT-NEEDED TO WS-MOVE-SLICE-QTY
618023         SUBTRACT WS-LOT-NEEDED FROM LOT-QTY-REMAINING
618024         MOVE ZERO TO WS-LOT-NEEDED
618025         REWRITE LOT-REC
618026             INVALID KEY
618027                 DISPLAY "UNABLE TO UPDATE LOT FOR ",
618028                     LOT-KEY
618029         END-REWRITE
618030         PERFORM 6150-WRITE-MOVEMENT THRU 6150-EXIT
618031         SET LOT-SCAN-DONE TO TRUE
618032         GO TO 6180-EXIT
618033     END-IF.
618034     MOVE LOT-QTY-REMAINING TO WS-MOVE-SLICE-QTY.
618035     SUBTRACT LOT-QTY-REMAINING FROM WS-LOT-NEEDED.
618036     DELETE LOT-MASTER
618037         INVALID KEY
618038             DISPLAY "UNABLE TO DELETE LOT FOR ",
618039                 LOT-KEY
618040     END-DELETE.
618041     IF WS-MOVE-SLICE-QTY > ZERO
618042         PERFORM 6150-WRITE-MOVEMENT THRU 6150-EXIT
618043     END-IF.
618044     IF WS-LOT-NEEDED = ZERO
618045         SET LOT-SCAN-DONE TO TRUE
618046     END-IF.
618047 6180-EXIT.
618048     EXIT.
618049
007341*---------------------------------------------------------------
007351* 6300-COMPUTE-COST - PRICE OUT THE INGREDIENTS USED BY THE
007361* CURRENT ORDER AND WORK UP A SUGGESTED SELLING PRICE.
008392     MOVE OR-RECIPE-CODE TO AUD-RECIPE-CODE.
008393     MOVE OR-STORE-CODE TO AUD-STORE-CODE.
008394     MOVE OR-CUST-NO TO AUD-CUST-NO.
008395     MOVE OR-SEQ-NO TO AUD-SEQ-NO.
008401     WRITE AUD-REC.
008411     IF NOT AUD-STATUS-OK
008421         DISPLAY "BACONPANCAKES - AUDIT-LOG WRITE FAILED, "
