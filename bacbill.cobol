002340*                      PRINT PATH; AND THE DETAIL LINE IS
002350*                      TRIMMED TO THE 132-BYTE RPT-LINE SO THE
002360*                      WRITE NO LONGER TRUNCATES IT.
002370* 10/15/26  DW         THE CUSTOMER MASTER NOW CARRIES THE
002380*                      CREDIT LIMIT AND CREDIT STATUS USED BY
002390*                      BACORGEN'S CREDIT HOLD; THE LAYOUT HERE
002395*                      IS KEPT IN STEP.
002396* 10/15/26  DW         EACH RECEIVABLE OPENED (OR THE CHANGE
002397*                      IN ONE A RERUN REWRITES) IS APPENDED TO
002398*                      THE GL ACTIVITY FILE AS A BILL RECORD
002399*                      FOR THE NIGHTLY GL JOURNAL, BACGLJNL.
002400*---------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
004200
004300     SELECT STATEMENT-PRINT ASSIGN TO STMTRPT
004400         ORGANIZATION IS SEQUENTIAL.
004410
004420     SELECT GL-ACTIVITY-FILE ASSIGN TO GLACTV
004430         ORGANIZATION IS SEQUENTIAL
004440         FILE STATUS IS WS-ACT-STATUS.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
009000     05  CU-STORE-CODE       PIC X(02).
009100     05  CU-BILL-FLAG        PIC X(01).
009200     05  CU-TERMS-DAYS       PIC 9(03).
009210     05  CU-CREDIT-LIMIT     PIC 9(05)V99.
009220     05  CU-CREDIT-STATUS    PIC X(01).
009300     05  FILLER              PIC X(19).
009400
009500*---------------------------------------------------------------
009600* RECEIVABLES-MASTER - ONE OPEN ITEM PER STATEMENT, KEYED ON
011600 FD  STATEMENT-PRINT
011700     LABEL RECORDS ARE OMITTED.
011800 01  RPT-LINE                PIC X(132).
011805
011810*---------------------------------------------------------------
011815* GL-ACTIVITY-FILE - BILLING AND PAYMENTS WAITING FOR THE
011820* NIGHTLY GL JOURNAL.  THIS PROGRAM APPENDS ONE BILL RECORD
011825* PER RECEIVABLE OPENED, SIGNED WHEN A RERUN CHANGES ONE.
011830*---------------------------------------------------------------
011835 FD  GL-ACTIVITY-FILE
011840     LABEL RECORDS ARE STANDARD.
011845 01  GL-ACTIVITY-REC.
011850     05  GA-DATE             PIC 9(08).
011855     05  GA-PROGRAM          PIC X(08).
011860     05  GA-TRAN-TYPE        PIC X(04).
011865     05  GA-CUST-NO          PIC 9(05).
011870     05  GA-AMOUNT           PIC S9(07)V99.
011875     05  GA-REFERENCE        PIC X(10).
011880     05  FILLER              PIC X(36).
011900
012000 WORKING-STORAGE SECTION.
012100 01  SW-FILE-STATUS          PIC X(01).
012700
012800 01  WS-RCV-STATUS           PIC X(02).
012900     88  RCV-STATUS-OK       VALUE "00".
012910
012920 01  WS-ACT-STATUS           PIC X(02).
012930     88  ACT-STATUS-OK       VALUE "00".
013000
013100 01  SW-CUSTOMER-STATUS      PIC X(01).
013200     88  CUSTOMER-BILLABLE   VALUE "Y".
013400
013500 01  WS-CURRENT-CUST-NO      PIC 9(05) VALUE ZERO.
013600 01  WS-STMT-TOTAL           PIC 9(07)V99 VALUE ZERO.
013610 01  WS-PRIOR-BILL-AMOUNT    PIC 9(07)V99 VALUE ZERO.
013620 01  WS-SAVE-DUE-DATE        PIC 9(08) VALUE ZERO.
013700 01  WS-STMT-LINES           PIC 9(05) VALUE ZERO COMP.
013710 01  WS-LINES-ON-PAGE        PIC 9(02) VALUE ZERO COMP.
013720 01  WS-MAX-LINES-PER-PAGE   PIC 9(02) VALUE 20 COMP.
026400         STOP RUN
026500     END-IF.
026600     OPEN OUTPUT STATEMENT-PRINT.
026610     OPEN EXTEND GL-ACTIVITY-FILE.
026620     IF NOT ACT-STATUS-OK
026630         DISPLAY "BACBILL - GL-ACTIVITY-FILE OPEN FAILED, "
026640             "STATUS " WS-ACT-STATUS
026650         MOVE 16 TO RETURN-CODE
026660         STOP RUN
026670     END-IF.
026700     PERFORM 3000-READ-AUDIT THRU 3000-EXIT.
026800 1000-EXIT.
026900     EXIT.
038800*---------------------------------------------------------------
038900* 2500-OPEN-RECEIVABLE - WRITE THE STATEMENT'S OPEN ITEM, KEYED
039000* ON CUSTOMER PLUS BILL DATE.  A RERUN ON THE SAME BILL DATE
039100* REWRITES THE ITEM RATHER THAN DOUBLE-BILLING, AND ONLY THE
039110* CHANGE IN THE BILLED AMOUNT GOES TO THE GL ACTIVITY FILE.
039200*---------------------------------------------------------------
039300 2500-OPEN-RECEIVABLE.
039310     MOVE AR-DUE-DATE TO WS-SAVE-DUE-DATE.
039400     MOVE WS-CURRENT-CUST-NO TO AR-CUST-NO.
039500     MOVE WS-RUN-DATE-NUM TO AR-BILL-DATE.
039505     MOVE ZERO TO WS-PRIOR-BILL-AMOUNT.
039510     READ RECEIVABLES-MASTER
039515         INVALID KEY
039520             MOVE ZERO TO AR-BILL-AMOUNT
039525     END-READ.
039530     IF RCV-STATUS-OK
039535         MOVE AR-BILL-AMOUNT TO WS-PRIOR-BILL-AMOUNT
039540     END-IF.
039545     MOVE WS-CURRENT-CUST-NO TO AR-CUST-NO.
039550     MOVE WS-RUN-DATE-NUM TO AR-BILL-DATE.
039555     MOVE WS-SAVE-DUE-DATE TO AR-DUE-DATE.
039600     MOVE WS-STMT-TOTAL TO AR-BILL-AMOUNT.
039700     MOVE ZERO TO AR-AMOUNT-PAID.
039800     MOVE "O" TO AR-STATUS.
040600                     STOP RUN
040700             END-REWRITE
040800     END-WRITE.
040810     IF WS-STMT-TOTAL NOT = WS-PRIOR-BILL-AMOUNT
040820         PERFORM 2700-WRITE-GL-ACTIVITY THRU 2700-EXIT
040830     END-IF.
040900 2500-EXIT.
041000     EXIT.
041004
041008*---------------------------------------------------------------
041012* 2700-WRITE-GL-ACTIVITY - APPEND THE BILL RECORD FOR THE
041016* RECEIVABLE JUST OPENED: THE STATEMENT TOTAL, LESS WHAT A
041020* PRIOR RUN ON THE SAME BILL DATE ALREADY SENT.
041024*---------------------------------------------------------------
041028 2700-WRITE-GL-ACTIVITY.
041032     MOVE SPACES TO GL-ACTIVITY-REC.
041036     MOVE WS-RUN-DATE-NUM TO GA-DATE.
041040     MOVE "BACBILL " TO GA-PROGRAM.
041044     MOVE "BILL" TO GA-TRAN-TYPE.
041048     MOVE WS-CURRENT-CUST-NO TO GA-CUST-NO.
041052     COMPUTE GA-AMOUNT = WS-STMT-TOTAL - WS-PRIOR-BILL-AMOUNT.
041056     MOVE WS-RUN-DATE-NUM TO GA-REFERENCE.
041060     WRITE GL-ACTIVITY-REC.
041064     IF NOT ACT-STATUS-OK
041068         DISPLAY "BACBILL - GL-ACTIVITY-FILE WRITE FAILED, "
041072             "STATUS " WS-ACT-STATUS
041076         MOVE 16 TO RETURN-CODE
041080         STOP RUN
041084     END-IF.
041088 2700-EXIT.
041092     EXIT.
041100
041200*---------------------------------------------------------------
041300* 3000-READ-AUDIT - READ THE NEXT SORTED AUDIT RECORD, SETTING
042900     CLOSE CUSTOMER-MASTER.
043000     CLOSE RECEIVABLES-MASTER.
043100     CLOSE STATEMENT-PRINT.
043110     CLOSE GL-ACTIVITY-FILE.
043200     DISPLAY "BACBILL - AUDIT RECORDS READ:  "
043300         WS-TOTAL-AUDIT-READ.
043400     DISPLAY "BACBILL - STATEMENTS PRINTED:  "
