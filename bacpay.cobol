001730*                      REJECTED (ITEM ALREADY PAID) INSTEAD OF
001740*                      SILENTLY OVER-CREDITING THE ACCOUNT
001750*                      WHEN A CHECK IS KEYED TWICE.
001760* 10/15/26  DW         EACH POSTED PAYMENT IS APPENDED TO THE
001770*                      GL ACTIVITY FILE AS A PAYM RECORD FOR
001780*                      THE NIGHTLY GL JOURNAL, BACGLJNL.
001800*---------------------------------------------------------------
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
003000
003100     SELECT PAYMENT-REGISTER ASSIGN TO PAYRPT
003200         ORGANIZATION IS SEQUENTIAL.
003210
003220     SELECT GL-ACTIVITY-FILE ASSIGN TO GLACTV
003230         ORGANIZATION IS SEQUENTIAL
003240         FILE STATUS IS WS-ACT-STATUS.
003300
003400 DATA DIVISION.
003500 FILE SECTION.
007000 FD  PAYMENT-REGISTER
007100     LABEL RECORDS ARE OMITTED.
007200 01  RPT-LINE                PIC X(132).
007205
007210*---------------------------------------------------------------
007215* GL-ACTIVITY-FILE - BILLING AND PAYMENTS WAITING FOR THE
007220* NIGHTLY GL JOURNAL.  THIS PROGRAM APPENDS ONE PAYM RECORD
007225* PER PAYMENT POSTED.
007230*---------------------------------------------------------------
007235 FD  GL-ACTIVITY-FILE
007240     LABEL RECORDS ARE STANDARD.
007245 01  GL-ACTIVITY-REC.
007250     05  GA-DATE             PIC 9(08).
007255     05  GA-PROGRAM          PIC X(08).
007260     05  GA-TRAN-TYPE        PIC X(04).
007265     05  GA-CUST-NO          PIC 9(05).
007270     05  GA-AMOUNT           PIC S9(07)V99.
007275     05  GA-REFERENCE        PIC X(10).
007280     05  FILLER              PIC X(36).
007300
007400 WORKING-STORAGE SECTION.
007500 01  SW-FILE-STATUS          PIC X(01).
008200
008300 01  WS-RCV-STATUS           PIC X(02).
008400     88  RCV-STATUS-OK       VALUE "00".
008410
008420 01  WS-ACT-STATUS           PIC X(02).
008430     88  ACT-STATUS-OK       VALUE "00".
008500
008600 01  WS-REJECT-REASON        PIC X(30).
008700
018800         STOP RUN
018900     END-IF.
019000     OPEN OUTPUT PAYMENT-REGISTER.
019010     OPEN EXTEND GL-ACTIVITY-FILE.
019020     IF NOT ACT-STATUS-OK
019030         DISPLAY "BACPAY - GL-ACTIVITY-FILE OPEN FAILED, "
019040             "STATUS " WS-ACT-STATUS
019050         MOVE 16 TO RETURN-CODE
019060         STOP RUN
019070     END-IF.
019100     PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT.
019200     PERFORM 3000-READ-PAYMENT THRU 3000-EXIT.
019300 1000-EXIT.
023100         ADD 1 TO WS-TOTAL-POSTED
023200         ADD PAY-AMOUNT TO WS-TOTAL-CASH-DOLS
023300         PERFORM 7100-WRITE-DETAIL-LINE THRU 7100-EXIT
023310         PERFORM 4000-WRITE-GL-ACTIVITY THRU 4000-EXIT
023400     ELSE
023500         ADD 1 TO WS-TOTAL-REJECTED
023600         PERFORM 7200-WRITE-REJECT-LINE THRU 7200-EXIT
025000     END-READ.
025100 3000-EXIT.
025200     EXIT.
025202
025204*---------------------------------------------------------------
025206* 4000-WRITE-GL-ACTIVITY - APPEND THE PAYM RECORD FOR THE
025208* PAYMENT JUST POSTED, DATED THE DAY IT WAS RECEIVED AND
025210* REFERENCING THE BILL DATE IT PAID.
025212*---------------------------------------------------------------
025214 4000-WRITE-GL-ACTIVITY.
025216     MOVE SPACES TO GL-ACTIVITY-REC.
025218     IF PAY-DATE NUMERIC
025220         AND PAY-DATE > ZERO
025222         MOVE PAY-DATE TO GA-DATE
025224     ELSE
025226         MOVE WS-RUN-DATE-NUM TO GA-DATE
025228     END-IF.
025230     MOVE "BACPAY  " TO GA-PROGRAM.
025232     MOVE "PAYM" TO GA-TRAN-TYPE.
025234     MOVE PAY-CUST-NO TO GA-CUST-NO.
025236     MOVE PAY-AMOUNT TO GA-AMOUNT.
025238     MOVE PAY-BILL-DATE TO GA-REFERENCE.
025240     WRITE GL-ACTIVITY-REC.
025242     IF NOT ACT-STATUS-OK
025244         DISPLAY "BACPAY - GL-ACTIVITY-FILE WRITE FAILED, "
025246             "STATUS " WS-ACT-STATUS
025248         MOVE 16 TO RETURN-CODE
025250         STOP RUN
025252     END-IF.
025254 4000-EXIT.
025256     EXIT.
025300
025400*---------------------------------------------------------------
025500* 7000-WRITE-HEADINGS - START A NEW REGISTER PAGE.
033100     CLOSE PAYMENTS-FILE.
033200     CLOSE RECEIVABLES-MASTER.
033300     CLOSE PAYMENT-REGISTER.
033310     CLOSE GL-ACTIVITY-FILE.
033400     DISPLAY "BACPAY - PAYMENTS READ:     " WS-TOTAL-PAYMENTS.
033500     DISPLAY "BACPAY - PAYMENTS POSTED:   " WS-TOTAL-POSTED.
033600     DISPLAY "BACPAY - PAYMENTS REJECTED: " WS-TOTAL-REJECTED.
