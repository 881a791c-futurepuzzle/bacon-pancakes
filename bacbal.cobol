002460*                      ACCEPTED COUNTER TO A COPY OF ITSELF,
002470*                      SO AN AUDIT RECORD DOUBLED BY A RESTART
002480*                      OF AN IN-FLIGHT ORDER NOW SHOWS UP.
002481* 10/15/26  DW         TWO NEW CHECKS ACCOUNT FOR THE ORDERS
002482*                      BACORGEN HOLDS FOR CREDIT: KEYED READ
002483*                      MUST EQUAL PASSED PLUS DROPPED PLUS
002484*                      HELD, AND STANDING ORDERS DUE MUST EQUAL
002485*                      GENERATED PLUS HELD, SO A HELD ORDER IS
002486*                      ACCOUNTED FOR RATHER THAN LOST BETWEEN
002487*                      KEYED+GENERATED AND VALIDATION.  THE
002488*                      COUNT TABLE IS WIDENED TO 40 ENTRIES.
002489* 10/15/26  DW         NEW CHECK THAT BACINTEG FOUND NO SEVERE
002490*                      CROSS-FILE BREAKS IN THE MASTERS.
002491* 10/15/26  DW         NEW CHECK THAT EVERY LINE OF THE ONLINE
002492*                      ORDER FEED BACWEBIN READ WAS PASSED,
002493*                      REJECTED, DROPPED AS A DUPLICATE, OR
002494*                      LISTED AS UNREADABLE.
002500*---------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
009200 01  WS-CNT-SUB              PIC 9(02) VALUE ZERO COMP.
009300 01  WS-CNT-FOUND-SUB        PIC 9(02) VALUE ZERO COMP.
009400 01  WS-COUNT-TABLE.
009500     05  WS-CNT-ENTRY OCCURS 40 TIMES.
009600         10  WS-CNT-PROGRAM  PIC X(08).
009700         10  WS-CNT-LABEL    PIC X(20).
009800         10  WS-CNT-VALUE    PIC 9(07).
023000         UNTIL WS-CNT-SUB > WS-CNT-COUNT
023100             OR WS-CNT-FOUND-SUB > ZERO.
023200     IF WS-CNT-FOUND-SUB = ZERO
023300         IF WS-CNT-COUNT >= 40
023400             DISPLAY "BACBAL - MORE THAN 40 COUNTS, "
023500                 CC-PROGRAM " " CC-LABEL " LEFT OUT"
023600             GO TO 2000-NEXT
023700         END-IF
030300
030400*---------------------------------------------------------------
030500* 8000-WRITE-REPORT - PRINT THE COUNTS AS REPORTED, THEN THE
030600* BALANCING CHECKS.
030700*---------------------------------------------------------------
030800 8000-WRITE-REPORT.
030900     MOVE WS-RUN-MM TO RH1-MM.
031900     MOVE "BALANCING CHECKS" TO RS-TITLE.
032000     WRITE RPT-LINE FROM RPT-SECTION-LINE
032100         AFTER ADVANCING 2 LINES.
032110     PERFORM 8150-CHECK-KEYED-SPLIT THRU 8150-EXIT.
032120     PERFORM 8160-CHECK-STANDING-SPLIT THRU 8160-EXIT.
032130     PERFORM 8170-CHECK-INTEGRITY THRU 8170-EXIT.
032140     PERFORM 8180-CHECK-WEB-INTAKE THRU 8180-EXIT.
032200     PERFORM 8200-CHECK-KEYED-TO-VAL THRU 8200-EXIT.
032300     PERFORM 8300-CHECK-VAL-TO-COMPUTE THRU 8300-EXIT.
032400     PERFORM 8400-CHECK-AUDIT-TO-ACCEPT THRU 8400-EXIT.
033500     WRITE RPT-LINE FROM RPT-COUNT-LINE AFTER ADVANCING 1 LINE.
033600 8100-EXIT.
033700     EXIT.
033710
815001*---------------------------------------------------------------
815002* 8150-CHECK-KEYED-SPLIT - EVERY KEYED ORDER BACORGEN READ WAS
815003* PASSED, DROPPED FOR A BAD CUSTOMER NUMBER, OR HELD FOR
815004* CREDIT.
815005*---------------------------------------------------------------
815006 8150-CHECK-KEYED-SPLIT.
815007     SET CHECK-IS-GOOD TO TRUE.
815008     MOVE ZERO TO WS-LEFT-SIDE.
815009     MOVE ZERO TO WS-RIGHT-SIDE.
815010     MOVE "BACORGEN" TO WS-LOOK-PROGRAM.
815011     MOVE "KEYED READ          " TO WS-LOOK-LABEL.
815012     PERFORM 4000-LOOK-UP-COUNT THRU 4000-EXIT.
815013     ADD WS-LOOK-VALUE TO WS-LEFT-SIDE.
815014     MOVE "KEYED PASSED        " TO WS-LOOK-LABEL.
815015     PERFORM 4000-LOOK-UP-COUNT THRU 4000-EXIT.
815016     ADD WS-LOOK-VALUE TO WS-RIGHT-SIDE.
815017     MOVE "KEYED DROPPED       " TO WS-LOOK-LABEL.
815018     PERFORM 4000-LOOK-UP-COUNT THRU 4000-EXIT.
815019     ADD WS-LOOK-VALUE TO WS-RIGHT-SIDE.
815020     MOVE "KEYED HELD          " TO WS-LOOK-LABEL.
815021     PERFORM 4000-LOOK-UP-COUNT THRU 4000-EXIT.
815022     ADD WS-LOOK-VALUE TO WS-RIGHT-SIDE.
815023     MOVE "KEYED READ = PASSED+DROPPED+HELD" TO RK-DESC.
815024     PERFORM 8500-WRITE-CHECK-LINE THRU 8500-EXIT.
815025 8150-EXIT.
815026     EXIT.
815027
816001*---------------------------------------------------------------
816002* 8160-CHECK-STANDING-SPLIT - EVERY STANDING ORDER DUE TONIGHT
816003* WAS EITHER GENERATED OR HELD FOR CREDIT.
816004*---------------------------------------------------------------
816005 8160-CHECK-STANDING-SPLIT.
816006     SET CHECK-IS-GOOD TO TRUE.
816007     MOVE ZERO TO WS-LEFT-SIDE.
816008     MOVE ZERO TO WS-RIGHT-SIDE.
816009     MOVE "BACORGEN" TO WS-LOOK-PROGRAM.
816010     MOVE "STANDING DUE        " TO WS-LOOK-LABEL.
816011     PERFORM 4000-LOOK-UP-COUNT THRU 4000-EXIT.
816012     ADD WS-LOOK-VALUE TO WS-LEFT-SIDE.
816013     MOVE "GENERATED           " TO WS-LOOK-LABEL.
816014     PERFORM 4000-LOOK-UP-COUNT THRU 4000-EXIT.
816015     ADD WS-LOOK-VALUE TO WS-RIGHT-SIDE.
816016     MOVE "STANDING HELD       " TO WS-LOOK-LABEL.
816017     PERFORM 4000-LOOK-UP-COUNT THRU 4000-EXIT.
816018     ADD WS-LOOK-VALUE TO WS-RIGHT-SIDE.
816019     MOVE "STANDING DUE = GENERATED+HELD" TO RK-DESC.
816020     PERFORM 8500-WRITE-CHECK-LINE THRU 8500-EXIT.
816021 8160-EXIT.
816022     EXIT.
816023
817001*---------------------------------------------------------------
817002* 8170-CHECK-INTEGRITY - THE MASTERS THE NIGHT RAN AGAINST HAD
817003* NO SEVERE CROSS-FILE BREAKS.  A MISSING COUNT MEANS THE AUDIT
817004* DID NOT RUN.
817005*---------------------------------------------------------------
817006 8170-CHECK-INTEGRITY.
817007     SET CHECK-IS-GOOD TO TRUE.
817008     MOVE ZERO TO WS-LEFT-SIDE.
817009     MOVE ZERO TO WS-RIGHT-SIDE.
817010     MOVE "BACINTEG" TO WS-LOOK-PROGRAM.
817011     MOVE "SEVERE BREAKS       " TO WS-LOOK-LABEL.
817012     PERFORM 4000-LOOK-UP-COUNT THRU 4000-EXIT.
817013     ADD WS-LOOK-VALUE TO WS-LEFT-SIDE.
817014     MOVE "INTEGRITY SEVERE BREAKS = 0" TO RK-DESC.
817015     PERFORM 8500-WRITE-CHECK-LINE THRU 8500-EXIT.
817016 8170-EXIT.
817017     EXIT.
817018
818001*---------------------------------------------------------------
818002* 8180-CHECK-WEB-INTAKE - EVERY LINE OF THE ONLINE ORDER FEED
818003* WAS PASSED TO BACORGEN, REJECTED, DROPPED AS A DUPLICATE
818004* ORDER ID, OR LISTED AS UNREADABLE.
818005*---------------------------------------------------------------
818006 8180-CHECK-WEB-INTAKE.
818007     SET CHECK-IS-GOOD TO TRUE.
818008     MOVE ZERO TO WS-LEFT-SIDE.
818009     MOVE ZERO TO WS-RIGHT-SIDE.
818010     MOVE "BACWEBIN" TO WS-LOOK-PROGRAM.
818011     MOVE "FEED LINES READ     " TO WS-LOOK-LABEL.
818012     PERFORM 4000-LOOK-UP-COUNT THRU 4000-EXIT.
818013     ADD WS-LOOK-VALUE TO WS-LEFT-SIDE.
818014     MOVE "WEB ORDERS PASSED   " TO WS-LOOK-LABEL.
818015     PERFORM 4000-LOOK-UP-COUNT THRU 4000-EXIT.
818016     ADD WS-LOOK-VALUE TO WS-RIGHT-SIDE.
818017     MOVE "WEB ORDERS REJECTED " TO WS-LOOK-LABEL.
818018     PERFORM 4000-LOOK-UP-COUNT THRU 4000-EXIT.
818019     ADD WS-LOOK-VALUE TO WS-RIGHT-SIDE.
818020     MOVE "WEB DUPLICATES      " TO WS-LOOK-LABEL.
818021     PERFORM 4000-LOOK-UP-COUNT THRU 4000-EXIT.
818022     ADD WS-LOOK-VALUE TO WS-RIGHT-SIDE.
818023     MOVE "WEB LINES UNREADABLE" TO WS-LOOK-LABEL.
818024     PERFORM 4000-LOOK-UP-COUNT THRU 4000-EXIT.
818025     ADD WS-LOOK-VALUE TO WS-RIGHT-SIDE.
818026     MOVE "FEED READ = PASSED+REJ+DUP+UNREADABLE" TO RK-DESC.
818027     PERFORM 8500-WRITE-CHECK-LINE THRU 8500-EXIT.
818028 8180-EXIT.
818029     EXIT.
033800
033900*---------------------------------------------------------------
034000* 8200-CHECK-KEYED-TO-VAL - KEYED PASSED PLUS GENERATED MUST
034100* EQUAL VALIDATED GOOD PLUS SUSPENSE BAD, OR A STALE OR
034200* HALF-WRITTEN ORDER GENERATION SLIPPED BETWEEN THE STEPS.
034210* ORDERS HELD FOR CREDIT NEVER REACH THE ORDER FILE AND ARE
034220* PROVED BY 8150 AND 8160 INSTEAD.
034300*---------------------------------------------------------------
034400 8200-CHECK-KEYED-TO-VAL.
034500     SET CHECK-IS-GOOD TO TRUE.
